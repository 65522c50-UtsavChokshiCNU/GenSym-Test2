      ***************************************************************
      * CYCSTAT : Shared cycle-status file for parallel SAMPLE10     *
      *           playlist streams.                                  *
      *                                                               *
      * A playlist job that runs one stream (see SAMPLE10's stream    *
      * mode) keeps its own entries' outcomes in memory, as it always *
      * has, but a predecessor in another stream is being run by a    *
      * different job at the same time. This subprogram keeps one     *
      * record per library entry and one per stream on cycstat.dat,   *
      * keyed by cycle, so every stream job (and the closing step,    *
      * see cycend.cob) sees the same picture of tonight's cycle.     *
      *                                                               *
      * The cycle id is the BUSDATE (CCYY-MM-DD) and CYCLE-NO (nn)    *
      * off runctl.dat - the card every stream job reads - so the     *
      * jobs of one cycle agree on it without talking to each other.  *
      *                                                               *
      * Record types:                                                 *
      *   'E' - one library entry, keyed by query id, carrying its    *
      *         stream and its status: 'P' pending (registered by its *
      *         stream job, not yet run), 'X' disabled, 'H' held      *
      *         awaiting approval of a change (see qrychg.cob), 'K'   *
      *         skipped for an unsatisfied predecessor, or the        *
      *         playlist outcome 'C' completed cleanly / 'A'          *
      *         abandoned / 'D' deferred by the governor, with the    *
      *         rows produced;                                        *
      *   'S' - one stream, keyed by its number in the first two      *
      *         bytes of the object id: 'R' running, 'F' finished.    *
      *                                                               *
      * LK-ACTION = "PUT " writes or replaces the record, stamped     *
      * with the current time; "GET " reads it back (LK-FOUND-FLAG    *
      * 'N' when there is none); "CLOS" closes the file at job end.   *
      * Like runlock.cob, which several jobs also share, the file is  *
      * opened on first use and left open across calls, and every    *
      * "GET " is a fresh keyed READ, so another job's latest write   *
      * is what comes back.                                           *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCSTAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-STATUS-FILE ASSIGN TO "cycstat.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CYS-KEY
               FILE STATUS WS-CYCSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-STATUS-FILE.
       01  CYCLE-STATUS-RECORD.
           02  CYS-KEY.
               03  CYS-CYCLE-ID           PIC X(12).
               03  CYS-RECORD-TYPE        PIC X.
               03  CYS-OBJECT-ID          PIC X(30).
           02  CYS-STREAM-NUMBER          PIC 9(2).
           02  CYS-STATUS                 PIC X.
           02  CYS-TIMESTAMP              PIC X(26).
           02  CYS-ROW-COUNT              PIC S9(9) COMP-5.
           02  FILLER                     PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-CYCSTAT-FILE-STATUS         PIC XX.

       01  WS-FILE-IS-OPEN                PIC X VALUE 'N'.
           88  CYCSTAT-FILE-IS-OPEN          VALUE 'Y'.
           88  CYCSTAT-FILE-IS-NOT-OPEN     VALUE 'N'.

       LINKAGE SECTION.
       01  LK-ACTION                      PIC X(4).
       01  LK-CYCLE-ID                    PIC X(12).
       01  LK-RECORD-TYPE                 PIC X.
       01  LK-OBJECT-ID                   PIC X(30).
       01  LK-STREAM-NUMBER               PIC 9(2).
       01  LK-STATUS                      PIC X.
       01  LK-ROW-COUNT                   PIC S9(9) COMP-5.
       01  LK-FOUND-FLAG                  PIC X.
           88  LK-RECORD-WAS-FOUND           VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

       PROCEDURE DIVISION USING LK-ACTION LK-CYCLE-ID LK-RECORD-TYPE
                                 LK-OBJECT-ID LK-STREAM-NUMBER
                                 LK-STATUS LK-ROW-COUNT
                                 LK-FOUND-FLAG.

       000-MAIN.
           EVALUATE LK-ACTION
               WHEN "PUT "
                   PERFORM 050-ENSURE-FILE-OPEN
                   PERFORM 100-PUT-STATUS
               WHEN "GET "
                   PERFORM 050-ENSURE-FILE-OPEN
                   PERFORM 200-GET-STATUS
               WHEN "CLOS"
                   PERFORM 300-CLOSE-FILE
           END-EVALUATE
           GOBACK.

       050-ENSURE-FILE-OPEN.
           IF CYCSTAT-FILE-IS-NOT-OPEN
               OPEN I-O CYCLE-STATUS-FILE
               IF WS-CYCSTAT-FILE-STATUS = "35"
                   OPEN OUTPUT CYCLE-STATUS-FILE
                   CLOSE CYCLE-STATUS-FILE
                   OPEN I-O CYCLE-STATUS-FILE
               END-IF
               SET CYCSTAT-FILE-IS-OPEN TO TRUE
           END-IF.

       100-PUT-STATUS.
           MOVE LK-CYCLE-ID TO CYS-CYCLE-ID
           MOVE LK-RECORD-TYPE TO CYS-RECORD-TYPE
           MOVE LK-OBJECT-ID TO CYS-OBJECT-ID
           MOVE LK-STREAM-NUMBER TO CYS-STREAM-NUMBER
           MOVE LK-STATUS TO CYS-STATUS
           MOVE FUNCTION CURRENT-DATE TO CYS-TIMESTAMP
           MOVE LK-ROW-COUNT TO CYS-ROW-COUNT
           REWRITE CYCLE-STATUS-RECORD
               INVALID KEY
                   WRITE CYCLE-STATUS-RECORD
                       INVALID KEY
                           DISPLAY "CYCSTAT: cannot record status "
                                   "for " LK-OBJECT-ID " (status "
                                   WS-CYCSTAT-FILE-STATUS ")"
                   END-WRITE
           END-REWRITE
           SET LK-RECORD-WAS-FOUND TO TRUE.

       200-GET-STATUS.
           MOVE LK-CYCLE-ID TO CYS-CYCLE-ID
           MOVE LK-RECORD-TYPE TO CYS-RECORD-TYPE
           MOVE LK-OBJECT-ID TO CYS-OBJECT-ID
           READ CYCLE-STATUS-FILE
               INVALID KEY
                   SET LK-RECORD-WAS-FOUND TO FALSE
               NOT INVALID KEY
                   MOVE CYS-STREAM-NUMBER TO LK-STREAM-NUMBER
                   MOVE CYS-STATUS TO LK-STATUS
                   MOVE CYS-ROW-COUNT TO LK-ROW-COUNT
                   SET LK-RECORD-WAS-FOUND TO TRUE
           END-READ.

       300-CLOSE-FILE.
           IF CYCSTAT-FILE-IS-OPEN
               CLOSE CYCLE-STATUS-FILE
               SET CYCSTAT-FILE-IS-NOT-OPEN TO TRUE
           END-IF.
