      ***************************************************************
      * CYCEND : Closing step for a night cycle run as parallel      *
      *          SAMPLE10 playlist streams.                          *
      *                                                               *
      * With the library split into streams, no one job sees the      *
      * whole night any more - each stream job's log covers its own   *
      * entries, and a stream job that never started (or died hard)   *
      * leaves no log to miss. This step runs after the stream jobs.  *
      * It works out which streams tonight's cycle needs (every       *
      * stream with an enabled qrylib.dat entry), then reads the      *
      * shared cycle-status file (see cycstat.cob) the stream jobs    *
      * posted to and:                                                *
      *                                                               *
      *   - confirms every needed stream registered and marked itself *
      *     finished. A stream still running is re-checked every      *
      *     PREDWAIT seconds, at most PREDCHECKS times (the same run  *
      *     control card keywords and defaults the stream jobs use),  *
      *     so a scheduler that starts this step a little early does  *
      *     not fail the cycle;                                       *
      *   - prints one combined cycle summary: per stream, how many   *
      *     entries completed, were abandoned, deferred by the        *
      *     governor, skipped for a predecessor, disabled (or held    *
      *     for approval of a change) or never run, and the rows      *
      *     produced; then every entry that did not complete cleanly, *
      *     by name;                                                  *
      *   - when every stream finished, folds each stream's own       *
      *     selextr.Snn.dat / seltotl.Snn.dat (see selxtr.cob and     *
      *     coltot.cob) onto the night's selextr.dat / seltotl.dat    *
      *     in stream order - each stream's batches stay whole. Each  *
      *     fold is built on a work file (cycxwork.dat/cyctwork.dat:  *
      *     the night file so far, then the stream's records); only   *
      *     once that is whole is the stream file emptied and the     *
      *     work file copied over the night file and deleted. A fold  *
      *     that fails while building leaves every file as it was;    *
      *     one cut short while copying back leaves its work file,    *
      *     which the next run copies over the night file before      *
      *     anything else - so a rerun of this step never folds a     *
      *     stream twice. Then the night's files are archived as a    *
      *     generation (see gencat.cob). When a stream did not        *
      *     finish, nothing is folded or archived and a severity-2    *
      *     CYCOPEN event goes to evtfeed.dat (see evtlog.cob); rerun *
      *     this step once the stream is dealt with. A file that      *
      *     cannot be folded stops the archive the same way (event    *
      *     CYCMERGE).                                                *
      *                                                               *
      * The cycle id is BUSDATE + CYCLE-NO off runctl.dat, as in      *
      * SAMPLE10. Without a BUSDATE line it defaults to today's date, *
      * which only matches the stream jobs when they started the same *
      * calendar day - a cycle that crosses midnight needs BUSDATE on *
      * the card.                                                     *
      *                                                               *
      * The record layout mirrors cycstat.cob's CYCLE-STATUS-RECORD   *
      * and the options group mirrors qrylib.cob's QRY-ENTRY-OPTIONS; *
      * keep them in step by hand.                                    *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-STATUS-FILE ASSIGN TO "cycstat.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CYS-KEY
               FILE STATUS WS-CYCSTAT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RUNCTL-FILE-STATUS.
           SELECT NIGHT-EXTRACT-FILE ASSIGN TO "selextr.dat"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-NIGHT-FILE-STATUS.
           SELECT STREAM-EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-STREAM-FILE-NAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STREAM-FILE-STATUS.
           SELECT NIGHT-TOTALS-FILE ASSIGN TO "seltotl.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-NIGHT-FILE-STATUS.
           SELECT STREAM-TOTALS-FILE
               ASSIGN TO DYNAMIC WS-STREAM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-STREAM-FILE-STATUS.
           SELECT EXTRACT-WORK-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-WORK-NAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-WORK-FILE-STATUS.
           SELECT TOTALS-WORK-FILE
               ASSIGN TO DYNAMIC WS-TOTALS-WORK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WORK-FILE-STATUS.

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

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE               PIC X(80).

      * Extract and totals records are copied whole - the lengths
      * follow selxtr.cob and coltot.cob.
       FD  NIGHT-EXTRACT-FILE
           RECORD CONTAINS 6000 CHARACTERS.
       01  NIGHT-EXTRACT-RECORD           PIC X(6000).

       FD  STREAM-EXTRACT-FILE
           RECORD CONTAINS 6000 CHARACTERS.
       01  STREAM-EXTRACT-RECORD          PIC X(6000).

       FD  NIGHT-TOTALS-FILE.
       01  NIGHT-TOTALS-RECORD            PIC X(200).

       FD  STREAM-TOTALS-FILE.
       01  STREAM-TOTALS-RECORD           PIC X(200).

       FD  EXTRACT-WORK-FILE
           RECORD CONTAINS 6000 CHARACTERS.
       01  EXTRACT-WORK-RECORD            PIC X(6000).

       FD  TOTALS-WORK-FILE.
       01  TOTALS-WORK-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CYCSTAT-FILE-STATUS         PIC XX.
       01  WS-RUNCTL-FILE-STATUS          PIC XX.
       01  WS-NIGHT-FILE-STATUS           PIC XX.
       01  WS-STREAM-FILE-STATUS          PIC XX.
       01  WS-STREAM-FILE-NAME            PIC X(64).
       01  WS-WORK-FILE-STATUS            PIC XX.
       01  WS-EXTRACT-WORK-NAME           PIC X(64)
                                          VALUE "cycxwork.dat".
       01  WS-TOTALS-WORK-NAME            PIC X(64)
                                          VALUE "cyctwork.dat".
       01  WS-DELETED-FLAG                PIC X.
       01  WS-PENDING-FLAG                PIC X VALUE 'N'.
           88  WS-FOLD-PENDING               VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-FOLDED-COUNT                PIC S9(9) COMP-5.
       01  WS-MERGE-FLAG                  PIC X VALUE 'N'.
           88  WS-MERGE-FAILED               VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-CTL-KEYWORD                 PIC X(20).
       01  WS-CTL-VALUE                   PIC X(59).
       01  WS-CARD-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-CONTROL-CARD-AT-END        VALUE 'Y'.
       01  WS-NOW-TIMESTAMP               PIC X(21).

       01  WS-CYCLE-ID.
           02  WS-CYCLE-BUSDATE           PIC X(10) VALUE SPACES.
           02  WS-CYCLE-NUMBER            PIC X(2) VALUE SPACES.

       01  WS-WAIT-SECS                   PIC S9(4) COMP-5 VALUE 60.
       01  WS-MAX-CHECKS                  PIC S9(4) COMP-5 VALUE 30.
       01  WS-CHECK-COUNT                 PIC S9(4) COMP-5 VALUE ZERO.

      * One slot per possible stream number, indexed by the number
      * itself.
       01  WS-MAX-STREAMS                 PIC S9(9) COMP-5 VALUE 99.
       01  WS-STREAM-TABLE.
           02  WS-STR-ENTRY               OCCURS 99 TIMES.
               03  WS-STR-NEEDED-FLAG     PIC X.
                   88  WS-STR-IS-NEEDED      VALUE 'Y'.
               03  WS-STR-STATUS          PIC X.
                   88  WS-STR-FINISHED       VALUE 'F'.
                   88  WS-STR-RUNNING        VALUE 'R'.
                   88  WS-STR-NOT-STARTED    VALUE SPACE.
               03  WS-STR-TIMESTAMP       PIC X(26).
               03  WS-STR-COMPLETED       PIC S9(9) COMP-5.
               03  WS-STR-ABANDONED       PIC S9(9) COMP-5.
               03  WS-STR-DEFERRED        PIC S9(9) COMP-5.
               03  WS-STR-SKIPPED         PIC S9(9) COMP-5.
               03  WS-STR-DISABLED        PIC S9(9) COMP-5.
               03  WS-STR-PENDING         PIC S9(9) COMP-5.
               03  WS-STR-ROWS            PIC S9(11) COMP-3.
       01  WS-STREAM-INDEX                PIC S9(9) COMP-5.
       01  WS-STREAM-WORK                 PIC 9(2).

       01  WS-OPEN-STREAM-COUNT           PIC S9(9) COMP-5.
       01  WS-LIST-FLAG                   PIC X VALUE 'N'.
           88  WS-LIST-EXCEPTIONS            VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

       01  WS-TOTAL-COMPLETED             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-NOT-CLEAN             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS                  PIC S9(11) COMP-3 VALUE ZERO.

      * Library walk - the same parameter list SAMPLE10 passes.
       01  WS-QUERY-ID                    PIC X(30).
       01  WS-QRY-SQL-TEXT                PIC X(1000).
       01  WS-QRY-ENABLED-FLAG            PIC X.
       01  WS-QRY-ITERATE-FLAG            PIC X.
       01  WS-QRY-PREDECESSOR-IDS.
           02  WS-QRY-PRED-ID             OCCURS 3 TIMES PIC X(30).
       01  WS-QRY-MAX-ROWS                PIC 9(9).
       01  WS-QRY-ENTRY-OPTIONS.
           02  WS-QRY-OUTPUT-FORMAT       PIC X.
           02  WS-QRY-STREAM-NUMBER       PIC 9(2).
           02  WS-QRY-APPROVAL-STATUS     PIC X.
               88  WS-QRY-AWAITING-APPROVAL  VALUE 'P'.
           02  FILLER                     PIC X(96).
       01  WS-QRY-FOUND-FLAG              PIC X.
           88  WS-QRY-ENTRY-FOUND            VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

       01  WS-GENCAT-ACTION               PIC X(4) VALUE "ARCH".
       01  WS-EVENT-TEXT                  PIC X(80).
       01  WS-EVENT-OBJECT-ID             PIC X(30) VALUE "cycstat.dat".

       01  WS-SUMMARY-LINE.
           02  FILLER                     PIC X(2) VALUE SPACES.
           02  WS-SUM-STREAM              PIC Z9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-SUM-STATUS              PIC X(11).
           02  WS-SUM-COMPLETED           PIC ZZZZ9.
           02  WS-SUM-ABANDONED           PIC ZZZZZ9.
           02  WS-SUM-DEFERRED            PIC ZZZZZ9.
           02  WS-SUM-SKIPPED             PIC ZZZZZ9.
           02  WS-SUM-DISABLED            PIC ZZZZZ9.
           02  WS-SUM-PENDING             PIC ZZZZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-SUM-ROWS                PIC ZZZZZZZZZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-SUM-TIME                PIC X(14).

       01  WS-EXCEPTION-LINE.
           02  FILLER                     PIC X(4) VALUE SPACES.
           02  WS-EXC-QUERY-ID            PIC X(30).
           02  FILLER                     PIC X(8) VALUE " stream ".
           02  WS-EXC-STREAM              PIC Z9.
           02  FILLER                     PIC X(2) VALUE SPACES.
           02  WS-EXC-TEXT                PIC X(30).

       01  WS-COUNT-DISPLAY               PIC ZZZZ9.
       01  WS-COUNT-DISPLAY-2             PIC ZZZZ9.
       01  WS-ROWS-DISPLAY                PIC ZZZZZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "Cycle closing step"
           PERFORM 100-READ-CONTROL-CARD
           DISPLAY "Cycle " WS-CYCLE-ID
           PERFORM 150-FIND-NEEDED-STREAMS
           PERFORM 200-GATHER-CYCLE-STATUS
           PERFORM 220-COUNT-OPEN-STREAMS
           PERFORM 250-WAIT-FOR-STREAMS
               UNTIL WS-OPEN-STREAM-COUNT = ZERO
                  OR WS-CHECK-COUNT >= WS-MAX-CHECKS
           SET WS-LIST-EXCEPTIONS TO TRUE
           PERFORM 300-PRINT-SUMMARY
           PERFORM 400-CLOSE-CYCLE
           GOBACK.

       100-READ-CONTROL-CARD.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               PERFORM 110-READ-CONTROL-LINE
                   UNTIL WS-CONTROL-CARD-AT-END
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-CYCLE-BUSDATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
               STRING WS-NOW-TIMESTAMP(1:4) "-"
                      WS-NOW-TIMESTAMP(5:2) "-"
                      WS-NOW-TIMESTAMP(7:2)
                      DELIMITED BY SIZE INTO WS-CYCLE-BUSDATE
           END-IF
           IF WS-CYCLE-NUMBER = SPACES
               MOVE "01" TO WS-CYCLE-NUMBER
           END-IF.

       110-READ-CONTROL-LINE.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-CONTROL-CARD-AT-END TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
           UNSTRING RUN-CONTROL-LINE DELIMITED BY "="
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           EVALUATE WS-CTL-KEYWORD
               WHEN "BUSDATE"
                   MOVE WS-CTL-VALUE(1:10) TO WS-CYCLE-BUSDATE
               WHEN "CYCLE-NO"
                   MOVE WS-CTL-VALUE(1:2) TO WS-CYCLE-NUMBER
               WHEN "PREDWAIT"
                   IF FUNCTION TEST-NUMVAL(WS-CTL-VALUE) = ZERO
                       COMPUTE WS-WAIT-SECS =
                           FUNCTION NUMVAL(WS-CTL-VALUE)
                   END-IF
               WHEN "PREDCHECKS"
                   IF FUNCTION TEST-NUMVAL(WS-CTL-VALUE) = ZERO
                       COMPUTE WS-MAX-CHECKS =
                           FUNCTION NUMVAL(WS-CTL-VALUE)
                   END-IF
           END-EVALUATE.

       150-FIND-NEEDED-STREAMS.
      * A stream is needed tonight when at least one enabled library
      * entry not held for approval is assigned to it - blank or zero
      * is stream 1, as in SAMPLE10.
           MOVE SPACES TO WS-STREAM-TABLE
           CALL "QRYLIB" USING "STRT" WS-QUERY-ID WS-QRY-SQL-TEXT
                                WS-QRY-ENABLED-FLAG
                                WS-QRY-ITERATE-FLAG
                                WS-QRY-PREDECESSOR-IDS
                                WS-QRY-MAX-ROWS
                                WS-QRY-ENTRY-OPTIONS
                                WS-QRY-FOUND-FLAG
           CALL "QRYLIB" USING "NEXT" WS-QUERY-ID WS-QRY-SQL-TEXT
                                WS-QRY-ENABLED-FLAG
                                WS-QRY-ITERATE-FLAG
                                WS-QRY-PREDECESSOR-IDS
                                WS-QRY-MAX-ROWS
                                WS-QRY-ENTRY-OPTIONS
                                WS-QRY-FOUND-FLAG
           PERFORM UNTIL NOT WS-QRY-ENTRY-FOUND
               IF WS-QRY-ENABLED-FLAG = 'Y'
                       AND NOT WS-QRY-AWAITING-APPROVAL
                   IF WS-QRY-STREAM-NUMBER IS NUMERIC
                           AND WS-QRY-STREAM-NUMBER > ZERO
                       MOVE 'Y' TO
                           WS-STR-NEEDED-FLAG(WS-QRY-STREAM-NUMBER)
                   ELSE
                       MOVE 'Y' TO WS-STR-NEEDED-FLAG(1)
                   END-IF
               END-IF
               CALL "QRYLIB" USING "NEXT" WS-QUERY-ID WS-QRY-SQL-TEXT
                                    WS-QRY-ENABLED-FLAG
                                    WS-QRY-ITERATE-FLAG
                                    WS-QRY-PREDECESSOR-IDS
                                    WS-QRY-MAX-ROWS
                                    WS-QRY-ENTRY-OPTIONS
                                    WS-QRY-FOUND-FLAG
           END-PERFORM
           CALL "QRYLIB" USING "CLOS" WS-QUERY-ID WS-QRY-SQL-TEXT
                                WS-QRY-ENABLED-FLAG
                                WS-QRY-ITERATE-FLAG
                                WS-QRY-PREDECESSOR-IDS
                                WS-QRY-MAX-ROWS
                                WS-QRY-ENTRY-OPTIONS
                                WS-QRY-FOUND-FLAG.

       200-GATHER-CYCLE-STATUS.
      * A fresh pass over the cycle's records every time - the
      * stream jobs may still be posting while this step waits.
           PERFORM VARYING WS-STREAM-INDEX FROM 1 BY 1
                   UNTIL WS-STREAM-INDEX > WS-MAX-STREAMS
               MOVE SPACE TO WS-STR-STATUS(WS-STREAM-INDEX)
               MOVE SPACES TO WS-STR-TIMESTAMP(WS-STREAM-INDEX)
               MOVE ZERO TO WS-STR-COMPLETED(WS-STREAM-INDEX)
               MOVE ZERO TO WS-STR-ABANDONED(WS-STREAM-INDEX)
               MOVE ZERO TO WS-STR-DEFERRED(WS-STREAM-INDEX)
               MOVE ZERO TO WS-STR-SKIPPED(WS-STREAM-INDEX)
               MOVE ZERO TO WS-STR-DISABLED(WS-STREAM-INDEX)
               MOVE ZERO TO WS-STR-PENDING(WS-STREAM-INDEX)
               MOVE ZERO TO WS-STR-ROWS(WS-STREAM-INDEX)
           END-PERFORM
           OPEN INPUT CYCLE-STATUS-FILE
           IF WS-CYCSTAT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CYS-KEY
           MOVE WS-CYCLE-ID TO CYS-CYCLE-ID
           START CYCLE-STATUS-FILE KEY NOT < CYS-KEY
               INVALID KEY
                   MOVE "10" TO WS-CYCSTAT-FILE-STATUS
           END-START
           PERFORM 210-READ-ONE-STATUS
               UNTIL WS-CYCSTAT-FILE-STATUS NOT = "00"
           CLOSE CYCLE-STATUS-FILE.

       210-READ-ONE-STATUS.
           READ CYCLE-STATUS-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-CYCSTAT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF CYS-CYCLE-ID NOT = WS-CYCLE-ID
               MOVE "10" TO WS-CYCSTAT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF CYS-STREAM-NUMBER IS NOT NUMERIC
                   OR CYS-STREAM-NUMBER = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE CYS-STREAM-NUMBER TO WS-STREAM-WORK
           IF CYS-RECORD-TYPE = 'S'
               MOVE CYS-STATUS TO WS-STR-STATUS(WS-STREAM-WORK)
               MOVE CYS-TIMESTAMP TO WS-STR-TIMESTAMP(WS-STREAM-WORK)
               EXIT PARAGRAPH
           END-IF
           EVALUATE CYS-STATUS
               WHEN 'C'
                   ADD 1 TO WS-STR-COMPLETED(WS-STREAM-WORK)
               WHEN 'A'
                   ADD 1 TO WS-STR-ABANDONED(WS-STREAM-WORK)
               WHEN 'D'
                   ADD 1 TO WS-STR-DEFERRED(WS-STREAM-WORK)
               WHEN 'K'
                   ADD 1 TO WS-STR-SKIPPED(WS-STREAM-WORK)
               WHEN 'X'
               WHEN 'H'
                   ADD 1 TO WS-STR-DISABLED(WS-STREAM-WORK)
               WHEN OTHER
                   ADD 1 TO WS-STR-PENDING(WS-STREAM-WORK)
           END-EVALUATE
           ADD CYS-ROW-COUNT TO WS-STR-ROWS(WS-STREAM-WORK)
           IF WS-LIST-EXCEPTIONS
                   AND CYS-STATUS NOT = 'C' AND CYS-STATUS NOT = 'X'
               PERFORM 230-LIST-ONE-EXCEPTION
           END-IF.

       220-COUNT-OPEN-STREAMS.
      * A needed stream is open until it has marked itself finished;
      * a stream that registered without being needed (its entries
      * were disabled after it started) still has to finish.
           MOVE ZERO TO WS-OPEN-STREAM-COUNT
           PERFORM VARYING WS-STREAM-INDEX FROM 1 BY 1
                   UNTIL WS-STREAM-INDEX > WS-MAX-STREAMS
               IF (WS-STR-IS-NEEDED(WS-STREAM-INDEX)
                       OR WS-STR-RUNNING(WS-STREAM-INDEX))
                   AND NOT WS-STR-FINISHED(WS-STREAM-INDEX)
                   ADD 1 TO WS-OPEN-STREAM-COUNT
               END-IF
           END-PERFORM.

       230-LIST-ONE-EXCEPTION.
           MOVE CYS-OBJECT-ID TO WS-EXC-QUERY-ID
           MOVE CYS-STREAM-NUMBER TO WS-EXC-STREAM
           EVALUATE CYS-STATUS
               WHEN 'A'
                   MOVE "abandoned" TO WS-EXC-TEXT
               WHEN 'D'
                   MOVE "deferred by the governor" TO WS-EXC-TEXT
               WHEN 'K'
                   MOVE "skipped - predecessor" TO WS-EXC-TEXT
               WHEN 'H'
                   MOVE "held - awaiting approval" TO WS-EXC-TEXT
               WHEN OTHER
                   MOVE "never run" TO WS-EXC-TEXT
           END-EVALUATE
           DISPLAY WS-EXCEPTION-LINE.

       250-WAIT-FOR-STREAMS.
           ADD 1 TO WS-CHECK-COUNT
           MOVE WS-OPEN-STREAM-COUNT TO WS-COUNT-DISPLAY
           DISPLAY WS-COUNT-DISPLAY " stream(s) not finished - "
                   "checking again in " WS-WAIT-SECS "s"
           CALL "RETRYWT" USING WS-WAIT-SECS
           PERFORM 200-GATHER-CYCLE-STATUS
           PERFORM 220-COUNT-OPEN-STREAMS.

       300-PRINT-SUMMARY.
           DISPLAY " "
           DISPLAY "Entries not completed cleanly:"
           PERFORM 200-GATHER-CYCLE-STATUS
           PERFORM 220-COUNT-OPEN-STREAMS
           DISPLAY " "
           DISPLAY "Combined summary for cycle " WS-CYCLE-ID
           DISPLAY "  ST STATUS      DONE ABAND DEFER  SKIP DISAB "
                   "NEVER        ROWS AT"
           PERFORM VARYING WS-STREAM-INDEX FROM 1 BY 1
                   UNTIL WS-STREAM-INDEX > WS-MAX-STREAMS
               IF WS-STR-IS-NEEDED(WS-STREAM-INDEX)
                       OR NOT WS-STR-NOT-STARTED(WS-STREAM-INDEX)
                   PERFORM 310-PRINT-ONE-STREAM
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-COMPLETED TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-NOT-CLEAN TO WS-COUNT-DISPLAY-2
           MOVE WS-TOTAL-ROWS TO WS-ROWS-DISPLAY
           DISPLAY WS-COUNT-DISPLAY " entr(ies) completed cleanly, "
                   WS-COUNT-DISPLAY-2 " did not, " WS-ROWS-DISPLAY
                   " row(s) in all".

       310-PRINT-ONE-STREAM.
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE WS-STREAM-INDEX TO WS-SUM-STREAM
           EVALUATE TRUE
               WHEN WS-STR-FINISHED(WS-STREAM-INDEX)
                   MOVE "finished" TO WS-SUM-STATUS
               WHEN WS-STR-RUNNING(WS-STREAM-INDEX)
                   MOVE "RUNNING" TO WS-SUM-STATUS
               WHEN OTHER
                   MOVE "NOT STARTED" TO WS-SUM-STATUS
           END-EVALUATE
           MOVE WS-STR-COMPLETED(WS-STREAM-INDEX) TO WS-SUM-COMPLETED
           MOVE WS-STR-ABANDONED(WS-STREAM-INDEX) TO WS-SUM-ABANDONED
           MOVE WS-STR-DEFERRED(WS-STREAM-INDEX) TO WS-SUM-DEFERRED
           MOVE WS-STR-SKIPPED(WS-STREAM-INDEX) TO WS-SUM-SKIPPED
           MOVE WS-STR-DISABLED(WS-STREAM-INDEX) TO WS-SUM-DISABLED
           MOVE WS-STR-PENDING(WS-STREAM-INDEX) TO WS-SUM-PENDING
           MOVE WS-STR-ROWS(WS-STREAM-INDEX) TO WS-SUM-ROWS
           MOVE WS-STR-TIMESTAMP(WS-STREAM-INDEX)(1:14) TO WS-SUM-TIME
           DISPLAY WS-SUMMARY-LINE
           ADD WS-STR-COMPLETED(WS-STREAM-INDEX) TO WS-TOTAL-COMPLETED
           ADD WS-STR-ABANDONED(WS-STREAM-INDEX)
               WS-STR-DEFERRED(WS-STREAM-INDEX)
               WS-STR-SKIPPED(WS-STREAM-INDEX)
               WS-STR-PENDING(WS-STREAM-INDEX)
               TO WS-TOTAL-NOT-CLEAN
           ADD WS-STR-ROWS(WS-STREAM-INDEX) TO WS-TOTAL-ROWS.

       400-CLOSE-CYCLE.
           IF WS-OPEN-STREAM-COUNT = ZERO
               DISPLAY "CYCLE COMPLETE - every stream finished"
               PERFORM 410-MERGE-STREAM-FILES
               IF WS-MERGE-FAILED
                   DISPLAY "Stream files not folded in; extract not "
                           "archived"
                   MOVE SPACES TO WS-EVENT-TEXT
                   STRING "cycle " WS-CYCLE-ID " stream files not "
                          "folded in, no archive"
                          DELIMITED BY SIZE INTO WS-EVENT-TEXT
                   CALL "EVTLOG" USING "CYCEND  " WS-EVENT-OBJECT-ID
                                        "2" "CYCMERGE" WS-EVENT-TEXT
                   EXIT PARAGRAPH
               END-IF
               CALL "GENCAT" USING WS-GENCAT-ACTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-STREAM-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "CYCLE NOT COMPLETE - " WS-COUNT-DISPLAY
                   " stream(s) not finished; extract not archived"
           MOVE SPACES TO WS-EVENT-TEXT
           STRING "cycle " WS-CYCLE-ID " not complete - "
                  WS-COUNT-DISPLAY " stream(s) not finished, no "
                  "archive" DELIMITED BY SIZE INTO WS-EVENT-TEXT
           CALL "EVTLOG" USING "CYCEND  " WS-EVENT-OBJECT-ID "2"
                                "CYCOPEN " WS-EVENT-TEXT.

       405-FINISH-PENDING-FOLDS.
      * A work file still holding records is a fold that was built in
      * full (its stream file already emptied) but not all copied
      * back - finish copying it over the night file before any
      * stream is looked at. A failed build never leaves one.
           SET WS-FOLD-PENDING TO FALSE
           OPEN INPUT EXTRACT-WORK-FILE
           IF WS-WORK-FILE-STATUS = "00"
               READ EXTRACT-WORK-FILE
                   NOT AT END
                       SET WS-FOLD-PENDING TO TRUE
               END-READ
               CLOSE EXTRACT-WORK-FILE
               IF WS-FOLD-PENDING
                   DISPLAY "Completing the selextr.dat fold left "
                           "unfinished by the last run"
                   PERFORM 435-REPLACE-NIGHT-EXTRACT
               END-IF
           END-IF
           IF WS-MERGE-FAILED
               EXIT PARAGRAPH
           END-IF
           SET WS-FOLD-PENDING TO FALSE
           OPEN INPUT TOTALS-WORK-FILE
           IF WS-WORK-FILE-STATUS = "00"
               READ TOTALS-WORK-FILE
                   NOT AT END
                       SET WS-FOLD-PENDING TO TRUE
               END-READ
               CLOSE TOTALS-WORK-FILE
               IF WS-FOLD-PENDING
                   DISPLAY "Completing the seltotl.dat fold left "
                           "unfinished by the last run"
                   PERFORM 455-REPLACE-NIGHT-TOTALS
               END-IF
           END-IF.

       410-MERGE-STREAM-FILES.
      * Every stream number is tried, needed or not - a stream file
      * that does not exist (status 35) simply has nothing to fold.
           SET WS-MERGE-FAILED TO FALSE
           PERFORM 405-FINISH-PENDING-FOLDS
           PERFORM VARYING WS-STREAM-INDEX FROM 1 BY 1
                   UNTIL WS-STREAM-INDEX > WS-MAX-STREAMS
                      OR WS-MERGE-FAILED
               MOVE WS-STREAM-INDEX TO WS-STREAM-WORK
               PERFORM 420-MERGE-STREAM-EXTRACT
               IF NOT WS-MERGE-FAILED
                   PERFORM 440-MERGE-STREAM-TOTALS
               END-IF
           END-PERFORM.

      ***************************************************************
      * One stream's extract: the night file so far and then the     *
      * stream's records are copied to cycxwork.dat; only when that  *
      * is whole is the stream file emptied and the work file copied *
      * over selextr.dat (435). A failure while building leaves both *
      * files as they were and the work file gone or empty.          *
      ***************************************************************
       420-MERGE-STREAM-EXTRACT.
           MOVE SPACES TO WS-STREAM-FILE-NAME
           STRING "selextr.S" WS-STREAM-WORK ".dat"
                  DELIMITED BY SIZE INTO WS-STREAM-FILE-NAME
           OPEN INPUT STREAM-EXTRACT-FILE
           IF WS-STREAM-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-STREAM-FILE-STATUS NOT = "00"
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
      * A stream file already folded (emptied) has nothing to add.
           READ STREAM-EXTRACT-FILE
               AT END
                   CLOSE STREAM-EXTRACT-FILE
                   EXIT PARAGRAPH
           END-READ
           IF WS-STREAM-FILE-STATUS NOT = "00"
               PERFORM 460-REPORT-MERGE-FAILURE
               CLOSE STREAM-EXTRACT-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE STREAM-EXTRACT-FILE
           OPEN INPUT STREAM-EXTRACT-FILE
           IF WS-STREAM-FILE-STATUS NOT = "00"
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EXTRACT-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               CLOSE STREAM-EXTRACT-FILE
               MOVE WS-EXTRACT-WORK-NAME TO WS-STREAM-FILE-NAME
               MOVE WS-WORK-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NIGHT-EXTRACT-FILE
           EVALUATE WS-NIGHT-FILE-STATUS
               WHEN "00"
                   PERFORM 425-COPY-NIGHT-EXTRACT-RECORD
                       UNTIL WS-NIGHT-FILE-STATUS NOT = "00"
                          OR WS-MERGE-FAILED
                   CLOSE NIGHT-EXTRACT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "selextr.dat" TO WS-STREAM-FILE-NAME
                   MOVE WS-NIGHT-FILE-STATUS TO WS-STREAM-FILE-STATUS
                   PERFORM 460-REPORT-MERGE-FAILURE
           END-EVALUATE
           MOVE ZERO TO WS-FOLDED-COUNT
           IF NOT WS-MERGE-FAILED
               PERFORM 430-COPY-EXTRACT-RECORD
                   UNTIL WS-STREAM-FILE-STATUS NOT = "00"
                      OR WS-MERGE-FAILED
           END-IF
           CLOSE EXTRACT-WORK-FILE
           CLOSE STREAM-EXTRACT-FILE
           IF WS-MERGE-FAILED
               PERFORM 426-DISCARD-EXTRACT-WORK
               EXIT PARAGRAPH
           END-IF
      * Emptied, not deleted - the records now live on the work file,
      * and a rerun of this step finds nothing left to fold.
           OPEN OUTPUT STREAM-EXTRACT-FILE
           IF WS-STREAM-FILE-STATUS NOT = "00"
               PERFORM 460-REPORT-MERGE-FAILURE
               PERFORM 426-DISCARD-EXTRACT-WORK
               EXIT PARAGRAPH
           END-IF
           CLOSE STREAM-EXTRACT-FILE
           PERFORM 470-SHOW-FOLDED-COUNT
           PERFORM 435-REPLACE-NIGHT-EXTRACT.

       425-COPY-NIGHT-EXTRACT-RECORD.
           READ NIGHT-EXTRACT-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-NIGHT-FILE-STATUS NOT = "00"
               MOVE "selextr.dat" TO WS-STREAM-FILE-NAME
               MOVE WS-NIGHT-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           WRITE EXTRACT-WORK-RECORD FROM NIGHT-EXTRACT-RECORD
           IF WS-WORK-FILE-STATUS NOT = "00"
               MOVE WS-EXTRACT-WORK-NAME TO WS-STREAM-FILE-NAME
               MOVE WS-WORK-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
           END-IF.

       426-DISCARD-EXTRACT-WORK.
      * A part-built work file must not be taken by 405 for a
      * finished one - delete it, or failing that empty it.
           CALL "FILEDEL" USING WS-EXTRACT-WORK-NAME WS-DELETED-FLAG
           IF WS-DELETED-FLAG NOT = 'Y'
               OPEN OUTPUT EXTRACT-WORK-FILE
               CLOSE EXTRACT-WORK-FILE
           END-IF.

       430-COPY-EXTRACT-RECORD.
           READ STREAM-EXTRACT-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-STREAM-FILE-STATUS NOT = "00"
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           WRITE EXTRACT-WORK-RECORD FROM STREAM-EXTRACT-RECORD
           IF WS-WORK-FILE-STATUS NOT = "00"
               MOVE WS-EXTRACT-WORK-NAME TO WS-STREAM-FILE-NAME
               MOVE WS-WORK-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOLDED-COUNT.

       435-REPLACE-NIGHT-EXTRACT.
      * The work file is kept until the copy is whole - a copy that
      * fails part way is redone from it by the next run (405).
           OPEN INPUT EXTRACT-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               MOVE WS-EXTRACT-WORK-NAME TO WS-STREAM-FILE-NAME
               MOVE WS-WORK-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NIGHT-EXTRACT-FILE
           IF WS-NIGHT-FILE-STATUS NOT = "00"
               CLOSE EXTRACT-WORK-FILE
               MOVE "selextr.dat" TO WS-STREAM-FILE-NAME
               MOVE WS-NIGHT-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           PERFORM 437-COPY-WORK-EXTRACT-RECORD
               UNTIL WS-WORK-FILE-STATUS NOT = "00"
                  OR WS-MERGE-FAILED
           CLOSE NIGHT-EXTRACT-FILE
           CLOSE EXTRACT-WORK-FILE
           IF WS-MERGE-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM 426-DISCARD-EXTRACT-WORK.

       437-COPY-WORK-EXTRACT-RECORD.
           READ EXTRACT-WORK-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-WORK-FILE-STATUS NOT = "00"
               MOVE WS-EXTRACT-WORK-NAME TO WS-STREAM-FILE-NAME
               MOVE WS-WORK-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           WRITE NIGHT-EXTRACT-RECORD FROM EXTRACT-WORK-RECORD
           IF WS-NIGHT-FILE-STATUS NOT = "00"
               MOVE "selextr.dat" TO WS-STREAM-FILE-NAME
               MOVE WS-NIGHT-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
           END-IF.

      ***************************************************************
      * One stream's totals - the same build-then-replace on         *
      * cyctwork.dat as 420 for the extract.                         *
      ***************************************************************
       440-MERGE-STREAM-TOTALS.
           MOVE SPACES TO WS-STREAM-FILE-NAME
           STRING "seltotl.S" WS-STREAM-WORK ".dat"
                  DELIMITED BY SIZE INTO WS-STREAM-FILE-NAME
           OPEN INPUT STREAM-TOTALS-FILE
           IF WS-STREAM-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-STREAM-FILE-STATUS NOT = "00"
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           READ STREAM-TOTALS-FILE
               AT END
                   CLOSE STREAM-TOTALS-FILE
                   EXIT PARAGRAPH
           END-READ
           IF WS-STREAM-FILE-STATUS NOT = "00"
               PERFORM 460-REPORT-MERGE-FAILURE
               CLOSE STREAM-TOTALS-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE STREAM-TOTALS-FILE
           OPEN INPUT STREAM-TOTALS-FILE
           IF WS-STREAM-FILE-STATUS NOT = "00"
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TOTALS-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               CLOSE STREAM-TOTALS-FILE
               MOVE WS-TOTALS-WORK-NAME TO WS-STREAM-FILE-NAME
               MOVE WS-WORK-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NIGHT-TOTALS-FILE
           EVALUATE WS-NIGHT-FILE-STATUS
               WHEN "00"
                   PERFORM 445-COPY-NIGHT-TOTALS-RECORD
                       UNTIL WS-NIGHT-FILE-STATUS NOT = "00"
                          OR WS-MERGE-FAILED
                   CLOSE NIGHT-TOTALS-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "seltotl.dat" TO WS-STREAM-FILE-NAME
                   MOVE WS-NIGHT-FILE-STATUS TO WS-STREAM-FILE-STATUS
                   PERFORM 460-REPORT-MERGE-FAILURE
           END-EVALUATE
           MOVE ZERO TO WS-FOLDED-COUNT
           IF NOT WS-MERGE-FAILED
               PERFORM 450-COPY-TOTALS-RECORD
                   UNTIL WS-STREAM-FILE-STATUS NOT = "00"
                      OR WS-MERGE-FAILED
           END-IF
           CLOSE TOTALS-WORK-FILE
           CLOSE STREAM-TOTALS-FILE
           IF WS-MERGE-FAILED
               PERFORM 446-DISCARD-TOTALS-WORK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STREAM-TOTALS-FILE
           IF WS-STREAM-FILE-STATUS NOT = "00"
               PERFORM 460-REPORT-MERGE-FAILURE
               PERFORM 446-DISCARD-TOTALS-WORK
               EXIT PARAGRAPH
           END-IF
           CLOSE STREAM-TOTALS-FILE
           PERFORM 470-SHOW-FOLDED-COUNT
           PERFORM 455-REPLACE-NIGHT-TOTALS.

       445-COPY-NIGHT-TOTALS-RECORD.
           READ NIGHT-TOTALS-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-NIGHT-FILE-STATUS NOT = "00"
               MOVE "seltotl.dat" TO WS-STREAM-FILE-NAME
               MOVE WS-NIGHT-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           WRITE TOTALS-WORK-RECORD FROM NIGHT-TOTALS-RECORD
           IF WS-WORK-FILE-STATUS NOT = "00"
               MOVE WS-TOTALS-WORK-NAME TO WS-STREAM-FILE-NAME
               MOVE WS-WORK-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
           END-IF.

       446-DISCARD-TOTALS-WORK.
           CALL "FILEDEL" USING WS-TOTALS-WORK-NAME WS-DELETED-FLAG
           IF WS-DELETED-FLAG NOT = 'Y'
               OPEN OUTPUT TOTALS-WORK-FILE
               CLOSE TOTALS-WORK-FILE
           END-IF.

       450-COPY-TOTALS-RECORD.
           READ STREAM-TOTALS-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-STREAM-FILE-STATUS NOT = "00"
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           WRITE TOTALS-WORK-RECORD FROM STREAM-TOTALS-RECORD
           IF WS-WORK-FILE-STATUS NOT = "00"
               MOVE WS-TOTALS-WORK-NAME TO WS-STREAM-FILE-NAME
               MOVE WS-WORK-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOLDED-COUNT.

       455-REPLACE-NIGHT-TOTALS.
           OPEN INPUT TOTALS-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               MOVE WS-TOTALS-WORK-NAME TO WS-STREAM-FILE-NAME
               MOVE WS-WORK-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NIGHT-TOTALS-FILE
           IF WS-NIGHT-FILE-STATUS NOT = "00"
               CLOSE TOTALS-WORK-FILE
               MOVE "seltotl.dat" TO WS-STREAM-FILE-NAME
               MOVE WS-NIGHT-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           PERFORM 457-COPY-WORK-TOTALS-RECORD
               UNTIL WS-WORK-FILE-STATUS NOT = "00"
                  OR WS-MERGE-FAILED
           CLOSE NIGHT-TOTALS-FILE
           CLOSE TOTALS-WORK-FILE
           IF WS-MERGE-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM 446-DISCARD-TOTALS-WORK.

       457-COPY-WORK-TOTALS-RECORD.
           READ TOTALS-WORK-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-WORK-FILE-STATUS NOT = "00"
               MOVE WS-TOTALS-WORK-NAME TO WS-STREAM-FILE-NAME
               MOVE WS-WORK-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
               EXIT PARAGRAPH
           END-IF
           WRITE NIGHT-TOTALS-RECORD FROM TOTALS-WORK-RECORD
           IF WS-NIGHT-FILE-STATUS NOT = "00"
               MOVE "seltotl.dat" TO WS-STREAM-FILE-NAME
               MOVE WS-NIGHT-FILE-STATUS TO WS-STREAM-FILE-STATUS
               PERFORM 460-REPORT-MERGE-FAILURE
           END-IF.

       460-REPORT-MERGE-FAILURE.
           SET WS-MERGE-FAILED TO TRUE
           DISPLAY "CYCEND: " FUNCTION TRIM(WS-STREAM-FILE-NAME)
                   " failed (status " WS-STREAM-FILE-STATUS ")".

       470-SHOW-FOLDED-COUNT.
           MOVE WS-FOLDED-COUNT TO WS-ROWS-DISPLAY
           DISPLAY WS-ROWS-DISPLAY " record(s) folded in from "
                   FUNCTION TRIM(WS-STREAM-FILE-NAME).
