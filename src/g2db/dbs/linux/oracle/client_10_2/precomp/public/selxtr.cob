      * consumer instead of being assumed to belong to one query.      *
      * Data rows always begin 'Y'/'N' (the truncation marker), so     *
      * the "HDR   "/"TRL   " tags are unambiguous record types.       *
      *                                                                *
      * A playlist stream job runs alongside the other streams of its  *
      * cycle, so it must not append to the shared file: LK-ACTION =   *
      * "STRM" (LK-ROW-COUNT carrying the stream number) points it at  *
      * its own selextr.Snn.dat, which CYCEND folds back into          *
      * selextr.dat in stream order when the cycle closes. A failed    *
      * open is reported once and the statement's rows are not         *
      * written - retried at the next statement's header.              *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELXTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-NAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-EXTRACT-FILE-STATUS.


       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-FILE-STATUS         PIC XX.
       01  WS-EXTRACT-NAME                PIC X(64)
                                              VALUE "selextr.dat".
       01  WS-STREAM-NUMBER               PIC 99.
       01  WS-EVENT-TEXT                  PIC X(80).
       01  WS-COL-INDEX                   PIC S9(9) COMP-5.
       01  WS-COL-LOOP-LIMIT              PIC S9(9) COMP-5.

       01  WS-FILE-IS-OPEN                PIC X VALUE 'N'.
           88  EXTR-FILE-IS-OPEN             VALUE 'Y'.
           88  EXTR-FILE-IS-NOT-OPEN         VALUE 'N'.
      * The open was refused - rows are dropped (loudly, once) until
      * the next header tries again.
           88  EXTR-FILE-OPEN-FAILED         VALUE 'F'.

      * Single source of truth for the OCCURS bound the loop above
      * clamps to - kept in step with bndsel.cob's own
       000-MAIN.
           EVALUATE LK-ACTION
               WHEN "HDR "
                   IF EXTR-FILE-OPEN-FAILED
                       SET EXTR-FILE-IS-NOT-OPEN TO TRUE
                   END-IF
                   PERFORM 050-ENSURE-FILE-OPEN
                   IF EXTR-FILE-IS-OPEN
                       PERFORM 200-WRITE-HEADER
                   END-IF
               WHEN "WRIT"
                   PERFORM 050-ENSURE-FILE-OPEN
                   IF EXTR-FILE-IS-OPEN
                       PERFORM 100-WRITE-EXTRACT-ROW
                   END-IF
               WHEN "TRLR"
                   PERFORM 050-ENSURE-FILE-OPEN
                   IF EXTR-FILE-IS-OPEN
                       PERFORM 250-WRITE-TRAILER
                   END-IF
               WHEN "STRM"
                   PERFORM 300-CLOSE-FILE
                   PERFORM 040-NAME-STREAM-FILE
               WHEN "CLOS"
                   PERFORM 300-CLOSE-FILE
           END-EVALUATE
           GOBACK.

       040-NAME-STREAM-FILE.
           IF LK-ROW-COUNT < 1 OR LK-ROW-COUNT > 99
               MOVE "selextr.dat" TO WS-EXTRACT-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE LK-ROW-COUNT TO WS-STREAM-NUMBER
           MOVE SPACES TO WS-EXTRACT-NAME
           STRING "selextr.S" DELIMITED BY SIZE
                  WS-STREAM-NUMBER DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-EXTRACT-NAME.

       050-ENSURE-FILE-OPEN.
           IF EXTR-FILE-IS-NOT-OPEN
               OPEN EXTEND SEL-EXTRACT-FILE
               IF WS-EXTRACT-FILE-STATUS = "35"
                   OPEN OUTPUT SEL-EXTRACT-FILE
               END-IF
               IF WS-EXTRACT-FILE-STATUS NOT = "00"
                   PERFORM 060-REPORT-OPEN-FAILURE
                   EXIT PARAGRAPH
               END-IF
               SET EXTR-FILE-IS-OPEN TO TRUE
           END-IF.

       060-REPORT-OPEN-FAILURE.
      * Severity 1: the statement's rows will not be on the extract,
      * and the balancing run will say so - the on-call should hear
      * it from here first.
           SET EXTR-FILE-OPEN-FAILED TO TRUE
           DISPLAY "SELXTR: " FUNCTION TRIM(WS-EXTRACT-NAME)
                   " could not be opened (status "
                   WS-EXTRACT-FILE-STATUS ") - rows for "
                   LK-QUERY-ID " not written"
           MOVE SPACES TO WS-EVENT-TEXT
           STRING "extract open failed, status "
                      DELIMITED BY SIZE
                  WS-EXTRACT-FILE-STATUS DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-EXTRACT-NAME DELIMITED BY SPACE
                  INTO WS-EVENT-TEXT
           CALL "EVTLOG" USING "SELXTR  " LK-QUERY-ID "1"
                                "XTROPEN " WS-EVENT-TEXT.

       300-CLOSE-FILE.
           IF EXTR-FILE-IS-OPEN
               CLOSE SEL-EXTRACT-FILE
           END-IF
           SET EXTR-FILE-IS-NOT-OPEN TO TRUE.

       100-WRITE-EXTRACT-ROW.
      * req 001: SELDFLAG may have just reported SQLDFND > SQLDNUM -
