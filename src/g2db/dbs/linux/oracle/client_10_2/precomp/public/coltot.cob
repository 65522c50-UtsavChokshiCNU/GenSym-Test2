      * the same convention as SELRECN. "CLOS  " closes the trailer   *
      * file once at job end.                                         *
      *                                                               *
      * On "REPORT" LK-RAW-VALUE carries the statement's row count    *
      * (the rows written to the extract, as its trailer states), or  *
      * a negative value for a statement that returns no rows. A      *
      * query lands it as a column 000 balancing record - count only, *
      * marked resumed like the column records - so a reconciliation  *
      * rule compares the real row count, not a column's value count. *
      *                                                               *
      * "STREAM" (LK-COL-INDEX carrying the stream number) points a   *
      * playlist stream job at its own seltotl.Snn.dat; CYCEND folds  *
      * the stream files back into seltotl.dat in stream order when   *
      * the cycle closes. A failed open is reported and that          *
      * statement's records are not written.                          *
      *                                                               *
      * A sum that overflows the 38-digit accumulator is reported as  *
      * OVERFLOW rather than printed wrapped - a wrong control total  *
      * is worse than no control total.                               *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-TOTALS-FILE ASSIGN TO DYNAMIC WS-TOTALS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TOTALS-FILE-STATUS.


       WORKING-STORAGE SECTION.
       01  WS-TOTALS-FILE-STATUS          PIC XX.
       01  WS-TOTALS-NAME                 PIC X(64)
                                              VALUE "seltotl.dat".
       01  WS-STREAM-NUMBER               PIC 99.
       01  WS-COL-INDEX                   PIC S9(9) COMP-5.
       01  WS-OVERFLOW-COUNT              PIC S9(9) COMP-5.

                   PERFORM 200-REPORT-TOTALS
               WHEN "RESET "
                   PERFORM 300-RESET-TOTALS
               WHEN "STREAM"
                   PERFORM 400-CLOSE-FILE
                   PERFORM 050-NAME-STREAM-FILE
               WHEN "CLOS  "
                   PERFORM 400-CLOSE-FILE
           END-EVALUATE
           GOBACK.

       050-NAME-STREAM-FILE.
           IF LK-COL-INDEX < 1 OR LK-COL-INDEX > 99
               MOVE "seltotl.dat" TO WS-TOTALS-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE LK-COL-INDEX TO WS-STREAM-NUMBER
           MOVE SPACES TO WS-TOTALS-NAME
           STRING "seltotl.S" DELIMITED BY SIZE
                  WS-STREAM-NUMBER DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-TOTALS-NAME.

       060-ENSURE-FILE-OPEN.
           IF TOTALS-FILE-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SEL-TOTALS-FILE
           IF WS-TOTALS-FILE-STATUS = "35"
               OPEN OUTPUT SEL-TOTALS-FILE
           END-IF
           IF WS-TOTALS-FILE-STATUS = "00"
               SET TOTALS-FILE-IS-OPEN TO TRUE
               EXIT PARAGRAPH
           END-IF
      * Severity 1: without its balancing records the statement's
      * extract cannot be certified tonight.
           DISPLAY "COLTOT: " FUNCTION TRIM(WS-TOTALS-NAME)
                   " could not be opened (status "
                   WS-TOTALS-FILE-STATUS ") - balancing records for "
                   LK-QUERY-ID " not written"
           MOVE SPACES TO WS-EVENT-TEXT
           STRING "totals open failed, status " DELIMITED BY SIZE
                  WS-TOTALS-FILE-STATUS DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-TOTALS-NAME DELIMITED BY SPACE
                  INTO WS-EVENT-TEXT
           CALL "EVTLOG" USING "COLTOT  " LK-QUERY-ID "1"
                                "TOTOPEN " WS-EVENT-TEXT.

       100-TALLY-ONE-VALUE.
           IF LK-COL-INDEX < 1 OR LK-COL-INDEX > WS-MAX-SELECT-ITEMS
               EXIT PARAGRAPH
                       "checkpoint - totals cover post-checkpoint "
                       "rows only and are marked partial"
           END-IF
           PERFORM 060-ENSURE-FILE-OPEN
           DISPLAY "COL     COUNT SUM / MIN / MAX"
           PERFORM 210-REPORT-ONE-COLUMN
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > WS-MAX-SELECT-ITEMS
           IF LK-RAW-VALUE NOT < ZERO
               PERFORM 230-WRITE-ROW-COUNT-RECORD
           END-IF
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "WARNING: " WS-OVERFLOW-COUNT
                       " column sum(s) overflowed - totals "

       220-WRITE-BALANCING-RECORD.
           IF TOTALS-FILE-IS-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BALANCING-DETAIL
           MOVE LK-QUERY-ID TO WS-BAL-QUERY-ID
           MOVE WS-BALANCING-DETAIL TO SEL-TOTALS-RECORD
           WRITE SEL-TOTALS-RECORD.

       230-WRITE-ROW-COUNT-RECORD.
      * Column 000 is the statement itself: count only, scale and
      * value totals zero.
           IF TOTALS-FILE-IS-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BALANCING-DETAIL
           MOVE LK-QUERY-ID TO WS-BAL-QUERY-ID
           MOVE ZERO TO WS-BAL-COL-NUM
           MOVE ZERO TO WS-BAL-SCALE
           MOVE LK-RAW-VALUE TO WS-BAL-COUNT
           MOVE ZERO TO WS-BAL-SUM
           MOVE ZERO TO WS-BAL-MIN
           MOVE ZERO TO WS-BAL-MAX
           MOVE 'N' TO WS-BAL-OVERFLOW
           IF LK-RESUME-FLAG = 'Y'
               MOVE 'Y' TO WS-BAL-RESUMED
           ELSE
               MOVE 'N' TO WS-BAL-RESUMED
           END-IF
           MOVE LK-RAW-VALUE TO WS-COUNT-DISPLAY
           DISPLAY "000 " WS-COUNT-DISPLAY " row(s) written"
           MOVE SPACES TO SEL-TOTALS-RECORD
           MOVE WS-BALANCING-DETAIL TO SEL-TOTALS-RECORD
           WRITE SEL-TOTALS-RECORD.

       300-RESET-TOTALS.
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-MAX-SELECT-ITEMS
