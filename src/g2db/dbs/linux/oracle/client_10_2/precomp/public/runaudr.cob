      * the previous run, null-discrepancy count, cache-hit and       *
      * checkpoint-resume flags, final SQLCODE, run status and the    *
      * SQL text checksum (a changed checksum under the same id means *
      * someone edited the statement between those runs) and the      *
      * rows the data-quality rules rejected (see dqrule.cob). This is *
      * the program to answer "what ran, when, and how many rows did  *
      * it produce" when the balancing question arrives weeks after   *
      * the session output scrolled away.                             *
           02  AUD-CHKPT-RESUME-FLAG      PIC X.
           02  AUD-FINAL-SQLCODE          PIC S9(9) COMP-5.
           02  AUD-RUN-STATUS             PIC X.
           02  AUD-DQ-FLAGGED-ROWS        PIC S9(9) COMP-5.
           02  AUD-DQ-REJECTED-ROWS       PIC S9(9) COMP-5.
           02  AUD-LOAD-INPUT-RECORDS     PIC S9(9) COMP-5.
           02  AUD-LOAD-LOADED-RECORDS    PIC S9(9) COMP-5.
           02  AUD-LOAD-REJECTED-RECORDS  PIC S9(9) COMP-5.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS           PIC XX.
               03  WS-RING-SQLCODE        PIC S9(9) COMP-5.
               03  WS-RING-STATUS         PIC X.
               03  WS-RING-HASH           PIC 9(9).
               03  WS-RING-DQ-REJECTED    PIC S9(9) COMP-5.

       01  WS-REPORT-LINE.
           02  WS-RPT-START-TS            PIC X(14).
           02  WS-RPT-STATUS              PIC X.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-RPT-HASH                PIC 9(9).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-RPT-DQ-REJECTED         PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

           MOVE AUD-CHKPT-RESUME-FLAG TO WS-RING-RESUME(WS-SLOT-INDEX)
           MOVE AUD-FINAL-SQLCODE TO WS-RING-SQLCODE(WS-SLOT-INDEX)
           MOVE AUD-RUN-STATUS TO WS-RING-STATUS(WS-SLOT-INDEX)
           MOVE AUD-SQL-HASH TO WS-RING-HASH(WS-SLOT-INDEX)
           MOVE AUD-DQ-REJECTED-ROWS
               TO WS-RING-DQ-REJECTED(WS-SLOT-INDEX).

       200-PRINT-REPORT.
           DISPLAY "Run history for " WS-QUERY-ID
           DISPLAY "START (CCYYMMDDHHMMSS)   ROWS      DELTA "
                   "NULLDISC C  R     SQLCODE S HASH       DQREJECT"
           DISPLAY "-------------- --------- ---------- "
                   "--------- -  -  ---------- - --------- "
                   "---------"

           COMPUTE WS-FIRST-PRINTED = WS-TOTAL-RUNS - WS-RUNS-WANTED + 1
           IF WS-FIRST-PRINTED < 1
           MOVE WS-RING-SQLCODE(WS-SLOT-INDEX) TO WS-RPT-SQLCODE
           MOVE WS-RING-STATUS(WS-SLOT-INDEX) TO WS-RPT-STATUS
           MOVE WS-RING-HASH(WS-SLOT-INDEX) TO WS-RPT-HASH
           MOVE WS-RING-DQ-REJECTED(WS-SLOT-INDEX)
               TO WS-RPT-DQ-REJECTED
           DISPLAY WS-REPORT-LINE.
