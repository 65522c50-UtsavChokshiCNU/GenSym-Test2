      *     enough that not even the error paragraph completed it;    *
      *   - any nonzero final SQLCODE;                                *
      *   - any nonzero null-discrepancy count;                       *
      *   - any rows rejected by the data-quality rules (see          *
      *     dqrule.cob) - those rows are missing from the extract;    *
      *   - any input records a bulk load rejected (see lodfile.cob)  *
      *     - the sending team must correct and resend them;          *
      *   - any bulk load whose input records read do not equal       *
      *     records loaded plus records rejected - a record lost      *
      *     between file and table;                                   *
      *   - any rows-fetched figure deviating more than an            *
      *     operator-supplied tolerance percentage from that id's     *
      *     recent average (built from the id's own earlier clean     *
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
               MOVE AUD-NULL-DISCREPANCIES TO WS-DTL-VALUE
               DISPLAY WS-DETAIL-LINE
           END-IF
           IF AUD-DQ-REJECTED-ROWS NOT = ZERO
               MOVE "ROWS REJECTED BY DATA-QUALITY RULES"
                   TO WS-RPT-REASON
               PERFORM 300-PRINT-EXCEPTION
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "rows rejected (see dqreject.dat)" TO WS-DTL-TEXT
               MOVE AUD-DQ-REJECTED-ROWS TO WS-DTL-VALUE
               DISPLAY WS-DETAIL-LINE
           END-IF
           IF AUD-LOAD-REJECTED-RECORDS NOT = ZERO
               MOVE "INPUT RECORDS REJECTED BY BULK LOAD"
                   TO WS-RPT-REASON
               PERFORM 300-PRINT-EXCEPTION
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "records rejected (see lodrej.dat)" TO WS-DTL-TEXT
               MOVE AUD-LOAD-REJECTED-RECORDS TO WS-DTL-VALUE
               DISPLAY WS-DETAIL-LINE
           END-IF
      * The counts land as of the load's last commit, so they balance
      * on every record that got that far - a died-hard 'R' record
      * (zeroed at start) is already reported above.
           IF AUD-RUN-STATUS NOT = 'R'
                   AND AUD-LOAD-INPUT-RECORDS NOT =
                       AUD-LOAD-LOADED-RECORDS
                       + AUD-LOAD-REJECTED-RECORDS
               MOVE "BULK LOAD COUNTS DO NOT BALANCE"
                   TO WS-RPT-REASON
               PERFORM 300-PRINT-EXCEPTION
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "input records read" TO WS-DTL-TEXT
               MOVE AUD-LOAD-INPUT-RECORDS TO WS-DTL-VALUE
               MOVE ", loaded" TO WS-DTL-TEXT-2
               MOVE AUD-LOAD-LOADED-RECORDS TO WS-DTL-VALUE-2
               DISPLAY WS-DETAIL-LINE
           END-IF
           PERFORM 210-CHECK-ROW-DEVIATION.

       210-CHECK-ROW-DEVIATION.
