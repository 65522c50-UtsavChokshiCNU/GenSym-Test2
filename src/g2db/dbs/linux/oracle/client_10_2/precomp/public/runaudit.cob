      * chkpt.cob the file is opened on first use and left open       *
      * across calls.                                                 *
      *                                                               *
      * LK-AUDIT-COUNTS carries the per-run counts added since the    *
      * original layout - the rows the data-quality rules flagged     *
      * and rejected (see dqrule.cob), and for a bulk load the input  *
      * records read, loaded and rejected (see lodfile.cob) - landed  *
      * by "END " and "DEFR", zeroed by "STRT". Extending that group  *
      * lengthens RUN-AUDIT-RECORD: a runaudit.dat written before the *
      * change must be unloaded and reloaded into the new layout (or  *
      * archived and started fresh) before the first run, and the     *
      * mirrors in runaudr.cob / runexcr.cob / runfcst.cob move with  *
      * it.                                                           *
      *                                                               *
      * The companion report program (see runaudr.cob) prints the     *
      * last N runs for a query id with day-over-day row-count        *
      * deltas off this same file.                                    *
      * A record still 'R' days later is itself evidence: the job
      * died hard enough that not even the error paragraph ran.
           02  AUD-RUN-STATUS             PIC X.
      * Rows the data-quality rules flagged (written, with a finding)
      * and rejected (kept off the extract, listed on dqreject.dat).
      * AUD-ROWS-FETCHED still counts every fetched row, rejected or
      * not - rows extracted is fetched minus rejected.
           02  AUD-DQ-FLAGGED-ROWS        PIC S9(9) COMP-5.
           02  AUD-DQ-REJECTED-ROWS       PIC S9(9) COMP-5.
      * Bulk load only (zero otherwise): input records read, loaded
      * and rejected. Read = loaded + rejected on any record that
      * ended cleanly - runexcr.cob flags one that does not.
           02  AUD-LOAD-INPUT-RECORDS     PIC S9(9) COMP-5.
           02  AUD-LOAD-LOADED-RECORDS    PIC S9(9) COMP-5.
           02  AUD-LOAD-REJECTED-RECORDS  PIC S9(9) COMP-5.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS           PIC XX.
       01  LK-CACHE-HIT-FLAG              PIC X.
       01  LK-CHKPT-RESUME-FLAG           PIC X.
       01  LK-FINAL-SQLCODE               PIC S9(9) COMP-5.
       01  LK-AUDIT-COUNTS.
           02  LK-DQ-FLAGGED-COUNT        PIC S9(9) COMP-5.
           02  LK-DQ-REJECT-COUNT         PIC S9(9) COMP-5.
           02  LK-LOAD-INPUT-COUNT        PIC S9(9) COMP-5.
           02  LK-LOAD-LOADED-COUNT       PIC S9(9) COMP-5.
           02  LK-LOAD-REJECT-COUNT       PIC S9(9) COMP-5.

       PROCEDURE DIVISION USING LK-ACTION LK-QUERY-ID LK-SQL-TEXT
                                 LK-ROW-COUNT LK-NULL-DISCREPANCY-COUNT
                                 LK-CACHE-HIT-FLAG LK-CHKPT-RESUME-FLAG
                                 LK-FINAL-SQLCODE LK-AUDIT-COUNTS.

       000-MAIN.
           EVALUATE LK-ACTION
           MOVE LK-CHKPT-RESUME-FLAG TO AUD-CHKPT-RESUME-FLAG
           MOVE ZERO TO AUD-FINAL-SQLCODE
           MOVE 'R' TO AUD-RUN-STATUS
           MOVE ZERO TO AUD-DQ-FLAGGED-ROWS
           MOVE ZERO TO AUD-DQ-REJECTED-ROWS
           MOVE ZERO TO AUD-LOAD-INPUT-RECORDS
           MOVE ZERO TO AUD-LOAD-LOADED-RECORDS
           MOVE ZERO TO AUD-LOAD-REJECTED-RECORDS
           REWRITE RUN-AUDIT-RECORD
               INVALID KEY
                   WRITE RUN-AUDIT-RECORD
           MOVE LK-CHKPT-RESUME-FLAG TO AUD-CHKPT-RESUME-FLAG
           MOVE LK-FINAL-SQLCODE TO AUD-FINAL-SQLCODE
           MOVE WS-END-STATUS TO AUD-RUN-STATUS
           MOVE LK-DQ-FLAGGED-COUNT TO AUD-DQ-FLAGGED-ROWS
           MOVE LK-DQ-REJECT-COUNT TO AUD-DQ-REJECTED-ROWS
           MOVE LK-LOAD-INPUT-COUNT TO AUD-LOAD-INPUT-RECORDS
           MOVE LK-LOAD-LOADED-COUNT TO AUD-LOAD-LOADED-RECORDS
           MOVE LK-LOAD-REJECT-COUNT TO AUD-LOAD-REJECTED-RECORDS
           REWRITE RUN-AUDIT-RECORD
               INVALID KEY
                   WRITE RUN-AUDIT-RECORD
