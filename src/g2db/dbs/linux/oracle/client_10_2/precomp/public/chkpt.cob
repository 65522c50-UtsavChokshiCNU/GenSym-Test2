      * runs once per fetched row, so reopening an indexed file that   *
      * often would become the very bottleneck this feature exists     *
      * to avoid. LK-ACTION = "CLOS" closes it once at job end.        *
      *                                                                *
      * LK-REJECT-COUNT rides along with the row count: rows the       *
      * data-quality rules rejected (see dqrule.cob) were fetched but  *
      * never written, so a resumed run needs the pre-crash reject     *
      * count as well as the row count for its extract trailer to     *
      * state how many data rows the file really holds. The field     *
      * lengthened CHKPT-RECORD - a chkpt.dat written before it must   *
      * be deleted once before the first run (the shorter records     *
      * cannot be read back; an in-flight resume is simply lost and    *
      * the id restarts from row one).                                 *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPT.
           02  CHKPT-BND-COLUMNS          OCCURS 100 TIMES.
               03  CHKPT-BND-VTYP         PIC S9(4) COMP-5.
               03  CHKPT-BND-VLN          PIC S9(9) COMP-5.
           02  CHKPT-REJECT-COUNT         PIC S9(9) COMP-5.

       WORKING-STORAGE SECTION.
       01  WS-CHKPT-FILE-STATUS           PIC XX.
       01  LK-QUERY-ID                    PIC X(30).
       01  LK-SQL-TEXT                    PIC X(1000).
       01  LK-ROW-COUNT                   PIC S9(9) COMP-5.
       01  LK-REJECT-COUNT                PIC S9(9) COMP-5.
           COPY "bndsel.cob" REPLACING BNDDSC BY LK-BND-GROUP
                                        SELDSC BY LK-SEL-GROUP
                                        XBNDDI BY LK-XBNDDI-GROUP
                                              WHEN SET TO FALSE 'N'.

       PROCEDURE DIVISION USING LK-ACTION LK-QUERY-ID LK-SQL-TEXT
                                 LK-ROW-COUNT LK-REJECT-COUNT
                                 LK-BND-GROUP LK-SEL-GROUP
                                 SELD-COLUMN-META SELD-DISPLAY-INFO
                                 LK-CHECKPOINT-FOUND.
           MOVE LK-QUERY-ID TO CHKPT-QUERY-ID
           MOVE LK-SQL-TEXT TO CHKPT-SQL-TEXT
           MOVE LK-ROW-COUNT TO CHKPT-LAST-ROW-COUNT
           MOVE LK-REJECT-COUNT TO CHKPT-REJECT-COUNT
           MOVE FUNCTION CURRENT-DATE TO CHKPT-TIMESTAMP
           MOVE SQLDFND OF LK-SEL-GROUP TO CHKPT-SQLDFND
           MOVE SQLDFND OF LK-BND-GROUP TO CHKPT-BND-SQLDFND

       210-RESTORE-CHECKPOINT.
                   MOVE CHKPT-LAST-ROW-COUNT TO LK-ROW-COUNT
                   MOVE CHKPT-REJECT-COUNT TO LK-REJECT-COUNT
      * Restore the select-list and bind-variable counts from their
      * own persisted fields instead of reusing the select-side count
      * for both.
