      ***************************************************************
      * DQRULE : Column-level data-quality rules for the SAMPLE10    *
      *          fetch path.                                          *
      *                                                               *
      * SELRECN only ever caught one kind of bad value - a null in a  *
      * column DESCRIBE called NOT NULL. Everything else (a negative  *
      * amount, a blank account number, a status code nobody         *
      * recognizes, a description longer than the target column)      *
      * flowed straight onto the extract and was found by the         *
      * downstream load, or not at all. This subprogram applies the   *
      * rules kept on dqrules.dat (maintained through DQRMNT) to      *
      * every fetched row, after NUMFMT/DATFMT have rendered it and   *
      * before SELXTR writes it.                                      *
      *                                                               *
      * Rules are keyed by query id plus a rule id, and name their    *
      * column either by describe sequence or, sequence zero, by      *
      * column name - a name survives a select list being reordered,  *
      * a sequence number does not. Rule types:                       *
      *   'R' - numeric range: the value must be numeric and lie      *
      *         within whichever of the min/max limits are present;   *
      *   'B' - not blank: a null or all-space value fails;           *
      *   'L' - allowed values: the value must equal one of up to     *
      *         ten listed codes;                                     *
      *   'M' - maximum length: the trailing-trimmed value must not   *
      *         run past the stated length.                           *
      * A null (or blank) value only ever fails a not-blank rule -    *
      * the other types skip it, so "may be null, but if present      *
      * must be 1-99" is one range rule and no more.                  *
      *                                                               *
      * Each rule carries a disposition: 'F' flags the row (a         *
      * DISPLAYed finding, counted, the row still written) and 'R'    *
      * rejects it (not written to the extract or the control         *
      * totals; one record per failing reject rule lands on           *
      * dqreject.dat with the query id, row number, column, rule id   *
      * and the offending value). A row failing both kinds is a       *
      * rejected row - reject wins. The offending value is masked     *
      * first when the column has a masking rule (see maskrul.cob) -  *
      * the rules judge the real value, the file never shows it.      *
      *                                                               *
      * LK-ACTION = "RSET" drops the rules of the statement before -  *
      * called as each statement starts, so an entry that never       *
      * reaches "LOAD" (a non-query, a bind refusal) reports nothing  *
      * rather than the previous id's failures.                       *
      * LK-ACTION = "LOAD" reads the id's rules and resolves every    *
      * rule to a describe sequence - off the SQLDA name pointers     *
      * when DESCRIBE just ran, off sellayt.dat when the descriptors  *
      * came from the cache or a checkpoint and the names were never  *
      * fetched. A rule naming a column the select list no longer     *
      * has is reported and left out, never silently passed.          *
      * LK-ACTION = "CHEK" evaluates one row and returns the row's    *
      * disposition, adding to the caller's flagged/rejected row      *
      * counts (the caller owns those counts so a checkpoint resume   *
      * can carry them - see chkpt.cob).                              *
      * LK-ACTION = "RPT " prints the per-rule failure counts and     *
      * lands the totals on the event feed.                           *
      * LK-ACTION = "CLOS" closes the reject file at job end; like    *
      * selxtr.cob it is opened on first use and left open.           *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQRULE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQ-RULE-FILE ASSIGN TO "dqrules.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DQR-KEY
               FILE STATUS WS-RULE-FILE-STATUS.
           SELECT DQ-REJECT-FILE ASSIGN TO "dqreject.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REJECT-FILE-STATUS.
           SELECT SEL-LAYOUT-FILE ASSIGN TO "sellayt.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LAY-KEY
               FILE STATUS WS-LAYOUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DQ-RULE-FILE.
      * Layout shared with dqrmnt.cob - keep the two in step by hand.
      * Limits are display numeric, signs leading separate, so the
      * file reads the same on any system, like COLTOT's balancing
      * record.
       01  DQ-RULE-RECORD.
           02  DQR-KEY.
               03  DQR-QUERY-ID           PIC X(30).
               03  DQR-RULE-ID            PIC X(8).
      * Zero = match the column by DQR-COL-NAME instead.
           02  DQR-COL-SEQ                PIC 9(3).
           02  DQR-COL-NAME               PIC X(30).
           02  DQR-RULE-TYPE              PIC X.
           02  DQR-DISPOSITION            PIC X.
           02  DQR-MIN-PRESENT            PIC X.
           02  DQR-MIN-VALUE              PIC S9(13)V9(5) SIGN LEADING
                                              SEPARATE.
           02  DQR-MAX-PRESENT            PIC X.
           02  DQR-MAX-VALUE              PIC S9(13)V9(5) SIGN LEADING
                                              SEPARATE.
           02  DQR-MAX-LENGTH             PIC 9(4).
           02  DQR-ALLOWED-VALUE          OCCURS 10 TIMES PIC X(20).

       FD  DQ-REJECT-FILE.
       01  DQ-REJECT-LINE                 PIC X(190).

      * Layout mirrors sellayt.cob's SEL-LAYOUT-RECORD, prefix-plus-
      * FILLER (the same convention as chkmnt.cob) - only the column
      * name is read here. Keep the total length in step by hand.
       FD  SEL-LAYOUT-FILE.
       01  SEL-LAYOUT-RECORD.
           02  LAY-KEY.
               03  LAY-QUERY-ID           PIC X(30).
               03  LAY-COL-SEQ            PIC 9(3).
           02  LAY-COL-NAME               PIC X(30).
           02  FILLER                     PIC X(57).

       WORKING-STORAGE SECTION.
       01  WS-RULE-FILE-STATUS            PIC XX.
       01  WS-REJECT-FILE-STATUS          PIC XX.
       01  WS-LAYOUT-FILE-STATUS          PIC XX.
       01  WS-COL-INDEX                   PIC S9(9) COMP-5.
       01  WS-COL-LOOP-LIMIT              PIC S9(9) COMP-5.
       01  WS-RULE-INDEX                  PIC S9(9) COMP-5.
       01  WS-VALUE-INDEX                 PIC S9(9) COMP-5.
       01  WS-EVENT-TEXT                  PIC X(80).
       01  WS-COUNT-DISPLAY               PIC ZZZZZZZZ9.

       01  WS-FILE-IS-OPEN                PIC X VALUE 'N'.
           88  REJECT-FILE-IS-OPEN           VALUE 'Y'.
           88  REJECT-FILE-IS-NOT-OPEN       VALUE 'N'.

      * The rules for the query id in flight, loaded once per
      * statement - evaluating off the indexed file per row would be
      * the bottleneck chkpt.cob's open-once pattern exists to avoid.
      * A query id with more rules than the table holds has the
      * surplus reported at load time and left out.
       01  WS-MAX-RULES                   PIC S9(9) COMP-5 VALUE 50.
       01  WS-RULE-COUNT                  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-RULE-TABLE.
           02  WS-RULE-ENTRY              OCCURS 50 TIMES.
               03  WS-RT-RULE-ID          PIC X(8).
               03  WS-RT-COL-SEQ          PIC S9(9) COMP-5.
               03  WS-RT-COL-NAME         PIC X(30).
               03  WS-RT-RULE-TYPE        PIC X.
                   88  WS-RT-RANGE-RULE      VALUE 'R'.
                   88  WS-RT-NOT-BLANK-RULE  VALUE 'B'.
                   88  WS-RT-ALLOWED-RULE    VALUE 'L'.
                   88  WS-RT-MAX-LEN-RULE    VALUE 'M'.
               03  WS-RT-DISPOSITION      PIC X.
                   88  WS-RT-REJECTS-ROW     VALUE 'R'.
               03  WS-RT-MIN-PRESENT      PIC X.
               03  WS-RT-MIN-VALUE        PIC S9(13)V9(5) COMP-3.
               03  WS-RT-MAX-PRESENT      PIC X.
               03  WS-RT-MAX-VALUE        PIC S9(13)V9(5) COMP-3.
               03  WS-RT-MAX-LENGTH       PIC S9(9) COMP-5.
               03  WS-RT-ALLOWED-VALUE    OCCURS 10 TIMES PIC X(20).
               03  WS-RT-FAIL-COUNT       PIC S9(9) COMP-5.

      * Column names for the statement in flight, by describe
      * sequence - filled once at load time from whichever source
      * has them.
       01  WS-COL-NAME-TABLE.
           02  WS-COL-NAME                OCCURS 100 TIMES PIC X(30).
       01  WS-NAMES-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-COLUMN-NAMES-FOUND         VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

      * Per-row evaluation work fields.
       01  WS-VALUE-EMPTY-FLAG            PIC X VALUE 'N'.
           88  WS-VALUE-IS-EMPTY             VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-RULE-FAILED-FLAG            PIC X VALUE 'N'.
           88  WS-RULE-FAILED                VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-ROW-FLAGGED-FLAG            PIC X VALUE 'N'.
           88  WS-ROW-WAS-FLAGGED            VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-NUMERIC-VALUE               PIC S9(25)V9(9) COMP-3.
       01  WS-VALUE-LENGTH                PIC S9(9) COMP-5.

       01  WS-REJECT-DETAIL.
           02  WS-REJ-TIMESTAMP           PIC X(26).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-REJ-QUERY-ID            PIC X(30).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-REJ-ROW-NUMBER          PIC 9(9).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-REJ-COL-SEQ             PIC 9(3).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-REJ-COL-NAME            PIC X(30).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-REJ-RULE-ID             PIC X(8).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-REJ-RULE-TYPE           PIC X.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-REJ-VALUE               PIC X(60).

      * The offending value is masked through MASKRUL's "ONE " before
      * it lands on dqreject.dat - a masked column must not leak
      * through the reject file either. MASKRUL resolved the
      * statement's masks at its own "LOAD"; the environment and the
      * result block are passed for the CALL's shape only. Result
      * layout mirrors maskrul.cob's LK-MASK-RESULT - keep in step
      * by hand.
       01  WS-MASK-ENV-NAME               PIC X(8) VALUE SPACES.
       01  WS-MASK-RESULT.
           02  WS-MASKED-COLUMN-COUNT     PIC S9(4) COMP-5.
           02  WS-MASK-COL-FLAG           OCCURS 100 TIMES PIC X.
       01  WS-MASK-FOUND-FLAG             PIC X.

      * BASED buffer used to dereference the SQLDA column-name
      * pointer fields, the same pattern as colcat.pco / sellayt.cob.
       01  WS-COLNAME-BUFFER              PIC X(30) BASED.

      * Single source of truth for the OCCURS bound the loops below
      * clamp to - kept in step with bndsel.cob's own
      * WS-MAX-SELECT-ITEMS by hand (COPY brings a second copy of
      * that name into LINKAGE below, unmapped by any USING
      * parameter since it is a compile-time constant, not caller
      * data - renamed out of the way to avoid an ambiguous
      * reference).
       01  WS-MAX-SELECT-ITEMS            PIC S9(9) COMP-5 VALUE 100.

       LINKAGE SECTION.
       01  LK-ACTION                      PIC X(4).
       01  LK-QUERY-ID                    PIC X(30).
       01  LK-ROW-COUNT                   PIC S9(9) COMP-5.
           COPY "bndsel.cob" REPLACING SELDSC BY LK-SEL-GROUP
                                        BNDDSC BY LK-BND-GROUP
                                        XSELDI BY LK-XSELDI-GROUP
                                        XBNDDI BY LK-XBNDDI-GROUP
                                        WS-MAX-SELECT-ITEMS
                                            BY LK-UNUSED-MAX-ITEMS.
      * 'R' = reject the row, 'F' = flagged but written, space =
      * clean. Set by "CHEK" only.
       01  LK-ROW-DISPOSITION             PIC X.
       01  LK-FLAGGED-COUNT               PIC S9(9) COMP-5.
       01  LK-REJECT-COUNT                PIC S9(9) COMP-5.

       PROCEDURE DIVISION USING LK-ACTION LK-QUERY-ID LK-ROW-COUNT
                                 LK-SEL-GROUP LK-XSELDI-GROUP
                                 SELD-DISPLAY-INFO LK-ROW-DISPOSITION
                                 LK-FLAGGED-COUNT LK-REJECT-COUNT.

       000-MAIN.
           EVALUATE LK-ACTION
               WHEN "RSET"
                   MOVE ZERO TO WS-RULE-COUNT
               WHEN "LOAD"
                   PERFORM 100-LOAD-RULES
               WHEN "CHEK"
                   PERFORM 200-CHECK-ROW
               WHEN "RPT "
                   PERFORM 400-REPORT-RULES
               WHEN "CLOS"
                   PERFORM 500-CLOSE-FILE
           END-EVALUATE
           GOBACK.

       050-ENSURE-FILE-OPEN.
           IF REJECT-FILE-IS-NOT-OPEN
               OPEN EXTEND DQ-REJECT-FILE
               IF WS-REJECT-FILE-STATUS = "35"
                   OPEN OUTPUT DQ-REJECT-FILE
               END-IF
               SET REJECT-FILE-IS-OPEN TO TRUE
           END-IF.

       500-CLOSE-FILE.
           IF REJECT-FILE-IS-OPEN
               CLOSE DQ-REJECT-FILE
               SET REJECT-FILE-IS-NOT-OPEN TO TRUE
           END-IF.

       100-LOAD-RULES.
      * A fresh statement starts with no rules - the playlist runs
      * many ids through one job step, and a rule bleeding across
      * ids would judge one query's columns by another's standards.
           MOVE ZERO TO WS-RULE-COUNT
           OPEN INPUT DQ-RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
      * No rules file on this system is not an error - nothing has
      * been defined yet, and every row passes.
               EXIT PARAGRAPH
           END-IF
           MOVE LK-QUERY-ID TO DQR-QUERY-ID
           MOVE LOW-VALUES TO DQR-RULE-ID
           START DQ-RULE-FILE KEY NOT < DQR-KEY
               INVALID KEY
                   MOVE "10" TO WS-RULE-FILE-STATUS
           END-START
           PERFORM 110-LOAD-ONE-RULE
               UNTIL WS-RULE-FILE-STATUS NOT = "00"
           CLOSE DQ-RULE-FILE
           IF WS-RULE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 130-COLLECT-COLUMN-NAMES
           PERFORM 150-RESOLVE-ONE-RULE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT
           DISPLAY LK-QUERY-ID ": " WS-RULE-COUNT
                   " data-quality rule(s) in force".

       110-LOAD-ONE-RULE.
           READ DQ-RULE-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-RULE-FILE-STATUS NOT = "00"
                   OR DQR-QUERY-ID NOT = LK-QUERY-ID
      * Walked past this query id's records (or hit a read error) -
      * flag the status so the load loop stops.
               MOVE "10" TO WS-RULE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-COUNT NOT < WS-MAX-RULES
               DISPLAY "DQRULE: more than " WS-MAX-RULES
                       " rules for " LK-QUERY-ID " - rule "
                       DQR-RULE-ID " not loaded"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE DQR-RULE-ID TO WS-RT-RULE-ID(WS-RULE-COUNT)
           MOVE DQR-COL-SEQ TO WS-RT-COL-SEQ(WS-RULE-COUNT)
           MOVE DQR-COL-NAME TO WS-RT-COL-NAME(WS-RULE-COUNT)
           MOVE DQR-RULE-TYPE TO WS-RT-RULE-TYPE(WS-RULE-COUNT)
           MOVE DQR-DISPOSITION TO WS-RT-DISPOSITION(WS-RULE-COUNT)
           MOVE DQR-MIN-PRESENT TO WS-RT-MIN-PRESENT(WS-RULE-COUNT)
           MOVE DQR-MIN-VALUE TO WS-RT-MIN-VALUE(WS-RULE-COUNT)
           MOVE DQR-MAX-PRESENT TO WS-RT-MAX-PRESENT(WS-RULE-COUNT)
           MOVE DQR-MAX-VALUE TO WS-RT-MAX-VALUE(WS-RULE-COUNT)
           MOVE DQR-MAX-LENGTH TO WS-RT-MAX-LENGTH(WS-RULE-COUNT)
           PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
                   UNTIL WS-VALUE-INDEX > 10
               MOVE DQR-ALLOWED-VALUE(WS-VALUE-INDEX)
                   TO WS-RT-ALLOWED-VALUE(WS-RULE-COUNT WS-VALUE-INDEX)
           END-PERFORM
           MOVE ZERO TO WS-RT-FAIL-COUNT(WS-RULE-COUNT).

       130-COLLECT-COLUMN-NAMES.
      * The SQLDA name pointers are only good when DESCRIBE ran for
      * this statement - on a restore from the cache or a checkpoint
      * they still point at the last statement DESCRIBEd, so SAMPLE10
      * zeroes the name lengths and the names come from sellayt.dat,
      * as of the last DESCRIBE of this id.
           MOVE SPACES TO WS-COL-NAME-TABLE
           SET WS-COLUMN-NAMES-FOUND TO FALSE
           COMPUTE WS-COL-LOOP-LIMIT =
                   FUNCTION MIN(SQLDFND OF LK-SEL-GROUP
                                WS-MAX-SELECT-ITEMS)
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-COL-LOOP-LIMIT
               IF SELDH-CUR-VNAMEL OF LK-SEL-GROUP(WS-COL-INDEX)
                       > ZERO
                   SET ADDRESS OF WS-COLNAME-BUFFER
                       TO SELDH-VNAME-PTR OF LK-SEL-GROUP(WS-COL-INDEX)
                   MOVE WS-COLNAME-BUFFER(1:SELDH-CUR-VNAMEL
                           OF LK-SEL-GROUP(WS-COL-INDEX))
                       TO WS-COL-NAME(WS-COL-INDEX)
                   SET WS-COLUMN-NAMES-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-COLUMN-NAMES-FOUND
               PERFORM 140-READ-LAYOUT-NAMES
           END-IF.

       140-READ-LAYOUT-NAMES.
           OPEN INPUT SEL-LAYOUT-FILE
           IF WS-LAYOUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-QUERY-ID TO LAY-QUERY-ID
           MOVE ZERO TO LAY-COL-SEQ
           START SEL-LAYOUT-FILE KEY NOT < LAY-KEY
               INVALID KEY
                   MOVE "10" TO WS-LAYOUT-FILE-STATUS
           END-START
           PERFORM 145-READ-ONE-LAYOUT-NAME
               UNTIL WS-LAYOUT-FILE-STATUS NOT = "00"
           CLOSE SEL-LAYOUT-FILE.

       145-READ-ONE-LAYOUT-NAME.
           READ SEL-LAYOUT-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-LAYOUT-FILE-STATUS NOT = "00"
                   OR LAY-QUERY-ID NOT = LK-QUERY-ID
               MOVE "10" TO WS-LAYOUT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF LAY-COL-SEQ > ZERO
                   AND LAY-COL-SEQ NOT > WS-COL-LOOP-LIMIT
               MOVE LAY-COL-NAME TO WS-COL-NAME(LAY-COL-SEQ)
           END-IF.

       150-RESOLVE-ONE-RULE.
           IF WS-RT-COL-SEQ(WS-RULE-INDEX) = ZERO
               PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                       UNTIL WS-COL-INDEX > WS-COL-LOOP-LIMIT
                          OR WS-RT-COL-SEQ(WS-RULE-INDEX) > ZERO
                   IF WS-COL-NAME(WS-COL-INDEX)
                           = WS-RT-COL-NAME(WS-RULE-INDEX)
                       MOVE WS-COL-INDEX
                           TO WS-RT-COL-SEQ(WS-RULE-INDEX)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-RT-COL-SEQ(WS-RULE-INDEX) NOT > WS-COL-LOOP-LIMIT
                   MOVE WS-COL-NAME(WS-RT-COL-SEQ(WS-RULE-INDEX))
                       TO WS-RT-COL-NAME(WS-RULE-INDEX)
               ELSE
                   MOVE ZERO TO WS-RT-COL-SEQ(WS-RULE-INDEX)
               END-IF
           END-IF
      * Still zero: the column is not in tonight's select list. The
      * rule is left out of evaluation, loudly - a rule that quietly
      * stopped matching is a check everyone believes still runs.
           IF WS-RT-COL-SEQ(WS-RULE-INDEX) = ZERO
               DISPLAY "WARNING: data-quality rule "
                       WS-RT-RULE-ID(WS-RULE-INDEX) " for "
                       LK-QUERY-ID " names a column not in the "
                       "select list - rule not applied"
               MOVE SPACES TO WS-EVENT-TEXT
               STRING "rule " DELIMITED BY SIZE
                      WS-RT-RULE-ID(WS-RULE-INDEX)
                          DELIMITED BY SPACE
                      " column not in select list - not applied"
                          DELIMITED BY SIZE
                      INTO WS-EVENT-TEXT
               CALL "EVTLOG" USING "DQRULE  " LK-QUERY-ID "2"
                                    "DQNOCOL " WS-EVENT-TEXT
           END-IF.

       200-CHECK-ROW.
           MOVE SPACE TO LK-ROW-DISPOSITION
           IF WS-RULE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           SET WS-ROW-WAS-FLAGGED TO FALSE
           PERFORM 210-CHECK-ONE-RULE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT
           EVALUATE TRUE
               WHEN LK-ROW-DISPOSITION = 'R'
                   ADD 1 TO LK-REJECT-COUNT
               WHEN WS-ROW-WAS-FLAGGED
                   MOVE 'F' TO LK-ROW-DISPOSITION
                   ADD 1 TO LK-FLAGGED-COUNT
           END-EVALUATE.

       210-CHECK-ONE-RULE.
           MOVE WS-RT-COL-SEQ(WS-RULE-INDEX) TO WS-COL-INDEX
           IF WS-COL-INDEX = ZERO
               EXIT PARAGRAPH
           END-IF
           SET WS-RULE-FAILED TO FALSE
           IF SEL-DI OF LK-XSELDI-GROUP(WS-COL-INDEX) < ZERO
                   OR SELD-DISPLAY-BUFFER(WS-COL-INDEX) = SPACES
               SET WS-VALUE-IS-EMPTY TO TRUE
           ELSE
               SET WS-VALUE-IS-EMPTY TO FALSE
           END-IF
           EVALUATE TRUE
               WHEN WS-RT-NOT-BLANK-RULE(WS-RULE-INDEX)
                   IF WS-VALUE-IS-EMPTY
                       SET WS-RULE-FAILED TO TRUE
                   END-IF
               WHEN WS-VALUE-IS-EMPTY
                   CONTINUE
               WHEN WS-RT-RANGE-RULE(WS-RULE-INDEX)
                   PERFORM 220-CHECK-RANGE
               WHEN WS-RT-ALLOWED-RULE(WS-RULE-INDEX)
                   PERFORM 230-CHECK-ALLOWED-VALUE
               WHEN WS-RT-MAX-LEN-RULE(WS-RULE-INDEX)
                   COMPUTE WS-VALUE-LENGTH = FUNCTION LENGTH(
                       FUNCTION TRIM(SELD-DISPLAY-BUFFER(WS-COL-INDEX)
                                     TRAILING))
                   IF WS-VALUE-LENGTH > WS-RT-MAX-LENGTH(WS-RULE-INDEX)
                       SET WS-RULE-FAILED TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT WS-RULE-FAILED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RT-FAIL-COUNT(WS-RULE-INDEX)
           IF WS-RT-REJECTS-ROW(WS-RULE-INDEX)
               MOVE 'R' TO LK-ROW-DISPOSITION
               PERFORM 300-WRITE-REJECT
           ELSE
               SET WS-ROW-WAS-FLAGGED TO TRUE
               DISPLAY "  [DQ FLAG] row " LK-ROW-COUNT " column "
                       WS-COL-INDEX " rule "
                       WS-RT-RULE-ID(WS-RULE-INDEX)
           END-IF.

       220-CHECK-RANGE.
      * The rendered value, not the raw fetch: NUMFMT has already
      * placed the decimal point at the column's scale, so the
      * limits compare in the column's real units.
           IF FUNCTION TEST-NUMVAL(
                   SELD-DISPLAY-BUFFER(WS-COL-INDEX)(1:40)) NOT = ZERO
               SET WS-RULE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
      * More whole digits than WS-NUMERIC-VALUE holds (a NUMBER(38)
      * can carry 38) is far beyond any limit a rule can hold, so
      * the value fails whichever bound lies on its side.
           COMPUTE WS-NUMERIC-VALUE = FUNCTION NUMVAL(
                   SELD-DISPLAY-BUFFER(WS-COL-INDEX)(1:40))
               ON SIZE ERROR
                   IF FUNCTION NUMVAL(
                           SELD-DISPLAY-BUFFER(WS-COL-INDEX)(1:40))
                           < ZERO
                       IF WS-RT-MIN-PRESENT(WS-RULE-INDEX) = 'Y'
                           SET WS-RULE-FAILED TO TRUE
                       END-IF
                   ELSE
                       IF WS-RT-MAX-PRESENT(WS-RULE-INDEX) = 'Y'
                           SET WS-RULE-FAILED TO TRUE
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
           END-COMPUTE
           IF WS-RT-MIN-PRESENT(WS-RULE-INDEX) = 'Y'
                   AND WS-NUMERIC-VALUE
                       < WS-RT-MIN-VALUE(WS-RULE-INDEX)
               SET WS-RULE-FAILED TO TRUE
           END-IF
           IF WS-RT-MAX-PRESENT(WS-RULE-INDEX) = 'Y'
                   AND WS-NUMERIC-VALUE
                       > WS-RT-MAX-VALUE(WS-RULE-INDEX)
               SET WS-RULE-FAILED TO TRUE
           END-IF.

       230-CHECK-ALLOWED-VALUE.
      * Fails unless some non-blank listed code matches - the
      * comparison pads the code with spaces, so "A" matches "A"
      * and not "AB".
           SET WS-RULE-FAILED TO TRUE
           PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
                   UNTIL WS-VALUE-INDEX > 10
                      OR NOT WS-RULE-FAILED
               IF WS-RT-ALLOWED-VALUE(WS-RULE-INDEX WS-VALUE-INDEX)
                       NOT = SPACES
                   AND SELD-DISPLAY-BUFFER(WS-COL-INDEX)
                       = WS-RT-ALLOWED-VALUE(WS-RULE-INDEX
                                             WS-VALUE-INDEX)
                   SET WS-RULE-FAILED TO FALSE
               END-IF
           END-PERFORM.

       300-WRITE-REJECT.
           PERFORM 050-ENSURE-FILE-OPEN
           MOVE FUNCTION CURRENT-DATE TO WS-REJ-TIMESTAMP
           MOVE LK-QUERY-ID TO WS-REJ-QUERY-ID
           MOVE LK-ROW-COUNT TO WS-REJ-ROW-NUMBER
           MOVE WS-COL-INDEX TO WS-REJ-COL-SEQ
           MOVE WS-RT-COL-NAME(WS-RULE-INDEX) TO WS-REJ-COL-NAME
           MOVE WS-RT-RULE-ID(WS-RULE-INDEX) TO WS-REJ-RULE-ID
           MOVE WS-RT-RULE-TYPE(WS-RULE-INDEX) TO WS-REJ-RULE-TYPE
           IF SEL-DI OF LK-XSELDI-GROUP(WS-COL-INDEX) < ZERO
               MOVE "(null)" TO WS-REJ-VALUE
           ELSE
               MOVE SELD-DISPLAY-BUFFER(WS-COL-INDEX)(1:60)
                   TO WS-REJ-VALUE
               CALL "MASKRUL" USING "ONE " LK-QUERY-ID
                                     WS-MASK-ENV-NAME
                                     LK-SEL-GROUP LK-XSELDI-GROUP
                                     SELD-DISPLAY-INFO WS-MASK-RESULT
                                     WS-COL-INDEX WS-REJ-VALUE
                                     WS-MASK-FOUND-FLAG
           END-IF
           MOVE WS-REJECT-DETAIL TO DQ-REJECT-LINE
           WRITE DQ-REJECT-LINE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "DQRULE: dqreject.dat write failed (status "
                       WS-REJECT-FILE-STATUS ") for " LK-QUERY-ID
                       " row " LK-ROW-COUNT
           END-IF.

       400-REPORT-RULES.
           IF WS-RULE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               IF WS-RT-FAIL-COUNT(WS-RULE-INDEX) > ZERO
                   MOVE WS-RT-FAIL-COUNT(WS-RULE-INDEX)
                       TO WS-COUNT-DISPLAY
                   DISPLAY "  data-quality rule "
                           WS-RT-RULE-ID(WS-RULE-INDEX) " ("
                           WS-RT-RULE-TYPE(WS-RULE-INDEX) "/"
                           WS-RT-DISPOSITION(WS-RULE-INDEX) ") "
                           WS-RT-COL-NAME(WS-RULE-INDEX) ": "
                           WS-COUNT-DISPLAY " failure(s)"
               END-IF
           END-PERFORM
           DISPLAY LK-QUERY-ID ": " LK-REJECT-COUNT
                   " row(s) rejected, " LK-FLAGGED-COUNT
                   " row(s) flagged by data-quality rules"
      * Rejected rows are missing from the extract by design - the
      * downstream team needs to know the same night, so that is a
      * follow-up; a flag-only finding is informational.
           IF LK-REJECT-COUNT > ZERO
               MOVE LK-REJECT-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-EVENT-TEXT
               STRING "rows rejected by data-quality rules: "
                          DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " (see dqreject.dat)" DELIMITED BY SIZE
                      INTO WS-EVENT-TEXT
               CALL "EVTLOG" USING "DQRULE  " LK-QUERY-ID "2"
                                    "DQREJECT" WS-EVENT-TEXT
           END-IF
           IF LK-FLAGGED-COUNT > ZERO
               MOVE LK-FLAGGED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-EVENT-TEXT
               STRING "rows flagged by data-quality rules: "
                          DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO WS-EVENT-TEXT
               CALL "EVTLOG" USING "DQRULE  " LK-QUERY-ID "3"
                                    "DQFLAGGD" WS-EVENT-TEXT
           END-IF.
