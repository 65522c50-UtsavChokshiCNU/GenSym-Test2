      ***************************************************************
      * MASKRUL : Sensitive-column masking for the SAMPLE10 fetch    *
      *           path.                                               *
      *                                                               *
      * Customer names, account numbers and tax ids went out in the   *
      * clear on the display, selextr.dat and the delimited files -   *
      * and from there into whatever was copied down to DEV and QA.   *
      * This subprogram applies the rules kept on maskrule.dat        *
      * (maintained through MSKMNT) to every fetched row, after       *
      * NUMFMT/DATFMT have rendered it, DQRULE has judged it on its   *
      * real values and COLTOT has tallied it, and before any writer  *
      * sees it - so the display, SELXTR, SELCSV and the checkpoint   *
      * all get the masked value.                                     *
      *                                                               *
      * Rules are keyed by column name - the name DESCRIBE returns    *
      * through SELDH-VNAME, the same name COLCAT prints and SELLAYT  *
      * records - plus a two-digit rule sequence, so one column can   *
      * be masked one way for DEV and another for one consumer's     *
      * feed. Methods:                                                *
      *   'B' - full blank: the value is replaced by spaces;          *
      *   'K' - keep last N: every non-blank character but the last  *
      *         N is replaced by '*', so the length and the tail      *
      *         survive for matching ("*******4821");                 *
      *   'S' - fixed-format substitute: the value is replaced by    *
      *         the rule's substitute text ("XXX-XX-XXXX").           *
      * Each rule names up to four credential environments (DEV, QA  *
      * - the logical names CREDRES resolves, see credres.cob) and   *
      * up to four query ids it applies to; it applies to a run when  *
      * the run's environment or the query id is named, and to every  *
      * run when none is. For each column the lowest-sequence rule    *
      * that applies wins. A null stays null - there is nothing to    *
      * mask.                                                         *
      * Once any rule exists, a column whose name cannot be resolved  *
      * (no sellayt.dat rows for it) is blanked, never passed - its   *
      * rules cannot be matched, so it cannot be known to be safe.    *
      *                                                               *
      * Balancing: COLTOT tallies the unscaled values, never the      *
      * rendered text, but SELBAL re-adds the extract's slots - and a *
      * masked number on the extract no longer adds up to anything.   *
      * The caller therefore leaves a masked column out of the        *
      * control totals altogether (LK-MASK-RESULT tells it which),    *
      * so seltotl.dat carries no total SELBAL could not re-derive,   *
      * and every unmasked NUMBER column balances exactly as before.  *
      *                                                               *
      * LK-ACTION = "RSET" drops the previous statement's masks and   *
      * clears the caller's result flags - called as each statement   *
      * starts, like DQRULE's "RSET".                                 *
      * "LOAD" resolves the columns to mask for the statement in      *
      * flight - names off the SQLDA name pointers when DESCRIBE just *
      * ran, off sellayt.dat when the descriptors came from the cache *
      * or a checkpoint - and returns the per-column flags.           *
      * "MASK" masks one rendered row in SELD-DISPLAY-BUFFER.         *
      * "ONE " masks LK-ONE-VALUE as column LK-COL-INDEX's value - how *
      * DQRULE keeps a rejected value off dqreject.dat in the clear.  *
      * "RPT " records the statement's masked columns, with the rule  *
      * and the count of values masked, on masklog.dat - the run's    *
      * record of what left the building masked.                      *
      * "HAS " reports whether any rule exists for the column name in *
      * LK-ONE-VALUE(1:30), whatever its scope - COLCAT's check for   *
      * sensitive-looking columns nobody has covered.                 *
      * The rules file is read within "LOAD"/"HAS " and the log is    *
      * opened EXTEND per "RPT ", the same pattern as evtlog.cob.     *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKRUL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-RULE-FILE ASSIGN TO "maskrule.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MSK-KEY
               FILE STATUS WS-RULE-FILE-STATUS.
           SELECT MASK-LOG-FILE ASSIGN TO "masklog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOG-FILE-STATUS.
           SELECT SEL-LAYOUT-FILE ASSIGN TO "sellayt.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LAY-KEY
               FILE STATUS WS-LAYOUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-RULE-FILE.
      * Layout shared with mskmnt.cob - keep the two in step by hand.
       01  MASK-RULE-RECORD.
           02  MSK-KEY.
               03  MSK-COL-NAME           PIC X(30).
               03  MSK-RULE-SEQ           PIC 9(2).
           02  MSK-METHOD                 PIC X.
           02  MSK-KEEP-COUNT             PIC 9(2).
           02  MSK-SUBSTITUTE             PIC X(30).
           02  MSK-SCOPE-ENV              OCCURS 4 TIMES PIC X(8).
           02  MSK-SCOPE-QUERY-ID         OCCURS 4 TIMES PIC X(30).
           02  FILLER                     PIC X(20).

       FD  MASK-LOG-FILE.
       01  MASK-LOG-LINE                  PIC X(130).

      * Layout mirrors sellayt.cob's SEL-LAYOUT-RECORD, prefix-plus-
      * FILLER (the same convention as dqrule.cob) - only the column
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
       01  WS-LOG-FILE-STATUS             PIC XX.
       01  WS-LAYOUT-FILE-STATUS          PIC XX.
       01  WS-COL-INDEX                   PIC S9(9) COMP-5.
       01  WS-COL-LOOP-LIMIT              PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-SCOPE-INDEX                 PIC S9(9) COMP-5.
       01  WS-MASKED-COUNT                PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-UNNAMED-COUNT               PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-DISPLAY               PIC ZZ9.
       01  WS-EVENT-TEXT                  PIC X(80).

      * The statement in flight - kept from "LOAD" so "RPT " and
      * "ONE " (called from DQRULE, which has no environment) log
      * and mask against the same resolution.
       01  WS-LOADED-QUERY-ID             PIC X(30) VALUE SPACES.
       01  WS-LOADED-ENV-NAME             PIC X(8) VALUE SPACES.

      * Per describe sequence: the column's name and, when a rule
      * applies, the method in force and how many values it masked.
       01  WS-MASK-TABLE.
           02  WS-MASK-COLUMN             OCCURS 100 TIMES.
               03  WS-MC-COL-NAME         PIC X(30).
               03  WS-MC-METHOD           PIC X.
                   88  WS-MC-NOT-MASKED      VALUE SPACE.
                   88  WS-MC-FULL-BLANK      VALUE 'B'.
                   88  WS-MC-KEEP-LAST       VALUE 'K'.
                   88  WS-MC-SUBSTITUTE      VALUE 'S'.
               03  WS-MC-RULE-SEQ         PIC 9(2).
               03  WS-MC-KEEP-COUNT       PIC 9(2).
               03  WS-MC-SUBSTITUTE-TEXT  PIC X(30).
               03  WS-MC-VALUE-COUNT      PIC S9(9) COMP-5.
       01  WS-NAMES-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-COLUMN-NAMES-FOUND         VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-RULE-APPLIES-FLAG           PIC X VALUE 'N'.
           88  WS-RULE-APPLIES               VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-SCOPE-NAMED-FLAG            PIC X VALUE 'N'.
           88  WS-SCOPE-IS-NAMED             VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

      * One value being masked, wide enough for the largest display
      * buffer, and the positions the keep-last-N walk works with.
       01  WS-MASK-WORK                   PIC X(2000).
       01  WS-LAST-POS                    PIC S9(9) COMP-5.
       01  WS-MASK-END                    PIC S9(9) COMP-5.
       01  WS-CHAR-POS                    PIC S9(9) COMP-5.

       01  WS-MASK-LOG-DETAIL.
           02  WS-MLG-TIMESTAMP           PIC X(26).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-MLG-QUERY-ID            PIC X(30).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-MLG-ENV-NAME            PIC X(8).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-MLG-COL-SEQ             PIC 9(3).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-MLG-COL-NAME            PIC X(30).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-MLG-METHOD              PIC X.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-MLG-RULE-SEQ            PIC 9(2).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-MLG-VALUE-COUNT         PIC 9(9).

      * BASED buffer used to dereference the SQLDA column-name
      * pointer fields, the same pattern as dqrule.cob / sellayt.cob.
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
       01  LK-ENV-NAME                    PIC X(8).
           COPY "bndsel.cob" REPLACING SELDSC BY LK-SEL-GROUP
                                        BNDDSC BY LK-BND-GROUP
                                        XSELDI BY LK-XSELDI-GROUP
                                        XBNDDI BY LK-XBNDDI-GROUP
                                        WS-MAX-SELECT-ITEMS
                                            BY LK-UNUSED-MAX-ITEMS.
      * Set by "LOAD": how many columns are masked and which - the
      * caller leaves those out of its control totals.
       01  LK-MASK-RESULT.
           02  LK-MASKED-COLUMN-COUNT     PIC S9(4) COMP-5.
           02  LK-MASK-COL-FLAG           OCCURS 100 TIMES PIC X.
       01  LK-COL-INDEX                   PIC S9(9) COMP-5.
       01  LK-ONE-VALUE                   PIC X(60).
       01  LK-FOUND-FLAG                  PIC X.
           88  LK-RULE-WAS-FOUND             VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

       PROCEDURE DIVISION USING LK-ACTION LK-QUERY-ID LK-ENV-NAME
                                 LK-SEL-GROUP LK-XSELDI-GROUP
                                 SELD-DISPLAY-INFO LK-MASK-RESULT
                                 LK-COL-INDEX LK-ONE-VALUE
                                 LK-FOUND-FLAG.

       000-MAIN.
           EVALUATE LK-ACTION
               WHEN "RSET"
                   PERFORM 050-RESET-MASKS
               WHEN "LOAD"
                   PERFORM 100-LOAD-MASKS
               WHEN "MASK"
                   PERFORM 300-MASK-ROW
               WHEN "ONE "
                   PERFORM 350-MASK-ONE-VALUE
               WHEN "RPT "
                   PERFORM 400-RECORD-MASKED-COLUMNS
               WHEN "HAS "
                   PERFORM 500-CHECK-RULE-EXISTS
           END-EVALUATE
           GOBACK.

       050-RESET-MASKS.
           MOVE ZERO TO WS-COL-LOOP-LIMIT
           MOVE ZERO TO WS-MASKED-COUNT
           MOVE SPACES TO WS-LOADED-QUERY-ID WS-LOADED-ENV-NAME
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-MAX-SELECT-ITEMS
               MOVE SPACES TO WS-MC-COL-NAME(WS-COL-INDEX)
               MOVE SPACE TO WS-MC-METHOD(WS-COL-INDEX)
               MOVE ZERO TO WS-MC-VALUE-COUNT(WS-COL-INDEX)
               MOVE 'N' TO LK-MASK-COL-FLAG(WS-COL-INDEX)
           END-PERFORM
           MOVE ZERO TO LK-MASKED-COLUMN-COUNT.

      ***************************************************************
      * Resolve which of tonight's columns are masked, and how.      *
      ***************************************************************
       100-LOAD-MASKS.
      * A fresh statement starts with no masks - a mask bleeding
      * across playlist entries would hide one id's columns by
      * another's rules, and one missing would leak.
           PERFORM 050-RESET-MASKS
           MOVE LK-QUERY-ID TO WS-LOADED-QUERY-ID
           MOVE LK-ENV-NAME TO WS-LOADED-ENV-NAME
           COMPUTE WS-COL-LOOP-LIMIT =
                   FUNCTION MIN(SQLDFND OF LK-SEL-GROUP
                                WS-MAX-SELECT-ITEMS)
           PERFORM 130-COLLECT-COLUMN-NAMES
           OPEN INPUT MASK-RULE-FILE
           IF WS-RULE-FILE-STATUS = "00"
               PERFORM 150-RESOLVE-ONE-COLUMN
                   VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-COL-LOOP-LIMIT
               CLOSE MASK-RULE-FILE
               PERFORM 180-BLANK-UNNAMED-COLUMNS
           END-IF
      * No rules file on this system is not an error - nothing has
      * been defined yet, and nothing is masked.
           MOVE WS-MASKED-COUNT TO LK-MASKED-COLUMN-COUNT
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-MAX-SELECT-ITEMS
               IF WS-MC-NOT-MASKED(WS-COL-INDEX)
                   MOVE 'N' TO LK-MASK-COL-FLAG(WS-COL-INDEX)
               ELSE
                   MOVE 'Y' TO LK-MASK-COL-FLAG(WS-COL-INDEX)
               END-IF
           END-PERFORM
           IF WS-MASKED-COUNT > ZERO
               MOVE WS-MASKED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY LK-QUERY-ID ": " WS-COUNT-DISPLAY
                       " column(s) masked for environment "
                       LK-ENV-NAME
           END-IF.

       130-COLLECT-COLUMN-NAMES.
      * The SQLDA name pointers are only good when DESCRIBE ran for
      * this statement - on a restore from the cache or a checkpoint
      * they still point at the last statement DESCRIBEd, so SAMPLE10
      * zeroes the name lengths and the names come from sellayt.dat,
      * as of the last DESCRIBE of this id.
           SET WS-COLUMN-NAMES-FOUND TO FALSE
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-COL-LOOP-LIMIT
               IF SELDH-CUR-VNAMEL OF LK-SEL-GROUP(WS-COL-INDEX)
                       > ZERO
                   SET ADDRESS OF WS-COLNAME-BUFFER
                       TO SELDH-VNAME-PTR OF LK-SEL-GROUP(WS-COL-INDEX)
                   MOVE WS-COLNAME-BUFFER(1:SELDH-CUR-VNAMEL
                           OF LK-SEL-GROUP(WS-COL-INDEX))
                       TO WS-MC-COL-NAME(WS-COL-INDEX)
                   SET WS-COLUMN-NAMES-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-COLUMN-NAMES-FOUND
               PERFORM 140-READ-LAYOUT-NAMES
           END-IF.

       140-READ-LAYOUT-NAMES.
           OPEN INPUT SEL-LAYOUT-FILE
      * A column left unnamed here is blanked by 180, not passed.
           IF WS-LAYOUT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no column names for " LK-QUERY-ID
                       " (sellayt.dat not available) - masking "
                       "rules cannot be matched"
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
               MOVE LAY-COL-NAME TO WS-MC-COL-NAME(LAY-COL-SEQ)
           END-IF.

       150-RESOLVE-ONE-COLUMN.
           IF WS-MC-COL-NAME(WS-COL-INDEX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MC-COL-NAME(WS-COL-INDEX) TO MSK-COL-NAME
           MOVE ZERO TO MSK-RULE-SEQ
           START MASK-RULE-FILE KEY NOT < MSK-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM 160-TRY-ONE-RULE
               UNTIL WS-RULE-FILE-STATUS NOT = "00"
                  OR NOT WS-MC-NOT-MASKED(WS-COL-INDEX)
      * Each column STARTs afresh - clear the status the rule loop
      * stopped on.
           MOVE "00" TO WS-RULE-FILE-STATUS.

       160-TRY-ONE-RULE.
           READ MASK-RULE-FILE NEXT
               AT END
                   MOVE "10" TO WS-RULE-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ
           IF WS-RULE-FILE-STATUS NOT = "00"
                   OR MSK-COL-NAME NOT = WS-MC-COL-NAME(WS-COL-INDEX)
      * Walked past this column's rules (or hit a read error) -
      * flag the status so the rule loop stops.
               MOVE "10" TO WS-RULE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 170-CHECK-RULE-SCOPE
           IF NOT WS-RULE-APPLIES
               EXIT PARAGRAPH
           END-IF
           IF MSK-METHOD NOT = 'B' AND MSK-METHOD NOT = 'K'
                   AND MSK-METHOD NOT = 'S'
      * A rule we cannot apply must not leave the value in the
      * clear - blank it, and say so.
               DISPLAY "WARNING: masking rule " MSK-RULE-SEQ
                       " for column " MSK-COL-NAME
                       " has no valid method - value blanked"
               MOVE 'B' TO WS-MC-METHOD(WS-COL-INDEX)
           ELSE
               MOVE MSK-METHOD TO WS-MC-METHOD(WS-COL-INDEX)
           END-IF
           MOVE MSK-RULE-SEQ TO WS-MC-RULE-SEQ(WS-COL-INDEX)
           IF MSK-KEEP-COUNT IS NUMERIC
               MOVE MSK-KEEP-COUNT TO WS-MC-KEEP-COUNT(WS-COL-INDEX)
           ELSE
               MOVE ZERO TO WS-MC-KEEP-COUNT(WS-COL-INDEX)
           END-IF
           MOVE MSK-SUBSTITUTE TO WS-MC-SUBSTITUTE-TEXT(WS-COL-INDEX)
           ADD 1 TO WS-MASKED-COUNT.

       170-CHECK-RULE-SCOPE.
      * No environment and no query id named: the rule applies to
      * every run. Otherwise the run's environment or the query id
      * must be one of those named.
           SET WS-RULE-APPLIES TO FALSE
           SET WS-SCOPE-IS-NAMED TO FALSE
           PERFORM VARYING WS-SCOPE-INDEX FROM 1 BY 1
                   UNTIL WS-SCOPE-INDEX > 4
               IF MSK-SCOPE-ENV(WS-SCOPE-INDEX) NOT = SPACES
                   SET WS-SCOPE-IS-NAMED TO TRUE
                   IF MSK-SCOPE-ENV(WS-SCOPE-INDEX) = LK-ENV-NAME
                       SET WS-RULE-APPLIES TO TRUE
                   END-IF
               END-IF
               IF MSK-SCOPE-QUERY-ID(WS-SCOPE-INDEX) NOT = SPACES
                   SET WS-SCOPE-IS-NAMED TO TRUE
                   IF MSK-SCOPE-QUERY-ID(WS-SCOPE-INDEX)
                           = LK-QUERY-ID
                       SET WS-RULE-APPLIES TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-SCOPE-IS-NAMED
               SET WS-RULE-APPLIES TO TRUE
           END-IF.

       180-BLANK-UNNAMED-COLUMNS.
      * A column whose name could not be resolved - no sellayt.dat,
      * no rows for this id, or fewer rows than the select-list -
      * cannot be matched to its rules, so it cannot be known to be
      * safe: it goes out blanked, as if a full-blank rule applied
      * (rule sequence 00 on masklog.dat), and the run is told.
           MOVE ZERO TO WS-UNNAMED-COUNT
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-COL-LOOP-LIMIT
               IF WS-MC-COL-NAME(WS-COL-INDEX) = SPACES
                   SET WS-MC-FULL-BLANK(WS-COL-INDEX) TO TRUE
                   MOVE ZERO TO WS-MC-RULE-SEQ(WS-COL-INDEX)
                   MOVE ZERO TO WS-MC-KEEP-COUNT(WS-COL-INDEX)
                   MOVE SPACES TO WS-MC-SUBSTITUTE-TEXT(WS-COL-INDEX)
                   ADD 1 TO WS-MASKED-COUNT
                   ADD 1 TO WS-UNNAMED-COUNT
               END-IF
           END-PERFORM
           IF WS-UNNAMED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UNNAMED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "WARNING: " LK-QUERY-ID ": " WS-COUNT-DISPLAY
                   " column(s) with no resolvable name - values "
                   "blanked"
           MOVE SPACES TO WS-EVENT-TEXT
           STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " column name(s) unresolved - masking rules not "
                      DELIMITED BY SIZE
                  "matched, values blanked" DELIMITED BY SIZE
                  INTO WS-EVENT-TEXT
           CALL "EVTLOG" USING "MASKRUL " LK-QUERY-ID "1"
                                "MASKNONM" WS-EVENT-TEXT.

      ***************************************************************
      * Mask one rendered row, or one value for DQRULE.              *
      ***************************************************************
       300-MASK-ROW.
           IF WS-MASKED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-COL-LOOP-LIMIT
               IF NOT WS-MC-NOT-MASKED(WS-COL-INDEX)
                       AND SEL-DI OF LK-XSELDI-GROUP(WS-COL-INDEX)
                           NOT < ZERO
                   MOVE SELD-DISPLAY-BUFFER(WS-COL-INDEX)
                       TO WS-MASK-WORK
                   PERFORM 310-MASK-WORK-VALUE
                   MOVE WS-MASK-WORK
                       TO SELD-DISPLAY-BUFFER(WS-COL-INDEX)
                   ADD 1 TO WS-MC-VALUE-COUNT(WS-COL-INDEX)
               END-IF
           END-PERFORM.

       310-MASK-WORK-VALUE.
           EVALUATE TRUE
               WHEN WS-MC-FULL-BLANK(WS-COL-INDEX)
                   MOVE SPACES TO WS-MASK-WORK
               WHEN WS-MC-SUBSTITUTE(WS-COL-INDEX)
                   MOVE SPACES TO WS-MASK-WORK
                   MOVE WS-MC-SUBSTITUTE-TEXT(WS-COL-INDEX)
                       TO WS-MASK-WORK(1:30)
               WHEN WS-MC-KEEP-LAST(WS-COL-INDEX)
                   PERFORM 320-KEEP-LAST-CHARACTERS
           END-EVALUATE.

       320-KEEP-LAST-CHARACTERS.
      * Star every non-blank character up to the last N, leaving
      * leading/embedded blanks where the rendering put them.
           PERFORM VARYING WS-LAST-POS FROM 2000 BY -1
                   UNTIL WS-LAST-POS < 1
                      OR WS-MASK-WORK(WS-LAST-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           COMPUTE WS-MASK-END =
                   WS-LAST-POS - WS-MC-KEEP-COUNT(WS-COL-INDEX)
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > WS-MASK-END
               IF WS-MASK-WORK(WS-CHAR-POS:1) NOT = SPACE
                   MOVE '*' TO WS-MASK-WORK(WS-CHAR-POS:1)
               END-IF
           END-PERFORM.

       350-MASK-ONE-VALUE.
           IF LK-COL-INDEX < 1 OR LK-COL-INDEX > WS-COL-LOOP-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE LK-COL-INDEX TO WS-COL-INDEX
           IF WS-MC-NOT-MASKED(WS-COL-INDEX)
               EXIT PARAGRAPH
           END-IF
           MOVE LK-ONE-VALUE TO WS-MASK-WORK
           PERFORM 310-MASK-WORK-VALUE
           MOVE WS-MASK-WORK(1:60) TO LK-ONE-VALUE.

      ***************************************************************
      * The run's record of which columns went out masked.           *
      ***************************************************************
       400-RECORD-MASKED-COLUMNS.
           IF WS-MASKED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND MASK-LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT MASK-LOG-FILE
           END-IF
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "MASKRUL: masklog.dat not writable (status "
                       WS-LOG-FILE-STATUS ") - masked columns for "
                       WS-LOADED-QUERY-ID " not recorded"
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-MLG-TIMESTAMP
           PERFORM 410-RECORD-ONE-COLUMN
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > WS-COL-LOOP-LIMIT
           IF WS-LOG-FILE-STATUS = "00"
               CLOSE MASK-LOG-FILE
           END-IF.

       410-RECORD-ONE-COLUMN.
           IF WS-MC-NOT-MASKED(WS-COL-INDEX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOADED-QUERY-ID TO WS-MLG-QUERY-ID
           MOVE WS-LOADED-ENV-NAME TO WS-MLG-ENV-NAME
           MOVE WS-COL-INDEX TO WS-MLG-COL-SEQ
           MOVE WS-MC-COL-NAME(WS-COL-INDEX) TO WS-MLG-COL-NAME
           MOVE WS-MC-METHOD(WS-COL-INDEX) TO WS-MLG-METHOD
           MOVE WS-MC-RULE-SEQ(WS-COL-INDEX) TO WS-MLG-RULE-SEQ
           MOVE WS-MC-VALUE-COUNT(WS-COL-INDEX) TO WS-MLG-VALUE-COUNT
           DISPLAY "  masked column " WS-MLG-COL-SEQ " "
                   WS-MLG-COL-NAME " (" WS-MLG-METHOD "): "
                   WS-MLG-VALUE-COUNT " value(s)"
           IF WS-LOG-FILE-STATUS = "00"
               MOVE WS-MASK-LOG-DETAIL TO MASK-LOG-LINE
               WRITE MASK-LOG-LINE
           END-IF.

       500-CHECK-RULE-EXISTS.
           SET LK-RULE-WAS-FOUND TO FALSE
           OPEN INPUT MASK-RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-ONE-VALUE(1:30) TO MSK-COL-NAME
           MOVE ZERO TO MSK-RULE-SEQ
           START MASK-RULE-FILE KEY NOT < MSK-KEY
               INVALID KEY
                   MOVE "10" TO WS-RULE-FILE-STATUS
           END-START
           IF WS-RULE-FILE-STATUS = "00"
               READ MASK-RULE-FILE NEXT
                   AT END
                       MOVE "10" TO WS-RULE-FILE-STATUS
               END-READ
               IF WS-RULE-FILE-STATUS = "00"
                       AND MSK-COL-NAME = LK-ONE-VALUE(1:30)
                   SET LK-RULE-WAS-FOUND TO TRUE
               END-IF
           END-IF
           CLOSE MASK-RULE-FILE.
