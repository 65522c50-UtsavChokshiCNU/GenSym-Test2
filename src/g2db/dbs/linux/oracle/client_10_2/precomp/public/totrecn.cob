      ***************************************************************
      * TOTRECN : Cross-query reconciliation of the nightly control  *
      *           totals on seltotl.dat.                             *
      *                                                               *
      * SELBAL proves each query's extract matches its own totals and *
      * ENVCMP compares one query across two databases, but nothing   *
      * checked that two different queries agree with each other -    *
      * that the detail-transactions query's amount column sums to    *
      * the GL-summary query's total, or that the order-count query   *
      * matches the order-lines header query's row count. Finance     *
      * did that in a spreadsheet the next afternoon. This program    *
      * does it the same night, off the balancing records COLTOT      *
      * lands on seltotl.dat.                                         *
      *                                                               *
      * Each rule on recrule.dat (maintained through RCRMNT) names    *
      * two sides, each a query id plus a column position and a       *
      * measure - 'S' the column's sum, 'C' its count of values;      *
      * column 000 with 'C' is the query's row count - the rows it    *
      * wrote, off the column 000 record COLTOT files for every       *
      * query statement. The relationship between left and right is   *
      * 'E' equal, 'T' within an absolute tolerance, or 'L' left less *
      * than or equal to right.                                       *
      *                                                               *
      * Totals are unscaled integers plus the column's described      *
      * scale (see coltot.cob); both sides are brought to the larger  *
      * of the two scales before they are compared, so a NUMBER(15,2) *
      * sum reconciles exactly against a NUMBER(18,4) one. A rerun    *
      * that appended a second set of records for an id replaces the  *
      * first - last set wins, as in SELBAL.                          *
      *                                                               *
      * A side whose totals cannot be trusted is never judged: a      *
      * balancing record marked resumed covers only the rows after a  *
      * checkpoint, an OVERFLOW sum was never a usable figure, and a  *
      * column with no record tonight (the query did not run, the     *
      * column had no values, or it is masked - see maskrul.cob) has  *
      * nothing to compare. The rule is reported NOT EVALUABLE with   *
      * the reason, never as a pass or a fail.                        *
      *                                                               *
      * The report lists every enabled rule with its verdict and the  *
      * two figures. Each FAIL goes to evtfeed.dat as a severity-2    *
      * RECNFAIL event and each NOT EVALUABLE as a severity-3         *
      * RECNNEVL, so the on-call sees a break before finance does.    *
      * Run after the playlist (or CYCEND) has finished writing       *
      * seltotl.dat.                                                  *
      *                                                               *
      * The rule layout is mirrored in rcrmnt.cob and the balancing   *
      * record in coltot.cob / selbal.cob - keep them in step by      *
      * hand.                                                         *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOTRECN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-TOTALS-FILE ASSIGN TO "seltotl.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TOTALS-FILE-STATUS.
           SELECT RECON-RULE-FILE ASSIGN TO "recrule.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RCR-RULE-ID
               FILE STATUS WS-RULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEL-TOTALS-FILE.
       01  SEL-TOTALS-RECORD              PIC X(200).

       FD  RECON-RULE-FILE.
       01  RECON-RULE-RECORD.
           02  RCR-RULE-ID                PIC X(12).
           02  RCR-DESCRIPTION            PIC X(40).
      * Side 1 is the left-hand side of the relationship, side 2 the
      * right.
           02  RCR-SIDE                   OCCURS 2 TIMES.
               03  RCR-QUERY-ID           PIC X(30).
               03  RCR-COL-NUM            PIC 9(3).
               03  RCR-MEASURE            PIC X.
                   88  RCR-MEASURE-SUM       VALUE 'S'.
                   88  RCR-MEASURE-COUNT     VALUE 'C'.
           02  RCR-RELATION               PIC X.
               88  RCR-MUST-BE-EQUAL         VALUE 'E'.
               88  RCR-WITHIN-TOLERANCE      VALUE 'T'.
               88  RCR-LEFT-NOT-ABOVE        VALUE 'L'.
      * Absolute, in the columns' own units (0.01 = one cent).
           02  RCR-TOLERANCE              PIC 9(13)V9(5).
           02  RCR-ENABLED-FLAG           PIC X.
               88  RCR-RULE-ENABLED          VALUE 'Y'.
           02  FILLER                     PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-TOTALS-FILE-STATUS          PIC XX.
       01  WS-RULE-FILE-STATUS            PIC XX.

      * One balancing record off seltotl.dat - layout mirrors
      * coltot.cob's WS-BALANCING-DETAIL.
       01  WS-BALANCING-DETAIL.
           02  WS-BAL-QUERY-ID            PIC X(30).
           02  WS-BAL-COL-NUM             PIC 9(3).
           02  WS-BAL-SCALE               PIC S9(3) SIGN LEADING
                                              SEPARATE.
           02  WS-BAL-COUNT               PIC 9(9).
           02  WS-BAL-SUM                 PIC S9(38) SIGN LEADING
                                              SEPARATE.
           02  WS-BAL-MIN                 PIC S9(38) SIGN LEADING
                                              SEPARATE.
           02  WS-BAL-MAX                 PIC S9(38) SIGN LEADING
                                              SEPARATE.
           02  WS-BAL-OVERFLOW            PIC X.
           02  WS-BAL-RESUMED             PIC X.

      * Tonight's totals, one entry per (query id, column), last set
      * wins - the same table SELBAL builds, without the verifier
      * accumulators.
       01  WS-MAX-BAL-ENTRIES             PIC S9(9) COMP-5 VALUE 500.
       01  WS-BAL-ENTRY-COUNT             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-BAL-TABLE.
           02  WS-BT-ENTRY                OCCURS 500 TIMES.
               03  WS-BT-QUERY-ID         PIC X(30).
               03  WS-BT-COL-NUM          PIC S9(9) COMP-5.
               03  WS-BT-SCALE            PIC S9(9) COMP-5.
               03  WS-BT-COUNT            PIC S9(9) COMP-5.
               03  WS-BT-SUM              PIC S9(38) COMP-3.
               03  WS-BT-OVERFLOW         PIC X.
               03  WS-BT-RESUMED          PIC X.
       01  WS-ENTRY-INDEX                 PIC S9(9) COMP-5.
       01  WS-FOUND-INDEX                 PIC S9(9) COMP-5.

      * One side of the rule being evaluated: its figure (unscaled),
      * scale and whether it can be used. Subscript 1 = left,
      * 2 = right, as on the rule record.
       01  WS-SIDE-INDEX                  PIC S9(9) COMP-5.
       01  WS-SIDE-TABLE.
           02  WS-SD-SIDE                 OCCURS 2 TIMES.
               03  WS-SD-VALUE            PIC S9(38) COMP-3.
               03  WS-SD-SCALE            PIC S9(9) COMP-5.
               03  WS-SD-ALIGNED          PIC S9(38) COMP-3.
               03  WS-SD-STATE            PIC X.
                   88  WS-SD-USABLE          VALUE 'V'.
                   88  WS-SD-NO-TOTALS       VALUE 'M'.
                   88  WS-SD-RESUMED         VALUE 'R'.
                   88  WS-SD-OVERFLOWED      VALUE 'O'.

      * Comparison work fields.
       01  WS-COMMON-SCALE                PIC S9(9) COMP-5.
       01  WS-SHIFT                       PIC S9(9) COMP-5.
       01  WS-DIFFERENCE                  PIC S9(38) COMP-3.
       01  WS-ABS-DIFFERENCE              PIC S9(38) COMP-3.
       01  WS-TOLERANCE-ALIGNED           PIC S9(38) COMP-3.
       01  WS-VERDICT                     PIC X.
           88  WS-VERDICT-PASS               VALUE 'P'.
           88  WS-VERDICT-FAIL               VALUE 'F'.
           88  WS-VERDICT-NOT-EVALUABLE      VALUE 'N'.
       01  WS-NOT-EVALUABLE-REASON        PIC X(60).

       01  WS-RULE-COUNT                  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-PASS-COUNT                  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-FAIL-COUNT                  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-NEVAL-COUNT                 PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-DISABLED-COUNT              PIC S9(9) COMP-5 VALUE ZERO.

      * Display work fields. 330 edits one figure at the common scale
      * into WS-FIG-DISPLAY, left-justified with no leading zeros.
       01  WS-FIG-SOURCE                  PIC S9(38) COMP-3.
       01  WS-FIG-ABS                     PIC S9(38) COMP-3.
       01  WS-FIG-DIVISOR                 PIC S9(38) COMP-3.
       01  WS-FIG-INTEGER                 PIC S9(38) COMP-3.
       01  WS-FIG-FRACTION                PIC 9(38).
       01  WS-FIG-INT-EDITED              PIC Z(37)9.
       01  WS-FIG-SIGN                    PIC X.
       01  WS-FIG-SCALE                   PIC S9(9) COMP-5.
       01  WS-FIG-LEAD                    PIC S9(9) COMP-5.
       01  WS-FIG-POINTER                 PIC S9(9) COMP-5.
       01  WS-FIG-DISPLAY                 PIC X(40).
       01  WS-LEFT-DISPLAY                PIC X(40).
       01  WS-RIGHT-DISPLAY               PIC X(40).
       01  WS-DIFF-DISPLAY                PIC X(40).
       01  WS-COL-DISPLAY                 PIC 9(3).
       01  WS-EVENT-OBJECT-ID             PIC X(30).
       01  WS-EVENT-TEXT                  PIC X(80).

       01  WS-REPORT-LINE.
           02  WS-RPT-RULE-ID             PIC X(12).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-RPT-VERDICT             PIC X(14).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-RPT-DESCRIPTION         PIC X(40).
       01  WS-SIDE-LINE.
           02  FILLER                     PIC X(4) VALUE SPACES.
           02  WS-SDL-LABEL               PIC X(6).
           02  WS-SDL-QUERY-ID            PIC X(30).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-SDL-WHAT                PIC X(9).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-SDL-VALUE               PIC X(40).

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "Cross-query control-total reconciliation"
           PERFORM 100-LOAD-TOTALS
           OPEN INPUT RECON-RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "recrule.dat not available (status "
                       WS-RULE-FILE-STATUS ") - no rules to evaluate"
               GOBACK
           END-IF
           DISPLAY WS-BAL-ENTRY-COUNT " control total(s) on "
                   "seltotl.dat"
           DISPLAY "RULE ID      VERDICT        DESCRIPTION"
           PERFORM 200-EVALUATE-ONE-RULE
               UNTIL WS-RULE-FILE-STATUS NOT = "00"
           CLOSE RECON-RULE-FILE
           DISPLAY WS-RULE-COUNT " rule(s) evaluated: "
                   WS-PASS-COUNT " pass, " WS-FAIL-COUNT " fail, "
                   WS-NEVAL-COUNT " not evaluable"
           IF WS-DISABLED-COUNT > ZERO
               DISPLAY WS-DISABLED-COUNT " disabled rule(s) skipped"
           END-IF
           IF WS-FAIL-COUNT = ZERO AND WS-NEVAL-COUNT = ZERO
               DISPLAY "All reconciliations agree"
           END-IF
           GOBACK.

      ***************************************************************
      * Tonight's balancing records into the table.                  *
      ***************************************************************
       100-LOAD-TOTALS.
           OPEN INPUT SEL-TOTALS-FILE
           IF WS-TOTALS-FILE-STATUS NOT = "00"
      * No totals file just means every rule comes out not
      * evaluable - which the report then says, rule by rule.
               DISPLAY "seltotl.dat not available (status "
                       WS-TOTALS-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM 110-LOAD-ONE-RECORD
               UNTIL WS-TOTALS-FILE-STATUS NOT = "00"
           CLOSE SEL-TOTALS-FILE.

       110-LOAD-ONE-RECORD.
           READ SEL-TOTALS-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-TOTALS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SEL-TOTALS-RECORD TO WS-BALANCING-DETAIL
           IF WS-BAL-QUERY-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                   UNTIL WS-ENTRY-INDEX > WS-BAL-ENTRY-COUNT
               IF WS-BT-QUERY-ID(WS-ENTRY-INDEX) = WS-BAL-QUERY-ID
                   AND WS-BT-COL-NUM(WS-ENTRY-INDEX) = WS-BAL-COL-NUM
                   MOVE WS-ENTRY-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZERO
               IF WS-BAL-ENTRY-COUNT >= WS-MAX-BAL-ENTRIES
                   DISPLAY "WARNING: totals table full - record for "
                           WS-BAL-QUERY-ID " column " WS-BAL-COL-NUM
                           " not loaded"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BAL-ENTRY-COUNT
               MOVE WS-BAL-ENTRY-COUNT TO WS-FOUND-INDEX
           END-IF
           MOVE WS-BAL-QUERY-ID TO WS-BT-QUERY-ID(WS-FOUND-INDEX)
           MOVE WS-BAL-COL-NUM TO WS-BT-COL-NUM(WS-FOUND-INDEX)
           MOVE WS-BAL-SCALE TO WS-BT-SCALE(WS-FOUND-INDEX)
           MOVE WS-BAL-COUNT TO WS-BT-COUNT(WS-FOUND-INDEX)
           MOVE WS-BAL-SUM TO WS-BT-SUM(WS-FOUND-INDEX)
           MOVE WS-BAL-OVERFLOW TO WS-BT-OVERFLOW(WS-FOUND-INDEX)
           MOVE WS-BAL-RESUMED TO WS-BT-RESUMED(WS-FOUND-INDEX).

      ***************************************************************
      * One rule: resolve both sides, compare, report.               *
      ***************************************************************
       200-EVALUATE-ONE-RULE.
           READ RECON-RULE-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-RULE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT RCR-RULE-ENABLED
               ADD 1 TO WS-DISABLED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE SPACES TO WS-NOT-EVALUABLE-REASON
           PERFORM 210-RESOLVE-ONE-SIDE
               VARYING WS-SIDE-INDEX FROM 1 BY 1
               UNTIL WS-SIDE-INDEX > 2
           PERFORM 220-COMPARE-SIDES
           PERFORM 300-PRINT-RULE-RESULT.

       210-RESOLVE-ONE-SIDE.
           MOVE ZERO TO WS-SD-VALUE(WS-SIDE-INDEX)
           MOVE ZERO TO WS-SD-SCALE(WS-SIDE-INDEX)
           MOVE ZERO TO WS-SD-ALIGNED(WS-SIDE-INDEX)
           SET WS-SD-NO-TOTALS(WS-SIDE-INDEX) TO TRUE
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                   UNTIL WS-ENTRY-INDEX > WS-BAL-ENTRY-COUNT
               IF WS-BT-QUERY-ID(WS-ENTRY-INDEX)
                       = RCR-QUERY-ID(WS-SIDE-INDEX)
                   AND WS-BT-COL-NUM(WS-ENTRY-INDEX)
                       = RCR-COL-NUM(WS-SIDE-INDEX)
                   MOVE WS-ENTRY-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-BT-RESUMED(WS-FOUND-INDEX) = 'Y'
               SET WS-SD-RESUMED(WS-SIDE-INDEX) TO TRUE
               EXIT PARAGRAPH
           END-IF
      * A count is good even when the sum beside it overflowed; the
      * row count record (column 000) is only ever a count.
           IF RCR-MEASURE-COUNT(WS-SIDE-INDEX)
                   OR RCR-COL-NUM(WS-SIDE-INDEX) = ZERO
               MOVE WS-BT-COUNT(WS-FOUND-INDEX)
                   TO WS-SD-VALUE(WS-SIDE-INDEX)
               SET WS-SD-USABLE(WS-SIDE-INDEX) TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-BT-OVERFLOW(WS-FOUND-INDEX) = 'Y'
               SET WS-SD-OVERFLOWED(WS-SIDE-INDEX) TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BT-SUM(WS-FOUND-INDEX) TO WS-SD-VALUE(WS-SIDE-INDEX)
           MOVE WS-BT-SCALE(WS-FOUND-INDEX)
               TO WS-SD-SCALE(WS-SIDE-INDEX)
           SET WS-SD-USABLE(WS-SIDE-INDEX) TO TRUE.

       220-COMPARE-SIDES.
           SET WS-VERDICT-NOT-EVALUABLE TO TRUE
           PERFORM 230-CHECK-SIDE-STATE
               VARYING WS-SIDE-INDEX FROM 1 BY 1
               UNTIL WS-SIDE-INDEX > 2
           IF WS-NOT-EVALUABLE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
      * Bring both figures to the larger scale (never below zero,
      * so every shift is a multiply and nothing is rounded away).
           MOVE ZERO TO WS-COMMON-SCALE
           PERFORM VARYING WS-SIDE-INDEX FROM 1 BY 1
                   UNTIL WS-SIDE-INDEX > 2
               IF WS-SD-SCALE(WS-SIDE-INDEX) > WS-COMMON-SCALE
                   MOVE WS-SD-SCALE(WS-SIDE-INDEX) TO WS-COMMON-SCALE
               END-IF
           END-PERFORM
           PERFORM 240-ALIGN-ONE-SIDE
               VARYING WS-SIDE-INDEX FROM 1 BY 1
               UNTIL WS-SIDE-INDEX > 2
           IF WS-NOT-EVALUABLE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFFERENCE = WS-SD-ALIGNED(1) - WS-SD-ALIGNED(2)
               ON SIZE ERROR
                   MOVE "difference exceeds 38 digits"
                       TO WS-NOT-EVALUABLE-REASON
                   EXIT PARAGRAPH
           END-COMPUTE
           IF WS-DIFFERENCE < ZERO
               COMPUTE WS-ABS-DIFFERENCE = WS-DIFFERENCE * -1
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF
           EVALUATE TRUE
               WHEN RCR-MUST-BE-EQUAL
                   IF WS-DIFFERENCE = ZERO
                       SET WS-VERDICT-PASS TO TRUE
                   ELSE
                       SET WS-VERDICT-FAIL TO TRUE
                   END-IF
               WHEN RCR-WITHIN-TOLERANCE
      * A tolerance too large to express at this scale covers any
      * difference that could be.
                   COMPUTE WS-TOLERANCE-ALIGNED =
                           RCR-TOLERANCE * (10 ** WS-COMMON-SCALE)
                       ON SIZE ERROR
                           MOVE ALL '9' TO WS-TOLERANCE-ALIGNED
                   END-COMPUTE
                   IF WS-ABS-DIFFERENCE <= WS-TOLERANCE-ALIGNED
                       SET WS-VERDICT-PASS TO TRUE
                   ELSE
                       SET WS-VERDICT-FAIL TO TRUE
                   END-IF
               WHEN RCR-LEFT-NOT-ABOVE
                   IF WS-DIFFERENCE <= ZERO
                       SET WS-VERDICT-PASS TO TRUE
                   ELSE
                       SET WS-VERDICT-FAIL TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "rule has no valid relationship (E/T/L)"
                       TO WS-NOT-EVALUABLE-REASON
           END-EVALUATE.

       230-CHECK-SIDE-STATE.
           IF WS-NOT-EVALUABLE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT RCR-MEASURE-SUM(WS-SIDE-INDEX)
                   AND NOT RCR-MEASURE-COUNT(WS-SIDE-INDEX)
               MOVE "rule has no valid measure (S/C)"
                   TO WS-NOT-EVALUABLE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE RCR-COL-NUM(WS-SIDE-INDEX) TO WS-COL-DISPLAY
           EVALUATE TRUE
               WHEN WS-SD-USABLE(WS-SIDE-INDEX)
                   CONTINUE
               WHEN WS-SD-RESUMED(WS-SIDE-INDEX)
                   STRING "resumed (partial) totals for "
                              DELIMITED BY SIZE
                          RCR-QUERY-ID(WS-SIDE-INDEX)
                              DELIMITED BY SPACE
                          INTO WS-NOT-EVALUABLE-REASON
               WHEN WS-SD-OVERFLOWED(WS-SIDE-INDEX)
                   STRING "sum overflowed for " DELIMITED BY SIZE
                          RCR-QUERY-ID(WS-SIDE-INDEX)
                              DELIMITED BY SPACE
                          " column " DELIMITED BY SIZE
                          WS-COL-DISPLAY DELIMITED BY SIZE
                          INTO WS-NOT-EVALUABLE-REASON
               WHEN OTHER
                   STRING "no totals tonight for " DELIMITED BY SIZE
                          RCR-QUERY-ID(WS-SIDE-INDEX)
                              DELIMITED BY SPACE
                          " column " DELIMITED BY SIZE
                          WS-COL-DISPLAY DELIMITED BY SIZE
                          INTO WS-NOT-EVALUABLE-REASON
           END-EVALUATE.

       240-ALIGN-ONE-SIDE.
           IF WS-NOT-EVALUABLE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHIFT =
                   WS-COMMON-SCALE - WS-SD-SCALE(WS-SIDE-INDEX)
           COMPUTE WS-SD-ALIGNED(WS-SIDE-INDEX) =
                   WS-SD-VALUE(WS-SIDE-INDEX) * (10 ** WS-SHIFT)
               ON SIZE ERROR
                   MOVE "figure exceeds 38 digits at the common scale"
                       TO WS-NOT-EVALUABLE-REASON
           END-COMPUTE.

      ***************************************************************
      * Report lines and the event feed.                             *
      ***************************************************************
       300-PRINT-RULE-RESULT.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE RCR-RULE-ID TO WS-RPT-RULE-ID
           MOVE RCR-DESCRIPTION TO WS-RPT-DESCRIPTION
           MOVE SPACES TO WS-EVENT-OBJECT-ID
           MOVE RCR-RULE-ID TO WS-EVENT-OBJECT-ID
           MOVE SPACES TO WS-EVENT-TEXT
           EVALUATE TRUE
               WHEN WS-NOT-EVALUABLE-REASON NOT = SPACES
                   ADD 1 TO WS-NEVAL-COUNT
                   MOVE "NOT EVALUABLE" TO WS-RPT-VERDICT
                   DISPLAY WS-REPORT-LINE
                   DISPLAY "    " WS-NOT-EVALUABLE-REASON
                   MOVE WS-NOT-EVALUABLE-REASON TO WS-EVENT-TEXT
                   CALL "EVTLOG" USING "TOTRECN " WS-EVENT-OBJECT-ID
                                        "3" "RECNNEVL" WS-EVENT-TEXT
               WHEN WS-VERDICT-PASS
                   ADD 1 TO WS-PASS-COUNT
                   MOVE "PASS" TO WS-RPT-VERDICT
                   DISPLAY WS-REPORT-LINE
                   PERFORM 310-PRINT-FIGURES
               WHEN OTHER
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE "FAIL" TO WS-RPT-VERDICT
                   DISPLAY WS-REPORT-LINE
                   PERFORM 310-PRINT-FIGURES
                   STRING "reconciliation failed: " DELIMITED BY SIZE
                          RCR-QUERY-ID(1) DELIMITED BY SPACE
                          " vs " DELIMITED BY SIZE
                          RCR-QUERY-ID(2) DELIMITED BY SPACE
                          ", difference " DELIMITED BY SIZE
                          WS-DIFF-DISPLAY DELIMITED BY SIZE
                          INTO WS-EVENT-TEXT
                   CALL "EVTLOG" USING "TOTRECN " WS-EVENT-OBJECT-ID
                                        "2" "RECNFAIL" WS-EVENT-TEXT
           END-EVALUATE.

       310-PRINT-FIGURES.
           MOVE WS-SD-ALIGNED(1) TO WS-FIG-SOURCE
           PERFORM 330-FORMAT-FIGURE
           MOVE WS-FIG-DISPLAY TO WS-LEFT-DISPLAY
           MOVE WS-SD-ALIGNED(2) TO WS-FIG-SOURCE
           PERFORM 330-FORMAT-FIGURE
           MOVE WS-FIG-DISPLAY TO WS-RIGHT-DISPLAY
           MOVE WS-DIFFERENCE TO WS-FIG-SOURCE
           PERFORM 330-FORMAT-FIGURE
           MOVE WS-FIG-DISPLAY TO WS-DIFF-DISPLAY
           MOVE "left" TO WS-SDL-LABEL
           MOVE 1 TO WS-SIDE-INDEX
           MOVE WS-LEFT-DISPLAY TO WS-SDL-VALUE
           PERFORM 320-PRINT-ONE-SIDE
           MOVE "right" TO WS-SDL-LABEL
           MOVE 2 TO WS-SIDE-INDEX
           MOVE WS-RIGHT-DISPLAY TO WS-SDL-VALUE
           PERFORM 320-PRINT-ONE-SIDE
           MOVE SPACES TO WS-SIDE-LINE
           MOVE "diff" TO WS-SDL-LABEL
           MOVE WS-DIFF-DISPLAY TO WS-SDL-VALUE
           DISPLAY WS-SIDE-LINE.

       320-PRINT-ONE-SIDE.
           MOVE RCR-QUERY-ID(WS-SIDE-INDEX) TO WS-SDL-QUERY-ID
           MOVE RCR-COL-NUM(WS-SIDE-INDEX) TO WS-COL-DISPLAY
           MOVE SPACES TO WS-SDL-WHAT
           EVALUATE TRUE
               WHEN RCR-COL-NUM(WS-SIDE-INDEX) = ZERO
                   MOVE "rows" TO WS-SDL-WHAT
               WHEN RCR-MEASURE-COUNT(WS-SIDE-INDEX)
                   STRING "cnt col " WS-COL-DISPLAY DELIMITED BY SIZE
                          INTO WS-SDL-WHAT
               WHEN OTHER
                   STRING "sum col " WS-COL-DISPLAY DELIMITED BY SIZE
                          INTO WS-SDL-WHAT
           END-EVALUATE
           DISPLAY WS-SIDE-LINE.

      * Split the unsigned figure at the common scale: the whole part
      * goes through an edited picture to lose its leading zeros, the
      * last WS-FIG-SCALE digits of the remainder follow the point.
      * A scale of 38 leaves no whole part to divide out.
       330-FORMAT-FIGURE.
           MOVE SPACES TO WS-FIG-DISPLAY
           IF WS-FIG-SOURCE < ZERO
               COMPUTE WS-FIG-ABS = WS-FIG-SOURCE * -1
               MOVE "-" TO WS-FIG-SIGN
           ELSE
               MOVE WS-FIG-SOURCE TO WS-FIG-ABS
               MOVE SPACE TO WS-FIG-SIGN
           END-IF
           MOVE WS-COMMON-SCALE TO WS-FIG-SCALE
           IF WS-FIG-SCALE > 38
               MOVE 38 TO WS-FIG-SCALE
           END-IF
           IF WS-FIG-SCALE = 38
               MOVE ZERO TO WS-FIG-INTEGER
               MOVE WS-FIG-ABS TO WS-FIG-FRACTION
           ELSE
               COMPUTE WS-FIG-DIVISOR = 10 ** WS-FIG-SCALE
               DIVIDE WS-FIG-ABS BY WS-FIG-DIVISOR
                   GIVING WS-FIG-INTEGER REMAINDER WS-FIG-FRACTION
           END-IF
           MOVE WS-FIG-INTEGER TO WS-FIG-INT-EDITED
           MOVE ZERO TO WS-FIG-LEAD
           INSPECT WS-FIG-INT-EDITED TALLYING WS-FIG-LEAD
               FOR LEADING SPACE
           MOVE 1 TO WS-FIG-POINTER
           STRING WS-FIG-SIGN DELIMITED BY SPACE
                  WS-FIG-INT-EDITED(WS-FIG-LEAD + 1:) DELIMITED BY SIZE
                  INTO WS-FIG-DISPLAY WITH POINTER WS-FIG-POINTER
           IF WS-FIG-SCALE > ZERO
               STRING "." DELIMITED BY SIZE
                      WS-FIG-FRACTION(39 - WS-FIG-SCALE:WS-FIG-SCALE)
                          DELIMITED BY SIZE
                      INTO WS-FIG-DISPLAY WITH POINTER WS-FIG-POINTER
           END-IF.
