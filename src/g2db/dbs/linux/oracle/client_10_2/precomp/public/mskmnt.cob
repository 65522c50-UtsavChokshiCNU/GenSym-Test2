      ***************************************************************
      * MSKMNT : Operator maintenance for the maskrule.dat sensitive- *
      *          column masking rules (see maskrul.cob).              *
      *                                                               *
      * MASKRUL applies the rules to every row SAMPLE10 fetches but   *
      * only reads them - this is the program the data owner's        *
      * delegate runs at a terminal to add, replace, list and remove  *
      * them. A rule is keyed by the column name as DESCRIBE returns *
      * it (upper case - as COLCAT prints it) and a rule sequence;    *
      * the lowest sequence whose scope matches the run wins, so put  *
      * the narrow rules (one consumer's query id) on low sequences   *
      * and the catch-all on a high one. Leave every environment and  *
      * query id blank for a rule that applies to every run.          *
      *                                                               *
      * Same menu conventions as bcalmnt.cob; the record layout       *
      * mirrors maskrul.cob - keep the two in step by hand.           *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSKMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-RULE-FILE ASSIGN TO "maskrule.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MSK-KEY
               FILE STATUS WS-RULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-RULE-FILE.
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

       WORKING-STORAGE SECTION.
       01  WS-RULE-FILE-STATUS            PIC XX.
       01  WS-MENU-ACTION                 PIC X VALUE SPACE.
           88  WS-ACTION-LIST                VALUE 'L'.
           88  WS-ACTION-ADD                 VALUE 'A'.
           88  WS-ACTION-DELETE              VALUE 'D'.
           88  WS-ACTION-EXIT                VALUE 'X'.
       01  WS-TARGET-COL-NAME             PIC X(30).
       01  WS-TARGET-SEQ-TEXT             PIC X(2).
       01  WS-TARGET-SEQ                  PIC 9(2).
       01  WS-TARGET-METHOD               PIC X.
       01  WS-KEEP-COUNT-TEXT             PIC X(2).
       01  WS-COL-FILTER                  PIC X(30).
       01  WS-SCOPE-INDEX                 PIC S9(9) COMP-5.
       01  WS-ENTRY-COUNT                 PIC S9(9) COMP-5 VALUE ZERO.

      * The rule being keyed, built here and moved to the record
      * only once maskrule.dat is open - the same layout as
      * MASK-RULE-RECORD, byte for byte.
       01  WS-NEW-RULE.
           02  WS-NR-KEY.
               03  WS-NR-COL-NAME         PIC X(30).
               03  WS-NR-RULE-SEQ         PIC 9(2).
           02  WS-NR-METHOD               PIC X.
           02  WS-NR-KEEP-COUNT           PIC 9(2).
           02  WS-NR-SUBSTITUTE           PIC X(30).
           02  WS-NR-SCOPE-ENV            OCCURS 4 TIMES PIC X(8).
           02  WS-NR-SCOPE-QUERY-ID       OCCURS 4 TIMES PIC X(30).
           02  FILLER                     PIC X(20).

       01  WS-LIST-LINE.
           02  WS-LST-COL-NAME            PIC X(30).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-LST-RULE-SEQ            PIC 9(2).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-LST-METHOD              PIC X.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-LST-KEEP-COUNT          PIC Z9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-LST-SUBSTITUTE          PIC X(30).
       01  WS-SCOPE-LINE.
           02  FILLER                     PIC X(6) VALUE SPACES.
           02  WS-SCL-LABEL               PIC X(10).
           02  WS-SCL-VALUE               PIC X(30).

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "Sensitive-column masking rule maintenance"
           PERFORM 100-ONE-MENU-PASS
               UNTIL WS-ACTION-EXIT
           GOBACK.

       100-ONE-MENU-PASS.
           DISPLAY "Action ((L)ist/(A)dd/(D)elete/e(X)it): "
               WITH NO ADVANCING
           ACCEPT WS-MENU-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-LIST
                   PERFORM 200-LIST-RULES
               WHEN WS-ACTION-ADD
                   PERFORM 300-ADD-RULE
               WHEN WS-ACTION-DELETE
                   PERFORM 400-DELETE-RULE
               WHEN WS-ACTION-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Enter L, A, D or X"
           END-EVALUATE.

       200-LIST-RULES.
           DISPLAY "Column to list (blank = all): " WITH NO ADVANCING
           ACCEPT WS-COL-FILTER
           MOVE FUNCTION UPPER-CASE(WS-COL-FILTER) TO WS-COL-FILTER
           MOVE ZERO TO WS-ENTRY-COUNT
           OPEN INPUT MASK-RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "maskrule.dat not available (status "
                       WS-RULE-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COLUMN                         SQ M KP SUBSTITUTE"
           PERFORM 210-LIST-ONE-RULE
               UNTIL WS-RULE-FILE-STATUS NOT = "00"
           CLOSE MASK-RULE-FILE
           DISPLAY WS-ENTRY-COUNT " rule(s) listed".

       210-LIST-ONE-RULE.
           READ MASK-RULE-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-RULE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-COL-FILTER NOT = SPACES
                   AND MSK-COL-NAME NOT = WS-COL-FILTER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIST-LINE
           MOVE MSK-COL-NAME TO WS-LST-COL-NAME
           MOVE MSK-RULE-SEQ TO WS-LST-RULE-SEQ
           MOVE MSK-METHOD TO WS-LST-METHOD
           MOVE MSK-KEEP-COUNT TO WS-LST-KEEP-COUNT
           MOVE MSK-SUBSTITUTE TO WS-LST-SUBSTITUTE
           DISPLAY WS-LIST-LINE
           PERFORM VARYING WS-SCOPE-INDEX FROM 1 BY 1
                   UNTIL WS-SCOPE-INDEX > 4
               IF MSK-SCOPE-ENV(WS-SCOPE-INDEX) NOT = SPACES
                   MOVE "env:" TO WS-SCL-LABEL
                   MOVE MSK-SCOPE-ENV(WS-SCOPE-INDEX) TO WS-SCL-VALUE
                   DISPLAY WS-SCOPE-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SCOPE-INDEX FROM 1 BY 1
                   UNTIL WS-SCOPE-INDEX > 4
               IF MSK-SCOPE-QUERY-ID(WS-SCOPE-INDEX) NOT = SPACES
                   MOVE "query id:" TO WS-SCL-LABEL
                   MOVE MSK-SCOPE-QUERY-ID(WS-SCOPE-INDEX)
                       TO WS-SCL-VALUE
                   DISPLAY WS-SCOPE-LINE
               END-IF
           END-PERFORM
           ADD 1 TO WS-ENTRY-COUNT.

       300-ADD-RULE.
           PERFORM 500-ACCEPT-RULE-KEY
           IF WS-TARGET-COL-NAME = SPACES
                   OR WS-TARGET-SEQ-TEXT IS NOT NUMERIC
               DISPLAY "Column and two-digit sequence required - "
                       "nothing stored"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Method ((B)lank/(K)eep last N/(S)ubstitute): "
               WITH NO ADVANCING
           ACCEPT WS-TARGET-METHOD
           MOVE FUNCTION UPPER-CASE(WS-TARGET-METHOD)
               TO WS-TARGET-METHOD
           IF WS-TARGET-METHOD NOT = 'B' AND WS-TARGET-METHOD NOT = 'K'
                   AND WS-TARGET-METHOD NOT = 'S'
               DISPLAY "Enter B, K or S - nothing stored"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-RULE
           MOVE ZERO TO WS-NR-KEEP-COUNT
           IF WS-TARGET-METHOD = 'K'
               DISPLAY "Characters to keep (two digits): "
                   WITH NO ADVANCING
               ACCEPT WS-KEEP-COUNT-TEXT
               IF WS-KEEP-COUNT-TEXT IS NOT NUMERIC
                   DISPLAY "Keep count must be two digits - "
                           "nothing stored"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-KEEP-COUNT-TEXT TO WS-NR-KEEP-COUNT
           END-IF
           IF WS-TARGET-METHOD = 'S'
               DISPLAY "Substitute text: " WITH NO ADVANCING
               ACCEPT WS-NR-SUBSTITUTE
           END-IF
           DISPLAY "Environments (up to 4, blank line ends; none = "
                   "all environments)"
           PERFORM VARYING WS-SCOPE-INDEX FROM 1 BY 1
                   UNTIL WS-SCOPE-INDEX > 4
               DISPLAY "  environment: " WITH NO ADVANCING
               ACCEPT WS-NR-SCOPE-ENV(WS-SCOPE-INDEX)
               MOVE FUNCTION UPPER-CASE(WS-NR-SCOPE-ENV(WS-SCOPE-INDEX))
                   TO WS-NR-SCOPE-ENV(WS-SCOPE-INDEX)
               IF WS-NR-SCOPE-ENV(WS-SCOPE-INDEX) = SPACES
                   MOVE 5 TO WS-SCOPE-INDEX
               END-IF
           END-PERFORM
           DISPLAY "Query ids (up to 4, blank line ends; none = "
                   "all query ids)"
           PERFORM VARYING WS-SCOPE-INDEX FROM 1 BY 1
                   UNTIL WS-SCOPE-INDEX > 4
               DISPLAY "  query id: " WITH NO ADVANCING
               ACCEPT WS-NR-SCOPE-QUERY-ID(WS-SCOPE-INDEX)
               IF WS-NR-SCOPE-QUERY-ID(WS-SCOPE-INDEX) = SPACES
                   MOVE 5 TO WS-SCOPE-INDEX
               END-IF
           END-PERFORM
           OPEN I-O MASK-RULE-FILE
           IF WS-RULE-FILE-STATUS = "35"
               OPEN OUTPUT MASK-RULE-FILE
               CLOSE MASK-RULE-FILE
               OPEN I-O MASK-RULE-FILE
           END-IF
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "maskrule.dat not available (status "
                       WS-RULE-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-RULE TO MASK-RULE-RECORD
           MOVE WS-TARGET-COL-NAME TO MSK-COL-NAME
           MOVE WS-TARGET-SEQ TO MSK-RULE-SEQ
           MOVE WS-TARGET-METHOD TO MSK-METHOD
           REWRITE MASK-RULE-RECORD
               INVALID KEY
                   WRITE MASK-RULE-RECORD
           END-REWRITE
           DISPLAY "Stored rule " WS-TARGET-SEQ " for column "
                   WS-TARGET-COL-NAME
           CLOSE MASK-RULE-FILE.

       400-DELETE-RULE.
           PERFORM 500-ACCEPT-RULE-KEY
           IF WS-TARGET-SEQ-TEXT IS NOT NUMERIC
               DISPLAY "Sequence must be two digits - nothing deleted"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O MASK-RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "maskrule.dat not available (status "
                       WS-RULE-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-COL-NAME TO MSK-COL-NAME
           MOVE WS-TARGET-SEQ TO MSK-RULE-SEQ
           DELETE MASK-RULE-FILE
               INVALID KEY
                   DISPLAY "No rule " WS-TARGET-SEQ " for column "
                           WS-TARGET-COL-NAME
               NOT INVALID KEY
                   DISPLAY "Deleted rule " WS-TARGET-SEQ
                           " for column " WS-TARGET-COL-NAME
           END-DELETE
           CLOSE MASK-RULE-FILE.

       500-ACCEPT-RULE-KEY.
      * Oracle returns unquoted column names in upper case - store
      * them that way so MASKRUL's key lookup matches.
           DISPLAY "Column name: " WITH NO ADVANCING
           ACCEPT WS-TARGET-COL-NAME
           MOVE FUNCTION UPPER-CASE(WS-TARGET-COL-NAME)
               TO WS-TARGET-COL-NAME
           DISPLAY "Rule sequence (01-99): " WITH NO ADVANCING
           ACCEPT WS-TARGET-SEQ-TEXT
           IF WS-TARGET-SEQ-TEXT IS NUMERIC
               MOVE WS-TARGET-SEQ-TEXT TO WS-TARGET-SEQ
           END-IF.
