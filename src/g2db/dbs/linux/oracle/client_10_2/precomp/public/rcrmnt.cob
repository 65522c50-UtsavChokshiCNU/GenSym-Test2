      ***************************************************************
      * RCRMNT : Operator maintenance for the recrule.dat cross-     *
      *          query reconciliation rules (see totrecn.cob).       *
      *                                                               *
      * TOTRECN only reads the rules - this is the program finance's  *
      * delegate runs at a terminal to add, replace, list and remove  *
      * them. A rule is keyed by a short rule id of the owner's       *
      * choosing and names a left and a right side, each a query id,  *
      * a column position as COLCAT numbers it and a measure ('S' sum *
      * or 'C' count of values). Column 000 means the query's row     *
      * count and always uses 'C'. The relationship is 'E' equal,     *
      * 'T' within the tolerance keyed here (an absolute amount in    *
      * the columns' own units, e.g. 0.05), or 'L' left not above     *
      * right. A rule can be stored disabled and enabled later by     *
      * adding it again.                                              *
      *                                                               *
      * Same menu conventions as bcalmnt.cob; the record layout       *
      * mirrors totrecn.cob - keep the two in step by hand.           *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-RULE-FILE ASSIGN TO "recrule.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RCR-RULE-ID
               FILE STATUS WS-RULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-RULE-FILE.
       01  RECON-RULE-RECORD.
           02  RCR-RULE-ID                PIC X(12).
           02  RCR-DESCRIPTION            PIC X(40).
           02  RCR-SIDE                   OCCURS 2 TIMES.
               03  RCR-QUERY-ID           PIC X(30).
               03  RCR-COL-NUM            PIC 9(3).
               03  RCR-MEASURE            PIC X.
           02  RCR-RELATION               PIC X.
           02  RCR-TOLERANCE              PIC 9(13)V9(5).
           02  RCR-ENABLED-FLAG           PIC X.
           02  FILLER                     PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-RULE-FILE-STATUS            PIC XX.
       01  WS-MENU-ACTION                 PIC X VALUE SPACE.
           88  WS-ACTION-LIST                VALUE 'L'.
           88  WS-ACTION-ADD                 VALUE 'A'.
           88  WS-ACTION-DELETE              VALUE 'D'.
           88  WS-ACTION-EXIT                VALUE 'X'.
       01  WS-TARGET-RULE-ID              PIC X(12).
       01  WS-SIDE-INDEX                  PIC S9(9) COMP-5.
       01  WS-SIDE-NAME                   PIC X(5).
       01  WS-COL-NUM-TEXT                PIC X(3).
       01  WS-TOLERANCE-TEXT              PIC X(20).
       01  WS-ENABLED-ANSWER              PIC X.
       01  WS-INPUT-ERROR-FLAG            PIC X.
           88  WS-INPUT-IN-ERROR             VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-ENTRY-COUNT                 PIC S9(9) COMP-5 VALUE ZERO.

      * The rule being keyed, built here and moved to the record
      * only once recrule.dat is open - the same layout as
      * RECON-RULE-RECORD, byte for byte.
       01  WS-NEW-RULE.
           02  WS-NR-RULE-ID              PIC X(12).
           02  WS-NR-DESCRIPTION          PIC X(40).
           02  WS-NR-SIDE                 OCCURS 2 TIMES.
               03  WS-NR-QUERY-ID         PIC X(30).
               03  WS-NR-COL-NUM          PIC 9(3).
               03  WS-NR-MEASURE          PIC X.
           02  WS-NR-RELATION             PIC X.
           02  WS-NR-TOLERANCE            PIC 9(13)V9(5).
           02  WS-NR-ENABLED-FLAG         PIC X.
           02  FILLER                     PIC X(30).

       01  WS-LIST-LINE.
           02  WS-LST-RULE-ID             PIC X(12).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-LST-ENABLED             PIC X.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-LST-RELATION            PIC X.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-LST-TOLERANCE           PIC Z(12)9.9(5).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-LST-DESCRIPTION         PIC X(40).
       01  WS-SIDE-LINE.
           02  FILLER                     PIC X(6) VALUE SPACES.
           02  WS-SDL-LABEL               PIC X(7).
           02  WS-SDL-QUERY-ID            PIC X(30).
           02  FILLER                     PIC X(6) VALUE " col ".
           02  WS-SDL-COL-NUM             PIC 9(3).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-SDL-MEASURE             PIC X.

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "Cross-query reconciliation rule maintenance"
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
           MOVE ZERO TO WS-ENTRY-COUNT
           OPEN INPUT RECON-RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "recrule.dat not available (status "
                       WS-RULE-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RULE ID      Y R TOLERANCE           DESCRIPTION"
           PERFORM 210-LIST-ONE-RULE
               UNTIL WS-RULE-FILE-STATUS NOT = "00"
           CLOSE RECON-RULE-FILE
           DISPLAY WS-ENTRY-COUNT " rule(s) listed".

       210-LIST-ONE-RULE.
           READ RECON-RULE-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-RULE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIST-LINE
           MOVE RCR-RULE-ID TO WS-LST-RULE-ID
           MOVE RCR-ENABLED-FLAG TO WS-LST-ENABLED
           MOVE RCR-RELATION TO WS-LST-RELATION
           MOVE RCR-TOLERANCE TO WS-LST-TOLERANCE
           MOVE RCR-DESCRIPTION TO WS-LST-DESCRIPTION
           DISPLAY WS-LIST-LINE
           PERFORM VARYING WS-SIDE-INDEX FROM 1 BY 1
                   UNTIL WS-SIDE-INDEX > 2
               IF WS-SIDE-INDEX = 1
                   MOVE "left:" TO WS-SDL-LABEL
               ELSE
                   MOVE "right:" TO WS-SDL-LABEL
               END-IF
               MOVE RCR-QUERY-ID(WS-SIDE-INDEX) TO WS-SDL-QUERY-ID
               MOVE RCR-COL-NUM(WS-SIDE-INDEX) TO WS-SDL-COL-NUM
               MOVE RCR-MEASURE(WS-SIDE-INDEX) TO WS-SDL-MEASURE
               DISPLAY WS-SIDE-LINE
           END-PERFORM
           ADD 1 TO WS-ENTRY-COUNT.

       300-ADD-RULE.
           PERFORM 500-ACCEPT-RULE-ID
           IF WS-TARGET-RULE-ID = SPACES
               DISPLAY "Rule id required - nothing stored"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-RULE
           MOVE ZERO TO WS-NR-TOLERANCE
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-NR-DESCRIPTION
           SET WS-INPUT-IN-ERROR TO FALSE
           PERFORM 310-ACCEPT-ONE-SIDE
               VARYING WS-SIDE-INDEX FROM 1 BY 1
               UNTIL WS-SIDE-INDEX > 2 OR WS-INPUT-IN-ERROR
           IF WS-INPUT-IN-ERROR
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Relationship ((E)qual/within (T)olerance/"
                   "(L)eft not above right): " WITH NO ADVANCING
           ACCEPT WS-NR-RELATION
           MOVE FUNCTION UPPER-CASE(WS-NR-RELATION) TO WS-NR-RELATION
           IF WS-NR-RELATION NOT = 'E' AND WS-NR-RELATION NOT = 'T'
                   AND WS-NR-RELATION NOT = 'L'
               DISPLAY "Enter E, T or L - nothing stored"
               EXIT PARAGRAPH
           END-IF
           IF WS-NR-RELATION = 'T'
               DISPLAY "Tolerance (absolute, e.g. 0.05): "
                   WITH NO ADVANCING
               ACCEPT WS-TOLERANCE-TEXT
               IF FUNCTION TEST-NUMVAL(WS-TOLERANCE-TEXT) NOT = ZERO
                   DISPLAY "Tolerance must be a number - "
                           "nothing stored"
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WS-TOLERANCE-TEXT) < ZERO
                   DISPLAY "Tolerance cannot be negative - "
                           "nothing stored"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-NR-TOLERANCE =
                       FUNCTION NUMVAL(WS-TOLERANCE-TEXT)
                   ON SIZE ERROR
                       DISPLAY "Tolerance has more than 13 whole "
                               "digits - nothing stored"
                       EXIT PARAGRAPH
               END-COMPUTE
           END-IF
           DISPLAY "Enabled (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ENABLED-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ENABLED-ANSWER)
               TO WS-ENABLED-ANSWER
           IF WS-ENABLED-ANSWER = 'N'
               MOVE 'N' TO WS-NR-ENABLED-FLAG
           ELSE
               MOVE 'Y' TO WS-NR-ENABLED-FLAG
           END-IF
           OPEN I-O RECON-RULE-FILE
           IF WS-RULE-FILE-STATUS = "35"
               OPEN OUTPUT RECON-RULE-FILE
               CLOSE RECON-RULE-FILE
               OPEN I-O RECON-RULE-FILE
           END-IF
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "recrule.dat not available (status "
                       WS-RULE-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-RULE TO RECON-RULE-RECORD
           MOVE WS-TARGET-RULE-ID TO RCR-RULE-ID
           REWRITE RECON-RULE-RECORD
               INVALID KEY
                   WRITE RECON-RULE-RECORD
           END-REWRITE
           DISPLAY "Stored rule " WS-TARGET-RULE-ID
           CLOSE RECON-RULE-FILE.

       310-ACCEPT-ONE-SIDE.
           IF WS-SIDE-INDEX = 1
               MOVE "Left" TO WS-SIDE-NAME
           ELSE
               MOVE "Right" TO WS-SIDE-NAME
           END-IF
           DISPLAY WS-SIDE-NAME " query id: " WITH NO ADVANCING
           ACCEPT WS-NR-QUERY-ID(WS-SIDE-INDEX)
           IF WS-NR-QUERY-ID(WS-SIDE-INDEX) = SPACES
               DISPLAY "Query id required - nothing stored"
               SET WS-INPUT-IN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-SIDE-NAME " column (three digits, 000 = row "
                   "count): " WITH NO ADVANCING
           ACCEPT WS-COL-NUM-TEXT
           IF WS-COL-NUM-TEXT IS NOT NUMERIC
               DISPLAY "Column must be three digits - nothing stored"
               SET WS-INPUT-IN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COL-NUM-TEXT TO WS-NR-COL-NUM(WS-SIDE-INDEX)
      * There is no sum of rows - the row count is always a count.
           IF WS-NR-COL-NUM(WS-SIDE-INDEX) = ZERO
               MOVE 'C' TO WS-NR-MEASURE(WS-SIDE-INDEX)
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-SIDE-NAME " measure ((S)um/(C)ount): "
               WITH NO ADVANCING
           ACCEPT WS-NR-MEASURE(WS-SIDE-INDEX)
           MOVE FUNCTION UPPER-CASE(WS-NR-MEASURE(WS-SIDE-INDEX))
               TO WS-NR-MEASURE(WS-SIDE-INDEX)
           IF WS-NR-MEASURE(WS-SIDE-INDEX) NOT = 'S'
                   AND WS-NR-MEASURE(WS-SIDE-INDEX) NOT = 'C'
               DISPLAY "Enter S or C - nothing stored"
               SET WS-INPUT-IN-ERROR TO TRUE
           END-IF.

       400-DELETE-RULE.
           PERFORM 500-ACCEPT-RULE-ID
           IF WS-TARGET-RULE-ID = SPACES
               DISPLAY "Rule id required - nothing deleted"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O RECON-RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "recrule.dat not available (status "
                       WS-RULE-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-RULE-ID TO RCR-RULE-ID
           DELETE RECON-RULE-FILE
               INVALID KEY
                   DISPLAY "No rule " WS-TARGET-RULE-ID
               NOT INVALID KEY
                   DISPLAY "Deleted rule " WS-TARGET-RULE-ID
           END-DELETE
           CLOSE RECON-RULE-FILE.

       500-ACCEPT-RULE-ID.
           DISPLAY "Rule id: " WITH NO ADVANCING
           ACCEPT WS-TARGET-RULE-ID
           MOVE FUNCTION UPPER-CASE(WS-TARGET-RULE-ID)
               TO WS-TARGET-RULE-ID.
