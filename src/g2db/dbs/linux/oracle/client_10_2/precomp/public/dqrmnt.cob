      ***************************************************************
      * DQRMNT : Operator maintenance utility for the data-quality   *
      *          rule file (dqrules.dat - see dqrule.cob).           *
      *                                                               *
      * The rules DQRULE applies in the SAMPLE10 fetch path are only  *
      * as good as the ability to keep them current - a rule that    *
      * cannot be corrected without a file dump gets deleted instead  *
      * the first time it misfires. This utility:                     *
      *                                                               *
      *   L - lists one query id's rules (column, type, disposition,  *
      *       limits / allowed values / maximum length);              *
      *   E - adds or replaces one rule;                              *
      *   D - deletes one rule.                                       *
      *                                                               *
      * Every answer is checked before the file is touched - a rule   *
      * type or disposition outside the known codes, or a range      *
      * limit that is not a number, is refused with nothing stored,   *
      * so a mis-keyed rule never reaches tonight's run.              *
      *                                                               *
      * The record layout mirrors dqrule.cob in full - keep the two   *
      * in step by hand, the same convention as qrymnt.cob.           *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQ-RULE-FILE ASSIGN TO "dqrules.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DQR-KEY
               FILE STATUS WS-RULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DQ-RULE-FILE.
       01  DQ-RULE-RECORD.
           02  DQR-KEY.
               03  DQR-QUERY-ID           PIC X(30).
               03  DQR-RULE-ID            PIC X(8).
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

       WORKING-STORAGE SECTION.
       01  WS-RULE-FILE-STATUS            PIC XX.
       01  WS-MENU-ACTION                 PIC X VALUE SPACE.
           88  WS-ACTION-LIST-RULES          VALUE 'L'.
           88  WS-ACTION-EDIT-RULE           VALUE 'E'.
           88  WS-ACTION-DELETE-RULE         VALUE 'D'.
           88  WS-ACTION-EXIT                VALUE 'Q'.
       01  WS-TARGET-QUERY-ID             PIC X(30).
       01  WS-TARGET-RULE-ID              PIC X(8).
       01  WS-ENTRY-COUNT                 PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-VALUE-INDEX                 PIC S9(9) COMP-5.
       01  WS-INPUT-OK-FLAG               PIC X VALUE 'Y'.
           88  WS-INPUT-IS-OK                VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

      * Console input lands in these WORKING-STORAGE fields first and
      * is MOVEd into the record only once the file is open (see
      * qrymnt.cob) - range limits are keyed as text so a
      * non-numeric answer can be refused instead of being
      * transferred unconverted into a numeric field.
       01  WS-COL-SEQ-INPUT               PIC 9(3) VALUE ZERO.
       01  WS-COL-NAME-INPUT              PIC X(30) VALUE SPACES.
       01  WS-RULE-TYPE-INPUT             PIC X VALUE SPACE.
           88  WS-TYPE-IS-RANGE              VALUE 'R'.
           88  WS-TYPE-IS-NOT-BLANK          VALUE 'B'.
           88  WS-TYPE-IS-ALLOWED-LIST       VALUE 'L'.
           88  WS-TYPE-IS-MAX-LENGTH         VALUE 'M'.
           88  WS-TYPE-IS-KNOWN              VALUE 'R' 'B' 'L' 'M'.
       01  WS-DISPOSITION-INPUT           PIC X VALUE SPACE.
           88  WS-DISPOSITION-IS-KNOWN       VALUE 'F' 'R'.
       01  WS-MIN-TEXT-INPUT              PIC X(20) VALUE SPACES.
       01  WS-MAX-TEXT-INPUT              PIC X(20) VALUE SPACES.
       01  WS-MIN-VALUE-WORK              PIC S9(13)V9(5) COMP-3.
       01  WS-MAX-VALUE-WORK              PIC S9(13)V9(5) COMP-3.
       01  WS-MAX-LENGTH-INPUT            PIC 9(4) VALUE ZERO.
       01  WS-ALLOWED-INPUT-TABLE.
           02  WS-ALLOWED-INPUT           OCCURS 10 TIMES PIC X(20).
       01  WS-ONE-ALLOWED-INPUT           PIC X(20) VALUE SPACES.

       01  WS-RULE-LINE.
           02  WS-RUL-RULE-ID             PIC X(8).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-RUL-COL-SEQ             PIC ZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-RUL-COL-NAME            PIC X(30).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-RUL-RULE-TYPE           PIC X.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-RUL-DISPOSITION         PIC X.
       01  WS-LIMIT-DISPLAY               PIC -(13)9.9(5).

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "Data-quality rule maintenance"
           PERFORM 100-ONE-MENU-PASS
               UNTIL WS-ACTION-EXIT
           GOBACK.

       100-ONE-MENU-PASS.
           DISPLAY "Action ((L)ist rules for id/(E)dit rule/"
                   "(D)elete rule/(Q)uit): "
               WITH NO ADVANCING
           ACCEPT WS-MENU-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-LIST-RULES
                   PERFORM 200-LIST-RULES
               WHEN WS-ACTION-EDIT-RULE
                   PERFORM 300-EDIT-RULE
               WHEN WS-ACTION-DELETE-RULE
                   PERFORM 400-DELETE-RULE
               WHEN WS-ACTION-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Enter L, E, D or Q"
           END-EVALUATE.

       200-LIST-RULES.
           DISPLAY "Query id: " WITH NO ADVANCING
           ACCEPT WS-TARGET-QUERY-ID
           MOVE ZERO TO WS-ENTRY-COUNT
           OPEN INPUT DQ-RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "dqrules.dat not available (status "
                       WS-RULE-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-QUERY-ID TO DQR-QUERY-ID
           MOVE LOW-VALUES TO DQR-RULE-ID
           START DQ-RULE-FILE KEY NOT < DQR-KEY
               INVALID KEY
                   MOVE "10" TO WS-RULE-FILE-STATUS
           END-START
           DISPLAY "RULE ID  SEQ COLUMN                         T D"
           PERFORM 210-LIST-ONE-RULE
               UNTIL WS-RULE-FILE-STATUS NOT = "00"
           CLOSE DQ-RULE-FILE
           DISPLAY WS-ENTRY-COUNT " rule(s) for " WS-TARGET-QUERY-ID.

       210-LIST-ONE-RULE.
           READ DQ-RULE-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-RULE-FILE-STATUS NOT = "00"
                   OR DQR-QUERY-ID NOT = WS-TARGET-QUERY-ID
      * Walked past this query id's records (or hit a read error) -
      * flag the status so the listing loop stops.
               MOVE "10" TO WS-RULE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RULE-LINE
           MOVE DQR-RULE-ID TO WS-RUL-RULE-ID
           MOVE DQR-COL-SEQ TO WS-RUL-COL-SEQ
           MOVE DQR-COL-NAME TO WS-RUL-COL-NAME
           MOVE DQR-RULE-TYPE TO WS-RUL-RULE-TYPE
           MOVE DQR-DISPOSITION TO WS-RUL-DISPOSITION
           DISPLAY WS-RULE-LINE
           EVALUATE DQR-RULE-TYPE
               WHEN 'R'
                   IF DQR-MIN-PRESENT = 'Y'
                       MOVE DQR-MIN-VALUE TO WS-LIMIT-DISPLAY
                       DISPLAY "    min: " WS-LIMIT-DISPLAY
                   END-IF
                   IF DQR-MAX-PRESENT = 'Y'
                       MOVE DQR-MAX-VALUE TO WS-LIMIT-DISPLAY
                       DISPLAY "    max: " WS-LIMIT-DISPLAY
                   END-IF
               WHEN 'L'
                   PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
                           UNTIL WS-VALUE-INDEX > 10
                       IF DQR-ALLOWED-VALUE(WS-VALUE-INDEX)
                               NOT = SPACES
                           DISPLAY "    allowed: "
                                   DQR-ALLOWED-VALUE(WS-VALUE-INDEX)
                       END-IF
                   END-PERFORM
               WHEN 'M'
                   DISPLAY "    max length: " DQR-MAX-LENGTH
           END-EVALUATE
           ADD 1 TO WS-ENTRY-COUNT.

       300-EDIT-RULE.
           DISPLAY "Query id: " WITH NO ADVANCING
           ACCEPT WS-TARGET-QUERY-ID
           DISPLAY "Rule id: " WITH NO ADVANCING
           ACCEPT WS-TARGET-RULE-ID
           DISPLAY "Column sequence (0 = match by column name): "
               WITH NO ADVANCING
           ACCEPT WS-COL-SEQ-INPUT
           MOVE SPACES TO WS-COL-NAME-INPUT
           IF WS-COL-SEQ-INPUT = ZERO
               DISPLAY "Column name: " WITH NO ADVANCING
               ACCEPT WS-COL-NAME-INPUT
               MOVE FUNCTION UPPER-CASE(WS-COL-NAME-INPUT)
                   TO WS-COL-NAME-INPUT
           END-IF
           DISPLAY "Rule type ((R)ange/not (B)lank/allowed (L)ist/"
                   "(M)ax length): " WITH NO ADVANCING
           ACCEPT WS-RULE-TYPE-INPUT
           DISPLAY "Disposition ((F)lag only/(R)eject row): "
               WITH NO ADVANCING
           ACCEPT WS-DISPOSITION-INPUT
           SET WS-INPUT-IS-OK TO TRUE
           IF WS-COL-SEQ-INPUT = ZERO AND WS-COL-NAME-INPUT = SPACES
               DISPLAY "A column sequence or a column name is required"
               SET WS-INPUT-IS-OK TO FALSE
           END-IF
           IF NOT WS-TYPE-IS-KNOWN
               DISPLAY "Rule type must be R, B, L or M"
               SET WS-INPUT-IS-OK TO FALSE
           END-IF
           IF NOT WS-DISPOSITION-IS-KNOWN
               DISPLAY "Disposition must be F or R"
               SET WS-INPUT-IS-OK TO FALSE
           END-IF
           IF NOT WS-INPUT-IS-OK
               DISPLAY "Nothing stored"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MIN-TEXT-INPUT WS-MAX-TEXT-INPUT
           MOVE SPACES TO WS-ALLOWED-INPUT-TABLE
           MOVE ZERO TO WS-MIN-VALUE-WORK WS-MAX-VALUE-WORK
           MOVE ZERO TO WS-MAX-LENGTH-INPUT
           EVALUATE TRUE
               WHEN WS-TYPE-IS-RANGE
                   PERFORM 310-ACCEPT-RANGE-LIMITS
               WHEN WS-TYPE-IS-ALLOWED-LIST
                   PERFORM 320-ACCEPT-ALLOWED-VALUES
               WHEN WS-TYPE-IS-MAX-LENGTH
                   DISPLAY "Maximum length: " WITH NO ADVANCING
                   ACCEPT WS-MAX-LENGTH-INPUT
                   IF WS-MAX-LENGTH-INPUT = ZERO
                       DISPLAY "Maximum length must be nonzero"
                       SET WS-INPUT-IS-OK TO FALSE
                   END-IF
           END-EVALUATE
           IF NOT WS-INPUT-IS-OK
               DISPLAY "Nothing stored"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O DQ-RULE-FILE
           IF WS-RULE-FILE-STATUS = "35"
               OPEN OUTPUT DQ-RULE-FILE
               CLOSE DQ-RULE-FILE
               OPEN I-O DQ-RULE-FILE
           END-IF
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "dqrules.dat not available (status "
                       WS-RULE-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DQ-RULE-RECORD
           MOVE WS-TARGET-QUERY-ID TO DQR-QUERY-ID
           MOVE WS-TARGET-RULE-ID TO DQR-RULE-ID
           MOVE WS-COL-SEQ-INPUT TO DQR-COL-SEQ
           MOVE WS-COL-NAME-INPUT TO DQR-COL-NAME
           MOVE WS-RULE-TYPE-INPUT TO DQR-RULE-TYPE
           MOVE WS-DISPOSITION-INPUT TO DQR-DISPOSITION
           IF WS-MIN-TEXT-INPUT = SPACES
               MOVE 'N' TO DQR-MIN-PRESENT
           ELSE
               MOVE 'Y' TO DQR-MIN-PRESENT
           END-IF
           MOVE WS-MIN-VALUE-WORK TO DQR-MIN-VALUE
           IF WS-MAX-TEXT-INPUT = SPACES
               MOVE 'N' TO DQR-MAX-PRESENT
           ELSE
               MOVE 'Y' TO DQR-MAX-PRESENT
           END-IF
           MOVE WS-MAX-VALUE-WORK TO DQR-MAX-VALUE
           MOVE WS-MAX-LENGTH-INPUT TO DQR-MAX-LENGTH
           PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
                   UNTIL WS-VALUE-INDEX > 10
               MOVE WS-ALLOWED-INPUT(WS-VALUE-INDEX)
                   TO DQR-ALLOWED-VALUE(WS-VALUE-INDEX)
           END-PERFORM
           REWRITE DQ-RULE-RECORD
               INVALID KEY
                   WRITE DQ-RULE-RECORD
           END-REWRITE
           DISPLAY "Stored rule " WS-TARGET-RULE-ID " for "
                   WS-TARGET-QUERY-ID
           CLOSE DQ-RULE-FILE.

       310-ACCEPT-RANGE-LIMITS.
           DISPLAY "Minimum (blank = none): " WITH NO ADVANCING
           ACCEPT WS-MIN-TEXT-INPUT
           DISPLAY "Maximum (blank = none): " WITH NO ADVANCING
           ACCEPT WS-MAX-TEXT-INPUT
           IF WS-MIN-TEXT-INPUT = SPACES AND WS-MAX-TEXT-INPUT = SPACES
               DISPLAY "A range rule needs a minimum, a maximum or both"
               SET WS-INPUT-IS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           IF WS-MIN-TEXT-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MIN-TEXT-INPUT) NOT = ZERO
                   DISPLAY "Minimum is not a number"
                   SET WS-INPUT-IS-OK TO FALSE
               ELSE
                   COMPUTE WS-MIN-VALUE-WORK =
                           FUNCTION NUMVAL(WS-MIN-TEXT-INPUT)
                       ON SIZE ERROR
                           DISPLAY "Minimum has more than 13 whole "
                                   "digits"
                           SET WS-INPUT-IS-OK TO FALSE
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-MAX-TEXT-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MAX-TEXT-INPUT) NOT = ZERO
                   DISPLAY "Maximum is not a number"
                   SET WS-INPUT-IS-OK TO FALSE
               ELSE
                   COMPUTE WS-MAX-VALUE-WORK =
                           FUNCTION NUMVAL(WS-MAX-TEXT-INPUT)
                       ON SIZE ERROR
                           DISPLAY "Maximum has more than 13 whole "
                                   "digits"
                           SET WS-INPUT-IS-OK TO FALSE
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-INPUT-IS-OK
                   AND WS-MIN-TEXT-INPUT NOT = SPACES
                   AND WS-MAX-TEXT-INPUT NOT = SPACES
                   AND WS-MIN-VALUE-WORK > WS-MAX-VALUE-WORK
               DISPLAY "Minimum is greater than maximum"
               SET WS-INPUT-IS-OK TO FALSE
           END-IF.

       320-ACCEPT-ALLOWED-VALUES.
      * Up to ten codes; a blank answer ends the list early.
           MOVE 'X' TO WS-ONE-ALLOWED-INPUT
           PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
                   UNTIL WS-VALUE-INDEX > 10
                      OR WS-ONE-ALLOWED-INPUT = SPACES
               DISPLAY "Allowed value " WS-VALUE-INDEX
                       " (blank = end of list): " WITH NO ADVANCING
               ACCEPT WS-ONE-ALLOWED-INPUT
               MOVE WS-ONE-ALLOWED-INPUT
                   TO WS-ALLOWED-INPUT(WS-VALUE-INDEX)
           END-PERFORM
           IF WS-ALLOWED-INPUT-TABLE = SPACES
               DISPLAY "An allowed-list rule needs at least one value"
               SET WS-INPUT-IS-OK TO FALSE
           END-IF.

       400-DELETE-RULE.
           DISPLAY "Query id: " WITH NO ADVANCING
           ACCEPT WS-TARGET-QUERY-ID
           DISPLAY "Rule id to delete: " WITH NO ADVANCING
           ACCEPT WS-TARGET-RULE-ID
           OPEN I-O DQ-RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "dqrules.dat not available (status "
                       WS-RULE-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-QUERY-ID TO DQR-QUERY-ID
           MOVE WS-TARGET-RULE-ID TO DQR-RULE-ID
           DELETE DQ-RULE-FILE
               INVALID KEY
                   DISPLAY "No rule " WS-TARGET-RULE-ID " for "
                           WS-TARGET-QUERY-ID
               NOT INVALID KEY
                   DISPLAY "Deleted rule " WS-TARGET-RULE-ID " for "
                           WS-TARGET-QUERY-ID
           END-DELETE
           CLOSE DQ-RULE-FILE.
