      ***************************************************************
      * DLTKMNT : Operator maintenance utility for the delta key     *
      *           definitions (seldkey.dat - see seldlta.cob).       *
      *                                                               *
      * SELDLTA matches tonight's rows to the previous cycle's on     *
      * the key columns designated here for each query id. This       *
      * utility:                                                      *
      *                                                               *
      *   L - lists every id's key columns and when its baseline was  *
      *       last taken;                                             *
      *   E - sets one id's key columns (1 to 5 column sequences, as  *
      *       sellayt.dat numbers them);                              *
      *   D - deletes one id's definition.                            *
      *                                                               *
      * Changing an id's key columns invalidates its baseline - rows  *
      * stored under the old key can never match rows keyed on the    *
      * new one - so the layout snapshot is cleared and SELDLTA will  *
      * refuse the id until it is rebaselined. Re-entering the same   *
      * columns leaves the snapshot alone.                            *
      *                                                               *
      * The record layout mirrors seldlta.cob in full - keep the two  *
      * in step by hand, the same convention as qrymnt.cob.           *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLTKMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLT-KEY-FILE ASSIGN TO "seldkey.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DKY-QUERY-ID
               FILE STATUS WS-KEY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DLT-KEY-FILE.
       01  DLT-KEY-RECORD.
           02  DKY-QUERY-ID               PIC X(30).
           02  DKY-KEY-COUNT              PIC 9(2).
           02  DKY-KEY-COL-SEQ            OCCURS 5 TIMES PIC 9(3).
           02  DKY-SNAP-TIMESTAMP         PIC X(26).
           02  DKY-SNAP-COL-COUNT         PIC 9(3).
           02  DKY-SNAP-COLUMN            OCCURS 100 TIMES.
               03  DKY-SNAP-COL-NAME      PIC X(30).
               03  DKY-SNAP-COL-TYPE      PIC 9(5).
               03  DKY-SNAP-PRECISION     PIC S9(5) SIGN LEADING
                                              SEPARATE.
               03  DKY-SNAP-SCALE         PIC S9(5) SIGN LEADING
                                              SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-KEY-FILE-STATUS             PIC XX.
       01  WS-MENU-ACTION                 PIC X VALUE SPACE.
           88  WS-ACTION-LIST-KEYS           VALUE 'L'.
           88  WS-ACTION-EDIT-KEYS           VALUE 'E'.
           88  WS-ACTION-DELETE-KEYS         VALUE 'D'.
           88  WS-ACTION-EXIT                VALUE 'Q'.
       01  WS-TARGET-QUERY-ID             PIC X(30).
       01  WS-ENTRY-COUNT                 PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-KEY-INDEX                   PIC S9(9) COMP-5.
       01  WS-OTHER-INDEX                 PIC S9(9) COMP-5.
       01  WS-INPUT-OK-FLAG               PIC X VALUE 'Y'.
           88  WS-INPUT-IS-OK                VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-SAME-KEYS-FLAG              PIC X VALUE 'N'.
           88  WS-KEYS-ARE-SAME              VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

      * Console input lands in these WORKING-STORAGE fields first and
      * is MOVEd into the record only once the file is open (see
      * qrymnt.cob).
       01  WS-KEY-COUNT-INPUT             PIC 9(2) VALUE ZERO.
       01  WS-KEY-SEQ-INPUT-TABLE.
           02  WS-KEY-SEQ-INPUT           OCCURS 5 TIMES PIC 9(3).

       01  WS-KEY-LINE.
           02  WS-KYL-QUERY-ID            PIC X(30).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-KYL-KEY-SEQ             OCCURS 5 TIMES.
               03  WS-KYL-SEQ             PIC ZZ9.
               03  FILLER                 PIC X.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-KYL-SNAP-TS             PIC X(14).

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "Delta key-column maintenance"
           PERFORM 100-ONE-MENU-PASS
               UNTIL WS-ACTION-EXIT
           GOBACK.

       100-ONE-MENU-PASS.
           DISPLAY "Action ((L)ist/(E)dit key columns/(D)elete/"
                   "(Q)uit): "
               WITH NO ADVANCING
           ACCEPT WS-MENU-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-LIST-KEYS
                   PERFORM 200-LIST-KEYS
               WHEN WS-ACTION-EDIT-KEYS
                   PERFORM 300-EDIT-KEYS
               WHEN WS-ACTION-DELETE-KEYS
                   PERFORM 400-DELETE-KEYS
               WHEN WS-ACTION-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Enter L, E, D or Q"
           END-EVALUATE.

       200-LIST-KEYS.
           MOVE ZERO TO WS-ENTRY-COUNT
           OPEN INPUT DLT-KEY-FILE
           IF WS-KEY-FILE-STATUS NOT = "00"
               DISPLAY "seldkey.dat not available (status "
                       WS-KEY-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "QUERY ID                       KEY COLUMNS"
                   "          BASELINE"
           PERFORM 210-LIST-ONE-ID
               UNTIL WS-KEY-FILE-STATUS NOT = "00"
           CLOSE DLT-KEY-FILE
           DISPLAY WS-ENTRY-COUNT " key definition(s)".

       210-LIST-ONE-ID.
           READ DLT-KEY-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-KEY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-KEY-LINE
           MOVE DKY-QUERY-ID TO WS-KYL-QUERY-ID
           PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
                   UNTIL WS-KEY-INDEX > DKY-KEY-COUNT
                      OR WS-KEY-INDEX > 5
               MOVE DKY-KEY-COL-SEQ(WS-KEY-INDEX)
                   TO WS-KYL-SEQ(WS-KEY-INDEX)
           END-PERFORM
           IF DKY-SNAP-COL-COUNT = ZERO
               MOVE "(none)" TO WS-KYL-SNAP-TS
           ELSE
               MOVE DKY-SNAP-TIMESTAMP(1:14) TO WS-KYL-SNAP-TS
           END-IF
           DISPLAY WS-KEY-LINE
           ADD 1 TO WS-ENTRY-COUNT.

       300-EDIT-KEYS.
           DISPLAY "Query id: " WITH NO ADVANCING
           ACCEPT WS-TARGET-QUERY-ID
           DISPLAY "Number of key columns (1-5): " WITH NO ADVANCING
           ACCEPT WS-KEY-COUNT-INPUT
           SET WS-INPUT-IS-OK TO TRUE
           MOVE ZERO TO WS-KEY-SEQ-INPUT-TABLE
           IF WS-TARGET-QUERY-ID = SPACES
               DISPLAY "A query id is required"
               SET WS-INPUT-IS-OK TO FALSE
           END-IF
           IF WS-KEY-COUNT-INPUT = ZERO OR WS-KEY-COUNT-INPUT > 5
               DISPLAY "Between 1 and 5 key columns"
               SET WS-INPUT-IS-OK TO FALSE
           END-IF
           IF NOT WS-INPUT-IS-OK
               DISPLAY "Nothing stored"
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-ACCEPT-ONE-KEY-SEQ
               VARYING WS-KEY-INDEX FROM 1 BY 1
               UNTIL WS-KEY-INDEX > WS-KEY-COUNT-INPUT
           IF NOT WS-INPUT-IS-OK
               DISPLAY "Nothing stored"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O DLT-KEY-FILE
           IF WS-KEY-FILE-STATUS = "35"
               OPEN OUTPUT DLT-KEY-FILE
               CLOSE DLT-KEY-FILE
               OPEN I-O DLT-KEY-FILE
           END-IF
           IF WS-KEY-FILE-STATUS NOT = "00"
               DISPLAY "seldkey.dat not available (status "
                       WS-KEY-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-QUERY-ID TO DKY-QUERY-ID
           SET WS-KEYS-ARE-SAME TO FALSE
           READ DLT-KEY-FILE
               INVALID KEY
                   MOVE SPACES TO DLT-KEY-RECORD
                   MOVE WS-TARGET-QUERY-ID TO DKY-QUERY-ID
                   MOVE ZERO TO DKY-SNAP-COL-COUNT
               NOT INVALID KEY
                   PERFORM 320-COMPARE-KEYS
           END-READ
           IF NOT WS-KEYS-ARE-SAME
               IF DKY-SNAP-COL-COUNT NOT = ZERO
                   DISPLAY "Key columns changed - the next delta run "
                           "for " WS-TARGET-QUERY-ID " must rebaseline"
               END-IF
               MOVE ZERO TO DKY-SNAP-COL-COUNT
               MOVE SPACES TO DKY-SNAP-TIMESTAMP
           END-IF
           MOVE WS-KEY-COUNT-INPUT TO DKY-KEY-COUNT
           PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
                   UNTIL WS-KEY-INDEX > 5
               MOVE WS-KEY-SEQ-INPUT(WS-KEY-INDEX)
                   TO DKY-KEY-COL-SEQ(WS-KEY-INDEX)
           END-PERFORM
           REWRITE DLT-KEY-RECORD
               INVALID KEY
                   WRITE DLT-KEY-RECORD
           END-REWRITE
           DISPLAY "Stored key columns for " WS-TARGET-QUERY-ID
           CLOSE DLT-KEY-FILE.

       310-ACCEPT-ONE-KEY-SEQ.
           DISPLAY "Key column " WS-KEY-INDEX " sequence: "
               WITH NO ADVANCING
           ACCEPT WS-KEY-SEQ-INPUT(WS-KEY-INDEX)
           IF WS-KEY-SEQ-INPUT(WS-KEY-INDEX) = ZERO
                   OR WS-KEY-SEQ-INPUT(WS-KEY-INDEX) > 100
               DISPLAY "Column sequence must be 1 to 100"
               SET WS-INPUT-IS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
                   UNTIL WS-OTHER-INDEX >= WS-KEY-INDEX
               IF WS-KEY-SEQ-INPUT(WS-OTHER-INDEX)
                       = WS-KEY-SEQ-INPUT(WS-KEY-INDEX)
                   DISPLAY "Column sequence already given"
                   SET WS-INPUT-IS-OK TO FALSE
               END-IF
           END-PERFORM.

       320-COMPARE-KEYS.
           SET WS-KEYS-ARE-SAME TO TRUE
           IF DKY-KEY-COUNT NOT = WS-KEY-COUNT-INPUT
               SET WS-KEYS-ARE-SAME TO FALSE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
                   UNTIL WS-KEY-INDEX > WS-KEY-COUNT-INPUT
               IF DKY-KEY-COL-SEQ(WS-KEY-INDEX)
                       NOT = WS-KEY-SEQ-INPUT(WS-KEY-INDEX)
                   SET WS-KEYS-ARE-SAME TO FALSE
               END-IF
           END-PERFORM.

       400-DELETE-KEYS.
           DISPLAY "Query id to delete: " WITH NO ADVANCING
           ACCEPT WS-TARGET-QUERY-ID
           OPEN I-O DLT-KEY-FILE
           IF WS-KEY-FILE-STATUS NOT = "00"
               DISPLAY "seldkey.dat not available (status "
                       WS-KEY-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-QUERY-ID TO DKY-QUERY-ID
           DELETE DLT-KEY-FILE
               INVALID KEY
                   DISPLAY "No key definition for " WS-TARGET-QUERY-ID
               NOT INVALID KEY
                   DISPLAY "Deleted key definition for "
                           WS-TARGET-QUERY-ID
           END-DELETE
           CLOSE DLT-KEY-FILE.
