      * or correct a mis-keyed placeholder value was to run SAMPLE10  *
      * interactively and re-key the whole thing. This utility:       *
      *                                                               *
      *   L - lists library entries (enabled/iterate flags, output    *
      *       format, stream, approval status, row ceiling,           *
      *       predecessors, SQL text prefix);                         *
      *   B - lists one query id's bind-parameter and field-map       *
      *       records;                                                *
      *   T - toggles an entry's enabled flag without re-keying the   *
      *       SQL - like any change to the SQL or the flag, this      *
      *       holds the entry until a second user approves it;        *
      *   O - sets an entry's output format (F fixed extract, D       *
      *       delimited file, B both - see selcsv.cob);               *
      *   S - sets the playlist stream an entry runs in (1-99, see    *
      *       SAMPLE10's stream mode and cycstat.cob);                *
      *   I - sets or clears an entry's bulk-load input file and      *
      *       commit interval (see lodfile.cob);                      *
      *   M - adds, edits or deletes one bulk-load field-map record   *
      *       (lodmap.dat: where placeholder n's value sits in the    *
      *       input record, and its external type);                  *
      *   E - adds or edits one bind-parameter record;                *
      *   D - deletes one bind-parameter record;                      *
      *   X - deletes a library entry together with every bndparm     *
      *       and lodmap record under its id in one action -          *
      *       orphaned bind/map records left behind after an id is    *
      *       retired are a standing trap for whoever reuses the id,  *
      *       and X also works on an id whose library entry is        *
      *       already gone, exactly to sweep such orphans.            *
      *   A - approves the pending change(s) to an entry (see         *
      *       qrychg.cob), releasing it to the playlist. The approver *
      *       must not be the user who made any of them.             *
      *                                                               *
      * T, O, S, I, M and X each write a record to the change         *
      * history, qrychg.dat, before the change is made - a change the *
      * history cannot take is refused - and hold the entry for       *
      * approval, as SAMPLE10's interactive save does through QRYLIB; *
      * A signs them off. QRYCHGR reports the history.                *
      *                                                               *
      * The record layouts mirror qrylib.cob / bndparm.cob /          *
      * lodfile.cob in full -                                         *
      * keep them in step with those programs by hand, the same       *
      * convention as chkmnt.cob.                                     *
      ***************************************************************
               ACCESS MODE DYNAMIC
               RECORD KEY BPR-KEY
               FILE STATUS WS-BNDPARM-FILE-STATUS.
           SELECT LOAD-MAP-FILE ASSIGN TO "lodmap.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LMP-KEY
               FILE STATUS WS-LODMAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02  QRY-PREDECESSOR-IDS.
               03  QRY-PRED-ID            OCCURS 3 TIMES PIC X(30).
           02  QRY-MAX-ROWS               PIC 9(9).
           02  QRY-ENTRY-OPTIONS.
               03  QRY-OUTPUT-FORMAT      PIC X.
               03  QRY-STREAM-NUMBER      PIC 9(2).
               03  QRY-APPROVAL-STATUS    PIC X.
                   88  QRY-AWAITING-APPROVAL VALUE 'P'.
               03  QRY-LOAD-INPUT-FILE    PIC X(40).
               03  QRY-LOAD-COMMIT-INTERVAL PIC 9(5).
               03  FILLER                 PIC X(51).

       FD  BND-PARM-FILE.
       01  BND-PARM-RECORD.
           02  BPR-SUPPLIED-TYPE          PIC S9(4) COMP-5.
           02  BPR-VALUE                  PIC X(240).

       FD  LOAD-MAP-FILE.
       01  LOAD-MAP-RECORD.
           02  LMP-KEY.
               03  LMP-QUERY-ID           PIC X(30).
               03  LMP-COL-SEQ            PIC 9(3).
           02  LMP-OFFSET                 PIC 9(5).
           02  LMP-LENGTH                 PIC 9(3).
           02  LMP-TYPE                   PIC 9(3).
           02  FILLER                     PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-QRYLIB-FILE-STATUS          PIC XX.
       01  WS-BNDPARM-FILE-STATUS         PIC XX.
       01  WS-LODMAP-FILE-STATUS          PIC XX.
       01  WS-MENU-ACTION                 PIC X VALUE SPACE.
           88  WS-ACTION-LIST-LIB            VALUE 'L'.
           88  WS-ACTION-LIST-BIND           VALUE 'B'.
           88  WS-ACTION-TOGGLE              VALUE 'T'.
           88  WS-ACTION-SET-FORMAT          VALUE 'O'.
           88  WS-ACTION-SET-STREAM          VALUE 'S'.
           88  WS-ACTION-SET-LOAD-INPUT      VALUE 'I'.
           88  WS-ACTION-EDIT-LOAD-MAP       VALUE 'M'.
           88  WS-ACTION-EDIT-BIND           VALUE 'E'.
           88  WS-ACTION-DELETE-BIND         VALUE 'D'.
           88  WS-ACTION-DELETE-ENTRY        VALUE 'X'.
           88  WS-ACTION-APPROVE             VALUE 'A'.
           88  WS-ACTION-EXIT                VALUE 'Q'.
       01  WS-TARGET-QUERY-ID             PIC X(30).
       01  WS-TARGET-COL-SEQ              PIC 9(3).
       01  WS-TYPE-INPUT                  PIC 9(5) VALUE ZERO.
       01  WS-VALUE-INPUT                 PIC X(240) VALUE SPACES.
       01  WS-CONFIRM-ANSWER              PIC X VALUE 'N'.
       01  WS-FORMAT-INPUT                PIC X VALUE SPACE.
           88  WS-FORMAT-IS-KNOWN            VALUE 'F' 'D' 'B'.
       01  WS-STREAM-INPUT                PIC X(2) VALUE SPACES.
       01  WS-STREAM-NUMBER               PIC 9(2) VALUE ZERO.
       01  WS-SQL-SLICE-START             PIC S9(9) COMP-5.
       01  WS-LOAD-FILE-INPUT             PIC X(40) VALUE SPACES.
       01  WS-INTERVAL-INPUT              PIC 9(5) VALUE ZERO.
       01  WS-OFFSET-INPUT                PIC 9(5) VALUE ZERO.
       01  WS-FIELD-LEN-INPUT             PIC 9(3) VALUE ZERO.

      * Change-history call (see qrychg.cob). The images are copied
      * out of the record area so they stay put across the file's
      * CLOSE.
       01  WS-CHG-TYPE                    PIC X.
       01  WS-CHG-BEFORE-SQL              PIC X(1000).
       01  WS-CHG-AFTER-SQL               PIC X(1000).
       01  WS-CHG-BEFORE-ENABLED          PIC X.
       01  WS-CHG-AFTER-ENABLED           PIC X.
       01  WS-CHG-USER-ID                 PIC X(30).
       01  WS-CHG-RESULT                  PIC X.
           88  WS-CHG-RECORDED               VALUE 'Y'.
           88  WS-CHG-APPROVED               VALUE 'Y'.
           88  WS-CHG-NOTHING-PENDING        VALUE 'N'.
           88  WS-CHG-OWN-CHANGE             VALUE 'S'.
           88  WS-CHG-USER-UNKNOWN           VALUE 'U'.
      * A run-setting change ('O') carries the setting's before and
      * after values as text in the SQL image fields.
       01  WS-SETTING-TEXT                PIC X(100).
       01  WS-MAP-FIELD-FLAG              PIC X.
           88  WS-MAP-FIELD-PRESENT          VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-ENTRY-ON-FILE-FLAG          PIC X.
           88  WS-ENTRY-ON-FILE              VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

       01  WS-LIST-LINE.
           02  WS-LST-QUERY-ID            PIC X(30).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-LST-ITERATE             PIC X.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-LST-FORMAT              PIC X.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-LST-STREAM              PIC Z9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-LST-APPROVAL            PIC X.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-LST-MAX-ROWS            PIC ZZZZZZZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-LST-SQL-PREFIX          PIC X(29).

       01  WS-BIND-LINE.
           02  WS-BND-COL-SEQ             PIC ZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-BND-VALUE-PREFIX        PIC X(40).

       01  WS-MAP-LINE.
           02  WS-MAP-COL-SEQ             PIC ZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-MAP-OFFSET              PIC ZZZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-MAP-LENGTH              PIC ZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-MAP-TYPE                PIC ZZ9.

       PROCEDURE DIVISION.

       000-MAIN.

       100-ONE-MENU-PASS.
           DISPLAY "Action ((L)ist library/(B)ind parms for id/"
                   "(T)oggle enabled/(O)utput format/(S)tream/"
                   "load (I)nput file/load field (M)ap/(E)dit bind/"
                   "(D)elete bind/delete entry+binds(X)/(A)pprove/"
                   "(Q)uit): "
               WITH NO ADVANCING
           ACCEPT WS-MENU-ACTION
           EVALUATE TRUE
                   PERFORM 200-LIST-LIBRARY
               WHEN WS-ACTION-LIST-BIND
                   PERFORM 300-LIST-BIND-PARMS
                   PERFORM 320-LIST-LOAD-MAP
               WHEN WS-ACTION-TOGGLE
                   PERFORM 400-TOGGLE-ENABLED-FLAG
               WHEN WS-ACTION-SET-FORMAT
                   PERFORM 450-SET-OUTPUT-FORMAT
               WHEN WS-ACTION-SET-STREAM
                   PERFORM 460-SET-STREAM-NUMBER
               WHEN WS-ACTION-SET-LOAD-INPUT
                   PERFORM 470-SET-LOAD-INPUT
               WHEN WS-ACTION-EDIT-LOAD-MAP
                   PERFORM 550-EDIT-LOAD-MAP-RECORD
               WHEN WS-ACTION-EDIT-BIND
                   PERFORM 500-EDIT-BIND-RECORD
               WHEN WS-ACTION-DELETE-BIND
                   PERFORM 600-DELETE-BIND-RECORD
               WHEN WS-ACTION-DELETE-ENTRY
                   PERFORM 700-DELETE-ENTRY-AND-BINDS
               WHEN WS-ACTION-APPROVE
                   PERFORM 800-APPROVE-CHANGE
               WHEN WS-ACTION-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Enter L, B, T, O, S, I, M, E, D, X, A or Q"
           END-EVALUATE.

       200-LIST-LIBRARY.
                       WS-QRYLIB-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "QUERY ID                       E I F ST A  "
                   "MAX ROWS SQL TEXT"
           PERFORM 210-LIST-ONE-ENTRY
               UNTIL WS-QRYLIB-FILE-STATUS NOT = "00"
           CLOSE QRY-LIBRARY-FILE
           MOVE QRY-QUERY-ID TO WS-LST-QUERY-ID
           MOVE QRY-ENABLED-FLAG TO WS-LST-ENABLED
           MOVE QRY-ITERATE-FLAG TO WS-LST-ITERATE
           IF QRY-OUTPUT-FORMAT = SPACE
               MOVE 'F' TO WS-LST-FORMAT
           ELSE
               MOVE QRY-OUTPUT-FORMAT TO WS-LST-FORMAT
           END-IF
      * Blank or zero runs in stream 1, as SAMPLE10 reads it.
           IF QRY-STREAM-NUMBER IS NUMERIC
                   AND QRY-STREAM-NUMBER > ZERO
               MOVE QRY-STREAM-NUMBER TO WS-LST-STREAM
           ELSE
               MOVE 1 TO WS-LST-STREAM
           END-IF
      * 'P' = held for approval; blank shows as 'A', approved.
           IF QRY-AWAITING-APPROVAL
               MOVE 'P' TO WS-LST-APPROVAL
           ELSE
               MOVE 'A' TO WS-LST-APPROVAL
           END-IF
           IF QRY-MAX-ROWS IS NUMERIC
               MOVE QRY-MAX-ROWS TO WS-LST-MAX-ROWS
           ELSE
               MOVE ZERO TO WS-LST-MAX-ROWS
           END-IF
           MOVE QRY-SQL-TEXT(1:29) TO WS-LST-SQL-PREFIX
           DISPLAY WS-LIST-LINE
           PERFORM VARYING WS-PRED-INDEX FROM 1 BY 1
                   UNTIL WS-PRED-INDEX > 3
                   DISPLAY "    after: " QRY-PRED-ID(WS-PRED-INDEX)
               END-IF
           END-PERFORM
           IF QRY-LOAD-INPUT-FILE NOT = SPACES
               DISPLAY "    loads: " QRY-LOAD-INPUT-FILE
           END-IF
           ADD 1 TO WS-ENTRY-COUNT.

       300-LIST-BIND-PARMS.
           DISPLAY WS-BIND-LINE
           ADD 1 TO WS-ENTRY-COUNT.

       320-LIST-LOAD-MAP.
           MOVE ZERO TO WS-ENTRY-COUNT
           OPEN INPUT LOAD-MAP-FILE
      * No lodmap.dat just means no entry has been set up to load.
           IF WS-LODMAP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-QUERY-ID TO LMP-QUERY-ID
           MOVE ZERO TO LMP-COL-SEQ
           START LOAD-MAP-FILE KEY NOT < LMP-KEY
               INVALID KEY
                   MOVE "10" TO WS-LODMAP-FILE-STATUS
           END-START
           DISPLAY "SEQ OFFSET LEN TYP (load field map)"
           PERFORM 330-LIST-ONE-MAP-FIELD
               UNTIL WS-LODMAP-FILE-STATUS NOT = "00"
           CLOSE LOAD-MAP-FILE
           DISPLAY WS-ENTRY-COUNT " field-map record(s) for "
                   WS-TARGET-QUERY-ID.

       330-LIST-ONE-MAP-FIELD.
           READ LOAD-MAP-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-LODMAP-FILE-STATUS NOT = "00"
                   OR LMP-QUERY-ID NOT = WS-TARGET-QUERY-ID
               MOVE "10" TO WS-LODMAP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MAP-LINE
           MOVE LMP-COL-SEQ TO WS-MAP-COL-SEQ
           MOVE LMP-OFFSET TO WS-MAP-OFFSET
           MOVE LMP-LENGTH TO WS-MAP-LENGTH
           MOVE LMP-TYPE TO WS-MAP-TYPE
           DISPLAY WS-MAP-LINE
           ADD 1 TO WS-ENTRY-COUNT.

       400-TOGGLE-ENABLED-FLAG.
           DISPLAY "Query id to toggle: " WITH NO ADVANCING
           ACCEPT WS-TARGET-QUERY-ID
           PERFORM 490-READ-ENTRY-FOR-UPDATE
           IF NOT WS-ENTRY-ON-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE QRY-ENABLED-FLAG TO WS-CHG-BEFORE-ENABLED
           IF QRY-ENABLED-FLAG = 'Y'
               MOVE 'N' TO QRY-ENABLED-FLAG
           ELSE
               MOVE 'Y' TO QRY-ENABLED-FLAG
           END-IF
           MOVE 'T' TO WS-CHG-TYPE
           MOVE QRY-SQL-TEXT TO WS-CHG-BEFORE-SQL
           MOVE QRY-SQL-TEXT TO WS-CHG-AFTER-SQL
           MOVE QRY-ENABLED-FLAG TO WS-CHG-AFTER-ENABLED
           PERFORM 495-RECORD-AND-REWRITE
           IF WS-CHG-RECORDED
               DISPLAY WS-TARGET-QUERY-ID " enabled flag is now "
                       QRY-ENABLED-FLAG
           END-IF.

       450-SET-OUTPUT-FORMAT.
           DISPLAY "Query id: " WITH NO ADVANCING
           ACCEPT WS-TARGET-QUERY-ID
           DISPLAY "Output format ((F)ixed extract/(D)elimited file/"
                   "(B)oth): " WITH NO ADVANCING
           ACCEPT WS-FORMAT-INPUT
           IF NOT WS-FORMAT-IS-KNOWN
               DISPLAY "Enter F, D or B - nothing changed"
               EXIT PARAGRAPH
           END-IF
           PERFORM 490-READ-ENTRY-FOR-UPDATE
           IF NOT WS-ENTRY-ON-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO WS-CHG-TYPE
           MOVE SPACES TO WS-CHG-BEFORE-SQL WS-CHG-AFTER-SQL
           STRING "output format " QRY-OUTPUT-FORMAT
                  DELIMITED BY SIZE INTO WS-CHG-BEFORE-SQL
           MOVE WS-FORMAT-INPUT TO QRY-OUTPUT-FORMAT
           STRING "output format " QRY-OUTPUT-FORMAT
                  DELIMITED BY SIZE INTO WS-CHG-AFTER-SQL
           PERFORM 495-RECORD-AND-REWRITE
           IF WS-CHG-RECORDED
               DISPLAY WS-TARGET-QUERY-ID " output format is now "
                       QRY-OUTPUT-FORMAT
           END-IF.

       460-SET-STREAM-NUMBER.
           DISPLAY "Query id: " WITH NO ADVANCING
           ACCEPT WS-TARGET-QUERY-ID
           DISPLAY "Playlist stream (1-99): " WITH NO ADVANCING
           ACCEPT WS-STREAM-INPUT
           EVALUATE TRUE
               WHEN WS-STREAM-INPUT(2:1) = SPACE
                       AND WS-STREAM-INPUT(1:1) IS NUMERIC
                   MOVE WS-STREAM-INPUT(1:1) TO WS-STREAM-NUMBER
               WHEN WS-STREAM-INPUT IS NUMERIC
                   MOVE WS-STREAM-INPUT TO WS-STREAM-NUMBER
               WHEN OTHER
                   MOVE ZERO TO WS-STREAM-NUMBER
           END-EVALUATE
           IF WS-STREAM-NUMBER = ZERO
               DISPLAY "Enter a stream from 1 to 99 - nothing changed"
               EXIT PARAGRAPH
           END-IF
           PERFORM 490-READ-ENTRY-FOR-UPDATE
           IF NOT WS-ENTRY-ON-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO WS-CHG-TYPE
           MOVE SPACES TO WS-CHG-BEFORE-SQL WS-CHG-AFTER-SQL
           STRING "playlist stream " QRY-STREAM-NUMBER
                  DELIMITED BY SIZE INTO WS-CHG-BEFORE-SQL
           MOVE WS-STREAM-NUMBER TO QRY-STREAM-NUMBER
           STRING "playlist stream " QRY-STREAM-NUMBER
                  DELIMITED BY SIZE INTO WS-CHG-AFTER-SQL
           PERFORM 495-RECORD-AND-REWRITE
           IF WS-CHG-RECORDED
               DISPLAY WS-TARGET-QUERY-ID " playlist stream is now "
                       QRY-STREAM-NUMBER
           END-IF.

       470-SET-LOAD-INPUT.
      * The input file decides what an approved INSERT/UPDATE writes
      * to production, so it is held for approval like the SQL. The
      * field map (action M) says how the file's records bind.
           DISPLAY "Query id: " WITH NO ADVANCING
           ACCEPT WS-TARGET-QUERY-ID
           DISPLAY "Bulk-load input file (blank = not a load): "
               WITH NO ADVANCING
           ACCEPT WS-LOAD-FILE-INPUT
           MOVE ZERO TO WS-INTERVAL-INPUT
           IF WS-LOAD-FILE-INPUT NOT = SPACES
               DISPLAY "Commit every n input records (0 = 500): "
                   WITH NO ADVANCING
               ACCEPT WS-INTERVAL-INPUT
           END-IF
           PERFORM 490-READ-ENTRY-FOR-UPDATE
           IF NOT WS-ENTRY-ON-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO WS-CHG-TYPE
           PERFORM 475-DESCRIBE-LOAD-INPUT
           MOVE WS-SETTING-TEXT TO WS-CHG-BEFORE-SQL
           MOVE WS-LOAD-FILE-INPUT TO QRY-LOAD-INPUT-FILE
           MOVE WS-INTERVAL-INPUT TO QRY-LOAD-COMMIT-INTERVAL
           PERFORM 475-DESCRIBE-LOAD-INPUT
           MOVE WS-SETTING-TEXT TO WS-CHG-AFTER-SQL
           PERFORM 495-RECORD-AND-REWRITE
           IF NOT WS-CHG-RECORDED
               EXIT PARAGRAPH
           END-IF
           IF QRY-LOAD-INPUT-FILE = SPACES
               DISPLAY WS-TARGET-QUERY-ID " is no longer a bulk load"
           ELSE
               DISPLAY WS-TARGET-QUERY-ID " now loads "
                       QRY-LOAD-INPUT-FILE
           END-IF.

       475-DESCRIBE-LOAD-INPUT.
           MOVE SPACES TO WS-SETTING-TEXT
           IF QRY-LOAD-INPUT-FILE = SPACES
               MOVE "load input file (none)" TO WS-SETTING-TEXT
           ELSE
               STRING "load input file " DELIMITED BY SIZE
                      QRY-LOAD-INPUT-FILE DELIMITED BY SPACE
                      " commit every " DELIMITED BY SIZE
                      QRY-LOAD-COMMIT-INTERVAL DELIMITED BY SIZE
                      INTO WS-SETTING-TEXT
           END-IF.

       490-READ-ENTRY-FOR-UPDATE.
      * Opens the library and reads WS-TARGET-QUERY-ID's entry; the
      * file is left open only when the entry was found.
           SET WS-ENTRY-ON-FILE TO FALSE
           OPEN I-O QRY-LIBRARY-FILE
           IF WS-QRYLIB-FILE-STATUS NOT = "00"
               DISPLAY "qrylib.dat not available (status "
                   DISPLAY "No library entry for "
                           WS-TARGET-QUERY-ID
                   CLOSE QRY-LIBRARY-FILE
               NOT INVALID KEY
                   SET WS-ENTRY-ON-FILE TO TRUE
           END-READ.

       495-RECORD-AND-REWRITE.
      * Every change to an entry is written to the history first and
      * holds the entry for a second user's sign-off; a change the
      * history cannot take is not made. Closes the library.
           MOVE QRY-ENABLED-FLAG TO WS-CHG-AFTER-ENABLED
           IF WS-CHG-TYPE NOT = 'T'
               MOVE QRY-ENABLED-FLAG TO WS-CHG-BEFORE-ENABLED
           END-IF
           PERFORM 790-LOG-CHANGE
           IF NOT WS-CHG-RECORDED
               CLOSE QRY-LIBRARY-FILE
               EXIT PARAGRAPH
           END-IF
           SET QRY-AWAITING-APPROVAL TO TRUE
           REWRITE QRY-LIBRARY-RECORD
               INVALID KEY
                   DISPLAY "Rewrite failed for " WS-TARGET-QUERY-ID
                   CLOSE QRY-LIBRARY-FILE
                   MOVE 'N' TO WS-CHG-RESULT
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE QRY-LIBRARY-FILE
           DISPLAY "Held until another user approves it (action A)".

       500-EDIT-BIND-RECORD.
           DISPLAY "Query id: " WITH NO ADVANCING
           ACCEPT WS-TARGET-QUERY-ID
           DISPLAY "Placeholder sequence (1-100): " WITH NO ADVANCING
           ACCEPT WS-TARGET-COL-SEQ
           IF WS-TARGET-COL-SEQ IS NOT NUMERIC
                   OR WS-TARGET-COL-SEQ < 1 OR WS-TARGET-COL-SEQ > 100
               DISPLAY "Sequence must be 1 to 100 - nothing stored"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Value (&BUSDATE/&CYCLE-NO/"
                   "&PRIOR-BUSDATE/&MONTH-END allowed): "
               WITH NO ADVANCING
                   WS-TARGET-QUERY-ID
           CLOSE BND-PARM-FILE.

       550-EDIT-LOAD-MAP-RECORD.
      * Where each placeholder's value comes from is as much a part of
      * what a load writes as its SQL - the change is recorded and the
      * entry held for approval, as in 495.
           DISPLAY "Query id: " WITH NO ADVANCING
           ACCEPT WS-TARGET-QUERY-ID
           DISPLAY "Placeholder sequence (1-100): " WITH NO ADVANCING
           ACCEPT WS-TARGET-COL-SEQ
           IF WS-TARGET-COL-SEQ IS NOT NUMERIC
                   OR WS-TARGET-COL-SEQ < 1 OR WS-TARGET-COL-SEQ > 100
               DISPLAY "Sequence must be 1 to 100 - nothing changed"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Offset in input record (0 = delete this field): "
               WITH NO ADVANCING
           ACCEPT WS-OFFSET-INPUT
           MOVE ZERO TO WS-FIELD-LEN-INPUT
           MOVE ZERO TO WS-TYPE-INPUT
           IF WS-OFFSET-INPUT NOT = ZERO
               DISPLAY "Field length (1-240): " WITH NO ADVANCING
               ACCEPT WS-FIELD-LEN-INPUT
               DISPLAY "External type code: " WITH NO ADVANCING
               ACCEPT WS-TYPE-INPUT
               IF WS-FIELD-LEN-INPUT < 1 OR WS-FIELD-LEN-INPUT > 240
                   DISPLAY "Length must be 1 to 240 - nothing changed"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN I-O LOAD-MAP-FILE
           IF WS-LODMAP-FILE-STATUS = "35"
               OPEN OUTPUT LOAD-MAP-FILE
               CLOSE LOAD-MAP-FILE
               OPEN I-O LOAD-MAP-FILE
           END-IF
           IF WS-LODMAP-FILE-STATUS NOT = "00"
               DISPLAY "lodmap.dat not available (status "
                       WS-LODMAP-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-QUERY-ID TO LMP-QUERY-ID
           MOVE WS-TARGET-COL-SEQ TO LMP-COL-SEQ
           READ LOAD-MAP-FILE
               INVALID KEY
                   SET WS-MAP-FIELD-PRESENT TO FALSE
                   MOVE WS-TARGET-COL-SEQ TO LMP-COL-SEQ
               NOT INVALID KEY
                   SET WS-MAP-FIELD-PRESENT TO TRUE
           END-READ
           IF WS-OFFSET-INPUT = ZERO AND NOT WS-MAP-FIELD-PRESENT
               DISPLAY "No field-map record " WS-TARGET-COL-SEQ
                       " for " WS-TARGET-QUERY-ID
               CLOSE LOAD-MAP-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM 560-DESCRIBE-MAP-FIELD
           MOVE WS-SETTING-TEXT TO WS-CHG-BEFORE-SQL
           MOVE SPACES TO LOAD-MAP-RECORD
           MOVE WS-TARGET-QUERY-ID TO LMP-QUERY-ID
           MOVE WS-TARGET-COL-SEQ TO LMP-COL-SEQ
           MOVE WS-OFFSET-INPUT TO LMP-OFFSET
           MOVE WS-FIELD-LEN-INPUT TO LMP-LENGTH
           MOVE WS-TYPE-INPUT TO LMP-TYPE
           IF WS-OFFSET-INPUT = ZERO
               SET WS-MAP-FIELD-PRESENT TO FALSE
           ELSE
               SET WS-MAP-FIELD-PRESENT TO TRUE
           END-IF
           PERFORM 560-DESCRIBE-MAP-FIELD
           MOVE WS-SETTING-TEXT TO WS-CHG-AFTER-SQL
           MOVE 'O' TO WS-CHG-TYPE
           MOVE SPACE TO WS-CHG-BEFORE-ENABLED WS-CHG-AFTER-ENABLED
           PERFORM 790-LOG-CHANGE
           IF NOT WS-CHG-RECORDED
               CLOSE LOAD-MAP-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-OFFSET-INPUT = ZERO
               DELETE LOAD-MAP-FILE
                   INVALID KEY
                       DISPLAY "Delete failed for field-map record "
                               WS-TARGET-COL-SEQ
                   NOT INVALID KEY
                       DISPLAY "Deleted field-map record "
                               WS-TARGET-COL-SEQ " for "
                               WS-TARGET-QUERY-ID
               END-DELETE
           ELSE
               REWRITE LOAD-MAP-RECORD
                   INVALID KEY
                       WRITE LOAD-MAP-RECORD
               END-REWRITE
               DISPLAY "Stored field-map record " WS-TARGET-COL-SEQ
                       " for " WS-TARGET-QUERY-ID
           END-IF
           CLOSE LOAD-MAP-FILE
           PERFORM 570-HOLD-LIBRARY-ENTRY.

       560-DESCRIBE-MAP-FIELD.
           MOVE SPACES TO WS-SETTING-TEXT
           IF WS-MAP-FIELD-PRESENT
               STRING "load map " LMP-COL-SEQ " offset " LMP-OFFSET
                      " length " LMP-LENGTH " type " LMP-TYPE
                      DELIMITED BY SIZE INTO WS-SETTING-TEXT
           ELSE
               STRING "load map " LMP-COL-SEQ " (none)"
                      DELIMITED BY SIZE INTO WS-SETTING-TEXT
           END-IF.

       570-HOLD-LIBRARY-ENTRY.
      * A field map kept for an id with no library entry yet has
      * nothing to hold - the entry is held when it is added.
           OPEN I-O QRY-LIBRARY-FILE
           IF WS-QRYLIB-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-QUERY-ID TO QRY-QUERY-ID
           READ QRY-LIBRARY-FILE
               INVALID KEY
                   CLOSE QRY-LIBRARY-FILE
                   EXIT PARAGRAPH
           END-READ
           SET QRY-AWAITING-APPROVAL TO TRUE
           REWRITE QRY-LIBRARY-RECORD
               INVALID KEY
                   DISPLAY "Rewrite failed for " WS-TARGET-QUERY-ID
                   CLOSE QRY-LIBRARY-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE QRY-LIBRARY-FILE
           DISPLAY "Held until another user approves it (action A)".

       600-DELETE-BIND-RECORD.
           DISPLAY "Query id: " WITH NO ADVANCING
           ACCEPT WS-TARGET-QUERY-ID
               DISPLAY "Nothing deleted"
               EXIT PARAGRAPH
           END-IF
           SET WS-ENTRY-ON-FILE TO FALSE
           OPEN I-O QRY-LIBRARY-FILE
           IF WS-QRYLIB-FILE-STATUS = "00"
               MOVE WS-TARGET-QUERY-ID TO QRY-QUERY-ID
      * The deleted entry's last image goes to the change history.
               READ QRY-LIBRARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ENTRY-ON-FILE TO TRUE
                       MOVE QRY-SQL-TEXT TO WS-CHG-BEFORE-SQL
                       MOVE QRY-ENABLED-FLAG TO WS-CHG-BEFORE-ENABLED
               END-READ
      * Recorded before it happens - a deletion the history cannot
      * take is not made, and neither is the sweep below.
               IF WS-ENTRY-ON-FILE
                   MOVE 'X' TO WS-CHG-TYPE
                   MOVE SPACES TO WS-CHG-AFTER-SQL
                   MOVE SPACE TO WS-CHG-AFTER-ENABLED
                   PERFORM 790-LOG-CHANGE
                   IF NOT WS-CHG-RECORDED
                       CLOSE QRY-LIBRARY-FILE
                       DISPLAY "Nothing deleted"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               DELETE QRY-LIBRARY-FILE
                   INVALID KEY
      * No library entry is not an error here - sweeping the bind
               DISPLAY "qrylib.dat not available (status "
                       WS-QRYLIB-FILE-STATUS ")"
           END-IF
           PERFORM 720-DELETE-LOAD-MAP
           MOVE ZERO TO WS-DELETE-COUNT
           OPEN I-O BND-PARM-FILE
           IF WS-BNDPARM-FILE-STATUS NOT = "00"
                   CONTINUE
           END-DELETE
           ADD 1 TO WS-DELETE-COUNT.

       720-DELETE-LOAD-MAP.
           MOVE ZERO TO WS-DELETE-COUNT
           OPEN I-O LOAD-MAP-FILE
           IF WS-LODMAP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-QUERY-ID TO LMP-QUERY-ID
           MOVE ZERO TO LMP-COL-SEQ
           START LOAD-MAP-FILE KEY NOT < LMP-KEY
               INVALID KEY
                   MOVE "10" TO WS-LODMAP-FILE-STATUS
           END-START
           PERFORM 730-DELETE-ONE-MAP-FIELD
               UNTIL WS-LODMAP-FILE-STATUS NOT = "00"
           CLOSE LOAD-MAP-FILE
           DISPLAY WS-DELETE-COUNT " field-map record(s) deleted for "
                   WS-TARGET-QUERY-ID.

       730-DELETE-ONE-MAP-FIELD.
           READ LOAD-MAP-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-LODMAP-FILE-STATUS NOT = "00"
                   OR LMP-QUERY-ID NOT = WS-TARGET-QUERY-ID
               MOVE "10" TO WS-LODMAP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
      * Each field's removal is recorded like an M delete; the sweep
      * stops at the first one the history cannot take.
           SET WS-MAP-FIELD-PRESENT TO TRUE
           PERFORM 560-DESCRIBE-MAP-FIELD
           MOVE WS-SETTING-TEXT TO WS-CHG-BEFORE-SQL
           SET WS-MAP-FIELD-PRESENT TO FALSE
           PERFORM 560-DESCRIBE-MAP-FIELD
           MOVE WS-SETTING-TEXT TO WS-CHG-AFTER-SQL
           MOVE 'O' TO WS-CHG-TYPE
           MOVE SPACE TO WS-CHG-BEFORE-ENABLED WS-CHG-AFTER-ENABLED
           PERFORM 790-LOG-CHANGE
           IF NOT WS-CHG-RECORDED
               DISPLAY "Remaining field-map records for "
                       WS-TARGET-QUERY-ID " left in place"
               MOVE "10" TO WS-LODMAP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           DELETE LOAD-MAP-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           ADD 1 TO WS-DELETE-COUNT.

       790-LOG-CHANGE.
           CALL "QRYCHG" USING "LOG " WS-TARGET-QUERY-ID WS-CHG-TYPE
                                WS-CHG-BEFORE-SQL WS-CHG-AFTER-SQL
                                WS-CHG-BEFORE-ENABLED
                                WS-CHG-AFTER-ENABLED
                                WS-CHG-USER-ID WS-CHG-RESULT
           IF WS-CHG-RECORDED
               DISPLAY "Change recorded for " WS-TARGET-QUERY-ID
                       " by " WS-CHG-USER-ID
           ELSE
               DISPLAY "Change history not available - "
                       WS-TARGET-QUERY-ID " not changed"
           END-IF.

       800-APPROVE-CHANGE.
      * The approver sees the entry as it now stands - the text the
      * playlist will run once it is released - before signing.
      * QRYCHGR shows the before image and who changed what.
           DISPLAY "Query id to approve: " WITH NO ADVANCING
           ACCEPT WS-TARGET-QUERY-ID
           SET WS-ENTRY-ON-FILE TO FALSE
           OPEN I-O QRY-LIBRARY-FILE
           IF WS-QRYLIB-FILE-STATUS NOT = "00"
               DISPLAY "qrylib.dat not available (status "
                       WS-QRYLIB-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-QUERY-ID TO QRY-QUERY-ID
           READ QRY-LIBRARY-FILE
               INVALID KEY
      * A deleted entry's removal is signed off all the same.
                   DISPLAY "No library entry for " WS-TARGET-QUERY-ID
                           " - approving its deletion"
               NOT INVALID KEY
                   SET WS-ENTRY-ON-FILE TO TRUE
                   DISPLAY "Enabled: " QRY-ENABLED-FLAG
                   DISPLAY "SQL text:"
                   PERFORM 810-SHOW-SQL-SLICE
                       VARYING WS-SQL-SLICE-START FROM 1 BY 50
                       UNTIL WS-SQL-SLICE-START > 1000
           END-READ
           DISPLAY "Approve the pending change(s) to "
                   WS-TARGET-QUERY-ID " (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Nothing approved"
               CLOSE QRY-LIBRARY-FILE
               EXIT PARAGRAPH
           END-IF
           CALL "QRYCHG" USING "APPR" WS-TARGET-QUERY-ID WS-CHG-TYPE
                                WS-CHG-BEFORE-SQL WS-CHG-AFTER-SQL
                                WS-CHG-BEFORE-ENABLED
                                WS-CHG-AFTER-ENABLED
                                WS-CHG-USER-ID WS-CHG-RESULT
           EVALUATE TRUE
               WHEN WS-CHG-APPROVED
                   CONTINUE
               WHEN WS-CHG-NOTHING-PENDING
                   DISPLAY "No pending change for "
                           WS-TARGET-QUERY-ID
               WHEN WS-CHG-OWN-CHANGE
                   DISPLAY "Refused - " WS-CHG-USER-ID
                           " made a pending change to this entry; "
                           "another user must approve it"
               WHEN OTHER
                   DISPLAY "Refused - the approving user cannot be "
                           "identified (USER/LOGNAME not set)"
           END-EVALUATE
           IF WS-CHG-APPROVED AND WS-ENTRY-ON-FILE
               MOVE 'A' TO QRY-APPROVAL-STATUS
               REWRITE QRY-LIBRARY-RECORD
                   INVALID KEY
                       DISPLAY "Rewrite failed for "
                               WS-TARGET-QUERY-ID
               END-REWRITE
           END-IF
           IF WS-CHG-APPROVED
               DISPLAY WS-TARGET-QUERY-ID " approved by "
                       WS-CHG-USER-ID
           END-IF
           CLOSE QRY-LIBRARY-FILE.

       810-SHOW-SQL-SLICE.
           IF QRY-SQL-TEXT(WS-SQL-SLICE-START:50) NOT = SPACES
               DISPLAY "  " QRY-SQL-TEXT(WS-SQL-SLICE-START:50)
           END-IF.
