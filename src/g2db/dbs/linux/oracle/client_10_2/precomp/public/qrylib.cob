      * Blank predecessor slots mean "no constraint"; the playlist    *
      * walk in SAMPLE10 enforces the rest.                           *
      *                                                               *
      * LK-ENTRY-OPTIONS carries the per-entry run settings that are  *
      * neither SQL nor sequencing - the output format (fixed         *
      * extract, delimited file, or both), the playlist stream the    *
      * entry runs in, and for a bulk load the input file and commit  *
      * interval. It is one group with spare bytes on the end so *
      * the next setting is added without changing the record length  *
      * or every caller's USING list. A "PUT " with the group all     *
      * blank keeps the settings already stored for the id, so a      *
      * caller that knows nothing of them (the interactive save) does *
      * not reset them.                                               *
      *                                                               *
      * A "PUT " that creates an entry, or changes its SQL text,      *
      * enabled flag or any run setting (iterate flag, predecessors,  *
      * row ceiling, options), leaves the entry held for sign-off and *
      * writes the before and after image to the change history (see  *
      * qrychg.cob) - the settings as a line of text under change     *
      * type 'O'. The history is written before the entry: if it      *
      * cannot be, the entry is left as it was and LK-FOUND-FLAG      *
      * comes back 'N'. The playlist does not run a held entry until  *
      * a second user approves it through QRYMNT. A "PUT " that       *
      * changes nothing keeps the entry's approval status as it was.  *
      *                                                               *
      * QRY-LIBRARY-FILE is opened on the first call of a run and     *
      * left open across subsequent calls, the same pattern as        *
      * chkpt.cob - the playlist walk calls "NEXT" once per library   *
      * of sitting in the fetch loop past the online bring-up. Zero
      * means no ceiling.
           02  QRY-MAX-ROWS               PIC 9(9).
      * Per-entry run settings. Library files written before this
      * group existed have a different record length and must be
      * rebuilt once, as above; after that, new settings are carved
      * out of the FILLER and an old record reads them as spaces.
           02  QRY-ENTRY-OPTIONS.
      * 'F' (or blank, the default) = fixed-width selextr.dat only;
      * 'D' = delimited file only (see selcsv.cob); 'B' = both.
               03  QRY-OUTPUT-FORMAT      PIC X.
      * Playlist stream (see SAMPLE10's stream mode): each stream
      * job runs only its own entries. Blank or zero = stream 1.
               03  QRY-STREAM-NUMBER      PIC 9(2).
      * 'P' = changed and held until a second user signs the change
      * off (see qrychg.cob); blank or 'A' = approved, runs as usual.
               03  QRY-APPROVAL-STATUS    PIC X.
                   88  QRY-AWAITING-APPROVAL VALUE 'P'.
      * Bulk load (see lodfile.cob): an INSERT/UPDATE entry naming an
      * input file runs once per input record, its placeholders
      * bound from the record through the lodmap.dat field map.
      * Blank = an ordinary entry. The commit interval is in input
      * records; blank or zero = every 500.
               03  QRY-LOAD-INPUT-FILE    PIC X(40).
               03  QRY-LOAD-COMMIT-INTERVAL PIC 9(5).
               03  FILLER                 PIC X(51).

       WORKING-STORAGE SECTION.
       01  WS-QRYLIB-FILE-STATUS          PIC XX.

      * Before image of the entry a "PUT " replaces, for the change
      * history.
       01  WS-CHANGE-TYPE                 PIC X.
           88  WS-ENTRY-IS-NEW               VALUE 'N'.
       01  WS-BEFORE-SQL-TEXT             PIC X(1000).
       01  WS-BEFORE-ENABLED-FLAG         PIC X.
       01  WS-BEFORE-APPROVAL             PIC X.
       01  WS-UNCHANGED-FLAG              PIC X.
           88  WS-ENTRY-UNCHANGED            VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-CHANGED-BY                  PIC X(30).
       01  WS-CHANGE-RESULT               PIC X.
      * The entry's run settings as text, before and after a "PUT ".
       01  WS-SETTINGS-CHANGE-TYPE        PIC X.
       01  WS-BEFORE-SETTINGS             PIC X(1000).
       01  WS-SETTINGS-IMAGE              PIC X(1000).
       01  WS-SETTINGS-FLAG               PIC X.
           88  WS-SETTINGS-CHANGED           VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

      * Tracks whether QRY-LIBRARY-FILE is already open across CALLs
      * to this subprogram (WORKING-STORAGE persists between CALLs to
      * a loaded, non-CANCELed subprogram) - the playlist walk calls
       01  LK-PREDECESSOR-IDS.
           02  LK-PRED-ID                 OCCURS 3 TIMES PIC X(30).
       01  LK-MAX-ROWS                    PIC 9(9).
       01  LK-ENTRY-OPTIONS               PIC X(100).
       01  LK-FOUND-FLAG                  PIC X.
           88  LK-ENTRY-WAS-FOUND            VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
                                 LK-ENABLED-FLAG LK-ITERATE-FLAG
                                 LK-PREDECESSOR-IDS
                                 LK-MAX-ROWS
                                 LK-ENTRY-OPTIONS
                                 LK-FOUND-FLAG.

       000-MAIN.
                   MOVE QRY-ITERATE-FLAG TO LK-ITERATE-FLAG
                   MOVE QRY-PREDECESSOR-IDS TO LK-PREDECESSOR-IDS
                   MOVE QRY-MAX-ROWS TO LK-MAX-ROWS
                   MOVE QRY-ENTRY-OPTIONS TO LK-ENTRY-OPTIONS
                   SET LK-ENTRY-WAS-FOUND TO TRUE
           END-READ.

       200-PUT-ENTRY.
           MOVE LK-QUERY-ID TO QRY-QUERY-ID
           MOVE 'E' TO WS-CHANGE-TYPE
           READ QRY-LIBRARY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CHANGE-TYPE
                   MOVE SPACES TO QRY-LIBRARY-RECORD
           END-READ
           MOVE QRY-SQL-TEXT TO WS-BEFORE-SQL-TEXT
           MOVE QRY-ENABLED-FLAG TO WS-BEFORE-ENABLED-FLAG
           MOVE QRY-APPROVAL-STATUS TO WS-BEFORE-APPROVAL
           PERFORM 220-BUILD-SETTINGS-IMAGE
           MOVE WS-SETTINGS-IMAGE TO WS-BEFORE-SETTINGS
           IF LK-ENTRY-OPTIONS NOT = SPACES
               MOVE LK-ENTRY-OPTIONS TO QRY-ENTRY-OPTIONS
           END-IF
      * Approval is never the caller's to set - it follows from what
      * changed.
           MOVE WS-BEFORE-APPROVAL TO QRY-APPROVAL-STATUS
           MOVE LK-QUERY-ID TO QRY-QUERY-ID
           MOVE LK-SQL-TEXT TO QRY-SQL-TEXT
           MOVE LK-ENABLED-FLAG TO QRY-ENABLED-FLAG
           MOVE LK-ITERATE-FLAG TO QRY-ITERATE-FLAG
           MOVE LK-PREDECESSOR-IDS TO QRY-PREDECESSOR-IDS
           MOVE LK-MAX-ROWS TO QRY-MAX-ROWS
           PERFORM 220-BUILD-SETTINGS-IMAGE
           SET WS-ENTRY-UNCHANGED TO TRUE
           SET WS-SETTINGS-CHANGED TO FALSE
           IF WS-ENTRY-IS-NEW
                   OR QRY-SQL-TEXT NOT = WS-BEFORE-SQL-TEXT
                   OR QRY-ENABLED-FLAG NOT = WS-BEFORE-ENABLED-FLAG
               SET WS-ENTRY-UNCHANGED TO FALSE
               SET QRY-AWAITING-APPROVAL TO TRUE
           END-IF
      * The run settings decide what an approved statement does to
      * production as much as its text does - a new input file for a
      * load, a different row ceiling - so a change to them is held
      * and recorded the same way.
           IF WS-SETTINGS-IMAGE NOT = WS-BEFORE-SETTINGS
               SET WS-SETTINGS-CHANGED TO TRUE
               SET QRY-AWAITING-APPROVAL TO TRUE
           END-IF
      * The history is written first: a change that cannot be
      * recorded is not made.
           IF NOT WS-ENTRY-UNCHANGED
               PERFORM 210-LOG-CHANGE
               IF WS-CHANGE-RESULT NOT = 'Y'
                   PERFORM 230-REFUSE-CHANGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SETTINGS-CHANGED
               PERFORM 215-LOG-SETTINGS-CHANGE
               IF WS-CHANGE-RESULT NOT = 'Y'
                   PERFORM 230-REFUSE-CHANGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           REWRITE QRY-LIBRARY-RECORD
               INVALID KEY
                   WRITE QRY-LIBRARY-RECORD
           END-REWRITE
           IF NOT WS-ENTRY-UNCHANGED OR WS-SETTINGS-CHANGED
               DISPLAY "QRYLIB: " QRY-QUERY-ID " changed by "
                       WS-CHANGED-BY
               DISPLAY "QRYLIB: held - the playlist will not run it "
                       "until another user approves it (QRYMNT "
                       "action A)"
           END-IF
           SET LK-ENTRY-WAS-FOUND TO TRUE.

       210-LOG-CHANGE.
           CALL "QRYCHG" USING "LOG " QRY-QUERY-ID WS-CHANGE-TYPE
                                WS-BEFORE-SQL-TEXT QRY-SQL-TEXT
                                WS-BEFORE-ENABLED-FLAG
                                QRY-ENABLED-FLAG
                                WS-CHANGED-BY WS-CHANGE-RESULT.

       215-LOG-SETTINGS-CHANGE.
           MOVE 'O' TO WS-SETTINGS-CHANGE-TYPE
           CALL "QRYCHG" USING "LOG " QRY-QUERY-ID
                                WS-SETTINGS-CHANGE-TYPE
                                WS-BEFORE-SETTINGS WS-SETTINGS-IMAGE
                                WS-BEFORE-ENABLED-FLAG
                                QRY-ENABLED-FLAG
                                WS-CHANGED-BY WS-CHANGE-RESULT.

       220-BUILD-SETTINGS-IMAGE.
      * Everything on the entry but its id, text, enabled flag and
      * approval status, as one line of text for the change history.
           MOVE SPACES TO WS-SETTINGS-IMAGE
           STRING "iterate " QRY-ITERATE-FLAG
                  " max rows " QRY-MAX-ROWS
                  " format " QRY-OUTPUT-FORMAT
                  " stream " QRY-STREAM-NUMBER
                  " after " QRY-PRED-ID(1) " " QRY-PRED-ID(2) " "
                  QRY-PRED-ID(3)
                  " load " QRY-LOAD-INPUT-FILE
                  " commit every " QRY-LOAD-COMMIT-INTERVAL
                  DELIMITED BY SIZE INTO WS-SETTINGS-IMAGE.

       230-REFUSE-CHANGE.
           DISPLAY "QRYLIB: change history not available - "
                   QRY-QUERY-ID " not changed"
           SET LK-ENTRY-WAS-FOUND TO FALSE.

       300-START-WALK.
           MOVE LOW-VALUES TO QRY-QUERY-ID
           START QRY-LIBRARY-FILE KEY NOT < QRY-QUERY-ID
                   MOVE QRY-ITERATE-FLAG TO LK-ITERATE-FLAG
                   MOVE QRY-PREDECESSOR-IDS TO LK-PREDECESSOR-IDS
                   MOVE QRY-MAX-ROWS TO LK-MAX-ROWS
                   MOVE QRY-ENTRY-OPTIONS TO LK-ENTRY-OPTIONS
                   SET LK-ENTRY-WAS-FOUND TO TRUE
           END-READ
      * A read failure that is not AT END (for example status 46
