      ***************************************************************
      * QRYCHGR : Pending and recently approved query-library        *
      *           changes off the qrychg.dat history (see            *
      *           qrychg.cob).                                       *
      *                                                               *
      * Two sections, each in query id / change time order:          *
      *                                                               *
      *   - every change still waiting for a second user's sign-off,  *
      *     with the before and after SQL text in full, so the        *
      *     approver reads exactly what QRYMNT's A action will        *
      *     release to the playlist;                                  *
      *   - every change approved in the last N days (operator        *
      *     supplied, default 7), one line each: who changed it and   *
      *     when, what kind of change, the enabled flag and SQL       *
      *     checksum before and after (for a run-setting change, the  *
      *     setting before and after), and who approved it and when. *
      *                                                               *
      * The checksums are the ones runaudit.cob stamps on each run,   *
      * so when RUNAUDR shows the hash under an id moving between two *
      * nights, the approved line here with that after hash says who  *
      * changed the statement and who signed it off. An optional     *
      * query id limits both sections to one entry.                   *
      *                                                               *
      * The record layout mirrors qrychg.cob's QRY-CHANGE-RECORD;     *
      * keep the two in step by hand.                                 *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QRYCHGR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QRY-CHANGE-FILE ASSIGN TO "qrychg.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QCH-KEY
               FILE STATUS WS-QRYCHG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QRY-CHANGE-FILE.
       01  QRY-CHANGE-RECORD.
           02  QCH-KEY.
               03  QCH-QUERY-ID           PIC X(30).
               03  QCH-CHANGE-TIMESTAMP   PIC X(26).
           02  QCH-CHANGE-TYPE            PIC X.
           02  QCH-CHANGED-BY             PIC X(30).
           02  QCH-BEFORE-ENABLED         PIC X.
           02  QCH-AFTER-ENABLED          PIC X.
           02  QCH-BEFORE-HASH            PIC 9(9).
           02  QCH-AFTER-HASH             PIC 9(9).
           02  QCH-APPROVAL-STATUS        PIC X.
           02  QCH-APPROVED-BY            PIC X(30).
           02  QCH-APPROVED-TIMESTAMP     PIC X(26).
           02  QCH-BEFORE-SQL             PIC X(1000).
           02  QCH-AFTER-SQL              PIC X(1000).

       WORKING-STORAGE SECTION.
       01  WS-QRYCHG-FILE-STATUS          PIC XX.
       01  WS-QUERY-ID                    PIC X(30) VALUE SPACES.
       01  WS-DAYS-WANTED                 PIC 9(3) VALUE ZERO.
       01  WS-SECTION-FLAG                PIC X.
           88  WS-LISTING-PENDING            VALUE 'P'.
           88  WS-LISTING-APPROVED           VALUE 'A'.
       01  WS-LISTED-COUNT                PIC S9(9) COMP-5.
       01  WS-COUNT-DISPLAY               PIC ZZZZZZZZ9.

      * Approvals on or after this day number (INTEGER-OF-DATE) are
      * "recent".
       01  WS-TODAY                       PIC 9(8).
       01  WS-CUTOFF-DAY                  PIC S9(9) COMP-5.
       01  WS-APPROVAL-DATE               PIC 9(8).
       01  WS-APPROVAL-DAY                PIC S9(9) COMP-5.

       01  WS-SLICE-START                 PIC S9(9) COMP-5.
       01  WS-SQL-TEXT                    PIC X(1000).

       01  WS-STAMP-RAW                   PIC X(26).
       01  WS-STAMP-DISPLAY.
           02  WS-STD-DATE                PIC X(10).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-STD-TIME                PIC X(8).

       01  WS-CHANGE-LINE.
           02  WS-CHL-QUERY-ID            PIC X(30).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-CHL-TYPE                PIC X(7).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-CHL-STAMP               PIC X(19).
           02  FILLER                     PIC X(4) VALUE " by ".
           02  WS-CHL-USER                PIC X(30).

       01  WS-DETAIL-LINE.
           02  FILLER                     PIC X(4) VALUE SPACES.
           02  FILLER                     PIC X(9) VALUE "enabled ".
           02  WS-DTL-BEFORE-ENABLED      PIC X.
           02  FILLER                     PIC X(4) VALUE " -> ".
           02  WS-DTL-AFTER-ENABLED       PIC X.
           02  FILLER                     PIC X(8) VALUE "   hash ".
           02  WS-DTL-BEFORE-HASH         PIC 9(9).
           02  FILLER                     PIC X(4) VALUE " -> ".
           02  WS-DTL-AFTER-HASH          PIC 9(9).

       01  WS-APPROVAL-LINE.
           02  FILLER                     PIC X(16)
                                          VALUE "    approved by ".
           02  WS-APL-USER                PIC X(30).
           02  FILLER                     PIC X(4) VALUE " at ".
           02  WS-APL-STAMP               PIC X(19).

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "Query id (blank = all): " WITH NO ADVANCING
           ACCEPT WS-QUERY-ID
           DISPLAY "Days of approved changes to list (1-999, "
                   "default 7): " WITH NO ADVANCING
           ACCEPT WS-DAYS-WANTED
           IF WS-DAYS-WANTED = ZERO
               MOVE 7 TO WS-DAYS-WANTED
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-CUTOFF-DAY =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-DAYS-WANTED

           OPEN INPUT QRY-CHANGE-FILE
           IF WS-QRYCHG-FILE-STATUS NOT = "00"
               DISPLAY "No query-library change history on this "
                       "system (status " WS-QRYCHG-FILE-STATUS ")"
               GOBACK
           END-IF

           DISPLAY " "
           DISPLAY "CHANGES AWAITING APPROVAL"
           SET WS-LISTING-PENDING TO TRUE
           PERFORM 100-LIST-SECTION
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY WS-COUNT-DISPLAY " change(s) awaiting approval"

           DISPLAY " "
           DISPLAY "CHANGES APPROVED IN THE LAST " WS-DAYS-WANTED
                   " DAY(S)"
           SET WS-LISTING-APPROVED TO TRUE
           PERFORM 100-LIST-SECTION
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY WS-COUNT-DISPLAY " change(s) approved"

           CLOSE QRY-CHANGE-FILE
           GOBACK.

       100-LIST-SECTION.
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE LOW-VALUES TO QCH-KEY
           IF WS-QUERY-ID NOT = SPACES
               MOVE WS-QUERY-ID TO QCH-QUERY-ID
           END-IF
           START QRY-CHANGE-FILE KEY NOT < QCH-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM 110-LIST-ONE-CHANGE
               UNTIL WS-QRYCHG-FILE-STATUS NOT = "00".

       110-LIST-ONE-CHANGE.
           READ QRY-CHANGE-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-QRYCHG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-QUERY-ID NOT = SPACES
                   AND QCH-QUERY-ID NOT = WS-QUERY-ID
               MOVE "10" TO WS-QRYCHG-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-LISTING-PENDING
                   IF QCH-APPROVAL-STATUS = 'P'
                       PERFORM 200-PRINT-CHANGE
                       PERFORM 300-PRINT-SQL-IMAGES
                   END-IF
               WHEN WS-LISTING-APPROVED
                   IF QCH-APPROVAL-STATUS = 'A'
                       PERFORM 120-CHECK-APPROVAL-DATE
                       IF WS-APPROVAL-DAY >= WS-CUTOFF-DAY
                           PERFORM 200-PRINT-CHANGE
                           MOVE QCH-APPROVED-BY TO WS-APL-USER
                           MOVE QCH-APPROVED-TIMESTAMP
                               TO WS-STAMP-RAW
                           PERFORM 210-FORMAT-STAMP
                           MOVE WS-STAMP-DISPLAY TO WS-APL-STAMP
                           DISPLAY WS-APPROVAL-LINE
                       END-IF
                   END-IF
           END-EVALUATE.

       120-CHECK-APPROVAL-DATE.
           MOVE ZERO TO WS-APPROVAL-DAY
           IF QCH-APPROVED-TIMESTAMP(1:8) IS NUMERIC
               MOVE QCH-APPROVED-TIMESTAMP(1:8) TO WS-APPROVAL-DATE
               COMPUTE WS-APPROVAL-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-APPROVAL-DATE)
           END-IF.

       200-PRINT-CHANGE.
           ADD 1 TO WS-LISTED-COUNT
           MOVE QCH-QUERY-ID TO WS-CHL-QUERY-ID
           EVALUATE QCH-CHANGE-TYPE
               WHEN 'N'
                   MOVE "NEW" TO WS-CHL-TYPE
               WHEN 'E'
                   MOVE "EDITED" TO WS-CHL-TYPE
               WHEN 'T'
                   MOVE "TOGGLED" TO WS-CHL-TYPE
               WHEN 'X'
                   MOVE "DELETED" TO WS-CHL-TYPE
               WHEN 'O'
                   MOVE "SETTING" TO WS-CHL-TYPE
               WHEN OTHER
                   MOVE QCH-CHANGE-TYPE TO WS-CHL-TYPE
           END-EVALUATE
           MOVE QCH-CHANGE-TIMESTAMP TO WS-STAMP-RAW
           PERFORM 210-FORMAT-STAMP
           MOVE WS-STAMP-DISPLAY TO WS-CHL-STAMP
           MOVE QCH-CHANGED-BY TO WS-CHL-USER
           DISPLAY WS-CHANGE-LINE
      * A settings change has no statement checksum - show what the
      * setting was and became instead.
           IF QCH-CHANGE-TYPE = 'O'
               DISPLAY "    was: " QCH-BEFORE-SQL(1:60)
               DISPLAY "    now: " QCH-AFTER-SQL(1:60)
               EXIT PARAGRAPH
           END-IF
           MOVE QCH-BEFORE-ENABLED TO WS-DTL-BEFORE-ENABLED
           MOVE QCH-AFTER-ENABLED TO WS-DTL-AFTER-ENABLED
           MOVE QCH-BEFORE-HASH TO WS-DTL-BEFORE-HASH
           MOVE QCH-AFTER-HASH TO WS-DTL-AFTER-HASH
           DISPLAY WS-DETAIL-LINE.

       210-FORMAT-STAMP.
      * A CURRENT-DATE stamp (CCYYMMDDHHMMSS...) as
      * CCYY-MM-DD HH:MM:SS.
           MOVE SPACES TO WS-STAMP-DISPLAY
           IF WS-STAMP-RAW(1:14) IS NUMERIC
               STRING WS-STAMP-RAW(1:4) "-" WS-STAMP-RAW(5:2) "-"
                      WS-STAMP-RAW(7:2) " " WS-STAMP-RAW(9:2) ":"
                      WS-STAMP-RAW(11:2) ":" WS-STAMP-RAW(13:2)
                      DELIMITED BY SIZE INTO WS-STAMP-DISPLAY
           END-IF.

       300-PRINT-SQL-IMAGES.
      * The change line already showed a short setting in full.
           IF QCH-CHANGE-TYPE = 'O'
               IF QCH-BEFORE-SQL(61:) NOT = SPACES
                       OR QCH-AFTER-SQL(61:) NOT = SPACES
                   DISPLAY "    settings before:"
                   MOVE QCH-BEFORE-SQL TO WS-SQL-TEXT
                   PERFORM 310-PRINT-SQL-TEXT
                   DISPLAY "    settings after:"
                   MOVE QCH-AFTER-SQL TO WS-SQL-TEXT
                   PERFORM 310-PRINT-SQL-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF QCH-BEFORE-SQL = QCH-AFTER-SQL
               DISPLAY "    SQL text unchanged:"
               MOVE QCH-AFTER-SQL TO WS-SQL-TEXT
               PERFORM 310-PRINT-SQL-TEXT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "    SQL text before:"
           MOVE QCH-BEFORE-SQL TO WS-SQL-TEXT
           PERFORM 310-PRINT-SQL-TEXT
           DISPLAY "    SQL text after:"
           MOVE QCH-AFTER-SQL TO WS-SQL-TEXT
           PERFORM 310-PRINT-SQL-TEXT.

       310-PRINT-SQL-TEXT.
           IF WS-SQL-TEXT = SPACES
               DISPLAY "      (none)"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SLICE-START FROM 1 BY 50
                   UNTIL WS-SLICE-START > 1000
               IF WS-SQL-TEXT(WS-SLICE-START:50) NOT = SPACES
                   DISPLAY "      " WS-SQL-TEXT(WS-SLICE-START:50)
               END-IF
           END-PERFORM.
