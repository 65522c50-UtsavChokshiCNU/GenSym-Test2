      ***************************************************************
      * QRYCHG : Change history and dual-control sign-off for the    *
      *          query library (qrylib.dat).                         *
      *                                                               *
      * Anyone at a terminal could change a production statement -   *
      * SAMPLE10's interactive save and QRYMNT both write qrylib.dat *
      * - and the only trace was the SQL hash on runaudit.dat moving  *
      * the next night. Every change to an entry's SQL text, enabled  *
      * flag or run settings now leaves a record on qrychg.dat: who   *
      * made it and when, the before and after SQL text and enabled   *
      * flag (with the same checksum runaudit.cob stamps on each run, *
      * so a hash change on RUNAUDR's report matches a change here),  *
      * and, once a second person has signed it off, who approved it  *
      * and when. Until then the library entry is held (see the       *
      * approval status in qrylib.cob) and the playlist does not run  *
      * it.                                                           *
      *                                                               *
      * LK-ACTION = "LOG " writes one pending change record for the   *
      * id; LK-CHANGE-TYPE is 'N' new entry, 'E' edited, 'T' enabled  *
      * flag toggled, 'X' entry deleted, 'O' a run setting changed    *
      * (output format, stream, bulk-load input or field map, row     *
      * ceiling, predecessors) - for 'O' the before and after images  *
      * are the setting's values as text and no checksum is stamped.  *
      * LK-RESULT-FLAG comes back 'Y' only when the record is on      *
      * file - callers make no change they could not record.          *
      * "APPR" signs off every pending change under the id:           *
      * LK-RESULT-FLAG comes back 'Y' approved, 'N' nothing pending,  *
      * 'S' refused because the approver made one of the pending      *
      * changes, 'U' refused because the approver cannot be           *
      * identified.                                                   *
      *                                                               *
      * The user is taken from the USER (else LOGNAME) environment    *
      * variable of the job, not keyed, and handed back in LK-USER-ID *
      * for the caller's messages - a sign-off that anyone could key  *
      * under any name would not be dual control.                     *
      *                                                               *
      * Changes are a handful a week and the callers are interactive, *
      * so the file is opened and closed inside each call rather than *
      * held open across calls - two maintainers at two terminals     *
      * then never hold it against each other.                        *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QRYCHG.

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
      * 'P' pending sign-off; 'A' approved.
           02  QCH-APPROVAL-STATUS        PIC X.
           02  QCH-APPROVED-BY            PIC X(30).
           02  QCH-APPROVED-TIMESTAMP     PIC X(26).
           02  QCH-BEFORE-SQL             PIC X(1000).
           02  QCH-AFTER-SQL              PIC X(1000).

       WORKING-STORAGE SECTION.
       01  WS-QRYCHG-FILE-STATUS          PIC XX.
       01  WS-USER-ID                     PIC X(30).
       01  WS-CHAR-INDEX                  PIC S9(9) COMP-5.
       01  WS-HASH-WORK                   PIC S9(18) COMP-5.
       01  WS-HASH-TEXT                   PIC X(1000).
       01  WS-HASH-RESULT                 PIC 9(9).
       01  WS-PENDING-COUNT               PIC S9(9) COMP-5.
       01  WS-OWN-CHANGE-FLAG             PIC X.
           88  WS-APPROVER-MADE-A-CHANGE     VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-APPROVAL-TIMESTAMP          PIC X(26).
       01  WS-RETRY-SECS                  PIC S9(4) COMP-5 VALUE 1.

       LINKAGE SECTION.
       01  LK-ACTION                      PIC X(4).
       01  LK-QUERY-ID                    PIC X(30).
       01  LK-CHANGE-TYPE                 PIC X.
       01  LK-BEFORE-SQL                  PIC X(1000).
       01  LK-AFTER-SQL                   PIC X(1000).
       01  LK-BEFORE-ENABLED              PIC X.
       01  LK-AFTER-ENABLED               PIC X.
       01  LK-USER-ID                     PIC X(30).
       01  LK-RESULT-FLAG                 PIC X.

       PROCEDURE DIVISION USING LK-ACTION LK-QUERY-ID LK-CHANGE-TYPE
                                 LK-BEFORE-SQL LK-AFTER-SQL
                                 LK-BEFORE-ENABLED LK-AFTER-ENABLED
                                 LK-USER-ID LK-RESULT-FLAG.

       000-MAIN.
           PERFORM 060-IDENTIFY-USER
           MOVE WS-USER-ID TO LK-USER-ID
           PERFORM 050-OPEN-FILE
           IF WS-QRYCHG-FILE-STATUS NOT = "00"
               DISPLAY "QRYCHG: qrychg.dat not available (status "
                       WS-QRYCHG-FILE-STATUS ")"
               MOVE 'N' TO LK-RESULT-FLAG
               GOBACK
           END-IF
           EVALUATE LK-ACTION
               WHEN "LOG "
                   PERFORM 100-LOG-CHANGE
               WHEN "APPR"
                   PERFORM 200-APPROVE-CHANGES
           END-EVALUATE
           CLOSE QRY-CHANGE-FILE
           GOBACK.

       050-OPEN-FILE.
           OPEN I-O QRY-CHANGE-FILE
           IF WS-QRYCHG-FILE-STATUS = "35"
               OPEN OUTPUT QRY-CHANGE-FILE
               CLOSE QRY-CHANGE-FILE
               OPEN I-O QRY-CHANGE-FILE
           END-IF.

       060-IDENTIFY-USER.
           MOVE SPACES TO WS-USER-ID
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           IF WS-USER-ID = SPACES
               ACCEPT WS-USER-ID FROM ENVIRONMENT "LOGNAME"
           END-IF.

       100-LOG-CHANGE.
           MOVE LK-QUERY-ID TO QCH-QUERY-ID
           MOVE FUNCTION CURRENT-DATE TO QCH-CHANGE-TIMESTAMP
           MOVE LK-CHANGE-TYPE TO QCH-CHANGE-TYPE
           IF WS-USER-ID = SPACES
               MOVE "(unknown)" TO QCH-CHANGED-BY
           ELSE
               MOVE WS-USER-ID TO QCH-CHANGED-BY
           END-IF
           MOVE LK-BEFORE-ENABLED TO QCH-BEFORE-ENABLED
           MOVE LK-AFTER-ENABLED TO QCH-AFTER-ENABLED
           MOVE LK-BEFORE-SQL TO QCH-BEFORE-SQL
           MOVE LK-AFTER-SQL TO QCH-AFTER-SQL
      * A settings change carries settings text, not SQL - no
      * statement checksum applies.
           IF LK-CHANGE-TYPE = 'O'
               MOVE ZERO TO QCH-BEFORE-HASH QCH-AFTER-HASH
           ELSE
               MOVE LK-BEFORE-SQL TO WS-HASH-TEXT
               PERFORM 110-HASH-SQL-TEXT
               MOVE WS-HASH-RESULT TO QCH-BEFORE-HASH
               MOVE LK-AFTER-SQL TO WS-HASH-TEXT
               PERFORM 110-HASH-SQL-TEXT
               MOVE WS-HASH-RESULT TO QCH-AFTER-HASH
           END-IF
           MOVE 'P' TO QCH-APPROVAL-STATUS
           MOVE SPACES TO QCH-APPROVED-BY
           MOVE SPACES TO QCH-APPROVED-TIMESTAMP
           MOVE 'Y' TO LK-RESULT-FLAG
           WRITE QRY-CHANGE-RECORD
               INVALID KEY
      * Two changes to one id inside the same hundredth of a second -
      * wait a moment and take a fresh stamp rather than lose the
      * history record.
                   CALL "RETRYWT" USING WS-RETRY-SECS
                   MOVE FUNCTION CURRENT-DATE TO QCH-CHANGE-TIMESTAMP
                   WRITE QRY-CHANGE-RECORD
                       INVALID KEY
                           DISPLAY "QRYCHG: cannot record change "
                                   "for " LK-QUERY-ID " (status "
                                   WS-QRYCHG-FILE-STATUS ")"
                           MOVE 'N' TO LK-RESULT-FLAG
                   END-WRITE
           END-WRITE.

       110-HASH-SQL-TEXT.
      * The same 31-multiplier checksum as runaudit.cob's
      * 110-HASH-SQL-TEXT, so the after hash here is the hash the
      * next run of the id lands on runaudit.dat - keep the two in
      * step by hand. No statement (a new entry's before image, a
      * deleted entry's after image) is zero.
           MOVE ZERO TO WS-HASH-WORK
           IF WS-HASH-TEXT NOT = SPACES
               PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
                       UNTIL WS-CHAR-INDEX > 1000
                   COMPUTE WS-HASH-WORK = FUNCTION MOD(
                       WS-HASH-WORK * 31
                       + FUNCTION ORD(WS-HASH-TEXT(WS-CHAR-INDEX:1))
                       999999937)
               END-PERFORM
           END-IF
           MOVE WS-HASH-WORK TO WS-HASH-RESULT.

       200-APPROVE-CHANGES.
      * Two passes over the id's history: the first makes sure there
      * is something pending and that none of it is the approver's
      * own work, the second stamps the sign-off on all of it. An
      * entry edited twice by two people before anyone approved needs
      * a third - the approver signs for every pending change, so must
      * have made none of them.
           IF WS-USER-ID = SPACES
               MOVE 'U' TO LK-RESULT-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PENDING-COUNT
           SET WS-APPROVER-MADE-A-CHANGE TO FALSE
           PERFORM 210-START-AT-QUERY-ID
           PERFORM 220-CHECK-ONE-CHANGE
               UNTIL WS-QRYCHG-FILE-STATUS NOT = "00"
           EVALUATE TRUE
               WHEN WS-PENDING-COUNT = ZERO
                   MOVE 'N' TO LK-RESULT-FLAG
                   EXIT PARAGRAPH
               WHEN WS-APPROVER-MADE-A-CHANGE
                   MOVE 'S' TO LK-RESULT-FLAG
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO WS-APPROVAL-TIMESTAMP
           PERFORM 210-START-AT-QUERY-ID
           PERFORM 230-APPROVE-ONE-CHANGE
               UNTIL WS-QRYCHG-FILE-STATUS NOT = "00"
           MOVE 'Y' TO LK-RESULT-FLAG.

       210-START-AT-QUERY-ID.
           MOVE LK-QUERY-ID TO QCH-QUERY-ID
           MOVE LOW-VALUES TO QCH-CHANGE-TIMESTAMP
           START QRY-CHANGE-FILE KEY NOT < QCH-KEY
               INVALID KEY
                   MOVE "10" TO WS-QRYCHG-FILE-STATUS
           END-START.

       220-CHECK-ONE-CHANGE.
           READ QRY-CHANGE-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-QRYCHG-FILE-STATUS NOT = "00"
                   OR QCH-QUERY-ID NOT = LK-QUERY-ID
               MOVE "10" TO WS-QRYCHG-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF QCH-APPROVAL-STATUS = 'P'
               ADD 1 TO WS-PENDING-COUNT
               IF QCH-CHANGED-BY = WS-USER-ID
                   SET WS-APPROVER-MADE-A-CHANGE TO TRUE
               END-IF
           END-IF.

       230-APPROVE-ONE-CHANGE.
           READ QRY-CHANGE-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-QRYCHG-FILE-STATUS NOT = "00"
                   OR QCH-QUERY-ID NOT = LK-QUERY-ID
               MOVE "10" TO WS-QRYCHG-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF QCH-APPROVAL-STATUS = 'P'
               MOVE 'A' TO QCH-APPROVAL-STATUS
               MOVE WS-USER-ID TO QCH-APPROVED-BY
               MOVE WS-APPROVAL-TIMESTAMP TO QCH-APPROVED-TIMESTAMP
               REWRITE QRY-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY "QRYCHG: cannot record approval for "
                               LK-QUERY-ID " (status "
                               WS-QRYCHG-FILE-STATUS ")"
               END-REWRITE
           END-IF.
