      * certified PARTIAL rather than compared; an OVERFLOW total     *
      * was never usable for balancing and certifies NOT VERIFIABLE. *
      *                                                               *
      * Column 000 is COLTOT's row-count record for the statement:    *
      * its count is checked against the data rows on file for the    *
      * id (its value totals are zero, and so are the re-accumulated  *
      * ones), with the same resumed marking as the column records.   *
      *                                                               *
      * Rows are attributed per query id off the extract's own       *
      * batch-separation records (the "HDR   "/"TRL   " header and   *
      * trailer SELXTR writes around each statement's rows), so a    *
      * Record layouts mirror coltot.cob's WS-BALANCING-DETAIL and   *
      * selxtr.cob's SEL-EXTRACT-RECORD - keep them in step by hand, *
      * the same convention the suite uses for WS-MAX-SELECT-ITEMS.  *
      *                                                               *
      * Run on its own it verifies tonight's selextr.dat/seltotl.dat. *
      * GENMNT re-verifies a query id pulled out of an archived       *
      * generation before it is re-sent: it names the two files on   *
      * the shared SELBAL-RUN-REQUEST area, CALLs this program, and  *
      * reads back how many certificates passed, came out            *
      * INCOMPLETE or failed. A blank (or never-set) name means the  *
      * nightly file.                                                *
      *                                                               *
      * A library entry whose output format is delimited-only (QRY-   *
      * OUTPUT-FORMAT 'D', see selcsv.cob) still lands control totals *
      * but never lands a fixed-extract batch. Any totals id with no  *
      * rows on the extract is looked up on qrylib.dat; if it is a    *
      * delimited-only entry its columns certify NOT VERIFIABLE       *
      * instead of failing against rows that were never written.     *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-TOTALS-FILE ASSIGN TO DYNAMIC WS-TOTALS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TOTALS-FILE-STATUS.
           SELECT SEL-EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-NAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-EXTRACT-FILE-STATUS.

       WORKING-STORAGE SECTION.
       01  WS-TOTALS-FILE-STATUS          PIC XX.
       01  WS-EXTRACT-FILE-STATUS         PIC XX.
       01  WS-TOTALS-NAME                 PIC X(64).
       01  WS-EXTRACT-NAME                PIC X(64).

      * Shared with a calling utility (see genmnt.cob, which mirrors
      * it - keep the two in step by hand). Low-values until a
      * caller fills it in.
       01  SELBAL-RUN-REQUEST EXTERNAL.
           02  SBR-EXTRACT-NAME           PIC X(64).
           02  SBR-TOTALS-NAME            PIC X(64).
           02  SBR-CERT-PASSES            PIC 9(5).
           02  SBR-CERT-INCOMPLETE        PIC 9(5).
           02  SBR-CERT-FAILURES          PIC 9(5).

      * One balancing record off seltotl.dat - layout mirrors
      * coltot.cob's WS-BALANCING-DETAIL, signs leading separate,
               03  WS-BT-V-FLAG           PIC X.
                   88  WS-BT-NOT-VERIFIABLE  VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
               03  WS-BT-DELIM-FLAG       PIC X.
                   88  WS-BT-DELIMITED-ONLY  VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

       01  WS-ENTRY-INDEX                 PIC S9(9) COMP-5.
       01  WS-FOUND-INDEX                 PIC S9(9) COMP-5.
           88  WS-ID-WAS-SEEN                VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

      * Library lookup for totals ids with no extract rows. The
      * options group mirrors QRY-ENTRY-OPTIONS in qrylib.cob - keep
      * it in step by hand.
       01  WS-LOOKUP-QUERY-ID             PIC X(30).
       01  WS-QRY-SQL-TEXT                PIC X(1000).
       01  WS-QRY-ENABLED-FLAG            PIC X.
       01  WS-QRY-ITERATE-FLAG            PIC X.
       01  WS-QRY-PREDECESSOR-IDS.
           02  WS-QRY-PRED-ID             OCCURS 3 TIMES PIC X(30).
       01  WS-QRY-MAX-ROWS                PIC 9(9).
       01  WS-QRY-ENTRY-OPTIONS.
           02  WS-QRY-OUTPUT-FORMAT       PIC X.
               88  WS-QRY-DELIMITED-ONLY     VALUE 'D'.
           02  WS-QRY-STREAM-NUMBER       PIC 9(2).
           02  WS-QRY-APPROVAL-STATUS     PIC X.
           02  FILLER                     PIC X(96).
       01  WS-QRY-FOUND-FLAG              PIC X.
           88  WS-QRY-ENTRY-FOUND            VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-LIBRARY-OPENED-FLAG         PIC X VALUE 'N'.
           88  WS-LIBRARY-WAS-OPENED         VALUE 'Y'.

      * Batch attribution state: the query id the current extract
      * rows belong to, set by each "HDR   " record (or preset when
      * a header-less legacy file's totals name exactly one id).

       000-MAIN.
           DISPLAY "Extract balancing verifier"
           PERFORM 050-RESOLVE-FILE-NAMES
           PERFORM 100-LOAD-BALANCING-RECORDS
           IF WS-BAL-ENTRY-COUNT = ZERO
               DISPLAY "No balancing records on "
                       FUNCTION TRIM(WS-TOTALS-NAME)
                       " - nothing to verify"
               GOBACK
           END-IF
      * A legacy header-less extract is only attributable when the
               MOVE WS-BT-QUERY-ID(1) TO WS-CURRENT-ID
           END-IF
           PERFORM 200-WALK-EXTRACT
           PERFORM 400-MARK-DELIMITED-ONLY
           IF WS-UNATTRIBUTED-ROWS > ZERO
      * Rows ahead of any header in a multi-id file - balancing one
      * query's rows against another query's totals would certify a
           PERFORM 600-PRINT-CERTIFICATES
           GOBACK.

       050-RESOLVE-FILE-NAMES.
           MOVE "selextr.dat" TO WS-EXTRACT-NAME
           MOVE "seltotl.dat" TO WS-TOTALS-NAME
           IF SBR-EXTRACT-NAME NOT = SPACES
                   AND SBR-EXTRACT-NAME NOT = LOW-VALUES
               MOVE SBR-EXTRACT-NAME TO WS-EXTRACT-NAME
           END-IF
           IF SBR-TOTALS-NAME NOT = SPACES
                   AND SBR-TOTALS-NAME NOT = LOW-VALUES
               MOVE SBR-TOTALS-NAME TO WS-TOTALS-NAME
           END-IF
           MOVE ZERO TO SBR-CERT-PASSES
           MOVE ZERO TO SBR-CERT-INCOMPLETE
           MOVE ZERO TO SBR-CERT-FAILURES.

       100-LOAD-BALANCING-RECORDS.
           OPEN INPUT SEL-TOTALS-FILE
           IF WS-TOTALS-FILE-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-TOTALS-NAME)
                       " not available (status "
                       WS-TOTALS-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-BT-V-SUM(WS-FOUND-INDEX)
           MOVE ZERO TO WS-BT-V-MIN(WS-FOUND-INDEX)
           MOVE ZERO TO WS-BT-V-MAX(WS-FOUND-INDEX)
           SET WS-BT-NOT-VERIFIABLE(WS-FOUND-INDEX) TO FALSE
           SET WS-BT-DELIMITED-ONLY(WS-FOUND-INDEX) TO FALSE.

       140-COUNT-DISTINCT-ID.
           SET WS-ID-WAS-SEEN TO FALSE
       200-WALK-EXTRACT.
           OPEN INPUT SEL-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-EXTRACT-NAME)
                       " not available (status "
                       WS-EXTRACT-FILE-STATUS ")"
               PERFORM 500-MARK-ALL-UNVERIFIABLE
               EXIT PARAGRAPH
           IF WS-BT-QUERY-ID(WS-ENTRY-INDEX) NOT = WS-CURRENT-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-BT-COL-NUM(WS-ENTRY-INDEX) = ZERO
               ADD 1 TO WS-BT-V-COUNT(WS-ENTRY-INDEX)
               EXIT PARAGRAPH
           END-IF
           IF WS-BT-COL-NUM(WS-ENTRY-INDEX) < 1
                   OR WS-BT-COL-NUM(WS-ENTRY-INDEX)
                       > WS-MAX-SELECT-ITEMS
                   SET WS-PARSE-WAS-CLEAN TO FALSE
           END-EVALUATE.

       400-MARK-DELIMITED-ONLY.
      * Only ids that put no rows on the extract are looked up - an
      * id with rows on file is a fixed-extract id whatever the
      * library says today.
           MOVE SPACES TO WS-LOOKUP-QUERY-ID
           PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                   UNTIL WS-ENTRY-INDEX > WS-BAL-ENTRY-COUNT
               IF WS-BT-QUERY-ID(WS-ENTRY-INDEX)
                       NOT = WS-LOOKUP-QUERY-ID
                   MOVE WS-BT-QUERY-ID(WS-ENTRY-INDEX)
                       TO WS-LOOKUP-QUERY-ID
                   PERFORM 410-LOOK-UP-ENTRY-FORMAT
               END-IF
               IF WS-QRY-ENTRY-FOUND AND WS-QRY-DELIMITED-ONLY
                   SET WS-BT-DELIMITED-ONLY(WS-ENTRY-INDEX) TO TRUE
               END-IF
           END-PERFORM
           IF WS-LIBRARY-WAS-OPENED
               CALL "QRYLIB" USING "CLOS" WS-LOOKUP-QUERY-ID
                                    WS-QRY-SQL-TEXT
                                    WS-QRY-ENABLED-FLAG
                                    WS-QRY-ITERATE-FLAG
                                    WS-QRY-PREDECESSOR-IDS
                                    WS-QRY-MAX-ROWS
                                    WS-QRY-ENTRY-OPTIONS
                                    WS-QRY-FOUND-FLAG
           END-IF.

       410-LOOK-UP-ENTRY-FORMAT.
           SET WS-QRY-ENTRY-FOUND TO FALSE
           PERFORM VARYING WS-IDR-INDEX FROM 1 BY 1
                   UNTIL WS-IDR-INDEX > WS-ID-ENTRY-COUNT
               IF WS-IDR-QUERY-ID(WS-IDR-INDEX) = WS-LOOKUP-QUERY-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           CALL "QRYLIB" USING "GET " WS-LOOKUP-QUERY-ID
                                WS-QRY-SQL-TEXT
                                WS-QRY-ENABLED-FLAG
                                WS-QRY-ITERATE-FLAG
                                WS-QRY-PREDECESSOR-IDS
                                WS-QRY-MAX-ROWS
                                WS-QRY-ENTRY-OPTIONS
                                WS-QRY-FOUND-FLAG
           SET WS-LIBRARY-WAS-OPENED TO TRUE.

       500-MARK-ALL-UNVERIFIABLE.
           PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                   UNTIL WS-ENTRY-INDEX > WS-BAL-ENTRY-COUNT
           MOVE WS-BT-COUNT(WS-ENTRY-INDEX) TO WS-EXP-COUNT-DISPLAY
           MOVE WS-BT-V-COUNT(WS-ENTRY-INDEX) TO WS-ACT-COUNT-DISPLAY
           EVALUATE TRUE
               WHEN WS-BT-DELIMITED-ONLY(WS-ENTRY-INDEX)
                   DISPLAY WS-COL-DISPLAY " " WS-EXP-COUNT-DISPLAY
                           "   " WS-ACT-COUNT-DISPLAY
                           "   NOT VERIFIABLE - delimited-only "
                           "entry, no fixed extract rows"
                   ADD 1 TO WS-COLUMN-UNVERIFIED
               WHEN WS-BT-RESUMED(WS-ENTRY-INDEX) = 'Y'
      * Totals from a resumed run cover only post-checkpoint rows
      * while the extract holds the pre-crash ones - comparing them
                   DISPLAY "CERTIFICATE: FAIL - " WS-CERT-QUERY-ID
                           " extract does not match its balancing "
                           "trailer"
                   ADD 1 TO SBR-CERT-FAILURES
               WHEN WS-COLUMN-UNVERIFIED > ZERO
                   DISPLAY "CERTIFICATE: INCOMPLETE - "
                           WS-CERT-QUERY-ID " passed "
                           WS-COLUMN-PASSES " column(s) with "
                           WS-COLUMN-UNVERIFIED " not verifiable"
                   ADD 1 TO SBR-CERT-INCOMPLETE
               WHEN OTHER
                   DISPLAY "CERTIFICATE: PASS - " WS-CERT-QUERY-ID
                           " extract matches its balancing trailer"
                   ADD 1 TO SBR-CERT-PASSES
           END-EVALUATE.
