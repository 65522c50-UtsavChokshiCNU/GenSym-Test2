      ***************************************************************
      * GENMNT : Operator utility for the extract generation catalog *
      *          (genidx.dat - see gencat.cob).                      *
      *                                                               *
      * GENCAT keeps a numbered copy of every night's selextr.dat    *
      * and seltotl.dat; this is how an operator gets one back out.  *
      *                                                               *
      *   L - lists the generations on file (number, run time,        *
      *       record counts, query ids in it);                        *
      *   S - shows one generation's query ids with what each holds   *
      *       (run segments, rows on file, trailer row count,         *
      *       balancing records);                                     *
      *   P - pulls one query id out of one generation for re-send:  *
      *       its HDR/rows/TRL go to selrsnd.dat and its balancing   *
      *       records to selrsnt.dat, then SELBAL is rerun against   *
      *       that pair. A FAIL certificate withholds the files      *
      *       (both are deleted) - the re-send is never a file we    *
      *       could not prove; INCOMPLETE keeps them with a warning;  *
      *       PASS keeps them. Each outcome is posted to the event   *
      *       feed;                                                   *
      *   R - applies the GENKEEP/GENDAYS retention now, after the   *
      *       run control card was changed.                           *
      *                                                               *
      * The archived files themselves are never modified.             *
      *                                                               *
      * The index layout mirrors gencat.cob, and SELBAL-RUN-REQUEST  *
      * mirrors selbal.cob - keep them in step by hand, the same     *
      * convention as qrymnt.cob.                                     *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-INDEX-FILE ASSIGN TO "genidx.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GIX-KEY
               FILE STATUS WS-INDEX-FILE-STATUS.
           SELECT GEN-EXTRACT-FILE ASSIGN TO DYNAMIC WS-GEN-EXTRACT-NAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-GEN-EXTRACT-STATUS.
           SELECT GEN-TOTALS-FILE ASSIGN TO DYNAMIC WS-GEN-TOTALS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GEN-TOTALS-STATUS.
           SELECT RESEND-EXTRACT-FILE ASSIGN TO "selrsnd.dat"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RESEND-EXTRACT-STATUS.
           SELECT RESEND-TOTALS-FILE ASSIGN TO "selrsnt.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RESEND-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-INDEX-FILE.
       01  GEN-INDEX-RECORD.
           02  GIX-KEY.
               03  GIX-GEN-NUMBER         PIC 9(7).
               03  GIX-QUERY-ID           PIC X(30).
           02  GIX-RECORD-TYPE            PIC X.
               88  GIX-CONTROL-RECORD        VALUE 'C'.
               88  GIX-GENERATION-RECORD     VALUE 'G'.
               88  GIX-QUERY-ID-RECORD       VALUE 'Q'.
           02  GIX-RUN-TIMESTAMP          PIC X(26).
           02  GIX-EXTRACT-NAME           PIC X(40).
           02  GIX-TOTALS-NAME            PIC X(40).
           02  GIX-EXTRACT-RECORDS        PIC 9(9).
           02  GIX-TOTALS-RECORDS         PIC 9(9).
           02  GIX-ID-COUNT               PIC 9(5).
           02  GIX-LAST-GEN-NUMBER        PIC 9(7).
       01  GEN-QUERY-RECORD.
           02  GQX-KEY.
               03  GQX-GEN-NUMBER         PIC 9(7).
               03  GQX-QUERY-ID           PIC X(30).
           02  GQX-RECORD-TYPE            PIC X.
           02  GQX-SEGMENT-COUNT          PIC 9(3).
           02  GQX-ROWS-ON-FILE           PIC 9(9).
           02  GQX-TRAILER-FLAG           PIC X.
           02  GQX-TRL-ROW-COUNT          PIC 9(9).
           02  GQX-TOTALS-RECORDS         PIC 9(5).
           02  FILLER                     PIC X(109).

       FD  GEN-EXTRACT-FILE
           RECORD CONTAINS 6000 CHARACTERS.
       01  GEN-EXTRACT-RECORD             PIC X(6000).
      * Batch-separation records - mirrors selxtr.cob's layouts,
      * keep in step by hand.
       01  XTR-HEADER-RECORD.
           02  XTR-HDR-TAG                PIC X(6).
           02  XTR-HDR-QUERY-ID           PIC X(30).
           02  FILLER                     PIC X(5964).
       01  XTR-TRAILER-RECORD.
           02  XTR-TRL-TAG                PIC X(6).
           02  XTR-TRL-QUERY-ID           PIC X(30).
           02  FILLER                     PIC X(5964).

       FD  GEN-TOTALS-FILE.
       01  GEN-TOTALS-RECORD.
           02  TOT-QUERY-ID               PIC X(30).
           02  FILLER                     PIC X(170).

       FD  RESEND-EXTRACT-FILE
           RECORD CONTAINS 6000 CHARACTERS.
       01  RESEND-EXTRACT-RECORD          PIC X(6000).

       FD  RESEND-TOTALS-FILE.
       01  RESEND-TOTALS-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-INDEX-FILE-STATUS           PIC XX.
       01  WS-GEN-EXTRACT-STATUS          PIC XX.
       01  WS-GEN-TOTALS-STATUS           PIC XX.
       01  WS-RESEND-EXTRACT-STATUS       PIC XX.
       01  WS-RESEND-TOTALS-STATUS        PIC XX.
       01  WS-MENU-ACTION                 PIC X VALUE SPACE.
           88  WS-ACTION-LIST-GENERATIONS    VALUE 'L'.
           88  WS-ACTION-SHOW-GENERATION     VALUE 'S'.
           88  WS-ACTION-PULL-QUERY-ID       VALUE 'P'.
           88  WS-ACTION-APPLY-RETENTION     VALUE 'R'.
           88  WS-ACTION-EXIT                VALUE 'Q'.
       01  WS-TARGET-GEN-NUMBER           PIC 9(7) VALUE ZERO.
       01  WS-TARGET-QUERY-ID             PIC X(30).
       01  WS-ENTRY-COUNT                 PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-GEN-EXTRACT-NAME            PIC X(64).
       01  WS-GEN-TOTALS-NAME             PIC X(64).
       01  WS-RESEND-EXTRACT-NAME         PIC X(64)
                                          VALUE "selrsnd.dat".
       01  WS-RESEND-TOTALS-NAME          PIC X(64)
                                          VALUE "selrsnt.dat".
       01  WS-DELETED-FLAG                PIC X.
       01  WS-RETENTION-ACTION            PIC X(4) VALUE "PURG".
       01  WS-EVENT-TEXT                  PIC X(80).
       01  WS-GEN-DISPLAY                 PIC 9(7).

      * Pull work fields - the in-id switch is set by the wanted id's
      * header and cleared by its trailer (or by any other id's
      * header), exactly how SELBAL attributes rows.
       01  WS-IN-ID-FLAG                  PIC X.
           88  WS-IN-WANTED-ID               VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-PULL-FAILED-FLAG            PIC X.
           88  WS-PULL-FAILED                VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-FAILED-FILE-NAME            PIC X(64).
       01  WS-FAILED-STATUS               PIC XX.
       01  WS-EXTRACT-COPIED              PIC S9(9) COMP-5.
       01  WS-TOTALS-COPIED               PIC S9(9) COMP-5.
       01  WS-COUNT-DISPLAY               PIC ZZZZZZZZ9.

      * Shared with selbal.cob - keep in step by hand.
       01  SELBAL-RUN-REQUEST EXTERNAL.
           02  SBR-EXTRACT-NAME           PIC X(64).
           02  SBR-TOTALS-NAME            PIC X(64).
           02  SBR-CERT-PASSES            PIC 9(5).
           02  SBR-CERT-INCOMPLETE        PIC 9(5).
           02  SBR-CERT-FAILURES          PIC 9(5).

       01  WS-GENERATION-LINE.
           02  WS-GNL-GEN-NUMBER          PIC 9(7).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-GNL-RUN-TIMESTAMP       PIC X(19).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-GNL-EXTRACT-RECORDS     PIC ZZZZZZZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-GNL-TOTALS-RECORDS      PIC ZZZZZZZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-GNL-ID-COUNT            PIC ZZZZ9.
       01  WS-QUERY-ID-LINE.
           02  WS-QIL-QUERY-ID            PIC X(30).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-QIL-SEGMENTS            PIC ZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-QIL-ROWS-ON-FILE        PIC ZZZZZZZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-QIL-TRL-ROW-COUNT       PIC ZZZZZZZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-QIL-TOTALS-RECORDS      PIC ZZZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "Extract generation catalog"
           PERFORM 100-ONE-MENU-PASS
               UNTIL WS-ACTION-EXIT
           GOBACK.

       100-ONE-MENU-PASS.
           DISPLAY "Action ((L)ist generations/(S)how generation/"
                   "(P)ull id for re-send/(R)etention/(Q)uit): "
               WITH NO ADVANCING
           ACCEPT WS-MENU-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-LIST-GENERATIONS
                   PERFORM 200-LIST-GENERATIONS
               WHEN WS-ACTION-SHOW-GENERATION
                   PERFORM 300-SHOW-GENERATION
               WHEN WS-ACTION-PULL-QUERY-ID
                   PERFORM 400-PULL-QUERY-ID
               WHEN WS-ACTION-APPLY-RETENTION
                   CALL "GENCAT" USING WS-RETENTION-ACTION
               WHEN WS-ACTION-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Enter L, S, P, R or Q"
           END-EVALUATE.

       200-LIST-GENERATIONS.
           MOVE ZERO TO WS-ENTRY-COUNT
           OPEN INPUT GEN-INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = "00"
               DISPLAY "genidx.dat not available (status "
                       WS-INDEX-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO GIX-GEN-NUMBER
           MOVE SPACES TO GIX-QUERY-ID
           START GEN-INDEX-FILE KEY NOT < GIX-KEY
               INVALID KEY
                   MOVE "10" TO WS-INDEX-FILE-STATUS
           END-START
           DISPLAY "GEN     RUN TIME            EXT-RECS  TOT-RECS"
                   "   IDS"
           PERFORM 210-LIST-ONE-GENERATION
               UNTIL WS-INDEX-FILE-STATUS NOT = "00"
           CLOSE GEN-INDEX-FILE
           DISPLAY WS-ENTRY-COUNT " generation(s) on file".

       210-LIST-ONE-GENERATION.
           READ GEN-INDEX-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-INDEX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT GIX-GENERATION-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GENERATION-LINE
           MOVE GIX-GEN-NUMBER TO WS-GNL-GEN-NUMBER
           STRING GIX-RUN-TIMESTAMP(1:4) "-" GIX-RUN-TIMESTAMP(5:2)
                  "-" GIX-RUN-TIMESTAMP(7:2) " "
                  GIX-RUN-TIMESTAMP(9:2) ":" GIX-RUN-TIMESTAMP(11:2)
                  ":" GIX-RUN-TIMESTAMP(13:2)
                  DELIMITED BY SIZE INTO WS-GNL-RUN-TIMESTAMP
           MOVE GIX-EXTRACT-RECORDS TO WS-GNL-EXTRACT-RECORDS
           MOVE GIX-TOTALS-RECORDS TO WS-GNL-TOTALS-RECORDS
           MOVE GIX-ID-COUNT TO WS-GNL-ID-COUNT
           DISPLAY WS-GENERATION-LINE
           ADD 1 TO WS-ENTRY-COUNT.

       300-SHOW-GENERATION.
           DISPLAY "Generation number: " WITH NO ADVANCING
           ACCEPT WS-TARGET-GEN-NUMBER
           MOVE ZERO TO WS-ENTRY-COUNT
           OPEN INPUT GEN-INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = "00"
               DISPLAY "genidx.dat not available (status "
                       WS-INDEX-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-READ-GENERATION-RECORD
           IF WS-INDEX-FILE-STATUS NOT = "00"
               CLOSE GEN-INDEX-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Generation " WS-TARGET-GEN-NUMBER ": "
                   FUNCTION TRIM(GIX-EXTRACT-NAME) " / "
                   FUNCTION TRIM(GIX-TOTALS-NAME)
           DISPLAY "QUERY ID                       SEG      ROWS"
                   "   TRL-CNT TOTLS"
           PERFORM 320-SHOW-ONE-QUERY-ID
               UNTIL WS-INDEX-FILE-STATUS NOT = "00"
           CLOSE GEN-INDEX-FILE
           DISPLAY WS-ENTRY-COUNT " query id(s) in generation "
                   WS-TARGET-GEN-NUMBER.

       310-READ-GENERATION-RECORD.
      * Positions on the generation record itself; the query id
      * records follow it in key order.
           MOVE WS-TARGET-GEN-NUMBER TO GIX-GEN-NUMBER
           MOVE SPACES TO GIX-QUERY-ID
           READ GEN-INDEX-FILE
               INVALID KEY
                   DISPLAY "Generation " WS-TARGET-GEN-NUMBER
                           " is not on file"
                   MOVE "23" TO WS-INDEX-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ
           IF WS-INDEX-FILE-STATUS = "00"
                   AND NOT GIX-GENERATION-RECORD
               DISPLAY "Generation " WS-TARGET-GEN-NUMBER
                       " is not on file"
               MOVE "23" TO WS-INDEX-FILE-STATUS
           END-IF.

       320-SHOW-ONE-QUERY-ID.
           READ GEN-INDEX-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-INDEX-FILE-STATUS NOT = "00"
                   OR GQX-GEN-NUMBER NOT = WS-TARGET-GEN-NUMBER
      * Walked past this generation's records (or hit a read error)
      * - flag the status so the listing loop stops.
               MOVE "10" TO WS-INDEX-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-QUERY-ID-LINE
           MOVE GQX-QUERY-ID TO WS-QIL-QUERY-ID
           MOVE GQX-SEGMENT-COUNT TO WS-QIL-SEGMENTS
           MOVE GQX-ROWS-ON-FILE TO WS-QIL-ROWS-ON-FILE
           MOVE GQX-TRL-ROW-COUNT TO WS-QIL-TRL-ROW-COUNT
           MOVE GQX-TOTALS-RECORDS TO WS-QIL-TOTALS-RECORDS
           DISPLAY WS-QUERY-ID-LINE
           IF GQX-TRAILER-FLAG NOT = 'Y'
               DISPLAY "    no trailer - run did not complete"
           END-IF
           ADD 1 TO WS-ENTRY-COUNT.

      ***************************************************************
      * Pull one query id out of a generation and re-verify it.      *
      ***************************************************************
       400-PULL-QUERY-ID.
           DISPLAY "Generation number: " WITH NO ADVANCING
           ACCEPT WS-TARGET-GEN-NUMBER
           DISPLAY "Query id: " WITH NO ADVANCING
           ACCEPT WS-TARGET-QUERY-ID
           OPEN INPUT GEN-INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = "00"
               DISPLAY "genidx.dat not available (status "
                       WS-INDEX-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-READ-GENERATION-RECORD
           IF WS-INDEX-FILE-STATUS NOT = "00"
               CLOSE GEN-INDEX-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE GIX-EXTRACT-NAME TO WS-GEN-EXTRACT-NAME
           MOVE GIX-TOTALS-NAME TO WS-GEN-TOTALS-NAME
           MOVE WS-TARGET-GEN-NUMBER TO GQX-GEN-NUMBER
           MOVE WS-TARGET-QUERY-ID TO GQX-QUERY-ID
           READ GEN-INDEX-FILE
               INVALID KEY
                   MOVE "23" TO WS-INDEX-FILE-STATUS
           END-READ
           CLOSE GEN-INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = "00"
               DISPLAY WS-TARGET-QUERY-ID " is not in generation "
                       WS-TARGET-GEN-NUMBER " - nothing pulled"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GEN-EXTRACT-FILE
           IF WS-GEN-EXTRACT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-GEN-EXTRACT-NAME)
                       " not available (status "
                       WS-GEN-EXTRACT-STATUS ") - nothing pulled"
               EXIT PARAGRAPH
           END-IF
      * Both re-send files are opened before anything is copied - one
      * that cannot be still holds the previous pull's rows, and
      * SELBAL would certify those instead.
           OPEN OUTPUT RESEND-EXTRACT-FILE
           IF WS-RESEND-EXTRACT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-RESEND-EXTRACT-NAME)
                       " cannot be written (status "
                       WS-RESEND-EXTRACT-STATUS ") - nothing pulled"
               CLOSE GEN-EXTRACT-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RESEND-TOTALS-FILE
           IF WS-RESEND-TOTALS-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-RESEND-TOTALS-NAME)
                       " cannot be written (status "
                       WS-RESEND-TOTALS-STATUS ") - nothing pulled"
               CLOSE GEN-EXTRACT-FILE
               CLOSE RESEND-EXTRACT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-EXTRACT-COPIED
           SET WS-PULL-FAILED TO FALSE
           SET WS-IN-WANTED-ID TO FALSE
           PERFORM 410-PULL-ONE-EXTRACT-RECORD
               UNTIL WS-GEN-EXTRACT-STATUS NOT = "00"
                  OR WS-PULL-FAILED
           CLOSE GEN-EXTRACT-FILE
           CLOSE RESEND-EXTRACT-FILE

           MOVE ZERO TO WS-TOTALS-COPIED
           IF NOT WS-PULL-FAILED
               OPEN INPUT GEN-TOTALS-FILE
               IF WS-GEN-TOTALS-STATUS = "00"
                   PERFORM 420-PULL-ONE-TOTALS-RECORD
                       UNTIL WS-GEN-TOTALS-STATUS NOT = "00"
                          OR WS-PULL-FAILED
                   CLOSE GEN-TOTALS-FILE
               END-IF
           END-IF
           CLOSE RESEND-TOTALS-FILE
           IF WS-PULL-FAILED
               PERFORM 430-ABANDON-PULL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXTRACT-COPIED TO WS-COUNT-DISPLAY
           DISPLAY WS-COUNT-DISPLAY " extract record(s) to "
                   "selrsnd.dat"
           MOVE WS-TOTALS-COPIED TO WS-COUNT-DISPLAY
           DISPLAY WS-COUNT-DISPLAY " balancing record(s) to "
                   "selrsnt.dat"
           PERFORM 450-VERIFY-PULLED-FILES.

       410-PULL-ONE-EXTRACT-RECORD.
           READ GEN-EXTRACT-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-GEN-EXTRACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN XTR-HDR-TAG = "HDR   "
                   IF XTR-HDR-QUERY-ID = WS-TARGET-QUERY-ID
                       SET WS-IN-WANTED-ID TO TRUE
                   ELSE
                       SET WS-IN-WANTED-ID TO FALSE
                   END-IF
                   IF WS-IN-WANTED-ID
                       PERFORM 415-WRITE-PULLED-RECORD
                   END-IF
               WHEN XTR-TRL-TAG = "TRL   "
                   IF XTR-TRL-QUERY-ID = WS-TARGET-QUERY-ID
                       PERFORM 415-WRITE-PULLED-RECORD
                   END-IF
                   SET WS-IN-WANTED-ID TO FALSE
               WHEN WS-IN-WANTED-ID
                   PERFORM 415-WRITE-PULLED-RECORD
           END-EVALUATE.

       415-WRITE-PULLED-RECORD.
           MOVE GEN-EXTRACT-RECORD TO RESEND-EXTRACT-RECORD
           WRITE RESEND-EXTRACT-RECORD
           IF WS-RESEND-EXTRACT-STATUS NOT = "00"
               MOVE WS-RESEND-EXTRACT-NAME TO WS-FAILED-FILE-NAME
               MOVE WS-RESEND-EXTRACT-STATUS TO WS-FAILED-STATUS
               SET WS-PULL-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXTRACT-COPIED.

       420-PULL-ONE-TOTALS-RECORD.
           READ GEN-TOTALS-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-GEN-TOTALS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF TOT-QUERY-ID = WS-TARGET-QUERY-ID
               MOVE GEN-TOTALS-RECORD TO RESEND-TOTALS-RECORD
               WRITE RESEND-TOTALS-RECORD
               IF WS-RESEND-TOTALS-STATUS NOT = "00"
                   MOVE WS-RESEND-TOTALS-NAME TO WS-FAILED-FILE-NAME
                   MOVE WS-RESEND-TOTALS-STATUS TO WS-FAILED-STATUS
                   SET WS-PULL-FAILED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTALS-COPIED
           END-IF.

       430-ABANDON-PULL.
      * A re-send missing records would balance against nothing it
      * claims to be - both files go, exactly as a failed balance.
           CALL "FILEDEL" USING WS-RESEND-EXTRACT-NAME WS-DELETED-FLAG
           CALL "FILEDEL" USING WS-RESEND-TOTALS-NAME WS-DELETED-FLAG
           MOVE WS-TARGET-GEN-NUMBER TO WS-GEN-DISPLAY
           DISPLAY "RE-SEND WITHHELD: "
                   FUNCTION TRIM(WS-FAILED-FILE-NAME)
                   " write failed (status " WS-FAILED-STATUS ") - "
                   "selrsnd.dat/selrsnt.dat removed"
           MOVE SPACES TO WS-EVENT-TEXT
           STRING "re-send from generation " WS-GEN-DISPLAY
                  " withheld - write failed, status " WS-FAILED-STATUS
                  DELIMITED BY SIZE INTO WS-EVENT-TEXT
           CALL "EVTLOG" USING "GENMNT  " WS-TARGET-QUERY-ID
                                "2" "GENRSFAI" WS-EVENT-TEXT.

       450-VERIFY-PULLED-FILES.
      * SELBAL is CANCELled after each call so the next pull starts
      * it with fresh tables.
           MOVE WS-RESEND-EXTRACT-NAME TO SBR-EXTRACT-NAME
           MOVE WS-RESEND-TOTALS-NAME TO SBR-TOTALS-NAME
           MOVE ZERO TO SBR-CERT-PASSES
           MOVE ZERO TO SBR-CERT-INCOMPLETE
           MOVE ZERO TO SBR-CERT-FAILURES
           CALL "SELBAL"
           CANCEL "SELBAL"
           MOVE SPACES TO SBR-EXTRACT-NAME
           MOVE SPACES TO SBR-TOTALS-NAME
           MOVE WS-TARGET-GEN-NUMBER TO WS-GEN-DISPLAY
           MOVE SPACES TO WS-EVENT-TEXT
           EVALUATE TRUE
               WHEN SBR-CERT-FAILURES > ZERO
                   CALL "FILEDEL" USING WS-RESEND-EXTRACT-NAME
                                        WS-DELETED-FLAG
                   CALL "FILEDEL" USING WS-RESEND-TOTALS-NAME
                                        WS-DELETED-FLAG
                   DISPLAY "RE-SEND WITHHELD: generation "
                           WS-GEN-DISPLAY " failed balancing - "
                           "selrsnd.dat/selrsnt.dat removed"
                   STRING "re-send from generation " WS-GEN-DISPLAY
                          " withheld - failed balancing"
                          DELIMITED BY SIZE INTO WS-EVENT-TEXT
                   CALL "EVTLOG" USING "GENMNT  " WS-TARGET-QUERY-ID
                                        "2" "GENRSFAI" WS-EVENT-TEXT
               WHEN SBR-CERT-PASSES = ZERO
                   AND SBR-CERT-INCOMPLETE = ZERO
      * No certificate at all - no balancing records for the id in
      * that generation, so nothing could be proven either way.
                   DISPLAY "WARNING: no balancing certificate for "
                           WS-TARGET-QUERY-ID " - re-send files kept "
                           "unverified"
                   STRING "re-send from generation " WS-GEN-DISPLAY
                          " pulled unverified - no balancing records"
                          DELIMITED BY SIZE INTO WS-EVENT-TEXT
                   CALL "EVTLOG" USING "GENMNT  " WS-TARGET-QUERY-ID
                                        "2" "GENRSUNV" WS-EVENT-TEXT
               WHEN SBR-CERT-INCOMPLETE > ZERO
                   DISPLAY "WARNING: generation " WS-GEN-DISPLAY
                           " certificate INCOMPLETE - re-send files "
                           "kept, check the columns above"
                   STRING "re-send from generation " WS-GEN-DISPLAY
                          " pulled - balancing incomplete"
                          DELIMITED BY SIZE INTO WS-EVENT-TEXT
                   CALL "EVTLOG" USING "GENMNT  " WS-TARGET-QUERY-ID
                                        "2" "GENRSINC" WS-EVENT-TEXT
               WHEN OTHER
                   DISPLAY "Re-send ready: selrsnd.dat/selrsnt.dat "
                           "from generation " WS-GEN-DISPLAY
                   STRING "re-send from generation " WS-GEN-DISPLAY
                          " pulled - balancing passed"
                          DELIMITED BY SIZE INTO WS-EVENT-TEXT
                   CALL "EVTLOG" USING "GENMNT  " WS-TARGET-QUERY-ID
                                        "3" "GENRSEND" WS-EVENT-TEXT
           END-EVALUATE.
