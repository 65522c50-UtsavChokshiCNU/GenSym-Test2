      ***************************************************************
      * GENCAT : Generation catalog for the nightly extract and      *
      *          balancing-totals files.                             *
      *                                                               *
      * Every run appends to the same selextr.dat and seltotl.dat,    *
      * and once they were transmitted and cleared there was no copy  *
      * of what was actually sent - "your Tuesday file was wrong",    *
      * three weeks on, could only be answered by rerunning the       *
      * query against today's data. LK-ACTION = "ARCH" (run at the    *
      * end of each playlist run) copies both files, as they stand,   *
      * to a new numbered generation:                                 *
      *                                                               *
      *     selextr.Gnnnnnnn.dat    seltotl.Gnnnnnnn.dat              *
      *                                                               *
      * and records it on genidx.dat, indexed by generation number    *
      * plus query id:                                                *
      *   - one 'G' record per generation (query id blank) - run      *
      *     timestamp, the two archive file names, record counts and *
      *     the number of query ids in it;                           *
      *   - one 'Q' record per query id found on the extract's        *
      *     "HDR   "/"TRL   " batch records (see selxtr.cob) - run    *
      *     segments, data rows on file, the trailer's claimed row   *
      *     count, and the balancing records it has on the totals    *
      *     file;                                                     *
      *   - one 'C' control record (generation zero) holding the      *
      *     last generation number issued.                           *
      *                                                               *
      * Retention comes off the run control card (runctl.dat, the     *
      * KEYWORD=VALUE card bndparm.cob reads): GENKEEP=n keeps the    *
      * newest n generations, GENDAYS=n keeps every generation run    *
      * within the last n days. With both, a generation is kept when *
      * EITHER rule keeps it - the card can only lengthen what is     *
      * held, never shorten it by accident. With neither, the newest *
      * 7 generations are kept. An expired generation has both        *
      * archive files deleted (see filedel.cob) and its index         *
      * records removed. The generation just written is never         *
      * purged. LK-ACTION = "PURG" applies retention alone - the      *
      * GENMNT operator utility offers it after a card change.        *
      *                                                               *
      * An archive copy that cannot be opened or written in full      *
      * (disk full, permissions) is not a generation: both partial    *
      * files are deleted, nothing is indexed, a severity-1 GENFAIL   *
      * event goes to evtfeed.dat and retention is not applied on     *
      * that run - the older generations are all there is.            *
      *                                                               *
      * The archive is a copy: the live files are left exactly as     *
      * the transmission step expects them. Pulling one query id      *
      * back out of a generation for re-sending is GENMNT's job.      *
      *                                                               *
      * Index layout mirrored in genmnt.cob - keep the two in step    *
      * by hand, the same convention as qrymnt.cob.                   *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-INDEX-FILE ASSIGN TO "genidx.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GIX-KEY
               FILE STATUS WS-INDEX-FILE-STATUS.
           SELECT SEL-EXTRACT-FILE ASSIGN TO "selextr.dat"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-EXTRACT-FILE-STATUS.
           SELECT SEL-TOTALS-FILE ASSIGN TO "seltotl.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TOTALS-FILE-STATUS.
           SELECT GEN-EXTRACT-FILE ASSIGN TO DYNAMIC WS-GEN-EXTRACT-NAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-GEN-EXTRACT-STATUS.
           SELECT GEN-TOTALS-FILE ASSIGN TO DYNAMIC WS-GEN-TOTALS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GEN-TOTALS-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RUNCTL-FILE-STATUS.

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
      * The per-query-id view of the same record area.
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

       FD  SEL-EXTRACT-FILE
           RECORD CONTAINS 6000 CHARACTERS.
       01  SEL-EXTRACT-RECORD             PIC X(6000).
      * Batch-separation records - mirrors selxtr.cob's layouts,
      * keep in step by hand.
       01  XTR-HEADER-RECORD.
           02  XTR-HDR-TAG                PIC X(6).
           02  XTR-HDR-QUERY-ID           PIC X(30).
           02  XTR-HDR-START-TS           PIC X(26).
           02  XTR-HDR-COL-COUNT          PIC 9(3).
           02  FILLER                     PIC X(5935).
       01  XTR-TRAILER-RECORD.
           02  XTR-TRL-TAG                PIC X(6).
           02  XTR-TRL-QUERY-ID           PIC X(30).
           02  XTR-TRL-ROW-COUNT          PIC 9(9).
           02  FILLER                     PIC X(5955).

       FD  SEL-TOTALS-FILE.
       01  SEL-TOTALS-RECORD.
      * Only the query id is read - the rest of coltot.cob's
      * balancing detail is carried through untouched.
           02  TOT-QUERY-ID               PIC X(30).
           02  FILLER                     PIC X(170).

       FD  GEN-EXTRACT-FILE
           RECORD CONTAINS 6000 CHARACTERS.
       01  GEN-EXTRACT-RECORD             PIC X(6000).

       FD  GEN-TOTALS-FILE.
       01  GEN-TOTALS-RECORD              PIC X(200).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INDEX-FILE-STATUS           PIC XX.
       01  WS-EXTRACT-FILE-STATUS         PIC XX.
       01  WS-TOTALS-FILE-STATUS          PIC XX.
       01  WS-GEN-EXTRACT-STATUS          PIC XX.
       01  WS-GEN-TOTALS-STATUS           PIC XX.
       01  WS-RUNCTL-FILE-STATUS          PIC XX.
       01  WS-EVENT-TEXT                  PIC X(80).
       01  WS-EVENT-OBJECT-ID             PIC X(30) VALUE "genidx.dat".
       01  WS-COUNT-DISPLAY               PIC ZZZZZZZZ9.
       01  WS-GEN-DISPLAY                 PIC 9(7).

      * Archive file names - the generation number rides in the
      * middle so a directory listing sorts them in run order.
       01  WS-GEN-EXTRACT-NAME            PIC X(64).
       01  WS-GEN-TOTALS-NAME             PIC X(64).
       01  WS-NEW-GEN-NUMBER              PIC 9(7).
       01  WS-RUN-TIMESTAMP               PIC X(26).
       01  WS-EXTRACT-RECORDS             PIC S9(9) COMP-5.
       01  WS-TOTALS-RECORDS              PIC S9(9) COMP-5.
       01  WS-DELETED-FLAG                PIC X.
       01  WS-ARCHIVE-FLAG                PIC X VALUE 'N'.
           88  WS-ARCHIVE-FAILED             VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-FAILED-FILE-NAME            PIC X(64).
       01  WS-FAILED-STATUS               PIC XX.

      * Query ids found on tonight's files, with what each holds.
       01  WS-MAX-IDS                     PIC S9(9) COMP-5 VALUE 200.
       01  WS-ID-COUNT                    PIC S9(9) COMP-5.
       01  WS-ID-INDEX                    PIC S9(9) COMP-5.
       01  WS-FOUND-INDEX                 PIC S9(9) COMP-5.
       01  WS-CURRENT-INDEX               PIC S9(9) COMP-5.
       01  WS-LOOKUP-QUERY-ID             PIC X(30).
       01  WS-ID-TABLE.
           02  WS-IDT-ENTRY               OCCURS 200 TIMES.
               03  WS-IDT-QUERY-ID        PIC X(30).
               03  WS-IDT-SEGMENTS        PIC S9(9) COMP-5.
               03  WS-IDT-ROWS            PIC S9(9) COMP-5.
               03  WS-IDT-TRAILER-FLAG    PIC X.
               03  WS-IDT-TRL-COUNT       PIC S9(9) COMP-5.
               03  WS-IDT-TOTALS          PIC S9(9) COMP-5.

      * Retention settings off the run control card.
       01  WS-CTL-KEYWORD                 PIC X(20).
       01  WS-CTL-VALUE                   PIC X(59).
       01  WS-CARD-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-CONTROL-CARD-AT-END        VALUE 'Y'.
       01  WS-KEEP-GENERATIONS            PIC S9(9) COMP-5.
       01  WS-KEEP-DAYS                   PIC S9(9) COMP-5.
       01  WS-DEFAULT-KEEP-GENERATIONS    PIC S9(9) COMP-5 VALUE 7.

      * Generations on the index, oldest first, for the retention
      * pass - collected before any is purged so the walk is never
      * deleting under its own feet.
       01  WS-MAX-GENS                    PIC S9(9) COMP-5 VALUE 2000.
       01  WS-GEN-COUNT                   PIC S9(9) COMP-5.
       01  WS-GEN-INDEX                   PIC S9(9) COMP-5.
       01  WS-GEN-TABLE.
           02  WS-GT-ENTRY                OCCURS 2000 TIMES.
               03  WS-GT-GEN-NUMBER       PIC 9(7).
               03  WS-GT-RUN-DATE         PIC 9(8).
               03  WS-GT-EXTRACT-NAME     PIC X(40).
               03  WS-GT-TOTALS-NAME      PIC X(40).
       01  WS-TODAY-INTEGER               PIC S9(9) COMP-5.
       01  WS-GEN-AGE-DAYS                PIC S9(9) COMP-5.
       01  WS-PURGE-GEN-NUMBER            PIC 9(7).
       01  WS-PURGED-COUNT                PIC S9(9) COMP-5.
       01  WS-KEEP-FLAG                   PIC X.
           88  WS-KEEP-GENERATION            VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

       LINKAGE SECTION.
       01  LK-ACTION                      PIC X(4).

       PROCEDURE DIVISION USING LK-ACTION.

       000-MAIN.
           OPEN I-O GEN-INDEX-FILE
           IF WS-INDEX-FILE-STATUS = "35"
               OPEN OUTPUT GEN-INDEX-FILE
               CLOSE GEN-INDEX-FILE
               OPEN I-O GEN-INDEX-FILE
           END-IF
           IF WS-INDEX-FILE-STATUS NOT = "00"
               DISPLAY "GENCAT: genidx.dat not available (status "
                       WS-INDEX-FILE-STATUS ") - no generation "
                       "archived"
               MOVE "generation index not available - nothing "
                   TO WS-EVENT-TEXT
               CALL "EVTLOG" USING "GENCAT  " WS-EVENT-OBJECT-ID "2"
                                    "GENNOIDX" WS-EVENT-TEXT
               GOBACK
           END-IF
           PERFORM 050-READ-RETENTION-CARD
           MOVE ZERO TO WS-NEW-GEN-NUMBER
           EVALUATE LK-ACTION
               WHEN "ARCH"
                   PERFORM 100-ARCHIVE-GENERATION
                   IF NOT WS-ARCHIVE-FAILED
                       PERFORM 500-APPLY-RETENTION
                   END-IF
               WHEN "PURG"
                   PERFORM 500-APPLY-RETENTION
           END-EVALUATE
           CLOSE GEN-INDEX-FILE
           GOBACK.

       050-READ-RETENTION-CARD.
      * The same card-reading idiom as bndparm.cob - only the
      * GENKEEP/GENDAYS lines matter here.
           MOVE ZERO TO WS-KEEP-GENERATIONS
           MOVE ZERO TO WS-KEEP-DAYS
           MOVE 'N' TO WS-CARD-EOF-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               PERFORM 060-READ-RETENTION-LINE
                   UNTIL WS-CONTROL-CARD-AT-END
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-KEEP-GENERATIONS = ZERO AND WS-KEEP-DAYS = ZERO
               MOVE WS-DEFAULT-KEEP-GENERATIONS TO WS-KEEP-GENERATIONS
           END-IF.

       060-READ-RETENTION-LINE.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-CONTROL-CARD-AT-END TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
           UNSTRING RUN-CONTROL-LINE DELIMITED BY "="
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           EVALUATE WS-CTL-KEYWORD
               WHEN "GENKEEP"
                   IF FUNCTION TEST-NUMVAL(WS-CTL-VALUE) = ZERO
                       COMPUTE WS-KEEP-GENERATIONS =
                               FUNCTION NUMVAL(WS-CTL-VALUE)
                   ELSE
                       DISPLAY "GENCAT: GENKEEP value on run control "
                               "card is not a number - ignored"
                   END-IF
               WHEN "GENDAYS"
                   IF FUNCTION TEST-NUMVAL(WS-CTL-VALUE) = ZERO
                       COMPUTE WS-KEEP-DAYS =
                               FUNCTION NUMVAL(WS-CTL-VALUE)
                   ELSE
                       DISPLAY "GENCAT: GENDAYS value on run control "
                               "card is not a number - ignored"
                   END-IF
           END-EVALUATE.

      ***************************************************************
      * Archive tonight's files as the next generation.              *
      ***************************************************************
       100-ARCHIVE-GENERATION.
           SET WS-ARCHIVE-FAILED TO FALSE
           MOVE ZERO TO GIX-GEN-NUMBER
           MOVE SPACES TO GIX-QUERY-ID
           READ GEN-INDEX-FILE
               INVALID KEY
                   MOVE SPACES TO GEN-INDEX-RECORD
                   MOVE ZERO TO GIX-GEN-NUMBER
                   MOVE 'C' TO GIX-RECORD-TYPE
                   MOVE ZERO TO GIX-LAST-GEN-NUMBER
                   WRITE GEN-INDEX-RECORD
           END-READ
           COMPUTE WS-NEW-GEN-NUMBER = GIX-LAST-GEN-NUMBER + 1
           MOVE WS-NEW-GEN-NUMBER TO WS-GEN-DISPLAY
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE SPACES TO WS-GEN-EXTRACT-NAME WS-GEN-TOTALS-NAME
           STRING "selextr.G" WS-GEN-DISPLAY ".dat"
                  DELIMITED BY SIZE INTO WS-GEN-EXTRACT-NAME
           STRING "seltotl.G" WS-GEN-DISPLAY ".dat"
                  DELIMITED BY SIZE INTO WS-GEN-TOTALS-NAME
           MOVE ZERO TO WS-ID-COUNT
           MOVE ZERO TO WS-EXTRACT-RECORDS
           MOVE ZERO TO WS-TOTALS-RECORDS

           OPEN INPUT SEL-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "GENCAT: selextr.dat not available (status "
                       WS-EXTRACT-FILE-STATUS ") - no generation "
                       "archived"
               MOVE ZERO TO WS-NEW-GEN-NUMBER
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GEN-EXTRACT-FILE
           IF WS-GEN-EXTRACT-STATUS NOT = "00"
               MOVE WS-GEN-EXTRACT-NAME TO WS-FAILED-FILE-NAME
               MOVE WS-GEN-EXTRACT-STATUS TO WS-FAILED-STATUS
               CLOSE SEL-EXTRACT-FILE
               PERFORM 150-ABANDON-GENERATION
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CURRENT-INDEX
           PERFORM 110-COPY-ONE-EXTRACT-RECORD
               UNTIL WS-EXTRACT-FILE-STATUS NOT = "00"
                  OR WS-ARCHIVE-FAILED
           CLOSE SEL-EXTRACT-FILE
           CLOSE GEN-EXTRACT-FILE
           IF WS-ARCHIVE-FAILED
               PERFORM 150-ABANDON-GENERATION
               EXIT PARAGRAPH
           END-IF

      * No totals file is still an archivable night (a playlist of
      * non-query entries writes none) - the generation records it
      * with zero totals records.
           OPEN OUTPUT GEN-TOTALS-FILE
           IF WS-GEN-TOTALS-STATUS NOT = "00"
               MOVE WS-GEN-TOTALS-NAME TO WS-FAILED-FILE-NAME
               MOVE WS-GEN-TOTALS-STATUS TO WS-FAILED-STATUS
               PERFORM 150-ABANDON-GENERATION
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SEL-TOTALS-FILE
           IF WS-TOTALS-FILE-STATUS = "00"
               PERFORM 130-COPY-ONE-TOTALS-RECORD
                   UNTIL WS-TOTALS-FILE-STATUS NOT = "00"
                      OR WS-ARCHIVE-FAILED
               CLOSE SEL-TOTALS-FILE
           END-IF
           CLOSE GEN-TOTALS-FILE
           IF WS-ARCHIVE-FAILED
               PERFORM 150-ABANDON-GENERATION
               EXIT PARAGRAPH
           END-IF

           PERFORM 200-RECORD-GENERATION
           MOVE WS-EXTRACT-RECORDS TO WS-COUNT-DISPLAY
           DISPLAY "GENCAT: generation " WS-GEN-DISPLAY " archived - "
                   WS-COUNT-DISPLAY " extract record(s), "
                   WS-ID-COUNT " query id(s)".

       110-COPY-ONE-EXTRACT-RECORD.
           READ SEL-EXTRACT-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SEL-EXTRACT-RECORD TO GEN-EXTRACT-RECORD
           WRITE GEN-EXTRACT-RECORD
           IF WS-GEN-EXTRACT-STATUS NOT = "00"
               MOVE WS-GEN-EXTRACT-NAME TO WS-FAILED-FILE-NAME
               MOVE WS-GEN-EXTRACT-STATUS TO WS-FAILED-STATUS
               SET WS-ARCHIVE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXTRACT-RECORDS
      * Attribute as SELBAL does - a header switches the id in
      * flight, a trailer closes it, rows between belong to it.
           EVALUATE TRUE
               WHEN XTR-HDR-TAG = "HDR   "
                   MOVE XTR-HDR-QUERY-ID TO WS-LOOKUP-QUERY-ID
                   PERFORM 120-FIND-ID-ENTRY
                   MOVE WS-FOUND-INDEX TO WS-CURRENT-INDEX
                   IF WS-CURRENT-INDEX > ZERO
                       ADD 1 TO WS-IDT-SEGMENTS(WS-CURRENT-INDEX)
                   END-IF
               WHEN XTR-TRL-TAG = "TRL   "
                   MOVE XTR-TRL-QUERY-ID TO WS-LOOKUP-QUERY-ID
                   PERFORM 120-FIND-ID-ENTRY
                   IF WS-FOUND-INDEX > ZERO
                       MOVE 'Y' TO WS-IDT-TRAILER-FLAG(WS-FOUND-INDEX)
                       IF XTR-TRL-ROW-COUNT IS NUMERIC
                           MOVE XTR-TRL-ROW-COUNT
                               TO WS-IDT-TRL-COUNT(WS-FOUND-INDEX)
                       END-IF
                   END-IF
                   MOVE ZERO TO WS-CURRENT-INDEX
               WHEN WS-CURRENT-INDEX > ZERO
                   ADD 1 TO WS-IDT-ROWS(WS-CURRENT-INDEX)
           END-EVALUATE.

       120-FIND-ID-ENTRY.
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING WS-ID-INDEX FROM 1 BY 1
                   UNTIL WS-ID-INDEX > WS-ID-COUNT
                      OR WS-FOUND-INDEX > ZERO
               IF WS-IDT-QUERY-ID(WS-ID-INDEX) = WS-LOOKUP-QUERY-ID
                   MOVE WS-ID-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-ID-COUNT >= WS-MAX-IDS
               DISPLAY "GENCAT: WARNING: more than " WS-MAX-IDS
                       " query ids on the extract - "
                       WS-LOOKUP-QUERY-ID " not indexed"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ID-COUNT
           MOVE WS-ID-COUNT TO WS-FOUND-INDEX
           MOVE WS-LOOKUP-QUERY-ID TO WS-IDT-QUERY-ID(WS-FOUND-INDEX)
           MOVE ZERO TO WS-IDT-SEGMENTS(WS-FOUND-INDEX)
           MOVE ZERO TO WS-IDT-ROWS(WS-FOUND-INDEX)
           MOVE 'N' TO WS-IDT-TRAILER-FLAG(WS-FOUND-INDEX)
           MOVE ZERO TO WS-IDT-TRL-COUNT(WS-FOUND-INDEX)
           MOVE ZERO TO WS-IDT-TOTALS(WS-FOUND-INDEX).

       130-COPY-ONE-TOTALS-RECORD.
           READ SEL-TOTALS-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-TOTALS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SEL-TOTALS-RECORD TO GEN-TOTALS-RECORD
           WRITE GEN-TOTALS-RECORD
           IF WS-GEN-TOTALS-STATUS NOT = "00"
               MOVE WS-GEN-TOTALS-NAME TO WS-FAILED-FILE-NAME
               MOVE WS-GEN-TOTALS-STATUS TO WS-FAILED-STATUS
               SET WS-ARCHIVE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTALS-RECORDS
           IF TOT-QUERY-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TOT-QUERY-ID TO WS-LOOKUP-QUERY-ID
           PERFORM 120-FIND-ID-ENTRY
           IF WS-FOUND-INDEX > ZERO
               ADD 1 TO WS-IDT-TOTALS(WS-FOUND-INDEX)
           END-IF.

       150-ABANDON-GENERATION.
      * A partial copy must not pass for the night's archive - drop
      * both files and leave the number unissued (the control record
      * is only advanced by 200), so the next run reuses it.
           SET WS-ARCHIVE-FAILED TO TRUE
           DISPLAY "GENCAT: " FUNCTION TRIM(WS-FAILED-FILE-NAME)
                   " could not be written (status " WS-FAILED-STATUS
                   ") - no generation archived"
           CALL "FILEDEL" USING WS-GEN-EXTRACT-NAME WS-DELETED-FLAG
           CALL "FILEDEL" USING WS-GEN-TOTALS-NAME WS-DELETED-FLAG
           MOVE ZERO TO WS-NEW-GEN-NUMBER
           MOVE SPACES TO WS-EVENT-TEXT
           STRING "archive copy failed, status " DELIMITED BY SIZE
                  WS-FAILED-STATUS DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-FAILED-FILE-NAME DELIMITED BY SPACE
                  "; nothing archived" DELIMITED BY SIZE
                  INTO WS-EVENT-TEXT
           CALL "EVTLOG" USING "GENCAT  " WS-EVENT-OBJECT-ID "1"
                                "GENFAIL " WS-EVENT-TEXT.

       200-RECORD-GENERATION.
           MOVE SPACES TO GEN-INDEX-RECORD
           MOVE WS-NEW-GEN-NUMBER TO GIX-GEN-NUMBER
           MOVE 'G' TO GIX-RECORD-TYPE
           MOVE WS-RUN-TIMESTAMP TO GIX-RUN-TIMESTAMP
           MOVE WS-GEN-EXTRACT-NAME TO GIX-EXTRACT-NAME
           MOVE WS-GEN-TOTALS-NAME TO GIX-TOTALS-NAME
           MOVE WS-EXTRACT-RECORDS TO GIX-EXTRACT-RECORDS
           MOVE WS-TOTALS-RECORDS TO GIX-TOTALS-RECORDS
           MOVE WS-ID-COUNT TO GIX-ID-COUNT
           MOVE ZERO TO GIX-LAST-GEN-NUMBER
           WRITE GEN-INDEX-RECORD
               INVALID KEY
                   REWRITE GEN-INDEX-RECORD
           END-WRITE
           PERFORM 210-RECORD-ONE-QUERY-ID
               VARYING WS-ID-INDEX FROM 1 BY 1
               UNTIL WS-ID-INDEX > WS-ID-COUNT
      * Advance the control record last - a crash part-way through
      * leaves the number unissued, and the next run reuses it over
      * the half-written generation.
           MOVE ZERO TO GIX-GEN-NUMBER
           MOVE SPACES TO GIX-QUERY-ID
           READ GEN-INDEX-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE 'C' TO GIX-RECORD-TYPE
           MOVE WS-NEW-GEN-NUMBER TO GIX-LAST-GEN-NUMBER
           REWRITE GEN-INDEX-RECORD
               INVALID KEY
                   WRITE GEN-INDEX-RECORD
           END-REWRITE.

       210-RECORD-ONE-QUERY-ID.
           MOVE SPACES TO GEN-QUERY-RECORD
           MOVE WS-NEW-GEN-NUMBER TO GQX-GEN-NUMBER
           MOVE WS-IDT-QUERY-ID(WS-ID-INDEX) TO GQX-QUERY-ID
           MOVE 'Q' TO GQX-RECORD-TYPE
           MOVE WS-IDT-SEGMENTS(WS-ID-INDEX) TO GQX-SEGMENT-COUNT
           MOVE WS-IDT-ROWS(WS-ID-INDEX) TO GQX-ROWS-ON-FILE
           MOVE WS-IDT-TRAILER-FLAG(WS-ID-INDEX) TO GQX-TRAILER-FLAG
           MOVE WS-IDT-TRL-COUNT(WS-ID-INDEX) TO GQX-TRL-ROW-COUNT
           MOVE WS-IDT-TOTALS(WS-ID-INDEX) TO GQX-TOTALS-RECORDS
           WRITE GEN-QUERY-RECORD
               INVALID KEY
                   REWRITE GEN-QUERY-RECORD
           END-WRITE.

      ***************************************************************
      * Retention: keep the newest GENKEEP generations and/or those  *
      * run within GENDAYS days; purge the rest.                     *
      ***************************************************************
       500-APPLY-RETENTION.
           MOVE ZERO TO WS-GEN-COUNT
           MOVE ZERO TO WS-PURGED-COUNT
           MOVE 1 TO GIX-GEN-NUMBER
           MOVE SPACES TO GIX-QUERY-ID
           START GEN-INDEX-FILE KEY NOT < GIX-KEY
               INVALID KEY
                   MOVE "10" TO WS-INDEX-FILE-STATUS
           END-START
           PERFORM 510-COLLECT-ONE-GENERATION
               UNTIL WS-INDEX-FILE-STATUS NOT = "00"
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           PERFORM 520-CHECK-ONE-GENERATION
               VARYING WS-GEN-INDEX FROM 1 BY 1
               UNTIL WS-GEN-INDEX > WS-GEN-COUNT
           IF WS-PURGED-COUNT > ZERO
               MOVE WS-PURGED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "GENCAT: " WS-COUNT-DISPLAY " expired "
                       "generation(s) purged"
               MOVE SPACES TO WS-EVENT-TEXT
               STRING WS-COUNT-DISPLAY " expired extract "
                      "generation(s) purged" DELIMITED BY SIZE
                      INTO WS-EVENT-TEXT
               CALL "EVTLOG" USING "GENCAT  " WS-EVENT-OBJECT-ID "3"
                                    "GENPURGE" WS-EVENT-TEXT
           END-IF.

       510-COLLECT-ONE-GENERATION.
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
           IF WS-GEN-COUNT >= WS-MAX-GENS
      * Only the oldest WS-MAX-GENS are considered this pass - the
      * rest are newer still and come due on a later run.
               MOVE "10" TO WS-INDEX-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GEN-COUNT
           MOVE GIX-GEN-NUMBER TO WS-GT-GEN-NUMBER(WS-GEN-COUNT)
           IF GIX-RUN-TIMESTAMP(1:8) IS NUMERIC
               MOVE GIX-RUN-TIMESTAMP(1:8)
                   TO WS-GT-RUN-DATE(WS-GEN-COUNT)
           ELSE
               MOVE ZERO TO WS-GT-RUN-DATE(WS-GEN-COUNT)
           END-IF
           MOVE GIX-EXTRACT-NAME TO WS-GT-EXTRACT-NAME(WS-GEN-COUNT)
           MOVE GIX-TOTALS-NAME TO WS-GT-TOTALS-NAME(WS-GEN-COUNT).

       520-CHECK-ONE-GENERATION.
           SET WS-KEEP-GENERATION TO FALSE
           IF WS-GT-GEN-NUMBER(WS-GEN-INDEX) = WS-NEW-GEN-NUMBER
               SET WS-KEEP-GENERATION TO TRUE
           END-IF
      * Table is oldest first: the newest GENKEEP sit at the end.
           IF WS-KEEP-GENERATIONS > ZERO
                   AND WS-GEN-INDEX > WS-GEN-COUNT - WS-KEEP-GENERATIONS
               SET WS-KEEP-GENERATION TO TRUE
           END-IF
           IF WS-KEEP-DAYS > ZERO
               IF WS-GT-RUN-DATE(WS-GEN-INDEX) = ZERO
      * An unreadable run date cannot be aged - keep it rather than
      * purge on a guess.
                   SET WS-KEEP-GENERATION TO TRUE
               ELSE
                   COMPUTE WS-GEN-AGE-DAYS = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(
                             WS-GT-RUN-DATE(WS-GEN-INDEX))
                   IF WS-GEN-AGE-DAYS < WS-KEEP-DAYS
                       SET WS-KEEP-GENERATION TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-KEEP-GENERATION
               PERFORM 530-PURGE-GENERATION
           END-IF.

       530-PURGE-GENERATION.
           MOVE WS-GT-GEN-NUMBER(WS-GEN-INDEX) TO WS-PURGE-GEN-NUMBER
           MOVE WS-GT-EXTRACT-NAME(WS-GEN-INDEX) TO WS-GEN-EXTRACT-NAME
           CALL "FILEDEL" USING WS-GEN-EXTRACT-NAME WS-DELETED-FLAG
           MOVE WS-GT-TOTALS-NAME(WS-GEN-INDEX) TO WS-GEN-TOTALS-NAME
           CALL "FILEDEL" USING WS-GEN-TOTALS-NAME WS-DELETED-FLAG
           MOVE WS-PURGE-GEN-NUMBER TO GIX-GEN-NUMBER
           MOVE SPACES TO GIX-QUERY-ID
           START GEN-INDEX-FILE KEY NOT < GIX-KEY
               INVALID KEY
                   MOVE "10" TO WS-INDEX-FILE-STATUS
           END-START
           PERFORM 540-DELETE-ONE-INDEX-RECORD
               UNTIL WS-INDEX-FILE-STATUS NOT = "00"
           ADD 1 TO WS-PURGED-COUNT.

       540-DELETE-ONE-INDEX-RECORD.
           READ GEN-INDEX-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-INDEX-FILE-STATUS NOT = "00"
                   OR GIX-GEN-NUMBER NOT = WS-PURGE-GEN-NUMBER
      * Walked past this generation's records (or hit a read error)
      * - flag the status so the delete loop stops.
               MOVE "10" TO WS-INDEX-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           DELETE GEN-INDEX-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
