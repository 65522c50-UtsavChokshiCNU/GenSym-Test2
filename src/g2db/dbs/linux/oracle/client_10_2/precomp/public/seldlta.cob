      ***************************************************************
      * SELDLTA : Day-over-day delta extract (insert/update/delete)  *
      *           off selextr.dat.                                   *
      *                                                               *
      * Every playlist run ships a query id's full result set on      *
      * selextr.dat, and the consumers that only want what changed    *
      * since the last cycle were diffing it themselves. This         *
      * program does the diff once, here: tonight's rows for an id    *
      * are matched against the previous cycle's rows for the same    *
      * id on the key columns designated for that id (seldkey.dat,    *
      * maintained through DLTKMNT - column sequences as sellayt.dat  *
      * numbers them), and every row that appeared, changed or        *
      * disappeared is written to seldlta.dat with an action code of  *
      * 'I', 'U' or 'D'. An unchanged row is not written at all.      *
      *                                                               *
      * The previous cycle is held on seldbase.dat, indexed by query  *
      * id plus the row's key value, so the extract file itself can   *
      * be transmitted and cleared as before. Each run stamps every   *
      * baseline row it matched with the run timestamp; a baseline    *
      * row left unstamped once tonight's rows are through was not    *
      * in tonight's result set, and is written as the delete and     *
      * dropped. The key value is each key column's slot text,        *
      * trailing blanks off, behind a 2-digit length - so "AB"+"C"   *
      * and "A"+"BC" can never collide.                               *
      *                                                               *
      * The select list is part of the bargain: seldkey.dat also      *
      * carries a snapshot of the id's sellayt.dat column set (name,  *
      * type, precision, scale per sequence) as it stood when the     *
      * baseline was taken. If tonight's layout differs from the      *
      * snapshot, the id is REFUSED with the reason - which column    *
      * changed, or how the column count moved - rather than shipping *
      * a bogus "every row changed" delta; the refusal also goes to   *
      * evtfeed.dat. The same goes for an id whose run on the extract *
      * never wrote its trailer, an extract holding two completed     *
      * runs for the id, or a key column beyond the select list.      *
      * Once the consumer has agreed the new layout, the operator     *
      * answers Y to the rebaseline prompt: the id's baseline is      *
      * replaced with tonight's rows and the new layout snapshot, and *
      * no delta is written for that cycle. An id's first cycle (no   *
      * snapshot, no baseline rows) writes every row as an insert.    *
      *                                                               *
      * Delta file: 6001-byte records. A data record is the extract   *
      * row exactly as selextr.dat holds it - so sellayt.dat's slot   *
      * offsets apply unchanged - followed by the action code in      *
      * byte 6001. Each id's deltas are bracketed by a "HDR   "       *
      * header (query id, run timestamp, the previous cycle's         *
      * timestamp, column count) and a "TRL   " trailer, and both     *
      * carry the insert/update/delete/unchanged counts; data         *
      * records begin 'Y'/'N' like the extract's own, so the tags     *
      * stay unambiguous. The rows are staged on seldwork.dat first   *
      * so the header can state the counts before the first row.     *
      * Both files are opened before the id's baseline is touched -   *
      * if either cannot be, the id is refused and its baseline left  *
      * as it was, so the cycle's changes are not lost.               *
      *                                                               *
      * Answering the query id prompt with blank runs every id that   *
      * has key columns on seldkey.dat, one batch per id.             *
      *                                                               *
      * Record layouts mirror selxtr.cob's SEL-EXTRACT-RECORD and     *
      * batch-separation records, sellayt.cob's SEL-LAYOUT-RECORD and *
      * dltkmnt.cob's DLT-KEY-RECORD - keep them in step by hand, the *
      * same convention the suite uses for WS-MAX-SELECT-ITEMS.       *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELDLTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLT-KEY-FILE ASSIGN TO "seldkey.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DKY-QUERY-ID
               FILE STATUS WS-KEY-FILE-STATUS.
           SELECT DLT-BASE-FILE ASSIGN TO "seldbase.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BAS-KEY
               FILE STATUS WS-BASE-FILE-STATUS.
           SELECT SEL-LAYOUT-FILE ASSIGN TO "sellayt.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LAY-KEY
               FILE STATUS WS-LAYOUT-FILE-STATUS.
           SELECT SEL-EXTRACT-FILE ASSIGN TO "selextr.dat"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-EXTRACT-FILE-STATUS.
           SELECT DLT-WORK-FILE ASSIGN TO "seldwork.dat"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-WORK-FILE-STATUS.
           SELECT DLT-DELTA-FILE ASSIGN TO "seldlta.dat"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-DELTA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DLT-KEY-FILE.
      * Layout shared with dltkmnt.cob - keep the two in step by hand.
      * A snapshot column count of zero means no baseline has been
      * taken under the current key columns.
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

       FD  DLT-BASE-FILE.
       01  DLT-BASE-RECORD.
           02  BAS-KEY.
               03  BAS-QUERY-ID           PIC X(30).
               03  BAS-KEY-VALUE          PIC X(305).
           02  BAS-CYCLE-TS               PIC X(26).
           02  BAS-ROW                    PIC X(6000).

      * Layout mirrors sellayt.cob's SEL-LAYOUT-RECORD, prefix-plus-
      * FILLER (the same convention as chkmnt.cob) - only the fields
      * the layout compare needs are named. Keep the total length in
      * step by hand.
       FD  SEL-LAYOUT-FILE.
       01  SEL-LAYOUT-RECORD.
           02  LAY-KEY.
               03  LAY-QUERY-ID           PIC X(30).
               03  LAY-COL-SEQ            PIC 9(3).
           02  LAY-COL-NAME               PIC X(30).
           02  LAY-COL-TYPE               PIC 9(5).
           02  LAY-PRECISION              PIC S9(5) SIGN LEADING
                                              SEPARATE.
           02  LAY-SCALE                  PIC S9(5) SIGN LEADING
                                              SEPARATE.
           02  FILLER                     PIC X(40).

       FD  SEL-EXTRACT-FILE
           RECORD CONTAINS 6000 CHARACTERS.
       01  SEL-EXTRACT-RECORD.
           02  EXTR-COLUMN                OCCURS 100 TIMES.
               03  EXTR-TRUNC-MARKER      PIC X.
               03  EXTR-DATA              PIC X(59).
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

       FD  DLT-WORK-FILE
           RECORD CONTAINS 6001 CHARACTERS.
       01  DLT-WORK-RECORD.
           02  WRK-ROW                    PIC X(6000).
           02  WRK-ACTION                 PIC X.

       FD  DLT-DELTA-FILE
           RECORD CONTAINS 6001 CHARACTERS.
       01  DLT-DELTA-RECORD.
           02  DLT-ROW                    PIC X(6000).
           02  DLT-ACTION                 PIC X.
       01  DLT-HEADER-RECORD.
           02  DLT-HDR-TAG                PIC X(6).
           02  DLT-HDR-QUERY-ID           PIC X(30).
           02  DLT-HDR-RUN-TS             PIC X(26).
           02  DLT-HDR-PREV-TS            PIC X(26).
           02  DLT-HDR-COL-COUNT          PIC 9(3).
           02  DLT-HDR-INSERTS            PIC 9(9).
           02  DLT-HDR-UPDATES            PIC 9(9).
           02  DLT-HDR-DELETES            PIC 9(9).
           02  DLT-HDR-UNCHANGED          PIC 9(9).
           02  FILLER                     PIC X(5874).
       01  DLT-TRAILER-RECORD.
           02  DLT-TRL-TAG                PIC X(6).
           02  DLT-TRL-QUERY-ID           PIC X(30).
           02  DLT-TRL-INSERTS            PIC 9(9).
           02  DLT-TRL-UPDATES            PIC 9(9).
           02  DLT-TRL-DELETES            PIC 9(9).
           02  DLT-TRL-UNCHANGED          PIC 9(9).
           02  FILLER                     PIC X(5929).

       WORKING-STORAGE SECTION.
       01  WS-KEY-FILE-STATUS             PIC XX.
       01  WS-BASE-FILE-STATUS            PIC XX.
       01  WS-LAYOUT-FILE-STATUS          PIC XX.
       01  WS-EXTRACT-FILE-STATUS         PIC XX.
       01  WS-WORK-FILE-STATUS            PIC XX.
       01  WS-DELTA-FILE-STATUS           PIC XX.

       01  WS-QUERY-ID-INPUT              PIC X(30) VALUE SPACES.
       01  WS-REBASELINE-INPUT            PIC X VALUE 'N'.
           88  WS-REBASELINE-REQUESTED       VALUE 'Y' 'y'.
       01  WS-RUN-TIMESTAMP               PIC X(26).
       01  WS-CURRENT-QUERY-ID            PIC X(30).
       01  WS-EVENT-TEXT                  PIC X(80).
       01  WS-REFUSAL-REASON              PIC X(80).
       01  WS-COUNT-DISPLAY               PIC ZZZZZZZZ9.
       01  WS-SEQ-DISPLAY                 PIC ZZ9.
       01  WS-OTHER-SEQ-DISPLAY           PIC ZZ9.

       01  WS-ID-OK-FLAG                  PIC X.
           88  WS-ID-IS-OK                   VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-FIRST-CYCLE-FLAG            PIC X.
           88  WS-FIRST-CYCLE                VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

       01  WS-FILE-IS-OPEN                PIC X VALUE 'N'.
           88  DELTA-FILE-IS-OPEN            VALUE 'Y'.
           88  DELTA-FILE-IS-NOT-OPEN        VALUE 'N'.

      * Query ids to process this run - the one keyed at the prompt,
      * or every id on seldkey.dat when the prompt was left blank.
      * Collected up front so the key file is not being walked while
      * each id's own record is rewritten.
       01  WS-MAX-IDS                     PIC S9(9) COMP-5 VALUE 200.
       01  WS-ID-COUNT                    PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ID-INDEX                    PIC S9(9) COMP-5.
       01  WS-ID-TABLE.
           02  WS-ID-ENTRY                OCCURS 200 TIMES
                                          PIC X(30).
       01  WS-IDS-DONE                    PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-IDS-REFUSED                 PIC S9(9) COMP-5 VALUE ZERO.

      * Tonight's extract as seen by the scan pass - the id's column
      * count off its batch header, the rows on file, and whether a
      * trailer closed the run.
       01  WS-IN-ID-FLAG                  PIC X.
           88  WS-IN-ID-BATCH                VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-HDR-SEEN-FLAG               PIC X.
           88  WS-HDR-WAS-SEEN               VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-TRL-SEEN-FLAG               PIC X.
           88  WS-TRL-WAS-SEEN               VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-RERUN-FLAG                  PIC X.
           88  WS-RERUN-ON-FILE              VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-EXTRACT-COL-COUNT           PIC S9(9) COMP-5.
       01  WS-EXTRACT-ROWS                PIC S9(9) COMP-5.

      * Tonight's layout for the id, off sellayt.dat.
       01  WS-CUR-COL-COUNT               PIC S9(9) COMP-5.
       01  WS-CUR-LAYOUT.
           02  WS-CL-COLUMN               OCCURS 100 TIMES.
               03  WS-CL-COL-NAME         PIC X(30).
               03  WS-CL-COL-TYPE         PIC 9(5).
               03  WS-CL-PRECISION        PIC S9(5) SIGN LEADING
                                              SEPARATE.
               03  WS-CL-SCALE            PIC S9(5) SIGN LEADING
                                              SEPARATE.
       01  WS-COL-INDEX                   PIC S9(9) COMP-5.
       01  WS-KEY-INDEX                   PIC S9(9) COMP-5.
       01  WS-PREV-SNAP-TIMESTAMP         PIC X(26).

      * Row key build work fields.
       01  WS-ROW-KEY-VALUE               PIC X(305).
       01  WS-KEY-POINTER                 PIC S9(9) COMP-5.
       01  WS-KEY-SLOT-TEXT               PIC X(59).
       01  WS-KEY-TEXT-LEN                PIC S9(9) COMP-5.
       01  WS-KEY-LEN-DISPLAY             PIC 9(2).

      * Per-id delta counts.
       01  WS-INSERT-COUNT                PIC S9(9) COMP-5.
       01  WS-UPDATE-COUNT                PIC S9(9) COMP-5.
       01  WS-DELETE-COUNT                PIC S9(9) COMP-5.
       01  WS-UNCHANGED-COUNT             PIC S9(9) COMP-5.
       01  WS-DUPLICATE-COUNT             PIC S9(9) COMP-5.
       01  WS-BASELINE-ROWS               PIC S9(9) COMP-5.

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "Day-over-day delta extract"
           DISPLAY "Query id (blank = every id with key columns): "
               WITH NO ADVANCING
           ACCEPT WS-QUERY-ID-INPUT
           DISPLAY "Rebaseline only - replace the previous cycle "
                   "with tonight's rows, no delta (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-REBASELINE-INPUT
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP

           PERFORM 100-COLLECT-QUERY-IDS
           IF WS-ID-COUNT = ZERO
               DISPLAY "No query ids with delta key columns on "
                       "seldkey.dat - nothing to do"
               GOBACK
           END-IF

           OPEN I-O DLT-KEY-FILE
           IF WS-KEY-FILE-STATUS NOT = "00"
               DISPLAY "seldkey.dat not available (status "
                       WS-KEY-FILE-STATUS ")"
               GOBACK
           END-IF
           OPEN I-O DLT-BASE-FILE
           IF WS-BASE-FILE-STATUS = "35"
               OPEN OUTPUT DLT-BASE-FILE
               CLOSE DLT-BASE-FILE
               OPEN I-O DLT-BASE-FILE
           END-IF
           IF WS-BASE-FILE-STATUS NOT = "00"
               DISPLAY "seldbase.dat not available (status "
                       WS-BASE-FILE-STATUS ")"
               CLOSE DLT-KEY-FILE
               GOBACK
           END-IF

           PERFORM 200-DELTA-ONE-ID
               VARYING WS-ID-INDEX FROM 1 BY 1
               UNTIL WS-ID-INDEX > WS-ID-COUNT

           CLOSE DLT-KEY-FILE
           CLOSE DLT-BASE-FILE
           IF DELTA-FILE-IS-OPEN
               CLOSE DLT-DELTA-FILE
           END-IF
           DISPLAY " "
           DISPLAY WS-IDS-DONE " query id(s) processed, "
                   WS-IDS-REFUSED " refused"
           GOBACK.

       050-ENSURE-DELTA-OPEN.
           IF DELTA-FILE-IS-NOT-OPEN
               OPEN EXTEND DLT-DELTA-FILE
               IF WS-DELTA-FILE-STATUS = "35"
                   OPEN OUTPUT DLT-DELTA-FILE
               END-IF
               IF WS-DELTA-FILE-STATUS = "00"
                   SET DELTA-FILE-IS-OPEN TO TRUE
               END-IF
           END-IF.

       100-COLLECT-QUERY-IDS.
           IF WS-QUERY-ID-INPUT NOT = SPACES
               MOVE 1 TO WS-ID-COUNT
               MOVE WS-QUERY-ID-INPUT TO WS-ID-ENTRY(1)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DLT-KEY-FILE
           IF WS-KEY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM 110-COLLECT-ONE-ID
               UNTIL WS-KEY-FILE-STATUS NOT = "00"
           CLOSE DLT-KEY-FILE.

       110-COLLECT-ONE-ID.
           READ DLT-KEY-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-KEY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-ID-COUNT >= WS-MAX-IDS
               DISPLAY "WARNING: more than " WS-MAX-IDS " ids on "
                       "seldkey.dat - " DKY-QUERY-ID " and later "
                       "ids not processed"
               MOVE "10" TO WS-KEY-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ID-COUNT
           MOVE DKY-QUERY-ID TO WS-ID-ENTRY(WS-ID-COUNT).

       200-DELTA-ONE-ID.
           MOVE WS-ID-ENTRY(WS-ID-INDEX) TO WS-CURRENT-QUERY-ID
           SET WS-ID-IS-OK TO TRUE
           SET WS-FIRST-CYCLE TO FALSE
           MOVE SPACES TO WS-REFUSAL-REASON
           DISPLAY " "
           DISPLAY "Query id " WS-CURRENT-QUERY-ID

           MOVE WS-CURRENT-QUERY-ID TO DKY-QUERY-ID
           READ DLT-KEY-FILE
               INVALID KEY
                   MOVE "no key columns designated on seldkey.dat"
                       TO WS-REFUSAL-REASON
                   SET WS-ID-IS-OK TO FALSE
           END-READ
           IF WS-ID-IS-OK
               PERFORM 300-SCAN-EXTRACT
           END-IF
           IF WS-ID-IS-OK
               PERFORM 400-LOAD-CURRENT-LAYOUT
           END-IF
           IF WS-ID-IS-OK AND NOT WS-REBASELINE-REQUESTED
               PERFORM 450-CHECK-LAYOUT-UNCHANGED
           END-IF
           IF NOT WS-ID-IS-OK
               PERFORM 900-REFUSE-ID
               EXIT PARAGRAPH
           END-IF

      * The delta and work files must both be writable before 510
      * and 555 start moving the baseline forward.
           IF NOT WS-REBASELINE-REQUESTED
               PERFORM 480-OPEN-DELTA-OUTPUT
           END-IF
           IF NOT WS-ID-IS-OK
               PERFORM 900-REFUSE-ID
               EXIT PARAGRAPH
           END-IF

           MOVE DKY-SNAP-TIMESTAMP TO WS-PREV-SNAP-TIMESTAMP
           IF WS-REBASELINE-REQUESTED
               PERFORM 600-REBASELINE
           ELSE
               PERFORM 500-BUILD-DELTA
           END-IF
           PERFORM 700-STORE-SNAPSHOT
           ADD 1 TO WS-IDS-DONE.

      ***************************************************************
      * Scan pass: is tonight's run for the id on the extract, whole *
      * and only once?                                               *
      ***************************************************************
       300-SCAN-EXTRACT.
           SET WS-IN-ID-BATCH TO FALSE
           SET WS-HDR-WAS-SEEN TO FALSE
           SET WS-TRL-WAS-SEEN TO FALSE
           SET WS-RERUN-ON-FILE TO FALSE
           MOVE ZERO TO WS-EXTRACT-COL-COUNT
           MOVE ZERO TO WS-EXTRACT-ROWS
           OPEN INPUT SEL-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               MOVE "selextr.dat not available"
                   TO WS-REFUSAL-REASON
               SET WS-ID-IS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-SCAN-ONE-RECORD
               UNTIL WS-EXTRACT-FILE-STATUS NOT = "00"
           CLOSE SEL-EXTRACT-FILE
           EVALUATE TRUE
               WHEN NOT WS-HDR-WAS-SEEN
                   MOVE "no batch header for the id on selextr.dat"
                       TO WS-REFUSAL-REASON
                   SET WS-ID-IS-OK TO FALSE
               WHEN WS-RERUN-ON-FILE
                   STRING "selextr.dat holds more than one "
                          "completed run for the id"
                          DELIMITED BY SIZE INTO WS-REFUSAL-REASON
                   SET WS-ID-IS-OK TO FALSE
               WHEN NOT WS-TRL-WAS-SEEN
                   STRING "tonight's run for the id wrote no "
                          "trailer - it did not complete"
                          DELIMITED BY SIZE INTO WS-REFUSAL-REASON
                   SET WS-ID-IS-OK TO FALSE
           END-EVALUATE.

       310-SCAN-ONE-RECORD.
           READ SEL-EXTRACT-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
      * A second header after the id's trailer is a second completed
      * run appended to the same file; a second header with no
      * trailer in between is a checkpoint resume, whose rows carry
      * on from the first segment's (see selxtr.cob).
           IF XTR-HDR-TAG = "HDR   "
               IF XTR-HDR-QUERY-ID = WS-CURRENT-QUERY-ID
                   IF WS-TRL-WAS-SEEN
                       SET WS-RERUN-ON-FILE TO TRUE
                   END-IF
                   SET WS-HDR-WAS-SEEN TO TRUE
                   SET WS-IN-ID-BATCH TO TRUE
                   IF XTR-HDR-COL-COUNT IS NUMERIC
                       MOVE XTR-HDR-COL-COUNT TO WS-EXTRACT-COL-COUNT
                   END-IF
               ELSE
                   SET WS-IN-ID-BATCH TO FALSE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF XTR-TRL-TAG = "TRL   "
               IF XTR-TRL-QUERY-ID = WS-CURRENT-QUERY-ID
                   SET WS-TRL-WAS-SEEN TO TRUE
               END-IF
               SET WS-IN-ID-BATCH TO FALSE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ID-BATCH
               ADD 1 TO WS-EXTRACT-ROWS
           END-IF.

      ***************************************************************
      * Tonight's layout off sellayt.dat, checked against the        *
      * extract header and the designated key columns.              *
      ***************************************************************
       400-LOAD-CURRENT-LAYOUT.
           MOVE ZERO TO WS-CUR-COL-COUNT
           MOVE SPACES TO WS-CUR-LAYOUT
           OPEN INPUT SEL-LAYOUT-FILE
           IF WS-LAYOUT-FILE-STATUS NOT = "00"
               MOVE "sellayt.dat not available"
                   TO WS-REFUSAL-REASON
               SET WS-ID-IS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-QUERY-ID TO LAY-QUERY-ID
           MOVE ZERO TO LAY-COL-SEQ
           START SEL-LAYOUT-FILE KEY NOT < LAY-KEY
               INVALID KEY
                   MOVE "10" TO WS-LAYOUT-FILE-STATUS
           END-START
           PERFORM 410-LOAD-ONE-LAYOUT-COLUMN
               UNTIL WS-LAYOUT-FILE-STATUS NOT = "00"
           CLOSE SEL-LAYOUT-FILE

           IF WS-CUR-COL-COUNT = ZERO
               MOVE "no layout for the id on sellayt.dat"
                   TO WS-REFUSAL-REASON
               SET WS-ID-IS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-COL-COUNT NOT = WS-EXTRACT-COL-COUNT
               MOVE WS-CUR-COL-COUNT TO WS-SEQ-DISPLAY
               MOVE WS-EXTRACT-COL-COUNT TO WS-OTHER-SEQ-DISPLAY
               STRING "sellayt.dat has " WS-SEQ-DISPLAY
                      " column(s), tonight's extract header "
                      WS-OTHER-SEQ-DISPLAY DELIMITED BY SIZE
                      INTO WS-REFUSAL-REASON
               SET WS-ID-IS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           IF DKY-KEY-COUNT = ZERO OR DKY-KEY-COUNT > 5
               MOVE "key column count on seldkey.dat not 1 to 5"
                   TO WS-REFUSAL-REASON
               SET WS-ID-IS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           PERFORM 420-CHECK-ONE-KEY-COLUMN
               VARYING WS-KEY-INDEX FROM 1 BY 1
               UNTIL WS-KEY-INDEX > DKY-KEY-COUNT
                  OR NOT WS-ID-IS-OK.

       410-LOAD-ONE-LAYOUT-COLUMN.
           READ SEL-LAYOUT-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-LAYOUT-FILE-STATUS NOT = "00"
                   OR LAY-QUERY-ID NOT = WS-CURRENT-QUERY-ID
      * Walked past this query id's records (or hit a read error) -
      * flag the status so the load loop stops.
               MOVE "10" TO WS-LAYOUT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF LAY-COL-SEQ < 1 OR LAY-COL-SEQ > 100
               EXIT PARAGRAPH
           END-IF
           MOVE LAY-COL-NAME TO WS-CL-COL-NAME(LAY-COL-SEQ)
           MOVE LAY-COL-TYPE TO WS-CL-COL-TYPE(LAY-COL-SEQ)
           MOVE LAY-PRECISION TO WS-CL-PRECISION(LAY-COL-SEQ)
           MOVE LAY-SCALE TO WS-CL-SCALE(LAY-COL-SEQ)
           IF LAY-COL-SEQ > WS-CUR-COL-COUNT
               MOVE LAY-COL-SEQ TO WS-CUR-COL-COUNT
           END-IF.

       420-CHECK-ONE-KEY-COLUMN.
           IF DKY-KEY-COL-SEQ(WS-KEY-INDEX) < 1
                   OR DKY-KEY-COL-SEQ(WS-KEY-INDEX) > WS-CUR-COL-COUNT
               MOVE DKY-KEY-COL-SEQ(WS-KEY-INDEX) TO WS-SEQ-DISPLAY
               STRING "key column " WS-SEQ-DISPLAY
                      " is not in tonight's select list"
                      DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               SET WS-ID-IS-OK TO FALSE
           END-IF.

      ***************************************************************
      * Refuse to diff across a select-list change.                  *
      ***************************************************************
       450-CHECK-LAYOUT-UNCHANGED.
           IF DKY-SNAP-COL-COUNT = ZERO
      * No snapshot under the current key columns. Baseline rows
      * still on file were keyed on some earlier choice of columns
      * and can never match tonight's keys - diffing against them
      * would be the bogus full delta this check exists to stop.
               PERFORM 460-CHECK-BASELINE-EMPTY
               IF WS-ID-IS-OK
                   SET WS-FIRST-CYCLE TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF DKY-SNAP-COL-COUNT NOT = WS-CUR-COL-COUNT
               MOVE DKY-SNAP-COL-COUNT TO WS-SEQ-DISPLAY
               MOVE WS-CUR-COL-COUNT TO WS-OTHER-SEQ-DISPLAY
               STRING "select list changed: previous cycle had "
                      WS-SEQ-DISPLAY " column(s), tonight "
                      WS-OTHER-SEQ-DISPLAY DELIMITED BY SIZE
                      INTO WS-REFUSAL-REASON
               SET WS-ID-IS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           PERFORM 470-COMPARE-ONE-COLUMN
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > WS-CUR-COL-COUNT
                  OR NOT WS-ID-IS-OK.

       460-CHECK-BASELINE-EMPTY.
           MOVE WS-CURRENT-QUERY-ID TO BAS-QUERY-ID
           MOVE LOW-VALUES TO BAS-KEY-VALUE
           START DLT-BASE-FILE KEY NOT < BAS-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ DLT-BASE-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-BASE-FILE-STATUS = "00"
                   AND BAS-QUERY-ID = WS-CURRENT-QUERY-ID
               STRING "key columns redefined since the last cycle "
                      "- rerun with rebaseline"
                      DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               SET WS-ID-IS-OK TO FALSE
           END-IF.

       470-COMPARE-ONE-COLUMN.
           MOVE WS-COL-INDEX TO WS-SEQ-DISPLAY
           EVALUATE TRUE
               WHEN DKY-SNAP-COL-NAME(WS-COL-INDEX)
                       NOT = WS-CL-COL-NAME(WS-COL-INDEX)
                   STRING "select list changed: column "
                          WS-SEQ-DISPLAY " was "
                          DKY-SNAP-COL-NAME(WS-COL-INDEX)
                              DELIMITED BY SPACE
                          ", now "
                          WS-CL-COL-NAME(WS-COL-INDEX)
                              DELIMITED BY SPACE
                          INTO WS-REFUSAL-REASON
                   SET WS-ID-IS-OK TO FALSE
               WHEN DKY-SNAP-COL-TYPE(WS-COL-INDEX)
                       NOT = WS-CL-COL-TYPE(WS-COL-INDEX)
                   OR DKY-SNAP-PRECISION(WS-COL-INDEX)
                       NOT = WS-CL-PRECISION(WS-COL-INDEX)
                   OR DKY-SNAP-SCALE(WS-COL-INDEX)
                       NOT = WS-CL-SCALE(WS-COL-INDEX)
                   STRING "select list changed: column "
                          WS-SEQ-DISPLAY " "
                          WS-CL-COL-NAME(WS-COL-INDEX)
                              DELIMITED BY SPACE
                          " changed type/precision/scale"
                              DELIMITED BY SIZE
                          INTO WS-REFUSAL-REASON
                   SET WS-ID-IS-OK TO FALSE
           END-EVALUATE.

       480-OPEN-DELTA-OUTPUT.
           PERFORM 050-ENSURE-DELTA-OPEN
           IF DELTA-FILE-IS-NOT-OPEN
               STRING "seldlta.dat cannot be opened (status "
                      WS-DELTA-FILE-STATUS ") - baseline not moved"
                      DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               SET WS-ID-IS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DLT-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               STRING "seldwork.dat cannot be opened (status "
                      WS-WORK-FILE-STATUS ") - baseline not moved"
                      DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               SET WS-ID-IS-OK TO FALSE
           END-IF.

      ***************************************************************
      * Diff pass: tonight's rows against the baseline, staged on    *
      * the work file, then copied out under a counted header. Both  *
      * output files were opened by 480.                             *
      ***************************************************************
       500-BUILD-DELTA.
           MOVE ZERO TO WS-INSERT-COUNT WS-UPDATE-COUNT
           MOVE ZERO TO WS-DELETE-COUNT WS-UNCHANGED-COUNT
           MOVE ZERO TO WS-DUPLICATE-COUNT
           OPEN INPUT SEL-EXTRACT-FILE
           SET WS-IN-ID-BATCH TO FALSE
           PERFORM 510-DIFF-ONE-RECORD
               UNTIL WS-EXTRACT-FILE-STATUS NOT = "00"
           CLOSE SEL-EXTRACT-FILE
           PERFORM 550-FIND-DELETES
           CLOSE DLT-WORK-FILE
           PERFORM 560-WRITE-DELTA-BATCH
           PERFORM 580-REPORT-ID.

       510-DIFF-ONE-RECORD.
           READ SEL-EXTRACT-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF XTR-HDR-TAG = "HDR   "
               IF XTR-HDR-QUERY-ID = WS-CURRENT-QUERY-ID
                   SET WS-IN-ID-BATCH TO TRUE
               ELSE
                   SET WS-IN-ID-BATCH TO FALSE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF XTR-TRL-TAG = "TRL   "
               SET WS-IN-ID-BATCH TO FALSE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-IN-ID-BATCH
               EXIT PARAGRAPH
           END-IF
           PERFORM 530-BUILD-ROW-KEY
           MOVE WS-CURRENT-QUERY-ID TO BAS-QUERY-ID
           MOVE WS-ROW-KEY-VALUE TO BAS-KEY-VALUE
           READ DLT-BASE-FILE
               INVALID KEY
                   PERFORM 520-INSERT-ROW
                   EXIT PARAGRAPH
           END-READ
           IF BAS-CYCLE-TS = WS-RUN-TIMESTAMP
      * Already matched by an earlier row tonight - the designated
      * key columns do not identify a row uniquely. The first row
      * with the key stands; later ones are counted and reported.
               ADD 1 TO WS-DUPLICATE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF BAS-ROW = SEL-EXTRACT-RECORD
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               MOVE SEL-EXTRACT-RECORD TO WRK-ROW
               MOVE 'U' TO WRK-ACTION
               WRITE DLT-WORK-RECORD
               ADD 1 TO WS-UPDATE-COUNT
               MOVE SEL-EXTRACT-RECORD TO BAS-ROW
           END-IF
           MOVE WS-RUN-TIMESTAMP TO BAS-CYCLE-TS
           REWRITE DLT-BASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       520-INSERT-ROW.
           MOVE SEL-EXTRACT-RECORD TO WRK-ROW
           MOVE 'I' TO WRK-ACTION
           WRITE DLT-WORK-RECORD
           ADD 1 TO WS-INSERT-COUNT
           MOVE WS-RUN-TIMESTAMP TO BAS-CYCLE-TS
           MOVE SEL-EXTRACT-RECORD TO BAS-ROW
           WRITE DLT-BASE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       530-BUILD-ROW-KEY.
      * Each key column's slot text, trailing blanks off, behind a
      * 2-digit length - a length prefix keeps adjacent values from
      * running together ambiguously, and 5 x (2 + 59) bytes always
      * fits BAS-KEY-VALUE.
           MOVE SPACES TO WS-ROW-KEY-VALUE
           MOVE 1 TO WS-KEY-POINTER
           PERFORM 535-ADD-ONE-KEY-COLUMN
               VARYING WS-KEY-INDEX FROM 1 BY 1
               UNTIL WS-KEY-INDEX > DKY-KEY-COUNT.

       535-ADD-ONE-KEY-COLUMN.
           MOVE EXTR-DATA(DKY-KEY-COL-SEQ(WS-KEY-INDEX))
               TO WS-KEY-SLOT-TEXT
           IF WS-KEY-SLOT-TEXT = SPACES
               MOVE ZERO TO WS-KEY-TEXT-LEN
           ELSE
               COMPUTE WS-KEY-TEXT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-KEY-SLOT-TEXT TRAILING))
           END-IF
           MOVE WS-KEY-TEXT-LEN TO WS-KEY-LEN-DISPLAY
           STRING WS-KEY-LEN-DISPLAY DELIMITED BY SIZE
                  INTO WS-ROW-KEY-VALUE
                  WITH POINTER WS-KEY-POINTER
           IF WS-KEY-TEXT-LEN > ZERO
               STRING WS-KEY-SLOT-TEXT(1:WS-KEY-TEXT-LEN)
                      DELIMITED BY SIZE
                      INTO WS-ROW-KEY-VALUE
                      WITH POINTER WS-KEY-POINTER
           END-IF.

       550-FIND-DELETES.
      * Every baseline row tonight's rows matched now carries this
      * run's timestamp; any other row for the id has gone from the
      * result set.
           MOVE WS-CURRENT-QUERY-ID TO BAS-QUERY-ID
           MOVE LOW-VALUES TO BAS-KEY-VALUE
           START DLT-BASE-FILE KEY NOT < BAS-KEY
               INVALID KEY
                   MOVE "10" TO WS-BASE-FILE-STATUS
           END-START
           PERFORM 555-CHECK-ONE-BASELINE-ROW
               UNTIL WS-BASE-FILE-STATUS NOT = "00".

       555-CHECK-ONE-BASELINE-ROW.
           READ DLT-BASE-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-BASE-FILE-STATUS NOT = "00"
                   OR BAS-QUERY-ID NOT = WS-CURRENT-QUERY-ID
      * Walked past this query id's records (or hit a read error) -
      * flag the status so the walk stops.
               MOVE "10" TO WS-BASE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF BAS-CYCLE-TS = WS-RUN-TIMESTAMP
               EXIT PARAGRAPH
           END-IF
           MOVE BAS-ROW TO WRK-ROW
           MOVE 'D' TO WRK-ACTION
           WRITE DLT-WORK-RECORD
           ADD 1 TO WS-DELETE-COUNT
           DELETE DLT-BASE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       560-WRITE-DELTA-BATCH.
           MOVE SPACES TO DLT-HEADER-RECORD
           MOVE "HDR   " TO DLT-HDR-TAG
           MOVE WS-CURRENT-QUERY-ID TO DLT-HDR-QUERY-ID
           MOVE WS-RUN-TIMESTAMP TO DLT-HDR-RUN-TS
           IF WS-FIRST-CYCLE
               MOVE SPACES TO DLT-HDR-PREV-TS
           ELSE
               MOVE WS-PREV-SNAP-TIMESTAMP TO DLT-HDR-PREV-TS
           END-IF
           MOVE WS-CUR-COL-COUNT TO DLT-HDR-COL-COUNT
           MOVE WS-INSERT-COUNT TO DLT-HDR-INSERTS
           MOVE WS-UPDATE-COUNT TO DLT-HDR-UPDATES
           MOVE WS-DELETE-COUNT TO DLT-HDR-DELETES
           MOVE WS-UNCHANGED-COUNT TO DLT-HDR-UNCHANGED
           WRITE DLT-HEADER-RECORD

           OPEN INPUT DLT-WORK-FILE
           PERFORM 565-COPY-ONE-WORK-RECORD
               UNTIL WS-WORK-FILE-STATUS NOT = "00"
           CLOSE DLT-WORK-FILE

           MOVE SPACES TO DLT-TRAILER-RECORD
           MOVE "TRL   " TO DLT-TRL-TAG
           MOVE WS-CURRENT-QUERY-ID TO DLT-TRL-QUERY-ID
           MOVE WS-INSERT-COUNT TO DLT-TRL-INSERTS
           MOVE WS-UPDATE-COUNT TO DLT-TRL-UPDATES
           MOVE WS-DELETE-COUNT TO DLT-TRL-DELETES
           MOVE WS-UNCHANGED-COUNT TO DLT-TRL-UNCHANGED
           WRITE DLT-TRAILER-RECORD.

       565-COPY-ONE-WORK-RECORD.
           READ DLT-WORK-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-WORK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE DLT-WORK-RECORD TO DLT-DELTA-RECORD
           WRITE DLT-DELTA-RECORD.

       580-REPORT-ID.
           IF WS-FIRST-CYCLE
               DISPLAY "  first cycle for the id - every row written "
                       "as an insert"
           ELSE
               DISPLAY "  previous cycle " WS-PREV-SNAP-TIMESTAMP(1:14)
           END-IF
           MOVE WS-INSERT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  inserts   " WS-COUNT-DISPLAY
           MOVE WS-UPDATE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  updates   " WS-COUNT-DISPLAY
           MOVE WS-DELETE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  deletes   " WS-COUNT-DISPLAY
           MOVE WS-UNCHANGED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  unchanged " WS-COUNT-DISPLAY
           IF WS-DUPLICATE-COUNT > ZERO
               MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "WARNING: " WS-COUNT-DISPLAY " row(s) repeat "
                       "a key already seen tonight - the key columns "
                       "do not identify a row uniquely"
               MOVE SPACES TO WS-EVENT-TEXT
               STRING WS-COUNT-DISPLAY " row(s) repeat a delta key "
                      "- first row per key used" DELIMITED BY SIZE
                      INTO WS-EVENT-TEXT
               CALL "EVTLOG" USING "SELDLTA " WS-CURRENT-QUERY-ID "2"
                                    "DLTDUPKY" WS-EVENT-TEXT
           END-IF.

      ***************************************************************
      * Rebaseline: replace the id's previous cycle with tonight's   *
      * rows, writing no delta.                                      *
      ***************************************************************
       600-REBASELINE.
           MOVE ZERO TO WS-BASELINE-ROWS
           MOVE ZERO TO WS-DUPLICATE-COUNT
           MOVE WS-CURRENT-QUERY-ID TO BAS-QUERY-ID
           MOVE LOW-VALUES TO BAS-KEY-VALUE
           START DLT-BASE-FILE KEY NOT < BAS-KEY
               INVALID KEY
                   MOVE "10" TO WS-BASE-FILE-STATUS
           END-START
           PERFORM 610-PURGE-ONE-BASELINE-ROW
               UNTIL WS-BASE-FILE-STATUS NOT = "00"

           OPEN INPUT SEL-EXTRACT-FILE
           SET WS-IN-ID-BATCH TO FALSE
           PERFORM 620-LOAD-ONE-RECORD
               UNTIL WS-EXTRACT-FILE-STATUS NOT = "00"
           CLOSE SEL-EXTRACT-FILE

           MOVE WS-BASELINE-ROWS TO WS-COUNT-DISPLAY
           DISPLAY "  baseline reset to tonight's " WS-COUNT-DISPLAY
                   " row(s) - no delta written this cycle"
           IF WS-DUPLICATE-COUNT > ZERO
               MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "WARNING: " WS-COUNT-DISPLAY " row(s) repeat "
                       "a key already loaded - the key columns do "
                       "not identify a row uniquely"
           END-IF
           MOVE SPACES TO WS-EVENT-TEXT
           STRING "delta baseline reset, " WS-COUNT-DISPLAY
                  " row(s)" DELIMITED BY SIZE INTO WS-EVENT-TEXT
           CALL "EVTLOG" USING "SELDLTA " WS-CURRENT-QUERY-ID "3"
                                "DLTREBAS" WS-EVENT-TEXT.

       610-PURGE-ONE-BASELINE-ROW.
           READ DLT-BASE-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-BASE-FILE-STATUS NOT = "00"
                   OR BAS-QUERY-ID NOT = WS-CURRENT-QUERY-ID
               MOVE "10" TO WS-BASE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           DELETE DLT-BASE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       620-LOAD-ONE-RECORD.
           READ SEL-EXTRACT-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF XTR-HDR-TAG = "HDR   "
               IF XTR-HDR-QUERY-ID = WS-CURRENT-QUERY-ID
                   SET WS-IN-ID-BATCH TO TRUE
               ELSE
                   SET WS-IN-ID-BATCH TO FALSE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF XTR-TRL-TAG = "TRL   "
               SET WS-IN-ID-BATCH TO FALSE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-IN-ID-BATCH
               EXIT PARAGRAPH
           END-IF
           PERFORM 530-BUILD-ROW-KEY
           MOVE WS-CURRENT-QUERY-ID TO BAS-QUERY-ID
           MOVE WS-ROW-KEY-VALUE TO BAS-KEY-VALUE
           MOVE WS-RUN-TIMESTAMP TO BAS-CYCLE-TS
           MOVE SEL-EXTRACT-RECORD TO BAS-ROW
           WRITE DLT-BASE-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-BASELINE-ROWS
           END-WRITE.

       700-STORE-SNAPSHOT.
      * The layout the baseline now reflects - tomorrow's run diffs
      * only if its layout still matches this one.
           MOVE WS-RUN-TIMESTAMP TO DKY-SNAP-TIMESTAMP
           MOVE WS-CUR-COL-COUNT TO DKY-SNAP-COL-COUNT
           PERFORM 710-STORE-ONE-SNAP-COLUMN
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > WS-CUR-COL-COUNT
           REWRITE DLT-KEY-RECORD
               INVALID KEY
                   DISPLAY "WARNING: layout snapshot for "
                           WS-CURRENT-QUERY-ID " not stored"
           END-REWRITE.

       710-STORE-ONE-SNAP-COLUMN.
           MOVE WS-CL-COL-NAME(WS-COL-INDEX)
               TO DKY-SNAP-COL-NAME(WS-COL-INDEX)
           MOVE WS-CL-COL-TYPE(WS-COL-INDEX)
               TO DKY-SNAP-COL-TYPE(WS-COL-INDEX)
           MOVE WS-CL-PRECISION(WS-COL-INDEX)
               TO DKY-SNAP-PRECISION(WS-COL-INDEX)
           MOVE WS-CL-SCALE(WS-COL-INDEX)
               TO DKY-SNAP-SCALE(WS-COL-INDEX).

       900-REFUSE-ID.
      * The previous cycle and its snapshot are left exactly as they
      * were - once the cause is dealt with (or the new layout agreed
      * and the id rebaselined) the next run diffs as normal.
           ADD 1 TO WS-IDS-REFUSED
           DISPLAY "REFUSED: " WS-CURRENT-QUERY-ID " - "
                   WS-REFUSAL-REASON
           MOVE WS-REFUSAL-REASON TO WS-EVENT-TEXT
           CALL "EVTLOG" USING "SELDLTA " WS-CURRENT-QUERY-ID "2"
                                "DLTREFUS" WS-EVENT-TEXT.
