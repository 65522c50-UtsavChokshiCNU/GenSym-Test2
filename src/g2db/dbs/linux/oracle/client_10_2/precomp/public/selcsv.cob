      ***************************************************************
      * SELCSV : Delimited-file writer for SELDSC-driven dynamic SQL *
      *          fetches - the companion to SELXTR's fixed extract.  *
      *                                                               *
      * SELXTR's 6000-byte record with 60-byte slots suits the legacy *
      * load jobs, but the finance analysts and the newer warehouse   *
      * loader want a delimited file with a header row of column      *
      * names - and a fixed file imported into a spreadsheet by hand  *
      * gets the slot boundaries wrong. A library entry whose output  *
      * format is 'D' or 'B' (see qrylib.cob) has its rows landed     *
      * here as well as, or instead of, on selextr.dat.               *
      *                                                               *
      * One file per query id:  selcsv.<query id>.csv                 *
      *                                                               *
      *   - the first line names the columns, in describe order, off  *
      *     the id's sellayt.dat layout (refreshed at every DESCRIBE; *
      *     a column with no name on file is headed COLnnn), then a   *
      *     last XTR_FLAGS column;                                    *
      *   - every row after that carries the same rendered values the *
      *     fixed extract gets (NUMFMT scale, DATFMT CCYY-MM-DD - the *
      *     caller renders the display buffers before either writer   *
      *     sees them), trailing blanks dropped and a NUMBER's sign   *
      *     pad dropped; a NULL is an empty field;                    *
      *   - XTR_FLAGS lists what the fixed extract would have marked  *
      *     in its slot, so nothing is lost silently in this format:  *
      *     Tnnn = column nnn's value is not complete (it overran the *
      *     display buffer, or the line), Dnnn = column nnn is not a  *
      *     valid calendar date and is the raw fetched form.          *
      *                                                               *
      * The delimiter is the site's choice: CSVDELIM= on the run      *
      * control card (runctl.dat - see bndparm.cob), one character,   *
      * or the word TAB; comma when the card does not say. A value    *
      * holding the delimiter or a double quote is enclosed in double *
      * quotes, embedded quotes doubled.                              *
      *                                                               *
      * LK-ACTION = "HDR " opens the id's file at the start of a      *
      * statement: a fresh run (row count zero) rewrites it from the  *
      * header line; a run resumed from a checkpoint appends, since   *
      * the pre-crash rows are already in it. "WRIT" writes one row,  *
      * "TRLR" closes the id's file, "CLOS" closes whatever is still  *
      * open at job end (an entry abandoned mid-fetch never reached   *
      * its "TRLR"). The call shape is SELXTR's plus the fetch        *
      * indicators.                                                   *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELCSV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CSV-FILE-STATUS.
           SELECT SEL-LAYOUT-FILE ASSIGN TO "sellayt.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LAY-KEY
               FILE STATUS WS-LAYOUT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEL-CSV-FILE.
       01  SEL-CSV-LINE                   PIC X(32000).

      * Layout mirrors sellayt.cob's SEL-LAYOUT-RECORD, prefix-plus-
      * FILLER (the same convention as dqrule.cob) - only the column
      * name is read here. Keep the total length in step by hand.
       FD  SEL-LAYOUT-FILE.
       01  SEL-LAYOUT-RECORD.
           02  LAY-KEY.
               03  LAY-QUERY-ID           PIC X(30).
               03  LAY-COL-SEQ            PIC 9(3).
           02  LAY-COL-NAME               PIC X(30).
           02  FILLER                     PIC X(57).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CSV-FILE-STATUS             PIC XX.
       01  WS-LAYOUT-FILE-STATUS          PIC XX.
       01  WS-RUNCTL-FILE-STATUS          PIC XX.
       01  WS-CSV-FILE-NAME               PIC X(64).
       01  WS-CSV-QUERY-ID                PIC X(30).
       01  WS-COL-INDEX                   PIC S9(9) COMP-5.
       01  WS-COL-LOOP-LIMIT              PIC S9(9) COMP-5.
       01  WS-ROWS-WRITTEN                PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-DISPLAY               PIC ZZZZZZZZ9.
       01  WS-COL-DISPLAY                 PIC 9(3).

      * Tracks whether SEL-CSV-FILE is open across CALLs - one
      * "WRIT" per fetched row, the same open-once pattern as
      * selxtr.cob, except the file is per query id and so is
      * closed at each statement's "TRLR".
       01  WS-FILE-IS-OPEN                PIC X VALUE 'N'.
           88  CSV-FILE-IS-OPEN              VALUE 'Y'.
           88  CSV-FILE-IS-NOT-OPEN          VALUE 'N'.

      * Delimiter off the run control card, read on the first "HDR "
      * of the job step.
       01  WS-CARD-READ-FLAG              PIC X VALUE 'N'.
           88  WS-CONTROL-CARD-READ          VALUE 'Y'.
       01  WS-CARD-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-CONTROL-CARD-AT-END        VALUE 'Y'.
       01  WS-CTL-KEYWORD                 PIC X(20).
       01  WS-CTL-VALUE                   PIC X(59).
       01  WS-DELIMITER                   PIC X VALUE ','.
       01  WS-QUOTE                       PIC X VALUE '"'.

      * Column names for the statement in flight, by describe
      * sequence.
       01  WS-COL-NAME-TABLE.
           02  WS-COL-NAME                OCCURS 100 TIMES PIC X(30).

      * Line assembly. The data part of a line stops short of the
      * record by enough to always leave room for the flag column -
      * a row wider than that has its last values clipped and
      * flagged rather than a flag list that vanishes off the end.
       01  WS-CSV-LINE-WORK               PIC X(32000).
       01  WS-LINE-POS                    PIC S9(9) COMP-5.
       01  WS-FIELD-COUNT                 PIC S9(9) COMP-5.
       01  WS-MAX-LINE-POS                PIC S9(9) COMP-5
                                          VALUE 32000.
       01  WS-MAX-DATA-POS                PIC S9(9) COMP-5
                                          VALUE 30900.
       01  WS-FIELD-LIMIT-POS             PIC S9(9) COMP-5.
       01  WS-ROOM-LEFT                   PIC S9(9) COMP-5.
       01  WS-FIELD-VALUE                 PIC X(2000).
       01  WS-FIELD-SHIFT                 PIC X(2000).
       01  WS-FIELD-LEN                   PIC S9(9) COMP-5.
       01  WS-FIELD-START                 PIC S9(9) COMP-5.
       01  WS-CHAR-INDEX                  PIC S9(9) COMP-5.
       01  WS-QUOTE-COUNT                 PIC S9(9) COMP-5.
       01  WS-DELIM-COUNT                 PIC S9(9) COMP-5.
       01  WS-CLIPPED-FLAG                PIC X.
           88  WS-FIELD-WAS-CLIPPED          VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-FLAG-TEXT                   PIC X(1000).
       01  WS-FLAG-POS                    PIC S9(9) COMP-5.

      * Single source of truth for the OCCURS bound the loops below
      * clamp to - kept in step with bndsel.cob's own
      * WS-MAX-SELECT-ITEMS by hand (COPY brings a second copy of
      * that name into LINKAGE below, unmapped by any USING
      * parameter since it is a compile-time constant, not caller
      * data - renamed out of the way to avoid an ambiguous
      * reference).
       01  WS-MAX-SELECT-ITEMS            PIC S9(9) COMP-5 VALUE 100.

       LINKAGE SECTION.
       01  LK-ACTION                      PIC X(4).
       01  LK-QUERY-ID                    PIC X(30).
       01  LK-ROW-COUNT                   PIC S9(9) COMP-5.
           COPY "bndsel.cob" REPLACING SELDSC BY LK-SEL-GROUP
                                        BNDDSC BY LK-BND-GROUP
                                        XSELDI BY LK-XSELDI-GROUP
                                        XBNDDI BY LK-XBNDDI-GROUP
                                        WS-MAX-SELECT-ITEMS
                                            BY LK-UNUSED-MAX-ITEMS.

       PROCEDURE DIVISION USING LK-ACTION LK-QUERY-ID LK-ROW-COUNT
                                 LK-SEL-GROUP LK-XSELDI-GROUP
                                 SELD-DISPLAY-INFO.

       000-MAIN.
           EVALUATE LK-ACTION
               WHEN "HDR "
                   PERFORM 100-OPEN-QUERY-FILE
               WHEN "WRIT"
                   IF CSV-FILE-IS-OPEN
                       PERFORM 300-WRITE-ROW
                   END-IF
               WHEN "TRLR"
                   PERFORM 400-CLOSE-QUERY-FILE
               WHEN "CLOS"
                   PERFORM 400-CLOSE-QUERY-FILE
           END-EVALUATE
           GOBACK.

       050-READ-DELIMITER-CARD.
      * The same card-reading idiom as bndparm.cob - only the
      * CSVDELIM line matters here.
           SET WS-CONTROL-CARD-READ TO TRUE
           MOVE 'N' TO WS-CARD-EOF-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM 060-READ-DELIMITER-LINE
               UNTIL WS-CONTROL-CARD-AT-END
           CLOSE RUN-CONTROL-FILE.

       060-READ-DELIMITER-LINE.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-CONTROL-CARD-AT-END TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
           UNSTRING RUN-CONTROL-LINE DELIMITED BY "="
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           IF WS-CTL-KEYWORD NOT = "CSVDELIM"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CTL-VALUE = "TAB"
                   MOVE X"09" TO WS-DELIMITER
               WHEN WS-CTL-VALUE(1:1) = SPACE
                       OR WS-CTL-VALUE(1:1) = WS-QUOTE
      * A blank or a quote cannot separate quoted fields - keep the
      * comma rather than write a file nobody can split.
                   DISPLAY "SELCSV: CSVDELIM on run control card "
                           "is not usable - comma used"
                   MOVE ',' TO WS-DELIMITER
               WHEN OTHER
                   MOVE WS-CTL-VALUE(1:1) TO WS-DELIMITER
           END-EVALUATE.

      ***************************************************************
      * Open the query id's file and, on a fresh run, head it.       *
      ***************************************************************
       100-OPEN-QUERY-FILE.
           IF NOT WS-CONTROL-CARD-READ
               PERFORM 050-READ-DELIMITER-CARD
           END-IF
      * An entry abandoned mid-fetch left its file open - close it
      * before this statement's is opened.
           PERFORM 400-CLOSE-QUERY-FILE
           MOVE LK-QUERY-ID TO WS-CSV-QUERY-ID
           MOVE SPACES TO WS-CSV-FILE-NAME
           STRING "selcsv." DELIMITED BY SIZE
                  LK-QUERY-ID DELIMITED BY SPACE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-CSV-FILE-NAME
           MOVE ZERO TO WS-ROWS-WRITTEN
           COMPUTE WS-COL-LOOP-LIMIT =
                   FUNCTION MIN(SQLDFND OF LK-SEL-GROUP
                                WS-MAX-SELECT-ITEMS)
           IF LK-ROW-COUNT > ZERO
      * Resumed from a checkpoint: the rows before it are already on
      * the file under its header line.
               OPEN EXTEND SEL-CSV-FILE
               IF WS-CSV-FILE-STATUS = "00"
                   SET CSV-FILE-IS-OPEN TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN OUTPUT SEL-CSV-FILE
           IF WS-CSV-FILE-STATUS NOT = "00"
               DISPLAY "SELCSV: " FUNCTION TRIM(WS-CSV-FILE-NAME)
                       " could not be opened (status "
                       WS-CSV-FILE-STATUS ") - no delimited file for "
                       LK-QUERY-ID
               EXIT PARAGRAPH
           END-IF
           SET CSV-FILE-IS-OPEN TO TRUE
           PERFORM 110-LOAD-COLUMN-NAMES
           PERFORM 200-WRITE-HEADER-LINE.

       110-LOAD-COLUMN-NAMES.
           MOVE SPACES TO WS-COL-NAME-TABLE
           OPEN INPUT SEL-LAYOUT-FILE
           IF WS-LAYOUT-FILE-STATUS = "00"
               MOVE LK-QUERY-ID TO LAY-QUERY-ID
               MOVE ZERO TO LAY-COL-SEQ
               START SEL-LAYOUT-FILE KEY NOT < LAY-KEY
                   INVALID KEY
                       MOVE "10" TO WS-LAYOUT-FILE-STATUS
               END-START
               PERFORM 120-READ-ONE-LAYOUT-NAME
                   UNTIL WS-LAYOUT-FILE-STATUS NOT = "00"
               CLOSE SEL-LAYOUT-FILE
           END-IF
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-COL-LOOP-LIMIT
               IF WS-COL-NAME(WS-COL-INDEX) = SPACES
                   MOVE WS-COL-INDEX TO WS-COL-DISPLAY
                   STRING "COL" WS-COL-DISPLAY DELIMITED BY SIZE
                          INTO WS-COL-NAME(WS-COL-INDEX)
               END-IF
           END-PERFORM.

       120-READ-ONE-LAYOUT-NAME.
           READ SEL-LAYOUT-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-LAYOUT-FILE-STATUS NOT = "00"
                   OR LAY-QUERY-ID NOT = LK-QUERY-ID
               MOVE "10" TO WS-LAYOUT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF LAY-COL-SEQ > ZERO
                   AND LAY-COL-SEQ NOT > WS-COL-LOOP-LIMIT
               MOVE LAY-COL-NAME TO WS-COL-NAME(LAY-COL-SEQ)
           END-IF.

       200-WRITE-HEADER-LINE.
           MOVE SPACES TO WS-CSV-LINE-WORK
           MOVE 1 TO WS-LINE-POS
           MOVE ZERO TO WS-FIELD-COUNT
           MOVE WS-MAX-DATA-POS TO WS-FIELD-LIMIT-POS
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-COL-LOOP-LIMIT
               MOVE SPACES TO WS-FIELD-VALUE
               MOVE WS-COL-NAME(WS-COL-INDEX) TO WS-FIELD-VALUE
               MOVE 30 TO WS-FIELD-LEN
               PERFORM 510-TRIM-TRAILING
               PERFORM 500-APPEND-FIELD
           END-PERFORM
           MOVE SPACES TO WS-FIELD-VALUE
           MOVE "XTR_FLAGS" TO WS-FIELD-VALUE
           MOVE 9 TO WS-FIELD-LEN
           MOVE WS-MAX-LINE-POS TO WS-FIELD-LIMIT-POS
           PERFORM 500-APPEND-FIELD
           MOVE WS-CSV-LINE-WORK TO SEL-CSV-LINE
           WRITE SEL-CSV-LINE.

      ***************************************************************
      * One rendered row.                                            *
      ***************************************************************
       300-WRITE-ROW.
           MOVE SPACES TO WS-CSV-LINE-WORK
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE 1 TO WS-LINE-POS
           MOVE 1 TO WS-FLAG-POS
           MOVE ZERO TO WS-FIELD-COUNT
           MOVE WS-MAX-DATA-POS TO WS-FIELD-LIMIT-POS
           PERFORM 310-APPEND-ONE-COLUMN
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > WS-COL-LOOP-LIMIT
      * The flag column last - never clipped, the data part stopped
      * short to leave it room.
           MOVE SPACES TO WS-FIELD-VALUE
           COMPUTE WS-FIELD-LEN = WS-FLAG-POS - 1
           IF WS-FIELD-LEN > ZERO
               MOVE WS-FLAG-TEXT(1:WS-FIELD-LEN) TO WS-FIELD-VALUE
           END-IF
           MOVE WS-MAX-LINE-POS TO WS-FIELD-LIMIT-POS
           PERFORM 500-APPEND-FIELD
           MOVE WS-CSV-LINE-WORK TO SEL-CSV-LINE
           WRITE SEL-CSV-LINE
           ADD 1 TO WS-ROWS-WRITTEN.

       310-APPEND-ONE-COLUMN.
           MOVE SPACES TO WS-FIELD-VALUE
           MOVE ZERO TO WS-FIELD-LEN
      * A NULL is an empty field - the fixed extract's blank slot.
           IF SEL-DI OF LK-XSELDI-GROUP(WS-COL-INDEX) NOT < ZERO
               MOVE SELD-DISPLAY-BUFFER(WS-COL-INDEX)
                   TO WS-FIELD-VALUE
               MOVE 2000 TO WS-FIELD-LEN
               IF SELD-DISPLAY-LEN(WS-COL-INDEX) > ZERO
                       AND SELD-DISPLAY-LEN(WS-COL-INDEX) < 2000
                   MOVE SELD-DISPLAY-LEN(WS-COL-INDEX) TO WS-FIELD-LEN
               END-IF
               PERFORM 510-TRIM-TRAILING
      * NUMFMT pads a positive value's sign position with a blank -
      * meaningful in a fixed slot, noise in a delimited field.
               IF SELDVTYP OF LK-SEL-GROUP(WS-COL-INDEX) = 2
                   PERFORM 520-TRIM-LEADING
               END-IF
           END-IF
           PERFORM 500-APPEND-FIELD
           MOVE WS-COL-INDEX TO WS-COL-DISPLAY
           IF SELD-COL-TRUNCATED(WS-COL-INDEX)
                   OR WS-FIELD-WAS-CLIPPED
               STRING "T" WS-COL-DISPLAY " " DELIMITED BY SIZE
                      INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-POS
           END-IF
           IF SELD-COL-BAD-DATE(WS-COL-INDEX)
               STRING "D" WS-COL-DISPLAY " " DELIMITED BY SIZE
                      INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-POS
           END-IF.

       400-CLOSE-QUERY-FILE.
           IF CSV-FILE-IS-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           CLOSE SEL-CSV-FILE
           SET CSV-FILE-IS-NOT-OPEN TO TRUE
           MOVE WS-ROWS-WRITTEN TO WS-COUNT-DISPLAY
           DISPLAY WS-CSV-QUERY-ID ": " WS-COUNT-DISPLAY
                   " row(s) to " FUNCTION TRIM(WS-CSV-FILE-NAME).

      ***************************************************************
      * Field assembly: WS-FIELD-VALUE(1:WS-FIELD-LEN) goes onto the *
      * line at WS-LINE-POS, delimited (after the first field) and   *
      * quoted when it must be; clipped short of WS-FIELD-LIMIT-POS. *
      ***************************************************************
       500-APPEND-FIELD.
           SET WS-FIELD-WAS-CLIPPED TO FALSE
           IF WS-FIELD-COUNT > ZERO
               MOVE WS-DELIMITER TO WS-CSV-LINE-WORK(WS-LINE-POS:1)
               ADD 1 TO WS-LINE-POS
           END-IF
           ADD 1 TO WS-FIELD-COUNT
           IF WS-FIELD-LEN NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-QUOTE-COUNT
           MOVE ZERO TO WS-DELIM-COUNT
           INSPECT WS-FIELD-VALUE(1:WS-FIELD-LEN)
               TALLYING WS-QUOTE-COUNT FOR ALL WS-QUOTE
                        WS-DELIM-COUNT FOR ALL WS-DELIMITER
      * Worst case a quoted value doubles plus its two quotes - clip
      * to what fits on that reckoning rather than part-write a
      * quoted field.
           COMPUTE WS-ROOM-LEFT = WS-FIELD-LIMIT-POS - WS-LINE-POS
           IF WS-QUOTE-COUNT > ZERO OR WS-DELIM-COUNT > ZERO
               IF WS-FIELD-LEN + WS-QUOTE-COUNT + 2 > WS-ROOM-LEFT
                   COMPUTE WS-FIELD-LEN = (WS-ROOM-LEFT - 2) / 2
                   SET WS-FIELD-WAS-CLIPPED TO TRUE
               END-IF
           ELSE
               IF WS-FIELD-LEN > WS-ROOM-LEFT
                   MOVE WS-ROOM-LEFT TO WS-FIELD-LEN
                   SET WS-FIELD-WAS-CLIPPED TO TRUE
               END-IF
           END-IF
           IF WS-FIELD-LEN NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-QUOTE-COUNT = ZERO AND WS-DELIM-COUNT = ZERO
               MOVE WS-FIELD-VALUE(1:WS-FIELD-LEN)
                   TO WS-CSV-LINE-WORK(WS-LINE-POS:WS-FIELD-LEN)
               ADD WS-FIELD-LEN TO WS-LINE-POS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUOTE TO WS-CSV-LINE-WORK(WS-LINE-POS:1)
           ADD 1 TO WS-LINE-POS
           PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
                   UNTIL WS-CHAR-INDEX > WS-FIELD-LEN
               IF WS-FIELD-VALUE(WS-CHAR-INDEX:1) = WS-QUOTE
                   MOVE WS-QUOTE TO WS-CSV-LINE-WORK(WS-LINE-POS:1)
                   ADD 1 TO WS-LINE-POS
               END-IF
               MOVE WS-FIELD-VALUE(WS-CHAR-INDEX:1)
                   TO WS-CSV-LINE-WORK(WS-LINE-POS:1)
               ADD 1 TO WS-LINE-POS
           END-PERFORM
           MOVE WS-QUOTE TO WS-CSV-LINE-WORK(WS-LINE-POS:1)
           ADD 1 TO WS-LINE-POS.

       510-TRIM-TRAILING.
           PERFORM UNTIL WS-FIELD-LEN NOT > ZERO
                   OR WS-FIELD-VALUE(WS-FIELD-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-FIELD-LEN
           END-PERFORM.

       520-TRIM-LEADING.
           MOVE 1 TO WS-FIELD-START
           PERFORM UNTIL WS-FIELD-START > WS-FIELD-LEN
                   OR WS-FIELD-VALUE(WS-FIELD-START:1) NOT = SPACE
               ADD 1 TO WS-FIELD-START
           END-PERFORM
           IF WS-FIELD-START > 1
               COMPUTE WS-FIELD-LEN = WS-FIELD-LEN - WS-FIELD-START
                                      + 1
               IF WS-FIELD-LEN > ZERO
                   MOVE WS-FIELD-VALUE(WS-FIELD-START:WS-FIELD-LEN)
                       TO WS-FIELD-SHIFT
                   MOVE WS-FIELD-SHIFT TO WS-FIELD-VALUE
               END-IF
           END-IF.
