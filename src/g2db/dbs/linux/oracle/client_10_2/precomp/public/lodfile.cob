      ***************************************************************
      * LODFILE : Input side of SAMPLE10's file-driven bulk load.    *
      *                                                               *
      * Flat files of corrections and reference data from other       *
      * teams used to be loaded by someone keying each record's       *
      * values at the console. A query library entry may now name an  *
      * input file (see qrylib.cob) for its INSERT/UPDATE; SAMPLE10   *
      * then executes the statement once per input record, with the   *
      * record's fields bound into the placeholders. This subprogram  *
      * owns the three files that takes:                              *
      *   - the input file itself (line sequential, any name the      *
      *     library entry gives - the same dynamic ASSIGN as          *
      *     selcsv.cob's per-id file);                                *
      *   - lodmap.dat, the field map: one record per bind            *
      *     placeholder, keyed by query id plus placeholder sequence  *
      *     (as bndparm.dat is), giving the field's offset and length *
      *     in the input record and the external type it binds as.    *
      *     Maintained through QRYMNT;                                *
      *   - lodrej.dat, the reject file: one line per input record    *
      *     the load refused - failed bind validation or an Oracle     *
      *     error on its EXECUTE - with the record number, the reason *
      *     and the front of the record image, so the sending team    *
      *     can be told exactly which lines to correct and resend.    *
      *                                                               *
      * A field is bound trailing-trimmed: its length is the last     *
      * non-blank position within the mapped width. An all-blank      *
      * field goes in as the zero/zero "not supplied" pair BNDVAL     *
      * skips, which Oracle binds as a null.                          *
      *                                                               *
      * LK-ACTION = "OPEN" loads the id's field map, checks it covers *
      * every placeholder the statement has (LK-PLACEHOLDERS - the    *
      * described bind count), opens the input file and the reject    *
      * file, and on a resumed load skips the LK-RECORD-NUMBER input  *
      * records the checkpoint says are already committed.            *
      * "READ" reads the next input record, adds one to               *
      * LK-RECORD-NUMBER and fills the caller's BND-SUPPLIED-VALUES   *
      * from it. "REJ " writes the current record to the reject file  *
      * with LK-REASON. "CLOS" closes whatever is open. "CHEK" does   *
      * the "OPEN" checks - map present and complete, input file      *
      * there - and closes again without reading or rejecting         *
      * anything (PREFLT's dry run).                                  *
      * LK-LOAD-STATUS comes back 'Y' (done), 'E' (end of the input   *
      * file) or 'N' (could not - LK-REASON says why).                *
      *                                                               *
      * A load resumes from its last commit, so records after that    *
      * commit are read again - one the crashed run had already       *
      * rejected is rejected (and listed) again, with the same record *
      * number. The counts on the checkpoint and the audit record are *
      * as of the commit, so they still balance.                      *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LODFILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INPUT-FILE-STATUS.
           SELECT LOAD-MAP-FILE ASSIGN TO "lodmap.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LMP-KEY
               FILE STATUS WS-MAP-FILE-STATUS.
           SELECT LOAD-REJECT-FILE ASSIGN TO "lodrej.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REJECT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-INPUT-FILE.
       01  LOAD-INPUT-RECORD              PIC X(2000).

      * Layout shared with qrymnt.cob - keep the two in step by hand.
       FD  LOAD-MAP-FILE.
       01  LOAD-MAP-RECORD.
           02  LMP-KEY.
               03  LMP-QUERY-ID           PIC X(30).
               03  LMP-COL-SEQ            PIC 9(3).
      * Offset of the field's first byte in the input record (from
      * 1), its width, and the Oracle external type it binds as.
           02  LMP-OFFSET                 PIC 9(5).
           02  LMP-LENGTH                 PIC 9(3).
           02  LMP-TYPE                   PIC 9(3).
           02  FILLER                     PIC X(20).

       FD  LOAD-REJECT-FILE.
       01  LOAD-REJECT-LINE               PIC X(360).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-FILE-STATUS           PIC XX.
       01  WS-MAP-FILE-STATUS             PIC XX.
       01  WS-REJECT-FILE-STATUS          PIC XX.
       01  WS-INPUT-FILE-NAME             PIC X(64).
       01  WS-COL-INDEX                   PIC S9(9) COMP-5.
       01  WS-CHAR-POS                    PIC S9(9) COMP-5.
       01  WS-FIELD-END                   PIC S9(9) COMP-5.
       01  WS-SKIP-COUNT                  PIC S9(9) COMP-5.
       01  WS-STATUS-DISPLAY              PIC XX.
       01  WS-SEQ-DISPLAY                 PIC 9(3).

      * The field map for the load in flight, by placeholder
      * sequence. A zero length marks a placeholder with no map
      * record.
       01  WS-FIELD-MAP.
           02  WS-FM-FIELD                OCCURS 100 TIMES.
               03  WS-FM-OFFSET           PIC 9(5).
               03  WS-FM-LENGTH           PIC 9(3).
               03  WS-FM-TYPE             PIC 9(3).
       01  WS-MAP-COUNT                   PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-PLACEHOLDER-LIMIT           PIC S9(9) COMP-5 VALUE ZERO.

      * Open-state of the input and reject files across CALLs - the
      * load calls "READ" once per input record.
       01  WS-INPUT-OPEN-FLAG             PIC X VALUE 'N'.
           88  INPUT-FILE-IS-OPEN            VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-REJECT-OPEN-FLAG            PIC X VALUE 'N'.
           88  REJECT-FILE-IS-OPEN           VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-INPUT-EOF-FLAG              PIC X VALUE 'N'.
           88  INPUT-AT-END                  VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.

       01  WS-REJECT-DETAIL.
           02  WS-RJD-TIMESTAMP           PIC X(26).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-RJD-QUERY-ID            PIC X(30).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-RJD-RECORD-NUMBER       PIC 9(9).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-RJD-REASON              PIC X(90).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-RJD-RECORD-IMAGE        PIC X(200).

      * Single source of truth for the supplied-values OCCURS bound -
      * kept in step with bndsel.cob's own WS-MAX-SELECT-ITEMS by
      * hand, the same convention as bndparm.cob.
       01  WS-MAX-SELECT-ITEMS            PIC S9(9) COMP-5 VALUE 100.

       LINKAGE SECTION.
       01  LK-ACTION                      PIC X(4).
       01  LK-QUERY-ID                    PIC X(30).
       01  LK-INPUT-FILE                  PIC X(40).
       01  LK-PLACEHOLDERS                PIC S9(9) COMP-5.
       01  LK-RECORD-NUMBER               PIC S9(9) COMP-5.
      * The caller's BND-SUPPLIED-VALUES table (see sample10.pco) -
      * same layout BNDVAL receives, filled here by "READ".
       01  LK-SUPPLIED-VALUES.
           02  LK-SUPPLIED-COLUMN         OCCURS 100 TIMES.
               03  LK-SUPPLIED-LEN        PIC S9(9) COMP-5.
               03  LK-SUPPLIED-TYPE       PIC S9(4) COMP-5.
               03  LK-SUPPLIED-VALUE      PIC X(240).
       01  LK-REASON                      PIC X(90).
       01  LK-LOAD-STATUS                 PIC X.
           88  LK-LOAD-OK                    VALUE 'Y'.
           88  LK-LOAD-AT-END                VALUE 'E'.
           88  LK-LOAD-FAILED                VALUE 'N'.

       PROCEDURE DIVISION USING LK-ACTION LK-QUERY-ID LK-INPUT-FILE
                                 LK-PLACEHOLDERS LK-RECORD-NUMBER
                                 LK-SUPPLIED-VALUES LK-REASON
                                 LK-LOAD-STATUS.

       000-MAIN.
           EVALUATE LK-ACTION
               WHEN "OPEN"
                   PERFORM 100-OPEN-LOAD
               WHEN "CHEK"
                   PERFORM 100-OPEN-LOAD
                   PERFORM 400-CLOSE-FILES
               WHEN "READ"
                   PERFORM 200-READ-ONE-RECORD
               WHEN "REJ "
                   PERFORM 300-WRITE-REJECT
               WHEN "CLOS"
                   PERFORM 400-CLOSE-FILES
           END-EVALUATE
           GOBACK.

      ***************************************************************
      * Field map, input file and (on a real load) reject file.      *
      ***************************************************************
       100-OPEN-LOAD.
           SET LK-LOAD-OK TO TRUE
           MOVE SPACES TO LK-REASON
           PERFORM 400-CLOSE-FILES
           SET INPUT-AT-END TO FALSE
           PERFORM 110-LOAD-FIELD-MAP
           IF LK-LOAD-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INPUT-FILE-NAME
           MOVE LK-INPUT-FILE TO WS-INPUT-FILE-NAME
           OPEN INPUT LOAD-INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               MOVE WS-INPUT-FILE-STATUS TO WS-STATUS-DISPLAY
               SET LK-LOAD-FAILED TO TRUE
               STRING "input file " DELIMITED BY SIZE
                      LK-INPUT-FILE DELIMITED BY SPACE
                      " not available (status " DELIMITED BY SIZE
                      WS-STATUS-DISPLAY DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO LK-REASON
               EXIT PARAGRAPH
           END-IF
           SET INPUT-FILE-IS-OPEN TO TRUE
           IF LK-ACTION = "CHEK"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LOAD-REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "35"
               OPEN OUTPUT LOAD-REJECT-FILE
           END-IF
           IF WS-REJECT-FILE-STATUS NOT = "00"
               MOVE WS-REJECT-FILE-STATUS TO WS-STATUS-DISPLAY
               SET LK-LOAD-FAILED TO TRUE
      * No load without somewhere to put its rejects - a refused
      * record that is not listed is a record silently dropped.
               STRING "lodrej.dat not writable (status "
                          DELIMITED BY SIZE
                      WS-STATUS-DISPLAY DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO LK-REASON
               PERFORM 400-CLOSE-FILES
               EXIT PARAGRAPH
           END-IF
           SET REJECT-FILE-IS-OPEN TO TRUE
      * Resumed load: the checkpoint's record number is the last
      * input record whose outcome was committed - step past those.
           MOVE LK-RECORD-NUMBER TO WS-SKIP-COUNT
           PERFORM 120-SKIP-ONE-RECORD
               UNTIL WS-SKIP-COUNT NOT > ZERO
                  OR INPUT-AT-END
           IF INPUT-AT-END
               SET LK-LOAD-AT-END TO TRUE
               STRING "checkpoint is past the end of the input file "
                          DELIMITED BY SIZE
                      "- nothing left to load" DELIMITED BY SIZE
                      INTO LK-REASON
           END-IF.

       110-LOAD-FIELD-MAP.
           MOVE ZERO TO WS-MAP-COUNT
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-MAX-SELECT-ITEMS
               MOVE ZERO TO WS-FM-OFFSET(WS-COL-INDEX)
               MOVE ZERO TO WS-FM-LENGTH(WS-COL-INDEX)
               MOVE ZERO TO WS-FM-TYPE(WS-COL-INDEX)
           END-PERFORM
           OPEN INPUT LOAD-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = "00"
               SET LK-LOAD-FAILED TO TRUE
               MOVE "no field map - lodmap.dat not available"
                   TO LK-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE LK-QUERY-ID TO LMP-QUERY-ID
           MOVE ZERO TO LMP-COL-SEQ
           START LOAD-MAP-FILE KEY NOT < LMP-KEY
               INVALID KEY
                   MOVE "10" TO WS-MAP-FILE-STATUS
           END-START
           PERFORM 115-READ-ONE-MAP-FIELD
               UNTIL WS-MAP-FILE-STATUS NOT = "00"
           CLOSE LOAD-MAP-FILE
           COMPUTE WS-PLACEHOLDER-LIMIT =
                   FUNCTION MIN(LK-PLACEHOLDERS WS-MAX-SELECT-ITEMS)
      * Every placeholder needs a field - one left unmapped would be
      * bound as null on every record, which is never what a load
      * file means.
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-PLACEHOLDER-LIMIT
                      OR LK-LOAD-FAILED
               IF WS-FM-LENGTH(WS-COL-INDEX) = ZERO
                   MOVE WS-COL-INDEX TO WS-SEQ-DISPLAY
                   SET LK-LOAD-FAILED TO TRUE
                   STRING "no field map record for placeholder "
                              DELIMITED BY SIZE
                          WS-SEQ-DISPLAY DELIMITED BY SIZE
                          INTO LK-REASON
               END-IF
           END-PERFORM.

       115-READ-ONE-MAP-FIELD.
           READ LOAD-MAP-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-MAP-FILE-STATUS NOT = "00"
                   OR LMP-QUERY-ID NOT = LK-QUERY-ID
               MOVE "10" TO WS-MAP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF LMP-COL-SEQ < 1 OR LMP-COL-SEQ > WS-MAX-SELECT-ITEMS
               EXIT PARAGRAPH
           END-IF
      * A field that runs off the end of the record, or past the
      * bind value's width, is a map error - refuse the load rather
      * than bind a clipped value into every row.
           IF LMP-OFFSET < 1 OR LMP-LENGTH < 1 OR LMP-LENGTH > 240
                   OR LMP-OFFSET + LMP-LENGTH - 1 > 2000
               MOVE LMP-COL-SEQ TO WS-SEQ-DISPLAY
               SET LK-LOAD-FAILED TO TRUE
               STRING "field map for placeholder " DELIMITED BY SIZE
                      WS-SEQ-DISPLAY DELIMITED BY SIZE
                      " is outside the record or longer than 240"
                          DELIMITED BY SIZE
                      INTO LK-REASON
               MOVE "10" TO WS-MAP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE LMP-OFFSET TO WS-FM-OFFSET(LMP-COL-SEQ)
           MOVE LMP-LENGTH TO WS-FM-LENGTH(LMP-COL-SEQ)
           MOVE LMP-TYPE TO WS-FM-TYPE(LMP-COL-SEQ)
           ADD 1 TO WS-MAP-COUNT.

       120-SKIP-ONE-RECORD.
           READ LOAD-INPUT-FILE
               AT END
                   SET INPUT-AT-END TO TRUE
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT 1 FROM WS-SKIP-COUNT.

      ***************************************************************
      * One input record into the bind values.                       *
      ***************************************************************
       200-READ-ONE-RECORD.
           MOVE SPACES TO LK-REASON
           IF NOT INPUT-FILE-IS-OPEN OR INPUT-AT-END
               SET LK-LOAD-AT-END TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ LOAD-INPUT-FILE
               AT END
                   SET INPUT-AT-END TO TRUE
                   SET LK-LOAD-AT-END TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF WS-INPUT-FILE-STATUS NOT = "00"
      * A read error mid-file ends the load where it stands; the
      * caller commits and checkpoints what it has, so a rerun
      * after the file is fixed resumes from here.
               MOVE WS-INPUT-FILE-STATUS TO WS-STATUS-DISPLAY
               SET INPUT-AT-END TO TRUE
               SET LK-LOAD-FAILED TO TRUE
               STRING "input file read failed (status "
                          DELIMITED BY SIZE
                      WS-STATUS-DISPLAY DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO LK-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LK-RECORD-NUMBER
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > WS-MAX-SELECT-ITEMS
               MOVE ZERO TO LK-SUPPLIED-LEN(WS-COL-INDEX)
               MOVE ZERO TO LK-SUPPLIED-TYPE(WS-COL-INDEX)
               MOVE SPACES TO LK-SUPPLIED-VALUE(WS-COL-INDEX)
           END-PERFORM
           PERFORM 210-MAP-ONE-FIELD
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > WS-PLACEHOLDER-LIMIT
           SET LK-LOAD-OK TO TRUE.

       210-MAP-ONE-FIELD.
           MOVE LOAD-INPUT-RECORD(WS-FM-OFFSET(WS-COL-INDEX):
                                   WS-FM-LENGTH(WS-COL-INDEX))
               TO LK-SUPPLIED-VALUE(WS-COL-INDEX)
           MOVE ZERO TO WS-FIELD-END
           PERFORM VARYING WS-CHAR-POS
                   FROM WS-FM-LENGTH(WS-COL-INDEX) BY -1
                   UNTIL WS-CHAR-POS < 1 OR WS-FIELD-END > ZERO
               IF LK-SUPPLIED-VALUE(WS-COL-INDEX)(WS-CHAR-POS:1)
                       NOT = SPACE
                   MOVE WS-CHAR-POS TO WS-FIELD-END
               END-IF
           END-PERFORM
      * All blank: leave the "not supplied" pair - a null bind.
           IF WS-FIELD-END > ZERO
               MOVE WS-FIELD-END TO LK-SUPPLIED-LEN(WS-COL-INDEX)
               MOVE WS-FM-TYPE(WS-COL-INDEX)
                   TO LK-SUPPLIED-TYPE(WS-COL-INDEX)
           END-IF.

       300-WRITE-REJECT.
           IF NOT REJECT-FILE-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RJD-TIMESTAMP
           MOVE LK-QUERY-ID TO WS-RJD-QUERY-ID
           MOVE LK-RECORD-NUMBER TO WS-RJD-RECORD-NUMBER
           MOVE LK-REASON TO WS-RJD-REASON
           MOVE LOAD-INPUT-RECORD(1:200) TO WS-RJD-RECORD-IMAGE
           MOVE WS-REJECT-DETAIL TO LOAD-REJECT-LINE
           WRITE LOAD-REJECT-LINE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "LODFILE: lodrej.dat write failed (status "
                       WS-REJECT-FILE-STATUS ") for " LK-QUERY-ID
                       " record " LK-RECORD-NUMBER
           END-IF.

       400-CLOSE-FILES.
           IF INPUT-FILE-IS-OPEN
               CLOSE LOAD-INPUT-FILE
               SET INPUT-FILE-IS-OPEN TO FALSE
           END-IF
           IF REJECT-FILE-IS-OPEN
               CLOSE LOAD-REJECT-FILE
               SET REJECT-FILE-IS-OPEN TO FALSE
           END-IF.
