      ***************************************************************
      * RUNFCST : Elapsed-time trend and batch-window forecast off   *
      *           the runaudit.dat trail (see runaudit.cob).         *
      *                                                               *
      * RUNAUDR and RUNEXCR judge row counts and statuses; neither    *
      * looks at how long a run took, so an entry creeping from four  *
      * minutes to forty went unnoticed until the governor deferred   *
      * it at CUTOFF. This report works from the same audit records: *
      *                                                               *
      *   - per query id, the elapsed time (start to end timestamp)  *
      *     and rows per second of its last N clean runs, oldest     *
      *     first, with the average over those runs;                 *
      *   - an id whose latest run took more than an operator-       *
      *     supplied tolerance percentage longer than the average of *
      *     its earlier runs in the window is flagged SLOWER;        *
      *   - the enabled qrylib.dat playlist is then laid out the way *
      *     250-RUN-PLAYLIST in sample10.pco runs it, each entry     *
      *     costed at its average elapsed time: every stream runs    *
      *     its own entries in key order, side by side with the      *
      *     other streams, and an entry starts no earlier than the   *
      *     finish of every predecessor named on its library record *
      *     - a stream whose next entry waits on another stream's    *
      *     predecessor waits with it. An entry whose predecessor is *
      *     disabled, missing, skipped itself, or sorts after it in  *
      *     its own stream would be skipped by the playlist, so it   *
      *     is left out of the forecast and listed, as is a set of   *
      *     entries that wait on each other. A predecessor in        *
      *     another stream that sorts after the entry is run in time *
      *     by the stream jobs, but the whole library run as one job *
      *     would skip the entry - each is flagged, and a severity-2 *
      *     FCSTORDR event goes to evtfeed.dat. The forecast         *
      *     duration is the finish of the slowest stream; a library  *
      *     with no streams assigned is one stream, run end to end;  *
      *   - the forecast finish is compared with the CUTOFF=HHMMSS   *
      *     line on runctl.dat (the batch-window governor's card).   *
      *     On an overrun the biggest contributors are listed and a  *
      *     severity-2 FCSTOVER event goes to evtfeed.dat (see       *
      *     evtlog.cob), so the warning is out before the night run  *
      *     starts rather than after the governor has deferred       *
      *     things.                                                  *
      *                                                               *
      * Only completed runs with a zero final SQLCODE are measured -  *
      * an abend stops early and a governor-deferred 'D' run stopped *
      * short on purpose, so both would understate the entry's real  *
      * cost. An enabled entry with no clean run on file cannot be   *
      * costed; it is listed and the forecast says it is understated.*
      *                                                               *
      * The planned start time defaults to now. Schedule this step   *
      * ahead of the night playlist with the job's planned start     *
      * keyed in, or run it ad hoc at the console.                   *
      *                                                               *
      * The record layout mirrors runaudit.cob's RUN-AUDIT-RECORD;    *
      * keep the two in step by hand, the same convention as          *
      * runaudr.cob and runexcr.cob.                                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-AUDIT-FILE ASSIGN TO "runaudit.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AUD-KEY
               FILE STATUS WS-AUDIT-FILE-STATUS.
      * The same KEYWORD=VALUE run control card SAMPLE10's governor
      * reads (see 255-READ-GOVERNOR-CARD) - only CUTOFF is used.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-AUDIT-FILE.
       01  RUN-AUDIT-RECORD.
           02  AUD-KEY.
               03  AUD-QUERY-ID           PIC X(30).
               03  AUD-START-TIMESTAMP    PIC X(26).
           02  AUD-SQL-HASH               PIC 9(9).
           02  AUD-END-TIMESTAMP          PIC X(26).
           02  AUD-ROWS-FETCHED           PIC S9(9) COMP-5.
           02  AUD-NULL-DISCREPANCIES     PIC S9(9) COMP-5.
           02  AUD-CACHE-HIT-FLAG         PIC X.
           02  AUD-CHKPT-RESUME-FLAG      PIC X.
           02  AUD-FINAL-SQLCODE          PIC S9(9) COMP-5.
           02  AUD-RUN-STATUS             PIC X.
           02  AUD-DQ-FLAGGED-ROWS        PIC S9(9) COMP-5.
           02  AUD-DQ-REJECTED-ROWS       PIC S9(9) COMP-5.
           02  AUD-LOAD-INPUT-RECORDS     PIC S9(9) COMP-5.
           02  AUD-LOAD-LOADED-RECORDS    PIC S9(9) COMP-5.
           02  AUD-LOAD-REJECTED-RECORDS  PIC S9(9) COMP-5.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS           PIC XX.
       01  WS-RUNCTL-FILE-STATUS          PIC XX.
       01  WS-RUNS-WANTED                 PIC 9(2) VALUE ZERO.
       01  WS-TOLERANCE-PCT               PIC 9(3) VALUE ZERO.
       01  WS-START-TIME-INPUT            PIC X(6) VALUE SPACES.

      * Clean runs of the id the walk is on, kept as a ring of the
      * last WS-RUNS-WANTED (at most WS-MAX-RING-RUNS). The file's
      * key order is id then start timestamp, so when the walk
      * leaves an id the ring holds exactly its latest runs.
       01  WS-MAX-RING-RUNS               PIC S9(9) COMP-5 VALUE 10.
       01  WS-RING-COUNT                  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-RING-NEXT                   PIC S9(9) COMP-5 VALUE 1.
       01  WS-RING-INDEX                  PIC S9(9) COMP-5.
       01  WS-RING-STEP                   PIC S9(9) COMP-5.
       01  WS-RING-TABLE.
           02  WS-RING-ENTRY              OCCURS 10 TIMES.
               03  WS-RING-ELAPSED        PIC S9(9)V99 COMP-3.
               03  WS-RING-ROWS           PIC S9(9) COMP-5.
       01  WS-CURRENT-ID                  PIC X(30) VALUE SPACES.

      * Elapsed-time arithmetic: a CURRENT-DATE stamp
      * (CCYYMMDDHHMMSShh) turned into seconds since the calendar's
      * day zero, so a run crossing midnight still subtracts cleanly.
       01  WS-STAMP-WORK                  PIC X(26).
       01  WS-STAMP-SECONDS               PIC S9(13)V99 COMP-3.
       01  WS-START-SECONDS               PIC S9(13)V99 COMP-3.
       01  WS-END-SECONDS                 PIC S9(13)V99 COMP-3.
       01  WS-ELAPSED                     PIC S9(9)V99 COMP-3.

       01  WS-ELAPSED-SUM                 PIC S9(11)V99 COMP-3.
       01  WS-PRIOR-SUM                   PIC S9(11)V99 COMP-3.
       01  WS-AVERAGE-ELAPSED             PIC S9(9)V99 COMP-3.
       01  WS-PRIOR-AVERAGE               PIC S9(9)V99 COMP-3.
       01  WS-LATEST-ELAPSED              PIC S9(9)V99 COMP-3.
       01  WS-LATEST-ROWS                 PIC S9(9) COMP-5.
       01  WS-ROWS-PER-SEC                PIC S9(9)V99 COMP-3.
       01  WS-GROWTH-PCT                  PIC S9(9) COMP-5.
       01  WS-SLOWER-COUNT                PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-MEASURED-ID-COUNT           PIC S9(9) COMP-5 VALUE ZERO.

      * Average elapsed time per measured id - what the playlist
      * forecast costs each enabled entry at.
       01  WS-MAX-STAT-ENTRIES            PIC S9(9) COMP-5 VALUE 500.
       01  WS-STAT-COUNT                  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-TABLE.
           02  WS-STAT-ENTRY              OCCURS 500 TIMES.
               03  WS-STAT-QUERY-ID       PIC X(30).
               03  WS-STAT-AVERAGE        PIC S9(9)V99 COMP-3.
       01  WS-STAT-INDEX                  PIC S9(9) COMP-5.
       01  WS-FOUND-INDEX                 PIC S9(9) COMP-5.

      * Library walk - the same parameter list SAMPLE10 passes
      * QRYLIB. The options group mirrors QRY-ENTRY-OPTIONS in
      * qrylib.cob; keep it in step by hand.
       01  WS-QUERY-ID                    PIC X(30).
       01  WS-QRY-SQL-TEXT                PIC X(1000).
       01  WS-QRY-ENABLED-FLAG            PIC X.
       01  WS-QRY-ITERATE-FLAG            PIC X.
       01  WS-QRY-PREDECESSOR-IDS.
           02  WS-QRY-PRED-ID             OCCURS 3 TIMES PIC X(30).
       01  WS-MAX-PREDECESSORS            PIC S9(9) COMP-5 VALUE 3.
       01  WS-QRY-MAX-ROWS                PIC 9(9).
       01  WS-QRY-ENTRY-OPTIONS.
           02  WS-QRY-OUTPUT-FORMAT       PIC X.
           02  WS-QRY-STREAM-NUMBER       PIC 9(2).
           02  WS-QRY-APPROVAL-STATUS     PIC X.
               88  WS-QRY-AWAITING-APPROVAL  VALUE 'P'.
           02  FILLER                     PIC X(96).
       01  WS-QRY-FOUND-FLAG              PIC X.
           88  WS-QRY-ENTRY-FOUND            VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-PRED-INDEX                  PIC S9(9) COMP-5.

      * One row per enabled library entry, in key order, with its
      * stream, predecessors, and - once laid out - its forecast
      * start/finish as seconds from the planned start. State 'W'
      * is not laid out yet, 'S' is scheduled, 'K' would be skipped
      * by the playlist (WS-PLAN-REASON-ID names the predecessor).
       01  WS-MAX-PLAN-ENTRIES            PIC S9(9) COMP-5 VALUE 500.
       01  WS-PLAN-COUNT                  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-PLAN-TABLE.
           02  WS-PLAN-ENTRY              OCCURS 500 TIMES.
               03  WS-PLAN-QUERY-ID       PIC X(30).
               03  WS-PLAN-STREAM         PIC 9(2).
               03  WS-PLAN-PRED-ID        OCCURS 3 TIMES PIC X(30).
               03  WS-PLAN-DURATION       PIC S9(9)V99 COMP-3.
               03  WS-PLAN-START          PIC S9(9)V99 COMP-3.
               03  WS-PLAN-FINISH         PIC S9(9)V99 COMP-3.
               03  WS-PLAN-STATE          PIC X.
                   88  WS-PLAN-WAITING       VALUE 'W'.
                   88  WS-PLAN-SCHEDULED     VALUE 'S'.
                   88  WS-PLAN-SKIPPED       VALUE 'K'.
               03  WS-PLAN-REASON-ID      PIC X(30).
      * A predecessor in another stream that sorts after the entry.
               03  WS-PLAN-LATE-PRED-ID   PIC X(30).
               03  WS-PLAN-HISTORY-FLAG   PIC X.
                   88  WS-PLAN-HAS-HISTORY   VALUE 'Y'.
               03  WS-PLAN-PICKED-FLAG    PIC X.
                   88  WS-PLAN-WAS-PICKED    VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-PLAN-INDEX                  PIC S9(9) COMP-5.
       01  WS-PRED-PLAN-INDEX             PIC S9(9) COMP-5.
       01  WS-FORECAST-TOTAL              PIC S9(9)V99 COMP-3
                                              VALUE ZERO.
       01  WS-PRED-FINISH                 PIC S9(9)V99 COMP-3.
       01  WS-ENTRY-BLOCKED-FLAG          PIC X.
           88  WS-ENTRY-IS-BLOCKED           VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-PASS-PROGRESS-FLAG          PIC X.
           88  WS-PASS-MADE-PROGRESS         VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-SKIPPED-COUNT               PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-UNCOSTED-COUNT              PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LATE-PRED-COUNT             PIC S9(9) COMP-5 VALUE ZERO.

      * Per-stream clock (when the stream's last laid-out entry
      * finishes) and whether its next entry is waiting this pass -
      * indexed by stream number.
       01  WS-MAX-STREAMS                 PIC S9(9) COMP-5 VALUE 99.
       01  WS-STREAM-TABLE.
           02  WS-STREAM-ENTRY            OCCURS 99 TIMES.
               03  WS-STREAM-CLOCK        PIC S9(9)V99 COMP-3.
               03  WS-STREAM-BLOCKED-FLAG PIC X.
                   88  WS-STREAM-IS-BLOCKED  VALUE 'Y'
                                              WHEN SET TO FALSE 'N'.
       01  WS-STREAM-INDEX                PIC S9(9) COMP-5.
       01  WS-STREAM-WORK                 PIC 9(2).

      * The window: planned start to the next occurrence of CUTOFF.
       01  WS-CTL-KEYWORD                 PIC X(20).
       01  WS-CTL-VALUE                   PIC X(59).
       01  WS-CARD-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-CONTROL-CARD-AT-END        VALUE 'Y'.
       01  WS-CUTOFF-TIME                 PIC X(6) VALUE SPACES.
       01  WS-NOW-TIMESTAMP               PIC X(21).
       01  WS-START-TIME                  PIC X(6).
       01  WS-START-OF-DAY                PIC S9(9) COMP-5.
       01  WS-CUTOFF-OF-DAY               PIC S9(9) COMP-5.
       01  WS-WINDOW-SECONDS              PIC S9(9) COMP-5.
       01  WS-FINISH-OF-DAY               PIC S9(9) COMP-5.
       01  WS-FINISH-HH                   PIC 9(2).
       01  WS-FINISH-MM                   PIC 9(2).
       01  WS-FINISH-SS                   PIC 9(2).
       01  WS-FINISH-WORK                 PIC S9(9) COMP-5.

      * Biggest contributors on an overrun.
       01  WS-MAX-CONTRIBUTORS            PIC S9(9) COMP-5 VALUE 5.
       01  WS-PICK-ROUND                  PIC S9(9) COMP-5.
       01  WS-PICK-INDEX                  PIC S9(9) COMP-5.
       01  WS-PICK-DURATION               PIC S9(9)V99 COMP-3.
       01  WS-SHARE-PCT                   PIC S9(3) COMP-5.
       01  WS-TOP-CONTRIBUTOR             PIC X(30) VALUE SPACES.

       01  WS-EVENT-TEXT                  PIC X(80).
       01  WS-EVENT-OBJECT-ID             PIC X(30) VALUE "qrylib.dat".

       01  WS-TREND-LINE                  PIC X(80).
       01  WS-TREND-POS                   PIC S9(9) COMP-5.
       01  WS-TREND-VALUE                 PIC ZZZZZZ9.

       01  WS-ID-LINE.
           02  WS-IDL-QUERY-ID            PIC X(30).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-IDL-RUNS                PIC Z9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-IDL-AVERAGE             PIC ZZZZZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-IDL-LATEST              PIC ZZZZZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-IDL-ROWS-PER-SEC        PIC ZZZZZZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-IDL-GROWTH              PIC ----9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-IDL-FLAG                PIC X(6).

       01  WS-PLAN-LINE.
           02  WS-PLL-QUERY-ID            PIC X(30).
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-PLL-STREAM              PIC Z9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-PLL-START               PIC ZZZZZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-PLL-DURATION            PIC ZZZZZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-PLL-FINISH              PIC ZZZZZZ9.
           02  FILLER                     PIC X VALUE SPACE.
           02  WS-PLL-NOTE                PIC X(20).

       01  WS-SECONDS-DISPLAY             PIC ZZZZZZZZ9.
       01  WS-SECONDS-DISPLAY-2           PIC ZZZZZZZZ9.
       01  WS-COUNT-DISPLAY               PIC ZZZZ9.
       01  WS-PCT-DISPLAY                 PIC ZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "Elapsed-time trend and batch-window forecast"
           DISPLAY "Runs per id for the trend (1-10, blank = 5): "
               WITH NO ADVANCING
           ACCEPT WS-RUNS-WANTED
           IF WS-RUNS-WANTED < 1 OR WS-RUNS-WANTED > WS-MAX-RING-RUNS
               MOVE 5 TO WS-RUNS-WANTED
           END-IF
           DISPLAY "Elapsed-time growth tolerance pct "
                   "(0 = skip check): " WITH NO ADVANCING
           ACCEPT WS-TOLERANCE-PCT
           DISPLAY "Planned playlist start HHMMSS (blank = now): "
               WITH NO ADVANCING
           ACCEPT WS-START-TIME-INPUT

           PERFORM 100-BUILD-TRENDS
           PERFORM 300-FORECAST-PLAYLIST
           PERFORM 400-JUDGE-WINDOW
           GOBACK.

       100-BUILD-TRENDS.
           OPEN INPUT RUN-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "No run-audit file on this system "
                       "(status " WS-AUDIT-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Elapsed seconds over the last " WS-RUNS-WANTED
                   " clean run(s) per id"
           DISPLAY "QUERY ID                       RUNS AVG-SEC "
                   "LAST-SEC ROWS/SEC GROW%"
           PERFORM 110-EXAMINE-ONE-RECORD
               UNTIL WS-AUDIT-FILE-STATUS NOT = "00"
           CLOSE RUN-AUDIT-FILE
           PERFORM 200-CLOSE-OUT-ID
           MOVE WS-MEASURED-ID-COUNT TO WS-COUNT-DISPLAY
           DISPLAY WS-COUNT-DISPLAY " id(s) measured, "
                   WS-SLOWER-COUNT " flagged SLOWER".

       110-EXAMINE-ONE-RECORD.
           READ RUN-AUDIT-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF AUD-QUERY-ID NOT = WS-CURRENT-ID
               PERFORM 200-CLOSE-OUT-ID
               MOVE AUD-QUERY-ID TO WS-CURRENT-ID
               MOVE ZERO TO WS-RING-COUNT
               MOVE 1 TO WS-RING-NEXT
           END-IF
      * Only clean completed runs measure the entry's real cost.
           IF AUD-RUN-STATUS NOT = 'C' OR AUD-FINAL-SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF AUD-START-TIMESTAMP(1:16) IS NOT NUMERIC
                   OR AUD-END-TIMESTAMP(1:16) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-START-TIMESTAMP TO WS-STAMP-WORK
           PERFORM 120-STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-START-SECONDS
           MOVE AUD-END-TIMESTAMP TO WS-STAMP-WORK
           PERFORM 120-STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-END-SECONDS
           COMPUTE WS-ELAPSED = WS-END-SECONDS - WS-START-SECONDS
           IF WS-ELAPSED < ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ELAPSED TO WS-RING-ELAPSED(WS-RING-NEXT)
           MOVE AUD-ROWS-FETCHED TO WS-RING-ROWS(WS-RING-NEXT)
           ADD 1 TO WS-RING-NEXT
           IF WS-RING-NEXT > WS-RUNS-WANTED
               MOVE 1 TO WS-RING-NEXT
           END-IF
           IF WS-RING-COUNT < WS-RUNS-WANTED
               ADD 1 TO WS-RING-COUNT
           END-IF.

       120-STAMP-TO-SECONDS.
           COMPUTE WS-STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-STAMP-WORK(1:8))) * 86400
               + FUNCTION NUMVAL(WS-STAMP-WORK(9:2)) * 3600
               + FUNCTION NUMVAL(WS-STAMP-WORK(11:2)) * 60
               + FUNCTION NUMVAL(WS-STAMP-WORK(13:2))
               + FUNCTION NUMVAL(WS-STAMP-WORK(15:2)) / 100.

       200-CLOSE-OUT-ID.
      * Print the id's trend and keep its average for the forecast.
      * The ring's oldest run sits at WS-RING-NEXT once it has
      * wrapped, at slot 1 until then.
           IF WS-CURRENT-ID = SPACES OR WS-RING-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MEASURED-ID-COUNT
           MOVE ZERO TO WS-ELAPSED-SUM
           MOVE SPACES TO WS-TREND-LINE
           MOVE 1 TO WS-TREND-POS
           IF WS-RING-COUNT < WS-RUNS-WANTED
               MOVE 1 TO WS-RING-INDEX
           ELSE
               MOVE WS-RING-NEXT TO WS-RING-INDEX
           END-IF
           PERFORM VARYING WS-RING-STEP FROM 1 BY 1
                   UNTIL WS-RING-STEP > WS-RING-COUNT
               ADD WS-RING-ELAPSED(WS-RING-INDEX) TO WS-ELAPSED-SUM
               MOVE WS-RING-ELAPSED(WS-RING-INDEX) TO WS-TREND-VALUE
               STRING WS-TREND-VALUE DELIMITED BY SIZE
                   INTO WS-TREND-LINE WITH POINTER WS-TREND-POS
               MOVE WS-RING-ELAPSED(WS-RING-INDEX)
                   TO WS-LATEST-ELAPSED
               MOVE WS-RING-ROWS(WS-RING-INDEX) TO WS-LATEST-ROWS
               ADD 1 TO WS-RING-INDEX
               IF WS-RING-INDEX > WS-RUNS-WANTED
                   MOVE 1 TO WS-RING-INDEX
               END-IF
           END-PERFORM
           COMPUTE WS-AVERAGE-ELAPSED ROUNDED =
               WS-ELAPSED-SUM / WS-RING-COUNT
           IF WS-LATEST-ELAPSED > ZERO
               COMPUTE WS-ROWS-PER-SEC ROUNDED =
                   WS-LATEST-ROWS / WS-LATEST-ELAPSED
           ELSE
               MOVE WS-LATEST-ROWS TO WS-ROWS-PER-SEC
           END-IF
      * Growth is the latest run against the average of the runs
      * before it in the window - averaging the latest run in would
      * dilute exactly the jump being looked for.
           MOVE ZERO TO WS-GROWTH-PCT
           MOVE SPACES TO WS-IDL-FLAG
           IF WS-RING-COUNT > 1
               COMPUTE WS-PRIOR-SUM = WS-ELAPSED-SUM - WS-LATEST-ELAPSED
               COMPUTE WS-PRIOR-AVERAGE ROUNDED =
                   WS-PRIOR-SUM / (WS-RING-COUNT - 1)
               IF WS-PRIOR-AVERAGE > ZERO
                   COMPUTE WS-GROWTH-PCT =
                       ((WS-LATEST-ELAPSED - WS-PRIOR-AVERAGE) * 100)
                           / WS-PRIOR-AVERAGE
               END-IF
               IF WS-TOLERANCE-PCT > ZERO
                       AND WS-GROWTH-PCT > WS-TOLERANCE-PCT
                   MOVE "SLOWER" TO WS-IDL-FLAG
                   ADD 1 TO WS-SLOWER-COUNT
               END-IF
           END-IF
           MOVE WS-CURRENT-ID TO WS-IDL-QUERY-ID
           MOVE WS-RING-COUNT TO WS-IDL-RUNS
           MOVE WS-AVERAGE-ELAPSED TO WS-IDL-AVERAGE
           MOVE WS-LATEST-ELAPSED TO WS-IDL-LATEST
           MOVE WS-ROWS-PER-SEC TO WS-IDL-ROWS-PER-SEC
           MOVE WS-GROWTH-PCT TO WS-IDL-GROWTH
           DISPLAY WS-ID-LINE
           DISPLAY "    trend (sec, oldest first):" WS-TREND-LINE
           IF WS-STAT-COUNT < WS-MAX-STAT-ENTRIES
               ADD 1 TO WS-STAT-COUNT
               MOVE WS-CURRENT-ID TO WS-STAT-QUERY-ID(WS-STAT-COUNT)
               MOVE WS-AVERAGE-ELAPSED
                   TO WS-STAT-AVERAGE(WS-STAT-COUNT)
           ELSE
               DISPLAY "WARNING: forecast table full - "
                       WS-CURRENT-ID " not costed"
           END-IF.

       300-FORECAST-PLAYLIST.
           PERFORM 305-LOAD-PLAYLIST
           PERFORM VARYING WS-STREAM-INDEX FROM 1 BY 1
                   UNTIL WS-STREAM-INDEX > WS-MAX-STREAMS
               MOVE ZERO TO WS-STREAM-CLOCK(WS-STREAM-INDEX)
           END-PERFORM
      * Lay entries out pass by pass until a pass places nothing
      * new: an entry waiting on another stream's predecessor gets
      * placed on a later pass, once that predecessor has been.
           SET WS-PASS-MADE-PROGRESS TO TRUE
           PERFORM 320-LAYOUT-PASS
               UNTIL NOT WS-PASS-MADE-PROGRESS
      * Whatever is still waiting waits on something that never
      * finishes - entries in a dependency loop. The playlist would
      * give up on them once the predecessor wait runs out.
           PERFORM VARYING WS-PLAN-INDEX FROM 1 BY 1
                   UNTIL WS-PLAN-INDEX > WS-PLAN-COUNT
               IF WS-PLAN-WAITING(WS-PLAN-INDEX)
                   MOVE 'K' TO WS-PLAN-STATE(WS-PLAN-INDEX)
                   MOVE "(dependency loop)"
                       TO WS-PLAN-REASON-ID(WS-PLAN-INDEX)
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "Playlist forecast (seconds from planned start)"
           DISPLAY "QUERY ID                       ST   START     SEC "
                   " FINISH NOTE"
           PERFORM 340-PRINT-PLAN-ENTRY
               VARYING WS-PLAN-INDEX FROM 1 BY 1
               UNTIL WS-PLAN-INDEX > WS-PLAN-COUNT
           MOVE WS-PLAN-COUNT TO WS-COUNT-DISPLAY
           DISPLAY WS-COUNT-DISPLAY " enabled entr(ies), "
                   WS-SKIPPED-COUNT " would be skipped, "
                   WS-UNCOSTED-COUNT " without run history"
           IF WS-LATE-PRED-COUNT > ZERO
               MOVE WS-LATE-PRED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-EVENT-TEXT
               STRING WS-COUNT-DISPLAY " entr(ies) skipped if run as "
                      "a single whole-library job - predecessor "
                      "sorts after" DELIMITED BY SIZE
                      INTO WS-EVENT-TEXT
               CALL "EVTLOG" USING "RUNFCST " WS-EVENT-OBJECT-ID "2"
                                    "FCSTORDR" WS-EVENT-TEXT
           END-IF.

       305-LOAD-PLAYLIST.
           CALL "QRYLIB" USING "STRT" WS-QUERY-ID WS-QRY-SQL-TEXT
                                WS-QRY-ENABLED-FLAG
                                WS-QRY-ITERATE-FLAG
                                WS-QRY-PREDECESSOR-IDS
                                WS-QRY-MAX-ROWS
                                WS-QRY-ENTRY-OPTIONS
                                WS-QRY-FOUND-FLAG
           CALL "QRYLIB" USING "NEXT" WS-QUERY-ID WS-QRY-SQL-TEXT
                                WS-QRY-ENABLED-FLAG
                                WS-QRY-ITERATE-FLAG
                                WS-QRY-PREDECESSOR-IDS
                                WS-QRY-MAX-ROWS
                                WS-QRY-ENTRY-OPTIONS
                                WS-QRY-FOUND-FLAG
           PERFORM UNTIL NOT WS-QRY-ENTRY-FOUND
      * A held entry (change not yet approved) is not run tonight.
               IF WS-QRY-ENABLED-FLAG = 'Y'
                       AND NOT WS-QRY-AWAITING-APPROVAL
                   PERFORM 310-LOAD-ONE-ENTRY
               END-IF
               CALL "QRYLIB" USING "NEXT" WS-QUERY-ID WS-QRY-SQL-TEXT
                                    WS-QRY-ENABLED-FLAG
                                    WS-QRY-ITERATE-FLAG
                                    WS-QRY-PREDECESSOR-IDS
                                    WS-QRY-MAX-ROWS
                                    WS-QRY-ENTRY-OPTIONS
                                    WS-QRY-FOUND-FLAG
           END-PERFORM
           CALL "QRYLIB" USING "CLOS" WS-QUERY-ID WS-QRY-SQL-TEXT
                                WS-QRY-ENABLED-FLAG
                                WS-QRY-ITERATE-FLAG
                                WS-QRY-PREDECESSOR-IDS
                                WS-QRY-MAX-ROWS
                                WS-QRY-ENTRY-OPTIONS
                                WS-QRY-FOUND-FLAG.

       310-LOAD-ONE-ENTRY.
           IF WS-PLAN-COUNT >= WS-MAX-PLAN-ENTRIES
               DISPLAY "WARNING: forecast plan full - " WS-QUERY-ID
                       " not forecast"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLAN-COUNT
           MOVE WS-QUERY-ID TO WS-PLAN-QUERY-ID(WS-PLAN-COUNT)
      * Blank or zero is stream 1, as in SAMPLE10.
           IF WS-QRY-STREAM-NUMBER IS NUMERIC
                   AND WS-QRY-STREAM-NUMBER > ZERO
               MOVE WS-QRY-STREAM-NUMBER
                   TO WS-PLAN-STREAM(WS-PLAN-COUNT)
           ELSE
               MOVE 1 TO WS-PLAN-STREAM(WS-PLAN-COUNT)
           END-IF
           PERFORM VARYING WS-PRED-INDEX FROM 1 BY 1
                   UNTIL WS-PRED-INDEX > WS-MAX-PREDECESSORS
               MOVE WS-QRY-PRED-ID(WS-PRED-INDEX)
                   TO WS-PLAN-PRED-ID(WS-PLAN-COUNT, WS-PRED-INDEX)
           END-PERFORM
           MOVE 'W' TO WS-PLAN-STATE(WS-PLAN-COUNT)
           MOVE SPACES TO WS-PLAN-REASON-ID(WS-PLAN-COUNT)
           MOVE SPACES TO WS-PLAN-LATE-PRED-ID(WS-PLAN-COUNT)
           SET WS-PLAN-WAS-PICKED(WS-PLAN-COUNT) TO FALSE
           MOVE 'N' TO WS-PLAN-HISTORY-FLAG(WS-PLAN-COUNT)
           MOVE ZERO TO WS-PLAN-DURATION(WS-PLAN-COUNT)
           MOVE ZERO TO WS-PLAN-START(WS-PLAN-COUNT)
           MOVE ZERO TO WS-PLAN-FINISH(WS-PLAN-COUNT)
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING WS-STAT-INDEX FROM 1 BY 1
                   UNTIL WS-STAT-INDEX > WS-STAT-COUNT
                      OR WS-FOUND-INDEX NOT = ZERO
               IF WS-STAT-QUERY-ID(WS-STAT-INDEX) = WS-QUERY-ID
                   MOVE WS-STAT-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZERO
               ADD 1 TO WS-UNCOSTED-COUNT
           ELSE
               MOVE 'Y' TO WS-PLAN-HISTORY-FLAG(WS-PLAN-COUNT)
               MOVE WS-STAT-AVERAGE(WS-FOUND-INDEX)
                   TO WS-PLAN-DURATION(WS-PLAN-COUNT)
           END-IF.

       320-LAYOUT-PASS.
      * One sweep in key order. Each stream's next waiting entry is
      * tried; once one of a stream's entries has to wait, the rest
      * of that stream waits behind it this pass, as the stream job
      * would.
           SET WS-PASS-MADE-PROGRESS TO FALSE
           PERFORM VARYING WS-STREAM-INDEX FROM 1 BY 1
                   UNTIL WS-STREAM-INDEX > WS-MAX-STREAMS
               SET WS-STREAM-IS-BLOCKED(WS-STREAM-INDEX) TO FALSE
           END-PERFORM
           PERFORM VARYING WS-PLAN-INDEX FROM 1 BY 1
                   UNTIL WS-PLAN-INDEX > WS-PLAN-COUNT
               MOVE WS-PLAN-STREAM(WS-PLAN-INDEX) TO WS-STREAM-WORK
               IF WS-PLAN-WAITING(WS-PLAN-INDEX)
                       AND NOT WS-STREAM-IS-BLOCKED(WS-STREAM-WORK)
                   PERFORM 330-TRY-ONE-ENTRY
                   IF WS-PLAN-WAITING(WS-PLAN-INDEX)
                       SET WS-STREAM-IS-BLOCKED(WS-STREAM-WORK)
                           TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       330-TRY-ONE-ENTRY.
      * The playlist runs an entry only once every predecessor has
      * completed. A predecessor not on the plan (disabled or
      * missing), one that is itself skipped, or one in the same
      * stream sorting after this entry means the entry is skipped;
      * one in another stream not yet laid out means it waits.
           SET WS-ENTRY-IS-BLOCKED TO FALSE
           MOVE ZERO TO WS-PRED-FINISH
           PERFORM VARYING WS-PRED-INDEX FROM 1 BY 1
                   UNTIL WS-PRED-INDEX > WS-MAX-PREDECESSORS
                      OR WS-PLAN-SKIPPED(WS-PLAN-INDEX)
               IF WS-PLAN-PRED-ID(WS-PLAN-INDEX, WS-PRED-INDEX)
                       NOT = SPACES
                   PERFORM 335-CHECK-ONE-PREDECESSOR
               END-IF
           END-PERFORM
           IF WS-PLAN-SKIPPED(WS-PLAN-INDEX)
               ADD 1 TO WS-SKIPPED-COUNT
               SET WS-PASS-MADE-PROGRESS TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-IS-BLOCKED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STREAM-CLOCK(WS-STREAM-WORK)
               TO WS-PLAN-START(WS-PLAN-INDEX)
           IF WS-PRED-FINISH > WS-PLAN-START(WS-PLAN-INDEX)
               MOVE WS-PRED-FINISH TO WS-PLAN-START(WS-PLAN-INDEX)
           END-IF
           COMPUTE WS-PLAN-FINISH(WS-PLAN-INDEX) =
               WS-PLAN-START(WS-PLAN-INDEX)
               + WS-PLAN-DURATION(WS-PLAN-INDEX)
           MOVE WS-PLAN-FINISH(WS-PLAN-INDEX)
               TO WS-STREAM-CLOCK(WS-STREAM-WORK)
           IF WS-PLAN-FINISH(WS-PLAN-INDEX) > WS-FORECAST-TOTAL
               MOVE WS-PLAN-FINISH(WS-PLAN-INDEX) TO WS-FORECAST-TOTAL
           END-IF
           MOVE 'S' TO WS-PLAN-STATE(WS-PLAN-INDEX)
           SET WS-PASS-MADE-PROGRESS TO TRUE.

       335-CHECK-ONE-PREDECESSOR.
           MOVE ZERO TO WS-PRED-PLAN-INDEX
           PERFORM VARYING WS-FOUND-INDEX FROM 1 BY 1
                   UNTIL WS-FOUND-INDEX > WS-PLAN-COUNT
                      OR WS-PRED-PLAN-INDEX NOT = ZERO
               IF WS-PLAN-QUERY-ID(WS-FOUND-INDEX)
                       = WS-PLAN-PRED-ID(WS-PLAN-INDEX, WS-PRED-INDEX)
                   MOVE WS-FOUND-INDEX TO WS-PRED-PLAN-INDEX
               END-IF
           END-PERFORM
      * The stream jobs wait for it, but a whole-library job walks in
      * key order and reaches this entry first.
           IF WS-PRED-PLAN-INDEX > WS-PLAN-INDEX
               IF WS-PLAN-STREAM(WS-PRED-PLAN-INDEX)
                       NOT = WS-STREAM-WORK
                   MOVE WS-PLAN-PRED-ID(WS-PLAN-INDEX, WS-PRED-INDEX)
                       TO WS-PLAN-LATE-PRED-ID(WS-PLAN-INDEX)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-PRED-PLAN-INDEX = ZERO
               WHEN WS-PLAN-SKIPPED(WS-PRED-PLAN-INDEX)
               WHEN WS-PLAN-STREAM(WS-PRED-PLAN-INDEX) = WS-STREAM-WORK
                       AND WS-PRED-PLAN-INDEX > WS-PLAN-INDEX
                   MOVE 'K' TO WS-PLAN-STATE(WS-PLAN-INDEX)
                   MOVE WS-PLAN-PRED-ID(WS-PLAN-INDEX, WS-PRED-INDEX)
                       TO WS-PLAN-REASON-ID(WS-PLAN-INDEX)
               WHEN WS-PLAN-WAITING(WS-PRED-PLAN-INDEX)
                   SET WS-ENTRY-IS-BLOCKED TO TRUE
               WHEN WS-PLAN-FINISH(WS-PRED-PLAN-INDEX) > WS-PRED-FINISH
                   MOVE WS-PLAN-FINISH(WS-PRED-PLAN-INDEX)
                       TO WS-PRED-FINISH
           END-EVALUATE.

       340-PRINT-PLAN-ENTRY.
           IF WS-PLAN-SKIPPED(WS-PLAN-INDEX)
               DISPLAY WS-PLAN-QUERY-ID(WS-PLAN-INDEX)
                       " would be skipped - predecessor "
                       WS-PLAN-REASON-ID(WS-PLAN-INDEX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PLL-NOTE
           IF NOT WS-PLAN-HAS-HISTORY(WS-PLAN-INDEX)
               MOVE "no run history" TO WS-PLL-NOTE
           END-IF
           MOVE WS-PLAN-QUERY-ID(WS-PLAN-INDEX) TO WS-PLL-QUERY-ID
           MOVE WS-PLAN-STREAM(WS-PLAN-INDEX) TO WS-PLL-STREAM
           MOVE WS-PLAN-START(WS-PLAN-INDEX) TO WS-PLL-START
           MOVE WS-PLAN-DURATION(WS-PLAN-INDEX) TO WS-PLL-DURATION
           MOVE WS-PLAN-FINISH(WS-PLAN-INDEX) TO WS-PLL-FINISH
           DISPLAY WS-PLAN-LINE
           IF WS-PLAN-LATE-PRED-ID(WS-PLAN-INDEX) NOT = SPACES
               DISPLAY "    WARNING: skipped if run as a single "
                       "whole-library job - predecessor sorting "
                       "after it: " WS-PLAN-LATE-PRED-ID(WS-PLAN-INDEX)
               ADD 1 TO WS-LATE-PRED-COUNT
           END-IF.

       400-JUDGE-WINDOW.
           DISPLAY " "
           MOVE WS-FORECAST-TOTAL TO WS-SECONDS-DISPLAY
           DISPLAY "Forecast playlist duration: " WS-SECONDS-DISPLAY
                   " second(s)"
           IF WS-UNCOSTED-COUNT > ZERO
               DISPLAY "NOTE: " WS-UNCOSTED-COUNT " entr(ies) have no "
                       "clean run on file - forecast is understated"
           END-IF
           PERFORM 410-READ-CUTOFF-CARD
           IF WS-CUTOFF-TIME = SPACES
               DISPLAY "No CUTOFF on runctl.dat - forecast not "
                       "judged against a window"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
           IF WS-START-TIME-INPUT IS NUMERIC
               MOVE WS-START-TIME-INPUT TO WS-START-TIME
           ELSE
               MOVE WS-NOW-TIMESTAMP(9:6) TO WS-START-TIME
           END-IF
      * The cutoff is the next time that time of day comes round
      * after the start - a 22:00 start against a 06:00 cutoff has
      * an eight-hour window, not a negative one.
           COMPUTE WS-START-OF-DAY =
               FUNCTION NUMVAL(WS-START-TIME(1:2)) * 3600
               + FUNCTION NUMVAL(WS-START-TIME(3:2)) * 60
               + FUNCTION NUMVAL(WS-START-TIME(5:2))
           COMPUTE WS-CUTOFF-OF-DAY =
               FUNCTION NUMVAL(WS-CUTOFF-TIME(1:2)) * 3600
               + FUNCTION NUMVAL(WS-CUTOFF-TIME(3:2)) * 60
               + FUNCTION NUMVAL(WS-CUTOFF-TIME(5:2))
           COMPUTE WS-WINDOW-SECONDS =
               WS-CUTOFF-OF-DAY - WS-START-OF-DAY
           IF WS-WINDOW-SECONDS <= ZERO
               ADD 86400 TO WS-WINDOW-SECONDS
           END-IF
           COMPUTE WS-FINISH-WORK ROUNDED =
               WS-START-OF-DAY + WS-FORECAST-TOTAL
           COMPUTE WS-FINISH-OF-DAY =
               FUNCTION MOD(WS-FINISH-WORK, 86400)
           COMPUTE WS-FINISH-HH = WS-FINISH-OF-DAY / 3600
           COMPUTE WS-FINISH-MM =
               FUNCTION MOD(WS-FINISH-OF-DAY, 3600) / 60
           COMPUTE WS-FINISH-SS = FUNCTION MOD(WS-FINISH-OF-DAY, 60)
           MOVE WS-WINDOW-SECONDS TO WS-SECONDS-DISPLAY
           DISPLAY "Planned start " WS-START-TIME ", cutoff "
                   WS-CUTOFF-TIME ", window " WS-SECONDS-DISPLAY
                   " second(s)"
           DISPLAY "Forecast finish " WS-FINISH-HH WS-FINISH-MM
                   WS-FINISH-SS
           IF WS-FORECAST-TOTAL <= WS-WINDOW-SECONDS
               DISPLAY "FORECAST: WITHIN WINDOW"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FORECAST: OVERRUNS CUTOFF - biggest contributors:"
           PERFORM 420-PICK-ONE-CONTRIBUTOR
               VARYING WS-PICK-ROUND FROM 1 BY 1
               UNTIL WS-PICK-ROUND > WS-MAX-CONTRIBUTORS
           COMPUTE WS-FINISH-WORK ROUNDED = WS-FORECAST-TOTAL
           MOVE WS-FINISH-WORK TO WS-SECONDS-DISPLAY
           MOVE WS-WINDOW-SECONDS TO WS-SECONDS-DISPLAY-2
           MOVE SPACES TO WS-EVENT-TEXT
           STRING "forecast " WS-SECONDS-DISPLAY "s over window "
                  WS-SECONDS-DISPLAY-2 "s to " WS-CUTOFF-TIME
                  "; top " WS-TOP-CONTRIBUTOR
                  DELIMITED BY SIZE INTO WS-EVENT-TEXT
           CALL "EVTLOG" USING "RUNFCST " WS-EVENT-OBJECT-ID "2"
                                "FCSTOVER" WS-EVENT-TEXT.

       410-READ-CUTOFF-CARD.
           MOVE SPACES TO WS-CUTOFF-TIME
           MOVE 'N' TO WS-CARD-EOF-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM 415-READ-CUTOFF-LINE
               UNTIL WS-CONTROL-CARD-AT-END
           CLOSE RUN-CONTROL-FILE.

       415-READ-CUTOFF-LINE.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-CONTROL-CARD-AT-END TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
           UNSTRING RUN-CONTROL-LINE DELIMITED BY "="
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           IF WS-CTL-KEYWORD = "CUTOFF"
               IF WS-CTL-VALUE(1:6) IS NUMERIC
                   MOVE WS-CTL-VALUE(1:6) TO WS-CUTOFF-TIME
               ELSE
                   DISPLAY "CUTOFF value on run control card is not "
                           "HHMMSS - ignored"
               END-IF
           END-IF.

       420-PICK-ONE-CONTRIBUTOR.
      * Repeated pick of the longest entry not yet listed - the plan
      * is small and this runs at most WS-MAX-CONTRIBUTORS times.
           MOVE ZERO TO WS-PICK-INDEX
           MOVE ZERO TO WS-PICK-DURATION
           PERFORM VARYING WS-PLAN-INDEX FROM 1 BY 1
                   UNTIL WS-PLAN-INDEX > WS-PLAN-COUNT
               IF WS-PLAN-SCHEDULED(WS-PLAN-INDEX)
                       AND NOT WS-PLAN-WAS-PICKED(WS-PLAN-INDEX)
                       AND WS-PLAN-DURATION(WS-PLAN-INDEX)
                           > WS-PICK-DURATION
                   MOVE WS-PLAN-INDEX TO WS-PICK-INDEX
                   MOVE WS-PLAN-DURATION(WS-PLAN-INDEX)
                       TO WS-PICK-DURATION
               END-IF
           END-PERFORM
           IF WS-PICK-INDEX = ZERO
               EXIT PARAGRAPH
           END-IF
           SET WS-PLAN-WAS-PICKED(WS-PICK-INDEX) TO TRUE
           IF WS-PICK-ROUND = 1
               MOVE WS-PLAN-QUERY-ID(WS-PICK-INDEX)
                   TO WS-TOP-CONTRIBUTOR
           END-IF
           COMPUTE WS-SHARE-PCT ROUNDED =
               (WS-PICK-DURATION * 100) / WS-FORECAST-TOTAL
           MOVE WS-SHARE-PCT TO WS-PCT-DISPLAY
           MOVE WS-PICK-DURATION TO WS-SECONDS-DISPLAY
           DISPLAY "    " WS-PLAN-QUERY-ID(WS-PICK-INDEX) " "
                   WS-SECONDS-DISPLAY " sec  " WS-PCT-DISPLAY
                   "% of forecast".
