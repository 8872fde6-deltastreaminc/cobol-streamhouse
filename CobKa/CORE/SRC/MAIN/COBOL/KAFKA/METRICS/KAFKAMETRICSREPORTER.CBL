        ASSIGN TO "INCIDENTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INCIDENT-LOG-STATUS.
    SELECT METRICS-HISTORY-ROW-FILE
        ASSIGN TO "METRICSHISTORYROWS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-ROW-STATUS.
    SELECT METRICS-HISTORY-PARAMS-FILE
        ASSIGN TO "METRICSHISTORYPARAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-PARAMS-STATUS.
    SELECT METRICS-HISTORY-SCHEMA-FILE
        ASSIGN TO "METRICSHISTORYSCHEMA"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TABLE-DATA-FILE-LISTING
        ASSIGN TO "TABLEDATAFILES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DATA-FILE-LISTING-STATUS.
    SELECT SNAPSHOT-FILE-HISTORY
        ASSIGN TO "SNAPSHOTFILEHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-HISTORY-STATUS.
    SELECT TABLE-COLUMN-BOUNDS-FILE
        ASSIGN TO "TABLECOLUMNBOUNDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COLUMN-BOUNDS-STATUS.
    SELECT SNAPSHOT-SUMMARY-FILE
        ASSIGN TO "SNAPSHOTSUMMARY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAPSHOT-SUMMARY-STATUS.
    SELECT TABLE-PROPERTY-FILE
        ASSIGN TO "TABLEPROPERTIES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPERTY-STATUS.
    SELECT METRIC-CATALOG-FILE
        ASSIGN TO "METRICCATALOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATALOG-STATUS.
    SELECT PROMETHEUS-EXPORT-FILE
        ASSIGN TO "PROMETHEUSMETRICS"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PARTITION-SPEC-HISTORY
        ASSIGN TO "PARTITIONSPECHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPEC-HISTORY-STATUS.

DATA DIVISION.
FILE SECTION.
   05 IN-ERROR-CLASS PIC X(20).
   05 IN-CORRELATION-KEY PIC X(60).

*> The rows of the metrics history table, each tagged with the data
*> file of the snapshot that landed it: every feed record as it
*> arrived (grain R), and the run's hourly (H) and daily (D) rollups
*> per program and metric. A rollup row carries count, sum, min and
*> max rather than an average, so partial rollups from several runs
*> of one day merge exactly when a trend is read back.
FD METRICS-HISTORY-ROW-FILE.
01 METRICS-HISTORY-ROW.
   05 MH-FILE-PATH PIC X(256).
   05 MH-DAY PIC 9(8).
   05 MH-PROGRAM-ID PIC X(30).
   05 MH-METRIC-NAME PIC X(40).
   05 MH-GRAIN PIC X.
      88 MH-GRAIN-RAW VALUE 'R'.
      88 MH-GRAIN-HOURLY VALUE 'H'.
      88 MH-GRAIN-DAILY VALUE 'D'.
   05 MH-HOUR PIC 9(2).
   05 MH-TIMESTAMP PIC 9(14).
   05 MH-INTERVAL-SECS PIC 9(5).
   05 MH-SAMPLE-COUNT PIC 9(9).
   05 MH-VALUE-SUM PIC 9(18).
   05 MH-VALUE-MIN PIC 9(18).
   05 MH-VALUE-MAX PIC 9(18).

*> Optional tuning card for the history table: the snapshot-age
*> window and keep-count its retention properties are seeded with
*> the first time it commits. Zero (or no card) takes the defaults.
FD METRICS-HISTORY-PARAMS-FILE.
01 METRICS-HISTORY-PARAMS-CARD.
   05 MHP-MAX-AGE-DAYS PIC 9(5).
   05 MHP-MIN-SNAPSHOTS PIC 9(5).

*> The history table's schema in the SCHEMAFIELDCARDS layout, so the
*> predicate parser can compile a trend request's text against it.
FD METRICS-HISTORY-SCHEMA-FILE.
01 METRICS-HISTORY-SCHEMA-CARD.
   05 MHS-FIELD-ID PIC 9(9).
   05 MHS-FIELD-NAME PIC X(128).
   05 MHS-FIELD-TYPE PIC X(30).
   05 MHS-PRIMITIVE-SWITCH PIC X.
   05 MHS-REQUIRED-SWITCH PIC X.
   05 MHS-PARENT-ID PIC 9(9).
   05 MHS-HAS-DEFAULT-SWITCH PIC X.
   05 MHS-DEFAULT-VALUE PIC X(64).

*> The TABLE-INTERFACE layouts a snapshot commit appends to, exactly
*> as the streamhouse bridge lands its batches: the data-file listing,
*> the snapshot file-change history, the per-file column bounds the
*> scan planner prunes with, and the snapshot summary.
FD TABLE-DATA-FILE-LISTING.
01 TABLE-DATA-FILE-REC.
   05 DF-FILE-PATH PIC X(256).
   05 DF-PARTITION-VALUE PIC X(64).
   05 DF-RECORD-COUNT PIC 9(18).
   05 DF-FILE-SIZE-BYTES PIC 9(18).
   05 DF-NULL-COUNT PIC 9(18).
   05 DF-PARTITION-SPEC-ID PIC 9(9).

FD SNAPSHOT-FILE-HISTORY.
01 SNAPSHOT-FILE-HISTORY-REC.
   05 SFH-SNAPSHOT-ID PIC 9(18).
   05 SFH-FILE-PATH PIC X(256).
   05 SFH-CHANGE-TYPE PIC X.
   05 SFH-REFERENCED-DATA-FILE PIC X(256).
   05 SFH-DELETED-ROW-COUNT PIC 9(9).

FD TABLE-COLUMN-BOUNDS-FILE.
01 TABLE-COLUMN-BOUNDS-REC.
   05 CB-FILE-PATH PIC X(256).
   05 CB-FIELD-ID PIC 9(9).
   05 CB-LOWER-BOUND PIC X(40).
   05 CB-UPPER-BOUND PIC X(40).
   05 CB-VALUE-COUNT PIC 9(9).
   05 CB-NULL-COUNT PIC 9(9).

FD SNAPSHOT-SUMMARY-FILE.
01 SNAPSHOT-SUMMARY-REC.
   05 SSR-TABLE-NAME PIC X(128).
   05 SSR-SNAPSHOT-ID PIC 9(18).
   05 SSR-PARENT-SNAPSHOT-ID PIC 9(18).
   05 SSR-OPERATION PIC X(10).
   05 SSR-COMMIT-PROGRAM PIC X(30).
   05 SSR-COMMIT-PRINCIPAL PIC X(30).
   05 SSR-COMMIT-TIMESTAMP PIC 9(14).
   05 SSR-ADDED-FILES PIC 9(9).
   05 SSR-REMOVED-FILES PIC 9(9).
   05 SSR-ADDED-ROWS PIC 9(18).
   05 SSR-REMOVED-ROWS PIC 9(18).
   05 SSR-ADDED-BYTES PIC 9(18).
   05 SSR-REMOVED-BYTES PIC 9(18).

*> TABLE-INTERFACE's table property store. The history table's
*> snapshot-age window and keep-count live here, where the retention
*> policy engine reads them for every table.
FD TABLE-PROPERTY-FILE.
01 TABLE-PROPERTY-REC.
   05 TP-TABLE-NAME PIC X(128).
   05 TP-PROPERTY-KEY PIC X(40).
   05 TP-PROPERTY-VALUE PIC X(64).
   05 TP-VALUE-NUMERIC REDEFINES TP-PROPERTY-VALUE.
      10 TP-VALUE-NUMBER PIC 9(18).
      10 FILLER PIC X(46).

*> The metric catalog: what each metric is and whether it only ever
*> climbs (COUNTER) or goes up and down (GAUGE), with the help text
*> the monitoring platform shows beside it. A card with a blank
*> program describes the metric for every program that emits it; a
*> card naming the program wins over that.
FD METRIC-CATALOG-FILE.
01 METRIC-CATALOG-CARD.
   05 MC-PROGRAM-ID PIC X(30).
   05 MC-METRIC-NAME PIC X(40).
   05 MC-METRIC-TYPE PIC X(7).
      88 MC-TYPE-IS-COUNTER VALUE 'COUNTER'.
      88 MC-TYPE-IS-GAUGE VALUE 'GAUGE'.
   05 MC-HELP-TEXT PIC X(120).

*> The consolidated metrics in Prometheus text exposition format,
*> rebuilt every run for the enterprise monitoring platform to
*> scrape: one family per metric name, each series labelled with
*> its program and metric, and every alarm's current state.
FD PROMETHEUS-EXPORT-FILE.
01 PROMETHEUS-EXPORT-LINE PIC X(400).

*> The partition spec history: each landed partition file is listed
*> under the newest spec, the one the table currently partitions by.
FD PARTITION-SPEC-HISTORY.
01 PARTITION-SPEC-HISTORY-CARD.
   05 PSH-SPEC-ID PIC 9(9).
   05 PSH-RECORD-TYPE PIC X.
   05 PSH-SOURCE-ID PIC 9(9).
   05 PSH-FIELD-ID PIC 9(9).
   05 PSH-NAME PIC X(128).
   05 PSH-TRANSFORM PIC X(30).

WORKING-STORAGE SECTION.
01 WS-CONFIG-FILE-STATUS PIC XX.
   88 WS-CONFIG-FILE-OK VALUE '00'.
01 WS-TEST-VALUE-DISPLAY PIC -(17)9.
01 WS-FLIP-DISPLAY PIC ZZ9.

01 WS-HISTORY-ROW-STATUS PIC XX.
   88 WS-HISTORY-ROW-OK VALUE '00'.
01 WS-HISTORY-PARAMS-STATUS PIC XX.
   88 WS-HISTORY-PARAMS-OK VALUE '00'.
01 WS-DATA-FILE-LISTING-STATUS PIC XX.
   88 WS-DATA-FILE-LISTING-OK VALUE '00'.
01 WS-FILE-HISTORY-STATUS PIC XX.
   88 WS-FILE-HISTORY-OK VALUE '00'.
01 WS-COLUMN-BOUNDS-STATUS PIC XX.
   88 WS-COLUMN-BOUNDS-OK VALUE '00'.
01 WS-SNAPSHOT-SUMMARY-STATUS PIC XX.
   88 WS-SNAPSHOT-SUMMARY-OK VALUE '00'.
01 WS-PROPERTY-STATUS PIC XX.
   88 WS-PROPERTY-OK VALUE '00'.
01 WS-HISTORY-SCAN-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-HISTORY-SCAN VALUE 'Y'.
01 WS-PROPERTY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-PROPERTIES VALUE 'Y'.
01 WS-SPEC-HISTORY-STATUS PIC XX.
   88 WS-SPEC-HISTORY-OK VALUE '00'.
01 WS-SPEC-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SPEC-HISTORY VALUE 'Y'.
01 WS-CURRENT-SPEC-ID PIC 9(9) VALUE ZERO.

*> The metrics history table and the snapshot this run lands as: the
*> next id after the highest one the file-change history holds, the
*> same numbering every committer in the catalog follows.
01 WS-HISTORY-TABLE-NAME PIC X(128) VALUE 'KAFKA_METRICS_HISTORY'.
01 WS-HISTORY-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-HIGHEST-HISTORY-SNAPSHOT PIC 9(18) VALUE ZERO.
01 WS-HISTORY-SNAPSHOT-DISPLAY PIC 9(18).
01 WS-HISTORY-DATE-TIME PIC X(21).
01 WS-HISTORY-MAX-AGE-DAYS PIC 9(5) VALUE 400.
01 WS-HISTORY-MIN-SNAPSHOTS PIC 9(5) VALUE 30.
01 WS-HISTORY-AGE-SEEDED-SWITCH PIC X VALUE 'N'.
   88 WS-HISTORY-AGE-SEEDED VALUE 'Y'.
01 WS-HISTORY-KEEP-SEEDED-SWITCH PIC X VALUE 'N'.
   88 WS-HISTORY-KEEP-SEEDED VALUE 'Y'.

*> The row being landed: its day and hour come from the feed record's
*> emission time, or from the run's own clock for a record that
*> arrives unstamped.
01 WS-ROW-DAY PIC 9(8).
01 WS-ROW-HOUR PIC 9(2).
01 WS-ROW-TIMESTAMP PIC 9(14).
01 WS-ROW-TIMESTAMP-TEXT REDEFINES WS-ROW-TIMESTAMP PIC X(14).

*> One data file per day and program partition, with the running
*> row count and the bounds written for it at commit. The day,
*> program, metric, grain and hour fields are bounded; the numeric
*> value fields are not - the planner compares bounds as text, and a
*> field with no bounds record is simply never pruned on.
01 WS-HISTORY-PART-COUNT PIC 9(4) VALUE ZERO.
01 WS-HISTORY-PART-TABLE.
   05 WS-HP-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-HISTORY-PART-COUNT
         INDEXED BY WS-HP-IDX.
      10 WS-HP-DAY PIC 9(8).
      10 WS-HP-PROGRAM-ID PIC X(30).
      10 WS-HP-FILE-PATH PIC X(256).
      10 WS-HP-ROW-COUNT PIC 9(9).
      10 WS-HP-METRIC-LOW PIC X(40).
      10 WS-HP-METRIC-HIGH PIC X(40).
      10 WS-HP-GRAIN-LOW PIC X.
      10 WS-HP-GRAIN-HIGH PIC X.
      10 WS-HP-HOUR-LOW PIC 9(2).
      10 WS-HP-HOUR-HIGH PIC 9(2).
01 WS-HP-FOUND-SWITCH PIC X.
   88 WS-HP-FOUND VALUE 'Y'.

*> The run's hourly and daily rollups per program and metric.
01 WS-ROLLUP-COUNT PIC 9(5) VALUE ZERO.
01 WS-ROLLUP-TABLE.
   05 WS-RU-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON WS-ROLLUP-COUNT
         INDEXED BY WS-RU-IDX.
      10 WS-RU-GRAIN PIC X.
      10 WS-RU-DAY PIC 9(8).
      10 WS-RU-HOUR PIC 9(2).
      10 WS-RU-PROGRAM-ID PIC X(30).
      10 WS-RU-METRIC-NAME PIC X(40).
      10 WS-RU-PART-IDX PIC 9(4).
      10 WS-RU-LAST-TIMESTAMP PIC 9(14).
      10 WS-RU-SAMPLE-COUNT PIC 9(9).
      10 WS-RU-VALUE-SUM PIC 9(18).
      10 WS-RU-VALUE-MIN PIC 9(18).
      10 WS-RU-VALUE-MAX PIC 9(18).
01 WS-RU-FOUND-SWITCH PIC X.
   88 WS-RU-FOUND VALUE 'Y'.
01 WS-ROLLUP-GRAIN PIC X.
01 WS-ROLLUP-HOUR PIC 9(2).

01 WS-BOUND-FIELD-ID PIC 9(9).
01 WS-BOUND-LOW PIC X(40).
01 WS-BOUND-HIGH PIC X(40).

01 WS-HISTORY-ROWS-LANDED PIC 9(9) VALUE ZERO.
01 WS-HISTORY-ROWS-SKIPPED PIC 9(9) VALUE ZERO.
01 WS-HISTORY-BYTES-LANDED PIC 9(18) VALUE ZERO.
01 WS-HISTORY-ROW-LENGTH PIC 9(5) VALUE ZERO.
01 WS-HISTORY-FILE-BYTES PIC 9(18) VALUE ZERO.
01 WS-HISTORY-FILES-DISPLAY PIC ZZZ9.
01 WS-HISTORY-ROWS-DISPLAY PIC Z(8)9.
01 WS-HISTORY-SKIPPED-DISPLAY PIC Z(8)9.

*> The history table's schema as written to its field-card deck.
01 WS-HISTORY-SCHEMA-VALUES.
   05 FILLER PIC X(40) VALUE '000000001DAY                    string  '.
   05 FILLER PIC X(40) VALUE '000000002PROGRAM_ID             string  '.
   05 FILLER PIC X(40) VALUE '000000003METRIC_NAME            string  '.
   05 FILLER PIC X(40) VALUE '000000004GRAIN                  string  '.
   05 FILLER PIC X(40) VALUE '000000005HOUR                   string  '.
   05 FILLER PIC X(40) VALUE '000000006EVENT_TS               long    '.
   05 FILLER PIC X(40) VALUE '000000007INTERVAL_SECS          int     '.
   05 FILLER PIC X(40) VALUE '000000008SAMPLE_COUNT           long    '.
   05 FILLER PIC X(40) VALUE '000000009VALUE_SUM              long    '.
   05 FILLER PIC X(40) VALUE '000000010VALUE_MIN              long    '.
   05 FILLER PIC X(40) VALUE '000000011VALUE_MAX              long    '.
01 WS-HISTORY-SCHEMA-TABLE REDEFINES WS-HISTORY-SCHEMA-VALUES.
   05 WS-HS-ENTRY OCCURS 11 TIMES INDEXED BY WS-HS-IDX.
      10 WS-HS-FIELD-ID PIC 9(9).
      10 WS-HS-FIELD-NAME PIC X(23).
      10 WS-HS-FIELD-TYPE PIC X(8).

01 WS-CATALOG-STATUS PIC XX.
   88 WS-CATALOG-OK VALUE '00'.
01 WS-CATALOG-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CATALOG VALUE 'Y'.
01 WS-CATALOG-COUNT PIC 9(3) VALUE ZERO.
01 WS-CATALOG-TABLE.
   05 WS-MC-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-CATALOG-COUNT
         INDEXED BY WS-MC-IDX.
      10 WS-MC-PROGRAM-ID PIC X(30).
      10 WS-MC-METRIC-NAME PIC X(40).
      10 WS-MC-METRIC-TYPE PIC X(7).
      10 WS-MC-HELP-TEXT PIC X(120).
01 WS-MC-FOUND-SWITCH PIC X.
   88 WS-MC-FOUND VALUE 'Y'.
*> Catalog cards beyond the table are counted; their metrics go out
*> untyped, and how many there were is reported and exported.
01 WS-CATALOG-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-OVERFLOW-DISPLAY PIC Z(6)9.

*> One Prometheus series per program and metric: the latest value
*> the feed carried for it this run. An exposition may not repeat a
*> series, so the feed's several records per interval collapse here.
01 WS-PROM-SERIES-COUNT PIC 9(4) VALUE ZERO.
01 WS-PROM-SERIES-TABLE.
   05 WS-PS-ENTRY OCCURS 1 TO 2000 TIMES
         DEPENDING ON WS-PROM-SERIES-COUNT
         INDEXED BY WS-PS-IDX WS-PS-SCAN-IDX.
      10 WS-PS-PROGRAM-ID PIC X(30).
      10 WS-PS-METRIC-NAME PIC X(40).
      10 WS-PS-VALUE PIC 9(18).
      10 WS-PS-TIMESTAMP PIC 9(14).
      10 WS-PS-WRITTEN-SWITCH PIC X.
         88 WS-PS-IS-WRITTEN VALUE 'Y'.
01 WS-PS-FOUND-SWITCH PIC X.
   88 WS-PS-FOUND VALUE 'Y'.
01 WS-PROM-SERIES-DROPPED PIC 9(9) VALUE ZERO.
01 WS-PROM-FAMILY-METRIC PIC X(40).
01 WS-PROM-FAMILY-NAME PIC X(60).
01 WS-PROM-FAMILY-TYPE PIC X(7).
01 WS-PROM-FAMILY-HELP PIC X(120).
01 WS-PROM-VALUE-DISPLAY PIC Z(17)9.
01 WS-ALARM-STATE-CODE PIC 9.

01 WS-STARTED-COUNT PIC 9(5) VALUE 0.
01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
01 WS-STARTED-COUNT-DISPLAY PIC ZZZZ9.
    PERFORM START-REPORTERS.
    PERFORM LOAD-ALARM-DEFINITIONS.
    PERFORM LOAD-ALARM-PRIOR-STATE.
    PERFORM LOAD-METRIC-CATALOG.
    PERFORM CONSOLIDATE-METRICS-FEED.
    PERFORM WRITE-ALARM-STATE-REPORT.
    PERFORM WRITE-PROMETHEUS-EXPORT.
    PERFORM SAVE-ALARM-PRIOR-STATE.
    STOP RUN.

*> The real emission pipeline: every subsystem's counters arrive on
*> METRICSFEED in the one common layout, and this pass produces the
*> consolidated per-interval file monitoring ingests, with a
*> per-program record tally at the foot. The same records, with
*> their hourly and daily rollups, land in the metrics history table
*> as one snapshot per run.
CONSOLIDATE-METRICS-FEED.
    OPEN INPUT METRICS-FEED-FILE.
    IF WS-METRICS-FEED-OK
        OPEN OUTPUT CONSOLIDATED-METRICS-FILE
        PERFORM START-METRICS-HISTORY
        PERFORM CONSOLIDATE-ONE-METRIC UNTIL END-OF-METRICS-FEED
        PERFORM WRITE-PER-PROGRAM-TALLIES
        PERFORM WRITE-CATALOG-OVERFLOW-LINE
        PERFORM LAND-METRICS-HISTORY
        CLOSE METRICS-FEED-FILE
        CLOSE CONSOLIDATED-METRICS-FILE
    END-IF.
                    DELIMITED BY SIZE
                INTO CONSOLIDATED-METRICS-LINE
            WRITE CONSOLIDATED-METRICS-LINE
            PERFORM TRACK-PROMETHEUS-SERIES
            PERFORM LAND-ONE-FEED-ROW
    END-READ.

TALLY-FEED-PROGRAM.

WRITE-ONE-ALARM-STATE.
    SET WS-ALARM-IDX TO WS-ALARM-SCAN-IDX.
    PERFORM SET-ALARM-STATE-TEXT.
    MOVE WS-AL-CURRENT-VALUE (WS-ALARM-IDX)
        TO WS-TEST-VALUE-DISPLAY.
    MOVE WS-AL-FLIP-COUNT (WS-ALARM-IDX) TO WS-FLIP-DISPLAY.
    END-STRING.
    WRITE ALARM-STATE-LINE.

SET-ALARM-STATE-TEXT.
    EVALUATE TRUE
        WHEN WS-AL-FLIP-COUNT (WS-ALARM-IDX) > 1
            MOVE 'FLAPPING' TO WS-ALARM-STATE-TEXT
            MOVE 3 TO WS-ALARM-STATE-CODE
        WHEN WS-AL-IS-FIRED (WS-ALARM-IDX)
            MOVE 'FIRING' TO WS-ALARM-STATE-TEXT
            MOVE 1 TO WS-ALARM-STATE-CODE
        WHEN WS-AL-WAS-FIRED (WS-ALARM-IDX)
            MOVE 'CLEARED' TO WS-ALARM-STATE-TEXT
            MOVE 2 TO WS-ALARM-STATE-CODE
        WHEN OTHER
            MOVE 'OK' TO WS-ALARM-STATE-TEXT
            MOVE 0 TO WS-ALARM-STATE-CODE
    END-EVALUATE.

SAVE-ALARM-PRIOR-STATE.
    OPEN OUTPUT ALARM-PRIOR-STATE-FILE.
    PERFORM SAVE-ONE-PRIOR-STATE
        INTO CONSOLIDATED-METRICS-LINE.
    WRITE CONSOLIDATED-METRICS-LINE.

WRITE-CATALOG-OVERFLOW-LINE.
    IF WS-CATALOG-OVERFLOW-COUNT > ZERO
        MOVE WS-CATALOG-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO CONSOLIDATED-METRICS-LINE
        STRING 'INCOMPLETE METRIC CATALOG CARDS BEYOND THE '
                DELIMITED BY SIZE
            '500-CARD LIMIT=' WS-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - THEIR METRICS EXPORTED UNTYPED' DELIMITED BY SIZE
            INTO CONSOLIDATED-METRICS-LINE
        WRITE CONSOLIDATED-METRICS-LINE
    END-IF.

WRITE-ONE-PROGRAM-TALLY.
    MOVE WS-FP-RECORD-COUNT (WS-FP-IDX) TO WS-FP-COUNT-DISPLAY.
    MOVE SPACES TO CONSOLIDATED-METRICS-LINE.
        INTO CONSOLIDATED-METRICS-LINE.
    WRITE CONSOLIDATED-METRICS-LINE.

*> CONSOLIDATEDMETRICS is rebuilt every run; the history behind it
*> lives in the KAFKA_METRICS_HISTORY table. The run's snapshot id is
*> fixed before the first row lands, so every row carries the path of
*> the data file it belongs to. The file name carries the run's start
*> time as well as the snapshot id, since a run that dies before its
*> commit leaves the id free for the next run to take. Rows of such a
*> run name a file no snapshot ever listed, and no scan reads them.
START-METRICS-HISTORY.
    MOVE FUNCTION CURRENT-DATE TO WS-HISTORY-DATE-TIME.
    PERFORM FIND-HIGHEST-HISTORY-SNAPSHOT.
    COMPUTE WS-HISTORY-SNAPSHOT-ID = WS-HIGHEST-HISTORY-SNAPSHOT + 1.
    MOVE WS-HISTORY-SNAPSHOT-ID TO WS-HISTORY-SNAPSHOT-DISPLAY.
    MOVE LENGTH OF METRICS-HISTORY-ROW TO WS-HISTORY-ROW-LENGTH.
    OPEN EXTEND METRICS-HISTORY-ROW-FILE.
    IF NOT WS-HISTORY-ROW-OK
        CLOSE METRICS-HISTORY-ROW-FILE
        OPEN OUTPUT METRICS-HISTORY-ROW-FILE
    END-IF.

FIND-HIGHEST-HISTORY-SNAPSHOT.
    MOVE ZERO TO WS-HIGHEST-HISTORY-SNAPSHOT.
    MOVE 'N' TO WS-HISTORY-SCAN-EOF-SWITCH.
    OPEN INPUT SNAPSHOT-FILE-HISTORY.
    IF WS-FILE-HISTORY-OK
        PERFORM SCAN-ONE-HISTORY-SNAPSHOT UNTIL END-OF-HISTORY-SCAN
        CLOSE SNAPSHOT-FILE-HISTORY
    END-IF.

SCAN-ONE-HISTORY-SNAPSHOT.
    READ SNAPSHOT-FILE-HISTORY
        AT END SET END-OF-HISTORY-SCAN TO TRUE
        NOT AT END
            IF SFH-SNAPSHOT-ID > WS-HIGHEST-HISTORY-SNAPSHOT
                MOVE SFH-SNAPSHOT-ID TO WS-HIGHEST-HISTORY-SNAPSHOT
            END-IF
    END-READ.

*> Each feed record lands as a raw row in its day and program
*> partition and is folded into that hour's and that day's rollup.
*> A record arriving without an emission time is filed under the
*> run's own clock.
LAND-ONE-FEED-ROW.
    IF MF-TIMESTAMP IS NUMERIC AND MF-TIMESTAMP > ZERO
        MOVE MF-TIMESTAMP TO WS-ROW-TIMESTAMP
    ELSE
        MOVE WS-HISTORY-DATE-TIME (1:14) TO WS-ROW-TIMESTAMP-TEXT
    END-IF.
    MOVE WS-ROW-TIMESTAMP-TEXT (1:8) TO WS-ROW-DAY.
    MOVE WS-ROW-TIMESTAMP-TEXT (9:2) TO WS-ROW-HOUR.
    PERFORM FIND-OR-ADD-HISTORY-PART.
    IF NOT WS-HP-FOUND
        ADD 1 TO WS-HISTORY-ROWS-SKIPPED
    ELSE
        MOVE SPACES TO METRICS-HISTORY-ROW
        MOVE WS-HP-FILE-PATH (WS-HP-IDX) TO MH-FILE-PATH
        MOVE WS-ROW-DAY TO MH-DAY
        MOVE MF-PROGRAM-ID TO MH-PROGRAM-ID
        MOVE MF-METRIC-NAME TO MH-METRIC-NAME
        SET MH-GRAIN-RAW TO TRUE
        MOVE WS-ROW-HOUR TO MH-HOUR
        MOVE WS-ROW-TIMESTAMP TO MH-TIMESTAMP
        MOVE MF-INTERVAL-SECS TO MH-INTERVAL-SECS
        MOVE 1 TO MH-SAMPLE-COUNT
        MOVE MF-METRIC-VALUE TO MH-VALUE-SUM
        MOVE MF-METRIC-VALUE TO MH-VALUE-MIN
        MOVE MF-METRIC-VALUE TO MH-VALUE-MAX
        PERFORM WRITE-HISTORY-ROW
        MOVE 'H' TO WS-ROLLUP-GRAIN
        MOVE WS-ROW-HOUR TO WS-ROLLUP-HOUR
        PERFORM ACCUMULATE-ONE-ROLLUP
        MOVE 'D' TO WS-ROLLUP-GRAIN
        MOVE ZERO TO WS-ROLLUP-HOUR
        PERFORM ACCUMULATE-ONE-ROLLUP
    END-IF.

FIND-OR-ADD-HISTORY-PART.
    MOVE 'N' TO WS-HP-FOUND-SWITCH.
    SET WS-HP-IDX TO 1.
    SEARCH WS-HP-ENTRY
        AT END CONTINUE
        WHEN WS-HP-DAY (WS-HP-IDX) = WS-ROW-DAY
                AND WS-HP-PROGRAM-ID (WS-HP-IDX) = MF-PROGRAM-ID
            SET WS-HP-FOUND TO TRUE
    END-SEARCH.
    IF NOT WS-HP-FOUND AND WS-HISTORY-PART-COUNT < 500
        ADD 1 TO WS-HISTORY-PART-COUNT
        SET WS-HP-IDX TO WS-HISTORY-PART-COUNT
        MOVE WS-ROW-DAY TO WS-HP-DAY (WS-HP-IDX)
        MOVE MF-PROGRAM-ID TO WS-HP-PROGRAM-ID (WS-HP-IDX)
        MOVE SPACES TO WS-HP-FILE-PATH (WS-HP-IDX)
        STRING "/lakehouse/" WS-HISTORY-TABLE-NAME DELIMITED BY SPACE
            "/day=" WS-ROW-DAY DELIMITED BY SIZE
            "/program=" MF-PROGRAM-ID DELIMITED BY SPACE
            "/metrics-" WS-HISTORY-SNAPSHOT-DISPLAY DELIMITED BY SIZE
            "-" WS-HISTORY-DATE-TIME (1:14) ".parquet"
                DELIMITED BY SIZE
            INTO WS-HP-FILE-PATH (WS-HP-IDX)
        MOVE ZERO TO WS-HP-ROW-COUNT (WS-HP-IDX)
        MOVE HIGH-VALUES TO WS-HP-METRIC-LOW (WS-HP-IDX)
        MOVE LOW-VALUES TO WS-HP-METRIC-HIGH (WS-HP-IDX)
        MOVE HIGH-VALUE TO WS-HP-GRAIN-LOW (WS-HP-IDX)
        MOVE LOW-VALUE TO WS-HP-GRAIN-HIGH (WS-HP-IDX)
        MOVE 99 TO WS-HP-HOUR-LOW (WS-HP-IDX)
        MOVE ZERO TO WS-HP-HOUR-HIGH (WS-HP-IDX)
        SET WS-HP-FOUND TO TRUE
    END-IF.

ACCUMULATE-ONE-ROLLUP.
    MOVE 'N' TO WS-RU-FOUND-SWITCH.
    SET WS-RU-IDX TO 1.
    SEARCH WS-RU-ENTRY
        AT END CONTINUE
        WHEN WS-RU-GRAIN (WS-RU-IDX) = WS-ROLLUP-GRAIN
                AND WS-RU-DAY (WS-RU-IDX) = WS-ROW-DAY
                AND WS-RU-HOUR (WS-RU-IDX) = WS-ROLLUP-HOUR
                AND WS-RU-PROGRAM-ID (WS-RU-IDX) = MF-PROGRAM-ID
                AND WS-RU-METRIC-NAME (WS-RU-IDX) = MF-METRIC-NAME
            SET WS-RU-FOUND TO TRUE
    END-SEARCH.
    IF WS-RU-FOUND
        ADD 1 TO WS-RU-SAMPLE-COUNT (WS-RU-IDX)
        ADD MF-METRIC-VALUE TO WS-RU-VALUE-SUM (WS-RU-IDX)
        IF MF-METRIC-VALUE < WS-RU-VALUE-MIN (WS-RU-IDX)
            MOVE MF-METRIC-VALUE TO WS-RU-VALUE-MIN (WS-RU-IDX)
        END-IF
        IF MF-METRIC-VALUE > WS-RU-VALUE-MAX (WS-RU-IDX)
            MOVE MF-METRIC-VALUE TO WS-RU-VALUE-MAX (WS-RU-IDX)
        END-IF
        IF WS-ROW-TIMESTAMP > WS-RU-LAST-TIMESTAMP (WS-RU-IDX)
            MOVE WS-ROW-TIMESTAMP TO WS-RU-LAST-TIMESTAMP (WS-RU-IDX)
        END-IF
    ELSE
        IF WS-ROLLUP-COUNT < 5000
            ADD 1 TO WS-ROLLUP-COUNT
            SET WS-RU-IDX TO WS-ROLLUP-COUNT
            MOVE WS-ROLLUP-GRAIN TO WS-RU-GRAIN (WS-RU-IDX)
            MOVE WS-ROW-DAY TO WS-RU-DAY (WS-RU-IDX)
            MOVE WS-ROLLUP-HOUR TO WS-RU-HOUR (WS-RU-IDX)
            MOVE MF-PROGRAM-ID TO WS-RU-PROGRAM-ID (WS-RU-IDX)
            MOVE MF-METRIC-NAME TO WS-RU-METRIC-NAME (WS-RU-IDX)
            SET WS-RU-PART-IDX (WS-RU-IDX) TO WS-HP-IDX
            MOVE WS-ROW-TIMESTAMP TO WS-RU-LAST-TIMESTAMP (WS-RU-IDX)
            MOVE 1 TO WS-RU-SAMPLE-COUNT (WS-RU-IDX)
            MOVE MF-METRIC-VALUE TO WS-RU-VALUE-SUM (WS-RU-IDX)
            MOVE MF-METRIC-VALUE TO WS-RU-VALUE-MIN (WS-RU-IDX)
            MOVE MF-METRIC-VALUE TO WS-RU-VALUE-MAX (WS-RU-IDX)
        ELSE
            ADD 1 TO WS-HISTORY-ROWS-SKIPPED
        END-IF
    END-IF.

*> Every row written counts toward its partition's data file and
*> widens that file's bounds.
WRITE-HISTORY-ROW.
    WRITE METRICS-HISTORY-ROW.
    ADD 1 TO WS-HISTORY-ROWS-LANDED.
    ADD 1 TO WS-HP-ROW-COUNT (WS-HP-IDX).
    IF MH-METRIC-NAME < WS-HP-METRIC-LOW (WS-HP-IDX)
        MOVE MH-METRIC-NAME TO WS-HP-METRIC-LOW (WS-HP-IDX)
    END-IF.
    IF MH-METRIC-NAME > WS-HP-METRIC-HIGH (WS-HP-IDX)
        MOVE MH-METRIC-NAME TO WS-HP-METRIC-HIGH (WS-HP-IDX)
    END-IF.
    IF MH-GRAIN < WS-HP-GRAIN-LOW (WS-HP-IDX)
        MOVE MH-GRAIN TO WS-HP-GRAIN-LOW (WS-HP-IDX)
    END-IF.
    IF MH-GRAIN > WS-HP-GRAIN-HIGH (WS-HP-IDX)
        MOVE MH-GRAIN TO WS-HP-GRAIN-HIGH (WS-HP-IDX)
    END-IF.
    IF MH-HOUR < WS-HP-HOUR-LOW (WS-HP-IDX)
        MOVE MH-HOUR TO WS-HP-HOUR-LOW (WS-HP-IDX)
    END-IF.
    IF MH-HOUR > WS-HP-HOUR-HIGH (WS-HP-IDX)
        MOVE MH-HOUR TO WS-HP-HOUR-HIGH (WS-HP-IDX)
    END-IF.

*> The rollups follow the raw rows into the same partition files,
*> then the run commits: one data file per partition, one snapshot.
LAND-METRICS-HISTORY.
    PERFORM WRITE-ONE-ROLLUP-ROW
        VARYING WS-RU-IDX FROM 1 BY 1
        UNTIL WS-RU-IDX > WS-ROLLUP-COUNT.
    CLOSE METRICS-HISTORY-ROW-FILE.
    IF WS-HISTORY-PART-COUNT > ZERO
        PERFORM COMMIT-METRICS-HISTORY
    END-IF.
    PERFORM WRITE-HISTORY-SUMMARY-LINE.

WRITE-ONE-ROLLUP-ROW.
    SET WS-HP-IDX TO WS-RU-PART-IDX (WS-RU-IDX).
    MOVE SPACES TO METRICS-HISTORY-ROW.
    MOVE WS-HP-FILE-PATH (WS-HP-IDX) TO MH-FILE-PATH.
    MOVE WS-RU-DAY (WS-RU-IDX) TO MH-DAY.
    MOVE WS-RU-PROGRAM-ID (WS-RU-IDX) TO MH-PROGRAM-ID.
    MOVE WS-RU-METRIC-NAME (WS-RU-IDX) TO MH-METRIC-NAME.
    MOVE WS-RU-GRAIN (WS-RU-IDX) TO MH-GRAIN.
    MOVE WS-RU-HOUR (WS-RU-IDX) TO MH-HOUR.
    MOVE WS-RU-LAST-TIMESTAMP (WS-RU-IDX) TO MH-TIMESTAMP.
    IF MH-GRAIN-HOURLY
        MOVE 3600 TO MH-INTERVAL-SECS
    ELSE
        MOVE 86400 TO MH-INTERVAL-SECS
    END-IF.
    MOVE WS-RU-SAMPLE-COUNT (WS-RU-IDX) TO MH-SAMPLE-COUNT.
    MOVE WS-RU-VALUE-SUM (WS-RU-IDX) TO MH-VALUE-SUM.
    MOVE WS-RU-VALUE-MIN (WS-RU-IDX) TO MH-VALUE-MIN.
    MOVE WS-RU-VALUE-MAX (WS-RU-IDX) TO MH-VALUE-MAX.
    PERFORM WRITE-HISTORY-ROW.

*> The normal commit path: the listing, the file-change history and
*> the column bounds gain one entry per partition file, the summary
*> one APPEND snapshot - after which the table is scanned, pruned,
*> expired and reclaimed like any other.
COMMIT-METRICS-HISTORY.
    PERFORM LOAD-CURRENT-SPEC-ID.
    OPEN EXTEND TABLE-DATA-FILE-LISTING.
    IF NOT WS-DATA-FILE-LISTING-OK
        CLOSE TABLE-DATA-FILE-LISTING
        OPEN OUTPUT TABLE-DATA-FILE-LISTING
    END-IF.
    OPEN EXTEND SNAPSHOT-FILE-HISTORY.
    IF NOT WS-FILE-HISTORY-OK
        CLOSE SNAPSHOT-FILE-HISTORY
        OPEN OUTPUT SNAPSHOT-FILE-HISTORY
    END-IF.
    OPEN EXTEND TABLE-COLUMN-BOUNDS-FILE.
    IF NOT WS-COLUMN-BOUNDS-OK
        CLOSE TABLE-COLUMN-BOUNDS-FILE
        OPEN OUTPUT TABLE-COLUMN-BOUNDS-FILE
    END-IF.
    PERFORM COMMIT-ONE-HISTORY-PART
        VARYING WS-HP-IDX FROM 1 BY 1
        UNTIL WS-HP-IDX > WS-HISTORY-PART-COUNT.
    CLOSE TABLE-DATA-FILE-LISTING.
    CLOSE SNAPSHOT-FILE-HISTORY.
    CLOSE TABLE-COLUMN-BOUNDS-FILE.
    PERFORM WRITE-HISTORY-SNAPSHOT-SUMMARY.
    PERFORM SEED-HISTORY-RETENTION.
    PERFORM WRITE-HISTORY-SCHEMA-DECK.

LOAD-CURRENT-SPEC-ID.
    MOVE ZERO TO WS-CURRENT-SPEC-ID.
    MOVE 'N' TO WS-SPEC-HISTORY-EOF-SWITCH.
    OPEN INPUT PARTITION-SPEC-HISTORY.
    IF WS-SPEC-HISTORY-OK
        PERFORM NOTE-ONE-SPEC-HISTORY-CARD UNTIL END-OF-SPEC-HISTORY
        CLOSE PARTITION-SPEC-HISTORY
    END-IF.

NOTE-ONE-SPEC-HISTORY-CARD.
    READ PARTITION-SPEC-HISTORY
        AT END SET END-OF-SPEC-HISTORY TO TRUE
        NOT AT END
            IF PSH-SPEC-ID > WS-CURRENT-SPEC-ID
                MOVE PSH-SPEC-ID TO WS-CURRENT-SPEC-ID
            END-IF
    END-READ.

COMMIT-ONE-HISTORY-PART.
    COMPUTE WS-HISTORY-FILE-BYTES =
        WS-HP-ROW-COUNT (WS-HP-IDX) * WS-HISTORY-ROW-LENGTH.
    ADD WS-HISTORY-FILE-BYTES TO WS-HISTORY-BYTES-LANDED.
    MOVE SPACES TO TABLE-DATA-FILE-REC.
    MOVE WS-HP-FILE-PATH (WS-HP-IDX) TO DF-FILE-PATH.
    STRING "day=" WS-HP-DAY (WS-HP-IDX) DELIMITED BY SIZE
        "/program=" WS-HP-PROGRAM-ID (WS-HP-IDX) DELIMITED BY SPACE
        INTO DF-PARTITION-VALUE.
    MOVE WS-HP-ROW-COUNT (WS-HP-IDX) TO DF-RECORD-COUNT.
    MOVE WS-HISTORY-FILE-BYTES TO DF-FILE-SIZE-BYTES.
    MOVE ZERO TO DF-NULL-COUNT.
    MOVE WS-CURRENT-SPEC-ID TO DF-PARTITION-SPEC-ID.
    WRITE TABLE-DATA-FILE-REC.
    MOVE SPACES TO SNAPSHOT-FILE-HISTORY-REC.
    MOVE WS-HISTORY-SNAPSHOT-ID TO SFH-SNAPSHOT-ID.
    MOVE WS-HP-FILE-PATH (WS-HP-IDX) TO SFH-FILE-PATH.
    MOVE 'A' TO SFH-CHANGE-TYPE.
    MOVE ZERO TO SFH-DELETED-ROW-COUNT.
    WRITE SNAPSHOT-FILE-HISTORY-REC.
    MOVE 1 TO WS-BOUND-FIELD-ID.
    MOVE WS-HP-DAY (WS-HP-IDX) TO WS-BOUND-LOW.
    MOVE WS-HP-DAY (WS-HP-IDX) TO WS-BOUND-HIGH.
    PERFORM WRITE-HISTORY-PART-BOUND.
    MOVE 2 TO WS-BOUND-FIELD-ID.
    MOVE WS-HP-PROGRAM-ID (WS-HP-IDX) TO WS-BOUND-LOW.
    MOVE WS-HP-PROGRAM-ID (WS-HP-IDX) TO WS-BOUND-HIGH.
    PERFORM WRITE-HISTORY-PART-BOUND.
    MOVE 3 TO WS-BOUND-FIELD-ID.
    MOVE WS-HP-METRIC-LOW (WS-HP-IDX) TO WS-BOUND-LOW.
    MOVE WS-HP-METRIC-HIGH (WS-HP-IDX) TO WS-BOUND-HIGH.
    PERFORM WRITE-HISTORY-PART-BOUND.
    MOVE 4 TO WS-BOUND-FIELD-ID.
    MOVE WS-HP-GRAIN-LOW (WS-HP-IDX) TO WS-BOUND-LOW.
    MOVE WS-HP-GRAIN-HIGH (WS-HP-IDX) TO WS-BOUND-HIGH.
    PERFORM WRITE-HISTORY-PART-BOUND.
    MOVE 5 TO WS-BOUND-FIELD-ID.
    MOVE WS-HP-HOUR-LOW (WS-HP-IDX) TO WS-BOUND-LOW.
    MOVE WS-HP-HOUR-HIGH (WS-HP-IDX) TO WS-BOUND-HIGH.
    PERFORM WRITE-HISTORY-PART-BOUND.

WRITE-HISTORY-PART-BOUND.
    MOVE SPACES TO TABLE-COLUMN-BOUNDS-REC.
    MOVE WS-HP-FILE-PATH (WS-HP-IDX) TO CB-FILE-PATH.
    MOVE WS-BOUND-FIELD-ID TO CB-FIELD-ID.
    MOVE WS-BOUND-LOW TO CB-LOWER-BOUND.
    MOVE WS-BOUND-HIGH TO CB-UPPER-BOUND.
    MOVE WS-HP-ROW-COUNT (WS-HP-IDX) TO CB-VALUE-COUNT.
    MOVE ZERO TO CB-NULL-COUNT.
    WRITE TABLE-COLUMN-BOUNDS-REC.

WRITE-HISTORY-SNAPSHOT-SUMMARY.
    OPEN EXTEND SNAPSHOT-SUMMARY-FILE.
    IF NOT WS-SNAPSHOT-SUMMARY-OK
        CLOSE SNAPSHOT-SUMMARY-FILE
        OPEN OUTPUT SNAPSHOT-SUMMARY-FILE
    END-IF.
    MOVE SPACES TO SNAPSHOT-SUMMARY-REC.
    MOVE WS-HISTORY-TABLE-NAME TO SSR-TABLE-NAME.
    MOVE WS-HISTORY-SNAPSHOT-ID TO SSR-SNAPSHOT-ID.
    COMPUTE SSR-PARENT-SNAPSHOT-ID = WS-HISTORY-SNAPSHOT-ID - 1.
    MOVE 'APPEND' TO SSR-OPERATION.
    MOVE 'KAFKA-METRICS-REPORTER' TO SSR-COMMIT-PROGRAM.
    MOVE 'KAFKA-METRICS-REPORTER' TO SSR-COMMIT-PRINCIPAL.
    MOVE WS-HISTORY-DATE-TIME (1:14) TO SSR-COMMIT-TIMESTAMP.
    MOVE WS-HISTORY-PART-COUNT TO SSR-ADDED-FILES.
    MOVE ZERO TO SSR-REMOVED-FILES.
    MOVE WS-HISTORY-ROWS-LANDED TO SSR-ADDED-ROWS.
    MOVE ZERO TO SSR-REMOVED-ROWS.
    MOVE WS-HISTORY-BYTES-LANDED TO SSR-ADDED-BYTES.
    MOVE ZERO TO SSR-REMOVED-BYTES.
    WRITE SNAPSHOT-SUMMARY-REC.
    CLOSE SNAPSHOT-SUMMARY-FILE.

*> The history table answers to the retention engine through the
*> same table properties any other table's owner sets. They are
*> seeded once, from the tuning card or the defaults; a value an
*> operator has since put there is never overwritten.
SEED-HISTORY-RETENTION.
    PERFORM LOAD-HISTORY-PARAMS.
    MOVE 'N' TO WS-HISTORY-AGE-SEEDED-SWITCH.
    MOVE 'N' TO WS-HISTORY-KEEP-SEEDED-SWITCH.
    MOVE 'N' TO WS-PROPERTY-EOF-SWITCH.
    OPEN INPUT TABLE-PROPERTY-FILE.
    IF WS-PROPERTY-OK
        PERFORM CHECK-ONE-HISTORY-PROPERTY UNTIL END-OF-PROPERTIES
        CLOSE TABLE-PROPERTY-FILE
    END-IF.
    IF NOT WS-HISTORY-AGE-SEEDED OR NOT WS-HISTORY-KEEP-SEEDED
        OPEN EXTEND TABLE-PROPERTY-FILE
        IF NOT WS-PROPERTY-OK
            CLOSE TABLE-PROPERTY-FILE
            OPEN OUTPUT TABLE-PROPERTY-FILE
        END-IF
        IF NOT WS-HISTORY-AGE-SEEDED
            MOVE SPACES TO TABLE-PROPERTY-REC
            MOVE WS-HISTORY-TABLE-NAME TO TP-TABLE-NAME
            MOVE 'history.expire.max-snapshot-age-days'
                TO TP-PROPERTY-KEY
            MOVE WS-HISTORY-MAX-AGE-DAYS TO TP-VALUE-NUMBER
            WRITE TABLE-PROPERTY-REC
        END-IF
        IF NOT WS-HISTORY-KEEP-SEEDED
            MOVE SPACES TO TABLE-PROPERTY-REC
            MOVE WS-HISTORY-TABLE-NAME TO TP-TABLE-NAME
            MOVE 'history.expire.min-snapshots-to-keep'
                TO TP-PROPERTY-KEY
            MOVE WS-HISTORY-MIN-SNAPSHOTS TO TP-VALUE-NUMBER
            WRITE TABLE-PROPERTY-REC
        END-IF
        CLOSE TABLE-PROPERTY-FILE
    END-IF.

LOAD-HISTORY-PARAMS.
    OPEN INPUT METRICS-HISTORY-PARAMS-FILE.
    IF WS-HISTORY-PARAMS-OK
        READ METRICS-HISTORY-PARAMS-FILE
            AT END CONTINUE
            NOT AT END
                IF MHP-MAX-AGE-DAYS IS NUMERIC
                        AND MHP-MAX-AGE-DAYS > ZERO
                    MOVE MHP-MAX-AGE-DAYS TO WS-HISTORY-MAX-AGE-DAYS
                END-IF
                IF MHP-MIN-SNAPSHOTS IS NUMERIC
                        AND MHP-MIN-SNAPSHOTS > ZERO
                    MOVE MHP-MIN-SNAPSHOTS TO WS-HISTORY-MIN-SNAPSHOTS
                END-IF
        END-READ
        CLOSE METRICS-HISTORY-PARAMS-FILE
    END-IF.

CHECK-ONE-HISTORY-PROPERTY.
    READ TABLE-PROPERTY-FILE
        AT END SET END-OF-PROPERTIES TO TRUE
        NOT AT END
            IF TP-TABLE-NAME = WS-HISTORY-TABLE-NAME
                IF TP-PROPERTY-KEY =
                        'history.expire.max-snapshot-age-days'
                    SET WS-HISTORY-AGE-SEEDED TO TRUE
                END-IF
                IF TP-PROPERTY-KEY =
                        'history.expire.min-snapshots-to-keep'
                    SET WS-HISTORY-KEEP-SEEDED TO TRUE
                END-IF
            END-IF
    END-READ.

WRITE-HISTORY-SCHEMA-DECK.
    OPEN OUTPUT METRICS-HISTORY-SCHEMA-FILE.
    PERFORM WRITE-ONE-HISTORY-SCHEMA-CARD
        VARYING WS-HS-IDX FROM 1 BY 1
        UNTIL WS-HS-IDX > 11.
    CLOSE METRICS-HISTORY-SCHEMA-FILE.

WRITE-ONE-HISTORY-SCHEMA-CARD.
    MOVE SPACES TO METRICS-HISTORY-SCHEMA-CARD.
    MOVE WS-HS-FIELD-ID (WS-HS-IDX) TO MHS-FIELD-ID.
    MOVE WS-HS-FIELD-NAME (WS-HS-IDX) TO MHS-FIELD-NAME.
    MOVE WS-HS-FIELD-TYPE (WS-HS-IDX) TO MHS-FIELD-TYPE.
    MOVE 'Y' TO MHS-PRIMITIVE-SWITCH.
    IF WS-HS-FIELD-ID (WS-HS-IDX) < 5
        MOVE 'Y' TO MHS-REQUIRED-SWITCH
    ELSE
        MOVE 'N' TO MHS-REQUIRED-SWITCH
    END-IF.
    MOVE ZERO TO MHS-PARENT-ID.
    MOVE 'N' TO MHS-HAS-DEFAULT-SWITCH.
    WRITE METRICS-HISTORY-SCHEMA-CARD.

WRITE-HISTORY-SUMMARY-LINE.
    MOVE SPACES TO CONSOLIDATED-METRICS-LINE.
    IF WS-HISTORY-PART-COUNT > ZERO
        MOVE WS-HISTORY-PART-COUNT TO WS-HISTORY-FILES-DISPLAY
        MOVE WS-HISTORY-ROWS-LANDED TO WS-HISTORY-ROWS-DISPLAY
        MOVE WS-HISTORY-ROWS-SKIPPED TO WS-HISTORY-SKIPPED-DISPLAY
        STRING "HISTORY TABLE=" DELIMITED BY SIZE
            WS-HISTORY-TABLE-NAME DELIMITED BY SPACE
            " SNAPSHOT=" WS-HISTORY-SNAPSHOT-DISPLAY
                DELIMITED BY SIZE
            " FILES=" WS-HISTORY-FILES-DISPLAY DELIMITED BY SIZE
            " ROWS=" WS-HISTORY-ROWS-DISPLAY DELIMITED BY SIZE
            " SKIPPED=" WS-HISTORY-SKIPPED-DISPLAY DELIMITED BY SIZE
            INTO CONSOLIDATED-METRICS-LINE
    ELSE
        STRING "HISTORY TABLE=" DELIMITED BY SIZE
            WS-HISTORY-TABLE-NAME DELIMITED BY SPACE
            " NOTHING TO LAND" DELIMITED BY SIZE
            INTO CONSOLIDATED-METRICS-LINE
    END-IF.
    WRITE CONSOLIDATED-METRICS-LINE.

LOAD-METRIC-CATALOG.
    MOVE ZERO TO WS-CATALOG-COUNT.
    MOVE ZERO TO WS-CATALOG-OVERFLOW-COUNT.
    OPEN INPUT METRIC-CATALOG-FILE.
    IF WS-CATALOG-OK
        PERFORM LOAD-ONE-CATALOG-CARD UNTIL END-OF-CATALOG
        CLOSE METRIC-CATALOG-FILE
    END-IF.

LOAD-ONE-CATALOG-CARD.
    READ METRIC-CATALOG-FILE
        AT END SET END-OF-CATALOG TO TRUE
        NOT AT END
            IF MC-METRIC-NAME NOT = SPACES
                    AND WS-CATALOG-COUNT NOT < 500
                ADD 1 TO WS-CATALOG-OVERFLOW-COUNT
            END-IF
            IF MC-METRIC-NAME NOT = SPACES
                    AND WS-CATALOG-COUNT < 500
                ADD 1 TO WS-CATALOG-COUNT
                SET WS-MC-IDX TO WS-CATALOG-COUNT
                MOVE MC-PROGRAM-ID TO WS-MC-PROGRAM-ID (WS-MC-IDX)
                MOVE MC-METRIC-NAME TO WS-MC-METRIC-NAME (WS-MC-IDX)
                MOVE MC-METRIC-TYPE TO WS-MC-METRIC-TYPE (WS-MC-IDX)
                MOVE MC-HELP-TEXT TO WS-MC-HELP-TEXT (WS-MC-IDX)
            END-IF
    END-READ.

TRACK-PROMETHEUS-SERIES.
    MOVE 'N' TO WS-PS-FOUND-SWITCH.
    IF WS-PROM-SERIES-COUNT > ZERO
        SET WS-PS-IDX TO 1
        SEARCH WS-PS-ENTRY
            WHEN WS-PS-PROGRAM-ID (WS-PS-IDX) = MF-PROGRAM-ID
                    AND WS-PS-METRIC-NAME (WS-PS-IDX) = MF-METRIC-NAME
                SET WS-PS-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF WS-PS-FOUND
        IF MF-TIMESTAMP NOT < WS-PS-TIMESTAMP (WS-PS-IDX)
            MOVE MF-METRIC-VALUE TO WS-PS-VALUE (WS-PS-IDX)
            MOVE MF-TIMESTAMP TO WS-PS-TIMESTAMP (WS-PS-IDX)
        END-IF
    ELSE
        IF WS-PROM-SERIES-COUNT < 2000
            ADD 1 TO WS-PROM-SERIES-COUNT
            SET WS-PS-IDX TO WS-PROM-SERIES-COUNT
            MOVE MF-PROGRAM-ID TO WS-PS-PROGRAM-ID (WS-PS-IDX)
            MOVE MF-METRIC-NAME TO WS-PS-METRIC-NAME (WS-PS-IDX)
            MOVE MF-METRIC-VALUE TO WS-PS-VALUE (WS-PS-IDX)
            MOVE MF-TIMESTAMP TO WS-PS-TIMESTAMP (WS-PS-IDX)
            MOVE 'N' TO WS-PS-WRITTEN-SWITCH (WS-PS-IDX)
        ELSE
            ADD 1 TO WS-PROM-SERIES-DROPPED
        END-IF
    END-IF.

*> Prometheus wants a family's HELP and TYPE once, with all of its
*> series together under them, so each metric name is written out
*> whole the first time one of its series comes up. The alarm
*> states follow as one gauge family, valued by state so the
*> monitoring team can alert on FIRING (1) without parsing the
*> alarm state report. Two gauges then say what the export itself
*> could not hold: series beyond the series table, and catalog cards
*> beyond the catalog table.
WRITE-PROMETHEUS-EXPORT.
    OPEN OUTPUT PROMETHEUS-EXPORT-FILE.
    PERFORM WRITE-ONE-PROMETHEUS-FAMILY
        VARYING WS-PS-IDX FROM 1 BY 1
        UNTIL WS-PS-IDX > WS-PROM-SERIES-COUNT.
    MOVE SPACES TO PROMETHEUS-EXPORT-LINE.
    STRING '# HELP cobka_prometheus_series_dropped Feed series left '
            DELIMITED BY SIZE
        'out of this export beyond the 2000-series limit'
            DELIMITED BY SIZE
        INTO PROMETHEUS-EXPORT-LINE.
    WRITE PROMETHEUS-EXPORT-LINE.
    MOVE '# TYPE cobka_prometheus_series_dropped gauge'
        TO PROMETHEUS-EXPORT-LINE.
    WRITE PROMETHEUS-EXPORT-LINE.
    MOVE WS-PROM-SERIES-DROPPED TO WS-PROM-VALUE-DISPLAY.
    MOVE SPACES TO PROMETHEUS-EXPORT-LINE.
    STRING 'cobka_prometheus_series_dropped ' DELIMITED BY SIZE
        FUNCTION TRIM (WS-PROM-VALUE-DISPLAY) DELIMITED BY SIZE
        INTO PROMETHEUS-EXPORT-LINE.
    WRITE PROMETHEUS-EXPORT-LINE.
    MOVE SPACES TO PROMETHEUS-EXPORT-LINE.
    STRING '# HELP cobka_metric_catalog_cards_dropped Metric catalog '
            DELIMITED BY SIZE
        'cards not loaded beyond the 500-card limit'
            DELIMITED BY SIZE
        INTO PROMETHEUS-EXPORT-LINE.
    WRITE PROMETHEUS-EXPORT-LINE.
    MOVE '# TYPE cobka_metric_catalog_cards_dropped gauge'
        TO PROMETHEUS-EXPORT-LINE.
    WRITE PROMETHEUS-EXPORT-LINE.
    MOVE WS-CATALOG-OVERFLOW-COUNT TO WS-PROM-VALUE-DISPLAY.
    MOVE SPACES TO PROMETHEUS-EXPORT-LINE.
    STRING 'cobka_metric_catalog_cards_dropped ' DELIMITED BY SIZE
        FUNCTION TRIM (WS-PROM-VALUE-DISPLAY) DELIMITED BY SIZE
        INTO PROMETHEUS-EXPORT-LINE.
    WRITE PROMETHEUS-EXPORT-LINE.
    IF WS-ALARM-COUNT > ZERO
        MOVE SPACES TO PROMETHEUS-EXPORT-LINE
        STRING '# HELP cobka_alarm_state Alarm state from the alarm '
                DELIMITED BY SIZE
            'evaluation: 0 OK, 1 FIRING, 2 CLEARED, 3 FLAPPING'
                DELIMITED BY SIZE
            INTO PROMETHEUS-EXPORT-LINE
        WRITE PROMETHEUS-EXPORT-LINE
        MOVE '# TYPE cobka_alarm_state gauge' TO PROMETHEUS-EXPORT-LINE
        WRITE PROMETHEUS-EXPORT-LINE
        PERFORM WRITE-ONE-ALARM-GAUGE
            VARYING WS-ALARM-SCAN-IDX FROM 1 BY 1
            UNTIL WS-ALARM-SCAN-IDX > WS-ALARM-COUNT
    END-IF.
    CLOSE PROMETHEUS-EXPORT-FILE.

WRITE-ONE-PROMETHEUS-FAMILY.
    IF NOT WS-PS-IS-WRITTEN (WS-PS-IDX)
        MOVE WS-PS-METRIC-NAME (WS-PS-IDX) TO WS-PROM-FAMILY-METRIC
        PERFORM FIND-CATALOG-ENTRY
        PERFORM BUILD-PROMETHEUS-FAMILY-NAME
        MOVE SPACES TO PROMETHEUS-EXPORT-LINE
        STRING '# HELP ' DELIMITED BY SIZE
            WS-PROM-FAMILY-NAME DELIMITED BY SPACE
            ' ' DELIMITED BY SIZE
            FUNCTION TRIM (WS-PROM-FAMILY-HELP TRAILING)
                DELIMITED BY SIZE
            INTO PROMETHEUS-EXPORT-LINE
        WRITE PROMETHEUS-EXPORT-LINE
        MOVE SPACES TO PROMETHEUS-EXPORT-LINE
        STRING '# TYPE ' DELIMITED BY SIZE
            WS-PROM-FAMILY-NAME DELIMITED BY SPACE
            ' ' DELIMITED BY SIZE
            WS-PROM-FAMILY-TYPE DELIMITED BY SPACE
            INTO PROMETHEUS-EXPORT-LINE
        WRITE PROMETHEUS-EXPORT-LINE
        PERFORM WRITE-ONE-PROMETHEUS-SAMPLE
            VARYING WS-PS-SCAN-IDX FROM WS-PS-IDX BY 1
            UNTIL WS-PS-SCAN-IDX > WS-PROM-SERIES-COUNT
    END-IF.

*> The family's type and help: the card naming this series' program
*> first, then the metric's blank-program card. A metric missing from
*> the catalog still goes out, untyped, so nothing the feed carries
*> is silently lost to the platform.
FIND-CATALOG-ENTRY.
    MOVE 'N' TO WS-MC-FOUND-SWITCH.
    IF WS-CATALOG-COUNT > ZERO
        SET WS-MC-IDX TO 1
        SEARCH WS-MC-ENTRY
            WHEN WS-MC-PROGRAM-ID (WS-MC-IDX)
                        = WS-PS-PROGRAM-ID (WS-PS-IDX)
                    AND WS-MC-METRIC-NAME (WS-MC-IDX)
                        = WS-PROM-FAMILY-METRIC
                SET WS-MC-FOUND TO TRUE
        END-SEARCH
        IF NOT WS-MC-FOUND
            SET WS-MC-IDX TO 1
            SEARCH WS-MC-ENTRY
                WHEN WS-MC-PROGRAM-ID (WS-MC-IDX) = SPACES
                        AND WS-MC-METRIC-NAME (WS-MC-IDX)
                            = WS-PROM-FAMILY-METRIC
                    SET WS-MC-FOUND TO TRUE
            END-SEARCH
        END-IF
    END-IF.
    MOVE 'untyped' TO WS-PROM-FAMILY-TYPE.
    IF WS-MC-FOUND
        EVALUATE WS-MC-METRIC-TYPE (WS-MC-IDX)
            WHEN 'COUNTER'
                MOVE 'counter' TO WS-PROM-FAMILY-TYPE
            WHEN 'GAUGE'
                MOVE 'gauge' TO WS-PROM-FAMILY-TYPE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        MOVE WS-MC-HELP-TEXT (WS-MC-IDX) TO WS-PROM-FAMILY-HELP
    ELSE
        MOVE SPACES TO WS-PROM-FAMILY-HELP
        STRING 'Metric ' DELIMITED BY SIZE
            WS-PROM-FAMILY-METRIC DELIMITED BY SPACE
            ' - not in the metric catalog' DELIMITED BY SIZE
            INTO WS-PROM-FAMILY-HELP
    END-IF.

*> A Prometheus metric name allows letters, digits, underscores and
*> colons, so the feed's hyphens and dots become underscores; the
*> cobka_ prefix keeps a name from starting with a digit, and a
*> counter carries the conventional _total suffix.
BUILD-PROMETHEUS-FAMILY-NAME.
    MOVE SPACES TO WS-PROM-FAMILY-NAME.
    STRING 'cobka_' DELIMITED BY SIZE
        WS-PROM-FAMILY-METRIC DELIMITED BY SPACE
        INTO WS-PROM-FAMILY-NAME.
    INSPECT WS-PROM-FAMILY-NAME CONVERTING '-./' TO '___'.
    IF WS-PROM-FAMILY-TYPE = 'counter'
        STRING WS-PROM-FAMILY-NAME DELIMITED BY SPACE
            '_total' DELIMITED BY SIZE
            INTO WS-PROM-FAMILY-NAME
    END-IF.

WRITE-ONE-PROMETHEUS-SAMPLE.
    IF WS-PS-METRIC-NAME (WS-PS-SCAN-IDX) = WS-PROM-FAMILY-METRIC
            AND NOT WS-PS-IS-WRITTEN (WS-PS-SCAN-IDX)
        MOVE WS-PS-VALUE (WS-PS-SCAN-IDX) TO WS-PROM-VALUE-DISPLAY
        MOVE SPACES TO PROMETHEUS-EXPORT-LINE
        STRING WS-PROM-FAMILY-NAME DELIMITED BY SPACE
            '{program="' DELIMITED BY SIZE
            WS-PS-PROGRAM-ID (WS-PS-SCAN-IDX) DELIMITED BY SPACE
            '",metric="' DELIMITED BY SIZE
            WS-PS-METRIC-NAME (WS-PS-SCAN-IDX) DELIMITED BY SPACE
            '"} ' DELIMITED BY SIZE
            FUNCTION TRIM (WS-PROM-VALUE-DISPLAY) DELIMITED BY SIZE
            INTO PROMETHEUS-EXPORT-LINE
        WRITE PROMETHEUS-EXPORT-LINE
        SET WS-PS-IS-WRITTEN (WS-PS-SCAN-IDX) TO TRUE
    END-IF.

WRITE-ONE-ALARM-GAUGE.
    SET WS-ALARM-IDX TO WS-ALARM-SCAN-IDX.
    PERFORM SET-ALARM-STATE-TEXT.
    MOVE SPACES TO PROMETHEUS-EXPORT-LINE.
    STRING 'cobka_alarm_state{program="' DELIMITED BY SIZE
        WS-AL-PROGRAM-ID (WS-ALARM-IDX) DELIMITED BY SPACE
        '",metric="' DELIMITED BY SIZE
        WS-AL-METRIC-NAME (WS-ALARM-IDX) DELIMITED BY SPACE
        '",severity="' DELIMITED BY SIZE
        WS-AL-SEVERITY (WS-ALARM-IDX) DELIMITED BY SPACE
        '",state="' DELIMITED BY SIZE
        WS-ALARM-STATE-TEXT DELIMITED BY SPACE
        '"} ' WS-ALARM-STATE-CODE DELIMITED BY SIZE
        INTO PROMETHEUS-EXPORT-LINE.
    WRITE PROMETHEUS-EXPORT-LINE.

*> Mirrors KafkaMetricsReporter.startReporters: each configured
*> reporter class is created and, for MBean-style reporters,
*> registered independently. A reporter that fails to load or
