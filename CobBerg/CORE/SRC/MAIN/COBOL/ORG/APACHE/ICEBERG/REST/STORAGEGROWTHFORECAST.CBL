IDENTIFICATION DIVISION.
PROGRAM-ID. STORAGE-GROWTH-FORECAST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FORECAST-PARAMS-FILE
        ASSIGN TO "FORECASTPARAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAMS-STATUS.
    SELECT STORAGE-THRESHOLD-FILE
        ASSIGN TO "STORAGETHRESHOLDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-THRESHOLD-STATUS.
    SELECT TABLE-FILE
        ASSIGN TO "TABLECATALOGFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TBL-KEY
        FILE STATUS IS WS-TABLE-FILE-STATUS.
    SELECT CATALOG-DATA-FILE-LISTING
        ASSIGN TO "CATALOGDATAFILES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATALOG-LISTING-STATUS.
    SELECT NAMESPACE-QUOTA-FILE
        ASSIGN TO "NAMESPACEQUOTACARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUOTA-FILE-STATUS.
    SELECT NAMESPACE-GROWTH-FILE
        ASSIGN TO "NAMESPACEGROWTHFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GROWTH-FILE-STATUS.
    SELECT TABLE-RETENTION-POLICY-FILE
        ASSIGN TO "TABLERETENTIONPOLICY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POLICY-FILE-STATUS.
    SELECT TABLE-PROPERTY-FILE
        ASSIGN TO "TABLEPROPERTIES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPERTY-STATUS.
    SELECT GROWTH-HISTORY-FILE
        ASSIGN TO "STORAGEGROWTHHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT FORECAST-REPORT
        ASSIGN TO "STORAGEFORECASTREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Optional run card: the capture date (zero means today), how many
*> days of history the growth trend is fitted over, how many of the
*> fastest-growing tables the report ranks, and how far ahead a
*> projected crossing is still worth a date.
FD FORECAST-PARAMS-FILE.
01 FORECAST-PARAMS-CARD.
   05 FP-RUN-DATE PIC 9(8).
   05 FP-WINDOW-DAYS PIC 9(3).
   05 FP-TOP-N PIC 9(3).
   05 FP-HORIZON-DAYS PIC 9(5).

*> Capacity thresholds on the total stored bytes across the catalog,
*> one card per threshold - typically the volume's warning mark and
*> its hard size.
FD STORAGE-THRESHOLD-FILE.
01 STORAGE-THRESHOLD-CARD.
   05 STH-THRESHOLD-NAME PIC X(20).
   05 STH-THRESHOLD-BYTES PIC 9(18).

*> The catalog's table records, walked once to map each table name
*> onto its owning namespace and to count each namespace's tables.
FD TABLE-FILE.
01 TABLE-REC.
   05 TBL-KEY PIC X(160).
   05 TBL-NAMESPACE PIC X(128).
   05 TBL-NAME PIC X(128).
   05 TBL-SCHEMA PIC X(512).
   05 TBL-PARTITION-SPEC PIC X(256).
   05 TBL-CURRENT-SNAPSHOT-ID PIC 9(18).
   05 TBL-METADATA-LOCATION PIC X(256).
   05 TBL-STAGED-SWITCH PIC X.

*> The catalog-wide data-file listing - every table's TABLEDATAFILES
*> entries with the table named on each - summed here into tonight's
*> bytes, files and rows per table.
FD CATALOG-DATA-FILE-LISTING.
01 CATALOG-DATA-FILE-REC.
   05 CDF-TABLE-NAME PIC X(128).
   05 CDF-FILE-PATH PIC X(256).
   05 CDF-PARTITION-VALUE PIC X(64).
   05 CDF-RECORD-COUNT PIC 9(18).
   05 CDF-FILE-SIZE-BYTES PIC 9(18).

*> CATALOG-HANDLERS's namespace quotas, in its exact card layout: the
*> most tables the namespace may hold and the most snapshot commits
*> its tables may take in one day. Zero means unlimited.
FD NAMESPACE-QUOTA-FILE.
01 NAMESPACE-QUOTA-CARD.
   05 NQ-NAMESPACE PIC X(128).
   05 NQ-MAX-TABLES PIC 9(5).
   05 NQ-MAX-COMMITS-PER-DAY PIC 9(9).

*> CATALOG-HANDLERS's running commit tally per namespace for the day
*> named on the record - the day's commit count this job keeps.
FD NAMESPACE-GROWTH-FILE.
01 NAMESPACE-GROWTH-REC.
   05 NG-NAMESPACE PIC X(128).
   05 NG-TALLY-DATE PIC 9(8).
   05 NG-COMMIT-COUNT PIC 9(9).

*> SNAPSHOT-RETENTION-POLICY's per-table retention cards.
FD TABLE-RETENTION-POLICY-FILE.
01 TABLE-RETENTION-POLICY-CARD.
   05 RP-TABLE-NAME PIC X(128).
   05 RP-MAX-AGE-DAYS PIC 9(5).
   05 RP-RETAIN-LAST-N PIC 9(5).
   05 RP-LEGAL-HOLD PIC X.
      88 RP-TABLE-IS-HELD VALUE 'Y'.

*> TABLE-INTERFACE's table property store: the retention and tiering
*> properties held there override the cards, as they do in the
*> retention and tiering jobs themselves.
FD TABLE-PROPERTY-FILE.
01 TABLE-PROPERTY-REC.
   05 TP-TABLE-NAME PIC X(128).
   05 TP-PROPERTY-KEY PIC X(40).
   05 TP-PROPERTY-VALUE PIC X(64).
   05 TP-VALUE-NUMERIC REDEFINES TP-PROPERTY-VALUE.
      10 TP-VALUE-NUMBER PIC 9(18).
      10 FILLER PIC X(46).

*> The growth history this job keeps, appended once per capture
*> date: T one table's bytes, files and rows; N one namespace's table
*> count and bytes; V the catalog's total stored bytes; C one
*> namespace's commit count for the tally date it carries.
FD GROWTH-HISTORY-FILE.
01 GROWTH-HISTORY-REC.
   05 GH-RECORD-TYPE PIC X.
      88 GH-IS-TABLE VALUE 'T'.
      88 GH-IS-NAMESPACE VALUE 'N'.
      88 GH-IS-VOLUME VALUE 'V'.
      88 GH-IS-COMMITS VALUE 'C'.
   05 GH-CAPTURE-DATE PIC 9(8).
   05 GH-ENTITY-NAME PIC X(128).
   05 GH-NAMESPACE PIC X(128).
   05 GH-BYTES PIC 9(18).
   05 GH-FILES PIC 9(12).
   05 GH-ROWS PIC 9(18).
   05 GH-TABLES PIC 9(5).
   05 GH-COMMITS PIC 9(9).

FD FORECAST-REPORT.
01 FORECAST-LINE PIC X(400).

WORKING-STORAGE SECTION.
01 WS-PARAMS-STATUS PIC XX.
   88 WS-PARAMS-OK VALUE '00'.
01 WS-THRESHOLD-STATUS PIC XX.
   88 WS-THRESHOLD-OK VALUE '00'.
01 WS-TABLE-FILE-STATUS PIC XX.
   88 WS-TABLE-FILE-OK VALUE '00'.
01 WS-CATALOG-LISTING-STATUS PIC XX.
   88 WS-CATALOG-LISTING-OK VALUE '00'.
01 WS-QUOTA-FILE-STATUS PIC XX.
   88 WS-QUOTA-FILE-OK VALUE '00'.
01 WS-GROWTH-FILE-STATUS PIC XX.
   88 WS-GROWTH-FILE-OK VALUE '00'.
01 WS-POLICY-FILE-STATUS PIC XX.
   88 WS-POLICY-FILE-OK VALUE '00'.
01 WS-PROPERTY-STATUS PIC XX.
   88 WS-PROPERTY-OK VALUE '00'.
01 WS-HISTORY-STATUS PIC XX.
   88 WS-HISTORY-OK VALUE '00'.
01 WS-THRESHOLD-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-THRESHOLDS VALUE 'Y'.
01 WS-TABLE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-TABLES VALUE 'Y'.
01 WS-CATALOG-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CATALOG-LISTING VALUE 'Y'.
01 WS-QUOTA-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-QUOTA-CARDS VALUE 'Y'.
01 WS-GROWTH-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-GROWTH-RECS VALUE 'Y'.
01 WS-POLICY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-POLICIES VALUE 'Y'.
01 WS-PROPERTY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-PROPERTIES VALUE 'Y'.
01 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-HISTORY VALUE 'Y'.

01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
01 WS-RUN-DAY-NUMBER PIC 9(7) VALUE ZERO.
01 WS-WINDOW-DAYS-DEFAULT PIC 9(3) VALUE 30.
01 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
01 WS-WINDOW-START-DAY PIC 9(7) VALUE ZERO.
01 WS-TOP-N-DEFAULT PIC 9(3) VALUE 20.
01 WS-TOP-N PIC 9(3) VALUE 20.
01 WS-HORIZON-DAYS-DEFAULT PIC 9(5) VALUE 1825.
01 WS-HORIZON-DAYS PIC 9(5) VALUE 1825.
01 WS-ALREADY-CAPTURED-SWITCH PIC X VALUE 'N'.
   88 WS-TODAY-ALREADY-CAPTURED VALUE 'Y'.
01 WS-BYTES-PER-MB PIC 9(7) VALUE 1048576.

*> One trend series: the running sums a least-squares line needs,
*> with x the day's offset into the window and y the day's value.
*> Every series in the tables below carries this same layout, so a
*> series is moved here whole, worked on, and moved back.
01 WS-FIT-SERIES.
   05 WS-FIT-N PIC 9(4).
   05 WS-FIT-SX PIC 9(9).
   05 WS-FIT-SXX PIC 9(12).
   05 WS-FIT-SY PIC S9(16)V99.
   05 WS-FIT-SXY PIC S9(16)V99.
01 WS-FIT-X PIC 9(4) VALUE ZERO.
01 WS-FIT-Y PIC S9(16)V99 VALUE ZERO.
01 WS-FIT-DENOMINATOR PIC S9(18) VALUE ZERO.
01 WS-FIT-SLOPE PIC S9(13)V9(4) VALUE ZERO.
01 WS-FIT-SWITCH PIC X VALUE 'N'.
   88 WS-FIT-HAS-TREND VALUE 'Y'.

*> Tonight's capture and the fitted trend per table. Bytes are
*> fitted in megabytes, so a large table's sums stay in range.
01 WS-TABLE-STAT-COUNT PIC 9(4) VALUE ZERO.
01 WS-TABLE-STAT-TABLE.
   05 WS-TABLE-STAT-ENTRY OCCURS 1 TO 2000 TIMES
         DEPENDING ON WS-TABLE-STAT-COUNT
         INDEXED BY WS-TS-IDX.
      10 WS-TS-TABLE-NAME PIC X(128).
      10 WS-TS-NAMESPACE PIC X(128).
      10 WS-TS-BYTES PIC 9(18).
      10 WS-TS-FILES PIC 9(12).
      10 WS-TS-ROWS PIC 9(18).
      10 WS-TS-BYTES-FIT.
         15 WS-TSF-N PIC 9(4).
         15 WS-TSF-SX PIC 9(9).
         15 WS-TSF-SXX PIC 9(12).
         15 WS-TSF-SY PIC S9(16)V99.
         15 WS-TSF-SXY PIC S9(16)V99.
      10 WS-TS-MB-PER-DAY PIC S9(13)V9(4).
      10 WS-TS-TREND-SWITCH PIC X.
         88 WS-TS-HAS-TREND VALUE 'Y'.
      10 WS-TS-RETAIN-DAYS PIC 9(5).
      10 WS-TS-KEEP-LAST PIC 9(5).
      10 WS-TS-RETENTION-SWITCH PIC X.
         88 WS-TS-HAS-RETENTION VALUE 'Y'.
      10 WS-TS-LEGAL-HOLD PIC X.
      10 WS-TS-TIER-AGE-DAYS PIC 9(5).
      10 WS-TS-TIERING-SWITCH PIC X.
         88 WS-TS-HAS-TIERING VALUE 'Y'.
      10 WS-TS-RANKED-SWITCH PIC X.
         88 WS-TS-IS-RANKED VALUE 'Y'.
01 WS-TS-FOUND-SWITCH PIC X.
   88 WS-TS-FOUND VALUE 'Y'.
01 WS-LOOKUP-TABLE-NAME PIC X(128).

*> Table-to-namespace map built from the catalog file.
01 WS-MAP-COUNT PIC 9(4) VALUE ZERO.
01 WS-TABLE-NAMESPACE-MAP.
   05 WS-MAP-ENTRY OCCURS 1 TO 2000 TIMES
         DEPENDING ON WS-MAP-COUNT
         INDEXED BY WS-MAP-IDX.
      10 WS-MAP-TABLE-NAME PIC X(128).
      10 WS-MAP-NAMESPACE PIC X(128).
01 WS-LOOKUP-NAMESPACE PIC X(128).

*> Tonight's capture, quotas and fitted trends per namespace: its
*> table count and stored bytes from the 'N' history, its commits
*> per day from the 'C' history.
01 WS-NS-COUNT PIC 9(3) VALUE ZERO.
01 WS-NAMESPACE-STAT-TABLE.
   05 WS-NS-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-NS-COUNT
         INDEXED BY WS-NS-IDX.
      10 WS-NS-NAMESPACE PIC X(128).
      10 WS-NS-TABLES PIC 9(5).
      10 WS-NS-BYTES PIC 9(18).
      10 WS-NS-MAX-TABLES PIC 9(5).
      10 WS-NS-MAX-COMMITS-DAY PIC 9(9).
      10 WS-NS-TALLY-DATE PIC 9(8).
      10 WS-NS-COMMITS PIC 9(9).
      10 WS-NS-TALLY-SWITCH PIC X.
         88 WS-NS-HAS-TALLY VALUE 'Y'.
         88 WS-NS-TALLY-RECORDED VALUE 'R'.
      10 WS-NS-CAPTURE-SWITCH PIC X.
         88 WS-NS-IS-INCOMPLETE VALUE 'I'.
      10 WS-NS-TABLES-FIT.
         15 WS-NTF-N PIC 9(4).
         15 WS-NTF-SX PIC 9(9).
         15 WS-NTF-SXX PIC 9(12).
         15 WS-NTF-SY PIC S9(16)V99.
         15 WS-NTF-SXY PIC S9(16)V99.
      10 WS-NS-BYTES-FIT.
         15 WS-NBF-N PIC 9(4).
         15 WS-NBF-SX PIC 9(9).
         15 WS-NBF-SXX PIC 9(12).
         15 WS-NBF-SY PIC S9(16)V99.
         15 WS-NBF-SXY PIC S9(16)V99.
      10 WS-NS-COMMITS-FIT.
         15 WS-NCF-N PIC 9(4).
         15 WS-NCF-SX PIC 9(9).
         15 WS-NCF-SXX PIC 9(12).
         15 WS-NCF-SY PIC S9(16)V99.
         15 WS-NCF-SXY PIC S9(16)V99.
01 WS-NS-FOUND-SWITCH PIC X.
   88 WS-NS-FOUND VALUE 'Y'.

*> What the capture could not hold: catalog tables past the map's
*> 2000 entries, data files of tables past the 2000 table stats, and
*> namespace lookups past the 500 namespaces. A namespace that lost
*> tables or bytes to the first two is reported incomplete and its
*> capture is kept out of the history, so a short total never bends
*> its trend; the catalog total likewise when data files were lost.
01 WS-MAP-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-TABLE-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-NS-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-OVERFLOW-DISPLAY PIC Z(6)9.
01 WS-CAPTURE-TEXT PIC X(10) VALUE SPACES.

*> The catalog's total stored bytes and its trend.
01 WS-VOLUME-BYTES PIC 9(18) VALUE ZERO.
01 WS-VOLUME-FIT.
   05 WS-VF-N PIC 9(4).
   05 WS-VF-SX PIC 9(9).
   05 WS-VF-SXX PIC 9(12).
   05 WS-VF-SY PIC S9(16)V99.
   05 WS-VF-SXY PIC S9(16)V99.
01 WS-VOLUME-MB-PER-DAY PIC S9(13)V9(4) VALUE ZERO.
01 WS-VOLUME-TREND-SWITCH PIC X VALUE 'N'.
   88 WS-VOLUME-HAS-TREND VALUE 'Y'.

01 WS-THRESHOLD-COUNT PIC 9(2) VALUE ZERO.
01 WS-THRESHOLD-TABLE.
   05 WS-THRESHOLD-ENTRY OCCURS 1 TO 20 TIMES
         DEPENDING ON WS-THRESHOLD-COUNT
         INDEXED BY WS-TH-IDX.
      10 WS-TH-NAME PIC X(20).
      10 WS-TH-BYTES PIC 9(18).

*> One history record being folded into its series.
01 WS-HIST-DAY-NUMBER PIC 9(7) VALUE ZERO.
01 WS-HIST-X PIC S9(7) VALUE ZERO.

*> A projected crossing: where the series is now, the limit it is
*> heading for, and the date it gets there at the fitted rate.
01 WS-PROJ-CURRENT PIC S9(16)V99 VALUE ZERO.
01 WS-PROJ-LIMIT PIC S9(16)V99 VALUE ZERO.
01 WS-PROJ-DAYS PIC 9(9) VALUE ZERO.
01 WS-PROJ-DAY-NUMBER PIC 9(9) VALUE ZERO.
01 WS-PROJ-DATE PIC 9(8) VALUE ZERO.
01 WS-PROJ-TEXT PIC X(16) VALUE SPACES.

01 WS-RANK PIC 9(3) VALUE ZERO.
01 WS-BEST-IDX PIC 9(4) VALUE ZERO.
01 WS-BEST-SLOPE PIC S9(13)V9(4) VALUE ZERO.
01 WS-GROWTH-PCT PIC S9(7)V9 VALUE ZERO.

01 WS-RANK-DISPLAY PIC Z(2)9.
01 WS-BYTES-DISPLAY PIC Z(17)9.
01 WS-FILES-DISPLAY PIC Z(11)9.
01 WS-ROWS-DISPLAY PIC Z(17)9.
01 WS-COUNT-DISPLAY PIC Z(8)9.
01 WS-LIMIT-DISPLAY PIC Z(8)9.
01 WS-TABLES-DISPLAY PIC Z(4)9.
01 WS-MAX-TABLES-DISPLAY PIC Z(4)9.
01 WS-RATE-DISPLAY PIC -(12)9.99.
01 WS-PCT-DISPLAY PIC -(6)9.9.
01 WS-DAYS-DISPLAY PIC Z(4)9.
01 WS-PROJ-TABLES-TEXT PIC X(16) VALUE SPACES.
01 WS-PROJ-COMMITS-TEXT PIC X(16) VALUE SPACES.
01 WS-TABLES-RATE-DISPLAY PIC -(6)9.99.
01 WS-COMMITS-RATE-DISPLAY PIC -(8)9.99.
01 WS-RETAIN-TEXT PIC X(8) VALUE SPACES.
01 WS-KEEP-TEXT PIC X(8) VALUE SPACES.
01 WS-TIER-TEXT PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    PERFORM LOAD-FORECAST-PARAMS.
    PERFORM LOAD-STORAGE-THRESHOLDS.
    PERFORM BUILD-TABLE-NAMESPACE-MAP.
    PERFORM CAPTURE-TABLE-STORAGE.
    PERFORM CAPTURE-NAMESPACE-STORAGE.
    PERFORM LOAD-NAMESPACE-QUOTAS.
    PERFORM LOAD-COMMIT-TALLIES.
    PERFORM LOAD-RETENTION-POLICIES.
    PERFORM APPLY-TABLE-PROPERTIES.
    PERFORM FOLD-GROWTH-HISTORY.
    PERFORM FOLD-TONIGHTS-CAPTURE.
    PERFORM APPEND-TONIGHTS-CAPTURE.
    PERFORM FIT-ALL-TRENDS.
    PERFORM WRITE-FORECAST-REPORT.
    STOP RUN.

LOAD-FORECAST-PARAMS.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE.
    MOVE WS-WINDOW-DAYS-DEFAULT TO WS-WINDOW-DAYS.
    MOVE WS-TOP-N-DEFAULT TO WS-TOP-N.
    MOVE WS-HORIZON-DAYS-DEFAULT TO WS-HORIZON-DAYS.
    OPEN INPUT FORECAST-PARAMS-FILE.
    IF WS-PARAMS-OK
        READ FORECAST-PARAMS-FILE
            AT END CONTINUE
            NOT AT END
                IF FP-RUN-DATE IS NUMERIC AND FP-RUN-DATE > ZERO
                    IF FUNCTION TEST-DATE-YYYYMMDD (FP-RUN-DATE)
                            = ZERO
                        MOVE FP-RUN-DATE TO WS-RUN-DATE
                    END-IF
                END-IF
                IF FP-WINDOW-DAYS IS NUMERIC
                        AND FP-WINDOW-DAYS > 1
                    MOVE FP-WINDOW-DAYS TO WS-WINDOW-DAYS
                END-IF
                IF FP-TOP-N IS NUMERIC AND FP-TOP-N > ZERO
                    MOVE FP-TOP-N TO WS-TOP-N
                END-IF
                IF FP-HORIZON-DAYS IS NUMERIC
                        AND FP-HORIZON-DAYS > ZERO
                    MOVE FP-HORIZON-DAYS TO WS-HORIZON-DAYS
                END-IF
        END-READ
        CLOSE FORECAST-PARAMS-FILE
    END-IF.
    COMPUTE WS-RUN-DAY-NUMBER =
        FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
    COMPUTE WS-WINDOW-START-DAY = WS-RUN-DAY-NUMBER - WS-WINDOW-DAYS.

LOAD-STORAGE-THRESHOLDS.
    MOVE ZERO TO WS-THRESHOLD-COUNT.
    OPEN INPUT STORAGE-THRESHOLD-FILE.
    IF WS-THRESHOLD-OK
        PERFORM LOAD-ONE-THRESHOLD UNTIL END-OF-THRESHOLDS
        CLOSE STORAGE-THRESHOLD-FILE
    END-IF.

LOAD-ONE-THRESHOLD.
    READ STORAGE-THRESHOLD-FILE
        AT END SET END-OF-THRESHOLDS TO TRUE
        NOT AT END
            IF STH-THRESHOLD-BYTES IS NUMERIC
                    AND STH-THRESHOLD-BYTES > ZERO
                    AND WS-THRESHOLD-COUNT < 20
                ADD 1 TO WS-THRESHOLD-COUNT
                SET WS-TH-IDX TO WS-THRESHOLD-COUNT
                MOVE STH-THRESHOLD-NAME TO WS-TH-NAME (WS-TH-IDX)
                MOVE STH-THRESHOLD-BYTES TO WS-TH-BYTES (WS-TH-IDX)
            END-IF
    END-READ.

BUILD-TABLE-NAMESPACE-MAP.
    MOVE ZERO TO WS-MAP-COUNT.
    OPEN INPUT TABLE-FILE.
    IF WS-TABLE-FILE-OK
        MOVE SPACES TO TBL-KEY
        START TABLE-FILE KEY IS GREATER THAN TBL-KEY
            INVALID KEY SET END-OF-TABLES TO TRUE
        END-START
        PERFORM MAP-ONE-TABLE UNTIL END-OF-TABLES
        CLOSE TABLE-FILE
    END-IF.
    IF WS-MAP-OVERFLOW-COUNT > ZERO
        MOVE WS-MAP-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
        DISPLAY 'INCOMPLETE TABLE MAP - TABLES BEYOND THE 2000-TABLE '
            'LIMIT=' WS-OVERFLOW-DISPLAY
    END-IF.

*> Every catalog table counts toward its namespace's table quota,
*> whether or not it has stored a data file yet. A table past the
*> map's limit still counts, but its data files cannot be traced
*> back to its namespace, whose bytes then come up short.
MAP-ONE-TABLE.
    READ TABLE-FILE NEXT RECORD
        AT END SET END-OF-TABLES TO TRUE
        NOT AT END
            MOVE TBL-NAMESPACE TO WS-LOOKUP-NAMESPACE
            PERFORM FIND-OR-ADD-NAMESPACE
            IF WS-NS-FOUND
                ADD 1 TO WS-NS-TABLES (WS-NS-IDX)
            END-IF
            IF WS-MAP-COUNT < 2000
                ADD 1 TO WS-MAP-COUNT
                SET WS-MAP-IDX TO WS-MAP-COUNT
                MOVE TBL-NAME TO WS-MAP-TABLE-NAME (WS-MAP-IDX)
                MOVE TBL-NAMESPACE TO WS-MAP-NAMESPACE (WS-MAP-IDX)
            ELSE
                ADD 1 TO WS-MAP-OVERFLOW-COUNT
                IF WS-NS-FOUND
                    SET WS-NS-IS-INCOMPLETE (WS-NS-IDX) TO TRUE
                END-IF
            END-IF
    END-READ.

*> A table the catalog no longer knows is forecast under UNASSIGNED,
*> as the chargeback statement bills it.
FIND-NAMESPACE-FOR-TABLE.
    MOVE 'UNASSIGNED' TO WS-LOOKUP-NAMESPACE.
    IF WS-MAP-COUNT > ZERO
        SET WS-MAP-IDX TO 1
        SEARCH WS-MAP-ENTRY
            AT END CONTINUE
            WHEN WS-MAP-TABLE-NAME (WS-MAP-IDX) = WS-LOOKUP-TABLE-NAME
                MOVE WS-MAP-NAMESPACE (WS-MAP-IDX)
                    TO WS-LOOKUP-NAMESPACE
        END-SEARCH
    END-IF.

FIND-NAMESPACE-STAT.
    MOVE 'N' TO WS-NS-FOUND-SWITCH.
    IF WS-NS-COUNT > ZERO
        SET WS-NS-IDX TO 1
        SEARCH WS-NS-ENTRY
            AT END CONTINUE
            WHEN WS-NS-NAMESPACE (WS-NS-IDX) = WS-LOOKUP-NAMESPACE
                SET WS-NS-FOUND TO TRUE
        END-SEARCH
    END-IF.

FIND-OR-ADD-NAMESPACE.
    PERFORM FIND-NAMESPACE-STAT.
    IF NOT WS-NS-FOUND
        IF WS-NS-COUNT < 500
            ADD 1 TO WS-NS-COUNT
            SET WS-NS-IDX TO WS-NS-COUNT
            MOVE WS-LOOKUP-NAMESPACE TO WS-NS-NAMESPACE (WS-NS-IDX)
            MOVE ZERO TO WS-NS-TABLES (WS-NS-IDX)
            MOVE ZERO TO WS-NS-BYTES (WS-NS-IDX)
            MOVE ZERO TO WS-NS-MAX-TABLES (WS-NS-IDX)
            MOVE ZERO TO WS-NS-MAX-COMMITS-DAY (WS-NS-IDX)
            MOVE ZERO TO WS-NS-TALLY-DATE (WS-NS-IDX)
            MOVE ZERO TO WS-NS-COMMITS (WS-NS-IDX)
            MOVE 'N' TO WS-NS-TALLY-SWITCH (WS-NS-IDX)
            MOVE 'C' TO WS-NS-CAPTURE-SWITCH (WS-NS-IDX)
            INITIALIZE WS-NS-TABLES-FIT (WS-NS-IDX)
            INITIALIZE WS-NS-BYTES-FIT (WS-NS-IDX)
            INITIALIZE WS-NS-COMMITS-FIT (WS-NS-IDX)
            SET WS-NS-FOUND TO TRUE
        ELSE
            ADD 1 TO WS-NS-OVERFLOW-COUNT
        END-IF
    END-IF.

FIND-TABLE-STAT.
    MOVE 'N' TO WS-TS-FOUND-SWITCH.
    IF WS-TABLE-STAT-COUNT > ZERO
        SET WS-TS-IDX TO 1
        SEARCH WS-TABLE-STAT-ENTRY
            AT END CONTINUE
            WHEN WS-TS-TABLE-NAME (WS-TS-IDX) = WS-LOOKUP-TABLE-NAME
                SET WS-TS-FOUND TO TRUE
        END-SEARCH
    END-IF.

CAPTURE-TABLE-STORAGE.
    MOVE ZERO TO WS-TABLE-STAT-COUNT.
    OPEN INPUT CATALOG-DATA-FILE-LISTING.
    IF WS-CATALOG-LISTING-OK
        PERFORM CAPTURE-ONE-DATA-FILE UNTIL END-OF-CATALOG-LISTING
        CLOSE CATALOG-DATA-FILE-LISTING
    END-IF.
    IF WS-TABLE-OVERFLOW-COUNT > ZERO
        MOVE WS-TABLE-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
        DISPLAY 'INCOMPLETE CAPTURE - DATA FILES BEYOND THE 2000-'
            'TABLE LIMIT=' WS-OVERFLOW-DISPLAY
    END-IF.

CAPTURE-ONE-DATA-FILE.
    READ CATALOG-DATA-FILE-LISTING
        AT END SET END-OF-CATALOG-LISTING TO TRUE
        NOT AT END
            MOVE CDF-TABLE-NAME TO WS-LOOKUP-TABLE-NAME
            PERFORM FIND-TABLE-STAT
            IF NOT WS-TS-FOUND
                IF WS-TABLE-STAT-COUNT < 2000
                    PERFORM ADD-TABLE-STAT
                ELSE
                    ADD 1 TO WS-TABLE-OVERFLOW-COUNT
                    PERFORM MARK-TABLE-NS-INCOMPLETE
                END-IF
            END-IF
            IF WS-TS-FOUND
                ADD CDF-FILE-SIZE-BYTES TO WS-TS-BYTES (WS-TS-IDX)
                ADD 1 TO WS-TS-FILES (WS-TS-IDX)
                ADD CDF-RECORD-COUNT TO WS-TS-ROWS (WS-TS-IDX)
            END-IF
    END-READ.

MARK-TABLE-NS-INCOMPLETE.
    PERFORM FIND-NAMESPACE-FOR-TABLE.
    PERFORM FIND-OR-ADD-NAMESPACE.
    IF WS-NS-FOUND
        SET WS-NS-IS-INCOMPLETE (WS-NS-IDX) TO TRUE
    END-IF.

ADD-TABLE-STAT.
    ADD 1 TO WS-TABLE-STAT-COUNT.
    SET WS-TS-IDX TO WS-TABLE-STAT-COUNT.
    PERFORM FIND-NAMESPACE-FOR-TABLE.
    MOVE WS-LOOKUP-TABLE-NAME TO WS-TS-TABLE-NAME (WS-TS-IDX).
    MOVE WS-LOOKUP-NAMESPACE TO WS-TS-NAMESPACE (WS-TS-IDX).
    MOVE ZERO TO WS-TS-BYTES (WS-TS-IDX).
    MOVE ZERO TO WS-TS-FILES (WS-TS-IDX).
    MOVE ZERO TO WS-TS-ROWS (WS-TS-IDX).
    INITIALIZE WS-TS-BYTES-FIT (WS-TS-IDX).
    MOVE ZERO TO WS-TS-MB-PER-DAY (WS-TS-IDX).
    MOVE 'N' TO WS-TS-TREND-SWITCH (WS-TS-IDX).
    MOVE ZERO TO WS-TS-RETAIN-DAYS (WS-TS-IDX).
    MOVE ZERO TO WS-TS-KEEP-LAST (WS-TS-IDX).
    MOVE 'N' TO WS-TS-RETENTION-SWITCH (WS-TS-IDX).
    MOVE 'N' TO WS-TS-LEGAL-HOLD (WS-TS-IDX).
    MOVE ZERO TO WS-TS-TIER-AGE-DAYS (WS-TS-IDX).
    MOVE 'N' TO WS-TS-TIERING-SWITCH (WS-TS-IDX).
    MOVE 'N' TO WS-TS-RANKED-SWITCH (WS-TS-IDX).
    SET WS-TS-FOUND TO TRUE.

*> Each table's bytes rolled up to its namespace and to the volume.
CAPTURE-NAMESPACE-STORAGE.
    MOVE ZERO TO WS-VOLUME-BYTES.
    INITIALIZE WS-VOLUME-FIT.
    PERFORM ROLL-UP-ONE-TABLE-STAT
        VARYING WS-TS-IDX FROM 1 BY 1
        UNTIL WS-TS-IDX > WS-TABLE-STAT-COUNT.
    IF WS-MAP-OVERFLOW-COUNT > ZERO
        MOVE 'UNASSIGNED' TO WS-LOOKUP-NAMESPACE
        PERFORM FIND-NAMESPACE-STAT
        IF WS-NS-FOUND
            SET WS-NS-IS-INCOMPLETE (WS-NS-IDX) TO TRUE
        END-IF
    END-IF.

ROLL-UP-ONE-TABLE-STAT.
    ADD WS-TS-BYTES (WS-TS-IDX) TO WS-VOLUME-BYTES.
    MOVE WS-TS-NAMESPACE (WS-TS-IDX) TO WS-LOOKUP-NAMESPACE.
    PERFORM FIND-OR-ADD-NAMESPACE.
    IF WS-NS-FOUND
        ADD WS-TS-BYTES (WS-TS-IDX) TO WS-NS-BYTES (WS-NS-IDX)
    END-IF.

LOAD-NAMESPACE-QUOTAS.
    OPEN INPUT NAMESPACE-QUOTA-FILE.
    IF WS-QUOTA-FILE-OK
        PERFORM LOAD-ONE-QUOTA-CARD UNTIL END-OF-QUOTA-CARDS
        CLOSE NAMESPACE-QUOTA-FILE
    END-IF.

LOAD-ONE-QUOTA-CARD.
    READ NAMESPACE-QUOTA-FILE
        AT END SET END-OF-QUOTA-CARDS TO TRUE
        NOT AT END
            MOVE NQ-NAMESPACE TO WS-LOOKUP-NAMESPACE
            PERFORM FIND-OR-ADD-NAMESPACE
            IF WS-NS-FOUND
                MOVE NQ-MAX-TABLES TO WS-NS-MAX-TABLES (WS-NS-IDX)
                MOVE NQ-MAX-COMMITS-PER-DAY
                    TO WS-NS-MAX-COMMITS-DAY (WS-NS-IDX)
            END-IF
    END-READ.

LOAD-COMMIT-TALLIES.
    OPEN INPUT NAMESPACE-GROWTH-FILE.
    IF WS-GROWTH-FILE-OK
        PERFORM LOAD-ONE-COMMIT-TALLY UNTIL END-OF-GROWTH-RECS
        CLOSE NAMESPACE-GROWTH-FILE
    END-IF.

*> A tally dated after the run date belongs to a later capture, and
*> one from before the window can no longer move the trend.
LOAD-ONE-COMMIT-TALLY.
    READ NAMESPACE-GROWTH-FILE
        AT END SET END-OF-GROWTH-RECS TO TRUE
        NOT AT END
            IF NG-TALLY-DATE IS NUMERIC
                    AND NG-TALLY-DATE NOT > WS-RUN-DATE
                    AND FUNCTION TEST-DATE-YYYYMMDD (NG-TALLY-DATE)
                        = ZERO
                IF FUNCTION INTEGER-OF-DATE (NG-TALLY-DATE)
                        NOT < WS-WINDOW-START-DAY
                    MOVE NG-NAMESPACE TO WS-LOOKUP-NAMESPACE
                    PERFORM FIND-OR-ADD-NAMESPACE
                    IF WS-NS-FOUND
                        SET WS-NS-HAS-TALLY (WS-NS-IDX) TO TRUE
                        MOVE NG-TALLY-DATE
                            TO WS-NS-TALLY-DATE (WS-NS-IDX)
                        MOVE NG-COMMIT-COUNT
                            TO WS-NS-COMMITS (WS-NS-IDX)
                    END-IF
                END-IF
            END-IF
    END-READ.

LOAD-RETENTION-POLICIES.
    OPEN INPUT TABLE-RETENTION-POLICY-FILE.
    IF WS-POLICY-FILE-OK
        PERFORM LOAD-ONE-RETENTION-POLICY UNTIL END-OF-POLICIES
        CLOSE TABLE-RETENTION-POLICY-FILE
    END-IF.

LOAD-ONE-RETENTION-POLICY.
    READ TABLE-RETENTION-POLICY-FILE
        AT END SET END-OF-POLICIES TO TRUE
        NOT AT END
            MOVE RP-TABLE-NAME TO WS-LOOKUP-TABLE-NAME
            PERFORM FIND-TABLE-STAT
            IF WS-TS-FOUND
                SET WS-TS-HAS-RETENTION (WS-TS-IDX) TO TRUE
                MOVE RP-MAX-AGE-DAYS TO WS-TS-RETAIN-DAYS (WS-TS-IDX)
                MOVE RP-RETAIN-LAST-N TO WS-TS-KEEP-LAST (WS-TS-IDX)
                IF RP-TABLE-IS-HELD
                    MOVE 'Y' TO WS-TS-LEGAL-HOLD (WS-TS-IDX)
                END-IF
            END-IF
    END-READ.

APPLY-TABLE-PROPERTIES.
    OPEN INPUT TABLE-PROPERTY-FILE.
    IF WS-PROPERTY-OK
        PERFORM APPLY-ONE-TABLE-PROPERTY UNTIL END-OF-PROPERTIES
        CLOSE TABLE-PROPERTY-FILE
    END-IF.

APPLY-ONE-TABLE-PROPERTY.
    READ TABLE-PROPERTY-FILE
        AT END SET END-OF-PROPERTIES TO TRUE
        NOT AT END
            IF TP-VALUE-NUMBER IS NUMERIC
                MOVE TP-TABLE-NAME TO WS-LOOKUP-TABLE-NAME
                PERFORM FIND-TABLE-STAT
                IF WS-TS-FOUND
                    PERFORM APPLY-PROPERTY-TO-TABLE-STAT
                END-IF
            END-IF
    END-READ.

APPLY-PROPERTY-TO-TABLE-STAT.
    EVALUATE TRUE
        WHEN TP-PROPERTY-KEY = 'history.expire.max-snapshot-age-days'
            SET WS-TS-HAS-RETENTION (WS-TS-IDX) TO TRUE
            MOVE TP-VALUE-NUMBER TO WS-TS-RETAIN-DAYS (WS-TS-IDX)
        WHEN TP-PROPERTY-KEY = 'history.expire.min-snapshots-to-keep'
            SET WS-TS-HAS-RETENTION (WS-TS-IDX) TO TRUE
            MOVE TP-VALUE-NUMBER TO WS-TS-KEEP-LAST (WS-TS-IDX)
        WHEN TP-PROPERTY-KEY = 'tiering.min-age-days'
            SET WS-TS-HAS-TIERING (WS-TS-IDX) TO TRUE
            MOVE TP-VALUE-NUMBER TO WS-TS-TIER-AGE-DAYS (WS-TS-IDX)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> The kept history, folded into each series as it is read; tables
*> and namespaces gone from tonight's catalog are left behind with
*> it. Records for tonight's capture date are passed over - a rerun refits on
*> tonight's fresh capture - and so is a commit tally already kept
*> for the date the catalog's tally file still carries.
FOLD-GROWTH-HISTORY.
    OPEN INPUT GROWTH-HISTORY-FILE.
    IF WS-HISTORY-OK
        PERFORM FOLD-ONE-HISTORY-RECORD UNTIL END-OF-HISTORY
        CLOSE GROWTH-HISTORY-FILE
    END-IF.

FOLD-ONE-HISTORY-RECORD.
    READ GROWTH-HISTORY-FILE
        AT END SET END-OF-HISTORY TO TRUE
        NOT AT END
            IF GH-CAPTURE-DATE IS NUMERIC
                    AND GH-CAPTURE-DATE NOT > WS-RUN-DATE
                    AND FUNCTION TEST-DATE-YYYYMMDD (GH-CAPTURE-DATE)
                        = ZERO
                COMPUTE WS-HIST-DAY-NUMBER =
                    FUNCTION INTEGER-OF-DATE (GH-CAPTURE-DATE)
                COMPUTE WS-HIST-X =
                    WS-HIST-DAY-NUMBER - WS-WINDOW-START-DAY
                PERFORM FOLD-HISTORY-RECORD
            END-IF
    END-READ.

FOLD-HISTORY-RECORD.
    IF GH-CAPTURE-DATE = WS-RUN-DATE AND NOT GH-IS-COMMITS
        SET WS-TODAY-ALREADY-CAPTURED TO TRUE
    END-IF.
    EVALUATE TRUE
        WHEN WS-HIST-X < ZERO
            CONTINUE
        WHEN GH-IS-COMMITS
            MOVE GH-ENTITY-NAME TO WS-LOOKUP-NAMESPACE
            PERFORM FIND-NAMESPACE-STAT
            IF WS-NS-FOUND
                IF WS-NS-TALLY-SWITCH (WS-NS-IDX) NOT = 'N'
                        AND WS-NS-TALLY-DATE (WS-NS-IDX) =
                            GH-CAPTURE-DATE
                    SET WS-NS-TALLY-RECORDED (WS-NS-IDX) TO TRUE
                ELSE
                    MOVE WS-HIST-X TO WS-FIT-X
                    MOVE GH-COMMITS TO WS-FIT-Y
                    MOVE WS-NS-COMMITS-FIT (WS-NS-IDX)
                        TO WS-FIT-SERIES
                    PERFORM ADD-FIT-POINT
                    MOVE WS-FIT-SERIES
                        TO WS-NS-COMMITS-FIT (WS-NS-IDX)
                END-IF
            END-IF
        WHEN GH-CAPTURE-DATE = WS-RUN-DATE
            CONTINUE
        WHEN GH-IS-TABLE
            MOVE GH-ENTITY-NAME TO WS-LOOKUP-TABLE-NAME
            PERFORM FIND-TABLE-STAT
            IF WS-TS-FOUND
                MOVE WS-HIST-X TO WS-FIT-X
                COMPUTE WS-FIT-Y ROUNDED = GH-BYTES / WS-BYTES-PER-MB
                MOVE WS-TS-BYTES-FIT (WS-TS-IDX) TO WS-FIT-SERIES
                PERFORM ADD-FIT-POINT
                MOVE WS-FIT-SERIES TO WS-TS-BYTES-FIT (WS-TS-IDX)
            END-IF
        WHEN GH-IS-NAMESPACE
            MOVE GH-ENTITY-NAME TO WS-LOOKUP-NAMESPACE
            PERFORM FIND-NAMESPACE-STAT
            IF WS-NS-FOUND
                MOVE WS-HIST-X TO WS-FIT-X
                MOVE GH-TABLES TO WS-FIT-Y
                MOVE WS-NS-TABLES-FIT (WS-NS-IDX) TO WS-FIT-SERIES
                PERFORM ADD-FIT-POINT
                MOVE WS-FIT-SERIES TO WS-NS-TABLES-FIT (WS-NS-IDX)
                COMPUTE WS-FIT-Y ROUNDED = GH-BYTES / WS-BYTES-PER-MB
                MOVE WS-NS-BYTES-FIT (WS-NS-IDX) TO WS-FIT-SERIES
                PERFORM ADD-FIT-POINT
                MOVE WS-FIT-SERIES TO WS-NS-BYTES-FIT (WS-NS-IDX)
            END-IF
        WHEN GH-IS-VOLUME
            MOVE WS-HIST-X TO WS-FIT-X
            COMPUTE WS-FIT-Y ROUNDED = GH-BYTES / WS-BYTES-PER-MB
            MOVE WS-VOLUME-FIT TO WS-FIT-SERIES
            PERFORM ADD-FIT-POINT
            MOVE WS-FIT-SERIES TO WS-VOLUME-FIT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

ADD-FIT-POINT.
    ADD 1 TO WS-FIT-N.
    ADD WS-FIT-X TO WS-FIT-SX.
    COMPUTE WS-FIT-SXX = WS-FIT-SXX + WS-FIT-X * WS-FIT-X.
    ADD WS-FIT-Y TO WS-FIT-SY.
    COMPUTE WS-FIT-SXY = WS-FIT-SXY + WS-FIT-X * WS-FIT-Y.

*> Tonight's capture is the last point of every series.
FOLD-TONIGHTS-CAPTURE.
    MOVE WS-WINDOW-DAYS TO WS-FIT-X.
    PERFORM FOLD-ONE-TABLE-CAPTURE
        VARYING WS-TS-IDX FROM 1 BY 1
        UNTIL WS-TS-IDX > WS-TABLE-STAT-COUNT.
    PERFORM FOLD-ONE-NAMESPACE-CAPTURE
        VARYING WS-NS-IDX FROM 1 BY 1
        UNTIL WS-NS-IDX > WS-NS-COUNT.
    MOVE WS-WINDOW-DAYS TO WS-FIT-X.
    COMPUTE WS-FIT-Y ROUNDED = WS-VOLUME-BYTES / WS-BYTES-PER-MB.
    MOVE WS-VOLUME-FIT TO WS-FIT-SERIES.
    PERFORM ADD-FIT-POINT.
    MOVE WS-FIT-SERIES TO WS-VOLUME-FIT.

FOLD-ONE-TABLE-CAPTURE.
    COMPUTE WS-FIT-Y ROUNDED =
        WS-TS-BYTES (WS-TS-IDX) / WS-BYTES-PER-MB.
    MOVE WS-TS-BYTES-FIT (WS-TS-IDX) TO WS-FIT-SERIES.
    PERFORM ADD-FIT-POINT.
    MOVE WS-FIT-SERIES TO WS-TS-BYTES-FIT (WS-TS-IDX).

FOLD-ONE-NAMESPACE-CAPTURE.
    MOVE WS-WINDOW-DAYS TO WS-FIT-X.
    MOVE WS-NS-TABLES (WS-NS-IDX) TO WS-FIT-Y.
    MOVE WS-NS-TABLES-FIT (WS-NS-IDX) TO WS-FIT-SERIES.
    PERFORM ADD-FIT-POINT.
    MOVE WS-FIT-SERIES TO WS-NS-TABLES-FIT (WS-NS-IDX).
    COMPUTE WS-FIT-Y ROUNDED =
        WS-NS-BYTES (WS-NS-IDX) / WS-BYTES-PER-MB.
    MOVE WS-NS-BYTES-FIT (WS-NS-IDX) TO WS-FIT-SERIES.
    PERFORM ADD-FIT-POINT.
    MOVE WS-FIT-SERIES TO WS-NS-BYTES-FIT (WS-NS-IDX).
    IF WS-NS-TALLY-SWITCH (WS-NS-IDX) NOT = 'N'
        COMPUTE WS-FIT-X = FUNCTION INTEGER-OF-DATE
            (WS-NS-TALLY-DATE (WS-NS-IDX)) - WS-WINDOW-START-DAY
        MOVE WS-NS-COMMITS (WS-NS-IDX) TO WS-FIT-Y
        MOVE WS-NS-COMMITS-FIT (WS-NS-IDX) TO WS-FIT-SERIES
        PERFORM ADD-FIT-POINT
        MOVE WS-FIT-SERIES TO WS-NS-COMMITS-FIT (WS-NS-IDX)
    END-IF.

*> The history keeps the first capture of each date; a rerun the
*> same night adds nothing, and a commit tally is kept once for the
*> date it was counted on. An incomplete capture is not kept.
APPEND-TONIGHTS-CAPTURE.
    OPEN EXTEND GROWTH-HISTORY-FILE.
    IF NOT WS-HISTORY-OK
        CLOSE GROWTH-HISTORY-FILE
        OPEN OUTPUT GROWTH-HISTORY-FILE
    END-IF.
    IF NOT WS-TODAY-ALREADY-CAPTURED
        PERFORM APPEND-ONE-TABLE-CAPTURE
            VARYING WS-TS-IDX FROM 1 BY 1
            UNTIL WS-TS-IDX > WS-TABLE-STAT-COUNT
        IF WS-TABLE-OVERFLOW-COUNT = ZERO
            MOVE SPACES TO GROWTH-HISTORY-REC
            SET GH-IS-VOLUME TO TRUE
            MOVE WS-RUN-DATE TO GH-CAPTURE-DATE
            MOVE 'TOTAL' TO GH-ENTITY-NAME
            MOVE WS-VOLUME-BYTES TO GH-BYTES
            MOVE ZERO TO GH-FILES GH-ROWS GH-TABLES GH-COMMITS
            WRITE GROWTH-HISTORY-REC
        END-IF
    END-IF.
    PERFORM APPEND-ONE-NAMESPACE-CAPTURE
        VARYING WS-NS-IDX FROM 1 BY 1
        UNTIL WS-NS-IDX > WS-NS-COUNT.
    CLOSE GROWTH-HISTORY-FILE.

APPEND-ONE-TABLE-CAPTURE.
    MOVE SPACES TO GROWTH-HISTORY-REC.
    SET GH-IS-TABLE TO TRUE.
    MOVE WS-RUN-DATE TO GH-CAPTURE-DATE.
    MOVE WS-TS-TABLE-NAME (WS-TS-IDX) TO GH-ENTITY-NAME.
    MOVE WS-TS-NAMESPACE (WS-TS-IDX) TO GH-NAMESPACE.
    MOVE WS-TS-BYTES (WS-TS-IDX) TO GH-BYTES.
    MOVE WS-TS-FILES (WS-TS-IDX) TO GH-FILES.
    MOVE WS-TS-ROWS (WS-TS-IDX) TO GH-ROWS.
    MOVE ZERO TO GH-TABLES GH-COMMITS.
    WRITE GROWTH-HISTORY-REC.

APPEND-ONE-NAMESPACE-CAPTURE.
    IF NOT WS-TODAY-ALREADY-CAPTURED
            AND NOT WS-NS-IS-INCOMPLETE (WS-NS-IDX)
        MOVE SPACES TO GROWTH-HISTORY-REC
        SET GH-IS-NAMESPACE TO TRUE
        MOVE WS-RUN-DATE TO GH-CAPTURE-DATE
        MOVE WS-NS-NAMESPACE (WS-NS-IDX) TO GH-ENTITY-NAME
        MOVE WS-NS-BYTES (WS-NS-IDX) TO GH-BYTES
        MOVE ZERO TO GH-FILES GH-ROWS GH-COMMITS
        MOVE WS-NS-TABLES (WS-NS-IDX) TO GH-TABLES
        WRITE GROWTH-HISTORY-REC
    END-IF.
    IF WS-NS-HAS-TALLY (WS-NS-IDX)
        MOVE SPACES TO GROWTH-HISTORY-REC
        SET GH-IS-COMMITS TO TRUE
        MOVE WS-NS-TALLY-DATE (WS-NS-IDX) TO GH-CAPTURE-DATE
        MOVE WS-NS-NAMESPACE (WS-NS-IDX) TO GH-ENTITY-NAME
        MOVE ZERO TO GH-BYTES GH-FILES GH-ROWS GH-TABLES
        MOVE WS-NS-COMMITS (WS-NS-IDX) TO GH-COMMITS
        WRITE GROWTH-HISTORY-REC
    END-IF.

FIT-ALL-TRENDS.
    PERFORM FIT-ONE-TABLE-TREND
        VARYING WS-TS-IDX FROM 1 BY 1
        UNTIL WS-TS-IDX > WS-TABLE-STAT-COUNT.
    MOVE WS-VOLUME-FIT TO WS-FIT-SERIES.
    PERFORM COMPUTE-FIT-SLOPE.
    MOVE WS-FIT-SLOPE TO WS-VOLUME-MB-PER-DAY.
    MOVE WS-FIT-SWITCH TO WS-VOLUME-TREND-SWITCH.

FIT-ONE-TABLE-TREND.
    MOVE WS-TS-BYTES-FIT (WS-TS-IDX) TO WS-FIT-SERIES.
    PERFORM COMPUTE-FIT-SLOPE.
    MOVE WS-FIT-SLOPE TO WS-TS-MB-PER-DAY (WS-TS-IDX).
    MOVE WS-FIT-SWITCH TO WS-TS-TREND-SWITCH (WS-TS-IDX).

*> Least-squares slope of the series in WS-FIT-SERIES, per day. Two
*> points on two different days are the least a trend is drawn from.
COMPUTE-FIT-SLOPE.
    MOVE ZERO TO WS-FIT-SLOPE.
    MOVE 'N' TO WS-FIT-SWITCH.
    IF WS-FIT-N > 1
        COMPUTE WS-FIT-DENOMINATOR =
            WS-FIT-N * WS-FIT-SXX - WS-FIT-SX * WS-FIT-SX
        IF WS-FIT-DENOMINATOR > ZERO
            COMPUTE WS-FIT-SLOPE ROUNDED =
                (WS-FIT-N * WS-FIT-SXY - WS-FIT-SX * WS-FIT-SY)
                    / WS-FIT-DENOMINATOR
            SET WS-FIT-HAS-TREND TO TRUE
        END-IF
    END-IF.

*> When WS-PROJ-CURRENT reaches WS-PROJ-LIMIT at the rate in
*> WS-FIT-SLOPE: a date, or why there is none.
PROJECT-CROSSING-DATE.
    EVALUATE TRUE
        WHEN WS-PROJ-CURRENT NOT < WS-PROJ-LIMIT
            MOVE 'REACHED' TO WS-PROJ-TEXT
        WHEN NOT WS-FIT-HAS-TREND
            MOVE 'NO-TREND-YET' TO WS-PROJ-TEXT
        WHEN WS-FIT-SLOPE NOT > ZERO
            MOVE 'NOT-GROWING' TO WS-PROJ-TEXT
        WHEN OTHER
            COMPUTE WS-PROJ-DAYS =
                (WS-PROJ-LIMIT - WS-PROJ-CURRENT) / WS-FIT-SLOPE
                ON SIZE ERROR
                    MOVE 999999999 TO WS-PROJ-DAYS
            END-COMPUTE
            IF WS-PROJ-DAYS * WS-FIT-SLOPE <
                    WS-PROJ-LIMIT - WS-PROJ-CURRENT
                    AND WS-PROJ-DAYS < 999999999
                ADD 1 TO WS-PROJ-DAYS
            END-IF
            IF WS-PROJ-DAYS > WS-HORIZON-DAYS
                MOVE 'BEYOND-HORIZON' TO WS-PROJ-TEXT
            ELSE
                COMPUTE WS-PROJ-DAY-NUMBER =
                    WS-RUN-DAY-NUMBER + WS-PROJ-DAYS
                COMPUTE WS-PROJ-DATE =
                    FUNCTION DATE-OF-INTEGER (WS-PROJ-DAY-NUMBER)
                MOVE WS-PROJ-DATE TO WS-PROJ-TEXT
            END-IF
    END-EVALUATE.

WRITE-FORECAST-REPORT.
    OPEN OUTPUT FORECAST-REPORT.
    MOVE WS-WINDOW-DAYS TO WS-DAYS-DISPLAY.
    MOVE SPACES TO FORECAST-LINE.
    STRING 'STORAGE GROWTH FORECAST RUN-DATE=' WS-RUN-DATE
        ' WINDOW-DAYS=' FUNCTION TRIM (WS-DAYS-DISPLAY)
        DELIMITED BY SIZE INTO FORECAST-LINE.
    WRITE FORECAST-LINE.
    PERFORM WRITE-OVERFLOW-LINES.
    PERFORM WRITE-VOLUME-LINES.
    PERFORM WRITE-ONE-NAMESPACE-LINE
        VARYING WS-NS-IDX FROM 1 BY 1
        UNTIL WS-NS-IDX > WS-NS-COUNT.
    PERFORM WRITE-ONE-RANKED-TABLE
        VARYING WS-RANK FROM 1 BY 1
        UNTIL WS-RANK > WS-TOP-N
            OR WS-RANK > WS-TABLE-STAT-COUNT.
    CLOSE FORECAST-REPORT.

*> What the capture could not hold, ahead of the figures it made
*> too low.
WRITE-OVERFLOW-LINES.
    IF WS-MAP-OVERFLOW-COUNT > ZERO
        MOVE WS-MAP-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO FORECAST-LINE
        STRING 'INCOMPLETE TABLES BEYOND THE 2000-TABLE MAP LIMIT='
            FUNCTION TRIM (WS-OVERFLOW-DISPLAY)
            ' - THEIR NAMESPACES ARE SHORT OF BYTES'
            DELIMITED BY SIZE INTO FORECAST-LINE
        WRITE FORECAST-LINE
    END-IF.
    IF WS-TABLE-OVERFLOW-COUNT > ZERO
        MOVE WS-TABLE-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO FORECAST-LINE
        STRING 'INCOMPLETE DATA FILES BEYOND THE 2000-TABLE LIMIT='
            FUNCTION TRIM (WS-OVERFLOW-DISPLAY)
            ' - VOLUME AND THEIR NAMESPACES ARE SHORT OF BYTES'
            DELIMITED BY SIZE INTO FORECAST-LINE
        WRITE FORECAST-LINE
    END-IF.
    IF WS-NS-OVERFLOW-COUNT > ZERO
        MOVE WS-NS-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO FORECAST-LINE
        STRING 'INCOMPLETE NAMESPACE LOOKUPS BEYOND THE 500-NAMESPACE'
            ' LIMIT=' FUNCTION TRIM (WS-OVERFLOW-DISPLAY)
            ' - THOSE NAMESPACES ARE NOT FORECAST'
            DELIMITED BY SIZE INTO FORECAST-LINE
        WRITE FORECAST-LINE
    END-IF.

WRITE-VOLUME-LINES.
    MOVE WS-VOLUME-BYTES TO WS-BYTES-DISPLAY.
    MOVE WS-VOLUME-MB-PER-DAY TO WS-RATE-DISPLAY.
    IF WS-TABLE-OVERFLOW-COUNT > ZERO
        MOVE 'INCOMPLETE' TO WS-CAPTURE-TEXT
    ELSE
        MOVE 'COMPLETE' TO WS-CAPTURE-TEXT
    END-IF.
    MOVE SPACES TO FORECAST-LINE.
    STRING 'VOLUME TOTAL-BYTES=' FUNCTION TRIM (WS-BYTES-DISPLAY)
        ' GROWTH-MB-PER-DAY=' FUNCTION TRIM (WS-RATE-DISPLAY)
        ' CAPTURE=' FUNCTION TRIM (WS-CAPTURE-TEXT)
        DELIMITED BY SIZE INTO FORECAST-LINE.
    WRITE FORECAST-LINE.
    PERFORM WRITE-ONE-THRESHOLD-LINE
        VARYING WS-TH-IDX FROM 1 BY 1
        UNTIL WS-TH-IDX > WS-THRESHOLD-COUNT.

WRITE-ONE-THRESHOLD-LINE.
    COMPUTE WS-PROJ-CURRENT ROUNDED =
        WS-VOLUME-BYTES / WS-BYTES-PER-MB.
    COMPUTE WS-PROJ-LIMIT ROUNDED =
        WS-TH-BYTES (WS-TH-IDX) / WS-BYTES-PER-MB.
    MOVE WS-VOLUME-MB-PER-DAY TO WS-FIT-SLOPE.
    MOVE WS-VOLUME-TREND-SWITCH TO WS-FIT-SWITCH.
    PERFORM PROJECT-CROSSING-DATE.
    MOVE WS-TH-BYTES (WS-TH-IDX) TO WS-BYTES-DISPLAY.
    MOVE SPACES TO FORECAST-LINE.
    STRING 'THRESHOLD NAME=' DELIMITED BY SIZE
        WS-TH-NAME (WS-TH-IDX) DELIMITED BY SPACE
        ' BYTES=' FUNCTION TRIM (WS-BYTES-DISPLAY)
            DELIMITED BY SIZE
        ' CROSSES=' DELIMITED BY SIZE
        WS-PROJ-TEXT DELIMITED BY SPACE
        INTO FORECAST-LINE.
    WRITE FORECAST-LINE.

*> Each namespace's table count and daily commits against its
*> quota, with the date the trend reaches it. A namespace with no
*> quota card, or a zero limit, is unlimited. One the capture could
*> not hold whole is flagged, since its figures are too low.
WRITE-ONE-NAMESPACE-LINE.
    IF WS-NS-IS-INCOMPLETE (WS-NS-IDX)
        MOVE 'INCOMPLETE' TO WS-CAPTURE-TEXT
    ELSE
        MOVE 'COMPLETE' TO WS-CAPTURE-TEXT
    END-IF.
    MOVE WS-NS-TABLES-FIT (WS-NS-IDX) TO WS-FIT-SERIES.
    PERFORM COMPUTE-FIT-SLOPE.
    MOVE WS-FIT-SLOPE TO WS-TABLES-RATE-DISPLAY.
    IF WS-NS-MAX-TABLES (WS-NS-IDX) = ZERO
        MOVE 'UNLIMITED' TO WS-PROJ-TABLES-TEXT
    ELSE
        MOVE WS-NS-TABLES (WS-NS-IDX) TO WS-PROJ-CURRENT
        MOVE WS-NS-MAX-TABLES (WS-NS-IDX) TO WS-PROJ-LIMIT
        PERFORM PROJECT-CROSSING-DATE
        MOVE WS-PROJ-TEXT TO WS-PROJ-TABLES-TEXT
    END-IF.
    MOVE WS-NS-COMMITS-FIT (WS-NS-IDX) TO WS-FIT-SERIES.
    PERFORM COMPUTE-FIT-SLOPE.
    MOVE WS-FIT-SLOPE TO WS-COMMITS-RATE-DISPLAY.
    IF WS-NS-MAX-COMMITS-DAY (WS-NS-IDX) = ZERO
        MOVE 'UNLIMITED' TO WS-PROJ-COMMITS-TEXT
    ELSE
        MOVE WS-NS-COMMITS (WS-NS-IDX) TO WS-PROJ-CURRENT
        MOVE WS-NS-MAX-COMMITS-DAY (WS-NS-IDX) TO WS-PROJ-LIMIT
        PERFORM PROJECT-CROSSING-DATE
        MOVE WS-PROJ-TEXT TO WS-PROJ-COMMITS-TEXT
    END-IF.
    MOVE WS-NS-BYTES (WS-NS-IDX) TO WS-BYTES-DISPLAY.
    MOVE WS-NS-TABLES (WS-NS-IDX) TO WS-TABLES-DISPLAY.
    MOVE WS-NS-MAX-TABLES (WS-NS-IDX) TO WS-MAX-TABLES-DISPLAY.
    MOVE WS-NS-COMMITS (WS-NS-IDX) TO WS-COUNT-DISPLAY.
    MOVE WS-NS-MAX-COMMITS-DAY (WS-NS-IDX) TO WS-LIMIT-DISPLAY.
    MOVE SPACES TO FORECAST-LINE.
    STRING 'NAMESPACE=' DELIMITED BY SIZE
        WS-NS-NAMESPACE (WS-NS-IDX) DELIMITED BY SPACE
        ' BYTES=' FUNCTION TRIM (WS-BYTES-DISPLAY)
        ' TABLES=' FUNCTION TRIM (WS-TABLES-DISPLAY)
        ' MAX-TABLES=' FUNCTION TRIM (WS-MAX-TABLES-DISPLAY)
        ' TABLES-PER-DAY=' FUNCTION TRIM (WS-TABLES-RATE-DISPLAY)
        ' TABLE-QUOTA-DATE=' DELIMITED BY SIZE
        WS-PROJ-TABLES-TEXT DELIMITED BY SPACE
        ' COMMITS-LAST-DAY=' FUNCTION TRIM (WS-COUNT-DISPLAY)
        ' MAX-COMMITS-DAY=' FUNCTION TRIM (WS-LIMIT-DISPLAY)
        ' COMMITS-TREND-PER-DAY='
            FUNCTION TRIM (WS-COMMITS-RATE-DISPLAY)
        ' COMMIT-QUOTA-DATE=' DELIMITED BY SIZE
        WS-PROJ-COMMITS-TEXT DELIMITED BY SPACE
        ' CAPTURE=' DELIMITED BY SIZE
        WS-CAPTURE-TEXT DELIMITED BY SPACE
        INTO FORECAST-LINE
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE FORECAST-LINE.

*> The fastest growers by fitted bytes per day, each with its growth
*> as a share of its size over the next thirty days, next to the
*> retention and tiering settings that are meant to hold it down.
WRITE-ONE-RANKED-TABLE.
    MOVE ZERO TO WS-BEST-IDX.
    PERFORM PICK-ONE-FASTER-TABLE
        VARYING WS-TS-IDX FROM 1 BY 1
        UNTIL WS-TS-IDX > WS-TABLE-STAT-COUNT.
    IF WS-BEST-IDX > ZERO
        SET WS-TS-IDX TO WS-BEST-IDX
        SET WS-TS-IS-RANKED (WS-TS-IDX) TO TRUE
        PERFORM WRITE-RANKED-TABLE-LINE
    END-IF.

PICK-ONE-FASTER-TABLE.
    IF NOT WS-TS-IS-RANKED (WS-TS-IDX)
        IF WS-BEST-IDX = ZERO
                OR WS-TS-MB-PER-DAY (WS-TS-IDX) > WS-BEST-SLOPE
            SET WS-BEST-IDX TO WS-TS-IDX
            MOVE WS-TS-MB-PER-DAY (WS-TS-IDX) TO WS-BEST-SLOPE
        END-IF
    END-IF.

WRITE-RANKED-TABLE-LINE.
    MOVE ZERO TO WS-GROWTH-PCT.
    IF WS-TS-BYTES (WS-TS-IDX) > ZERO
        COMPUTE WS-GROWTH-PCT ROUNDED =
            WS-TS-MB-PER-DAY (WS-TS-IDX) * 30 * 100
                * WS-BYTES-PER-MB / WS-TS-BYTES (WS-TS-IDX)
            ON SIZE ERROR
                MOVE 999999.9 TO WS-GROWTH-PCT
        END-COMPUTE
    END-IF.
    IF WS-TS-HAS-RETENTION (WS-TS-IDX)
        MOVE WS-TS-RETAIN-DAYS (WS-TS-IDX) TO WS-DAYS-DISPLAY
        MOVE FUNCTION TRIM (WS-DAYS-DISPLAY) TO WS-RETAIN-TEXT
        MOVE WS-TS-KEEP-LAST (WS-TS-IDX) TO WS-DAYS-DISPLAY
        MOVE FUNCTION TRIM (WS-DAYS-DISPLAY) TO WS-KEEP-TEXT
    ELSE
        MOVE 'NONE' TO WS-RETAIN-TEXT
        MOVE 'NONE' TO WS-KEEP-TEXT
    END-IF.
    IF WS-TS-HAS-TIERING (WS-TS-IDX)
        MOVE WS-TS-TIER-AGE-DAYS (WS-TS-IDX) TO WS-DAYS-DISPLAY
        MOVE FUNCTION TRIM (WS-DAYS-DISPLAY) TO WS-TIER-TEXT
    ELSE
        MOVE 'DEFAULT' TO WS-TIER-TEXT
    END-IF.
    MOVE WS-RANK TO WS-RANK-DISPLAY.
    MOVE WS-TS-BYTES (WS-TS-IDX) TO WS-BYTES-DISPLAY.
    MOVE WS-TS-FILES (WS-TS-IDX) TO WS-FILES-DISPLAY.
    MOVE WS-TS-ROWS (WS-TS-IDX) TO WS-ROWS-DISPLAY.
    MOVE WS-TS-MB-PER-DAY (WS-TS-IDX) TO WS-RATE-DISPLAY.
    MOVE WS-GROWTH-PCT TO WS-PCT-DISPLAY.
    MOVE SPACES TO FORECAST-LINE.
    STRING 'RANK=' FUNCTION TRIM (WS-RANK-DISPLAY)
        ' TABLE=' DELIMITED BY SIZE
        WS-TS-TABLE-NAME (WS-TS-IDX) DELIMITED BY SPACE
        ' NAMESPACE=' DELIMITED BY SIZE
        WS-TS-NAMESPACE (WS-TS-IDX) DELIMITED BY SPACE
        ' BYTES=' FUNCTION TRIM (WS-BYTES-DISPLAY)
        ' FILES=' FUNCTION TRIM (WS-FILES-DISPLAY)
        ' ROWS=' FUNCTION TRIM (WS-ROWS-DISPLAY)
        ' GROWTH-MB-PER-DAY=' FUNCTION TRIM (WS-RATE-DISPLAY)
        ' GROWTH-PCT-30D=' FUNCTION TRIM (WS-PCT-DISPLAY)
        ' RETAIN-DAYS=' DELIMITED BY SIZE
        WS-RETAIN-TEXT DELIMITED BY SPACE
        ' KEEP-LAST=' DELIMITED BY SIZE
        WS-KEEP-TEXT DELIMITED BY SPACE
        ' LEGAL-HOLD=' WS-TS-LEGAL-HOLD (WS-TS-IDX)
        ' TIER-AGE-DAYS=' DELIMITED BY SIZE
        WS-TIER-TEXT DELIMITED BY SPACE
        INTO FORECAST-LINE
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE FORECAST-LINE.
