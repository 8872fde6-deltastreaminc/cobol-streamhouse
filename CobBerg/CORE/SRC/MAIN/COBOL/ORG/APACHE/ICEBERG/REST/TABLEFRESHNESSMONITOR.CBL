IDENTIFICATION DIVISION.
PROGRAM-ID. TABLE-FRESHNESS-MONITOR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FRESHNESS-RUN-CARD-FILE
        ASSIGN TO "FRESHNESSRUNCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CARD-STATUS.
    SELECT FRESHNESS-REGISTER-FILE
        ASSIGN TO "FRESHNESSREGISTER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.
    SELECT TABLE-FILE
        ASSIGN TO "TABLECATALOGFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TBL-KEY
        FILE STATUS IS WS-TABLE-FILE-STATUS.
    SELECT SNAPSHOT-TIMESTAMP-FILE
        ASSIGN TO WS-TIMESTAMPS-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAPSHOT-TS-STATUS.
    SELECT BRIDGE-CONFIG-FILE
        ASSIGN TO "BRIDGECONFIG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRIDGE-CONFIG-STATUS.
    SELECT BRIDGE-ROUTE-FILE
        ASSIGN TO "BRIDGEROUTES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRIDGE-ROUTE-STATUS.
    SELECT FRESHNESS-REPORT
        ASSIGN TO "FRESHNESSREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INCIDENT-LOG-FILE
        ASSIGN TO "INCIDENTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INCIDENT-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
*> Which run this is. The nightly run checks every registered table;
*> the intraday run checks only tables expected to commit more often
*> than once a day, the daily ones being the nightly run's business.
*> No card means a nightly run.
FD FRESHNESS-RUN-CARD-FILE.
01 FRESHNESS-RUN-CARD.
   05 FRC-RUN-TYPE PIC X(8).

*> The freshness register: one card per watched table with the
*> commit cadence its consumers rely on and the grace allowed past it.
*> A table is FRESH inside its cadence, LATE inside the grace beyond
*> it, and STALE after that. The snapshot timestamps file is the
*> table's own (blank means the default SNAPSHOTTIMESTAMPS); the feed
*> topic is normally found from the bridge configuration or routing
*> deck and need only be named here for a table neither one names.
FD FRESHNESS-REGISTER-FILE.
01 FRESHNESS-REGISTER-CARD.
   05 FR-TABLE-KEY PIC X(160).
   05 FR-CADENCE-MINUTES PIC 9(7).
   05 FR-GRACE-MINUTES PIC 9(7).
   05 FR-TIMESTAMPS-FILE PIC X(44).
   05 FR-FEED-TOPIC PIC X(100).

*> CATALOG-HANDLERS' own table records - the current snapshot id is
*> what readers actually see.
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
      88 TBL-IS-STAGED VALUE 'Y'.

*> One card per snapshot: its id and the timestamp it was committed,
*> in YYYY-MM-DD HH:MM:SS form.
FD SNAPSHOT-TIMESTAMP-FILE.
01 SNAPSHOT-TIMESTAMP-CARD.
   05 STS-SNAPSHOT-ID PIC 9(18).
   05 STS-SNAPSHOT-TIMESTAMP PIC X(19).

*> STREAMHOUSE-INGEST-BRIDGE's configuration cards, one per bridge:
*> the topic each bridge lands into which table.
FD BRIDGE-CONFIG-FILE.
01 BRIDGE-CONFIG-CARD.
   05 BC-BOOTSTRAP-SERVER PIC X(100).
   05 BC-TOPIC-NAME PIC X(100).
   05 BC-GROUP-ID PIC X(50).
   05 BC-TABLE-NAME PIC X(50).
   05 BC-BATCH-MAX-BYTES PIC 9(9).
   05 BC-BATCH-MAX-MESSAGES PIC 9(5).
   05 BC-BOUNDS-FIELD-ID PIC 9(9).

*> The bridge's routing deck, one card per route: the topic a route
*> takes and the table it lands into.
FD BRIDGE-ROUTE-FILE.
01 ROUTE-CARD.
   05 RTC-TOPIC-NAME PIC X(100).
   05 RTC-DISCRIMINATOR-POS PIC 9(3).
   05 RTC-DISCRIMINATOR-VALUE PIC X(40).
   05 RTC-TABLE-NAME PIC X(50).
   05 RTC-BATCH-MAX-BYTES PIC 9(9).
   05 RTC-BATCH-MAX-MESSAGES PIC 9(5).
   05 RTC-BOUNDS-FIELD-ID PIC 9(9).

FD FRESHNESS-REPORT.
01 FRESHNESS-REPORT-LINE PIC X(300).

*> The shop-wide structured incident record pioneered by the broker
*> endpoint exception payload: timestamp, program, severity, error
*> class and a correlation key (topic or table), one format across
*> CobKa and CobBerg so one bad night is one merge, not nine greps.
FD INCIDENT-LOG-FILE.
01 INCIDENT-REC.
   05 IN-TIMESTAMP PIC 9(14).
   05 IN-PROGRAM-ID PIC X(30).
   05 IN-SEVERITY PIC X(8).
   05 IN-ERROR-CLASS PIC X(20).
   05 IN-CORRELATION-KEY PIC X(60).

WORKING-STORAGE SECTION.
01 WS-RUN-CARD-STATUS PIC XX.
   88 WS-RUN-CARD-OK VALUE '00'.
01 WS-REGISTER-STATUS PIC XX.
   88 WS-REGISTER-OK VALUE '00'.
01 WS-TABLE-FILE-STATUS PIC XX.
   88 WS-TABLE-FILE-OK VALUE '00'.
01 WS-SNAPSHOT-TS-STATUS PIC XX.
   88 WS-SNAPSHOT-TS-OK VALUE '00'.
01 WS-BRIDGE-CONFIG-STATUS PIC XX.
   88 WS-BRIDGE-CONFIG-OK VALUE '00'.
01 WS-BRIDGE-ROUTE-STATUS PIC XX.
   88 WS-BRIDGE-ROUTE-OK VALUE '00'.
01 WS-REGISTER-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-REGISTER VALUE 'Y'.
01 WS-SNAPSHOT-TS-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SNAPSHOT-TIMESTAMPS VALUE 'Y'.
01 WS-BRIDGE-CONFIG-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-BRIDGE-CONFIG VALUE 'Y'.
01 WS-BRIDGE-ROUTE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-BRIDGE-ROUTES VALUE 'Y'.
01 WS-CATALOG-OPEN-SWITCH PIC X VALUE 'N'.
   88 WS-CATALOG-IS-OPEN VALUE 'Y'.

01 WS-RUN-TYPE PIC X(8) VALUE 'NIGHTLY'.
   88 WS-INTRADAY-RUN VALUE 'INTRADAY'.
01 WS-MINUTES-PER-DAY PIC 9(7) VALUE 1440.
01 WS-TIMESTAMPS-FILENAME PIC X(44) VALUE 'SNAPSHOTTIMESTAMPS'.
01 WS-DEFAULT-TIMESTAMPS-FILENAME PIC X(44)
       VALUE 'SNAPSHOTTIMESTAMPS'.

*> Bridge topics by table, from the configuration cards and then the
*> routing deck, loaded once.
01 WS-BRIDGE-COUNT PIC 9(5) VALUE ZERO.
01 WS-BRIDGE-TABLE.
   05 WS-BRIDGE-ENTRY OCCURS 1 TO 2000 TIMES
         DEPENDING ON WS-BRIDGE-COUNT
         INDEXED BY WS-BRIDGE-IDX.
      10 WS-BR-TABLE-NAME PIC X(50).
      10 WS-BR-TOPIC-NAME PIC X(100).

*> What the current table's evidence says.
01 WS-CATALOG-FOUND-SWITCH PIC X.
   88 WS-CATALOG-FOUND VALUE 'Y'.
01 WS-CATALOG-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-CATALOG-TABLE-NAME PIC X(128) VALUE SPACES.
01 WS-LATEST-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-LATEST-TIMESTAMP PIC X(19) VALUE SPACES.
01 WS-CURRENT-TIMESTAMP PIC X(19) VALUE SPACES.
01 WS-CURRENT-TS-FOUND-SWITCH PIC X.
   88 WS-CURRENT-TS-FOUND VALUE 'Y'.
01 WS-DATA-AS-OF PIC X(19) VALUE SPACES.
01 WS-FEED-TOPIC PIC X(100) VALUE SPACES.
01 WS-CATALOG-NOTE PIC X(40) VALUE SPACES.

01 WS-FRESHNESS-STATE PIC X(5).
   88 WS-TABLE-FRESH VALUE 'FRESH'.
   88 WS-TABLE-LATE VALUE 'LATE'.
   88 WS-TABLE-STALE VALUE 'STALE'.

*> Minute arithmetic on YYYYMMDDHHMMSS stamps, the same way the
*> maintenance coordinator ages its lock claims.
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-NOW-TIMESTAMP PIC 9(14).
01 WS-TS-WORK PIC 9(14) VALUE ZERO.
01 WS-TS-WORK-SPLIT REDEFINES WS-TS-WORK.
   05 WS-TS-YYYYMMDD PIC 9(8).
   05 WS-TS-HH PIC 9(2).
   05 WS-TS-MI PIC 9(2).
   05 WS-TS-SS PIC 9(2).
01 WS-COMMIT-TS-TEXT PIC X(19).
01 WS-COMMIT-TS-PARTS REDEFINES WS-COMMIT-TS-TEXT.
   05 WS-CT-YYYY PIC X(4).
   05 FILLER PIC X.
   05 WS-CT-MM PIC X(2).
   05 FILLER PIC X.
   05 WS-CT-DD PIC X(2).
   05 FILLER PIC X.
   05 WS-CT-HH PIC X(2).
   05 FILLER PIC X.
   05 WS-CT-MI PIC X(2).
   05 FILLER PIC X.
   05 WS-CT-SS PIC X(2).
01 WS-COMMIT-TS-DIGITS PIC X(14).
01 WS-NOW-MINUTE-NUMBER PIC 9(11) VALUE ZERO.
01 WS-COMMIT-MINUTE-NUMBER PIC 9(11) VALUE ZERO.
01 WS-AGE-MINUTES PIC S9(11) VALUE ZERO.
01 WS-LATE-LIMIT-MINUTES PIC 9(8) VALUE ZERO.

01 WS-AGE-DISPLAY PIC -(10)9.
01 WS-CADENCE-DISPLAY PIC Z(6)9.
01 WS-GRACE-DISPLAY PIC Z(6)9.
01 WS-SNAPSHOT-DISPLAY PIC Z(17)9.

01 WS-CHECKED-COUNT PIC 9(5) VALUE ZERO.
01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
01 WS-FRESH-COUNT PIC 9(5) VALUE ZERO.
01 WS-LATE-COUNT PIC 9(5) VALUE ZERO.
01 WS-STALE-COUNT PIC 9(5) VALUE ZERO.
01 WS-CHECKED-DISPLAY PIC ZZZZ9.
01 WS-SKIPPED-DISPLAY PIC ZZZZ9.
01 WS-FRESH-DISPLAY PIC ZZZZ9.
01 WS-LATE-DISPLAY PIC ZZZZ9.
01 WS-STALE-DISPLAY PIC ZZZZ9.

01 WS-INCIDENT-LOG-STATUS PIC XX.
   88 WS-INCIDENT-LOG-OK VALUE '00'.
01 WS-INCIDENT-DATE-TIME PIC X(21).
01 WS-INCIDENT-SEVERITY PIC X(8).
01 WS-INCIDENT-ERROR-CLASS PIC X(20).
01 WS-INCIDENT-KEY PIC X(60).

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    PERFORM LOAD-RUN-CARD.
    PERFORM LOAD-BRIDGE-TOPICS.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-NOW-TIMESTAMP.
    MOVE WS-NOW-TIMESTAMP TO WS-TS-WORK.
    PERFORM COMPUTE-MINUTE-NUMBER.
    MOVE WS-COMMIT-MINUTE-NUMBER TO WS-NOW-MINUTE-NUMBER.
    OPEN OUTPUT FRESHNESS-REPORT.
    OPEN INPUT TABLE-FILE.
    IF WS-TABLE-FILE-OK
        SET WS-CATALOG-IS-OPEN TO TRUE
    END-IF.
    OPEN INPUT FRESHNESS-REGISTER-FILE.
    IF WS-REGISTER-OK
        PERFORM CHECK-ONE-REGISTERED-TABLE UNTIL END-OF-REGISTER
        CLOSE FRESHNESS-REGISTER-FILE
    END-IF.
    IF WS-CATALOG-IS-OPEN
        CLOSE TABLE-FILE
    END-IF.
    PERFORM WRITE-FRESHNESS-SUMMARY.
    CLOSE FRESHNESS-REPORT.
    STOP RUN.

LOAD-RUN-CARD.
    OPEN INPUT FRESHNESS-RUN-CARD-FILE.
    IF WS-RUN-CARD-OK
        READ FRESHNESS-RUN-CARD-FILE
            AT END CONTINUE
            NOT AT END
                IF FRC-RUN-TYPE NOT = SPACES
                    MOVE FRC-RUN-TYPE TO WS-RUN-TYPE
                END-IF
        END-READ
        CLOSE FRESHNESS-RUN-CARD-FILE
    END-IF.

LOAD-BRIDGE-TOPICS.
    OPEN INPUT BRIDGE-CONFIG-FILE.
    IF WS-BRIDGE-CONFIG-OK
        PERFORM LOAD-ONE-BRIDGE-CARD UNTIL END-OF-BRIDGE-CONFIG
        CLOSE BRIDGE-CONFIG-FILE
    END-IF.
    OPEN INPUT BRIDGE-ROUTE-FILE.
    IF WS-BRIDGE-ROUTE-OK
        PERFORM LOAD-ONE-ROUTE-CARD UNTIL END-OF-BRIDGE-ROUTES
        CLOSE BRIDGE-ROUTE-FILE
    END-IF.

LOAD-ONE-BRIDGE-CARD.
    READ BRIDGE-CONFIG-FILE
        AT END SET END-OF-BRIDGE-CONFIG TO TRUE
        NOT AT END
            IF WS-BRIDGE-COUNT < 2000
                ADD 1 TO WS-BRIDGE-COUNT
                SET WS-BRIDGE-IDX TO WS-BRIDGE-COUNT
                MOVE BC-TABLE-NAME TO WS-BR-TABLE-NAME (WS-BRIDGE-IDX)
                MOVE BC-TOPIC-NAME TO WS-BR-TOPIC-NAME (WS-BRIDGE-IDX)
            END-IF
    END-READ.

LOAD-ONE-ROUTE-CARD.
    READ BRIDGE-ROUTE-FILE
        AT END SET END-OF-BRIDGE-ROUTES TO TRUE
        NOT AT END
            IF WS-BRIDGE-COUNT < 2000 AND RTC-TABLE-NAME NOT = SPACES
                    AND RTC-TOPIC-NAME NOT = SPACES
                ADD 1 TO WS-BRIDGE-COUNT
                SET WS-BRIDGE-IDX TO WS-BRIDGE-COUNT
                MOVE RTC-TABLE-NAME TO WS-BR-TABLE-NAME (WS-BRIDGE-IDX)
                MOVE RTC-TOPIC-NAME TO WS-BR-TOPIC-NAME (WS-BRIDGE-IDX)
            END-IF
    END-READ.

CHECK-ONE-REGISTERED-TABLE.
    READ FRESHNESS-REGISTER-FILE
        AT END SET END-OF-REGISTER TO TRUE
        NOT AT END
            IF WS-INTRADAY-RUN
                    AND FR-CADENCE-MINUTES NOT < WS-MINUTES-PER-DAY
                ADD 1 TO WS-SKIPPED-COUNT
            ELSE
                ADD 1 TO WS-CHECKED-COUNT
                PERFORM JUDGE-TABLE-FRESHNESS
            END-IF
    END-READ.

*> The data readers see is as old as the catalog's current snapshot,
*> so that snapshot's commit time is the one aged. A catalog that
*> points behind the latest commit, or at a snapshot with no recorded
*> time, is noted on the line; with no catalog entry at all the latest
*> commit is aged instead.
JUDGE-TABLE-FRESHNESS.
    PERFORM READ-CATALOG-ENTRY.
    PERFORM SCAN-SNAPSHOT-TIMESTAMPS.
    PERFORM FIND-FEED-TOPIC.
    MOVE SPACES TO WS-CATALOG-NOTE.
    EVALUATE TRUE
        WHEN NOT WS-CATALOG-FOUND
            MOVE 'NOT IN CATALOG' TO WS-CATALOG-NOTE
            MOVE WS-LATEST-TIMESTAMP TO WS-DATA-AS-OF
        WHEN WS-CURRENT-TS-FOUND
            MOVE WS-CURRENT-TIMESTAMP TO WS-DATA-AS-OF
            IF WS-CATALOG-SNAPSHOT-ID NOT = WS-LATEST-SNAPSHOT-ID
                MOVE 'CATALOG BEHIND LATEST COMMIT'
                    TO WS-CATALOG-NOTE
            END-IF
        WHEN OTHER
            MOVE 'CATALOG SNAPSHOT HAS NO COMMIT TIME'
                TO WS-CATALOG-NOTE
            MOVE WS-LATEST-TIMESTAMP TO WS-DATA-AS-OF
    END-EVALUATE.
    IF WS-DATA-AS-OF = SPACES
        SET WS-TABLE-STALE TO TRUE
        MOVE ZERO TO WS-AGE-MINUTES
        IF WS-CATALOG-NOTE = SPACES
            MOVE 'NO COMMIT RECORDED' TO WS-CATALOG-NOTE
        END-IF
    ELSE
        PERFORM AGE-DATA-AS-OF
        COMPUTE WS-LATE-LIMIT-MINUTES =
            FR-CADENCE-MINUTES + FR-GRACE-MINUTES
        EVALUATE TRUE
            WHEN WS-AGE-MINUTES NOT > FR-CADENCE-MINUTES
                SET WS-TABLE-FRESH TO TRUE
            WHEN WS-AGE-MINUTES NOT > WS-LATE-LIMIT-MINUTES
                SET WS-TABLE-LATE TO TRUE
            WHEN OTHER
                SET WS-TABLE-STALE TO TRUE
        END-EVALUATE
    END-IF.
    EVALUATE TRUE
        WHEN WS-TABLE-FRESH
            ADD 1 TO WS-FRESH-COUNT
        WHEN WS-TABLE-LATE
            ADD 1 TO WS-LATE-COUNT
        WHEN OTHER
            ADD 1 TO WS-STALE-COUNT
    END-EVALUATE.
    PERFORM WRITE-FRESHNESS-LINE.
    IF WS-TABLE-STALE
        MOVE 'SEVERE' TO WS-INCIDENT-SEVERITY
        MOVE 'TABLE-STALE' TO WS-INCIDENT-ERROR-CLASS
        MOVE FR-TABLE-KEY TO WS-INCIDENT-KEY
        PERFORM APPEND-INCIDENT-RECORD
    END-IF.

READ-CATALOG-ENTRY.
    MOVE 'N' TO WS-CATALOG-FOUND-SWITCH.
    MOVE ZERO TO WS-CATALOG-SNAPSHOT-ID.
    MOVE SPACES TO WS-CATALOG-TABLE-NAME.
    IF WS-CATALOG-IS-OPEN
        MOVE FR-TABLE-KEY TO TBL-KEY
        READ TABLE-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                SET WS-CATALOG-FOUND TO TRUE
                MOVE TBL-CURRENT-SNAPSHOT-ID TO WS-CATALOG-SNAPSHOT-ID
                MOVE TBL-NAME TO WS-CATALOG-TABLE-NAME
        END-READ
    END-IF.

*> The latest commit is the latest timestamp, not the last card.
SCAN-SNAPSHOT-TIMESTAMPS.
    MOVE ZERO TO WS-LATEST-SNAPSHOT-ID.
    MOVE SPACES TO WS-LATEST-TIMESTAMP.
    MOVE SPACES TO WS-CURRENT-TIMESTAMP.
    MOVE 'N' TO WS-CURRENT-TS-FOUND-SWITCH.
    MOVE 'N' TO WS-SNAPSHOT-TS-EOF-SWITCH.
    IF FR-TIMESTAMPS-FILE = SPACES
        MOVE WS-DEFAULT-TIMESTAMPS-FILENAME TO WS-TIMESTAMPS-FILENAME
    ELSE
        MOVE FR-TIMESTAMPS-FILE TO WS-TIMESTAMPS-FILENAME
    END-IF.
    OPEN INPUT SNAPSHOT-TIMESTAMP-FILE.
    IF WS-SNAPSHOT-TS-OK
        PERFORM SCAN-ONE-SNAPSHOT-TIMESTAMP
            UNTIL END-OF-SNAPSHOT-TIMESTAMPS
        CLOSE SNAPSHOT-TIMESTAMP-FILE
    END-IF.

SCAN-ONE-SNAPSHOT-TIMESTAMP.
    READ SNAPSHOT-TIMESTAMP-FILE
        AT END SET END-OF-SNAPSHOT-TIMESTAMPS TO TRUE
        NOT AT END
            IF STS-SNAPSHOT-TIMESTAMP > WS-LATEST-TIMESTAMP
                MOVE STS-SNAPSHOT-ID TO WS-LATEST-SNAPSHOT-ID
                MOVE STS-SNAPSHOT-TIMESTAMP TO WS-LATEST-TIMESTAMP
            END-IF
            IF WS-CATALOG-FOUND
                    AND STS-SNAPSHOT-ID = WS-CATALOG-SNAPSHOT-ID
                SET WS-CURRENT-TS-FOUND TO TRUE
                MOVE STS-SNAPSHOT-TIMESTAMP TO WS-CURRENT-TIMESTAMP
            END-IF
    END-READ.

FIND-FEED-TOPIC.
    MOVE FR-FEED-TOPIC TO WS-FEED-TOPIC.
    IF WS-FEED-TOPIC = SPACES AND WS-CATALOG-FOUND
            AND WS-BRIDGE-COUNT > ZERO
        SET WS-BRIDGE-IDX TO 1
        SEARCH WS-BRIDGE-ENTRY
            AT END CONTINUE
            WHEN WS-BR-TABLE-NAME (WS-BRIDGE-IDX) =
                    WS-CATALOG-TABLE-NAME
                MOVE WS-BR-TOPIC-NAME (WS-BRIDGE-IDX) TO WS-FEED-TOPIC
        END-SEARCH
    END-IF.
    IF WS-FEED-TOPIC = SPACES
        MOVE 'NONE' TO WS-FEED-TOPIC
    END-IF.

AGE-DATA-AS-OF.
    MOVE WS-DATA-AS-OF TO WS-COMMIT-TS-TEXT.
    STRING WS-CT-YYYY WS-CT-MM WS-CT-DD
        WS-CT-HH WS-CT-MI WS-CT-SS
        DELIMITED BY SIZE INTO WS-COMMIT-TS-DIGITS.
    MOVE WS-COMMIT-TS-DIGITS TO WS-TS-WORK.
    PERFORM COMPUTE-MINUTE-NUMBER.
    COMPUTE WS-AGE-MINUTES =
        WS-NOW-MINUTE-NUMBER - WS-COMMIT-MINUTE-NUMBER.

COMPUTE-MINUTE-NUMBER.
    COMPUTE WS-COMMIT-MINUTE-NUMBER =
        FUNCTION INTEGER-OF-DATE (WS-TS-YYYYMMDD) * 1440
        + WS-TS-HH * 60 + WS-TS-MI.

WRITE-FRESHNESS-LINE.
    MOVE WS-AGE-MINUTES TO WS-AGE-DISPLAY.
    MOVE FR-CADENCE-MINUTES TO WS-CADENCE-DISPLAY.
    MOVE FR-GRACE-MINUTES TO WS-GRACE-DISPLAY.
    MOVE WS-CATALOG-SNAPSHOT-ID TO WS-SNAPSHOT-DISPLAY.
    MOVE SPACES TO FRESHNESS-REPORT-LINE.
    STRING 'TABLE=' DELIMITED BY SIZE
        FR-TABLE-KEY DELIMITED BY SPACE
        ' STATE=' DELIMITED BY SIZE
        WS-FRESHNESS-STATE DELIMITED BY SPACE
        ' DATA-AS-OF=' WS-DATA-AS-OF
        ' AGE-MIN=' WS-AGE-DISPLAY
        ' CADENCE-MIN=' WS-CADENCE-DISPLAY
        ' GRACE-MIN=' WS-GRACE-DISPLAY
        ' CATALOG-SNAPSHOT=' WS-SNAPSHOT-DISPLAY
        ' FEED-TOPIC=' DELIMITED BY SIZE
        WS-FEED-TOPIC DELIMITED BY SPACE
        INTO FRESHNESS-REPORT-LINE.
    WRITE FRESHNESS-REPORT-LINE.
    IF WS-CATALOG-NOTE NOT = SPACES
        MOVE SPACES TO FRESHNESS-REPORT-LINE
        STRING '    NOTE TABLE=' DELIMITED BY SIZE
            FR-TABLE-KEY DELIMITED BY SPACE
            ' ' DELIMITED BY SIZE
            WS-CATALOG-NOTE DELIMITED BY '  '
            INTO FRESHNESS-REPORT-LINE
        WRITE FRESHNESS-REPORT-LINE
    END-IF.

WRITE-FRESHNESS-SUMMARY.
    MOVE WS-CHECKED-COUNT TO WS-CHECKED-DISPLAY.
    MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-DISPLAY.
    MOVE WS-FRESH-COUNT TO WS-FRESH-DISPLAY.
    MOVE WS-LATE-COUNT TO WS-LATE-DISPLAY.
    MOVE WS-STALE-COUNT TO WS-STALE-DISPLAY.
    MOVE SPACES TO FRESHNESS-REPORT-LINE.
    STRING 'SUMMARY RUN=' DELIMITED BY SIZE
        WS-RUN-TYPE DELIMITED BY SPACE
        ' TABLES-CHECKED=' WS-CHECKED-DISPLAY
        ' NOT-DUE-THIS-RUN=' WS-SKIPPED-DISPLAY
        ' FRESH=' WS-FRESH-DISPLAY
        ' LATE=' WS-LATE-DISPLAY
        ' STALE=' WS-STALE-DISPLAY
        DELIMITED BY SIZE INTO FRESHNESS-REPORT-LINE.
    WRITE FRESHNESS-REPORT-LINE.

APPEND-INCIDENT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO WS-INCIDENT-DATE-TIME.
    OPEN EXTEND INCIDENT-LOG-FILE.
    IF NOT WS-INCIDENT-LOG-OK
        CLOSE INCIDENT-LOG-FILE
        OPEN OUTPUT INCIDENT-LOG-FILE
    END-IF.
    MOVE SPACES TO INCIDENT-REC.
    MOVE WS-INCIDENT-DATE-TIME (1:14) TO IN-TIMESTAMP.
    MOVE 'TABLEFRESHNESSMONITOR' TO IN-PROGRAM-ID.
    MOVE WS-INCIDENT-SEVERITY TO IN-SEVERITY.
    MOVE WS-INCIDENT-ERROR-CLASS TO IN-ERROR-CLASS.
    MOVE WS-INCIDENT-KEY TO IN-CORRELATION-KEY.
    WRITE INCIDENT-REC.
    CLOSE INCIDENT-LOG-FILE.
