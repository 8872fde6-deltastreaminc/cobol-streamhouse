IDENTIFICATION DIVISION.
PROGRAM-ID. PARTITION-EXPANSION-PLANNER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT METRICS-FEED-FILE
        ASSIGN TO "METRICSFEED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-METRICS-FEED-STATUS.
    SELECT LAG-SNAPSHOT-FILE
        ASSIGN TO "LAGSNAPSHOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LAG-SNAPSHOT-STATUS.
    SELECT PARTITION-FILE
        ASSIGN TO "METADATAPARTITIONS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARTITION-FILE-STATUS.
    SELECT BROKER-REGISTRATION-FILE
        ASSIGN TO "BROKERREGISTRATIONS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BROKER-FILE-STATUS.
    SELECT EXPANSION-PARAMS-FILE
        ASSIGN TO "EXPANSIONPARAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXPANSION-PARAMS-STATUS.
    SELECT KEY-ORDERED-TOPIC-FILE
        ASSIGN TO "KEYORDEREDTOPICS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KEY-ORDERED-STATUS.
    SELECT EXPANSION-CARD-FILE
        ASSIGN TO "EXPANSIONCARDS"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXPANSION-PLAN-REPORT
        ASSIGN TO "EXPANSIONPLANREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> The shop-wide metrics record. Per-partition traffic arrives as
*> metric names of the form kind:topic:partition - bytes-in or
*> messages-in, the topic name, and the partition number - with the
*> value counted over the record's interval.
FD METRICS-FEED-FILE.
01 METRICS-FEED-REC.
   05 MF-PROGRAM-ID PIC X(30).
   05 MF-METRIC-NAME PIC X(40).
   05 MF-METRIC-VALUE PIC 9(18).
   05 MF-TIMESTAMP PIC 9(14).
   05 MF-INTERVAL-SECS PIC 9(5).

*> CONSUMER-LAG-REPORT's per-partition lag snapshot, rewritten at the
*> end of each of its runs.
FD LAG-SNAPSHOT-FILE.
01 LAG-SNAPSHOT-CARD.
   05 LS-TOPIC PIC X(40).
   05 LS-PARTITION PIC 9(5).
   05 LS-LAG PIC 9(18).
   05 LS-GROWTH-STREAK PIC 9(3).
   05 LS-RUN-TIMESTAMP PIC 9(14).

*> The metadata cache's partition cards: leader and replica/ISR
*> broker id lists, unused slots zero.
FD PARTITION-FILE.
01 PARTITION-CARD.
   05 PP-TOPIC-NAME PIC X(40).
   05 PP-PARTITION-ID PIC 9(5).
   05 PP-LEADER-ID PIC 9(9).
   05 PP-REPLICA-IDS PIC 9(9) OCCURS 10 TIMES.
   05 PP-ISR-IDS PIC 9(9) OCCURS 10 TIMES.

FD BROKER-REGISTRATION-FILE.
01 BROKER-REGISTRATION-CARD.
   05 BR-BROKER-ID PIC 9(9).
   05 BR-FENCED PIC X.
      88 BR-IS-FENCED VALUE 'Y'.
   05 BR-IN-CONTROLLED-SHUTDOWN PIC X.
      88 BR-IS-IN-CONTROLLED-SHUTDOWN VALUE 'Y'.
   05 BR-RACK PIC X(32).

*> The per-partition throughput ceiling (bytes and messages per
*> second), the share of it a planned partition should run at, how
*> quickly today's consumer lag should be drainable, and a cap on the
*> partition count recommended, one override card.
FD EXPANSION-PARAMS-FILE.
01 EXPANSION-PARAMS-CARD.
   05 EP-BYTES-CEILING PIC 9(12).
   05 EP-MESSAGES-CEILING PIC 9(9).
   05 EP-HEADROOM-PCT PIC 9(3).
   05 EP-LAG-DRAIN-SECS PIC 9(7).
   05 EP-MAX-PARTITIONS PIC 9(5).

*> Topics whose producers depend on per-key ordering, one card per
*> topic and producer. Adding partitions changes which partition a
*> key hashes to, so records for one key can be read out of order
*> across the cut-over.
FD KEY-ORDERED-TOPIC-FILE.
01 KEY-ORDERED-TOPIC-CARD.
   05 KO-TOPIC PIC X(40).
   05 KO-PRODUCER-ID PIC X(40).

*> The plan, for approval - nothing here is applied. One EXPAND card
*> per hot topic (current to recommended count), followed by one
*> PLACE card per new partition with its proposed replica list,
*> preferred leader first.
FD EXPANSION-CARD-FILE.
01 EXPANSION-CARD.
   05 EC-CARD-TYPE PIC X(6).
   05 EC-TOPIC PIC X(40).
   05 EC-PARTITION-ID PIC 9(5).
   05 EC-CURRENT-COUNT PIC 9(5).
   05 EC-NEW-COUNT PIC 9(5).
   05 EC-REPLICA-IDS PIC 9(9) OCCURS 10 TIMES.
   05 EC-KEY-ORDERED-SWITCH PIC X.
   05 EC-APPROVAL-STATUS PIC X(8).

FD EXPANSION-PLAN-REPORT.
01 EXPANSION-PLAN-LINE PIC X(200).

WORKING-STORAGE SECTION.
01 WS-METRICS-FEED-STATUS PIC XX.
   88 WS-METRICS-FEED-OK VALUE '00'.
01 WS-LAG-SNAPSHOT-STATUS PIC XX.
   88 WS-LAG-SNAPSHOT-OK VALUE '00'.
01 WS-PARTITION-FILE-STATUS PIC XX.
   88 WS-PARTITION-FILE-OK VALUE '00'.
01 WS-BROKER-FILE-STATUS PIC XX.
   88 WS-BROKER-FILE-OK VALUE '00'.
01 WS-EXPANSION-PARAMS-STATUS PIC XX.
   88 WS-EXPANSION-PARAMS-OK VALUE '00'.
01 WS-KEY-ORDERED-STATUS PIC XX.
   88 WS-KEY-ORDERED-OK VALUE '00'.
01 WS-FEED-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-METRICS-FEED VALUE 'Y'.
01 WS-LAG-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-LAG-SNAPSHOT VALUE 'Y'.
01 WS-PARTITION-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-PARTITIONS VALUE 'Y'.
01 WS-BROKER-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-BROKERS VALUE 'Y'.
01 WS-KEY-ORDERED-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-KEY-ORDERED-TOPICS VALUE 'Y'.

01 WS-BYTES-CEILING-DEFAULT PIC 9(12) VALUE 10485760.
01 WS-MESSAGES-CEILING-DEFAULT PIC 9(9) VALUE 10000.
01 WS-HEADROOM-PCT-DEFAULT PIC 9(3) VALUE 70.
01 WS-LAG-DRAIN-SECS-DEFAULT PIC 9(7) VALUE 3600.
01 WS-MAX-PARTITIONS-DEFAULT PIC 9(5) VALUE 1000.
01 WS-DEFAULT-REPLICATION PIC 9(3) VALUE 3.
01 WS-BYTES-CEILING PIC 9(12).
01 WS-MESSAGES-CEILING PIC 9(9).
01 WS-HEADROOM-PCT PIC 9(3).
01 WS-LAG-DRAIN-SECS PIC 9(7).
01 WS-MAX-PARTITIONS PIC 9(5).
01 WS-PLANNED-BYTES-RATE PIC 9(12).
01 WS-PLANNED-MESSAGES-RATE PIC 9(9).

*> Latest observed rates per partition; a later feed record for the
*> same partition replaces the earlier one.
01 WS-PART-RATE-COUNT PIC 9(5) VALUE ZERO.
01 WS-PART-RATE-TABLE.
   05 WS-PART-RATE-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON WS-PART-RATE-COUNT
         INDEXED BY WS-PR-IDX.
      10 WS-PR-TOPIC PIC X(40).
      10 WS-PR-PARTITION PIC 9(5).
      10 WS-PR-BYTES-RATE PIC 9(12).
      10 WS-PR-MESSAGES-RATE PIC 9(9).
01 WS-PR-FOUND-SWITCH PIC X.
   88 WS-PR-FOUND VALUE 'Y'.
01 WS-PART-RATE-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.

01 WS-MN-KIND PIC X(20).
01 WS-MN-TOPIC PIC X(40).
01 WS-MN-PARTITION PIC 9(5).
01 WS-RECORD-RATE PIC 9(12).

*> Per-topic rollup the recommendation is made from. Partitions of
*> topics beyond the table are counted and reported as not planned; so are feed
*> partitions beyond the rate table, whose topics are planned short.
01 WS-TOPIC-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-TOPIC-COUNT PIC 9(3) VALUE ZERO.
01 WS-TOPIC-TABLE.
   05 WS-TOPIC-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-TOPIC-COUNT
         INDEXED BY WS-TP-IDX.
      10 WS-TP-TOPIC PIC X(40).
      10 WS-TP-PARTITION-COUNT PIC 9(5).
      10 WS-TP-HIGHEST-PARTITION PIC 9(5).
      10 WS-TP-REPLICATION PIC 9(3).
      10 WS-TP-TOTAL-BYTES-RATE PIC 9(15).
      10 WS-TP-TOTAL-MESSAGES-RATE PIC 9(12).
      10 WS-TP-PEAK-BYTES-RATE PIC 9(12).
      10 WS-TP-PEAK-MESSAGES-RATE PIC 9(9).
      10 WS-TP-TOTAL-LAG PIC 9(18).
      10 WS-TP-KNOWN-SWITCH PIC X.
         88 WS-TP-IN-METADATA VALUE 'Y'.
01 WS-TOPIC-FOUND-SWITCH PIC X.
   88 WS-TOPIC-FOUND VALUE 'Y'.
01 WS-LOOKUP-TOPIC PIC X(40).

01 WS-KEY-ORDERED-COUNT PIC 9(3) VALUE ZERO.
01 WS-KEY-ORDERED-TABLE.
   05 WS-KEY-ORDERED-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-KEY-ORDERED-COUNT
         INDEXED BY WS-KO-IDX.
      10 WS-KO-TOPIC PIC X(40).
      10 WS-KO-PRODUCER-ID PIC X(40).
01 WS-KEY-ORDERED-SWITCH PIC X.
   88 WS-TOPIC-IS-KEY-ORDERED VALUE 'Y'.

*> Alive brokers and the replicas each already carries; new
*> partitions are placed on the least-loaded ones. Alive brokers
*> beyond the table are counted and reported: placement has only
*> weighed the ones held.
01 WS-BROKER-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-BROKER-COUNT PIC 9(4) VALUE ZERO.
01 WS-BROKER-TABLE.
   05 WS-BROKER-ENTRY OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-BROKER-COUNT
         INDEXED BY WS-BK-IDX.
      10 WS-BK-BROKER-ID PIC 9(9).
      10 WS-BK-REPLICA-LOAD PIC 9(7).
      10 WS-BK-CHOSEN-SWITCH PIC X.
         88 WS-BK-IS-CHOSEN VALUE 'Y'.
01 WS-BROKER-LOOKUP-ID PIC 9(9).
01 WS-BROKER-FOUND-SWITCH PIC X.
   88 WS-BROKER-FOUND VALUE 'Y'.

01 WS-REPLICA-IDX PIC 9(3) COMP.
01 WS-CARD-REPLICATION PIC 9(3).
01 WS-NEEDED-BY-BYTES PIC 9(9).
01 WS-NEEDED-BY-MESSAGES PIC 9(9).
01 WS-LAG-DRAIN-RATE PIC 9(12).
01 WS-MESSAGE-DEMAND PIC 9(13).
01 WS-RECOMMENDED-COUNT PIC 9(9).
01 WS-NEW-PARTITION-ID PIC 9(5).
01 WS-NEW-PARTITION-TOTAL PIC 9(5).
01 WS-PLACEMENT-SLOT PIC 9(3) COMP.
01 WS-PLACEMENT-REPLICATION PIC 9(3).
01 WS-BEST-BROKER-IDX PIC 9(4).
01 WS-HOT-TOPIC-SWITCH PIC X.
   88 WS-TOPIC-IS-HOT VALUE 'Y'.

01 WS-HOT-TOPIC-COUNT PIC 9(5) VALUE ZERO.
01 WS-KEY-ORDER-WARNING-COUNT PIC 9(5) VALUE ZERO.
01 WS-PARTITIONS-PROPOSED PIC 9(7) VALUE ZERO.
01 WS-CAPPED-COUNT PIC 9(5) VALUE ZERO.
01 WS-COUNT-DISPLAY PIC ZZZZ9.
01 WS-NEW-COUNT-DISPLAY PIC ZZZZ9.
01 WS-BYTES-DISPLAY PIC Z(11)9.
01 WS-MESSAGES-DISPLAY PIC Z(8)9.
01 WS-LAG-DISPLAY PIC Z(17)9.
01 WS-SUMMARY-DISPLAY PIC Z(6)9.
01 WS-OVERFLOW-DISPLAY PIC Z(6)9.

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    PERFORM LOAD-EXPANSION-PARAMS.
    PERFORM LOAD-PARTITION-METADATA.
    PERFORM LOAD-ALIVE-BROKERS.
    PERFORM TALLY-BROKER-REPLICA-LOADS.
    PERFORM LOAD-PARTITION-RATES.
    PERFORM ROLL-UP-TOPIC-RATES.
    PERFORM LOAD-TOPIC-LAG.
    PERFORM LOAD-KEY-ORDERED-TOPICS.
    OPEN OUTPUT EXPANSION-PLAN-REPORT.
    OPEN OUTPUT EXPANSION-CARD-FILE.
    PERFORM PLAN-ONE-TOPIC
        VARYING WS-TP-IDX FROM 1 BY 1
        UNTIL WS-TP-IDX > WS-TOPIC-COUNT.
    PERFORM WRITE-EXPANSION-SUMMARY.
    CLOSE EXPANSION-CARD-FILE.
    CLOSE EXPANSION-PLAN-REPORT.
    STOP RUN.

LOAD-EXPANSION-PARAMS.
    MOVE WS-BYTES-CEILING-DEFAULT TO WS-BYTES-CEILING.
    MOVE WS-MESSAGES-CEILING-DEFAULT TO WS-MESSAGES-CEILING.
    MOVE WS-HEADROOM-PCT-DEFAULT TO WS-HEADROOM-PCT.
    MOVE WS-LAG-DRAIN-SECS-DEFAULT TO WS-LAG-DRAIN-SECS.
    MOVE WS-MAX-PARTITIONS-DEFAULT TO WS-MAX-PARTITIONS.
    OPEN INPUT EXPANSION-PARAMS-FILE.
    IF WS-EXPANSION-PARAMS-OK
        READ EXPANSION-PARAMS-FILE
            AT END CONTINUE
            NOT AT END
                IF EP-BYTES-CEILING > ZERO
                    MOVE EP-BYTES-CEILING TO WS-BYTES-CEILING
                END-IF
                IF EP-MESSAGES-CEILING > ZERO
                    MOVE EP-MESSAGES-CEILING TO WS-MESSAGES-CEILING
                END-IF
                IF EP-HEADROOM-PCT > ZERO AND EP-HEADROOM-PCT NOT > 100
                    MOVE EP-HEADROOM-PCT TO WS-HEADROOM-PCT
                END-IF
                IF EP-LAG-DRAIN-SECS > ZERO
                    MOVE EP-LAG-DRAIN-SECS TO WS-LAG-DRAIN-SECS
                END-IF
                IF EP-MAX-PARTITIONS > ZERO
                    MOVE EP-MAX-PARTITIONS TO WS-MAX-PARTITIONS
                END-IF
        END-READ
        CLOSE EXPANSION-PARAMS-FILE
    END-IF.
    COMPUTE WS-PLANNED-BYTES-RATE =
        WS-BYTES-CEILING * WS-HEADROOM-PCT / 100.
    COMPUTE WS-PLANNED-MESSAGES-RATE =
        WS-MESSAGES-CEILING * WS-HEADROOM-PCT / 100.
    IF WS-PLANNED-BYTES-RATE = ZERO
        MOVE 1 TO WS-PLANNED-BYTES-RATE
    END-IF.
    IF WS-PLANNED-MESSAGES-RATE = ZERO
        MOVE 1 TO WS-PLANNED-MESSAGES-RATE
    END-IF.

*> Current partition count, highest partition id and replication
*> factor per topic, from the metadata cache's partition cards.
LOAD-PARTITION-METADATA.
    OPEN INPUT PARTITION-FILE.
    IF WS-PARTITION-FILE-OK
        PERFORM LOAD-ONE-PARTITION-CARD UNTIL END-OF-PARTITIONS
        CLOSE PARTITION-FILE
    END-IF.

LOAD-ONE-PARTITION-CARD.
    READ PARTITION-FILE
        AT END SET END-OF-PARTITIONS TO TRUE
        NOT AT END
            MOVE PP-TOPIC-NAME TO WS-LOOKUP-TOPIC
            PERFORM FIND-OR-ADD-TOPIC
            IF WS-TOPIC-FOUND
                PERFORM RECORD-PARTITION-CARD
            END-IF
    END-READ.

RECORD-PARTITION-CARD.
    SET WS-TP-IN-METADATA (WS-TP-IDX) TO TRUE.
    ADD 1 TO WS-TP-PARTITION-COUNT (WS-TP-IDX).
    IF PP-PARTITION-ID > WS-TP-HIGHEST-PARTITION (WS-TP-IDX)
        MOVE PP-PARTITION-ID TO WS-TP-HIGHEST-PARTITION (WS-TP-IDX)
    END-IF.
    MOVE ZERO TO WS-CARD-REPLICATION.
    PERFORM COUNT-ONE-REPLICA-SLOT
        VARYING WS-REPLICA-IDX FROM 1 BY 1
        UNTIL WS-REPLICA-IDX > 10.
    IF WS-CARD-REPLICATION > WS-TP-REPLICATION (WS-TP-IDX)
        MOVE WS-CARD-REPLICATION TO WS-TP-REPLICATION (WS-TP-IDX)
    END-IF.

COUNT-ONE-REPLICA-SLOT.
    IF PP-REPLICA-IDS (WS-REPLICA-IDX) NOT = ZERO
        ADD 1 TO WS-CARD-REPLICATION
    END-IF.

FIND-OR-ADD-TOPIC.
    MOVE 'N' TO WS-TOPIC-FOUND-SWITCH.
    IF WS-TOPIC-COUNT > ZERO
        SET WS-TP-IDX TO 1
        SEARCH WS-TOPIC-ENTRY
            AT END CONTINUE
            WHEN WS-TP-TOPIC (WS-TP-IDX) = WS-LOOKUP-TOPIC
                SET WS-TOPIC-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT WS-TOPIC-FOUND AND WS-TOPIC-COUNT NOT < 500
        ADD 1 TO WS-TOPIC-OVERFLOW-COUNT
    END-IF.
    IF NOT WS-TOPIC-FOUND AND WS-TOPIC-COUNT < 500
        ADD 1 TO WS-TOPIC-COUNT
        SET WS-TP-IDX TO WS-TOPIC-COUNT
        MOVE WS-LOOKUP-TOPIC TO WS-TP-TOPIC (WS-TP-IDX)
        MOVE ZERO TO WS-TP-PARTITION-COUNT (WS-TP-IDX)
        MOVE ZERO TO WS-TP-HIGHEST-PARTITION (WS-TP-IDX)
        MOVE ZERO TO WS-TP-REPLICATION (WS-TP-IDX)
        MOVE ZERO TO WS-TP-TOTAL-BYTES-RATE (WS-TP-IDX)
        MOVE ZERO TO WS-TP-TOTAL-MESSAGES-RATE (WS-TP-IDX)
        MOVE ZERO TO WS-TP-PEAK-BYTES-RATE (WS-TP-IDX)
        MOVE ZERO TO WS-TP-PEAK-MESSAGES-RATE (WS-TP-IDX)
        MOVE ZERO TO WS-TP-TOTAL-LAG (WS-TP-IDX)
        MOVE 'N' TO WS-TP-KNOWN-SWITCH (WS-TP-IDX)
        SET WS-TOPIC-FOUND TO TRUE
    END-IF.

*> A broker is a placement candidate only when it is registered, not
*> fenced and not in a controlled shutdown.
LOAD-ALIVE-BROKERS.
    OPEN INPUT BROKER-REGISTRATION-FILE.
    IF WS-BROKER-FILE-OK
        PERFORM LOAD-ONE-BROKER UNTIL END-OF-BROKERS
        CLOSE BROKER-REGISTRATION-FILE
    END-IF.

LOAD-ONE-BROKER.
    READ BROKER-REGISTRATION-FILE
        AT END SET END-OF-BROKERS TO TRUE
        NOT AT END
            IF NOT BR-IS-FENCED AND NOT BR-IS-IN-CONTROLLED-SHUTDOWN
                    AND WS-BROKER-COUNT NOT < 1000
                ADD 1 TO WS-BROKER-OVERFLOW-COUNT
            END-IF
            IF NOT BR-IS-FENCED AND NOT BR-IS-IN-CONTROLLED-SHUTDOWN
                    AND WS-BROKER-COUNT < 1000
                ADD 1 TO WS-BROKER-COUNT
                SET WS-BK-IDX TO WS-BROKER-COUNT
                MOVE BR-BROKER-ID TO WS-BK-BROKER-ID (WS-BK-IDX)
                MOVE ZERO TO WS-BK-REPLICA-LOAD (WS-BK-IDX)
                MOVE 'N' TO WS-BK-CHOSEN-SWITCH (WS-BK-IDX)
            END-IF
    END-READ.

TALLY-BROKER-REPLICA-LOADS.
    MOVE 'N' TO WS-PARTITION-EOF-SWITCH.
    OPEN INPUT PARTITION-FILE.
    IF WS-PARTITION-FILE-OK
        PERFORM TALLY-ONE-PARTITION-LOAD UNTIL END-OF-PARTITIONS
        CLOSE PARTITION-FILE
    END-IF.

TALLY-ONE-PARTITION-LOAD.
    READ PARTITION-FILE
        AT END SET END-OF-PARTITIONS TO TRUE
        NOT AT END
            PERFORM TALLY-ONE-REPLICA-LOAD
                VARYING WS-REPLICA-IDX FROM 1 BY 1
                UNTIL WS-REPLICA-IDX > 10
    END-READ.

TALLY-ONE-REPLICA-LOAD.
    IF PP-REPLICA-IDS (WS-REPLICA-IDX) NOT = ZERO
        MOVE PP-REPLICA-IDS (WS-REPLICA-IDX) TO WS-BROKER-LOOKUP-ID
        PERFORM FIND-BROKER
        IF WS-BROKER-FOUND
            ADD 1 TO WS-BK-REPLICA-LOAD (WS-BK-IDX)
        END-IF
    END-IF.

FIND-BROKER.
    MOVE 'N' TO WS-BROKER-FOUND-SWITCH.
    IF WS-BROKER-COUNT > ZERO
        SET WS-BK-IDX TO 1
        SEARCH WS-BROKER-ENTRY
            AT END CONTINUE
            WHEN WS-BK-BROKER-ID (WS-BK-IDX) = WS-BROKER-LOOKUP-ID
                SET WS-BROKER-FOUND TO TRUE
        END-SEARCH
    END-IF.

*> Only bytes-in and messages-in per-partition metrics are taken from
*> the feed; every other metric in it is skipped.
LOAD-PARTITION-RATES.
    OPEN INPUT METRICS-FEED-FILE.
    IF WS-METRICS-FEED-OK
        PERFORM LOAD-ONE-FEED-RECORD UNTIL END-OF-METRICS-FEED
        CLOSE METRICS-FEED-FILE
    END-IF.

LOAD-ONE-FEED-RECORD.
    READ METRICS-FEED-FILE
        AT END SET END-OF-METRICS-FEED TO TRUE
        NOT AT END
            MOVE SPACES TO WS-MN-KIND
            MOVE SPACES TO WS-MN-TOPIC
            MOVE ZERO TO WS-MN-PARTITION
            UNSTRING MF-METRIC-NAME DELIMITED BY ':'
                INTO WS-MN-KIND WS-MN-TOPIC WS-MN-PARTITION
            END-UNSTRING
            IF (WS-MN-KIND = 'bytes-in' OR WS-MN-KIND = 'messages-in')
                    AND WS-MN-TOPIC NOT = SPACES
                PERFORM RECORD-PARTITION-RATE
            END-IF
    END-READ.

RECORD-PARTITION-RATE.
    IF MF-INTERVAL-SECS > ZERO
        COMPUTE WS-RECORD-RATE = MF-METRIC-VALUE / MF-INTERVAL-SECS
    ELSE
        MOVE MF-METRIC-VALUE TO WS-RECORD-RATE
    END-IF.
    MOVE 'N' TO WS-PR-FOUND-SWITCH.
    IF WS-PART-RATE-COUNT > ZERO
        SET WS-PR-IDX TO 1
        SEARCH WS-PART-RATE-ENTRY
            AT END CONTINUE
            WHEN WS-PR-TOPIC (WS-PR-IDX) = WS-MN-TOPIC
                    AND WS-PR-PARTITION (WS-PR-IDX) = WS-MN-PARTITION
                SET WS-PR-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT WS-PR-FOUND AND WS-PART-RATE-COUNT NOT < 5000
        ADD 1 TO WS-PART-RATE-OVERFLOW-COUNT
    END-IF.
    IF NOT WS-PR-FOUND AND WS-PART-RATE-COUNT < 5000
        ADD 1 TO WS-PART-RATE-COUNT
        SET WS-PR-IDX TO WS-PART-RATE-COUNT
        MOVE WS-MN-TOPIC TO WS-PR-TOPIC (WS-PR-IDX)
        MOVE WS-MN-PARTITION TO WS-PR-PARTITION (WS-PR-IDX)
        MOVE ZERO TO WS-PR-BYTES-RATE (WS-PR-IDX)
        MOVE ZERO TO WS-PR-MESSAGES-RATE (WS-PR-IDX)
        SET WS-PR-FOUND TO TRUE
    END-IF.
    IF WS-PR-FOUND
        IF WS-MN-KIND = 'bytes-in'
            MOVE WS-RECORD-RATE TO WS-PR-BYTES-RATE (WS-PR-IDX)
        ELSE
            MOVE WS-RECORD-RATE TO WS-PR-MESSAGES-RATE (WS-PR-IDX)
        END-IF
    END-IF.

ROLL-UP-TOPIC-RATES.
    PERFORM ROLL-UP-ONE-PARTITION-RATE
        VARYING WS-PR-IDX FROM 1 BY 1
        UNTIL WS-PR-IDX > WS-PART-RATE-COUNT.

*> A topic missing from the partition cards is sized from the
*> partitions the feed reports for it.
ROLL-UP-ONE-PARTITION-RATE.
    MOVE WS-PR-TOPIC (WS-PR-IDX) TO WS-LOOKUP-TOPIC.
    PERFORM FIND-OR-ADD-TOPIC.
    IF WS-TOPIC-FOUND
        PERFORM ROLL-UP-TOPIC-PARTITION-RATE
    END-IF.

ROLL-UP-TOPIC-PARTITION-RATE.
    IF NOT WS-TP-IN-METADATA (WS-TP-IDX)
        ADD 1 TO WS-TP-PARTITION-COUNT (WS-TP-IDX)
        IF WS-PR-PARTITION (WS-PR-IDX) >
                WS-TP-HIGHEST-PARTITION (WS-TP-IDX)
            MOVE WS-PR-PARTITION (WS-PR-IDX)
                TO WS-TP-HIGHEST-PARTITION (WS-TP-IDX)
        END-IF
    END-IF.
    ADD WS-PR-BYTES-RATE (WS-PR-IDX)
        TO WS-TP-TOTAL-BYTES-RATE (WS-TP-IDX).
    ADD WS-PR-MESSAGES-RATE (WS-PR-IDX)
        TO WS-TP-TOTAL-MESSAGES-RATE (WS-TP-IDX).
    IF WS-PR-BYTES-RATE (WS-PR-IDX) > WS-TP-PEAK-BYTES-RATE (WS-TP-IDX)
        MOVE WS-PR-BYTES-RATE (WS-PR-IDX)
            TO WS-TP-PEAK-BYTES-RATE (WS-TP-IDX)
    END-IF.
    IF WS-PR-MESSAGES-RATE (WS-PR-IDX) >
            WS-TP-PEAK-MESSAGES-RATE (WS-TP-IDX)
        MOVE WS-PR-MESSAGES-RATE (WS-PR-IDX)
            TO WS-TP-PEAK-MESSAGES-RATE (WS-TP-IDX)
    END-IF.

*> Lag is rolled up per topic; it only adds to the message demand of
*> topics the feed already shows traffic for.
LOAD-TOPIC-LAG.
    OPEN INPUT LAG-SNAPSHOT-FILE.
    IF WS-LAG-SNAPSHOT-OK
        PERFORM LOAD-ONE-LAG-CARD UNTIL END-OF-LAG-SNAPSHOT
        CLOSE LAG-SNAPSHOT-FILE
    END-IF.

LOAD-ONE-LAG-CARD.
    READ LAG-SNAPSHOT-FILE
        AT END SET END-OF-LAG-SNAPSHOT TO TRUE
        NOT AT END
            MOVE 'N' TO WS-TOPIC-FOUND-SWITCH
            IF WS-TOPIC-COUNT > ZERO
                SET WS-TP-IDX TO 1
                SEARCH WS-TOPIC-ENTRY
                    AT END CONTINUE
                    WHEN WS-TP-TOPIC (WS-TP-IDX) = LS-TOPIC
                        SET WS-TOPIC-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF WS-TOPIC-FOUND
                ADD LS-LAG TO WS-TP-TOTAL-LAG (WS-TP-IDX)
            END-IF
    END-READ.

LOAD-KEY-ORDERED-TOPICS.
    OPEN INPUT KEY-ORDERED-TOPIC-FILE.
    IF WS-KEY-ORDERED-OK
        PERFORM LOAD-ONE-KEY-ORDERED-TOPIC
            UNTIL END-OF-KEY-ORDERED-TOPICS
        CLOSE KEY-ORDERED-TOPIC-FILE
    END-IF.

LOAD-ONE-KEY-ORDERED-TOPIC.
    READ KEY-ORDERED-TOPIC-FILE
        AT END SET END-OF-KEY-ORDERED-TOPICS TO TRUE
        NOT AT END
            IF WS-KEY-ORDERED-COUNT < 500
                ADD 1 TO WS-KEY-ORDERED-COUNT
                SET WS-KO-IDX TO WS-KEY-ORDERED-COUNT
                MOVE KO-TOPIC TO WS-KO-TOPIC (WS-KO-IDX)
                MOVE KO-PRODUCER-ID TO WS-KO-PRODUCER-ID (WS-KO-IDX)
            END-IF
    END-READ.

*> A topic is hot when any one of its partitions runs above the
*> per-partition ceiling. The recommended count is what the topic's
*> total bytes, and its total messages plus the rate needed to drain
*> its consumer lag inside the drain window, need at the planned
*> share of the ceiling - never less than one more than today, never
*> more than the cap.
PLAN-ONE-TOPIC.
    MOVE 'N' TO WS-HOT-TOPIC-SWITCH.
    IF WS-TP-PEAK-BYTES-RATE (WS-TP-IDX) > WS-BYTES-CEILING
            OR WS-TP-PEAK-MESSAGES-RATE (WS-TP-IDX) > WS-MESSAGES-CEILING
        SET WS-TOPIC-IS-HOT TO TRUE
    END-IF.
    IF WS-TOPIC-IS-HOT
        ADD 1 TO WS-HOT-TOPIC-COUNT
        PERFORM COMPUTE-RECOMMENDED-COUNT
        PERFORM CHECK-KEY-ORDERED-TOPIC
        PERFORM WRITE-HOT-TOPIC-LINE
        IF WS-RECOMMENDED-COUNT > WS-TP-PARTITION-COUNT (WS-TP-IDX)
            PERFORM WRITE-EXPAND-CARD
            PERFORM PLACE-NEW-PARTITIONS
        END-IF
    END-IF.

COMPUTE-RECOMMENDED-COUNT.
    COMPUTE WS-NEEDED-BY-BYTES =
        (WS-TP-TOTAL-BYTES-RATE (WS-TP-IDX) + WS-PLANNED-BYTES-RATE - 1)
            / WS-PLANNED-BYTES-RATE.
    COMPUTE WS-LAG-DRAIN-RATE =
        WS-TP-TOTAL-LAG (WS-TP-IDX) / WS-LAG-DRAIN-SECS.
    COMPUTE WS-MESSAGE-DEMAND =
        WS-TP-TOTAL-MESSAGES-RATE (WS-TP-IDX) + WS-LAG-DRAIN-RATE.
    COMPUTE WS-NEEDED-BY-MESSAGES =
        (WS-MESSAGE-DEMAND + WS-PLANNED-MESSAGES-RATE - 1)
            / WS-PLANNED-MESSAGES-RATE.
    MOVE WS-NEEDED-BY-BYTES TO WS-RECOMMENDED-COUNT.
    IF WS-NEEDED-BY-MESSAGES > WS-RECOMMENDED-COUNT
        MOVE WS-NEEDED-BY-MESSAGES TO WS-RECOMMENDED-COUNT
    END-IF.
    IF WS-RECOMMENDED-COUNT NOT > WS-TP-PARTITION-COUNT (WS-TP-IDX)
        COMPUTE WS-RECOMMENDED-COUNT =
            WS-TP-PARTITION-COUNT (WS-TP-IDX) + 1
    END-IF.
    IF WS-RECOMMENDED-COUNT > WS-MAX-PARTITIONS
        MOVE WS-MAX-PARTITIONS TO WS-RECOMMENDED-COUNT
        ADD 1 TO WS-CAPPED-COUNT
    END-IF.

*> Every producer that depends on key ordering is named, since each
*> one has to be told before the expansion is approved.
CHECK-KEY-ORDERED-TOPIC.
    MOVE 'N' TO WS-KEY-ORDERED-SWITCH.
    PERFORM CHECK-ONE-KEY-ORDERED-CARD
        VARYING WS-KO-IDX FROM 1 BY 1
        UNTIL WS-KO-IDX > WS-KEY-ORDERED-COUNT.

CHECK-ONE-KEY-ORDERED-CARD.
    IF WS-KO-TOPIC (WS-KO-IDX) = WS-TP-TOPIC (WS-TP-IDX)
        SET WS-TOPIC-IS-KEY-ORDERED TO TRUE
        ADD 1 TO WS-KEY-ORDER-WARNING-COUNT
        MOVE SPACES TO EXPANSION-PLAN-LINE
        STRING "KEY-ORDERING WARNING TOPIC=" DELIMITED BY SIZE
            WS-TP-TOPIC (WS-TP-IDX) DELIMITED BY SPACE
            " PRODUCER=" WS-KO-PRODUCER-ID (WS-KO-IDX)
                DELIMITED BY SPACE
            " - EXPANSION REMAPS KEYS TO PARTITIONS" DELIMITED BY SIZE
            INTO EXPANSION-PLAN-LINE
        WRITE EXPANSION-PLAN-LINE
    END-IF.

WRITE-HOT-TOPIC-LINE.
    MOVE WS-TP-PARTITION-COUNT (WS-TP-IDX) TO WS-COUNT-DISPLAY.
    MOVE WS-RECOMMENDED-COUNT TO WS-NEW-COUNT-DISPLAY.
    MOVE WS-TP-PEAK-BYTES-RATE (WS-TP-IDX) TO WS-BYTES-DISPLAY.
    MOVE WS-TP-PEAK-MESSAGES-RATE (WS-TP-IDX) TO WS-MESSAGES-DISPLAY.
    MOVE WS-TP-TOTAL-LAG (WS-TP-IDX) TO WS-LAG-DISPLAY.
    MOVE SPACES TO EXPANSION-PLAN-LINE.
    STRING "HOT TOPIC=" DELIMITED BY SIZE
        WS-TP-TOPIC (WS-TP-IDX) DELIMITED BY SPACE
        " EXCEEDS-CEILING PARTITIONS=" WS-COUNT-DISPLAY
            DELIMITED BY SIZE
        " PEAK-BYTES-PER-SEC=" WS-BYTES-DISPLAY DELIMITED BY SIZE
        " PEAK-MSGS-PER-SEC=" WS-MESSAGES-DISPLAY DELIMITED BY SIZE
        " LAG=" WS-LAG-DISPLAY DELIMITED BY SIZE
        " RECOMMENDED=" WS-NEW-COUNT-DISPLAY DELIMITED BY SIZE
        INTO EXPANSION-PLAN-LINE.
    WRITE EXPANSION-PLAN-LINE.

WRITE-EXPAND-CARD.
    MOVE SPACES TO EXPANSION-CARD.
    MOVE 'EXPAND' TO EC-CARD-TYPE.
    MOVE WS-TP-TOPIC (WS-TP-IDX) TO EC-TOPIC.
    MOVE ZERO TO EC-PARTITION-ID.
    MOVE WS-TP-PARTITION-COUNT (WS-TP-IDX) TO EC-CURRENT-COUNT.
    MOVE WS-RECOMMENDED-COUNT TO EC-NEW-COUNT.
    PERFORM CLEAR-ONE-CARD-REPLICA
        VARYING WS-REPLICA-IDX FROM 1 BY 1
        UNTIL WS-REPLICA-IDX > 10.
    MOVE WS-KEY-ORDERED-SWITCH TO EC-KEY-ORDERED-SWITCH.
    MOVE 'PENDING' TO EC-APPROVAL-STATUS.
    WRITE EXPANSION-CARD.

CLEAR-ONE-CARD-REPLICA.
    MOVE ZERO TO EC-REPLICA-IDS (WS-REPLICA-IDX).

*> New partitions take ids after the topic's highest, and each gets
*> the topic's replication factor (or the shop default, capped at
*> the number of alive brokers) on the least-loaded alive brokers,
*> no broker twice for the same partition.
PLACE-NEW-PARTITIONS.
    MOVE WS-TP-REPLICATION (WS-TP-IDX) TO WS-PLACEMENT-REPLICATION.
    IF WS-PLACEMENT-REPLICATION = ZERO
        MOVE WS-DEFAULT-REPLICATION TO WS-PLACEMENT-REPLICATION
    END-IF.
    IF WS-PLACEMENT-REPLICATION > WS-BROKER-COUNT
        MOVE WS-BROKER-COUNT TO WS-PLACEMENT-REPLICATION
    END-IF.
    IF WS-PLACEMENT-REPLICATION > 10
        MOVE 10 TO WS-PLACEMENT-REPLICATION
    END-IF.
    COMPUTE WS-NEW-PARTITION-ID =
        WS-TP-HIGHEST-PARTITION (WS-TP-IDX) + 1.
    COMPUTE WS-NEW-PARTITION-TOTAL =
        WS-RECOMMENDED-COUNT - WS-TP-PARTITION-COUNT (WS-TP-IDX).
    PERFORM PLACE-ONE-NEW-PARTITION WS-NEW-PARTITION-TOTAL TIMES.

PLACE-ONE-NEW-PARTITION.
    MOVE SPACES TO EXPANSION-CARD.
    MOVE 'PLACE' TO EC-CARD-TYPE.
    MOVE WS-TP-TOPIC (WS-TP-IDX) TO EC-TOPIC.
    MOVE WS-NEW-PARTITION-ID TO EC-PARTITION-ID.
    MOVE WS-TP-PARTITION-COUNT (WS-TP-IDX) TO EC-CURRENT-COUNT.
    MOVE WS-RECOMMENDED-COUNT TO EC-NEW-COUNT.
    PERFORM CLEAR-ONE-CARD-REPLICA
        VARYING WS-REPLICA-IDX FROM 1 BY 1
        UNTIL WS-REPLICA-IDX > 10.
    PERFORM CLEAR-ONE-BROKER-CHOICE
        VARYING WS-BK-IDX FROM 1 BY 1
        UNTIL WS-BK-IDX > WS-BROKER-COUNT.
    PERFORM PLACE-ONE-REPLICA
        VARYING WS-PLACEMENT-SLOT FROM 1 BY 1
        UNTIL WS-PLACEMENT-SLOT > WS-PLACEMENT-REPLICATION.
    MOVE WS-KEY-ORDERED-SWITCH TO EC-KEY-ORDERED-SWITCH.
    MOVE 'PENDING' TO EC-APPROVAL-STATUS.
    WRITE EXPANSION-CARD.
    ADD 1 TO WS-PARTITIONS-PROPOSED.
    ADD 1 TO WS-NEW-PARTITION-ID.

CLEAR-ONE-BROKER-CHOICE.
    MOVE 'N' TO WS-BK-CHOSEN-SWITCH (WS-BK-IDX).

PLACE-ONE-REPLICA.
    MOVE ZERO TO WS-BEST-BROKER-IDX.
    PERFORM JUDGE-ONE-PLACEMENT-BROKER
        VARYING WS-BK-IDX FROM 1 BY 1
        UNTIL WS-BK-IDX > WS-BROKER-COUNT.
    IF WS-BEST-BROKER-IDX > ZERO
        SET WS-BK-IDX TO WS-BEST-BROKER-IDX
        SET WS-BK-IS-CHOSEN (WS-BK-IDX) TO TRUE
        ADD 1 TO WS-BK-REPLICA-LOAD (WS-BK-IDX)
        MOVE WS-BK-BROKER-ID (WS-BK-IDX)
            TO EC-REPLICA-IDS (WS-PLACEMENT-SLOT)
    END-IF.

JUDGE-ONE-PLACEMENT-BROKER.
    IF NOT WS-BK-IS-CHOSEN (WS-BK-IDX)
        IF WS-BEST-BROKER-IDX = ZERO
            SET WS-BEST-BROKER-IDX TO WS-BK-IDX
        ELSE
            IF WS-BK-REPLICA-LOAD (WS-BK-IDX) <
                    WS-BK-REPLICA-LOAD (WS-BEST-BROKER-IDX)
                SET WS-BEST-BROKER-IDX TO WS-BK-IDX
            END-IF
        END-IF
    END-IF.

WRITE-EXPANSION-SUMMARY.
    MOVE SPACES TO EXPANSION-PLAN-LINE.
    MOVE WS-PARTITIONS-PROPOSED TO WS-SUMMARY-DISPLAY.
    STRING "SUMMARY HOT-TOPICS=" WS-HOT-TOPIC-COUNT DELIMITED BY SIZE
        " PARTITIONS-PROPOSED=" WS-SUMMARY-DISPLAY DELIMITED BY SIZE
        " KEY-ORDERING-WARNINGS=" WS-KEY-ORDER-WARNING-COUNT
            DELIMITED BY SIZE
        " CAPPED=" WS-CAPPED-COUNT DELIMITED BY SIZE
        " STATUS=PENDING-APPROVAL" DELIMITED BY SIZE
        INTO EXPANSION-PLAN-LINE.
    WRITE EXPANSION-PLAN-LINE.
    IF WS-TOPIC-OVERFLOW-COUNT > ZERO
        MOVE WS-TOPIC-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO EXPANSION-PLAN-LINE
        STRING "INCOMPLETE PARTITIONS OF TOPICS BEYOND THE "
                DELIMITED BY SIZE
            "500-TOPIC LIMIT=" DELIMITED BY SIZE
            WS-OVERFLOW-DISPLAY DELIMITED BY SIZE
            " - NOT PLANNED" DELIMITED BY SIZE
            INTO EXPANSION-PLAN-LINE
        WRITE EXPANSION-PLAN-LINE
    END-IF.
    IF WS-PART-RATE-OVERFLOW-COUNT > ZERO
        MOVE WS-PART-RATE-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO EXPANSION-PLAN-LINE
        STRING "INCOMPLETE PARTITION RATES BEYOND THE "
                DELIMITED BY SIZE
            "5000-PARTITION LIMIT=" WS-OVERFLOW-DISPLAY
                DELIMITED BY SIZE
            " - THEIR TOPICS PLANNED WITHOUT THEM" DELIMITED BY SIZE
            INTO EXPANSION-PLAN-LINE
        WRITE EXPANSION-PLAN-LINE
    END-IF.
    IF WS-BROKER-OVERFLOW-COUNT > ZERO
        MOVE WS-BROKER-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO EXPANSION-PLAN-LINE
        STRING "INCOMPLETE ALIVE BROKERS BEYOND THE 1000-BROKER LIMIT="
                DELIMITED BY SIZE
            WS-OVERFLOW-DISPLAY DELIMITED BY SIZE
            " - NOT CONSIDERED FOR PLACEMENT" DELIMITED BY SIZE
            INTO EXPANSION-PLAN-LINE
        WRITE EXPANSION-PLAN-LINE
    END-IF.
