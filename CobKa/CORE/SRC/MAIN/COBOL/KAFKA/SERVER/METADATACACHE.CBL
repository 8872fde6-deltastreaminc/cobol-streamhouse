    SELECT REASSIGNMENT-ACTION-FILE
        ASSIGN TO "REASSIGNMENTACTIONS"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOPIC-REGISTRY-FILE
        ASSIGN TO "TOPICREGISTRY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TOPIC-REGISTRY-STATUS.
    SELECT TOPIC-DRIFT-REPORT
        ASSIGN TO "TOPICDRIFTREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOPIC-CHANGE-CARD-FILE
        ASSIGN TO "TOPICCHANGECARDS"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FREEZE-CALENDAR-FILE
        ASSIGN TO "FREEZECALENDAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FREEZE-CALENDAR-STATUS.
    SELECT FREEZE-OVERRIDE-FILE
        ASSIGN TO "FREEZEOVERRIDE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FREEZE-OVERRIDE-STATUS.
    SELECT FREEZE-OVERRIDE-LOG
        ASSIGN TO "FREEZEOVERRIDELOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OVERRIDE-LOG-STATUS.
    SELECT WHAT-IF-SCENARIO-FILE
        ASSIGN TO "WHATIFSCENARIO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WHAT-IF-SCENARIO-STATUS.
    SELECT WHAT-IF-REPORT
        ASSIGN TO "WHATIFREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD REASSIGNMENT-ACTION-FILE.
01 REASSIGNMENT-ACTION-LINE PIC X(200).

*> The desired state of every topic, one card per topic: what its
*> partition count, replication factor, retention and min in-sync
*> replicas are supposed to be. A correction toward the card is only
*> emitted when the card names who approved it; blank means drift is
*> reported but nothing is changed.
FD TOPIC-REGISTRY-FILE.
01 TOPIC-REGISTRY-CARD.
   05 TR-TOPIC-NAME PIC X(40).
   05 TR-PARTITION-COUNT PIC 9(5).
   05 TR-REPLICATION-FACTOR PIC 9(3).
   05 TR-RETENTION-MS PIC 9(13).
   05 TR-MIN-INSYNC-REPLICAS PIC 9(3).
   05 TR-CORRECTION-APPROVER PIC X(30).

FD TOPIC-DRIFT-REPORT.
01 TOPIC-DRIFT-LINE PIC X(200).

*> One approved correction per card, for the topic admin run to
*> apply: ADD-PARTITIONS or INCREASE-REPLICATION from the observed
*> value to the registered one.
FD TOPIC-CHANGE-CARD-FILE.
01 TOPIC-CHANGE-CARD.
   05 TCC-TOPIC-NAME PIC X(40).
   05 TCC-ACTION PIC X(20).
   05 TCC-OBSERVED-VALUE PIC 9(5).
   05 TCC-TARGET-VALUE PIC 9(5).
   05 TCC-APPROVER PIC X(30).

*> The shop-wide change-freeze calendar and its override card; topic
*> corrections are held, not emitted, inside a window.
FD FREEZE-CALENDAR-FILE.
01 FREEZE-CALENDAR-CARD.
   05 FZ-START-DATE PIC 9(8).
   05 FZ-END-DATE PIC 9(8).
   05 FZ-SCOPE PIC X(30).

FD FREEZE-OVERRIDE-FILE.
01 FREEZE-OVERRIDE-CARD.
   05 FO-APPROVER-ID PIC X(30).

*> The shop-wide record of freeze overrides actually exercised: when,
*> by which program, on whose approval - chained like every audit
*> trail, by sequence number and hash.
FD FREEZE-OVERRIDE-LOG.
01 FREEZE-OVERRIDE-LOG-REC.
   05 FOL-USE-BODY.
      10 FOL-TIMESTAMP PIC 9(14).
      10 FOL-PROGRAM-ID PIC X(30).
      10 FOL-APPROVER-ID PIC X(30).
   05 FOL-CHAIN-SEQUENCE PIC 9(10).
   05 FOL-CHAIN-HASH PIC 9(18).

*> The brokers a maintenance what-if takes down, one card each: a
*> broker id, or a zero id and a rack name to take down every broker
*> registered in that rack.
FD WHAT-IF-SCENARIO-FILE.
01 WHAT-IF-SCENARIO-CARD.
   05 WI-BROKER-ID PIC 9(9).
   05 WI-RACK PIC X(32).

FD WHAT-IF-REPORT.
01 WHAT-IF-LINE PIC X(200).

WORKING-STORAGE SECTION.
01 WS-BROKER-FILE-STATUS PIC XX.
   88 WS-BROKER-FILE-OK VALUE '00'.
      10 BT-BROKER-ID PIC 9(9).
      10 BT-ALIVE-SWITCH PIC X.
         88 BT-IS-ALIVE VALUE 'Y'.
      10 BT-RACK PIC X(32).
      10 BT-SIM-DOWN-SWITCH PIC X.
         88 BT-IS-SIM-DOWN VALUE 'Y'.
01 BT-COUNT PIC 9(5) VALUE 0.

01 WS-ALIVE-BROKER-COUNT PIC 9(9) VALUE 0.
01 WS-LEADER-IS-DEAD-SWITCH PIC X VALUE 'N'.
   88 LEADER-IS-DEAD VALUE 'Y'.
01 WS-LOOKUP-BROKER-ID PIC 9(9).
01 WS-BROKER-SIM-DOWN-SWITCH PIC X.
   88 WS-LOOKED-UP-BROKER-IS-SIM-DOWN VALUE 'Y'.
01 WS-LOOKED-UP-RACK PIC X(32).

01 WS-DELTA-CARD-STATUS PIC XX.
   88 WS-DELTA-CARD-OK VALUE '00'.
      10 WS-TH-PARTITION-COUNT PIC 9(5).
      10 WS-TH-UNDER-REPLICATED PIC 9(5).
      10 WS-TH-NOT-PREFERRED PIC 9(5).
      10 WS-TH-MIN-REPLICATION PIC 9(3).
      10 WS-TH-MIN-ISR PIC 9(3).
      10 WS-TH-REGISTERED-SWITCH PIC X.
         88 WS-TH-IS-REGISTERED VALUE 'Y'.
      10 WS-TH-REGISTERED-MIN-ISR PIC 9(3).
      10 WS-TH-SIM-OFFLINE PIC 9(5).
      10 WS-TH-SIM-LEADERLESS PIC 9(5).
      10 WS-TH-SIM-UNDER-MIN-ISR PIC 9(5).
      10 WS-TH-NOT-RACK-DIVERSE PIC 9(5).
01 WS-TOPIC-HEALTH-FOUND-SWITCH PIC X.
   88 WS-TOPIC-HEALTH-FOUND VALUE 'Y'.
01 WS-REPLICATION-FACTOR PIC 9(3) VALUE ZERO.
01 WS-CACHE-LIVENESS-TEXT PIC X(5).
01 WS-CONTROLLER-LIVENESS-TEXT PIC X(5).

01 WS-TOPIC-REGISTRY-STATUS PIC XX.
   88 WS-TOPIC-REGISTRY-OK VALUE '00'.
01 WS-TOPIC-REGISTRY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-TOPIC-REGISTRY VALUE 'Y'.
01 WS-FREEZE-CALENDAR-STATUS PIC XX.
   88 WS-FREEZE-CALENDAR-OK VALUE '00'.
01 WS-FREEZE-OVERRIDE-STATUS PIC XX.
   88 WS-FREEZE-OVERRIDE-OK VALUE '00'.
01 WS-FREEZE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-FREEZE-CARDS VALUE 'Y'.
01 WS-CHANGE-FROZEN-SWITCH PIC X VALUE 'N'.
   88 WS-CHANGE-IS-FROZEN VALUE 'Y'.
01 WS-FREEZE-APPROVER PIC X(30) VALUE SPACES.
01 WS-FREEZE-TODAY PIC 9(8) VALUE ZERO.
01 WS-FREEZE-DATE-TIME PIC X(21).
01 WS-OVERRIDE-LOG-STATUS PIC XX.
   88 WS-OVERRIDE-LOG-OK VALUE '00'.
01 WS-OVERRIDE-CHAIN-NAME PIC X(30) VALUE 'FREEZEOVERRIDELOG'.
01 WS-OVERRIDE-BODY-LENGTH PIC 9(4) COMP VALUE 74.
01 WS-REGISTERED-TOPIC-COUNT PIC 9(5) VALUE ZERO.
01 WS-UNDER-PARTITIONED-COUNT PIC 9(5) VALUE ZERO.
01 WS-REGISTRY-URP-COUNT PIC 9(5) VALUE ZERO.
01 WS-UNDER-MIN-ISR-COUNT PIC 9(5) VALUE ZERO.
01 WS-UNREGISTERED-COUNT PIC 9(5) VALUE ZERO.
01 WS-MISSING-TOPIC-COUNT PIC 9(5) VALUE ZERO.
01 WS-CORRECTIONS-EMITTED PIC 9(5) VALUE ZERO.
01 WS-CORRECTIONS-HELD PIC 9(5) VALUE ZERO.
01 WS-CORRECTION-ACTION PIC X(20).
01 WS-CORRECTION-OBSERVED PIC 9(5).
01 WS-CORRECTION-TARGET PIC 9(5).
01 WS-OBSERVED-DISPLAY PIC ZZZZ9.
01 WS-REGISTERED-DISPLAY PIC ZZZZ9.
01 WS-TOPIC-COUNT-DISPLAY PIC ZZZZ9.

01 WS-WHAT-IF-SCENARIO-STATUS PIC XX.
   88 WS-WHAT-IF-SCENARIO-OK VALUE '00'.
01 WS-WHAT-IF-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-WHAT-IF-SCENARIO VALUE 'Y'.
01 WS-DEFAULT-MIN-ISR PIC 9(3) VALUE 1.
01 WS-SIM-MIN-ISR PIC 9(3).
01 WS-SCENARIO-CARD-MATCHES PIC 9(5).
01 WS-SCENARIO-BROKERS-DOWN PIC 9(5) VALUE ZERO.
01 WS-SURVIVING-REPLICAS PIC 9(3).
01 WS-SURVIVING-ISR PIC 9(3).
01 WS-LEADER-SURVIVES-SWITCH PIC X.
   88 WS-LEADER-SURVIVES VALUE 'Y'.
01 WS-SIM-OFFLINE-TOTAL PIC 9(7) VALUE ZERO.
01 WS-SIM-LEADERLESS-TOTAL PIC 9(7) VALUE ZERO.
01 WS-SIM-UNDER-MIN-ISR-TOTAL PIC 9(7) VALUE ZERO.
01 WS-NOT-DIVERSE-TOPIC-COUNT PIC 9(5) VALUE ZERO.

*> Partitions the what-if would hurt, held so the report can list
*> them grouped under their topic.
01 WS-SIM-IMPACT-COUNT PIC 9(5) VALUE ZERO.
01 WS-SIM-IMPACT-TABLE.
   05 WS-SIM-IMPACT-ENTRY OCCURS 1 TO 2000 TIMES
         DEPENDING ON WS-SIM-IMPACT-COUNT
         INDEXED BY WS-SI-IDX.
      10 WS-SI-TOPIC-IDX PIC 9(3).
      10 WS-SI-PARTITION-ID PIC 9(5).
      10 WS-SI-KIND PIC X(24).
      10 WS-SI-SURVIVING-ISR PIC 9(3).
      10 WS-SI-MIN-ISR PIC 9(3).
01 WS-SIM-IMPACT-KIND PIC X(24).
*> Hurt partitions past the table still count in the totals but go
*> unlisted; the summary says how many.
01 WS-SIM-IMPACT-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-SIM-OVERFLOW-DISPLAY PIC Z(6)9.

*> Distinct racks across the cluster, and across one partition's
*> replica set.
01 WS-CLUSTER-RACK-COUNT PIC 9(5) VALUE ZERO.
01 WS-CLUSTER-RACK-TABLE.
   05 WS-CLUSTER-RACK PIC X(32) OCCURS 1000 TIMES.
01 WS-PARTITION-RACK-COUNT PIC 9(3) VALUE ZERO.
01 WS-PARTITION-RACK-TABLE.
   05 WS-PARTITION-RACK PIC X(32) OCCURS 10 TIMES.
01 WS-RACK-SCAN-IDX PIC 9(5).
01 WS-RACK-FOUND-SWITCH PIC X.
   88 WS-RACK-FOUND VALUE 'Y'.
01 WS-RACKS-EXPECTED PIC 9(5).
01 WS-SIM-COUNT-DISPLAY PIC Z(6)9.
01 WS-SIM-LEADERLESS-DISPLAY PIC Z(6)9.
01 WS-SIM-MIN-ISR-DISPLAY PIC Z(6)9.
01 WS-SURVIVING-ISR-DISPLAY PIC ZZ9.
01 WS-MIN-ISR-DISPLAY PIC ZZ9.

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    PERFORM WRITE-OPERATOR-HEALTH-REPORT.
    PERFORM RECONCILE-BROKER-LIVENESS.
    PERFORM PLAN-PARTITION-REASSIGNMENT.
    PERFORM RECONCILE-TOPIC-REGISTRY.
    PERFORM SIMULATE-BROKER-LOSS.
    STOP RUN.

*> The reassignment planner: reads the cached broker and partition
        WHEN 'REGISTER'
            IF WS-DELTA-BROKER-FOUND
                MOVE 'Y' TO BT-ALIVE-SWITCH (WS-DELTA-MATCH-IDX)
                IF BD-RACK NOT = SPACES
                    MOVE BD-RACK TO BT-RACK (WS-DELTA-MATCH-IDX)
                END-IF
            ELSE
                ADD 1 TO BT-COUNT
                MOVE BD-BROKER-ID TO BT-BROKER-ID (BT-COUNT)
                MOVE 'Y' TO BT-ALIVE-SWITCH (BT-COUNT)
                MOVE BD-RACK TO BT-RACK (BT-COUNT)
            END-IF
        WHEN 'UNREGISTER'
            IF WS-DELTA-BROKER-FOUND
        NOT AT END
            ADD 1 TO BT-COUNT
            MOVE BR-BROKER-ID TO BT-BROKER-ID (BT-COUNT)
            MOVE BR-RACK TO BT-RACK (BT-COUNT)
            IF BR-IS-FENCED OR BR-IS-IN-CONTROLLED-SHUTDOWN
                MOVE 'N' TO BT-ALIVE-SWITCH (BT-COUNT)
                ADD 1 TO WS-DEAD-BROKER-COUNT
        ADD 1 TO WS-TH-NOT-PREFERRED (WS-TH-IDX)
        ADD 1 TO WS-FLEET-NOT-PREFERRED
    END-IF.
    IF WS-REPLICATION-FACTOR < WS-TH-MIN-REPLICATION (WS-TH-IDX)
        MOVE WS-REPLICATION-FACTOR
            TO WS-TH-MIN-REPLICATION (WS-TH-IDX)
    END-IF.
    IF WS-ISR-SIZE < WS-TH-MIN-ISR (WS-TH-IDX)
        MOVE WS-ISR-SIZE TO WS-TH-MIN-ISR (WS-TH-IDX)
    END-IF.

COUNT-ONE-HEALTH-SLOT.
    IF PP-REPLICA-IDS (WS-REPLICA-IDX) NOT = 0
        MOVE ZERO TO WS-TH-PARTITION-COUNT (WS-TH-IDX)
        MOVE ZERO TO WS-TH-UNDER-REPLICATED (WS-TH-IDX)
        MOVE ZERO TO WS-TH-NOT-PREFERRED (WS-TH-IDX)
        MOVE 999 TO WS-TH-MIN-REPLICATION (WS-TH-IDX)
        MOVE 999 TO WS-TH-MIN-ISR (WS-TH-IDX)
        MOVE 'N' TO WS-TH-REGISTERED-SWITCH (WS-TH-IDX)
        MOVE ZERO TO WS-TH-REGISTERED-MIN-ISR (WS-TH-IDX)
        MOVE ZERO TO WS-TH-SIM-OFFLINE (WS-TH-IDX)
        MOVE ZERO TO WS-TH-SIM-LEADERLESS (WS-TH-IDX)
        MOVE ZERO TO WS-TH-SIM-UNDER-MIN-ISR (WS-TH-IDX)
        MOVE ZERO TO WS-TH-NOT-RACK-DIVERSE (WS-TH-IDX)
    END-IF.

WRITE-OPERATOR-HEALTH-REPORT.
LOOK-UP-BROKER.
    MOVE 'N' TO WS-REGISTERED-SWITCH.
    MOVE 'N' TO WS-BROKER-ALIVE-SWITCH.
    MOVE 'N' TO WS-BROKER-SIM-DOWN-SWITCH.
    MOVE SPACES TO WS-LOOKED-UP-RACK.
    PERFORM SEARCH-ONE-BROKER
        VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-COUNT.

            AND BT-BROKER-ID (BT-IDX) = WS-LOOKUP-BROKER-ID
        SET WS-BROKER-IS-REGISTERED TO TRUE
        MOVE BT-ALIVE-SWITCH (BT-IDX) TO WS-BROKER-ALIVE-SWITCH
        MOVE BT-SIM-DOWN-SWITCH (BT-IDX) TO WS-BROKER-SIM-DOWN-SWITCH
        MOVE BT-RACK (BT-IDX) TO WS-LOOKED-UP-RACK
    END-IF.

*> Builds the stale-partition line in a work field first, since
            DELIMITED BY SIZE
        INTO RECONCILIATION-LINE.
    WRITE RECONCILIATION-LINE.

*> Desired-state reconciliation: each registry card is compared with
*> the topic as observed in the partition cards - fewer partitions
*> than registered, a partition carrying fewer replicas than the
*> registered factor, or a partition whose ISR has shrunk below the
*> registered minimum is drift, as is a topic the registry does not
*> know or a registered topic with no partitions at all. Partition
*> count and replication factor can be corrected upward, and an
*> approved card gets a change card for it unless the change-freeze
*> calendar holds it. Retention is not observed in the partition
*> data and is carried on the registry only.
RECONCILE-TOPIC-REGISTRY.
    OPEN INPUT TOPIC-REGISTRY-FILE.
    IF WS-TOPIC-REGISTRY-OK
        PERFORM CHECK-CHANGE-FREEZE
        OPEN OUTPUT TOPIC-DRIFT-REPORT
        OPEN OUTPUT TOPIC-CHANGE-CARD-FILE
        IF WS-CHANGE-IS-FROZEN
            PERFORM WRITE-FREEZE-STATE-LINE
        END-IF
        MOVE 'N' TO WS-TOPIC-REGISTRY-EOF-SWITCH
        PERFORM CHECK-ONE-REGISTERED-TOPIC
            UNTIL END-OF-TOPIC-REGISTRY
        PERFORM CHECK-ONE-OBSERVED-TOPIC
            VARYING WS-HEALTH-SCAN-IDX FROM 1 BY 1
            UNTIL WS-HEALTH-SCAN-IDX > WS-TOPIC-HEALTH-COUNT
        PERFORM WRITE-TOPIC-DRIFT-SUMMARY
        CLOSE TOPIC-CHANGE-CARD-FILE
        CLOSE TOPIC-DRIFT-REPORT
        CLOSE TOPIC-REGISTRY-FILE
    END-IF.

*> A freeze window is in force when today falls inside it and its
*> scope covers this program - ALL, the CobKa family, or the
*> program's own name.
CHECK-CHANGE-FREEZE.
    MOVE FUNCTION CURRENT-DATE TO WS-FREEZE-DATE-TIME.
    MOVE WS-FREEZE-DATE-TIME (1:8) TO WS-FREEZE-TODAY.
    OPEN INPUT FREEZE-CALENDAR-FILE.
    IF WS-FREEZE-CALENDAR-OK
        PERFORM CHECK-ONE-FREEZE-WINDOW UNTIL END-OF-FREEZE-CARDS
        CLOSE FREEZE-CALENDAR-FILE
    END-IF.
    IF WS-CHANGE-IS-FROZEN
        OPEN INPUT FREEZE-OVERRIDE-FILE
        IF WS-FREEZE-OVERRIDE-OK
            READ FREEZE-OVERRIDE-FILE
                AT END CONTINUE
                NOT AT END
                    MOVE FO-APPROVER-ID TO WS-FREEZE-APPROVER
            END-READ
            CLOSE FREEZE-OVERRIDE-FILE
        END-IF
        IF WS-FREEZE-APPROVER NOT = SPACES
            PERFORM RECORD-FREEZE-OVERRIDE
        END-IF
    END-IF.

RECORD-FREEZE-OVERRIDE.
    OPEN EXTEND FREEZE-OVERRIDE-LOG.
    IF NOT WS-OVERRIDE-LOG-OK
        CLOSE FREEZE-OVERRIDE-LOG
        OPEN OUTPUT FREEZE-OVERRIDE-LOG
    END-IF.
    MOVE SPACES TO FREEZE-OVERRIDE-LOG-REC.
    MOVE WS-FREEZE-DATE-TIME (1:14) TO FOL-TIMESTAMP.
    MOVE 'METADATACACHE' TO FOL-PROGRAM-ID.
    MOVE WS-FREEZE-APPROVER TO FOL-APPROVER-ID.
    CALL 'AUDIT-CHAIN-STAMP' USING WS-OVERRIDE-CHAIN-NAME
        FOL-USE-BODY WS-OVERRIDE-BODY-LENGTH
        FOL-CHAIN-SEQUENCE FOL-CHAIN-HASH.
    WRITE FREEZE-OVERRIDE-LOG-REC.
    CLOSE FREEZE-OVERRIDE-LOG.

CHECK-ONE-FREEZE-WINDOW.
    READ FREEZE-CALENDAR-FILE
        AT END SET END-OF-FREEZE-CARDS TO TRUE
        NOT AT END
            IF WS-FREEZE-TODAY NOT < FZ-START-DATE
                    AND WS-FREEZE-TODAY NOT > FZ-END-DATE
                    AND (FZ-SCOPE = 'ALL'
                        OR FZ-SCOPE = 'COBKA'
                        OR FZ-SCOPE = 'METADATACACHE')
                SET WS-CHANGE-IS-FROZEN TO TRUE
            END-IF
    END-READ.

WRITE-FREEZE-STATE-LINE.
    MOVE SPACES TO TOPIC-DRIFT-LINE.
    IF WS-FREEZE-APPROVER = SPACES
        STRING "CHANGE-FREEZE IN FORCE - APPROVED CORRECTIONS HELD"
            DELIMITED BY SIZE
            INTO TOPIC-DRIFT-LINE
    ELSE
        STRING "FREEZE OVERRIDDEN - APPROVER=" DELIMITED BY SIZE
            WS-FREEZE-APPROVER DELIMITED BY SPACE
            INTO TOPIC-DRIFT-LINE
    END-IF.
    WRITE TOPIC-DRIFT-LINE.

CHECK-ONE-REGISTERED-TOPIC.
    READ TOPIC-REGISTRY-FILE
        AT END SET END-OF-TOPIC-REGISTRY TO TRUE
        NOT AT END
            ADD 1 TO WS-REGISTERED-TOPIC-COUNT
            PERFORM FIND-REGISTERED-TOPIC-HEALTH
            IF WS-TOPIC-HEALTH-FOUND
                SET WS-TH-IS-REGISTERED (WS-TH-IDX) TO TRUE
                MOVE TR-MIN-INSYNC-REPLICAS
                    TO WS-TH-REGISTERED-MIN-ISR (WS-TH-IDX)
                PERFORM COMPARE-TOPIC-TO-REGISTRY
            ELSE
                ADD 1 TO WS-MISSING-TOPIC-COUNT
                MOVE SPACES TO TOPIC-DRIFT-LINE
                STRING "TOPIC-DRIFT NOT-FOUND TOPIC=" DELIMITED BY SIZE
                    TR-TOPIC-NAME DELIMITED BY SPACE
                    " - REGISTERED BUT HAS NO PARTITIONS"
                        DELIMITED BY SIZE
                    INTO TOPIC-DRIFT-LINE
                WRITE TOPIC-DRIFT-LINE
            END-IF
    END-READ.

FIND-REGISTERED-TOPIC-HEALTH.
    MOVE 'N' TO WS-TOPIC-HEALTH-FOUND-SWITCH.
    IF WS-TOPIC-HEALTH-COUNT > ZERO
        SET WS-TH-IDX TO 1
        SEARCH WS-TH-ENTRY
            AT END CONTINUE
            WHEN WS-TH-TOPIC (WS-TH-IDX) = TR-TOPIC-NAME
                SET WS-TOPIC-HEALTH-FOUND TO TRUE
        END-SEARCH
    END-IF.

COMPARE-TOPIC-TO-REGISTRY.
    IF WS-TH-PARTITION-COUNT (WS-TH-IDX) < TR-PARTITION-COUNT
        ADD 1 TO WS-UNDER-PARTITIONED-COUNT
        MOVE 'ADD-PARTITIONS' TO WS-CORRECTION-ACTION
        MOVE WS-TH-PARTITION-COUNT (WS-TH-IDX)
            TO WS-CORRECTION-OBSERVED
        MOVE TR-PARTITION-COUNT TO WS-CORRECTION-TARGET
        PERFORM WRITE-TOPIC-DRIFT-LINE
        PERFORM EMIT-OR-HOLD-CORRECTION
    END-IF.
    IF WS-TH-MIN-REPLICATION (WS-TH-IDX) < TR-REPLICATION-FACTOR
        ADD 1 TO WS-REGISTRY-URP-COUNT
        MOVE 'INCREASE-REPLICATION' TO WS-CORRECTION-ACTION
        MOVE WS-TH-MIN-REPLICATION (WS-TH-IDX)
            TO WS-CORRECTION-OBSERVED
        MOVE TR-REPLICATION-FACTOR TO WS-CORRECTION-TARGET
        PERFORM WRITE-TOPIC-DRIFT-LINE
        PERFORM EMIT-OR-HOLD-CORRECTION
    END-IF.
    IF WS-TH-MIN-ISR (WS-TH-IDX) < TR-MIN-INSYNC-REPLICAS
        ADD 1 TO WS-UNDER-MIN-ISR-COUNT
        MOVE 'UNDER-MIN-ISR' TO WS-CORRECTION-ACTION
        MOVE WS-TH-MIN-ISR (WS-TH-IDX) TO WS-CORRECTION-OBSERVED
        MOVE TR-MIN-INSYNC-REPLICAS TO WS-CORRECTION-TARGET
        PERFORM WRITE-TOPIC-DRIFT-LINE
    END-IF.

*> The drift kind is named after the correction it calls for.
WRITE-TOPIC-DRIFT-LINE.
    MOVE WS-CORRECTION-OBSERVED TO WS-OBSERVED-DISPLAY.
    MOVE WS-CORRECTION-TARGET TO WS-REGISTERED-DISPLAY.
    MOVE SPACES TO TOPIC-DRIFT-LINE.
    EVALUATE WS-CORRECTION-ACTION
        WHEN 'ADD-PARTITIONS'
            STRING "TOPIC-DRIFT UNDER-PARTITIONED TOPIC="
                    DELIMITED BY SIZE
                TR-TOPIC-NAME DELIMITED BY SPACE
                " PARTITIONS=" WS-OBSERVED-DISPLAY DELIMITED BY SIZE
                " REGISTERED=" WS-REGISTERED-DISPLAY DELIMITED BY SIZE
                INTO TOPIC-DRIFT-LINE
        WHEN 'INCREASE-REPLICATION'
            STRING "TOPIC-DRIFT UNDER-REPLICATED TOPIC="
                    DELIMITED BY SIZE
                TR-TOPIC-NAME DELIMITED BY SPACE
                " MIN-REPLICATION-FACTOR=" WS-OBSERVED-DISPLAY
                    DELIMITED BY SIZE
                " REGISTERED=" WS-REGISTERED-DISPLAY DELIMITED BY SIZE
                INTO TOPIC-DRIFT-LINE
        WHEN OTHER
            STRING "TOPIC-DRIFT UNDER-MIN-ISR TOPIC=" DELIMITED BY SIZE
                TR-TOPIC-NAME DELIMITED BY SPACE
                " MIN-ISR-OBSERVED=" WS-OBSERVED-DISPLAY
                    DELIMITED BY SIZE
                " REGISTERED-MIN-INSYNC=" WS-REGISTERED-DISPLAY
                    DELIMITED BY SIZE
                INTO TOPIC-DRIFT-LINE
    END-EVALUATE.
    WRITE TOPIC-DRIFT-LINE.

EMIT-OR-HOLD-CORRECTION.
    EVALUATE TRUE
        WHEN TR-CORRECTION-APPROVER = SPACES
            CONTINUE
        WHEN WS-CHANGE-IS-FROZEN AND WS-FREEZE-APPROVER = SPACES
            ADD 1 TO WS-CORRECTIONS-HELD
            MOVE SPACES TO TOPIC-DRIFT-LINE
            STRING "CORRECTION HELD BY CHANGE-FREEZE TOPIC="
                    DELIMITED BY SIZE
                TR-TOPIC-NAME DELIMITED BY SPACE
                " ACTION=" WS-CORRECTION-ACTION DELIMITED BY SPACE
                INTO TOPIC-DRIFT-LINE
            WRITE TOPIC-DRIFT-LINE
        WHEN OTHER
            ADD 1 TO WS-CORRECTIONS-EMITTED
            MOVE SPACES TO TOPIC-CHANGE-CARD
            MOVE TR-TOPIC-NAME TO TCC-TOPIC-NAME
            MOVE WS-CORRECTION-ACTION TO TCC-ACTION
            MOVE WS-CORRECTION-OBSERVED TO TCC-OBSERVED-VALUE
            MOVE WS-CORRECTION-TARGET TO TCC-TARGET-VALUE
            MOVE TR-CORRECTION-APPROVER TO TCC-APPROVER
            WRITE TOPIC-CHANGE-CARD
            MOVE SPACES TO TOPIC-DRIFT-LINE
            STRING "CORRECTION EMITTED TOPIC=" DELIMITED BY SIZE
                TR-TOPIC-NAME DELIMITED BY SPACE
                " ACTION=" WS-CORRECTION-ACTION DELIMITED BY SPACE
                " APPROVER=" TR-CORRECTION-APPROVER DELIMITED BY SPACE
                INTO TOPIC-DRIFT-LINE
            WRITE TOPIC-DRIFT-LINE
    END-EVALUATE.

CHECK-ONE-OBSERVED-TOPIC.
    SET WS-TH-IDX TO WS-HEALTH-SCAN-IDX.
    IF NOT WS-TH-IS-REGISTERED (WS-TH-IDX)
        ADD 1 TO WS-UNREGISTERED-COUNT
        MOVE WS-TH-PARTITION-COUNT (WS-TH-IDX)
            TO WS-PARTITION-COUNT-DISPLAY
        MOVE SPACES TO TOPIC-DRIFT-LINE
        STRING "TOPIC-DRIFT UNREGISTERED TOPIC=" DELIMITED BY SIZE
            WS-TH-TOPIC (WS-TH-IDX) DELIMITED BY SPACE
            " PARTITIONS=" WS-PARTITION-COUNT-DISPLAY DELIMITED BY SIZE
            INTO TOPIC-DRIFT-LINE
        WRITE TOPIC-DRIFT-LINE
    END-IF.

WRITE-TOPIC-DRIFT-SUMMARY.
    MOVE WS-REGISTERED-TOPIC-COUNT TO WS-TOPIC-COUNT-DISPLAY.
    MOVE SPACES TO TOPIC-DRIFT-LINE.
    STRING "SUMMARY REGISTERED=" WS-TOPIC-COUNT-DISPLAY
            DELIMITED BY SIZE
        " UNDER-PARTITIONED=" WS-UNDER-PARTITIONED-COUNT
            DELIMITED BY SIZE
        " UNDER-REPLICATED=" WS-REGISTRY-URP-COUNT DELIMITED BY SIZE
        " UNDER-MIN-ISR=" WS-UNDER-MIN-ISR-COUNT DELIMITED BY SIZE
        " UNREGISTERED=" WS-UNREGISTERED-COUNT DELIMITED BY SIZE
        " NOT-FOUND=" WS-MISSING-TOPIC-COUNT DELIMITED BY SIZE
        " CORRECTIONS-EMITTED=" WS-CORRECTIONS-EMITTED
            DELIMITED BY SIZE
        " CORRECTIONS-HELD=" WS-CORRECTIONS-HELD DELIMITED BY SIZE
        INTO TOPIC-DRIFT-LINE.
    WRITE TOPIC-DRIFT-LINE.

*> Maintenance what-if: the scenario's brokers - named one by one or
*> a whole rack at a time - are treated as fenced and the partition
*> cards are replayed against that view. A partition with no replica
*> left goes offline; one whose leader is taken down with no other
*> in-sync replica left loses its leader with no clean successor; one
*> still led but left with fewer in-sync replicas than the topic's
*> registered minimum (the broker default where unregistered) falls
*> under min ISR. The replay also flags, from today's placement,
*> topics with a partition whose replicas sit on fewer racks than
*> they could. Nothing here changes the cache.
SIMULATE-BROKER-LOSS.
    OPEN OUTPUT WHAT-IF-REPORT.
    PERFORM CLEAR-ONE-SIM-DOWN
        VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-COUNT.
    OPEN INPUT WHAT-IF-SCENARIO-FILE.
    IF WS-WHAT-IF-SCENARIO-OK
        PERFORM LOAD-ONE-SCENARIO-CARD UNTIL END-OF-WHAT-IF-SCENARIO
        CLOSE WHAT-IF-SCENARIO-FILE
    ELSE
        MOVE SPACES TO WHAT-IF-LINE
        STRING "SCENARIO NONE - RACK-DIVERSITY CHECK ONLY"
            DELIMITED BY SIZE
            INTO WHAT-IF-LINE
        WRITE WHAT-IF-LINE
    END-IF.
    MOVE ZERO TO WS-CLUSTER-RACK-COUNT.
    PERFORM COUNT-ONE-CLUSTER-RACK
        VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-COUNT.
    MOVE 'N' TO WS-PARTITION-EOF-SWITCH.
    OPEN INPUT PARTITION-FILE.
    IF WS-PARTITION-FILE-OK
        PERFORM SIMULATE-ONE-PARTITION UNTIL END-OF-PARTITIONS
        CLOSE PARTITION-FILE
    END-IF.
    PERFORM WRITE-ONE-TOPIC-SIMULATION
        VARYING WS-HEALTH-SCAN-IDX FROM 1 BY 1
        UNTIL WS-HEALTH-SCAN-IDX > WS-TOPIC-HEALTH-COUNT.
    PERFORM WRITE-SIMULATION-SUMMARY.
    CLOSE WHAT-IF-REPORT.

CLEAR-ONE-SIM-DOWN.
    MOVE 'N' TO BT-SIM-DOWN-SWITCH (BT-IDX).

LOAD-ONE-SCENARIO-CARD.
    READ WHAT-IF-SCENARIO-FILE
        AT END SET END-OF-WHAT-IF-SCENARIO TO TRUE
        NOT AT END
            MOVE ZERO TO WS-SCENARIO-CARD-MATCHES
            PERFORM MARK-ONE-SCENARIO-BROKER
                VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-COUNT
            MOVE WS-SCENARIO-CARD-MATCHES TO WS-SIM-COUNT-DISPLAY
            MOVE SPACES TO WHAT-IF-LINE
            IF WI-BROKER-ID NOT = ZERO
                MOVE WI-BROKER-ID TO WS-BROKER-ID-DISPLAY
                STRING "SCENARIO BROKER=" WS-BROKER-ID-DISPLAY
                        DELIMITED BY SIZE
                    " BROKERS-DOWN=" WS-SIM-COUNT-DISPLAY
                        DELIMITED BY SIZE
                    INTO WHAT-IF-LINE
            ELSE
                STRING "SCENARIO RACK=" DELIMITED BY SIZE
                    WI-RACK DELIMITED BY SPACE
                    " BROKERS-DOWN=" WS-SIM-COUNT-DISPLAY
                        DELIMITED BY SIZE
                    INTO WHAT-IF-LINE
            END-IF
            WRITE WHAT-IF-LINE
    END-READ.

MARK-ONE-SCENARIO-BROKER.
    IF BT-BROKER-ID (BT-IDX) NOT = ZERO
        IF (WI-BROKER-ID NOT = ZERO
                AND BT-BROKER-ID (BT-IDX) = WI-BROKER-ID)
            OR (WI-BROKER-ID = ZERO AND WI-RACK NOT = SPACES
                AND BT-RACK (BT-IDX) = WI-RACK)
            ADD 1 TO WS-SCENARIO-CARD-MATCHES
            IF NOT BT-IS-SIM-DOWN (BT-IDX)
                SET BT-IS-SIM-DOWN (BT-IDX) TO TRUE
                ADD 1 TO WS-SCENARIO-BROKERS-DOWN
            END-IF
        END-IF
    END-IF.

COUNT-ONE-CLUSTER-RACK.
    IF BT-BROKER-ID (BT-IDX) NOT = ZERO
            AND BT-RACK (BT-IDX) NOT = SPACES
        MOVE 'N' TO WS-RACK-FOUND-SWITCH
        PERFORM MATCH-ONE-CLUSTER-RACK
            VARYING WS-RACK-SCAN-IDX FROM 1 BY 1
            UNTIL WS-RACK-SCAN-IDX > WS-CLUSTER-RACK-COUNT
        IF NOT WS-RACK-FOUND
            ADD 1 TO WS-CLUSTER-RACK-COUNT
            MOVE BT-RACK (BT-IDX)
                TO WS-CLUSTER-RACK (WS-CLUSTER-RACK-COUNT)
        END-IF
    END-IF.

MATCH-ONE-CLUSTER-RACK.
    IF WS-CLUSTER-RACK (WS-RACK-SCAN-IDX) = BT-RACK (BT-IDX)
        SET WS-RACK-FOUND TO TRUE
    END-IF.

SIMULATE-ONE-PARTITION.
    READ PARTITION-FILE
        AT END SET END-OF-PARTITIONS TO TRUE
        NOT AT END
            PERFORM FIND-OR-ADD-TOPIC-HEALTH
            MOVE ZERO TO WS-REPLICATION-FACTOR
            MOVE ZERO TO WS-SURVIVING-REPLICAS
            MOVE ZERO TO WS-SURVIVING-ISR
            MOVE ZERO TO WS-PARTITION-RACK-COUNT
            PERFORM SIMULATE-ONE-REPLICA-SLOT
                VARYING WS-REPLICA-IDX FROM 1 BY 1
                UNTIL WS-REPLICA-IDX > 10
            MOVE 'N' TO WS-LEADER-SURVIVES-SWITCH
            MOVE PP-LEADER-ID TO WS-LOOKUP-BROKER-ID
            PERFORM LOOK-UP-BROKER
            IF WS-BROKER-IS-REGISTERED AND WS-LOOKED-UP-BROKER-IS-ALIVE
                    AND NOT WS-LOOKED-UP-BROKER-IS-SIM-DOWN
                SET WS-LEADER-SURVIVES TO TRUE
            END-IF
            IF WS-REPLICATION-FACTOR > ZERO
                PERFORM CLASSIFY-SIMULATED-PARTITION
                PERFORM CHECK-PARTITION-RACK-DIVERSITY
            END-IF
    END-READ.

SIMULATE-ONE-REPLICA-SLOT.
    IF PP-REPLICA-IDS (WS-REPLICA-IDX) NOT = ZERO
        ADD 1 TO WS-REPLICATION-FACTOR
        MOVE PP-REPLICA-IDS (WS-REPLICA-IDX) TO WS-LOOKUP-BROKER-ID
        PERFORM LOOK-UP-BROKER
        IF WS-BROKER-IS-REGISTERED AND WS-LOOKED-UP-BROKER-IS-ALIVE
                AND NOT WS-LOOKED-UP-BROKER-IS-SIM-DOWN
            ADD 1 TO WS-SURVIVING-REPLICAS
        END-IF
        IF WS-LOOKED-UP-RACK NOT = SPACES
            PERFORM NOTE-PARTITION-RACK
        END-IF
    END-IF.
    IF PP-ISR-IDS (WS-REPLICA-IDX) NOT = ZERO
        MOVE PP-ISR-IDS (WS-REPLICA-IDX) TO WS-LOOKUP-BROKER-ID
        PERFORM LOOK-UP-BROKER
        IF WS-BROKER-IS-REGISTERED AND WS-LOOKED-UP-BROKER-IS-ALIVE
                AND NOT WS-LOOKED-UP-BROKER-IS-SIM-DOWN
            ADD 1 TO WS-SURVIVING-ISR
        END-IF
    END-IF.

NOTE-PARTITION-RACK.
    MOVE 'N' TO WS-RACK-FOUND-SWITCH.
    PERFORM MATCH-ONE-PARTITION-RACK
        VARYING WS-RACK-SCAN-IDX FROM 1 BY 1
        UNTIL WS-RACK-SCAN-IDX > WS-PARTITION-RACK-COUNT.
    IF NOT WS-RACK-FOUND
        ADD 1 TO WS-PARTITION-RACK-COUNT
        MOVE WS-LOOKED-UP-RACK
            TO WS-PARTITION-RACK (WS-PARTITION-RACK-COUNT)
    END-IF.

MATCH-ONE-PARTITION-RACK.
    IF WS-PARTITION-RACK (WS-RACK-SCAN-IDX) = WS-LOOKED-UP-RACK
        SET WS-RACK-FOUND TO TRUE
    END-IF.

CLASSIFY-SIMULATED-PARTITION.
    MOVE WS-TH-REGISTERED-MIN-ISR (WS-TH-IDX) TO WS-SIM-MIN-ISR.
    IF WS-SIM-MIN-ISR = ZERO
        MOVE WS-DEFAULT-MIN-ISR TO WS-SIM-MIN-ISR
    END-IF.
    MOVE SPACES TO WS-SIM-IMPACT-KIND.
    EVALUATE TRUE
        WHEN WS-SURVIVING-REPLICAS = ZERO
            MOVE 'WOULD-GO-OFFLINE' TO WS-SIM-IMPACT-KIND
            ADD 1 TO WS-TH-SIM-OFFLINE (WS-TH-IDX)
            ADD 1 TO WS-SIM-OFFLINE-TOTAL
        WHEN NOT WS-LEADER-SURVIVES AND WS-SURVIVING-ISR = ZERO
            MOVE 'WOULD-LOSE-LEADER' TO WS-SIM-IMPACT-KIND
            ADD 1 TO WS-TH-SIM-LEADERLESS (WS-TH-IDX)
            ADD 1 TO WS-SIM-LEADERLESS-TOTAL
        WHEN WS-SURVIVING-ISR < WS-SIM-MIN-ISR
            MOVE 'WOULD-FALL-UNDER-MIN-ISR' TO WS-SIM-IMPACT-KIND
            ADD 1 TO WS-TH-SIM-UNDER-MIN-ISR (WS-TH-IDX)
            ADD 1 TO WS-SIM-UNDER-MIN-ISR-TOTAL
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF WS-SIM-IMPACT-KIND NOT = SPACES
        IF WS-SIM-IMPACT-COUNT < 2000
            ADD 1 TO WS-SIM-IMPACT-COUNT
            SET WS-SI-IDX TO WS-SIM-IMPACT-COUNT
            SET WS-SI-TOPIC-IDX (WS-SI-IDX) TO WS-TH-IDX
            MOVE PP-PARTITION-ID TO WS-SI-PARTITION-ID (WS-SI-IDX)
            MOVE WS-SIM-IMPACT-KIND TO WS-SI-KIND (WS-SI-IDX)
            MOVE WS-SURVIVING-ISR TO WS-SI-SURVIVING-ISR (WS-SI-IDX)
            MOVE WS-SIM-MIN-ISR TO WS-SI-MIN-ISR (WS-SI-IDX)
        ELSE
            ADD 1 TO WS-SIM-IMPACT-OVERFLOW-COUNT
        END-IF
    END-IF.

*> Racks with no brokers named are ignored; a partition is diverse
*> when its replicas span as many racks as its replication factor
*> or the cluster has, whichever is fewer.
CHECK-PARTITION-RACK-DIVERSITY.
    MOVE WS-REPLICATION-FACTOR TO WS-RACKS-EXPECTED.
    IF WS-CLUSTER-RACK-COUNT < WS-RACKS-EXPECTED
        MOVE WS-CLUSTER-RACK-COUNT TO WS-RACKS-EXPECTED
    END-IF.
    IF WS-PARTITION-RACK-COUNT < WS-RACKS-EXPECTED
        ADD 1 TO WS-TH-NOT-RACK-DIVERSE (WS-TH-IDX)
    END-IF.

WRITE-ONE-TOPIC-SIMULATION.
    SET WS-TH-IDX TO WS-HEALTH-SCAN-IDX.
    IF WS-TH-SIM-OFFLINE (WS-TH-IDX) > ZERO
            OR WS-TH-SIM-LEADERLESS (WS-TH-IDX) > ZERO
            OR WS-TH-SIM-UNDER-MIN-ISR (WS-TH-IDX) > ZERO
        MOVE WS-TH-SIM-OFFLINE (WS-TH-IDX) TO WS-SIM-COUNT-DISPLAY
        MOVE WS-TH-SIM-LEADERLESS (WS-TH-IDX)
            TO WS-SIM-LEADERLESS-DISPLAY
        MOVE WS-TH-SIM-UNDER-MIN-ISR (WS-TH-IDX)
            TO WS-SIM-MIN-ISR-DISPLAY
        MOVE SPACES TO WHAT-IF-LINE
        STRING "WHAT-IF TOPIC=" DELIMITED BY SIZE
            WS-TH-TOPIC (WS-TH-IDX) DELIMITED BY SPACE
            " OFFLINE=" WS-SIM-COUNT-DISPLAY DELIMITED BY SIZE
            " LEADERLESS=" WS-SIM-LEADERLESS-DISPLAY
                DELIMITED BY SIZE
            " UNDER-MIN-ISR=" WS-SIM-MIN-ISR-DISPLAY
                DELIMITED BY SIZE
            INTO WHAT-IF-LINE
        WRITE WHAT-IF-LINE
        PERFORM WRITE-ONE-IMPACT-LINE
            VARYING WS-SI-IDX FROM 1 BY 1
            UNTIL WS-SI-IDX > WS-SIM-IMPACT-COUNT
    END-IF.
    IF WS-TH-NOT-RACK-DIVERSE (WS-TH-IDX) > ZERO
        ADD 1 TO WS-NOT-DIVERSE-TOPIC-COUNT
        MOVE WS-TH-NOT-RACK-DIVERSE (WS-TH-IDX)
            TO WS-PARTITION-COUNT-DISPLAY
        MOVE SPACES TO WHAT-IF-LINE
        STRING "RACK-DIVERSITY TOPIC=" DELIMITED BY SIZE
            WS-TH-TOPIC (WS-TH-IDX) DELIMITED BY SPACE
            " NOT-RACK-DIVERSE-PARTITIONS=" WS-PARTITION-COUNT-DISPLAY
                DELIMITED BY SIZE
            INTO WHAT-IF-LINE
        WRITE WHAT-IF-LINE
    END-IF.

WRITE-ONE-IMPACT-LINE.
    IF WS-SI-TOPIC-IDX (WS-SI-IDX) = WS-HEALTH-SCAN-IDX
        MOVE WS-SI-PARTITION-ID (WS-SI-IDX) TO WS-PARTITION-ID-DISPLAY
        MOVE WS-SI-SURVIVING-ISR (WS-SI-IDX) TO WS-SURVIVING-ISR-DISPLAY
        MOVE WS-SI-MIN-ISR (WS-SI-IDX) TO WS-MIN-ISR-DISPLAY
        MOVE SPACES TO WHAT-IF-LINE
        STRING "  PARTITION " DELIMITED BY SIZE
            WS-TH-TOPIC (WS-TH-IDX) DELIMITED BY SPACE
            "-" WS-PARTITION-ID-DISPLAY DELIMITED BY SIZE
            " " WS-SI-KIND (WS-SI-IDX) DELIMITED BY SPACE
            " SURVIVING-ISR=" WS-SURVIVING-ISR-DISPLAY
                DELIMITED BY SIZE
            " MIN-ISR=" WS-MIN-ISR-DISPLAY DELIMITED BY SIZE
            INTO WHAT-IF-LINE
        WRITE WHAT-IF-LINE
    END-IF.

WRITE-SIMULATION-SUMMARY.
    MOVE SPACES TO WHAT-IF-LINE.
    STRING "SUMMARY BROKERS-DOWN=" WS-SCENARIO-BROKERS-DOWN
            DELIMITED BY SIZE
        " PARTITIONS-OFFLINE=" WS-SIM-OFFLINE-TOTAL DELIMITED BY SIZE
        " LEADERLESS=" WS-SIM-LEADERLESS-TOTAL DELIMITED BY SIZE
        " UNDER-MIN-ISR=" WS-SIM-UNDER-MIN-ISR-TOTAL DELIMITED BY SIZE
        " TOPICS-NOT-RACK-DIVERSE=" WS-NOT-DIVERSE-TOPIC-COUNT
            DELIMITED BY SIZE
        INTO WHAT-IF-LINE.
    WRITE WHAT-IF-LINE.
    IF WS-SIM-IMPACT-OVERFLOW-COUNT > ZERO
        MOVE WS-SIM-IMPACT-OVERFLOW-COUNT TO WS-SIM-OVERFLOW-DISPLAY
        MOVE SPACES TO WHAT-IF-LINE
        STRING "INCOMPLETE PARTITION LIST - PARTITIONS BEYOND THE "
                DELIMITED BY SIZE
            "2000-ENTRY LIMIT=" WS-SIM-OVERFLOW-DISPLAY
                DELIMITED BY SIZE
            " - COUNTED IN THE TOTALS BUT NOT LISTED"
                DELIMITED BY SIZE
            INTO WHAT-IF-LINE
        WRITE WHAT-IF-LINE
    END-IF.
