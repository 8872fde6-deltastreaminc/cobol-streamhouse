        ASSIGN TO "METRICSFEED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-METRICS-FEED-STATUS.
    SELECT LOCAL-ROLLED-SEGMENT-FILE
        ASSIGN TO "LOCALROLLEDSEGMENTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCAL-SEGMENT-STATUS.
    SELECT COPY-LAG-THRESHOLD-FILE
        ASSIGN TO "COPYLAGTHRESHOLDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COPY-LAG-THRESHOLD-STATUS.
    SELECT COPY-LAG-REPORT
        ASSIGN TO "COPYLAGREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
      05 SEGMENT-TOPIC-NAME PIC X(40).
      05 SEGMENT-PRESENT-LOCALLY PIC X.
         88 SEGMENT-IS-PRESENT-LOCALLY VALUE 'Y'.
      05 SEGMENT-CHECKSUM PIC X(32).

*> One requested quota-manager override per card: which quota manager
*> (COPY or FETCH) it applies to, the requested number of samples to
   05 MF-TIMESTAMP PIC 9(14).
   05 MF-INTERVAL-SECS PIC 9(5).

*> One card per locally rolled segment still on the broker's disk:
*> its topic-partition, offset range, size and roll time (epoch
*> millis). The active segment is listed too but is never a copy
*> candidate until it rolls.
FD LOCAL-ROLLED-SEGMENT-FILE.
01 LOCAL-ROLLED-SEGMENT-CARD.
   05 LR-TOPIC PIC X(40).
   05 LR-PARTITION PIC 9(5).
   05 LR-BASE-OFFSET PIC 9(18).
   05 LR-END-OFFSET PIC 9(18).
   05 LR-SEGMENT-BYTES PIC 9(18).
   05 LR-ROLL-TIME-MILLIS PIC 9(18).
   05 LR-ACTIVE-SWITCH PIC X.
      88 LR-IS-ACTIVE VALUE 'Y'.

*> Copy-lag alarm thresholds per topic-partition, and how far back
*> the observed copy throughput is measured against the copy quota.
*> Zero (or no card) takes the defaults.
FD COPY-LAG-THRESHOLD-FILE.
01 COPY-LAG-THRESHOLD-CARD.
   05 CT-MAX-LAG-BYTES PIC 9(18).
   05 CT-MAX-LAG-SEGMENTS PIC 9(5).
   05 CT-MAX-LAG-AGE-SECS PIC 9(9).
   05 CT-THROUGHPUT-LOOKBACK-SECS PIC 9(9).

FD COPY-LAG-REPORT.
01 COPY-LAG-LINE PIC X(250).

WORKING-STORAGE SECTION.
01 WS-QUOTA-CONFIG-STATUS PIC XX.
   88 WS-QUOTA-CONFIG-OK VALUE '00'.
         88 WS-SEG-IS-EXPIRED VALUE 'X'.
         88 WS-SEG-IS-LAST-COPY VALUE 'L'.
      10 WS-SEG-RULE-IDX PIC 9(3).
      10 WS-SEG-START-OFFSET PIC 9(18).
      10 WS-SEG-END-OFFSET PIC 9(18).
      10 WS-SEG-COPY-TIME PIC 9(18).

01 WS-RUN-NOW-MILLIS PIC 9(18) VALUE ZERO.
01 WS-DRY-RUN-SWITCH PIC X VALUE 'Y'.
01 WS-METRIC-NAME PIC X(40).
01 WS-METRIC-VALUE PIC 9(18).

01 WS-LOCAL-SEGMENT-STATUS PIC XX.
   88 WS-LOCAL-SEGMENT-OK VALUE '00'.
01 WS-LOCAL-SEGMENT-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-LOCAL-SEGMENTS VALUE 'Y'.
01 WS-COPY-LAG-THRESHOLD-STATUS PIC XX.
   88 WS-COPY-LAG-THRESHOLD-OK VALUE '00'.

01 WS-MAX-LAG-BYTES PIC 9(18) VALUE 10737418240.
01 WS-MAX-LAG-SEGMENTS PIC 9(5) VALUE 20.
01 WS-MAX-LAG-AGE-SECS PIC 9(9) VALUE 3600.
01 WS-THROUGHPUT-LOOKBACK-SECS PIC 9(9) VALUE 3600.

*> Copy lag per local topic-partition. Remote segment metadata is
*> kept per topic in this shop, so a local segment counts as copied
*> when a finished remote copy of the same topic covers its whole
*> offset range.
01 WS-COPY-LAG-COUNT PIC 9(4) VALUE ZERO.
01 WS-COPY-LAG-TABLE.
   05 WS-CL-ENTRY OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-COPY-LAG-COUNT
         INDEXED BY WS-CL-IDX.
      10 WS-CL-TOPIC PIC X(40).
      10 WS-CL-PARTITION PIC 9(5).
      10 WS-CL-LOCAL-SEGMENTS PIC 9(5).
      10 WS-CL-LAG-SEGMENTS PIC 9(5).
      10 WS-CL-LAG-BYTES PIC 9(18).
      10 WS-CL-OLDEST-ROLL-MILLIS PIC 9(18).
      10 WS-CL-LAG-AGE-SECS PIC 9(9).
      10 WS-CL-ALARM-SWITCH PIC X.
         88 WS-CL-IS-ALARMED VALUE 'Y'.

01 WS-COPY-LAG-FOUND-SWITCH PIC X.
   88 WS-COPY-LAG-FOUND VALUE 'Y'.
*> Local segments of partitions the copy-lag table had no room for;
*> their lag still goes into the totals.
01 WS-COPY-LAG-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-COPY-LAG-OVERFLOW-DISPLAY PIC Z(6)9.
01 WS-SEGMENT-COVERED-SWITCH PIC X.
   88 WS-SEGMENT-IS-COVERED VALUE 'Y'.
01 WS-COVER-SCAN-IDX PIC 9(5).
01 WS-COPY-QUOTA-BOUND-SWITCH PIC X VALUE 'N'.
   88 WS-COPY-IS-QUOTA-BOUND VALUE 'Y'.
01 WS-TOTAL-LAG-BYTES PIC 9(18) VALUE ZERO.
01 WS-TOTAL-LAG-SEGMENTS PIC 9(7) VALUE ZERO.
01 WS-MAX-OBSERVED-LAG-AGE PIC 9(9) VALUE ZERO.
01 WS-COPY-LAG-ALARM-COUNT PIC 9(5) VALUE ZERO.
01 WS-LOOKBACK-START-MILLIS PIC 9(18) VALUE ZERO.
01 WS-LOOKBACK-COPIED-BYTES PIC 9(18) VALUE ZERO.
01 WS-OBSERVED-COPY-RATE PIC 9(18) VALUE ZERO.
01 WS-DRAIN-SECS-AT-QUOTA PIC 9(18) VALUE ZERO.
01 WS-LAG-PARTITION-DISPLAY PIC ZZZZ9.
01 WS-LAG-SEGMENTS-DISPLAY PIC ZZZZZZ9.
01 WS-LAG-BYTES-DISPLAY PIC Z(17)9.
01 WS-LAG-AGE-DISPLAY PIC Z(8)9.
01 WS-LAG-LIMIT-DISPLAY PIC Z(17)9.
01 WS-COPY-RATE-DISPLAY PIC Z(17)9.
01 WS-DRAIN-SECS-DISPLAY PIC Z(17)9.
01 WS-ALARM-COUNT-DISPLAY PIC ZZZZ9.
01 WS-LAG-CAUSE-TEXT PIC X(20).

01 WS-MAX-BYTES-DISPLAY PIC Z(17)9.
01 WS-SAMPLES-DISPLAY PIC ZZZ9.
01 WS-WINDOW-SECS-DISPLAY PIC ZZZ9.
MAIN-PROCEDURE.
    PERFORM APPLY-QUOTA-MANAGER-CONFIGS.
    PERFORM ENFORCE-REMOTE-RETENTION.
    PERFORM MONITOR-REMOTE-COPY-LAG.
    PERFORM APPEND-PROGRAM-METRICS.
    MOVE "Y" TO IS-REMOTE-LOG-MANAGER-CONFIGURED.
    STOP RUN.
            MOVE SEGMENT-PRESENT-LOCALLY
                TO WS-SEG-PRESENT-LOCALLY (WS-SEG-IDX)
            MOVE 'K' TO WS-SEG-DISPOSITION (WS-SEG-IDX)
            MOVE SEGMENT-START-OFFSET
                TO WS-SEG-START-OFFSET (WS-SEG-IDX)
            MOVE SEGMENT-END-OFFSET TO WS-SEG-END-OFFSET (WS-SEG-IDX)
            MOVE COPY-TIME TO WS-SEG-COPY-TIME (WS-SEG-IDX)
            PERFORM FIND-RULE-FOR-SEGMENT-TOPIC
            MOVE WS-RULE-MATCH-IDX TO WS-SEG-RULE-IDX (WS-SEG-IDX)
    END-READ.
FIND-RULE-FOR-SEGMENT-TOPIC.
    MOVE 'N' TO WS-RULE-FOUND-SWITCH.
    MOVE ZERO TO WS-RULE-MATCH-IDX.
    IF WS-RETENTION-RULE-COUNT > ZERO
        SET WS-RR-IDX TO 1
        SEARCH WS-RR-ENTRY
            AT END CONTINUE
            WHEN WS-RR-TOPIC (WS-RR-IDX) = SEGMENT-TOPIC-NAME
                SET WS-RULE-FOUND TO TRUE
                MOVE WS-RR-IDX TO WS-RULE-MATCH-IDX
        END-SEARCH
    END-IF.

APPLY-AGE-RULE-TO-SEGMENTS.
    PERFORM APPLY-AGE-RULE-TO-ONE-SEGMENT
        ADD WS-SEG-SIZE (WS-SEG-IDX) TO WS-TOPIC-FREED-BYTES
    END-IF.

*> Local disks filling because the copier fell behind used to be the
*> first anyone heard of it. Every rolled local segment is checked
*> against the finished remote copies of its topic; what is still
*> waiting is reported per topic-partition as bytes, segments and the
*> age of the oldest waiting roll, threshold breaches are raised as
*> alarms, and the copier's observed throughput is set against the
*> RLM copy quota to say whether the quota is what is holding it back.
MONITOR-REMOTE-COPY-LAG.
    PERFORM LOAD-COPY-LAG-THRESHOLDS.
    PERFORM LOAD-RETENTION-RUN-CONFIG.
    IF NOT WS-SEGMENTS-ARE-AVAILABLE
        PERFORM LOAD-REMOTE-SEGMENTS
    END-IF.
    MOVE ZERO TO WS-COPY-LAG-COUNT.
    MOVE ZERO TO WS-COPY-LAG-OVERFLOW-COUNT.
    MOVE ZERO TO WS-TOTAL-LAG-BYTES.
    MOVE ZERO TO WS-TOTAL-LAG-SEGMENTS.
    MOVE ZERO TO WS-MAX-OBSERVED-LAG-AGE.
    MOVE ZERO TO WS-COPY-LAG-ALARM-COUNT.
    OPEN OUTPUT COPY-LAG-REPORT.
    OPEN INPUT LOCAL-ROLLED-SEGMENT-FILE.
    IF WS-LOCAL-SEGMENT-OK
        MOVE 'N' TO WS-LOCAL-SEGMENT-EOF-SWITCH
        PERFORM TALLY-ONE-LOCAL-SEGMENT UNTIL END-OF-LOCAL-SEGMENTS
        CLOSE LOCAL-ROLLED-SEGMENT-FILE
        PERFORM ASSESS-COPY-QUOTA
        PERFORM WRITE-ONE-PARTITION-COPY-LAG
            VARYING WS-CL-IDX FROM 1 BY 1
            UNTIL WS-CL-IDX > WS-COPY-LAG-COUNT
        PERFORM WRITE-COPY-QUOTA-VERDICT
        PERFORM WRITE-COPY-LAG-SUMMARY
    ELSE
        MOVE SPACES TO COPY-LAG-LINE
        STRING "LOCAL SEGMENT INVENTORY ABSENT (STATUS "
                DELIMITED BY SIZE
            WS-LOCAL-SEGMENT-STATUS DELIMITED BY SIZE
            ") - COPY LAG NOT MEASURED THIS RUN" DELIMITED BY SIZE
            INTO COPY-LAG-LINE
        WRITE COPY-LAG-LINE
    END-IF.
    CLOSE COPY-LAG-REPORT.

LOAD-COPY-LAG-THRESHOLDS.
    OPEN INPUT COPY-LAG-THRESHOLD-FILE.
    IF WS-COPY-LAG-THRESHOLD-OK
        READ COPY-LAG-THRESHOLD-FILE
            AT END CONTINUE
            NOT AT END
                IF CT-MAX-LAG-BYTES > ZERO
                    MOVE CT-MAX-LAG-BYTES TO WS-MAX-LAG-BYTES
                END-IF
                IF CT-MAX-LAG-SEGMENTS > ZERO
                    MOVE CT-MAX-LAG-SEGMENTS TO WS-MAX-LAG-SEGMENTS
                END-IF
                IF CT-MAX-LAG-AGE-SECS > ZERO
                    MOVE CT-MAX-LAG-AGE-SECS TO WS-MAX-LAG-AGE-SECS
                END-IF
                IF CT-THROUGHPUT-LOOKBACK-SECS > ZERO
                    MOVE CT-THROUGHPUT-LOOKBACK-SECS
                        TO WS-THROUGHPUT-LOOKBACK-SECS
                END-IF
        END-READ
        CLOSE COPY-LAG-THRESHOLD-FILE
    END-IF.

TALLY-ONE-LOCAL-SEGMENT.
    READ LOCAL-ROLLED-SEGMENT-FILE
        AT END SET END-OF-LOCAL-SEGMENTS TO TRUE
        NOT AT END
            PERFORM FIND-OR-ADD-COPY-LAG-ENTRY
            IF WS-COPY-LAG-FOUND
                ADD 1 TO WS-CL-LOCAL-SEGMENTS (WS-CL-IDX)
            END-IF
            IF NOT LR-IS-ACTIVE
                PERFORM CHECK-LOCAL-SEGMENT-COVERED
                IF NOT WS-SEGMENT-IS-COVERED
                    PERFORM ADD-SEGMENT-TO-COPY-LAG
                END-IF
            END-IF
    END-READ.

FIND-OR-ADD-COPY-LAG-ENTRY.
    MOVE 'N' TO WS-COPY-LAG-FOUND-SWITCH.
    IF WS-COPY-LAG-COUNT > ZERO
        SET WS-CL-IDX TO 1
        SEARCH WS-CL-ENTRY
            AT END CONTINUE
            WHEN WS-CL-TOPIC (WS-CL-IDX) = LR-TOPIC
                    AND WS-CL-PARTITION (WS-CL-IDX) = LR-PARTITION
                SET WS-COPY-LAG-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT WS-COPY-LAG-FOUND AND WS-COPY-LAG-COUNT NOT < 1000
        ADD 1 TO WS-COPY-LAG-OVERFLOW-COUNT
    END-IF.
    IF NOT WS-COPY-LAG-FOUND AND WS-COPY-LAG-COUNT < 1000
        SET WS-COPY-LAG-FOUND TO TRUE
        ADD 1 TO WS-COPY-LAG-COUNT
        SET WS-CL-IDX TO WS-COPY-LAG-COUNT
        MOVE LR-TOPIC TO WS-CL-TOPIC (WS-CL-IDX)
        MOVE LR-PARTITION TO WS-CL-PARTITION (WS-CL-IDX)
        MOVE ZERO TO WS-CL-LOCAL-SEGMENTS (WS-CL-IDX)
        MOVE ZERO TO WS-CL-LAG-SEGMENTS (WS-CL-IDX)
        MOVE ZERO TO WS-CL-LAG-BYTES (WS-CL-IDX)
        MOVE 999999999999999999 TO WS-CL-OLDEST-ROLL-MILLIS (WS-CL-IDX)
        MOVE ZERO TO WS-CL-LAG-AGE-SECS (WS-CL-IDX)
        MOVE 'N' TO WS-CL-ALARM-SWITCH (WS-CL-IDX)
    END-IF.

*> An upload still in flight carries no copy time yet, so only a
*> remote segment with COPY-TIME set counts as a finished copy.
CHECK-LOCAL-SEGMENT-COVERED.
    MOVE 'N' TO WS-SEGMENT-COVERED-SWITCH.
    PERFORM CHECK-ONE-REMOTE-COVER
        VARYING WS-COVER-SCAN-IDX FROM 1 BY 1
        UNTIL WS-COVER-SCAN-IDX > WS-SEGMENT-COUNT
           OR WS-SEGMENT-IS-COVERED.

CHECK-ONE-REMOTE-COVER.
    SET WS-SEG-IDX TO WS-COVER-SCAN-IDX.
    IF WS-SEG-TOPIC (WS-SEG-IDX) = LR-TOPIC
            AND WS-SEG-COPY-TIME (WS-SEG-IDX) > ZERO
            AND WS-SEG-START-OFFSET (WS-SEG-IDX) NOT > LR-BASE-OFFSET
            AND WS-SEG-END-OFFSET (WS-SEG-IDX) NOT < LR-END-OFFSET
        SET WS-SEGMENT-IS-COVERED TO TRUE
    END-IF.

ADD-SEGMENT-TO-COPY-LAG.
    ADD 1 TO WS-TOTAL-LAG-SEGMENTS.
    ADD LR-SEGMENT-BYTES TO WS-TOTAL-LAG-BYTES.
    IF WS-COPY-LAG-FOUND
        ADD 1 TO WS-CL-LAG-SEGMENTS (WS-CL-IDX)
        ADD LR-SEGMENT-BYTES TO WS-CL-LAG-BYTES (WS-CL-IDX)
        IF LR-ROLL-TIME-MILLIS < WS-CL-OLDEST-ROLL-MILLIS (WS-CL-IDX)
            MOVE LR-ROLL-TIME-MILLIS
                TO WS-CL-OLDEST-ROLL-MILLIS (WS-CL-IDX)
        END-IF
    END-IF.

*> The copy quota is broker-wide, so the verdict is too: if finished
*> copies over the lookback window ran at 90% of the quota or more
*> while segments are waiting, the quota is what is holding the
*> copier back. Below that, the lag is the copier's own problem.
ASSESS-COPY-QUOTA.
    MOVE 'N' TO WS-COPY-QUOTA-BOUND-SWITCH.
    MOVE ZERO TO WS-LOOKBACK-COPIED-BYTES.
    MOVE ZERO TO WS-OBSERVED-COPY-RATE.
    MOVE ZERO TO WS-DRAIN-SECS-AT-QUOTA.
    MOVE ZERO TO WS-LOOKBACK-START-MILLIS.
    IF WS-RUN-NOW-MILLIS > WS-THROUGHPUT-LOOKBACK-SECS * 1000
        COMPUTE WS-LOOKBACK-START-MILLIS =
            WS-RUN-NOW-MILLIS - WS-THROUGHPUT-LOOKBACK-SECS * 1000
    END-IF.
    PERFORM TALLY-ONE-RECENT-COPY
        VARYING WS-COVER-SCAN-IDX FROM 1 BY 1
        UNTIL WS-COVER-SCAN-IDX > WS-SEGMENT-COUNT.
    COMPUTE WS-OBSERVED-COPY-RATE =
        WS-LOOKBACK-COPIED-BYTES / WS-THROUGHPUT-LOOKBACK-SECS.
    IF REMOTE-LOG-MANAGER-COPY-MAX-BYTES-PER-SEC > ZERO
        COMPUTE WS-DRAIN-SECS-AT-QUOTA =
            WS-TOTAL-LAG-BYTES /
            REMOTE-LOG-MANAGER-COPY-MAX-BYTES-PER-SEC
        IF WS-TOTAL-LAG-SEGMENTS > ZERO
                AND WS-OBSERVED-COPY-RATE * 100 NOT <
                    REMOTE-LOG-MANAGER-COPY-MAX-BYTES-PER-SEC * 90
            SET WS-COPY-IS-QUOTA-BOUND TO TRUE
        END-IF
    END-IF.

TALLY-ONE-RECENT-COPY.
    SET WS-SEG-IDX TO WS-COVER-SCAN-IDX.
    IF WS-SEG-COPY-TIME (WS-SEG-IDX) > ZERO
            AND WS-SEG-COPY-TIME (WS-SEG-IDX) NOT <
                WS-LOOKBACK-START-MILLIS
            AND WS-SEG-COPY-TIME (WS-SEG-IDX) NOT > WS-RUN-NOW-MILLIS
        ADD WS-SEG-SIZE (WS-SEG-IDX) TO WS-LOOKBACK-COPIED-BYTES
    END-IF.

WRITE-ONE-PARTITION-COPY-LAG.
    IF WS-CL-LAG-SEGMENTS (WS-CL-IDX) > ZERO
            AND WS-RUN-NOW-MILLIS > WS-CL-OLDEST-ROLL-MILLIS (WS-CL-IDX)
        COMPUTE WS-CL-LAG-AGE-SECS (WS-CL-IDX) =
            (WS-RUN-NOW-MILLIS - WS-CL-OLDEST-ROLL-MILLIS (WS-CL-IDX))
            / 1000
    END-IF.
    IF WS-CL-LAG-AGE-SECS (WS-CL-IDX) > WS-MAX-OBSERVED-LAG-AGE
        MOVE WS-CL-LAG-AGE-SECS (WS-CL-IDX) TO WS-MAX-OBSERVED-LAG-AGE
    END-IF.
    MOVE WS-CL-PARTITION (WS-CL-IDX) TO WS-LAG-PARTITION-DISPLAY.
    MOVE WS-CL-LAG-SEGMENTS (WS-CL-IDX) TO WS-LAG-SEGMENTS-DISPLAY.
    MOVE WS-CL-LAG-BYTES (WS-CL-IDX) TO WS-LAG-BYTES-DISPLAY.
    MOVE WS-CL-LAG-AGE-SECS (WS-CL-IDX) TO WS-LAG-AGE-DISPLAY.
    MOVE SPACES TO WS-LAG-CAUSE-TEXT.
    IF WS-CL-LAG-SEGMENTS (WS-CL-IDX) > ZERO
        IF WS-COPY-IS-QUOTA-BOUND
            MOVE " CAUSE=COPY-QUOTA" TO WS-LAG-CAUSE-TEXT
        ELSE
            MOVE " CAUSE=COPIER" TO WS-LAG-CAUSE-TEXT
        END-IF
    END-IF.
    MOVE SPACES TO COPY-LAG-LINE.
    STRING "TOPIC=" DELIMITED BY SIZE
        WS-CL-TOPIC (WS-CL-IDX) DELIMITED BY SPACE
        " PARTITION=" WS-LAG-PARTITION-DISPLAY DELIMITED BY SIZE
        " LAG-SEGMENTS=" WS-LAG-SEGMENTS-DISPLAY DELIMITED BY SIZE
        " LAG-BYTES=" WS-LAG-BYTES-DISPLAY DELIMITED BY SIZE
        " LAG-AGE-SECS=" WS-LAG-AGE-DISPLAY DELIMITED BY SIZE
        WS-LAG-CAUSE-TEXT DELIMITED BY SIZE
        INTO COPY-LAG-LINE.
    WRITE COPY-LAG-LINE.
    IF WS-CL-LAG-BYTES (WS-CL-IDX) > WS-MAX-LAG-BYTES
        MOVE WS-MAX-LAG-BYTES TO WS-LAG-LIMIT-DISPLAY
        MOVE SPACES TO COPY-LAG-LINE
        STRING "  ALARM LAG-BYTES=" WS-LAG-BYTES-DISPLAY
                DELIMITED BY SIZE
            " EXCEEDS THRESHOLD=" WS-LAG-LIMIT-DISPLAY
                DELIMITED BY SIZE
            INTO COPY-LAG-LINE
        PERFORM RAISE-COPY-LAG-ALARM
    END-IF.
    IF WS-CL-LAG-SEGMENTS (WS-CL-IDX) > WS-MAX-LAG-SEGMENTS
        MOVE WS-MAX-LAG-SEGMENTS TO WS-LAG-LIMIT-DISPLAY
        MOVE SPACES TO COPY-LAG-LINE
        STRING "  ALARM LAG-SEGMENTS=" WS-LAG-SEGMENTS-DISPLAY
                DELIMITED BY SIZE
            " EXCEEDS THRESHOLD=" WS-LAG-LIMIT-DISPLAY
                DELIMITED BY SIZE
            INTO COPY-LAG-LINE
        PERFORM RAISE-COPY-LAG-ALARM
    END-IF.
    IF WS-CL-LAG-AGE-SECS (WS-CL-IDX) > WS-MAX-LAG-AGE-SECS
        MOVE WS-MAX-LAG-AGE-SECS TO WS-LAG-LIMIT-DISPLAY
        MOVE SPACES TO COPY-LAG-LINE
        STRING "  ALARM LAG-AGE-SECS=" WS-LAG-AGE-DISPLAY
                DELIMITED BY SIZE
            " EXCEEDS THRESHOLD=" WS-LAG-LIMIT-DISPLAY
                DELIMITED BY SIZE
            INTO COPY-LAG-LINE
        PERFORM RAISE-COPY-LAG-ALARM
    END-IF.

RAISE-COPY-LAG-ALARM.
    WRITE COPY-LAG-LINE.
    IF NOT WS-CL-IS-ALARMED (WS-CL-IDX)
        SET WS-CL-IS-ALARMED (WS-CL-IDX) TO TRUE
        ADD 1 TO WS-COPY-LAG-ALARM-COUNT
    END-IF.

WRITE-COPY-QUOTA-VERDICT.
    MOVE REMOTE-LOG-MANAGER-COPY-MAX-BYTES-PER-SEC
        TO WS-MAX-BYTES-DISPLAY.
    MOVE WS-OBSERVED-COPY-RATE TO WS-COPY-RATE-DISPLAY.
    MOVE WS-DRAIN-SECS-AT-QUOTA TO WS-DRAIN-SECS-DISPLAY.
    MOVE SPACES TO COPY-LAG-LINE.
    EVALUATE TRUE
        WHEN REMOTE-LOG-MANAGER-COPY-MAX-BYTES-PER-SEC = ZERO
            STRING "COPY QUOTA UNLIMITED OBSERVED-BYTES-PER-SEC="
                    DELIMITED BY SIZE
                WS-COPY-RATE-DISPLAY DELIMITED BY SIZE
                " - QUOTA IS NOT THE CAUSE" DELIMITED BY SIZE
                INTO COPY-LAG-LINE
        WHEN WS-COPY-IS-QUOTA-BOUND
            STRING "COPY QUOTA SATURATED MAX-BYTES-PER-SEC="
                    DELIMITED BY SIZE
                WS-MAX-BYTES-DISPLAY DELIMITED BY SIZE
                " OBSERVED-BYTES-PER-SEC=" WS-COPY-RATE-DISPLAY
                    DELIMITED BY SIZE
                " DRAIN-SECS-AT-QUOTA=" WS-DRAIN-SECS-DISPLAY
                    DELIMITED BY SIZE
                " - QUOTA IS THE CAUSE" DELIMITED BY SIZE
                INTO COPY-LAG-LINE
        WHEN OTHER
            STRING "COPY QUOTA MAX-BYTES-PER-SEC="
                    DELIMITED BY SIZE
                WS-MAX-BYTES-DISPLAY DELIMITED BY SIZE
                " OBSERVED-BYTES-PER-SEC=" WS-COPY-RATE-DISPLAY
                    DELIMITED BY SIZE
                " DRAIN-SECS-AT-QUOTA=" WS-DRAIN-SECS-DISPLAY
                    DELIMITED BY SIZE
                " - QUOTA IS NOT THE CAUSE" DELIMITED BY SIZE
                INTO COPY-LAG-LINE
    END-EVALUATE.
    WRITE COPY-LAG-LINE.

WRITE-COPY-LAG-SUMMARY.
    MOVE WS-TOTAL-LAG-SEGMENTS TO WS-LAG-SEGMENTS-DISPLAY.
    MOVE WS-TOTAL-LAG-BYTES TO WS-LAG-BYTES-DISPLAY.
    MOVE WS-MAX-OBSERVED-LAG-AGE TO WS-LAG-AGE-DISPLAY.
    MOVE WS-COPY-LAG-ALARM-COUNT TO WS-ALARM-COUNT-DISPLAY.
    MOVE SPACES TO COPY-LAG-LINE.
    STRING "SUMMARY LAG-SEGMENTS=" WS-LAG-SEGMENTS-DISPLAY
            DELIMITED BY SIZE
        " LAG-BYTES=" WS-LAG-BYTES-DISPLAY DELIMITED BY SIZE
        " MAX-LAG-AGE-SECS=" WS-LAG-AGE-DISPLAY DELIMITED BY SIZE
        " PARTITIONS-IN-ALARM=" WS-ALARM-COUNT-DISPLAY
            DELIMITED BY SIZE
        INTO COPY-LAG-LINE.
    WRITE COPY-LAG-LINE.
    IF WS-COPY-LAG-OVERFLOW-COUNT > ZERO
        MOVE WS-COPY-LAG-OVERFLOW-COUNT TO WS-COPY-LAG-OVERFLOW-DISPLAY
        MOVE SPACES TO COPY-LAG-LINE
        STRING "INCOMPLETE COPY LAG - LOCAL SEGMENTS OF PARTITIONS "
                DELIMITED BY SIZE
            "BEYOND THE 1000-PARTITION LIMIT="
                DELIMITED BY SIZE
            WS-COPY-LAG-OVERFLOW-DISPLAY DELIMITED BY SIZE
            " - IN THE TOTALS BUT NOT REPORTED OR ALARMED PER PARTITION"
                DELIMITED BY SIZE
            INTO COPY-LAG-LINE
        WRITE COPY-LAG-LINE
    END-IF.

*> Reads requested copy/fetch quota-manager overrides, clamps the
*> quota-sample count into the supported range, updates the live
*> RLM-CONFIG values, and reports the effective retention window each
    MOVE 'last-copy-segments-held' TO WS-METRIC-NAME.
    MOVE WS-LAST-COPY-COUNT TO WS-METRIC-VALUE.
    PERFORM WRITE-ONE-METRICS-FEED-REC.
    MOVE 'remote-copy-lag-bytes' TO WS-METRIC-NAME.
    MOVE WS-TOTAL-LAG-BYTES TO WS-METRIC-VALUE.
    PERFORM WRITE-ONE-METRICS-FEED-REC.
    MOVE 'remote-copy-lag-segments' TO WS-METRIC-NAME.
    MOVE WS-TOTAL-LAG-SEGMENTS TO WS-METRIC-VALUE.
    PERFORM WRITE-ONE-METRICS-FEED-REC.
    MOVE 'remote-copy-lag-max-age-secs' TO WS-METRIC-NAME.
    MOVE WS-MAX-OBSERVED-LAG-AGE TO WS-METRIC-VALUE.
    PERFORM WRITE-ONE-METRICS-FEED-REC.
    MOVE 'remote-copy-lag-alarms' TO WS-METRIC-NAME.
    MOVE WS-COPY-LAG-ALARM-COUNT TO WS-METRIC-VALUE.
    PERFORM WRITE-ONE-METRICS-FEED-REC.
    MOVE 'remote-copy-quota-bound' TO WS-METRIC-NAME.
    IF WS-COPY-IS-QUOTA-BOUND
        MOVE 1 TO WS-METRIC-VALUE
    ELSE
        MOVE ZERO TO WS-METRIC-VALUE
    END-IF.
    PERFORM WRITE-ONE-METRICS-FEED-REC.
