        ASSIGN TO "BROKERRECONCILIATIONREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBSYSTEM-FILE-STATUS.
    SELECT TOPIC-DRIFT-REPORT
        ASSIGN TO "TOPICDRIFTREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBSYSTEM-FILE-STATUS.
    SELECT PREFLIGHT-REPORT
        ASSIGN TO "PREFLIGHTREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBSYSTEM-FILE-STATUS.
    SELECT INCIDENT-CLUSTER-REPORT
        ASSIGN TO "INCIDENTCLUSTERREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLUSTER-REPORT-STATUS.
    SELECT PRIOR-DIGEST-SNAPSHOT
        ASSIGN TO "PRIORDIGESTSNAPSHOT"
        ORGANIZATION IS LINE SEQUENTIAL
01 SHARE-THROUGHPUT-IN-LINE PIC X(300).
FD BROKER-RECONCILIATION-REPORT.
01 BROKER-RECONCILIATION-IN-LINE PIC X(300).
FD TOPIC-DRIFT-REPORT.
01 TOPIC-DRIFT-IN-LINE PIC X(300).
FD PREFLIGHT-REPORT.
01 PREFLIGHT-IN-LINE PIC X(300).

*> INCIDENT-CORRELATOR's cluster report; only its closing summary
*> line is read, for how many of the night's probable incidents a
*> known error explained and how many were new.
FD INCIDENT-CLUSTER-REPORT.
01 INCIDENT-CLUSTER-IN-LINE PIC X(250).
01 INCIDENT-SUMMARY-IN-LINE.
   05 ISL-LABEL PIC X(27).
      88 ISL-IS-SUMMARY VALUE 'SUMMARY PROBABLE-INCIDENTS='.
   05 ISL-PROBABLE PIC X(4).
   05 FILLER PIC X(7).
   05 ISL-KNOWN PIC X(4).
   05 FILLER PIC X(5).
   05 ISL-NEW PIC X(4).
   05 FILLER PIC X(199).

*> Last night's per-subsystem warning counts, rewritten every run so
*> tonight's digest can show whether each subsystem got better or
   88 WS-SUBSYSTEM-FILE-OK VALUE '00'.
01 WS-PRIOR-SNAPSHOT-STATUS PIC XX.
   88 WS-PRIOR-SNAPSHOT-OK VALUE '00'.
01 WS-CLUSTER-REPORT-STATUS PIC XX.
   88 WS-CLUSTER-REPORT-OK VALUE '00'.
01 WS-CLUSTER-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CLUSTER-REPORT VALUE 'Y'.
01 WS-INCIDENT-SUMMARY-SWITCH PIC X VALUE 'N'.
   88 WS-INCIDENT-SUMMARY-FOUND VALUE 'Y'.
01 WS-PROBABLE-INCIDENTS PIC 9(4) VALUE ZERO.
01 WS-KNOWN-INCIDENTS PIC 9(4) VALUE ZERO.
01 WS-NEW-INCIDENTS PIC 9(4) VALUE ZERO.
01 WS-INCIDENT-COUNT-DISPLAY PIC ZZZ9.
01 WS-KNOWN-COUNT-DISPLAY PIC ZZZ9.
01 WS-NEW-COUNT-DISPLAY PIC ZZZ9.
01 WS-SUBSYSTEM-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SUBSYSTEM-REPORT VALUE 'Y'.
01 WS-PRIOR-EOF-SWITCH PIC X VALUE 'N'.

*> One row per subsystem: line and warning tallies this run, prior
*> night's warnings, and the RED/AMBER/GREEN banner.
01 WS-SUBSYSTEM-COUNT PIC 9(2) VALUE 7.
01 WS-SUBSYSTEM-NAME-VALUES.
   05 FILLER PIC X(20) VALUE 'TABLE-STATS'.
   05 FILLER PIC X(20) VALUE 'REST-CATALOG'.
   05 FILLER PIC X(20) VALUE 'COMPACTION-PLAN'.
   05 FILLER PIC X(20) VALUE 'SHARE-GROUPS'.
   05 FILLER PIC X(20) VALUE 'BROKER-METADATA'.
   05 FILLER PIC X(20) VALUE 'TOPIC-REGISTRY'.
   05 FILLER PIC X(20) VALUE 'CONTROL-DECKS'.
01 WS-SUBSYSTEM-NAME-TABLE REDEFINES WS-SUBSYSTEM-NAME-VALUES.
   05 WS-SUBSYSTEM-NAME PIC X(20) OCCURS 7 TIMES.
01 WS-SUBSYSTEM-STATE-TABLE.
   05 WS-SUB-STATE OCCURS 7 TIMES INDEXED BY WS-SUB-IDX.
      10 WS-SUB-PRESENT-SWITCH PIC X VALUE 'N'.
         88 WS-SUB-IS-PRESENT VALUE 'Y'.
      10 WS-SUB-LINE-COUNT PIC 9(9) VALUE 0.
    PERFORM LOAD-PRIOR-SNAPSHOT.
    PERFORM SCAN-ALL-SUBSYSTEM-REPORTS.
    PERFORM JUDGE-SUBSYSTEM-BANNERS.
    PERFORM READ-INCIDENT-SUMMARY.
    PERFORM WRITE-OPERATIONS-DIGEST.
    PERFORM REWRITE-DIGEST-SNAPSHOT.
    STOP RUN.
        PERFORM SCAN-ONE-BROKER-LINE UNTIL END-OF-SUBSYSTEM-REPORT
        CLOSE BROKER-RECONCILIATION-REPORT
    END-IF.
    MOVE 6 TO WS-CURRENT-SUBSYSTEM.
    OPEN INPUT TOPIC-DRIFT-REPORT.
    IF WS-SUBSYSTEM-FILE-OK
        SET WS-SUB-IDX TO 6
        SET WS-SUB-IS-PRESENT (WS-SUB-IDX) TO TRUE
        MOVE 'N' TO WS-SUBSYSTEM-EOF-SWITCH
        PERFORM SCAN-ONE-TOPIC-DRIFT-LINE UNTIL END-OF-SUBSYSTEM-REPORT
        CLOSE TOPIC-DRIFT-REPORT
    END-IF.
    MOVE 7 TO WS-CURRENT-SUBSYSTEM.
    OPEN INPUT PREFLIGHT-REPORT.
    IF WS-SUBSYSTEM-FILE-OK
        SET WS-SUB-IDX TO 7
        SET WS-SUB-IS-PRESENT (WS-SUB-IDX) TO TRUE
        MOVE 'N' TO WS-SUBSYSTEM-EOF-SWITCH
        PERFORM SCAN-ONE-PREFLIGHT-LINE UNTIL END-OF-SUBSYSTEM-REPORT
        CLOSE PREFLIGHT-REPORT
    END-IF.

SCAN-ONE-STATS-LINE.
    READ TABLE-STATS-REPORT
            PERFORM CLASSIFY-ONE-REPORT-LINE
    END-READ.

SCAN-ONE-TOPIC-DRIFT-LINE.
    READ TOPIC-DRIFT-REPORT
        AT END SET END-OF-SUBSYSTEM-REPORT TO TRUE
        NOT AT END
            MOVE TOPIC-DRIFT-IN-LINE TO WS-SCAN-LINE
            PERFORM CLASSIFY-ONE-REPORT-LINE
    END-READ.

SCAN-ONE-PREFLIGHT-LINE.
    READ PREFLIGHT-REPORT
        AT END SET END-OF-SUBSYSTEM-REPORT TO TRUE
        NOT AT END
            MOVE PREFLIGHT-IN-LINE TO WS-SCAN-LINE
            PERFORM CLASSIFY-ONE-REPORT-LINE
    END-READ.

*> A line is warning-class when it carries one of the markers the
*> shop's reports use for trouble; such lines are copied into the
*> digest verbatim so 7am starts from one page. A FAILED= field
    MOVE 0 TO WS-ZERO-LABEL-COUNT.
    INSPECT WS-SCAN-LINE TALLYING WS-MARKER-HIT-COUNT
        FOR ALL 'FAIL' ALL 'REJECT' ALL 'STALE' ALL 'DRIFT'
        ALL 'EXCEED' ALL 'DISCREPANCY' ALL 'DEAD'
        ALL 'DECK-FATAL' ALL 'DECK-WARNING'.
    INSPECT WS-SCAN-LINE TALLYING WS-ZERO-LABEL-COUNT
        FOR ALL 'FAILED=        0'.
    SUBTRACT WS-ZERO-LABEL-COUNT FROM WS-MARKER-HIT-COUNT.
            MOVE 'GREEN' TO WS-SUB-BANNER (WS-SUB-IDX)
    END-EVALUATE.

READ-INCIDENT-SUMMARY.
    OPEN INPUT INCIDENT-CLUSTER-REPORT.
    IF WS-CLUSTER-REPORT-OK
        PERFORM READ-ONE-CLUSTER-REPORT-LINE
            UNTIL END-OF-CLUSTER-REPORT
        CLOSE INCIDENT-CLUSTER-REPORT
    END-IF.

READ-ONE-CLUSTER-REPORT-LINE.
    READ INCIDENT-CLUSTER-REPORT
        AT END SET END-OF-CLUSTER-REPORT TO TRUE
        NOT AT END
            IF ISL-IS-SUMMARY
                SET WS-INCIDENT-SUMMARY-FOUND TO TRUE
                COMPUTE WS-PROBABLE-INCIDENTS =
                    FUNCTION NUMVAL (ISL-PROBABLE)
                IF ISL-KNOWN NOT = SPACES
                    COMPUTE WS-KNOWN-INCIDENTS =
                        FUNCTION NUMVAL (ISL-KNOWN)
                    COMPUTE WS-NEW-INCIDENTS =
                        FUNCTION NUMVAL (ISL-NEW)
                ELSE
                    MOVE WS-PROBABLE-INCIDENTS TO WS-NEW-INCIDENTS
                END-IF
            END-IF
    END-READ.

WRITE-OPERATIONS-DIGEST.
    PERFORM WRITE-ONE-SUBSYSTEM-BANNER
        VARYING WS-SUB-IDX FROM 1 BY 1
        UNTIL WS-SUB-IDX > WS-SUBSYSTEM-COUNT.
    PERFORM WRITE-INCIDENT-SUMMARY-LINE.
    CLOSE OPERATIONS-DIGEST.

*> Known incidents have a runbook; the new ones are where the
*> morning goes.
WRITE-INCIDENT-SUMMARY-LINE.
    MOVE SPACES TO OPERATIONS-DIGEST-LINE.
    IF WS-INCIDENT-SUMMARY-FOUND
        MOVE WS-PROBABLE-INCIDENTS TO WS-INCIDENT-COUNT-DISPLAY
        MOVE WS-KNOWN-INCIDENTS TO WS-KNOWN-COUNT-DISPLAY
        MOVE WS-NEW-INCIDENTS TO WS-NEW-COUNT-DISPLAY
        STRING 'INCIDENTS PROBABLE=' WS-INCIDENT-COUNT-DISPLAY
            ' KNOWN=' WS-KNOWN-COUNT-DISPLAY
            ' NEW=' WS-NEW-COUNT-DISPLAY
            DELIMITED BY SIZE
            INTO OPERATIONS-DIGEST-LINE
    ELSE
        STRING 'INCIDENTS NO CLUSTER REPORT' DELIMITED BY SIZE
            INTO OPERATIONS-DIGEST-LINE
    END-IF.
    WRITE OPERATIONS-DIGEST-LINE.

WRITE-ONE-SUBSYSTEM-BANNER.
    MOVE WS-SUB-LINE-COUNT (WS-SUB-IDX) TO WS-LINE-COUNT-DISPLAY.
    MOVE WS-SUB-WARNING-COUNT (WS-SUB-IDX)
