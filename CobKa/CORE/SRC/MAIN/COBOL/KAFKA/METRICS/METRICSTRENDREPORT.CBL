IDENTIFICATION DIVISION.
PROGRAM-ID. METRICS-TREND-REPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TABLE-SCAN-RESULT
        ASSIGN TO "TABLESCANRESULT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCAN-RESULT-STATUS.
    SELECT PARSED-STRICT-CARD-FILE
        ASSIGN TO "PARSEDSTRICTCARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARSED-CARD-STATUS.
    SELECT METRICS-HISTORY-ROW-FILE
        ASSIGN TO "METRICSHISTORYROWS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-ROW-STATUS.
    SELECT TREND-REQUEST-FILE
        ASSIGN TO "TRENDREQUESTCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TREND-REQUEST-STATUS.
    SELECT TREND-REPORT-FILE
        ASSIGN TO "METRICSTRENDREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> The data files TABLE-INTERFACE's NEW-SCAN planned for the metrics
*> history table, already pruned by the scan's predicates against the
*> per-file column bounds: one "SNAPSHOT=n FILE=path" line per file
*> that survived, then the SCAN COMPLETE and PRUNING footers. Only a
*> file named here is read - an expired, rolled-back or pruned file
*> never reaches a trend.
FD TABLE-SCAN-RESULT.
01 TABLE-SCAN-RESULT-LINE PIC X(300).

*> The same compiled predicate cards PREDICATE-PARSER wrote for the
*> scan, compiled against the METRICSHISTORYSCHEMA deck the reporter
*> publishes. The planner used them to rule out whole files; here
*> they are held against each row of the files that remain. Cards
*> sharing a group id are alternatives (OR); groups combine with AND.
FD PARSED-STRICT-CARD-FILE.
01 PARSED-STRICT-CARD.
   05 PSC-FILE-ID PIC X(20).
   05 PSC-FIELD-ID PIC 9(9).
   05 PSC-PREDICATE-TYPE PIC X(14).
   05 PSC-LITERAL PIC X(40).
   05 PSC-VALUE-COUNT PIC 9(9).
   05 PSC-NULL-COUNT PIC 9(9).
   05 PSC-NAN-COUNT PIC 9(9).
   05 PSC-LOWER-BOUND PIC X(40).
   05 PSC-UPPER-BOUND PIC X(40).
   05 PSC-FILE-SIZE-BYTES PIC 9(18).
   05 PSC-GROUP-ID PIC 9(3).
   05 PSC-LITERAL-TYPE PIC X(10).
   05 PSC-DECIMAL-PRECISION PIC 9(2).
   05 PSC-DECIMAL-SCALE PIC 9(2).

*> The rows of the KAFKA_METRICS_HISTORY table, in the layout
*> KAFKA-METRICS-REPORTER lands them.
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

*> Optional request card: the rollup the trend is read from (D daily,
*> the default, or H hourly), and the percentage change either way
*> inside which a series is called FLAT (default 5).
FD TREND-REQUEST-FILE.
01 TREND-REQUEST-CARD.
   05 TRQ-GRAIN PIC X.
   05 TRQ-FLAT-PERCENT PIC 9(3).

FD TREND-REPORT-FILE.
01 TREND-REPORT-LINE PIC X(250).

WORKING-STORAGE SECTION.
01 WS-SCAN-RESULT-STATUS PIC XX.
   88 WS-SCAN-RESULT-OK VALUE '00'.
01 WS-PARSED-CARD-STATUS PIC XX.
   88 WS-PARSED-CARD-OK VALUE '00'.
01 WS-HISTORY-ROW-STATUS PIC XX.
   88 WS-HISTORY-ROW-OK VALUE '00'.
01 WS-TREND-REQUEST-STATUS PIC XX.
   88 WS-TREND-REQUEST-OK VALUE '00'.
01 WS-SCAN-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SCAN-RESULT VALUE 'Y'.
01 WS-PARSED-CARD-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-PARSED-CARDS VALUE 'Y'.
01 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-HISTORY-ROWS VALUE 'Y'.
01 WS-SCAN-COMPLETE-SWITCH PIC X VALUE 'N'.
   88 WS-SCAN-WAS-COMPLETE VALUE 'Y'.

01 WS-TREND-GRAIN PIC X VALUE 'D'.
   88 WS-TREND-IS-HOURLY VALUE 'H'.
01 WS-TREND-GRAIN-TEXT PIC X(6) VALUE 'DAILY'.
01 WS-FLAT-PERCENT PIC 9(3) VALUE 5.

*> The history table's data files the scan returned.
01 WS-HISTORY-PATH-PREFIX PIC X(33)
       VALUE '/lakehouse/KAFKA_METRICS_HISTORY/'.
01 WS-SCAN-LINE-LABEL PIC X(300).
01 WS-SCAN-LINE-PATH PIC X(256).
01 WS-SCAN-FILE-COUNT PIC 9(5) VALUE ZERO.
01 WS-SCAN-FILE-TABLE.
   05 WS-SF-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON WS-SCAN-FILE-COUNT
         INDEXED BY WS-SF-IDX.
      10 WS-SF-FILE-PATH PIC X(256).
01 WS-LAST-PATH-CHECKED PIC X(256) VALUE SPACES.
01 WS-LAST-PATH-SWITCH PIC X VALUE 'N'.
   88 WS-LAST-PATH-SCANNED VALUE 'Y'.

*> The compiled predicates, and the running verdict on one row.
01 WS-PRED-COUNT PIC 9(3) VALUE ZERO.
01 WS-PRED-GROUP-MAX PIC 9(3) VALUE ZERO.
01 WS-PRED-TABLE.
   05 WS-PR-ENTRY OCCURS 1 TO 200 TIMES
         DEPENDING ON WS-PRED-COUNT
         INDEXED BY WS-PRED-IDX.
      10 WS-PR-FIELD-ID PIC 9(9).
      10 WS-PR-PREDICATE-TYPE PIC X(14).
      10 WS-PR-LITERAL PIC X(40).
      10 WS-PR-GROUP-ID PIC 9(3).
01 WS-EVAL-GROUP PIC 9(3).
01 WS-ROW-MATCH-SWITCH PIC X.
   88 WS-ROW-MATCHES VALUE 'Y'.
01 WS-GROUP-HAS-PREDS-SWITCH PIC X.
   88 WS-GROUP-HAS-PREDS VALUE 'Y'.
01 WS-GROUP-HOLDS-SWITCH PIC X.
   88 WS-GROUP-HOLDS VALUE 'Y'.
01 WS-PRED-HOLDS-SWITCH PIC X.
   88 WS-PRED-HOLDS VALUE 'Y'.

*> One row field as the predicate sees it: text for the day, program,
*> metric, grain and hour fields, a number for the rest. A predicate
*> on a field this layout does not carry, or a non-numeric literal
*> against a numeric field, is taken to hold - the same conservative
*> rule the planner applies to a field with no bounds.
01 WS-FIELD-TEXT PIC X(40).
01 WS-FIELD-NUMBER PIC 9(18).
01 WS-FIELD-KIND PIC X.
   88 WS-FIELD-IS-TEXT VALUE 'T'.
   88 WS-FIELD-IS-NUMBER VALUE 'N'.
   88 WS-FIELD-IS-UNKNOWN VALUE 'U'.
01 WS-LITERAL-LENGTH PIC 9(3).
01 WS-LITERAL-NUMBER PIC 9(18).
01 WS-COMPARE-SIGN PIC S9 VALUE ZERO.

*> One series per program and metric, one point per period of it:
*> the partial rollups of every run that touched a period are merged
*> here by count, sum, min and max.
01 WS-SERIES-COUNT PIC 9(4) VALUE ZERO.
01 WS-SERIES-TABLE.
   05 WS-SE-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-SERIES-COUNT
         INDEXED BY WS-SE-IDX.
      10 WS-SE-PROGRAM-ID PIC X(30).
      10 WS-SE-METRIC-NAME PIC X(40).
      10 WS-SE-POINT-COUNT PIC 9(5).
01 WS-SE-FOUND-SWITCH PIC X.
   88 WS-SE-FOUND VALUE 'Y'.
01 WS-POINT-COUNT PIC 9(5) VALUE ZERO.
01 WS-POINT-TABLE.
   05 WS-PT-ENTRY OCCURS 1 TO 10000 TIMES
         DEPENDING ON WS-POINT-COUNT
         INDEXED BY WS-PT-IDX.
      10 WS-PT-SERIES-IDX PIC 9(4).
      10 WS-PT-PERIOD PIC X(10).
      10 WS-PT-SAMPLE-COUNT PIC 9(9).
      10 WS-PT-VALUE-SUM PIC 9(18).
      10 WS-PT-VALUE-MIN PIC 9(18).
      10 WS-PT-VALUE-MAX PIC 9(18).
      10 WS-PT-REPORTED-SWITCH PIC X.
         88 WS-PT-IS-REPORTED VALUE 'Y'.
01 WS-PT-FOUND-SWITCH PIC X.
   88 WS-PT-FOUND VALUE 'Y'.
01 WS-ROW-PERIOD PIC X(10).
01 WS-ROW-SERIES-IDX PIC 9(4).
01 WS-SERIES-SCAN-IDX PIC 9(4).
01 WS-POINT-SCAN-IDX PIC 9(5).
01 WS-NEXT-POINT-IDX PIC 9(5).
01 WS-POINTS-WRITTEN PIC 9(5).

*> The series verdict: first and last period averages, the change
*> between them, and how many period-over-period steps went each way.
01 WS-POINT-AVERAGE PIC 9(18).
01 WS-PRIOR-AVERAGE PIC 9(18).
01 WS-FIRST-AVERAGE PIC 9(18).
01 WS-LAST-AVERAGE PIC 9(18).
01 WS-FIRST-PERIOD PIC X(10).
01 WS-LAST-PERIOD PIC X(10).
01 WS-CHANGE-PERCENT PIC S9(5).
01 WS-DECLINE-COUNT PIC 9(5).
01 WS-RISE-COUNT PIC 9(5).
01 WS-DIRECTION-TEXT PIC X(7).
01 WS-FALLING-COUNT PIC 9(4) VALUE ZERO.
01 WS-RISING-COUNT PIC 9(4) VALUE ZERO.
01 WS-FLAT-COUNT PIC 9(4) VALUE ZERO.

01 WS-ROWS-READ PIC 9(9) VALUE ZERO.
01 WS-ROWS-MATCHED PIC 9(9) VALUE ZERO.
01 WS-ROWS-DROPPED PIC 9(9) VALUE ZERO.

01 WS-AVERAGE-DISPLAY PIC Z(17)9.
01 WS-MIN-DISPLAY PIC Z(17)9.
01 WS-MAX-DISPLAY PIC Z(17)9.
01 WS-FIRST-DISPLAY PIC Z(17)9.
01 WS-LAST-DISPLAY PIC Z(17)9.
01 WS-SAMPLES-DISPLAY PIC Z(8)9.
01 WS-PERIODS-DISPLAY PIC Z(4)9.
01 WS-CHANGE-DISPLAY PIC -(5)9.
01 WS-DECLINES-DISPLAY PIC Z(4)9.
01 WS-RISES-DISPLAY PIC Z(4)9.
01 WS-FILES-DISPLAY PIC Z(4)9.
01 WS-ROWS-READ-DISPLAY PIC Z(8)9.
01 WS-ROWS-MATCHED-DISPLAY PIC Z(8)9.
01 WS-SERIES-DISPLAY PIC Z(3)9.
01 WS-FALLING-DISPLAY PIC Z(3)9.
01 WS-RISING-DISPLAY PIC Z(3)9.
01 WS-FLAT-DISPLAY PIC Z(3)9.

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    PERFORM LOAD-TREND-REQUEST.
    PERFORM LOAD-SCANNED-FILES.
    PERFORM LOAD-ROW-PREDICATES.
    OPEN OUTPUT TREND-REPORT-FILE.
    IF NOT WS-SCAN-WAS-COMPLETE
        MOVE SPACES TO TREND-REPORT-LINE
        STRING 'TREND NO COMPLETED SCAN OF KAFKA_METRICS_HISTORY'
                DELIMITED BY SIZE
            ' - NOTHING REPORTED' DELIMITED BY SIZE
            INTO TREND-REPORT-LINE
        WRITE TREND-REPORT-LINE
    ELSE
        PERFORM FOLD-HISTORY-ROWS
        PERFORM WRITE-ONE-SERIES-TREND
            VARYING WS-SERIES-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SERIES-SCAN-IDX > WS-SERIES-COUNT
        PERFORM WRITE-TREND-SUMMARY
    END-IF.
    CLOSE TREND-REPORT-FILE.
    STOP RUN.

LOAD-TREND-REQUEST.
    OPEN INPUT TREND-REQUEST-FILE.
    IF WS-TREND-REQUEST-OK
        READ TREND-REQUEST-FILE
            AT END CONTINUE
            NOT AT END
                IF TRQ-GRAIN = 'H'
                    MOVE 'H' TO WS-TREND-GRAIN
                    MOVE 'HOURLY' TO WS-TREND-GRAIN-TEXT
                END-IF
                IF TRQ-FLAT-PERCENT IS NUMERIC
                    MOVE TRQ-FLAT-PERCENT TO WS-FLAT-PERCENT
                END-IF
        END-READ
        CLOSE TREND-REQUEST-FILE
    END-IF.

*> Only the history table's own files are kept; the scan result may
*> list other tables' files where a listing is shared. Each file
*> line carries its DELETES= count after the path.
LOAD-SCANNED-FILES.
    MOVE ZERO TO WS-SCAN-FILE-COUNT.
    OPEN INPUT TABLE-SCAN-RESULT.
    IF WS-SCAN-RESULT-OK
        PERFORM LOAD-ONE-SCAN-LINE UNTIL END-OF-SCAN-RESULT
        CLOSE TABLE-SCAN-RESULT
    END-IF.

LOAD-ONE-SCAN-LINE.
    READ TABLE-SCAN-RESULT
        AT END SET END-OF-SCAN-RESULT TO TRUE
        NOT AT END
            IF TABLE-SCAN-RESULT-LINE (1:13) = 'SCAN COMPLETE'
                SET WS-SCAN-WAS-COMPLETE TO TRUE
            END-IF
            IF TABLE-SCAN-RESULT-LINE (1:9) = 'SNAPSHOT='
                MOVE SPACES TO WS-SCAN-LINE-PATH
                UNSTRING TABLE-SCAN-RESULT-LINE
                    DELIMITED BY ' FILE=' OR ' DELETES='
                    INTO WS-SCAN-LINE-LABEL WS-SCAN-LINE-PATH
                END-UNSTRING
                IF WS-SCAN-LINE-PATH (1:33) = WS-HISTORY-PATH-PREFIX
                        AND WS-SCAN-FILE-COUNT < 5000
                    ADD 1 TO WS-SCAN-FILE-COUNT
                    SET WS-SF-IDX TO WS-SCAN-FILE-COUNT
                    MOVE WS-SCAN-LINE-PATH
                        TO WS-SF-FILE-PATH (WS-SF-IDX)
                END-IF
            END-IF
    END-READ.

*> A card from an older deck carries no group id; it becomes its own
*> group, which keeps the old everything-ANDed semantics.
LOAD-ROW-PREDICATES.
    MOVE ZERO TO WS-PRED-COUNT.
    MOVE ZERO TO WS-PRED-GROUP-MAX.
    OPEN INPUT PARSED-STRICT-CARD-FILE.
    IF WS-PARSED-CARD-OK
        PERFORM LOAD-ONE-ROW-PREDICATE UNTIL END-OF-PARSED-CARDS
        CLOSE PARSED-STRICT-CARD-FILE
    END-IF.

LOAD-ONE-ROW-PREDICATE.
    READ PARSED-STRICT-CARD-FILE
        AT END SET END-OF-PARSED-CARDS TO TRUE
        NOT AT END
            IF WS-PRED-COUNT < 200
                ADD 1 TO WS-PRED-COUNT
                SET WS-PRED-IDX TO WS-PRED-COUNT
                MOVE PSC-FIELD-ID TO WS-PR-FIELD-ID (WS-PRED-IDX)
                MOVE PSC-PREDICATE-TYPE
                    TO WS-PR-PREDICATE-TYPE (WS-PRED-IDX)
                MOVE PSC-LITERAL TO WS-PR-LITERAL (WS-PRED-IDX)
                IF PSC-GROUP-ID IS NUMERIC AND PSC-GROUP-ID > ZERO
                    MOVE PSC-GROUP-ID TO WS-PR-GROUP-ID (WS-PRED-IDX)
                    IF PSC-GROUP-ID > WS-PRED-GROUP-MAX
                        MOVE PSC-GROUP-ID TO WS-PRED-GROUP-MAX
                    END-IF
                ELSE
                    ADD 1 TO WS-PRED-GROUP-MAX
                    MOVE WS-PRED-GROUP-MAX
                        TO WS-PR-GROUP-ID (WS-PRED-IDX)
                END-IF
            END-IF
    END-READ.

*> Every row of the requested rollup grain that sits in a scanned file
*> and satisfies the predicates is merged into its series' point.
FOLD-HISTORY-ROWS.
    OPEN INPUT METRICS-HISTORY-ROW-FILE.
    IF WS-HISTORY-ROW-OK
        PERFORM FOLD-ONE-HISTORY-ROW UNTIL END-OF-HISTORY-ROWS
        CLOSE METRICS-HISTORY-ROW-FILE
    END-IF.

FOLD-ONE-HISTORY-ROW.
    READ METRICS-HISTORY-ROW-FILE
        AT END SET END-OF-HISTORY-ROWS TO TRUE
        NOT AT END
            ADD 1 TO WS-ROWS-READ
            IF MH-GRAIN = WS-TREND-GRAIN
                PERFORM CHECK-ROW-FILE-SCANNED
                IF WS-LAST-PATH-SCANNED
                    PERFORM EVALUATE-ROW-PREDICATES
                    IF WS-ROW-MATCHES
                        ADD 1 TO WS-ROWS-MATCHED
                        PERFORM MERGE-ROW-INTO-POINT
                    END-IF
                END-IF
            END-IF
    END-READ.

*> Rows arrive grouped by the file they were landed in, so the last
*> answer is kept and the file table is searched once per file.
CHECK-ROW-FILE-SCANNED.
    IF MH-FILE-PATH NOT = WS-LAST-PATH-CHECKED
        MOVE MH-FILE-PATH TO WS-LAST-PATH-CHECKED
        MOVE 'N' TO WS-LAST-PATH-SWITCH
        SET WS-SF-IDX TO 1
        SEARCH WS-SF-ENTRY
            AT END CONTINUE
            WHEN WS-SF-FILE-PATH (WS-SF-IDX) = MH-FILE-PATH
                SET WS-LAST-PATH-SCANNED TO TRUE
        END-SEARCH
    END-IF.

EVALUATE-ROW-PREDICATES.
    SET WS-ROW-MATCHES TO TRUE.
    PERFORM EVALUATE-ONE-ROW-GROUP
        VARYING WS-EVAL-GROUP FROM 1 BY 1
        UNTIL WS-EVAL-GROUP > WS-PRED-GROUP-MAX
            OR NOT WS-ROW-MATCHES.

EVALUATE-ONE-ROW-GROUP.
    MOVE 'N' TO WS-GROUP-HAS-PREDS-SWITCH.
    MOVE 'N' TO WS-GROUP-HOLDS-SWITCH.
    PERFORM EVALUATE-ONE-ROW-MEMBER
        VARYING WS-PRED-IDX FROM 1 BY 1
        UNTIL WS-PRED-IDX > WS-PRED-COUNT.
    IF WS-GROUP-HAS-PREDS AND NOT WS-GROUP-HOLDS
        MOVE 'N' TO WS-ROW-MATCH-SWITCH
    END-IF.

EVALUATE-ONE-ROW-MEMBER.
    IF WS-PR-GROUP-ID (WS-PRED-IDX) = WS-EVAL-GROUP
        SET WS-GROUP-HAS-PREDS TO TRUE
        PERFORM TEST-ROW-PREDICATE
        IF WS-PRED-HOLDS
            SET WS-GROUP-HOLDS TO TRUE
        END-IF
    END-IF.

TEST-ROW-PREDICATE.
    SET WS-PRED-HOLDS TO TRUE.
    PERFORM LOAD-ROW-FIELD-VALUE.
    IF WS-FIELD-IS-NUMBER
        MOVE ZERO TO WS-LITERAL-LENGTH
        INSPECT WS-PR-LITERAL (WS-PRED-IDX)
            TALLYING WS-LITERAL-LENGTH
            FOR CHARACTERS BEFORE INITIAL SPACE
        IF WS-LITERAL-LENGTH > ZERO AND WS-LITERAL-LENGTH < 19
            IF WS-PR-LITERAL (WS-PRED-IDX) (1:WS-LITERAL-LENGTH)
                    IS NUMERIC
                MOVE WS-PR-LITERAL (WS-PRED-IDX) (1:WS-LITERAL-LENGTH)
                    TO WS-LITERAL-NUMBER
            ELSE
                SET WS-FIELD-IS-UNKNOWN TO TRUE
            END-IF
        ELSE
            SET WS-FIELD-IS-UNKNOWN TO TRUE
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN WS-FIELD-IS-UNKNOWN
            MOVE ZERO TO WS-COMPARE-SIGN
        WHEN WS-FIELD-IS-TEXT
            EVALUATE TRUE
                WHEN WS-FIELD-TEXT < WS-PR-LITERAL (WS-PRED-IDX)
                    MOVE -1 TO WS-COMPARE-SIGN
                WHEN WS-FIELD-TEXT > WS-PR-LITERAL (WS-PRED-IDX)
                    MOVE 1 TO WS-COMPARE-SIGN
                WHEN OTHER
                    MOVE ZERO TO WS-COMPARE-SIGN
            END-EVALUATE
        WHEN OTHER
            EVALUATE TRUE
                WHEN WS-FIELD-NUMBER < WS-LITERAL-NUMBER
                    MOVE -1 TO WS-COMPARE-SIGN
                WHEN WS-FIELD-NUMBER > WS-LITERAL-NUMBER
                    MOVE 1 TO WS-COMPARE-SIGN
                WHEN OTHER
                    MOVE ZERO TO WS-COMPARE-SIGN
            END-EVALUATE
    END-EVALUATE.
    IF NOT WS-FIELD-IS-UNKNOWN
        EVALUATE WS-PR-PREDICATE-TYPE (WS-PRED-IDX)
            WHEN 'EQ'
            WHEN 'IN'
                IF WS-COMPARE-SIGN NOT = ZERO
                    MOVE 'N' TO WS-PRED-HOLDS-SWITCH
                END-IF
            WHEN 'NOTEQ'
            WHEN 'NOTIN'
                IF WS-COMPARE-SIGN = ZERO
                    MOVE 'N' TO WS-PRED-HOLDS-SWITCH
                END-IF
            WHEN 'LT'
                IF WS-COMPARE-SIGN NOT < ZERO
                    MOVE 'N' TO WS-PRED-HOLDS-SWITCH
                END-IF
            WHEN 'LTEQ'
                IF WS-COMPARE-SIGN > ZERO
                    MOVE 'N' TO WS-PRED-HOLDS-SWITCH
                END-IF
            WHEN 'GT'
                IF WS-COMPARE-SIGN NOT > ZERO
                    MOVE 'N' TO WS-PRED-HOLDS-SWITCH
                END-IF
            WHEN 'GTEQ'
                IF WS-COMPARE-SIGN < ZERO
                    MOVE 'N' TO WS-PRED-HOLDS-SWITCH
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> Field ids as KAFKA-METRICS-REPORTER's schema deck assigns them.
LOAD-ROW-FIELD-VALUE.
    MOVE SPACES TO WS-FIELD-TEXT.
    MOVE ZERO TO WS-FIELD-NUMBER.
    SET WS-FIELD-IS-TEXT TO TRUE.
    EVALUATE WS-PR-FIELD-ID (WS-PRED-IDX)
        WHEN 1
            MOVE MH-DAY TO WS-FIELD-TEXT
        WHEN 2
            MOVE MH-PROGRAM-ID TO WS-FIELD-TEXT
        WHEN 3
            MOVE MH-METRIC-NAME TO WS-FIELD-TEXT
        WHEN 4
            MOVE MH-GRAIN TO WS-FIELD-TEXT
        WHEN 5
            MOVE MH-HOUR TO WS-FIELD-TEXT
        WHEN 6
            SET WS-FIELD-IS-NUMBER TO TRUE
            MOVE MH-TIMESTAMP TO WS-FIELD-NUMBER
        WHEN 7
            SET WS-FIELD-IS-NUMBER TO TRUE
            MOVE MH-INTERVAL-SECS TO WS-FIELD-NUMBER
        WHEN 8
            SET WS-FIELD-IS-NUMBER TO TRUE
            MOVE MH-SAMPLE-COUNT TO WS-FIELD-NUMBER
        WHEN 9
            SET WS-FIELD-IS-NUMBER TO TRUE
            MOVE MH-VALUE-SUM TO WS-FIELD-NUMBER
        WHEN 10
            SET WS-FIELD-IS-NUMBER TO TRUE
            MOVE MH-VALUE-MIN TO WS-FIELD-NUMBER
        WHEN 11
            SET WS-FIELD-IS-NUMBER TO TRUE
            MOVE MH-VALUE-MAX TO WS-FIELD-NUMBER
        WHEN OTHER
            SET WS-FIELD-IS-UNKNOWN TO TRUE
    END-EVALUATE.

MERGE-ROW-INTO-POINT.
    MOVE SPACES TO WS-ROW-PERIOD.
    MOVE MH-DAY TO WS-ROW-PERIOD (1:8).
    IF WS-TREND-IS-HOURLY
        MOVE MH-HOUR TO WS-ROW-PERIOD (9:2)
    END-IF.
    MOVE 'N' TO WS-SE-FOUND-SWITCH.
    SET WS-SE-IDX TO 1.
    SEARCH WS-SE-ENTRY
        AT END CONTINUE
        WHEN WS-SE-PROGRAM-ID (WS-SE-IDX) = MH-PROGRAM-ID
                AND WS-SE-METRIC-NAME (WS-SE-IDX) = MH-METRIC-NAME
            SET WS-SE-FOUND TO TRUE
    END-SEARCH.
    IF NOT WS-SE-FOUND AND WS-SERIES-COUNT < 500
        ADD 1 TO WS-SERIES-COUNT
        SET WS-SE-IDX TO WS-SERIES-COUNT
        MOVE MH-PROGRAM-ID TO WS-SE-PROGRAM-ID (WS-SE-IDX)
        MOVE MH-METRIC-NAME TO WS-SE-METRIC-NAME (WS-SE-IDX)
        MOVE ZERO TO WS-SE-POINT-COUNT (WS-SE-IDX)
        SET WS-SE-FOUND TO TRUE
    END-IF.
    IF NOT WS-SE-FOUND
        ADD 1 TO WS-ROWS-DROPPED
    ELSE
        SET WS-ROW-SERIES-IDX TO WS-SE-IDX
        PERFORM MERGE-ROW-INTO-SERIES-POINT
    END-IF.

MERGE-ROW-INTO-SERIES-POINT.
    MOVE 'N' TO WS-PT-FOUND-SWITCH.
    SET WS-PT-IDX TO 1.
    SEARCH WS-PT-ENTRY
        AT END CONTINUE
        WHEN WS-PT-SERIES-IDX (WS-PT-IDX) = WS-ROW-SERIES-IDX
                AND WS-PT-PERIOD (WS-PT-IDX) = WS-ROW-PERIOD
            SET WS-PT-FOUND TO TRUE
    END-SEARCH.
    IF WS-PT-FOUND
        ADD MH-SAMPLE-COUNT TO WS-PT-SAMPLE-COUNT (WS-PT-IDX)
        ADD MH-VALUE-SUM TO WS-PT-VALUE-SUM (WS-PT-IDX)
        IF MH-VALUE-MIN < WS-PT-VALUE-MIN (WS-PT-IDX)
            MOVE MH-VALUE-MIN TO WS-PT-VALUE-MIN (WS-PT-IDX)
        END-IF
        IF MH-VALUE-MAX > WS-PT-VALUE-MAX (WS-PT-IDX)
            MOVE MH-VALUE-MAX TO WS-PT-VALUE-MAX (WS-PT-IDX)
        END-IF
    ELSE
        IF WS-POINT-COUNT < 10000
            ADD 1 TO WS-POINT-COUNT
            SET WS-PT-IDX TO WS-POINT-COUNT
            MOVE WS-ROW-SERIES-IDX TO WS-PT-SERIES-IDX (WS-PT-IDX)
            MOVE WS-ROW-PERIOD TO WS-PT-PERIOD (WS-PT-IDX)
            MOVE MH-SAMPLE-COUNT TO WS-PT-SAMPLE-COUNT (WS-PT-IDX)
            MOVE MH-VALUE-SUM TO WS-PT-VALUE-SUM (WS-PT-IDX)
            MOVE MH-VALUE-MIN TO WS-PT-VALUE-MIN (WS-PT-IDX)
            MOVE MH-VALUE-MAX TO WS-PT-VALUE-MAX (WS-PT-IDX)
            MOVE 'N' TO WS-PT-REPORTED-SWITCH (WS-PT-IDX)
            SET WS-SE-IDX TO WS-ROW-SERIES-IDX
            ADD 1 TO WS-SE-POINT-COUNT (WS-SE-IDX)
        ELSE
            ADD 1 TO WS-ROWS-DROPPED
        END-IF
    END-IF.

*> One series: its header, its points in period order, and the
*> verdict - FALLING or RISING when the last period's average has
*> moved past the flat band from the first period's, FLAT otherwise.
WRITE-ONE-SERIES-TREND.
    SET WS-SE-IDX TO WS-SERIES-SCAN-IDX.
    MOVE WS-SE-POINT-COUNT (WS-SE-IDX) TO WS-PERIODS-DISPLAY.
    MOVE SPACES TO TREND-REPORT-LINE.
    STRING 'TREND PROGRAM=' DELIMITED BY SIZE
        WS-SE-PROGRAM-ID (WS-SE-IDX) DELIMITED BY SPACE
        ' METRIC=' DELIMITED BY SIZE
        WS-SE-METRIC-NAME (WS-SE-IDX) DELIMITED BY SPACE
        ' GRAIN=' DELIMITED BY SIZE
        WS-TREND-GRAIN-TEXT DELIMITED BY SPACE
        ' PERIODS=' WS-PERIODS-DISPLAY DELIMITED BY SIZE
        INTO TREND-REPORT-LINE
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE TREND-REPORT-LINE.
    MOVE ZERO TO WS-POINTS-WRITTEN.
    MOVE ZERO TO WS-DECLINE-COUNT.
    MOVE ZERO TO WS-RISE-COUNT.
    MOVE ZERO TO WS-PRIOR-AVERAGE.
    PERFORM WRITE-NEXT-SERIES-POINT
        WS-SE-POINT-COUNT (WS-SE-IDX) TIMES.
    PERFORM WRITE-SERIES-VERDICT.

WRITE-NEXT-SERIES-POINT.
    MOVE ZERO TO WS-NEXT-POINT-IDX.
    PERFORM PICK-EARLIER-POINT
        VARYING WS-POINT-SCAN-IDX FROM 1 BY 1
        UNTIL WS-POINT-SCAN-IDX > WS-POINT-COUNT.
    IF WS-NEXT-POINT-IDX > ZERO
        SET WS-PT-IDX TO WS-NEXT-POINT-IDX
        SET WS-PT-IS-REPORTED (WS-PT-IDX) TO TRUE
        ADD 1 TO WS-POINTS-WRITTEN
        COMPUTE WS-POINT-AVERAGE ROUNDED =
            WS-PT-VALUE-SUM (WS-PT-IDX) /
            WS-PT-SAMPLE-COUNT (WS-PT-IDX)
        IF WS-POINTS-WRITTEN = 1
            MOVE WS-POINT-AVERAGE TO WS-FIRST-AVERAGE
            MOVE WS-PT-PERIOD (WS-PT-IDX) TO WS-FIRST-PERIOD
        ELSE
            IF WS-POINT-AVERAGE < WS-PRIOR-AVERAGE
                ADD 1 TO WS-DECLINE-COUNT
            END-IF
            IF WS-POINT-AVERAGE > WS-PRIOR-AVERAGE
                ADD 1 TO WS-RISE-COUNT
            END-IF
        END-IF
        MOVE WS-POINT-AVERAGE TO WS-PRIOR-AVERAGE
        MOVE WS-POINT-AVERAGE TO WS-LAST-AVERAGE
        MOVE WS-PT-PERIOD (WS-PT-IDX) TO WS-LAST-PERIOD
        MOVE WS-POINT-AVERAGE TO WS-AVERAGE-DISPLAY
        MOVE WS-PT-VALUE-MIN (WS-PT-IDX) TO WS-MIN-DISPLAY
        MOVE WS-PT-VALUE-MAX (WS-PT-IDX) TO WS-MAX-DISPLAY
        MOVE WS-PT-SAMPLE-COUNT (WS-PT-IDX) TO WS-SAMPLES-DISPLAY
        MOVE SPACES TO TREND-REPORT-LINE
        STRING '  PERIOD=' DELIMITED BY SIZE
            WS-PT-PERIOD (WS-PT-IDX) DELIMITED BY SPACE
            ' SAMPLES=' WS-SAMPLES-DISPLAY DELIMITED BY SIZE
            ' AVG=' WS-AVERAGE-DISPLAY DELIMITED BY SIZE
            ' MIN=' WS-MIN-DISPLAY DELIMITED BY SIZE
            ' MAX=' WS-MAX-DISPLAY DELIMITED BY SIZE
            INTO TREND-REPORT-LINE
        WRITE TREND-REPORT-LINE
    END-IF.

PICK-EARLIER-POINT.
    SET WS-PT-IDX TO WS-POINT-SCAN-IDX.
    IF WS-PT-SERIES-IDX (WS-PT-IDX) = WS-SERIES-SCAN-IDX
            AND NOT WS-PT-IS-REPORTED (WS-PT-IDX)
        IF WS-NEXT-POINT-IDX = ZERO
            MOVE WS-POINT-SCAN-IDX TO WS-NEXT-POINT-IDX
        ELSE
            IF WS-PT-PERIOD (WS-PT-IDX) <
                    WS-PT-PERIOD (WS-NEXT-POINT-IDX)
                MOVE WS-POINT-SCAN-IDX TO WS-NEXT-POINT-IDX
            END-IF
        END-IF
    END-IF.

WRITE-SERIES-VERDICT.
    EVALUATE TRUE
        WHEN WS-FIRST-AVERAGE > ZERO
            COMPUTE WS-CHANGE-PERCENT ROUNDED =
                (WS-LAST-AVERAGE - WS-FIRST-AVERAGE) * 100 /
                WS-FIRST-AVERAGE
                ON SIZE ERROR MOVE 99999 TO WS-CHANGE-PERCENT
            END-COMPUTE
        WHEN WS-LAST-AVERAGE > ZERO
            MOVE 99999 TO WS-CHANGE-PERCENT
        WHEN OTHER
            MOVE ZERO TO WS-CHANGE-PERCENT
    END-EVALUATE.
    EVALUATE TRUE
        WHEN WS-CHANGE-PERCENT < ZERO
                AND 0 - WS-CHANGE-PERCENT > WS-FLAT-PERCENT
            MOVE 'FALLING' TO WS-DIRECTION-TEXT
            ADD 1 TO WS-FALLING-COUNT
        WHEN WS-CHANGE-PERCENT > WS-FLAT-PERCENT
            MOVE 'RISING' TO WS-DIRECTION-TEXT
            ADD 1 TO WS-RISING-COUNT
        WHEN OTHER
            MOVE 'FLAT' TO WS-DIRECTION-TEXT
            ADD 1 TO WS-FLAT-COUNT
    END-EVALUATE.
    MOVE WS-FIRST-AVERAGE TO WS-FIRST-DISPLAY.
    MOVE WS-LAST-AVERAGE TO WS-LAST-DISPLAY.
    MOVE WS-CHANGE-PERCENT TO WS-CHANGE-DISPLAY.
    MOVE WS-DECLINE-COUNT TO WS-DECLINES-DISPLAY.
    MOVE WS-RISE-COUNT TO WS-RISES-DISPLAY.
    MOVE SPACES TO TREND-REPORT-LINE.
    STRING '  CHANGE FIRST=' DELIMITED BY SIZE
        WS-FIRST-PERIOD DELIMITED BY SPACE
        ' AVG=' WS-FIRST-DISPLAY DELIMITED BY SIZE
        ' LAST=' DELIMITED BY SIZE
        WS-LAST-PERIOD DELIMITED BY SPACE
        ' AVG=' WS-LAST-DISPLAY DELIMITED BY SIZE
        ' CHANGE-PCT=' WS-CHANGE-DISPLAY DELIMITED BY SIZE
        ' DECLINES=' WS-DECLINES-DISPLAY DELIMITED BY SIZE
        ' RISES=' WS-RISES-DISPLAY DELIMITED BY SIZE
        ' DIRECTION=' DELIMITED BY SIZE
        WS-DIRECTION-TEXT DELIMITED BY SPACE
        INTO TREND-REPORT-LINE
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE TREND-REPORT-LINE.

WRITE-TREND-SUMMARY.
    MOVE WS-SCAN-FILE-COUNT TO WS-FILES-DISPLAY.
    MOVE WS-ROWS-READ TO WS-ROWS-READ-DISPLAY.
    MOVE WS-ROWS-MATCHED TO WS-ROWS-MATCHED-DISPLAY.
    MOVE WS-SERIES-COUNT TO WS-SERIES-DISPLAY.
    MOVE WS-FALLING-COUNT TO WS-FALLING-DISPLAY.
    MOVE WS-RISING-COUNT TO WS-RISING-DISPLAY.
    MOVE WS-FLAT-COUNT TO WS-FLAT-DISPLAY.
    MOVE SPACES TO TREND-REPORT-LINE.
    STRING 'SUMMARY FILES-SCANNED=' WS-FILES-DISPLAY DELIMITED BY SIZE
        ' ROWS-READ=' WS-ROWS-READ-DISPLAY DELIMITED BY SIZE
        ' ROWS-MATCHED=' WS-ROWS-MATCHED-DISPLAY DELIMITED BY SIZE
        ' SERIES=' WS-SERIES-DISPLAY DELIMITED BY SIZE
        ' FALLING=' WS-FALLING-DISPLAY DELIMITED BY SIZE
        ' RISING=' WS-RISING-DISPLAY DELIMITED BY SIZE
        ' FLAT=' WS-FLAT-DISPLAY DELIMITED BY SIZE
        INTO TREND-REPORT-LINE
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE TREND-REPORT-LINE.
