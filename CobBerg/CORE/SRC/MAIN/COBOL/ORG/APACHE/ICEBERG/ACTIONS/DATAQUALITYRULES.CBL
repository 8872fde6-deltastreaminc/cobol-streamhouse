IDENTIFICATION DIVISION.
PROGRAM-ID. DATA-QUALITY-RULES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DQ-EVALUATION-CARD-FILE
        ASSIGN TO "DQEVALUATIONCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVAL-CARD-STATUS.
    SELECT DQ-RULE-DECK-FILE
        ASSIGN TO "DATAQUALITYRULES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RULE-DECK-STATUS.
    SELECT TABLE-COLUMN-BOUNDS-FILE
        ASSIGN TO "TABLECOLUMNBOUNDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BOUNDS-STATUS.
    SELECT TABLE-DATA-FILE-LISTING
        ASSIGN TO "TABLEDATAFILES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DATA-FILE-STATUS.
    SELECT DQ-SCORECARD-REPORT
        ASSIGN TO "DATAQUALITYSCORECARD"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DQ-HOLD-FILE
        ASSIGN TO "DATAQUALITYHOLDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLD-FILE-STATUS.
    SELECT INCIDENT-LOG-FILE
        ASSIGN TO "INCIDENTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INCIDENT-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
*> The commit just made: which table, which snapshot, and whether the
*> snapshot was staged (write-audit-publish) rather than committed
*> straight to current. Run as the step after each commit, with
*> TABLECOLUMNBOUNDS and TABLEDATAFILES as that commit left them.
FD DQ-EVALUATION-CARD-FILE.
01 DQ-EVALUATION-CARD.
   05 DQE-TABLE-NAME PIC X(128).
   05 DQE-SNAPSHOT-ID PIC 9(18).
   05 DQE-STAGED-FLAG PIC X.
      88 DQE-SNAPSHOT-IS-STAGED VALUE 'Y'.

*> The per-table rule deck, one card per rule. A breach of a rule
*> scores the rule's severity (WARN or FAIL); a FAIL rule carrying the
*> hold flag also holds a staged snapshot back from PUBLISH.
*>   NULL-FRACTION  null count over value count of DQR-FIELD-ID, as a
*>                  percentage, must not exceed DQR-PERCENT-LIMIT.
*>   MIN-LOWER      no file's lower bound on DQR-FIELD-ID may fall
*>                  below DQR-BOUND-LIMIT.
*>   MAX-UPPER      no file's upper bound on DQR-FIELD-ID may rise
*>                  above DQR-BOUND-LIMIT.
*>   MIN-ROWS       every partition must hold at least DQR-ROW-LIMIT
*>                  rows across its data files.
*> Bounds compare numerically unless DQR-COMPARE-TYPE is 'A', when
*> they compare as text the way the scan planner compares them.
FD DQ-RULE-DECK-FILE.
01 DQ-RULE-CARD.
   05 DQR-TABLE-NAME PIC X(128).
   05 DQR-RULE-ID PIC X(20).
   05 DQR-RULE-TYPE PIC X(14).
      88 DQR-IS-NULL-FRACTION VALUE 'NULL-FRACTION'.
      88 DQR-IS-MIN-LOWER VALUE 'MIN-LOWER'.
      88 DQR-IS-MAX-UPPER VALUE 'MAX-UPPER'.
      88 DQR-IS-MIN-ROWS VALUE 'MIN-ROWS'.
   05 DQR-FIELD-ID PIC 9(9).
   05 DQR-PERCENT-LIMIT PIC 9(3)V9(4).
   05 DQR-BOUND-LIMIT PIC X(40).
   05 DQR-ROW-LIMIT PIC 9(18).
   05 DQR-COMPARE-TYPE PIC X.
      88 DQR-COMPARE-AS-TEXT VALUE 'A'.
   05 DQR-SEVERITY PIC X(4).
      88 DQR-SEVERITY-WARN VALUE 'WARN'.
   05 DQR-HOLD-FLAG PIC X.
      88 DQR-HOLDS-PUBLISH VALUE 'Y'.

*> Per-file, per-column metrics written at ingest, the same cards the
*> scan planner prunes on.
FD TABLE-COLUMN-BOUNDS-FILE.
01 TABLE-COLUMN-BOUNDS-REC.
   05 CB-FILE-PATH PIC X(256).
   05 CB-FIELD-ID PIC 9(9).
   05 CB-LOWER-BOUND PIC X(40).
   05 CB-UPPER-BOUND PIC X(40).
   05 CB-VALUE-COUNT PIC 9(9).
   05 CB-NULL-COUNT PIC 9(9).

*> One record per data file currently tracked by the table.
FD TABLE-DATA-FILE-LISTING.
01 TABLE-DATA-FILE-REC.
   05 DF-FILE-PATH PIC X(256).
   05 DF-PARTITION-VALUE PIC X(64).
   05 DF-RECORD-COUNT PIC 9(18).
   05 DF-FILE-SIZE-BYTES PIC 9(18).
   05 DF-NULL-COUNT PIC 9(18).
   05 DF-PARTITION-SPEC-ID PIC 9(9).

FD DQ-SCORECARD-REPORT.
01 DQ-SCORECARD-LINE PIC X(250).

*> Staged snapshots a failing hold rule has held back; TABLE-INTERFACE
*> refuses to PUBLISH a snapshot listed here without the operator's
*> override byte.
FD DQ-HOLD-FILE.
01 DQ-HOLD-REC.
   05 DQH-TABLE-NAME PIC X(128).
   05 DQH-SNAPSHOT-ID PIC 9(18).
   05 DQH-RULE-ID PIC X(20).

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
01 WS-EVAL-CARD-STATUS PIC XX.
   88 WS-EVAL-CARD-OK VALUE '00'.
01 WS-RULE-DECK-STATUS PIC XX.
   88 WS-RULE-DECK-OK VALUE '00'.
01 WS-BOUNDS-STATUS PIC XX.
   88 WS-BOUNDS-OK VALUE '00'.
01 WS-DATA-FILE-STATUS PIC XX.
   88 WS-DATA-FILE-OK VALUE '00'.
01 WS-HOLD-FILE-STATUS PIC XX.
   88 WS-HOLD-FILE-OK VALUE '00'.
01 WS-RULE-DECK-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-RULE-DECK VALUE 'Y'.
01 WS-BOUNDS-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-BOUNDS VALUE 'Y'.
01 WS-DATA-FILE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-DATA-FILES VALUE 'Y'.
01 WS-EVAL-CARD-SWITCH PIC X VALUE 'N'.
   88 WS-EVAL-CARD-PRESENT VALUE 'Y'.

01 WS-SUBJECT-TABLE-NAME PIC X(128) VALUE SPACES.
01 WS-SUBJECT-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-SUBJECT-STAGED-SWITCH PIC X VALUE 'N'.
   88 WS-SUBJECT-IS-STAGED VALUE 'Y'.

*> The column bounds held once for every rule to read.
01 WS-BOUNDS-COUNT PIC 9(5) VALUE ZERO.
01 WS-BOUNDS-TABLE.
   05 WS-BOUNDS-ENTRY OCCURS 1 TO 20000 TIMES
         DEPENDING ON WS-BOUNDS-COUNT
         INDEXED BY WS-BOUNDS-IDX.
      10 WS-CB-FIELD-ID PIC 9(9).
      10 WS-CB-LOWER-BOUND PIC X(40).
      10 WS-CB-UPPER-BOUND PIC X(40).
      10 WS-CB-VALUE-COUNT PIC 9(9).
      10 WS-CB-NULL-COUNT PIC 9(9).

*> Rows per partition, totalled once from the data-file listing.
01 WS-PARTITION-COUNT PIC 9(5) VALUE ZERO.
01 WS-PARTITION-TABLE.
   05 WS-PARTITION-ENTRY OCCURS 1 TO 10000 TIMES
         DEPENDING ON WS-PARTITION-COUNT
         INDEXED BY WS-PARTITION-IDX.
      10 WS-PT-PARTITION-VALUE PIC X(64).
      10 WS-PT-ROW-COUNT PIC 9(18).
01 WS-PARTITION-FOUND-SWITCH PIC X.
   88 WS-PARTITION-FOUND VALUE 'Y'.

*> The rule being evaluated and what it observed.
01 WS-RULE-RESULT PIC X(4).
   88 WS-RULE-PASSED VALUE 'PASS'.
   88 WS-RULE-FAILED VALUE 'FAIL'.
01 WS-RULE-BREACH-SWITCH PIC X.
   88 WS-RULE-BREACHED VALUE 'Y'.
01 WS-RULE-EVIDENCE-SWITCH PIC X.
   88 WS-RULE-HAS-EVIDENCE VALUE 'Y'.
01 WS-NULL-TOTAL PIC 9(18) VALUE ZERO.
01 WS-VALUE-TOTAL PIC 9(18) VALUE ZERO.
01 WS-NULL-PERCENT PIC 9(3)V9(4) VALUE ZERO.
01 WS-WORST-BOUND PIC X(40).
01 WS-WORST-PARTITION PIC X(64).
01 WS-WORST-ROW-COUNT PIC 9(18) VALUE ZERO.
01 WS-BOUND-NUMBER PIC S9(13)V9(5).
01 WS-WORST-NUMBER PIC S9(13)V9(5).
01 WS-LIMIT-NUMBER PIC S9(13)V9(5).
01 WS-OBSERVED-TEXT PIC X(80).
01 WS-LIMIT-TEXT PIC X(60).
01 WS-PERCENT-DISPLAY PIC ZZ9.9999.
01 WS-ROWS-DISPLAY PIC Z(17)9.
01 WS-FIELD-ID-DISPLAY PIC Z(8)9.
01 WS-SNAPSHOT-DISPLAY PIC Z(17)9.

01 WS-RULE-COUNT PIC 9(5) VALUE ZERO.
01 WS-PASS-COUNT PIC 9(5) VALUE ZERO.
01 WS-WARN-COUNT PIC 9(5) VALUE ZERO.
01 WS-FAIL-COUNT PIC 9(5) VALUE ZERO.
01 WS-HOLD-COUNT PIC 9(5) VALUE ZERO.
01 WS-COUNT-DISPLAY PIC ZZZZ9.
01 WS-PASS-DISPLAY PIC ZZZZ9.
01 WS-WARN-DISPLAY PIC ZZZZ9.
01 WS-FAIL-DISPLAY PIC ZZZZ9.
01 WS-TABLE-VERDICT PIC X(4).

01 WS-INCIDENT-LOG-STATUS PIC XX.
   88 WS-INCIDENT-LOG-OK VALUE '00'.
01 WS-INCIDENT-DATE-TIME PIC X(21).
01 WS-INCIDENT-SEVERITY PIC X(8).
01 WS-INCIDENT-ERROR-CLASS PIC X(20).
01 WS-INCIDENT-KEY PIC X(60).

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    PERFORM LOAD-EVALUATION-CARD.
    OPEN OUTPUT DQ-SCORECARD-REPORT.
    IF WS-EVAL-CARD-PRESENT
        PERFORM LOAD-COLUMN-BOUNDS
        PERFORM LOAD-PARTITION-ROW-COUNTS
        PERFORM EVALUATE-RULE-DECK
        PERFORM WRITE-TABLE-SCORECARD-LINE
    ELSE
        MOVE 'NO EVALUATION CARD - NO RULES EVALUATED'
            TO DQ-SCORECARD-LINE
        WRITE DQ-SCORECARD-LINE
    END-IF.
    CLOSE DQ-SCORECARD-REPORT.
    STOP RUN.

LOAD-EVALUATION-CARD.
    OPEN INPUT DQ-EVALUATION-CARD-FILE.
    IF WS-EVAL-CARD-OK
        READ DQ-EVALUATION-CARD-FILE
            AT END CONTINUE
            NOT AT END
                IF DQE-TABLE-NAME NOT = SPACES
                    SET WS-EVAL-CARD-PRESENT TO TRUE
                    MOVE DQE-TABLE-NAME TO WS-SUBJECT-TABLE-NAME
                    MOVE DQE-SNAPSHOT-ID TO WS-SUBJECT-SNAPSHOT-ID
                    IF DQE-SNAPSHOT-IS-STAGED
                        SET WS-SUBJECT-IS-STAGED TO TRUE
                    END-IF
                END-IF
        END-READ
        CLOSE DQ-EVALUATION-CARD-FILE
    END-IF.

LOAD-COLUMN-BOUNDS.
    MOVE ZERO TO WS-BOUNDS-COUNT.
    OPEN INPUT TABLE-COLUMN-BOUNDS-FILE.
    IF WS-BOUNDS-OK
        PERFORM LOAD-ONE-COLUMN-BOUND UNTIL END-OF-BOUNDS
        CLOSE TABLE-COLUMN-BOUNDS-FILE
    END-IF.

LOAD-ONE-COLUMN-BOUND.
    READ TABLE-COLUMN-BOUNDS-FILE
        AT END SET END-OF-BOUNDS TO TRUE
        NOT AT END
            IF WS-BOUNDS-COUNT < 20000
                ADD 1 TO WS-BOUNDS-COUNT
                SET WS-BOUNDS-IDX TO WS-BOUNDS-COUNT
                MOVE CB-FIELD-ID TO WS-CB-FIELD-ID (WS-BOUNDS-IDX)
                MOVE CB-LOWER-BOUND
                    TO WS-CB-LOWER-BOUND (WS-BOUNDS-IDX)
                MOVE CB-UPPER-BOUND
                    TO WS-CB-UPPER-BOUND (WS-BOUNDS-IDX)
                MOVE CB-VALUE-COUNT
                    TO WS-CB-VALUE-COUNT (WS-BOUNDS-IDX)
                MOVE CB-NULL-COUNT
                    TO WS-CB-NULL-COUNT (WS-BOUNDS-IDX)
            END-IF
    END-READ.

LOAD-PARTITION-ROW-COUNTS.
    MOVE ZERO TO WS-PARTITION-COUNT.
    OPEN INPUT TABLE-DATA-FILE-LISTING.
    IF WS-DATA-FILE-OK
        PERFORM TALLY-ONE-DATA-FILE UNTIL END-OF-DATA-FILES
        CLOSE TABLE-DATA-FILE-LISTING
    END-IF.

TALLY-ONE-DATA-FILE.
    READ TABLE-DATA-FILE-LISTING
        AT END SET END-OF-DATA-FILES TO TRUE
        NOT AT END
            PERFORM FIND-PARTITION-ENTRY
            IF NOT WS-PARTITION-FOUND AND WS-PARTITION-COUNT < 10000
                ADD 1 TO WS-PARTITION-COUNT
                SET WS-PARTITION-IDX TO WS-PARTITION-COUNT
                MOVE DF-PARTITION-VALUE
                    TO WS-PT-PARTITION-VALUE (WS-PARTITION-IDX)
                MOVE ZERO TO WS-PT-ROW-COUNT (WS-PARTITION-IDX)
                SET WS-PARTITION-FOUND TO TRUE
            END-IF
            IF WS-PARTITION-FOUND
                ADD DF-RECORD-COUNT
                    TO WS-PT-ROW-COUNT (WS-PARTITION-IDX)
            END-IF
    END-READ.

FIND-PARTITION-ENTRY.
    MOVE 'N' TO WS-PARTITION-FOUND-SWITCH.
    SET WS-PARTITION-IDX TO 1.
    SEARCH WS-PARTITION-ENTRY
        AT END CONTINUE
        WHEN WS-PT-PARTITION-VALUE (WS-PARTITION-IDX) =
                DF-PARTITION-VALUE
            SET WS-PARTITION-FOUND TO TRUE
    END-SEARCH.

EVALUATE-RULE-DECK.
    OPEN INPUT DQ-RULE-DECK-FILE.
    IF WS-RULE-DECK-OK
        PERFORM EVALUATE-ONE-RULE-CARD UNTIL END-OF-RULE-DECK
        CLOSE DQ-RULE-DECK-FILE
    END-IF.

*> Each rule of the committed table scores PASS, or on a breach the
*> rule's own severity. A rule with nothing to measure (no bounds for
*> its field, no data files) passes - there is no data to fault.
EVALUATE-ONE-RULE-CARD.
    READ DQ-RULE-DECK-FILE
        AT END SET END-OF-RULE-DECK TO TRUE
        NOT AT END
            IF DQR-TABLE-NAME = WS-SUBJECT-TABLE-NAME
                PERFORM EVALUATE-CURRENT-RULE
            END-IF
    END-READ.

EVALUATE-CURRENT-RULE.
    ADD 1 TO WS-RULE-COUNT.
    MOVE 'N' TO WS-RULE-BREACH-SWITCH.
    MOVE 'N' TO WS-RULE-EVIDENCE-SWITCH.
    MOVE SPACES TO WS-OBSERVED-TEXT.
    MOVE SPACES TO WS-LIMIT-TEXT.
    EVALUATE TRUE
        WHEN DQR-IS-NULL-FRACTION
            PERFORM MEASURE-NULL-FRACTION
        WHEN DQR-IS-MIN-LOWER
            PERFORM MEASURE-LOWEST-BOUND
        WHEN DQR-IS-MAX-UPPER
            PERFORM MEASURE-HIGHEST-BOUND
        WHEN DQR-IS-MIN-ROWS
            PERFORM MEASURE-PARTITION-ROWS
        WHEN OTHER
            MOVE 'UNKNOWN RULE TYPE - NOT EVALUATED'
                TO WS-OBSERVED-TEXT
    END-EVALUATE.
    EVALUATE TRUE
        WHEN NOT WS-RULE-BREACHED
            MOVE 'PASS' TO WS-RULE-RESULT
            ADD 1 TO WS-PASS-COUNT
        WHEN DQR-SEVERITY-WARN
            MOVE 'WARN' TO WS-RULE-RESULT
            ADD 1 TO WS-WARN-COUNT
        WHEN OTHER
            MOVE 'FAIL' TO WS-RULE-RESULT
            ADD 1 TO WS-FAIL-COUNT
    END-EVALUATE.
    PERFORM WRITE-RULE-SCORECARD-LINE.
    IF WS-RULE-FAILED
        MOVE 'SEVERE' TO WS-INCIDENT-SEVERITY
        MOVE 'DATA-QUALITY' TO WS-INCIDENT-ERROR-CLASS
        MOVE SPACES TO WS-INCIDENT-KEY
        STRING WS-SUBJECT-TABLE-NAME DELIMITED BY SPACE
            '/' DELIMITED BY SIZE
            DQR-RULE-ID DELIMITED BY SPACE
            INTO WS-INCIDENT-KEY
        PERFORM APPEND-INCIDENT-RECORD
        IF DQR-HOLDS-PUBLISH AND WS-SUBJECT-IS-STAGED
            PERFORM APPEND-PUBLISH-HOLD
        END-IF
    END-IF.

MEASURE-NULL-FRACTION.
    MOVE ZERO TO WS-NULL-TOTAL.
    MOVE ZERO TO WS-VALUE-TOTAL.
    MOVE ZERO TO WS-NULL-PERCENT.
    PERFORM ADD-ONE-FIELD-NULL-COUNT
        VARYING WS-BOUNDS-IDX FROM 1 BY 1
        UNTIL WS-BOUNDS-IDX > WS-BOUNDS-COUNT.
    IF WS-VALUE-TOTAL > ZERO
        COMPUTE WS-NULL-PERCENT ROUNDED =
            WS-NULL-TOTAL * 100 / WS-VALUE-TOTAL
        IF WS-NULL-PERCENT > DQR-PERCENT-LIMIT
            SET WS-RULE-BREACHED TO TRUE
        END-IF
    END-IF.
    MOVE WS-NULL-PERCENT TO WS-PERCENT-DISPLAY.
    STRING 'NULL-PCT=' WS-PERCENT-DISPLAY
        DELIMITED BY SIZE INTO WS-OBSERVED-TEXT.
    MOVE DQR-PERCENT-LIMIT TO WS-PERCENT-DISPLAY.
    STRING 'MAX-PCT=' WS-PERCENT-DISPLAY
        DELIMITED BY SIZE INTO WS-LIMIT-TEXT.

ADD-ONE-FIELD-NULL-COUNT.
    IF WS-CB-FIELD-ID (WS-BOUNDS-IDX) = DQR-FIELD-ID
        ADD WS-CB-NULL-COUNT (WS-BOUNDS-IDX) TO WS-NULL-TOTAL
        ADD WS-CB-VALUE-COUNT (WS-BOUNDS-IDX) TO WS-VALUE-TOTAL
    END-IF.

MEASURE-LOWEST-BOUND.
    MOVE SPACES TO WS-WORST-BOUND.
    PERFORM FIND-ONE-LOWER-BOUND
        VARYING WS-BOUNDS-IDX FROM 1 BY 1
        UNTIL WS-BOUNDS-IDX > WS-BOUNDS-COUNT.
    IF WS-RULE-HAS-EVIDENCE
        IF DQR-COMPARE-AS-TEXT
            IF WS-WORST-BOUND < DQR-BOUND-LIMIT
                SET WS-RULE-BREACHED TO TRUE
            END-IF
        ELSE
            COMPUTE WS-LIMIT-NUMBER = FUNCTION NUMVAL (DQR-BOUND-LIMIT)
            IF WS-WORST-NUMBER < WS-LIMIT-NUMBER
                SET WS-RULE-BREACHED TO TRUE
            END-IF
        END-IF
    END-IF.
    STRING 'LOWEST-BOUND=' DELIMITED BY SIZE
        WS-WORST-BOUND DELIMITED BY SPACE
        INTO WS-OBSERVED-TEXT.
    STRING 'MIN-ALLOWED=' DELIMITED BY SIZE
        DQR-BOUND-LIMIT DELIMITED BY SPACE
        INTO WS-LIMIT-TEXT.

*> Files with no non-null values carry no meaningful bounds.
FIND-ONE-LOWER-BOUND.
    IF WS-CB-FIELD-ID (WS-BOUNDS-IDX) = DQR-FIELD-ID
            AND WS-CB-VALUE-COUNT (WS-BOUNDS-IDX) >
                WS-CB-NULL-COUNT (WS-BOUNDS-IDX)
        IF NOT DQR-COMPARE-AS-TEXT
            COMPUTE WS-BOUND-NUMBER =
                FUNCTION NUMVAL (WS-CB-LOWER-BOUND (WS-BOUNDS-IDX))
        END-IF
        EVALUATE TRUE
            WHEN NOT WS-RULE-HAS-EVIDENCE
                SET WS-RULE-HAS-EVIDENCE TO TRUE
                PERFORM TAKE-LOWER-AS-WORST
            WHEN DQR-COMPARE-AS-TEXT
                IF WS-CB-LOWER-BOUND (WS-BOUNDS-IDX) < WS-WORST-BOUND
                    PERFORM TAKE-LOWER-AS-WORST
                END-IF
            WHEN OTHER
                IF WS-BOUND-NUMBER < WS-WORST-NUMBER
                    PERFORM TAKE-LOWER-AS-WORST
                END-IF
        END-EVALUATE
    END-IF.

TAKE-LOWER-AS-WORST.
    MOVE WS-CB-LOWER-BOUND (WS-BOUNDS-IDX) TO WS-WORST-BOUND.
    MOVE WS-BOUND-NUMBER TO WS-WORST-NUMBER.

MEASURE-HIGHEST-BOUND.
    MOVE SPACES TO WS-WORST-BOUND.
    PERFORM FIND-ONE-UPPER-BOUND
        VARYING WS-BOUNDS-IDX FROM 1 BY 1
        UNTIL WS-BOUNDS-IDX > WS-BOUNDS-COUNT.
    IF WS-RULE-HAS-EVIDENCE
        IF DQR-COMPARE-AS-TEXT
            IF WS-WORST-BOUND > DQR-BOUND-LIMIT
                SET WS-RULE-BREACHED TO TRUE
            END-IF
        ELSE
            COMPUTE WS-LIMIT-NUMBER = FUNCTION NUMVAL (DQR-BOUND-LIMIT)
            IF WS-WORST-NUMBER > WS-LIMIT-NUMBER
                SET WS-RULE-BREACHED TO TRUE
            END-IF
        END-IF
    END-IF.
    STRING 'HIGHEST-BOUND=' DELIMITED BY SIZE
        WS-WORST-BOUND DELIMITED BY SPACE
        INTO WS-OBSERVED-TEXT.
    STRING 'MAX-ALLOWED=' DELIMITED BY SIZE
        DQR-BOUND-LIMIT DELIMITED BY SPACE
        INTO WS-LIMIT-TEXT.

FIND-ONE-UPPER-BOUND.
    IF WS-CB-FIELD-ID (WS-BOUNDS-IDX) = DQR-FIELD-ID
            AND WS-CB-VALUE-COUNT (WS-BOUNDS-IDX) >
                WS-CB-NULL-COUNT (WS-BOUNDS-IDX)
        IF NOT DQR-COMPARE-AS-TEXT
            COMPUTE WS-BOUND-NUMBER =
                FUNCTION NUMVAL (WS-CB-UPPER-BOUND (WS-BOUNDS-IDX))
        END-IF
        EVALUATE TRUE
            WHEN NOT WS-RULE-HAS-EVIDENCE
                SET WS-RULE-HAS-EVIDENCE TO TRUE
                PERFORM TAKE-UPPER-AS-WORST
            WHEN DQR-COMPARE-AS-TEXT
                IF WS-CB-UPPER-BOUND (WS-BOUNDS-IDX) > WS-WORST-BOUND
                    PERFORM TAKE-UPPER-AS-WORST
                END-IF
            WHEN OTHER
                IF WS-BOUND-NUMBER > WS-WORST-NUMBER
                    PERFORM TAKE-UPPER-AS-WORST
                END-IF
        END-EVALUATE
    END-IF.

TAKE-UPPER-AS-WORST.
    MOVE WS-CB-UPPER-BOUND (WS-BOUNDS-IDX) TO WS-WORST-BOUND.
    MOVE WS-BOUND-NUMBER TO WS-WORST-NUMBER.

*> The thinnest partition decides the rule.
MEASURE-PARTITION-ROWS.
    MOVE SPACES TO WS-WORST-PARTITION.
    MOVE ZERO TO WS-WORST-ROW-COUNT.
    PERFORM FIND-ONE-THIN-PARTITION
        VARYING WS-PARTITION-IDX FROM 1 BY 1
        UNTIL WS-PARTITION-IDX > WS-PARTITION-COUNT.
    IF WS-RULE-HAS-EVIDENCE AND WS-WORST-ROW-COUNT < DQR-ROW-LIMIT
        SET WS-RULE-BREACHED TO TRUE
    END-IF.
    MOVE WS-WORST-ROW-COUNT TO WS-ROWS-DISPLAY.
    STRING 'FEWEST-ROWS=' WS-ROWS-DISPLAY
        ' PARTITION=' DELIMITED BY SIZE
        WS-WORST-PARTITION DELIMITED BY SPACE
        INTO WS-OBSERVED-TEXT.
    MOVE DQR-ROW-LIMIT TO WS-ROWS-DISPLAY.
    STRING 'MIN-ROWS=' WS-ROWS-DISPLAY
        DELIMITED BY SIZE INTO WS-LIMIT-TEXT.

FIND-ONE-THIN-PARTITION.
    IF NOT WS-RULE-HAS-EVIDENCE
            OR WS-PT-ROW-COUNT (WS-PARTITION-IDX) < WS-WORST-ROW-COUNT
        SET WS-RULE-HAS-EVIDENCE TO TRUE
        MOVE WS-PT-PARTITION-VALUE (WS-PARTITION-IDX)
            TO WS-WORST-PARTITION
        MOVE WS-PT-ROW-COUNT (WS-PARTITION-IDX) TO WS-WORST-ROW-COUNT
    END-IF.

WRITE-RULE-SCORECARD-LINE.
    MOVE DQR-FIELD-ID TO WS-FIELD-ID-DISPLAY.
    MOVE SPACES TO DQ-SCORECARD-LINE.
    STRING 'TABLE=' DELIMITED BY SIZE
        WS-SUBJECT-TABLE-NAME DELIMITED BY SPACE
        ' RULE=' DELIMITED BY SIZE
        DQR-RULE-ID DELIMITED BY SPACE
        ' TYPE=' DELIMITED BY SIZE
        DQR-RULE-TYPE DELIMITED BY SPACE
        ' FIELD-ID=' WS-FIELD-ID-DISPLAY
        ' RESULT=' WS-RULE-RESULT
        ' ' DELIMITED BY SIZE
        WS-OBSERVED-TEXT DELIMITED BY '  '
        ' ' DELIMITED BY SIZE
        WS-LIMIT-TEXT DELIMITED BY '  '
        INTO DQ-SCORECARD-LINE.
    WRITE DQ-SCORECARD-LINE.

*> The table is scored by its worst rule.
WRITE-TABLE-SCORECARD-LINE.
    EVALUATE TRUE
        WHEN WS-FAIL-COUNT > ZERO
            MOVE 'FAIL' TO WS-TABLE-VERDICT
        WHEN WS-WARN-COUNT > ZERO
            MOVE 'WARN' TO WS-TABLE-VERDICT
        WHEN OTHER
            MOVE 'PASS' TO WS-TABLE-VERDICT
    END-EVALUATE.
    MOVE WS-RULE-COUNT TO WS-COUNT-DISPLAY.
    MOVE WS-PASS-COUNT TO WS-PASS-DISPLAY.
    MOVE WS-WARN-COUNT TO WS-WARN-DISPLAY.
    MOVE WS-FAIL-COUNT TO WS-FAIL-DISPLAY.
    MOVE WS-SUBJECT-SNAPSHOT-ID TO WS-SNAPSHOT-DISPLAY.
    MOVE SPACES TO DQ-SCORECARD-LINE.
    STRING 'SCORECARD TABLE=' DELIMITED BY SIZE
        WS-SUBJECT-TABLE-NAME DELIMITED BY SPACE
        ' SNAPSHOT=' WS-SNAPSHOT-DISPLAY
        ' RULES=' WS-COUNT-DISPLAY
        ' PASS=' WS-PASS-DISPLAY
        ' WARN=' WS-WARN-DISPLAY
        ' FAIL=' WS-FAIL-DISPLAY
        ' VERDICT=' WS-TABLE-VERDICT
        DELIMITED BY SIZE INTO DQ-SCORECARD-LINE.
    WRITE DQ-SCORECARD-LINE.
    IF WS-HOLD-COUNT > ZERO
        MOVE SPACES TO DQ-SCORECARD-LINE
        STRING 'STAGED SNAPSHOT=' WS-SNAPSHOT-DISPLAY
            ' HELD FROM PUBLISH BY FAILING DATA-QUALITY RULES'
            DELIMITED BY SIZE INTO DQ-SCORECARD-LINE
        WRITE DQ-SCORECARD-LINE
    END-IF.

APPEND-PUBLISH-HOLD.
    ADD 1 TO WS-HOLD-COUNT.
    OPEN EXTEND DQ-HOLD-FILE.
    IF NOT WS-HOLD-FILE-OK
        CLOSE DQ-HOLD-FILE
        OPEN OUTPUT DQ-HOLD-FILE
    END-IF.
    MOVE SPACES TO DQ-HOLD-REC.
    MOVE WS-SUBJECT-TABLE-NAME TO DQH-TABLE-NAME.
    MOVE WS-SUBJECT-SNAPSHOT-ID TO DQH-SNAPSHOT-ID.
    MOVE DQR-RULE-ID TO DQH-RULE-ID.
    WRITE DQ-HOLD-REC.
    CLOSE DQ-HOLD-FILE.

APPEND-INCIDENT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO WS-INCIDENT-DATE-TIME.
    OPEN EXTEND INCIDENT-LOG-FILE.
    IF NOT WS-INCIDENT-LOG-OK
        CLOSE INCIDENT-LOG-FILE
        OPEN OUTPUT INCIDENT-LOG-FILE
    END-IF.
    MOVE SPACES TO INCIDENT-REC.
    MOVE WS-INCIDENT-DATE-TIME (1:14) TO IN-TIMESTAMP.
    MOVE 'DATAQUALITYRULES' TO IN-PROGRAM-ID.
    MOVE WS-INCIDENT-SEVERITY TO IN-SEVERITY.
    MOVE WS-INCIDENT-ERROR-CLASS TO IN-ERROR-CLASS.
    MOVE WS-INCIDENT-KEY TO IN-CORRELATION-KEY.
    WRITE INCIDENT-REC.
    CLOSE INCIDENT-LOG-FILE.
