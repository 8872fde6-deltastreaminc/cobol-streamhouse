IDENTIFICATION DIVISION.
PROGRAM-ID. TABLE-HEALTH-SCORECARD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCORE-PARAMS-FILE
        ASSIGN TO "HEALTHSCOREPARAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAMS-STATUS.
    SELECT COMPACTION-ADVICE-REPORT
        ASSIGN TO "COMPACTIONADVICE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADVICE-STATUS.
    SELECT COMPACT-PLAN-REPORT
        ASSIGN TO "DELETECOMPACTPLAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLAN-STATUS.
    SELECT PARTITION-SKEW-REPORT
        ASSIGN TO "PARTITIONSKEWREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SKEW-STATUS.
    SELECT RETENTION-POLICY-REPORT
        ASSIGN TO "RETENTIONPOLICYREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETENTION-STATUS.
    SELECT CHAIN-INTEGRITY-REPORT
        ASSIGN TO "CHAININTEGRITYREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHAIN-STATUS.
    SELECT KEPT-TOO-YOUNG-REPORT
        ASSIGN TO "KEPTTOOYOUNGREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORPHAN-STATUS.
    SELECT HEALTH-HISTORY-FILE
        ASSIGN TO "HEALTHSCOREHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT HEALTH-SCORECARD-REPORT
        ASSIGN TO "HEALTHSCORECARD"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Optional run card: the scoring date (zero means today), how many
*> snapshots a table may carry before its count starts to cost it,
*> how many orphans cost a table the whole orphan allowance, and how
*> many points a week's move must reach to count as a trend.
FD SCORE-PARAMS-FILE.
01 SCORE-PARAMS-CARD.
   05 HSP-RUN-DATE PIC 9(8).
   05 HSP-SNAPSHOT-CEILING PIC 9(7).
   05 HSP-ORPHAN-CEILING PIC 9(7).
   05 HSP-TREND-MARGIN PIC 9(3).

*> The six maintenance reports, each read back exactly as its own job
*> wrote it. Every one was STRING-built as KEY=VALUE words, so one
*> tokenizer serves them all.
FD COMPACTION-ADVICE-REPORT.
01 COMPACTION-ADVICE-LINE PIC X(200).

FD COMPACT-PLAN-REPORT.
01 COMPACT-PLAN-LINE PIC X(300).

FD PARTITION-SKEW-REPORT.
01 PARTITION-SKEW-LINE PIC X(200).

FD RETENTION-POLICY-REPORT.
01 RETENTION-POLICY-LINE PIC X(250).

FD CHAIN-INTEGRITY-REPORT.
01 CHAIN-INTEGRITY-LINE PIC X(250).

FD KEPT-TOO-YOUNG-REPORT.
01 KEPT-TOO-YOUNG-LINE PIC X(300).

*> The score history this job keeps, one record per table per
*> scoring date; last week's record is what tonight's trend is
*> measured against.
FD HEALTH-HISTORY-FILE.
01 HEALTH-HISTORY-REC.
   05 HH-CAPTURE-DATE PIC 9(8).
   05 HH-TABLE-NAME PIC X(128).
   05 HH-SCORE PIC 9(3).
   05 HH-TOP-PROBLEM PIC X(16).

FD HEALTH-SCORECARD-REPORT.
01 HEALTH-SCORECARD-LINE PIC X(400).

WORKING-STORAGE SECTION.
01 WS-PARAMS-STATUS PIC XX.
   88 WS-PARAMS-OK VALUE '00'.
01 WS-ADVICE-STATUS PIC XX.
   88 WS-ADVICE-OK VALUE '00'.
01 WS-PLAN-STATUS PIC XX.
   88 WS-PLAN-OK VALUE '00'.
01 WS-SKEW-STATUS PIC XX.
   88 WS-SKEW-OK VALUE '00'.
01 WS-RETENTION-STATUS PIC XX.
   88 WS-RETENTION-OK VALUE '00'.
01 WS-CHAIN-STATUS PIC XX.
   88 WS-CHAIN-OK VALUE '00'.
01 WS-ORPHAN-STATUS PIC XX.
   88 WS-ORPHAN-OK VALUE '00'.
01 WS-HISTORY-STATUS PIC XX.
   88 WS-HISTORY-OK VALUE '00'.
01 WS-REPORT-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-REPORT VALUE 'Y'.
01 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-HISTORY VALUE 'Y'.

01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
01 WS-RUN-DAY-NUMBER PIC 9(7) VALUE ZERO.
01 WS-HIST-DAY-NUMBER PIC 9(7) VALUE ZERO.
01 WS-WEEK-AGO-DAY PIC 9(7) VALUE ZERO.
01 WS-WEEK-AGO-EARLIEST-DAY PIC 9(7) VALUE ZERO.
01 DEFAULT-SNAPSHOT-CEILING-V PIC 9(7) VALUE 500.
01 DEFAULT-ORPHAN-CEILING-V PIC 9(7) VALUE 100.
01 DEFAULT-TREND-MARGIN-V PIC 9(3) VALUE 5.
01 WS-SNAPSHOT-CEILING PIC 9(7).
01 WS-ORPHAN-CEILING PIC 9(7).
01 WS-TREND-MARGIN PIC 9(3).
01 WS-ALREADY-CAPTURED-SWITCH PIC X VALUE 'N'.
   88 WS-TODAY-ALREADY-CAPTURED VALUE 'Y'.

*> The six signals in scoring order: the problem's name on the
*> scorecard, the maintenance action that treats it, and the most
*> points it can take off a table's 100. A broken metadata chain
*> outweighs any other single problem.
01 SIGNAL-DEFINITIONS.
   05 FILLER PIC X(16) VALUE 'SMALL-FILES'.
   05 FILLER PIC X(24) VALUE 'COMPACT-SMALL-FILES'.
   05 FILLER PIC 9(3) VALUE 25.
   05 FILLER PIC X(16) VALUE 'DELETE-BUILDUP'.
   05 FILLER PIC X(24) VALUE 'FOLD-DELETE-FILES'.
   05 FILLER PIC 9(3) VALUE 25.
   05 FILLER PIC X(16) VALUE 'PARTITION-SKEW'.
   05 FILLER PIC X(24) VALUE 'BUCKET-HOT-PARTITIONS'.
   05 FILLER PIC 9(3) VALUE 15.
   05 FILLER PIC X(16) VALUE 'SNAPSHOT-COUNT'.
   05 FILLER PIC X(24) VALUE 'EXPIRE-SNAPSHOTS'.
   05 FILLER PIC 9(3) VALUE 15.
   05 FILLER PIC X(16) VALUE 'METADATA-CHAIN'.
   05 FILLER PIC X(24) VALUE 'REPAIR-METADATA-CHAIN'.
   05 FILLER PIC 9(3) VALUE 40.
   05 FILLER PIC X(16) VALUE 'ORPHAN-FILES'.
   05 FILLER PIC X(24) VALUE 'SWEEP-ORPHAN-FILES'.
   05 FILLER PIC 9(3) VALUE 10.
01 SIGNAL-TABLE REDEFINES SIGNAL-DEFINITIONS.
   05 SG-ENTRY OCCURS 6 TIMES.
      10 SG-PROBLEM-NAME PIC X(16).
      10 SG-ACTION-NAME PIC X(24).
      10 SG-MAX-PENALTY PIC 9(3).
01 WS-SIGNAL-IDX PIC 9 VALUE ZERO.

*> One report line, split into its words and each word on '='.
01 WS-REPORT-LINE PIC X(300).
01 WS-TOKEN-AREA.
   05 WS-LINE-TOKEN PIC X(160) OCCURS 16 TIMES.
01 WS-TOKEN-IDX PIC 9(2) VALUE ZERO.
01 WS-TOKEN-KEY PIC X(40).
01 WS-TOKEN-VALUE PIC X(160).
01 WS-TOKEN-EQUALS-COUNT PIC 9(3) VALUE ZERO.
01 WS-WANTED-KEY PIC X(40).
01 WS-WANTED-VALUE PIC X(160).
01 WS-WANTED-NUMBER PIC 9(18) VALUE ZERO.
01 WS-WANTED-LENGTH PIC 9(3) VALUE ZERO.
01 WS-WANTED-SWITCH PIC X VALUE 'N'.
   88 WS-WANTED-FOUND VALUE 'Y'.

*> DELETE-FILE-COMPACTOR lists its data files before the summary line
*> that names the table, so their totals wait here for it.
01 WS-PENDING-RECORDS PIC 9(18) VALUE ZERO.
01 WS-PENDING-DELETED-ROWS PIC 9(18) VALUE ZERO.
01 WS-PENDING-DELETE-FILES PIC 9(7) VALUE ZERO.

*> Every table any of the reports named, with what each said of it.
01 WS-HEALTH-COUNT PIC 9(4) VALUE ZERO.
01 WS-HEALTH-TABLE.
   05 WS-HEALTH-ENTRY OCCURS 1 TO 2000 TIMES
         DEPENDING ON WS-HEALTH-COUNT
         INDEXED BY WS-HT-IDX.
      10 WS-HT-TABLE-NAME PIC X(128).
      10 WS-HT-SMALL-PCT PIC 9(3).
      10 WS-HT-RECORDS PIC 9(18).
      10 WS-HT-DELETED-ROWS PIC 9(18).
      10 WS-HT-DELETE-FILES PIC 9(7).
      10 WS-HT-DELETE-PCT PIC 9(3).
      10 WS-HT-PARTITIONS PIC 9(7).
      10 WS-HT-HOT-PARTITIONS PIC 9(7).
      10 WS-HT-HOT-PCT PIC 9(3).
      10 WS-HT-SNAPSHOTS PIC 9(7).
      10 WS-HT-CHAIN-VERDICT PIC X(14).
      10 WS-HT-ORPHANS PIC 9(7).
      10 WS-HT-PENALTY PIC 9(3) OCCURS 6 TIMES.
      10 WS-HT-SCORE PIC 9(3).
      10 WS-HT-TOP-SIGNAL PIC 9.
      10 WS-HT-PRIOR-DATE PIC 9(8).
      10 WS-HT-PRIOR-SCORE PIC 9(3).
      10 WS-HT-RANKED-SWITCH PIC X.
         88 WS-HT-IS-RANKED VALUE 'Y'.
01 WS-HT-FOUND-SWITCH PIC X VALUE 'N'.
   88 WS-HT-FOUND VALUE 'Y'.
01 WS-LOOKUP-TABLE-NAME PIC X(128).
*> Report lines naming a table the scorecard has no room for are
*> counted; those tables go unscored and the summary says so.
01 WS-HEALTH-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-OVERFLOW-DISPLAY PIC Z(6)9.

01 WS-PENALTY-WORK PIC 9(9) VALUE ZERO.
01 WS-PENALTY-TOTAL PIC 9(4) VALUE ZERO.
01 WS-WORST-IDX PIC 9(4) VALUE ZERO.
01 WS-RANK-NUMBER PIC 9(4) VALUE ZERO.
01 WS-SCORE-CHANGE PIC S9(3) VALUE ZERO.
01 WS-CHANGE-DISPLAY PIC +999.
01 WS-TREND-WORD PIC X(10).
01 WS-PROBLEM-WORD PIC X(16).
01 WS-ACTION-WORD PIC X(24).
01 WS-CHAIN-WORD PIC X(14).

*> Catalog-wide totals: every table's score tonight, and for the
*> tables scored a week ago both then and now, so the two averages
*> compare like with like.
01 WS-SCORE-SUM PIC 9(9) VALUE ZERO.
01 WS-AVERAGE-SCORE PIC 9(3) VALUE ZERO.
01 WS-COMPARED-COUNT PIC 9(4) VALUE ZERO.
01 WS-COMPARED-NOW-SUM PIC 9(9) VALUE ZERO.
01 WS-COMPARED-PRIOR-SUM PIC 9(9) VALUE ZERO.
01 WS-COMPARED-NOW-AVERAGE PIC 9(3) VALUE ZERO.
01 WS-COMPARED-PRIOR-AVERAGE PIC 9(3) VALUE ZERO.
01 WS-IMPROVING-COUNT PIC 9(4) VALUE ZERO.
01 WS-WORSENING-COUNT PIC 9(4) VALUE ZERO.
01 WS-STEADY-COUNT PIC 9(4) VALUE ZERO.
01 WS-NEW-COUNT PIC 9(4) VALUE ZERO.
01 WS-MAINTENANCE-VERDICT PIC X(14).

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    PERFORM LOAD-SCORE-PARAMS.
    PERFORM READ-COMPACTION-ADVICE.
    PERFORM READ-DELETE-COMPACT-PLAN.
    PERFORM READ-PARTITION-SKEW-REPORT.
    PERFORM READ-RETENTION-REPORT.
    PERFORM READ-CHAIN-INTEGRITY-REPORT.
    PERFORM READ-ORPHAN-SWEEP-REPORT.
    PERFORM SCORE-ONE-TABLE
        VARYING WS-HT-IDX FROM 1 BY 1
        UNTIL WS-HT-IDX > WS-HEALTH-COUNT.
    PERFORM LOAD-WEEK-AGO-SCORES.
    PERFORM APPEND-TONIGHTS-SCORES.
    PERFORM WRITE-SCORECARD-REPORT.
    DISPLAY 'Tables scored: ' WS-HEALTH-COUNT.
    DISPLAY 'Average health score: ' WS-AVERAGE-SCORE.
    DISPLAY 'Maintenance: ' WS-MAINTENANCE-VERDICT.
    STOP RUN.

LOAD-SCORE-PARAMS.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE.
    MOVE DEFAULT-SNAPSHOT-CEILING-V TO WS-SNAPSHOT-CEILING.
    MOVE DEFAULT-ORPHAN-CEILING-V TO WS-ORPHAN-CEILING.
    MOVE DEFAULT-TREND-MARGIN-V TO WS-TREND-MARGIN.
    OPEN INPUT SCORE-PARAMS-FILE.
    IF WS-PARAMS-OK
        READ SCORE-PARAMS-FILE
            AT END CONTINUE
            NOT AT END
                IF HSP-RUN-DATE IS NUMERIC AND HSP-RUN-DATE > ZERO
                    IF FUNCTION TEST-DATE-YYYYMMDD (HSP-RUN-DATE)
                            = ZERO
                        MOVE HSP-RUN-DATE TO WS-RUN-DATE
                    END-IF
                END-IF
                IF HSP-SNAPSHOT-CEILING IS NUMERIC
                        AND HSP-SNAPSHOT-CEILING > ZERO
                    MOVE HSP-SNAPSHOT-CEILING TO WS-SNAPSHOT-CEILING
                END-IF
                IF HSP-ORPHAN-CEILING IS NUMERIC
                        AND HSP-ORPHAN-CEILING > ZERO
                    MOVE HSP-ORPHAN-CEILING TO WS-ORPHAN-CEILING
                END-IF
                IF HSP-TREND-MARGIN IS NUMERIC
                    MOVE HSP-TREND-MARGIN TO WS-TREND-MARGIN
                END-IF
        END-READ
        CLOSE SCORE-PARAMS-FILE
    END-IF.
    COMPUTE WS-RUN-DAY-NUMBER =
        FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
    COMPUTE WS-WEEK-AGO-DAY = WS-RUN-DAY-NUMBER - 7.
    COMPUTE WS-WEEK-AGO-EARLIEST-DAY = WS-RUN-DAY-NUMBER - 13.

*> The scorecard takes each report as its job last left it; a report
*> that is missing simply contributes nothing to anyone's score.
READ-COMPACTION-ADVICE.
    OPEN INPUT COMPACTION-ADVICE-REPORT.
    IF WS-ADVICE-OK
        MOVE 'N' TO WS-REPORT-EOF-SWITCH
        PERFORM READ-ONE-ADVICE-LINE UNTIL END-OF-REPORT
        CLOSE COMPACTION-ADVICE-REPORT
    END-IF.

*> RANK= lines carry one table's small-file share of its data files.
READ-ONE-ADVICE-LINE.
    READ COMPACTION-ADVICE-REPORT
        AT END SET END-OF-REPORT TO TRUE
        NOT AT END
            MOVE COMPACTION-ADVICE-LINE TO WS-REPORT-LINE
            PERFORM SPLIT-REPORT-LINE
            MOVE 'RANK' TO WS-WANTED-KEY
            PERFORM FIND-LINE-VALUE
            IF WS-WANTED-FOUND
                PERFORM FIND-LINE-TABLE
                IF WS-HT-FOUND
                    MOVE 'SMALL-RATIO-PCT' TO WS-WANTED-KEY
                    PERFORM FIND-LINE-VALUE
                    IF WS-WANTED-NUMBER > 100
                        MOVE 100 TO WS-WANTED-NUMBER
                    END-IF
                    MOVE WS-WANTED-NUMBER
                        TO WS-HT-SMALL-PCT (WS-HT-IDX)
                END-IF
            END-IF
    END-READ.

READ-DELETE-COMPACT-PLAN.
    MOVE ZERO TO WS-PENDING-RECORDS.
    MOVE ZERO TO WS-PENDING-DELETED-ROWS.
    MOVE ZERO TO WS-PENDING-DELETE-FILES.
    OPEN INPUT COMPACT-PLAN-REPORT.
    IF WS-PLAN-OK
        MOVE 'N' TO WS-REPORT-EOF-SWITCH
        PERFORM READ-ONE-PLAN-LINE UNTIL END-OF-REPORT
        CLOSE COMPACT-PLAN-REPORT
    END-IF.

*> FILE= lines are the data files carrying live delete files; the
*> PLAN SUMMARY line after them names the table they belong to, and
*> the buildup is the share of those files' rows already deleted.
READ-ONE-PLAN-LINE.
    READ COMPACT-PLAN-REPORT
        AT END SET END-OF-REPORT TO TRUE
        NOT AT END
            MOVE COMPACT-PLAN-LINE TO WS-REPORT-LINE
            PERFORM SPLIT-REPORT-LINE
            EVALUATE TRUE
                WHEN WS-LINE-TOKEN (1) (1:5) = 'FILE='
                    PERFORM NOTE-ONE-PLAN-FILE
                WHEN WS-LINE-TOKEN (1) = 'PLAN'
                    PERFORM FIND-LINE-TABLE
                    IF WS-HT-FOUND
                        PERFORM CREDIT-PLAN-TO-TABLE
                    END-IF
                    MOVE ZERO TO WS-PENDING-RECORDS
                    MOVE ZERO TO WS-PENDING-DELETED-ROWS
                    MOVE ZERO TO WS-PENDING-DELETE-FILES
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

NOTE-ONE-PLAN-FILE.
    MOVE 'RECORDS' TO WS-WANTED-KEY.
    PERFORM FIND-LINE-VALUE.
    ADD WS-WANTED-NUMBER TO WS-PENDING-RECORDS.
    MOVE 'DELETED-ROWS' TO WS-WANTED-KEY.
    PERFORM FIND-LINE-VALUE.
    ADD WS-WANTED-NUMBER TO WS-PENDING-DELETED-ROWS.
    MOVE 'DELETE-FILES' TO WS-WANTED-KEY.
    PERFORM FIND-LINE-VALUE.
    ADD WS-WANTED-NUMBER TO WS-PENDING-DELETE-FILES.

CREDIT-PLAN-TO-TABLE.
    ADD WS-PENDING-RECORDS TO WS-HT-RECORDS (WS-HT-IDX).
    ADD WS-PENDING-DELETED-ROWS TO WS-HT-DELETED-ROWS (WS-HT-IDX).
    ADD WS-PENDING-DELETE-FILES TO WS-HT-DELETE-FILES (WS-HT-IDX).
    IF WS-HT-RECORDS (WS-HT-IDX) > ZERO
        COMPUTE WS-PENALTY-WORK =
            (WS-HT-DELETED-ROWS (WS-HT-IDX) * 100)
                / WS-HT-RECORDS (WS-HT-IDX)
        IF WS-PENALTY-WORK > 100
            MOVE 100 TO WS-PENALTY-WORK
        END-IF
        MOVE WS-PENALTY-WORK TO WS-HT-DELETE-PCT (WS-HT-IDX)
    END-IF.

READ-PARTITION-SKEW-REPORT.
    OPEN INPUT PARTITION-SKEW-REPORT.
    IF WS-SKEW-OK
        MOVE 'N' TO WS-REPORT-EOF-SWITCH
        PERFORM READ-ONE-SKEW-LINE UNTIL END-OF-REPORT
        CLOSE PARTITION-SKEW-REPORT
    END-IF.

*> The SKEW SUMMARY line: how many of the table's partitions ran hot.
READ-ONE-SKEW-LINE.
    READ PARTITION-SKEW-REPORT
        AT END SET END-OF-REPORT TO TRUE
        NOT AT END
            MOVE PARTITION-SKEW-LINE TO WS-REPORT-LINE
            PERFORM SPLIT-REPORT-LINE
            IF WS-LINE-TOKEN (1) = 'SKEW'
                PERFORM FIND-LINE-TABLE
                IF WS-HT-FOUND
                    MOVE 'PARTITIONS' TO WS-WANTED-KEY
                    PERFORM FIND-LINE-VALUE
                    MOVE WS-WANTED-NUMBER
                        TO WS-HT-PARTITIONS (WS-HT-IDX)
                    MOVE 'HOT-PARTITIONS' TO WS-WANTED-KEY
                    PERFORM FIND-LINE-VALUE
                    MOVE WS-WANTED-NUMBER
                        TO WS-HT-HOT-PARTITIONS (WS-HT-IDX)
                    IF WS-HT-PARTITIONS (WS-HT-IDX) > ZERO
                        COMPUTE WS-HT-HOT-PCT (WS-HT-IDX) =
                            (WS-HT-HOT-PARTITIONS (WS-HT-IDX) * 100)
                                / WS-HT-PARTITIONS (WS-HT-IDX)
                    END-IF
                END-IF
            END-IF
    END-READ.

READ-RETENTION-REPORT.
    OPEN INPUT RETENTION-POLICY-REPORT.
    IF WS-RETENTION-OK
        MOVE 'N' TO WS-REPORT-EOF-SWITCH
        PERFORM READ-ONE-RETENTION-LINE UNTIL END-OF-REPORT
        CLOSE RETENTION-POLICY-REPORT
    END-IF.

*> The retention job writes exactly one decision line per snapshot
*> it examined, so a table's snapshot count is its decision lines.
READ-ONE-RETENTION-LINE.
    READ RETENTION-POLICY-REPORT
        AT END SET END-OF-REPORT TO TRUE
        NOT AT END
            MOVE RETENTION-POLICY-LINE TO WS-REPORT-LINE
            PERFORM SPLIT-REPORT-LINE
            MOVE 'SNAPSHOT' TO WS-WANTED-KEY
            PERFORM FIND-LINE-VALUE
            IF WS-WANTED-FOUND
                PERFORM FIND-LINE-TABLE
                IF WS-HT-FOUND
                    ADD 1 TO WS-HT-SNAPSHOTS (WS-HT-IDX)
                END-IF
            END-IF
    END-READ.

READ-CHAIN-INTEGRITY-REPORT.
    OPEN INPUT CHAIN-INTEGRITY-REPORT.
    IF WS-CHAIN-OK
        MOVE 'N' TO WS-REPORT-EOF-SWITCH
        PERFORM READ-ONE-CHAIN-LINE UNTIL END-OF-REPORT
        CLOSE CHAIN-INTEGRITY-REPORT
    END-IF.

READ-ONE-CHAIN-LINE.
    READ CHAIN-INTEGRITY-REPORT
        AT END SET END-OF-REPORT TO TRUE
        NOT AT END
            MOVE CHAIN-INTEGRITY-LINE TO WS-REPORT-LINE
            PERFORM SPLIT-REPORT-LINE
            MOVE 'VERDICT' TO WS-WANTED-KEY
            PERFORM FIND-LINE-VALUE
            IF WS-WANTED-FOUND
                MOVE WS-WANTED-VALUE TO WS-CHAIN-WORD
                PERFORM FIND-LINE-TABLE
                IF WS-HT-FOUND
                    MOVE WS-CHAIN-WORD
                        TO WS-HT-CHAIN-VERDICT (WS-HT-IDX)
                END-IF
            END-IF
    END-READ.

READ-ORPHAN-SWEEP-REPORT.
    OPEN INPUT KEPT-TOO-YOUNG-REPORT.
    IF WS-ORPHAN-OK
        MOVE 'N' TO WS-REPORT-EOF-SWITCH
        PERFORM READ-ONE-ORPHAN-LINE UNTIL END-OF-REPORT
        CLOSE KEPT-TOO-YOUNG-REPORT
    END-IF.

*> The sweep's SUMMARY line names the table it swept and how many
*> files it found there that no manifest references.
READ-ONE-ORPHAN-LINE.
    READ KEPT-TOO-YOUNG-REPORT
        AT END SET END-OF-REPORT TO TRUE
        NOT AT END
            MOVE KEPT-TOO-YOUNG-LINE TO WS-REPORT-LINE
            PERFORM SPLIT-REPORT-LINE
            IF WS-LINE-TOKEN (1) = 'SUMMARY'
                PERFORM FIND-LINE-TABLE
                IF WS-HT-FOUND
                    MOVE 'ORPHANS' TO WS-WANTED-KEY
                    PERFORM FIND-LINE-VALUE
                    MOVE WS-WANTED-NUMBER TO WS-HT-ORPHANS (WS-HT-IDX)
                END-IF
            END-IF
    END-READ.

SPLIT-REPORT-LINE.
    MOVE SPACES TO WS-TOKEN-AREA.
    UNSTRING WS-REPORT-LINE
        DELIMITED BY ALL ' '
        INTO WS-LINE-TOKEN (1) WS-LINE-TOKEN (2)
             WS-LINE-TOKEN (3) WS-LINE-TOKEN (4)
             WS-LINE-TOKEN (5) WS-LINE-TOKEN (6)
             WS-LINE-TOKEN (7) WS-LINE-TOKEN (8)
             WS-LINE-TOKEN (9) WS-LINE-TOKEN (10)
             WS-LINE-TOKEN (11) WS-LINE-TOKEN (12)
             WS-LINE-TOKEN (13) WS-LINE-TOKEN (14)
             WS-LINE-TOKEN (15) WS-LINE-TOKEN (16)
    END-UNSTRING.

*> The value of the word keyed WS-WANTED-KEY, and its number where it
*> is one. The orphan sweep edits its counts with leading blanks, so
*> a key left bare by the split takes the next word as its value.
FIND-LINE-VALUE.
    MOVE 'N' TO WS-WANTED-SWITCH.
    MOVE SPACES TO WS-WANTED-VALUE.
    MOVE ZERO TO WS-WANTED-NUMBER.
    PERFORM CHECK-ONE-LINE-TOKEN
        VARYING WS-TOKEN-IDX FROM 1 BY 1
        UNTIL WS-TOKEN-IDX > 16 OR WS-WANTED-FOUND.
    IF WS-WANTED-FOUND
        MOVE ZERO TO WS-WANTED-LENGTH
        INSPECT WS-WANTED-VALUE TALLYING WS-WANTED-LENGTH
            FOR CHARACTERS BEFORE INITIAL SPACE
        IF WS-WANTED-LENGTH > ZERO AND WS-WANTED-LENGTH NOT > 18
            IF WS-WANTED-VALUE (1:WS-WANTED-LENGTH) IS NUMERIC
                MOVE WS-WANTED-VALUE (1:WS-WANTED-LENGTH)
                    TO WS-WANTED-NUMBER
            END-IF
        END-IF
    END-IF.

CHECK-ONE-LINE-TOKEN.
    IF WS-LINE-TOKEN (WS-TOKEN-IDX) NOT = SPACES
        MOVE SPACES TO WS-TOKEN-KEY
        MOVE SPACES TO WS-TOKEN-VALUE
        UNSTRING WS-LINE-TOKEN (WS-TOKEN-IDX)
            DELIMITED BY '='
            INTO WS-TOKEN-KEY WS-TOKEN-VALUE
        END-UNSTRING
        IF WS-TOKEN-KEY = WS-WANTED-KEY
            SET WS-WANTED-FOUND TO TRUE
            MOVE WS-TOKEN-VALUE TO WS-WANTED-VALUE
            IF WS-WANTED-VALUE = SPACES AND WS-TOKEN-IDX < 16
                PERFORM TAKE-NEXT-TOKEN-AS-VALUE
            END-IF
        END-IF
    END-IF.

TAKE-NEXT-TOKEN-AS-VALUE.
    MOVE ZERO TO WS-TOKEN-EQUALS-COUNT.
    INSPECT WS-LINE-TOKEN (WS-TOKEN-IDX + 1)
        TALLYING WS-TOKEN-EQUALS-COUNT FOR ALL '='.
    IF WS-TOKEN-EQUALS-COUNT = ZERO
        MOVE WS-LINE-TOKEN (WS-TOKEN-IDX + 1) TO WS-WANTED-VALUE
    END-IF.

FIND-LINE-TABLE.
    MOVE 'N' TO WS-HT-FOUND-SWITCH.
    MOVE 'TABLE' TO WS-WANTED-KEY.
    PERFORM FIND-LINE-VALUE.
    IF WS-WANTED-FOUND AND WS-WANTED-VALUE NOT = SPACES
        MOVE WS-WANTED-VALUE TO WS-LOOKUP-TABLE-NAME
        PERFORM FIND-OR-ADD-HEALTH-TABLE
    END-IF.

FIND-OR-ADD-HEALTH-TABLE.
    MOVE 'N' TO WS-HT-FOUND-SWITCH.
    IF WS-HEALTH-COUNT > ZERO
        SET WS-HT-IDX TO 1
        SEARCH WS-HEALTH-ENTRY
            AT END CONTINUE
            WHEN WS-HT-TABLE-NAME (WS-HT-IDX) = WS-LOOKUP-TABLE-NAME
                SET WS-HT-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT WS-HT-FOUND AND WS-HEALTH-COUNT NOT < 2000
        ADD 1 TO WS-HEALTH-OVERFLOW-COUNT
    END-IF.
    IF NOT WS-HT-FOUND AND WS-HEALTH-COUNT < 2000
        ADD 1 TO WS-HEALTH-COUNT
        SET WS-HT-IDX TO WS-HEALTH-COUNT
        MOVE WS-LOOKUP-TABLE-NAME TO WS-HT-TABLE-NAME (WS-HT-IDX)
        MOVE ZERO TO WS-HT-SMALL-PCT (WS-HT-IDX)
        MOVE ZERO TO WS-HT-RECORDS (WS-HT-IDX)
        MOVE ZERO TO WS-HT-DELETED-ROWS (WS-HT-IDX)
        MOVE ZERO TO WS-HT-DELETE-FILES (WS-HT-IDX)
        MOVE ZERO TO WS-HT-DELETE-PCT (WS-HT-IDX)
        MOVE ZERO TO WS-HT-PARTITIONS (WS-HT-IDX)
        MOVE ZERO TO WS-HT-HOT-PARTITIONS (WS-HT-IDX)
        MOVE ZERO TO WS-HT-HOT-PCT (WS-HT-IDX)
        MOVE ZERO TO WS-HT-SNAPSHOTS (WS-HT-IDX)
        MOVE SPACES TO WS-HT-CHAIN-VERDICT (WS-HT-IDX)
        MOVE ZERO TO WS-HT-ORPHANS (WS-HT-IDX)
        MOVE ZERO TO WS-HT-SCORE (WS-HT-IDX)
        MOVE ZERO TO WS-HT-TOP-SIGNAL (WS-HT-IDX)
        MOVE ZERO TO WS-HT-PRIOR-DATE (WS-HT-IDX)
        MOVE ZERO TO WS-HT-PRIOR-SCORE (WS-HT-IDX)
        MOVE 'N' TO WS-HT-RANKED-SWITCH (WS-HT-IDX)
        SET WS-HT-FOUND TO TRUE
    END-IF.

*> Each signal takes off up to its allowance: the small-file share
*> in proportion; delete buildup in full once half the rows of the
*> files carrying deletes are deleted; skew in full once a quarter
*> of the partitions run hot; snapshots in proportion to how far past
*> the ceiling the table is, in full at twice it; a broken metadata
*> chain in full; orphans in full at the orphan ceiling. The biggest
*> deduction names the table's top problem.
SCORE-ONE-TABLE.
    COMPUTE WS-PENALTY-WORK =
        (WS-HT-SMALL-PCT (WS-HT-IDX) * SG-MAX-PENALTY (1)) / 100.
    MOVE 1 TO WS-SIGNAL-IDX.
    PERFORM SET-SIGNAL-PENALTY.
    COMPUTE WS-PENALTY-WORK =
        (WS-HT-DELETE-PCT (WS-HT-IDX) * SG-MAX-PENALTY (2)) / 50.
    MOVE 2 TO WS-SIGNAL-IDX.
    PERFORM SET-SIGNAL-PENALTY.
    COMPUTE WS-PENALTY-WORK =
        (WS-HT-HOT-PCT (WS-HT-IDX) * SG-MAX-PENALTY (3)) / 25.
    MOVE 3 TO WS-SIGNAL-IDX.
    PERFORM SET-SIGNAL-PENALTY.
    MOVE ZERO TO WS-PENALTY-WORK.
    IF WS-HT-SNAPSHOTS (WS-HT-IDX) > WS-SNAPSHOT-CEILING
        COMPUTE WS-PENALTY-WORK =
            ((WS-HT-SNAPSHOTS (WS-HT-IDX) - WS-SNAPSHOT-CEILING)
                * SG-MAX-PENALTY (4)) / WS-SNAPSHOT-CEILING
    END-IF.
    MOVE 4 TO WS-SIGNAL-IDX.
    PERFORM SET-SIGNAL-PENALTY.
    MOVE ZERO TO WS-PENALTY-WORK.
    IF WS-HT-CHAIN-VERDICT (WS-HT-IDX) NOT = SPACES
            AND WS-HT-CHAIN-VERDICT (WS-HT-IDX) NOT = 'INTACT'
        MOVE SG-MAX-PENALTY (5) TO WS-PENALTY-WORK
    END-IF.
    MOVE 5 TO WS-SIGNAL-IDX.
    PERFORM SET-SIGNAL-PENALTY.
    COMPUTE WS-PENALTY-WORK =
        (WS-HT-ORPHANS (WS-HT-IDX) * SG-MAX-PENALTY (6))
            / WS-ORPHAN-CEILING.
    MOVE 6 TO WS-SIGNAL-IDX.
    PERFORM SET-SIGNAL-PENALTY.
    MOVE ZERO TO WS-PENALTY-TOTAL.
    MOVE ZERO TO WS-HT-TOP-SIGNAL (WS-HT-IDX).
    PERFORM WEIGH-ONE-SIGNAL
        VARYING WS-SIGNAL-IDX FROM 1 BY 1
        UNTIL WS-SIGNAL-IDX > 6.
    IF WS-PENALTY-TOTAL > 100
        MOVE ZERO TO WS-HT-SCORE (WS-HT-IDX)
    ELSE
        COMPUTE WS-HT-SCORE (WS-HT-IDX) = 100 - WS-PENALTY-TOTAL
    END-IF.

SET-SIGNAL-PENALTY.
    IF WS-PENALTY-WORK > SG-MAX-PENALTY (WS-SIGNAL-IDX)
        MOVE SG-MAX-PENALTY (WS-SIGNAL-IDX) TO WS-PENALTY-WORK
    END-IF.
    MOVE WS-PENALTY-WORK TO WS-HT-PENALTY (WS-HT-IDX WS-SIGNAL-IDX).

WEIGH-ONE-SIGNAL.
    ADD WS-HT-PENALTY (WS-HT-IDX WS-SIGNAL-IDX) TO WS-PENALTY-TOTAL.
    IF WS-HT-PENALTY (WS-HT-IDX WS-SIGNAL-IDX) > ZERO
        IF WS-HT-TOP-SIGNAL (WS-HT-IDX) = ZERO
            MOVE WS-SIGNAL-IDX TO WS-HT-TOP-SIGNAL (WS-HT-IDX)
        ELSE
            IF WS-HT-PENALTY (WS-HT-IDX WS-SIGNAL-IDX) >
                    WS-HT-PENALTY (WS-HT-IDX
                        WS-HT-TOP-SIGNAL (WS-HT-IDX))
                MOVE WS-SIGNAL-IDX TO WS-HT-TOP-SIGNAL (WS-HT-IDX)
            END-IF
        END-IF
    END-IF.

*> Last week's score for each table is its latest scoring seven to
*> thirteen days back - a missed night or two still leaves a week to
*> compare against, but a stale score from a month ago does not pass
*> for one.
LOAD-WEEK-AGO-SCORES.
    OPEN INPUT HEALTH-HISTORY-FILE.
    IF WS-HISTORY-OK
        MOVE 'N' TO WS-HISTORY-EOF-SWITCH
        PERFORM LOAD-ONE-HISTORY-SCORE UNTIL END-OF-HISTORY
        CLOSE HEALTH-HISTORY-FILE
    END-IF.

LOAD-ONE-HISTORY-SCORE.
    READ HEALTH-HISTORY-FILE
        AT END SET END-OF-HISTORY TO TRUE
        NOT AT END
            IF HH-CAPTURE-DATE IS NUMERIC
                    AND HH-CAPTURE-DATE NOT > WS-RUN-DATE
                    AND FUNCTION TEST-DATE-YYYYMMDD (HH-CAPTURE-DATE)
                        = ZERO
                IF HH-CAPTURE-DATE = WS-RUN-DATE
                    SET WS-TODAY-ALREADY-CAPTURED TO TRUE
                END-IF
                COMPUTE WS-HIST-DAY-NUMBER =
                    FUNCTION INTEGER-OF-DATE (HH-CAPTURE-DATE)
                IF WS-HIST-DAY-NUMBER NOT > WS-WEEK-AGO-DAY
                        AND WS-HIST-DAY-NUMBER NOT <
                            WS-WEEK-AGO-EARLIEST-DAY
                    PERFORM NOTE-WEEK-AGO-SCORE
                END-IF
            END-IF
    END-READ.

NOTE-WEEK-AGO-SCORE.
    MOVE 'N' TO WS-HT-FOUND-SWITCH.
    IF WS-HEALTH-COUNT > ZERO
        SET WS-HT-IDX TO 1
        SEARCH WS-HEALTH-ENTRY
            AT END CONTINUE
            WHEN WS-HT-TABLE-NAME (WS-HT-IDX) = HH-TABLE-NAME
                SET WS-HT-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF WS-HT-FOUND AND HH-SCORE IS NUMERIC
        IF HH-CAPTURE-DATE > WS-HT-PRIOR-DATE (WS-HT-IDX)
            MOVE HH-CAPTURE-DATE TO WS-HT-PRIOR-DATE (WS-HT-IDX)
            MOVE HH-SCORE TO WS-HT-PRIOR-SCORE (WS-HT-IDX)
        END-IF
    END-IF.

*> The history keeps the first scoring of each date; a rerun the same
*> night adds nothing.
APPEND-TONIGHTS-SCORES.
    IF NOT WS-TODAY-ALREADY-CAPTURED
        OPEN EXTEND HEALTH-HISTORY-FILE
        IF NOT WS-HISTORY-OK
            CLOSE HEALTH-HISTORY-FILE
            OPEN OUTPUT HEALTH-HISTORY-FILE
        END-IF
        PERFORM APPEND-ONE-TABLE-SCORE
            VARYING WS-HT-IDX FROM 1 BY 1
            UNTIL WS-HT-IDX > WS-HEALTH-COUNT
        CLOSE HEALTH-HISTORY-FILE
    END-IF.

APPEND-ONE-TABLE-SCORE.
    MOVE SPACES TO HEALTH-HISTORY-REC.
    MOVE WS-RUN-DATE TO HH-CAPTURE-DATE.
    MOVE WS-HT-TABLE-NAME (WS-HT-IDX) TO HH-TABLE-NAME.
    MOVE WS-HT-SCORE (WS-HT-IDX) TO HH-SCORE.
    IF WS-HT-TOP-SIGNAL (WS-HT-IDX) > ZERO
        MOVE SG-PROBLEM-NAME (WS-HT-TOP-SIGNAL (WS-HT-IDX))
            TO HH-TOP-PROBLEM
    ELSE
        MOVE 'NONE' TO HH-TOP-PROBLEM
    END-IF.
    WRITE HEALTH-HISTORY-REC.

*> Worst table first: each pass picks the lowest score not yet
*> ranked, so the maintenance that would help most is at the top.
WRITE-SCORECARD-REPORT.
    OPEN OUTPUT HEALTH-SCORECARD-REPORT.
    MOVE ZERO TO WS-SCORE-SUM WS-COMPARED-COUNT WS-COMPARED-NOW-SUM
        WS-COMPARED-PRIOR-SUM WS-IMPROVING-COUNT WS-WORSENING-COUNT
        WS-STEADY-COUNT WS-NEW-COUNT.
    PERFORM WRITE-NEXT-WORST-TABLE
        VARYING WS-RANK-NUMBER FROM 1 BY 1
        UNTIL WS-RANK-NUMBER > WS-HEALTH-COUNT.
    PERFORM WRITE-SCORECARD-SUMMARY.
    CLOSE HEALTH-SCORECARD-REPORT.

WRITE-NEXT-WORST-TABLE.
    MOVE ZERO TO WS-WORST-IDX.
    PERFORM FIND-WORSE-CANDIDATE
        VARYING WS-HT-IDX FROM 1 BY 1
        UNTIL WS-HT-IDX > WS-HEALTH-COUNT.
    SET WS-HT-IDX TO WS-WORST-IDX.
    SET WS-HT-IS-RANKED (WS-HT-IDX) TO TRUE.
    ADD WS-HT-SCORE (WS-HT-IDX) TO WS-SCORE-SUM.
    PERFORM JUDGE-TABLE-TREND.
    PERFORM WRITE-ONE-SCORECARD-LINE.

FIND-WORSE-CANDIDATE.
    IF NOT WS-HT-IS-RANKED (WS-HT-IDX)
        IF WS-WORST-IDX = ZERO
            SET WS-WORST-IDX TO WS-HT-IDX
        ELSE
            IF WS-HT-SCORE (WS-HT-IDX) < WS-HT-SCORE (WS-WORST-IDX)
                SET WS-WORST-IDX TO WS-HT-IDX
            END-IF
        END-IF
    END-IF.

*> A move of at least the trend margin either way is a trend; less
*> than that is noise. A table with no score a week back is NEW.
JUDGE-TABLE-TREND.
    MOVE ZERO TO WS-SCORE-CHANGE.
    IF WS-HT-PRIOR-DATE (WS-HT-IDX) = ZERO
        MOVE 'NEW' TO WS-TREND-WORD
        ADD 1 TO WS-NEW-COUNT
    ELSE
        ADD 1 TO WS-COMPARED-COUNT
        ADD WS-HT-SCORE (WS-HT-IDX) TO WS-COMPARED-NOW-SUM
        ADD WS-HT-PRIOR-SCORE (WS-HT-IDX) TO WS-COMPARED-PRIOR-SUM
        COMPUTE WS-SCORE-CHANGE =
            WS-HT-SCORE (WS-HT-IDX) - WS-HT-PRIOR-SCORE (WS-HT-IDX)
        EVALUATE TRUE
            WHEN WS-SCORE-CHANGE NOT < WS-TREND-MARGIN
                    AND WS-SCORE-CHANGE > ZERO
                MOVE 'IMPROVING' TO WS-TREND-WORD
                ADD 1 TO WS-IMPROVING-COUNT
            WHEN WS-SCORE-CHANGE < ZERO
                    AND (ZERO - WS-SCORE-CHANGE) NOT < WS-TREND-MARGIN
                MOVE 'WORSENING' TO WS-TREND-WORD
                ADD 1 TO WS-WORSENING-COUNT
            WHEN OTHER
                MOVE 'STEADY' TO WS-TREND-WORD
                ADD 1 TO WS-STEADY-COUNT
        END-EVALUATE
    END-IF.

WRITE-ONE-SCORECARD-LINE.
    IF WS-HT-TOP-SIGNAL (WS-HT-IDX) > ZERO
        MOVE SG-PROBLEM-NAME (WS-HT-TOP-SIGNAL (WS-HT-IDX))
            TO WS-PROBLEM-WORD
        MOVE SG-ACTION-NAME (WS-HT-TOP-SIGNAL (WS-HT-IDX))
            TO WS-ACTION-WORD
    ELSE
        MOVE 'NONE' TO WS-PROBLEM-WORD
        MOVE 'NONE' TO WS-ACTION-WORD
    END-IF.
    IF WS-HT-CHAIN-VERDICT (WS-HT-IDX) = SPACES
        MOVE 'UNCHECKED' TO WS-CHAIN-WORD
    ELSE
        MOVE WS-HT-CHAIN-VERDICT (WS-HT-IDX) TO WS-CHAIN-WORD
    END-IF.
    MOVE WS-SCORE-CHANGE TO WS-CHANGE-DISPLAY.
    MOVE SPACES TO HEALTH-SCORECARD-LINE.
    IF WS-HT-PRIOR-DATE (WS-HT-IDX) = ZERO
        STRING 'RANK=' WS-RANK-NUMBER DELIMITED BY SIZE
            ' TABLE=' DELIMITED BY SIZE
            WS-HT-TABLE-NAME (WS-HT-IDX) DELIMITED BY SPACE
            ' SCORE=' WS-HT-SCORE (WS-HT-IDX) DELIMITED BY SIZE
            ' TOP-PROBLEM=' DELIMITED BY SIZE
            WS-PROBLEM-WORD DELIMITED BY SPACE
            ' ACTION=' DELIMITED BY SIZE
            WS-ACTION-WORD DELIMITED BY SPACE
            ' WEEK-AGO=NONE TREND=' DELIMITED BY SIZE
            WS-TREND-WORD DELIMITED BY SPACE
            ' SMALL-PCT=' WS-HT-SMALL-PCT (WS-HT-IDX)
                DELIMITED BY SIZE
            ' DELETE-PCT=' WS-HT-DELETE-PCT (WS-HT-IDX)
                DELIMITED BY SIZE
            ' HOT-PCT=' WS-HT-HOT-PCT (WS-HT-IDX) DELIMITED BY SIZE
            ' SNAPSHOTS=' WS-HT-SNAPSHOTS (WS-HT-IDX)
                DELIMITED BY SIZE
            ' CHAIN=' DELIMITED BY SIZE
            WS-CHAIN-WORD DELIMITED BY SPACE
            ' ORPHANS=' WS-HT-ORPHANS (WS-HT-IDX) DELIMITED BY SIZE
            INTO HEALTH-SCORECARD-LINE
    ELSE
        STRING 'RANK=' WS-RANK-NUMBER DELIMITED BY SIZE
            ' TABLE=' DELIMITED BY SIZE
            WS-HT-TABLE-NAME (WS-HT-IDX) DELIMITED BY SPACE
            ' SCORE=' WS-HT-SCORE (WS-HT-IDX) DELIMITED BY SIZE
            ' TOP-PROBLEM=' DELIMITED BY SIZE
            WS-PROBLEM-WORD DELIMITED BY SPACE
            ' ACTION=' DELIMITED BY SIZE
            WS-ACTION-WORD DELIMITED BY SPACE
            ' WEEK-AGO=' WS-HT-PRIOR-SCORE (WS-HT-IDX)
                DELIMITED BY SIZE
            ' CHANGE=' WS-CHANGE-DISPLAY DELIMITED BY SIZE
            ' TREND=' DELIMITED BY SIZE
            WS-TREND-WORD DELIMITED BY SPACE
            ' SMALL-PCT=' WS-HT-SMALL-PCT (WS-HT-IDX)
                DELIMITED BY SIZE
            ' DELETE-PCT=' WS-HT-DELETE-PCT (WS-HT-IDX)
                DELIMITED BY SIZE
            ' HOT-PCT=' WS-HT-HOT-PCT (WS-HT-IDX) DELIMITED BY SIZE
            ' SNAPSHOTS=' WS-HT-SNAPSHOTS (WS-HT-IDX)
                DELIMITED BY SIZE
            ' CHAIN=' DELIMITED BY SIZE
            WS-CHAIN-WORD DELIMITED BY SPACE
            ' ORPHANS=' WS-HT-ORPHANS (WS-HT-IDX) DELIMITED BY SIZE
            INTO HEALTH-SCORECARD-LINE
    END-IF.
    WRITE HEALTH-SCORECARD-LINE.

*> The maintenance jobs are keeping up when the tables scored both
*> weeks average at least what they did a week ago.
WRITE-SCORECARD-SUMMARY.
    MOVE ZERO TO WS-AVERAGE-SCORE.
    MOVE ZERO TO WS-COMPARED-NOW-AVERAGE.
    MOVE ZERO TO WS-COMPARED-PRIOR-AVERAGE.
    IF WS-HEALTH-COUNT > ZERO
        COMPUTE WS-AVERAGE-SCORE = WS-SCORE-SUM / WS-HEALTH-COUNT
    END-IF.
    IF WS-COMPARED-COUNT > ZERO
        COMPUTE WS-COMPARED-NOW-AVERAGE =
            WS-COMPARED-NOW-SUM / WS-COMPARED-COUNT
        COMPUTE WS-COMPARED-PRIOR-AVERAGE =
            WS-COMPARED-PRIOR-SUM / WS-COMPARED-COUNT
        IF WS-COMPARED-NOW-SUM NOT < WS-COMPARED-PRIOR-SUM
            MOVE 'KEEPING-UP' TO WS-MAINTENANCE-VERDICT
        ELSE
            MOVE 'FALLING-BEHIND' TO WS-MAINTENANCE-VERDICT
        END-IF
    ELSE
        MOVE 'NO-HISTORY' TO WS-MAINTENANCE-VERDICT
    END-IF.
    MOVE SPACES TO HEALTH-SCORECARD-LINE.
    STRING 'SCORECARD SUMMARY DATE=' WS-RUN-DATE DELIMITED BY SIZE
        ' TABLES=' WS-HEALTH-COUNT DELIMITED BY SIZE
        ' AVERAGE-SCORE=' WS-AVERAGE-SCORE DELIMITED BY SIZE
        ' COMPARED=' WS-COMPARED-COUNT DELIMITED BY SIZE
        ' WEEK-AGO-AVERAGE=' WS-COMPARED-PRIOR-AVERAGE
            DELIMITED BY SIZE
        ' NOW-AVERAGE=' WS-COMPARED-NOW-AVERAGE DELIMITED BY SIZE
        ' IMPROVING=' WS-IMPROVING-COUNT DELIMITED BY SIZE
        ' WORSENING=' WS-WORSENING-COUNT DELIMITED BY SIZE
        ' STEADY=' WS-STEADY-COUNT DELIMITED BY SIZE
        ' NEW=' WS-NEW-COUNT DELIMITED BY SIZE
        ' MAINTENANCE=' DELIMITED BY SIZE
        WS-MAINTENANCE-VERDICT DELIMITED BY SPACE
        INTO HEALTH-SCORECARD-LINE.
    WRITE HEALTH-SCORECARD-LINE.
    IF WS-HEALTH-OVERFLOW-COUNT > ZERO
        MOVE WS-HEALTH-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO HEALTH-SCORECARD-LINE
        STRING 'INCOMPLETE SCORECARD - REPORT LINES FOR TABLES BEYOND '
                DELIMITED BY SIZE
            'THE 2000-TABLE LIMIT=' WS-OVERFLOW-DISPLAY
                DELIMITED BY SIZE
            ' - THOSE TABLES ARE NOT SCORED' DELIMITED BY SIZE
            INTO HEALTH-SCORECARD-LINE
        WRITE HEALTH-SCORECARD-LINE
        DISPLAY 'Report lines for unscored tables: '
            WS-OVERFLOW-DISPLAY
    END-IF.
