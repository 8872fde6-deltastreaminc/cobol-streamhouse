        ASSIGN TO "SNAPSHOTFILEHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-HISTORY-STATUS.
    SELECT TABLE-PROPERTY-FILE
        ASSIGN TO "TABLEPROPERTIES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPERTY-STATUS.
    SELECT SNAPSHOT-SUMMARY-FILE
        ASSIGN TO "SNAPSHOTSUMMARY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAPSHOT-SUMMARY-STATUS.
    SELECT TABLE-SORT-ORDER-FILE
        ASSIGN TO "TABLESORTORDER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SORT-ORDER-STATUS.
    SELECT TABLE-COLUMN-BOUNDS-FILE
        ASSIGN TO "TABLECOLUMNBOUNDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BOUNDS-STATUS.
    SELECT COMMIT-RESULT-FILE
        ASSIGN TO "COMMITRESULT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COMMIT-RESULT-STATUS.
    SELECT COMMIT-REQUIREMENT-FILE
        ASSIGN TO "COMMITREQUIREMENTS"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   05 PARAM-MAX-FILE-SIZE PIC 9(18).
   05 PARAM-MIN-INPUT-FILES PIC 9(9).
   05 PARAM-MAX-GROUP-SIZE PIC 9(18).
   05 PARAM-REWRITE-STRATEGY PIC X(8).

FD CANDIDATE-FILES-INPUT.
01 CANDIDATE-FILE-REC.
   05 SFH-REFERENCED-DATA-FILE PIC X(256).
   05 SFH-DELETED-ROW-COUNT PIC 9(9).

*> TABLE-INTERFACE's table property store. A rewrite setting held
*> there for this table overrides its parameter card.
FD TABLE-PROPERTY-FILE.
01 TABLE-PROPERTY-REC.
   05 TP-TABLE-NAME PIC X(128).
   05 TP-PROPERTY-KEY PIC X(40).
   05 TP-PROPERTY-VALUE PIC X(64).
   05 TP-VALUE-NUMERIC REDEFINES TP-PROPERTY-VALUE.
      10 TP-VALUE-NUMBER PIC 9(18).
      10 FILLER PIC X(46).

*> TABLE-INTERFACE's snapshot summary file: one record per committed
*> group, saying who rewrote what.
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

*> TABLE-INTERFACE's committed sort orders, one card per sort field;
*> the sort strategy clusters on the table's leading sort field.
FD TABLE-SORT-ORDER-FILE.
01 TABLE-SORT-ORDER-CARD.
   05 TSO-TABLE-NAME PIC X(128).
   05 TSO-SORT-POSITION PIC 9(3).
   05 TSO-FIELD-ID PIC 9(9).
   05 TSO-DIRECTION PIC X(4).
   05 TSO-NULL-ORDER PIC X(5).

*> Per-file, per-column min/max bounds, the same cards the scan
*> planner prunes on.
FD TABLE-COLUMN-BOUNDS-FILE.
01 TABLE-COLUMN-BOUNDS-REC.
   05 CB-FILE-PATH PIC X(256).
   05 CB-FIELD-ID PIC 9(9).
   05 CB-LOWER-BOUND PIC X(40).
   05 CB-UPPER-BOUND PIC X(40).
   05 CB-VALUE-COUNT PIC 9(9).
   05 CB-NULL-COUNT PIC 9(9).

*> CATALOG-HANDLERS' answer to the last catalog commit. A CONFLICT
*> for this table with the retry flag set means the previous rewrite
*> was built on a base someone else has since moved; this run plans
*> afresh from the current files, which is the retry.
FD COMMIT-RESULT-FILE.
01 COMMIT-RESULT-REC.
   05 CRS-TABLE-KEY PIC X(160).
   05 CRS-TABLE-NAME PIC X(128).
   05 CRS-OUTCOME PIC X(10).
      88 CRS-CONFLICT VALUE 'CONFLICT'.
   05 CRS-HTTP-STATUS PIC 9(3).
   05 CRS-RETRY-SWITCH PIC X.
      88 CRS-RETRY-AGAINST-NEW-BASE VALUE 'Y'.
   05 CRS-FAILED-REQUIREMENT PIC X(20).
   05 CRS-BASE-SNAPSHOT-ID PIC 9(18).
   05 CRS-BASE-METADATA-LOCATION PIC X(256).

*> The requirement card for the catalog commit that publishes this
*> run's rewrite: the table must still be at the snapshot the plan
*> was built on, or CATALOG-HANDLERS refuses it as a conflict.
FD COMMIT-REQUIREMENT-FILE.
01 COMMIT-REQUIREMENT-CARD.
   05 CQ-TABLE-KEY PIC X(160).
   05 CQ-ASSERT-SNAPSHOT-SWITCH PIC X.
   05 CQ-EXPECTED-SNAPSHOT-ID PIC 9(18).
   05 CQ-EXPECTED-METADATA-LOCATION PIC X(256).
   05 CQ-EXPECTED-SCHEMA PIC X(512).
   05 CQ-EXPECTED-PARTITION-SPEC PIC X(256).

WORKING-STORAGE SECTION.
01 WS-REWRITE-TABLE-NAME         PIC X(128) VALUE 'EVENTS'.
01 WS-TARGET-FILE-SIZE           PIC 9(18) COMP.
01 DEFAULT-REWRITE-ALL-V         PIC 9 VALUE 0.
01 DEFAULT-MAX-GROUP-SIZE-V      PIC 9(18) VALUE 107374182400.
01 DEFAULT-OUTPUT-SPEC-ID-V      PIC 9(9) VALUE 0.
01 DEFAULT-REWRITE-STRATEGY-V    PIC X(8) VALUE 'BINPACK'.

*> BINPACK groups files by size alone; SORT groups files whose bounds
*> on the leading sort field overlap, so the rewrite leaves ranges
*> that do not overlap and the planner can prune on them.
01 WS-REWRITE-STRATEGY           PIC X(8).
   88 WS-SORT-STRATEGY VALUE 'SORT'.
01 WS-SORT-FALLBACK-SWITCH       PIC X VALUE 'N'.
   88 WS-SORT-FELL-BACK VALUE 'Y'.
01 WS-LEADING-SORT-FIELD-ID      PIC 9(9) VALUE 0.
01 WS-LEADING-SORT-POSITION      PIC 9(3) VALUE 0.
01 WS-SORT-ORDER-STATUS PIC XX.
   88 WS-SORT-ORDER-OK VALUE '00'.
01 WS-SORT-ORDER-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SORT-ORDERS VALUE 'Y'.
01 WS-BOUNDS-STATUS PIC XX.
   88 WS-BOUNDS-OK VALUE '00'.
01 WS-BOUNDS-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-BOUNDS VALUE 'Y'.
01 WS-UNBOUNDED-FILE-COUNT       PIC 9(9) VALUE 0.

*> Bin-packed file groups and the per-group diagnostics (file-count
*> and byte-total per group, and whether WS-MAX-GROUP-SIZE capped it).
      10 GROUP-TOTAL-BYTES PIC 9(18) COMP VALUE 0.
      10 GROUP-CAPPED-SWITCH PIC X VALUE 'N'.
         88 GROUP-WAS-CAPPED VALUE 'Y'.
      10 GROUP-LOW-BOUND PIC X(40).
      10 GROUP-HIGH-BOUND PIC X(40).
*> Which candidate file landed in which group, kept so the execution
*> pass knows each group's input set, not just its totals.
01 CANDIDATE-ASSIGNMENT-TABLE.
      10 CAND-FILE-PATH PIC X(256).
      10 CAND-FILE-SIZE PIC 9(18).
      10 CAND-GROUP-ID PIC 9(9).
      10 CAND-LOWER-BOUND PIC X(40).
      10 CAND-UPPER-BOUND PIC X(40).
      10 CAND-BOUNDED-SWITCH PIC X.
         88 CAND-IS-BOUNDED VALUE 'Y'.
01 WS-SWAP-CANDIDATE PIC X(364).
01 WS-ORDER-PASS-IDX PIC 9(9) COMP.
01 WS-ORDER-SCAN-IDX PIC 9(9) COMP.
01 WS-ORDER-BEST-IDX PIC 9(9) COMP.

*> The key ranges an overlap-depth score is taken over: each range's
*> depth is the number of ranges it overlaps, itself included - the
*> files a scan for one value in that range may have to open.
01 DEPTH-RANGE-TABLE.
   05 DEPTH-RANGE-COUNT PIC 9(9) COMP VALUE 0.
   05 DEPTH-RANGE-ENTRY OCCURS 1 TO 10000 TIMES
         DEPENDING ON DEPTH-RANGE-COUNT
         INDEXED BY DEPTH-RANGE-IDX.
      10 RANGE-LOW-BOUND PIC X(40).
      10 RANGE-HIGH-BOUND PIC X(40).
01 WS-DEPTH-SCAN-IDX PIC 9(9) COMP.
01 WS-RANGE-DEPTH PIC 9(9) COMP.
01 WS-DEPTH-TOTAL PIC 9(18) COMP.
01 WS-DEPTH-MAX PIC 9(9) VALUE 0.
01 WS-DEPTH-AVERAGE PIC 9(7)V99 VALUE 0.
01 WS-BEFORE-DEPTH-MAX PIC 9(9) VALUE 0.
01 WS-BEFORE-DEPTH-AVERAGE PIC 9(7)V99 VALUE 0.
01 WS-BEFORE-RANGE-COUNT PIC 9(9) VALUE 0.
01 WS-AFTER-DEPTH-MAX PIC 9(9) VALUE 0.
01 WS-AFTER-DEPTH-AVERAGE PIC 9(7)V99 VALUE 0.
01 WS-AFTER-RANGE-COUNT PIC 9(9) VALUE 0.
01 WS-DEPTH-AVERAGE-DISPLAY PIC Z(6)9.99.
01 WS-DEPTH-MAX-DISPLAY PIC Z(8)9.
01 WS-RANGE-COUNT-DISPLAY PIC Z(8)9.

01 WS-EXEC-CONFIG-STATUS PIC XX.
   88 WS-EXEC-CONFIG-OK VALUE '00'.
   88 WS-FILE-HISTORY-OK VALUE '00'.
01 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-FILE-HISTORY VALUE 'Y'.
01 WS-PROPERTY-STATUS PIC XX.
   88 WS-PROPERTY-OK VALUE '00'.
01 WS-PROPERTY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-PROPERTIES VALUE 'Y'.
01 WS-EXEC-MODE-SWITCH PIC X VALUE 'N'.
   88 WS-EXECUTION-IS-ON VALUE 'Y'.
01 WS-SIMULATE-FAIL-GROUP PIC 9(9) VALUE 0.
01 WS-HIGHEST-SNAPSHOT-ID PIC 9(18) VALUE 0.
01 WS-COMMIT-SNAPSHOT-ID PIC 9(18) VALUE 0.
01 WS-COMMIT-RESULT-STATUS PIC XX.
   88 WS-COMMIT-RESULT-OK VALUE '00'.
01 WS-RETRY-BASE-DISPLAY PIC Z(17)9.
01 WS-SNAPSHOT-SUMMARY-STATUS PIC XX.
   88 WS-SNAPSHOT-SUMMARY-OK VALUE '00'.
01 WS-COMMIT-PRINCIPAL PIC X(30) VALUE 'ICEBERG-MAINTENANCE'.
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-GROUP-OUTPUT-PATH PIC X(256).
01 WS-GROUP-OUTPUT-COUNT PIC 9(9) COMP.
01 WS-OUTPUT-PART PIC 9(9) COMP.
01 WS-DISPLAY-PART PIC 9(4).
01 WS-DISPLAY-PART-COUNT PIC 9(4).
01 WS-PART-BYTES PIC 9(18).
01 WS-DISPLAY-SORT-FIELD-ID PIC 9(9).
01 WS-COMMITTED-GROUP-COUNT PIC 9(9) VALUE 0.
01 WS-FAILED-GROUP-COUNT PIC 9(9) VALUE 0.
01 WS-SKIPPED-GROUP-COUNT PIC 9(9) VALUE 0.
    END-IF.
    MOVE DEFAULT-REWRITE-ALL-V TO WS-REWRITE-ALL.
    MOVE DEFAULT-OUTPUT-SPEC-ID-V TO WS-OUTPUT-SPEC-ID.
    PERFORM APPLY-TABLE-PROPERTIES.
    IF WS-REWRITE-STRATEGY = SPACES
        MOVE DEFAULT-REWRITE-STRATEGY-V TO WS-REWRITE-STRATEGY
    END-IF.

*> The table property store has the last word: a threshold set there
*> for this table replaces the card (or default) value, and one it
*> does not carry leaves that value in place.
APPLY-TABLE-PROPERTIES.
    MOVE 'N' TO WS-PROPERTY-EOF-SWITCH.
    OPEN INPUT TABLE-PROPERTY-FILE.
    IF WS-PROPERTY-OK
        PERFORM APPLY-ONE-TABLE-PROPERTY UNTIL END-OF-PROPERTIES
        CLOSE TABLE-PROPERTY-FILE
    END-IF.

APPLY-ONE-TABLE-PROPERTY.
    READ TABLE-PROPERTY-FILE
        AT END SET END-OF-PROPERTIES TO TRUE
        NOT AT END
            IF TP-TABLE-NAME = WS-REWRITE-TABLE-NAME
                    AND TP-PROPERTY-KEY = 'rewrite.strategy'
                MOVE TP-PROPERTY-VALUE TO WS-REWRITE-STRATEGY
            END-IF
            IF TP-TABLE-NAME = WS-REWRITE-TABLE-NAME
                    AND TP-VALUE-NUMBER IS NUMERIC
                EVALUATE TP-PROPERTY-KEY
                    WHEN 'write.target-file-size-bytes'
                        MOVE TP-VALUE-NUMBER TO WS-TARGET-FILE-SIZE
                    WHEN 'rewrite.min-file-size-bytes'
                        MOVE TP-VALUE-NUMBER TO WS-MIN-FILE-SIZE
                    WHEN 'rewrite.max-file-size-bytes'
                        MOVE TP-VALUE-NUMBER TO WS-MAX-FILE-SIZE
                    WHEN 'rewrite.min-input-files'
                        MOVE TP-VALUE-NUMBER TO WS-MIN-INPUT-FILES
                    WHEN 'rewrite.max-file-group-size-bytes'
                        MOVE TP-VALUE-NUMBER TO WS-MAX-GROUP-SIZE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
    END-READ.

LOAD-SIZE-PARAMS-FOR-TABLE.
    SET WS-PARAM-FOUND-SWITCH TO 'N'.
            MOVE PARAM-MAX-FILE-SIZE TO WS-MAX-FILE-SIZE
            MOVE PARAM-MIN-INPUT-FILES TO WS-MIN-INPUT-FILES
            MOVE PARAM-MAX-GROUP-SIZE TO WS-MAX-GROUP-SIZE
            MOVE PARAM-REWRITE-STRATEGY TO WS-REWRITE-STRATEGY
        END-IF
    END-READ.

*> A table with no committed sort order has nothing to cluster on,
*> so a SORT request falls back to bin-packing and says so.
PLAN-FILE-GROUPS.
    PERFORM FILTER-FILES.
    IF WS-SORT-STRATEGY
        PERFORM LOAD-LEADING-SORT-FIELD
        IF WS-LEADING-SORT-POSITION = 0
            SET WS-SORT-FELL-BACK TO TRUE
            MOVE DEFAULT-REWRITE-STRATEGY-V TO WS-REWRITE-STRATEGY
        END-IF
    END-IF.
    IF WS-SORT-STRATEGY
        PERFORM CLUSTER-FILES-BY-SORT-BOUNDS
        PERFORM FILTER-SORT-CLUSTERS
    ELSE
        PERFORM BIN-PACK-FILES
        PERFORM FILTER-FILE-GROUPS
    END-IF.

LOAD-LEADING-SORT-FIELD.
    MOVE 0 TO WS-LEADING-SORT-FIELD-ID.
    MOVE 0 TO WS-LEADING-SORT-POSITION.
    OPEN INPUT TABLE-SORT-ORDER-FILE.
    IF WS-SORT-ORDER-OK
        MOVE 'N' TO WS-SORT-ORDER-EOF-SWITCH
        PERFORM READ-ONE-SORT-ORDER-CARD UNTIL END-OF-SORT-ORDERS
        CLOSE TABLE-SORT-ORDER-FILE
    END-IF.

READ-ONE-SORT-ORDER-CARD.
    READ TABLE-SORT-ORDER-FILE
        AT END SET END-OF-SORT-ORDERS TO TRUE
        NOT AT END
            IF TSO-TABLE-NAME = WS-REWRITE-TABLE-NAME
                    AND TSO-SORT-POSITION IS NUMERIC
                    AND TSO-SORT-POSITION > 0
                    AND (WS-LEADING-SORT-POSITION = 0
                        OR TSO-SORT-POSITION < WS-LEADING-SORT-POSITION)
                MOVE TSO-SORT-POSITION TO WS-LEADING-SORT-POSITION
                MOVE TSO-FIELD-ID TO WS-LEADING-SORT-FIELD-ID
            END-IF
    END-READ.

*> Candidates are ordered by their lower bound on the leading sort
*> field and swept in that order: a file whose range starts inside
*> the open cluster's range joins it, one that starts beyond it opens
*> a new cluster. A cluster is still capped at WS-MAX-GROUP-SIZE, as
*> a bin-packed group is. Files with no bounds on the field cannot be
*> placed and are left where they are.
CLUSTER-FILES-BY-SORT-BOUNDS.
    MOVE 0 TO FILE-GROUP-COUNT.
    MOVE 0 TO CANDIDATE-COUNT.
    MOVE 0 TO WS-UNBOUNDED-FILE-COUNT.
    OPEN INPUT CANDIDATE-FILES-INPUT.
    MOVE 'N' TO WS-FILE-EOF-SWITCH.
    PERFORM LOAD-ONE-SORT-CANDIDATE UNTIL END-OF-CANDIDATE-FILES.
    CLOSE CANDIDATE-FILES-INPUT.
    PERFORM LOAD-LEADING-FIELD-BOUNDS.
    PERFORM ORDER-ONE-CANDIDATE-POSITION
        VARYING WS-ORDER-PASS-IDX FROM 1 BY 1
        UNTIL WS-ORDER-PASS-IDX >= CANDIDATE-COUNT.
    MOVE 0 TO DEPTH-RANGE-COUNT.
    PERFORM ADD-ONE-CANDIDATE-RANGE
        VARYING CANDIDATE-IDX FROM 1 BY 1
        UNTIL CANDIDATE-IDX > CANDIDATE-COUNT.
    PERFORM SCORE-OVERLAP-DEPTH.
    MOVE DEPTH-RANGE-COUNT TO WS-BEFORE-RANGE-COUNT.
    MOVE WS-DEPTH-MAX TO WS-BEFORE-DEPTH-MAX.
    MOVE WS-DEPTH-AVERAGE TO WS-BEFORE-DEPTH-AVERAGE.
    PERFORM ASSIGN-ONE-SORT-CLUSTER
        VARYING CANDIDATE-IDX FROM 1 BY 1
        UNTIL CANDIDATE-IDX > CANDIDATE-COUNT.

LOAD-ONE-SORT-CANDIDATE.
    READ CANDIDATE-FILES-INPUT
        AT END SET END-OF-CANDIDATE-FILES TO TRUE
        NOT AT END
            IF CANDIDATE-COUNT < 10000
                ADD 1 TO CANDIDATE-COUNT
                MOVE CANDIDATE-FILE-PATH
                    TO CAND-FILE-PATH(CANDIDATE-COUNT)
                MOVE CANDIDATE-FILE-SIZE
                    TO CAND-FILE-SIZE(CANDIDATE-COUNT)
                MOVE 0 TO CAND-GROUP-ID(CANDIDATE-COUNT)
                MOVE SPACES TO CAND-LOWER-BOUND(CANDIDATE-COUNT)
                MOVE SPACES TO CAND-UPPER-BOUND(CANDIDATE-COUNT)
                MOVE 'N' TO CAND-BOUNDED-SWITCH(CANDIDATE-COUNT)
            END-IF
    END-READ.

LOAD-LEADING-FIELD-BOUNDS.
    OPEN INPUT TABLE-COLUMN-BOUNDS-FILE.
    IF WS-BOUNDS-OK
        MOVE 'N' TO WS-BOUNDS-EOF-SWITCH
        PERFORM MATCH-ONE-BOUNDS-CARD UNTIL END-OF-BOUNDS
        CLOSE TABLE-COLUMN-BOUNDS-FILE
    END-IF.

MATCH-ONE-BOUNDS-CARD.
    READ TABLE-COLUMN-BOUNDS-FILE
        AT END SET END-OF-BOUNDS TO TRUE
        NOT AT END
            IF CB-FIELD-ID = WS-LEADING-SORT-FIELD-ID
                SET CANDIDATE-IDX TO 1
                SEARCH CANDIDATE-ENTRY
                    AT END CONTINUE
                    WHEN CAND-FILE-PATH(CANDIDATE-IDX) = CB-FILE-PATH
                        MOVE CB-LOWER-BOUND
                            TO CAND-LOWER-BOUND(CANDIDATE-IDX)
                        MOVE CB-UPPER-BOUND
                            TO CAND-UPPER-BOUND(CANDIDATE-IDX)
                        SET CAND-IS-BOUNDED(CANDIDATE-IDX) TO TRUE
                END-SEARCH
            END-IF
    END-READ.

*> Selection sort, bounded files first in lower-bound order, the
*> unbounded ones after them.
ORDER-ONE-CANDIDATE-POSITION.
    MOVE WS-ORDER-PASS-IDX TO WS-ORDER-BEST-IDX.
    PERFORM FIND-LOWER-BOUNDED-CANDIDATE
        VARYING WS-ORDER-SCAN-IDX FROM WS-ORDER-PASS-IDX BY 1
        UNTIL WS-ORDER-SCAN-IDX > CANDIDATE-COUNT.
    IF WS-ORDER-BEST-IDX NOT = WS-ORDER-PASS-IDX
        MOVE CANDIDATE-ENTRY(WS-ORDER-PASS-IDX) TO WS-SWAP-CANDIDATE
        MOVE CANDIDATE-ENTRY(WS-ORDER-BEST-IDX)
            TO CANDIDATE-ENTRY(WS-ORDER-PASS-IDX)
        MOVE WS-SWAP-CANDIDATE TO CANDIDATE-ENTRY(WS-ORDER-BEST-IDX)
    END-IF.

FIND-LOWER-BOUNDED-CANDIDATE.
    IF CAND-IS-BOUNDED(WS-ORDER-SCAN-IDX)
        IF NOT CAND-IS-BOUNDED(WS-ORDER-BEST-IDX)
                OR CAND-LOWER-BOUND(WS-ORDER-SCAN-IDX) <
                    CAND-LOWER-BOUND(WS-ORDER-BEST-IDX)
            MOVE WS-ORDER-SCAN-IDX TO WS-ORDER-BEST-IDX
        END-IF
    END-IF.

ADD-ONE-CANDIDATE-RANGE.
    IF CAND-IS-BOUNDED(CANDIDATE-IDX)
        ADD 1 TO DEPTH-RANGE-COUNT
        MOVE CAND-LOWER-BOUND(CANDIDATE-IDX)
            TO RANGE-LOW-BOUND(DEPTH-RANGE-COUNT)
        MOVE CAND-UPPER-BOUND(CANDIDATE-IDX)
            TO RANGE-HIGH-BOUND(DEPTH-RANGE-COUNT)
    END-IF.

ASSIGN-ONE-SORT-CLUSTER.
    IF CAND-IS-BOUNDED(CANDIDATE-IDX)
        EVALUATE TRUE
            WHEN FILE-GROUP-COUNT = 0
                PERFORM OPEN-NEW-SORT-CLUSTER
            WHEN CAND-LOWER-BOUND(CANDIDATE-IDX) >
                    GROUP-HIGH-BOUND(FILE-GROUP-COUNT)
                PERFORM OPEN-NEW-SORT-CLUSTER
            WHEN GROUP-TOTAL-BYTES(FILE-GROUP-COUNT)
                    + CAND-FILE-SIZE(CANDIDATE-IDX) > WS-MAX-GROUP-SIZE
                SET GROUP-WAS-CAPPED(FILE-GROUP-COUNT) TO TRUE
                PERFORM OPEN-NEW-SORT-CLUSTER
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        ADD 1 TO GROUP-FILE-COUNT(FILE-GROUP-COUNT)
        ADD CAND-FILE-SIZE(CANDIDATE-IDX)
            TO GROUP-TOTAL-BYTES(FILE-GROUP-COUNT)
        IF CAND-UPPER-BOUND(CANDIDATE-IDX) >
                GROUP-HIGH-BOUND(FILE-GROUP-COUNT)
            MOVE CAND-UPPER-BOUND(CANDIDATE-IDX)
                TO GROUP-HIGH-BOUND(FILE-GROUP-COUNT)
        END-IF
        MOVE FILE-GROUP-COUNT TO CAND-GROUP-ID(CANDIDATE-IDX)
    ELSE
        ADD 1 TO WS-UNBOUNDED-FILE-COUNT
    END-IF.

OPEN-NEW-SORT-CLUSTER.
    PERFORM OPEN-NEW-FILE-GROUP.
    MOVE CAND-LOWER-BOUND(CANDIDATE-IDX)
        TO GROUP-LOW-BOUND(FILE-GROUP-COUNT).
    MOVE CAND-UPPER-BOUND(CANDIDATE-IDX)
        TO GROUP-HIGH-BOUND(FILE-GROUP-COUNT).

*> A cluster of one file overlaps nothing and is left alone. The
*> after score takes each cluster as one range: a rewritten cluster's
*> outputs are cut from its range in key order, so they do not
*> overlap one another and a scan opens only one of them.
FILTER-SORT-CLUSTERS.
    MOVE 0 TO DEPTH-RANGE-COUNT.
    PERFORM FILTER-ONE-SORT-CLUSTER
        VARYING FILE-GROUP-IDX FROM 1 BY 1
        UNTIL FILE-GROUP-IDX > FILE-GROUP-COUNT.
    PERFORM SCORE-OVERLAP-DEPTH.
    MOVE DEPTH-RANGE-COUNT TO WS-AFTER-RANGE-COUNT.
    MOVE WS-DEPTH-MAX TO WS-AFTER-DEPTH-MAX.
    MOVE WS-DEPTH-AVERAGE TO WS-AFTER-DEPTH-AVERAGE.

FILTER-ONE-SORT-CLUSTER.
    ADD 1 TO DEPTH-RANGE-COUNT.
    MOVE GROUP-LOW-BOUND(FILE-GROUP-IDX)
        TO RANGE-LOW-BOUND(DEPTH-RANGE-COUNT).
    MOVE GROUP-HIGH-BOUND(FILE-GROUP-IDX)
        TO RANGE-HIGH-BOUND(DEPTH-RANGE-COUNT).
    IF GROUP-FILE-COUNT(FILE-GROUP-IDX) < 2
        MOVE 0 TO GROUP-FILE-COUNT(FILE-GROUP-IDX)
        MOVE 0 TO GROUP-TOTAL-BYTES(FILE-GROUP-IDX)
    END-IF.

SCORE-OVERLAP-DEPTH.
    MOVE 0 TO WS-DEPTH-TOTAL.
    MOVE 0 TO WS-DEPTH-MAX.
    MOVE 0 TO WS-DEPTH-AVERAGE.
    PERFORM SCORE-ONE-RANGE-DEPTH
        VARYING DEPTH-RANGE-IDX FROM 1 BY 1
        UNTIL DEPTH-RANGE-IDX > DEPTH-RANGE-COUNT.
    IF DEPTH-RANGE-COUNT > 0
        COMPUTE WS-DEPTH-AVERAGE ROUNDED =
            WS-DEPTH-TOTAL / DEPTH-RANGE-COUNT
    END-IF.

SCORE-ONE-RANGE-DEPTH.
    MOVE 0 TO WS-RANGE-DEPTH.
    PERFORM COUNT-ONE-OVERLAPPING-RANGE
        VARYING WS-DEPTH-SCAN-IDX FROM 1 BY 1
        UNTIL WS-DEPTH-SCAN-IDX > DEPTH-RANGE-COUNT.
    ADD WS-RANGE-DEPTH TO WS-DEPTH-TOTAL.
    IF WS-RANGE-DEPTH > WS-DEPTH-MAX
        MOVE WS-RANGE-DEPTH TO WS-DEPTH-MAX
    END-IF.

COUNT-ONE-OVERLAPPING-RANGE.
    IF RANGE-LOW-BOUND(WS-DEPTH-SCAN-IDX) NOT >
            RANGE-HIGH-BOUND(DEPTH-RANGE-IDX)
            AND RANGE-HIGH-BOUND(WS-DEPTH-SCAN-IDX) NOT <
                RANGE-LOW-BOUND(DEPTH-RANGE-IDX)
        ADD 1 TO WS-RANGE-DEPTH
    END-IF.

FILTER-FILES.
    CONTINUE.
        END-IF
        WRITE GROUP-DIAGNOSTICS-REC FROM WS-REPORT-LINE
    END-PERFORM.
    IF WS-SORT-STRATEGY OR WS-SORT-FELL-BACK
        PERFORM WRITE-SORT-STRATEGY-LINES
    END-IF.
    CLOSE GROUP-DIAGNOSTICS-REPORT.

WRITE-SORT-STRATEGY-LINES.
    MOVE SPACES TO WS-REPORT-LINE.
    IF WS-SORT-FELL-BACK
        STRING 'STRATEGY=BINPACK - NO COMMITTED SORT ORDER FOR TABLE, '
            'SORT STRATEGY NOT APPLIED'
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE GROUP-DIAGNOSTICS-REC FROM WS-REPORT-LINE
    ELSE
        MOVE WS-LEADING-SORT-FIELD-ID TO WS-DISPLAY-SORT-FIELD-ID
        MOVE WS-UNBOUNDED-FILE-COUNT TO WS-RANGE-COUNT-DISPLAY
        STRING 'STRATEGY=SORT SORT-FIELD-ID=' WS-DISPLAY-SORT-FIELD-ID
            ' FILES-WITHOUT-BOUNDS-LEFT-IN-PLACE=' WS-RANGE-COUNT-DISPLAY
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE GROUP-DIAGNOSTICS-REC FROM WS-REPORT-LINE
        MOVE WS-BEFORE-RANGE-COUNT TO WS-RANGE-COUNT-DISPLAY
        MOVE WS-BEFORE-DEPTH-AVERAGE TO WS-DEPTH-AVERAGE-DISPLAY
        MOVE WS-BEFORE-DEPTH-MAX TO WS-DEPTH-MAX-DISPLAY
        MOVE SPACES TO WS-REPORT-LINE
        STRING 'OVERLAP-DEPTH BEFORE RANGES=' WS-RANGE-COUNT-DISPLAY
            ' AVERAGE=' WS-DEPTH-AVERAGE-DISPLAY
            ' MAX=' WS-DEPTH-MAX-DISPLAY
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE GROUP-DIAGNOSTICS-REC FROM WS-REPORT-LINE
        MOVE WS-AFTER-RANGE-COUNT TO WS-RANGE-COUNT-DISPLAY
        MOVE WS-AFTER-DEPTH-AVERAGE TO WS-DEPTH-AVERAGE-DISPLAY
        MOVE WS-AFTER-DEPTH-MAX TO WS-DEPTH-MAX-DISPLAY
        MOVE SPACES TO WS-REPORT-LINE
        STRING 'OVERLAP-DEPTH AFTER  RANGES=' WS-RANGE-COUNT-DISPLAY
            ' AVERAGE=' WS-DEPTH-AVERAGE-DISPLAY
            ' MAX=' WS-DEPTH-MAX-DISPLAY
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE GROUP-DIAGNOSTICS-REC FROM WS-REPORT-LINE
    END-IF.

LOAD-EXECUTION-CONFIG.
    MOVE 'N' TO WS-EXEC-MODE-SWITCH.
    MOVE 0 TO WS-SIMULATE-FAIL-GROUP.
        CLOSE SNAPSHOT-FILE-HISTORY
        OPEN OUTPUT SNAPSHOT-FILE-HISTORY
    END-IF.
    OPEN EXTEND SNAPSHOT-SUMMARY-FILE.
    IF NOT WS-SNAPSHOT-SUMMARY-OK
        CLOSE SNAPSHOT-SUMMARY-FILE
        OPEN OUTPUT SNAPSHOT-SUMMARY-FILE
    END-IF.
    PERFORM CHECK-LAST-CATALOG-COMMIT.
    PERFORM EXECUTE-ONE-GROUP
        VARYING FILE-GROUP-IDX FROM 1 BY 1
        UNTIL FILE-GROUP-IDX > FILE-GROUP-COUNT.
    PERFORM WRITE-EXECUTION-SUMMARY.
    IF WS-COMMITTED-GROUP-COUNT > 0
        PERFORM WRITE-COMMIT-REQUIREMENT
    END-IF.
    CLOSE REWRITTEN-FILE-SET-FILE.
    CLOSE GROUP-COMMIT-LEDGER.
    CLOSE SNAPSHOT-FILE-HISTORY.
    CLOSE SNAPSHOT-SUMMARY-FILE.

FIND-HIGHEST-COMMITTED-SNAPSHOT.
    MOVE 0 TO WS-HIGHEST-SNAPSHOT-ID.
    ADD 1 TO WS-COMMITTED-GROUP-COUNT.
    COMPUTE WS-COMMIT-SNAPSHOT-ID =
        WS-HIGHEST-SNAPSHOT-ID + WS-COMMITTED-GROUP-COUNT.
    PERFORM COUNT-GROUP-OUTPUTS.
    PERFORM WRITE-ONE-GROUP-OUTPUT-LINE
        VARYING WS-OUTPUT-PART FROM 1 BY 1
        UNTIL WS-OUTPUT-PART > WS-GROUP-OUTPUT-COUNT.
    PERFORM WRITE-GROUP-DELETE-RECORDS.
    PERFORM WRITE-ONE-GROUP-ADD-RECORD
        VARYING WS-OUTPUT-PART FROM 1 BY 1
        UNTIL WS-OUTPUT-PART > WS-GROUP-OUTPUT-COUNT.
    PERFORM WRITE-GROUP-SNAPSHOT-SUMMARY.
    MOVE GROUP-FILE-COUNT(FILE-GROUP-IDX) TO WS-DISPLAY-FILE-COUNT.
    MOVE SPACES TO GROUP-COMMIT-LEDGER-LINE.
    STRING 'GROUP ' WS-DISPLAY-GROUP-ID
        ' COMMITTED SNAPSHOT=' WS-COMMIT-SNAPSHOT-ID
        ' FILES-IN=' WS-DISPLAY-FILE-COUNT
        DELIMITED BY SIZE INTO GROUP-COMMIT-LEDGER-LINE.
    WRITE GROUP-COMMIT-LEDGER-LINE.

*> A bin-packed group is rewritten to one output file. A sort cluster
*> is rewritten to as many target-sized outputs as its bytes need,
*> each a slice of the cluster's key range in sort order.
COUNT-GROUP-OUTPUTS.
    MOVE 1 TO WS-GROUP-OUTPUT-COUNT.
    IF WS-SORT-STRATEGY AND WS-TARGET-FILE-SIZE > 0
        COMPUTE WS-GROUP-OUTPUT-COUNT =
            (GROUP-TOTAL-BYTES(FILE-GROUP-IDX) + WS-TARGET-FILE-SIZE - 1)
            / WS-TARGET-FILE-SIZE
        IF WS-GROUP-OUTPUT-COUNT < 1
            MOVE 1 TO WS-GROUP-OUTPUT-COUNT
        END-IF
    END-IF.

BUILD-GROUP-OUTPUT-PATH.
    MOVE SPACES TO WS-GROUP-OUTPUT-PATH.
    IF WS-SORT-STRATEGY
        MOVE WS-OUTPUT-PART TO WS-DISPLAY-PART
        STRING '/rewrite/group-' WS-DISPLAY-GROUP-ID
            '-snapshot-' WS-COMMIT-SNAPSHOT-ID
            '-part-' WS-DISPLAY-PART '.parquet'
            DELIMITED BY SIZE INTO WS-GROUP-OUTPUT-PATH
    ELSE
        STRING '/rewrite/group-' WS-DISPLAY-GROUP-ID
            '-snapshot-' WS-COMMIT-SNAPSHOT-ID '.parquet'
            DELIMITED BY SIZE INTO WS-GROUP-OUTPUT-PATH
    END-IF.

*> The group's bytes are split evenly over its outputs, the last
*> output taking the remainder.
COMPUTE-PART-BYTES.
    COMPUTE WS-PART-BYTES =
        GROUP-TOTAL-BYTES(FILE-GROUP-IDX) / WS-GROUP-OUTPUT-COUNT.
    IF WS-OUTPUT-PART = WS-GROUP-OUTPUT-COUNT
        COMPUTE WS-PART-BYTES = GROUP-TOTAL-BYTES(FILE-GROUP-IDX)
            - WS-PART-BYTES * (WS-GROUP-OUTPUT-COUNT - 1)
    END-IF.

WRITE-ONE-GROUP-OUTPUT-LINE.
    PERFORM BUILD-GROUP-OUTPUT-PATH.
    PERFORM COMPUTE-PART-BYTES.
    MOVE WS-PART-BYTES TO WS-DISPLAY-TOTAL-BYTES.
    MOVE SPACES TO REWRITTEN-FILE-SET-LINE.
    IF WS-SORT-STRATEGY
        MOVE WS-GROUP-OUTPUT-COUNT TO WS-DISPLAY-PART-COUNT
        MOVE WS-LEADING-SORT-FIELD-ID TO WS-DISPLAY-SORT-FIELD-ID
        STRING 'GROUP ' WS-DISPLAY-GROUP-ID
            ' OUTPUT=' DELIMITED BY SIZE
            WS-GROUP-OUTPUT-PATH DELIMITED BY SPACE
            ' BYTES=' WS-DISPLAY-TOTAL-BYTES
            ' PART=' WS-DISPLAY-PART '/' WS-DISPLAY-PART-COUNT
            ' SORT-FIELD-ID=' WS-DISPLAY-SORT-FIELD-ID
            ' RANGE=' DELIMITED BY SIZE
            GROUP-LOW-BOUND(FILE-GROUP-IDX) DELIMITED BY SPACE
            '..' DELIMITED BY SIZE
            GROUP-HIGH-BOUND(FILE-GROUP-IDX) DELIMITED BY SPACE
            INTO REWRITTEN-FILE-SET-LINE
    ELSE
        STRING 'GROUP ' WS-DISPLAY-GROUP-ID
            ' OUTPUT=' DELIMITED BY SIZE
            WS-GROUP-OUTPUT-PATH DELIMITED BY SPACE
            ' BYTES=' WS-DISPLAY-TOTAL-BYTES DELIMITED BY SIZE
            INTO REWRITTEN-FILE-SET-LINE
    END-IF.
    WRITE REWRITTEN-FILE-SET-LINE.

WRITE-ONE-GROUP-ADD-RECORD.
    PERFORM BUILD-GROUP-OUTPUT-PATH.
    MOVE SPACES TO SNAPSHOT-FILE-HISTORY-REC.
    MOVE WS-COMMIT-SNAPSHOT-ID TO SFH-SNAPSHOT-ID.
    MOVE WS-GROUP-OUTPUT-PATH TO SFH-FILE-PATH.
    MOVE SPACES TO SFH-REFERENCED-DATA-FILE.
    MOVE 0 TO SFH-DELETED-ROW-COUNT.
    WRITE SNAPSHOT-FILE-HISTORY-REC.

*> A rewrite swaps the group's input files for its output files of the
*> same bytes; row counts are not carried on the candidate cards.
WRITE-GROUP-SNAPSHOT-SUMMARY.
    MOVE SPACES TO SNAPSHOT-SUMMARY-REC.
    MOVE WS-REWRITE-TABLE-NAME TO SSR-TABLE-NAME.
    MOVE WS-COMMIT-SNAPSHOT-ID TO SSR-SNAPSHOT-ID.
    COMPUTE SSR-PARENT-SNAPSHOT-ID = WS-COMMIT-SNAPSHOT-ID - 1.
    MOVE 'REWRITE' TO SSR-OPERATION.
    MOVE 'SIZE-BASED-FILE-REWRITER' TO SSR-COMMIT-PROGRAM.
    MOVE WS-COMMIT-PRINCIPAL TO SSR-COMMIT-PRINCIPAL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO SSR-COMMIT-TIMESTAMP.
    MOVE WS-GROUP-OUTPUT-COUNT TO SSR-ADDED-FILES.
    MOVE GROUP-FILE-COUNT(FILE-GROUP-IDX) TO SSR-REMOVED-FILES.
    MOVE 0 TO SSR-ADDED-ROWS.
    MOVE 0 TO SSR-REMOVED-ROWS.
    MOVE GROUP-TOTAL-BYTES(FILE-GROUP-IDX) TO SSR-ADDED-BYTES.
    MOVE GROUP-TOTAL-BYTES(FILE-GROUP-IDX) TO SSR-REMOVED-BYTES.
    WRITE SNAPSHOT-SUMMARY-REC.

WRITE-GROUP-DELETE-RECORDS.
    PERFORM WRITE-ONE-GROUP-DELETE

WRITE-GROUP-SKIPPED-LINE.
    MOVE SPACES TO GROUP-COMMIT-LEDGER-LINE.
    IF WS-SORT-STRATEGY
        STRING 'GROUP ' WS-DISPLAY-GROUP-ID
            ' SKIPPED - NO OVERLAPPING FILES'
            DELIMITED BY SIZE INTO GROUP-COMMIT-LEDGER-LINE
    ELSE
        STRING 'GROUP ' WS-DISPLAY-GROUP-ID
            ' SKIPPED - FILTERED OUT BY MIN-INPUT-FILES'
            DELIMITED BY SIZE INTO GROUP-COMMIT-LEDGER-LINE
    END-IF.
    WRITE GROUP-COMMIT-LEDGER-LINE.

WRITE-GROUP-FAILED-LINE.
        DELIMITED BY SIZE INTO GROUP-COMMIT-LEDGER-LINE.
    WRITE GROUP-COMMIT-LEDGER-LINE.

CHECK-LAST-CATALOG-COMMIT.
    OPEN INPUT COMMIT-RESULT-FILE.
    IF WS-COMMIT-RESULT-OK
        READ COMMIT-RESULT-FILE
            AT END CONTINUE
            NOT AT END
                IF CRS-TABLE-NAME = WS-REWRITE-TABLE-NAME
                        AND CRS-CONFLICT
                        AND CRS-RETRY-AGAINST-NEW-BASE
                    PERFORM WRITE-RETRY-LEDGER-LINE
                END-IF
        END-READ
        CLOSE COMMIT-RESULT-FILE
    END-IF.

WRITE-RETRY-LEDGER-LINE.
    MOVE CRS-BASE-SNAPSHOT-ID TO WS-RETRY-BASE-DISPLAY.
    MOVE SPACES TO GROUP-COMMIT-LEDGER-LINE.
    STRING 'RETRY AGAINST NEW BASE SNAPSHOT=' WS-RETRY-BASE-DISPLAY
            DELIMITED BY SIZE
        ' - LAST COMMIT REFUSED ON ' DELIMITED BY SIZE
        CRS-FAILED-REQUIREMENT DELIMITED BY SPACE
        INTO GROUP-COMMIT-LEDGER-LINE.
    WRITE GROUP-COMMIT-LEDGER-LINE.

WRITE-COMMIT-REQUIREMENT.
    MOVE SPACES TO COMMIT-REQUIREMENT-CARD.
    MOVE WS-REWRITE-TABLE-NAME TO CQ-TABLE-KEY.
    MOVE 'Y' TO CQ-ASSERT-SNAPSHOT-SWITCH.
    MOVE WS-HIGHEST-SNAPSHOT-ID TO CQ-EXPECTED-SNAPSHOT-ID.
    OPEN OUTPUT COMMIT-REQUIREMENT-FILE.
    WRITE COMMIT-REQUIREMENT-CARD.
    CLOSE COMMIT-REQUIREMENT-FILE.

WRITE-EXECUTION-SUMMARY.
    MOVE WS-COMMITTED-GROUP-COUNT TO WS-COMMITTED-DISPLAY.
    MOVE WS-FAILED-GROUP-COUNT TO WS-FAILED-DISPLAY.
