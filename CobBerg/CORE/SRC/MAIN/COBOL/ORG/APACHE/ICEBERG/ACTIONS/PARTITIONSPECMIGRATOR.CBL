IDENTIFICATION DIVISION.
PROGRAM-ID. PARTITION-SPEC-MIGRATOR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MIGRATION-RUN-CARD-FILE
        ASSIGN TO "SPECMIGRATIONCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CARD-STATUS.
    SELECT PARTITION-SPEC-HISTORY
        ASSIGN TO "PARTITIONSPECHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPEC-HISTORY-STATUS.
    SELECT TABLE-DATA-FILE-LISTING
        ASSIGN TO "TABLEDATAFILES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DATAFILE-LISTING-STATUS.
    SELECT SNAPSHOT-FILE-HISTORY
        ASSIGN TO "SNAPSHOTFILEHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-HISTORY-STATUS.
    SELECT SNAPSHOT-SUMMARY-FILE
        ASSIGN TO "SNAPSHOTSUMMARY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAPSHOT-SUMMARY-STATUS.
    SELECT MIGRATION-CHECKPOINT-FILE
        ASSIGN TO "SPECMIGRATIONCHECKPOINT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECKPOINT-STATUS.
    SELECT MIGRATION-REPORT
        ASSIGN TO "SPECMIGRATIONREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MIGRATION-PROGRESS-FILE
        ASSIGN TO "SPECMIGRATIONPROGRESS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROGRESS-STATUS.

DATA DIVISION.
FILE SECTION.
*> One card per run: the table whose listing this run reads, the
*> throttle - data files and bytes per committed batch, batches per
*> night - and the execution switch: 'Y' commits, anything else
*> writes the plan for review.
FD MIGRATION-RUN-CARD-FILE.
01 MIGRATION-RUN-CARD.
   05 SMC-TABLE-NAME PIC X(128).
   05 SMC-MAX-FILES-PER-BATCH PIC 9(5).
   05 SMC-MAX-BYTES-PER-BATCH PIC 9(18).
   05 SMC-MAX-BATCHES-PER-RUN PIC 9(5).
   05 SMC-EXEC-MODE PIC X.
      88 SMC-EXECUTION-REQUESTED VALUE 'Y'.

*> BASE-UPDATE-PARTITION-SPEC's numbered spec history: a header card
*> per spec id, then its partition fields. The highest id is current.
FD PARTITION-SPEC-HISTORY.
01 PARTITION-SPEC-HISTORY-CARD.
   05 PSH-SPEC-ID PIC 9(9).
   05 PSH-RECORD-TYPE PIC X.
      88 PSH-SPEC-HEADER VALUE 'S'.
      88 PSH-SPEC-FIELD VALUE 'F'.
   05 PSH-SOURCE-ID PIC 9(9).
   05 PSH-FIELD-ID PIC 9(9).
   05 PSH-NAME PIC X(128).
   05 PSH-TRANSFORM PIC X(30).

*> The live data files, each carrying the spec id it was written
*> under; a file listed before the id was carried is on spec 0.
FD TABLE-DATA-FILE-LISTING.
01 TABLE-DATA-FILE-REC.
   05 DF-FILE-PATH PIC X(256).
   05 DF-PARTITION-VALUE PIC X(64).
   05 DF-RECORD-COUNT PIC 9(18).
   05 DF-FILE-SIZE-BYTES PIC 9(18).
   05 DF-NULL-COUNT PIC 9(18).
   05 DF-PARTITION-SPEC-ID PIC 9(9).

*> TABLE-INTERFACE's file-change history: each committed batch is one
*> snapshot - the regrouped outputs added, the old-spec files removed.
FD SNAPSHOT-FILE-HISTORY.
01 SNAPSHOT-FILE-HISTORY-REC.
   05 SFH-SNAPSHOT-ID PIC 9(18).
   05 SFH-FILE-PATH PIC X(256).
   05 SFH-CHANGE-TYPE PIC X.
      88 SFH-FILE-WAS-ADDED VALUE 'A'.
      88 SFH-FILE-WAS-DELETED VALUE 'D'.
   05 SFH-REFERENCED-DATA-FILE PIC X(256).
   05 SFH-DELETED-ROW-COUNT PIC 9(9).

*> TABLE-INTERFACE's snapshot summary file: one record per committed
*> snapshot, saying which program committed it, for whom, and what it
*> added and removed.
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

*> One card per table being migrated: the spec it is migrating to,
*> the running totals across nights, and the batch in flight. A batch
*> is marked PENDING before its snapshot is written and RUNNING once
*> the listing has caught up, so a run cut off in between is caught
*> by the next one instead of migrating the same files twice.
FD MIGRATION-CHECKPOINT-FILE.
01 MIGRATION-CHECKPOINT-CARD.
   05 SCP-TABLE-NAME PIC X(128).
   05 SCP-TARGET-SPEC-ID PIC 9(9).
   05 SCP-STATE PIC X(8).
      88 SCP-BATCH-PENDING VALUE 'PENDING'.
   05 SCP-BATCHES-COMMITTED PIC 9(9).
   05 SCP-FILES-MIGRATED PIC 9(9).
   05 SCP-BYTES-MIGRATED PIC 9(18).
   05 SCP-LAST-SNAPSHOT-ID PIC 9(18).
   05 SCP-PENDING-FILES PIC 9(9).
   05 SCP-PENDING-BYTES PIC 9(18).
   05 SCP-UPDATED-TIMESTAMP PIC 9(14).

FD MIGRATION-REPORT.
01 MIGRATION-REPORT-LINE PIC X(300).

*> One line per table per run, appended: how much of the table is
*> still laid out under retired specs.
FD MIGRATION-PROGRESS-FILE.
01 MIGRATION-PROGRESS-LINE PIC X(300).

WORKING-STORAGE SECTION.
01 WS-RUN-CARD-STATUS PIC XX.
   88 WS-RUN-CARD-OK VALUE '00'.
01 WS-SPEC-HISTORY-STATUS PIC XX.
   88 WS-SPEC-HISTORY-OK VALUE '00'.
01 WS-DATAFILE-LISTING-STATUS PIC XX.
   88 WS-DATAFILE-LISTING-OK VALUE '00'.
01 WS-FILE-HISTORY-STATUS PIC XX.
   88 WS-FILE-HISTORY-OK VALUE '00'.
01 WS-SNAPSHOT-SUMMARY-STATUS PIC XX.
   88 WS-SNAPSHOT-SUMMARY-OK VALUE '00'.
01 WS-CHECKPOINT-STATUS PIC XX.
   88 WS-CHECKPOINT-OK VALUE '00'.
01 WS-PROGRESS-STATUS PIC XX.
   88 WS-PROGRESS-OK VALUE '00'.

01 WS-SPEC-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SPEC-HISTORY VALUE 'Y'.
01 WS-DATAFILE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-DATA-FILES VALUE 'Y'.
01 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-FILE-HISTORY VALUE 'Y'.
01 WS-CHECKPOINT-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CHECKPOINTS VALUE 'Y'.

01 WS-TABLE-NAME PIC X(128) VALUE 'EVENTS'.
01 DEFAULT-MAX-FILES-PER-BATCH-V PIC 9(5) VALUE 100.
01 DEFAULT-MAX-BYTES-PER-BATCH-V PIC 9(18) VALUE 10737418240.
01 DEFAULT-MAX-BATCHES-PER-RUN-V PIC 9(5) VALUE 20.
01 WS-MAX-FILES-PER-BATCH PIC 9(5).
01 WS-MAX-BYTES-PER-BATCH PIC 9(18).
01 WS-MAX-BATCHES-PER-RUN PIC 9(5).
01 WS-EXEC-MODE-SWITCH PIC X VALUE 'N'.
   88 WS-EXECUTION-IS-ON VALUE 'Y'.
01 WS-RUN-HALTED-SWITCH PIC X VALUE 'N'.
   88 WS-RUN-IS-HALTED VALUE 'Y'.

*> Every partition field of every recorded spec.
01 WS-CURRENT-SPEC-ID PIC 9(9) VALUE ZERO.
01 WS-SPEC-FIELD-COUNT PIC 9(5) VALUE ZERO.
01 WS-SPEC-FIELD-TABLE.
   05 WS-SPEC-FIELD OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-SPEC-FIELD-COUNT
         INDEXED BY WS-SPF-IDX.
      10 WS-SPF-SPEC-ID PIC 9(9).
      10 WS-SPF-SOURCE-ID PIC 9(9).
      10 WS-SPF-TRANSFORM PIC X(30).

*> The current spec's leading partition field, the one a file's
*> single rendered partition value is regrouped on. No live field
*> means the table is now unpartitioned: every file regroups into
*> the one unpartitioned value.
01 WS-TARGET-FIELD-SWITCH PIC X VALUE 'N'.
   88 WS-TARGET-FIELD-FOUND VALUE 'Y'.
01 WS-TARGET-SOURCE-ID PIC 9(9) VALUE ZERO.
01 WS-TARGET-TRANSFORM PIC X(30) VALUE SPACES.
01 WS-TARGET-GRAIN PIC 9 VALUE ZERO.
01 WS-TARGET-LENGTH PIC 9(2) VALUE ZERO.
01 WS-OLD-TRANSFORM PIC X(30).
01 WS-OLD-GRAIN PIC 9.
01 WS-OLD-FIELD-SWITCH PIC X.
   88 WS-OLD-FIELD-FOUND VALUE 'Y'.
01 WS-GRAIN-TRANSFORM PIC X(30).
01 WS-GRAIN-RESULT PIC 9.

*> The listing, held whole: each file's state and, once planned, the
*> batch and regrouped output it goes into. Files beyond the table
*> are counted, and a listing that could not be held whole halts the
*> run rather than be written back short.
01 WS-FILE-COUNT PIC 9(5) VALUE ZERO.
01 WS-FILE-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-FILE-TABLE.
   05 WS-FILE-ENTRY OCCURS 1 TO 10000 TIMES
         DEPENDING ON WS-FILE-COUNT
         INDEXED BY WS-FILE-IDX.
      10 WS-MF-FILE-PATH PIC X(256).
      10 WS-MF-PARTITION-VALUE PIC X(64).
      10 WS-MF-RECORD-COUNT PIC 9(18).
      10 WS-MF-FILE-SIZE PIC 9(18).
      10 WS-MF-NULL-COUNT PIC 9(18).
      10 WS-MF-SPEC-ID PIC 9(9).
      10 WS-MF-TARGET-VALUE PIC X(64).
      10 WS-MF-STATE PIC X.
         88 WS-MF-ON-CURRENT-SPEC VALUE 'C'.
         88 WS-MF-TO-MIGRATE VALUE 'M'.
         88 WS-MF-BLOCKED VALUE 'B'.
         88 WS-MF-MIGRATED VALUE 'X'.
      10 WS-MF-BLOCK-REASON PIC X(40).
      10 WS-MF-BATCH-NO PIC 9(5).
      10 WS-MF-OUTPUT-NO PIC 9(5).
01 WS-MEMBER-SUB PIC 9(5).
01 WS-LIST-SUB PIC 9(5).

*> The regrouped output files: one per target partition value per
*> batch, so a batch never straddles its throttle.
01 WS-OUTPUT-COUNT PIC 9(5) VALUE ZERO.
01 WS-OUTPUT-TABLE.
   05 WS-OUTPUT-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON WS-OUTPUT-COUNT
         INDEXED BY WS-OUT-IDX.
      10 WS-OT-TARGET-VALUE PIC X(64).
      10 WS-OT-BATCH-NO PIC 9(5).
      10 WS-OT-FILES PIC 9(5).
      10 WS-OT-RECORDS PIC 9(18).
      10 WS-OT-BYTES PIC 9(18).
      10 WS-OT-NULLS PIC 9(18).
      10 WS-OT-PATH PIC X(256).
      10 WS-OT-COMMITTED-SWITCH PIC X.
         88 WS-OT-COMMITTED VALUE 'Y'.

01 WS-GROUP-VALUE PIC X(64).
01 WS-CURRENT-OUTPUT PIC 9(5).
01 WS-BATCH-NO PIC 9(5).
01 WS-BATCH-FILE-COUNT PIC 9(5).
01 WS-BATCH-BYTES PIC 9(18).
01 WS-BATCHES-PLANNED PIC 9(5) VALUE ZERO.
01 WS-PLAN-FULL-SWITCH PIC X VALUE 'N'.
   88 WS-PLAN-IS-FULL VALUE 'Y'.
01 WS-COMMIT-BATCH-NO PIC 9(5).
01 WS-BATCH-OUTPUT-SEQ PIC 9(5).

*> Per-batch and per-run tallies.
01 WS-BATCH-ADDED-FILES PIC 9(9).
01 WS-BATCH-REMOVED-FILES PIC 9(9).
01 WS-BATCH-ROWS PIC 9(18).
01 WS-BATCH-REMOVED-BYTES PIC 9(18).
01 WS-BATCH-ADDED-BYTES PIC 9(18).
01 WS-RUN-FILES-MIGRATED PIC 9(9) VALUE ZERO.
01 WS-RUN-BYTES-MIGRATED PIC 9(18) VALUE ZERO.
01 WS-BATCHES-COMMITTED PIC 9(5) VALUE ZERO.
01 WS-BLOCKED-FILE-COUNT PIC 9(9) VALUE ZERO.
01 WS-BLOCKED-BYTES PIC 9(18) VALUE ZERO.
01 WS-DEFERRED-FILE-COUNT PIC 9(9) VALUE ZERO.
01 WS-DEFERRED-BYTES PIC 9(18) VALUE ZERO.

01 WS-HIGHEST-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-COMMIT-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-COMMIT-PRINCIPAL PIC X(30) VALUE 'ICEBERG-MAINTENANCE'.
01 WS-CURRENT-DATE-TIME PIC X(21).

*> The checkpoint deck, held whole and written back after each batch
*> so other tables' cards survive this table's run.
01 WS-CHECKPOINT-COUNT PIC 9(5) VALUE ZERO.
01 WS-CHECKPOINT-TABLE.
   05 WS-CHECKPOINT-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-CHECKPOINT-COUNT
         INDEXED BY WS-CKP-IDX.
      10 WS-CKP-CARD PIC X(260).
01 WS-OWN-CHECKPOINT PIC 9(5) VALUE ZERO.
01 WS-CHECKPOINT-WORK.
   05 WS-CW-TABLE-NAME PIC X(128).
   05 WS-CW-TARGET-SPEC-ID PIC 9(9).
   05 WS-CW-STATE PIC X(8).
      88 WS-CW-BATCH-PENDING VALUE 'PENDING'.
   05 WS-CW-BATCHES-COMMITTED PIC 9(9).
   05 WS-CW-FILES-MIGRATED PIC 9(9).
   05 WS-CW-BYTES-MIGRATED PIC 9(18).
   05 WS-CW-LAST-SNAPSHOT-ID PIC 9(18).
   05 WS-CW-PENDING-FILES PIC 9(9).
   05 WS-CW-PENDING-BYTES PIC 9(18).
   05 WS-CW-UPDATED-TIMESTAMP PIC 9(14).
   05 FILLER PIC X(20).

*> The retired-file paths an interrupted batch's snapshot removed;
*> any still on the listing mean the batch is half applied.
01 WS-PENDING-RECORD-COUNT PIC 9(9) VALUE ZERO.
01 WS-PENDING-PATH-COUNT PIC 9(5) VALUE ZERO.
01 WS-PENDING-PATH-TABLE.
   05 WS-PENDING-PATH OCCURS 1 TO 5000 TIMES
         DEPENDING ON WS-PENDING-PATH-COUNT
         INDEXED BY WS-PND-IDX PIC X(256).
01 WS-HALF-APPLIED-COUNT PIC 9(5) VALUE ZERO.

*> Bytes by spec id after the run, for the progress lines.
01 WS-SPEC-TALLY-COUNT PIC 9(5) VALUE ZERO.
01 WS-SPEC-TALLY-TABLE.
   05 WS-SPEC-TALLY OCCURS 1 TO 200 TIMES
         DEPENDING ON WS-SPEC-TALLY-COUNT
         INDEXED BY WS-STL-IDX.
      10 WS-STL-SPEC-ID PIC 9(9).
      10 WS-STL-FILES PIC 9(9).
      10 WS-STL-BYTES PIC 9(18).
01 WS-TALLY-SPEC-ID PIC 9(9).
01 WS-TALLY-BYTES PIC 9(18).
01 WS-TOTAL-BYTES PIC 9(18) VALUE ZERO.
01 WS-OLD-SPEC-BYTES PIC 9(18) VALUE ZERO.
01 WS-OLD-SPEC-PCT PIC 9(3)V99 VALUE ZERO.

01 WS-COUNT-DISPLAY PIC Z(8)9.
01 WS-BYTES-DISPLAY PIC Z(17)9.
01 WS-SPEC-DISPLAY PIC Z(8)9.
01 WS-BATCH-DISPLAY PIC ZZZZ9.
01 WS-PCT-DISPLAY PIC ZZ9.99.
01 WS-TOTAL-DISPLAY PIC Z(17)9.
01 WS-OLD-BYTES-DISPLAY PIC Z(17)9.
01 WS-SNAPSHOT-DISPLAY PIC Z(17)9.

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    PERFORM LOAD-MIGRATION-RUN-CARD.
    PERFORM LOAD-SPEC-HISTORY.
    PERFORM LOAD-DATA-FILE-LISTING.
    PERFORM FIND-HIGHEST-SNAPSHOT-ID.
    PERFORM LOAD-MIGRATION-CHECKPOINT.
    OPEN OUTPUT MIGRATION-REPORT.
    PERFORM CHECK-LISTING-CAPACITY.
    IF NOT WS-RUN-IS-HALTED
        PERFORM RESOLVE-PENDING-BATCH
    END-IF.
    IF NOT WS-RUN-IS-HALTED
        PERFORM CLASSIFY-DATA-FILES
        PERFORM PLAN-MIGRATION-BATCHES
        IF WS-EXECUTION-IS-ON
            PERFORM COMMIT-ONE-MIGRATION-BATCH
                VARYING WS-COMMIT-BATCH-NO FROM 1 BY 1
                UNTIL WS-COMMIT-BATCH-NO > WS-BATCHES-PLANNED
        ELSE
            PERFORM REPORT-ONE-PLANNED-BATCH
                VARYING WS-COMMIT-BATCH-NO FROM 1 BY 1
                UNTIL WS-COMMIT-BATCH-NO > WS-BATCHES-PLANNED
        END-IF
        PERFORM WRITE-DEFERRED-LINE
    END-IF.
    PERFORM WRITE-MIGRATION-PROGRESS.
    CLOSE MIGRATION-REPORT.
    GOBACK.

LOAD-MIGRATION-RUN-CARD.
    MOVE DEFAULT-MAX-FILES-PER-BATCH-V TO WS-MAX-FILES-PER-BATCH.
    MOVE DEFAULT-MAX-BYTES-PER-BATCH-V TO WS-MAX-BYTES-PER-BATCH.
    MOVE DEFAULT-MAX-BATCHES-PER-RUN-V TO WS-MAX-BATCHES-PER-RUN.
    OPEN INPUT MIGRATION-RUN-CARD-FILE.
    IF WS-RUN-CARD-OK
        READ MIGRATION-RUN-CARD-FILE
            AT END CONTINUE
            NOT AT END
                IF SMC-TABLE-NAME NOT = SPACES
                    MOVE SMC-TABLE-NAME TO WS-TABLE-NAME
                END-IF
                IF SMC-MAX-FILES-PER-BATCH IS NUMERIC
                        AND SMC-MAX-FILES-PER-BATCH > ZERO
                    MOVE SMC-MAX-FILES-PER-BATCH
                        TO WS-MAX-FILES-PER-BATCH
                END-IF
                IF SMC-MAX-BYTES-PER-BATCH IS NUMERIC
                        AND SMC-MAX-BYTES-PER-BATCH > ZERO
                    MOVE SMC-MAX-BYTES-PER-BATCH
                        TO WS-MAX-BYTES-PER-BATCH
                END-IF
                IF SMC-MAX-BATCHES-PER-RUN IS NUMERIC
                        AND SMC-MAX-BATCHES-PER-RUN > ZERO
                    MOVE SMC-MAX-BATCHES-PER-RUN
                        TO WS-MAX-BATCHES-PER-RUN
                END-IF
                IF SMC-EXECUTION-REQUESTED
                    SET WS-EXECUTION-IS-ON TO TRUE
                END-IF
        END-READ
        CLOSE MIGRATION-RUN-CARD-FILE
    END-IF.

*> No history means the table has never changed spec: every file is
*> on spec 0 and there is nothing to migrate.
LOAD-SPEC-HISTORY.
    MOVE ZERO TO WS-SPEC-FIELD-COUNT.
    MOVE ZERO TO WS-CURRENT-SPEC-ID.
    MOVE 'N' TO WS-SPEC-HISTORY-EOF-SWITCH.
    OPEN INPUT PARTITION-SPEC-HISTORY.
    IF WS-SPEC-HISTORY-OK
        PERFORM LOAD-ONE-SPEC-HISTORY-CARD UNTIL END-OF-SPEC-HISTORY
        CLOSE PARTITION-SPEC-HISTORY
    END-IF.
    PERFORM FIND-TARGET-FIELD.

LOAD-ONE-SPEC-HISTORY-CARD.
    READ PARTITION-SPEC-HISTORY
        AT END SET END-OF-SPEC-HISTORY TO TRUE
        NOT AT END
            IF PSH-SPEC-ID > WS-CURRENT-SPEC-ID
                MOVE PSH-SPEC-ID TO WS-CURRENT-SPEC-ID
            END-IF
            IF PSH-SPEC-FIELD AND WS-SPEC-FIELD-COUNT < 1000
                ADD 1 TO WS-SPEC-FIELD-COUNT
                SET WS-SPF-IDX TO WS-SPEC-FIELD-COUNT
                MOVE PSH-SPEC-ID TO WS-SPF-SPEC-ID (WS-SPF-IDX)
                MOVE PSH-SOURCE-ID TO WS-SPF-SOURCE-ID (WS-SPF-IDX)
                MOVE PSH-TRANSFORM TO WS-SPF-TRANSFORM (WS-SPF-IDX)
            END-IF
    END-READ.

FIND-TARGET-FIELD.
    MOVE 'N' TO WS-TARGET-FIELD-SWITCH.
    IF WS-SPEC-FIELD-COUNT > ZERO
        SET WS-SPF-IDX TO 1
        SEARCH WS-SPEC-FIELD
            AT END CONTINUE
            WHEN WS-SPF-SPEC-ID (WS-SPF-IDX) = WS-CURRENT-SPEC-ID
                    AND WS-SPF-TRANSFORM (WS-SPF-IDX) NOT = 'VOID'
                SET WS-TARGET-FIELD-FOUND TO TRUE
                MOVE WS-SPF-SOURCE-ID (WS-SPF-IDX)
                    TO WS-TARGET-SOURCE-ID
                MOVE WS-SPF-TRANSFORM (WS-SPF-IDX)
                    TO WS-TARGET-TRANSFORM
        END-SEARCH
    END-IF.
    MOVE WS-TARGET-TRANSFORM TO WS-GRAIN-TRANSFORM.
    PERFORM RANK-TRANSFORM-GRAIN.
    MOVE WS-GRAIN-RESULT TO WS-TARGET-GRAIN.
    EVALUATE WS-TARGET-TRANSFORM
        WHEN 'YEAR'
            MOVE 4 TO WS-TARGET-LENGTH
        WHEN 'MONTH'
            MOVE 7 TO WS-TARGET-LENGTH
        WHEN 'DAY'
            MOVE 10 TO WS-TARGET-LENGTH
        WHEN 'HOUR'
            MOVE 13 TO WS-TARGET-LENGTH
        WHEN OTHER
            MOVE ZERO TO WS-TARGET-LENGTH
    END-EVALUATE.

*> Time transforms by fineness, over a value rendered YYYY-MM-DD-HH:
*> an identity value holds the whole timestamp, so it can be cut down
*> to any of them; any other transform ranks zero.
RANK-TRANSFORM-GRAIN.
    EVALUATE WS-GRAIN-TRANSFORM
        WHEN 'YEAR'
            MOVE 1 TO WS-GRAIN-RESULT
        WHEN 'MONTH'
            MOVE 2 TO WS-GRAIN-RESULT
        WHEN 'DAY'
            MOVE 3 TO WS-GRAIN-RESULT
        WHEN 'HOUR'
            MOVE 4 TO WS-GRAIN-RESULT
        WHEN 'IDENTITY'
            MOVE 5 TO WS-GRAIN-RESULT
        WHEN OTHER
            MOVE ZERO TO WS-GRAIN-RESULT
    END-EVALUATE.

LOAD-DATA-FILE-LISTING.
    MOVE ZERO TO WS-FILE-COUNT.
    MOVE ZERO TO WS-FILE-OVERFLOW-COUNT.
    MOVE 'N' TO WS-DATAFILE-EOF-SWITCH.
    OPEN INPUT TABLE-DATA-FILE-LISTING.
    IF WS-DATAFILE-LISTING-OK
        PERFORM LOAD-ONE-DATA-FILE UNTIL END-OF-DATA-FILES
        CLOSE TABLE-DATA-FILE-LISTING
    END-IF.

LOAD-ONE-DATA-FILE.
    READ TABLE-DATA-FILE-LISTING
        AT END SET END-OF-DATA-FILES TO TRUE
        NOT AT END
            IF WS-FILE-COUNT < 10000
                ADD 1 TO WS-FILE-COUNT
                SET WS-FILE-IDX TO WS-FILE-COUNT
                MOVE DF-FILE-PATH TO WS-MF-FILE-PATH (WS-FILE-IDX)
                MOVE DF-PARTITION-VALUE
                    TO WS-MF-PARTITION-VALUE (WS-FILE-IDX)
                MOVE DF-RECORD-COUNT
                    TO WS-MF-RECORD-COUNT (WS-FILE-IDX)
                MOVE DF-FILE-SIZE-BYTES
                    TO WS-MF-FILE-SIZE (WS-FILE-IDX)
                MOVE DF-NULL-COUNT TO WS-MF-NULL-COUNT (WS-FILE-IDX)
                IF DF-PARTITION-SPEC-ID IS NUMERIC
                    MOVE DF-PARTITION-SPEC-ID
                        TO WS-MF-SPEC-ID (WS-FILE-IDX)
                ELSE
                    MOVE ZERO TO WS-MF-SPEC-ID (WS-FILE-IDX)
                END-IF
                MOVE SPACES TO WS-MF-TARGET-VALUE (WS-FILE-IDX)
                MOVE 'C' TO WS-MF-STATE (WS-FILE-IDX)
                MOVE SPACES TO WS-MF-BLOCK-REASON (WS-FILE-IDX)
                MOVE ZERO TO WS-MF-BATCH-NO (WS-FILE-IDX)
                MOVE ZERO TO WS-MF-OUTPUT-NO (WS-FILE-IDX)
            ELSE
                ADD 1 TO WS-FILE-OVERFLOW-COUNT
            END-IF
    END-READ.

CHECK-LISTING-CAPACITY.
    IF WS-FILE-OVERFLOW-COUNT > ZERO
        SET WS-RUN-IS-HALTED TO TRUE
        MOVE SPACES TO MIGRATION-REPORT-LINE
        STRING 'HALTED LISTING HAS ' WS-FILE-OVERFLOW-COUNT
            ' FILES BEYOND THE 10000-FILE LIMIT - NOTHING MIGRATED'
            DELIMITED BY SIZE INTO MIGRATION-REPORT-LINE
        WRITE MIGRATION-REPORT-LINE
    END-IF.

FIND-HIGHEST-SNAPSHOT-ID.
    MOVE ZERO TO WS-HIGHEST-SNAPSHOT-ID.
    MOVE 'N' TO WS-HISTORY-EOF-SWITCH.
    OPEN INPUT SNAPSHOT-FILE-HISTORY.
    IF WS-FILE-HISTORY-OK
        PERFORM SCAN-ONE-HISTORY-ID UNTIL END-OF-FILE-HISTORY
        CLOSE SNAPSHOT-FILE-HISTORY
    END-IF.

SCAN-ONE-HISTORY-ID.
    READ SNAPSHOT-FILE-HISTORY
        AT END SET END-OF-FILE-HISTORY TO TRUE
        NOT AT END
            IF SFH-SNAPSHOT-ID > WS-HIGHEST-SNAPSHOT-ID
                MOVE SFH-SNAPSHOT-ID TO WS-HIGHEST-SNAPSHOT-ID
            END-IF
    END-READ.

*> Picks this table's card out of the checkpoint deck. A card for an
*> older target spec belongs to a finished or superseded migration;
*> the totals start again for the new target.
LOAD-MIGRATION-CHECKPOINT.
    MOVE ZERO TO WS-CHECKPOINT-COUNT.
    MOVE ZERO TO WS-OWN-CHECKPOINT.
    MOVE 'N' TO WS-CHECKPOINT-EOF-SWITCH.
    OPEN INPUT MIGRATION-CHECKPOINT-FILE.
    IF WS-CHECKPOINT-OK
        PERFORM LOAD-ONE-CHECKPOINT-CARD UNTIL END-OF-CHECKPOINTS
        CLOSE MIGRATION-CHECKPOINT-FILE
    END-IF.
    IF WS-OWN-CHECKPOINT = ZERO
        IF WS-CHECKPOINT-COUNT < 500
            ADD 1 TO WS-CHECKPOINT-COUNT
            MOVE WS-CHECKPOINT-COUNT TO WS-OWN-CHECKPOINT
        END-IF
        PERFORM START-CHECKPOINT-TOTALS
    ELSE
        SET WS-CKP-IDX TO WS-OWN-CHECKPOINT
        MOVE WS-CKP-CARD (WS-CKP-IDX) TO WS-CHECKPOINT-WORK
        IF WS-CW-TARGET-SPEC-ID NOT = WS-CURRENT-SPEC-ID
                AND NOT WS-CW-BATCH-PENDING
            PERFORM START-CHECKPOINT-TOTALS
        END-IF
    END-IF.

LOAD-ONE-CHECKPOINT-CARD.
    READ MIGRATION-CHECKPOINT-FILE
        AT END SET END-OF-CHECKPOINTS TO TRUE
        NOT AT END
            IF WS-CHECKPOINT-COUNT < 500
                ADD 1 TO WS-CHECKPOINT-COUNT
                SET WS-CKP-IDX TO WS-CHECKPOINT-COUNT
                MOVE MIGRATION-CHECKPOINT-CARD
                    TO WS-CKP-CARD (WS-CKP-IDX)
                IF SCP-TABLE-NAME = WS-TABLE-NAME
                    MOVE WS-CHECKPOINT-COUNT TO WS-OWN-CHECKPOINT
                END-IF
            END-IF
    END-READ.

START-CHECKPOINT-TOTALS.
    MOVE SPACES TO WS-CHECKPOINT-WORK.
    MOVE WS-TABLE-NAME TO WS-CW-TABLE-NAME.
    MOVE WS-CURRENT-SPEC-ID TO WS-CW-TARGET-SPEC-ID.
    MOVE 'RUNNING' TO WS-CW-STATE.
    MOVE ZERO TO WS-CW-BATCHES-COMMITTED.
    MOVE ZERO TO WS-CW-FILES-MIGRATED.
    MOVE ZERO TO WS-CW-BYTES-MIGRATED.
    MOVE ZERO TO WS-CW-LAST-SNAPSHOT-ID.
    MOVE ZERO TO WS-CW-PENDING-FILES.
    MOVE ZERO TO WS-CW-PENDING-BYTES.
    MOVE ZERO TO WS-CW-UPDATED-TIMESTAMP.

*> A batch left PENDING was cut off somewhere between marking the
*> checkpoint and rewriting the listing. No snapshot records: it never
*> committed and is simply planned again. Records present and none of
*> its retired files still listed: it finished, only the checkpoint
*> missed it. Records present and retired files still listed: the
*> snapshot and the listing disagree, and the run stops for someone
*> to reconcile them rather than migrate those files a second time.
RESOLVE-PENDING-BATCH.
    IF WS-CW-BATCH-PENDING
        MOVE ZERO TO WS-PENDING-RECORD-COUNT
        MOVE ZERO TO WS-PENDING-PATH-COUNT
        MOVE 'N' TO WS-HISTORY-EOF-SWITCH
        OPEN INPUT SNAPSHOT-FILE-HISTORY
        IF WS-FILE-HISTORY-OK
            PERFORM NOTE-ONE-PENDING-RECORD UNTIL END-OF-FILE-HISTORY
            CLOSE SNAPSHOT-FILE-HISTORY
        END-IF
        MOVE ZERO TO WS-HALF-APPLIED-COUNT
        IF WS-PENDING-PATH-COUNT > ZERO
            PERFORM CHECK-ONE-LISTED-PENDING-PATH
                VARYING WS-FILE-IDX FROM 1 BY 1
                UNTIL WS-FILE-IDX > WS-FILE-COUNT
        END-IF
        MOVE WS-CW-LAST-SNAPSHOT-ID TO WS-SNAPSHOT-DISPLAY
        MOVE SPACES TO MIGRATION-REPORT-LINE
        EVALUATE TRUE
            WHEN WS-HALF-APPLIED-COUNT > ZERO
                SET WS-RUN-IS-HALTED TO TRUE
                MOVE WS-HALF-APPLIED-COUNT TO WS-BATCH-DISPLAY
                STRING 'HALTED INTERRUPTED BATCH SNAPSHOT='
                        WS-SNAPSHOT-DISPLAY
                    ' IS HALF APPLIED - ' WS-BATCH-DISPLAY
                    ' RETIRED FILES STILL LISTED, RECONCILE THE'
                    ' LISTING BEFORE RESUMING'
                    DELIMITED BY SIZE INTO MIGRATION-REPORT-LINE
            WHEN WS-PENDING-RECORD-COUNT > ZERO
                ADD 1 TO WS-CW-BATCHES-COMMITTED
                ADD WS-CW-PENDING-FILES TO WS-CW-FILES-MIGRATED
                ADD WS-CW-PENDING-BYTES TO WS-CW-BYTES-MIGRATED
                STRING 'RESUMED INTERRUPTED BATCH SNAPSHOT='
                        WS-SNAPSHOT-DISPLAY
                    ' HAD COMMITTED - CHECKPOINT CAUGHT UP'
                    DELIMITED BY SIZE INTO MIGRATION-REPORT-LINE
            WHEN OTHER
                STRING 'RESUMED INTERRUPTED BATCH SNAPSHOT='
                        WS-SNAPSHOT-DISPLAY
                    ' NEVER COMMITTED - ITS FILES ARE PLANNED AGAIN'
                    DELIMITED BY SIZE INTO MIGRATION-REPORT-LINE
        END-EVALUATE
        WRITE MIGRATION-REPORT-LINE
        IF NOT WS-RUN-IS-HALTED
            MOVE 'RUNNING' TO WS-CW-STATE
            MOVE ZERO TO WS-CW-PENDING-FILES
            MOVE ZERO TO WS-CW-PENDING-BYTES
            IF WS-CW-TARGET-SPEC-ID NOT = WS-CURRENT-SPEC-ID
                PERFORM START-CHECKPOINT-TOTALS
            END-IF
            PERFORM WRITE-MIGRATION-CHECKPOINT
        END-IF
    END-IF.

NOTE-ONE-PENDING-RECORD.
    READ SNAPSHOT-FILE-HISTORY
        AT END SET END-OF-FILE-HISTORY TO TRUE
        NOT AT END
            IF SFH-SNAPSHOT-ID = WS-CW-LAST-SNAPSHOT-ID
                ADD 1 TO WS-PENDING-RECORD-COUNT
                IF SFH-FILE-WAS-DELETED
                        AND WS-PENDING-PATH-COUNT < 5000
                    ADD 1 TO WS-PENDING-PATH-COUNT
                    SET WS-PND-IDX TO WS-PENDING-PATH-COUNT
                    MOVE SFH-FILE-PATH TO WS-PENDING-PATH (WS-PND-IDX)
                END-IF
            END-IF
    END-READ.

CHECK-ONE-LISTED-PENDING-PATH.
    SET WS-PND-IDX TO 1.
    SEARCH WS-PENDING-PATH
        AT END CONTINUE
        WHEN WS-PENDING-PATH (WS-PND-IDX) =
                WS-MF-FILE-PATH (WS-FILE-IDX)
            ADD 1 TO WS-HALF-APPLIED-COUNT
    END-SEARCH.

*> A file on a retired spec is regrouped when its partition value
*> under the current spec can be read off the value it already has:
*> the same transform on the same source, or a coarser time grain cut
*> from a finer one. Anything else - a source the old spec never
*> partitioned on, a finer grain, a bucket - needs its rows read, and
*> the file is reported as blocked rather than guessed at.
CLASSIFY-DATA-FILES.
    PERFORM CLASSIFY-ONE-DATA-FILE
        VARYING WS-FILE-IDX FROM 1 BY 1
        UNTIL WS-FILE-IDX > WS-FILE-COUNT.

CLASSIFY-ONE-DATA-FILE.
    IF WS-MF-SPEC-ID (WS-FILE-IDX) = WS-CURRENT-SPEC-ID
        MOVE 'C' TO WS-MF-STATE (WS-FILE-IDX)
    ELSE
        IF NOT WS-TARGET-FIELD-FOUND
            MOVE 'M' TO WS-MF-STATE (WS-FILE-IDX)
            MOVE SPACES TO WS-MF-TARGET-VALUE (WS-FILE-IDX)
        ELSE
            PERFORM FIND-OLD-SPEC-FIELD
            EVALUATE TRUE
                WHEN NOT WS-OLD-FIELD-FOUND
                    MOVE 'B' TO WS-MF-STATE (WS-FILE-IDX)
                    MOVE 'SOURCE NOT PARTITIONED UNDER OLD SPEC'
                        TO WS-MF-BLOCK-REASON (WS-FILE-IDX)
                WHEN WS-OLD-TRANSFORM = WS-TARGET-TRANSFORM
                    MOVE 'M' TO WS-MF-STATE (WS-FILE-IDX)
                    MOVE WS-MF-PARTITION-VALUE (WS-FILE-IDX)
                        TO WS-MF-TARGET-VALUE (WS-FILE-IDX)
                WHEN WS-TARGET-LENGTH > ZERO
                        AND WS-OLD-GRAIN NOT < WS-TARGET-GRAIN
                    MOVE 'M' TO WS-MF-STATE (WS-FILE-IDX)
                    MOVE WS-MF-PARTITION-VALUE (WS-FILE-IDX)
                            (1:WS-TARGET-LENGTH)
                        TO WS-MF-TARGET-VALUE (WS-FILE-IDX)
                WHEN WS-TARGET-LENGTH > ZERO AND WS-OLD-GRAIN > ZERO
                    MOVE 'B' TO WS-MF-STATE (WS-FILE-IDX)
                    MOVE 'NEW TIME GRAIN FINER THAN OLD'
                        TO WS-MF-BLOCK-REASON (WS-FILE-IDX)
                WHEN OTHER
                    MOVE 'B' TO WS-MF-STATE (WS-FILE-IDX)
                    MOVE 'TRANSFORM NEEDS ROW-LEVEL REWRITE'
                        TO WS-MF-BLOCK-REASON (WS-FILE-IDX)
            END-EVALUATE
        END-IF
    END-IF.
    IF WS-MF-BLOCKED (WS-FILE-IDX)
        ADD 1 TO WS-BLOCKED-FILE-COUNT
        ADD WS-MF-FILE-SIZE (WS-FILE-IDX) TO WS-BLOCKED-BYTES
        MOVE WS-MF-SPEC-ID (WS-FILE-IDX) TO WS-SPEC-DISPLAY
        MOVE SPACES TO MIGRATION-REPORT-LINE
        STRING 'BLOCKED FILE=' DELIMITED BY SIZE
            WS-MF-FILE-PATH (WS-FILE-IDX) DELIMITED BY SPACE
            ' SPEC-ID=' WS-SPEC-DISPLAY DELIMITED BY SIZE
            ' REASON=' DELIMITED BY SIZE
            WS-MF-BLOCK-REASON (WS-FILE-IDX) DELIMITED BY '  '
            INTO MIGRATION-REPORT-LINE
        WRITE MIGRATION-REPORT-LINE
    END-IF.

FIND-OLD-SPEC-FIELD.
    MOVE 'N' TO WS-OLD-FIELD-SWITCH.
    MOVE SPACES TO WS-OLD-TRANSFORM.
    MOVE ZERO TO WS-OLD-GRAIN.
    IF WS-SPEC-FIELD-COUNT > ZERO
        SET WS-SPF-IDX TO 1
        SEARCH WS-SPEC-FIELD
            AT END CONTINUE
            WHEN WS-SPF-SPEC-ID (WS-SPF-IDX) =
                    WS-MF-SPEC-ID (WS-FILE-IDX)
                    AND WS-SPF-SOURCE-ID (WS-SPF-IDX) =
                        WS-TARGET-SOURCE-ID
                    AND WS-SPF-TRANSFORM (WS-SPF-IDX) NOT = 'VOID'
                SET WS-OLD-FIELD-FOUND TO TRUE
                MOVE WS-SPF-TRANSFORM (WS-SPF-IDX) TO WS-OLD-TRANSFORM
        END-SEARCH
    END-IF.
    IF WS-OLD-FIELD-FOUND
        MOVE WS-OLD-TRANSFORM TO WS-GRAIN-TRANSFORM
        PERFORM RANK-TRANSFORM-GRAIN
        MOVE WS-GRAIN-RESULT TO WS-OLD-GRAIN
    END-IF.

*> Files to migrate are taken a target partition at a time, every
*> file regrouping into that value going into one output per batch.
*> A batch closes when the next file would break the files or bytes
*> throttle; once the run's batch allowance is spent the rest wait
*> for the next night.
PLAN-MIGRATION-BATCHES.
    MOVE ZERO TO WS-OUTPUT-COUNT.
    MOVE 1 TO WS-BATCH-NO.
    MOVE ZERO TO WS-BATCH-FILE-COUNT.
    MOVE ZERO TO WS-BATCH-BYTES.
    MOVE ZERO TO WS-BATCHES-PLANNED.
    PERFORM PLAN-ONE-TARGET-GROUP
        VARYING WS-FILE-IDX FROM 1 BY 1
        UNTIL WS-FILE-IDX > WS-FILE-COUNT.
    PERFORM TALLY-ONE-DEFERRED-FILE
        VARYING WS-FILE-IDX FROM 1 BY 1
        UNTIL WS-FILE-IDX > WS-FILE-COUNT.

PLAN-ONE-TARGET-GROUP.
    IF WS-MF-TO-MIGRATE (WS-FILE-IDX)
            AND WS-MF-BATCH-NO (WS-FILE-IDX) = ZERO
            AND NOT WS-PLAN-IS-FULL
        MOVE WS-MF-TARGET-VALUE (WS-FILE-IDX) TO WS-GROUP-VALUE
        MOVE ZERO TO WS-CURRENT-OUTPUT
        SET WS-MEMBER-SUB TO WS-FILE-IDX
        PERFORM PLACE-ONE-GROUP-MEMBER
            VARYING WS-MEMBER-SUB FROM WS-MEMBER-SUB BY 1
            UNTIL WS-MEMBER-SUB > WS-FILE-COUNT
    END-IF.

PLACE-ONE-GROUP-MEMBER.
    IF WS-MF-TO-MIGRATE (WS-MEMBER-SUB)
            AND WS-MF-BATCH-NO (WS-MEMBER-SUB) = ZERO
            AND WS-MF-TARGET-VALUE (WS-MEMBER-SUB) = WS-GROUP-VALUE
            AND NOT WS-PLAN-IS-FULL
        IF WS-BATCH-FILE-COUNT > ZERO
                AND (WS-BATCH-FILE-COUNT + 1 > WS-MAX-FILES-PER-BATCH
                  OR WS-BATCH-BYTES + WS-MF-FILE-SIZE (WS-MEMBER-SUB)
                        > WS-MAX-BYTES-PER-BATCH)
            ADD 1 TO WS-BATCH-NO
            MOVE ZERO TO WS-BATCH-FILE-COUNT
            MOVE ZERO TO WS-BATCH-BYTES
            MOVE ZERO TO WS-CURRENT-OUTPUT
            IF WS-BATCH-NO > WS-MAX-BATCHES-PER-RUN
                SET WS-PLAN-IS-FULL TO TRUE
            END-IF
        END-IF
        IF NOT WS-PLAN-IS-FULL
            IF WS-CURRENT-OUTPUT = ZERO
                PERFORM OPEN-PLANNED-OUTPUT
            END-IF
            IF NOT WS-PLAN-IS-FULL
                PERFORM PLACE-MEMBER-IN-OUTPUT
            END-IF
        END-IF
    END-IF.

OPEN-PLANNED-OUTPUT.
    IF WS-OUTPUT-COUNT < 5000
        ADD 1 TO WS-OUTPUT-COUNT
        SET WS-OUT-IDX TO WS-OUTPUT-COUNT
        MOVE WS-GROUP-VALUE TO WS-OT-TARGET-VALUE (WS-OUT-IDX)
        MOVE WS-BATCH-NO TO WS-OT-BATCH-NO (WS-OUT-IDX)
        MOVE ZERO TO WS-OT-FILES (WS-OUT-IDX)
        MOVE ZERO TO WS-OT-RECORDS (WS-OUT-IDX)
        MOVE ZERO TO WS-OT-BYTES (WS-OUT-IDX)
        MOVE ZERO TO WS-OT-NULLS (WS-OUT-IDX)
        MOVE SPACES TO WS-OT-PATH (WS-OUT-IDX)
        MOVE 'N' TO WS-OT-COMMITTED-SWITCH (WS-OUT-IDX)
        MOVE WS-OUTPUT-COUNT TO WS-CURRENT-OUTPUT
    ELSE
        SET WS-PLAN-IS-FULL TO TRUE
    END-IF.

PLACE-MEMBER-IN-OUTPUT.
    SET WS-OUT-IDX TO WS-CURRENT-OUTPUT.
    MOVE WS-BATCH-NO TO WS-MF-BATCH-NO (WS-MEMBER-SUB).
    MOVE WS-CURRENT-OUTPUT TO WS-MF-OUTPUT-NO (WS-MEMBER-SUB).
    ADD 1 TO WS-OT-FILES (WS-OUT-IDX).
    ADD WS-MF-RECORD-COUNT (WS-MEMBER-SUB) TO WS-OT-RECORDS (WS-OUT-IDX).
    ADD WS-MF-FILE-SIZE (WS-MEMBER-SUB) TO WS-OT-BYTES (WS-OUT-IDX).
    ADD WS-MF-NULL-COUNT (WS-MEMBER-SUB) TO WS-OT-NULLS (WS-OUT-IDX).
    ADD 1 TO WS-BATCH-FILE-COUNT.
    ADD WS-MF-FILE-SIZE (WS-MEMBER-SUB) TO WS-BATCH-BYTES.
    MOVE WS-BATCH-NO TO WS-BATCHES-PLANNED.

TALLY-ONE-DEFERRED-FILE.
    IF WS-MF-TO-MIGRATE (WS-FILE-IDX)
            AND WS-MF-BATCH-NO (WS-FILE-IDX) = ZERO
        ADD 1 TO WS-DEFERRED-FILE-COUNT
        ADD WS-MF-FILE-SIZE (WS-FILE-IDX) TO WS-DEFERRED-BYTES
    END-IF.

REPORT-ONE-PLANNED-BATCH.
    PERFORM TALLY-BATCH-FILES.
    MOVE WS-COMMIT-BATCH-NO TO WS-BATCH-DISPLAY.
    MOVE WS-BATCH-REMOVED-FILES TO WS-COUNT-DISPLAY.
    MOVE WS-BATCH-REMOVED-BYTES TO WS-BYTES-DISPLAY.
    MOVE SPACES TO MIGRATION-REPORT-LINE.
    STRING 'PLANNED BATCH=' WS-BATCH-DISPLAY
        ' FILES=' WS-COUNT-DISPLAY
        ' BYTES=' WS-BYTES-DISPLAY
        ' - NOT COMMITTED, EXECUTION SWITCH OFF'
        DELIMITED BY SIZE INTO MIGRATION-REPORT-LINE.
    WRITE MIGRATION-REPORT-LINE.
    PERFORM WRITE-ONE-OUTPUT-LINE
        VARYING WS-OUT-IDX FROM 1 BY 1
        UNTIL WS-OUT-IDX > WS-OUTPUT-COUNT.

TALLY-BATCH-FILES.
    MOVE ZERO TO WS-BATCH-REMOVED-FILES.
    MOVE ZERO TO WS-BATCH-REMOVED-BYTES.
    MOVE ZERO TO WS-BATCH-ROWS.
    PERFORM TALLY-ONE-BATCH-FILE
        VARYING WS-FILE-IDX FROM 1 BY 1
        UNTIL WS-FILE-IDX > WS-FILE-COUNT.

TALLY-ONE-BATCH-FILE.
    IF WS-MF-BATCH-NO (WS-FILE-IDX) = WS-COMMIT-BATCH-NO
        ADD 1 TO WS-BATCH-REMOVED-FILES
        ADD WS-MF-FILE-SIZE (WS-FILE-IDX) TO WS-BATCH-REMOVED-BYTES
        ADD WS-MF-RECORD-COUNT (WS-FILE-IDX) TO WS-BATCH-ROWS
    END-IF.

WRITE-ONE-OUTPUT-LINE.
    IF WS-OT-BATCH-NO (WS-OUT-IDX) = WS-COMMIT-BATCH-NO
        MOVE WS-OT-FILES (WS-OUT-IDX) TO WS-COUNT-DISPLAY
        MOVE WS-OT-BYTES (WS-OUT-IDX) TO WS-BYTES-DISPLAY
        MOVE SPACES TO MIGRATION-REPORT-LINE
        STRING '  REGROUP PARTITION=' DELIMITED BY SIZE
            WS-OT-TARGET-VALUE (WS-OUT-IDX) DELIMITED BY SPACE
            ' FROM-FILES=' WS-COUNT-DISPLAY DELIMITED BY SIZE
            ' BYTES=' WS-BYTES-DISPLAY DELIMITED BY SIZE
            ' OUTPUT=' DELIMITED BY SIZE
            WS-OT-PATH (WS-OUT-IDX) DELIMITED BY SPACE
            INTO MIGRATION-REPORT-LINE
        WRITE MIGRATION-REPORT-LINE
    END-IF.

*> One batch, one snapshot: the checkpoint is marked PENDING, the
*> regrouped outputs are added and the old-spec files removed under
*> the one snapshot id, the listing is rewritten, and only then is
*> the checkpoint moved on - the same whole-or-nothing unit the
*> size-based rewriter commits with.
COMMIT-ONE-MIGRATION-BATCH.
    PERFORM TALLY-BATCH-FILES.
    ADD 1 TO WS-HIGHEST-SNAPSHOT-ID.
    MOVE WS-HIGHEST-SNAPSHOT-ID TO WS-COMMIT-SNAPSHOT-ID.
    MOVE 'PENDING' TO WS-CW-STATE.
    MOVE WS-COMMIT-SNAPSHOT-ID TO WS-CW-LAST-SNAPSHOT-ID.
    MOVE WS-BATCH-REMOVED-FILES TO WS-CW-PENDING-FILES.
    MOVE WS-BATCH-REMOVED-BYTES TO WS-CW-PENDING-BYTES.
    PERFORM WRITE-MIGRATION-CHECKPOINT.
    MOVE ZERO TO WS-BATCH-ADDED-FILES.
    MOVE ZERO TO WS-BATCH-ADDED-BYTES.
    MOVE ZERO TO WS-BATCH-OUTPUT-SEQ.
    OPEN EXTEND SNAPSHOT-FILE-HISTORY.
    IF NOT WS-FILE-HISTORY-OK
        CLOSE SNAPSHOT-FILE-HISTORY
        OPEN OUTPUT SNAPSHOT-FILE-HISTORY
    END-IF.
    PERFORM ADD-ONE-REGROUPED-OUTPUT
        VARYING WS-OUT-IDX FROM 1 BY 1
        UNTIL WS-OUT-IDX > WS-OUTPUT-COUNT.
    PERFORM REMOVE-ONE-MIGRATED-FILE
        VARYING WS-FILE-IDX FROM 1 BY 1
        UNTIL WS-FILE-IDX > WS-FILE-COUNT.
    CLOSE SNAPSHOT-FILE-HISTORY.
    PERFORM WRITE-BATCH-SNAPSHOT-SUMMARY.
    PERFORM REWRITE-DATA-FILE-LISTING.
    ADD 1 TO WS-BATCHES-COMMITTED.
    ADD WS-BATCH-REMOVED-FILES TO WS-RUN-FILES-MIGRATED.
    ADD WS-BATCH-REMOVED-BYTES TO WS-RUN-BYTES-MIGRATED.
    ADD 1 TO WS-CW-BATCHES-COMMITTED.
    ADD WS-BATCH-REMOVED-FILES TO WS-CW-FILES-MIGRATED.
    ADD WS-BATCH-REMOVED-BYTES TO WS-CW-BYTES-MIGRATED.
    MOVE ZERO TO WS-CW-PENDING-FILES.
    MOVE ZERO TO WS-CW-PENDING-BYTES.
    IF WS-COMMIT-BATCH-NO = WS-BATCHES-PLANNED
            AND WS-DEFERRED-FILE-COUNT = ZERO
        MOVE 'COMPLETE' TO WS-CW-STATE
    ELSE
        MOVE 'RUNNING' TO WS-CW-STATE
    END-IF.
    PERFORM WRITE-MIGRATION-CHECKPOINT.
    MOVE WS-COMMIT-BATCH-NO TO WS-BATCH-DISPLAY.
    MOVE WS-COMMIT-SNAPSHOT-ID TO WS-SNAPSHOT-DISPLAY.
    MOVE WS-BATCH-REMOVED-FILES TO WS-COUNT-DISPLAY.
    MOVE WS-BATCH-REMOVED-BYTES TO WS-BYTES-DISPLAY.
    MOVE SPACES TO MIGRATION-REPORT-LINE.
    STRING 'COMMITTED BATCH=' WS-BATCH-DISPLAY
        ' SNAPSHOT=' WS-SNAPSHOT-DISPLAY
        ' FILES=' WS-COUNT-DISPLAY
        ' BYTES=' WS-BYTES-DISPLAY
        DELIMITED BY SIZE INTO MIGRATION-REPORT-LINE.
    WRITE MIGRATION-REPORT-LINE.
    PERFORM WRITE-ONE-OUTPUT-LINE
        VARYING WS-OUT-IDX FROM 1 BY 1
        UNTIL WS-OUT-IDX > WS-OUTPUT-COUNT.

ADD-ONE-REGROUPED-OUTPUT.
    IF WS-OT-BATCH-NO (WS-OUT-IDX) = WS-COMMIT-BATCH-NO
        ADD 1 TO WS-BATCH-OUTPUT-SEQ
        MOVE SPACES TO WS-OT-PATH (WS-OUT-IDX)
        STRING '/rewrite/respec-' WS-CURRENT-SPEC-ID
            '-snapshot-' WS-COMMIT-SNAPSHOT-ID
            '-' WS-BATCH-OUTPUT-SEQ '.parquet'
            DELIMITED BY SIZE INTO WS-OT-PATH (WS-OUT-IDX)
        SET WS-OT-COMMITTED (WS-OUT-IDX) TO TRUE
        ADD 1 TO WS-BATCH-ADDED-FILES
        ADD WS-OT-BYTES (WS-OUT-IDX) TO WS-BATCH-ADDED-BYTES
        MOVE SPACES TO SNAPSHOT-FILE-HISTORY-REC
        MOVE WS-COMMIT-SNAPSHOT-ID TO SFH-SNAPSHOT-ID
        MOVE WS-OT-PATH (WS-OUT-IDX) TO SFH-FILE-PATH
        MOVE 'A' TO SFH-CHANGE-TYPE
        MOVE SPACES TO SFH-REFERENCED-DATA-FILE
        MOVE ZERO TO SFH-DELETED-ROW-COUNT
        WRITE SNAPSHOT-FILE-HISTORY-REC
    END-IF.

REMOVE-ONE-MIGRATED-FILE.
    IF WS-MF-BATCH-NO (WS-FILE-IDX) = WS-COMMIT-BATCH-NO
        MOVE 'X' TO WS-MF-STATE (WS-FILE-IDX)
        MOVE SPACES TO SNAPSHOT-FILE-HISTORY-REC
        MOVE WS-COMMIT-SNAPSHOT-ID TO SFH-SNAPSHOT-ID
        MOVE WS-MF-FILE-PATH (WS-FILE-IDX) TO SFH-FILE-PATH
        MOVE 'D' TO SFH-CHANGE-TYPE
        MOVE SPACES TO SFH-REFERENCED-DATA-FILE
        MOVE ZERO TO SFH-DELETED-ROW-COUNT
        WRITE SNAPSHOT-FILE-HISTORY-REC
    END-IF.

*> Regrouping moves rows between files without changing them, so
*> rows and bytes go out as they came in.
WRITE-BATCH-SNAPSHOT-SUMMARY.
    OPEN EXTEND SNAPSHOT-SUMMARY-FILE.
    IF NOT WS-SNAPSHOT-SUMMARY-OK
        CLOSE SNAPSHOT-SUMMARY-FILE
        OPEN OUTPUT SNAPSHOT-SUMMARY-FILE
    END-IF.
    MOVE SPACES TO SNAPSHOT-SUMMARY-REC.
    MOVE WS-TABLE-NAME TO SSR-TABLE-NAME.
    MOVE WS-COMMIT-SNAPSHOT-ID TO SSR-SNAPSHOT-ID.
    COMPUTE SSR-PARENT-SNAPSHOT-ID = WS-COMMIT-SNAPSHOT-ID - 1.
    MOVE 'REWRITE' TO SSR-OPERATION.
    MOVE 'PARTITION-SPEC-MIGRATOR' TO SSR-COMMIT-PROGRAM.
    MOVE WS-COMMIT-PRINCIPAL TO SSR-COMMIT-PRINCIPAL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO SSR-COMMIT-TIMESTAMP.
    MOVE WS-BATCH-ADDED-FILES TO SSR-ADDED-FILES.
    MOVE WS-BATCH-REMOVED-FILES TO SSR-REMOVED-FILES.
    MOVE WS-BATCH-ROWS TO SSR-ADDED-ROWS.
    MOVE WS-BATCH-ROWS TO SSR-REMOVED-ROWS.
    MOVE WS-BATCH-ADDED-BYTES TO SSR-ADDED-BYTES.
    MOVE WS-BATCH-REMOVED-BYTES TO SSR-REMOVED-BYTES.
    WRITE SNAPSHOT-SUMMARY-REC.
    CLOSE SNAPSHOT-SUMMARY-FILE.

*> The listing is written back without every file migrated so far
*> this run, followed by every regrouped output committed so far,
*> stamped with the current spec id.
REWRITE-DATA-FILE-LISTING.
    OPEN OUTPUT TABLE-DATA-FILE-LISTING.
    PERFORM REWRITE-ONE-LISTING-REC
        VARYING WS-LIST-SUB FROM 1 BY 1
        UNTIL WS-LIST-SUB > WS-FILE-COUNT.
    PERFORM WRITE-ONE-OUTPUT-LISTING-REC
        VARYING WS-OUT-IDX FROM 1 BY 1
        UNTIL WS-OUT-IDX > WS-OUTPUT-COUNT.
    CLOSE TABLE-DATA-FILE-LISTING.

REWRITE-ONE-LISTING-REC.
    IF NOT WS-MF-MIGRATED (WS-LIST-SUB)
        MOVE SPACES TO TABLE-DATA-FILE-REC
        MOVE WS-MF-FILE-PATH (WS-LIST-SUB) TO DF-FILE-PATH
        MOVE WS-MF-PARTITION-VALUE (WS-LIST-SUB) TO DF-PARTITION-VALUE
        MOVE WS-MF-RECORD-COUNT (WS-LIST-SUB) TO DF-RECORD-COUNT
        MOVE WS-MF-FILE-SIZE (WS-LIST-SUB) TO DF-FILE-SIZE-BYTES
        MOVE WS-MF-NULL-COUNT (WS-LIST-SUB) TO DF-NULL-COUNT
        MOVE WS-MF-SPEC-ID (WS-LIST-SUB) TO DF-PARTITION-SPEC-ID
        WRITE TABLE-DATA-FILE-REC
    END-IF.

WRITE-ONE-OUTPUT-LISTING-REC.
    IF WS-OT-COMMITTED (WS-OUT-IDX)
        MOVE SPACES TO TABLE-DATA-FILE-REC
        MOVE WS-OT-PATH (WS-OUT-IDX) TO DF-FILE-PATH
        MOVE WS-OT-TARGET-VALUE (WS-OUT-IDX) TO DF-PARTITION-VALUE
        MOVE WS-OT-RECORDS (WS-OUT-IDX) TO DF-RECORD-COUNT
        MOVE WS-OT-BYTES (WS-OUT-IDX) TO DF-FILE-SIZE-BYTES
        MOVE WS-OT-NULLS (WS-OUT-IDX) TO DF-NULL-COUNT
        MOVE WS-CURRENT-SPEC-ID TO DF-PARTITION-SPEC-ID
        WRITE TABLE-DATA-FILE-REC
    END-IF.

WRITE-MIGRATION-CHECKPOINT.
    IF WS-OWN-CHECKPOINT > ZERO
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
        MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-CW-UPDATED-TIMESTAMP
        SET WS-CKP-IDX TO WS-OWN-CHECKPOINT
        MOVE WS-CHECKPOINT-WORK TO WS-CKP-CARD (WS-CKP-IDX)
        OPEN OUTPUT MIGRATION-CHECKPOINT-FILE
        PERFORM WRITE-ONE-CHECKPOINT-CARD
            VARYING WS-CKP-IDX FROM 1 BY 1
            UNTIL WS-CKP-IDX > WS-CHECKPOINT-COUNT
        CLOSE MIGRATION-CHECKPOINT-FILE
    END-IF.

WRITE-ONE-CHECKPOINT-CARD.
    MOVE WS-CKP-CARD (WS-CKP-IDX) TO MIGRATION-CHECKPOINT-CARD.
    WRITE MIGRATION-CHECKPOINT-CARD.

WRITE-DEFERRED-LINE.
    IF WS-DEFERRED-FILE-COUNT > ZERO
        MOVE WS-DEFERRED-FILE-COUNT TO WS-COUNT-DISPLAY
        MOVE WS-DEFERRED-BYTES TO WS-BYTES-DISPLAY
        MOVE SPACES TO MIGRATION-REPORT-LINE
        STRING 'DEFERRED FILES=' WS-COUNT-DISPLAY
            ' BYTES=' WS-BYTES-DISPLAY
            ' - BATCH ALLOWANCE FOR THIS RUN SPENT, NEXT RUN'
            ' CONTINUES FROM THE CHECKPOINT'
            DELIMITED BY SIZE INTO MIGRATION-REPORT-LINE
        WRITE MIGRATION-REPORT-LINE
    END-IF.

*> The table as it stands after the run: bytes by spec id, and the
*> share still laid out under retired specs - blocked files included,
*> since they are still waiting on a migration.
WRITE-MIGRATION-PROGRESS.
    MOVE ZERO TO WS-SPEC-TALLY-COUNT.
    MOVE ZERO TO WS-TOTAL-BYTES.
    MOVE ZERO TO WS-OLD-SPEC-BYTES.
    PERFORM TALLY-ONE-LISTED-FILE
        VARYING WS-FILE-IDX FROM 1 BY 1
        UNTIL WS-FILE-IDX > WS-FILE-COUNT.
    PERFORM TALLY-ONE-COMMITTED-OUTPUT
        VARYING WS-OUT-IDX FROM 1 BY 1
        UNTIL WS-OUT-IDX > WS-OUTPUT-COUNT.
    IF WS-TOTAL-BYTES > ZERO
        COMPUTE WS-OLD-SPEC-PCT ROUNDED =
            (WS-OLD-SPEC-BYTES * 100) / WS-TOTAL-BYTES
    ELSE
        MOVE ZERO TO WS-OLD-SPEC-PCT
    END-IF.
    PERFORM WRITE-ONE-SPEC-TALLY-LINE
        VARYING WS-STL-IDX FROM 1 BY 1
        UNTIL WS-STL-IDX > WS-SPEC-TALLY-COUNT.
    MOVE WS-CURRENT-SPEC-ID TO WS-SPEC-DISPLAY.
    MOVE WS-TOTAL-BYTES TO WS-TOTAL-DISPLAY.
    MOVE WS-OLD-SPEC-BYTES TO WS-OLD-BYTES-DISPLAY.
    MOVE WS-OLD-SPEC-PCT TO WS-PCT-DISPLAY.
    MOVE WS-RUN-FILES-MIGRATED TO WS-COUNT-DISPLAY.
    MOVE WS-BATCHES-COMMITTED TO WS-BATCH-DISPLAY.
    MOVE SPACES TO MIGRATION-REPORT-LINE.
    STRING 'SUMMARY TABLE=' DELIMITED BY SIZE
        WS-TABLE-NAME DELIMITED BY SPACE
        ' CURRENT-SPEC=' WS-SPEC-DISPLAY
        ' TOTAL-BYTES=' WS-TOTAL-DISPLAY
        ' OLD-SPEC-BYTES=' WS-OLD-BYTES-DISPLAY
        ' PCT-ON-OLD-SPECS=' WS-PCT-DISPLAY
        ' BATCHES=' WS-BATCH-DISPLAY
        ' FILES-MIGRATED=' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO MIGRATION-REPORT-LINE.
    WRITE MIGRATION-REPORT-LINE.
    OPEN EXTEND MIGRATION-PROGRESS-FILE.
    IF NOT WS-PROGRESS-OK
        CLOSE MIGRATION-PROGRESS-FILE
        OPEN OUTPUT MIGRATION-PROGRESS-FILE
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-BLOCKED-FILE-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO MIGRATION-PROGRESS-LINE.
    STRING 'PROGRESS ' WS-CURRENT-DATE-TIME (1:14)
            DELIMITED BY SIZE
        ' TABLE=' DELIMITED BY SIZE
        WS-TABLE-NAME DELIMITED BY SPACE
        ' CURRENT-SPEC=' WS-SPEC-DISPLAY
        ' TOTAL-BYTES=' WS-TOTAL-DISPLAY
        ' OLD-SPEC-BYTES=' WS-OLD-BYTES-DISPLAY
        ' PCT-ON-OLD-SPECS=' WS-PCT-DISPLAY
        ' BLOCKED-FILES=' WS-COUNT-DISPLAY
        DELIMITED BY SIZE INTO MIGRATION-PROGRESS-LINE.
    WRITE MIGRATION-PROGRESS-LINE.
    CLOSE MIGRATION-PROGRESS-FILE.

TALLY-ONE-LISTED-FILE.
    IF NOT WS-MF-MIGRATED (WS-FILE-IDX)
        MOVE WS-MF-SPEC-ID (WS-FILE-IDX) TO WS-TALLY-SPEC-ID
        MOVE WS-MF-FILE-SIZE (WS-FILE-IDX) TO WS-TALLY-BYTES
        PERFORM ADD-TO-SPEC-TALLY
    END-IF.

TALLY-ONE-COMMITTED-OUTPUT.
    IF WS-OT-COMMITTED (WS-OUT-IDX)
        MOVE WS-CURRENT-SPEC-ID TO WS-TALLY-SPEC-ID
        MOVE WS-OT-BYTES (WS-OUT-IDX) TO WS-TALLY-BYTES
        PERFORM ADD-TO-SPEC-TALLY
    END-IF.

ADD-TO-SPEC-TALLY.
    ADD WS-TALLY-BYTES TO WS-TOTAL-BYTES.
    IF WS-TALLY-SPEC-ID NOT = WS-CURRENT-SPEC-ID
        ADD WS-TALLY-BYTES TO WS-OLD-SPEC-BYTES
    END-IF.
    SET WS-STL-IDX TO 1.
    IF WS-SPEC-TALLY-COUNT > ZERO
        SEARCH WS-SPEC-TALLY
            AT END
                PERFORM ADD-SPEC-TALLY-ENTRY
            WHEN WS-STL-SPEC-ID (WS-STL-IDX) = WS-TALLY-SPEC-ID
                ADD 1 TO WS-STL-FILES (WS-STL-IDX)
                ADD WS-TALLY-BYTES TO WS-STL-BYTES (WS-STL-IDX)
        END-SEARCH
    ELSE
        PERFORM ADD-SPEC-TALLY-ENTRY
    END-IF.

ADD-SPEC-TALLY-ENTRY.
    IF WS-SPEC-TALLY-COUNT < 200
        ADD 1 TO WS-SPEC-TALLY-COUNT
        SET WS-STL-IDX TO WS-SPEC-TALLY-COUNT
        MOVE WS-TALLY-SPEC-ID TO WS-STL-SPEC-ID (WS-STL-IDX)
        MOVE 1 TO WS-STL-FILES (WS-STL-IDX)
        MOVE WS-TALLY-BYTES TO WS-STL-BYTES (WS-STL-IDX)
    END-IF.

WRITE-ONE-SPEC-TALLY-LINE.
    MOVE WS-STL-SPEC-ID (WS-STL-IDX) TO WS-SPEC-DISPLAY.
    MOVE WS-STL-FILES (WS-STL-IDX) TO WS-COUNT-DISPLAY.
    MOVE WS-STL-BYTES (WS-STL-IDX) TO WS-BYTES-DISPLAY.
    MOVE SPACES TO MIGRATION-REPORT-LINE.
    IF WS-STL-SPEC-ID (WS-STL-IDX) = WS-CURRENT-SPEC-ID
        STRING 'SPEC-ID=' WS-SPEC-DISPLAY
            ' FILES=' WS-COUNT-DISPLAY
            ' BYTES=' WS-BYTES-DISPLAY
            ' CURRENT'
            DELIMITED BY SIZE INTO MIGRATION-REPORT-LINE
    ELSE
        STRING 'SPEC-ID=' WS-SPEC-DISPLAY
            ' FILES=' WS-COUNT-DISPLAY
            ' BYTES=' WS-BYTES-DISPLAY
            ' RETIRED'
            DELIMITED BY SIZE INTO MIGRATION-REPORT-LINE
    END-IF.
    WRITE MIGRATION-REPORT-LINE.
