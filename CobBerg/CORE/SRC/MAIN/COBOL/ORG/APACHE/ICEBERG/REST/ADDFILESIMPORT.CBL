    SELECT IMPORT-REPORT
        ASSIGN TO "IMPORTREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PARTITION-SPEC-HISTORY
        ASSIGN TO "PARTITIONSPECHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPEC-HISTORY-STATUS.
    SELECT SNAPSHOT-SUMMARY-FILE
        ASSIGN TO "SNAPSHOTSUMMARY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAPSHOT-SUMMARY-STATUS.

DATA DIVISION.
FILE SECTION.
   05 DF-RECORD-COUNT PIC 9(18).
   05 DF-FILE-SIZE-BYTES PIC 9(18).
   05 DF-NULL-COUNT PIC 9(18).
   05 DF-PARTITION-SPEC-ID PIC 9(9).

FD SNAPSHOT-FILE-HISTORY.
01 SNAPSHOT-FILE-HISTORY-REC.
FD IMPORT-REPORT.
01 IMPORT-REPORT-LINE PIC X(300).

*> BASE-UPDATE-PARTITION-SPEC's numbered spec history; imported files
*> are registered under the highest (current) spec id.
FD PARTITION-SPEC-HISTORY.
01 PARTITION-SPEC-HISTORY-CARD.
   05 PSH-SPEC-ID PIC 9(9).
   05 PSH-RECORD-TYPE PIC X.
   05 PSH-SOURCE-ID PIC 9(9).
   05 PSH-FIELD-ID PIC 9(9).
   05 PSH-NAME PIC X(128).
   05 PSH-TRANSFORM PIC X(30).

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

WORKING-STORAGE SECTION.
01 WS-REQUEST-CARD-STATUS PIC XX.
   88 WS-REQUEST-CARD-OK VALUE '00'.
   88 WS-DATAFILE-LISTING-OK VALUE '00'.
01 WS-FILE-HISTORY-STATUS PIC XX.
   88 WS-FILE-HISTORY-OK VALUE '00'.
01 WS-SPEC-HISTORY-STATUS PIC XX.
   88 WS-SPEC-HISTORY-OK VALUE '00'.
01 WS-SPEC-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SPEC-HISTORY VALUE 'Y'.
01 WS-CURRENT-SPEC-ID PIC 9(9) VALUE ZERO.
01 WS-DISK-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-DISK-LISTING VALUE 'Y'.
01 WS-SCHEMA-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SCHEMA-CARDS VALUE 'Y'.
01 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-HISTORY VALUE 'Y'.
01 WS-SNAPSHOT-SUMMARY-STATUS PIC XX.
   88 WS-SNAPSHOT-SUMMARY-OK VALUE '00'.

01 WS-IMPORT-NAMESPACE PIC X(128) VALUE SPACES.
01 WS-IMPORT-TABLE-NAME PIC X(128) VALUE SPACES.
01 WS-IMPORTED-BYTES PIC 9(18) VALUE ZERO.
01 WS-IMPORTED-DISPLAY PIC Z(6)9.
01 WS-REJECTED-DISPLAY PIC Z(6)9.
01 WS-COMMIT-PRINCIPAL PIC X(30) VALUE 'CATALOG-BATCH'.
01 WS-CURRENT-DATE-TIME PIC X(21).

PROCEDURE DIVISION.

                WS-HIGHEST-SNAPSHOT-ID + 1
            PERFORM IMPORT-ALL-DISK-FILES
            PERFORM STAMP-CATALOG-SNAPSHOT
            IF WS-IMPORTED-COUNT > ZERO
                PERFORM WRITE-IMPORT-SNAPSHOT-SUMMARY
            END-IF
            PERFORM WRITE-IMPORT-SUMMARY
    END-EVALUATE.
    CLOSE IMPORT-REPORT.
*> reported and skipped - four days of re-ingest become an
*> afternoon, but never by guessing at a file we cannot read.
IMPORT-ALL-DISK-FILES.
    PERFORM LOAD-CURRENT-SPEC-ID.
    OPEN EXTEND TABLE-DATA-FILE-LISTING.
    IF NOT WS-DATAFILE-LISTING-OK
        CLOSE TABLE-DATA-FILE-LISTING
    CLOSE TABLE-DATA-FILE-LISTING.
    CLOSE SNAPSHOT-FILE-HISTORY.

LOAD-CURRENT-SPEC-ID.
    MOVE ZERO TO WS-CURRENT-SPEC-ID.
    MOVE 'N' TO WS-SPEC-HISTORY-EOF-SWITCH.
    OPEN INPUT PARTITION-SPEC-HISTORY.
    IF WS-SPEC-HISTORY-OK
        PERFORM NOTE-ONE-SPEC-HISTORY-CARD UNTIL END-OF-SPEC-HISTORY
        CLOSE PARTITION-SPEC-HISTORY
    END-IF.

NOTE-ONE-SPEC-HISTORY-CARD.
    READ PARTITION-SPEC-HISTORY
        AT END SET END-OF-SPEC-HISTORY TO TRUE
        NOT AT END
            IF PSH-SPEC-ID > WS-CURRENT-SPEC-ID
                MOVE PSH-SPEC-ID TO WS-CURRENT-SPEC-ID
            END-IF
    END-READ.

IMPORT-ONE-DISK-FILE.
    READ IMPORT-DISK-LISTING
        AT END SET END-OF-DISK-LISTING TO TRUE
    MOVE ID-RECORD-COUNT TO DF-RECORD-COUNT.
    MOVE ID-FILE-SIZE-BYTES TO DF-FILE-SIZE-BYTES.
    MOVE ZERO TO DF-NULL-COUNT.
    MOVE WS-CURRENT-SPEC-ID TO DF-PARTITION-SPEC-ID.
    WRITE TABLE-DATA-FILE-REC.
    MOVE SPACES TO SNAPSHOT-FILE-HISTORY-REC.
    MOVE WS-IMPORT-SNAPSHOT-ID TO SFH-SNAPSHOT-ID.
        CLOSE TABLE-FILE
    END-IF.

*> The import snapshot is the table's first: an append of every
*> registered file with no parent to build on.
WRITE-IMPORT-SNAPSHOT-SUMMARY.
    OPEN EXTEND SNAPSHOT-SUMMARY-FILE.
    IF NOT WS-SNAPSHOT-SUMMARY-OK
        CLOSE SNAPSHOT-SUMMARY-FILE
        OPEN OUTPUT SNAPSHOT-SUMMARY-FILE
    END-IF.
    MOVE SPACES TO SNAPSHOT-SUMMARY-REC.
    MOVE WS-IMPORT-TABLE-NAME TO SSR-TABLE-NAME.
    MOVE WS-IMPORT-SNAPSHOT-ID TO SSR-SNAPSHOT-ID.
    MOVE ZERO TO SSR-PARENT-SNAPSHOT-ID.
    MOVE 'APPEND' TO SSR-OPERATION.
    MOVE 'ADD-FILES-IMPORT' TO SSR-COMMIT-PROGRAM.
    MOVE WS-COMMIT-PRINCIPAL TO SSR-COMMIT-PRINCIPAL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO SSR-COMMIT-TIMESTAMP.
    MOVE WS-IMPORTED-COUNT TO SSR-ADDED-FILES.
    MOVE ZERO TO SSR-REMOVED-FILES.
    MOVE WS-IMPORTED-ROWS TO SSR-ADDED-ROWS.
    MOVE ZERO TO SSR-REMOVED-ROWS.
    MOVE WS-IMPORTED-BYTES TO SSR-ADDED-BYTES.
    MOVE ZERO TO SSR-REMOVED-BYTES.
    WRITE SNAPSHOT-SUMMARY-REC.
    CLOSE SNAPSHOT-SUMMARY-FILE.

WRITE-IMPORT-SUMMARY.
    MOVE WS-IMPORTED-COUNT TO WS-IMPORTED-DISPLAY.
    MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISPLAY.
