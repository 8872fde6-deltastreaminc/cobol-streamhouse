        ASSIGN TO "DELETECOMPACTPARAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COMPACT-PARAMS-STATUS.
    SELECT TABLE-PROPERTY-FILE
        ASSIGN TO "TABLEPROPERTIES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPERTY-STATUS.
    SELECT COMPACT-PLAN-REPORT
        ASSIGN TO "DELETECOMPACTPLAN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT COMPACT-COMMIT-LEDGER
        ASSIGN TO "DELETECOMPACTLEDGER"
        ORGANIZATION IS LINE SEQUENTIAL.
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

*> TABLE-INTERFACE's file-change history: the 'P'/'E' records name the
*> data file whose rows they delete, and this job appends one snapshot
   05 DCP-EXEC-MODE PIC X.
      88 DCP-EXECUTION-REQUESTED VALUE 'Y'.

*> TABLE-INTERFACE's table property store. A delete-ratio threshold
*> held there for this table overrides the tuning card's.
FD TABLE-PROPERTY-FILE.
01 TABLE-PROPERTY-REC.
   05 TP-TABLE-NAME PIC X(128).
   05 TP-PROPERTY-KEY PIC X(40).
   05 TP-PROPERTY-VALUE PIC X(64).
   05 TP-VALUE-NUMERIC REDEFINES TP-PROPERTY-VALUE.
      10 TP-VALUE-NUMBER PIC 9(18).
      10 FILLER PIC X(46).

FD COMPACT-PLAN-REPORT.
01 COMPACT-PLAN-LINE PIC X(300).

FD COMPACT-COMMIT-LEDGER.
01 COMPACT-LEDGER-LINE PIC X(200).

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
01 WS-DATAFILE-LISTING-STATUS PIC XX.
   88 WS-DATAFILE-LISTING-OK VALUE '00'.
   88 WS-FILE-HISTORY-OK VALUE '00'.
01 WS-COMPACT-PARAMS-STATUS PIC XX.
   88 WS-COMPACT-PARAMS-OK VALUE '00'.
01 WS-PROPERTY-STATUS PIC XX.
   88 WS-PROPERTY-OK VALUE '00'.
01 WS-PROPERTY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-PROPERTIES VALUE 'Y'.
01 WS-DATAFILE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-DATA-FILES VALUE 'Y'.
01 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.

01 WS-HIGHEST-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-COMMIT-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-SNAPSHOT-SUMMARY-STATUS PIC XX.
   88 WS-SNAPSHOT-SUMMARY-OK VALUE '00'.
01 WS-COMMIT-PRINCIPAL PIC X(30) VALUE 'ICEBERG-MAINTENANCE'.
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-COMMITTED-FILE-COUNT PIC 9(5) VALUE ZERO.
01 WS-QUALIFYING-FILE-COUNT PIC 9(5) VALUE ZERO.
01 WS-MERGED-OUTPUT-PATH PIC X(256).

MAIN-PROCEDURE.
    PERFORM LOAD-COMPACT-PARAMS.
    PERFORM APPLY-TABLE-PROPERTIES.
    PERFORM LOAD-DATA-FILE-LISTING.
    PERFORM TALLY-DELETE-FILE-HISTORY.
    PERFORM GRADE-DATA-FILES.
        CLOSE COMPACT-PARAMS-FILE
    END-IF.

*> The table property store has the last word on the ratio; the
*> execution switch stays a per-run decision on the tuning card.
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
            IF TP-TABLE-NAME = WS-TABLE-NAME
                    AND TP-PROPERTY-KEY = 'delete-compact.delete-ratio-pct'
                    AND TP-VALUE-NUMBER IS NUMERIC
                    AND TP-VALUE-NUMBER > ZERO
                MOVE TP-VALUE-NUMBER TO WS-DELETE-RATIO-PCT
            END-IF
    END-READ.

LOAD-DATA-FILE-LISTING.
    MOVE ZERO TO WS-DATA-FILE-COUNT.
    OPEN INPUT TABLE-DATA-FILE-LISTING.
        CLOSE SNAPSHOT-FILE-HISTORY
        OPEN OUTPUT SNAPSHOT-FILE-HISTORY
    END-IF.
    OPEN EXTEND SNAPSHOT-SUMMARY-FILE.
    IF NOT WS-SNAPSHOT-SUMMARY-OK
        CLOSE SNAPSHOT-SUMMARY-FILE
        OPEN OUTPUT SNAPSHOT-SUMMARY-FILE
    END-IF.
    PERFORM COMMIT-ONE-DATA-FILE-FOLD
        VARYING WS-DATA-IDX FROM 1 BY 1
        UNTIL WS-DATA-IDX > WS-DATA-FILE-COUNT.
        INTO COMPACT-LEDGER-LINE.
    WRITE COMPACT-LEDGER-LINE.
    CLOSE SNAPSHOT-FILE-HISTORY.
    CLOSE SNAPSHOT-SUMMARY-FILE.
    CLOSE COMPACT-COMMIT-LEDGER.

COMMIT-ONE-DATA-FILE-FOLD.
        MOVE ZERO TO SFH-DELETED-ROW-COUNT
        WRITE SNAPSHOT-FILE-HISTORY-REC
        PERFORM REMOVE-FOLDED-DELETE-FILES
        PERFORM WRITE-FOLD-SNAPSHOT-SUMMARY
        PERFORM WRITE-FOLD-LEDGER-LINE
    END-IF.

*> A fold swaps the old data file and its delete files for one merged
*> file holding only the surviving rows; file sizes are not on the
*> listing cards this program reads.
WRITE-FOLD-SNAPSHOT-SUMMARY.
    MOVE SPACES TO SNAPSHOT-SUMMARY-REC.
    MOVE WS-TABLE-NAME TO SSR-TABLE-NAME.
    MOVE WS-COMMIT-SNAPSHOT-ID TO SSR-SNAPSHOT-ID.
    COMPUTE SSR-PARENT-SNAPSHOT-ID = WS-COMMIT-SNAPSHOT-ID - 1.
    MOVE 'REWRITE' TO SSR-OPERATION.
    MOVE 'DELETE-FILE-COMPACTOR' TO SSR-COMMIT-PROGRAM.
    MOVE WS-COMMIT-PRINCIPAL TO SSR-COMMIT-PRINCIPAL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO SSR-COMMIT-TIMESTAMP.
    MOVE 1 TO SSR-ADDED-FILES.
    COMPUTE SSR-REMOVED-FILES =
        1 + WS-DTF-DELETE-FILE-COUNT (WS-DATA-IDX).
    MOVE WS-MERGED-ROW-COUNT TO SSR-ADDED-ROWS.
    MOVE WS-DTF-RECORD-COUNT (WS-DATA-IDX) TO SSR-REMOVED-ROWS.
    MOVE ZERO TO SSR-ADDED-BYTES.
    MOVE ZERO TO SSR-REMOVED-BYTES.
    WRITE SNAPSHOT-SUMMARY-REC.

REMOVE-FOLDED-DELETE-FILES.
    PERFORM REMOVE-ONE-FOLDED-DELETE-FILE
        VARYING WS-DELFILE-IDX FROM 1 BY 1
