        ASSIGN TO "SNAPSHOTFILEHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-HISTORY-STATUS.
    SELECT CLONE-SHARED-FILE
        ASSIGN TO "CLONESHAREDFILES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLONE-SHARED-STATUS.
    SELECT TIERING-ACTION-FILE
        ASSIGN TO "TIERINGACTIONS"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TIERING-REPORT
        ASSIGN TO "TIERINGREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TABLE-PROPERTY-FILE
        ASSIGN TO "TABLEPROPERTIES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPERTY-STATUS.
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
   05 SFH-REFERENCED-DATA-FILE PIC X(256).
   05 SFH-DELETED-ROW-COUNT PIC 9(9).

*> CATALOG-HANDLERS' shared-file register: every file a shallow clone
*> still shares with its source. A registered path is referenced, and
*> moving it would leave the clone's metadata pointing at a path the
*> storage job has vacated, so TIER leaves a shared file on primary.
FD CLONE-SHARED-FILE.
01 CLONE-SHARED-REC.
   05 CSF-CLONE-KEY PIC X(160).
   05 CSF-SOURCE-KEY PIC X(160).
   05 CSF-SNAPSHOT-ID PIC 9(18).
   05 CSF-FILE-PATH PIC X(256).
   05 CSF-FILE-SIZE-BYTES PIC 9(18).

*> Copy orders for the storage job: the data moves first, the
*> manifest entries re-point only in the later COMMIT run, so a
*> failed copy never leaves a manifest aimed at a file that is not
FD TIERING-REPORT.
01 TIERING-REPORT-LINE PIC X(300).

*> TABLE-INTERFACE's table property store. The tiering age and the
*> archive prefix held there for the table override the policy card;
*> the run mode and partition stay per-run choices on the card.
FD TABLE-PROPERTY-FILE.
01 TABLE-PROPERTY-REC.
   05 TP-TABLE-NAME PIC X(128).
   05 TP-PROPERTY-KEY PIC X(40).
   05 TP-PROPERTY-VALUE PIC X(64).
   05 TP-VALUE-NUMERIC REDEFINES TP-PROPERTY-VALUE.
      10 TP-VALUE-NUMBER PIC 9(18).
      10 FILLER PIC X(46).

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
01 WS-POLICY-CARD-STATUS PIC XX.
   88 WS-POLICY-CARD-OK VALUE '00'.
01 WS-PARTITION-FILTER PIC X(64) VALUE SPACES.
01 WS-ARCHIVE-PREFIX PIC X(40) VALUE '/archive'.
01 WS-ARCHIVE-PREFIX-LENGTH PIC 9(3) COMP VALUE ZERO.
01 WS-TIERING-TABLE-NAME PIC X(128) VALUE 'EVENTS'.
01 WS-PROPERTY-STATUS PIC XX.
   88 WS-PROPERTY-OK VALUE '00'.
01 WS-PROPERTY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-PROPERTIES VALUE 'Y'.

*> The file-age listing, loaded whole for the per-file age lookup.
01 WS-AGE-COUNT PIC 9(5) VALUE ZERO.
      10 WS-AG-AGE-DAYS PIC 9(5).
01 WS-LOOKUP-AGE-DAYS PIC 9(5) VALUE ZERO.

01 WS-CLONE-SHARED-STATUS PIC XX.
   88 WS-CLONE-SHARED-OK VALUE '00'.
01 WS-CLONE-SHARED-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CLONE-SHARED VALUE 'Y'.
*> Register records beyond the table are counted: with part of the
*> register unread a file a clone still reads could look tierable,
*> so the run plans nothing.
01 WS-SHARED-PATH-COUNT PIC 9(5) VALUE ZERO.
01 WS-SHARED-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-SHARED-PATH-TABLE.
   05 WS-SHARED-PATH OCCURS 1 TO 20000 TIMES
         DEPENDING ON WS-SHARED-PATH-COUNT
         INDEXED BY WS-SHARED-IDX PIC X(256).
01 WS-FILE-SHARED-SWITCH PIC X.
   88 WS-FILE-IS-SHARED VALUE 'Y'.
01 WS-SHARED-KEPT-COUNT PIC 9(7) VALUE ZERO.

*> The data-file listing held whole, rewritten with the moved paths.
01 WS-LISTING-COUNT PIC 9(5) VALUE ZERO.
01 WS-LISTING-TABLE.
      10 WS-LS-RECORD-COUNT PIC 9(18).
      10 WS-LS-FILE-SIZE PIC 9(18).
      10 WS-LS-NULL-COUNT PIC 9(18).
      10 WS-LS-SPEC-ID PIC 9(9).
      10 WS-LS-MOVED-SWITCH PIC X.
         88 WS-LS-WAS-MOVED VALUE 'Y'.
      10 WS-LS-NEW-PATH PIC X(256).
01 WS-NEW-PATH-BUILD PIC X(256).
01 WS-MOVED-COUNT PIC 9(7) VALUE ZERO.
01 WS-MOVED-BYTES PIC 9(18) VALUE ZERO.
01 WS-MOVED-ROWS PIC 9(18) VALUE ZERO.
01 WS-SNAPSHOT-SUMMARY-STATUS PIC XX.
   88 WS-SNAPSHOT-SUMMARY-OK VALUE '00'.
01 WS-COMMIT-PRINCIPAL PIC X(30) VALUE 'ICEBERG-MAINTENANCE'.
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-MOVED-DISPLAY PIC Z(6)9.

*> The pending moves a COMMIT run judges, loaded whole and written
    EVALUATE TRUE
        WHEN WS-RUN-MODE = 'TIER'
            PERFORM LOAD-FILE-AGES
            PERFORM LOAD-CLONE-SHARED-PATHS
            IF WS-SHARED-OVERFLOW-COUNT > ZERO
                PERFORM REFUSE-TIERING-RUN
            ELSE
                PERFORM LOAD-DATA-FILE-LISTING
                PERFORM OPEN-PLANNING-OUTPUTS
                PERFORM SELECT-FILES-TO-TIER
                PERFORM CLOSE-PLANNING-OUTPUTS
                PERFORM WRITE-PLANNING-SUMMARY
            END-IF
        WHEN WS-RUN-MODE = 'RECALL'
            PERFORM LOAD-DATA-FILE-LISTING
            PERFORM OPEN-PLANNING-OUTPUTS
    CLOSE TIERING-ACTION-FILE.
    CLOSE TIERING-PENDING-FILE.

*> The action file is still emptied, so the copy step finds no
*> orders left over from an earlier plan; the pending manifest is
*> left as it stands.
REFUSE-TIERING-RUN.
    OPEN OUTPUT TIERING-ACTION-FILE.
    CLOSE TIERING-ACTION-FILE.
    MOVE WS-SHARED-OVERFLOW-COUNT TO WS-MOVED-DISPLAY.
    MOVE SPACES TO TIERING-REPORT-LINE.
    STRING 'TIERING REFUSED TABLE=' DELIMITED BY SIZE
        WS-TIERING-TABLE-NAME DELIMITED BY SPACE
        ' CLONE SHARED-FILE REGISTER HAS ' DELIMITED BY SIZE
        WS-MOVED-DISPLAY DELIMITED BY SIZE
        ' RECORDS BEYOND THE 20000-PATH LIMIT - NOTHING TIERED'
            DELIMITED BY SIZE
        INTO TIERING-REPORT-LINE.
    WRITE TIERING-REPORT-LINE.

LOAD-TIERING-POLICY.
    OPEN INPUT TIERING-POLICY-CARD-FILE.
    IF WS-POLICY-CARD-OK
        END-READ
        CLOSE TIERING-POLICY-CARD-FILE
    END-IF.
    PERFORM APPLY-TABLE-PROPERTIES.
    MOVE 40 TO WS-ARCHIVE-PREFIX-LENGTH.
    PERFORM UNTIL WS-ARCHIVE-PREFIX-LENGTH = 0
            OR WS-ARCHIVE-PREFIX
        SUBTRACT 1 FROM WS-ARCHIVE-PREFIX-LENGTH
    END-PERFORM.

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
            IF TP-TABLE-NAME = WS-TIERING-TABLE-NAME
                EVALUATE TRUE
                    WHEN TP-PROPERTY-KEY = 'tiering.min-age-days'
                            AND TP-VALUE-NUMBER IS NUMERIC
                        MOVE TP-VALUE-NUMBER TO WS-MIN-AGE-DAYS
                    WHEN TP-PROPERTY-KEY = 'tiering.archive-prefix'
                            AND TP-PROPERTY-VALUE NOT = SPACES
                        MOVE TP-PROPERTY-VALUE TO WS-ARCHIVE-PREFIX
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
    END-READ.

LOAD-FILE-AGES.
    MOVE ZERO TO WS-AGE-COUNT.
    OPEN INPUT FILE-AGE-LISTING.
                TO WS-LS-FILE-SIZE (WS-LISTING-IDX)
            MOVE DF-NULL-COUNT
                TO WS-LS-NULL-COUNT (WS-LISTING-IDX)
            IF DF-PARTITION-SPEC-ID IS NUMERIC
                MOVE DF-PARTITION-SPEC-ID
                    TO WS-LS-SPEC-ID (WS-LISTING-IDX)
            ELSE
                MOVE ZERO TO WS-LS-SPEC-ID (WS-LISTING-IDX)
            END-IF
            MOVE 'N' TO WS-LS-MOVED-SWITCH (WS-LISTING-IDX)
            MOVE SPACES TO WS-LS-NEW-PATH (WS-LISTING-IDX)
    END-READ.
                (1:WS-ARCHIVE-PREFIX-LENGTH) NOT =
                WS-ARCHIVE-PREFIX (1:WS-ARCHIVE-PREFIX-LENGTH)
        PERFORM LOOK-UP-FILE-AGE
        PERFORM CHECK-FILE-SHARED-WITH-CLONE
        IF WS-LOOKUP-AGE-DAYS NOT < WS-MIN-AGE-DAYS
                AND WS-LOOKUP-AGE-DAYS > ZERO
                AND WS-FILE-IS-SHARED
            PERFORM KEEP-ONE-SHARED-FILE
        END-IF
        IF WS-LOOKUP-AGE-DAYS NOT < WS-MIN-AGE-DAYS
                AND WS-LOOKUP-AGE-DAYS > ZERO
                AND NOT WS-FILE-IS-SHARED
            MOVE SPACES TO WS-NEW-PATH-BUILD
            STRING WS-ARCHIVE-PREFIX DELIMITED BY SPACE
                WS-LS-FILE-PATH (WS-LISTING-IDX)
                TO WS-LOOKUP-AGE-DAYS
    END-SEARCH.

LOAD-CLONE-SHARED-PATHS.
    MOVE ZERO TO WS-SHARED-PATH-COUNT.
    MOVE ZERO TO WS-SHARED-OVERFLOW-COUNT.
    OPEN INPUT CLONE-SHARED-FILE.
    IF WS-CLONE-SHARED-OK
        PERFORM LOAD-ONE-CLONE-SHARED-PATH UNTIL END-OF-CLONE-SHARED
        CLOSE CLONE-SHARED-FILE
    END-IF.

LOAD-ONE-CLONE-SHARED-PATH.
    READ CLONE-SHARED-FILE
        AT END SET END-OF-CLONE-SHARED TO TRUE
        NOT AT END
            IF WS-SHARED-PATH-COUNT < 20000
                ADD 1 TO WS-SHARED-PATH-COUNT
                SET WS-SHARED-IDX TO WS-SHARED-PATH-COUNT
                MOVE CSF-FILE-PATH TO WS-SHARED-PATH (WS-SHARED-IDX)
            ELSE
                ADD 1 TO WS-SHARED-OVERFLOW-COUNT
            END-IF
    END-READ.

CHECK-FILE-SHARED-WITH-CLONE.
    MOVE 'N' TO WS-FILE-SHARED-SWITCH.
    IF WS-SHARED-PATH-COUNT > ZERO
        SET WS-SHARED-IDX TO 1
        SEARCH WS-SHARED-PATH
            AT END CONTINUE
            WHEN WS-SHARED-PATH (WS-SHARED-IDX) =
                    WS-LS-FILE-PATH (WS-LISTING-IDX)
                SET WS-FILE-IS-SHARED TO TRUE
        END-SEARCH
    END-IF.

KEEP-ONE-SHARED-FILE.
    ADD 1 TO WS-SHARED-KEPT-COUNT.
    MOVE SPACES TO TIERING-REPORT-LINE.
    STRING 'KEPT ' DELIMITED BY SIZE
        WS-LS-FILE-PATH (WS-LISTING-IDX) DELIMITED BY SPACE
        ' ON PRIMARY - SHARED WITH A CLONE' DELIMITED BY SIZE
        INTO TIERING-REPORT-LINE.
    WRITE TIERING-REPORT-LINE.

*> RECALL: a file on the archive tier whose partition matches the
*> filter comes back to its original primary path - the archive
*> prefix stripped off.
            WS-HIGHEST-SNAPSHOT-ID + 1
        PERFORM APPEND-TIERING-HISTORY
        PERFORM REWRITE-DATA-FILE-LISTING
        PERFORM WRITE-TIERING-SNAPSHOT-SUMMARY
    END-IF.
    PERFORM REWRITE-PENDING-MOVES.
    PERFORM WRITE-TIERING-SUMMARY.
        MOVE SPACES TO SFH-REFERENCED-DATA-FILE
        MOVE ZERO TO SFH-DELETED-ROW-COUNT
        WRITE SNAPSHOT-FILE-HISTORY-REC
        ADD WS-LS-RECORD-COUNT (WS-LISTING-IDX) TO WS-MOVED-ROWS
        MOVE SPACES TO TIERING-REPORT-LINE
        STRING 'MOVED ' DELIMITED BY SIZE
            WS-LS-FILE-PATH (WS-LISTING-IDX) DELIMITED BY SPACE
        WRITE TIERING-REPORT-LINE
    END-IF.

*> A tiering move re-points files without changing their contents, so
*> the snapshot removes and adds the same files, rows and bytes.
WRITE-TIERING-SNAPSHOT-SUMMARY.
    OPEN EXTEND SNAPSHOT-SUMMARY-FILE.
    IF NOT WS-SNAPSHOT-SUMMARY-OK
        CLOSE SNAPSHOT-SUMMARY-FILE
        OPEN OUTPUT SNAPSHOT-SUMMARY-FILE
    END-IF.
    MOVE SPACES TO SNAPSHOT-SUMMARY-REC.
    MOVE WS-TIERING-TABLE-NAME TO SSR-TABLE-NAME.
    MOVE WS-TIERING-SNAPSHOT-ID TO SSR-SNAPSHOT-ID.
    MOVE WS-HIGHEST-SNAPSHOT-ID TO SSR-PARENT-SNAPSHOT-ID.
    MOVE 'REWRITE' TO SSR-OPERATION.
    MOVE 'COLD-DATA-TIERING' TO SSR-COMMIT-PROGRAM.
    MOVE WS-COMMIT-PRINCIPAL TO SSR-COMMIT-PRINCIPAL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO SSR-COMMIT-TIMESTAMP.
    MOVE WS-MOVED-COUNT TO SSR-ADDED-FILES.
    MOVE WS-MOVED-COUNT TO SSR-REMOVED-FILES.
    MOVE WS-MOVED-ROWS TO SSR-ADDED-ROWS.
    MOVE WS-MOVED-ROWS TO SSR-REMOVED-ROWS.
    MOVE WS-MOVED-BYTES TO SSR-ADDED-BYTES.
    MOVE WS-MOVED-BYTES TO SSR-REMOVED-BYTES.
    WRITE SNAPSHOT-SUMMARY-REC.
    CLOSE SNAPSHOT-SUMMARY-FILE.

REWRITE-DATA-FILE-LISTING.
    OPEN OUTPUT TABLE-DATA-FILE-LISTING.
    PERFORM REWRITE-ONE-LISTING-REC
    MOVE WS-LS-RECORD-COUNT (WS-LISTING-IDX) TO DF-RECORD-COUNT.
    MOVE WS-LS-FILE-SIZE (WS-LISTING-IDX) TO DF-FILE-SIZE-BYTES.
    MOVE WS-LS-NULL-COUNT (WS-LISTING-IDX) TO DF-NULL-COUNT.
    MOVE WS-LS-SPEC-ID (WS-LISTING-IDX) TO DF-PARTITION-SPEC-ID.
    WRITE TABLE-DATA-FILE-REC.

WRITE-PLANNING-SUMMARY.
        ' FILES-PLANNED=' WS-MOVED-DISPLAY DELIMITED BY SIZE
        ' BYTES-PLANNED=' WS-MOVED-BYTES DELIMITED BY SIZE
        ' AWAITING COPY CONFIRMATION' DELIMITED BY SIZE
        ' KEPT-FOR-CLONES=' WS-SHARED-KEPT-COUNT DELIMITED BY SIZE
        INTO TIERING-REPORT-LINE.
    WRITE TIERING-REPORT-LINE.

