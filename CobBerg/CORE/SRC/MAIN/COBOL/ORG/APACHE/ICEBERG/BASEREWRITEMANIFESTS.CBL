        ASSIGN TO "REWRITECHECKPOINT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REWRITE-CHECKPOINT-STATUS.
    SELECT MANIFESTENTRY-INPUT
        ASSIGN TO "MANIFESTENTRY-INPUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ENTRY-INPUT-STATUS.
    SELECT MANIFESTENTRY-OUTPUT
        ASSIGN TO "MANIFESTENTRY-OUTPUT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   05 MANIFEST-SEQUENCENUMBER PIC 9(18) BINARY.
   05 MANIFEST-ADDEDFILESCOUNT PIC 9(9) BINARY.
   05 MANIFEST-EXISTINGFILESCOUNT PIC 9(9) BINARY.
   05 MANIFEST-PARTITION-FIELD-ID PIC 9(9).
   05 MANIFEST-LOWER-PARTITION PIC X(64).
   05 MANIFEST-UPPER-PARTITION PIC X(64).

FD MANIFESTFILE-OUTPUT.
01 MANIFESTFILE-OUTPUT-REC.
   05 MANIFEST-SEQUENCENUMBER PIC 9(18) BINARY.
   05 MANIFEST-ADDEDFILESCOUNT PIC 9(9) BINARY.
   05 MANIFEST-EXISTINGFILESCOUNT PIC 9(9) BINARY.
   05 MANIFEST-PARTITION-FIELD-ID PIC 9(9).
   05 MANIFEST-LOWER-PARTITION PIC X(64).
   05 MANIFEST-UPPER-PARTITION PIC X(64).

*> One card per data-file entry of a manifest: the manifest it sits
*> in, the data file, its partition value and its entry status (A, E
*> or D). A partition-cluster rewrite reads the entries of the live
*> manifests and writes them back out under their new manifests.
FD MANIFESTENTRY-INPUT.
01 MANIFESTENTRY-INPUT-REC.
   05 ME-MANIFEST-PATH PIC X(256).
   05 ME-DATA-FILE-PATH PIC X(256).
   05 ME-PARTITION-VALUE PIC X(64).
   05 ME-ENTRY-STATUS PIC X.
   05 ME-SNAPSHOT-ID PIC 9(18).

FD MANIFESTENTRY-OUTPUT.
01 MANIFESTENTRY-OUTPUT-REC.
   05 MEO-MANIFEST-PATH PIC X(256).
   05 MEO-DATA-FILE-PATH PIC X(256).
   05 MEO-PARTITION-VALUE PIC X(64).
   05 MEO-ENTRY-STATUS PIC X.
   05 MEO-SNAPSHOT-ID PIC 9(18).

FD MANIFEST-SUMMARY-REPORT.
01 MANIFEST-SUMMARY-REPORT-REC PIC X(132).
*> RewriteManifests.specId(), defaulted to the table's current spec by
*> the caller; one card, read once at startup.
FD TARGET-SPEC-FILE.
*> A card that also carries TS-REWRITE-MODE = PARTITION asks for a
*> partition-cluster rewrite instead: every live manifest is replaced
*> by new manifests holding the entries in partition-value order, at
*> most TS-ENTRIES-PER-MANIFEST to a manifest, each stamped with the
*> lowest and highest value of partition source field
*> TS-PARTITION-FIELD-ID it covers.
01 TARGET-SPEC-CARD.
   05 TS-TARGET-SPEC-ID PIC 9(9) BINARY.
   05 TS-REWRITE-MODE PIC X(9).
   05 TS-PARTITION-FIELD-ID PIC 9(9).
   05 TS-ENTRIES-PER-MANIFEST PIC 9(9).

*> Progress of the rewrite pass, updated after every committed
*> manifest: how many manifests are done and the counter state at
01 WS-ELAPSED-SECONDS PIC S9(8).
01 WS-REPORT-LINE PIC X(132).

01 WS-REWRITE-MODE PIC X(9) VALUE SPACES.
   88 WS-PARTITION-CLUSTER-MODE VALUE 'PARTITION'.
01 WS-CLUSTER-FIELD-ID PIC 9(9) VALUE 0.
01 WS-ENTRIES-PER-MANIFEST PIC 9(9) VALUE 1000.
01 WS-ENTRY-INPUT-STATUS PIC XX.
   88 WS-ENTRY-INPUT-OK VALUE '00'.
01 WS-ENTRY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-MANIFEST-ENTRIES VALUE 'Y'.

*> The live entries of the manifests being clustered, and the distinct
*> partition values among them. Entries are placed into partition
*> order through CLUSTER-SLOT-ENTRY: each sorted partition is given a
*> run of slots as long as its entry count, then every entry drops
*> into the next free slot of its partition's run.
01 CLUSTER-ENTRY-TABLE.
   05 CLUSTER-ENTRY-COUNT PIC 9(9) BINARY VALUE 0.
   05 CLUSTER-ENTRY OCCURS 1 TO 50000 TIMES
         DEPENDING ON CLUSTER-ENTRY-COUNT
         INDEXED BY CLUSTER-ENTRY-IDX.
      10 CE-DATA-FILE-PATH PIC X(256).
      10 CE-PARTITION-VALUE PIC X(64).
      10 CE-ENTRY-STATUS PIC X.
      10 CE-SNAPSHOT-ID PIC 9(18).
      10 CE-PARTITION-IDX PIC 9(9) BINARY.
01 CLUSTER-SLOT-TABLE.
   05 CLUSTER-SLOT-ENTRY PIC 9(9) BINARY
         OCCURS 50000 TIMES.
01 CLUSTER-PARTITION-TABLE.
   05 CLUSTER-PARTITION-COUNT PIC 9(9) BINARY VALUE 0.
   05 CLUSTER-PARTITION OCCURS 1 TO 10000 TIMES
         DEPENDING ON CLUSTER-PARTITION-COUNT
         INDEXED BY CLUSTER-PARTITION-IDX.
      10 PT-PARTITION-VALUE PIC X(64).
      10 PT-ENTRY-COUNT PIC 9(9) BINARY.
      10 PT-LOADED-IDX PIC 9(9) BINARY.
      10 PT-NEXT-SLOT PIC 9(9) BINARY.
01 PARTITION-RANK-TABLE.
   05 PARTITION-RANK PIC 9(9) BINARY OCCURS 10000 TIMES.
01 WS-SWAP-PARTITION PIC X(76).
01 WS-ORDER-PASS-IDX PIC 9(9) BINARY.
01 WS-ORDER-SCAN-IDX PIC 9(9) BINARY.
01 WS-ORDER-BEST-IDX PIC 9(9) BINARY.
01 WS-SLOT-IDX PIC 9(9) BINARY.
01 WS-NEXT-FREE-SLOT PIC 9(9) BINARY.
01 WS-LOOKUP-PARTITION PIC X(64).
01 WS-LIVE-MANIFEST-FILES PIC 9(18) BINARY VALUE 0.
01 WS-ENTRY-OVERFLOW-COUNT PIC 9(9) VALUE 0.
01 WS-PARTITION-OVERFLOW-COUNT PIC 9(9) VALUE 0.
01 WS-CLUSTER-SNAPSHOT-ID PIC 9(18) BINARY VALUE 0.
01 WS-CLUSTER-SEQUENCE-NUMBER PIC 9(18) BINARY VALUE 0.
01 WS-CLUSTER-RUN-STAMP PIC X(14).
01 WS-OPEN-MANIFEST-SWITCH PIC X VALUE 'N'.
   88 WS-MANIFEST-IS-OPEN VALUE 'Y'.
01 WS-OPEN-MANIFEST-PATH PIC X(256).
01 WS-OPEN-MANIFEST-ENTRIES PIC 9(9) BINARY.
01 WS-OPEN-MANIFEST-LOWER PIC X(64).
01 WS-OPEN-MANIFEST-UPPER PIC X(64).
01 WS-CLUSTER-MANIFEST-NUMBER PIC 9(5) VALUE 0.
01 WS-CLUSTERED-ENTRY-COUNT PIC 9(9) VALUE 0.
01 WS-CLUSTER-PARTITION-DISPLAY PIC 9(9).

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    PERFORM START-SUMMARY-CLOCK.
    PERFORM LOAD-TARGET-SPEC.
    PERFORM VALIDATE-DELETED-MANIFESTS.
    IF WS-PARTITION-CLUSTER-MODE
        PERFORM CLUSTER-MANIFESTS-BY-PARTITION
        PERFORM VALIDATE-CLUSTERED-COUNTS
    ELSE
        PERFORM PERFORM-REWRITE
        PERFORM VALIDATE-FILES-COUNTS
    END-IF.
    PERFORM CLEAN-UNCOMMITTED.
    MOVE KEPT-MANIFESTS TO MANIFEST-KEPT-COUNT.
    MOVE NEW-MANIFESTS TO MANIFEST-CREATED-COUNT.
*> table's initial spec) applies, same as before this was wired up.
LOAD-TARGET-SPEC.
    MOVE 0 TO MANIFEST-TARGET-SPEC-ID.
    MOVE SPACES TO WS-REWRITE-MODE.
    OPEN INPUT TARGET-SPEC-FILE.
    IF WS-TARGET-SPEC-OK
        READ TARGET-SPEC-FILE
            AT END CONTINUE
            NOT AT END
                MOVE TS-TARGET-SPEC-ID TO MANIFEST-TARGET-SPEC-ID
                MOVE TS-REWRITE-MODE TO WS-REWRITE-MODE
                IF TS-PARTITION-FIELD-ID IS NUMERIC
                    MOVE TS-PARTITION-FIELD-ID TO WS-CLUSTER-FIELD-ID
                END-IF
                IF TS-ENTRIES-PER-MANIFEST IS NUMERIC
                        AND TS-ENTRIES-PER-MANIFEST > 0
                    MOVE TS-ENTRIES-PER-MANIFEST
                        TO WS-ENTRIES-PER-MANIFEST
                END-IF
        END-READ
        CLOSE TARGET-SPEC-FILE
    END-IF.
        END-IF
    END-READ.

*> Partition-cluster rewrite. Every live manifest's entries are pooled,
*> ordered by partition value and dealt out to new manifests of at
*> most WS-ENTRIES-PER-MANIFEST entries, so a partition's entries sit
*> together in one manifest (or a run of adjacent ones) instead of
*> being scattered across the whole list. Each new manifest carries
*> the lowest and highest partition value it holds, which is what
*> lets a scan skip it. The replaced manifests go to the output
*> marked 'D', ready for the next pass's cleanup. The pass is built
*> whole in memory from its inputs, so it takes no checkpoint; a
*> failed run is simply run again.
CLUSTER-MANIFESTS-BY-PARTITION.
    PERFORM RESET-REWRITE-COUNTERS.
    MOVE 0 TO WS-LIVE-MANIFEST-FILES.
    MOVE 0 TO WS-CLUSTER-SNAPSHOT-ID.
    MOVE 0 TO WS-CLUSTER-SEQUENCE-NUMBER.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-CLUSTER-RUN-STAMP.
    OPEN INPUT MANIFESTFILE-INPUT.
    OPEN OUTPUT MANIFESTFILE-OUTPUT.
    MOVE 'N' TO WS-EOF-SWITCH.
    PERFORM RETIRE-ONE-INPUT-MANIFEST UNTIL END-OF-MANIFESTS.
    CLOSE MANIFESTFILE-INPUT.
    PERFORM LOAD-LIVE-MANIFEST-ENTRIES.
    PERFORM ORDER-ONE-PARTITION-POSITION
        VARYING WS-ORDER-PASS-IDX FROM 1 BY 1
        UNTIL WS-ORDER-PASS-IDX >= CLUSTER-PARTITION-COUNT.
    PERFORM ASSIGN-PARTITION-SLOTS.
    PERFORM SLOT-ONE-CLUSTER-ENTRY
        VARYING CLUSTER-ENTRY-IDX FROM 1 BY 1
        UNTIL CLUSTER-ENTRY-IDX > CLUSTER-ENTRY-COUNT.
    OPEN OUTPUT MANIFESTENTRY-OUTPUT.
    MOVE 'N' TO WS-OPEN-MANIFEST-SWITCH.
    MOVE 0 TO WS-CLUSTER-MANIFEST-NUMBER.
    MOVE 0 TO WS-CLUSTERED-ENTRY-COUNT.
    PERFORM WRITE-ONE-CLUSTERED-ENTRY
        VARYING WS-SLOT-IDX FROM 1 BY 1
        UNTIL WS-SLOT-IDX > CLUSTER-ENTRY-COUNT.
    IF WS-MANIFEST-IS-OPEN
        PERFORM CLOSE-CLUSTERED-MANIFEST
    END-IF.
    CLOSE MANIFESTENTRY-OUTPUT.
    CLOSE MANIFESTFILE-OUTPUT.
    PERFORM CLEAR-REWRITE-CHECKPOINT.

*> Already-deleted manifests pass through untouched; every live one is
*> written back marked 'D', superseded by the clustered manifests.
RETIRE-ONE-INPUT-MANIFEST.
    READ MANIFESTFILE-INPUT
        INTO MANIFESTFILE-INPUT-REC
        AT END SET END-OF-MANIFESTS TO TRUE
    NOT AT END
        PERFORM TALLY-ENTRY-CONTENT-TYPE
        MOVE MANIFESTFILE-INPUT-REC TO MANIFESTFILE-OUTPUT-REC
        IF MANIFEST-CONTENT IN MANIFESTFILE-INPUT-REC = 'D'
            ADD 1 TO KEPT-MANIFESTS
        ELSE
            ADD 1 TO REWRITTEN-MANIFESTS
            MOVE 'D' TO MANIFEST-CONTENT IN MANIFESTFILE-OUTPUT-REC
            ADD MANIFEST-ADDEDFILESCOUNT IN MANIFESTFILE-INPUT-REC
                TO WS-LIVE-MANIFEST-FILES
            ADD MANIFEST-EXISTINGFILESCOUNT IN MANIFESTFILE-INPUT-REC
                TO WS-LIVE-MANIFEST-FILES
            IF MANIFEST-SNAPSHOTID IN MANIFESTFILE-INPUT-REC
                    > WS-CLUSTER-SNAPSHOT-ID
                MOVE MANIFEST-SNAPSHOTID IN MANIFESTFILE-INPUT-REC
                    TO WS-CLUSTER-SNAPSHOT-ID
            END-IF
            IF MANIFEST-SEQUENCENUMBER IN MANIFESTFILE-INPUT-REC
                    > WS-CLUSTER-SEQUENCE-NUMBER
                MOVE MANIFEST-SEQUENCENUMBER IN MANIFESTFILE-INPUT-REC
                    TO WS-CLUSTER-SEQUENCE-NUMBER
            END-IF
        END-IF
        WRITE MANIFESTFILE-OUTPUT-REC
        COMPUTE ENTRY-COUNT = ENTRY-COUNT
            + MANIFEST-ADDEDFILESCOUNT IN MANIFESTFILE-INPUT-REC
            + MANIFEST-EXISTINGFILESCOUNT IN MANIFESTFILE-INPUT-REC
    END-READ.

*> Only entries of live manifests that are not themselves deletes are
*> carried into the clustered manifests.
LOAD-LIVE-MANIFEST-ENTRIES.
    MOVE 0 TO CLUSTER-ENTRY-COUNT.
    MOVE 0 TO CLUSTER-PARTITION-COUNT.
    MOVE 0 TO WS-ENTRY-OVERFLOW-COUNT.
    MOVE 0 TO WS-PARTITION-OVERFLOW-COUNT.
    OPEN INPUT MANIFESTENTRY-INPUT.
    IF WS-ENTRY-INPUT-OK
        MOVE 'N' TO WS-ENTRY-EOF-SWITCH
        PERFORM LOAD-ONE-MANIFEST-ENTRY UNTIL END-OF-MANIFEST-ENTRIES
        CLOSE MANIFESTENTRY-INPUT
    END-IF.

LOAD-ONE-MANIFEST-ENTRY.
    READ MANIFESTENTRY-INPUT
        AT END SET END-OF-MANIFEST-ENTRIES TO TRUE
    NOT AT END
        IF ME-ENTRY-STATUS NOT = 'D'
            PERFORM SEARCH-ENTRY-MANIFEST-PATH
            IF PATH-FOUND
                PERFORM ADD-ONE-CLUSTER-ENTRY
            END-IF
        END-IF
    END-READ.

ADD-ONE-CLUSTER-ENTRY.
    MOVE ME-PARTITION-VALUE TO WS-LOOKUP-PARTITION.
    PERFORM FIND-OR-ADD-CLUSTER-PARTITION.
    EVALUATE TRUE
        WHEN CLUSTER-PARTITION-IDX > CLUSTER-PARTITION-COUNT
            ADD 1 TO WS-PARTITION-OVERFLOW-COUNT
        WHEN CLUSTER-ENTRY-COUNT NOT < 50000
            ADD 1 TO WS-ENTRY-OVERFLOW-COUNT
        WHEN OTHER
            ADD 1 TO CLUSTER-ENTRY-COUNT
            SET CLUSTER-ENTRY-IDX TO CLUSTER-ENTRY-COUNT
            MOVE ME-DATA-FILE-PATH
                TO CE-DATA-FILE-PATH(CLUSTER-ENTRY-IDX)
            MOVE ME-PARTITION-VALUE
                TO CE-PARTITION-VALUE(CLUSTER-ENTRY-IDX)
            MOVE ME-ENTRY-STATUS TO CE-ENTRY-STATUS(CLUSTER-ENTRY-IDX)
            MOVE ME-SNAPSHOT-ID TO CE-SNAPSHOT-ID(CLUSTER-ENTRY-IDX)
            SET CE-PARTITION-IDX(CLUSTER-ENTRY-IDX)
                TO CLUSTER-PARTITION-IDX
            ADD 1 TO PT-ENTRY-COUNT(CLUSTER-PARTITION-IDX)
    END-EVALUATE.

*> Leaves CLUSTER-PARTITION-IDX on the partition's row, past the end of
*> the table when it is full and the value is new.
FIND-OR-ADD-CLUSTER-PARTITION.
    SET CLUSTER-PARTITION-IDX TO 1.
    SEARCH CLUSTER-PARTITION
        AT END
            IF CLUSTER-PARTITION-COUNT < 10000
                ADD 1 TO CLUSTER-PARTITION-COUNT
                SET CLUSTER-PARTITION-IDX TO CLUSTER-PARTITION-COUNT
                MOVE WS-LOOKUP-PARTITION
                    TO PT-PARTITION-VALUE(CLUSTER-PARTITION-IDX)
                MOVE 0 TO PT-ENTRY-COUNT(CLUSTER-PARTITION-IDX)
                SET PT-LOADED-IDX(CLUSTER-PARTITION-IDX)
                    TO CLUSTER-PARTITION-IDX
            ELSE
                COMPUTE WS-SLOT-IDX = CLUSTER-PARTITION-COUNT + 1
                SET CLUSTER-PARTITION-IDX TO WS-SLOT-IDX
            END-IF
        WHEN PT-PARTITION-VALUE(CLUSTER-PARTITION-IDX) =
                WS-LOOKUP-PARTITION
            CONTINUE
    END-SEARCH.

SEARCH-ENTRY-MANIFEST-PATH.
    SET WS-FOUND-SWITCH TO 'N'.
    SET KEPT-PATH-IDX TO 1.
    SEARCH KEPT-PATH-ENTRY
        AT END SET WS-FOUND-SWITCH TO 'N'
        WHEN KEPT-PATH(KEPT-PATH-IDX) = ME-MANIFEST-PATH
            SET WS-FOUND-SWITCH TO 'Y'
    END-SEARCH.

*> Selection sort of the distinct partition values, lowest first.
ORDER-ONE-PARTITION-POSITION.
    MOVE WS-ORDER-PASS-IDX TO WS-ORDER-BEST-IDX.
    PERFORM FIND-LOWER-PARTITION
        VARYING WS-ORDER-SCAN-IDX FROM WS-ORDER-PASS-IDX BY 1
        UNTIL WS-ORDER-SCAN-IDX > CLUSTER-PARTITION-COUNT.
    IF WS-ORDER-BEST-IDX NOT = WS-ORDER-PASS-IDX
        MOVE CLUSTER-PARTITION(WS-ORDER-PASS-IDX) TO WS-SWAP-PARTITION
        MOVE CLUSTER-PARTITION(WS-ORDER-BEST-IDX)
            TO CLUSTER-PARTITION(WS-ORDER-PASS-IDX)
        MOVE WS-SWAP-PARTITION TO CLUSTER-PARTITION(WS-ORDER-BEST-IDX)
    END-IF.

FIND-LOWER-PARTITION.
    IF PT-PARTITION-VALUE(WS-ORDER-SCAN-IDX) <
            PT-PARTITION-VALUE(WS-ORDER-BEST-IDX)
        MOVE WS-ORDER-SCAN-IDX TO WS-ORDER-BEST-IDX
    END-IF.

ASSIGN-PARTITION-SLOTS.
    MOVE 1 TO WS-NEXT-FREE-SLOT.
    PERFORM ASSIGN-ONE-PARTITION-SLOT-RUN
        VARYING CLUSTER-PARTITION-IDX FROM 1 BY 1
        UNTIL CLUSTER-PARTITION-IDX > CLUSTER-PARTITION-COUNT.

ASSIGN-ONE-PARTITION-SLOT-RUN.
    SET PARTITION-RANK(PT-LOADED-IDX(CLUSTER-PARTITION-IDX))
        TO CLUSTER-PARTITION-IDX.
    MOVE WS-NEXT-FREE-SLOT TO PT-NEXT-SLOT(CLUSTER-PARTITION-IDX).
    ADD PT-ENTRY-COUNT(CLUSTER-PARTITION-IDX) TO WS-NEXT-FREE-SLOT.

SLOT-ONE-CLUSTER-ENTRY.
    MOVE PARTITION-RANK(CE-PARTITION-IDX(CLUSTER-ENTRY-IDX))
        TO WS-ORDER-BEST-IDX.
    SET CLUSTER-SLOT-ENTRY(PT-NEXT-SLOT(WS-ORDER-BEST-IDX))
        TO CLUSTER-ENTRY-IDX.
    ADD 1 TO PT-NEXT-SLOT(WS-ORDER-BEST-IDX).

WRITE-ONE-CLUSTERED-ENTRY.
    SET CLUSTER-ENTRY-IDX TO CLUSTER-SLOT-ENTRY(WS-SLOT-IDX).
    IF WS-MANIFEST-IS-OPEN
            AND WS-OPEN-MANIFEST-ENTRIES NOT < WS-ENTRIES-PER-MANIFEST
        PERFORM CLOSE-CLUSTERED-MANIFEST
    END-IF.
    IF NOT WS-MANIFEST-IS-OPEN
        PERFORM OPEN-CLUSTERED-MANIFEST
    END-IF.
    MOVE SPACES TO MANIFESTENTRY-OUTPUT-REC.
    MOVE WS-OPEN-MANIFEST-PATH TO MEO-MANIFEST-PATH.
    MOVE CE-DATA-FILE-PATH(CLUSTER-ENTRY-IDX) TO MEO-DATA-FILE-PATH.
    MOVE CE-PARTITION-VALUE(CLUSTER-ENTRY-IDX) TO MEO-PARTITION-VALUE.
    MOVE CE-ENTRY-STATUS(CLUSTER-ENTRY-IDX) TO MEO-ENTRY-STATUS.
    MOVE CE-SNAPSHOT-ID(CLUSTER-ENTRY-IDX) TO MEO-SNAPSHOT-ID.
    WRITE MANIFESTENTRY-OUTPUT-REC.
    ADD 1 TO WS-OPEN-MANIFEST-ENTRIES.
    ADD 1 TO WS-CLUSTERED-ENTRY-COUNT.
    MOVE CE-PARTITION-VALUE(CLUSTER-ENTRY-IDX)
        TO WS-OPEN-MANIFEST-UPPER.

OPEN-CLUSTERED-MANIFEST.
    SET WS-MANIFEST-IS-OPEN TO TRUE.
    ADD 1 TO WS-CLUSTER-MANIFEST-NUMBER.
    MOVE 0 TO WS-OPEN-MANIFEST-ENTRIES.
    MOVE SPACES TO WS-OPEN-MANIFEST-PATH.
    STRING '/metadata/clustered-' WS-CLUSTER-RUN-STAMP
        '-m' WS-CLUSTER-MANIFEST-NUMBER '.avro'
        DELIMITED BY SIZE INTO WS-OPEN-MANIFEST-PATH.
    MOVE CE-PARTITION-VALUE(CLUSTER-ENTRY-IDX)
        TO WS-OPEN-MANIFEST-LOWER.

*> Entries are carried over as existing files, so a clustered manifest
*> adds none of its own.
CLOSE-CLUSTERED-MANIFEST.
    MOVE SPACES TO MANIFESTFILE-OUTPUT-REC.
    MOVE WS-OPEN-MANIFEST-PATH
        TO MANIFEST-PATH IN MANIFESTFILE-OUTPUT-REC.
    MOVE MANIFEST-TARGET-SPEC-ID
        TO MANIFEST-PARTITIONSPECID IN MANIFESTFILE-OUTPUT-REC.
    MOVE 'R' TO MANIFEST-CONTENT IN MANIFESTFILE-OUTPUT-REC.
    MOVE WS-CLUSTER-SNAPSHOT-ID
        TO MANIFEST-SNAPSHOTID IN MANIFESTFILE-OUTPUT-REC.
    MOVE WS-CLUSTER-SEQUENCE-NUMBER
        TO MANIFEST-SEQUENCENUMBER IN MANIFESTFILE-OUTPUT-REC.
    MOVE 0 TO MANIFEST-ADDEDFILESCOUNT IN MANIFESTFILE-OUTPUT-REC.
    MOVE WS-OPEN-MANIFEST-ENTRIES
        TO MANIFEST-EXISTINGFILESCOUNT IN MANIFESTFILE-OUTPUT-REC.
    MOVE WS-CLUSTER-FIELD-ID
        TO MANIFEST-PARTITION-FIELD-ID IN MANIFESTFILE-OUTPUT-REC.
    MOVE WS-OPEN-MANIFEST-LOWER
        TO MANIFEST-LOWER-PARTITION IN MANIFESTFILE-OUTPUT-REC.
    MOVE WS-OPEN-MANIFEST-UPPER
        TO MANIFEST-UPPER-PARTITION IN MANIFESTFILE-OUTPUT-REC.
    WRITE MANIFESTFILE-OUTPUT-REC.
    ADD 1 TO NEW-MANIFESTS.
    MOVE 'N' TO WS-OPEN-MANIFEST-SWITCH.

*> The clustered manifests must hold exactly the active files of the
*> manifests they replace, the same balance VALIDATE-FILES-COUNTS
*> holds a spec rewrite to.
VALIDATE-CLUSTERED-COUNTS.
    IF WS-ENTRY-OVERFLOW-COUNT > 0 OR WS-PARTITION-OVERFLOW-COUNT > 0
        DISPLAY 'Too many entries or partitions to cluster in one '
            'pass: ' WS-ENTRY-OVERFLOW-COUNT ' entries, '
            WS-PARTITION-OVERFLOW-COUNT ' partition values over'
        STOP RUN
    END-IF.
    IF WS-CLUSTERED-ENTRY-COUNT <> WS-LIVE-MANIFEST-FILES
        DISPLAY 'Replaced and created manifests must have the same'
            ' number of active files: ' WS-CLUSTERED-ENTRY-COUNT
            ' (new), ' WS-LIVE-MANIFEST-FILES ' (old)'
        STOP RUN
    END-IF.

*> Once the rewrite has validated clean, the manifests marked 'D' have
*> been confirmed superseded by VALIDATE-DELETED-MANIFESTS and are now
*> safe to remove; this is where the actual disk cleanup of those
    STRING 'MANIFESTS CLEANED UP: ' WS-CLEANUP-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE.
    WRITE MANIFEST-SUMMARY-REPORT-REC FROM WS-REPORT-LINE.
    IF WS-PARTITION-CLUSTER-MODE
        MOVE CLUSTER-PARTITION-COUNT TO WS-CLUSTER-PARTITION-DISPLAY
        MOVE SPACES TO WS-REPORT-LINE
        STRING 'PARTITION-CLUSTER REWRITE FIELD-ID: ' WS-CLUSTER-FIELD-ID
            ' PARTITIONS: ' WS-CLUSTER-PARTITION-DISPLAY
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE MANIFEST-SUMMARY-REPORT-REC FROM WS-REPORT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        STRING 'CLUSTERED ENTRIES: ' WS-CLUSTERED-ENTRY-COUNT
            ' MAX ENTRIES PER MANIFEST: ' WS-ENTRIES-PER-MANIFEST
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        WRITE MANIFEST-SUMMARY-REPORT-REC FROM WS-REPORT-LINE
    END-IF.
    IF WS-REWRITE-IS-RESUMING
        MOVE SPACES TO WS-REPORT-LINE
        STRING 'RUN RESUMED FROM CHECKPOINT AFTER MANIFEST: '
