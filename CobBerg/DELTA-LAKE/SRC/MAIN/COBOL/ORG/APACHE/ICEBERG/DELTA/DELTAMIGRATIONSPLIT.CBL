DATA DIVISION.
FILE SECTION.
*> The migrator's Delta log: one header record (path and version
*> window) followed by one action record per committed version, the
*> migrator's layout byte for byte. A metaData action carries the
*> schema where an AddFile carries its path, and belongs to no one
*> partition range, so every slice gets it.
FD DELTA-LOG-FILE.
01 DELTA-LOG-RECORD.
    05 DELTA-VERSION PIC 9(18).
    05 DELTA-TIMESTAMP PIC 9(18).
    05 DELTA-ACTION PIC X.
        88 DELTA-ACTION-ADDFILE VALUE 'A'.
        88 DELTA-ACTION-METADATA VALUE 'M'.
    05 DELTA-PATH PIC X(1024).
    05 DELTA-PARTVALUES PIC X(1024).
    05 DELTA-FILESIZE PIC 9(18).
    05 DELTA-RECORDCOUNT PIC 9(9).
    05 DELTA-NULLCOUNT PIC 9(9).
    05 DELTA-DV-STORAGE-TYPE PIC X.
    05 DELTA-DV-PATH-OR-INLINE PIC X(256).
    05 DELTA-DV-OFFSET PIC 9(9).
    05 DELTA-DV-SIZE-IN-BYTES PIC 9(9).
    05 DELTA-DV-CARDINALITY PIC 9(18).
01 DELTA-LOG-HEADER REDEFINES DELTA-LOG-RECORD.
    05 DLH-LOG-PATH PIC X(1024).
    05 DLH-START-VERSION PIC 9(18).
    05 DLH-LATEST-VERSION PIC 9(18).
    05 FILLER PIC X(1354).

*> What this run does: PLAN or MERGE, one card.
FD SPLIT-MODE-CARD-FILE.
*> so a worker run is just BASESNAPSHOTDELTALAKETA pointed at its
*> slice, with its own DELTAMIGRATIONCHECKPOINT.
FD WORKER-LOG-1.
01 WORKER-LOG-1-REC PIC X(2414).
FD WORKER-LOG-2.
01 WORKER-LOG-2-REC PIC X(2414).
FD WORKER-LOG-3.
01 WORKER-LOG-3-REC PIC X(2414).
FD WORKER-LOG-4.
01 WORKER-LOG-4-REC PIC X(2414).

*> The worker outputs, each in the migrator's Iceberg record layout.
FD WORKER-OUTPUT-1.
01 WORKER-OUTPUT-1-REC PIC X(3110).
FD WORKER-OUTPUT-2.
01 WORKER-OUTPUT-2-REC PIC X(3110).
FD WORKER-OUTPUT-3.
01 WORKER-OUTPUT-3-REC PIC X(3110).
FD WORKER-OUTPUT-4.
01 WORKER-OUTPUT-4-REC PIC X(3110).

*> Each worker's migrator checkpoint, its exact layout.
FD WORKER-CHECKPOINT-1.
    05 WC4-LAST-VERSION PIC 9(18).

FD ICEBERG-TABLE-FILE.
01 ICEBERG-TABLE-RECORD PIC X(3110).

FD COMBINED-RECONCILE-REPORT.
01 COMBINED-RECONCILE-LINE PIC X(250).
01 WS-WORKER-NUMBER PIC 9(2) VALUE ZERO.
01 WS-TARGET-WORKER PIC 9(2) VALUE ZERO.
01 WS-HEADER-LOG-PATH PIC X(1024).
01 WS-LOG-BUILD-REC PIC X(2414).
01 WS-ALL-COMPLETE-SWITCH PIC X VALUE 'Y'.
   88 WS-ALL-WORKERS-COMPLETE VALUE 'Y'.
01 WS-MERGED-RECORD-COUNT PIC 9(9) VALUE ZERO.

*> Second pass over the log, counting only: each AddFile action is
*> tallied against the slice whose range holds its partition value,
*> and each metaData action against every slice, so every slice's
*> final version is known before a single slice record is written.
COUNT-SLICE-ACTIONS.
    OPEN INPUT DELTA-LOG-FILE.
    READ DELTA-LOG-FILE
    READ DELTA-LOG-FILE
        AT END SET END-OF-DELTA-LOG TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN DELTA-ACTION-ADDFILE
                    PERFORM PICK-WORKER-FOR-ACTION
                    IF WS-TARGET-WORKER > ZERO
                        SET WS-WORKER-IDX TO WS-TARGET-WORKER
                        ADD 1 TO WS-WK-ACTION-COUNT (WS-WORKER-IDX)
                    END-IF
                WHEN DELTA-ACTION-METADATA
                    PERFORM COUNT-METADATA-FOR-WORKER
                        VARYING WS-WORKER-NUMBER FROM 1 BY 1
                        UNTIL WS-WORKER-NUMBER > 4
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

COUNT-METADATA-FOR-WORKER.
    SET WS-WORKER-IDX TO WS-WORKER-NUMBER.
    ADD 1 TO WS-WK-ACTION-COUNT (WS-WORKER-IDX).

NOTE-ONE-PLAN-LATEST.
    SET WS-WORKER-IDX TO WS-WORKER-NUMBER.
    MOVE WS-WK-ACTION-COUNT (WS-WORKER-IDX)
*> Third pass over the log: each slice opens with its header - the
*> migrator reads the header first, so it must lead - then each
*> AddFile action lands in the slice whose range holds its partition
*> value and each metaData action in every slice, renumbered from
*> version 1 within the slice so each worker's checkpoint counts its
*> own work.
WRITE-WORKER-LOG-SLICES.
    OPEN OUTPUT WORKER-LOG-1.
    OPEN OUTPUT WORKER-LOG-2.
    READ DELTA-LOG-FILE
        AT END SET END-OF-DELTA-LOG TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN DELTA-ACTION-ADDFILE
                    PERFORM PICK-WORKER-FOR-ACTION
                    IF WS-TARGET-WORKER > ZERO
                        PERFORM SLICE-ACTION-TO-TARGET
                    END-IF
                WHEN DELTA-ACTION-METADATA
                    PERFORM SLICE-METADATA-TO-WORKER
                        VARYING WS-WORKER-NUMBER FROM 1 BY 1
                        UNTIL WS-WORKER-NUMBER > 4
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

SLICE-METADATA-TO-WORKER.
    MOVE WS-WORKER-NUMBER TO WS-TARGET-WORKER.
    PERFORM SLICE-ACTION-TO-TARGET.

SLICE-ACTION-TO-TARGET.
    SET WS-WORKER-IDX TO WS-TARGET-WORKER.
    ADD 1 TO WS-WK-VERSION-COUNTER (WS-WORKER-IDX).
    MOVE WS-WK-VERSION-COUNTER (WS-WORKER-IDX) TO DELTA-VERSION.
    MOVE DELTA-LOG-RECORD TO WS-LOG-BUILD-REC.
    PERFORM WRITE-ACTION-TO-WORKER.

PICK-WORKER-FOR-ACTION.
    MOVE ZERO TO WS-TARGET-WORKER.
    MOVE DELTA-PARTVALUES (1:64) TO WS-PART-LOOKUP.
