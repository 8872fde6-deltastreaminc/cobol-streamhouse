    SELECT RECONCILE-REPORT-FILE
        ASSIGN TO "DELTARECONCILEREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SNAPSHOT-FILE-HISTORY
        ASSIGN TO "SNAPSHOTFILEHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-HISTORY-STATUS.
    SELECT DV-CONVERSION-FILE
        ASSIGN TO "DELTADVCONVERSION"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DV-CONVERSION-STATUS.
    SELECT SCHEMA-FIELD-FILE
        ASSIGN TO "SCHEMAFIELDCARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHEMA-FIELD-STATUS.
    SELECT SCHEMA-CHANGE-CARD-FILE
        ASSIGN TO "SCHEMACHANGECARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHEMA-CHANGE-STATUS.
    SELECT SCHEMA-REGISTRY-FILE
        ASSIGN TO "SCHEMAREGISTRY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHEMA-REGISTRY-STATUS.

DATA DIVISION.
FILE SECTION.
    05 DELTA-ACTION                PIC X.
        88 DELTA-ACTION-ADDFILE    VALUE 'A'.
        88 DELTA-ACTION-REMOVEFILE VALUE 'R'.
        88 DELTA-ACTION-METADATA   VALUE 'M'.
    05 DELTA-FILE-ACTION-DATA.
        10 DELTA-PATH              PIC X(1024).
        10 DELTA-PARTVALUES        PIC X(1024).
*> A metaData action carries the table schema as of its version in
*> place of the file path and partition values: one entry per field,
*> with the column-mapping id Delta assigned it (zero when the table
*> does not use column mapping, in which case fields are known only
*> by name), its Delta type name, nullability, and the column-mapping
*> id of the struct it belongs to (zero for a top-level field).
    05 DELTA-METADATA-ACTION-DATA REDEFINES DELTA-FILE-ACTION-DATA.
        10 DELTA-META-FIELD-COUNT  PIC 9(3).
        10 DELTA-META-FIELD OCCURS 26 TIMES.
            15 DELTA-META-FIELD-ID PIC 9(9).
            15 DELTA-META-FIELD-NAME PIC X(40).
            15 DELTA-META-FIELD-TYPE PIC X(16).
            15 DELTA-META-NULLABLE PIC X.
                88 DELTA-META-IS-NULLABLE VALUE 'Y'.
            15 DELTA-META-PARENT-ID PIC 9(9).
        10 FILLER                  PIC X(95).
    05 DELTA-FILESIZE              PIC 9(18).
    05 DELTA-RECORDCOUNT           PIC 9(9).
    05 DELTA-NULLCOUNT             PIC 9(9).
*> Deletion-vector descriptor carried on an add action: how the
*> vector is stored ('u' relative to the table by UUID, 'p' an
*> absolute path, 'i' inline in the log), where, the byte range it
*> occupies, and how many of the file's rows it deletes. Blank
*> storage type means the file has no deleted rows.
    05 DELTA-DV-STORAGE-TYPE       PIC X.
        88 DELTA-HAS-DELETION-VECTOR VALUES 'u' 'p' 'i'.
    05 DELTA-DV-PATH-OR-INLINE     PIC X(256).
    05 DELTA-DV-OFFSET             PIC 9(9).
    05 DELTA-DV-SIZE-IN-BYTES      PIC 9(9).
    05 DELTA-DV-CARDINALITY        PIC 9(18).

FD ICEBERG-TABLE-FILE.
01 ICEBERG-TABLE-RECORD.
    05 ICEBERG-FILESIZE            PIC 9(18).
    05 ICEBERG-METRICS             PIC X(1024).
    05 ICEBERG-PARTVALUES          PIC X(1024).
    05 ICEBERG-SCHEMA-ID           PIC 9(10).

*> Records the highest Delta version fully committed to the Iceberg
*> table, so a migration run interrupted partway through can restart
FD RECONCILE-REPORT-FILE.
01 RECONCILE-REPORT-LINE           PIC X(250).

*> TABLE-INTERFACE's snapshot file-change history; each deletion
*> vector migrated lands here as a 'P' positional delete file naming
*> the data file whose rows it deletes, at the snapshot taken for
*> the Delta version that carried it.
FD SNAPSHOT-FILE-HISTORY.
01 SNAPSHOT-FILE-HISTORY-REC.
    05 SFH-SNAPSHOT-ID             PIC 9(18).
    05 SFH-FILE-PATH               PIC X(256).
    05 SFH-CHANGE-TYPE             PIC X.
    05 SFH-REFERENCED-DATA-FILE    PIC X(256).
    05 SFH-DELETED-ROW-COUNT       PIC 9(9).

*> One record per positional delete file converted from a deletion
*> vector: the delete file to write, the data file it applies to and
*> the vector's descriptor, from which the delete file's (file, pos)
*> rows are materialised.
FD DV-CONVERSION-FILE.
01 DV-CONVERSION-RECORD.
    05 DVC-DELTA-VERSION           PIC 9(18).
    05 DVC-DELETE-FILE-PATH        PIC X(256).
    05 DVC-DATA-FILE-PATH          PIC X(1024).
    05 DVC-DV-STORAGE-TYPE         PIC X.
    05 DVC-DV-PATH-OR-INLINE       PIC X(256).
    05 DVC-DV-OFFSET               PIC 9(9).
    05 DVC-DV-SIZE-IN-BYTES        PIC 9(9).
    05 DVC-DELETED-ROWS            PIC 9(18).

*> The Iceberg table's base schema, written in ICEBERG-SCHEMA's
*> SCHEMAFIELDCARDS layout from the first metaData action of a fresh
*> migration.
FD SCHEMA-FIELD-FILE.
01 SCHEMA-FIELD-CARD.
    05 SFC-FIELD-ID                PIC 9(9).
    05 SFC-FIELD-NAME              PIC X(128).
    05 SFC-FIELD-TYPE              PIC X(30).
    05 SFC-PRIMITIVE-SWITCH        PIC X.
    05 SFC-REQUIRED-SWITCH         PIC X.
    05 SFC-PARENT-ID               PIC 9(9).
    05 SFC-HAS-DEFAULT-SWITCH      PIC X.
    05 SFC-DEFAULT-VALUE           PIC X(64).

*> Each later schema change, as a change card for ICEBERG-SCHEMA's
*> evolution processor, in log order.
FD SCHEMA-CHANGE-CARD-FILE.
01 SCHEMA-CHANGE-CARD.
    05 SCC-ACTION                  PIC X(12).
    05 SCC-FIELD-ID                PIC 9(9).
    05 SCC-FIELD-NAME              PIC X(128).
    05 SCC-FIELD-TYPE              PIC X(30).
    05 SCC-REQUIRED-SWITCH         PIC X.
    05 SCC-PARENT-ID               PIC 9(9).

*> The schema registry ICEBERG-SCHEMA appends to; every schema the
*> Delta log passed through is registered here as its own version.
FD SCHEMA-REGISTRY-FILE.
01 SCHEMA-REGISTRY-REC.
    05 RG-SCHEMA-VERSION           PIC 9(10).
    05 RG-FIELD-ID                 PIC 9(9).
    05 RG-FIELD-NAME               PIC X(128).
    05 RG-FIELD-TYPE               PIC X(30).
    05 RG-PRIMITIVE-SWITCH         PIC X.
    05 RG-REQUIRED-SWITCH          PIC X.
    05 RG-PARENT-ID                PIC 9(9).
    05 RG-HAS-DEFAULT-SWITCH       PIC X.
    05 RG-DEFAULT-VALUE            PIC X(64).

WORKING-STORAGE SECTION.
01 WS-CHECKPOINT-STATUS            PIC XX.
    88 WS-FILE-OK                  VALUE '00'.
    05 WS-FILE-SIZE                PIC 9(18).
    05 WS-FILE-METRICS             PIC X(1024).
    05 WS-FILE-PARTVALUES          PIC X(1024).
    05 WS-FILE-SCHEMA-ID           PIC 9(10).

01 WS-PATH-LENGTH                  PIC 9(4) COMP.
01 WS-FILE-HISTORY-STATUS          PIC XX.
    88 WS-FILE-HISTORY-OK          VALUE '00'.
01 WS-DV-CONVERSION-STATUS         PIC XX.
    88 WS-DV-CONVERSION-OK         VALUE '00'.
01 WS-DV-SEQUENCE                  PIC 9(5) VALUE ZERO.
01 WS-DV-DELETE-FILE-PATH          PIC X(256).
01 WS-DV-DELETED-ROWS              PIC 9(9).
01 WS-DV-CONVERTED-COUNT           PIC 9(9) VALUE ZERO.
01 WS-DV-DELETED-TOTAL             PIC 9(18) VALUE ZERO.
01 WS-RESUMING-SWITCH              PIC X VALUE 'N'.
    88 WS-IS-RESUMING              VALUE 'Y'.
01 WS-LAST-CHECKPOINT-VERSION      PIC 9(18) VALUE ZERO.
01 WS-RECORD-DELTA-DISPLAY         PIC +(17)9.
01 WS-BYTE-DELTA-DISPLAY           PIC +(17)9.

*> Schema tracking across the log. The current schema is the one the
*> data files now being committed were written under; each metaData
*> action is diffed against it field by field. Fields are matched by
*> column-mapping id where Delta assigned one, otherwise by name, so
*> a renamed column keeps its Iceberg field id. Every schema becomes
*> a registry version, and each data file listed carries the version
*> current when it was committed.
01 WS-SCHEMA-FIELD-STATUS          PIC XX.
    88 WS-SCHEMA-FIELD-OK          VALUE '00'.
01 WS-SCHEMA-CHANGE-STATUS         PIC XX.
    88 WS-SCHEMA-CHANGE-OK         VALUE '00'.
01 WS-SCHEMA-REGISTRY-STATUS       PIC XX.
    88 WS-SCHEMA-REGISTRY-OK       VALUE '00'.
01 WS-REGISTRY-EOF-SWITCH          PIC X VALUE 'N'.
    88 END-OF-SCHEMA-REGISTRY      VALUE 'Y'.
01 WS-CURRENT-SCHEMA-VERSION       PIC 9(10) VALUE ZERO.
01 WS-HIGHEST-SCHEMA-VERSION       PIC 9(10) VALUE ZERO.
01 WS-HIGHEST-FIELD-ID             PIC 9(9) VALUE ZERO.
01 WS-SCHEMA-VERSIONS-REGISTERED   PIC 9(5) VALUE ZERO.
01 WS-SCHEMA-CHANGE-COUNT          PIC 9(5) VALUE ZERO.
01 WS-SCHEMA-CHANGED-SWITCH        PIC X.
    88 WS-SCHEMA-CHANGED           VALUE 'Y'.
*> A metaData action whose schema is wider than the 26 columns the
*> log record carries cannot be migrated faithfully - the columns
*> past the 26th would be lost - so the table is rejected at that
*> version: nothing more is migrated, the checkpoint stays on the
*> version before it, and the reconciliation report says why.
01 WS-TABLE-REJECT-SWITCH          PIC X VALUE 'N'.
    88 WS-TABLE-REJECTED           VALUE 'Y'.
01 WS-REJECTED-VERSION             PIC 9(18) VALUE ZERO.
01 WS-REJECTED-FIELD-COUNT         PIC 9(3) VALUE ZERO.
01 WS-SCHEMA-MATCH-SWITCH          PIC X.
    88 WS-SCHEMA-FIELD-MATCHED     VALUE 'Y'.
01 WS-LOOKUP-DELTA-ID              PIC 9(9).
01 WS-LOOKUP-FIELD-NAME            PIC X(128).
01 WS-META-IDX                     PIC 9(3) COMP.
01 WS-ICEBERG-TYPE                 PIC X(30).

01 WS-CURRENT-FIELD-COUNT          PIC 9(3) VALUE ZERO.
01 WS-CURRENT-FIELD-TABLE.
    05 WS-CURRENT-FIELD OCCURS 1 TO 200 TIMES
          DEPENDING ON WS-CURRENT-FIELD-COUNT
          INDEXED BY WS-CF-IDX.
       10 WS-CF-FIELD-ID           PIC 9(9).
       10 WS-CF-DELTA-ID           PIC 9(9).
       10 WS-CF-FIELD-NAME         PIC X(128).
       10 WS-CF-FIELD-TYPE         PIC X(30).
       10 WS-CF-REQUIRED-SWITCH    PIC X.
       10 WS-CF-PARENT-ID          PIC 9(9).
       10 WS-CF-MATCHED-SWITCH     PIC X.
           88 WS-CF-MATCHED        VALUE 'Y'.

01 WS-NEW-FIELD-COUNT              PIC 9(3) VALUE ZERO.
01 WS-NEW-FIELD-TABLE.
    05 WS-NEW-FIELD OCCURS 1 TO 200 TIMES
          DEPENDING ON WS-NEW-FIELD-COUNT
          INDEXED BY WS-NF-IDX.
       10 WS-NF-FIELD-ID           PIC 9(9).
       10 WS-NF-DELTA-ID           PIC 9(9).
       10 WS-NF-FIELD-NAME         PIC X(128).
       10 WS-NF-FIELD-TYPE         PIC X(30).
       10 WS-NF-REQUIRED-SWITCH    PIC X.
       10 WS-NF-PARENT-ID          PIC 9(9).
       10 WS-NF-MATCHED-SWITCH     PIC X.

*> Delta primitive type names and the Iceberg types they migrate to;
*> anything not listed (decimal(p,s) among them) is carried across
*> upper-cased.
01 WS-DELTA-TYPE-MAP-TABLE.
    05 FILLER PIC X(32) VALUE 'integer         INT'.
    05 FILLER PIC X(32) VALUE 'short           INT'.
    05 FILLER PIC X(32) VALUE 'byte            INT'.
    05 FILLER PIC X(32) VALUE 'long            LONG'.
    05 FILLER PIC X(32) VALUE 'float           FLOAT'.
    05 FILLER PIC X(32) VALUE 'double          DOUBLE'.
    05 FILLER PIC X(32) VALUE 'string          STRING'.
    05 FILLER PIC X(32) VALUE 'binary          BINARY'.
    05 FILLER PIC X(32) VALUE 'boolean         BOOLEAN'.
    05 FILLER PIC X(32) VALUE 'date            DATE'.
    05 FILLER PIC X(32) VALUE 'timestamp       TIMESTAMPTZ'.
    05 FILLER PIC X(32) VALUE 'timestamp_ntz   TIMESTAMP'.
    05 FILLER PIC X(32) VALUE 'struct          STRUCT'.
    05 FILLER PIC X(32) VALUE 'array           LIST'.
    05 FILLER PIC X(32) VALUE 'map             MAP'.
01 WS-DELTA-TYPE-MAP-REDEF REDEFINES WS-DELTA-TYPE-MAP-TABLE.
    05 WS-DTM-ENTRY OCCURS 15 TIMES INDEXED BY WS-DTM-IDX.
       10 WS-DTM-DELTA-TYPE        PIC X(16).
       10 WS-DTM-ICEBERG-TYPE      PIC X(16).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM INITIALIZE-DELTA-LOG.
    PERFORM LOAD-CHECKPOINT.
    PERFORM LOAD-SCHEMA-REGISTRY.
    PERFORM INITIALIZE-ICEBERG-INFO.
    PERFORM MIGRATE-DELTA-TO-ICEBERG.
    PERFORM RECONCILE-MIGRATION.
        CLOSE CHECKPOINT-FILE
    END-IF.

*> Picks up the registry's highest schema version (new versions are
*> numbered after it) and, on a resumed migration, the schema the
*> interrupted run had reached, along with the highest field id it
*> had handed out, so ids assigned after the restart stay unique.
LOAD-SCHEMA-REGISTRY.
    MOVE ZERO TO WS-CURRENT-FIELD-COUNT.
    OPEN INPUT SCHEMA-REGISTRY-FILE.
    IF WS-SCHEMA-REGISTRY-OK
        MOVE 'N' TO WS-REGISTRY-EOF-SWITCH
        PERFORM LOAD-ONE-REGISTRY-FIELD UNTIL END-OF-SCHEMA-REGISTRY
        CLOSE SCHEMA-REGISTRY-FILE
    END-IF.
    IF WS-IS-RESUMING
        MOVE WS-HIGHEST-SCHEMA-VERSION TO WS-CURRENT-SCHEMA-VERSION
    ELSE
        MOVE ZERO TO WS-CURRENT-FIELD-COUNT
        MOVE ZERO TO WS-HIGHEST-FIELD-ID
    END-IF.

LOAD-ONE-REGISTRY-FIELD.
    READ SCHEMA-REGISTRY-FILE
        AT END SET END-OF-SCHEMA-REGISTRY TO TRUE
        NOT AT END
            IF RG-FIELD-ID > WS-HIGHEST-FIELD-ID
                MOVE RG-FIELD-ID TO WS-HIGHEST-FIELD-ID
            END-IF
            IF RG-SCHEMA-VERSION > WS-HIGHEST-SCHEMA-VERSION
                MOVE RG-SCHEMA-VERSION TO WS-HIGHEST-SCHEMA-VERSION
                MOVE ZERO TO WS-CURRENT-FIELD-COUNT
            END-IF
            IF RG-SCHEMA-VERSION = WS-HIGHEST-SCHEMA-VERSION
                    AND WS-CURRENT-FIELD-COUNT < 200
                ADD 1 TO WS-CURRENT-FIELD-COUNT
                SET WS-CF-IDX TO WS-CURRENT-FIELD-COUNT
                MOVE RG-FIELD-ID TO WS-CF-FIELD-ID (WS-CF-IDX)
                MOVE RG-FIELD-ID TO WS-CF-DELTA-ID (WS-CF-IDX)
                MOVE RG-FIELD-NAME TO WS-CF-FIELD-NAME (WS-CF-IDX)
                MOVE RG-FIELD-TYPE TO WS-CF-FIELD-TYPE (WS-CF-IDX)
                MOVE RG-REQUIRED-SWITCH
                    TO WS-CF-REQUIRED-SWITCH (WS-CF-IDX)
                MOVE RG-PARENT-ID TO WS-CF-PARENT-ID (WS-CF-IDX)
            END-IF
    END-READ.

INITIALIZE-ICEBERG-INFO.
    MOVE WS-DELTA-LOG-PATH TO WS-ICEBERG-LOCATION.
    MOVE 'MY-ICEBERG-CATALOG' TO WS-ICEBERG-CATALOG.
    ELSE
        OPEN OUTPUT ICEBERG-TABLE-FILE
    END-IF.
    IF WS-IS-RESUMING
        OPEN EXTEND SCHEMA-CHANGE-CARD-FILE
        IF NOT WS-SCHEMA-CHANGE-OK
            CLOSE SCHEMA-CHANGE-CARD-FILE
            OPEN OUTPUT SCHEMA-CHANGE-CARD-FILE
        END-IF
    ELSE
        OPEN OUTPUT SCHEMA-CHANGE-CARD-FILE
    END-IF.
    OPEN EXTEND SCHEMA-REGISTRY-FILE.
    IF NOT WS-SCHEMA-REGISTRY-OK
        CLOSE SCHEMA-REGISTRY-FILE
        OPEN OUTPUT SCHEMA-REGISTRY-FILE
    END-IF.
    OPEN EXTEND SNAPSHOT-FILE-HISTORY.
    IF NOT WS-FILE-HISTORY-OK
        CLOSE SNAPSHOT-FILE-HISTORY
        OPEN OUTPUT SNAPSHOT-FILE-HISTORY
    END-IF.
    OPEN EXTEND DV-CONVERSION-FILE.
    IF NOT WS-DV-CONVERSION-OK
        CLOSE DV-CONVERSION-FILE
        OPEN OUTPUT DV-CONVERSION-FILE
    END-IF.
    OPEN INPUT DELTA-LOG-FILE.
    READ DELTA-LOG-FILE
        END-READ.
    PERFORM UNTIL WS-DELTA-START-VERSION > WS-DELTA-LATEST-VERSION
            OR WS-TABLE-REJECTED
        PERFORM COMMIT-DELTA-SNAPSHOT
        IF NOT WS-TABLE-REJECTED
            PERFORM SAVE-CHECKPOINT
            ADD 1 TO WS-DELTA-START-VERSION
        END-IF
    END-PERFORM.
    CLOSE DELTA-LOG-FILE.
    CLOSE SCHEMA-REGISTRY-FILE.
    CLOSE SCHEMA-CHANGE-CARD-FILE.
    CLOSE DV-CONVERSION-FILE.
    CLOSE SNAPSHOT-FILE-HISTORY.
    CLOSE ICEBERG-TABLE-FILE.

COMMIT-DELTA-SNAPSHOT.
        PERFORM PROCESS-ADDFILE
    ELSE IF DELTA-ACTION-REMOVEFILE
        PERFORM PROCESS-REMOVEFILE
    ELSE IF DELTA-ACTION-METADATA
        IF DELTA-META-FIELD-COUNT > 26
            PERFORM REJECT-WIDE-SCHEMA
        ELSE
            PERFORM PROCESS-METADATA
        END-IF
    END-IF.

    IF NOT WS-TABLE-REJECTED
        PERFORM TAG-ICEBERG-SNAPSHOT
    END-IF.

REJECT-WIDE-SCHEMA.
    SET WS-TABLE-REJECTED TO TRUE.
    MOVE DELTA-VERSION TO WS-REJECTED-VERSION.
    MOVE DELTA-META-FIELD-COUNT TO WS-REJECTED-FIELD-COUNT.

*> Persists the version just committed so a rerun after a failure
*> resumes here instead of re-processing already-migrated versions.
    MOVE DELTA-PATH TO WS-FILE-PATH.
    MOVE DELTA-FILESIZE TO WS-FILE-SIZE.
    MOVE DELTA-PARTVALUES TO WS-FILE-PARTVALUES.
    MOVE WS-CURRENT-SCHEMA-VERSION TO WS-FILE-SCHEMA-ID.
    PERFORM DETERMINE-FILE-FORMAT.
    PERFORM GET-FILE-METRICS.
    WRITE ICEBERG-TABLE-RECORD FROM WS-FILE-DETAILS.
    IF DELTA-HAS-DELETION-VECTOR
        PERFORM CONVERT-DELETION-VECTOR
    END-IF.

*> A deletion vector becomes an Iceberg positional delete file for
*> the same data file: listed in the table with a DELETES= marker
*> instead of RECORDS=, recorded in the file-change history as a
*> 'P' entry, and queued with its descriptor for materialising.
*> Without it the rows Delta had deleted would come back live.
CONVERT-DELETION-VECTOR.
    ADD 1 TO WS-DV-SEQUENCE.
    ADD 1 TO WS-DV-CONVERTED-COUNT.
    ADD DELTA-DV-CARDINALITY TO WS-DV-DELETED-TOTAL.
    MOVE DELTA-DV-CARDINALITY TO WS-DV-DELETED-ROWS.
    MOVE SPACES TO WS-DV-DELETE-FILE-PATH.
    STRING '/deletes/delta-dv-' DELTA-VERSION '-' WS-DV-SEQUENCE
        '.parquet'
        DELIMITED BY SIZE INTO WS-DV-DELETE-FILE-PATH.
    MOVE SPACES TO ICEBERG-TABLE-RECORD.
    MOVE WS-DV-DELETE-FILE-PATH TO ICEBERG-PATH.
    MOVE 'POSDELETE' TO ICEBERG-FORMAT.
    MOVE DELTA-DV-SIZE-IN-BYTES TO ICEBERG-FILESIZE.
    STRING 'DELETES=' WS-DV-DELETED-ROWS
        DELIMITED BY SIZE INTO ICEBERG-METRICS.
    MOVE DELTA-PARTVALUES TO ICEBERG-PARTVALUES.
    MOVE WS-CURRENT-SCHEMA-VERSION TO ICEBERG-SCHEMA-ID.
    WRITE ICEBERG-TABLE-RECORD.
    MOVE SPACES TO SNAPSHOT-FILE-HISTORY-REC.
    MOVE DELTA-VERSION TO SFH-SNAPSHOT-ID.
    MOVE WS-DV-DELETE-FILE-PATH TO SFH-FILE-PATH.
    MOVE 'P' TO SFH-CHANGE-TYPE.
    MOVE DELTA-PATH TO SFH-REFERENCED-DATA-FILE.
    MOVE WS-DV-DELETED-ROWS TO SFH-DELETED-ROW-COUNT.
    WRITE SNAPSHOT-FILE-HISTORY-REC.
    MOVE SPACES TO DV-CONVERSION-RECORD.
    MOVE DELTA-VERSION TO DVC-DELTA-VERSION.
    MOVE WS-DV-DELETE-FILE-PATH TO DVC-DELETE-FILE-PATH.
    MOVE DELTA-PATH TO DVC-DATA-FILE-PATH.
    MOVE DELTA-DV-STORAGE-TYPE TO DVC-DV-STORAGE-TYPE.
    MOVE DELTA-DV-PATH-OR-INLINE TO DVC-DV-PATH-OR-INLINE.
    MOVE DELTA-DV-OFFSET TO DVC-DV-OFFSET.
    MOVE DELTA-DV-SIZE-IN-BYTES TO DVC-DV-SIZE-IN-BYTES.
    MOVE DELTA-DV-CARDINALITY TO DVC-DELETED-ROWS.
    WRITE DV-CONVERSION-RECORD.

PROCESS-REMOVEFILE.
    MOVE DELTA-PATH TO WS-FILE-PATH.
    MOVE DELTA-FILESIZE TO WS-FILE-SIZE.
    MOVE DELTA-PARTVALUES TO WS-FILE-PARTVALUES.
    MOVE WS-CURRENT-SCHEMA-VERSION TO WS-FILE-SCHEMA-ID.
    PERFORM DETERMINE-FILE-FORMAT.
    PERFORM GET-FILE-METRICS.
    WRITE ICEBERG-TABLE-RECORD FROM WS-FILE-DETAILS.

*> A metaData action moves the table to a new schema from this
*> version on. The first one of a fresh migration is the table's
*> base schema, written as its field deck; each later one is diffed
*> against the current schema and the differences written as change
*> cards - a matched field whose name differs is a RENAME under its
*> existing id, one whose type differs a WIDEN-TYPE (the evolution
*> processor rejects widenings Iceberg does not allow), an unmatched
*> new field an ADD-COLUMN and an unmatched current field a
*> DROP-COLUMN. A schema that changed becomes the next registry
*> version; files already listed keep the version they carry.
PROCESS-METADATA.
    MOVE 'N' TO WS-SCHEMA-CHANGED-SWITCH.
    MOVE ZERO TO WS-NEW-FIELD-COUNT.
    PERFORM CLEAR-CURRENT-FIELD-MATCH
        VARYING WS-CF-IDX FROM 1 BY 1
        UNTIL WS-CF-IDX > WS-CURRENT-FIELD-COUNT.
    PERFORM DIFF-ONE-META-FIELD
        VARYING WS-META-IDX FROM 1 BY 1
        UNTIL WS-META-IDX > DELTA-META-FIELD-COUNT.
    IF WS-CURRENT-SCHEMA-VERSION = ZERO
        PERFORM WRITE-BASE-SCHEMA
        SET WS-SCHEMA-CHANGED TO TRUE
    ELSE
        PERFORM CHECK-FIELD-DROPPED
            VARYING WS-CF-IDX FROM 1 BY 1
            UNTIL WS-CF-IDX > WS-CURRENT-FIELD-COUNT
    END-IF.
    IF WS-SCHEMA-CHANGED
        PERFORM REGISTER-SCHEMA-VERSION
    END-IF.
    PERFORM ADOPT-NEW-SCHEMA.

CLEAR-CURRENT-FIELD-MATCH.
    MOVE 'N' TO WS-CF-MATCHED-SWITCH (WS-CF-IDX).

DIFF-ONE-META-FIELD.
    ADD 1 TO WS-NEW-FIELD-COUNT.
    SET WS-NF-IDX TO WS-NEW-FIELD-COUNT.
    MOVE DELTA-META-FIELD-ID (WS-META-IDX) TO WS-NF-DELTA-ID (WS-NF-IDX).
    MOVE DELTA-META-FIELD-ID (WS-META-IDX) TO WS-LOOKUP-DELTA-ID.
    MOVE DELTA-META-FIELD-NAME (WS-META-IDX)
        TO WS-NF-FIELD-NAME (WS-NF-IDX).
    MOVE DELTA-META-FIELD-NAME (WS-META-IDX) TO WS-LOOKUP-FIELD-NAME.
    PERFORM TRANSLATE-DELTA-TYPE.
    MOVE WS-ICEBERG-TYPE TO WS-NF-FIELD-TYPE (WS-NF-IDX).
    IF DELTA-META-IS-NULLABLE (WS-META-IDX)
        MOVE 'N' TO WS-NF-REQUIRED-SWITCH (WS-NF-IDX)
    ELSE
        MOVE 'Y' TO WS-NF-REQUIRED-SWITCH (WS-NF-IDX)
    END-IF.
    MOVE DELTA-META-PARENT-ID (WS-META-IDX)
        TO WS-NF-PARENT-ID (WS-NF-IDX).
    MOVE 'N' TO WS-NF-MATCHED-SWITCH (WS-NF-IDX).
    PERFORM FIND-CURRENT-FIELD.
    IF WS-SCHEMA-FIELD-MATCHED
        SET WS-CF-MATCHED (WS-CF-IDX) TO TRUE
        MOVE WS-CF-FIELD-ID (WS-CF-IDX) TO WS-NF-FIELD-ID (WS-NF-IDX)
        IF WS-CF-FIELD-NAME (WS-CF-IDX) NOT = WS-NF-FIELD-NAME (WS-NF-IDX)
            MOVE 'RENAME' TO SCC-ACTION
            PERFORM WRITE-NEW-FIELD-CHANGE-CARD
        END-IF
        IF WS-CF-FIELD-TYPE (WS-CF-IDX) NOT = WS-NF-FIELD-TYPE (WS-NF-IDX)
            MOVE 'WIDEN-TYPE' TO SCC-ACTION
            PERFORM WRITE-NEW-FIELD-CHANGE-CARD
        END-IF
    ELSE
        PERFORM ASSIGN-NEW-FIELD-ID
        IF WS-CURRENT-SCHEMA-VERSION NOT = ZERO
            MOVE 'ADD-COLUMN' TO SCC-ACTION
            PERFORM WRITE-NEW-FIELD-CHANGE-CARD
        END-IF
    END-IF.

*> A field is the same field across versions when its column-mapping
*> id matches, or - for a table without column mapping - its name.
FIND-CURRENT-FIELD.
    MOVE 'N' TO WS-SCHEMA-MATCH-SWITCH.
    IF WS-CURRENT-FIELD-COUNT > ZERO
        SET WS-CF-IDX TO 1
        SEARCH WS-CURRENT-FIELD
            AT END CONTINUE
            WHEN (WS-LOOKUP-DELTA-ID NOT = ZERO
                    AND WS-CF-DELTA-ID (WS-CF-IDX) = WS-LOOKUP-DELTA-ID)
                 OR (WS-LOOKUP-DELTA-ID = ZERO
                    AND WS-CF-FIELD-NAME (WS-CF-IDX) = WS-LOOKUP-FIELD-NAME)
                SET WS-SCHEMA-FIELD-MATCHED TO TRUE
        END-SEARCH
    END-IF.

*> A column-mapping id becomes the Iceberg field id as it stands, so
*> struct parents (carried as column-mapping ids) resolve unchanged;
*> a field without one takes the next id after the highest used.
ASSIGN-NEW-FIELD-ID.
    IF WS-NF-DELTA-ID (WS-NF-IDX) NOT = ZERO
        MOVE WS-NF-DELTA-ID (WS-NF-IDX) TO WS-NF-FIELD-ID (WS-NF-IDX)
        IF WS-NF-DELTA-ID (WS-NF-IDX) > WS-HIGHEST-FIELD-ID
            MOVE WS-NF-DELTA-ID (WS-NF-IDX) TO WS-HIGHEST-FIELD-ID
        END-IF
    ELSE
        ADD 1 TO WS-HIGHEST-FIELD-ID
        MOVE WS-HIGHEST-FIELD-ID TO WS-NF-FIELD-ID (WS-NF-IDX)
    END-IF.

TRANSLATE-DELTA-TYPE.
    MOVE SPACES TO WS-ICEBERG-TYPE.
    SET WS-DTM-IDX TO 1.
    SEARCH WS-DTM-ENTRY
        AT END
            MOVE DELTA-META-FIELD-TYPE (WS-META-IDX) TO WS-ICEBERG-TYPE
            INSPECT WS-ICEBERG-TYPE
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
        WHEN WS-DTM-DELTA-TYPE (WS-DTM-IDX) =
             DELTA-META-FIELD-TYPE (WS-META-IDX)
            MOVE WS-DTM-ICEBERG-TYPE (WS-DTM-IDX) TO WS-ICEBERG-TYPE
    END-SEARCH.

*> SCC-ACTION is set by the caller.
WRITE-NEW-FIELD-CHANGE-CARD.
    MOVE WS-NF-FIELD-ID (WS-NF-IDX) TO SCC-FIELD-ID.
    MOVE WS-NF-FIELD-NAME (WS-NF-IDX) TO SCC-FIELD-NAME.
    MOVE WS-NF-FIELD-TYPE (WS-NF-IDX) TO SCC-FIELD-TYPE.
    MOVE WS-NF-REQUIRED-SWITCH (WS-NF-IDX) TO SCC-REQUIRED-SWITCH.
    MOVE WS-NF-PARENT-ID (WS-NF-IDX) TO SCC-PARENT-ID.
    WRITE SCHEMA-CHANGE-CARD.
    ADD 1 TO WS-SCHEMA-CHANGE-COUNT.
    SET WS-SCHEMA-CHANGED TO TRUE.

CHECK-FIELD-DROPPED.
    IF NOT WS-CF-MATCHED (WS-CF-IDX)
        MOVE 'DROP-COLUMN' TO SCC-ACTION
        MOVE WS-CF-FIELD-ID (WS-CF-IDX) TO SCC-FIELD-ID
        MOVE WS-CF-FIELD-NAME (WS-CF-IDX) TO SCC-FIELD-NAME
        MOVE WS-CF-FIELD-TYPE (WS-CF-IDX) TO SCC-FIELD-TYPE
        MOVE WS-CF-REQUIRED-SWITCH (WS-CF-IDX) TO SCC-REQUIRED-SWITCH
        MOVE WS-CF-PARENT-ID (WS-CF-IDX) TO SCC-PARENT-ID
        WRITE SCHEMA-CHANGE-CARD
        ADD 1 TO WS-SCHEMA-CHANGE-COUNT
        SET WS-SCHEMA-CHANGED TO TRUE
    END-IF.

WRITE-BASE-SCHEMA.
    OPEN OUTPUT SCHEMA-FIELD-FILE.
    PERFORM WRITE-ONE-BASE-FIELD
        VARYING WS-NF-IDX FROM 1 BY 1
        UNTIL WS-NF-IDX > WS-NEW-FIELD-COUNT.
    CLOSE SCHEMA-FIELD-FILE.

WRITE-ONE-BASE-FIELD.
    MOVE SPACES TO SCHEMA-FIELD-CARD.
    MOVE WS-NF-FIELD-ID (WS-NF-IDX) TO SFC-FIELD-ID.
    MOVE WS-NF-FIELD-NAME (WS-NF-IDX) TO SFC-FIELD-NAME.
    MOVE WS-NF-FIELD-TYPE (WS-NF-IDX) TO SFC-FIELD-TYPE.
    IF WS-NF-FIELD-TYPE (WS-NF-IDX) = 'STRUCT' OR 'LIST' OR 'MAP'
        MOVE 'N' TO SFC-PRIMITIVE-SWITCH
    ELSE
        MOVE 'Y' TO SFC-PRIMITIVE-SWITCH
    END-IF.
    MOVE WS-NF-REQUIRED-SWITCH (WS-NF-IDX) TO SFC-REQUIRED-SWITCH.
    MOVE WS-NF-PARENT-ID (WS-NF-IDX) TO SFC-PARENT-ID.
    MOVE 'N' TO SFC-HAS-DEFAULT-SWITCH.
    WRITE SCHEMA-FIELD-CARD.

REGISTER-SCHEMA-VERSION.
    ADD 1 TO WS-HIGHEST-SCHEMA-VERSION.
    MOVE WS-HIGHEST-SCHEMA-VERSION TO WS-CURRENT-SCHEMA-VERSION.
    ADD 1 TO WS-SCHEMA-VERSIONS-REGISTERED.
    PERFORM WRITE-ONE-REGISTRY-FIELD
        VARYING WS-NF-IDX FROM 1 BY 1
        UNTIL WS-NF-IDX > WS-NEW-FIELD-COUNT.

WRITE-ONE-REGISTRY-FIELD.
    MOVE SPACES TO SCHEMA-REGISTRY-REC.
    MOVE WS-CURRENT-SCHEMA-VERSION TO RG-SCHEMA-VERSION.
    MOVE WS-NF-FIELD-ID (WS-NF-IDX) TO RG-FIELD-ID.
    MOVE WS-NF-FIELD-NAME (WS-NF-IDX) TO RG-FIELD-NAME.
    MOVE WS-NF-FIELD-TYPE (WS-NF-IDX) TO RG-FIELD-TYPE.
    IF WS-NF-FIELD-TYPE (WS-NF-IDX) = 'STRUCT' OR 'LIST' OR 'MAP'
        MOVE 'N' TO RG-PRIMITIVE-SWITCH
    ELSE
        MOVE 'Y' TO RG-PRIMITIVE-SWITCH
    END-IF.
    MOVE WS-NF-REQUIRED-SWITCH (WS-NF-IDX) TO RG-REQUIRED-SWITCH.
    MOVE WS-NF-PARENT-ID (WS-NF-IDX) TO RG-PARENT-ID.
    MOVE 'N' TO RG-HAS-DEFAULT-SWITCH.
    WRITE SCHEMA-REGISTRY-REC.

ADOPT-NEW-SCHEMA.
    MOVE ZERO TO WS-CURRENT-FIELD-COUNT.
    PERFORM ADOPT-ONE-NEW-FIELD
        VARYING WS-NF-IDX FROM 1 BY 1
        UNTIL WS-NF-IDX > WS-NEW-FIELD-COUNT.

ADOPT-ONE-NEW-FIELD.
    ADD 1 TO WS-CURRENT-FIELD-COUNT.
    SET WS-CF-IDX TO WS-CURRENT-FIELD-COUNT.
    MOVE WS-NEW-FIELD (WS-NF-IDX) TO WS-CURRENT-FIELD (WS-CF-IDX).

*> Detects the data file's format from its path suffix (Parquet, ORC,
*> or Avro, the three formats Iceberg tracks natively); anything else
*> is recorded as UNKNOWN rather than assumed to be Parquet.
*> the report is either signed off or itemizes the per-partition
*> deltas - the proof that makes "re-run just in case" unnecessary.
RECONCILE-MIGRATION.
    IF WS-TABLE-REJECTED
        PERFORM WRITE-REJECTION-REPORT
    ELSE
        PERFORM TALLY-SOURCE-SIDE
        PERFORM TALLY-TARGET-SIDE
        PERFORM WRITE-RECONCILE-REPORT
    END-IF.

*> A rejected table is not reconciled - the listing stops short of
*> the log by design - and the report carries the rejection instead.
WRITE-REJECTION-REPORT.
    OPEN OUTPUT RECONCILE-REPORT-FILE.
    MOVE SPACES TO RECONCILE-REPORT-LINE.
    STRING 'VERDICT=REJECTED - DELTA VERSION ' DELIMITED BY SIZE
        WS-REJECTED-VERSION DELIMITED BY SIZE
        ' SCHEMA HAS ' DELIMITED BY SIZE
        WS-REJECTED-FIELD-COUNT DELIMITED BY SIZE
        ' COLUMNS, BEYOND THE 26-COLUMN LIMIT - MIGRATION STOPPED,'
            DELIMITED BY SIZE
        ' CHECKPOINT HELD AT THE VERSION BEFORE IT' DELIMITED BY SIZE
        INTO RECONCILE-REPORT-LINE.
    WRITE RECONCILE-REPORT-LINE.
    CLOSE RECONCILE-REPORT-FILE.

*> The leading header record is skipped without disturbing the
*> version window LOAD-CHECKPOINT may have adjusted.
    READ DELTA-LOG-FILE INTO DELTA-LOG-RECORD
        AT END SET END-OF-DELTA-LOG TO TRUE
        NOT AT END
            IF NOT DELTA-ACTION-METADATA
                PERFORM TALLY-SOURCE-FILE-ACTION
            END-IF
    END-READ.

*> metaData actions carry a schema, not a file, and are not tallied.
TALLY-SOURCE-FILE-ACTION.
    MOVE DELTA-PARTVALUES TO WS-RECON-LOOKUP-PARTITION.
    PERFORM FIND-OR-ADD-RECON-PARTITION.
    ADD DELTA-RECORDCOUNT
        TO WS-RC-SOURCE-RECORDS (WS-RECON-IDX).
    ADD DELTA-FILESIZE
        TO WS-RC-SOURCE-BYTES (WS-RECON-IDX).
    IF DELTA-ACTION-ADDFILE AND DELTA-HAS-DELETION-VECTOR
        SUBTRACT DELTA-DV-CARDINALITY
            FROM WS-RC-SOURCE-RECORDS (WS-RECON-IDX)
    END-IF.

*> Only data-file records count on the target side; the per-version
*> snapshot property records written by TAG-ICEBERG-SNAPSHOT carry no
*> 'RECORDS=' metrics marker and are skipped. A positional delete
*> file's DELETES= rows come off its partition's record total, so
*> both sides are compared as live rows, net of deletes.
TALLY-TARGET-SIDE.
    OPEN INPUT ICEBERG-TABLE-FILE.
    MOVE 'N' TO WS-ICEBERG-EOF-SWITCH.
                ADD ICEBERG-FILESIZE
                    TO WS-RC-TARGET-BYTES (WS-RECON-IDX)
            END-IF
            IF ICEBERG-METRICS (1:8) = 'DELETES='
                MOVE ICEBERG-METRICS (9:9)
                    TO WS-TARGET-RECORD-COUNT
                MOVE ICEBERG-PARTVALUES
                    TO WS-RECON-LOOKUP-PARTITION
                PERFORM FIND-OR-ADD-RECON-PARTITION
                SUBTRACT WS-TARGET-RECORD-COUNT
                    FROM WS-RC-TARGET-RECORDS (WS-RECON-IDX)
            END-IF
    END-READ.

FIND-OR-ADD-RECON-PARTITION.
        VARYING WS-RECON-IDX FROM 1 BY 1
        UNTIL WS-RECON-IDX > WS-RECON-PARTITION-COUNT.
    MOVE SPACES TO RECONCILE-REPORT-LINE.
    STRING 'DELETION-VECTORS-CONVERTED=' WS-DV-CONVERTED-COUNT
            DELIMITED BY SIZE
        ' ROWS-DELETED=' WS-DV-DELETED-TOTAL DELIMITED BY SIZE
        INTO RECONCILE-REPORT-LINE.
    WRITE RECONCILE-REPORT-LINE.
    MOVE SPACES TO RECONCILE-REPORT-LINE.
    STRING 'SCHEMA-VERSIONS-REGISTERED=' WS-SCHEMA-VERSIONS-REGISTERED
            DELIMITED BY SIZE
        ' SCHEMA-CHANGE-CARDS=' WS-SCHEMA-CHANGE-COUNT DELIMITED BY SIZE
        ' CURRENT-SCHEMA=' WS-CURRENT-SCHEMA-VERSION DELIMITED BY SIZE
        INTO RECONCILE-REPORT-LINE.
    WRITE RECONCILE-REPORT-LINE.
    MOVE SPACES TO RECONCILE-REPORT-LINE.
    IF WS-RECON-DISCREPANCY-COUNT = ZERO
        STRING 'VERDICT=SIGNED-OFF - EVERY PARTITION RECONCILES'
            DELIMITED BY SIZE
