        ASSIGN TO "SORTORDERCARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SORT-CARD-STATUS.
    SELECT TABLE-SORT-ORDER-FILE
        ASSIGN TO "TABLESORTORDER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TABLE-SORT-ORDER-STATUS.
    SELECT SORT-ORDER-VALIDATION-LOG
        ASSIGN TO "SORTORDERVALIDATION"
        ORGANIZATION IS LINE SEQUENTIAL.
        ASSIGN TO "TABLEDATAFILES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DATAFILE-LISTING-STATUS.
    SELECT PARTITION-SPEC-HISTORY
        ASSIGN TO "PARTITIONSPECHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPEC-HISTORY-STATUS.
    SELECT TABLE-STATS-REPORT
        ASSIGN TO "TABLESTATSREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT STAGING-OPERATIONS-LOG
        ASSIGN TO "STAGINGOPERATIONSLOG"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DQ-HOLD-FILE
        ASSIGN TO "DATAQUALITYHOLDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DQ-HOLD-STATUS.
    SELECT SNAPSHOT-DIFF-CARD-FILE
        ASSIGN TO "SNAPSHOTDIFFCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "FREEZEOVERRIDE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FREEZE-OVERRIDE-STATUS.
    SELECT FREEZE-OVERRIDE-LOG
        ASSIGN TO "FREEZEOVERRIDELOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OVERRIDE-LOG-STATUS.
    SELECT SCAN-USAGE-FILE
        ASSIGN TO "SCANUSAGEACCOUNTING"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCAN-USAGE-STATUS.
    SELECT SCAN-OPTION-CARD-FILE
        ASSIGN TO "SCANOPTIONCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCAN-OPTION-CARD-STATUS.
    SELECT SCAN-EXPLAIN-REPORT
        ASSIGN TO "SCANEXPLAINREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RESOLVED-ENTRY-FILE
        ASSIGN TO "RESOLVEDENTRYWRAPPERS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESOLVED-ENTRY-STATUS.
    SELECT PARSED-STRICT-CARD-FILE
        ASSIGN TO "PARSEDSTRICTCARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "TABLECOLUMNBOUNDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COLUMN-BOUNDS-STATUS.
    SELECT TABLE-MANIFEST-LIST-FILE
        ASSIGN TO "TABLEMANIFESTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-LIST-STATUS.
    SELECT TABLE-MANIFEST-ENTRY-FILE
        ASSIGN TO "TABLEMANIFESTENTRIES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-ENTRY-STATUS.
    SELECT OVERWRITE-FILE-CARD-FILE
        ASSIGN TO "OVERWRITECARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OVERWRITE-CARD-STATUS.
    SELECT OVERWRITE-REPORT
        ASSIGN TO "OVERWRITEREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LEGAL-HOLD-FILE
        ASSIGN TO "LEGALHOLDFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEGAL-HOLD-STATUS.
    SELECT DELETE-WORK-ITEM-FILE
        ASSIGN TO "DELETEWORKITEMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DELETE-WORK-STATUS.
    SELECT DELETE-REPORT
        ASSIGN TO "DELETEREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TABLE-PROPERTY-FILE
        ASSIGN TO "TABLEPROPERTIES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPERTY-STATUS.
    SELECT PROPERTY-KEY-REGISTRY
        ASSIGN TO "TABLEPROPERTYKEYS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPERTY-KEY-STATUS.
    SELECT PROPERTY-CHANGE-CARD-FILE
        ASSIGN TO "PROPERTYCHANGECARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPERTY-CHANGE-STATUS.
    SELECT PROPERTY-HISTORY-FILE
        ASSIGN TO "TABLEPROPERTYHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPERTY-HISTORY-STATUS.
    SELECT PROPERTY-UPDATE-LOG
        ASSIGN TO "PROPERTYUPDATELOG"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SNAPSHOT-SUMMARY-FILE
        ASSIGN TO "SNAPSHOTSUMMARY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAPSHOT-SUMMARY-STATUS.
    SELECT TABLE-HISTORY-REPORT
        ASSIGN TO "TABLEHISTORYREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TRANSACTION-CARD-FILE
        ASSIGN TO "TRANSACTIONCARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TX-CARD-STATUS.
    SELECT TRANSACTION-REPORT
        ASSIGN TO "TRANSACTIONREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SCHEMA-DECK-FILE
        ASSIGN TO "SCHEMAFIELDCARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHEMA-DECK-STATUS.
    SELECT EVOLVED-SCHEMA-FILE
        ASSIGN TO "NEWSCHEMAFIELDCARDS"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DROPPED-FIELD-ID-FILE
        ASSIGN TO "DROPPEDFIELDIDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DROPPED-ID-STATUS.
    SELECT SCHEMA-IDENTIFIER-FILE
        ASSIGN TO "SCHEMAIDCARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IDENTIFIER-STATUS.
    SELECT SCHEMA-REGISTRY-FILE
        ASSIGN TO "SCHEMAREGISTRY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTRY-STATUS.

DATA DIVISION.
FILE SECTION.
   05 HINT-SCAN-TYPE PIC X(12).
   05 HINT-LAST-SNAPSHOT-ID PIC 9(18).

*> The durable snapshot-expiration audit trail, each line chained to
*> the one before it by sequence number and hash.
FD SNAPSHOT-EXPIRATION-AUDIT-LOG.
01 EXPIRATION-AUDIT-REC.
   05 EXPIRATION-AUDIT-LINE PIC X(200).
   05 EA-CHAIN-SEQUENCE PIC 9(10).
   05 EA-CHAIN-HASH PIC 9(18).

*> One card per proposed sort field: field id, sort direction and
*> null ordering, read and validated before REPLACE-SORT-ORDER commits.
   05 SOC-DIRECTION PIC X(4).
   05 SOC-NULL-ORDER PIC X(5).

*> The committed sort order of every table, one card per sort field
*> in sort position order - what the maintenance jobs that cluster
*> data by the sort order read.
FD TABLE-SORT-ORDER-FILE.
01 TABLE-SORT-ORDER-CARD.
   05 TSO-TABLE-NAME PIC X(128).
   05 TSO-SORT-POSITION PIC 9(3).
   05 TSO-FIELD-ID PIC 9(9).
   05 TSO-DIRECTION PIC X(4).
   05 TSO-NULL-ORDER PIC X(5).

FD SORT-ORDER-VALIDATION-LOG.
01 SORT-ORDER-VALIDATION-LINE PIC X(200).

   05 DF-RECORD-COUNT PIC 9(18).
   05 DF-FILE-SIZE-BYTES PIC 9(18).
   05 DF-NULL-COUNT PIC 9(18).
   05 DF-PARTITION-SPEC-ID PIC 9(9).

*> BASE-UPDATE-PARTITION-SPEC's numbered spec history; the highest
*> spec id is the one new data files are written under.
FD PARTITION-SPEC-HISTORY.
01 PARTITION-SPEC-HISTORY-CARD.
   05 PSH-SPEC-ID PIC 9(9).
   05 PSH-RECORD-TYPE PIC X.
      88 PSH-SPEC-FIELD VALUE 'F'.
   05 PSH-SOURCE-ID PIC 9(9).
   05 PSH-FIELD-ID PIC 9(9).
   05 PSH-NAME PIC X(128).
   05 PSH-TRANSFORM PIC X(30).

FD TABLE-STATS-REPORT.
01 TABLE-STATS-LINE PIC X(200).
*> One card per field id that legitimately exists in the table's
*> current schema, read once so a proposed sort field can be checked
*> against the real schema instead of being accepted unconditionally.
*> The cards are in the SCHEMAFIELDCARDS layout.
FD SCHEMA-FIELD-FILE.
01 SCHEMA-FIELD-CARD.
   05 SF-FIELD-ID PIC 9(9).
   05 SF-FIELD-NAME PIC X(128).
   05 SF-FIELD-TYPE PIC X(30).
   05 SF-PRIMITIVE-SWITCH PIC X.
   05 SF-REQUIRED-SWITCH PIC X.
   05 SF-PARENT-ID PIC 9(9).
   05 SF-HAS-DEFAULT-SWITCH PIC X.
   05 SF-DEFAULT-VALUE PIC X(64).

*> One card per file ever added to or removed from the table at a
*> given snapshot, scanned to build the (from-snapshot, to-snapshot]
   05 SS-SNAPSHOT-ID PIC 9(18).
   05 SS-BASE-SNAPSHOT-ID PIC 9(18).

*> Staged snapshots held back by a failing data-quality rule, written
*> by DATA-QUALITY-RULES after the staging commit.
FD DQ-HOLD-FILE.
01 DQ-HOLD-REC.
   05 DQH-TABLE-NAME PIC X(128).
   05 DQH-SNAPSHOT-ID PIC 9(18).
   05 DQH-RULE-ID PIC X(20).

*> The files of a load landing as a staged (unpublished) snapshot,
*> one card per data file.
FD STAGE-COMMIT-CARD-FILE.
   05 PSC-FILE-SIZE-BYTES PIC 9(18).
   05 PSC-GROUP-ID PIC 9(3).
   05 PSC-LITERAL-TYPE PIC X(10).
   05 PSC-DECIMAL-PRECISION PIC 9(2).
   05 PSC-DECIMAL-SCALE PIC 9(2).

*> Per-file, per-field column metrics written at ingest: the min and
*> max values and the value/null counts the inclusive evaluation
   05 CB-VALUE-COUNT PIC 9(9).
   05 CB-NULL-COUNT PIC 9(9).

*> The table's manifest list and the data-file entries of each
*> manifest, in the layouts the manifest rewrite writes them. A
*> manifest stamped with the lowest and highest value of its partition
*> source field can be skipped whole by a scan whose predicates rule
*> that range out; an unstamped one (blank lower value) is always
*> read.
FD TABLE-MANIFEST-LIST-FILE.
01 TABLE-MANIFEST-LIST-REC.
   05 TML-MANIFEST-PATH PIC X(256).
   05 TML-PARTITION-SPEC-ID PIC 9(9) BINARY.
   05 TML-CONTENT PIC X.
   05 TML-SNAPSHOT-ID PIC 9(18) BINARY.
   05 TML-SEQUENCE-NUMBER PIC 9(18) BINARY.
   05 TML-ADDED-FILES-COUNT PIC 9(9) BINARY.
   05 TML-EXISTING-FILES-COUNT PIC 9(9) BINARY.
   05 TML-PARTITION-FIELD-ID PIC 9(9).
   05 TML-LOWER-PARTITION PIC X(64).
   05 TML-UPPER-PARTITION PIC X(64).

FD TABLE-MANIFEST-ENTRY-FILE.
01 TABLE-MANIFEST-ENTRY-REC.
   05 TME-MANIFEST-PATH PIC X(256).
   05 TME-DATA-FILE-PATH PIC X(256).
   05 TME-PARTITION-VALUE PIC X(64).
   05 TME-ENTRY-STATUS PIC X.
   05 TME-SNAPSHOT-ID PIC 9(18).

*> The shop-wide change-freeze calendar and its override card, the
*> same pair every change-applying program reads: one window per
*> card with a scope (ALL, COBBERG, COBKA, or a program name), and
01 FREEZE-OVERRIDE-CARD.
   05 FO-APPROVER-ID PIC X(30).

*> The shop-wide record of freeze overrides actually exercised: when,
*> by which program, on whose approval - chained like every audit
*> trail, by sequence number and hash.
FD FREEZE-OVERRIDE-LOG.
01 FREEZE-OVERRIDE-LOG-REC.
   05 FOL-USE-BODY.
      10 FOL-TIMESTAMP PIC 9(14).
      10 FOL-PROGRAM-ID PIC X(30).
      10 FOL-APPROVER-ID PIC X(30).
   05 FOL-CHAIN-SEQUENCE PIC 9(10).
   05 FOL-CHAIN-HASH PIC 9(18).

*> One accounting record per scan this program plans: which table,
*> what kind of scan, how many files it returned and the rows those
*> files represent, and the date - the raw feed the monthly
   05 SU-FILE-COUNT PIC 9(9).
   05 SU-ROW-COUNT PIC 9(18).
   05 SU-SCAN-DATE PIC 9(8).
   05 SU-MANIFESTS-SKIPPED PIC 9(9).

*> Optional scan-options card. EXPLAIN 'Y' plans the scan without
*> running it: the predicates are loaded and every live file is held
*> against its column bounds exactly as a real scan would, but the
*> outcome goes to SCANEXPLAINREPORT only - TABLESCANRESULT is not
*> opened and no usage record is written.
FD SCAN-OPTION-CARD-FILE.
01 SCAN-OPTION-CARD.
   05 SOC-EXPLAIN-FLAG PIC X.

FD SCAN-EXPLAIN-REPORT.
01 SCAN-EXPLAIN-LINE PIC X(300).

*> V2METADATA's manifest entries with their effective sequence numbers
*> after inheritance - the data sequence number that decides whether
*> an equality delete is newer than a data file it could apply to.
FD RESOLVED-ENTRY-FILE.
01 RESOLVED-ENTRY-CARD.
   05 RE-FILE-PATH PIC X(200).
   05 RE-STATUS PIC X(10).
   05 RE-SNAPSHOT-ID PIC 9(18).
   05 RE-SEQUENCE-NUMBER PIC 9(18).
   05 RE-MANIFEST-PATH PIC X(200).
   05 RE-FIRST-ROW-ID PIC 9(18).
   05 RE-RECORD-COUNT PIC 9(9).

*> The new data files of a restatement batch, one card per file in
*> the same layout as the data-file listing. Every live file sharing
*> a partition value with any card here is replaced by the overwrite.
FD OVERWRITE-FILE-CARD-FILE.
01 OVERWRITE-FILE-CARD.
   05 OWC-FILE-PATH PIC X(256).
   05 OWC-PARTITION-VALUE PIC X(64).
   05 OWC-RECORD-COUNT PIC 9(18).
   05 OWC-FILE-SIZE-BYTES PIC 9(18).
   05 OWC-NULL-COUNT PIC 9(18).

FD OVERWRITE-REPORT.
01 OVERWRITE-REPORT-LINE PIC X(200).

*> The shop-wide legal-hold register counsel maintains: which table
*> is held under which matter, from when to when (release date zero
*> means open-ended). A held table takes no predicate delete.
FD LEGAL-HOLD-FILE.
01 LEGAL-HOLD-REC.
   05 LH-TABLE-NAME PIC X(128).
   05 LH-HOLD-ID PIC X(20).
   05 LH-EFFECTIVE-DATE PIC 9(8).
   05 LH-RELEASE-DATE PIC 9(8).

*> One work item per data file a DELETE WHERE could not settle from
*> the column bounds alone: the positional delete file the commit
*> registered for it, and the file's row count as the upper bound of
*> what the row-level pass may remove. The pass that reads each data
*> file and writes the positions works this list off.
FD DELETE-WORK-ITEM-FILE.
01 DELETE-WORK-ITEM.
   05 DWI-SNAPSHOT-ID PIC 9(18).
   05 DWI-DELETE-FILE-PATH PIC X(256).
   05 DWI-DATA-FILE-PATH PIC X(256).
   05 DWI-ROWS-AT-RISK PIC 9(18).

FD DELETE-REPORT.
01 DELETE-REPORT-LINE PIC X(300).

*> The shop-wide table property store, one record per table and key.
*> Numeric properties are held zero-padded in the first 18 bytes of
*> the value so the maintenance jobs can read them as numbers; text
*> and flag properties are held left-justified.
FD TABLE-PROPERTY-FILE.
01 TABLE-PROPERTY-REC.
   05 TP-TABLE-NAME PIC X(128).
   05 TP-PROPERTY-KEY PIC X(40).
   05 TP-PROPERTY-VALUE PIC X(64).
   05 TP-VALUE-NUMERIC REDEFINES TP-PROPERTY-VALUE.
      10 TP-VALUE-NUMBER PIC 9(18).
      10 FILLER PIC X(46).

*> The registry of keys a table may carry: the value type and, for a
*> NUMBER, the inclusive range it must fall in (a zero maximum means
*> no ceiling). A key not registered here is never stored.
FD PROPERTY-KEY-REGISTRY.
01 PROPERTY-KEY-REC.
   05 PK-PROPERTY-KEY PIC X(40).
   05 PK-VALUE-TYPE PIC X(6).
      88 PK-TYPE-IS-NUMBER VALUE 'NUMBER'.
      88 PK-TYPE-IS-TEXT VALUE 'TEXT'.
      88 PK-TYPE-IS-FLAG VALUE 'FLAG'.
   05 PK-MIN-VALUE PIC 9(18).
   05 PK-MAX-VALUE PIC 9(18).

*> One card per property change for this table: SET stores the value
*> (replacing any earlier one), REMOVE drops the key. The cards are
*> applied as a set - one bad card rejects the lot.
FD PROPERTY-CHANGE-CARD-FILE.
01 PROPERTY-CHANGE-CARD.
   05 PC-OPERATION PIC X(6).
      88 PC-OP-IS-SET VALUE 'SET'.
      88 PC-OP-IS-REMOVE VALUE 'REMOVE'.
   05 PC-PROPERTY-KEY PIC X(40).
   05 PC-PROPERTY-VALUE PIC X(64).
   05 PC-PROPERTY-VALUE-NUMERIC REDEFINES PC-PROPERTY-VALUE.
      10 PC-VALUE-NUMBER PIC 9(18).
      10 PC-VALUE-TRAILER PIC X(46).
   05 PC-CHANGED-BY PIC X(30).

*> Who changed which property of which table when, with the value
*> before and after. Appended to, never rewritten.
FD PROPERTY-HISTORY-FILE.
01 PROPERTY-HISTORY-REC.
   05 PH-TIMESTAMP PIC 9(14).
   05 PH-TABLE-NAME PIC X(128).
   05 PH-PROPERTY-KEY PIC X(40).
   05 PH-OPERATION PIC X(6).
   05 PH-OLD-VALUE PIC X(64).
   05 PH-NEW-VALUE PIC X(64).
   05 PH-CHANGED-BY PIC X(30).

FD PROPERTY-UPDATE-LOG.
01 PROPERTY-UPDATE-LOG-LINE PIC X(300).

*> One summary record per committed snapshot, written by whichever
*> program landed it: the operation, the committing program and
*> principal, what the snapshot added and removed, and the snapshot
*> it was built on. SNAPSHOTFILEHISTORY says which files changed;
*> this says who changed them, how, and by how much.
FD SNAPSHOT-SUMMARY-FILE.
01 SNAPSHOT-SUMMARY-REC.
   05 SSR-TABLE-NAME PIC X(128).
   05 SSR-SNAPSHOT-ID PIC 9(18).
   05 SSR-PARENT-SNAPSHOT-ID PIC 9(18).
   05 SSR-OPERATION PIC X(10).
      88 SSR-OP-IS-APPEND VALUE 'APPEND'.
      88 SSR-OP-IS-OVERWRITE VALUE 'OVERWRITE'.
      88 SSR-OP-IS-DELETE VALUE 'DELETE'.
      88 SSR-OP-IS-REPLACE VALUE 'REPLACE'.
      88 SSR-OP-IS-REWRITE VALUE 'REWRITE'.
   05 SSR-COMMIT-PROGRAM PIC X(30).
   05 SSR-COMMIT-PRINCIPAL PIC X(30).
   05 SSR-COMMIT-TIMESTAMP PIC 9(14).
   05 SSR-ADDED-FILES PIC 9(9).
   05 SSR-REMOVED-FILES PIC 9(9).
   05 SSR-ADDED-ROWS PIC 9(18).
   05 SSR-REMOVED-ROWS PIC 9(18).
   05 SSR-ADDED-BYTES PIC 9(18).
   05 SSR-REMOVED-BYTES PIC 9(18).

FD TABLE-HISTORY-REPORT.
01 TABLE-HISTORY-LINE PIC X(300).

*> One card per transaction step, in the order the steps were staged.
*> The step type says how the body reads: a SCHEMA step carries a
*> SCHEMACHANGECARDS change, a PROPERTY step a PROPERTYCHANGECARDS
*> change, each SORT-ORDER step one field of the replacement sort
*> order, and an APPEND or OVERWRITE step one new data file in the
*> OVERWRITECARDS layout.
FD TRANSACTION-CARD-FILE.
01 TRANSACTION-STEP-CARD.
   05 TXC-STEP-TYPE PIC X(10).
   05 TXC-STEP-BODY PIC X(400).

FD TRANSACTION-REPORT.
01 TRANSACTION-REPORT-LINE PIC X(300).

*> ICEBERG-SCHEMA's full field deck, its evolved output, the dropped
*> id register, the identifier-field cards and the versioned schema
*> registry - a transaction's schema steps evolve the schema under the
*> same rules and leave the same trail behind.
FD SCHEMA-DECK-FILE.
01 SCHEMA-DECK-CARD.
   05 SDK-FIELD-ID PIC 9(9).
   05 SDK-FIELD-NAME PIC X(128).
   05 SDK-FIELD-TYPE PIC X(30).
   05 SDK-PRIMITIVE-SWITCH PIC X.
   05 SDK-REQUIRED-SWITCH PIC X.
   05 SDK-PARENT-ID PIC 9(9).
   05 SDK-HAS-DEFAULT-SWITCH PIC X.
   05 SDK-DEFAULT-VALUE PIC X(64).

FD EVOLVED-SCHEMA-FILE.
01 EVOLVED-SCHEMA-CARD.
   05 ESC-FIELD-ID PIC 9(9).
   05 ESC-FIELD-NAME PIC X(128).
   05 ESC-FIELD-TYPE PIC X(30).
   05 ESC-PRIMITIVE-SWITCH PIC X.
   05 ESC-REQUIRED-SWITCH PIC X.
   05 ESC-PARENT-ID PIC 9(9).
   05 ESC-HAS-DEFAULT-SWITCH PIC X.
   05 ESC-DEFAULT-VALUE PIC X(64).

FD DROPPED-FIELD-ID-FILE.
01 DROPPED-FIELD-ID-CARD.
   05 DFI-FIELD-ID PIC 9(9).

FD SCHEMA-IDENTIFIER-FILE.
01 SCHEMA-IDENTIFIER-CARD.
   05 SIC-FIELD-ID PIC 9(9).

FD SCHEMA-REGISTRY-FILE.
01 SCHEMA-REGISTRY-REC.
   05 RG-SCHEMA-VERSION PIC 9(10).
   05 RG-FIELD-ID PIC 9(9).
   05 RG-FIELD-NAME PIC X(128).
   05 RG-FIELD-TYPE PIC X(30).
   05 RG-PRIMITIVE-SWITCH PIC X.
   05 RG-REQUIRED-SWITCH PIC X.
   05 RG-PARENT-ID PIC 9(9).
   05 RG-HAS-DEFAULT-SWITCH PIC X.
   05 RG-DEFAULT-VALUE PIC X(64).

WORKING-STORAGE SECTION.
01 WS-TABLE-NAME PIC X(50) VALUE 'EVENTS'.
01 WS-TABLE-PARTITION-SPEC PIC X(1000).
01 WS-TABLE-SORT-ORDER PIC X(1000).
01 WS-SORT-ORDER-POINTER PIC 9(4) COMP.
01 WS-TABLE-SORT-ORDER-STATUS PIC XX.
   88 WS-TABLE-SORT-ORDER-OK VALUE '00'.
01 WS-TABLE-SORT-ORDER-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-TABLE-SORT-ORDERS VALUE 'Y'.
*> Other tables' committed sort fields, carried through while this
*> table's are replaced.
01 WS-KEPT-SORT-CARD-COUNT PIC 9(5) VALUE ZERO.
01 WS-KEPT-SORT-CARD-TABLE.
   05 WS-KEPT-SORT-CARD OCCURS 1 TO 5000 TIMES
         DEPENDING ON WS-KEPT-SORT-CARD-COUNT
         INDEXED BY WS-KEPT-SORT-CARD-IDX PIC X(149).
01 WS-TABLE-CURRENT-SNAPSHOT PIC 9(18).
01 WS-TABLE-SNAPSHOT-BY-ID PIC 9(18).
01 WS-TABLE-SNAPSHOT-BY-NAME PIC X(50).
   88 WS-HINT-FILE-OK VALUE '00'.
01 WS-EXPIRE-AUDIT-STATUS PIC XX.
   88 WS-EXPIRE-AUDIT-OK VALUE '00'.
01 WS-EXPIRE-AUDIT-CHAIN-NAME PIC X(30) VALUE 'SNAPSHOTEXPIREAUDIT'.
01 WS-EXPIRE-AUDIT-BODY-LENGTH PIC 9(4) COMP VALUE 200.
01 WS-SORT-CARD-STATUS PIC XX.
   88 WS-SORT-CARD-OK VALUE '00'.
01 WS-DATAFILE-LISTING-STATUS PIC XX.
      10 WS-LF-FILE-PATH PIC X(256).
      10 WS-LF-LIVE-SWITCH PIC X.
         88 WS-LF-IS-LIVE VALUE 'Y'.
      10 WS-LF-MANIFEST-SKIP-SWITCH PIC X.
         88 WS-LF-IN-SKIPPED-MANIFEST VALUE 'Y'.
01 WS-LIVE-LOOKUP-FOUND-SWITCH PIC X.
   88 WS-LIVE-LOOKUP-FOUND VALUE 'Y'.
01 WS-ROLLBACK-LIVE-TOTAL PIC 9(7) VALUE ZERO.
01 WS-RESOLVED-SNAPSHOT-TIMESTAMP PIC X(19) VALUE SPACES.
01 WS-SCAN-LIVE-TOTAL PIC 9(7) VALUE ZERO.

*> The row-delete files live at the scanned snapshot, held so each
*> data file's scan task can carry the deletes that apply to it: a
*> positional delete (one entry per data file it names) applies to
*> that file; an equality delete (one entry per partition it covers,
*> taken from the data files it names) applies to every data file of
*> that partition with an older data sequence number.
01 WS-RESOLVED-ENTRY-STATUS PIC XX.
   88 WS-RESOLVED-ENTRY-OK VALUE '00'.
01 WS-RESOLVED-ENTRY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-RESOLVED-ENTRIES VALUE 'Y'.
01 WS-SEQUENCE-COUNT PIC 9(5) VALUE ZERO.
01 WS-SEQUENCE-TABLE.
   05 WS-SEQUENCE-ENTRY OCCURS 1 TO 10000 TIMES
         DEPENDING ON WS-SEQUENCE-COUNT
         INDEXED BY WS-SEQUENCE-IDX.
      10 WS-SQ-FILE-PATH PIC X(256).
      10 WS-SQ-SEQUENCE-NUMBER PIC 9(18).
01 WS-SEQUENCE-LOOKUP-PATH PIC X(256).
01 WS-SEQUENCE-LOOKUP-NUMBER PIC 9(18) VALUE ZERO.
01 WS-SEQUENCE-LOOKUP-SWITCH PIC X.
   88 WS-SEQUENCE-LOOKUP-FOUND VALUE 'Y'.
01 WS-SCAN-DELETE-COUNT PIC 9(5) VALUE ZERO.
01 WS-SCAN-DELETE-TABLE.
   05 WS-SCAN-DELETE-ENTRY OCCURS 1 TO 10000 TIMES
         DEPENDING ON WS-SCAN-DELETE-COUNT
         INDEXED BY WS-SCAN-DELETE-IDX.
      10 WS-SD-DELETE-PATH PIC X(256).
      10 WS-SD-CONTENT PIC X.
         88 WS-SD-IS-POSITIONAL VALUE 'P'.
         88 WS-SD-IS-EQUALITY VALUE 'E'.
      10 WS-SD-REFERENCED-FILE PIC X(256).
      10 WS-SD-PARTITION-VALUE PIC X(64).
      10 WS-SD-SEQUENCE-NUMBER PIC 9(18).
      10 WS-SD-SEQUENCE-SWITCH PIC X.
         88 WS-SD-SEQUENCE-KNOWN VALUE 'Y'.
      10 WS-SD-DELETED-ROW-COUNT PIC 9(9).
01 WS-SCAN-DELETE-FOUND-SWITCH PIC X.
   88 WS-SCAN-DELETE-FOUND VALUE 'Y'.
01 WS-SCAN-DELETE-PARTITION PIC X(64).
01 WS-SCAN-DELETE-FILE-TOTAL PIC 9(7) VALUE ZERO.
*> Delete entries past the scan table, and deletes past the 100 one
*> task carries, are counted; a scan that could not pair every data
*> file with all of its deletes is refused rather than planned with
*> deleted rows brought back.
01 WS-SCAN-DELETE-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-TASK-DELETE-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-SCAN-ROW-TOTAL PIC 9(18) VALUE ZERO.
01 WS-SCAN-DELETED-ROW-TOTAL PIC 9(18) VALUE ZERO.
01 WS-SCAN-NET-ROW-TOTAL PIC 9(18) VALUE ZERO.

*> The scan task being written: its data file, and the deletes found
*> to apply to it, with the rows each strikes.
01 WS-TASK-PARTITION-VALUE PIC X(64).
01 WS-TASK-SEQUENCE-NUMBER PIC 9(18) VALUE ZERO.
01 WS-TASK-ROW-COUNT PIC 9(18) VALUE ZERO.
01 WS-TASK-DELETED-ROWS PIC 9(18) VALUE ZERO.
01 WS-TASK-APPLIES-SWITCH PIC X.
   88 WS-TASK-DELETE-APPLIES VALUE 'Y'.
01 WS-TASK-ENTRY-ROWS PIC 9(9) VALUE ZERO.
01 WS-TASK-CONTENT-WORD PIC X(10).
01 WS-TASK-DELETE-COUNT PIC 9(3) VALUE ZERO.
01 WS-TASK-DELETE-TABLE.
   05 WS-TASK-DELETE-ENTRY OCCURS 100 TIMES
         INDEXED BY WS-TASK-DELETE-IDX.
      10 WS-TD-SCAN-DELETE-POS PIC 9(5).
      10 WS-TD-DELETED-ROWS PIC 9(9).

01 WS-REFS-FILE-STATUS PIC XX.
   88 WS-REFS-FILE-OK VALUE '00'.
01 WS-REF-CARD-STATUS PIC XX.
   88 END-OF-STAGE-CARDS VALUE 'Y'.
01 WS-PUBLISH-CARD-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-PUBLISH-CARDS VALUE 'Y'.
01 WS-DQ-HOLD-STATUS PIC XX.
   88 WS-DQ-HOLD-OK VALUE '00'.
01 WS-DQ-HOLD-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-DQ-HOLDS VALUE 'Y'.
01 WS-DQ-HOLD-SWITCH PIC X VALUE 'N'.
   88 WS-DQ-HOLD-FOUND VALUE 'Y'.
01 WS-DQ-HOLD-RULE-ID PIC X(20) VALUE SPACES.

*> The staged snapshot ids currently awaiting their publish-or-
*> discard verdict, each with the snapshot it was staged on top of,
      10 WS-PR-PREDICATE-TYPE PIC X(14).
      10 WS-PR-LITERAL PIC X(40).
      10 WS-PR-GROUP-ID PIC 9(3).
      10 WS-PR-LITERAL-TYPE PIC X(10).
      10 WS-PR-DECIMAL-PRECISION PIC 9(2).
      10 WS-PR-DECIMAL-SCALE PIC 9(2).
01 WS-PRED-GROUP-MAX PIC 9(3) VALUE ZERO.

*> The per-file column bounds the predicates are tested against.
01 WS-BOUNDS-MATCH-IDX PIC 9(5) VALUE ZERO.
01 WS-BOUNDS-NON-NULL PIC S9(9) VALUE ZERO.

*> The strict test's view of one predicate against one bounds record:
*> the literal and both bounds rewritten the way STRICT-METRICS-
*> EVALUATOR rewrites its cards - DATE/TIMESTAMP values to the
*> zero-padded count from the 1970-01-01 epoch, DECIMAL values to the
*> sign byte ('N' sorts below 'P') and scale-aligned digits at the
*> column's precision - so the alphanumeric comparisons order them as
*> values. A DECIMAL value the column cannot hold leaves the pair
*> uncomparable, and no value predicate can then be proved; so does
*> a DATE/TIMESTAMP set where only some of the three values parse.
*> The pruning test reads the same view, and an uncomparable pair
*> there rules nothing out.
01 WS-STRICT-LITERAL PIC X(40).
01 WS-STRICT-LOWER-BOUND PIC X(40).
01 WS-STRICT-UPPER-BOUND PIC X(40).
01 WS-STRICT-UNCOMPARABLE-SWITCH PIC X VALUE 'N'.
   88 WS-STRICT-UNCOMPARABLE VALUE 'Y'.
01 WS-STRICT-TEMPORAL-OK-COUNT PIC 9 VALUE ZERO.
01 WS-TEMPORAL-INPUT PIC X(40).
01 WS-TEMPORAL-OUTPUT PIC X(40).
01 WS-TEMPORAL-OK-SWITCH PIC X.
   88 WS-TEMPORAL-OK VALUE 'Y'.
01 WS-TMP-DATE-DIGITS PIC 9(8) VALUE ZERO.
01 WS-TMP-DAYS-FROM-EPOCH PIC S9(9) VALUE ZERO.
01 WS-TMP-HOURS PIC 9(2) VALUE ZERO.
01 WS-TMP-MINUTES PIC 9(2) VALUE ZERO.
01 WS-TMP-SECONDS PIC 9(2) VALUE ZERO.
01 WS-TEMPORAL-CANONICAL PIC 9(18) VALUE ZERO.
01 WS-DECIMAL-INPUT PIC X(40).
01 WS-DECIMAL-OUTPUT PIC X(40).
01 WS-DECIMAL-OK-SWITCH PIC X.
   88 WS-DECIMAL-OK VALUE 'Y'.
01 WS-DEC-PRECISION PIC 9(2) VALUE ZERO.
01 WS-DEC-SCALE PIC 9(2) VALUE ZERO.
01 WS-DEC-STATE PIC X.
   88 WS-DEC-BEFORE-NUMBER VALUE 'S'.
   88 WS-DEC-IN-INTEGER VALUE 'I'.
   88 WS-DEC-IN-FRACTION VALUE 'F'.
   88 WS-DEC-AFTER-NUMBER VALUE 'T'.
01 WS-DEC-NEGATIVE-SWITCH PIC X.
   88 WS-DEC-IS-NEGATIVE VALUE 'Y'.
01 WS-DEC-NONZERO-SWITCH PIC X.
   88 WS-DEC-IS-NONZERO VALUE 'Y'.
01 WS-DEC-DIGIT-SEEN-SWITCH PIC X.
   88 WS-DEC-DIGIT-SEEN VALUE 'Y'.
01 WS-DEC-INTEGER-DIGITS PIC X(38).
01 WS-DEC-INTEGER-LENGTH PIC 9(2) COMP.
01 WS-DEC-FRACTION-DIGITS PIC X(38).
01 WS-DEC-FRACTION-LENGTH PIC 9(2) COMP.
01 WS-DEC-CHAR PIC X.
01 WS-DEC-CHAR-IDX PIC 9(2) COMP.
01 WS-DEC-START PIC 9(2) COMP.

01 WS-EVAL-GROUP PIC 9(3) VALUE ZERO.
01 WS-GROUP-HAS-PREDS-SWITCH PIC X.
   88 WS-GROUP-HAS-PREDS VALUE 'Y'.
01 WS-PRUNED-FILE-COUNT PIC 9(7) VALUE ZERO.
01 WS-PRUNED-ROW-TOTAL PIC 9(18) VALUE ZERO.

*> The live manifests a predicated scan considered, and whether each
*> one's partition range let it be skipped.
01 WS-MANIFEST-LIST-STATUS PIC XX.
   88 WS-MANIFEST-LIST-OK VALUE '00'.
01 WS-MANIFEST-ENTRY-STATUS PIC XX.
   88 WS-MANIFEST-ENTRY-OK VALUE '00'.
01 WS-MANIFEST-LIST-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-MANIFEST-LIST VALUE 'Y'.
01 WS-MANIFEST-ENTRY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-MANIFEST-ENTRIES VALUE 'Y'.
01 WS-SCAN-MANIFEST-COUNT PIC 9(5) VALUE ZERO.
01 WS-SCAN-MANIFEST-TABLE.
   05 WS-SCAN-MANIFEST-ENTRY OCCURS 1 TO 10000 TIMES
         DEPENDING ON WS-SCAN-MANIFEST-COUNT
         INDEXED BY WS-SCAN-MANIFEST-IDX.
      10 WS-SM-MANIFEST-PATH PIC X(256).
      10 WS-SM-SKIP-SWITCH PIC X.
         88 WS-SM-IS-SKIPPED VALUE 'Y'.
01 WS-MANIFESTS-SKIPPED-COUNT PIC 9(9) VALUE ZERO.
01 WS-MANIFEST-SKIP-SWITCH PIC X.
   88 WS-MANIFEST-IS-SKIPPED VALUE 'Y'.
01 WS-MANIFEST-LOOKUP-PATH PIC X(256).
*> A manifest's stamped range holds partition values, which are the
*> source values themselves only under an IDENTITY transform; the
*> (spec, source field) pairs partitioned that way are the only ones
*> whose ranges a predicate literal can be held against. A pair not
*> found here, including any past the table, leaves the manifest in.
01 WS-IDENTITY-FIELD-COUNT PIC 9(4) VALUE ZERO.
01 WS-IDENTITY-FIELD-TABLE.
   05 WS-IDENTITY-FIELD-ENTRY OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-IDENTITY-FIELD-COUNT
         INDEXED BY WS-IDENTITY-FIELD-IDX.
      10 WS-IF-SPEC-ID PIC 9(9).
      10 WS-IF-SOURCE-ID PIC 9(9).
01 WS-IDENTITY-FIELD-SWITCH PIC X.
   88 WS-IDENTITY-FIELD-FOUND VALUE 'Y'.

01 WS-FREEZE-CALENDAR-STATUS PIC XX.
   88 WS-FREEZE-CALENDAR-OK VALUE '00'.
01 WS-FREEZE-OVERRIDE-STATUS PIC XX.
01 WS-CHANGE-FROZEN-SWITCH PIC X VALUE 'N'.
   88 WS-CHANGE-IS-FROZEN VALUE 'Y'.
01 WS-FREEZE-APPROVER PIC X(30) VALUE SPACES.
01 WS-OVERRIDE-LOG-STATUS PIC XX.
   88 WS-OVERRIDE-LOG-OK VALUE '00'.
01 WS-OVERRIDE-CHAIN-NAME PIC X(30) VALUE 'FREEZEOVERRIDELOG'.
01 WS-OVERRIDE-BODY-LENGTH PIC 9(4) COMP VALUE 74.
01 WS-FREEZE-TODAY PIC 9(8) VALUE ZERO.

01 WS-SCAN-USAGE-STATUS PIC XX.
01 WS-USAGE-SCAN-TYPE PIC X(12) VALUE SPACES.
01 WS-USAGE-FILE-TOTAL PIC 9(9) VALUE ZERO.
01 WS-USAGE-ROW-TOTAL PIC 9(18) VALUE ZERO.
01 WS-USAGE-MANIFESTS-SKIPPED PIC 9(9) VALUE ZERO.

01 WS-SCAN-OPTION-CARD-STATUS PIC XX.
   88 WS-SCAN-OPTION-CARD-OK VALUE '00'.
01 WS-SCAN-EXPLAIN-SWITCH PIC X VALUE 'N'.
   88 WS-SCAN-EXPLAIN-REQUESTED VALUE 'Y'.
01 WS-EXPLAIN-TARGET-SWITCH PIC X VALUE 'N'.
   88 WS-EXPLAIN-TARGET-FOUND VALUE 'Y'.
01 WS-EXPLAIN-GROUP PIC 9(3) VALUE ZERO.
01 WS-EXPLAIN-FILES-BEFORE PIC 9(9) VALUE ZERO.
01 WS-EXPLAIN-BYTES-BEFORE PIC 9(18) VALUE ZERO.
01 WS-EXPLAIN-ROWS-BEFORE PIC 9(18) VALUE ZERO.
01 WS-EXPLAIN-FILES-AFTER PIC 9(9) VALUE ZERO.
01 WS-EXPLAIN-BYTES-AFTER PIC 9(18) VALUE ZERO.
01 WS-EXPLAIN-ROWS-AFTER PIC 9(18) VALUE ZERO.

*> Predicate fields a surviving file carried no bounds for, with the
*> number of such files - the columns whose missing bounds kept the
*> planner from ruling anything out.
01 WS-NO-BOUNDS-COUNT PIC 9(3) VALUE ZERO.
01 WS-NO-BOUNDS-TABLE.
   05 WS-NO-BOUNDS-ENTRY OCCURS 1 TO 100 TIMES
         DEPENDING ON WS-NO-BOUNDS-COUNT
         INDEXED BY WS-NO-BOUNDS-IDX.
      10 WS-NB-FIELD-ID PIC 9(9).
      10 WS-NB-FILE-COUNT PIC 9(9).
      10 WS-NB-LAST-FILE-POS PIC 9(5).
01 WS-EXPLAIN-FILE-POS PIC 9(5) VALUE ZERO.
01 WS-NO-BOUNDS-FOUND-SWITCH PIC X.
   88 WS-NO-BOUNDS-FOUND VALUE 'Y'.

01 WS-DIFF-CARD-STATUS PIC XX.
   88 WS-DIFF-CARD-OK VALUE '00'.
         INDEXED BY WS-DIFF-LIST-IDX.
      10 WS-DL-FILE-PATH PIC X(256).
      10 WS-DL-RECORD-COUNT PIC 9(18).
      10 WS-DL-FILE-SIZE PIC 9(18).
      10 WS-DL-PARTITION-VALUE PIC X(64).
01 WS-DIFF-LOOKUP-PATH PIC X(256).
01 WS-DIFF-LOOKUP-FILE-SIZE PIC 9(18) VALUE ZERO.
01 WS-DIFF-LOOKUP-PARTITION PIC X(64) VALUE SPACES.
01 WS-DIFF-LOOKUP-FOUND-SWITCH PIC X.
   88 WS-DIFF-LOOKUP-FOUND VALUE 'Y'.

01 WS-OVERWRITE-CARD-STATUS PIC XX.
   88 WS-OVERWRITE-CARD-OK VALUE '00'.
01 WS-OVERWRITE-CARD-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-OVERWRITE-CARDS VALUE 'Y'.

*> The current data-file listing held whole, so a commit that retires
*> files can drop them from the listing and write it back in full.
*> Files beyond the table are counted, and a commit refuses to write
*> back a listing it could not hold whole.
01 WS-LISTING-COUNT PIC 9(5) VALUE ZERO.
01 WS-LISTING-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-LISTING-TABLE.
   05 WS-LISTING-ENTRY OCCURS 1 TO 10000 TIMES
         DEPENDING ON WS-LISTING-COUNT
         INDEXED BY WS-LISTING-IDX.
      10 WS-LS-FILE-PATH PIC X(256).
      10 WS-LS-PARTITION-VALUE PIC X(64).
      10 WS-LS-RECORD-COUNT PIC 9(18).
      10 WS-LS-FILE-SIZE PIC 9(18).
      10 WS-LS-NULL-COUNT PIC 9(18).
      10 WS-LS-SPEC-ID PIC 9(9).
      10 WS-LS-REMOVED-SWITCH PIC X.
         88 WS-LS-IS-REMOVED VALUE 'Y'.
      10 WS-LS-PARTIAL-SWITCH PIC X.
         88 WS-LS-IS-PARTIAL VALUE 'Y'.
01 WS-LISTING-FOUND-SWITCH PIC X.
   88 WS-LISTING-FOUND VALUE 'Y'.
01 WS-SPEC-HISTORY-STATUS PIC XX.
   88 WS-SPEC-HISTORY-OK VALUE '00'.
01 WS-SPEC-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SPEC-HISTORY VALUE 'Y'.
01 WS-CURRENT-SPEC-ID PIC 9(9) VALUE ZERO.

*> The overwrite batch's new files, and one tally row per partition
*> the batch restates: files and rows replaced versus added. Cards
*> beyond the table are counted, and a batch that could not be held
*> whole is refused rather than retire partitions it cannot refill.
01 WS-OVW-NEW-COUNT PIC 9(5) VALUE ZERO.
01 WS-OVW-NEW-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-OVW-NEW-TABLE.
   05 WS-OVW-NEW-ENTRY OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-OVW-NEW-COUNT
         INDEXED BY WS-OVW-NEW-IDX.
      10 WS-OVN-FILE-PATH PIC X(256).
      10 WS-OVN-PARTITION-VALUE PIC X(64).
      10 WS-OVN-RECORD-COUNT PIC 9(18).
      10 WS-OVN-FILE-SIZE PIC 9(18).
      10 WS-OVN-NULL-COUNT PIC 9(18).
01 WS-OVW-PART-COUNT PIC 9(5) VALUE ZERO.
01 WS-OVW-PART-TABLE.
   05 WS-OVW-PART-ENTRY OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-OVW-PART-COUNT
         INDEXED BY WS-OVW-PART-IDX.
      10 WS-OVP-PARTITION-VALUE PIC X(64).
      10 WS-OVP-REPLACED-FILES PIC 9(9).
      10 WS-OVP-REPLACED-ROWS PIC 9(18).
      10 WS-OVP-ADDED-FILES PIC 9(9).
      10 WS-OVP-ADDED-ROWS PIC 9(18).
01 WS-OVW-LOOKUP-PARTITION PIC X(64).
01 WS-OVW-PART-FOUND-SWITCH PIC X.
   88 WS-OVW-PART-FOUND VALUE 'Y'.
01 WS-OVW-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-OVW-REPLACED-TOTAL PIC 9(9) VALUE ZERO.
01 WS-OVW-ADDED-TOTAL PIC 9(9) VALUE ZERO.

01 WS-LEGAL-HOLD-STATUS PIC XX.
   88 WS-LEGAL-HOLD-OK VALUE '00'.
01 WS-HOLD-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-HOLDS VALUE 'Y'.
01 WS-TABLE-HELD-SWITCH PIC X VALUE 'N'.
   88 WS-TABLE-IS-HELD VALUE 'Y'.
01 WS-HOLDING-MATTER-ID PIC X(20) VALUE SPACES.
01 WS-HOLD-TODAY PIC 9(8) VALUE ZERO.
01 WS-DELETE-WORK-STATUS PIC XX.
   88 WS-DELETE-WORK-OK VALUE '00'.

*> Strict-evaluation scratch for a DELETE WHERE: a file whose bounds
*> prove every row satisfies every predicate group is dropped whole.
01 WS-FILE-MUST-MATCH-SWITCH PIC X.
   88 WS-FILE-MUST-MATCH VALUE 'Y'.
01 WS-GROUP-MUST-MATCH-SWITCH PIC X.
   88 WS-GROUP-MUST-MATCH VALUE 'Y'.
01 WS-PRED-MUST-MATCH-SWITCH PIC X.
   88 WS-PRED-MUST-MATCH VALUE 'Y'.
01 WS-DEL-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-DEL-DROPPED-COUNT PIC 9(9) VALUE ZERO.
01 WS-DEL-PARTIAL-COUNT PIC 9(9) VALUE ZERO.
01 WS-DEL-DROPPED-ROWS PIC 9(18) VALUE ZERO.
01 WS-DEL-PARTIAL-ROWS PIC 9(18) VALUE ZERO.
01 WS-DEL-MAX-ROWS PIC 9(18) VALUE ZERO.
01 WS-DEL-WORK-SEQ PIC 9(5) VALUE ZERO.
01 WS-DEL-DELETE-FILE-PATH PIC X(256).
01 WS-DEL-PENDING-COUNT PIC 9(9) VALUE ZERO.
01 WS-DEL-FILE-STATE PIC X(8).

01 WS-PROPERTY-STATUS PIC XX.
   88 WS-PROPERTY-OK VALUE '00'.
01 WS-PROPERTY-KEY-STATUS PIC XX.
   88 WS-PROPERTY-KEY-OK VALUE '00'.
01 WS-PROPERTY-CHANGE-STATUS PIC XX.
   88 WS-PROPERTY-CHANGE-OK VALUE '00'.
01 WS-PROPERTY-HISTORY-STATUS PIC XX.
   88 WS-PROPERTY-HISTORY-OK VALUE '00'.
01 WS-PROPERTY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-PROPERTIES VALUE 'Y'.
01 WS-PROPERTY-KEY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-PROPERTY-KEYS VALUE 'Y'.
01 WS-PROPERTY-CHANGE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-PROPERTY-CHANGES VALUE 'Y'.
*> The whole property store, every table's entries, so a rewrite
*> after an update carries the other tables' properties through.
*> Entries beyond the table are counted, and a change set is refused
*> rather than rewrite a store that could not be held whole or add a
*> key the table has no room left for.
01 WS-PROPERTY-COUNT PIC 9(5) VALUE ZERO.
01 WS-PROPERTY-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-PROPERTY-SLOTS-CLAIMED PIC 9(5) VALUE ZERO.
01 WS-PROPERTY-EARLIER-IDX PIC 9(3) COMP.
01 WS-PROPERTY-EARLIER-SWITCH PIC X.
   88 WS-PROPERTY-SET-EARLIER VALUE 'S'.
   88 WS-PROPERTY-REMOVED-EARLIER VALUE 'R'.
01 WS-PROPERTY-TABLE.
   05 WS-PROPERTY-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON WS-PROPERTY-COUNT
         INDEXED BY WS-PROPERTY-IDX.
      10 WS-PR-TABLE-NAME PIC X(128).
      10 WS-PR-PROPERTY-KEY PIC X(40).
      10 WS-PR-PROPERTY-VALUE PIC X(64).
      10 WS-PR-REMOVED-SWITCH PIC X.
         88 WS-PR-IS-REMOVED VALUE 'Y'.
*> Registry keys and change cards beyond their tables are counted,
*> and a change set judged against a partial registry, or only partly
*> loaded itself, is refused whole rather than applied in part.
01 WS-PROPERTY-KEY-COUNT PIC 9(3) VALUE ZERO.
01 WS-PROPERTY-KEY-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-PROPERTY-KEY-TABLE.
   05 WS-PROPERTY-KEY-ENTRY OCCURS 1 TO 200 TIMES
         DEPENDING ON WS-PROPERTY-KEY-COUNT
         INDEXED BY WS-PROPERTY-KEY-IDX.
      10 WS-PK-PROPERTY-KEY PIC X(40).
      10 WS-PK-VALUE-TYPE PIC X(6).
      10 WS-PK-MIN-VALUE PIC 9(18).
      10 WS-PK-MAX-VALUE PIC 9(18).
01 WS-PROPERTY-CHANGE-COUNT PIC 9(3) VALUE ZERO.
01 WS-PROP-CHANGE-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-PROPERTY-CHANGE-TABLE.
   05 WS-PROPERTY-CHANGE-ENTRY OCCURS 1 TO 200 TIMES
         DEPENDING ON WS-PROPERTY-CHANGE-COUNT
         INDEXED BY WS-PROPERTY-CHANGE-IDX.
      10 WS-PC-OPERATION PIC X(6).
      10 WS-PC-PROPERTY-KEY PIC X(40).
      10 WS-PC-PROPERTY-VALUE PIC X(64).
      10 WS-PC-CHANGED-BY PIC X(30).
01 WS-PROPERTY-CHANGES-VALID-SWITCH PIC X.
   88 WS-PROPERTY-CHANGES-VALID VALUE 'Y'.
01 WS-PROPERTY-KEY-FOUND-SWITCH PIC X.
   88 WS-PROPERTY-KEY-FOUND VALUE 'Y'.
01 WS-PROPERTY-FOUND-SWITCH PIC X.
   88 WS-PROPERTY-FOUND VALUE 'Y'.
01 WS-PROPERTY-REJECT-REASON PIC X(40).
01 WS-PROPERTY-LOOKUP-TABLE PIC X(128).
01 WS-PROPERTY-LOOKUP-KEY PIC X(40).
01 WS-PROPERTY-OLD-VALUE PIC X(64).
01 WS-PROPERTY-VALUE-CHECK.
   05 WS-PVC-NUMBER PIC 9(18).
   05 WS-PVC-TRAILER PIC X(46).
01 WS-PROPERTIES-POINTER PIC 9(4) COMP.
01 WS-PROPERTY-APPLIED-COUNT PIC 9(5) VALUE ZERO.
01 WS-PROPERTY-TIMESTAMP PIC 9(14).

01 WS-SNAPSHOT-SUMMARY-STATUS PIC XX.
   88 WS-SNAPSHOT-SUMMARY-OK VALUE '00'.
01 WS-SUMMARY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SUMMARIES VALUE 'Y'.
01 WS-COMMIT-PRINCIPAL PIC X(30) VALUE 'ICEBERG-BATCH'.
*> The summary of the snapshot being committed, filled in as the
*> commit writes its file changes and handed to
*> WRITE-SNAPSHOT-SUMMARY once the snapshot has landed.
01 WS-COMMIT-SUMMARY.
   05 WS-CS-SNAPSHOT-ID PIC 9(18).
   05 WS-CS-PARENT-SNAPSHOT-ID PIC 9(18).
   05 WS-CS-OPERATION PIC X(10).
   05 WS-CS-ADDED-FILES PIC 9(9).
   05 WS-CS-REMOVED-FILES PIC 9(9).
   05 WS-CS-ADDED-ROWS PIC 9(18).
   05 WS-CS-REMOVED-ROWS PIC 9(18).
   05 WS-CS-ADDED-BYTES PIC 9(18).
   05 WS-CS-REMOVED-BYTES PIC 9(18).
01 WS-OVW-OPERATION PIC X(10) VALUE 'OVERWRITE'.
01 WS-HISTORY-ENTRY-COUNT PIC 9(7) VALUE ZERO.
01 WS-HISTORY-TIMESTAMP PIC X(14).
01 WS-HISTORY-AT PIC X(19).
01 WS-HISTORY-POINTER PIC 9(4) COMP.
01 WS-SNAPSHOTS-POINTER PIC 9(4) COMP.
01 WS-HISTORY-DISPLAY.
   05 WS-HD-SNAPSHOT PIC Z(17)9.
   05 WS-HD-PARENT PIC Z(17)9.
   05 WS-HD-ADDED-FILES PIC Z(8)9.
   05 WS-HD-REMOVED-FILES PIC Z(8)9.
   05 WS-HD-ADDED-ROWS PIC Z(17)9.
   05 WS-HD-REMOVED-ROWS PIC Z(17)9.
   05 WS-HD-ADDED-BYTES PIC Z(17)9.
   05 WS-HD-REMOVED-BYTES PIC Z(17)9.
01 WS-HISTORY-COUNT-DISPLAY PIC Z(6)9.

01 WS-TX-CARD-STATUS PIC XX.
   88 WS-TX-CARD-OK VALUE '00'.
01 WS-TX-CARD-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-TX-CARDS VALUE 'Y'.
01 WS-SCHEMA-DECK-STATUS PIC XX.
   88 WS-SCHEMA-DECK-OK VALUE '00'.
01 WS-SCHEMA-DECK-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SCHEMA-DECK VALUE 'Y'.
01 WS-DROPPED-ID-STATUS PIC XX.
   88 WS-DROPPED-ID-OK VALUE '00'.
01 WS-DROPPED-ID-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-DROPPED-IDS VALUE 'Y'.
01 WS-IDENTIFIER-STATUS PIC XX.
   88 WS-IDENTIFIER-OK VALUE '00'.
01 WS-IDENTIFIER-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-IDENTIFIER-CARDS VALUE 'Y'.
01 WS-REGISTRY-STATUS PIC XX.
   88 WS-REGISTRY-OK VALUE '00'.
01 WS-REGISTRY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-REGISTRY VALUE 'Y'.

*> The staged steps of a transaction, each with the verdict its
*> validation reached. Nothing is applied until every step is VALID.
01 WS-TX-STEP-COUNT PIC 9(3) VALUE ZERO.
01 WS-TX-STEP-TABLE.
   05 WS-TX-STEP-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-TX-STEP-COUNT
         INDEXED BY WS-TX-STEP-IDX.
      10 WS-TXS-STEP-TYPE PIC X(10).
         88 WS-TXS-IS-SCHEMA VALUE 'SCHEMA'.
         88 WS-TXS-IS-PROPERTY VALUE 'PROPERTY'.
         88 WS-TXS-IS-SORT-ORDER VALUE 'SORT-ORDER'.
         88 WS-TXS-IS-APPEND VALUE 'APPEND'.
         88 WS-TXS-IS-OVERWRITE VALUE 'OVERWRITE'.
      10 WS-TXS-STEP-BODY PIC X(400).
      10 WS-TXS-VERDICT PIC X.
         88 WS-TXS-IS-VALID VALUE 'V'.
         88 WS-TXS-IS-REJECTED VALUE 'R'.
      10 WS-TXS-REASON PIC X(60).

*> One step's body, viewed through the layout its step type implies.
01 WS-TX-STEP-WORK PIC X(400).
01 WS-TX-SCHEMA-STEP REDEFINES WS-TX-STEP-WORK.
   05 WS-TXW-SCHEMA-ACTION PIC X(12).
   05 WS-TXW-FIELD-ID PIC 9(9).
   05 WS-TXW-FIELD-NAME PIC X(128).
   05 WS-TXW-FIELD-TYPE PIC X(30).
   05 WS-TXW-REQUIRED-SWITCH PIC X.
      88 WS-TXW-COLUMN-IS-REQUIRED VALUE 'Y'.
   05 WS-TXW-PARENT-ID PIC 9(9).
   05 FILLER PIC X(211).
01 WS-TX-PROPERTY-STEP REDEFINES WS-TX-STEP-WORK.
   05 WS-TXW-PROPERTY-OPERATION PIC X(6).
   05 WS-TXW-PROPERTY-KEY PIC X(40).
   05 WS-TXW-PROPERTY-VALUE PIC X(64).
   05 WS-TXW-CHANGED-BY PIC X(30).
   05 FILLER PIC X(260).
01 WS-TX-SORT-STEP REDEFINES WS-TX-STEP-WORK.
   05 WS-TXW-SORT-FIELD-ID PIC 9(9).
   05 WS-TXW-SORT-DIRECTION PIC X(4).
   05 WS-TXW-SORT-NULL-ORDER PIC X(5).
   05 FILLER PIC X(382).
01 WS-TX-DATA-STEP REDEFINES WS-TX-STEP-WORK.
   05 WS-TXW-FILE-PATH PIC X(256).
   05 WS-TXW-PARTITION-VALUE PIC X(64).
   05 WS-TXW-RECORD-COUNT PIC 9(18).
   05 WS-TXW-FILE-SIZE PIC 9(18).
   05 WS-TXW-NULL-COUNT PIC 9(18).
   05 FILLER PIC X(26).

*> The working copy of the schema the transaction's schema steps
*> evolve, with the dropped-id register and identifier set they are
*> judged against.
01 WS-TX-FIELD-COUNT PIC 9(5) VALUE ZERO.
01 WS-TX-FIELD-TABLE.
   05 WS-TX-FIELD-ENTRY OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-TX-FIELD-COUNT
         INDEXED BY WS-TX-FIELD-IDX.
      10 WS-TXF-FIELD-ID PIC 9(9).
      10 WS-TXF-FIELD-NAME PIC X(128).
      10 WS-TXF-FIELD-TYPE PIC X(30).
      10 WS-TXF-PRIMITIVE-SWITCH PIC X.
      10 WS-TXF-REQUIRED-SWITCH PIC X.
      10 WS-TXF-PARENT-ID PIC 9(9).
      10 WS-TXF-HAS-DEFAULT-SWITCH PIC X.
      10 WS-TXF-DEFAULT-VALUE PIC X(64).
      10 WS-TXF-DROPPED-SWITCH PIC X.
         88 WS-TXF-IS-DROPPED VALUE 'Y'.
01 WS-TX-HIGHEST-FIELD-ID PIC 9(9) VALUE ZERO.
01 WS-TX-DROPPED-COUNT PIC 9(5) VALUE ZERO.
01 WS-TX-DROPPED-TABLE.
   05 WS-TX-DROPPED-ID OCCURS 1 TO 5000 TIMES
         DEPENDING ON WS-TX-DROPPED-COUNT
         INDEXED BY WS-TX-DROPPED-IDX PIC 9(9).
01 WS-TX-IDENTIFIER-COUNT PIC 9(5) VALUE ZERO.
01 WS-TX-IDENTIFIER-TABLE.
   05 WS-TX-IDENTIFIER-ID OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-TX-IDENTIFIER-COUNT
         INDEXED BY WS-TX-IDENTIFIER-IDX PIC 9(9).
01 WS-TX-LOOKUP-FIELD-ID PIC 9(9).
01 WS-TX-FIELD-FOUND-SWITCH PIC X.
   88 WS-TX-FIELD-FOUND VALUE 'Y'.
01 WS-TX-ID-DROPPED-SWITCH PIC X.
   88 WS-TX-ID-WAS-DROPPED VALUE 'Y'.
01 WS-TX-ID-IS-IDENTIFIER-SWITCH PIC X.
   88 WS-TX-ID-IS-IDENTIFIER VALUE 'Y'.
01 WS-TX-DROP-SPREAD-SWITCH PIC X.
   88 WS-TX-DROP-SPREAD VALUE 'Y'.
01 WS-TX-CHILD-IDX PIC 9(5).
01 WS-TX-SCHEMA-VERSION PIC 9(10) VALUE ZERO.

01 WS-TX-REASON PIC X(60).
01 WS-TX-REJECTED-COUNT PIC 9(3) VALUE ZERO.
01 WS-TX-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.
01 WS-TX-SCHEMA-STEP-COUNT PIC 9(3) VALUE ZERO.
01 WS-TX-PROPERTY-STEP-COUNT PIC 9(3) VALUE ZERO.
01 WS-TX-SORT-STEP-COUNT PIC 9(3) VALUE ZERO.
01 WS-TX-DATA-STEP-COUNT PIC 9(3) VALUE ZERO.
01 WS-TX-OVERWRITE-STEP-COUNT PIC 9(3) VALUE ZERO.
01 WS-TX-STEP-DISPLAY PIC 9(3).
01 WS-TX-COUNT-DISPLAY PIC ZZ9.
01 WS-TX-REJECTED-DISPLAY PIC ZZ9.
01 WS-TX-SNAPSHOT-DISPLAY PIC Z(17)9.
01 WS-TX-STEP-TEXT PIC X(200).
01 WS-TX-LOOKUP-PATH PIC X(256).
01 WS-TX-STAGED-FOUND-SWITCH PIC X.
   88 WS-TX-FILE-ALREADY-STAGED VALUE 'Y'.
01 WS-TX-OUTCOME-TEXT PIC X(70).

PROCEDURE DIVISION.

REFRESH-TABLE.
*> is scanned; with one, the as-of timestamp is resolved against the
*> snapshot timestamps to the snapshot that was current at that
*> moment, and every result line carries the resolved snapshot id so
*> the numbers can be tied back to that point in time. A scan-options
*> card asking for EXPLAIN turns the run into a plan report instead.
CREATE-NEW-TABLE-SCAN.
    PERFORM DETERMINE-CURRENT-SNAPSHOT.
    PERFORM LOAD-AS-OF-SCAN-CARD.
    PERFORM LOAD-SCAN-REF-CARD.
    PERFORM LOAD-SCAN-OPTION-CARD.
    PERFORM LOAD-SCAN-PREDICATES.
    PERFORM LOAD-COLUMN-BOUNDS.
    IF WS-SCAN-EXPLAIN-REQUESTED
        PERFORM EXPLAIN-TABLE-SCAN
    ELSE
        MOVE 'TABLE' TO WS-USAGE-SCAN-TYPE
        OPEN OUTPUT TABLE-SCAN-RESULT
        EVALUATE TRUE
            WHEN WS-AS-OF-REQUESTED
                PERFORM SCAN-AS-OF-SNAPSHOT
            WHEN WS-SCAN-REF-REQUESTED
                PERFORM SCAN-NAMED-REF
            WHEN OTHER
                MOVE WS-TABLE-CURRENT-SNAPSHOT
                    TO WS-REPLAY-TARGET-SNAPSHOT-ID
                PERFORM EMIT-TABLE-SCAN-FILES
        END-EVALUATE
        CLOSE TABLE-SCAN-RESULT
    END-IF.

LOAD-SCAN-OPTION-CARD.
    MOVE 'N' TO WS-SCAN-EXPLAIN-SWITCH.
    OPEN INPUT SCAN-OPTION-CARD-FILE.
    IF WS-SCAN-OPTION-CARD-OK
        READ SCAN-OPTION-CARD-FILE
            AT END CONTINUE
            NOT AT END
                IF SOC-EXPLAIN-FLAG = 'Y'
                    SET WS-SCAN-EXPLAIN-REQUESTED TO TRUE
                END-IF
        END-READ
        CLOSE SCAN-OPTION-CARD-FILE
    END-IF.

*> The scan's target snapshot is resolved the same way a real scan
*> resolves it - as-of card, then ref card, then the current snapshot
*> - and an unresolvable target is reported rather than explained.
EXPLAIN-TABLE-SCAN.
    OPEN OUTPUT SCAN-EXPLAIN-REPORT.
    SET WS-EXPLAIN-TARGET-FOUND TO TRUE.
    EVALUATE TRUE
        WHEN WS-AS-OF-REQUESTED
            PERFORM RESOLVE-AS-OF-SNAPSHOT
            IF WS-RESOLVED-SNAPSHOT-FOUND
                MOVE WS-RESOLVED-SNAPSHOT-ID
                    TO WS-REPLAY-TARGET-SNAPSHOT-ID
            ELSE
                MOVE 'N' TO WS-EXPLAIN-TARGET-SWITCH
                MOVE SPACES TO SCAN-EXPLAIN-LINE
                STRING 'EXPLAIN REJECTED: NO SNAPSHOT OF '
                        DELIMITED BY SIZE
                    WS-TABLE-NAME DELIMITED BY SPACE
                    ' AT OR BEFORE ' DELIMITED BY SIZE
                    WS-AS-OF-TIMESTAMP DELIMITED BY SIZE
                    INTO SCAN-EXPLAIN-LINE
                WRITE SCAN-EXPLAIN-LINE
            END-IF
        WHEN WS-SCAN-REF-REQUESTED
            PERFORM LOAD-REF-TABLE
            MOVE WS-SCAN-REF-NAME TO WS-REF-SEARCH-NAME
            PERFORM FIND-REF-BY-NAME
            IF WS-REF-FOUND
                MOVE WS-REF-SNAPSHOT (WS-REF-MATCH-IDX)
                    TO WS-REPLAY-TARGET-SNAPSHOT-ID
            ELSE
                MOVE 'N' TO WS-EXPLAIN-TARGET-SWITCH
                MOVE SPACES TO SCAN-EXPLAIN-LINE
                STRING 'EXPLAIN REJECTED: UNKNOWN REF '
                        DELIMITED BY SIZE
                    WS-SCAN-REF-NAME DELIMITED BY SPACE
                    INTO SCAN-EXPLAIN-LINE
                WRITE SCAN-EXPLAIN-LINE
            END-IF
        WHEN OTHER
            MOVE WS-TABLE-CURRENT-SNAPSHOT
                TO WS-REPLAY-TARGET-SNAPSHOT-ID
    END-EVALUATE.
    IF WS-EXPLAIN-TARGET-FOUND
        PERFORM EXPLAIN-SCAN-PLAN
    END-IF.
    CLOSE SCAN-EXPLAIN-REPORT.

*> Replays the file set the scan would see, lists the predicates as
*> the planner parsed them, then walks every live file through the
*> manifest skip and the per-file bounds test a real scan applies,
*> totalling files, bytes and rows on each side of the pruning. As in
*> the scan itself, a live row-delete file is not a task; it is
*> counted apart and never pruned.
EXPLAIN-SCAN-PLAN.
    PERFORM LOAD-HISTORY-TO-TARGET.
    PERFORM REBUILD-LIVE-FILE-SET.
    PERFORM LOAD-DIFF-LISTING-TABLE.
    PERFORM LOAD-SCAN-DELETE-FILES.
    MOVE SPACES TO SCAN-EXPLAIN-LINE.
    STRING 'EXPLAIN TABLE=' DELIMITED BY SIZE
        WS-TABLE-NAME DELIMITED BY SPACE
        ' SNAPSHOT=' WS-REPLAY-TARGET-SNAPSHOT-ID DELIMITED BY SIZE
        INTO SCAN-EXPLAIN-LINE.
    WRITE SCAN-EXPLAIN-LINE.
    IF WS-PREDICATES-LOADED
        MOVE SPACES TO SCAN-EXPLAIN-LINE
        STRING 'PREDICATE GROUPS=' WS-PRED-GROUP-MAX
                DELIMITED BY SIZE
            ' CARDS=' WS-PRED-COUNT DELIMITED BY SIZE
            ' (GROUPS AND TOGETHER, CARDS WITHIN A GROUP OR)'
                DELIMITED BY SIZE
            INTO SCAN-EXPLAIN-LINE
        WRITE SCAN-EXPLAIN-LINE
        PERFORM WRITE-ONE-EXPLAIN-PREDICATE
            VARYING WS-PRED-IDX FROM 1 BY 1
            UNTIL WS-PRED-IDX > WS-PRED-COUNT
    ELSE
        MOVE 'PREDICATE NONE - EVERY LIVE FILE IS READ'
            TO SCAN-EXPLAIN-LINE
        WRITE SCAN-EXPLAIN-LINE
    END-IF.
    MOVE ZERO TO WS-EXPLAIN-FILES-BEFORE.
    MOVE ZERO TO WS-EXPLAIN-BYTES-BEFORE.
    MOVE ZERO TO WS-EXPLAIN-ROWS-BEFORE.
    MOVE ZERO TO WS-EXPLAIN-FILES-AFTER.
    MOVE ZERO TO WS-EXPLAIN-BYTES-AFTER.
    MOVE ZERO TO WS-EXPLAIN-ROWS-AFTER.
    MOVE ZERO TO WS-NO-BOUNDS-COUNT.
    MOVE ZERO TO WS-SCAN-MANIFEST-COUNT.
    MOVE ZERO TO WS-MANIFESTS-SKIPPED-COUNT.
    IF WS-PREDICATES-LOADED
        PERFORM SKIP-RULED-OUT-MANIFESTS
    END-IF.
    PERFORM EXPLAIN-ONE-LIVE-FILE
        VARYING WS-LIVE-IDX FROM 1 BY 1
        UNTIL WS-LIVE-IDX > WS-LIVE-FILE-COUNT.
    MOVE SPACES TO SCAN-EXPLAIN-LINE.
    STRING 'BEFORE PRUNING FILES=' WS-EXPLAIN-FILES-BEFORE
            DELIMITED BY SIZE
        ' BYTES=' WS-EXPLAIN-BYTES-BEFORE DELIMITED BY SIZE
        ' ROWS=' WS-EXPLAIN-ROWS-BEFORE DELIMITED BY SIZE
        INTO SCAN-EXPLAIN-LINE.
    WRITE SCAN-EXPLAIN-LINE.
    MOVE SPACES TO SCAN-EXPLAIN-LINE.
    STRING 'AFTER PRUNING  FILES=' WS-EXPLAIN-FILES-AFTER
            DELIMITED BY SIZE
        ' BYTES=' WS-EXPLAIN-BYTES-AFTER DELIMITED BY SIZE
        ' ROWS=' WS-EXPLAIN-ROWS-AFTER DELIMITED BY SIZE
        INTO SCAN-EXPLAIN-LINE.
    WRITE SCAN-EXPLAIN-LINE.
    MOVE SPACES TO SCAN-EXPLAIN-LINE.
    STRING 'DELETE FILES=' WS-SCAN-DELETE-FILE-TOTAL DELIMITED BY SIZE
        ' (APPLIED TO THE DATA FILES THEY COVER, NOT READ AS TASKS)'
            DELIMITED BY SIZE
        INTO SCAN-EXPLAIN-LINE.
    WRITE SCAN-EXPLAIN-LINE.
    IF WS-PREDICATES-LOADED
        MOVE SPACES TO SCAN-EXPLAIN-LINE
        STRING 'MANIFESTS CONSIDERED=' WS-SCAN-MANIFEST-COUNT
                DELIMITED BY SIZE
            ' SKIPPED=' WS-MANIFESTS-SKIPPED-COUNT
                DELIMITED BY SIZE
            INTO SCAN-EXPLAIN-LINE
        WRITE SCAN-EXPLAIN-LINE
        IF WS-NO-BOUNDS-COUNT = ZERO
            MOVE 'NO-BOUNDS NONE' TO SCAN-EXPLAIN-LINE
            WRITE SCAN-EXPLAIN-LINE
        ELSE
            PERFORM WRITE-ONE-NO-BOUNDS-LINE
                VARYING WS-NO-BOUNDS-IDX FROM 1 BY 1
                UNTIL WS-NO-BOUNDS-IDX > WS-NO-BOUNDS-COUNT
        END-IF
    END-IF.

WRITE-ONE-EXPLAIN-PREDICATE.
    MOVE SPACES TO SCAN-EXPLAIN-LINE.
    STRING 'PREDICATE GROUP=' WS-PR-GROUP-ID (WS-PRED-IDX)
            DELIMITED BY SIZE
        ' FIELD-ID=' WS-PR-FIELD-ID (WS-PRED-IDX) DELIMITED BY SIZE
        ' TYPE=' DELIMITED BY SIZE
        WS-PR-PREDICATE-TYPE (WS-PRED-IDX) DELIMITED BY SPACE
        ' LITERAL=' DELIMITED BY SIZE
        WS-PR-LITERAL (WS-PRED-IDX) DELIMITED BY SIZE
        INTO SCAN-EXPLAIN-LINE.
    WRITE SCAN-EXPLAIN-LINE.

*> A file the scan would skip is named with what ruled it out - its
*> manifest's partition range, or the first predicate group that has
*> no alternative left. WS-EVAL-GROUP has stepped once past that
*> group when the pruning loop stops.
EXPLAIN-ONE-LIVE-FILE.
    MOVE 'N' TO WS-SCAN-DELETE-FOUND-SWITCH.
    IF WS-LF-IS-LIVE (WS-LIVE-IDX)
        MOVE WS-LF-FILE-PATH (WS-LIVE-IDX) TO WS-DIFF-LOOKUP-PATH
        PERFORM FIND-SCAN-DELETE-FILE
    END-IF.
    IF WS-LF-IS-LIVE (WS-LIVE-IDX) AND NOT WS-SCAN-DELETE-FOUND
        MOVE WS-LF-FILE-PATH (WS-LIVE-IDX) TO WS-DIFF-LOOKUP-PATH
        PERFORM FIND-DIFF-LISTING-ROW-COUNT
        ADD 1 TO WS-EXPLAIN-FILES-BEFORE
        ADD WS-DIFF-LOOKUP-FILE-SIZE TO WS-EXPLAIN-BYTES-BEFORE
        ADD WS-DIFF-LOOKUP-ROW-COUNT TO WS-EXPLAIN-ROWS-BEFORE
        MOVE 'N' TO WS-FILE-PRUNED-SWITCH
        IF WS-LF-IN-SKIPPED-MANIFEST (WS-LIVE-IDX)
            MOVE SPACES TO SCAN-EXPLAIN-LINE
            STRING 'SKIPPED FILE=' DELIMITED BY SIZE
                WS-LF-FILE-PATH (WS-LIVE-IDX) DELIMITED BY SPACE
                ' BY=MANIFEST-RANGE' DELIMITED BY SIZE
                INTO SCAN-EXPLAIN-LINE
            WRITE SCAN-EXPLAIN-LINE
        ELSE
            IF WS-PREDICATES-LOADED
                PERFORM EVALUATE-FILE-PRUNING
            END-IF
            IF WS-FILE-IS-PRUNED
                COMPUTE WS-EXPLAIN-GROUP = WS-EVAL-GROUP - 1
                MOVE SPACES TO SCAN-EXPLAIN-LINE
                STRING 'SKIPPED FILE=' DELIMITED BY SIZE
                    WS-LF-FILE-PATH (WS-LIVE-IDX) DELIMITED BY SPACE
                    ' BY=PREDICATE-GROUP ' DELIMITED BY SIZE
                    WS-EXPLAIN-GROUP DELIMITED BY SIZE
                    INTO SCAN-EXPLAIN-LINE
                WRITE SCAN-EXPLAIN-LINE
            ELSE
                ADD 1 TO WS-EXPLAIN-FILES-AFTER
                ADD WS-DIFF-LOOKUP-FILE-SIZE TO WS-EXPLAIN-BYTES-AFTER
                ADD WS-DIFF-LOOKUP-ROW-COUNT TO WS-EXPLAIN-ROWS-AFTER
                SET WS-EXPLAIN-FILE-POS TO WS-LIVE-IDX
                PERFORM NOTE-ONE-MISSING-BOUND
                    VARYING WS-PRED-IDX FROM 1 BY 1
                    UNTIL WS-PRED-IDX > WS-PRED-COUNT
            END-IF
        END-IF
    END-IF.

*> Each predicate field a file that will be read has no bounds for is
*> counted once per file, however many cards name the field.
NOTE-ONE-MISSING-BOUND.
    PERFORM FIND-BOUNDS-FOR-PRED.
    IF NOT WS-BOUNDS-FOUND
        MOVE 'N' TO WS-NO-BOUNDS-FOUND-SWITCH
        SET WS-NO-BOUNDS-IDX TO 1
        SEARCH WS-NO-BOUNDS-ENTRY
            AT END CONTINUE
            WHEN WS-NB-FIELD-ID (WS-NO-BOUNDS-IDX) =
                    WS-PR-FIELD-ID (WS-PRED-IDX)
                SET WS-NO-BOUNDS-FOUND TO TRUE
        END-SEARCH
        IF NOT WS-NO-BOUNDS-FOUND
            IF WS-NO-BOUNDS-COUNT < 100
                ADD 1 TO WS-NO-BOUNDS-COUNT
                SET WS-NO-BOUNDS-IDX TO WS-NO-BOUNDS-COUNT
                MOVE WS-PR-FIELD-ID (WS-PRED-IDX)
                    TO WS-NB-FIELD-ID (WS-NO-BOUNDS-IDX)
                MOVE 1 TO WS-NB-FILE-COUNT (WS-NO-BOUNDS-IDX)
            END-IF
        ELSE
            IF WS-NB-LAST-FILE-POS (WS-NO-BOUNDS-IDX) NOT =
                    WS-EXPLAIN-FILE-POS
                ADD 1 TO WS-NB-FILE-COUNT (WS-NO-BOUNDS-IDX)
            END-IF
        END-IF
        IF WS-NO-BOUNDS-IDX NOT > WS-NO-BOUNDS-COUNT
            MOVE WS-EXPLAIN-FILE-POS
                TO WS-NB-LAST-FILE-POS (WS-NO-BOUNDS-IDX)
        END-IF
    END-IF.

WRITE-ONE-NO-BOUNDS-LINE.
    MOVE SPACES TO SCAN-EXPLAIN-LINE.
    STRING 'NO-BOUNDS FIELD-ID=' WS-NB-FIELD-ID (WS-NO-BOUNDS-IDX)
            DELIMITED BY SIZE
        ' FILES-READ-WITHOUT-BOUNDS='
            DELIMITED BY SIZE
        WS-NB-FILE-COUNT (WS-NO-BOUNDS-IDX) DELIMITED BY SIZE
        INTO SCAN-EXPLAIN-LINE.
    WRITE SCAN-EXPLAIN-LINE.

SCAN-AS-OF-SNAPSHOT.
    PERFORM RESOLVE-AS-OF-SNAPSHOT.

*> Replays the file-change history up to the scan's target snapshot
*> and writes the files live at that snapshot, each line labelled with
*> the snapshot id the scan resolved to. Each data file is a scan task
*> followed by the delete files that apply to it, so no reader has to
*> work the pairing out for itself; the closing line gives the rows
*> read and the rows still live once those deletes are applied.
EMIT-TABLE-SCAN-FILES.
    PERFORM LOAD-HISTORY-TO-TARGET.
    PERFORM REBUILD-LIVE-FILE-SET.
    PERFORM LOAD-DIFF-LISTING-TABLE.
    PERFORM LOAD-SCAN-DELETE-FILES.
    MOVE ZERO TO WS-SCAN-LIVE-TOTAL.
    MOVE ZERO TO WS-SCAN-ROW-TOTAL.
    MOVE ZERO TO WS-SCAN-DELETED-ROW-TOTAL.
    MOVE ZERO TO WS-PRUNED-FILE-COUNT.
    MOVE ZERO TO WS-PRUNED-ROW-TOTAL.
    MOVE ZERO TO WS-SCAN-MANIFEST-COUNT.
    MOVE ZERO TO WS-MANIFESTS-SKIPPED-COUNT.
    MOVE ZERO TO WS-TASK-DELETE-OVERFLOW-COUNT.
    IF WS-PREDICATES-LOADED
        PERFORM SKIP-RULED-OUT-MANIFESTS
    END-IF.
    PERFORM PRUNE-ONE-TABLE-SCAN-FILE
        VARYING WS-LIVE-IDX FROM 1 BY 1
        UNTIL WS-LIVE-IDX > WS-LIVE-FILE-COUNT.
    IF WS-SCAN-DELETE-OVERFLOW-COUNT > ZERO
            OR WS-TASK-DELETE-OVERFLOW-COUNT > ZERO
        MOVE SPACES TO TABLE-SCAN-RESULT-LINE
        STRING 'SCAN REJECTED: TABLE=' DELIMITED BY SIZE
            WS-TABLE-NAME DELIMITED BY SPACE
            ' SNAPSHOT=' WS-REPLAY-TARGET-SNAPSHOT-ID DELIMITED BY SIZE
            ' DELETES BEYOND THE 10000-FILE LIMIT='
                DELIMITED BY SIZE
            WS-SCAN-DELETE-OVERFLOW-COUNT DELIMITED BY SIZE
            ' BEYOND THE 100-PER-TASK LIMIT=' DELIMITED BY SIZE
            WS-TASK-DELETE-OVERFLOW-COUNT DELIMITED BY SIZE
            ' - NO TASKS PLANNED' DELIMITED BY SIZE
            INTO TABLE-SCAN-RESULT-LINE
        WRITE TABLE-SCAN-RESULT-LINE
    ELSE
        PERFORM WRITE-TABLE-SCAN-TASKS
    END-IF.

*> The tasks themselves, the closing totals and the usage record.
WRITE-TABLE-SCAN-TASKS.
    PERFORM WRITE-ONE-TABLE-SCAN-FILE
        VARYING WS-LIVE-IDX FROM 1 BY 1
        UNTIL WS-LIVE-IDX > WS-LIVE-FILE-COUNT.
    COMPUTE WS-SCAN-NET-ROW-TOTAL =
        WS-SCAN-ROW-TOTAL - WS-SCAN-DELETED-ROW-TOTAL.
    MOVE SPACES TO TABLE-SCAN-RESULT-LINE.
    IF WS-AS-OF-REQUESTED
        STRING 'SCAN COMPLETE TABLE=' DELIMITED BY SIZE
            ' SNAPSHOT=' WS-REPLAY-TARGET-SNAPSHOT-ID DELIMITED BY SIZE
            ' FILES=' WS-SCAN-LIVE-TOTAL DELIMITED BY SIZE
            ' AS-OF=' WS-AS-OF-TIMESTAMP DELIMITED BY SIZE
            ' DELETE-FILES=' WS-SCAN-DELETE-FILE-TOTAL
                DELIMITED BY SIZE
            ' ROWS=' WS-SCAN-ROW-TOTAL DELIMITED BY SIZE
            ' DELETED-ROWS=' WS-SCAN-DELETED-ROW-TOTAL
                DELIMITED BY SIZE
            ' LIVE-ROWS=' WS-SCAN-NET-ROW-TOTAL DELIMITED BY SIZE
            INTO TABLE-SCAN-RESULT-LINE
    ELSE
        STRING 'SCAN COMPLETE TABLE=' DELIMITED BY SIZE
            WS-TABLE-NAME DELIMITED BY SPACE
            ' SNAPSHOT=' WS-REPLAY-TARGET-SNAPSHOT-ID DELIMITED BY SIZE
            ' FILES=' WS-SCAN-LIVE-TOTAL DELIMITED BY SIZE
            ' DELETE-FILES=' WS-SCAN-DELETE-FILE-TOTAL
                DELIMITED BY SIZE
            ' ROWS=' WS-SCAN-ROW-TOTAL DELIMITED BY SIZE
            ' DELETED-ROWS=' WS-SCAN-DELETED-ROW-TOTAL
                DELIMITED BY SIZE
            ' LIVE-ROWS=' WS-SCAN-NET-ROW-TOTAL DELIMITED BY SIZE
            INTO TABLE-SCAN-RESULT-LINE
    END-IF.
    WRITE TABLE-SCAN-RESULT-LINE.
                DELIMITED BY SIZE
            INTO TABLE-SCAN-RESULT-LINE
        WRITE TABLE-SCAN-RESULT-LINE
        MOVE SPACES TO TABLE-SCAN-RESULT-LINE
        STRING 'MANIFESTS CONSIDERED=' WS-SCAN-MANIFEST-COUNT
                DELIMITED BY SIZE
            ' SKIPPED=' WS-MANIFESTS-SKIPPED-COUNT
                DELIMITED BY SIZE
            INTO TABLE-SCAN-RESULT-LINE
        WRITE TABLE-SCAN-RESULT-LINE
    END-IF.
    PERFORM ACCOUNT-TABLE-SCAN-USAGE.

        VARYING WS-LIVE-IDX FROM 1 BY 1
        UNTIL WS-LIVE-IDX > WS-LIVE-FILE-COUNT.
    MOVE WS-SCAN-LIVE-TOTAL TO WS-USAGE-FILE-TOTAL.
    MOVE WS-MANIFESTS-SKIPPED-COUNT TO WS-USAGE-MANIFESTS-SKIPPED.
    PERFORM APPEND-SCAN-USAGE-RECORD.

SUM-ONE-LIVE-FILE-ROWS.
    MOVE WS-USAGE-FILE-TOTAL TO SU-FILE-COUNT.
    MOVE WS-USAGE-ROW-TOTAL TO SU-ROW-COUNT.
    MOVE WS-CURRENT-DATE-TIME (1:8) TO SU-SCAN-DATE.
    MOVE WS-USAGE-MANIFESTS-SKIPPED TO SU-MANIFESTS-SKIPPED.
    WRITE SCAN-USAGE-REC.
    CLOSE SCAN-USAGE-FILE.
    MOVE ZERO TO WS-USAGE-MANIFESTS-SKIPPED.

*> A live file passes the scan's predicates (or there are none)
*> before it reaches the result; a file every alternative of some
*> predicate group rules out is pruned, its rows counted as avoided,
*> and it drops out of the result and the usage accounting alike.
*> A row-delete file is not a task of its own - it rides on the data
*> files it applies to. Every file that stays a task has its deletes
*> paired here first, so an overflow is known before any is written.
PRUNE-ONE-TABLE-SCAN-FILE.
    MOVE 'N' TO WS-SCAN-DELETE-FOUND-SWITCH.
    IF WS-LF-IS-LIVE (WS-LIVE-IDX)
        MOVE WS-LF-FILE-PATH (WS-LIVE-IDX) TO WS-DIFF-LOOKUP-PATH
        PERFORM FIND-SCAN-DELETE-FILE
    END-IF.
    IF WS-LF-IS-LIVE (WS-LIVE-IDX) AND NOT WS-SCAN-DELETE-FOUND
        MOVE 'N' TO WS-FILE-PRUNED-SWITCH
        IF WS-LF-IN-SKIPPED-MANIFEST (WS-LIVE-IDX)
            SET WS-FILE-IS-PRUNED TO TRUE
        ELSE
            IF WS-PREDICATES-LOADED
                PERFORM EVALUATE-FILE-PRUNING
            END-IF
        END-IF
        IF WS-FILE-IS-PRUNED
            ADD 1 TO WS-PRUNED-FILE-COUNT
            ADD WS-DIFF-LOOKUP-ROW-COUNT TO WS-PRUNED-ROW-TOTAL
            MOVE 'N' TO WS-LF-LIVE-SWITCH (WS-LIVE-IDX)
        ELSE
            PERFORM FIND-TASK-DELETES
        END-IF
    END-IF.

WRITE-ONE-TABLE-SCAN-FILE.
    MOVE 'N' TO WS-SCAN-DELETE-FOUND-SWITCH.
    IF WS-LF-IS-LIVE (WS-LIVE-IDX)
        MOVE WS-LF-FILE-PATH (WS-LIVE-IDX) TO WS-DIFF-LOOKUP-PATH
        PERFORM FIND-SCAN-DELETE-FILE
    END-IF.
    IF WS-LF-IS-LIVE (WS-LIVE-IDX) AND NOT WS-SCAN-DELETE-FOUND
        ADD 1 TO WS-SCAN-LIVE-TOTAL
        PERFORM FIND-TASK-DELETES
        ADD WS-TASK-ROW-COUNT TO WS-SCAN-ROW-TOTAL
        ADD WS-TASK-DELETED-ROWS TO WS-SCAN-DELETED-ROW-TOTAL
        MOVE SPACES TO TABLE-SCAN-RESULT-LINE
        STRING 'SNAPSHOT=' WS-REPLAY-TARGET-SNAPSHOT-ID
                DELIMITED BY SIZE
            ' FILE=' DELIMITED BY SIZE
            WS-LF-FILE-PATH (WS-LIVE-IDX) DELIMITED BY SPACE
            ' DELETES=' WS-TASK-DELETE-COUNT DELIMITED BY SIZE
            INTO TABLE-SCAN-RESULT-LINE
        WRITE TABLE-SCAN-RESULT-LINE
        PERFORM WRITE-ONE-TASK-DELETE
            VARYING WS-TASK-DELETE-IDX FROM 1 BY 1
            UNTIL WS-TASK-DELETE-IDX > WS-TASK-DELETE-COUNT
    END-IF.

*> The row-delete files still live at the scanned snapshot, from the
*> replayed history: a positional delete is kept once per data file
*> it names, an equality delete once per partition it covers, its
*> partition being that of the data files its history records name.
*> Each carries its data sequence number from V2METADATA's resolved
*> entries; one with none on record is treated as newer than any data
*> file, since a delete wrongly left off brings deleted rows back.
LOAD-SCAN-DELETE-FILES.
    MOVE ZERO TO WS-SCAN-DELETE-COUNT.
    MOVE ZERO TO WS-SCAN-DELETE-OVERFLOW-COUNT.
    MOVE ZERO TO WS-SCAN-DELETE-FILE-TOTAL.
    PERFORM LOAD-ENTRY-SEQUENCE-NUMBERS.
    PERFORM NOTE-ONE-SCAN-DELETE-FILE
        VARYING WS-REPLAY-HIST-IDX FROM 1 BY 1
        UNTIL WS-REPLAY-HIST-IDX > WS-REPLAY-HISTORY-COUNT.

NOTE-ONE-SCAN-DELETE-FILE.
    IF (WS-RPH-CHANGE-TYPE (WS-REPLAY-HIST-IDX) = 'P' OR 'E')
            AND NOT WS-RPH-IS-STAGED (WS-REPLAY-HIST-IDX)
        PERFORM FIND-LIVE-FILE-ENTRY
        IF WS-LIVE-LOOKUP-FOUND
            IF WS-LF-IS-LIVE (WS-LIVE-IDX)
                PERFORM ADD-ONE-SCAN-DELETE-ENTRY
            END-IF
        END-IF
    END-IF.

ADD-ONE-SCAN-DELETE-ENTRY.
    MOVE WS-RPH-FILE-PATH (WS-REPLAY-HIST-IDX) TO WS-DIFF-LOOKUP-PATH.
    PERFORM FIND-SCAN-DELETE-FILE.
    IF NOT WS-SCAN-DELETE-FOUND
        ADD 1 TO WS-SCAN-DELETE-FILE-TOTAL
    END-IF.
    MOVE SPACES TO WS-SCAN-DELETE-PARTITION.
    MOVE 'N' TO WS-SCAN-DELETE-FOUND-SWITCH.
    IF WS-RPH-CHANGE-TYPE (WS-REPLAY-HIST-IDX) = 'E'
        MOVE WS-RPH-REFERENCED-FILE (WS-REPLAY-HIST-IDX)
            TO WS-DIFF-LOOKUP-PATH
        PERFORM FIND-DIFF-LISTING-ROW-COUNT
        MOVE WS-DIFF-LOOKUP-PARTITION TO WS-SCAN-DELETE-PARTITION
        PERFORM FIND-EQUALITY-DELETE-PARTITION
    END-IF.
    IF NOT WS-SCAN-DELETE-FOUND AND WS-SCAN-DELETE-COUNT NOT < 10000
        ADD 1 TO WS-SCAN-DELETE-OVERFLOW-COUNT
    END-IF.
    IF NOT WS-SCAN-DELETE-FOUND AND WS-SCAN-DELETE-COUNT < 10000
        ADD 1 TO WS-SCAN-DELETE-COUNT
        SET WS-SCAN-DELETE-IDX TO WS-SCAN-DELETE-COUNT
        MOVE WS-RPH-FILE-PATH (WS-REPLAY-HIST-IDX)
            TO WS-SD-DELETE-PATH (WS-SCAN-DELETE-IDX)
        MOVE WS-RPH-CHANGE-TYPE (WS-REPLAY-HIST-IDX)
            TO WS-SD-CONTENT (WS-SCAN-DELETE-IDX)
        MOVE WS-RPH-REFERENCED-FILE (WS-REPLAY-HIST-IDX)
            TO WS-SD-REFERENCED-FILE (WS-SCAN-DELETE-IDX)
        MOVE WS-SCAN-DELETE-PARTITION
            TO WS-SD-PARTITION-VALUE (WS-SCAN-DELETE-IDX)
        MOVE WS-RPH-DELETED-ROW-COUNT (WS-REPLAY-HIST-IDX)
            TO WS-SD-DELETED-ROW-COUNT (WS-SCAN-DELETE-IDX)
        MOVE WS-RPH-FILE-PATH (WS-REPLAY-HIST-IDX)
            TO WS-SEQUENCE-LOOKUP-PATH
        PERFORM FIND-ENTRY-SEQUENCE-NUMBER
        MOVE WS-SEQUENCE-LOOKUP-NUMBER
            TO WS-SD-SEQUENCE-NUMBER (WS-SCAN-DELETE-IDX)
        MOVE WS-SEQUENCE-LOOKUP-SWITCH
            TO WS-SD-SEQUENCE-SWITCH (WS-SCAN-DELETE-IDX)
    END-IF.

FIND-SCAN-DELETE-FILE.
    MOVE 'N' TO WS-SCAN-DELETE-FOUND-SWITCH.
    IF WS-SCAN-DELETE-COUNT > ZERO
        SET WS-SCAN-DELETE-IDX TO 1
        SEARCH WS-SCAN-DELETE-ENTRY
            AT END CONTINUE
            WHEN WS-SD-DELETE-PATH (WS-SCAN-DELETE-IDX) =
                 WS-DIFF-LOOKUP-PATH
                SET WS-SCAN-DELETE-FOUND TO TRUE
        END-SEARCH
    END-IF.

FIND-EQUALITY-DELETE-PARTITION.
    MOVE 'N' TO WS-SCAN-DELETE-FOUND-SWITCH.
    IF WS-SCAN-DELETE-COUNT > ZERO
        SET WS-SCAN-DELETE-IDX TO 1
        SEARCH WS-SCAN-DELETE-ENTRY
            AT END CONTINUE
            WHEN WS-SD-DELETE-PATH (WS-SCAN-DELETE-IDX) =
                    WS-RPH-FILE-PATH (WS-REPLAY-HIST-IDX)
                AND WS-SD-PARTITION-VALUE (WS-SCAN-DELETE-IDX) =
                    WS-SCAN-DELETE-PARTITION
                SET WS-SCAN-DELETE-FOUND TO TRUE
        END-SEARCH
    END-IF.

LOAD-ENTRY-SEQUENCE-NUMBERS.
    MOVE ZERO TO WS-SEQUENCE-COUNT.
    OPEN INPUT RESOLVED-ENTRY-FILE.
    IF WS-RESOLVED-ENTRY-OK
        MOVE 'N' TO WS-RESOLVED-ENTRY-EOF-SWITCH
        PERFORM LOAD-ONE-ENTRY-SEQUENCE UNTIL END-OF-RESOLVED-ENTRIES
        CLOSE RESOLVED-ENTRY-FILE
    END-IF.

LOAD-ONE-ENTRY-SEQUENCE.
    READ RESOLVED-ENTRY-FILE
        AT END SET END-OF-RESOLVED-ENTRIES TO TRUE
        NOT AT END
            IF WS-SEQUENCE-COUNT < 10000
                ADD 1 TO WS-SEQUENCE-COUNT
                SET WS-SEQUENCE-IDX TO WS-SEQUENCE-COUNT
                MOVE RE-FILE-PATH TO WS-SQ-FILE-PATH (WS-SEQUENCE-IDX)
                MOVE RE-SEQUENCE-NUMBER
                    TO WS-SQ-SEQUENCE-NUMBER (WS-SEQUENCE-IDX)
            END-IF
    END-READ.

FIND-ENTRY-SEQUENCE-NUMBER.
    MOVE 'N' TO WS-SEQUENCE-LOOKUP-SWITCH.
    MOVE ZERO TO WS-SEQUENCE-LOOKUP-NUMBER.
    IF WS-SEQUENCE-COUNT > ZERO
        SET WS-SEQUENCE-IDX TO 1
        SEARCH WS-SEQUENCE-ENTRY
            AT END CONTINUE
            WHEN WS-SQ-FILE-PATH (WS-SEQUENCE-IDX) =
                 WS-SEQUENCE-LOOKUP-PATH
                SET WS-SEQUENCE-LOOKUP-FOUND TO TRUE
                MOVE WS-SQ-SEQUENCE-NUMBER (WS-SEQUENCE-IDX)
                    TO WS-SEQUENCE-LOOKUP-NUMBER
        END-SEARCH
    END-IF.

*> The deletes that apply to the data file in hand, and its rows net
*> of them: a positional delete that names it, and an equality delete
*> of its partition with a newer data sequence number than its own.
FIND-TASK-DELETES.
    MOVE ZERO TO WS-TASK-DELETE-COUNT.
    MOVE ZERO TO WS-TASK-DELETED-ROWS.
    MOVE WS-LF-FILE-PATH (WS-LIVE-IDX) TO WS-DIFF-LOOKUP-PATH.
    PERFORM FIND-DIFF-LISTING-ROW-COUNT.
    MOVE WS-DIFF-LOOKUP-ROW-COUNT TO WS-TASK-ROW-COUNT.
    MOVE WS-DIFF-LOOKUP-PARTITION TO WS-TASK-PARTITION-VALUE.
    MOVE WS-LF-FILE-PATH (WS-LIVE-IDX) TO WS-SEQUENCE-LOOKUP-PATH.
    PERFORM FIND-ENTRY-SEQUENCE-NUMBER.
    MOVE WS-SEQUENCE-LOOKUP-NUMBER TO WS-TASK-SEQUENCE-NUMBER.
    PERFORM JUDGE-ONE-TASK-DELETE
        VARYING WS-SCAN-DELETE-IDX FROM 1 BY 1
        UNTIL WS-SCAN-DELETE-IDX > WS-SCAN-DELETE-COUNT.
    IF WS-TASK-DELETED-ROWS > WS-TASK-ROW-COUNT
        MOVE WS-TASK-ROW-COUNT TO WS-TASK-DELETED-ROWS
    END-IF.

JUDGE-ONE-TASK-DELETE.
    MOVE 'N' TO WS-TASK-APPLIES-SWITCH.
    MOVE ZERO TO WS-TASK-ENTRY-ROWS.
    EVALUATE TRUE
        WHEN WS-SD-IS-POSITIONAL (WS-SCAN-DELETE-IDX)
            IF WS-SD-REFERENCED-FILE (WS-SCAN-DELETE-IDX) =
                    WS-LF-FILE-PATH (WS-LIVE-IDX)
                SET WS-TASK-DELETE-APPLIES TO TRUE
                MOVE WS-SD-DELETED-ROW-COUNT (WS-SCAN-DELETE-IDX)
                    TO WS-TASK-ENTRY-ROWS
            END-IF
        WHEN WS-SD-IS-EQUALITY (WS-SCAN-DELETE-IDX)
            IF WS-SD-PARTITION-VALUE (WS-SCAN-DELETE-IDX) =
                    WS-TASK-PARTITION-VALUE
                AND (NOT WS-SD-SEQUENCE-KNOWN (WS-SCAN-DELETE-IDX)
                    OR WS-SD-SEQUENCE-NUMBER (WS-SCAN-DELETE-IDX) >
                        WS-TASK-SEQUENCE-NUMBER)
                SET WS-TASK-DELETE-APPLIES TO TRUE
                PERFORM SUM-EQUALITY-DELETED-ROWS
                    VARYING WS-REPLAY-HIST-IDX FROM 1 BY 1
                    UNTIL WS-REPLAY-HIST-IDX > WS-REPLAY-HISTORY-COUNT
            END-IF
    END-EVALUATE.
    IF WS-TASK-DELETE-APPLIES AND WS-TASK-DELETE-COUNT NOT < 100
        ADD 1 TO WS-TASK-DELETE-OVERFLOW-COUNT
    END-IF.
    IF WS-TASK-DELETE-APPLIES AND WS-TASK-DELETE-COUNT < 100
        ADD 1 TO WS-TASK-DELETE-COUNT
        SET WS-TASK-DELETE-IDX TO WS-TASK-DELETE-COUNT
        SET WS-TD-SCAN-DELETE-POS (WS-TASK-DELETE-IDX)
            TO WS-SCAN-DELETE-IDX
        MOVE WS-TASK-ENTRY-ROWS TO WS-TD-DELETED-ROWS (WS-TASK-DELETE-IDX)
        ADD WS-TASK-ENTRY-ROWS TO WS-TASK-DELETED-ROWS
    END-IF.

*> An equality delete's rows against this data file are whatever its
*> history records against the file say; until the delete is applied
*> that may be zero.
SUM-EQUALITY-DELETED-ROWS.
    IF WS-RPH-CHANGE-TYPE (WS-REPLAY-HIST-IDX) = 'E'
            AND NOT WS-RPH-IS-STAGED (WS-REPLAY-HIST-IDX)
            AND WS-RPH-FILE-PATH (WS-REPLAY-HIST-IDX) =
                WS-SD-DELETE-PATH (WS-SCAN-DELETE-IDX)
            AND WS-RPH-REFERENCED-FILE (WS-REPLAY-HIST-IDX) =
                WS-LF-FILE-PATH (WS-LIVE-IDX)
        ADD WS-RPH-DELETED-ROW-COUNT (WS-REPLAY-HIST-IDX)
            TO WS-TASK-ENTRY-ROWS
    END-IF.

WRITE-ONE-TASK-DELETE.
    SET WS-SCAN-DELETE-IDX TO WS-TD-SCAN-DELETE-POS (WS-TASK-DELETE-IDX).
    IF WS-SD-IS-POSITIONAL (WS-SCAN-DELETE-IDX)
        MOVE 'POSITIONAL' TO WS-TASK-CONTENT-WORD
    ELSE
        MOVE 'EQUALITY' TO WS-TASK-CONTENT-WORD
    END-IF.
    MOVE SPACES TO TABLE-SCAN-RESULT-LINE.
    STRING 'SNAPSHOT=' WS-REPLAY-TARGET-SNAPSHOT-ID DELIMITED BY SIZE
        ' DELETE=' DELIMITED BY SIZE
        WS-SD-DELETE-PATH (WS-SCAN-DELETE-IDX) DELIMITED BY SPACE
        ' CONTENT=' DELIMITED BY SIZE
        WS-TASK-CONTENT-WORD DELIMITED BY SPACE
        ' ROWS=' WS-TD-DELETED-ROWS (WS-TASK-DELETE-IDX)
            DELIMITED BY SIZE
        INTO TABLE-SCAN-RESULT-LINE.
    WRITE TABLE-SCAN-RESULT-LINE.

*> Before any per-file test, each live manifest's partition range is
*> held against the predicates; a manifest every alternative of some
*> predicate group rules out is skipped, and every live file it lists
*> is pruned with it unread.
SKIP-RULED-OUT-MANIFESTS.
    PERFORM LOAD-IDENTITY-SPEC-FIELDS.
    OPEN INPUT TABLE-MANIFEST-LIST-FILE.
    IF WS-MANIFEST-LIST-OK
        MOVE 'N' TO WS-MANIFEST-LIST-EOF-SWITCH
        PERFORM CONSIDER-ONE-MANIFEST UNTIL END-OF-MANIFEST-LIST
        CLOSE TABLE-MANIFEST-LIST-FILE
    END-IF.
    IF WS-MANIFESTS-SKIPPED-COUNT > ZERO
        OPEN INPUT TABLE-MANIFEST-ENTRY-FILE
        IF WS-MANIFEST-ENTRY-OK
            MOVE 'N' TO WS-MANIFEST-ENTRY-EOF-SWITCH
            PERFORM MARK-ONE-SKIPPED-ENTRY
                UNTIL END-OF-MANIFEST-ENTRIES
            CLOSE TABLE-MANIFEST-ENTRY-FILE
        END-IF
    END-IF.

CONSIDER-ONE-MANIFEST.
    READ TABLE-MANIFEST-LIST-FILE
        AT END SET END-OF-MANIFEST-LIST TO TRUE
        NOT AT END
            IF TML-CONTENT NOT = 'D'
                    AND WS-SCAN-MANIFEST-COUNT < 10000
                ADD 1 TO WS-SCAN-MANIFEST-COUNT
                SET WS-SCAN-MANIFEST-IDX TO WS-SCAN-MANIFEST-COUNT
                MOVE TML-MANIFEST-PATH
                    TO WS-SM-MANIFEST-PATH (WS-SCAN-MANIFEST-IDX)
                MOVE 'N' TO WS-MANIFEST-SKIP-SWITCH
                IF TML-LOWER-PARTITION NOT = SPACES
                        AND TML-PARTITION-FIELD-ID IS NUMERIC
                    PERFORM FIND-IDENTITY-SPEC-FIELD
                    IF WS-IDENTITY-FIELD-FOUND
                        PERFORM EVALUATE-MANIFEST-SKIP
                    END-IF
                END-IF
                MOVE WS-MANIFEST-SKIP-SWITCH
                    TO WS-SM-SKIP-SWITCH (WS-SCAN-MANIFEST-IDX)
                IF WS-MANIFEST-IS-SKIPPED
                    ADD 1 TO WS-MANIFESTS-SKIPPED-COUNT
                END-IF
            END-IF
    END-READ.

LOAD-IDENTITY-SPEC-FIELDS.
    MOVE ZERO TO WS-IDENTITY-FIELD-COUNT.
    MOVE 'N' TO WS-SPEC-HISTORY-EOF-SWITCH.
    OPEN INPUT PARTITION-SPEC-HISTORY.
    IF WS-SPEC-HISTORY-OK
        PERFORM NOTE-ONE-IDENTITY-SPEC-FIELD UNTIL END-OF-SPEC-HISTORY
        CLOSE PARTITION-SPEC-HISTORY
    END-IF.

NOTE-ONE-IDENTITY-SPEC-FIELD.
    READ PARTITION-SPEC-HISTORY
        AT END SET END-OF-SPEC-HISTORY TO TRUE
        NOT AT END
            IF PSH-SPEC-FIELD AND PSH-TRANSFORM = 'IDENTITY'
                    AND WS-IDENTITY-FIELD-COUNT < 1000
                ADD 1 TO WS-IDENTITY-FIELD-COUNT
                SET WS-IDENTITY-FIELD-IDX TO WS-IDENTITY-FIELD-COUNT
                MOVE PSH-SPEC-ID
                    TO WS-IF-SPEC-ID (WS-IDENTITY-FIELD-IDX)
                MOVE PSH-SOURCE-ID
                    TO WS-IF-SOURCE-ID (WS-IDENTITY-FIELD-IDX)
            END-IF
    END-READ.

FIND-IDENTITY-SPEC-FIELD.
    MOVE 'N' TO WS-IDENTITY-FIELD-SWITCH.
    IF WS-IDENTITY-FIELD-COUNT > ZERO
        SET WS-IDENTITY-FIELD-IDX TO 1
        SEARCH WS-IDENTITY-FIELD-ENTRY
            AT END CONTINUE
            WHEN WS-IF-SPEC-ID (WS-IDENTITY-FIELD-IDX) =
                    TML-PARTITION-SPEC-ID
                AND WS-IF-SOURCE-ID (WS-IDENTITY-FIELD-IDX) =
                    TML-PARTITION-FIELD-ID
                SET WS-IDENTITY-FIELD-FOUND TO TRUE
        END-SEARCH
    END-IF.

EVALUATE-MANIFEST-SKIP.
    PERFORM EVALUATE-ONE-MANIFEST-GROUP
        VARYING WS-EVAL-GROUP FROM 1 BY 1
        UNTIL WS-EVAL-GROUP > WS-PRED-GROUP-MAX
            OR WS-MANIFEST-IS-SKIPPED.

EVALUATE-ONE-MANIFEST-GROUP.
    MOVE 'N' TO WS-GROUP-HAS-PREDS-SWITCH.
    MOVE 'N' TO WS-GROUP-MIGHT-MATCH-SWITCH.
    PERFORM EVALUATE-ONE-MANIFEST-MEMBER
        VARYING WS-PRED-IDX FROM 1 BY 1
        UNTIL WS-PRED-IDX > WS-PRED-COUNT.
    IF WS-GROUP-HAS-PREDS AND NOT WS-GROUP-MIGHT-MATCH
        SET WS-MANIFEST-IS-SKIPPED TO TRUE
    END-IF.

EVALUATE-ONE-MANIFEST-MEMBER.
    IF WS-PR-GROUP-ID (WS-PRED-IDX) = WS-EVAL-GROUP
        SET WS-GROUP-HAS-PREDS TO TRUE
        PERFORM EVALUATE-PRED-AGAINST-RANGE
        IF WS-PRED-MIGHT-MATCH
            SET WS-GROUP-MIGHT-MATCH TO TRUE
        END-IF
    END-IF.

*> A predicate on any other field than the manifest's partition source
*> cannot rule the manifest out, and only a source partitioned by
*> IDENTITY reaches here. Blank (null) partition values sort
*> lowest, so a stamped range never hides a null.
EVALUATE-PRED-AGAINST-RANGE.
    SET WS-PRED-MIGHT-MATCH TO TRUE.
    IF WS-PR-FIELD-ID (WS-PRED-IDX) = TML-PARTITION-FIELD-ID
        EVALUATE WS-PR-PREDICATE-TYPE (WS-PRED-IDX)
            WHEN 'EQ'
            WHEN 'IN'
                IF WS-PR-LITERAL (WS-PRED-IDX) < TML-LOWER-PARTITION
                        OR WS-PR-LITERAL (WS-PRED-IDX) >
                            TML-UPPER-PARTITION
                    MOVE 'N' TO WS-PRED-MIGHT-MATCH-SWITCH
                END-IF
            WHEN 'LT'
                IF TML-LOWER-PARTITION NOT < WS-PR-LITERAL (WS-PRED-IDX)
                    MOVE 'N' TO WS-PRED-MIGHT-MATCH-SWITCH
                END-IF
            WHEN 'LTEQ'
                IF TML-LOWER-PARTITION > WS-PR-LITERAL (WS-PRED-IDX)
                    MOVE 'N' TO WS-PRED-MIGHT-MATCH-SWITCH
                END-IF
            WHEN 'GT'
                IF TML-UPPER-PARTITION NOT > WS-PR-LITERAL (WS-PRED-IDX)
                    MOVE 'N' TO WS-PRED-MIGHT-MATCH-SWITCH
                END-IF
            WHEN 'GTEQ'
                IF TML-UPPER-PARTITION < WS-PR-LITERAL (WS-PRED-IDX)
                    MOVE 'N' TO WS-PRED-MIGHT-MATCH-SWITCH
                END-IF
            WHEN 'NOTEQ'
            WHEN 'NOTIN'
                IF TML-LOWER-PARTITION = WS-PR-LITERAL (WS-PRED-IDX)
                        AND TML-UPPER-PARTITION =
                            WS-PR-LITERAL (WS-PRED-IDX)
                    MOVE 'N' TO WS-PRED-MIGHT-MATCH-SWITCH
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

MARK-ONE-SKIPPED-ENTRY.
    READ TABLE-MANIFEST-ENTRY-FILE
        AT END SET END-OF-MANIFEST-ENTRIES TO TRUE
        NOT AT END
            SET WS-SCAN-MANIFEST-IDX TO 1
            SEARCH WS-SCAN-MANIFEST-ENTRY
                AT END CONTINUE
                WHEN WS-SM-MANIFEST-PATH (WS-SCAN-MANIFEST-IDX) =
                        TME-MANIFEST-PATH
                    IF WS-SM-IS-SKIPPED (WS-SCAN-MANIFEST-IDX)
                        PERFORM MARK-SKIPPED-LIVE-FILE
                    END-IF
            END-SEARCH
    END-READ.

MARK-SKIPPED-LIVE-FILE.
    SET WS-LIVE-IDX TO 1.
    SEARCH WS-LIVE-FILE-ENTRY
        AT END CONTINUE
        WHEN WS-LF-FILE-PATH (WS-LIVE-IDX) = TME-DATA-FILE-PATH
            SET WS-LF-IN-SKIPPED-MANIFEST (WS-LIVE-IDX) TO TRUE
    END-SEARCH.

LOAD-SCAN-PREDICATES.
    MOVE ZERO TO WS-PRED-COUNT.
    MOVE ZERO TO WS-PRED-GROUP-MAX.
    MOVE 'N' TO WS-PREDICATES-LOADED-SWITCH.
    OPEN INPUT PARSED-STRICT-CARD-FILE.
    IF WS-PARSED-CARD-OK
        MOVE 'N' TO WS-PARSED-CARD-EOF-SWITCH
        PERFORM LOAD-ONE-SCAN-PREDICATE UNTIL END-OF-PARSED-CARDS
        CLOSE PARSED-STRICT-CARD-FILE
    END-IF.
    IF WS-PRED-COUNT > ZERO
        SET WS-PREDICATES-LOADED TO TRUE
    END-IF.

*> A card from an older deck carries no group id; it becomes its own
*> group, which keeps the old everything-ANDed semantics.
LOAD-ONE-SCAN-PREDICATE.
    READ PARSED-STRICT-CARD-FILE
        AT END SET END-OF-PARSED-CARDS TO TRUE
        NOT AT END
            ADD 1 TO WS-PRED-COUNT
            SET WS-PRED-IDX TO WS-PRED-COUNT
            MOVE PSC-FIELD-ID TO WS-PR-FIELD-ID (WS-PRED-IDX)
            MOVE PSC-PREDICATE-TYPE
                TO WS-PR-PREDICATE-TYPE (WS-PRED-IDX)
            MOVE PSC-LITERAL TO WS-PR-LITERAL (WS-PRED-IDX)
            MOVE PSC-LITERAL-TYPE TO WS-PR-LITERAL-TYPE (WS-PRED-IDX)
            IF PSC-DECIMAL-PRECISION IS NUMERIC
                    AND PSC-DECIMAL-SCALE IS NUMERIC
                MOVE PSC-DECIMAL-PRECISION
                    TO WS-PR-DECIMAL-PRECISION (WS-PRED-IDX)
                MOVE PSC-DECIMAL-SCALE
                    TO WS-PR-DECIMAL-SCALE (WS-PRED-IDX)
            ELSE
                MOVE ZERO TO WS-PR-DECIMAL-PRECISION (WS-PRED-IDX)
                MOVE ZERO TO WS-PR-DECIMAL-SCALE (WS-PRED-IDX)
            END-IF
            IF PSC-GROUP-ID IS NUMERIC AND PSC-GROUP-ID > ZERO
                MOVE PSC-GROUP-ID TO WS-PR-GROUP-ID (WS-PRED-IDX)
                IF PSC-GROUP-ID > WS-PRED-GROUP-MAX
                    MOVE PSC-GROUP-ID TO WS-PRED-GROUP-MAX
                END-IF
            ELSE
                ADD 1 TO WS-PRED-GROUP-MAX
                MOVE WS-PRED-GROUP-MAX
                    TO WS-PR-GROUP-ID (WS-PRED-IDX)
            END-IF
    END-READ.

LOAD-COLUMN-BOUNDS.
    MOVE ZERO TO WS-BOUNDS-COUNT.
    OPEN INPUT TABLE-COLUMN-BOUNDS-FILE.
    IF WS-COLUMN-BOUNDS-OK
        MOVE 'N' TO WS-COLUMN-BOUNDS-EOF-SWITCH
        PERFORM LOAD-ONE-COLUMN-BOUND UNTIL END-OF-COLUMN-BOUNDS
        CLOSE TABLE-COLUMN-BOUNDS-FILE
    END-IF.

LOAD-ONE-COLUMN-BOUND.
    READ TABLE-COLUMN-BOUNDS-FILE
        AT END SET END-OF-COLUMN-BOUNDS TO TRUE
        NOT AT END
            ADD 1 TO WS-BOUNDS-COUNT
            SET WS-BOUNDS-IDX TO WS-BOUNDS-COUNT
            MOVE CB-FILE-PATH TO WS-CB-FILE-PATH (WS-BOUNDS-IDX)
            MOVE CB-FIELD-ID TO WS-CB-FIELD-ID (WS-BOUNDS-IDX)
            MOVE CB-LOWER-BOUND
                TO WS-CB-LOWER-BOUND (WS-BOUNDS-IDX)
            MOVE CB-UPPER-BOUND
                TO WS-CB-UPPER-BOUND (WS-BOUNDS-IDX)
            MOVE CB-VALUE-COUNT
                TO WS-CB-VALUE-COUNT (WS-BOUNDS-IDX)
            MOVE CB-NULL-COUNT
                TO WS-CB-NULL-COUNT (WS-BOUNDS-IDX)
    END-READ.

*> The planner's question per file: groups combine with AND, the
*> cards inside a group with OR - the file is pruned only when some
*> group has no alternative left that might match.
EVALUATE-FILE-PRUNING.
    MOVE 'N' TO WS-FILE-PRUNED-SWITCH.
    PERFORM EVALUATE-ONE-PRED-GROUP
        VARYING WS-EVAL-GROUP FROM 1 BY 1
        UNTIL WS-EVAL-GROUP > WS-PRED-GROUP-MAX
            OR WS-FILE-IS-PRUNED.

EVALUATE-ONE-PRED-GROUP.
    MOVE 'N' TO WS-GROUP-HAS-PREDS-SWITCH.
    MOVE 'N' TO WS-GROUP-MIGHT-MATCH-SWITCH.
    PERFORM EVALUATE-ONE-GROUP-MEMBER
        VARYING WS-PRED-IDX FROM 1 BY 1
        UNTIL WS-PRED-IDX > WS-PRED-COUNT.
    IF WS-GROUP-HAS-PREDS AND NOT WS-GROUP-MIGHT-MATCH
        SET WS-FILE-IS-PRUNED TO TRUE
    END-IF.

EVALUATE-ONE-GROUP-MEMBER.
    IF WS-PR-GROUP-ID (WS-PRED-IDX) = WS-EVAL-GROUP
        SET WS-GROUP-HAS-PREDS TO TRUE
        PERFORM EVALUATE-PRED-AGAINST-BOUNDS
        IF WS-PRED-MIGHT-MATCH
            SET WS-GROUP-MIGHT-MATCH TO TRUE
        END-IF
    END-IF.

*> The same conservative inclusive rules the standalone evaluator
*> applies: only bounds that prove no row can satisfy the predicate
*> rule a file out; a field with no bounds record stays readable.
*> Literal and bounds are compared as values, normalized as the
*> strict test normalizes them, and a pair that cannot be compared
*> keeps the file.
EVALUATE-PRED-AGAINST-BOUNDS.
    SET WS-PRED-MIGHT-MATCH TO TRUE.
    PERFORM FIND-BOUNDS-FOR-PRED.
        COMPUTE WS-BOUNDS-NON-NULL =
            WS-CB-VALUE-COUNT (WS-BOUNDS-IDX) -
            WS-CB-NULL-COUNT (WS-BOUNDS-IDX)
        PERFORM NORMALIZE-STRICT-VALUES
    END-IF.
    IF WS-BOUNDS-FOUND AND NOT WS-STRICT-UNCOMPARABLE
        EVALUATE WS-PR-PREDICATE-TYPE (WS-PRED-IDX)
            WHEN 'EQ'
            WHEN 'IN'
                IF WS-BOUNDS-NON-NULL = ZERO
                        OR WS-STRICT-LITERAL < WS-STRICT-LOWER-BOUND
                        OR WS-STRICT-LITERAL > WS-STRICT-UPPER-BOUND
                    MOVE 'N' TO WS-PRED-MIGHT-MATCH-SWITCH
                END-IF
            WHEN 'LT'
                IF WS-BOUNDS-NON-NULL = ZERO
                        OR WS-STRICT-LOWER-BOUND NOT < WS-STRICT-LITERAL
                    MOVE 'N' TO WS-PRED-MIGHT-MATCH-SWITCH
                END-IF
            WHEN 'LTEQ'
                IF WS-BOUNDS-NON-NULL = ZERO
                        OR WS-STRICT-LOWER-BOUND > WS-STRICT-LITERAL
                    MOVE 'N' TO WS-PRED-MIGHT-MATCH-SWITCH
                END-IF
            WHEN 'GT'
                IF WS-BOUNDS-NON-NULL = ZERO
                        OR WS-STRICT-UPPER-BOUND NOT > WS-STRICT-LITERAL
                    MOVE 'N' TO WS-PRED-MIGHT-MATCH-SWITCH
                END-IF
            WHEN 'GTEQ'
                IF WS-BOUNDS-NON-NULL = ZERO
                        OR WS-STRICT-UPPER-BOUND < WS-STRICT-LITERAL
                    MOVE 'N' TO WS-PRED-MIGHT-MATCH-SWITCH
                END-IF
            WHEN 'NOTEQ'
            WHEN 'NOTIN'
                IF WS-CB-NULL-COUNT (WS-BOUNDS-IDX) = ZERO
                        AND WS-STRICT-LOWER-BOUND = WS-STRICT-LITERAL
                        AND WS-STRICT-UPPER-BOUND = WS-STRICT-LITERAL
                    MOVE 'N' TO WS-PRED-MIGHT-MATCH-SWITCH
                END-IF
            WHEN OTHER
GET-TABLE-SORT-ORDER-MAP.
    CONTINUE.

*> Returns this table's properties from the shop-wide store as a
*> 'key=value ' list in WS-TABLE-PROPERTIES.
GET-TABLE-PROPERTIES.
    PERFORM LOAD-TABLE-PROPERTIES.
    PERFORM BUILD-TABLE-PROPERTY-LIST.

BUILD-TABLE-PROPERTY-LIST.
    MOVE SPACES TO WS-TABLE-PROPERTIES.
    MOVE 1 TO WS-PROPERTIES-POINTER.
    PERFORM ADD-ONE-PROPERTY-TO-LIST
        VARYING WS-PROPERTY-IDX FROM 1 BY 1
        UNTIL WS-PROPERTY-IDX > WS-PROPERTY-COUNT.

ADD-ONE-PROPERTY-TO-LIST.
    IF WS-PR-TABLE-NAME (WS-PROPERTY-IDX) = WS-TABLE-NAME
            AND NOT WS-PR-IS-REMOVED (WS-PROPERTY-IDX)
        STRING WS-PR-PROPERTY-KEY (WS-PROPERTY-IDX) DELIMITED BY SPACE
            '=' DELIMITED BY SIZE
            WS-PR-PROPERTY-VALUE (WS-PROPERTY-IDX) DELIMITED BY '  '
            ' ' DELIMITED BY SIZE
            INTO WS-TABLE-PROPERTIES
            WITH POINTER WS-PROPERTIES-POINTER
    END-IF.

LOAD-TABLE-PROPERTIES.
    MOVE ZERO TO WS-PROPERTY-COUNT.
    MOVE ZERO TO WS-PROPERTY-OVERFLOW-COUNT.
    MOVE ZERO TO WS-PROPERTY-SLOTS-CLAIMED.
    MOVE 'N' TO WS-PROPERTY-EOF-SWITCH.
    OPEN INPUT TABLE-PROPERTY-FILE.
    IF WS-PROPERTY-OK
        PERFORM LOAD-ONE-TABLE-PROPERTY UNTIL END-OF-PROPERTIES
        CLOSE TABLE-PROPERTY-FILE
    END-IF.

LOAD-ONE-TABLE-PROPERTY.
    READ TABLE-PROPERTY-FILE
        AT END SET END-OF-PROPERTIES TO TRUE
        NOT AT END
            IF WS-PROPERTY-COUNT < 5000
                ADD 1 TO WS-PROPERTY-COUNT
                SET WS-PROPERTY-IDX TO WS-PROPERTY-COUNT
                MOVE TP-TABLE-NAME
                    TO WS-PR-TABLE-NAME (WS-PROPERTY-IDX)
                MOVE TP-PROPERTY-KEY
                    TO WS-PR-PROPERTY-KEY (WS-PROPERTY-IDX)
                MOVE TP-PROPERTY-VALUE
                    TO WS-PR-PROPERTY-VALUE (WS-PROPERTY-IDX)
                MOVE 'N' TO WS-PR-REMOVED-SWITCH (WS-PROPERTY-IDX)
            ELSE
                ADD 1 TO WS-PROPERTY-OVERFLOW-COUNT
            END-IF
    END-READ.

GET-TABLE-LOCATION.
    CONTINUE.
GET-SNAPSHOT-BY-ID.
    CONTINUE.

*> Lists this table's snapshot ids, oldest first, from the snapshot
*> summary records into WS-TABLE-SNAPSHOTS.
GET-SNAPSHOTS.
    MOVE SPACES TO WS-TABLE-SNAPSHOTS.
    MOVE 1 TO WS-SNAPSHOTS-POINTER.
    MOVE 'N' TO WS-SUMMARY-EOF-SWITCH.
    OPEN INPUT SNAPSHOT-SUMMARY-FILE.
    IF WS-SNAPSHOT-SUMMARY-OK
        PERFORM LIST-ONE-SNAPSHOT-ID UNTIL END-OF-SUMMARIES
        CLOSE SNAPSHOT-SUMMARY-FILE
    END-IF.

LIST-ONE-SNAPSHOT-ID.
    READ SNAPSHOT-SUMMARY-FILE
        AT END SET END-OF-SUMMARIES TO TRUE
        NOT AT END
            IF SSR-TABLE-NAME = WS-TABLE-NAME
                MOVE SSR-SNAPSHOT-ID TO WS-HD-SNAPSHOT
                STRING WS-HD-SNAPSHOT DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    INTO WS-TABLE-SNAPSHOTS
                    WITH POINTER WS-SNAPSHOTS-POINTER
            END-IF
    END-READ.

*> The table's readable history: one line per committed snapshot in
*> commit order - when, which operation, who committed it from which
*> program, the parent it was built on, and the files, rows and bytes
*> it added and removed - closed by a count of snapshots listed. The
*> snapshot/timestamp pairs are also left in WS-TABLE-HISTORY.
GET-TABLE-HISTORY.
    MOVE SPACES TO WS-TABLE-HISTORY.
    MOVE 1 TO WS-HISTORY-POINTER.
    MOVE ZERO TO WS-HISTORY-ENTRY-COUNT.
    OPEN OUTPUT TABLE-HISTORY-REPORT.
    MOVE SPACES TO TABLE-HISTORY-LINE.
    STRING 'SNAPSHOT HISTORY TABLE=' DELIMITED BY SIZE
        WS-TABLE-NAME DELIMITED BY SPACE
        INTO TABLE-HISTORY-LINE.
    WRITE TABLE-HISTORY-LINE.
    MOVE 'N' TO WS-SUMMARY-EOF-SWITCH.
    OPEN INPUT SNAPSHOT-SUMMARY-FILE.
    IF WS-SNAPSHOT-SUMMARY-OK
        PERFORM REPORT-ONE-HISTORY-ENTRY UNTIL END-OF-SUMMARIES
        CLOSE SNAPSHOT-SUMMARY-FILE
    END-IF.
    MOVE WS-HISTORY-ENTRY-COUNT TO WS-HISTORY-COUNT-DISPLAY.
    MOVE SPACES TO TABLE-HISTORY-LINE.
    STRING 'END OF HISTORY SNAPSHOTS=' DELIMITED BY SIZE
        WS-HISTORY-COUNT-DISPLAY DELIMITED BY SIZE
        INTO TABLE-HISTORY-LINE.
    WRITE TABLE-HISTORY-LINE.
    CLOSE TABLE-HISTORY-REPORT.

REPORT-ONE-HISTORY-ENTRY.
    READ SNAPSHOT-SUMMARY-FILE
        AT END SET END-OF-SUMMARIES TO TRUE
        NOT AT END
            IF SSR-TABLE-NAME = WS-TABLE-NAME
                ADD 1 TO WS-HISTORY-ENTRY-COUNT
                PERFORM WRITE-ONE-HISTORY-LINES
            END-IF
    END-READ.

WRITE-ONE-HISTORY-LINES.
    MOVE SSR-COMMIT-TIMESTAMP TO WS-HISTORY-TIMESTAMP.
    MOVE SPACES TO WS-HISTORY-AT.
    STRING WS-HISTORY-TIMESTAMP (1:4) '-'
        WS-HISTORY-TIMESTAMP (5:2) '-'
        WS-HISTORY-TIMESTAMP (7:2) ' '
        WS-HISTORY-TIMESTAMP (9:2) ':'
        WS-HISTORY-TIMESTAMP (11:2) ':'
        WS-HISTORY-TIMESTAMP (13:2)
        DELIMITED BY SIZE INTO WS-HISTORY-AT.
    MOVE SSR-SNAPSHOT-ID TO WS-HD-SNAPSHOT.
    MOVE SSR-PARENT-SNAPSHOT-ID TO WS-HD-PARENT.
    MOVE SSR-ADDED-FILES TO WS-HD-ADDED-FILES.
    MOVE SSR-REMOVED-FILES TO WS-HD-REMOVED-FILES.
    MOVE SSR-ADDED-ROWS TO WS-HD-ADDED-ROWS.
    MOVE SSR-REMOVED-ROWS TO WS-HD-REMOVED-ROWS.
    MOVE SSR-ADDED-BYTES TO WS-HD-ADDED-BYTES.
    MOVE SSR-REMOVED-BYTES TO WS-HD-REMOVED-BYTES.
    MOVE SPACES TO TABLE-HISTORY-LINE.
    STRING WS-HISTORY-AT DELIMITED BY SIZE
        '  SNAPSHOT ' WS-HD-SNAPSHOT DELIMITED BY SIZE
        '  ' SSR-OPERATION DELIMITED BY SIZE
        ' PARENT ' WS-HD-PARENT DELIMITED BY SIZE
        '  BY ' DELIMITED BY SIZE
        SSR-COMMIT-PRINCIPAL DELIMITED BY SPACE
        ' VIA ' DELIMITED BY SIZE
        SSR-COMMIT-PROGRAM DELIMITED BY SPACE
        INTO TABLE-HISTORY-LINE.
    WRITE TABLE-HISTORY-LINE.
    MOVE SPACES TO TABLE-HISTORY-LINE.
    STRING '                     FILES  +' WS-HD-ADDED-FILES
        ' -' WS-HD-REMOVED-FILES
        '  ROWS  +' WS-HD-ADDED-ROWS ' -' WS-HD-REMOVED-ROWS
        DELIMITED BY SIZE INTO TABLE-HISTORY-LINE.
    WRITE TABLE-HISTORY-LINE.
    MOVE SPACES TO TABLE-HISTORY-LINE.
    STRING '                     BYTES +' WS-HD-ADDED-BYTES
        ' -' WS-HD-REMOVED-BYTES
        DELIMITED BY SIZE INTO TABLE-HISTORY-LINE.
    WRITE TABLE-HISTORY-LINE.
    STRING SSR-SNAPSHOT-ID DELIMITED BY SIZE
        '@' WS-HISTORY-TIMESTAMP ' ' DELIMITED BY SIZE
        INTO WS-TABLE-HISTORY
        WITH POINTER WS-HISTORY-POINTER.

*> Appends the summary of the snapshot just landed. The caller has
*> filled WS-COMMIT-SUMMARY while it wrote the file changes.
WRITE-SNAPSHOT-SUMMARY.
    OPEN EXTEND SNAPSHOT-SUMMARY-FILE.
    IF NOT WS-SNAPSHOT-SUMMARY-OK
        CLOSE SNAPSHOT-SUMMARY-FILE
        OPEN OUTPUT SNAPSHOT-SUMMARY-FILE
    END-IF.
    MOVE SPACES TO SNAPSHOT-SUMMARY-REC.
    MOVE WS-TABLE-NAME TO SSR-TABLE-NAME.
    MOVE WS-CS-SNAPSHOT-ID TO SSR-SNAPSHOT-ID.
    MOVE WS-CS-PARENT-SNAPSHOT-ID TO SSR-PARENT-SNAPSHOT-ID.
    MOVE WS-CS-OPERATION TO SSR-OPERATION.
    MOVE 'TABLE-INTERFACE' TO SSR-COMMIT-PROGRAM.
    MOVE WS-COMMIT-PRINCIPAL TO SSR-COMMIT-PRINCIPAL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO SSR-COMMIT-TIMESTAMP.
    MOVE WS-CS-ADDED-FILES TO SSR-ADDED-FILES.
    MOVE WS-CS-REMOVED-FILES TO SSR-REMOVED-FILES.
    MOVE WS-CS-ADDED-ROWS TO SSR-ADDED-ROWS.
    MOVE WS-CS-REMOVED-ROWS TO SSR-REMOVED-ROWS.
    MOVE WS-CS-ADDED-BYTES TO SSR-ADDED-BYTES.
    MOVE WS-CS-REMOVED-BYTES TO SSR-REMOVED-BYTES.
    WRITE SNAPSHOT-SUMMARY-REC.
    CLOSE SNAPSHOT-SUMMARY-FILE.

UPDATE-SCHEMA.
    CONTINUE.
UPDATE-PARTITION-SPEC.
    CONTINUE.

*> Applies this run's property change cards to the table. Every card
*> is checked against the key registry first - an unregistered key, a
*> number outside its registered range or a flag that is not Y/N
*> rejects the whole set, so a half-applied change never reaches the
*> maintenance jobs that read these settings. An accepted set is
*> written to the store and each change to the property history with
*> who made it and the value it replaced.
UPDATE-PROPERTIES.
    PERFORM CHECK-CHANGE-FREEZE.
    PERFORM LOAD-TABLE-PROPERTIES.
    PERFORM LOAD-PROPERTY-KEY-REGISTRY.
    PERFORM LOAD-PROPERTY-CHANGE-CARDS.
    OPEN OUTPUT PROPERTY-UPDATE-LOG.
    EVALUATE TRUE
        WHEN WS-CHANGE-IS-FROZEN AND WS-FREEZE-APPROVER = SPACES
            MOVE 'FROZEN - CHANGE-FREEZE IN FORCE, PROPERTY UPDATE REJECTED'
                TO PROPERTY-UPDATE-LOG-LINE
            WRITE PROPERTY-UPDATE-LOG-LINE
        WHEN WS-PROPERTY-CHANGE-COUNT = ZERO
            MOVE 'PROPERTY UPDATE REJECTED: NO PROPERTYCHANGECARDS SUPPLIED'
                TO PROPERTY-UPDATE-LOG-LINE
            WRITE PROPERTY-UPDATE-LOG-LINE
        WHEN WS-PROP-CHANGE-OVERFLOW-COUNT > ZERO
            MOVE SPACES TO PROPERTY-UPDATE-LOG-LINE
            STRING 'PROPERTY UPDATE REJECTED: TABLE=' DELIMITED BY SIZE
                WS-TABLE-NAME DELIMITED BY SPACE
                ' PROPERTYCHANGECARDS HAS ' DELIMITED BY SIZE
                WS-PROP-CHANGE-OVERFLOW-COUNT DELIMITED BY SIZE
                ' CARDS BEYOND THE 200-CHANGE LIMIT - NOTHING CHANGED'
                    DELIMITED BY SIZE
                INTO PROPERTY-UPDATE-LOG-LINE
            WRITE PROPERTY-UPDATE-LOG-LINE
        WHEN WS-PROPERTY-KEY-OVERFLOW-COUNT > ZERO
            MOVE SPACES TO PROPERTY-UPDATE-LOG-LINE
            STRING 'PROPERTY UPDATE REJECTED: TABLE=' DELIMITED BY SIZE
                WS-TABLE-NAME DELIMITED BY SPACE
                ' PROPERTYKEYREGISTRY HAS ' DELIMITED BY SIZE
                WS-PROPERTY-KEY-OVERFLOW-COUNT DELIMITED BY SIZE
                ' KEYS BEYOND THE 200-KEY LIMIT - NOTHING CHANGED'
                    DELIMITED BY SIZE
                INTO PROPERTY-UPDATE-LOG-LINE
            WRITE PROPERTY-UPDATE-LOG-LINE
        WHEN OTHER
            IF WS-CHANGE-IS-FROZEN
                MOVE SPACES TO PROPERTY-UPDATE-LOG-LINE
                STRING 'FREEZE OVERRIDDEN - APPROVER='
                        DELIMITED BY SIZE
                    WS-FREEZE-APPROVER DELIMITED BY SPACE
                    INTO PROPERTY-UPDATE-LOG-LINE
                WRITE PROPERTY-UPDATE-LOG-LINE
            END-IF
            MOVE 'Y' TO WS-PROPERTY-CHANGES-VALID-SWITCH
            PERFORM VALIDATE-ONE-PROPERTY-CHANGE
                VARYING WS-PROPERTY-CHANGE-IDX FROM 1 BY 1
                UNTIL WS-PROPERTY-CHANGE-IDX > WS-PROPERTY-CHANGE-COUNT
            IF WS-PROPERTY-CHANGES-VALID
                PERFORM APPLY-PROPERTY-CHANGES
            ELSE
                MOVE SPACES TO PROPERTY-UPDATE-LOG-LINE
                STRING 'PROPERTY UPDATE REJECTED: TABLE='
                        DELIMITED BY SIZE
                    WS-TABLE-NAME DELIMITED BY SPACE
                    ' - NOTHING CHANGED' DELIMITED BY SIZE
                    INTO PROPERTY-UPDATE-LOG-LINE
                WRITE PROPERTY-UPDATE-LOG-LINE
            END-IF
    END-EVALUATE.
    CLOSE PROPERTY-UPDATE-LOG.

LOAD-PROPERTY-KEY-REGISTRY.
    MOVE ZERO TO WS-PROPERTY-KEY-COUNT.
    MOVE ZERO TO WS-PROPERTY-KEY-OVERFLOW-COUNT.
    MOVE 'N' TO WS-PROPERTY-KEY-EOF-SWITCH.
    OPEN INPUT PROPERTY-KEY-REGISTRY.
    IF WS-PROPERTY-KEY-OK
        PERFORM LOAD-ONE-PROPERTY-KEY UNTIL END-OF-PROPERTY-KEYS
        CLOSE PROPERTY-KEY-REGISTRY
    END-IF.

LOAD-ONE-PROPERTY-KEY.
    READ PROPERTY-KEY-REGISTRY
        AT END SET END-OF-PROPERTY-KEYS TO TRUE
        NOT AT END
            IF WS-PROPERTY-KEY-COUNT < 200
                ADD 1 TO WS-PROPERTY-KEY-COUNT
                SET WS-PROPERTY-KEY-IDX TO WS-PROPERTY-KEY-COUNT
                MOVE PK-PROPERTY-KEY
                    TO WS-PK-PROPERTY-KEY (WS-PROPERTY-KEY-IDX)
                MOVE PK-VALUE-TYPE
                    TO WS-PK-VALUE-TYPE (WS-PROPERTY-KEY-IDX)
                MOVE PK-MIN-VALUE
                    TO WS-PK-MIN-VALUE (WS-PROPERTY-KEY-IDX)
                MOVE PK-MAX-VALUE
                    TO WS-PK-MAX-VALUE (WS-PROPERTY-KEY-IDX)
            ELSE
                ADD 1 TO WS-PROPERTY-KEY-OVERFLOW-COUNT
            END-IF
    END-READ.

LOAD-PROPERTY-CHANGE-CARDS.
    MOVE ZERO TO WS-PROPERTY-CHANGE-COUNT.
    MOVE ZERO TO WS-PROP-CHANGE-OVERFLOW-COUNT.
    MOVE 'N' TO WS-PROPERTY-CHANGE-EOF-SWITCH.
    OPEN INPUT PROPERTY-CHANGE-CARD-FILE.
    IF WS-PROPERTY-CHANGE-OK
        PERFORM LOAD-ONE-PROPERTY-CHANGE UNTIL END-OF-PROPERTY-CHANGES
        CLOSE PROPERTY-CHANGE-CARD-FILE
    END-IF.

LOAD-ONE-PROPERTY-CHANGE.
    READ PROPERTY-CHANGE-CARD-FILE
        AT END SET END-OF-PROPERTY-CHANGES TO TRUE
        NOT AT END
            IF WS-PROPERTY-CHANGE-COUNT < 200
                ADD 1 TO WS-PROPERTY-CHANGE-COUNT
                SET WS-PROPERTY-CHANGE-IDX TO WS-PROPERTY-CHANGE-COUNT
                MOVE PC-OPERATION
                    TO WS-PC-OPERATION (WS-PROPERTY-CHANGE-IDX)
                MOVE PC-PROPERTY-KEY
                    TO WS-PC-PROPERTY-KEY (WS-PROPERTY-CHANGE-IDX)
                MOVE PC-PROPERTY-VALUE
                    TO WS-PC-PROPERTY-VALUE (WS-PROPERTY-CHANGE-IDX)
                MOVE PC-CHANGED-BY
                    TO WS-PC-CHANGED-BY (WS-PROPERTY-CHANGE-IDX)
            ELSE
                ADD 1 TO WS-PROP-CHANGE-OVERFLOW-COUNT
            END-IF
    END-READ.

*> A REMOVE needs no registry entry, so a key retired from the
*> registry can still be cleaned off the tables that carry it.
VALIDATE-ONE-PROPERTY-CHANGE.
    MOVE SPACES TO WS-PROPERTY-REJECT-REASON.
    MOVE WS-PC-PROPERTY-KEY (WS-PROPERTY-CHANGE-IDX)
        TO WS-PROPERTY-LOOKUP-KEY.
    PERFORM FIND-PROPERTY-KEY.
    EVALUATE TRUE
        WHEN WS-PROPERTY-KEY-OVERFLOW-COUNT > ZERO
            MOVE 'KEY REGISTRY OVER 200 KEYS'
                TO WS-PROPERTY-REJECT-REASON
        WHEN WS-PC-OPERATION (WS-PROPERTY-CHANGE-IDX) = 'REMOVE'
            CONTINUE
        WHEN WS-PC-OPERATION (WS-PROPERTY-CHANGE-IDX) NOT = 'SET'
            MOVE 'UNKNOWN OPERATION' TO WS-PROPERTY-REJECT-REASON
        WHEN NOT WS-PROPERTY-KEY-FOUND
            MOVE 'KEY NOT IN REGISTRY' TO WS-PROPERTY-REJECT-REASON
        WHEN WS-PK-VALUE-TYPE (WS-PROPERTY-KEY-IDX) = 'NUMBER'
            PERFORM CHECK-NUMBER-PROPERTY-VALUE
        WHEN WS-PK-VALUE-TYPE (WS-PROPERTY-KEY-IDX) = 'FLAG'
            IF WS-PC-PROPERTY-VALUE (WS-PROPERTY-CHANGE-IDX) NOT = 'Y'
                    AND WS-PC-PROPERTY-VALUE (WS-PROPERTY-CHANGE-IDX)
                        NOT = 'N'
                MOVE 'FLAG VALUE NOT Y OR N'
                    TO WS-PROPERTY-REJECT-REASON
            END-IF
        WHEN OTHER
            IF WS-PC-PROPERTY-VALUE (WS-PROPERTY-CHANGE-IDX) = SPACES
                MOVE 'EMPTY VALUE' TO WS-PROPERTY-REJECT-REASON
            END-IF
    END-EVALUATE.
    IF WS-PROPERTY-REJECT-REASON = SPACES
        PERFORM CHECK-PROPERTY-STORE-ROOM
    END-IF.
    IF WS-PROPERTY-REJECT-REASON NOT = SPACES
        MOVE 'N' TO WS-PROPERTY-CHANGES-VALID-SWITCH
        MOVE SPACES TO PROPERTY-UPDATE-LOG-LINE
        STRING 'REJECTED KEY=' DELIMITED BY SIZE
            WS-PC-PROPERTY-KEY (WS-PROPERTY-CHANGE-IDX)
                DELIMITED BY SPACE
            ' OPERATION=' DELIMITED BY SIZE
            WS-PC-OPERATION (WS-PROPERTY-CHANGE-IDX)
                DELIMITED BY SPACE
            ' VALUE=' DELIMITED BY SIZE
            WS-PC-PROPERTY-VALUE (WS-PROPERTY-CHANGE-IDX)
                DELIMITED BY '  '
            ' REASON=' DELIMITED BY SIZE
            WS-PROPERTY-REJECT-REASON DELIMITED BY '  '
            INTO PROPERTY-UPDATE-LOG-LINE
        WRITE PROPERTY-UPDATE-LOG-LINE
    END-IF.

*> A SET of a key the table does not carry at that point in the set
*> takes a new entry in the store. The last earlier card naming the
*> key decides: after a SET the entry is reused, after a REMOVE the
*> key is gone again, and with neither the store as loaded decides.
CHECK-PROPERTY-STORE-ROOM.
    EVALUATE TRUE
        WHEN WS-PROPERTY-OVERFLOW-COUNT > ZERO
            MOVE 'PROPERTY STORE OVER 5000 ENTRIES'
                TO WS-PROPERTY-REJECT-REASON
        WHEN WS-PC-OPERATION (WS-PROPERTY-CHANGE-IDX) = 'SET'
            MOVE WS-TABLE-NAME TO WS-PROPERTY-LOOKUP-TABLE
            PERFORM FIND-TABLE-PROPERTY
            MOVE 'N' TO WS-PROPERTY-EARLIER-SWITCH
            PERFORM CHECK-ONE-EARLIER-PROPERTY-CARD
                VARYING WS-PROPERTY-EARLIER-IDX FROM 1 BY 1
                UNTIL WS-PROPERTY-EARLIER-IDX NOT <
                        WS-PROPERTY-CHANGE-IDX
            IF WS-PROPERTY-REMOVED-EARLIER
                MOVE 'N' TO WS-PROPERTY-FOUND-SWITCH
            END-IF
            IF NOT WS-PROPERTY-FOUND AND NOT WS-PROPERTY-SET-EARLIER
                IF WS-PROPERTY-COUNT + WS-PROPERTY-SLOTS-CLAIMED < 5000
                    ADD 1 TO WS-PROPERTY-SLOTS-CLAIMED
                ELSE
                    MOVE 'PROPERTY STORE FULL AT 5000 ENTRIES'
                        TO WS-PROPERTY-REJECT-REASON
                END-IF
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

CHECK-ONE-EARLIER-PROPERTY-CARD.
    IF WS-PC-PROPERTY-KEY (WS-PROPERTY-EARLIER-IDX) =
            WS-PC-PROPERTY-KEY (WS-PROPERTY-CHANGE-IDX)
        EVALUATE WS-PC-OPERATION (WS-PROPERTY-EARLIER-IDX)
            WHEN 'SET'
                SET WS-PROPERTY-SET-EARLIER TO TRUE
            WHEN 'REMOVE'
                SET WS-PROPERTY-REMOVED-EARLIER TO TRUE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> Numbers travel as 18 zero-padded digits, the same as every count
*> and size on the card decks, and must sit inside the registered
*> range; a zero maximum leaves the range open at the top.
CHECK-NUMBER-PROPERTY-VALUE.
    MOVE WS-PC-PROPERTY-VALUE (WS-PROPERTY-CHANGE-IDX)
        TO WS-PROPERTY-VALUE-CHECK.
    EVALUATE TRUE
        WHEN WS-PVC-NUMBER NOT NUMERIC
                OR WS-PVC-TRAILER NOT = SPACES
            MOVE 'NUMBER NOT 18 ZERO-PADDED DIGITS'
                TO WS-PROPERTY-REJECT-REASON
        WHEN WS-PVC-NUMBER < WS-PK-MIN-VALUE (WS-PROPERTY-KEY-IDX)
            MOVE 'BELOW REGISTERED MINIMUM'
                TO WS-PROPERTY-REJECT-REASON
        WHEN WS-PK-MAX-VALUE (WS-PROPERTY-KEY-IDX) > ZERO
                AND WS-PVC-NUMBER >
                    WS-PK-MAX-VALUE (WS-PROPERTY-KEY-IDX)
            MOVE 'ABOVE REGISTERED MAXIMUM'
                TO WS-PROPERTY-REJECT-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

FIND-PROPERTY-KEY.
    MOVE 'N' TO WS-PROPERTY-KEY-FOUND-SWITCH.
    SET WS-PROPERTY-KEY-IDX TO 1.
    SEARCH WS-PROPERTY-KEY-ENTRY
        AT END CONTINUE
        WHEN WS-PK-PROPERTY-KEY (WS-PROPERTY-KEY-IDX) =
             WS-PROPERTY-LOOKUP-KEY
            SET WS-PROPERTY-KEY-FOUND TO TRUE
    END-SEARCH.

FIND-TABLE-PROPERTY.
    MOVE 'N' TO WS-PROPERTY-FOUND-SWITCH.
    SET WS-PROPERTY-IDX TO 1.
    SEARCH WS-PROPERTY-ENTRY
        AT END CONTINUE
        WHEN WS-PR-TABLE-NAME (WS-PROPERTY-IDX) =
                 WS-PROPERTY-LOOKUP-TABLE
             AND WS-PR-PROPERTY-KEY (WS-PROPERTY-IDX) =
                 WS-PROPERTY-LOOKUP-KEY
             AND NOT WS-PR-IS-REMOVED (WS-PROPERTY-IDX)
            SET WS-PROPERTY-FOUND TO TRUE
    END-SEARCH.

APPLY-PROPERTY-CHANGES.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-PROPERTY-TIMESTAMP.
    MOVE ZERO TO WS-PROPERTY-APPLIED-COUNT.
    OPEN EXTEND PROPERTY-HISTORY-FILE.
    IF NOT WS-PROPERTY-HISTORY-OK
        CLOSE PROPERTY-HISTORY-FILE
        OPEN OUTPUT PROPERTY-HISTORY-FILE
    END-IF.
    PERFORM APPLY-ONE-PROPERTY-CHANGE
        VARYING WS-PROPERTY-CHANGE-IDX FROM 1 BY 1
        UNTIL WS-PROPERTY-CHANGE-IDX > WS-PROPERTY-CHANGE-COUNT.
    CLOSE PROPERTY-HISTORY-FILE.
    PERFORM REWRITE-TABLE-PROPERTIES.
    PERFORM BUILD-TABLE-PROPERTY-LIST.
    MOVE SPACES TO PROPERTY-UPDATE-LOG-LINE.
    STRING 'PROPERTY UPDATE COMPLETE TABLE=' DELIMITED BY SIZE
        WS-TABLE-NAME DELIMITED BY SPACE
        ' CHANGES-APPLIED=' DELIMITED BY SIZE
        WS-PROPERTY-APPLIED-COUNT DELIMITED BY SIZE
        INTO PROPERTY-UPDATE-LOG-LINE.
    WRITE PROPERTY-UPDATE-LOG-LINE.

*> Removing a key the table does not carry changes nothing and leaves
*> no history behind.
APPLY-ONE-PROPERTY-CHANGE.
    MOVE WS-TABLE-NAME TO WS-PROPERTY-LOOKUP-TABLE.
    MOVE WS-PC-PROPERTY-KEY (WS-PROPERTY-CHANGE-IDX)
        TO WS-PROPERTY-LOOKUP-KEY.
    PERFORM FIND-TABLE-PROPERTY.
    MOVE SPACES TO WS-PROPERTY-OLD-VALUE.
    IF WS-PROPERTY-FOUND
        MOVE WS-PR-PROPERTY-VALUE (WS-PROPERTY-IDX)
            TO WS-PROPERTY-OLD-VALUE
    END-IF.
    EVALUATE TRUE
        WHEN WS-PC-OPERATION (WS-PROPERTY-CHANGE-IDX) = 'REMOVE'
                AND NOT WS-PROPERTY-FOUND
            CONTINUE
        WHEN WS-PC-OPERATION (WS-PROPERTY-CHANGE-IDX) = 'REMOVE'
            SET WS-PR-IS-REMOVED (WS-PROPERTY-IDX) TO TRUE
            PERFORM WRITE-PROPERTY-HISTORY-REC
        WHEN WS-PROPERTY-FOUND
            MOVE WS-PC-PROPERTY-VALUE (WS-PROPERTY-CHANGE-IDX)
                TO WS-PR-PROPERTY-VALUE (WS-PROPERTY-IDX)
            PERFORM WRITE-PROPERTY-HISTORY-REC
        WHEN WS-PROPERTY-COUNT < 5000
            ADD 1 TO WS-PROPERTY-COUNT
            SET WS-PROPERTY-IDX TO WS-PROPERTY-COUNT
            MOVE WS-TABLE-NAME TO WS-PR-TABLE-NAME (WS-PROPERTY-IDX)
            MOVE WS-PC-PROPERTY-KEY (WS-PROPERTY-CHANGE-IDX)
                TO WS-PR-PROPERTY-KEY (WS-PROPERTY-IDX)
            MOVE WS-PC-PROPERTY-VALUE (WS-PROPERTY-CHANGE-IDX)
                TO WS-PR-PROPERTY-VALUE (WS-PROPERTY-IDX)
            MOVE 'N' TO WS-PR-REMOVED-SWITCH (WS-PROPERTY-IDX)
            PERFORM WRITE-PROPERTY-HISTORY-REC
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

WRITE-PROPERTY-HISTORY-REC.
    ADD 1 TO WS-PROPERTY-APPLIED-COUNT.
    MOVE WS-PROPERTY-TIMESTAMP TO PH-TIMESTAMP.
    MOVE WS-TABLE-NAME TO PH-TABLE-NAME.
    MOVE WS-PC-PROPERTY-KEY (WS-PROPERTY-CHANGE-IDX)
        TO PH-PROPERTY-KEY.
    MOVE WS-PC-OPERATION (WS-PROPERTY-CHANGE-IDX) TO PH-OPERATION.
    MOVE WS-PROPERTY-OLD-VALUE TO PH-OLD-VALUE.
    IF WS-PC-OPERATION (WS-PROPERTY-CHANGE-IDX) = 'REMOVE'
        MOVE SPACES TO PH-NEW-VALUE
    ELSE
        MOVE WS-PC-PROPERTY-VALUE (WS-PROPERTY-CHANGE-IDX)
            TO PH-NEW-VALUE
    END-IF.
    MOVE WS-PC-CHANGED-BY (WS-PROPERTY-CHANGE-IDX) TO PH-CHANGED-BY.
    WRITE PROPERTY-HISTORY-REC.
    MOVE SPACES TO PROPERTY-UPDATE-LOG-LINE.
    STRING PH-OPERATION DELIMITED BY SPACE
        ' KEY=' DELIMITED BY SIZE
        PH-PROPERTY-KEY DELIMITED BY SPACE
        ' OLD=' DELIMITED BY SIZE
        PH-OLD-VALUE DELIMITED BY '  '
        ' NEW=' DELIMITED BY SIZE
        PH-NEW-VALUE DELIMITED BY '  '
        ' BY=' DELIMITED BY SIZE
        PH-CHANGED-BY DELIMITED BY SPACE
        INTO PROPERTY-UPDATE-LOG-LINE.
    WRITE PROPERTY-UPDATE-LOG-LINE.

REWRITE-TABLE-PROPERTIES.
    OPEN OUTPUT TABLE-PROPERTY-FILE.
    PERFORM REWRITE-ONE-TABLE-PROPERTY
        VARYING WS-PROPERTY-IDX FROM 1 BY 1
        UNTIL WS-PROPERTY-IDX > WS-PROPERTY-COUNT.
    CLOSE TABLE-PROPERTY-FILE.

REWRITE-ONE-TABLE-PROPERTY.
    IF NOT WS-PR-IS-REMOVED (WS-PROPERTY-IDX)
        MOVE WS-PR-TABLE-NAME (WS-PROPERTY-IDX) TO TP-TABLE-NAME
        MOVE WS-PR-PROPERTY-KEY (WS-PROPERTY-IDX) TO TP-PROPERTY-KEY
        MOVE WS-PR-PROPERTY-VALUE (WS-PROPERTY-IDX)
            TO TP-PROPERTY-VALUE
        WRITE TABLE-PROPERTY-REC
    END-IF.

*> Loads the proposed sort order from its card file and validates every
*> field before committing it as the table's new sort order: unknown
            INTO WS-TABLE-SORT-ORDER
            WITH POINTER WS-SORT-ORDER-POINTER
    END-PERFORM.
    PERFORM SAVE-TABLE-SORT-ORDER.

*> The stored sort orders are rewritten in full: every other table's
*> cards as they were, then this table's new order in position order.
SAVE-TABLE-SORT-ORDER.
    MOVE ZERO TO WS-KEPT-SORT-CARD-COUNT.
    OPEN INPUT TABLE-SORT-ORDER-FILE.
    IF WS-TABLE-SORT-ORDER-OK
        MOVE 'N' TO WS-TABLE-SORT-ORDER-EOF-SWITCH
        PERFORM KEEP-ONE-OTHER-SORT-CARD UNTIL END-OF-TABLE-SORT-ORDERS
        CLOSE TABLE-SORT-ORDER-FILE
    END-IF.
    OPEN OUTPUT TABLE-SORT-ORDER-FILE.
    PERFORM WRITE-ONE-KEPT-SORT-CARD
        VARYING WS-KEPT-SORT-CARD-IDX FROM 1 BY 1
        UNTIL WS-KEPT-SORT-CARD-IDX > WS-KEPT-SORT-CARD-COUNT.
    PERFORM WRITE-ONE-TABLE-SORT-CARD
        VARYING WS-SORT-FIELD-IDX FROM 1 BY 1
        UNTIL WS-SORT-FIELD-IDX > WS-PROPOSED-SORT-FIELD-COUNT.
    CLOSE TABLE-SORT-ORDER-FILE.

KEEP-ONE-OTHER-SORT-CARD.
    READ TABLE-SORT-ORDER-FILE
        AT END SET END-OF-TABLE-SORT-ORDERS TO TRUE
        NOT AT END
            IF TSO-TABLE-NAME NOT = WS-TABLE-NAME
                    AND WS-KEPT-SORT-CARD-COUNT < 5000
                ADD 1 TO WS-KEPT-SORT-CARD-COUNT
                SET WS-KEPT-SORT-CARD-IDX TO WS-KEPT-SORT-CARD-COUNT
                MOVE TABLE-SORT-ORDER-CARD
                    TO WS-KEPT-SORT-CARD (WS-KEPT-SORT-CARD-IDX)
            END-IF
    END-READ.

WRITE-ONE-KEPT-SORT-CARD.
    MOVE WS-KEPT-SORT-CARD (WS-KEPT-SORT-CARD-IDX)
        TO TABLE-SORT-ORDER-CARD.
    WRITE TABLE-SORT-ORDER-CARD.

WRITE-ONE-TABLE-SORT-CARD.
    MOVE SPACES TO TABLE-SORT-ORDER-CARD.
    MOVE WS-TABLE-NAME TO TSO-TABLE-NAME.
    SET TSO-SORT-POSITION TO WS-SORT-FIELD-IDX.
    MOVE WS-PSF-FIELD-ID (WS-SORT-FIELD-IDX) TO TSO-FIELD-ID.
    MOVE WS-PSF-DIRECTION (WS-SORT-FIELD-IDX) TO TSO-DIRECTION.
    MOVE WS-PSF-NULL-ORDER (WS-SORT-FIELD-IDX) TO TSO-NULL-ORDER.
    WRITE TABLE-SORT-ORDER-CARD.

UPDATE-LOCATION.
    CONTINUE.

NEW-APPEND.
    CONTINUE.

NEW-FAST-APPEND.
    PERFORM NEW-APPEND.

NEW-REWRITE.
    CONTINUE.

REWRITE-MANIFESTS.
    CONTINUE.

NEW-OVERWRITE.
    MOVE 'OVERWRITE' TO WS-OVW-OPERATION.
    PERFORM OVERWRITE-PARTITIONS.

NEW-ROW-DELTA.
    CONTINUE.

NEW-REPLACE-PARTITIONS.
    MOVE 'REPLACE' TO WS-OVW-OPERATION.
    PERFORM OVERWRITE-PARTITIONS.

*> Dynamic partition overwrite for the restatement feeds: the batch
*> of new files on OVERWRITECARDS replaces every live file in the
*> listing that shares a partition value with any of them, and the
*> deletes and adds commit together as one snapshot. Partitions the
*> batch does not mention are left alone. The report carries one
*> replaced/added line per restated partition.
OVERWRITE-PARTITIONS.
    PERFORM CHECK-CHANGE-FREEZE.
    OPEN OUTPUT OVERWRITE-REPORT.
    IF WS-CHANGE-IS-FROZEN AND WS-FREEZE-APPROVER = SPACES
        MOVE 'FROZEN - CHANGE-FREEZE IN FORCE, OVERWRITE REJECTED'
            TO OVERWRITE-REPORT-LINE
        WRITE OVERWRITE-REPORT-LINE
    ELSE
        IF WS-CHANGE-IS-FROZEN
            MOVE SPACES TO OVERWRITE-REPORT-LINE
            STRING 'FREEZE OVERRIDDEN - APPROVER='
                    DELIMITED BY SIZE
                WS-FREEZE-APPROVER DELIMITED BY SPACE
                INTO OVERWRITE-REPORT-LINE
            WRITE OVERWRITE-REPORT-LINE
        END-IF
        PERFORM LOAD-OVERWRITE-FILE-CARDS
        EVALUATE TRUE
            WHEN WS-OVW-NEW-COUNT = ZERO
                MOVE 'OVERWRITE REJECTED: NO OVERWRITECARDS SUPPLIED'
                    TO OVERWRITE-REPORT-LINE
                WRITE OVERWRITE-REPORT-LINE
            WHEN WS-OVW-NEW-OVERFLOW-COUNT > ZERO
                MOVE SPACES TO OVERWRITE-REPORT-LINE
                STRING 'OVERWRITE REJECTED: TABLE=' DELIMITED BY SIZE
                    WS-TABLE-NAME DELIMITED BY SPACE
                    ' OVERWRITECARDS HAS ' DELIMITED BY SIZE
                    WS-OVW-NEW-OVERFLOW-COUNT DELIMITED BY SIZE
                    ' CARDS BEYOND THE 1000-FILE LIMIT - NOTHING'
                        DELIMITED BY SIZE
                    ' COMMITTED' DELIMITED BY SIZE
                    INTO OVERWRITE-REPORT-LINE
                WRITE OVERWRITE-REPORT-LINE
            WHEN OTHER
                PERFORM APPLY-PARTITION-OVERWRITE
        END-EVALUATE
    END-IF.
    CLOSE OVERWRITE-REPORT.

LOAD-OVERWRITE-FILE-CARDS.
    MOVE ZERO TO WS-OVW-NEW-COUNT.
    MOVE ZERO TO WS-OVW-NEW-OVERFLOW-COUNT.
    MOVE ZERO TO WS-OVW-PART-COUNT.
    OPEN INPUT OVERWRITE-FILE-CARD-FILE.
    IF WS-OVERWRITE-CARD-OK
        MOVE 'N' TO WS-OVERWRITE-CARD-EOF-SWITCH
        PERFORM LOAD-ONE-OVERWRITE-CARD UNTIL END-OF-OVERWRITE-CARDS
        CLOSE OVERWRITE-FILE-CARD-FILE
    END-IF.

LOAD-ONE-OVERWRITE-CARD.
    READ OVERWRITE-FILE-CARD-FILE
        AT END SET END-OF-OVERWRITE-CARDS TO TRUE
        NOT AT END
            IF WS-OVW-NEW-COUNT < 1000
                ADD 1 TO WS-OVW-NEW-COUNT
                SET WS-OVW-NEW-IDX TO WS-OVW-NEW-COUNT
                MOVE OWC-FILE-PATH
                    TO WS-OVN-FILE-PATH (WS-OVW-NEW-IDX)
                MOVE OWC-PARTITION-VALUE
                    TO WS-OVN-PARTITION-VALUE (WS-OVW-NEW-IDX)
                MOVE OWC-RECORD-COUNT
                    TO WS-OVN-RECORD-COUNT (WS-OVW-NEW-IDX)
                MOVE OWC-FILE-SIZE-BYTES
                    TO WS-OVN-FILE-SIZE (WS-OVW-NEW-IDX)
                MOVE OWC-NULL-COUNT
                    TO WS-OVN-NULL-COUNT (WS-OVW-NEW-IDX)
                MOVE OWC-PARTITION-VALUE TO WS-OVW-LOOKUP-PARTITION
                PERFORM FIND-OR-ADD-OVERWRITE-PARTITION
                ADD 1 TO WS-OVP-ADDED-FILES (WS-OVW-PART-IDX)
                ADD OWC-RECORD-COUNT
                    TO WS-OVP-ADDED-ROWS (WS-OVW-PART-IDX)
            ELSE
                ADD 1 TO WS-OVW-NEW-OVERFLOW-COUNT
            END-IF
    END-READ.

FIND-OVERWRITE-PARTITION.
    MOVE 'N' TO WS-OVW-PART-FOUND-SWITCH.
    SET WS-OVW-PART-IDX TO 1.
    SEARCH WS-OVW-PART-ENTRY
        AT END CONTINUE
        WHEN WS-OVP-PARTITION-VALUE (WS-OVW-PART-IDX) =
             WS-OVW-LOOKUP-PARTITION
            SET WS-OVW-PART-FOUND TO TRUE
    END-SEARCH.

FIND-OR-ADD-OVERWRITE-PARTITION.
    PERFORM FIND-OVERWRITE-PARTITION.
    IF NOT WS-OVW-PART-FOUND
        ADD 1 TO WS-OVW-PART-COUNT
        SET WS-OVW-PART-IDX TO WS-OVW-PART-COUNT
        MOVE WS-OVW-LOOKUP-PARTITION
            TO WS-OVP-PARTITION-VALUE (WS-OVW-PART-IDX)
        MOVE ZERO TO WS-OVP-REPLACED-FILES (WS-OVW-PART-IDX)
        MOVE ZERO TO WS-OVP-REPLACED-ROWS (WS-OVW-PART-IDX)
        MOVE ZERO TO WS-OVP-ADDED-FILES (WS-OVW-PART-IDX)
        MOVE ZERO TO WS-OVP-ADDED-ROWS (WS-OVW-PART-IDX)
    END-IF.

APPLY-PARTITION-OVERWRITE.
    PERFORM LOAD-DATA-FILE-LISTING.
    IF WS-LISTING-OVERFLOW-COUNT > ZERO
        MOVE SPACES TO OVERWRITE-REPORT-LINE
        STRING 'OVERWRITE REJECTED: TABLE=' DELIMITED BY SIZE
            WS-TABLE-NAME DELIMITED BY SPACE
            ' LISTING HAS ' WS-LISTING-OVERFLOW-COUNT DELIMITED BY SIZE
            ' FILES BEYOND THE 10000-FILE LIMIT - NOTHING COMMITTED'
                DELIMITED BY SIZE
            INTO OVERWRITE-REPORT-LINE
        WRITE OVERWRITE-REPORT-LINE
    ELSE
        PERFORM COMMIT-OVERWRITE-SNAPSHOT
        PERFORM WRITE-ONE-OVERWRITE-PARTITION-LINE
            VARYING WS-OVW-PART-IDX FROM 1 BY 1
            UNTIL WS-OVW-PART-IDX > WS-OVW-PART-COUNT
        MOVE SPACES TO OVERWRITE-REPORT-LINE
        STRING 'OVERWRITE COMPLETE TABLE=' DELIMITED BY SIZE
            WS-TABLE-NAME DELIMITED BY SPACE
            ' SNAPSHOT=' WS-OVW-SNAPSHOT-ID DELIMITED BY SIZE
            ' PARTITIONS=' WS-OVW-PART-COUNT DELIMITED BY SIZE
            ' FILES-REPLACED=' WS-OVW-REPLACED-TOTAL DELIMITED BY SIZE
            ' FILES-ADDED=' WS-OVW-ADDED-TOTAL DELIMITED BY SIZE
            INTO OVERWRITE-REPORT-LINE
        WRITE OVERWRITE-REPORT-LINE
    END-IF.

*> Lands WS-OVW-NEW-TABLE as one snapshot: every live file in a
*> partition on WS-OVW-PART-TABLE is retired and the new files are
*> added. The replaced files' deletes go into the history ahead of
*> the new files' adds, so a new file reusing an old path replays as
*> live. The caller has loaded the listing and found it whole.
COMMIT-OVERWRITE-SNAPSHOT.
    PERFORM DETERMINE-CURRENT-SNAPSHOT.
    COMPUTE WS-OVW-SNAPSHOT-ID = WS-HIGHEST-ANY-SNAPSHOT + 1.
    MOVE ZERO TO WS-OVW-REPLACED-TOTAL.
    MOVE ZERO TO WS-OVW-ADDED-TOTAL.
    MOVE ZERO TO WS-COMMIT-SUMMARY.
    MOVE WS-OVW-SNAPSHOT-ID TO WS-CS-SNAPSHOT-ID.
    MOVE WS-TABLE-CURRENT-SNAPSHOT TO WS-CS-PARENT-SNAPSHOT-ID.
    MOVE WS-OVW-OPERATION TO WS-CS-OPERATION.
    PERFORM MARK-ONE-REPLACED-FILE
        VARYING WS-LISTING-IDX FROM 1 BY 1
        UNTIL WS-LISTING-IDX > WS-LISTING-COUNT.
    OPEN EXTEND SNAPSHOT-FILE-HISTORY.
    IF NOT WS-FILE-HISTORY-OK
        CLOSE SNAPSHOT-FILE-HISTORY
        OPEN OUTPUT SNAPSHOT-FILE-HISTORY
    END-IF.
    PERFORM APPEND-ONE-REPLACED-FILE
        VARYING WS-LISTING-IDX FROM 1 BY 1
        UNTIL WS-LISTING-IDX > WS-LISTING-COUNT.
    PERFORM APPEND-ONE-OVERWRITE-FILE
        VARYING WS-OVW-NEW-IDX FROM 1 BY 1
        UNTIL WS-OVW-NEW-IDX > WS-OVW-NEW-COUNT.
    CLOSE SNAPSHOT-FILE-HISTORY.
    PERFORM REWRITE-DATA-FILE-LISTING.
    PERFORM WRITE-SNAPSHOT-SUMMARY.
    MOVE WS-OVW-SNAPSHOT-ID TO WS-HIGHEST-ANY-SNAPSHOT.
    MOVE WS-OVW-SNAPSHOT-ID TO WS-TABLE-CURRENT-SNAPSHOT.

MARK-ONE-REPLACED-FILE.
    MOVE WS-LS-PARTITION-VALUE (WS-LISTING-IDX)
        TO WS-OVW-LOOKUP-PARTITION.
    PERFORM FIND-OVERWRITE-PARTITION.
    IF WS-OVW-PART-FOUND
        SET WS-LS-IS-REMOVED (WS-LISTING-IDX) TO TRUE
        ADD 1 TO WS-OVP-REPLACED-FILES (WS-OVW-PART-IDX)
        ADD WS-LS-RECORD-COUNT (WS-LISTING-IDX)
            TO WS-OVP-REPLACED-ROWS (WS-OVW-PART-IDX)
    END-IF.

APPEND-ONE-REPLACED-FILE.
    IF WS-LS-IS-REMOVED (WS-LISTING-IDX)
        ADD 1 TO WS-OVW-REPLACED-TOTAL
        ADD 1 TO WS-CS-REMOVED-FILES
        ADD WS-LS-RECORD-COUNT (WS-LISTING-IDX) TO WS-CS-REMOVED-ROWS
        ADD WS-LS-FILE-SIZE (WS-LISTING-IDX) TO WS-CS-REMOVED-BYTES
        MOVE SPACES TO SNAPSHOT-FILE-HISTORY-REC
        MOVE WS-OVW-SNAPSHOT-ID TO SFH-SNAPSHOT-ID
        MOVE WS-LS-FILE-PATH (WS-LISTING-IDX) TO SFH-FILE-PATH
        MOVE 'D' TO SFH-CHANGE-TYPE
        MOVE SPACES TO SFH-REFERENCED-DATA-FILE
        MOVE ZERO TO SFH-DELETED-ROW-COUNT
        WRITE SNAPSHOT-FILE-HISTORY-REC
    END-IF.

APPEND-ONE-OVERWRITE-FILE.
    ADD 1 TO WS-OVW-ADDED-TOTAL.
    ADD 1 TO WS-CS-ADDED-FILES.
    ADD WS-OVN-RECORD-COUNT (WS-OVW-NEW-IDX) TO WS-CS-ADDED-ROWS.
    ADD WS-OVN-FILE-SIZE (WS-OVW-NEW-IDX) TO WS-CS-ADDED-BYTES.
    MOVE SPACES TO SNAPSHOT-FILE-HISTORY-REC.
    MOVE WS-OVW-SNAPSHOT-ID TO SFH-SNAPSHOT-ID.
    MOVE WS-OVN-FILE-PATH (WS-OVW-NEW-IDX) TO SFH-FILE-PATH.
    MOVE 'A' TO SFH-CHANGE-TYPE.
    MOVE SPACES TO SFH-REFERENCED-DATA-FILE.
    MOVE ZERO TO SFH-DELETED-ROW-COUNT.
    WRITE SNAPSHOT-FILE-HISTORY-REC.

WRITE-ONE-OVERWRITE-PARTITION-LINE.
    MOVE SPACES TO OVERWRITE-REPORT-LINE.
    STRING 'PARTITION=' DELIMITED BY SIZE
        WS-OVP-PARTITION-VALUE (WS-OVW-PART-IDX) DELIMITED BY SPACE
        ' SNAPSHOT=' WS-OVW-SNAPSHOT-ID DELIMITED BY SIZE
        ' FILES-REPLACED=' WS-OVP-REPLACED-FILES (WS-OVW-PART-IDX)
            DELIMITED BY SIZE
        ' ROWS-REPLACED=' WS-OVP-REPLACED-ROWS (WS-OVW-PART-IDX)
            DELIMITED BY SIZE
        ' FILES-ADDED=' WS-OVP-ADDED-FILES (WS-OVW-PART-IDX)
            DELIMITED BY SIZE
        ' ROWS-ADDED=' WS-OVP-ADDED-ROWS (WS-OVW-PART-IDX)
            DELIMITED BY SIZE
        INTO OVERWRITE-REPORT-LINE.
    WRITE OVERWRITE-REPORT-LINE.

LOAD-DATA-FILE-LISTING.
    PERFORM LOAD-CURRENT-SPEC-ID.
    MOVE ZERO TO WS-LISTING-COUNT.
    MOVE ZERO TO WS-LISTING-OVERFLOW-COUNT.
    OPEN INPUT TABLE-DATA-FILE-LISTING.
    IF WS-DATAFILE-LISTING-OK
        MOVE 'N' TO WS-DATAFILE-EOF-SWITCH
        PERFORM LOAD-ONE-LISTING-REC UNTIL END-OF-DATA-FILES
        CLOSE TABLE-DATA-FILE-LISTING
    END-IF.

LOAD-ONE-LISTING-REC.
    READ TABLE-DATA-FILE-LISTING
        AT END SET END-OF-DATA-FILES TO TRUE
        NOT AT END
            IF WS-LISTING-COUNT < 10000
                ADD 1 TO WS-LISTING-COUNT
                SET WS-LISTING-IDX TO WS-LISTING-COUNT
                MOVE DF-FILE-PATH TO WS-LS-FILE-PATH (WS-LISTING-IDX)
                MOVE DF-PARTITION-VALUE
                    TO WS-LS-PARTITION-VALUE (WS-LISTING-IDX)
                MOVE DF-RECORD-COUNT
                    TO WS-LS-RECORD-COUNT (WS-LISTING-IDX)
                MOVE DF-FILE-SIZE-BYTES
                    TO WS-LS-FILE-SIZE (WS-LISTING-IDX)
                MOVE DF-NULL-COUNT
                    TO WS-LS-NULL-COUNT (WS-LISTING-IDX)
                IF DF-PARTITION-SPEC-ID IS NUMERIC
                    MOVE DF-PARTITION-SPEC-ID
                        TO WS-LS-SPEC-ID (WS-LISTING-IDX)
                ELSE
                    MOVE ZERO TO WS-LS-SPEC-ID (WS-LISTING-IDX)
                END-IF
                MOVE 'N' TO WS-LS-REMOVED-SWITCH (WS-LISTING-IDX)
                MOVE 'N' TO WS-LS-PARTIAL-SWITCH (WS-LISTING-IDX)
            ELSE
                ADD 1 TO WS-LISTING-OVERFLOW-COUNT
            END-IF
    END-READ.

*> Files listed before the spec id was carried were written under
*> the table's first spec, spec 0.
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

*> The listing is written back without the files the commit retired,
*> followed by whatever new files it added.
REWRITE-DATA-FILE-LISTING.
    OPEN OUTPUT TABLE-DATA-FILE-LISTING.
    PERFORM REWRITE-ONE-LISTING-REC
        VARYING WS-LISTING-IDX FROM 1 BY 1
        UNTIL WS-LISTING-IDX > WS-LISTING-COUNT.
    PERFORM WRITE-ONE-NEW-LISTING-REC
        VARYING WS-OVW-NEW-IDX FROM 1 BY 1
        UNTIL WS-OVW-NEW-IDX > WS-OVW-NEW-COUNT.
    CLOSE TABLE-DATA-FILE-LISTING.

REWRITE-ONE-LISTING-REC.
    IF NOT WS-LS-IS-REMOVED (WS-LISTING-IDX)
        MOVE SPACES TO TABLE-DATA-FILE-REC
        MOVE WS-LS-FILE-PATH (WS-LISTING-IDX) TO DF-FILE-PATH
        MOVE WS-LS-PARTITION-VALUE (WS-LISTING-IDX)
            TO DF-PARTITION-VALUE
        MOVE WS-LS-RECORD-COUNT (WS-LISTING-IDX) TO DF-RECORD-COUNT
        MOVE WS-LS-FILE-SIZE (WS-LISTING-IDX) TO DF-FILE-SIZE-BYTES
        MOVE WS-LS-NULL-COUNT (WS-LISTING-IDX) TO DF-NULL-COUNT
        MOVE WS-LS-SPEC-ID (WS-LISTING-IDX) TO DF-PARTITION-SPEC-ID
        WRITE TABLE-DATA-FILE-REC
    END-IF.

WRITE-ONE-NEW-LISTING-REC.
    MOVE SPACES TO TABLE-DATA-FILE-REC.
    MOVE WS-OVN-FILE-PATH (WS-OVW-NEW-IDX) TO DF-FILE-PATH.
    MOVE WS-OVN-PARTITION-VALUE (WS-OVW-NEW-IDX) TO DF-PARTITION-VALUE.
    MOVE WS-OVN-RECORD-COUNT (WS-OVW-NEW-IDX) TO DF-RECORD-COUNT.
    MOVE WS-OVN-FILE-SIZE (WS-OVW-NEW-IDX) TO DF-FILE-SIZE-BYTES.
    MOVE WS-OVN-NULL-COUNT (WS-OVW-NEW-IDX) TO DF-NULL-COUNT.
    MOVE WS-CURRENT-SPEC-ID TO DF-PARTITION-SPEC-ID.
    WRITE TABLE-DATA-FILE-REC.

NEW-DELETE.
    PERFORM DELETE-ROWS-WHERE.

*> DELETE WHERE against the compiled predicate deck PREDICATE-PARSER
*> writes. Each live data file is judged on its column bounds: one
*> the inclusive rules rule out is untouched; one the strict rules
*> prove matches in every row is dropped whole; anything in between
*> gets a positional delete file registered and a work item for the
*> row-level pass. Drops and delete files commit as one snapshot.
*> A held table, a freeze without an approver, or a missing deck
*> rejects the delete before anything is written.
DELETE-ROWS-WHERE.
    PERFORM CHECK-CHANGE-FREEZE.
    PERFORM CHECK-TABLE-LEGAL-HOLD.
    PERFORM LOAD-SCAN-PREDICATES.
    OPEN OUTPUT DELETE-REPORT.
    EVALUATE TRUE
        WHEN WS-CHANGE-IS-FROZEN AND WS-FREEZE-APPROVER = SPACES
            MOVE 'FROZEN - CHANGE-FREEZE IN FORCE, DELETE REJECTED'
                TO DELETE-REPORT-LINE
            WRITE DELETE-REPORT-LINE
        WHEN WS-TABLE-IS-HELD
            MOVE SPACES TO DELETE-REPORT-LINE
            STRING 'DELETE REJECTED: TABLE=' DELIMITED BY SIZE
                WS-TABLE-NAME DELIMITED BY SPACE
                ' UNDER LEGAL HOLD MATTER=' DELIMITED BY SIZE
                WS-HOLDING-MATTER-ID DELIMITED BY SPACE
                INTO DELETE-REPORT-LINE
            WRITE DELETE-REPORT-LINE
        WHEN NOT WS-PREDICATES-LOADED
            MOVE 'DELETE REJECTED: NO PARSEDSTRICTCARDS PREDICATE SUPPLIED'
                TO DELETE-REPORT-LINE
            WRITE DELETE-REPORT-LINE
        WHEN OTHER
            IF WS-CHANGE-IS-FROZEN
                MOVE SPACES TO DELETE-REPORT-LINE
                STRING 'FREEZE OVERRIDDEN - APPROVER='
                        DELIMITED BY SIZE
                    WS-FREEZE-APPROVER DELIMITED BY SPACE
                    INTO DELETE-REPORT-LINE
                WRITE DELETE-REPORT-LINE
            END-IF
            PERFORM APPLY-DELETE-WHERE
    END-EVALUATE.
    CLOSE DELETE-REPORT.

*> A hold is in force from its effective date until its release date
*> (zero = open-ended).
CHECK-TABLE-LEGAL-HOLD.
    MOVE 'N' TO WS-TABLE-HELD-SWITCH.
    MOVE SPACES TO WS-HOLDING-MATTER-ID.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-HOLD-TODAY.
    OPEN INPUT LEGAL-HOLD-FILE.
    IF WS-LEGAL-HOLD-OK
        MOVE 'N' TO WS-HOLD-EOF-SWITCH
        PERFORM CHECK-ONE-LEGAL-HOLD UNTIL END-OF-HOLDS
        CLOSE LEGAL-HOLD-FILE
    END-IF.

CHECK-ONE-LEGAL-HOLD.
    READ LEGAL-HOLD-FILE
        AT END SET END-OF-HOLDS TO TRUE
        NOT AT END
            IF LH-TABLE-NAME = WS-TABLE-NAME
                    AND LH-EFFECTIVE-DATE NOT > WS-HOLD-TODAY
                    AND (LH-RELEASE-DATE = ZERO
                        OR LH-RELEASE-DATE NOT < WS-HOLD-TODAY)
                SET WS-TABLE-IS-HELD TO TRUE
                MOVE LH-HOLD-ID TO WS-HOLDING-MATTER-ID
            END-IF
    END-READ.

APPLY-DELETE-WHERE.
    PERFORM LOAD-COLUMN-BOUNDS.
    PERFORM DETERMINE-CURRENT-SNAPSHOT.
    COMPUTE WS-DEL-SNAPSHOT-ID = WS-HIGHEST-ANY-SNAPSHOT + 1.
    MOVE WS-TABLE-CURRENT-SNAPSHOT TO WS-REPLAY-TARGET-SNAPSHOT-ID.
    PERFORM LOAD-HISTORY-TO-TARGET.
    PERFORM REBUILD-LIVE-FILE-SET.
    PERFORM LOAD-DATA-FILE-LISTING.
    MOVE ZERO TO WS-OVW-NEW-COUNT.
    MOVE ZERO TO WS-DEL-DROPPED-COUNT.
    MOVE ZERO TO WS-DEL-PARTIAL-COUNT.
    MOVE ZERO TO WS-DEL-PENDING-COUNT.
    MOVE ZERO TO WS-DEL-DROPPED-ROWS.
    MOVE ZERO TO WS-DEL-PARTIAL-ROWS.
    MOVE ZERO TO WS-DEL-WORK-SEQ.
    PERFORM JUDGE-ONE-DELETE-FILE
        VARYING WS-LIVE-IDX FROM 1 BY 1
        UNTIL WS-LIVE-IDX > WS-LIVE-FILE-COUNT.
    EVALUATE TRUE
        WHEN WS-LISTING-OVERFLOW-COUNT > ZERO
            MOVE SPACES TO DELETE-REPORT-LINE
            STRING 'DELETE REJECTED: TABLE=' DELIMITED BY SIZE
                WS-TABLE-NAME DELIMITED BY SPACE
                ' LISTING HAS ' WS-LISTING-OVERFLOW-COUNT
                    DELIMITED BY SIZE
                ' FILES BEYOND THE 10000-FILE LIMIT - NOTHING COMMITTED'
                    DELIMITED BY SIZE
                INTO DELETE-REPORT-LINE
            WRITE DELETE-REPORT-LINE
        WHEN WS-DEL-DROPPED-COUNT = ZERO AND WS-DEL-PARTIAL-COUNT = ZERO
            MOVE SPACES TO DELETE-REPORT-LINE
            STRING 'DELETE TABLE=' DELIMITED BY SIZE
                WS-TABLE-NAME DELIMITED BY SPACE
                ' MATCHED NO FILES - NOTHING COMMITTED' DELIMITED BY SIZE
                INTO DELETE-REPORT-LINE
            WRITE DELETE-REPORT-LINE
        WHEN OTHER
            PERFORM COMMIT-DELETE-WHERE
    END-EVALUATE.

*> Only live files the listing carries are data files; a row-delete
*> file is live in the history too, but is never itself a target.
JUDGE-ONE-DELETE-FILE.
    IF WS-LF-IS-LIVE (WS-LIVE-IDX)
        PERFORM FIND-LISTING-FOR-LIVE-FILE
        IF WS-LISTING-FOUND
            PERFORM EVALUATE-FILE-PRUNING
            IF NOT WS-FILE-IS-PRUNED
                PERFORM EVALUATE-FILE-STRICT-MATCH
                IF WS-FILE-MUST-MATCH
                    SET WS-LS-IS-REMOVED (WS-LISTING-IDX) TO TRUE
                    ADD 1 TO WS-DEL-DROPPED-COUNT
                    ADD WS-LS-RECORD-COUNT (WS-LISTING-IDX)
                        TO WS-DEL-DROPPED-ROWS
                ELSE
                    SET WS-LS-IS-PARTIAL (WS-LISTING-IDX) TO TRUE
                    ADD 1 TO WS-DEL-PARTIAL-COUNT
                    ADD WS-LS-RECORD-COUNT (WS-LISTING-IDX)
                        TO WS-DEL-PARTIAL-ROWS
                END-IF
            END-IF
        END-IF
    END-IF.

FIND-LISTING-FOR-LIVE-FILE.
    MOVE 'N' TO WS-LISTING-FOUND-SWITCH.
    SET WS-LISTING-IDX TO 1.
    SEARCH WS-LISTING-ENTRY
        AT END CONTINUE
        WHEN WS-LS-FILE-PATH (WS-LISTING-IDX) =
             WS-LF-FILE-PATH (WS-LIVE-IDX)
            SET WS-LISTING-FOUND TO TRUE
    END-SEARCH.

*> The strict counterpart of EVALUATE-FILE-PRUNING: a group holds
*> once any of its alternatives must match, and the file must match
*> only when every group holds.
EVALUATE-FILE-STRICT-MATCH.
    SET WS-FILE-MUST-MATCH TO TRUE.
    PERFORM EVALUATE-ONE-STRICT-GROUP
        VARYING WS-EVAL-GROUP FROM 1 BY 1
        UNTIL WS-EVAL-GROUP > WS-PRED-GROUP-MAX
            OR NOT WS-FILE-MUST-MATCH.

EVALUATE-ONE-STRICT-GROUP.
    MOVE 'N' TO WS-GROUP-HAS-PREDS-SWITCH.
    MOVE 'N' TO WS-GROUP-MUST-MATCH-SWITCH.
    PERFORM EVALUATE-ONE-STRICT-MEMBER
        VARYING WS-PRED-IDX FROM 1 BY 1
        UNTIL WS-PRED-IDX > WS-PRED-COUNT.
    IF WS-GROUP-HAS-PREDS AND NOT WS-GROUP-MUST-MATCH
        MOVE 'N' TO WS-FILE-MUST-MATCH-SWITCH
    END-IF.

EVALUATE-ONE-STRICT-MEMBER.
    IF WS-PR-GROUP-ID (WS-PRED-IDX) = WS-EVAL-GROUP
        SET WS-GROUP-HAS-PREDS TO TRUE
        PERFORM EVALUATE-PRED-STRICT-BOUNDS
        IF WS-PRED-MUST-MATCH
            SET WS-GROUP-MUST-MATCH TO TRUE
        END-IF
    END-IF.

*> The same strict rules STRICT-METRICS-EVALUATOR applies: a
*> predicate must match only when the bounds prove every row in the
*> file satisfies it, and any null in the column defeats the proof.
*> A field with no bounds record proves nothing, and neither does a
*> DECIMAL pair that could not be keyed at the column's scale.
EVALUATE-PRED-STRICT-BOUNDS.
    MOVE 'N' TO WS-PRED-MUST-MATCH-SWITCH.
    PERFORM FIND-BOUNDS-FOR-PRED.
    IF WS-BOUNDS-FOUND
        SET WS-BOUNDS-IDX TO WS-BOUNDS-MATCH-IDX
        COMPUTE WS-BOUNDS-NON-NULL =
            WS-CB-VALUE-COUNT (WS-BOUNDS-IDX) -
            WS-CB-NULL-COUNT (WS-BOUNDS-IDX)
        PERFORM NORMALIZE-STRICT-VALUES
        EVALUATE WS-PR-PREDICATE-TYPE (WS-PRED-IDX)
            WHEN 'EQ'
            WHEN 'IN'
                IF WS-CB-NULL-COUNT (WS-BOUNDS-IDX) = ZERO
                        AND WS-STRICT-LOWER-BOUND = WS-STRICT-LITERAL
                        AND WS-STRICT-UPPER-BOUND = WS-STRICT-LITERAL
                    SET WS-PRED-MUST-MATCH TO TRUE
                END-IF
            WHEN 'LT'
                IF WS-CB-NULL-COUNT (WS-BOUNDS-IDX) = ZERO
                        AND WS-STRICT-UPPER-BOUND < WS-STRICT-LITERAL
                    SET WS-PRED-MUST-MATCH TO TRUE
                END-IF
            WHEN 'LTEQ'
                IF WS-CB-NULL-COUNT (WS-BOUNDS-IDX) = ZERO
                        AND WS-STRICT-UPPER-BOUND NOT > WS-STRICT-LITERAL
                    SET WS-PRED-MUST-MATCH TO TRUE
                END-IF
            WHEN 'GT'
                IF WS-CB-NULL-COUNT (WS-BOUNDS-IDX) = ZERO
                        AND WS-STRICT-LOWER-BOUND > WS-STRICT-LITERAL
                    SET WS-PRED-MUST-MATCH TO TRUE
                END-IF
            WHEN 'GTEQ'
                IF WS-CB-NULL-COUNT (WS-BOUNDS-IDX) = ZERO
                        AND WS-STRICT-LOWER-BOUND NOT < WS-STRICT-LITERAL
                    SET WS-PRED-MUST-MATCH TO TRUE
                END-IF
            WHEN 'NOTIN'
                IF WS-CB-NULL-COUNT (WS-BOUNDS-IDX) = ZERO
                        AND (WS-STRICT-UPPER-BOUND < WS-STRICT-LITERAL
                        OR WS-STRICT-LOWER-BOUND > WS-STRICT-LITERAL)
                    SET WS-PRED-MUST-MATCH TO TRUE
                END-IF
            WHEN 'ISNULL'
                IF WS-BOUNDS-NON-NULL = ZERO
                        AND WS-CB-VALUE-COUNT (WS-BOUNDS-IDX) > ZERO
                    SET WS-PRED-MUST-MATCH TO TRUE
                END-IF
            WHEN 'NOTNULL'
                IF WS-CB-NULL-COUNT (WS-BOUNDS-IDX) = ZERO
                    SET WS-PRED-MUST-MATCH TO TRUE
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF WS-STRICT-UNCOMPARABLE
            PERFORM APPLY-STRICT-DECIMAL-FALLBACK
        END-IF
    END-IF.

APPLY-STRICT-DECIMAL-FALLBACK.
    EVALUATE WS-PR-PREDICATE-TYPE (WS-PRED-IDX)
        WHEN 'LT' WHEN 'LTEQ' WHEN 'GT' WHEN 'GTEQ'
                WHEN 'EQ' WHEN 'IN' WHEN 'NOTIN'
            MOVE 'N' TO WS-PRED-MUST-MATCH-SWITCH
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> A DATE/TIMESTAMP set none of whose values parse is left as
*> written and compares as before, but one that parses only in part
*> is uncomparable; a DECIMAL predicate from an older deck, with no
*> precision and scale, compares as written too.
NORMALIZE-STRICT-VALUES.
    MOVE WS-PR-LITERAL (WS-PRED-IDX) TO WS-STRICT-LITERAL.
    MOVE WS-CB-LOWER-BOUND (WS-BOUNDS-IDX) TO WS-STRICT-LOWER-BOUND.
    MOVE WS-CB-UPPER-BOUND (WS-BOUNDS-IDX) TO WS-STRICT-UPPER-BOUND.
    MOVE 'N' TO WS-STRICT-UNCOMPARABLE-SWITCH.
    IF WS-PR-LITERAL-TYPE (WS-PRED-IDX) = 'DATE'
            OR WS-PR-LITERAL-TYPE (WS-PRED-IDX) = 'TIMESTAMP'
        MOVE ZERO TO WS-STRICT-TEMPORAL-OK-COUNT
        MOVE WS-STRICT-LITERAL TO WS-TEMPORAL-INPUT
        PERFORM COERCE-TEMPORAL-TEXT
        IF WS-TEMPORAL-OK
            MOVE WS-TEMPORAL-OUTPUT TO WS-STRICT-LITERAL
            ADD 1 TO WS-STRICT-TEMPORAL-OK-COUNT
        END-IF
        MOVE WS-STRICT-LOWER-BOUND TO WS-TEMPORAL-INPUT
        PERFORM COERCE-TEMPORAL-TEXT
        IF WS-TEMPORAL-OK
            MOVE WS-TEMPORAL-OUTPUT TO WS-STRICT-LOWER-BOUND
            ADD 1 TO WS-STRICT-TEMPORAL-OK-COUNT
        END-IF
        MOVE WS-STRICT-UPPER-BOUND TO WS-TEMPORAL-INPUT
        PERFORM COERCE-TEMPORAL-TEXT
        IF WS-TEMPORAL-OK
            MOVE WS-TEMPORAL-OUTPUT TO WS-STRICT-UPPER-BOUND
            ADD 1 TO WS-STRICT-TEMPORAL-OK-COUNT
        END-IF
        IF WS-STRICT-TEMPORAL-OK-COUNT > ZERO
                AND WS-STRICT-TEMPORAL-OK-COUNT < 3
            SET WS-STRICT-UNCOMPARABLE TO TRUE
        END-IF
    END-IF.
    IF WS-PR-LITERAL-TYPE (WS-PRED-IDX) = 'DECIMAL'
            AND WS-PR-DECIMAL-PRECISION (WS-PRED-IDX) > ZERO
            AND WS-PR-DECIMAL-PRECISION (WS-PRED-IDX) NOT > 38
            AND WS-PR-DECIMAL-SCALE (WS-PRED-IDX) NOT >
                WS-PR-DECIMAL-PRECISION (WS-PRED-IDX)
        MOVE WS-PR-DECIMAL-PRECISION (WS-PRED-IDX) TO WS-DEC-PRECISION
        MOVE WS-PR-DECIMAL-SCALE (WS-PRED-IDX) TO WS-DEC-SCALE
        MOVE WS-STRICT-LITERAL TO WS-DECIMAL-INPUT
        PERFORM COERCE-DECIMAL-TEXT
        IF WS-DECIMAL-OK
            MOVE WS-DECIMAL-OUTPUT TO WS-STRICT-LITERAL
        ELSE
            SET WS-STRICT-UNCOMPARABLE TO TRUE
        END-IF
        MOVE WS-STRICT-LOWER-BOUND TO WS-DECIMAL-INPUT
        PERFORM COERCE-DECIMAL-TEXT
        IF WS-DECIMAL-OK
            MOVE WS-DECIMAL-OUTPUT TO WS-STRICT-LOWER-BOUND
        ELSE
            SET WS-STRICT-UNCOMPARABLE TO TRUE
        END-IF
        MOVE WS-STRICT-UPPER-BOUND TO WS-DECIMAL-INPUT
        PERFORM COERCE-DECIMAL-TEXT
        IF WS-DECIMAL-OK
            MOVE WS-DECIMAL-OUTPUT TO WS-STRICT-UPPER-BOUND
        ELSE
            SET WS-STRICT-UNCOMPARABLE TO TRUE
        END-IF
    END-IF.

*> 'YYYY-MM-DD' (with an optional ' HH:MM:SS') to days from the
*> 1970-01-01 epoch for a DATE predicate, microseconds for a
*> TIMESTAMP one, zero-padded.
COERCE-TEMPORAL-TEXT.
    MOVE 'N' TO WS-TEMPORAL-OK-SWITCH.
    MOVE ZERO TO WS-TMP-HOURS.
    MOVE ZERO TO WS-TMP-MINUTES.
    MOVE ZERO TO WS-TMP-SECONDS.
    IF WS-TEMPORAL-INPUT (1:4) IS NUMERIC
            AND WS-TEMPORAL-INPUT (5:1) = '-'
            AND WS-TEMPORAL-INPUT (6:2) IS NUMERIC
            AND WS-TEMPORAL-INPUT (8:1) = '-'
            AND WS-TEMPORAL-INPUT (9:2) IS NUMERIC
            AND WS-TEMPORAL-INPUT (6:2) >= '01'
            AND WS-TEMPORAL-INPUT (6:2) <= '12'
            AND WS-TEMPORAL-INPUT (9:2) >= '01'
            AND WS-TEMPORAL-INPUT (9:2) <= '31'
        MOVE WS-TEMPORAL-INPUT (1:4) TO WS-TMP-DATE-DIGITS (1:4)
        MOVE WS-TEMPORAL-INPUT (6:2) TO WS-TMP-DATE-DIGITS (5:2)
        MOVE WS-TEMPORAL-INPUT (9:2) TO WS-TMP-DATE-DIGITS (7:2)
        IF WS-TEMPORAL-INPUT (11:1) = SPACE
                AND WS-TEMPORAL-INPUT (12:2) IS NUMERIC
                AND WS-TEMPORAL-INPUT (14:1) = ':'
                AND WS-TEMPORAL-INPUT (15:2) IS NUMERIC
                AND WS-TEMPORAL-INPUT (17:1) = ':'
                AND WS-TEMPORAL-INPUT (18:2) IS NUMERIC
            MOVE WS-TEMPORAL-INPUT (12:2) TO WS-TMP-HOURS
            MOVE WS-TEMPORAL-INPUT (15:2) TO WS-TMP-MINUTES
            MOVE WS-TEMPORAL-INPUT (18:2) TO WS-TMP-SECONDS
        END-IF
        COMPUTE WS-TMP-DAYS-FROM-EPOCH =
            FUNCTION INTEGER-OF-DATE (WS-TMP-DATE-DIGITS) -
            FUNCTION INTEGER-OF-DATE (19700101)
        IF WS-PR-LITERAL-TYPE (WS-PRED-IDX) = 'TIMESTAMP'
            COMPUTE WS-TEMPORAL-CANONICAL =
                (WS-TMP-DAYS-FROM-EPOCH * 86400
                    + WS-TMP-HOURS * 3600
                    + WS-TMP-MINUTES * 60
                    + WS-TMP-SECONDS) * 1000000
        ELSE
            MOVE WS-TMP-DAYS-FROM-EPOCH TO WS-TEMPORAL-CANONICAL
        END-IF
        MOVE SPACES TO WS-TEMPORAL-OUTPUT
        MOVE WS-TEMPORAL-CANONICAL TO WS-TEMPORAL-OUTPUT (1:18)
        SET WS-TEMPORAL-OK TO TRUE
    END-IF.

*> Sign, significant integer digits and fraction digits, checked
*> against the column's precision and scale; a value that fits is
*> rewritten as the scale-aligned key.
COERCE-DECIMAL-TEXT.
    MOVE 'N' TO WS-DEC-NEGATIVE-SWITCH.
    MOVE 'N' TO WS-DEC-NONZERO-SWITCH.
    MOVE 'N' TO WS-DEC-DIGIT-SEEN-SWITCH.
    MOVE SPACES TO WS-DEC-INTEGER-DIGITS.
    MOVE SPACES TO WS-DEC-FRACTION-DIGITS.
    MOVE ZERO TO WS-DEC-INTEGER-LENGTH.
    MOVE ZERO TO WS-DEC-FRACTION-LENGTH.
    MOVE SPACES TO WS-DECIMAL-OUTPUT.
    SET WS-DEC-BEFORE-NUMBER TO TRUE.
    SET WS-DECIMAL-OK TO TRUE.
    PERFORM SCAN-ONE-DECIMAL-CHAR
        VARYING WS-DEC-CHAR-IDX FROM 1 BY 1
        UNTIL WS-DEC-CHAR-IDX > 40 OR NOT WS-DECIMAL-OK.
    EVALUATE TRUE
        WHEN NOT WS-DECIMAL-OK
            CONTINUE
        WHEN NOT WS-DEC-DIGIT-SEEN
            MOVE 'N' TO WS-DECIMAL-OK-SWITCH
        WHEN WS-DEC-INTEGER-LENGTH > WS-DEC-PRECISION - WS-DEC-SCALE
            MOVE 'N' TO WS-DECIMAL-OK-SWITCH
        WHEN WS-DEC-FRACTION-LENGTH > WS-DEC-SCALE
            MOVE 'N' TO WS-DECIMAL-OK-SWITCH
        WHEN OTHER
            PERFORM BUILD-DECIMAL-KEY
    END-EVALUATE.

SCAN-ONE-DECIMAL-CHAR.
    MOVE WS-DECIMAL-INPUT (WS-DEC-CHAR-IDX:1) TO WS-DEC-CHAR.
    EVALUATE TRUE
        WHEN WS-DEC-CHAR = SPACE
            IF WS-DEC-IN-INTEGER OR WS-DEC-IN-FRACTION
                SET WS-DEC-AFTER-NUMBER TO TRUE
            END-IF
        WHEN WS-DEC-AFTER-NUMBER
            MOVE 'N' TO WS-DECIMAL-OK-SWITCH
        WHEN (WS-DEC-CHAR = '-' OR '+') AND WS-DEC-BEFORE-NUMBER
            IF WS-DEC-CHAR = '-'
                SET WS-DEC-IS-NEGATIVE TO TRUE
            END-IF
            SET WS-DEC-IN-INTEGER TO TRUE
        WHEN WS-DEC-CHAR = '.' AND NOT WS-DEC-IN-FRACTION
            SET WS-DEC-IN-FRACTION TO TRUE
        WHEN WS-DEC-CHAR IS NUMERIC
            SET WS-DEC-DIGIT-SEEN TO TRUE
            IF WS-DEC-CHAR NOT = '0'
                SET WS-DEC-IS-NONZERO TO TRUE
            END-IF
            IF WS-DEC-IN-FRACTION
                PERFORM NOTE-DECIMAL-FRACTION-DIGIT
            ELSE
                SET WS-DEC-IN-INTEGER TO TRUE
                PERFORM NOTE-DECIMAL-INTEGER-DIGIT
            END-IF
        WHEN OTHER
            MOVE 'N' TO WS-DECIMAL-OK-SWITCH
    END-EVALUATE.

*> Leading zeros are not significant and are dropped as they come.
NOTE-DECIMAL-INTEGER-DIGIT.
    IF WS-DEC-CHAR NOT = '0' OR WS-DEC-INTEGER-LENGTH > ZERO
        IF WS-DEC-INTEGER-LENGTH < 38
            ADD 1 TO WS-DEC-INTEGER-LENGTH
            MOVE WS-DEC-CHAR
                TO WS-DEC-INTEGER-DIGITS (WS-DEC-INTEGER-LENGTH:1)
        ELSE
            MOVE 'N' TO WS-DECIMAL-OK-SWITCH
        END-IF
    END-IF.

NOTE-DECIMAL-FRACTION-DIGIT.
    IF WS-DEC-FRACTION-LENGTH < 38
        ADD 1 TO WS-DEC-FRACTION-LENGTH
        MOVE WS-DEC-CHAR
            TO WS-DEC-FRACTION-DIGITS (WS-DEC-FRACTION-LENGTH:1)
    ELSE
        MOVE 'N' TO WS-DECIMAL-OK-SWITCH
    END-IF.

*> The key: sign byte, then precision digits with the integer part
*> right-aligned against the decimal point and the fraction left-
*> aligned after it, complemented for a negative value. Negative
*> zero is plain zero.
BUILD-DECIMAL-KEY.
    MOVE SPACES TO WS-DECIMAL-OUTPUT.
    MOVE ALL '0' TO WS-DECIMAL-OUTPUT (2:WS-DEC-PRECISION).
    IF WS-DEC-IS-NEGATIVE AND WS-DEC-IS-NONZERO
        MOVE 'N' TO WS-DECIMAL-OUTPUT (1:1)
    ELSE
        MOVE 'P' TO WS-DECIMAL-OUTPUT (1:1)
    END-IF.
    IF WS-DEC-INTEGER-LENGTH > ZERO
        COMPUTE WS-DEC-START = 2 + WS-DEC-PRECISION - WS-DEC-SCALE
            - WS-DEC-INTEGER-LENGTH
        MOVE WS-DEC-INTEGER-DIGITS (1:WS-DEC-INTEGER-LENGTH)
            TO WS-DECIMAL-OUTPUT (WS-DEC-START:WS-DEC-INTEGER-LENGTH)
    END-IF.
    IF WS-DEC-FRACTION-LENGTH > ZERO
        COMPUTE WS-DEC-START = 2 + WS-DEC-PRECISION - WS-DEC-SCALE
        MOVE WS-DEC-FRACTION-DIGITS (1:WS-DEC-FRACTION-LENGTH)
            TO WS-DECIMAL-OUTPUT (WS-DEC-START:WS-DEC-FRACTION-LENGTH)
    END-IF.
    IF WS-DECIMAL-OUTPUT (1:1) = 'N'
        INSPECT WS-DECIMAL-OUTPUT (2:WS-DEC-PRECISION)
            CONVERTING '0123456789' TO '9876543210'
    END-IF.

*> One snapshot carries the whole delete: a 'D' per dropped file, and
*> a 'P' per partial file naming the positional delete file this
*> snapshot adds against it, so a partial-only delete still takes its
*> own snapshot id in the history. Each partial file is also queued as
*> a work item, which is what writes the delete file itself; until it
*> has run the delete file is reported as pending. Dropped files leave
*> the data-file listing.
COMMIT-DELETE-WHERE.
    MOVE ZERO TO WS-COMMIT-SUMMARY.
    MOVE WS-DEL-SNAPSHOT-ID TO WS-CS-SNAPSHOT-ID.
    MOVE WS-TABLE-CURRENT-SNAPSHOT TO WS-CS-PARENT-SNAPSHOT-ID.
    MOVE 'DELETE' TO WS-CS-OPERATION.
    OPEN EXTEND DELETE-WORK-ITEM-FILE.
    IF NOT WS-DELETE-WORK-OK
        CLOSE DELETE-WORK-ITEM-FILE
        OPEN OUTPUT DELETE-WORK-ITEM-FILE
    END-IF.
    OPEN EXTEND SNAPSHOT-FILE-HISTORY.
    IF NOT WS-FILE-HISTORY-OK
        CLOSE SNAPSHOT-FILE-HISTORY
        OPEN OUTPUT SNAPSHOT-FILE-HISTORY
    END-IF.
    PERFORM APPEND-ONE-DELETE-CHANGE
        VARYING WS-LISTING-IDX FROM 1 BY 1
        UNTIL WS-LISTING-IDX > WS-LISTING-COUNT.
    CLOSE SNAPSHOT-FILE-HISTORY.
    CLOSE DELETE-WORK-ITEM-FILE.
    IF WS-DEL-DROPPED-COUNT > ZERO
        PERFORM REWRITE-DATA-FILE-LISTING
    END-IF.
    PERFORM WRITE-SNAPSHOT-SUMMARY.
    MOVE WS-DEL-SNAPSHOT-ID TO WS-HIGHEST-ANY-SNAPSHOT.
    MOVE WS-DEL-SNAPSHOT-ID TO WS-TABLE-CURRENT-SNAPSHOT.
    COMPUTE WS-DEL-MAX-ROWS = WS-DEL-DROPPED-ROWS + WS-DEL-PARTIAL-ROWS.
    MOVE SPACES TO DELETE-REPORT-LINE.
    STRING 'DELETE COMPLETE TABLE=' DELIMITED BY SIZE
        WS-TABLE-NAME DELIMITED BY SPACE
        ' SNAPSHOT=' WS-DEL-SNAPSHOT-ID DELIMITED BY SIZE
        ' FILES-DROPPED=' WS-DEL-DROPPED-COUNT DELIMITED BY SIZE
        ' FILES-PARTIAL=' WS-DEL-PARTIAL-COUNT DELIMITED BY SIZE
        ' DELETE-FILES-PENDING=' WS-DEL-PENDING-COUNT DELIMITED BY SIZE
        ' ESTIMATED-ROWS-REMOVED=' WS-DEL-DROPPED-ROWS
            DELIMITED BY SIZE
        ' MAX-ROWS-REMOVED=' WS-DEL-MAX-ROWS DELIMITED BY SIZE
        INTO DELETE-REPORT-LINE.
    WRITE DELETE-REPORT-LINE.

APPEND-ONE-DELETE-CHANGE.
    EVALUATE TRUE
        WHEN WS-LS-IS-REMOVED (WS-LISTING-IDX)
            MOVE SPACES TO SNAPSHOT-FILE-HISTORY-REC
            MOVE WS-DEL-SNAPSHOT-ID TO SFH-SNAPSHOT-ID
            MOVE WS-LS-FILE-PATH (WS-LISTING-IDX) TO SFH-FILE-PATH
            MOVE 'D' TO SFH-CHANGE-TYPE
            MOVE SPACES TO SFH-REFERENCED-DATA-FILE
            MOVE ZERO TO SFH-DELETED-ROW-COUNT
            WRITE SNAPSHOT-FILE-HISTORY-REC
            ADD 1 TO WS-CS-REMOVED-FILES
            ADD WS-LS-RECORD-COUNT (WS-LISTING-IDX)
                TO WS-CS-REMOVED-ROWS
            ADD WS-LS-FILE-SIZE (WS-LISTING-IDX)
                TO WS-CS-REMOVED-BYTES
            MOVE SPACES TO DELETE-REPORT-LINE
            STRING 'DROPPED FILE=' DELIMITED BY SIZE
                WS-LS-FILE-PATH (WS-LISTING-IDX) DELIMITED BY SPACE
                ' ROWS=' WS-LS-RECORD-COUNT (WS-LISTING-IDX)
                    DELIMITED BY SIZE
                INTO DELETE-REPORT-LINE
            WRITE DELETE-REPORT-LINE
        WHEN WS-LS-IS-PARTIAL (WS-LISTING-IDX)
            ADD 1 TO WS-DEL-WORK-SEQ
            MOVE SPACES TO WS-DEL-DELETE-FILE-PATH
            STRING '/deletes/delete-where-' WS-DEL-SNAPSHOT-ID
                '-' WS-DEL-WORK-SEQ '.parquet'
                DELIMITED BY SIZE INTO WS-DEL-DELETE-FILE-PATH
            MOVE SPACES TO SNAPSHOT-FILE-HISTORY-REC
            MOVE WS-DEL-SNAPSHOT-ID TO SFH-SNAPSHOT-ID
            MOVE WS-DEL-DELETE-FILE-PATH TO SFH-FILE-PATH
            MOVE 'P' TO SFH-CHANGE-TYPE
            MOVE WS-LS-FILE-PATH (WS-LISTING-IDX)
                TO SFH-REFERENCED-DATA-FILE
            MOVE ZERO TO SFH-DELETED-ROW-COUNT
            WRITE SNAPSHOT-FILE-HISTORY-REC
            ADD 1 TO WS-CS-ADDED-FILES
            MOVE 'PENDING' TO WS-DEL-FILE-STATE
            ADD 1 TO WS-DEL-PENDING-COUNT
            MOVE SPACES TO DELETE-WORK-ITEM
            MOVE WS-DEL-SNAPSHOT-ID TO DWI-SNAPSHOT-ID
            MOVE WS-DEL-DELETE-FILE-PATH TO DWI-DELETE-FILE-PATH
            MOVE WS-LS-FILE-PATH (WS-LISTING-IDX)
                TO DWI-DATA-FILE-PATH
            MOVE WS-LS-RECORD-COUNT (WS-LISTING-IDX)
                TO DWI-ROWS-AT-RISK
            WRITE DELETE-WORK-ITEM
            MOVE SPACES TO DELETE-REPORT-LINE
            STRING 'PARTIAL FILE=' DELIMITED BY SIZE
                WS-LS-FILE-PATH (WS-LISTING-IDX) DELIMITED BY SPACE
                ' DELETE-FILE=' DELIMITED BY SIZE
                WS-DEL-DELETE-FILE-PATH DELIMITED BY SPACE
                ' ROWS-AT-RISK=' WS-LS-RECORD-COUNT (WS-LISTING-IDX)
                    DELIMITED BY SIZE
                ' STATE=' DELIMITED BY SIZE
                WS-DEL-FILE-STATE DELIMITED BY SPACE
                INTO DELETE-REPORT-LINE
            WRITE DELETE-REPORT-LINE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Computes real table-level statistics (file count, record count,
*> total size) from the current data-file listing instead of returning
                        DELIMITED BY SIZE
                    ' REASON=' WS-EXPIRY-REASON-TEXT DELIMITED BY SIZE
                    INTO EXPIRATION-AUDIT-LINE
                PERFORM WRITE-EXPIRATION-AUDIT-RECORD
            END-IF
    END-READ.

WRITE-EXPIRATION-AUDIT-RECORD.
    CALL 'AUDIT-CHAIN-STAMP' USING WS-EXPIRE-AUDIT-CHAIN-NAME
        EXPIRATION-AUDIT-LINE WS-EXPIRE-AUDIT-BODY-LENGTH
        EA-CHAIN-SEQUENCE EA-CHAIN-HASH.
    WRITE EXPIRATION-AUDIT-REC.

*> A snapshot a live TAG ref points at is a frozen state (a month-end
*> close, an audit baseline) and must survive retention: its card is
*> recorded as protected instead of expired.
        WS-PROTECTING-REF-NAME DELIMITED BY SPACE
        ' NOT EXPIRED' DELIMITED BY SIZE
        INTO EXPIRATION-AUDIT-LINE.
    PERFORM WRITE-EXPIRATION-AUDIT-RECORD.

MANAGE-SNAPSHOTS.
    PERFORM MANAGE-SNAPSHOT-REFS.
                END-READ
                CLOSE FREEZE-OVERRIDE-FILE
            END-IF
            IF WS-FREEZE-APPROVER NOT = SPACES
                PERFORM RECORD-FREEZE-OVERRIDE
            END-IF
        END-IF
    END-IF.

RECORD-FREEZE-OVERRIDE.
    OPEN EXTEND FREEZE-OVERRIDE-LOG.
    IF NOT WS-OVERRIDE-LOG-OK
        CLOSE FREEZE-OVERRIDE-LOG
        OPEN OUTPUT FREEZE-OVERRIDE-LOG
    END-IF.
    MOVE SPACES TO FREEZE-OVERRIDE-LOG-REC.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO FOL-TIMESTAMP.
    MOVE 'TABLE-INTERFACE' TO FOL-PROGRAM-ID.
    MOVE WS-FREEZE-APPROVER TO FOL-APPROVER-ID.
    CALL 'AUDIT-CHAIN-STAMP' USING WS-OVERRIDE-CHAIN-NAME
        FOL-USE-BODY WS-OVERRIDE-BODY-LENGTH
        FOL-CHAIN-SEQUENCE FOL-CHAIN-HASH.
    WRITE FREEZE-OVERRIDE-LOG-REC.
    CLOSE FREEZE-OVERRIDE-LOG.

CHECK-ONE-FREEZE-WINDOW.
    READ FREEZE-CALENDAR-FILE
        AT END SET END-OF-FREEZE-CARDS TO TRUE
        SET WS-LIVE-IDX TO WS-LIVE-FILE-COUNT
        MOVE WS-RPH-FILE-PATH (WS-REPLAY-HIST-IDX)
            TO WS-LF-FILE-PATH (WS-LIVE-IDX)
        MOVE 'N' TO WS-LF-MANIFEST-SKIP-SWITCH (WS-LIVE-IDX)
    END-IF.
    IF WS-RPH-CHANGE-TYPE (WS-REPLAY-HIST-IDX) = 'D'
        MOVE 'N' TO WS-LF-LIVE-SWITCH (WS-LIVE-IDX)
        ' REASON=ROLLED-BACK-TO-' DELIMITED BY SIZE
        WS-ROLLBACK-TARGET-SNAPSHOT-ID DELIMITED BY SIZE
        INTO EXPIRATION-AUDIT-LINE.
    PERFORM WRITE-EXPIRATION-AUDIT-RECORD.

*> An incremental-scan checkpoint that still points past the rollback
*> target would silently skip the changes of any snapshot ids reused
*> snapshot above the stage's base that touched a data file the
*> staged snapshot also touches is a conflict, and the publish is
*> refused (the stage stays put) unless the card carries the
*> operator's explicit override byte. A data-quality hold on the
*> snapshot refuses the publish the same way.
PUBLISH-ONE-STAGED-SNAPSHOT.
    PERFORM FIND-STAGED-BASE-SNAPSHOT.
    PERFORM COLLECT-STAGED-SNAPSHOT-FILES.
    PERFORM CHECK-PUBLISH-CONFLICTS.
    PERFORM CHECK-DATA-QUALITY-HOLD.
    EVALUATE TRUE
        WHEN WS-DQ-HOLD-FOUND AND NOT PD-OVERRIDE-PRESENT
            MOVE SPACES TO STAGING-OPERATIONS-LINE
            STRING 'PUBLISH HELD SNAPSHOT=' PD-SNAPSHOT-ID
                    DELIMITED BY SIZE
                ' DATA-QUALITY RULE=' DELIMITED BY SIZE
                WS-DQ-HOLD-RULE-ID DELIMITED BY SPACE
                ' FAILED - STILL STAGED, OVERRIDE CARD REQUIRED'
                    DELIMITED BY SIZE
                INTO STAGING-OPERATIONS-LINE
            WRITE STAGING-OPERATIONS-LINE
        WHEN WS-PUB-CONFLICT-COUNT > ZERO
                AND NOT PD-OVERRIDE-PRESENT
            MOVE SPACES TO STAGING-OPERATIONS-LINE
                    INTO STAGING-OPERATIONS-LINE
                WRITE STAGING-OPERATIONS-LINE
            END-IF
            IF WS-DQ-HOLD-FOUND
                MOVE SPACES TO STAGING-OPERATIONS-LINE
                STRING 'PUBLISH OVERRIDE SNAPSHOT=' PD-SNAPSHOT-ID
                        DELIMITED BY SIZE
                    ' DATA-QUALITY RULE=' DELIMITED BY SIZE
                    WS-DQ-HOLD-RULE-ID DELIMITED BY SPACE
                    ' PUBLISHED ANYWAY BY OPERATOR OVERRIDE'
                        DELIMITED BY SIZE
                    INTO STAGING-OPERATIONS-LINE
                WRITE STAGING-OPERATIONS-LINE
            END-IF
            PERFORM REMOVE-ID-FROM-STAGED-LIST
            PERFORM REWRITE-STAGED-SNAPSHOT-IDS
            MOVE SPACES TO STAGING-OPERATIONS-LINE
            WRITE STAGING-OPERATIONS-LINE
    END-EVALUATE.

CHECK-DATA-QUALITY-HOLD.
    MOVE 'N' TO WS-DQ-HOLD-SWITCH.
    MOVE 'N' TO WS-DQ-HOLD-EOF-SWITCH.
    MOVE SPACES TO WS-DQ-HOLD-RULE-ID.
    OPEN INPUT DQ-HOLD-FILE.
    IF WS-DQ-HOLD-OK
        PERFORM READ-ONE-DQ-HOLD
            UNTIL END-OF-DQ-HOLDS OR WS-DQ-HOLD-FOUND
        CLOSE DQ-HOLD-FILE
    END-IF.

READ-ONE-DQ-HOLD.
    READ DQ-HOLD-FILE
        AT END SET END-OF-DQ-HOLDS TO TRUE
        NOT AT END
            IF DQH-TABLE-NAME = WS-TABLE-NAME
                    AND DQH-SNAPSHOT-ID = PD-SNAPSHOT-ID
                SET WS-DQ-HOLD-FOUND TO TRUE
                MOVE DQH-RULE-ID TO WS-DQ-HOLD-RULE-ID
            END-IF
    END-READ.

FIND-STAGED-BASE-SNAPSHOT.
    MOVE ZERO TO WS-PUB-BASE-SNAPSHOT-ID.
    SET WS-STAGED-IDX TO 1.
            DELIMITED BY SIZE
        ' REASON=DISCARDED-FROM-STAGING' DELIMITED BY SIZE
        INTO EXPIRATION-AUDIT-LINE.
    PERFORM WRITE-EXPIRATION-AUDIT-RECORD.
    CLOSE SNAPSHOT-EXPIRATION-AUDIT-LOG.
    MOVE SPACES TO STAGING-OPERATIONS-LINE.
    STRING 'DISCARDED SNAPSHOT=' PD-SNAPSHOT-ID
                TO WS-DL-FILE-PATH (WS-DIFF-LIST-IDX)
            MOVE DF-RECORD-COUNT
                TO WS-DL-RECORD-COUNT (WS-DIFF-LIST-IDX)
            MOVE DF-FILE-SIZE-BYTES
                TO WS-DL-FILE-SIZE (WS-DIFF-LIST-IDX)
            MOVE DF-PARTITION-VALUE
                TO WS-DL-PARTITION-VALUE (WS-DIFF-LIST-IDX)
    END-READ.

FIND-DIFF-LISTING-ROW-COUNT.
    MOVE 'N' TO WS-DIFF-LOOKUP-FOUND-SWITCH.
    MOVE ZERO TO WS-DIFF-LOOKUP-ROW-COUNT.
    MOVE ZERO TO WS-DIFF-LOOKUP-FILE-SIZE.
    MOVE SPACES TO WS-DIFF-LOOKUP-PARTITION.
    SET WS-DIFF-LIST-IDX TO 1.
    SEARCH WS-DIFF-LISTING-ENTRY
        AT END CONTINUE
            SET WS-DIFF-LOOKUP-FOUND TO TRUE
            MOVE WS-DL-RECORD-COUNT (WS-DIFF-LIST-IDX)
                TO WS-DIFF-LOOKUP-ROW-COUNT
            MOVE WS-DL-FILE-SIZE (WS-DIFF-LIST-IDX)
                TO WS-DIFF-LOOKUP-FILE-SIZE
            MOVE WS-DL-PARTITION-VALUE (WS-DIFF-LIST-IDX)
                TO WS-DIFF-LOOKUP-PARTITION
    END-SEARCH.

*> Staged snapshots in the range stay out of a diff for the same
        INTO SNAPSHOT-DIFF-LINE.
    WRITE SNAPSHOT-DIFF-LINE.

*> One transaction against one table, staged on TRANSACTIONCARDS:
*> schema changes, property changes, a replacement sort order and
*> data appends or partition overwrites. Every step is validated
*> before anything is written - the schema steps in card order
*> against an evolving copy of the schema, so later steps see the
*> columns earlier ones added. If any step fails, the whole
*> transaction is rolled back and nothing is changed; otherwise the
*> metadata steps are applied and the data steps land together as
*> one snapshot. The report carries one line per step with its
*> outcome.
NEW-TRANSACTION.
    PERFORM CHECK-CHANGE-FREEZE.
    OPEN OUTPUT TRANSACTION-REPORT.
    EVALUATE TRUE
        WHEN WS-CHANGE-IS-FROZEN AND WS-FREEZE-APPROVER = SPACES
            MOVE 'FROZEN - CHANGE-FREEZE IN FORCE, TRANSACTION REJECTED'
                TO TRANSACTION-REPORT-LINE
            WRITE TRANSACTION-REPORT-LINE
        WHEN OTHER
            IF WS-CHANGE-IS-FROZEN
                MOVE SPACES TO TRANSACTION-REPORT-LINE
                STRING 'FREEZE OVERRIDDEN - APPROVER='
                        DELIMITED BY SIZE
                    WS-FREEZE-APPROVER DELIMITED BY SPACE
                    INTO TRANSACTION-REPORT-LINE
                WRITE TRANSACTION-REPORT-LINE
            END-IF
            PERFORM LOAD-TRANSACTION-STEPS
            IF WS-TX-STEP-COUNT = ZERO
                MOVE 'TRANSACTION REJECTED: NO TRANSACTIONCARDS SUPPLIED'
                    TO TRANSACTION-REPORT-LINE
                WRITE TRANSACTION-REPORT-LINE
            ELSE
                PERFORM VALIDATE-TRANSACTION-STEPS
                IF WS-TX-REJECTED-COUNT = ZERO
                    PERFORM COMMIT-TRANSACTION
                ELSE
                    PERFORM ROLL-BACK-TRANSACTION
                END-IF
                IF WS-TX-PROPERTY-STEP-COUNT > ZERO
                    CLOSE PROPERTY-UPDATE-LOG
                END-IF
                IF WS-TX-SORT-STEP-COUNT > ZERO
                    CLOSE SORT-ORDER-VALIDATION-LOG
                END-IF
            END-IF
    END-EVALUATE.
    CLOSE TRANSACTION-REPORT.

LOAD-TRANSACTION-STEPS.
    MOVE ZERO TO WS-TX-STEP-COUNT.
    MOVE ZERO TO WS-TX-OVERFLOW-COUNT.
    MOVE ZERO TO WS-TX-SCHEMA-STEP-COUNT.
    MOVE ZERO TO WS-TX-PROPERTY-STEP-COUNT.
    MOVE ZERO TO WS-TX-SORT-STEP-COUNT.
    MOVE ZERO TO WS-TX-DATA-STEP-COUNT.
    MOVE ZERO TO WS-TX-OVERWRITE-STEP-COUNT.
    OPEN INPUT TRANSACTION-CARD-FILE.
    IF WS-TX-CARD-OK
        MOVE 'N' TO WS-TX-CARD-EOF-SWITCH
        PERFORM LOAD-ONE-TRANSACTION-STEP UNTIL END-OF-TX-CARDS
        CLOSE TRANSACTION-CARD-FILE
    END-IF.

*> A deck longer than the step table cannot be half-committed, so
*> the steps that do not fit are counted and fail the transaction.
LOAD-ONE-TRANSACTION-STEP.
    READ TRANSACTION-CARD-FILE
        AT END SET END-OF-TX-CARDS TO TRUE
        NOT AT END
            IF WS-TX-STEP-COUNT < 500
                ADD 1 TO WS-TX-STEP-COUNT
                SET WS-TX-STEP-IDX TO WS-TX-STEP-COUNT
                MOVE TXC-STEP-TYPE TO WS-TXS-STEP-TYPE (WS-TX-STEP-IDX)
                MOVE TXC-STEP-BODY TO WS-TXS-STEP-BODY (WS-TX-STEP-IDX)
                SET WS-TXS-IS-VALID (WS-TX-STEP-IDX) TO TRUE
                MOVE SPACES TO WS-TXS-REASON (WS-TX-STEP-IDX)
                EVALUATE TRUE
                    WHEN WS-TXS-IS-SCHEMA (WS-TX-STEP-IDX)
                        ADD 1 TO WS-TX-SCHEMA-STEP-COUNT
                    WHEN WS-TXS-IS-PROPERTY (WS-TX-STEP-IDX)
                        ADD 1 TO WS-TX-PROPERTY-STEP-COUNT
                    WHEN WS-TXS-IS-SORT-ORDER (WS-TX-STEP-IDX)
                        ADD 1 TO WS-TX-SORT-STEP-COUNT
                    WHEN WS-TXS-IS-APPEND (WS-TX-STEP-IDX)
                        ADD 1 TO WS-TX-DATA-STEP-COUNT
                    WHEN WS-TXS-IS-OVERWRITE (WS-TX-STEP-IDX)
                        ADD 1 TO WS-TX-DATA-STEP-COUNT
                        ADD 1 TO WS-TX-OVERWRITE-STEP-COUNT
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            ELSE
                ADD 1 TO WS-TX-OVERFLOW-COUNT
            END-IF
    END-READ.

*> Schema steps are judged first so the property, sort-order and data
*> steps are checked against the schema the transaction will leave.
*> The property and sort-order logs are opened only when the deck
*> carries steps of that kind, so another run's log is not clobbered.
VALIDATE-TRANSACTION-STEPS.
    MOVE ZERO TO WS-TX-REJECTED-COUNT.
    IF WS-TX-OVERFLOW-COUNT > ZERO
        ADD 1 TO WS-TX-REJECTED-COUNT
    END-IF.
    IF WS-TX-SCHEMA-STEP-COUNT > ZERO
        PERFORM LOAD-TRANSACTION-SCHEMA
        PERFORM VALIDATE-TX-SCHEMA-STEP
            VARYING WS-TX-STEP-IDX FROM 1 BY 1
            UNTIL WS-TX-STEP-IDX > WS-TX-STEP-COUNT
        PERFORM PROPAGATE-TX-PARENT-DROPS
        PERFORM BUILD-TX-SCHEMA-FIELD-IDS
    ELSE
        PERFORM LOAD-SCHEMA-FIELDS
    END-IF.
    MOVE ZERO TO WS-PROPERTY-CHANGE-COUNT.
    MOVE ZERO TO WS-PROPOSED-SORT-FIELD-COUNT.
    MOVE ZERO TO WS-OVW-NEW-COUNT.
    MOVE ZERO TO WS-OVW-PART-COUNT.
    IF WS-TX-PROPERTY-STEP-COUNT > ZERO
        PERFORM LOAD-TABLE-PROPERTIES
        PERFORM LOAD-PROPERTY-KEY-REGISTRY
        OPEN OUTPUT PROPERTY-UPDATE-LOG
    END-IF.
    IF WS-TX-SORT-STEP-COUNT > ZERO
        OPEN OUTPUT SORT-ORDER-VALIDATION-LOG
    END-IF.
    IF WS-TX-DATA-STEP-COUNT > ZERO
        PERFORM LOAD-DATA-FILE-LISTING
        IF WS-LISTING-OVERFLOW-COUNT > ZERO
            ADD 1 TO WS-TX-REJECTED-COUNT
        END-IF
    END-IF.
    PERFORM VALIDATE-ONE-TRANSACTION-STEP
        VARYING WS-TX-STEP-IDX FROM 1 BY 1
        UNTIL WS-TX-STEP-IDX > WS-TX-STEP-COUNT.

VALIDATE-ONE-TRANSACTION-STEP.
    MOVE WS-TXS-STEP-BODY (WS-TX-STEP-IDX) TO WS-TX-STEP-WORK.
    MOVE SPACES TO WS-TX-REASON.
    EVALUATE TRUE
        WHEN WS-TXS-IS-SCHEMA (WS-TX-STEP-IDX)
            CONTINUE
        WHEN WS-TXS-IS-PROPERTY (WS-TX-STEP-IDX)
            PERFORM VALIDATE-TX-PROPERTY-STEP
        WHEN WS-TXS-IS-SORT-ORDER (WS-TX-STEP-IDX)
            PERFORM VALIDATE-TX-SORT-STEP
        WHEN WS-TXS-IS-APPEND (WS-TX-STEP-IDX)
        WHEN WS-TXS-IS-OVERWRITE (WS-TX-STEP-IDX)
            PERFORM VALIDATE-TX-DATA-STEP
        WHEN OTHER
            MOVE 'unknown step type' TO WS-TX-REASON
    END-EVALUATE.
    IF WS-TX-REASON NOT = SPACES
        PERFORM REJECT-TX-STEP
    END-IF.

REJECT-TX-STEP.
    SET WS-TXS-IS-REJECTED (WS-TX-STEP-IDX) TO TRUE.
    MOVE WS-TX-REASON TO WS-TXS-REASON (WS-TX-STEP-IDX).
    ADD 1 TO WS-TX-REJECTED-COUNT.

*> The schema the steps evolve: ICEBERG-SCHEMA's field deck, the
*> field ids dropped over the table's life, and its identifier fields.
LOAD-TRANSACTION-SCHEMA.
    MOVE ZERO TO WS-TX-FIELD-COUNT.
    MOVE ZERO TO WS-TX-HIGHEST-FIELD-ID.
    MOVE ZERO TO WS-TX-DROPPED-COUNT.
    MOVE ZERO TO WS-TX-IDENTIFIER-COUNT.
    OPEN INPUT SCHEMA-DECK-FILE.
    IF WS-SCHEMA-DECK-OK
        MOVE 'N' TO WS-SCHEMA-DECK-EOF-SWITCH
        PERFORM LOAD-ONE-TX-SCHEMA-FIELD UNTIL END-OF-SCHEMA-DECK
        CLOSE SCHEMA-DECK-FILE
    END-IF.
    OPEN INPUT DROPPED-FIELD-ID-FILE.
    IF WS-DROPPED-ID-OK
        MOVE 'N' TO WS-DROPPED-ID-EOF-SWITCH
        PERFORM LOAD-ONE-TX-DROPPED-ID UNTIL END-OF-DROPPED-IDS
        CLOSE DROPPED-FIELD-ID-FILE
    END-IF.
    OPEN INPUT SCHEMA-IDENTIFIER-FILE.
    IF WS-IDENTIFIER-OK
        MOVE 'N' TO WS-IDENTIFIER-EOF-SWITCH
        PERFORM LOAD-ONE-TX-IDENTIFIER UNTIL END-OF-IDENTIFIER-CARDS
        CLOSE SCHEMA-IDENTIFIER-FILE
    END-IF.

LOAD-ONE-TX-SCHEMA-FIELD.
    READ SCHEMA-DECK-FILE
        AT END SET END-OF-SCHEMA-DECK TO TRUE
        NOT AT END
            IF WS-TX-FIELD-COUNT < 1000
                ADD 1 TO WS-TX-FIELD-COUNT
                SET WS-TX-FIELD-IDX TO WS-TX-FIELD-COUNT
                MOVE SDK-FIELD-ID TO WS-TXF-FIELD-ID (WS-TX-FIELD-IDX)
                MOVE SDK-FIELD-NAME
                    TO WS-TXF-FIELD-NAME (WS-TX-FIELD-IDX)
                MOVE SDK-FIELD-TYPE
                    TO WS-TXF-FIELD-TYPE (WS-TX-FIELD-IDX)
                MOVE SDK-PRIMITIVE-SWITCH
                    TO WS-TXF-PRIMITIVE-SWITCH (WS-TX-FIELD-IDX)
                MOVE SDK-REQUIRED-SWITCH
                    TO WS-TXF-REQUIRED-SWITCH (WS-TX-FIELD-IDX)
                MOVE SDK-PARENT-ID TO WS-TXF-PARENT-ID (WS-TX-FIELD-IDX)
                MOVE SDK-HAS-DEFAULT-SWITCH
                    TO WS-TXF-HAS-DEFAULT-SWITCH (WS-TX-FIELD-IDX)
                MOVE SDK-DEFAULT-VALUE
                    TO WS-TXF-DEFAULT-VALUE (WS-TX-FIELD-IDX)
                MOVE 'N' TO WS-TXF-DROPPED-SWITCH (WS-TX-FIELD-IDX)
                IF SDK-FIELD-ID > WS-TX-HIGHEST-FIELD-ID
                    MOVE SDK-FIELD-ID TO WS-TX-HIGHEST-FIELD-ID
                END-IF
            END-IF
    END-READ.

LOAD-ONE-TX-DROPPED-ID.
    READ DROPPED-FIELD-ID-FILE
        AT END SET END-OF-DROPPED-IDS TO TRUE
        NOT AT END
            IF WS-TX-DROPPED-COUNT < 5000
                ADD 1 TO WS-TX-DROPPED-COUNT
                SET WS-TX-DROPPED-IDX TO WS-TX-DROPPED-COUNT
                MOVE DFI-FIELD-ID TO WS-TX-DROPPED-ID (WS-TX-DROPPED-IDX)
            END-IF
    END-READ.

LOAD-ONE-TX-IDENTIFIER.
    READ SCHEMA-IDENTIFIER-FILE
        AT END SET END-OF-IDENTIFIER-CARDS TO TRUE
        NOT AT END
            IF WS-TX-IDENTIFIER-COUNT < 1000
                ADD 1 TO WS-TX-IDENTIFIER-COUNT
                SET WS-TX-IDENTIFIER-IDX TO WS-TX-IDENTIFIER-COUNT
                MOVE SIC-FIELD-ID
                    TO WS-TX-IDENTIFIER-ID (WS-TX-IDENTIFIER-IDX)
            END-IF
    END-READ.

*> The same safe-evolution rules ICEBERG-SCHEMA enforces, with the
*> same reasons: dropped ids are never reused, only widening type
*> changes pass, identifier fields cannot be dropped and new columns
*> must be optional.
VALIDATE-TX-SCHEMA-STEP.
    IF WS-TXS-IS-SCHEMA (WS-TX-STEP-IDX)
        MOVE WS-TXS-STEP-BODY (WS-TX-STEP-IDX) TO WS-TX-STEP-WORK
        MOVE SPACES TO WS-TX-REASON
        IF WS-TXW-FIELD-ID NOT NUMERIC
            MOVE 'field id not numeric' TO WS-TX-REASON
        ELSE
            EVALUATE WS-TXW-SCHEMA-ACTION
                WHEN 'ADD-COLUMN'
                    PERFORM EVOLVE-TX-ADD-COLUMN
                WHEN 'DROP-COLUMN'
                    PERFORM EVOLVE-TX-DROP-COLUMN
                WHEN 'RENAME'
                    PERFORM EVOLVE-TX-RENAME
                WHEN 'WIDEN-TYPE'
                    PERFORM EVOLVE-TX-WIDEN-TYPE
                WHEN OTHER
                    MOVE 'not a supported evolution action'
                        TO WS-TX-REASON
            END-EVALUATE
        END-IF
        IF WS-TX-REASON NOT = SPACES
            PERFORM REJECT-TX-STEP
        END-IF
    END-IF.

EVOLVE-TX-ADD-COLUMN.
    MOVE WS-TXW-FIELD-ID TO WS-TX-LOOKUP-FIELD-ID.
    PERFORM FIND-TX-FIELD-BY-ID.
    PERFORM CHECK-TX-ID-WAS-DROPPED.
    EVALUATE TRUE
        WHEN WS-TXW-COLUMN-IS-REQUIRED
            MOVE 'new columns must be optional' TO WS-TX-REASON
        WHEN WS-TXW-FIELD-ID NOT = ZERO AND WS-TX-FIELD-FOUND
            MOVE 'field id already in use' TO WS-TX-REASON
        WHEN WS-TXW-FIELD-ID NOT = ZERO AND WS-TX-ID-WAS-DROPPED
            MOVE 'field id was dropped and may not be reused'
                TO WS-TX-REASON
        WHEN WS-TXW-PARENT-ID NOT NUMERIC
            MOVE 'parent field does not exist' TO WS-TX-REASON
        WHEN WS-TX-FIELD-COUNT NOT < 1000
            MOVE 'schema already holds 1000 fields' TO WS-TX-REASON
        WHEN OTHER
            PERFORM CHECK-TX-ADD-COLUMN-PARENT
            IF WS-TX-REASON = SPACES
                PERFORM APPEND-TX-NEW-COLUMN
            END-IF
    END-EVALUATE.

CHECK-TX-ADD-COLUMN-PARENT.
    IF WS-TXW-PARENT-ID NOT = ZERO
        MOVE WS-TXW-PARENT-ID TO WS-TX-LOOKUP-FIELD-ID
        PERFORM FIND-TX-FIELD-BY-ID
        IF NOT WS-TX-FIELD-FOUND
            MOVE 'parent field does not exist' TO WS-TX-REASON
        ELSE
            IF WS-TXF-FIELD-TYPE (WS-TX-FIELD-IDX) NOT = 'STRUCT'
                MOVE 'parent field is not a struct' TO WS-TX-REASON
            END-IF
        END-IF
    END-IF.

APPEND-TX-NEW-COLUMN.
    ADD 1 TO WS-TX-FIELD-COUNT.
    SET WS-TX-FIELD-IDX TO WS-TX-FIELD-COUNT.
    IF WS-TXW-FIELD-ID = ZERO
        ADD 1 TO WS-TX-HIGHEST-FIELD-ID
        MOVE WS-TX-HIGHEST-FIELD-ID TO WS-TXF-FIELD-ID (WS-TX-FIELD-IDX)
    ELSE
        MOVE WS-TXW-FIELD-ID TO WS-TXF-FIELD-ID (WS-TX-FIELD-IDX)
        IF WS-TXW-FIELD-ID > WS-TX-HIGHEST-FIELD-ID
            MOVE WS-TXW-FIELD-ID TO WS-TX-HIGHEST-FIELD-ID
        END-IF
    END-IF.
    MOVE WS-TXW-FIELD-NAME TO WS-TXF-FIELD-NAME (WS-TX-FIELD-IDX).
    MOVE WS-TXW-FIELD-TYPE TO WS-TXF-FIELD-TYPE (WS-TX-FIELD-IDX).
    IF WS-TXW-FIELD-TYPE = 'STRUCT' OR WS-TXW-FIELD-TYPE = 'LIST'
            OR WS-TXW-FIELD-TYPE = 'MAP'
        MOVE 'N' TO WS-TXF-PRIMITIVE-SWITCH (WS-TX-FIELD-IDX)
    ELSE
        MOVE 'Y' TO WS-TXF-PRIMITIVE-SWITCH (WS-TX-FIELD-IDX)
    END-IF.
    MOVE 'N' TO WS-TXF-REQUIRED-SWITCH (WS-TX-FIELD-IDX).
    MOVE WS-TXW-PARENT-ID TO WS-TXF-PARENT-ID (WS-TX-FIELD-IDX).
    MOVE 'N' TO WS-TXF-HAS-DEFAULT-SWITCH (WS-TX-FIELD-IDX).
    MOVE SPACES TO WS-TXF-DEFAULT-VALUE (WS-TX-FIELD-IDX).
    MOVE 'N' TO WS-TXF-DROPPED-SWITCH (WS-TX-FIELD-IDX).

EVOLVE-TX-DROP-COLUMN.
    MOVE WS-TXW-FIELD-ID TO WS-TX-LOOKUP-FIELD-ID.
    PERFORM FIND-TX-FIELD-BY-ID.
    PERFORM CHECK-TX-FIELD-IS-IDENTIFIER.
    EVALUATE TRUE
        WHEN NOT WS-TX-FIELD-FOUND
            MOVE 'field does not exist' TO WS-TX-REASON
        WHEN WS-TX-ID-IS-IDENTIFIER
            MOVE 'identifier fields cannot be dropped' TO WS-TX-REASON
        WHEN OTHER
            SET WS-TXF-IS-DROPPED (WS-TX-FIELD-IDX) TO TRUE
            PERFORM RETIRE-TX-FIELD-ID
    END-EVALUATE.

EVOLVE-TX-RENAME.
    MOVE WS-TXW-FIELD-ID TO WS-TX-LOOKUP-FIELD-ID.
    PERFORM FIND-TX-FIELD-BY-ID.
    EVALUATE TRUE
        WHEN NOT WS-TX-FIELD-FOUND
            MOVE 'field does not exist' TO WS-TX-REASON
        WHEN WS-TXW-FIELD-NAME = SPACES
            MOVE 'new name must not be blank' TO WS-TX-REASON
        WHEN OTHER
            MOVE WS-TXW-FIELD-NAME TO WS-TXF-FIELD-NAME (WS-TX-FIELD-IDX)
    END-EVALUATE.

EVOLVE-TX-WIDEN-TYPE.
    MOVE WS-TXW-FIELD-ID TO WS-TX-LOOKUP-FIELD-ID.
    PERFORM FIND-TX-FIELD-BY-ID.
    EVALUATE TRUE
        WHEN NOT WS-TX-FIELD-FOUND
            MOVE 'field does not exist' TO WS-TX-REASON
        WHEN WS-TXF-FIELD-TYPE (WS-TX-FIELD-IDX) = 'INT'
                AND WS-TXW-FIELD-TYPE = 'LONG'
            MOVE WS-TXW-FIELD-TYPE TO WS-TXF-FIELD-TYPE (WS-TX-FIELD-IDX)
        WHEN WS-TXF-FIELD-TYPE (WS-TX-FIELD-IDX) = 'FLOAT'
                AND WS-TXW-FIELD-TYPE = 'DOUBLE'
            MOVE WS-TXW-FIELD-TYPE TO WS-TXF-FIELD-TYPE (WS-TX-FIELD-IDX)
        WHEN OTHER
            MOVE 'only widening type changes are allowed'
                TO WS-TX-REASON
    END-EVALUATE.

FIND-TX-FIELD-BY-ID.
    MOVE 'N' TO WS-TX-FIELD-FOUND-SWITCH.
    SET WS-TX-FIELD-IDX TO 1.
    SEARCH WS-TX-FIELD-ENTRY
        AT END CONTINUE
        WHEN WS-TXF-FIELD-ID (WS-TX-FIELD-IDX) = WS-TX-LOOKUP-FIELD-ID
                AND NOT WS-TXF-IS-DROPPED (WS-TX-FIELD-IDX)
            SET WS-TX-FIELD-FOUND TO TRUE
    END-SEARCH.

CHECK-TX-ID-WAS-DROPPED.
    MOVE 'N' TO WS-TX-ID-DROPPED-SWITCH.
    SET WS-TX-DROPPED-IDX TO 1.
    SEARCH WS-TX-DROPPED-ID
        AT END CONTINUE
        WHEN WS-TX-DROPPED-ID (WS-TX-DROPPED-IDX) = WS-TX-LOOKUP-FIELD-ID
            SET WS-TX-ID-WAS-DROPPED TO TRUE
    END-SEARCH.

CHECK-TX-FIELD-IS-IDENTIFIER.
    MOVE 'N' TO WS-TX-ID-IS-IDENTIFIER-SWITCH.
    SET WS-TX-IDENTIFIER-IDX TO 1.
    SEARCH WS-TX-IDENTIFIER-ID
        AT END CONTINUE
        WHEN WS-TX-IDENTIFIER-ID (WS-TX-IDENTIFIER-IDX) =
             WS-TX-LOOKUP-FIELD-ID
            SET WS-TX-ID-IS-IDENTIFIER TO TRUE
    END-SEARCH.

RETIRE-TX-FIELD-ID.
    IF WS-TX-DROPPED-COUNT < 5000
        ADD 1 TO WS-TX-DROPPED-COUNT
        SET WS-TX-DROPPED-IDX TO WS-TX-DROPPED-COUNT
        MOVE WS-TXF-FIELD-ID (WS-TX-FIELD-IDX)
            TO WS-TX-DROPPED-ID (WS-TX-DROPPED-IDX)
    END-IF.

*> A dropped struct takes its subtree with it, pass after pass until
*> no live field is left under a dropped parent.
PROPAGATE-TX-PARENT-DROPS.
    SET WS-TX-DROP-SPREAD TO TRUE.
    PERFORM PROPAGATE-ONE-TX-DROP-PASS UNTIL NOT WS-TX-DROP-SPREAD.

PROPAGATE-ONE-TX-DROP-PASS.
    MOVE 'N' TO WS-TX-DROP-SPREAD-SWITCH.
    PERFORM CHECK-ONE-TX-PARENT-DROP
        VARYING WS-TX-CHILD-IDX FROM 1 BY 1
        UNTIL WS-TX-CHILD-IDX > WS-TX-FIELD-COUNT.

CHECK-ONE-TX-PARENT-DROP.
    SET WS-TX-FIELD-IDX TO WS-TX-CHILD-IDX.
    IF NOT WS-TXF-IS-DROPPED (WS-TX-FIELD-IDX)
            AND WS-TXF-PARENT-ID (WS-TX-FIELD-IDX) NOT = ZERO
        MOVE WS-TXF-PARENT-ID (WS-TX-FIELD-IDX) TO WS-TX-LOOKUP-FIELD-ID
        PERFORM FIND-TX-FIELD-BY-ID
        IF NOT WS-TX-FIELD-FOUND
            SET WS-TX-FIELD-IDX TO WS-TX-CHILD-IDX
            SET WS-TXF-IS-DROPPED (WS-TX-FIELD-IDX) TO TRUE
            PERFORM RETIRE-TX-FIELD-ID
            SET WS-TX-DROP-SPREAD TO TRUE
        END-IF
    END-IF.

*> The sort-order steps are checked against the evolved schema, not
*> the one the transaction started from.
BUILD-TX-SCHEMA-FIELD-IDS.
    MOVE ZERO TO WS-SCHEMA-FIELD-COUNT.
    PERFORM ADD-ONE-TX-SCHEMA-FIELD-ID
        VARYING WS-TX-FIELD-IDX FROM 1 BY 1
        UNTIL WS-TX-FIELD-IDX > WS-TX-FIELD-COUNT.

ADD-ONE-TX-SCHEMA-FIELD-ID.
    IF NOT WS-TXF-IS-DROPPED (WS-TX-FIELD-IDX)
        ADD 1 TO WS-SCHEMA-FIELD-COUNT
        SET WS-SCHEMA-FIELD-IDX TO WS-SCHEMA-FIELD-COUNT
        MOVE WS-TXF-FIELD-ID (WS-TX-FIELD-IDX)
            TO WS-SF-FIELD-ID (WS-SCHEMA-FIELD-IDX)
    END-IF.

VALIDATE-TX-PROPERTY-STEP.
    IF WS-PROPERTY-CHANGE-COUNT NOT < 200
        MOVE 'more than 200 property steps' TO WS-TX-REASON
    ELSE
        ADD 1 TO WS-PROPERTY-CHANGE-COUNT
        SET WS-PROPERTY-CHANGE-IDX TO WS-PROPERTY-CHANGE-COUNT
        MOVE WS-TXW-PROPERTY-OPERATION
            TO WS-PC-OPERATION (WS-PROPERTY-CHANGE-IDX)
        MOVE WS-TXW-PROPERTY-KEY
            TO WS-PC-PROPERTY-KEY (WS-PROPERTY-CHANGE-IDX)
        MOVE WS-TXW-PROPERTY-VALUE
            TO WS-PC-PROPERTY-VALUE (WS-PROPERTY-CHANGE-IDX)
        MOVE WS-TXW-CHANGED-BY
            TO WS-PC-CHANGED-BY (WS-PROPERTY-CHANGE-IDX)
        PERFORM VALIDATE-ONE-PROPERTY-CHANGE
        MOVE WS-PROPERTY-REJECT-REASON TO WS-TX-REASON
    END-IF.

*> Each sort-order step is one field of the replacement order, in
*> card order; the usual checks log their detail to the sort-order
*> validation log.
VALIDATE-TX-SORT-STEP.
    IF WS-TXW-SORT-FIELD-ID NOT NUMERIC
        MOVE 'sort field id not numeric' TO WS-TX-REASON
    ELSE
        ADD 1 TO WS-PROPOSED-SORT-FIELD-COUNT
        SET WS-SORT-FIELD-IDX TO WS-PROPOSED-SORT-FIELD-COUNT
        MOVE WS-TXW-SORT-FIELD-ID TO WS-PSF-FIELD-ID (WS-SORT-FIELD-IDX)
        MOVE WS-TXW-SORT-DIRECTION
            TO WS-PSF-DIRECTION (WS-SORT-FIELD-IDX)
        MOVE WS-TXW-SORT-NULL-ORDER
            TO WS-PSF-NULL-ORDER (WS-SORT-FIELD-IDX)
        MOVE 'Y' TO WS-SORT-ORDER-VALID-SWITCH
        PERFORM VALIDATE-ONE-SORT-FIELD
        IF NOT WS-SORT-ORDER-IS-VALID
            MOVE 'sort field rejected, see SORTORDERVALIDATION'
                TO WS-TX-REASON
        END-IF
    END-IF.

*> An appended file must be new to the table; an overwrite file
*> restates its partition, so its path may match a file it replaces.
*> No file may be staged twice in one transaction.
VALIDATE-TX-DATA-STEP.
    MOVE WS-TXW-FILE-PATH TO WS-TX-LOOKUP-PATH.
    PERFORM FIND-TX-STAGED-FILE.
    PERFORM FIND-TX-LIVE-FILE.
    EVALUATE TRUE
        WHEN WS-TXW-FILE-PATH = SPACES
            MOVE 'data file path is blank' TO WS-TX-REASON
        WHEN WS-TXW-RECORD-COUNT NOT NUMERIC
                OR WS-TXW-FILE-SIZE NOT NUMERIC
                OR WS-TXW-NULL-COUNT NOT NUMERIC
            MOVE 'counts not zero-padded digits' TO WS-TX-REASON
        WHEN WS-TX-FILE-ALREADY-STAGED
            MOVE 'file staged twice in the transaction' TO WS-TX-REASON
        WHEN WS-TXS-IS-APPEND (WS-TX-STEP-IDX) AND WS-LISTING-FOUND
            MOVE 'file is already live in the table' TO WS-TX-REASON
        WHEN OTHER
            PERFORM STAGE-TX-DATA-FILE
    END-EVALUATE.

FIND-TX-STAGED-FILE.
    MOVE 'N' TO WS-TX-STAGED-FOUND-SWITCH.
    SET WS-OVW-NEW-IDX TO 1.
    SEARCH WS-OVW-NEW-ENTRY
        AT END CONTINUE
        WHEN WS-OVN-FILE-PATH (WS-OVW-NEW-IDX) = WS-TX-LOOKUP-PATH
            SET WS-TX-FILE-ALREADY-STAGED TO TRUE
    END-SEARCH.

FIND-TX-LIVE-FILE.
    MOVE 'N' TO WS-LISTING-FOUND-SWITCH.
    SET WS-LISTING-IDX TO 1.
    SEARCH WS-LISTING-ENTRY
        AT END CONTINUE
        WHEN WS-LS-FILE-PATH (WS-LISTING-IDX) = WS-TX-LOOKUP-PATH
            SET WS-LISTING-FOUND TO TRUE
    END-SEARCH.

*> Only an overwrite step names a partition to restate; an appended
*> file leaves its partition's live files where they are.
STAGE-TX-DATA-FILE.
    ADD 1 TO WS-OVW-NEW-COUNT.
    SET WS-OVW-NEW-IDX TO WS-OVW-NEW-COUNT.
    MOVE WS-TXW-FILE-PATH TO WS-OVN-FILE-PATH (WS-OVW-NEW-IDX).
    MOVE WS-TXW-PARTITION-VALUE
        TO WS-OVN-PARTITION-VALUE (WS-OVW-NEW-IDX).
    MOVE WS-TXW-RECORD-COUNT TO WS-OVN-RECORD-COUNT (WS-OVW-NEW-IDX).
    MOVE WS-TXW-FILE-SIZE TO WS-OVN-FILE-SIZE (WS-OVW-NEW-IDX).
    MOVE WS-TXW-NULL-COUNT TO WS-OVN-NULL-COUNT (WS-OVW-NEW-IDX).
    IF WS-TXS-IS-OVERWRITE (WS-TX-STEP-IDX)
        MOVE WS-TXW-PARTITION-VALUE TO WS-OVW-LOOKUP-PARTITION
        PERFORM FIND-OR-ADD-OVERWRITE-PARTITION
        ADD 1 TO WS-OVP-ADDED-FILES (WS-OVW-PART-IDX)
        ADD WS-TXW-RECORD-COUNT TO WS-OVP-ADDED-ROWS (WS-OVW-PART-IDX)
    END-IF.

*> Metadata first, then the data steps as one snapshot. A transaction
*> with no data steps changes no files and so lands no snapshot.
COMMIT-TRANSACTION.
    IF WS-TX-SCHEMA-STEP-COUNT > ZERO
        PERFORM COMMIT-TX-SCHEMA
    END-IF.
    IF WS-TX-PROPERTY-STEP-COUNT > ZERO
        PERFORM APPLY-PROPERTY-CHANGES
    END-IF.
    IF WS-TX-SORT-STEP-COUNT > ZERO
        PERFORM COMMIT-SORT-ORDER
    END-IF.
    IF WS-TX-DATA-STEP-COUNT > ZERO
        IF WS-TX-OVERWRITE-STEP-COUNT > ZERO
            MOVE 'OVERWRITE' TO WS-OVW-OPERATION
        ELSE
            MOVE 'APPEND' TO WS-OVW-OPERATION
        END-IF
        PERFORM LOAD-DATA-FILE-LISTING
        PERFORM COMMIT-OVERWRITE-SNAPSHOT
    END-IF.
    MOVE 'COMMITTED' TO WS-TX-OUTCOME-TEXT.
    PERFORM WRITE-ONE-TX-STEP-LINE
        VARYING WS-TX-STEP-IDX FROM 1 BY 1
        UNTIL WS-TX-STEP-IDX > WS-TX-STEP-COUNT.
    MOVE WS-TX-STEP-COUNT TO WS-TX-COUNT-DISPLAY.
    MOVE SPACES TO TRANSACTION-REPORT-LINE.
    IF WS-TX-DATA-STEP-COUNT > ZERO
        MOVE WS-OVW-SNAPSHOT-ID TO WS-TX-SNAPSHOT-DISPLAY
        STRING 'TRANSACTION COMMITTED TABLE=' DELIMITED BY SIZE
            WS-TABLE-NAME DELIMITED BY SPACE
            ' STEPS=' WS-TX-COUNT-DISPLAY DELIMITED BY SIZE
            ' SNAPSHOT=' WS-TX-SNAPSHOT-DISPLAY DELIMITED BY SIZE
            ' FILES-REPLACED=' WS-OVW-REPLACED-TOTAL DELIMITED BY SIZE
            ' FILES-ADDED=' WS-OVW-ADDED-TOTAL DELIMITED BY SIZE
            INTO TRANSACTION-REPORT-LINE
    ELSE
        STRING 'TRANSACTION COMMITTED TABLE=' DELIMITED BY SIZE
            WS-TABLE-NAME DELIMITED BY SPACE
            ' STEPS=' WS-TX-COUNT-DISPLAY DELIMITED BY SIZE
            ' NO DATA CHANGED - NO NEW SNAPSHOT' DELIMITED BY SIZE
            INTO TRANSACTION-REPORT-LINE
    END-IF.
    WRITE TRANSACTION-REPORT-LINE.

*> The evolved deck is left where ICEBERG-SCHEMA leaves its own,
*> registered under the next schema version, with the dropped-id
*> register and the table's field-id list brought up to date.
COMMIT-TX-SCHEMA.
    OPEN OUTPUT EVOLVED-SCHEMA-FILE.
    PERFORM WRITE-ONE-TX-EVOLVED-FIELD
        VARYING WS-TX-FIELD-IDX FROM 1 BY 1
        UNTIL WS-TX-FIELD-IDX > WS-TX-FIELD-COUNT.
    CLOSE EVOLVED-SCHEMA-FILE.
    PERFORM FIND-HIGHEST-SCHEMA-VERSION.
    ADD 1 TO WS-TX-SCHEMA-VERSION.
    OPEN EXTEND SCHEMA-REGISTRY-FILE.
    IF NOT WS-REGISTRY-OK
        CLOSE SCHEMA-REGISTRY-FILE
        OPEN OUTPUT SCHEMA-REGISTRY-FILE
    END-IF.
    PERFORM REGISTER-ONE-TX-FIELD
        VARYING WS-TX-FIELD-IDX FROM 1 BY 1
        UNTIL WS-TX-FIELD-IDX > WS-TX-FIELD-COUNT.
    CLOSE SCHEMA-REGISTRY-FILE.
    OPEN OUTPUT DROPPED-FIELD-ID-FILE.
    PERFORM WRITE-ONE-TX-DROPPED-ID
        VARYING WS-TX-DROPPED-IDX FROM 1 BY 1
        UNTIL WS-TX-DROPPED-IDX > WS-TX-DROPPED-COUNT.
    CLOSE DROPPED-FIELD-ID-FILE.
    OPEN OUTPUT SCHEMA-FIELD-FILE.
    PERFORM WRITE-ONE-TX-SCHEMA-FIELD-ID
        VARYING WS-SCHEMA-FIELD-IDX FROM 1 BY 1
        UNTIL WS-SCHEMA-FIELD-IDX > WS-SCHEMA-FIELD-COUNT.
    CLOSE SCHEMA-FIELD-FILE.

WRITE-ONE-TX-EVOLVED-FIELD.
    IF NOT WS-TXF-IS-DROPPED (WS-TX-FIELD-IDX)
        MOVE WS-TXF-FIELD-ID (WS-TX-FIELD-IDX) TO ESC-FIELD-ID
        MOVE WS-TXF-FIELD-NAME (WS-TX-FIELD-IDX) TO ESC-FIELD-NAME
        MOVE WS-TXF-FIELD-TYPE (WS-TX-FIELD-IDX) TO ESC-FIELD-TYPE
        MOVE WS-TXF-PRIMITIVE-SWITCH (WS-TX-FIELD-IDX)
            TO ESC-PRIMITIVE-SWITCH
        MOVE WS-TXF-REQUIRED-SWITCH (WS-TX-FIELD-IDX)
            TO ESC-REQUIRED-SWITCH
        MOVE WS-TXF-PARENT-ID (WS-TX-FIELD-IDX) TO ESC-PARENT-ID
        MOVE WS-TXF-HAS-DEFAULT-SWITCH (WS-TX-FIELD-IDX)
            TO ESC-HAS-DEFAULT-SWITCH
        MOVE WS-TXF-DEFAULT-VALUE (WS-TX-FIELD-IDX)
            TO ESC-DEFAULT-VALUE
        WRITE EVOLVED-SCHEMA-CARD
    END-IF.

FIND-HIGHEST-SCHEMA-VERSION.
    MOVE ZERO TO WS-TX-SCHEMA-VERSION.
    OPEN INPUT SCHEMA-REGISTRY-FILE.
    IF WS-REGISTRY-OK
        MOVE 'N' TO WS-REGISTRY-EOF-SWITCH
        PERFORM READ-ONE-REGISTRY-VERSION UNTIL END-OF-REGISTRY
        CLOSE SCHEMA-REGISTRY-FILE
    END-IF.

READ-ONE-REGISTRY-VERSION.
    READ SCHEMA-REGISTRY-FILE
        AT END SET END-OF-REGISTRY TO TRUE
        NOT AT END
            IF RG-SCHEMA-VERSION IS NUMERIC
                    AND RG-SCHEMA-VERSION > WS-TX-SCHEMA-VERSION
                MOVE RG-SCHEMA-VERSION TO WS-TX-SCHEMA-VERSION
            END-IF
    END-READ.

REGISTER-ONE-TX-FIELD.
    IF NOT WS-TXF-IS-DROPPED (WS-TX-FIELD-IDX)
        MOVE WS-TX-SCHEMA-VERSION TO RG-SCHEMA-VERSION
        MOVE WS-TXF-FIELD-ID (WS-TX-FIELD-IDX) TO RG-FIELD-ID
        MOVE WS-TXF-FIELD-NAME (WS-TX-FIELD-IDX) TO RG-FIELD-NAME
        MOVE WS-TXF-FIELD-TYPE (WS-TX-FIELD-IDX) TO RG-FIELD-TYPE
        MOVE WS-TXF-PRIMITIVE-SWITCH (WS-TX-FIELD-IDX)
            TO RG-PRIMITIVE-SWITCH
        MOVE WS-TXF-REQUIRED-SWITCH (WS-TX-FIELD-IDX)
            TO RG-REQUIRED-SWITCH
        MOVE WS-TXF-PARENT-ID (WS-TX-FIELD-IDX) TO RG-PARENT-ID
        MOVE WS-TXF-HAS-DEFAULT-SWITCH (WS-TX-FIELD-IDX)
            TO RG-HAS-DEFAULT-SWITCH
        MOVE WS-TXF-DEFAULT-VALUE (WS-TX-FIELD-IDX)
            TO RG-DEFAULT-VALUE
        WRITE SCHEMA-REGISTRY-REC
    END-IF.

WRITE-ONE-TX-DROPPED-ID.
    MOVE WS-TX-DROPPED-ID (WS-TX-DROPPED-IDX) TO DFI-FIELD-ID.
    WRITE DROPPED-FIELD-ID-CARD.

WRITE-ONE-TX-SCHEMA-FIELD-ID.
    MOVE WS-SF-FIELD-ID (WS-SCHEMA-FIELD-IDX) TO SF-FIELD-ID.
    WRITE SCHEMA-FIELD-CARD.

ROLL-BACK-TRANSACTION.
    MOVE 'ROLLED BACK' TO WS-TX-OUTCOME-TEXT.
    PERFORM WRITE-ONE-TX-STEP-LINE
        VARYING WS-TX-STEP-IDX FROM 1 BY 1
        UNTIL WS-TX-STEP-IDX > WS-TX-STEP-COUNT.
    IF WS-TX-OVERFLOW-COUNT > ZERO
        MOVE SPACES TO TRANSACTION-REPORT-LINE
        STRING 'REJECTED: ' WS-TX-OVERFLOW-COUNT DELIMITED BY SIZE
            ' STEPS BEYOND THE 500-STEP LIMIT' DELIMITED BY SIZE
            INTO TRANSACTION-REPORT-LINE
        WRITE TRANSACTION-REPORT-LINE
    END-IF.
    IF WS-TX-DATA-STEP-COUNT > ZERO AND WS-LISTING-OVERFLOW-COUNT > ZERO
        MOVE SPACES TO TRANSACTION-REPORT-LINE
        STRING 'REJECTED: LISTING HAS ' WS-LISTING-OVERFLOW-COUNT
                DELIMITED BY SIZE
            ' FILES BEYOND THE 10000-FILE LIMIT' DELIMITED BY SIZE
            INTO TRANSACTION-REPORT-LINE
        WRITE TRANSACTION-REPORT-LINE
    END-IF.
    MOVE WS-TX-STEP-COUNT TO WS-TX-COUNT-DISPLAY.
    MOVE WS-TX-REJECTED-COUNT TO WS-TX-REJECTED-DISPLAY.
    MOVE SPACES TO TRANSACTION-REPORT-LINE.
    STRING 'TRANSACTION ROLLED BACK TABLE=' DELIMITED BY SIZE
        WS-TABLE-NAME DELIMITED BY SPACE
        ' STEPS=' WS-TX-COUNT-DISPLAY DELIMITED BY SIZE
        ' REJECTED=' WS-TX-REJECTED-DISPLAY DELIMITED BY SIZE
        ' - NOTHING CHANGED' DELIMITED BY SIZE
        INTO TRANSACTION-REPORT-LINE.
    WRITE TRANSACTION-REPORT-LINE.

WRITE-ONE-TX-STEP-LINE.
    SET WS-TX-STEP-DISPLAY TO WS-TX-STEP-IDX.
    MOVE WS-TXS-STEP-BODY (WS-TX-STEP-IDX) TO WS-TX-STEP-WORK.
    PERFORM BUILD-TX-STEP-TEXT.
    MOVE SPACES TO TRANSACTION-REPORT-LINE.
    IF WS-TXS-IS-REJECTED (WS-TX-STEP-IDX)
        STRING 'STEP ' WS-TX-STEP-DISPLAY DELIMITED BY SIZE
            ' ' WS-TXS-STEP-TYPE (WS-TX-STEP-IDX) DELIMITED BY SIZE
            ' ' WS-TX-STEP-TEXT DELIMITED BY '  '
            ' REJECTED: ' DELIMITED BY SIZE
            WS-TXS-REASON (WS-TX-STEP-IDX) DELIMITED BY '  '
            INTO TRANSACTION-REPORT-LINE
    ELSE
        STRING 'STEP ' WS-TX-STEP-DISPLAY DELIMITED BY SIZE
            ' ' WS-TXS-STEP-TYPE (WS-TX-STEP-IDX) DELIMITED BY SIZE
            ' ' WS-TX-STEP-TEXT DELIMITED BY '  '
            ' ' WS-TX-OUTCOME-TEXT DELIMITED BY '  '
            INTO TRANSACTION-REPORT-LINE
    END-IF.
    WRITE TRANSACTION-REPORT-LINE.

BUILD-TX-STEP-TEXT.
    MOVE SPACES TO WS-TX-STEP-TEXT.
    EVALUATE TRUE
        WHEN WS-TXS-IS-SCHEMA (WS-TX-STEP-IDX)
            STRING WS-TXW-SCHEMA-ACTION DELIMITED BY SPACE
                ' FIELD-ID=' WS-TXW-FIELD-ID DELIMITED BY SIZE
                INTO WS-TX-STEP-TEXT
        WHEN WS-TXS-IS-PROPERTY (WS-TX-STEP-IDX)
            STRING WS-TXW-PROPERTY-OPERATION DELIMITED BY SPACE
                ' KEY=' DELIMITED BY SIZE
                WS-TXW-PROPERTY-KEY DELIMITED BY SPACE
                INTO WS-TX-STEP-TEXT
        WHEN WS-TXS-IS-SORT-ORDER (WS-TX-STEP-IDX)
            STRING 'FIELD-ID=' WS-TXW-SORT-FIELD-ID DELIMITED BY SIZE
                ' ' WS-TXW-SORT-DIRECTION DELIMITED BY SPACE
                INTO WS-TX-STEP-TEXT
        WHEN WS-TXS-IS-APPEND (WS-TX-STEP-IDX)
        WHEN WS-TXS-IS-OVERWRITE (WS-TX-STEP-IDX)
            STRING 'FILE=' WS-TXW-FILE-PATH DELIMITED BY SPACE
                ' PARTITION=' DELIMITED BY SIZE
                WS-TXW-PARTITION-VALUE DELIMITED BY SPACE
                INTO WS-TX-STEP-TEXT
        WHEN OTHER
            MOVE '-' TO WS-TX-STEP-TEXT
    END-EVALUATE.

GET-FILE-IO.
    CONTINUE.
