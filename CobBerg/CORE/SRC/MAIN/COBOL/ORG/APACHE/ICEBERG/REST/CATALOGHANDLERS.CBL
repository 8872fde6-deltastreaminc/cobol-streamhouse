    SELECT TRASH-PURGE-REPORT
        ASSIGN TO "TRASHPURGEREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TRASH-PURGE-APPROVAL-FILE
        ASSIGN TO "TRASHPURGEAPPROVAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PURGE-APPROVAL-STATUS.
    SELECT APPROVAL-POLICY-FILE
        ASSIGN TO "APPROVALPOLICY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPROVAL-POLICY-STATUS.
    SELECT RESTORE-TABLE-CARD-FILE
        ASSIGN TO "RESTORETABLECARDS"
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT RECERTIFICATION-REPORT
        ASSIGN TO "RECERTREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT KAFKA-ACL-FILE
        ASSIGN TO "KAFKAACLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KAFKA-ACL-STATUS.
    SELECT INCIDENT-LOG-FILE
        ASSIGN TO "INCIDENTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT VIEW-REFRESH-PLAN
        ASSIGN TO "VIEWREFRESHPLAN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT NAMESPACE-PROPERTY-CARD-FILE
        ASSIGN TO "NAMESPACEPROPERTYCARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NS-PROPERTY-CARD-STATUS.
    SELECT NAMESPACE-PROPERTY-AUDIT
        ASSIGN TO "NAMESPACEPROPERTYAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NS-PROPERTY-AUDIT-STATUS.
    SELECT DROP-NAMESPACE-CARD-FILE
        ASSIGN TO "DROPNAMESPACECARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DROP-NS-CARD-STATUS.
    SELECT SITE-ROLE-FILE
        ASSIGN TO "CATALOGSITEROLE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SITE-ROLE-STATUS.
    SELECT VIEW-DEFINITION-TEXT-FILE
        ASSIGN TO "VIEWDEFINITIONTEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VIEW-DEF-TEXT-STATUS.
    SELECT CATALOG-SCHEMA-FIELD-FILE
        ASSIGN TO "CATALOGSCHEMAFIELDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATALOG-SCHEMA-STATUS.
    SELECT VIEW-RESOLUTION-REPORT
        ASSIGN TO "VIEWRESOLUTIONREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT COMMIT-REQUIREMENT-FILE
        ASSIGN TO "COMMITREQUIREMENTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COMMIT-REQ-STATUS.
    SELECT COMMIT-RESULT-FILE
        ASSIGN TO "COMMITRESULT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT COMMIT-CONFLICT-LOG
        ASSIGN TO "COMMITCONFLICTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONFLICT-LOG-STATUS.
    SELECT CLONE-TABLE-CARD-FILE
        ASSIGN TO "CLONETABLECARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLONE-CARD-STATUS.
    SELECT CLONE-SOURCE-REFS-FILE
        ASSIGN TO "SNAPSHOTREFS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLONE-REFS-STATUS.
    SELECT SNAPSHOT-FILE-HISTORY
        ASSIGN TO "SNAPSHOTFILEHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-HISTORY-STATUS.
    SELECT TABLE-DATA-FILE-LISTING
        ASSIGN TO "TABLEDATAFILES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DATAFILE-LISTING-STATUS.
    SELECT CLONE-SHARED-FILE
        ASSIGN TO "CLONESHAREDFILES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLONE-SHARED-STATUS.
    SELECT CLONE-INVENTORY-REPORT
        ASSIGN TO "CLONEINVENTORYREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT COPY-MANIFEST-FILE
        ASSIGN TO "REPLCOPYMANIFEST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COPY-MANIFEST-STATUS.
    SELECT CLONE-SEED-HISTORY-FILE
        ASSIGN TO "CLONESEEDHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLONE-SEED-HISTORY-STATUS.
    SELECT CLONE-SEED-LISTING-FILE
        ASSIGN TO "CLONESEEDLISTING"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLONE-SEED-LISTING-STATUS.

DATA DIVISION.
FILE SECTION.
*> Namespace/table/view catalog, persisted so it survives a restart
*> instead of every REST operation below being a no-op. The property
*> area carries the namespace's ownership: who owns it, the cost
*> center its spend is billed to, who to call, and its data domain.
FD NAMESPACE-FILE.
01 NAMESPACE-REC.
   05 NS-KEY PIC X(128).
   05 NS-PROPERTIES PIC X(512).
   05 NS-PROPERTY-FIELDS REDEFINES NS-PROPERTIES.
      10 NS-OWNER PIC X(64).
      10 NS-COST-CENTER PIC X(20).
      10 NS-SUPPORT-CONTACT PIC X(128).
      10 NS-DATA-DOMAIN PIC X(64).
      10 FILLER PIC X(236).

FD TABLE-FILE.
01 TABLE-REC.
   05 VIEW-NAME PIC X(128).
   05 VIEW-DEFINITION-HASH PIC X(64).
   05 VIEW-CURRENT-VERSION-ID PIC 9(9).
   05 VIEW-DEFINITION-TEXT PIC X(1000).

*> The view-lifecycle audit trail, each line chained to the one
*> before it by sequence number and hash.
FD VIEW-AUDIT-FILE.
01 VIEW-AUDIT-REC.
   05 VIEW-AUDIT-LINE PIC X(200).
   05 VA-CHAIN-SEQUENCE PIC 9(10).
   05 VA-CHAIN-HASH PIC 9(18).

*> Paging controls for the LIST operations: a page size (zero = the
*> old unbounded listing) and the opaque continuation tokens - the
FD TRASH-PURGE-REPORT.
01 TRASH-PURGE-LINE PIC X(250).

*> Purging is under dual control: the operator front door writes
*> this card only once a second operator has approved a PURGE-TRASH
*> request. No card, no purge. A card past the approval window, or
*> one a purge has already run on, is no approval either; the purge
*> marks the card used once it runs.
FD TRASH-PURGE-APPROVAL-FILE.
01 TRASH-PURGE-APPROVAL-CARD.
   05 TA-REQUEST-ID PIC 9(8).
   05 TA-REQUESTED-BY PIC X(30).
   05 TA-APPROVED-BY PIC X(30).
   05 TA-APPROVED-AT PIC 9(14).
   05 TA-APPROVED-AT-PARTS REDEFINES TA-APPROVED-AT.
      10 TA-APPROVED-DATE PIC 9(8).
      10 TA-APPROVED-HH PIC 99.
      10 TA-APPROVED-MI PIC 99.
      10 FILLER PIC 99.
   05 TA-USED-SWITCH PIC X.
      88 TA-APPROVAL-USED VALUE 'U'.

*> The approval window in minutes, the operator front door's policy
*> card; default a day.
FD APPROVAL-POLICY-FILE.
01 APPROVAL-POLICY-CARD.
   05 AP-EXPIRY-MINUTES PIC 9(5).

*> Restore requests the operator front door vetted and queued: one
*> card per table to pull back from the trash. When the deck is
*> absent the restore pass falls back to the session's own

*> The successful-use counterpart of the denial log: one structured
*> record per authorized operation, so the recertification pass can
*> show when each grant was last actually exercised. The use record
*> proper is the first 200 bytes; the audit-chain sequence number
*> and hash follow it.
FD ACCESS-GRANT-USE-LOG.
01 ACCESS-GRANT-USE-REC.
   05 AGU-USE-BODY.
      10 AGU-PRINCIPAL PIC X(64).
      10 AGU-NAMESPACE PIC X(128).
      10 AGU-USE-DATE PIC 9(8).
   05 AGU-CHAIN-SEQUENCE PIC 9(10).
   05 AGU-CHAIN-HASH PIC 9(18).

FD RECERTIFICATION-REPORT.
01 RECERTIFICATION-LINE PIC X(250).

*> The broker's Kafka ACL deck, read only for the recertification so
*> the topic, group and transactional-id grants are re-attested with
*> the catalog's. KAFKA-REQUEST-HANDLER records their use in the
*> grant-use log keyed 'KAFKA:<resource type>:<name>:<operation>'.
FD KAFKA-ACL-FILE.
01 KAFKA-ACL-CARD.
   05 KA-PRINCIPAL PIC X(64).
   05 KA-RESOURCE-TYPE PIC X(16).
   05 KA-RESOURCE-NAME PIC X(64).
   05 KA-OPERATION PIC X(10).
   05 KA-PERMISSION PIC X(5).
   05 KA-EXPIRY-DATE PIC 9(8).

*> The shop-wide structured incident record pioneered by the broker
*> endpoint exception payload: timestamp, program, severity, error
*> class and a correlation key (topic or table), one format across
*> Which base objects each view reads: one card per edge, view key
*> to base key. The base may itself be a view, which is what makes
*> refresh ordering a real plan instead of an alphabetical list.
*> An edge a view's definition could not be split to rebuild is
*> carried from the last build marked UNRESOLVED.
FD VIEW-DEPENDENCY-FILE.
01 VIEW-DEPENDENCY-CARD.
   05 VD-VIEW-KEY PIC X(160).
   05 VD-BASE-KEY PIC X(160).
   05 VD-EDGE-STATE PIC X(10).
      88 VD-EDGE-UNRESOLVED VALUE 'UNRESOLVED'.

*> The snapshot of each base table a view last refreshed against,
*> one record per (view, base) pair, maintained by the refresh job.
FD VIEW-REFRESH-PLAN.
01 VIEW-REFRESH-PLAN-LINE PIC X(200).

*> Namespace property changes, one card each: SET or REMOVE one of
*> OWNER, COST-CENTER, SUPPORT-CONTACT or DATA-DOMAIN on the named
*> namespace. REMOVE ignores the value field.
FD NAMESPACE-PROPERTY-CARD-FILE.
01 NAMESPACE-PROPERTY-CARD.
   05 NPC-NAMESPACE PIC X(128).
   05 NPC-ACTION PIC X(6).
   05 NPC-PROPERTY PIC X(20).
   05 NPC-VALUE PIC X(128).

*> Every namespace property change that was applied: when, where,
*> which property, the value before and after, and who asked.
FD NAMESPACE-PROPERTY-AUDIT.
01 NAMESPACE-PROPERTY-AUDIT-REC.
   05 NPA-TIMESTAMP PIC 9(14).
   05 NPA-NAMESPACE PIC X(128).
   05 NPA-ACTION PIC X(6).
   05 NPA-PROPERTY PIC X(20).
   05 NPA-OLD-VALUE PIC X(128).
   05 NPA-NEW-VALUE PIC X(128).
   05 NPA-PRINCIPAL PIC X(64).

*> Optional drop-namespace card. CASCADE 'Y' moves every table of the
*> namespace to the trash and drops its views before the namespace
*> goes; without it a namespace that still holds anything is refused.
FD DROP-NAMESPACE-CARD-FILE.
01 DROP-NAMESPACE-CARD.
   05 DNC-CASCADE-FLAG PIC X.

*> This site's part in the primary/standby pair, kept by the
*> switchover job. Only the primary takes catalog mutations and so
*> writes the replication journal; a standby or fenced site still
*> answers reads. A site with no role card has never been switched
*> and is the primary it always was.
FD SITE-ROLE-FILE.
01 SITE-ROLE-CARD.
   05 SR-SITE-NAME PIC X(16).
   05 SR-ROLE PIC X(8).
   05 SR-CHANGED-TIMESTAMP PIC 9(14).
   05 SR-JOURNAL-BASE-SEQUENCE PIC 9(12).

*> The full text of a view being created or replaced, up to five
*> lines joined end to end:
*>   SELECT col, tbl.col, ... FROM ns.tbl, tbl, ... WHERE filter
*> A FROM entry without a namespace is in the view's own namespace;
*> a select item's first word is its column (an AS alias after it is
*> ignored), '*' and 'tbl.*' take every column, and an item with a
*> parenthesis is an expression, not a column. The filter is in the
*> predicate language PREDICATE-PARSER reads.
FD VIEW-DEFINITION-TEXT-FILE.
01 VIEW-DEFINITION-TEXT-LINE PIC X(200).

*> The current schema of every catalogued table, each table's field
*> cards stamped with its catalog key - what the view resolver checks
*> referenced columns against. A table with no cards here has its
*> columns reported unchecked rather than missing.
FD CATALOG-SCHEMA-FIELD-FILE.
01 CATALOG-SCHEMA-FIELD-CARD.
   05 CSF-TABLE-KEY PIC X(160).
   05 CSF-FIELD-ID PIC 9(9).
   05 CSF-FIELD-NAME PIC X(128).
   05 CSF-FIELD-TYPE PIC X(30).

FD VIEW-RESOLUTION-REPORT.
01 VIEW-RESOLUTION-LINE PIC X(300).

*> What a committer expects the table to look like before its commit
*> applies - the base it built its change against. Each requirement
*> is optional: the snapshot id is checked only when asserted, the
*> others only when not blank. A card naming another table, by key
*> or bare name, does not apply to this commit; a committer landing
*> several tables writes one card per table, and the first card that
*> names this table, or names none, is the one that applies.
FD COMMIT-REQUIREMENT-FILE.
01 COMMIT-REQUIREMENT-CARD.
   05 CQ-TABLE-KEY PIC X(160).
   05 CQ-ASSERT-SNAPSHOT-SWITCH PIC X.
      88 CQ-ASSERTS-SNAPSHOT VALUE 'Y'.
   05 CQ-EXPECTED-SNAPSHOT-ID PIC 9(18).
   05 CQ-EXPECTED-METADATA-LOCATION PIC X(256).
   05 CQ-EXPECTED-SCHEMA PIC X(512).
   05 CQ-EXPECTED-PARTITION-SPEC PIC X(256).

*> The answer to one commit: COMMITTED with status 200, or CONFLICT
*> with status 409 and the retry flag set, carrying the table's
*> current snapshot id and metadata location - the new base the
*> committer must rebuild its change against before trying again.
FD COMMIT-RESULT-FILE.
01 COMMIT-RESULT-REC.
   05 CRS-TABLE-KEY PIC X(160).
   05 CRS-TABLE-NAME PIC X(128).
   05 CRS-OUTCOME PIC X(10).
      88 CRS-COMMITTED VALUE 'COMMITTED'.
      88 CRS-CONFLICT VALUE 'CONFLICT'.
      88 CRS-NOT-FOUND VALUE 'NOT-FOUND'.
   05 CRS-HTTP-STATUS PIC 9(3).
   05 CRS-RETRY-SWITCH PIC X.
      88 CRS-RETRY-AGAINST-NEW-BASE VALUE 'Y'.
   05 CRS-FAILED-REQUIREMENT PIC X(20).
   05 CRS-BASE-SNAPSHOT-ID PIC 9(18).
   05 CRS-BASE-METADATA-LOCATION PIC X(256).

FD COMMIT-CONFLICT-LOG.
01 COMMIT-CONFLICT-REC PIC X(300).

*> Shallow-clone requests the operator front door queued for test
*> environments: one card per clone, naming the source table, the new
*> table, and the source snapshot to clone at - either its id or a
*> tag name; with neither, the source's current snapshot. No data is
*> copied: the clone's first snapshot is the source's, and every file
*> live there is shared until the clone is purged.
FD CLONE-TABLE-CARD-FILE.
01 CLONE-TABLE-CARD.
   05 CL-SOURCE-NAMESPACE PIC X(128).
   05 CL-SOURCE-TABLE PIC X(128).
   05 CL-CLONE-NAMESPACE PIC X(128).
   05 CL-CLONE-TABLE PIC X(128).
   05 CL-SNAPSHOT-ID PIC 9(18).
   05 CL-TAG-NAME PIC X(30).

*> The clone source's refs, TABLE-INTERFACE's exact layout.
FD CLONE-SOURCE-REFS-FILE.
01 CLONE-SOURCE-REF-CARD.
   05 CSR-REF-NAME PIC X(30).
   05 CSR-REF-TYPE PIC X(6).
   05 CSR-SNAPSHOT-ID PIC 9(18).
   05 CSR-FORK-SNAPSHOT-ID PIC 9(18).

*> TABLE-INTERFACE's file-change history and data-file listing for the
*> table this run works on: the clone pass reads the source's, the
*> commit pass the committing table's. They are per-table datasets,
*> so a clone deck clones from one source table - the same way the
*> reclamation run is handed one table's files.
FD SNAPSHOT-FILE-HISTORY.
01 SNAPSHOT-FILE-HISTORY-REC.
   05 SFH-SNAPSHOT-ID PIC 9(18).
   05 SFH-FILE-PATH PIC X(256).
   05 SFH-CHANGE-TYPE PIC X.
      88 SFH-FILE-WAS-DELETED VALUE 'D'.
   05 SFH-REFERENCED-DATA-FILE PIC X(256).
   05 SFH-DELETED-ROW-COUNT PIC 9(9).

FD TABLE-DATA-FILE-LISTING.
01 TABLE-DATA-FILE-REC.
   05 DF-FILE-PATH PIC X(256).
   05 DF-PARTITION-VALUE PIC X(64).
   05 DF-RECORD-COUNT PIC 9(18).
   05 DF-FILE-SIZE-BYTES PIC 9(18).
   05 DF-NULL-COUNT PIC 9(18).
   05 DF-PARTITION-SPEC-ID PIC 9(9).

*> The shared-file register: one record per source file a clone's
*> first snapshot references. SNAPSHOT-RECLAMATION, ORPHAN-FILE-
*> SWEEPER and COLD-DATA-TIERING all read it and leave a registered
*> path where it is, whatever the source table's own metadata says.
*> A clone's records leave the register only once the clone itself
*> is purged from the trash.
FD CLONE-SHARED-FILE.
01 CLONE-SHARED-REC.
   05 CSF-CLONE-KEY PIC X(160).
   05 CSF-SOURCE-KEY PIC X(160).
   05 CSF-SNAPSHOT-ID PIC 9(18).
   05 CSF-FILE-PATH PIC X(256).
   05 CSF-FILE-SIZE-BYTES PIC 9(18).

FD CLONE-INVENTORY-REPORT.
01 CLONE-INVENTORY-LINE PIC X(300).

*> A clone's own first history and listing, seeded the way a new
*> table's are: one history record per file live in the source at the
*> clone snapshot, stamped with that snapshot, and one listing record
*> per data file among them. Each record leads with the clone's key,
*> since one deck can clone a source more than once. The step after
*> the clone deck, CLONE-SEED-LOADER, loads one clone's records by
*> key into that clone's own SNAPSHOTFILEHISTORY and TABLEDATAFILES;
*> this run cannot write them, since here those are the source's.
FD CLONE-SEED-HISTORY-FILE.
01 CLONE-SEED-HISTORY-REC.
   05 CSH-CLONE-KEY PIC X(160).
   05 CSH-SNAPSHOT-ID PIC 9(18).
   05 CSH-FILE-PATH PIC X(256).
   05 CSH-CHANGE-TYPE PIC X.
   05 CSH-REFERENCED-DATA-FILE PIC X(256).
   05 CSH-DELETED-ROW-COUNT PIC 9(9).

FD CLONE-SEED-LISTING-FILE.
01 CLONE-SEED-LISTING-REC.
   05 CSL-CLONE-KEY PIC X(160).
   05 CSL-FILE-PATH PIC X(256).
   05 CSL-PARTITION-VALUE PIC X(64).
   05 CSL-RECORD-COUNT PIC 9(18).
   05 CSL-FILE-SIZE-BYTES PIC 9(18).
   05 CSL-NULL-COUNT PIC 9(18).
   05 CSL-PARTITION-SPEC-ID PIC 9(9).

*> The file-copy manifest shipped with the journal: one record per
*> data or delete file a replicated commit added, under the journal
*> sequence of its COMMIT-SNAPSHOT. The standby's copy job works from
*> it, and CATALOG-REPLICATION-APPLY holds the commit back until every
*> file on it is confirmed present there. A zero size is a file the
*> listing does not carry - a delete file - whose presence is enough.
*> Each commit opens with a marker record carrying no file path, so a
*> commit that added no files still shows on the manifest and the
*> standby can tell it from one whose manifest never arrived.
FD COPY-MANIFEST-FILE.
01 COPY-MANIFEST-REC.
   05 CM-SEQUENCE PIC 9(12).
   05 CM-NAMESPACE PIC X(128).
   05 CM-TABLE-NAME PIC X(128).
   05 CM-SNAPSHOT-ID PIC 9(18).
   05 CM-FILE-PATH PIC X(256).
   05 CM-FILE-SIZE-BYTES PIC 9(18).

WORKING-STORAGE SECTION.
01 VALIDATION-FAILURE-EXCEPTION.
   05 WRAPPED-EXCEPTION        PIC X(1024).
   88 WS-FILE-DUPLICATE VALUE '22'.
01 WS-VIEW-AUDIT-STATUS PIC XX.
   88 WS-VIEW-AUDIT-OK VALUE '00'.
01 WS-VIEW-AUDIT-CHAIN-NAME PIC X(30) VALUE 'VIEWAUDITLOG'.
01 WS-GRANT-USE-CHAIN-NAME PIC X(30) VALUE 'ACCESSGRANTUSELOG'.
01 WS-AUDIT-BODY-LENGTH PIC 9(4) COMP VALUE 200.

01 WS-CURRENT-NAMESPACE PIC X(128) VALUE 'ANALYTICS'.
01 WS-CURRENT-TABLE PIC X(128) VALUE 'EVENTS'.
   88 WS-TRASH-FILE-OK VALUE '00'.
01 WS-TRASH-CONFIG-STATUS PIC XX.
   88 WS-TRASH-CONFIG-OK VALUE '00'.
01 WS-PURGE-APPROVAL-STATUS PIC XX.
   88 WS-PURGE-APPROVAL-OK VALUE '00'.
01 WS-PURGE-APPROVED-SWITCH PIC X VALUE 'N'.
   88 WS-PURGE-IS-APPROVED VALUE 'Y'.
01 WS-PURGE-REQUEST-ID PIC 9(8) VALUE ZERO.
01 WS-PURGE-REQUESTED-BY PIC X(30) VALUE SPACES.
01 WS-PURGE-APPROVED-BY PIC X(30) VALUE SPACES.
01 WS-PURGE-APPROVED-AT PIC 9(14) VALUE ZERO.
01 WS-PURGE-HELD-REASON PIC X(40) VALUE SPACES.
01 WS-APPROVAL-POLICY-STATUS PIC XX.
   88 WS-APPROVAL-POLICY-OK VALUE '00'.
01 WS-APPROVAL-EXPIRY-MINUTES PIC 9(5) VALUE 1440.
01 WS-APPROVAL-AGE-MINUTES PIC S9(9) VALUE ZERO.
01 WS-RESTORE-CARD-STATUS PIC XX.
   88 WS-RESTORE-CARD-OK VALUE '00'.
01 WS-RESTORE-CARD-EOF-SWITCH PIC X VALUE 'N'.
01 WS-GRANT-LAST-USED PIC 9(8) VALUE ZERO.
01 WS-RECERT-SCAN-IDX PIC 9(3).
01 WS-GRANT-STATE-TEXT PIC X(8) VALUE SPACES.
01 WS-GRANT-EXPIRY-DATE PIC 9(8) VALUE ZERO.
01 WS-KAFKA-ACL-STATUS PIC XX.
   88 WS-KAFKA-ACL-OK VALUE '00'.
01 WS-KAFKA-ACL-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-KAFKA-ACLS VALUE 'Y'.
01 WS-KAFKA-GRANT-COUNT PIC 9(3) VALUE ZERO.
01 WS-KAFKA-GRANT-TABLE.
   05 WS-KAFKA-GRANT-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-KAFKA-GRANT-COUNT
         INDEXED BY WS-KAFKA-GRANT-IDX.
      10 WS-KG-PRINCIPAL PIC X(64).
      10 WS-KG-USE-KEY PIC X(128).
      10 WS-KG-PERMISSION PIC X(5).
      10 WS-KG-EXPIRY-DATE PIC 9(8).
      10 WS-KG-LAST-USED PIC 9(8).
01 WS-KAFKA-SCAN-IDX PIC 9(3).
01 WS-KG-LAST-USED-TEXT PIC X(8).
*> Grants beyond the table are counted and the report says how many
*> went unrecertified.
01 WS-KAFKA-GRANT-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-GRANT-OVERFLOW-DISPLAY PIC Z(6)9.

01 WS-EFFECTIVE-SCOPE-STATUS PIC XX.
   88 WS-EFFECTIVE-SCOPE-OK VALUE '00'.
01 WS-REPL-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-REPL-NEW-NAMESPACE PIC X(128) VALUE SPACES.
01 WS-REPL-NEW-NAME PIC X(128) VALUE SPACES.
01 WS-COPY-MANIFEST-STATUS PIC XX.
   88 WS-COPY-MANIFEST-OK VALUE '00'.
01 WS-CLONE-SEED-HISTORY-STATUS PIC XX.
   88 WS-CLONE-SEED-HISTORY-OK VALUE '00'.
01 WS-CLONE-SEED-LISTING-STATUS PIC XX.
   88 WS-CLONE-SEED-LISTING-OK VALUE '00'.
01 WS-MANIFEST-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-MANIFEST-HISTORY VALUE 'Y'.
01 WS-MANIFEST-LISTING-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-MANIFEST-LISTING VALUE 'Y'.
01 WS-MANIFEST-LAST-PATH PIC X(256).

01 WS-VIEW-DEP-STATUS PIC XX.
   88 WS-VIEW-DEP-OK VALUE '00'.
01 WS-PLAN-REMAINING PIC 9(4) VALUE ZERO.
01 WS-PLAN-SUBJECT-KEY PIC X(160).

01 WS-NS-PROPERTY-CARD-STATUS PIC XX.
   88 WS-NS-PROPERTY-CARD-OK VALUE '00'.
01 WS-NS-PROPERTY-AUDIT-STATUS PIC XX.
   88 WS-NS-PROPERTY-AUDIT-OK VALUE '00'.
01 WS-NS-PROPERTY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-NS-PROPERTY-CARDS VALUE 'Y'.
01 WS-NS-PROPERTY-SAVED-NAMESPACE PIC X(128).
01 WS-NS-FOUND-SWITCH PIC X VALUE 'N'.
   88 WS-NS-FOUND VALUE 'Y'.
01 WS-NS-PROPERTY-VALID-SWITCH PIC X VALUE 'N'.
   88 WS-NS-PROPERTY-VALID VALUE 'Y'.
01 WS-NS-PROPERTY-OLD-VALUE PIC X(128).
01 WS-NS-PROPERTY-NEW-VALUE PIC X(128).

01 WS-DROP-NS-CARD-STATUS PIC XX.
   88 WS-DROP-NS-CARD-OK VALUE '00'.
01 WS-DROP-NS-CASCADE-SWITCH PIC X VALUE 'N'.
   88 WS-DROP-NS-CASCADE VALUE 'Y'.
01 WS-NS-VIEW-TALLY PIC 9(5) VALUE ZERO.
01 WS-NS-TRASH-TALLY PIC 9(5) VALUE ZERO.
01 WS-NS-SCAN-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-NS-CONTENT-SCAN VALUE 'Y'.
01 WS-NS-VIEW-TALLY-DISPLAY PIC ZZZZ9.
01 WS-NS-TRASH-TALLY-DISPLAY PIC ZZZZ9.
01 WS-CASCADE-SAVED-TABLE PIC X(128).
01 WS-CASCADE-SAVED-VIEW PIC X(128).

01 WS-SITE-ROLE-STATUS PIC XX.
   88 WS-SITE-ROLE-OK VALUE '00'.
01 WS-SITE-ROLE PIC X(8) VALUE 'PRIMARY'.
   88 WS-SITE-IS-PRIMARY VALUE 'PRIMARY'.
01 WS-SITE-NAME PIC X(16) VALUE SPACES.
01 WS-FENCE-LOGGED-SWITCH PIC X VALUE 'N'.
   88 WS-FENCE-WAS-LOGGED VALUE 'Y'.

01 WS-VIEW-DEF-TEXT-STATUS PIC XX.
   88 WS-VIEW-DEF-TEXT-OK VALUE '00'.
01 WS-VIEW-DEF-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-VIEW-DEF-TEXT VALUE 'Y'.
01 WS-CATALOG-SCHEMA-STATUS PIC XX.
   88 WS-CATALOG-SCHEMA-OK VALUE '00'.
01 WS-CATALOG-SCHEMA-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CATALOG-SCHEMA VALUE 'Y'.
01 WS-VIEW-SCAN-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-VIEW-SCAN VALUE 'Y'.
01 WS-NEW-VIEW-DEFINITION PIC X(1000).
01 WS-VIEW-DEF-POINTER PIC 9(4).
01 WS-VIEW-DEF-ROOM PIC 9(4).
01 WS-VIEW-DEF-FIT-SWITCH PIC X VALUE 'Y'.
   88 WS-VIEW-DEF-TRUNCATED VALUE 'N'.

*> The edges of the last build, held so a view whose definition
*> cannot be split keeps them rather than losing them. Edges beyond
*> the table, views beyond the resolver's table, or field cards
*> beyond the schema table are counted: the first two leave the
*> dependency file as it stands, and the third leaves a column not
*> found counted unchecked rather than missing.
01 WS-PRIOR-EDGE-COUNT PIC 9(4) VALUE ZERO.
01 WS-PRIOR-EDGE-TABLE.
   05 WS-PRIOR-EDGE-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON WS-PRIOR-EDGE-COUNT
         INDEXED BY WS-PE-IDX.
      10 WS-PE-VIEW-KEY PIC X(160).
      10 WS-PE-BASE-KEY PIC X(160).
01 WS-PRIOR-EDGE-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-RV-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-SCHEMA-COL-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-VIEW-OVERFLOW-DISPLAY PIC Z(6)9.
01 WS-CARRIED-EDGE-COUNT PIC 9(5) VALUE ZERO.
01 WS-CARRIED-EDGE-DISPLAY PIC ZZZZ9.

*> Every catalogued table's columns, and every view with its stored
*> definition, loaded whole so the resolver can look a base up as a
*> table or as another view while it walks the views.
01 WS-SCHEMA-COL-COUNT PIC 9(5) VALUE ZERO.
01 WS-SCHEMA-COL-TABLE.
   05 WS-SCHEMA-COL-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON WS-SCHEMA-COL-COUNT
         INDEXED BY WS-SCOL-IDX.
      10 WS-SCOL-TABLE-KEY PIC X(160).
      10 WS-SCOL-FIELD-NAME PIC X(40).
01 WS-RV-COUNT PIC 9(3) VALUE ZERO.
01 WS-RV-TABLE.
   05 WS-RV-ENTRY OCCURS 1 TO 200 TIMES
         DEPENDING ON WS-RV-COUNT
         INDEXED BY WS-RV-SRCH-IDX WS-RV-IDX.
      10 WS-RV-VIEW-KEY PIC X(160).
      10 WS-RV-NAMESPACE PIC X(128).
      10 WS-RV-DEFINITION PIC X(1000).

*> One view's definition taken apart: the select list, the FROM list
*> and the filter, the bases found, and the column being judged.
01 WS-DEF-TEXT PIC X(1000).
01 WS-DEF-FROM-TALLY PIC 9(4).
01 WS-DEF-WHERE-TALLY PIC 9(4).
01 WS-DEF-SELECT-LIST PIC X(1000).
01 WS-DEF-FROM-LIST PIC X(1000).
01 WS-DEF-LIST-POINTER PIC 9(4).
01 WS-DEF-ITEM PIC X(200).
01 WS-DEF-LEADING PIC 9(3).
01 WS-DEF-WORD PIC X(200).
01 WS-DEF-DOT-COUNT PIC 9(2).
01 WS-DEF-PAREN-COUNT PIC 9(2).
01 WS-DEF-PART-1 PIC X(128).
01 WS-DEF-PART-2 PIC X(128).
01 WS-DEF-BASE-COUNT PIC 9(2) VALUE ZERO.
01 WS-DEF-BASE-TABLE.
   05 WS-DEF-BASE-ENTRY OCCURS 1 TO 20 TIMES
         DEPENDING ON WS-DEF-BASE-COUNT
         INDEXED BY WS-DB-IDX.
      10 WS-DB-KEY PIC X(160).
      10 WS-DB-NAME PIC X(128).
      10 WS-DB-KIND PIC X.
         88 WS-DB-IS-TABLE VALUE 'T'.
         88 WS-DB-IS-VIEW VALUE 'V'.
         88 WS-DB-IS-MISSING VALUE 'M'.
      10 WS-DB-SCHEMA-SWITCH PIC X.
         88 WS-DB-HAS-SCHEMA VALUE 'Y'.
01 WS-CHECK-TABLE-KEY PIC X(160).
01 WS-COLUMN-REF-QUALIFIER PIC X(160).
01 WS-COLUMN-REF-NAME PIC X(40).
01 WS-COLUMN-FOUND-SWITCH PIC X.
   88 WS-COLUMN-WAS-FOUND VALUE 'Y'.
01 WS-QUALIFIER-MATCH-SWITCH PIC X.
   88 WS-QUALIFIER-MATCHED VALUE 'Y'.
01 WS-ALL-SCHEMAS-SWITCH PIC X.
   88 WS-ALL-BASES-HAVE-SCHEMA VALUE 'Y'.
01 WS-VIEW-BROKEN-SWITCH PIC X VALUE 'N'.
   88 WS-VIEW-IS-BROKEN VALUE 'Y'.
01 WS-BROKEN-REASON PIC X(20).
01 WS-BROKEN-REF PIC X(160).
01 WS-VIEW-COLUMN-COUNT PIC 9(3) VALUE ZERO.
01 WS-VIEW-UNCHECKED-COUNT PIC 9(3) VALUE ZERO.

*> Handed to PREDICATE-PARSER's LIST-FILTER-COLUMNS entry.
01 WS-FILTER-TEXT PIC X(200).
01 WS-FILTER-COLUMN-COUNT PIC 9(3).
01 WS-FILTER-COLUMN-LIST.
   05 WS-FILTER-COLUMN PIC X(40) OCCURS 50 TIMES.
01 WS-FILTER-ERROR PIC X(50).
01 WS-FILTER-SCAN-IDX PIC 9(3).

01 WS-RESOLVED-VIEW-COUNT PIC 9(5) VALUE ZERO.
01 WS-BROKEN-VIEW-COUNT PIC 9(5) VALUE ZERO.
01 WS-DEP-EDGE-COUNT PIC 9(5) VALUE ZERO.
01 WS-RESOLVED-VIEW-DISPLAY PIC ZZZZ9.
01 WS-BROKEN-VIEW-DISPLAY PIC ZZZZ9.
01 WS-DEP-EDGE-DISPLAY PIC ZZZZ9.
01 WS-BASE-COUNT-DISPLAY PIC Z9.
01 WS-VIEW-COLUMN-DISPLAY PIC ZZ9.
01 WS-VIEW-UNCHECKED-DISPLAY PIC ZZ9.

01 WS-COMMIT-REQ-STATUS PIC XX.
   88 WS-COMMIT-REQ-OK VALUE '00'.
01 WS-COMMIT-REQ-EOF-SWITCH PIC X VALUE 'N'.
   88 WS-END-OF-COMMIT-REQS VALUE 'Y'.
01 WS-COMMIT-REQ-FOUND-SWITCH PIC X VALUE 'N'.
   88 WS-COMMIT-REQ-FOUND VALUE 'Y'.
01 WS-CONFLICT-LOG-STATUS PIC XX.
   88 WS-CONFLICT-LOG-OK VALUE '00'.
01 WS-COMMIT-CONFLICT-SWITCH PIC X VALUE 'N'.
   88 WS-COMMIT-CONFLICTS VALUE 'Y'.
01 WS-COMMIT-TABLE-SWITCH PIC X VALUE 'Y'.
   88 WS-COMMIT-TABLE-MISSING VALUE 'N'.
01 WS-CONFLICT-REQUIREMENT PIC X(20).
01 WS-CONFLICT-EXPECTED PIC X(64).
01 WS-CONFLICT-ACTUAL PIC X(64).
01 WS-CONFLICT-SNAPSHOT-DISPLAY PIC Z(17)9.

01 WS-VIEW-OPERATION PIC X(10) VALUE SPACES.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-NAMESPACES VALUE 'Y'.
01 WS-TABLE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-TABLES VALUE 'Y'.

01 WS-CLONE-CARD-STATUS PIC XX.
   88 WS-CLONE-CARD-OK VALUE '00'.
01 WS-CLONE-CARD-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CLONE-CARDS VALUE 'Y'.
01 WS-CLONE-REFS-STATUS PIC XX.
   88 WS-CLONE-REFS-OK VALUE '00'.
01 WS-CLONE-REFS-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CLONE-REFS VALUE 'Y'.
01 WS-FILE-HISTORY-STATUS PIC XX.
   88 WS-FILE-HISTORY-OK VALUE '00'.
01 WS-CLONE-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CLONE-HISTORY VALUE 'Y'.
01 WS-DATAFILE-LISTING-STATUS PIC XX.
   88 WS-DATAFILE-LISTING-OK VALUE '00'.
01 WS-CLONE-LISTING-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CLONE-LISTING VALUE 'Y'.
01 WS-CLONE-SHARED-STATUS PIC XX.
   88 WS-CLONE-SHARED-OK VALUE '00'.
01 WS-CLONE-SHARED-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CLONE-SHARED VALUE 'Y'.
01 WS-CLONE-SAVED-NAMESPACE PIC X(128).
01 WS-CLONE-SAVED-TABLE PIC X(128).
01 WS-CLONE-SOURCE-KEY PIC X(160).
01 WS-CLONE-DECK-SOURCE-KEY PIC X(160) VALUE SPACES.
01 WS-CLONE-TARGET-KEY PIC X(160).
01 WS-CLONE-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-CLONE-REFUSAL PIC X(20) VALUE SPACES.
01 WS-CLONE-WRITE-SWITCH PIC X VALUE 'Y'.
   88 WS-CLONE-KEY-WRITTEN VALUE 'Y'.
01 WS-CLONE-SOURCE-LOADED-SWITCH PIC X VALUE 'N'.
   88 WS-CLONE-SOURCE-LOADED VALUE 'Y'.
01 WS-CLONE-TAG-FOUND-SWITCH PIC X.
   88 WS-CLONE-TAG-FOUND VALUE 'Y'.
01 WS-CLONE-SNAPSHOT-SEEN-SWITCH PIC X.
   88 WS-CLONE-SNAPSHOT-SEEN VALUE 'Y'.
01 WS-CLONE-FILE-LIVE-SWITCH PIC X.
   88 WS-CLONE-FILE-IS-LIVE VALUE 'Y'.
01 WS-CLONE-SUBJECT-PATH PIC X(256).
01 WS-CLONE-SHARED-FILES PIC 9(7) VALUE ZERO.
01 WS-CLONE-SHARED-BYTES PIC 9(18) VALUE ZERO.
01 WS-CLONE-SCAN-IDX PIC 9(5).
01 WS-CLONE-SNAPSHOT-DISPLAY PIC Z(17)9.
01 WS-CLONE-FILES-DISPLAY PIC Z(6)9.
01 WS-CLONE-BYTES-DISPLAY PIC Z(17)9.

*> The clone source's file history held whole so each file's state at
*> the clone snapshot can be replayed, and the distinct paths it ever
*> added, each with its first history record and its listing entry.
*> History records beyond the table are counted, and every clone off
*> a source whose history was not held whole is refused.
01 WS-CLONE-HIST-COUNT PIC 9(5) VALUE ZERO.
01 WS-CLONE-HIST-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-CLONE-HIST-TABLE.
   05 WS-CLONE-HIST-ENTRY OCCURS 1 TO 10000 TIMES
         DEPENDING ON WS-CLONE-HIST-COUNT
         INDEXED BY WS-CLONE-HIST-IDX.
      10 WS-CH-SNAPSHOT-ID PIC 9(18).
      10 WS-CH-FILE-PATH PIC X(256).
      10 WS-CH-CHANGE-TYPE PIC X.
01 WS-CLONE-PATH-COUNT PIC 9(5) VALUE ZERO.
01 WS-CLONE-PATH-TABLE.
   05 WS-CLONE-PATH-ENTRY OCCURS 1 TO 10000 TIMES
         DEPENDING ON WS-CLONE-PATH-COUNT
         INDEXED BY WS-CLONE-PATH-IDX.
      10 WS-CP-FILE-PATH PIC X(256).
      10 WS-CP-FILE-SIZE PIC 9(18).
      10 WS-CP-CHANGE-TYPE PIC X.
      10 WS-CP-REFERENCED-FILE PIC X(256).
      10 WS-CP-DELETED-ROWS PIC 9(9).
      10 WS-CP-LISTED-SWITCH PIC X.
         88 WS-CP-IS-LISTED VALUE 'Y'.
      10 WS-CP-PARTITION-VALUE PIC X(64).
      10 WS-CP-RECORD-COUNT PIC 9(18).
      10 WS-CP-NULL-COUNT PIC 9(18).
      10 WS-CP-SPEC-ID PIC 9(9).
01 WS-CLONE-PATH-FOUND-SWITCH PIC X.
   88 WS-CLONE-PATH-FOUND VALUE 'Y'.

*> The inventory: one entry per clone in the register with its totals
*> and where it stands in the catalog, and every register record held
*> so a purged clone's records can be dropped on the rewrite. Clones
*> or register records beyond the tables are counted; the register is
*> then left as it stands rather than rewritten without them. A file
*> the source's listing does not carry - a delete file - is pinned
*> with no size, so its bytes are missing from PINNED-BYTES; such
*> files are counted as UNSIZED.
01 WS-INV-COUNT PIC 9(4) VALUE ZERO.
01 WS-INV-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-PIN-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-INV-OVERFLOW-DISPLAY PIC Z(6)9.
01 WS-PIN-OVERFLOW-DISPLAY PIC Z(6)9.
01 WS-INV-TABLE.
   05 WS-INV-ENTRY OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-INV-COUNT
         INDEXED BY WS-INV-IDX.
      10 WS-INV-CLONE-KEY PIC X(160).
      10 WS-INV-SOURCE-KEY PIC X(160).
      10 WS-INV-SNAPSHOT-ID PIC 9(18).
      10 WS-INV-SHARED-FILES PIC 9(7).
      10 WS-INV-PINNED-BYTES PIC 9(18).
      10 WS-INV-UNSIZED-FILES PIC 9(7).
      10 WS-INV-STATE PIC X(8).
         88 WS-INV-CLONE-PURGED VALUE 'RELEASED'.
01 WS-INV-FOUND-SWITCH PIC X.
   88 WS-INV-FOUND VALUE 'Y'.
01 WS-PIN-COUNT PIC 9(5) VALUE ZERO.
01 WS-PIN-TABLE.
   05 WS-PIN-ENTRY OCCURS 1 TO 20000 TIMES
         DEPENDING ON WS-PIN-COUNT
         INDEXED BY WS-PIN-IDX.
      10 WS-PN-INV-SLOT PIC 9(4) COMP.
      10 WS-PN-FILE-PATH PIC X(256).
      10 WS-PN-FILE-SIZE PIC 9(18).
01 WS-INV-LIVE-CLONES PIC 9(5) VALUE ZERO.
01 WS-INV-RELEASED-CLONES PIC 9(5) VALUE ZERO.
01 WS-INV-TOTAL-FILES PIC 9(7) VALUE ZERO.
01 WS-INV-TOTAL-BYTES PIC 9(18) VALUE ZERO.
01 WS-INV-TOTAL-UNSIZED PIC 9(7) VALUE ZERO.
01 WS-INV-UNSIZED-DISPLAY PIC Z(6)9.
01 WS-INV-CLONES-DISPLAY PIC ZZZZ9.
01 WS-INV-RELEASED-DISPLAY PIC ZZZZ9.

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    END-IF.
    PERFORM LOAD-CATALOG-ACL.
    PERFORM LOAD-REPLICATION-SEQUENCE.
    PERFORM LOAD-SITE-ROLE.
    PERFORM LOAD-NAMESPACE-QUOTAS.
    PERFORM LOAD-NAMESPACE-GROWTH.
    PERFORM LOAD-EFFECTIVE-SCOPES.
    IF WS-OPERATION-ALLOWED
        PERFORM RENAME-TABLE
    END-IF.
    MOVE 'CLONE-TABLE' TO WS-OPERATION-NAME.
    MOVE 'CREATE' TO WS-OPERATION-CLASS.
    PERFORM AUTHORIZE-OPERATION.
    IF WS-OPERATION-ALLOWED
        PERFORM CLONE-REQUESTED-TABLES
    END-IF.
    MOVE 'CLONE-INVENTORY' TO WS-OPERATION-NAME.
    MOVE 'WRITE' TO WS-OPERATION-CLASS.
    PERFORM AUTHORIZE-OPERATION.
    IF WS-OPERATION-ALLOWED
        PERFORM WRITE-CLONE-INVENTORY-REPORT
    END-IF.
    MOVE 'CREATE-VIEW' TO WS-OPERATION-NAME.
    MOVE 'CREATE' TO WS-OPERATION-CLASS.
    PERFORM AUTHORIZE-OPERATION.
    IF WS-OPERATION-ALLOWED
        PERFORM WRITE-RECERTIFICATION-REPORT
    END-IF.
    MOVE 'RESOLVE-VIEWS' TO WS-OPERATION-NAME.
    MOVE 'WRITE' TO WS-OPERATION-CLASS.
    PERFORM AUTHORIZE-OPERATION.
    IF WS-OPERATION-ALLOWED
        PERFORM REGENERATE-VIEW-DEPENDENCIES
    END-IF.
    MOVE 'VIEW-STALENESS' TO WS-OPERATION-NAME.
    MOVE 'READ' TO WS-OPERATION-CLASS.
    PERFORM AUTHORIZE-OPERATION.
*> Grants are matched on the requesting principal and the target
*> namespace (a '*' grant covers every namespace); the grant's right
*> for the operation's class decides. Without an ACL file at all,
*> reads still work and everything else is denied - fail shut. Ahead
*> of both, a site that is not the primary refuses every mutation, so
*> a fenced former primary cannot fork the journal.
AUTHORIZE-OPERATION.
    IF NOT WS-SITE-IS-PRIMARY AND WS-OPERATION-CLASS NOT = 'READ'
        MOVE 'N' TO WS-OPERATION-ALLOWED-SWITCH
        PERFORM LOG-FENCED-REFUSAL
    ELSE
        PERFORM CHECK-SCOPE-PERMITS-CLASS
        IF NOT WS-SCOPE-PERMITS
            MOVE 'N' TO WS-OPERATION-ALLOWED-SWITCH
            PERFORM LOG-SCOPE-VIOLATION
        ELSE
            PERFORM AUTHORIZE-AGAINST-ACL
        END-IF
    END-IF.

LOAD-SITE-ROLE.
    MOVE 'PRIMARY' TO WS-SITE-ROLE.
    OPEN INPUT SITE-ROLE-FILE.
    IF WS-SITE-ROLE-OK
        READ SITE-ROLE-FILE
            AT END CONTINUE
            NOT AT END
                MOVE SR-SITE-NAME TO WS-SITE-NAME
                IF SR-ROLE NOT = SPACES
                    MOVE SR-ROLE TO WS-SITE-ROLE
                END-IF
        END-READ
        CLOSE SITE-ROLE-FILE
    END-IF.

*> A mutation refused because this site is not the primary is logged
*> with the denials, whoever asked; the incident is raised once per
*> run, since every mutating dispatch after the first says the same.
LOG-FENCED-REFUSAL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE SPACES TO ACCESS-DENIAL-REC.
    STRING WS-AUDIT-YYYY DELIMITED BY SIZE '-' DELIMITED BY SIZE
        WS-AUDIT-MM DELIMITED BY SIZE '-' DELIMITED BY SIZE
        WS-AUDIT-DD DELIMITED BY SIZE ' ' DELIMITED BY SIZE
        WS-AUDIT-HH DELIMITED BY SIZE ':' DELIMITED BY SIZE
        WS-AUDIT-MI DELIMITED BY SIZE ':' DELIMITED BY SIZE
        WS-AUDIT-SS DELIMITED BY SIZE
        ' REFUSED SITE-ROLE=' DELIMITED BY SIZE
        WS-SITE-ROLE DELIMITED BY SPACE
        ' PRINCIPAL=' DELIMITED BY SIZE
        WS-REQUESTING-PRINCIPAL DELIMITED BY SPACE
        ' OPERATION=' DELIMITED BY SIZE
        WS-OPERATION-NAME DELIMITED BY SPACE
        ' NAMESPACE=' DELIMITED BY SIZE
        WS-CURRENT-NAMESPACE DELIMITED BY SPACE
        INTO ACCESS-DENIAL-REC
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE ACCESS-DENIAL-REC.
    IF NOT WS-FENCE-WAS-LOGGED
        SET WS-FENCE-WAS-LOGGED TO TRUE
        MOVE 'WARN' TO WS-INCIDENT-SEVERITY
        MOVE 'SITE-NOT-PRIMARY' TO WS-INCIDENT-ERROR-CLASS
        MOVE WS-SITE-NAME TO WS-INCIDENT-KEY
        PERFORM APPEND-INCIDENT-RECORD
    END-IF.

*> The scope layer sits ahead of the principal ACL: a token whose
    MOVE WS-REQUESTING-PRINCIPAL TO AGU-PRINCIPAL.
    MOVE WS-ACL-NAMESPACE (WS-MATCHED-ACL-IDX) TO AGU-NAMESPACE.
    MOVE WS-TODAY-YYYYMMDD TO AGU-USE-DATE.
    CALL 'AUDIT-CHAIN-STAMP' USING WS-GRANT-USE-CHAIN-NAME
        AGU-USE-BODY WS-AUDIT-BODY-LENGTH
        AGU-CHAIN-SEQUENCE AGU-CHAIN-HASH.
    WRITE ACCESS-GRANT-USE-REC.
    CLOSE ACCESS-GRANT-USE-LOG.

    MOVE WS-CURRENT-NAMESPACE TO NS-KEY.
    READ NAMESPACE-FILE
        INVALID KEY DISPLAY 'Namespace not found: ' WS-CURRENT-NAMESPACE
        NOT INVALID KEY
            DISPLAY 'NAMESPACE OWNER: ' NS-OWNER
            DISPLAY 'NAMESPACE COST-CENTER: ' NS-COST-CENTER
            DISPLAY 'NAMESPACE SUPPORT-CONTACT: ' NS-SUPPORT-CONTACT
            DISPLAY 'NAMESPACE DATA-DOMAIN: ' NS-DATA-DOMAIN
    END-READ.

*> A namespace is dropped only once nothing lives in it: no table, no
*> view and nothing parked in the trash. The cascade card empties it
*> first - every table to the trash, every view dropped - and the
*> trash keeps the tables restorable for the usual retention window.
DROP-NAMESPACE.
    PERFORM LOAD-DROP-NAMESPACE-CARD.
    MOVE 'N' TO WS-NS-FOUND-SWITCH.
    MOVE WS-CURRENT-NAMESPACE TO NS-KEY.
    READ NAMESPACE-FILE
        INVALID KEY DISPLAY 'Namespace not found: ' WS-CURRENT-NAMESPACE
        NOT INVALID KEY SET WS-NS-FOUND TO TRUE
    END-READ.
    IF WS-NS-FOUND
        PERFORM TALLY-NAMESPACE-CONTENTS
        IF WS-DROP-NS-CASCADE
            PERFORM CASCADE-NAMESPACE-TABLES
            PERFORM CASCADE-NAMESPACE-VIEWS
        END-IF
        IF WS-DROP-NS-CASCADE
                OR (WS-NS-TABLE-TALLY = ZERO
                    AND WS-NS-VIEW-TALLY = ZERO
                    AND WS-NS-TRASH-TALLY = ZERO)
            MOVE WS-CURRENT-NAMESPACE TO NS-KEY
            DELETE NAMESPACE-FILE RECORD
                INVALID KEY
                    DISPLAY 'Namespace not found: '
                        WS-CURRENT-NAMESPACE
                NOT INVALID KEY
                    MOVE 'DROP-NAMESPACE' TO WS-REPL-OPERATION
                    PERFORM APPEND-REPLICATION-RECORD
            END-DELETE
        ELSE
            PERFORM REFUSE-NAMESPACE-DROP
        END-IF
    END-IF.

LOAD-DROP-NAMESPACE-CARD.
    MOVE 'N' TO WS-DROP-NS-CASCADE-SWITCH.
    OPEN INPUT DROP-NAMESPACE-CARD-FILE.
    IF WS-DROP-NS-CARD-OK
        READ DROP-NAMESPACE-CARD-FILE
            AT END CONTINUE
            NOT AT END
                IF DNC-CASCADE-FLAG = 'Y'
                    SET WS-DROP-NS-CASCADE TO TRUE
                END-IF
        END-READ
        CLOSE DROP-NAMESPACE-CARD-FILE
    END-IF.

TALLY-NAMESPACE-CONTENTS.
    PERFORM TALLY-NAMESPACE-TABLES.
    MOVE ZERO TO WS-NS-VIEW-TALLY.
    MOVE 'N' TO WS-NS-SCAN-EOF-SWITCH.
    MOVE SPACES TO VIEW-KEY.
    START VIEW-FILE KEY IS GREATER THAN VIEW-KEY
        INVALID KEY SET END-OF-NS-CONTENT-SCAN TO TRUE
    END-START.
    PERFORM TALLY-ONE-NAMESPACE-VIEW
        UNTIL END-OF-NS-CONTENT-SCAN.
    MOVE ZERO TO WS-NS-TRASH-TALLY.
    MOVE 'N' TO WS-NS-SCAN-EOF-SWITCH.
    MOVE SPACES TO TRASH-KEY.
    START TABLE-TRASH-FILE KEY IS GREATER THAN TRASH-KEY
        INVALID KEY SET END-OF-NS-CONTENT-SCAN TO TRUE
    END-START.
    PERFORM TALLY-ONE-NAMESPACE-TRASH
        UNTIL END-OF-NS-CONTENT-SCAN.

TALLY-ONE-NAMESPACE-VIEW.
    READ VIEW-FILE NEXT RECORD
        AT END SET END-OF-NS-CONTENT-SCAN TO TRUE
        NOT AT END
            IF VIEW-NAMESPACE = WS-CURRENT-NAMESPACE
                ADD 1 TO WS-NS-VIEW-TALLY
            END-IF
    END-READ.

TALLY-ONE-NAMESPACE-TRASH.
    READ TABLE-TRASH-FILE NEXT RECORD
        AT END SET END-OF-NS-CONTENT-SCAN TO TRUE
        NOT AT END
            IF TRASH-NAMESPACE = WS-CURRENT-NAMESPACE
                ADD 1 TO WS-NS-TRASH-TALLY
            END-IF
    END-READ.

*> Each table goes the way DROP-TABLE sends it - into the trash,
*> stamped with the dropping principal, and journalled - so the
*> standby and the restore pass see an ordinary drop.
CASCADE-NAMESPACE-TABLES.
    MOVE WS-CURRENT-TABLE TO WS-CASCADE-SAVED-TABLE.
    MOVE 'N' TO WS-NS-SCAN-EOF-SWITCH.
    MOVE SPACES TO TBL-KEY.
    START TABLE-FILE KEY IS GREATER THAN TBL-KEY
        INVALID KEY SET END-OF-NS-CONTENT-SCAN TO TRUE
    END-START.
    PERFORM CASCADE-ONE-NAMESPACE-TABLE
        UNTIL END-OF-NS-CONTENT-SCAN.
    MOVE WS-CASCADE-SAVED-TABLE TO WS-CURRENT-TABLE.

CASCADE-ONE-NAMESPACE-TABLE.
    READ TABLE-FILE NEXT RECORD
        AT END SET END-OF-NS-CONTENT-SCAN TO TRUE
        NOT AT END
            IF TBL-NAMESPACE = WS-CURRENT-NAMESPACE
                MOVE TBL-NAME TO WS-CURRENT-TABLE
                PERFORM MOVE-TABLE-REC-TO-TRASH
                DELETE TABLE-FILE RECORD
                    INVALID KEY
                        DISPLAY 'Table not found: ' WS-CURRENT-TABLE
                    NOT INVALID KEY
                        DISPLAY 'Moved to trash: ' WS-CURRENT-TABLE
                        MOVE 'DROP-TABLE' TO WS-REPL-OPERATION
                        PERFORM APPEND-REPLICATION-RECORD
                END-DELETE
            END-IF
    END-READ.

CASCADE-NAMESPACE-VIEWS.
    MOVE WS-CURRENT-VIEW TO WS-CASCADE-SAVED-VIEW.
    MOVE 'N' TO WS-NS-SCAN-EOF-SWITCH.
    MOVE SPACES TO VIEW-KEY.
    START VIEW-FILE KEY IS GREATER THAN VIEW-KEY
        INVALID KEY SET END-OF-NS-CONTENT-SCAN TO TRUE
    END-START.
    PERFORM CASCADE-ONE-NAMESPACE-VIEW
        UNTIL END-OF-NS-CONTENT-SCAN.
    MOVE WS-CASCADE-SAVED-VIEW TO WS-CURRENT-VIEW.

CASCADE-ONE-NAMESPACE-VIEW.
    READ VIEW-FILE NEXT RECORD
        AT END SET END-OF-NS-CONTENT-SCAN TO TRUE
        NOT AT END
            IF VIEW-NAMESPACE = WS-CURRENT-NAMESPACE
                MOVE VIEW-NAME TO WS-CURRENT-VIEW
                MOVE 'DROP' TO WS-VIEW-OPERATION
                PERFORM APPEND-VIEW-AUDIT-RECORD
                DELETE VIEW-FILE RECORD
                    INVALID KEY
                        DISPLAY 'View not found: ' WS-CURRENT-VIEW
                END-DELETE
            END-IF
    END-READ.

REFUSE-NAMESPACE-DROP.
    MOVE WS-NS-TABLE-TALLY TO WS-NS-TALLY-DISPLAY.
    MOVE WS-NS-VIEW-TALLY TO WS-NS-VIEW-TALLY-DISPLAY.
    MOVE WS-NS-TRASH-TALLY TO WS-NS-TRASH-TALLY-DISPLAY.
    DISPLAY 'Drop refused, namespace not empty: '
        WS-CURRENT-NAMESPACE ' TABLES=' WS-NS-TALLY-DISPLAY
        ' VIEWS=' WS-NS-VIEW-TALLY-DISPLAY
        ' TRASHED=' WS-NS-TRASH-TALLY-DISPLAY.
    MOVE 'WARN' TO WS-INCIDENT-SEVERITY.
    MOVE 'NAMESPACE-NOT-EMPTY' TO WS-INCIDENT-ERROR-CLASS.
    MOVE WS-CURRENT-NAMESPACE (1:60) TO WS-INCIDENT-KEY.
    PERFORM APPEND-INCIDENT-RECORD.

*> Applies the queued property cards, each one authorized against the
*> namespace it names and audited once applied. With no deck present
*> the namespace's properties are left exactly as they are.
UPDATE-NAMESPACE-PROPERTIES.
    OPEN INPUT NAMESPACE-PROPERTY-CARD-FILE.
    IF WS-NS-PROPERTY-CARD-OK
        MOVE WS-CURRENT-NAMESPACE TO WS-NS-PROPERTY-SAVED-NAMESPACE
        MOVE 'N' TO WS-NS-PROPERTY-EOF-SWITCH
        PERFORM APPLY-ONE-NAMESPACE-PROPERTY
            UNTIL END-OF-NS-PROPERTY-CARDS
        CLOSE NAMESPACE-PROPERTY-CARD-FILE
        MOVE WS-NS-PROPERTY-SAVED-NAMESPACE TO WS-CURRENT-NAMESPACE
    ELSE
        DISPLAY 'No property cards, unchanged: ' WS-CURRENT-NAMESPACE
    END-IF.

APPLY-ONE-NAMESPACE-PROPERTY.
    READ NAMESPACE-PROPERTY-CARD-FILE
        AT END SET END-OF-NS-PROPERTY-CARDS TO TRUE
        NOT AT END
            MOVE NPC-NAMESPACE TO WS-CURRENT-NAMESPACE
            PERFORM AUTHORIZE-OPERATION
            IF WS-OPERATION-ALLOWED
                PERFORM CHANGE-NAMESPACE-PROPERTY
            END-IF
    END-READ.

CHANGE-NAMESPACE-PROPERTY.
    MOVE 'N' TO WS-NS-FOUND-SWITCH.
    MOVE WS-CURRENT-NAMESPACE TO NS-KEY.
    READ NAMESPACE-FILE
        INVALID KEY DISPLAY 'Namespace not found: ' WS-CURRENT-NAMESPACE
        NOT INVALID KEY SET WS-NS-FOUND TO TRUE
    END-READ.
    IF WS-NS-FOUND
        IF NPC-ACTION = 'SET' OR NPC-ACTION = 'REMOVE'
            IF NPC-ACTION = 'SET'
                MOVE NPC-VALUE TO WS-NS-PROPERTY-NEW-VALUE
            ELSE
                MOVE SPACES TO WS-NS-PROPERTY-NEW-VALUE
            END-IF
            PERFORM SWAP-NAMESPACE-PROPERTY
        ELSE
            MOVE 'N' TO WS-NS-PROPERTY-VALID-SWITCH
        END-IF
        IF WS-NS-PROPERTY-VALID
            REWRITE NAMESPACE-REC
                INVALID KEY
                    DISPLAY 'Namespace not found: '
                        WS-CURRENT-NAMESPACE
                NOT INVALID KEY
                    PERFORM APPEND-NS-PROPERTY-AUDIT
            END-REWRITE
        ELSE
            DISPLAY 'Property card rejected: ' WS-CURRENT-NAMESPACE
                ' ' NPC-ACTION ' ' NPC-PROPERTY
        END-IF
    END-IF.

SWAP-NAMESPACE-PROPERTY.
    SET WS-NS-PROPERTY-VALID TO TRUE.
    EVALUATE NPC-PROPERTY
        WHEN 'OWNER'
            MOVE NS-OWNER TO WS-NS-PROPERTY-OLD-VALUE
            MOVE WS-NS-PROPERTY-NEW-VALUE TO NS-OWNER
        WHEN 'COST-CENTER'
            MOVE NS-COST-CENTER TO WS-NS-PROPERTY-OLD-VALUE
            MOVE WS-NS-PROPERTY-NEW-VALUE TO NS-COST-CENTER
        WHEN 'SUPPORT-CONTACT'
            MOVE NS-SUPPORT-CONTACT TO WS-NS-PROPERTY-OLD-VALUE
            MOVE WS-NS-PROPERTY-NEW-VALUE TO NS-SUPPORT-CONTACT
        WHEN 'DATA-DOMAIN'
            MOVE NS-DATA-DOMAIN TO WS-NS-PROPERTY-OLD-VALUE
            MOVE WS-NS-PROPERTY-NEW-VALUE TO NS-DATA-DOMAIN
        WHEN OTHER
            MOVE 'N' TO WS-NS-PROPERTY-VALID-SWITCH
    END-EVALUATE.

APPEND-NS-PROPERTY-AUDIT.
    OPEN EXTEND NAMESPACE-PROPERTY-AUDIT.
    IF NOT WS-NS-PROPERTY-AUDIT-OK
        CLOSE NAMESPACE-PROPERTY-AUDIT
        OPEN OUTPUT NAMESPACE-PROPERTY-AUDIT
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE SPACES TO NAMESPACE-PROPERTY-AUDIT-REC.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO NPA-TIMESTAMP.
    MOVE WS-CURRENT-NAMESPACE TO NPA-NAMESPACE.
    MOVE NPC-ACTION TO NPA-ACTION.
    MOVE NPC-PROPERTY TO NPA-PROPERTY.
    MOVE WS-NS-PROPERTY-OLD-VALUE TO NPA-OLD-VALUE.
    MOVE WS-NS-PROPERTY-NEW-VALUE TO NPA-NEW-VALUE.
    MOVE WS-REQUESTING-PRINCIPAL TO NPA-PRINCIPAL.
    WRITE NAMESPACE-PROPERTY-AUDIT-REC.
    CLOSE NAMESPACE-PROPERTY-AUDIT.

LIST-TABLES.
    MOVE 'N' TO WS-TABLE-EOF-SWITCH.
            DISPLAY 'Table already staged: ' WS-CURRENT-TABLE
    END-WRITE.

*> A commit's new files - whatever its snapshot added to the history
*> that is not a removal - go on the copy manifest under the sequence
*> the journal record is about to take, behind the commit's marker
*> record. An equality delete file is recorded once against each data
*> file it covers; it is copied once.
APPEND-COPY-MANIFEST.
    PERFORM OPEN-COPY-MANIFEST-WITH-MARKER.
    MOVE SPACES TO WS-MANIFEST-LAST-PATH.
    MOVE 'N' TO WS-MANIFEST-HISTORY-EOF-SWITCH.
    OPEN INPUT SNAPSHOT-FILE-HISTORY.
    IF WS-FILE-HISTORY-OK
        PERFORM MANIFEST-ONE-HISTORY-REC
            UNTIL END-OF-MANIFEST-HISTORY
        CLOSE SNAPSHOT-FILE-HISTORY
    END-IF.
    CLOSE COPY-MANIFEST-FILE.

*> A commit that brings no new files - a clone's first snapshot reads
*> files the standby already holds - goes on as its marker alone.
APPEND-COPY-MANIFEST-MARKER.
    PERFORM OPEN-COPY-MANIFEST-WITH-MARKER.
    CLOSE COPY-MANIFEST-FILE.

OPEN-COPY-MANIFEST-WITH-MARKER.
    OPEN EXTEND COPY-MANIFEST-FILE.
    IF NOT WS-COPY-MANIFEST-OK
        CLOSE COPY-MANIFEST-FILE
        OPEN OUTPUT COPY-MANIFEST-FILE
    END-IF.
    MOVE SPACES TO COPY-MANIFEST-REC.
    MOVE WS-REPL-NEXT-SEQUENCE TO CM-SEQUENCE.
    MOVE WS-CURRENT-NAMESPACE TO CM-NAMESPACE.
    MOVE WS-CURRENT-TABLE TO CM-TABLE-NAME.
    MOVE WS-REPL-SNAPSHOT-ID TO CM-SNAPSHOT-ID.
    MOVE ZERO TO CM-FILE-SIZE-BYTES.
    WRITE COPY-MANIFEST-REC.

MANIFEST-ONE-HISTORY-REC.
    READ SNAPSHOT-FILE-HISTORY
        AT END SET END-OF-MANIFEST-HISTORY TO TRUE
        NOT AT END
            IF SFH-SNAPSHOT-ID = WS-REPL-SNAPSHOT-ID
                    AND NOT SFH-FILE-WAS-DELETED
                    AND SFH-FILE-PATH NOT = WS-MANIFEST-LAST-PATH
                PERFORM WRITE-ONE-MANIFEST-FILE
            END-IF
    END-READ.

WRITE-ONE-MANIFEST-FILE.
    MOVE SFH-FILE-PATH TO WS-MANIFEST-LAST-PATH.
    MOVE SPACES TO COPY-MANIFEST-REC.
    MOVE WS-REPL-NEXT-SEQUENCE TO CM-SEQUENCE.
    MOVE WS-CURRENT-NAMESPACE TO CM-NAMESPACE.
    MOVE WS-CURRENT-TABLE TO CM-TABLE-NAME.
    MOVE WS-REPL-SNAPSHOT-ID TO CM-SNAPSHOT-ID.
    MOVE SFH-FILE-PATH TO CM-FILE-PATH.
    MOVE ZERO TO CM-FILE-SIZE-BYTES.
    MOVE 'N' TO WS-MANIFEST-LISTING-EOF-SWITCH.
    OPEN INPUT TABLE-DATA-FILE-LISTING.
    IF WS-DATAFILE-LISTING-OK
        PERFORM SIZE-ONE-MANIFEST-FILE UNTIL END-OF-MANIFEST-LISTING
        CLOSE TABLE-DATA-FILE-LISTING
    END-IF.
    WRITE COPY-MANIFEST-REC.

SIZE-ONE-MANIFEST-FILE.
    READ TABLE-DATA-FILE-LISTING
        AT END SET END-OF-MANIFEST-LISTING TO TRUE
        NOT AT END
            IF DF-FILE-PATH = SFH-FILE-PATH
                MOVE DF-FILE-SIZE-BYTES TO CM-FILE-SIZE-BYTES
            END-IF
    END-READ.

*> Creation is gated by the namespace's table quota: a namespace at
*> its card's table cap gets a clean rejection and a denial-log entry
*> instead of its four-hundred-and-first table.
    MOVE ZERO TO WS-TRASH-PURGED-COUNT.
    MOVE ZERO TO WS-TRASH-KEPT-COUNT.
    OPEN OUTPUT TRASH-PURGE-REPORT.
    PERFORM LOAD-PURGE-APPROVAL.
    IF WS-PURGE-IS-APPROVED
        PERFORM PURGE-EXPIRED-TRASH
        PERFORM MARK-PURGE-APPROVAL-USED
    ELSE
        MOVE SPACES TO TRASH-PURGE-LINE
        STRING 'PURGE HELD - ' DELIMITED BY SIZE
            WS-PURGE-HELD-REASON DELIMITED BY SIZE
            INTO TRASH-PURGE-LINE
        WRITE TRASH-PURGE-LINE
    END-IF.
    CLOSE TRASH-PURGE-REPORT.

LOAD-PURGE-APPROVAL.
    MOVE 'N' TO WS-PURGE-APPROVED-SWITCH.
    MOVE 'NO APPROVED PURGE-TRASH REQUEST' TO WS-PURGE-HELD-REASON.
    PERFORM LOAD-APPROVAL-WINDOW.
    OPEN INPUT TRASH-PURGE-APPROVAL-FILE.
    IF WS-PURGE-APPROVAL-OK
        READ TRASH-PURGE-APPROVAL-FILE
            AT END CONTINUE
            NOT AT END
                IF TA-APPROVED-BY NOT = SPACES
                        AND TA-APPROVED-BY NOT = TA-REQUESTED-BY
                    PERFORM JUDGE-PURGE-APPROVAL
                END-IF
        END-READ
        CLOSE TRASH-PURGE-APPROVAL-FILE
    END-IF.

*> A card already used, or approved longer ago than the window (or
*> with no approval time at all), holds the purge.
JUDGE-PURGE-APPROVAL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-TODAY-YYYYMMDD.
    MOVE -1 TO WS-APPROVAL-AGE-MINUTES.
    IF TA-APPROVED-AT IS NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD (TA-APPROVED-DATE) = 0
            COMPUTE WS-APPROVAL-AGE-MINUTES =
                (FUNCTION INTEGER-OF-DATE (WS-TODAY-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE (TA-APPROVED-DATE)) * 1440
                + WS-AUDIT-HH * 60 + WS-AUDIT-MI
                - TA-APPROVED-HH * 60 - TA-APPROVED-MI
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN TA-APPROVAL-USED
            MOVE 'APPROVAL ALREADY USED BY A PURGE'
                TO WS-PURGE-HELD-REASON
        WHEN WS-APPROVAL-AGE-MINUTES < ZERO
            MOVE 'APPROVAL CARRIES NO APPROVAL TIME'
                TO WS-PURGE-HELD-REASON
        WHEN WS-APPROVAL-AGE-MINUTES > WS-APPROVAL-EXPIRY-MINUTES
            MOVE 'APPROVAL EXPIRED' TO WS-PURGE-HELD-REASON
        WHEN OTHER
            SET WS-PURGE-IS-APPROVED TO TRUE
            MOVE TA-REQUEST-ID TO WS-PURGE-REQUEST-ID
            MOVE TA-REQUESTED-BY TO WS-PURGE-REQUESTED-BY
            MOVE TA-APPROVED-BY TO WS-PURGE-APPROVED-BY
            MOVE TA-APPROVED-AT TO WS-PURGE-APPROVED-AT
    END-EVALUATE.

LOAD-APPROVAL-WINDOW.
    MOVE 1440 TO WS-APPROVAL-EXPIRY-MINUTES.
    OPEN INPUT APPROVAL-POLICY-FILE.
    IF WS-APPROVAL-POLICY-OK
        READ APPROVAL-POLICY-FILE
            AT END CONTINUE
            NOT AT END
                IF AP-EXPIRY-MINUTES IS NUMERIC
                        AND AP-EXPIRY-MINUTES > ZERO
                    MOVE AP-EXPIRY-MINUTES
                        TO WS-APPROVAL-EXPIRY-MINUTES
                END-IF
        END-READ
        CLOSE APPROVAL-POLICY-FILE
    END-IF.

MARK-PURGE-APPROVAL-USED.
    OPEN OUTPUT TRASH-PURGE-APPROVAL-FILE.
    MOVE SPACES TO TRASH-PURGE-APPROVAL-CARD.
    MOVE WS-PURGE-REQUEST-ID TO TA-REQUEST-ID.
    MOVE WS-PURGE-REQUESTED-BY TO TA-REQUESTED-BY.
    MOVE WS-PURGE-APPROVED-BY TO TA-APPROVED-BY.
    MOVE WS-PURGE-APPROVED-AT TO TA-APPROVED-AT.
    SET TA-APPROVAL-USED TO TRUE.
    WRITE TRASH-PURGE-APPROVAL-CARD.
    CLOSE TRASH-PURGE-APPROVAL-FILE.

PURGE-EXPIRED-TRASH.
    MOVE SPACES TO TRASH-PURGE-LINE.
    STRING 'APPROVED REQUEST=' WS-PURGE-REQUEST-ID DELIMITED BY SIZE
        ' REQUESTED-BY=' DELIMITED BY SIZE
        WS-PURGE-REQUESTED-BY DELIMITED BY SPACE
        ' APPROVED-BY=' DELIMITED BY SIZE
        WS-PURGE-APPROVED-BY DELIMITED BY SPACE
        INTO TRASH-PURGE-LINE.
    WRITE TRASH-PURGE-LINE.
    MOVE 'N' TO WS-TRASH-EOF-SWITCH.
    MOVE SPACES TO TRASH-KEY.
    START TABLE-TRASH-FILE KEY IS GREATER THAN TRASH-KEY
            DELIMITED BY SIZE
        INTO TRASH-PURGE-LINE.
    WRITE TRASH-PURGE-LINE.

PURGE-ONE-TRASH-RECORD.
    READ TABLE-TRASH-FILE NEXT RECORD
        STRING WS-CURRENT-NAMESPACE DELIMITED BY SPACE '.'
            WS-CURRENT-TABLE DELIMITED BY SPACE
            INTO TBL-KEY
        MOVE 'Y' TO WS-COMMIT-TABLE-SWITCH
        READ TABLE-FILE
            INVALID KEY
                DISPLAY 'Table not found: ' WS-CURRENT-TABLE
                SET WS-COMMIT-TABLE-MISSING TO TRUE
        END-READ
        IF NOT WS-COMMIT-TABLE-MISSING
            PERFORM CHECK-COMMIT-REQUIREMENTS
        END-IF
        EVALUATE TRUE
            WHEN WS-COMMIT-TABLE-MISSING
                PERFORM REFUSE-MISSING-TABLE-COMMIT
            WHEN WS-COMMIT-CONFLICTS
                PERFORM REFUSE-CONFLICTING-COMMIT
            WHEN OTHER
                ADD 1 TO TBL-CURRENT-SNAPSHOT-ID
                REWRITE TABLE-REC
                    INVALID KEY
                        DISPLAY 'Table not found: ' WS-CURRENT-TABLE
                END-REWRITE
                ADD 1 TO WS-GR-COMMIT-COUNT (WS-MATCHED-GROWTH-IDX)
                MOVE TBL-CURRENT-SNAPSHOT-ID TO WS-REPL-SNAPSHOT-ID
                MOVE 'COMMIT-SNAPSHOT' TO WS-REPL-OPERATION
                PERFORM APPEND-COPY-MANIFEST
                PERFORM APPEND-REPLICATION-RECORD
                MOVE SPACES TO COMMIT-RESULT-REC
                SET CRS-COMMITTED TO TRUE
                MOVE 200 TO CRS-HTTP-STATUS
                MOVE 'N' TO CRS-RETRY-SWITCH
                PERFORM WRITE-COMMIT-RESULT
        END-EVALUATE
    END-IF.

*> A commit against a key the catalog does not hold changes nothing:
*> no snapshot, no manifest, no replication record, and a 404 back
*> so the committer does not retry it as a conflict.
REFUSE-MISSING-TABLE-COMMIT.
    MOVE SPACES TO COMMIT-RESULT-REC.
    SET CRS-NOT-FOUND TO TRUE.
    MOVE 404 TO CRS-HTTP-STATUS.
    MOVE 'N' TO CRS-RETRY-SWITCH.
    MOVE WS-CURRENT-TABLE TO TBL-NAME.
    MOVE ZERO TO TBL-CURRENT-SNAPSHOT-ID.
    MOVE SPACES TO TBL-METADATA-LOCATION.
    PERFORM WRITE-COMMIT-RESULT.

*> Optimistic concurrency: the commit applies only if the table is
*> still the base the committer read. The first requirement that no
*> longer holds is the one reported.
CHECK-COMMIT-REQUIREMENTS.
    MOVE 'N' TO WS-COMMIT-CONFLICT-SWITCH.
    MOVE SPACES TO WS-CONFLICT-REQUIREMENT.
    MOVE SPACES TO WS-CONFLICT-EXPECTED.
    MOVE SPACES TO WS-CONFLICT-ACTUAL.
    MOVE 'N' TO WS-COMMIT-REQ-EOF-SWITCH.
    MOVE 'N' TO WS-COMMIT-REQ-FOUND-SWITCH.
    OPEN INPUT COMMIT-REQUIREMENT-FILE.
    IF WS-COMMIT-REQ-OK
        PERFORM READ-ONE-COMMIT-REQUIREMENT
            UNTIL WS-END-OF-COMMIT-REQS OR WS-COMMIT-REQ-FOUND
        CLOSE COMMIT-REQUIREMENT-FILE
    END-IF.

READ-ONE-COMMIT-REQUIREMENT.
    READ COMMIT-REQUIREMENT-FILE
        AT END SET WS-END-OF-COMMIT-REQS TO TRUE
        NOT AT END
            IF CQ-TABLE-KEY = SPACES OR CQ-TABLE-KEY = TBL-KEY
                    OR CQ-TABLE-KEY = TBL-NAME
                SET WS-COMMIT-REQ-FOUND TO TRUE
                PERFORM TEST-COMMIT-REQUIREMENTS
            END-IF
    END-READ.

TEST-COMMIT-REQUIREMENTS.
    EVALUATE TRUE
        WHEN CQ-ASSERTS-SNAPSHOT
                AND CQ-EXPECTED-SNAPSHOT-ID NOT = TBL-CURRENT-SNAPSHOT-ID
            MOVE 'CURRENT-SNAPSHOT-ID' TO WS-CONFLICT-REQUIREMENT
            MOVE CQ-EXPECTED-SNAPSHOT-ID TO WS-CONFLICT-SNAPSHOT-DISPLAY
            MOVE WS-CONFLICT-SNAPSHOT-DISPLAY TO WS-CONFLICT-EXPECTED
            MOVE TBL-CURRENT-SNAPSHOT-ID TO WS-CONFLICT-SNAPSHOT-DISPLAY
            MOVE WS-CONFLICT-SNAPSHOT-DISPLAY TO WS-CONFLICT-ACTUAL
        WHEN CQ-EXPECTED-METADATA-LOCATION NOT = SPACES
                AND CQ-EXPECTED-METADATA-LOCATION
                    NOT = TBL-METADATA-LOCATION
            MOVE 'METADATA-LOCATION' TO WS-CONFLICT-REQUIREMENT
            MOVE CQ-EXPECTED-METADATA-LOCATION TO WS-CONFLICT-EXPECTED
            MOVE TBL-METADATA-LOCATION TO WS-CONFLICT-ACTUAL
        WHEN CQ-EXPECTED-SCHEMA NOT = SPACES
                AND CQ-EXPECTED-SCHEMA NOT = TBL-SCHEMA
            MOVE 'SCHEMA' TO WS-CONFLICT-REQUIREMENT
            MOVE CQ-EXPECTED-SCHEMA TO WS-CONFLICT-EXPECTED
            MOVE TBL-SCHEMA TO WS-CONFLICT-ACTUAL
        WHEN CQ-EXPECTED-PARTITION-SPEC NOT = SPACES
                AND CQ-EXPECTED-PARTITION-SPEC NOT = TBL-PARTITION-SPEC
            MOVE 'PARTITION-SPEC' TO WS-CONFLICT-REQUIREMENT
            MOVE CQ-EXPECTED-PARTITION-SPEC TO WS-CONFLICT-EXPECTED
            MOVE TBL-PARTITION-SPEC TO WS-CONFLICT-ACTUAL
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF WS-CONFLICT-REQUIREMENT NOT = SPACES
        SET WS-COMMIT-CONFLICTS TO TRUE
    END-IF.

*> The table is left exactly as it was; the committer is told to
*> retry against the base it now has, and the conflict is logged.
REFUSE-CONFLICTING-COMMIT.
    DISPLAY 'Commit refused, requirement failed: '
        WS-CONFLICT-REQUIREMENT ' table ' WS-CURRENT-TABLE.
    MOVE SPACES TO COMMIT-RESULT-REC.
    SET CRS-CONFLICT TO TRUE.
    MOVE 409 TO CRS-HTTP-STATUS.
    SET CRS-RETRY-AGAINST-NEW-BASE TO TRUE.
    MOVE WS-CONFLICT-REQUIREMENT TO CRS-FAILED-REQUIREMENT.
    PERFORM WRITE-COMMIT-RESULT.
    MOVE TBL-CURRENT-SNAPSHOT-ID TO WS-CONFLICT-SNAPSHOT-DISPLAY.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    OPEN EXTEND COMMIT-CONFLICT-LOG.
    IF NOT WS-CONFLICT-LOG-OK
        CLOSE COMMIT-CONFLICT-LOG
        OPEN OUTPUT COMMIT-CONFLICT-LOG
    END-IF.
    MOVE SPACES TO COMMIT-CONFLICT-REC.
    STRING WS-AUDIT-YYYY DELIMITED BY SIZE '-' DELIMITED BY SIZE
        WS-AUDIT-MM DELIMITED BY SIZE '-' DELIMITED BY SIZE
        WS-AUDIT-DD DELIMITED BY SIZE ' ' DELIMITED BY SIZE
        WS-AUDIT-HH DELIMITED BY SIZE ':' DELIMITED BY SIZE
        WS-AUDIT-MI DELIMITED BY SIZE ':' DELIMITED BY SIZE
        WS-AUDIT-SS DELIMITED BY SIZE
        ' CONFLICT PRINCIPAL=' DELIMITED BY SIZE
        WS-REQUESTING-PRINCIPAL DELIMITED BY SPACE
        ' TABLE=' DELIMITED BY SIZE
        TBL-KEY DELIMITED BY SPACE
        ' REQUIREMENT=' DELIMITED BY SIZE
        WS-CONFLICT-REQUIREMENT DELIMITED BY SPACE
        ' EXPECTED=' DELIMITED BY SIZE
        WS-CONFLICT-EXPECTED DELIMITED BY SPACE
        ' ACTUAL=' DELIMITED BY SIZE
        WS-CONFLICT-ACTUAL DELIMITED BY SPACE
        ' BASE-SNAPSHOT=' WS-CONFLICT-SNAPSHOT-DISPLAY
            DELIMITED BY SIZE
        INTO COMMIT-CONFLICT-REC
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE COMMIT-CONFLICT-REC.
    CLOSE COMMIT-CONFLICT-LOG.

WRITE-COMMIT-RESULT.
    MOVE TBL-KEY TO CRS-TABLE-KEY.
    MOVE TBL-NAME TO CRS-TABLE-NAME.
    MOVE TBL-CURRENT-SNAPSHOT-ID TO CRS-BASE-SNAPSHOT-ID.
    MOVE TBL-METADATA-LOCATION TO CRS-BASE-METADATA-LOCATION.
    OPEN OUTPUT COMMIT-RESULT-FILE.
    WRITE COMMIT-RESULT-REC.
    CLOSE COMMIT-RESULT-FILE.

*> First-class rename: the record moves from the old key to the new
*> one in a single read-delete-write pass, carrying its metadata
*> location, current snapshot id, schema and spec unchanged, and the
    WRITE TABLE-LINEAGE-REC.
    CLOSE TABLE-LINEAGE-FILE.

*> Works through the clone cards the operator front door queued, one
*> CLONE-TABLE per card. With no deck present there is nothing to
*> clone - unlike a restore, a clone has no session default.
CLONE-REQUESTED-TABLES.
    OPEN INPUT CLONE-TABLE-CARD-FILE.
    IF WS-CLONE-CARD-OK
        MOVE WS-CURRENT-NAMESPACE TO WS-CLONE-SAVED-NAMESPACE
        MOVE WS-CURRENT-TABLE TO WS-CLONE-SAVED-TABLE
        MOVE 'N' TO WS-CLONE-CARD-EOF-SWITCH
        PERFORM CLONE-ONE-CARDED-TABLE
            UNTIL END-OF-CLONE-CARDS
        CLOSE CLONE-TABLE-CARD-FILE
        MOVE WS-CLONE-SAVED-NAMESPACE TO WS-CURRENT-NAMESPACE
        MOVE WS-CLONE-SAVED-TABLE TO WS-CURRENT-TABLE
    END-IF.

CLONE-ONE-CARDED-TABLE.
    READ CLONE-TABLE-CARD-FILE
        AT END SET END-OF-CLONE-CARDS TO TRUE
        NOT AT END
            PERFORM CLONE-TABLE
    END-READ.

*> A shallow clone: the new table is registered at the source's
*> chosen snapshot with the source's schema, spec and metadata
*> location, and every file live in the source there is entered in
*> the shared-file register. From then on the clone commits on its
*> own. A clone onto an existing table, from a missing source or
*> snapshot, or past the target namespace's table quota is refused
*> before anything is written.
CLONE-TABLE.
    MOVE SPACES TO WS-CLONE-REFUSAL.
    MOVE SPACES TO WS-CLONE-SOURCE-KEY.
    MOVE SPACES TO WS-CLONE-TARGET-KEY.
    STRING CL-SOURCE-NAMESPACE DELIMITED BY SPACE '.'
        CL-SOURCE-TABLE DELIMITED BY SPACE
        INTO WS-CLONE-SOURCE-KEY.
    STRING CL-CLONE-NAMESPACE DELIMITED BY SPACE '.'
        CL-CLONE-TABLE DELIMITED BY SPACE
        INTO WS-CLONE-TARGET-KEY.
    IF WS-CLONE-DECK-SOURCE-KEY = SPACES
        MOVE WS-CLONE-SOURCE-KEY TO WS-CLONE-DECK-SOURCE-KEY
    END-IF.
    IF WS-CLONE-SOURCE-KEY NOT = WS-CLONE-DECK-SOURCE-KEY
        MOVE 'NOT-DECK-SOURCE' TO WS-CLONE-REFUSAL
    END-IF.
    IF WS-CLONE-REFUSAL = SPACES
        PERFORM CHECK-CLONE-SOURCE
    END-IF.
    IF WS-CLONE-REFUSAL = SPACES
        PERFORM RESOLVE-CLONE-SNAPSHOT
    END-IF.
    IF WS-CLONE-REFUSAL = SPACES
        MOVE WS-CLONE-TARGET-KEY TO TBL-KEY
        READ TABLE-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 'TARGET-EXISTS' TO WS-CLONE-REFUSAL
        END-READ
    END-IF.
    IF WS-CLONE-REFUSAL = SPACES
        MOVE CL-CLONE-NAMESPACE TO WS-CURRENT-NAMESPACE
        MOVE CL-CLONE-TABLE TO WS-CURRENT-TABLE
        PERFORM CHECK-NAMESPACE-TABLE-QUOTA
        IF WS-QUOTA-VIOLATED
            PERFORM LOG-QUOTA-DENIAL
            MOVE WS-QUOTA-REASON TO WS-CLONE-REFUSAL
        END-IF
    END-IF.
    IF WS-CLONE-REFUSAL = SPACES
        PERFORM REGISTER-CLONE-TABLE
    ELSE
        DISPLAY 'Clone refused, ' WS-CLONE-REFUSAL ': '
            WS-CLONE-TARGET-KEY
    END-IF.

*> The source's record is read for the definition the clone starts
*> from, held in the rename save area across the target checks.
CHECK-CLONE-SOURCE.
    MOVE WS-CLONE-SOURCE-KEY TO TBL-KEY.
    READ TABLE-FILE
        INVALID KEY
            MOVE 'SOURCE-NOT-FOUND' TO WS-CLONE-REFUSAL
        NOT INVALID KEY
            MOVE TBL-SCHEMA TO WS-SAVED-TBL-SCHEMA
            MOVE TBL-PARTITION-SPEC TO WS-SAVED-TBL-PARTITION-SPEC
            MOVE TBL-CURRENT-SNAPSHOT-ID TO WS-SAVED-TBL-SNAPSHOT-ID
            MOVE TBL-METADATA-LOCATION
                TO WS-SAVED-TBL-METADATA-LOCATION
    END-READ.
    IF WS-CLONE-REFUSAL = SPACES AND NOT WS-CLONE-SOURCE-LOADED
        PERFORM LOAD-CLONE-SOURCE-FILES
    END-IF.
    IF WS-CLONE-REFUSAL = SPACES AND WS-CLONE-HIST-OVERFLOW-COUNT > ZERO
        MOVE 'SOURCE-HISTORY-FULL' TO WS-CLONE-REFUSAL
        DISPLAY 'Clone source history has ' WS-CLONE-HIST-OVERFLOW-COUNT
            ' records beyond the 10000-record limit: '
            WS-CLONE-SOURCE-KEY
    END-IF.

*> A tag on the card names the snapshot through the source's refs -
*> only a TAG ref, since a branch of the same name moves; a blank tag
*> and zero id mean the source's current snapshot. Either
*> way the snapshot must be one the source's history actually holds.
RESOLVE-CLONE-SNAPSHOT.
    MOVE ZERO TO WS-CLONE-SNAPSHOT-ID.
    IF CL-SNAPSHOT-ID IS NUMERIC
        MOVE CL-SNAPSHOT-ID TO WS-CLONE-SNAPSHOT-ID
    END-IF.
    IF CL-TAG-NAME NOT = SPACES
        MOVE 'N' TO WS-CLONE-TAG-FOUND-SWITCH
        MOVE 'N' TO WS-CLONE-REFS-EOF-SWITCH
        OPEN INPUT CLONE-SOURCE-REFS-FILE
        IF WS-CLONE-REFS-OK
            PERFORM MATCH-ONE-CLONE-REF UNTIL END-OF-CLONE-REFS
            CLOSE CLONE-SOURCE-REFS-FILE
        END-IF
        IF NOT WS-CLONE-TAG-FOUND
            MOVE 'TAG-NOT-FOUND' TO WS-CLONE-REFUSAL
        END-IF
    END-IF.
    IF WS-CLONE-SNAPSHOT-ID = ZERO AND WS-CLONE-REFUSAL = SPACES
        MOVE WS-SAVED-TBL-SNAPSHOT-ID TO WS-CLONE-SNAPSHOT-ID
    END-IF.
    IF WS-CLONE-REFUSAL = SPACES
        MOVE 'N' TO WS-CLONE-SNAPSHOT-SEEN-SWITCH
        IF WS-CLONE-HIST-COUNT > ZERO
            SET WS-CLONE-HIST-IDX TO 1
            SEARCH WS-CLONE-HIST-ENTRY
                AT END CONTINUE
                WHEN WS-CH-SNAPSHOT-ID (WS-CLONE-HIST-IDX)
                        = WS-CLONE-SNAPSHOT-ID
                    SET WS-CLONE-SNAPSHOT-SEEN TO TRUE
            END-SEARCH
        END-IF
        IF NOT WS-CLONE-SNAPSHOT-SEEN
            MOVE 'SNAPSHOT-NOT-FOUND' TO WS-CLONE-REFUSAL
        END-IF
    END-IF.

MATCH-ONE-CLONE-REF.
    READ CLONE-SOURCE-REFS-FILE
        AT END SET END-OF-CLONE-REFS TO TRUE
        NOT AT END
            IF CSR-REF-NAME = CL-TAG-NAME AND CSR-REF-TYPE = 'TAG'
                SET WS-CLONE-TAG-FOUND TO TRUE
                MOVE CSR-SNAPSHOT-ID TO WS-CLONE-SNAPSHOT-ID
            END-IF
    END-READ.

*> The source's history and listing are read once per deck.
LOAD-CLONE-SOURCE-FILES.
    MOVE ZERO TO WS-CLONE-HIST-COUNT.
    MOVE ZERO TO WS-CLONE-HIST-OVERFLOW-COUNT.
    MOVE ZERO TO WS-CLONE-PATH-COUNT.
    MOVE 'N' TO WS-CLONE-HISTORY-EOF-SWITCH.
    OPEN INPUT SNAPSHOT-FILE-HISTORY.
    IF WS-FILE-HISTORY-OK
        PERFORM LOAD-ONE-CLONE-HISTORY-REC
            UNTIL END-OF-CLONE-HISTORY
        CLOSE SNAPSHOT-FILE-HISTORY
    END-IF.
    MOVE 'N' TO WS-CLONE-LISTING-EOF-SWITCH.
    OPEN INPUT TABLE-DATA-FILE-LISTING.
    IF WS-DATAFILE-LISTING-OK
        PERFORM SIZE-ONE-CLONE-PATH UNTIL END-OF-CLONE-LISTING
        CLOSE TABLE-DATA-FILE-LISTING
    END-IF.
    SET WS-CLONE-SOURCE-LOADED TO TRUE.

LOAD-ONE-CLONE-HISTORY-REC.
    READ SNAPSHOT-FILE-HISTORY
        AT END SET END-OF-CLONE-HISTORY TO TRUE
        NOT AT END
            IF WS-CLONE-HIST-COUNT < 10000
                ADD 1 TO WS-CLONE-HIST-COUNT
                SET WS-CLONE-HIST-IDX TO WS-CLONE-HIST-COUNT
                MOVE SFH-SNAPSHOT-ID
                    TO WS-CH-SNAPSHOT-ID (WS-CLONE-HIST-IDX)
                MOVE SFH-FILE-PATH
                    TO WS-CH-FILE-PATH (WS-CLONE-HIST-IDX)
                MOVE SFH-CHANGE-TYPE
                    TO WS-CH-CHANGE-TYPE (WS-CLONE-HIST-IDX)
                IF NOT SFH-FILE-WAS-DELETED
                    PERFORM NOTE-ONE-CLONE-PATH
                END-IF
            ELSE
                ADD 1 TO WS-CLONE-HIST-OVERFLOW-COUNT
            END-IF
    END-READ.

NOTE-ONE-CLONE-PATH.
    MOVE 'N' TO WS-CLONE-PATH-FOUND-SWITCH.
    IF WS-CLONE-PATH-COUNT > ZERO
        SET WS-CLONE-PATH-IDX TO 1
        SEARCH WS-CLONE-PATH-ENTRY
            AT END CONTINUE
            WHEN WS-CP-FILE-PATH (WS-CLONE-PATH-IDX) = SFH-FILE-PATH
                SET WS-CLONE-PATH-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT WS-CLONE-PATH-FOUND
        ADD 1 TO WS-CLONE-PATH-COUNT
        SET WS-CLONE-PATH-IDX TO WS-CLONE-PATH-COUNT
        MOVE SFH-FILE-PATH TO WS-CP-FILE-PATH (WS-CLONE-PATH-IDX)
        MOVE ZERO TO WS-CP-FILE-SIZE (WS-CLONE-PATH-IDX)
        MOVE SFH-CHANGE-TYPE TO WS-CP-CHANGE-TYPE (WS-CLONE-PATH-IDX)
        MOVE SFH-REFERENCED-DATA-FILE
            TO WS-CP-REFERENCED-FILE (WS-CLONE-PATH-IDX)
        MOVE SFH-DELETED-ROW-COUNT
            TO WS-CP-DELETED-ROWS (WS-CLONE-PATH-IDX)
        MOVE 'N' TO WS-CP-LISTED-SWITCH (WS-CLONE-PATH-IDX)
    END-IF.

SIZE-ONE-CLONE-PATH.
    READ TABLE-DATA-FILE-LISTING
        AT END SET END-OF-CLONE-LISTING TO TRUE
        NOT AT END
            IF WS-CLONE-PATH-COUNT > ZERO
                SET WS-CLONE-PATH-IDX TO 1
                SEARCH WS-CLONE-PATH-ENTRY
                    AT END CONTINUE
                    WHEN WS-CP-FILE-PATH (WS-CLONE-PATH-IDX)
                            = DF-FILE-PATH
                        MOVE DF-FILE-SIZE-BYTES
                            TO WS-CP-FILE-SIZE (WS-CLONE-PATH-IDX)
                        SET WS-CP-IS-LISTED (WS-CLONE-PATH-IDX) TO TRUE
                        MOVE DF-PARTITION-VALUE
                            TO WS-CP-PARTITION-VALUE (WS-CLONE-PATH-IDX)
                        MOVE DF-RECORD-COUNT
                            TO WS-CP-RECORD-COUNT (WS-CLONE-PATH-IDX)
                        MOVE DF-NULL-COUNT
                            TO WS-CP-NULL-COUNT (WS-CLONE-PATH-IDX)
                        MOVE DF-PARTITION-SPEC-ID
                            TO WS-CP-SPEC-ID (WS-CLONE-PATH-IDX)
                END-SEARCH
            END-IF
    END-READ.

*> The catalog entry, the register records, the clone's seed history
*> and listing, the lineage line and the journal: the standby learns
*> of a clone as the create and the snapshot commit it already knows
*> how to apply. A key that cannot be written stops the clone there,
*> with nothing pinned, seeded or journalled.
REGISTER-CLONE-TABLE.
    MOVE SPACES TO TABLE-REC.
    MOVE WS-CLONE-TARGET-KEY TO TBL-KEY.
    MOVE CL-CLONE-NAMESPACE TO TBL-NAMESPACE.
    MOVE CL-CLONE-TABLE TO TBL-NAME.
    MOVE WS-SAVED-TBL-SCHEMA TO TBL-SCHEMA.
    MOVE WS-SAVED-TBL-PARTITION-SPEC TO TBL-PARTITION-SPEC.
    MOVE WS-CLONE-SNAPSHOT-ID TO TBL-CURRENT-SNAPSHOT-ID.
    MOVE WS-SAVED-TBL-METADATA-LOCATION TO TBL-METADATA-LOCATION.
    MOVE 'N' TO TBL-STAGED-SWITCH.
    MOVE 'Y' TO WS-CLONE-WRITE-SWITCH.
    WRITE TABLE-REC
        INVALID KEY
            DISPLAY 'Clone failed writing new key: '
                WS-CLONE-TARGET-KEY
            MOVE 'N' TO WS-CLONE-WRITE-SWITCH
    END-WRITE.
    IF WS-CLONE-KEY-WRITTEN
        PERFORM COMPLETE-CLONE-REGISTRATION
    END-IF.

COMPLETE-CLONE-REGISTRATION.
    PERFORM PIN-CLONE-SHARED-FILES.
    PERFORM APPEND-CLONE-LINEAGE-RECORD.
    MOVE 'CREATE-TABLE' TO WS-REPL-OPERATION.
    PERFORM APPEND-REPLICATION-RECORD.
    MOVE WS-CLONE-SNAPSHOT-ID TO WS-REPL-SNAPSHOT-ID.
    MOVE 'COMMIT-SNAPSHOT' TO WS-REPL-OPERATION.
    PERFORM APPEND-COPY-MANIFEST-MARKER.
    PERFORM APPEND-REPLICATION-RECORD.
    MOVE WS-CLONE-SHARED-FILES TO WS-CLONE-FILES-DISPLAY.
    DISPLAY 'Cloned ' WS-CLONE-SOURCE-KEY (1:60) ' to '
        WS-CLONE-TARGET-KEY (1:60) ' sharing '
        WS-CLONE-FILES-DISPLAY ' files'.

PIN-CLONE-SHARED-FILES.
    MOVE ZERO TO WS-CLONE-SHARED-FILES.
    MOVE ZERO TO WS-CLONE-SHARED-BYTES.
    OPEN EXTEND CLONE-SHARED-FILE.
    IF NOT WS-CLONE-SHARED-OK
        CLOSE CLONE-SHARED-FILE
        OPEN OUTPUT CLONE-SHARED-FILE
    END-IF.
    OPEN EXTEND CLONE-SEED-HISTORY-FILE.
    IF NOT WS-CLONE-SEED-HISTORY-OK
        CLOSE CLONE-SEED-HISTORY-FILE
        OPEN OUTPUT CLONE-SEED-HISTORY-FILE
    END-IF.
    OPEN EXTEND CLONE-SEED-LISTING-FILE.
    IF NOT WS-CLONE-SEED-LISTING-OK
        CLOSE CLONE-SEED-LISTING-FILE
        OPEN OUTPUT CLONE-SEED-LISTING-FILE
    END-IF.
    PERFORM PIN-ONE-CLONE-PATH
        VARYING WS-CLONE-PATH-IDX FROM 1 BY 1
        UNTIL WS-CLONE-PATH-IDX > WS-CLONE-PATH-COUNT.
    CLOSE CLONE-SEED-LISTING-FILE.
    CLOSE CLONE-SEED-HISTORY-FILE.
    CLOSE CLONE-SHARED-FILE.

PIN-ONE-CLONE-PATH.
    MOVE WS-CP-FILE-PATH (WS-CLONE-PATH-IDX)
        TO WS-CLONE-SUBJECT-PATH.
    PERFORM REPLAY-CLONE-FILE-STATE.
    IF WS-CLONE-FILE-IS-LIVE
        ADD 1 TO WS-CLONE-SHARED-FILES
        ADD WS-CP-FILE-SIZE (WS-CLONE-PATH-IDX)
            TO WS-CLONE-SHARED-BYTES
        MOVE SPACES TO CLONE-SHARED-REC
        MOVE WS-CLONE-TARGET-KEY TO CSF-CLONE-KEY
        MOVE WS-CLONE-SOURCE-KEY TO CSF-SOURCE-KEY
        MOVE WS-CLONE-SNAPSHOT-ID TO CSF-SNAPSHOT-ID
        MOVE WS-CLONE-SUBJECT-PATH TO CSF-FILE-PATH
        MOVE WS-CP-FILE-SIZE (WS-CLONE-PATH-IDX)
            TO CSF-FILE-SIZE-BYTES
        WRITE CLONE-SHARED-REC
        PERFORM SEED-ONE-CLONE-PATH
    END-IF.

SEED-ONE-CLONE-PATH.
    MOVE SPACES TO CLONE-SEED-HISTORY-REC.
    MOVE WS-CLONE-TARGET-KEY TO CSH-CLONE-KEY.
    MOVE WS-CLONE-SNAPSHOT-ID TO CSH-SNAPSHOT-ID.
    MOVE WS-CLONE-SUBJECT-PATH TO CSH-FILE-PATH.
    MOVE WS-CP-CHANGE-TYPE (WS-CLONE-PATH-IDX) TO CSH-CHANGE-TYPE.
    MOVE WS-CP-REFERENCED-FILE (WS-CLONE-PATH-IDX)
        TO CSH-REFERENCED-DATA-FILE.
    MOVE WS-CP-DELETED-ROWS (WS-CLONE-PATH-IDX)
        TO CSH-DELETED-ROW-COUNT.
    WRITE CLONE-SEED-HISTORY-REC.
    IF WS-CP-IS-LISTED (WS-CLONE-PATH-IDX)
        MOVE SPACES TO CLONE-SEED-LISTING-REC
        MOVE WS-CLONE-TARGET-KEY TO CSL-CLONE-KEY
        MOVE WS-CLONE-SUBJECT-PATH TO CSL-FILE-PATH
        MOVE WS-CP-PARTITION-VALUE (WS-CLONE-PATH-IDX)
            TO CSL-PARTITION-VALUE
        MOVE WS-CP-RECORD-COUNT (WS-CLONE-PATH-IDX)
            TO CSL-RECORD-COUNT
        MOVE WS-CP-FILE-SIZE (WS-CLONE-PATH-IDX)
            TO CSL-FILE-SIZE-BYTES
        MOVE WS-CP-NULL-COUNT (WS-CLONE-PATH-IDX) TO CSL-NULL-COUNT
        MOVE WS-CP-SPEC-ID (WS-CLONE-PATH-IDX)
            TO CSL-PARTITION-SPEC-ID
        WRITE CLONE-SEED-LISTING-REC
    END-IF.

*> The file's state at the clone snapshot is decided by its last
*> add/delete record at or before that snapshot, in history order -
*> the same replay the reclamation run makes.
REPLAY-CLONE-FILE-STATE.
    MOVE 'N' TO WS-CLONE-FILE-LIVE-SWITCH.
    PERFORM REPLAY-ONE-CLONE-STATE-REC
        VARYING WS-CLONE-SCAN-IDX FROM 1 BY 1
        UNTIL WS-CLONE-SCAN-IDX > WS-CLONE-HIST-COUNT.

REPLAY-ONE-CLONE-STATE-REC.
    SET WS-CLONE-HIST-IDX TO WS-CLONE-SCAN-IDX.
    IF WS-CH-FILE-PATH (WS-CLONE-HIST-IDX) = WS-CLONE-SUBJECT-PATH
            AND WS-CH-SNAPSHOT-ID (WS-CLONE-HIST-IDX) NOT >
                WS-CLONE-SNAPSHOT-ID
        IF WS-CH-CHANGE-TYPE (WS-CLONE-HIST-IDX) = 'D'
            MOVE 'N' TO WS-CLONE-FILE-LIVE-SWITCH
        ELSE
            SET WS-CLONE-FILE-IS-LIVE TO TRUE
        END-IF
    END-IF.

APPEND-CLONE-LINEAGE-RECORD.
    OPEN EXTEND TABLE-LINEAGE-FILE.
    IF NOT WS-LINEAGE-FILE-OK
        CLOSE TABLE-LINEAGE-FILE
        OPEN OUTPUT TABLE-LINEAGE-FILE
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CLONE-SNAPSHOT-ID TO WS-CLONE-SNAPSHOT-DISPLAY.
    MOVE WS-CLONE-SHARED-FILES TO WS-CLONE-FILES-DISPLAY.
    MOVE SPACES TO TABLE-LINEAGE-REC.
    STRING WS-AUDIT-YYYY DELIMITED BY SIZE '-' DELIMITED BY SIZE
        WS-AUDIT-MM DELIMITED BY SIZE '-' DELIMITED BY SIZE
        WS-AUDIT-DD DELIMITED BY SIZE
        ' CLONED SOURCE=' DELIMITED BY SIZE
        WS-CLONE-SOURCE-KEY DELIMITED BY SPACE
        ' CLONE=' DELIMITED BY SIZE
        WS-CLONE-TARGET-KEY DELIMITED BY SPACE
        ' SNAPSHOT=' WS-CLONE-SNAPSHOT-DISPLAY DELIMITED BY SIZE
        ' SHARED-FILES=' WS-CLONE-FILES-DISPLAY DELIMITED BY SIZE
        ' PRINCIPAL=' DELIMITED BY SIZE
        WS-REQUESTING-PRINCIPAL DELIMITED BY SPACE
        INTO TABLE-LINEAGE-REC
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE TABLE-LINEAGE-REC.
    CLOSE TABLE-LINEAGE-FILE.

*> The clone inventory: each clone in the shared-file register with
*> its source, the snapshot it was taken at, and the files and bytes
*> it keeps pinned. A clone still in the catalog or still restorable
*> from the trash keeps its pins; one purged for good has its
*> records dropped from the register here, so the maintenance jobs
*> are free to reclaim or move those files on their next run.
WRITE-CLONE-INVENTORY-REPORT.
    MOVE ZERO TO WS-INV-COUNT.
    MOVE ZERO TO WS-PIN-COUNT.
    MOVE ZERO TO WS-INV-OVERFLOW-COUNT.
    MOVE ZERO TO WS-PIN-OVERFLOW-COUNT.
    MOVE ZERO TO WS-INV-LIVE-CLONES.
    MOVE ZERO TO WS-INV-RELEASED-CLONES.
    MOVE ZERO TO WS-INV-TOTAL-FILES.
    MOVE ZERO TO WS-INV-TOTAL-BYTES.
    MOVE ZERO TO WS-INV-TOTAL-UNSIZED.
    MOVE 'N' TO WS-CLONE-SHARED-EOF-SWITCH.
    OPEN INPUT CLONE-SHARED-FILE.
    IF WS-CLONE-SHARED-OK
        PERFORM LOAD-ONE-CLONE-PIN UNTIL END-OF-CLONE-SHARED
        CLOSE CLONE-SHARED-FILE
    END-IF.
    PERFORM JUDGE-ONE-CLONE-STATE
        VARYING WS-INV-IDX FROM 1 BY 1
        UNTIL WS-INV-IDX > WS-INV-COUNT.
    IF WS-INV-RELEASED-CLONES > ZERO
            AND WS-INV-OVERFLOW-COUNT = ZERO
            AND WS-PIN-OVERFLOW-COUNT = ZERO
        OPEN OUTPUT CLONE-SHARED-FILE
        PERFORM REWRITE-ONE-CLONE-PIN
            VARYING WS-PIN-IDX FROM 1 BY 1
            UNTIL WS-PIN-IDX > WS-PIN-COUNT
        CLOSE CLONE-SHARED-FILE
    END-IF.
    OPEN OUTPUT CLONE-INVENTORY-REPORT.
    PERFORM WRITE-ONE-CLONE-INVENTORY-LINE
        VARYING WS-INV-IDX FROM 1 BY 1
        UNTIL WS-INV-IDX > WS-INV-COUNT.
    MOVE WS-INV-LIVE-CLONES TO WS-INV-CLONES-DISPLAY.
    MOVE WS-INV-RELEASED-CLONES TO WS-INV-RELEASED-DISPLAY.
    MOVE WS-INV-TOTAL-FILES TO WS-CLONE-FILES-DISPLAY.
    MOVE WS-INV-TOTAL-BYTES TO WS-CLONE-BYTES-DISPLAY.
    MOVE WS-INV-TOTAL-UNSIZED TO WS-INV-UNSIZED-DISPLAY.
    MOVE SPACES TO CLONE-INVENTORY-LINE.
    STRING 'SUMMARY CLONES=' WS-INV-CLONES-DISPLAY DELIMITED BY SIZE
        ' SHARED-FILES=' WS-CLONE-FILES-DISPLAY DELIMITED BY SIZE
        ' PINNED-BYTES=' WS-CLONE-BYTES-DISPLAY DELIMITED BY SIZE
        ' UNSIZED=' WS-INV-UNSIZED-DISPLAY DELIMITED BY SIZE
        ' RELEASED=' WS-INV-RELEASED-DISPLAY DELIMITED BY SIZE
        INTO CLONE-INVENTORY-LINE.
    WRITE CLONE-INVENTORY-LINE.
    IF WS-INV-OVERFLOW-COUNT > ZERO OR WS-PIN-OVERFLOW-COUNT > ZERO
        MOVE WS-INV-OVERFLOW-COUNT TO WS-INV-OVERFLOW-DISPLAY
        MOVE WS-PIN-OVERFLOW-COUNT TO WS-PIN-OVERFLOW-DISPLAY
        MOVE SPACES TO CLONE-INVENTORY-LINE
        STRING 'INCOMPLETE REGISTER RECORDS BEYOND THE 1000-CLONE LIMIT='
            WS-INV-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' BEYOND THE 20000-FILE LIMIT=' DELIMITED BY SIZE
            WS-PIN-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - REGISTER NOT REWRITTEN, NO PINS RELEASED'
            DELIMITED BY SIZE
            INTO CLONE-INVENTORY-LINE
            ON OVERFLOW CONTINUE
        END-STRING
        WRITE CLONE-INVENTORY-LINE
    END-IF.
    CLOSE CLONE-INVENTORY-REPORT.

LOAD-ONE-CLONE-PIN.
    READ CLONE-SHARED-FILE
        AT END SET END-OF-CLONE-SHARED TO TRUE
        NOT AT END
            PERFORM FIND-OR-ADD-CLONE-INVENTORY
            IF WS-INV-FOUND AND WS-PIN-COUNT < 20000
                ADD 1 TO WS-PIN-COUNT
                SET WS-PIN-IDX TO WS-PIN-COUNT
                SET WS-PN-INV-SLOT (WS-PIN-IDX) TO WS-INV-IDX
                MOVE CSF-FILE-PATH TO WS-PN-FILE-PATH (WS-PIN-IDX)
                MOVE CSF-FILE-SIZE-BYTES
                    TO WS-PN-FILE-SIZE (WS-PIN-IDX)
                ADD 1 TO WS-INV-SHARED-FILES (WS-INV-IDX)
                ADD CSF-FILE-SIZE-BYTES
                    TO WS-INV-PINNED-BYTES (WS-INV-IDX)
                IF CSF-FILE-SIZE-BYTES = ZERO
                    ADD 1 TO WS-INV-UNSIZED-FILES (WS-INV-IDX)
                END-IF
            ELSE
                IF WS-INV-FOUND
                    ADD 1 TO WS-PIN-OVERFLOW-COUNT
                ELSE
                    ADD 1 TO WS-INV-OVERFLOW-COUNT
                END-IF
            END-IF
    END-READ.

*> A clone is one clone key at one snapshot: a name purged and later
*> cloned again is a second entry, judged on its own.
FIND-OR-ADD-CLONE-INVENTORY.
    MOVE 'N' TO WS-INV-FOUND-SWITCH.
    IF WS-INV-COUNT > ZERO
        SET WS-INV-IDX TO 1
        SEARCH WS-INV-ENTRY
            AT END CONTINUE
            WHEN WS-INV-CLONE-KEY (WS-INV-IDX) = CSF-CLONE-KEY
                    AND WS-INV-SNAPSHOT-ID (WS-INV-IDX)
                        = CSF-SNAPSHOT-ID
                SET WS-INV-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT WS-INV-FOUND AND WS-INV-COUNT < 1000
        ADD 1 TO WS-INV-COUNT
        SET WS-INV-IDX TO WS-INV-COUNT
        MOVE CSF-CLONE-KEY TO WS-INV-CLONE-KEY (WS-INV-IDX)
        MOVE CSF-SOURCE-KEY TO WS-INV-SOURCE-KEY (WS-INV-IDX)
        MOVE CSF-SNAPSHOT-ID TO WS-INV-SNAPSHOT-ID (WS-INV-IDX)
        MOVE ZERO TO WS-INV-SHARED-FILES (WS-INV-IDX)
        MOVE ZERO TO WS-INV-PINNED-BYTES (WS-INV-IDX)
        MOVE ZERO TO WS-INV-UNSIZED-FILES (WS-INV-IDX)
        MOVE SPACES TO WS-INV-STATE (WS-INV-IDX)
        SET WS-INV-FOUND TO TRUE
    END-IF.

JUDGE-ONE-CLONE-STATE.
    MOVE WS-INV-CLONE-KEY (WS-INV-IDX) TO TBL-KEY.
    READ TABLE-FILE
        INVALID KEY
            MOVE WS-INV-CLONE-KEY (WS-INV-IDX) TO TRASH-KEY
            READ TABLE-TRASH-FILE
                INVALID KEY
                    MOVE 'RELEASED' TO WS-INV-STATE (WS-INV-IDX)
                NOT INVALID KEY
                    MOVE 'TRASHED' TO WS-INV-STATE (WS-INV-IDX)
            END-READ
        NOT INVALID KEY
            MOVE 'LIVE' TO WS-INV-STATE (WS-INV-IDX)
    END-READ.
    IF WS-INV-CLONE-PURGED (WS-INV-IDX)
        ADD 1 TO WS-INV-RELEASED-CLONES
    ELSE
        ADD 1 TO WS-INV-LIVE-CLONES
        ADD WS-INV-SHARED-FILES (WS-INV-IDX) TO WS-INV-TOTAL-FILES
        ADD WS-INV-PINNED-BYTES (WS-INV-IDX) TO WS-INV-TOTAL-BYTES
        ADD WS-INV-UNSIZED-FILES (WS-INV-IDX) TO WS-INV-TOTAL-UNSIZED
    END-IF.

REWRITE-ONE-CLONE-PIN.
    SET WS-INV-IDX TO WS-PN-INV-SLOT (WS-PIN-IDX).
    IF NOT WS-INV-CLONE-PURGED (WS-INV-IDX)
        MOVE SPACES TO CLONE-SHARED-REC
        MOVE WS-INV-CLONE-KEY (WS-INV-IDX) TO CSF-CLONE-KEY
        MOVE WS-INV-SOURCE-KEY (WS-INV-IDX) TO CSF-SOURCE-KEY
        MOVE WS-INV-SNAPSHOT-ID (WS-INV-IDX) TO CSF-SNAPSHOT-ID
        MOVE WS-PN-FILE-PATH (WS-PIN-IDX) TO CSF-FILE-PATH
        MOVE WS-PN-FILE-SIZE (WS-PIN-IDX) TO CSF-FILE-SIZE-BYTES
        WRITE CLONE-SHARED-REC
    END-IF.

WRITE-ONE-CLONE-INVENTORY-LINE.
    MOVE WS-INV-SNAPSHOT-ID (WS-INV-IDX)
        TO WS-CLONE-SNAPSHOT-DISPLAY.
    MOVE WS-INV-SHARED-FILES (WS-INV-IDX) TO WS-CLONE-FILES-DISPLAY.
    MOVE WS-INV-PINNED-BYTES (WS-INV-IDX) TO WS-CLONE-BYTES-DISPLAY.
    MOVE WS-INV-UNSIZED-FILES (WS-INV-IDX) TO WS-INV-UNSIZED-DISPLAY.
    MOVE SPACES TO CLONE-INVENTORY-LINE.
    STRING 'CLONE=' DELIMITED BY SIZE
        WS-INV-CLONE-KEY (WS-INV-IDX) DELIMITED BY SPACE
        ' SOURCE=' DELIMITED BY SIZE
        WS-INV-SOURCE-KEY (WS-INV-IDX) DELIMITED BY SPACE
        ' SNAPSHOT=' WS-CLONE-SNAPSHOT-DISPLAY DELIMITED BY SIZE
        ' SHARED-FILES=' WS-CLONE-FILES-DISPLAY DELIMITED BY SIZE
        ' PINNED-BYTES=' WS-CLONE-BYTES-DISPLAY DELIMITED BY SIZE
        ' UNSIZED=' WS-INV-UNSIZED-DISPLAY DELIMITED BY SIZE
        ' STATE=' DELIMITED BY SIZE
        WS-INV-STATE (WS-INV-IDX) DELIMITED BY SPACE
        INTO CLONE-INVENTORY-LINE
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE CLONE-INVENTORY-LINE.

*> Compares every dependent view's last-refreshed snapshot against
*> its base tables' current snapshots and writes the staleness
*> report, then sequences the stale views into a refresh plan that
    MOVE WS-CURRENT-VIEW TO VIEW-NAME.
    MOVE 'INITIAL-DEFINITION-HASH' TO VIEW-DEFINITION-HASH.
    MOVE 1 TO VIEW-CURRENT-VERSION-ID.
    PERFORM LOAD-VIEW-DEFINITION-TEXT.
    IF WS-VIEW-DEF-TRUNCATED
        DISPLAY 'View definition over 1000 characters refused: '
            WS-CURRENT-VIEW
    ELSE
        PERFORM STORE-NEW-VIEW
    END-IF.

STORE-NEW-VIEW.
    MOVE WS-NEW-VIEW-DEFINITION TO VIEW-DEFINITION-TEXT.
    WRITE VIEW-REC
        INVALID KEY DISPLAY 'View already exists: ' WS-CURRENT-VIEW
    END-WRITE.
    MOVE 'CREATE' TO WS-VIEW-OPERATION
    PERFORM APPEND-VIEW-AUDIT-RECORD.
    PERFORM REGENERATE-VIEW-DEPENDENCIES.

VIEW-EXISTS.
    STRING WS-CURRENT-NAMESPACE DELIMITED BY SPACE '.'
        INVALID KEY DISPLAY 'View not found: ' WS-CURRENT-VIEW
        NOT INVALID KEY DISPLAY 'VIEW DEFINITION HASH: '
            VIEW-DEFINITION-HASH
            DISPLAY 'VIEW DEFINITION: ' VIEW-DEFINITION-TEXT
    END-READ.

UPDATE-VIEW.
    READ VIEW-FILE
        INVALID KEY DISPLAY 'View not found: ' WS-CURRENT-VIEW
    END-READ.
    PERFORM LOAD-VIEW-DEFINITION-TEXT.
    IF WS-VIEW-DEF-TRUNCATED
        DISPLAY 'View definition over 1000 characters refused: '
            WS-CURRENT-VIEW
    ELSE
        PERFORM REPLACE-VIEW-DEFINITION
    END-IF.

REPLACE-VIEW-DEFINITION.
    MOVE 'REPLACED-DEFINITION-HASH' TO VIEW-DEFINITION-HASH.
    ADD 1 TO VIEW-CURRENT-VERSION-ID.
    IF WS-NEW-VIEW-DEFINITION NOT = SPACES
        MOVE WS-NEW-VIEW-DEFINITION TO VIEW-DEFINITION-TEXT
    END-IF.
    REWRITE VIEW-REC
        INVALID KEY DISPLAY 'View not found: ' WS-CURRENT-VIEW
    END-REWRITE.
    MOVE 'REPLACE' TO WS-VIEW-OPERATION
    PERFORM APPEND-VIEW-AUDIT-RECORD.
    PERFORM REGENERATE-VIEW-DEPENDENCIES.

RENAME-VIEW.
    STRING WS-CURRENT-NAMESPACE DELIMITED BY SPACE '.'
        INTO WS-AUDIT-LINE
        ON OVERFLOW CONTINUE
    END-STRING.
    MOVE WS-AUDIT-LINE TO VIEW-AUDIT-LINE.
    CALL 'AUDIT-CHAIN-STAMP' USING WS-VIEW-AUDIT-CHAIN-NAME
        VIEW-AUDIT-LINE WS-AUDIT-BODY-LENGTH
        VA-CHAIN-SEQUENCE VA-CHAIN-HASH.
    WRITE VIEW-AUDIT-REC.

*> A definition is read whole; one whose text runs past the 1000
*> characters a view can store is marked truncated, and the create or
*> replace is refused rather than storing part of it.
LOAD-VIEW-DEFINITION-TEXT.
    MOVE SPACES TO WS-NEW-VIEW-DEFINITION.
    MOVE 1 TO WS-VIEW-DEF-POINTER.
    MOVE 'N' TO WS-VIEW-DEF-EOF-SWITCH.
    MOVE 'Y' TO WS-VIEW-DEF-FIT-SWITCH.
    OPEN INPUT VIEW-DEFINITION-TEXT-FILE.
    IF WS-VIEW-DEF-TEXT-OK
        PERFORM APPEND-ONE-DEFINITION-LINE
            UNTIL END-OF-VIEW-DEF-TEXT
        CLOSE VIEW-DEFINITION-TEXT-FILE
    END-IF.

APPEND-ONE-DEFINITION-LINE.
    READ VIEW-DEFINITION-TEXT-FILE
        AT END SET END-OF-VIEW-DEF-TEXT TO TRUE
        NOT AT END
            PERFORM CHECK-DEFINITION-LINE-FITS
            IF WS-VIEW-DEF-POINTER NOT > 1000
                STRING VIEW-DEFINITION-TEXT-LINE DELIMITED BY SIZE
                    INTO WS-NEW-VIEW-DEFINITION
                    WITH POINTER WS-VIEW-DEF-POINTER
                    ON OVERFLOW CONTINUE
                END-STRING
            END-IF
    END-READ.

CHECK-DEFINITION-LINE-FITS.
    IF WS-VIEW-DEF-POINTER > 1000
        IF VIEW-DEFINITION-TEXT-LINE NOT = SPACES
            MOVE 'N' TO WS-VIEW-DEF-FIT-SWITCH
        END-IF
    ELSE
        COMPUTE WS-VIEW-DEF-ROOM = 1001 - WS-VIEW-DEF-POINTER
        IF WS-VIEW-DEF-ROOM < 200
            IF VIEW-DEFINITION-TEXT-LINE (WS-VIEW-DEF-ROOM + 1:)
                    NOT = SPACES
                MOVE 'N' TO WS-VIEW-DEF-FIT-SWITCH
            END-IF
        END-IF
    END-IF.

*> Rebuilds VIEWDEPENDENCYFILE from the stored definitions of every
*> view: each FROM entry that is a catalogued table or view becomes
*> an edge, and every column the select list or filter names is
*> checked against its base's current schema. A view whose base or
*> column is gone - or whose definition does not parse - is listed
*> as broken on the resolution report and keeps only the edges that
*> still resolve; one whose definition is blank or cannot be split
*> keeps its edges from the last build, marked UNRESOLVED. When the
*> views or the last build's edges do not fit their tables the file
*> is left as it stands and the rebuild is reported rejected.
REGENERATE-VIEW-DEPENDENCIES.
    PERFORM LOAD-CATALOG-SCHEMA-FIELDS.
    PERFORM LOAD-VIEWS-FOR-RESOLUTION.
    PERFORM LOAD-PRIOR-VIEW-EDGES.
    MOVE ZERO TO WS-RESOLVED-VIEW-COUNT.
    MOVE ZERO TO WS-BROKEN-VIEW-COUNT.
    MOVE ZERO TO WS-DEP-EDGE-COUNT.
    MOVE ZERO TO WS-CARRIED-EDGE-COUNT.
    OPEN OUTPUT VIEW-RESOLUTION-REPORT.
    IF WS-RV-OVERFLOW-COUNT > ZERO
            OR WS-PRIOR-EDGE-OVERFLOW-COUNT > ZERO
        PERFORM REJECT-VIEW-DEPENDENCY-REBUILD
    ELSE
        PERFORM REBUILD-VIEW-DEPENDENCIES
    END-IF.
    CLOSE VIEW-RESOLUTION-REPORT.

REBUILD-VIEW-DEPENDENCIES.
    OPEN OUTPUT VIEW-DEPENDENCY-FILE.
    PERFORM RESOLVE-ONE-VIEW
        VARYING WS-RV-IDX FROM 1 BY 1
        UNTIL WS-RV-IDX > WS-RV-COUNT.
    MOVE WS-RESOLVED-VIEW-COUNT TO WS-RESOLVED-VIEW-DISPLAY.
    MOVE WS-BROKEN-VIEW-COUNT TO WS-BROKEN-VIEW-DISPLAY.
    MOVE WS-DEP-EDGE-COUNT TO WS-DEP-EDGE-DISPLAY.
    MOVE WS-CARRIED-EDGE-COUNT TO WS-CARRIED-EDGE-DISPLAY.
    MOVE SPACES TO VIEW-RESOLUTION-LINE.
    STRING 'SUMMARY RESOLVED=' WS-RESOLVED-VIEW-DISPLAY
            DELIMITED BY SIZE
        ' BROKEN=' WS-BROKEN-VIEW-DISPLAY DELIMITED BY SIZE
        ' DEPENDENCY-EDGES=' WS-DEP-EDGE-DISPLAY DELIMITED BY SIZE
        ' UNRESOLVED-EDGES=' WS-CARRIED-EDGE-DISPLAY DELIMITED BY SIZE
        INTO VIEW-RESOLUTION-LINE.
    WRITE VIEW-RESOLUTION-LINE.
    IF WS-SCHEMA-COL-OVERFLOW-COUNT > ZERO
        MOVE WS-SCHEMA-COL-OVERFLOW-COUNT TO WS-VIEW-OVERFLOW-DISPLAY
        MOVE SPACES TO VIEW-RESOLUTION-LINE
        STRING 'INCOMPLETE SCHEMA FIELDS BEYOND THE 5000-FIELD LIMIT='
            WS-VIEW-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - COLUMNS NOT FOUND COUNTED UNCHECKED' DELIMITED BY SIZE
            INTO VIEW-RESOLUTION-LINE
        WRITE VIEW-RESOLUTION-LINE
    END-IF.
    CLOSE VIEW-DEPENDENCY-FILE.

REJECT-VIEW-DEPENDENCY-REBUILD.
    MOVE SPACES TO VIEW-RESOLUTION-LINE.
    IF WS-RV-OVERFLOW-COUNT > ZERO
        MOVE WS-RV-OVERFLOW-COUNT TO WS-VIEW-OVERFLOW-DISPLAY
        STRING 'REBUILD REJECTED: VIEWS BEYOND THE 200-VIEW LIMIT='
            WS-VIEW-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - DEPENDENCIES UNCHANGED' DELIMITED BY SIZE
            INTO VIEW-RESOLUTION-LINE
    ELSE
        MOVE WS-PRIOR-EDGE-OVERFLOW-COUNT TO WS-VIEW-OVERFLOW-DISPLAY
        STRING 'REBUILD REJECTED: EDGES BEYOND THE 5000-EDGE LIMIT='
            WS-VIEW-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - DEPENDENCIES UNCHANGED' DELIMITED BY SIZE
            INTO VIEW-RESOLUTION-LINE
    END-IF.
    WRITE VIEW-RESOLUTION-LINE.
    MOVE 'WARN' TO WS-INCIDENT-SEVERITY.
    MOVE 'VIEW-DEPS-FULL' TO WS-INCIDENT-ERROR-CLASS.
    MOVE 'VIEWDEPENDENCYFILE' TO WS-INCIDENT-KEY.
    PERFORM APPEND-INCIDENT-RECORD.

LOAD-PRIOR-VIEW-EDGES.
    MOVE ZERO TO WS-PRIOR-EDGE-COUNT.
    MOVE ZERO TO WS-PRIOR-EDGE-OVERFLOW-COUNT.
    MOVE 'N' TO WS-VIEW-DEP-EOF-SWITCH.
    OPEN INPUT VIEW-DEPENDENCY-FILE.
    IF WS-VIEW-DEP-OK
        PERFORM LOAD-ONE-PRIOR-VIEW-EDGE UNTIL END-OF-VIEW-DEPS
        CLOSE VIEW-DEPENDENCY-FILE
    END-IF.
    MOVE 'N' TO WS-VIEW-DEP-EOF-SWITCH.

LOAD-ONE-PRIOR-VIEW-EDGE.
    READ VIEW-DEPENDENCY-FILE
        AT END SET END-OF-VIEW-DEPS TO TRUE
        NOT AT END
            IF WS-PRIOR-EDGE-COUNT < 5000
                ADD 1 TO WS-PRIOR-EDGE-COUNT
                SET WS-PE-IDX TO WS-PRIOR-EDGE-COUNT
                MOVE VD-VIEW-KEY TO WS-PE-VIEW-KEY (WS-PE-IDX)
                MOVE VD-BASE-KEY TO WS-PE-BASE-KEY (WS-PE-IDX)
            ELSE
                ADD 1 TO WS-PRIOR-EDGE-OVERFLOW-COUNT
            END-IF
    END-READ.

CARRY-FORWARD-VIEW-EDGES.
    PERFORM CARRY-ONE-PRIOR-EDGE
        VARYING WS-PE-IDX FROM 1 BY 1
        UNTIL WS-PE-IDX > WS-PRIOR-EDGE-COUNT.

CARRY-ONE-PRIOR-EDGE.
    IF WS-PE-VIEW-KEY (WS-PE-IDX) = WS-RV-VIEW-KEY (WS-RV-IDX)
        MOVE SPACES TO VIEW-DEPENDENCY-CARD
        MOVE WS-PE-VIEW-KEY (WS-PE-IDX) TO VD-VIEW-KEY
        MOVE WS-PE-BASE-KEY (WS-PE-IDX) TO VD-BASE-KEY
        SET VD-EDGE-UNRESOLVED TO TRUE
        WRITE VIEW-DEPENDENCY-CARD
        ADD 1 TO WS-CARRIED-EDGE-COUNT
        MOVE SPACES TO VIEW-RESOLUTION-LINE
        STRING 'UNRESOLVED VIEW=' DELIMITED BY SIZE
            WS-PE-VIEW-KEY (WS-PE-IDX) DELIMITED BY SPACE
            ' BASE=' DELIMITED BY SIZE
            WS-PE-BASE-KEY (WS-PE-IDX) DELIMITED BY SPACE
            ' KEPT FROM THE LAST BUILD' DELIMITED BY SIZE
            INTO VIEW-RESOLUTION-LINE
        WRITE VIEW-RESOLUTION-LINE
    END-IF.

LOAD-CATALOG-SCHEMA-FIELDS.
    MOVE ZERO TO WS-SCHEMA-COL-COUNT.
    MOVE ZERO TO WS-SCHEMA-COL-OVERFLOW-COUNT.
    MOVE 'N' TO WS-CATALOG-SCHEMA-EOF-SWITCH.
    OPEN INPUT CATALOG-SCHEMA-FIELD-FILE.
    IF WS-CATALOG-SCHEMA-OK
        PERFORM LOAD-ONE-CATALOG-SCHEMA-FIELD
            UNTIL END-OF-CATALOG-SCHEMA
        CLOSE CATALOG-SCHEMA-FIELD-FILE
    END-IF.

LOAD-ONE-CATALOG-SCHEMA-FIELD.
    READ CATALOG-SCHEMA-FIELD-FILE
        AT END SET END-OF-CATALOG-SCHEMA TO TRUE
        NOT AT END
            IF WS-SCHEMA-COL-COUNT < 5000
                ADD 1 TO WS-SCHEMA-COL-COUNT
                SET WS-SCOL-IDX TO WS-SCHEMA-COL-COUNT
                MOVE CSF-TABLE-KEY TO WS-SCOL-TABLE-KEY (WS-SCOL-IDX)
                MOVE CSF-FIELD-NAME TO WS-SCOL-FIELD-NAME (WS-SCOL-IDX)
            ELSE
                ADD 1 TO WS-SCHEMA-COL-OVERFLOW-COUNT
            END-IF
    END-READ.

LOAD-VIEWS-FOR-RESOLUTION.
    MOVE ZERO TO WS-RV-COUNT.
    MOVE ZERO TO WS-RV-OVERFLOW-COUNT.
    MOVE 'N' TO WS-VIEW-SCAN-EOF-SWITCH.
    MOVE SPACES TO VIEW-KEY.
    START VIEW-FILE KEY IS GREATER THAN VIEW-KEY
        INVALID KEY SET END-OF-VIEW-SCAN TO TRUE
    END-START.
    PERFORM LOAD-ONE-VIEW-FOR-RESOLUTION UNTIL END-OF-VIEW-SCAN.

LOAD-ONE-VIEW-FOR-RESOLUTION.
    READ VIEW-FILE NEXT RECORD
        AT END SET END-OF-VIEW-SCAN TO TRUE
        NOT AT END
            IF WS-RV-COUNT < 200
                ADD 1 TO WS-RV-COUNT
                SET WS-RV-SRCH-IDX TO WS-RV-COUNT
                MOVE VIEW-KEY TO WS-RV-VIEW-KEY (WS-RV-SRCH-IDX)
                MOVE VIEW-NAMESPACE TO WS-RV-NAMESPACE (WS-RV-SRCH-IDX)
                MOVE VIEW-DEFINITION-TEXT
                    TO WS-RV-DEFINITION (WS-RV-SRCH-IDX)
            ELSE
                ADD 1 TO WS-RV-OVERFLOW-COUNT
            END-IF
    END-READ.

RESOLVE-ONE-VIEW.
    MOVE 'N' TO WS-VIEW-BROKEN-SWITCH.
    MOVE ZERO TO WS-DEF-BASE-COUNT.
    MOVE ZERO TO WS-VIEW-COLUMN-COUNT.
    MOVE ZERO TO WS-VIEW-UNCHECKED-COUNT.
    MOVE WS-RV-DEFINITION (WS-RV-IDX) TO WS-DEF-TEXT.
    PERFORM SPLIT-VIEW-DEFINITION.
    IF WS-VIEW-IS-BROKEN
        PERFORM CARRY-FORWARD-VIEW-EDGES
    ELSE
        PERFORM RESOLVE-VIEW-BASES
        PERFORM RESOLVE-VIEW-SELECT-COLUMNS
        PERFORM RESOLVE-VIEW-FILTER-COLUMNS
    END-IF.
    IF WS-VIEW-IS-BROKEN
        ADD 1 TO WS-BROKEN-VIEW-COUNT
        MOVE 'WARN' TO WS-INCIDENT-SEVERITY
        MOVE 'VIEW-BROKEN' TO WS-INCIDENT-ERROR-CLASS
        MOVE WS-RV-VIEW-KEY (WS-RV-IDX) (1:60) TO WS-INCIDENT-KEY
        PERFORM APPEND-INCIDENT-RECORD
    ELSE
        ADD 1 TO WS-RESOLVED-VIEW-COUNT
        MOVE WS-DEF-BASE-COUNT TO WS-BASE-COUNT-DISPLAY
        MOVE WS-VIEW-COLUMN-COUNT TO WS-VIEW-COLUMN-DISPLAY
        MOVE WS-VIEW-UNCHECKED-COUNT TO WS-VIEW-UNCHECKED-DISPLAY
        MOVE SPACES TO VIEW-RESOLUTION-LINE
        STRING 'RESOLVED VIEW=' DELIMITED BY SIZE
            WS-RV-VIEW-KEY (WS-RV-IDX) DELIMITED BY SPACE
            ' BASES=' WS-BASE-COUNT-DISPLAY DELIMITED BY SIZE
            ' COLUMNS=' WS-VIEW-COLUMN-DISPLAY DELIMITED BY SIZE
            ' UNCHECKED=' WS-VIEW-UNCHECKED-DISPLAY DELIMITED BY SIZE
            INTO VIEW-RESOLUTION-LINE
        WRITE VIEW-RESOLUTION-LINE
    END-IF.

*> The definition must open with SELECT and carry a FROM; the filter
*> after WHERE is handed to the predicate parser whole, so it must
*> fit one predicate line.
SPLIT-VIEW-DEFINITION.
    MOVE SPACES TO WS-DEF-SELECT-LIST.
    MOVE SPACES TO WS-DEF-FROM-LIST.
    MOVE SPACES TO WS-FILTER-TEXT.
    MOVE ZERO TO WS-DEF-FROM-TALLY.
    MOVE ZERO TO WS-DEF-WHERE-TALLY.
    INSPECT WS-DEF-TEXT TALLYING WS-DEF-FROM-TALLY
        FOR CHARACTERS BEFORE INITIAL ' FROM '.
    INSPECT WS-DEF-TEXT TALLYING WS-DEF-WHERE-TALLY
        FOR CHARACTERS BEFORE INITIAL ' WHERE '.
    MOVE SPACES TO WS-BROKEN-REF.
    EVALUATE TRUE
        WHEN WS-DEF-TEXT = SPACES
            MOVE 'NO-DEFINITION' TO WS-BROKEN-REASON
            PERFORM NOTE-VIEW-BROKEN
        WHEN WS-DEF-TEXT (1:7) NOT = 'SELECT '
            MOVE 'NOT-A-SELECT' TO WS-BROKEN-REASON
            PERFORM NOTE-VIEW-BROKEN
        WHEN WS-DEF-FROM-TALLY < 8
            MOVE 'NO-COLUMNS' TO WS-BROKEN-REASON
            PERFORM NOTE-VIEW-BROKEN
        WHEN WS-DEF-WHERE-TALLY NOT > WS-DEF-FROM-TALLY + 6
            MOVE 'NO-FROM' TO WS-BROKEN-REASON
            PERFORM NOTE-VIEW-BROKEN
        WHEN OTHER
            MOVE WS-DEF-TEXT (8:WS-DEF-FROM-TALLY - 7)
                TO WS-DEF-SELECT-LIST
            MOVE WS-DEF-TEXT (WS-DEF-FROM-TALLY + 7:
                    WS-DEF-WHERE-TALLY - WS-DEF-FROM-TALLY - 6)
                TO WS-DEF-FROM-LIST
            IF WS-DEF-WHERE-TALLY < 993
                PERFORM TAKE-VIEW-FILTER
            END-IF
    END-EVALUATE.

TAKE-VIEW-FILTER.
    IF WS-DEF-WHERE-TALLY < 793
        IF WS-DEF-TEXT (WS-DEF-WHERE-TALLY + 208:) NOT = SPACES
            MOVE 'FILTER-TOO-LONG' TO WS-BROKEN-REASON
            PERFORM NOTE-VIEW-BROKEN
        END-IF
    END-IF.
    MOVE WS-DEF-TEXT (WS-DEF-WHERE-TALLY + 8:) TO WS-FILTER-TEXT.

RESOLVE-VIEW-BASES.
    MOVE 1 TO WS-DEF-LIST-POINTER.
    PERFORM RESOLVE-ONE-FROM-ITEM UNTIL WS-DEF-LIST-POINTER > 1000.

RESOLVE-ONE-FROM-ITEM.
    MOVE SPACES TO WS-DEF-ITEM.
    UNSTRING WS-DEF-FROM-LIST DELIMITED BY ','
        INTO WS-DEF-ITEM
        WITH POINTER WS-DEF-LIST-POINTER
    END-UNSTRING.
    PERFORM TAKE-FIRST-WORD-OF-ITEM.
    IF WS-DEF-WORD NOT = SPACES
        PERFORM ADD-VIEW-BASE
    END-IF.

TAKE-FIRST-WORD-OF-ITEM.
    MOVE SPACES TO WS-DEF-WORD.
    MOVE ZERO TO WS-DEF-LEADING.
    INSPECT WS-DEF-ITEM TALLYING WS-DEF-LEADING FOR LEADING SPACES.
    IF WS-DEF-LEADING < 200
        UNSTRING WS-DEF-ITEM (WS-DEF-LEADING + 1:)
            DELIMITED BY ALL SPACE
            INTO WS-DEF-WORD
        END-UNSTRING
    END-IF.

ADD-VIEW-BASE.
    MOVE SPACES TO WS-CHECK-TABLE-KEY.
    MOVE SPACES TO WS-DEF-PART-1.
    MOVE SPACES TO WS-DEF-PART-2.
    MOVE ZERO TO WS-DEF-DOT-COUNT.
    INSPECT WS-DEF-WORD TALLYING WS-DEF-DOT-COUNT FOR ALL '.'.
    IF WS-DEF-DOT-COUNT = ZERO
        STRING WS-RV-NAMESPACE (WS-RV-IDX) DELIMITED BY SPACE '.'
            WS-DEF-WORD DELIMITED BY SPACE
            INTO WS-CHECK-TABLE-KEY
        MOVE WS-DEF-WORD TO WS-DEF-PART-2
    ELSE
        MOVE WS-DEF-WORD TO WS-CHECK-TABLE-KEY
        UNSTRING WS-DEF-WORD DELIMITED BY '.'
            INTO WS-DEF-PART-1 WS-DEF-PART-2
        END-UNSTRING
    END-IF.
    SET WS-DB-IDX TO 1.
    SEARCH WS-DEF-BASE-ENTRY
        AT END PERFORM APPEND-VIEW-BASE
        WHEN WS-DB-KEY (WS-DB-IDX) = WS-CHECK-TABLE-KEY
            CONTINUE
    END-SEARCH.

*> A base is looked for as a table, then as a view; a view base has
*> no field cards of its own, so columns read through it go
*> unchecked.
APPEND-VIEW-BASE.
    IF WS-DEF-BASE-COUNT < 20
        ADD 1 TO WS-DEF-BASE-COUNT
        SET WS-DB-IDX TO WS-DEF-BASE-COUNT
        MOVE WS-CHECK-TABLE-KEY TO WS-DB-KEY (WS-DB-IDX)
        MOVE WS-DEF-PART-2 TO WS-DB-NAME (WS-DB-IDX)
        MOVE 'M' TO WS-DB-KIND (WS-DB-IDX)
        MOVE 'N' TO WS-DB-SCHEMA-SWITCH (WS-DB-IDX)
        MOVE WS-CHECK-TABLE-KEY TO TBL-KEY
        READ TABLE-FILE
            INVALID KEY
                SET WS-RV-SRCH-IDX TO 1
                SEARCH WS-RV-ENTRY
                    AT END CONTINUE
                    WHEN WS-RV-VIEW-KEY (WS-RV-SRCH-IDX)
                            = WS-CHECK-TABLE-KEY
                        MOVE 'V' TO WS-DB-KIND (WS-DB-IDX)
                END-SEARCH
            NOT INVALID KEY
                MOVE 'T' TO WS-DB-KIND (WS-DB-IDX)
        END-READ
        SET WS-SCOL-IDX TO 1
        SEARCH WS-SCHEMA-COL-ENTRY
            AT END CONTINUE
            WHEN WS-SCOL-TABLE-KEY (WS-SCOL-IDX) = WS-CHECK-TABLE-KEY
                MOVE 'Y' TO WS-DB-SCHEMA-SWITCH (WS-DB-IDX)
        END-SEARCH
        IF WS-DB-IS-MISSING (WS-DB-IDX)
            MOVE 'MISSING-TABLE' TO WS-BROKEN-REASON
            MOVE WS-CHECK-TABLE-KEY TO WS-BROKEN-REF
            PERFORM NOTE-VIEW-BROKEN
        ELSE
            PERFORM WRITE-VIEW-DEPENDENCY-EDGE
        END-IF
    END-IF.

WRITE-VIEW-DEPENDENCY-EDGE.
    MOVE SPACES TO VIEW-DEPENDENCY-CARD.
    MOVE WS-RV-VIEW-KEY (WS-RV-IDX) TO VD-VIEW-KEY.
    MOVE WS-CHECK-TABLE-KEY TO VD-BASE-KEY.
    WRITE VIEW-DEPENDENCY-CARD.
    ADD 1 TO WS-DEP-EDGE-COUNT.
    MOVE SPACES TO VIEW-RESOLUTION-LINE.
    STRING 'DEPENDS VIEW=' DELIMITED BY SIZE
        WS-RV-VIEW-KEY (WS-RV-IDX) DELIMITED BY SPACE
        ' BASE=' DELIMITED BY SIZE
        WS-CHECK-TABLE-KEY DELIMITED BY SPACE
        ' KIND=' DELIMITED BY SIZE
        WS-DB-KIND (WS-DB-IDX) DELIMITED BY SIZE
        INTO VIEW-RESOLUTION-LINE.
    WRITE VIEW-RESOLUTION-LINE.

RESOLVE-VIEW-SELECT-COLUMNS.
    MOVE 1 TO WS-DEF-LIST-POINTER.
    PERFORM RESOLVE-ONE-SELECT-ITEM UNTIL WS-DEF-LIST-POINTER > 1000.

RESOLVE-ONE-SELECT-ITEM.
    MOVE SPACES TO WS-DEF-ITEM.
    UNSTRING WS-DEF-SELECT-LIST DELIMITED BY ','
        INTO WS-DEF-ITEM
        WITH POINTER WS-DEF-LIST-POINTER
    END-UNSTRING.
    PERFORM TAKE-FIRST-WORD-OF-ITEM.
    MOVE ZERO TO WS-DEF-PAREN-COUNT.
    INSPECT WS-DEF-ITEM TALLYING WS-DEF-PAREN-COUNT
        FOR ALL '(' ALL ')'.
    IF WS-DEF-WORD NOT = SPACES AND WS-DEF-WORD NOT = '*'
            AND WS-DEF-PAREN-COUNT = ZERO
        PERFORM CHECK-VIEW-COLUMN-REF
    END-IF.

*> The filter's columns come back from the predicate parser, which
*> also rejects a filter it could not compile for the scan planner.
RESOLVE-VIEW-FILTER-COLUMNS.
    IF WS-FILTER-TEXT NOT = SPACES
        CALL 'LIST-FILTER-COLUMNS' USING WS-FILTER-TEXT
            WS-FILTER-COLUMN-COUNT WS-FILTER-COLUMN-LIST
            WS-FILTER-ERROR
        IF WS-FILTER-ERROR NOT = SPACES
            MOVE 'FILTER-SYNTAX' TO WS-BROKEN-REASON
            MOVE WS-FILTER-ERROR TO WS-BROKEN-REF
            PERFORM NOTE-VIEW-BROKEN
        ELSE
            PERFORM CHECK-ONE-FILTER-COLUMN
                VARYING WS-FILTER-SCAN-IDX FROM 1 BY 1
                UNTIL WS-FILTER-SCAN-IDX > WS-FILTER-COLUMN-COUNT
        END-IF
    END-IF.

CHECK-ONE-FILTER-COLUMN.
    MOVE WS-FILTER-COLUMN (WS-FILTER-SCAN-IDX) TO WS-DEF-WORD.
    PERFORM CHECK-VIEW-COLUMN-REF.

*> A column is qualified by its table's name or catalog key, or bare.
*> It resolves when a matching base's schema has it; it is missing
*> when every matching base has field cards and none has it; with a
*> matching base that has no cards it is counted unchecked.
CHECK-VIEW-COLUMN-REF.
    MOVE SPACES TO WS-COLUMN-REF-QUALIFIER.
    MOVE SPACES TO WS-COLUMN-REF-NAME.
    MOVE SPACES TO WS-DEF-PART-1.
    MOVE SPACES TO WS-DEF-PART-2.
    MOVE ZERO TO WS-DEF-DOT-COUNT.
    INSPECT WS-DEF-WORD TALLYING WS-DEF-DOT-COUNT FOR ALL '.'.
    EVALUATE WS-DEF-DOT-COUNT
        WHEN ZERO
            MOVE WS-DEF-WORD TO WS-COLUMN-REF-NAME
        WHEN 1
            UNSTRING WS-DEF-WORD DELIMITED BY '.'
                INTO WS-COLUMN-REF-QUALIFIER WS-COLUMN-REF-NAME
            END-UNSTRING
        WHEN OTHER
            UNSTRING WS-DEF-WORD DELIMITED BY '.'
                INTO WS-DEF-PART-1 WS-DEF-PART-2 WS-COLUMN-REF-NAME
            END-UNSTRING
            STRING WS-DEF-PART-1 DELIMITED BY SPACE '.'
                WS-DEF-PART-2 DELIMITED BY SPACE
                INTO WS-COLUMN-REF-QUALIFIER
    END-EVALUATE.
    IF WS-COLUMN-REF-NAME NOT = '*'
        PERFORM JUDGE-VIEW-COLUMN-REF
    END-IF.

JUDGE-VIEW-COLUMN-REF.
    ADD 1 TO WS-VIEW-COLUMN-COUNT.
    MOVE 'N' TO WS-COLUMN-FOUND-SWITCH.
    MOVE 'N' TO WS-QUALIFIER-MATCH-SWITCH.
    SET WS-ALL-BASES-HAVE-SCHEMA TO TRUE.
    PERFORM CHECK-COLUMN-AGAINST-BASE
        VARYING WS-DB-IDX FROM 1 BY 1
        UNTIL WS-DB-IDX > WS-DEF-BASE-COUNT.
    MOVE WS-DEF-WORD TO WS-BROKEN-REF.
    EVALUATE TRUE
        WHEN WS-COLUMN-WAS-FOUND
            CONTINUE
        WHEN NOT WS-QUALIFIER-MATCHED
            MOVE 'UNKNOWN-QUALIFIER' TO WS-BROKEN-REASON
            PERFORM NOTE-VIEW-BROKEN
        WHEN WS-ALL-BASES-HAVE-SCHEMA AND WS-SCHEMA-COL-OVERFLOW-COUNT = ZERO
            MOVE 'MISSING-COLUMN' TO WS-BROKEN-REASON
            PERFORM NOTE-VIEW-BROKEN
        WHEN OTHER
            ADD 1 TO WS-VIEW-UNCHECKED-COUNT
    END-EVALUATE.

CHECK-COLUMN-AGAINST-BASE.
    IF WS-COLUMN-REF-QUALIFIER = SPACES
            OR WS-COLUMN-REF-QUALIFIER = WS-DB-NAME (WS-DB-IDX)
            OR WS-COLUMN-REF-QUALIFIER = WS-DB-KEY (WS-DB-IDX)
        SET WS-QUALIFIER-MATCHED TO TRUE
        IF WS-DB-HAS-SCHEMA (WS-DB-IDX)
            SET WS-SCOL-IDX TO 1
            SEARCH WS-SCHEMA-COL-ENTRY
                AT END CONTINUE
                WHEN WS-SCOL-TABLE-KEY (WS-SCOL-IDX)
                        = WS-DB-KEY (WS-DB-IDX)
                    AND WS-SCOL-FIELD-NAME (WS-SCOL-IDX)
                        = WS-COLUMN-REF-NAME
                    SET WS-COLUMN-WAS-FOUND TO TRUE
            END-SEARCH
        ELSE
            MOVE 'N' TO WS-ALL-SCHEMAS-SWITCH
        END-IF
    END-IF.

NOTE-VIEW-BROKEN.
    SET WS-VIEW-IS-BROKEN TO TRUE.
    MOVE SPACES TO VIEW-RESOLUTION-LINE.
    STRING 'BROKEN VIEW=' DELIMITED BY SIZE
        WS-RV-VIEW-KEY (WS-RV-IDX) DELIMITED BY SPACE
        ' REASON=' DELIMITED BY SIZE
        WS-BROKEN-REASON DELIMITED BY SPACE
        ' REF=' DELIMITED BY SIZE
        WS-BROKEN-REF DELIMITED BY SIZE
        INTO VIEW-RESOLUTION-LINE.
    WRITE VIEW-RESOLUTION-LINE.

*> The quarterly access recertification: every loaded grant with its
*> expiry, its state (LIVE, LAPSING inside the grace window, or
*> EXPIRED) and the last date the principal actually used it, joined
*> from the grant-use log - so owners re-attest what is real and let
*> the rest lapse. The broker's Kafka grants follow the catalog's,
*> judged the same way; a DENY is never "used", so it shows N/A.
WRITE-RECERTIFICATION-REPORT.
    PERFORM LOAD-KAFKA-GRANTS.
    PERFORM LOAD-GRANT-LAST-USES.
    OPEN OUTPUT RECERTIFICATION-REPORT.
    PERFORM WRITE-ONE-RECERT-LINE
        VARYING WS-RECERT-SCAN-IDX FROM 1 BY 1
        UNTIL WS-RECERT-SCAN-IDX > WS-ACL-COUNT.
    PERFORM WRITE-ONE-KAFKA-RECERT-LINE
        VARYING WS-KAFKA-SCAN-IDX FROM 1 BY 1
        UNTIL WS-KAFKA-SCAN-IDX > WS-KAFKA-GRANT-COUNT.
    IF WS-KAFKA-GRANT-OVERFLOW-COUNT > ZERO
        MOVE WS-KAFKA-GRANT-OVERFLOW-COUNT
            TO WS-GRANT-OVERFLOW-DISPLAY
        MOVE SPACES TO RECERTIFICATION-LINE
        STRING 'INCOMPLETE KAFKA GRANTS BEYOND THE 500-GRANT LIMIT='
            WS-GRANT-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - NOT LISTED, RECERTIFY FROM THE ACL DECK'
            DELIMITED BY SIZE
            INTO RECERTIFICATION-LINE
        WRITE RECERTIFICATION-LINE
    END-IF.
    CLOSE RECERTIFICATION-REPORT.

LOAD-KAFKA-GRANTS.
    MOVE ZERO TO WS-KAFKA-GRANT-COUNT.
    MOVE ZERO TO WS-KAFKA-GRANT-OVERFLOW-COUNT.
    MOVE 'N' TO WS-KAFKA-ACL-EOF-SWITCH.
    OPEN INPUT KAFKA-ACL-FILE.
    IF WS-KAFKA-ACL-OK
        PERFORM LOAD-ONE-KAFKA-GRANT UNTIL END-OF-KAFKA-ACLS
        CLOSE KAFKA-ACL-FILE
    END-IF.

LOAD-ONE-KAFKA-GRANT.
    READ KAFKA-ACL-FILE
        AT END SET END-OF-KAFKA-ACLS TO TRUE
        NOT AT END
            IF WS-KAFKA-GRANT-COUNT < 500
                    AND KA-PRINCIPAL NOT = SPACES
                    AND KA-RESOURCE-NAME NOT = SPACES
                ADD 1 TO WS-KAFKA-GRANT-COUNT
                SET WS-KAFKA-GRANT-IDX TO WS-KAFKA-GRANT-COUNT
                MOVE KA-PRINCIPAL
                    TO WS-KG-PRINCIPAL (WS-KAFKA-GRANT-IDX)
                MOVE SPACES TO WS-KG-USE-KEY (WS-KAFKA-GRANT-IDX)
                STRING 'KAFKA:' DELIMITED BY SIZE
                    KA-RESOURCE-TYPE DELIMITED BY SPACE
                    ':' DELIMITED BY SIZE
                    KA-RESOURCE-NAME DELIMITED BY SPACE
                    ':' DELIMITED BY SIZE
                    KA-OPERATION DELIMITED BY SPACE
                    INTO WS-KG-USE-KEY (WS-KAFKA-GRANT-IDX)
                END-STRING
                MOVE KA-PERMISSION
                    TO WS-KG-PERMISSION (WS-KAFKA-GRANT-IDX)
                IF KA-EXPIRY-DATE IS NUMERIC
                    MOVE KA-EXPIRY-DATE
                        TO WS-KG-EXPIRY-DATE (WS-KAFKA-GRANT-IDX)
                ELSE
                    MOVE ZERO TO WS-KG-EXPIRY-DATE (WS-KAFKA-GRANT-IDX)
                END-IF
                MOVE ZERO TO WS-KG-LAST-USED (WS-KAFKA-GRANT-IDX)
            ELSE
                IF KA-PRINCIPAL NOT = SPACES
                        AND KA-RESOURCE-NAME NOT = SPACES
                    ADD 1 TO WS-KAFKA-GRANT-OVERFLOW-COUNT
                END-IF
            END-IF
    END-READ.

LOAD-GRANT-LAST-USES.
    MOVE 'N' TO WS-GRANT-USE-EOF-SWITCH.
    OPEN INPUT ACCESS-GRANT-USE-LOG.
            PERFORM APPLY-ONE-GRANT-USE
                VARYING WS-RECERT-SCAN-IDX FROM 1 BY 1
                UNTIL WS-RECERT-SCAN-IDX > WS-ACL-COUNT
            PERFORM APPLY-ONE-KAFKA-GRANT-USE
                VARYING WS-KAFKA-SCAN-IDX FROM 1 BY 1
                UNTIL WS-KAFKA-SCAN-IDX > WS-KAFKA-GRANT-COUNT
    END-READ.

APPLY-ONE-GRANT-USE.
            TO WS-ACL-LAST-USED (WS-RECERT-SCAN-IDX)
    END-IF.

APPLY-ONE-KAFKA-GRANT-USE.
    SET WS-KAFKA-GRANT-IDX TO WS-KAFKA-SCAN-IDX.
    IF WS-KG-PRINCIPAL (WS-KAFKA-GRANT-IDX) = AGU-PRINCIPAL
            AND WS-KG-USE-KEY (WS-KAFKA-GRANT-IDX) = AGU-NAMESPACE
            AND AGU-USE-DATE > WS-KG-LAST-USED (WS-KAFKA-GRANT-IDX)
        MOVE AGU-USE-DATE TO WS-KG-LAST-USED (WS-KAFKA-GRANT-IDX)
    END-IF.

JUDGE-GRANT-STATE.
    EVALUATE TRUE
        WHEN WS-GRANT-EXPIRY-DATE = ZERO
            MOVE 'LIVE' TO WS-GRANT-STATE-TEXT
        WHEN WS-GRANT-EXPIRY-DATE < WS-TODAY-YYYYMMDD
            MOVE 'EXPIRED' TO WS-GRANT-STATE-TEXT
        WHEN OTHER
            COMPUTE WS-GRANT-DAYS-LEFT =
                FUNCTION INTEGER-OF-DATE (WS-GRANT-EXPIRY-DATE) -
                FUNCTION INTEGER-OF-DATE (WS-TODAY-YYYYMMDD)
            IF WS-GRANT-DAYS-LEFT NOT > WS-GRACE-WINDOW-DAYS
                MOVE 'LAPSING' TO WS-GRANT-STATE-TEXT
                MOVE 'LIVE' TO WS-GRANT-STATE-TEXT
            END-IF
    END-EVALUATE.

WRITE-ONE-RECERT-LINE.
    MOVE WS-ACL-EXPIRY-DATE (WS-RECERT-SCAN-IDX)
        TO WS-GRANT-EXPIRY-DATE.
    PERFORM JUDGE-GRANT-STATE.
    MOVE SPACES TO RECERTIFICATION-LINE.
    IF WS-ACL-LAST-USED (WS-RECERT-SCAN-IDX) = ZERO
        STRING 'GRANT PRINCIPAL=' DELIMITED BY SIZE
    END-IF.
    WRITE RECERTIFICATION-LINE.

WRITE-ONE-KAFKA-RECERT-LINE.
    SET WS-KAFKA-GRANT-IDX TO WS-KAFKA-SCAN-IDX.
    MOVE WS-KG-EXPIRY-DATE (WS-KAFKA-GRANT-IDX)
        TO WS-GRANT-EXPIRY-DATE.
    PERFORM JUDGE-GRANT-STATE.
    EVALUATE TRUE
        WHEN WS-KG-PERMISSION (WS-KAFKA-GRANT-IDX) = 'DENY'
            MOVE 'N/A' TO WS-KG-LAST-USED-TEXT
        WHEN WS-KG-LAST-USED (WS-KAFKA-GRANT-IDX) = ZERO
            MOVE 'NEVER' TO WS-KG-LAST-USED-TEXT
        WHEN OTHER
            MOVE WS-KG-LAST-USED (WS-KAFKA-GRANT-IDX)
                TO WS-KG-LAST-USED-TEXT
    END-EVALUATE.
    MOVE SPACES TO RECERTIFICATION-LINE.
    STRING 'KAFKA-GRANT PRINCIPAL=' DELIMITED BY SIZE
        WS-KG-PRINCIPAL (WS-KAFKA-GRANT-IDX) DELIMITED BY SPACE
        ' RESOURCE=' DELIMITED BY SIZE
        WS-KG-USE-KEY (WS-KAFKA-GRANT-IDX) (7:122) DELIMITED BY SPACE
        ' PERMISSION=' DELIMITED BY SIZE
        WS-KG-PERMISSION (WS-KAFKA-GRANT-IDX) DELIMITED BY SPACE
        ' EXPIRES=' WS-KG-EXPIRY-DATE (WS-KAFKA-GRANT-IDX)
            DELIMITED BY SIZE
        ' STATE=' WS-GRANT-STATE-TEXT DELIMITED BY SPACE
        ' LAST-USED=' DELIMITED BY SIZE
        WS-KG-LAST-USED-TEXT DELIMITED BY SPACE
        INTO RECERTIFICATION-LINE
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE RECERTIFICATION-LINE.

APPEND-INCIDENT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO WS-INCIDENT-DATE-TIME.
    OPEN EXTEND INCIDENT-LOG-FILE.
