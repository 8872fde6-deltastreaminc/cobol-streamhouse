               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT BRIDGE-COMMIT-CHECKPOINT
               ASSIGN TO ROUTE-CHECKPOINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.
           SELECT INGEST-BATCH-DATA
               ASSIGN TO "REJECTTHRESHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-CONFIG-STATUS.
           SELECT SNAPSHOT-SUMMARY-FILE
               ASSIGN TO "SNAPSHOTSUMMARY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-SUMMARY-STATUS.
           SELECT SCHEMA-REGISTRY-FILE
               ASSIGN TO "SCHEMAREGISTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-FILE-STATUS.
           SELECT DEAD-LETTER-FILE
               ASSIGN TO "BRIDGEDEADLETTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEAD-LETTER-STATUS.
           SELECT ROUTE-DECK-FILE
               ASSIGN TO "BRIDGEROUTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROUTE-DECK-STATUS.
           SELECT ROUTE-SCHEMA-FIELD-FILE
               ASSIGN TO "ROUTESCHEMAFIELDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROUTE-SCHEMA-STATUS.
           SELECT ROUTE-REPORT-FILE
               ASSIGN TO "BRIDGEROUTEREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROUTE-REPORT-STATUS.
           SELECT UPSERT-CARD-FILE
               ASSIGN TO "BRIDGEUPSERTCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UPSERT-CARD-STATUS.
           SELECT SCHEMA-IDENTIFIER-FILE
               ASSIGN TO "SCHEMAIDCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDENTIFIER-FILE-STATUS.
           SELECT EQUALITY-DELETE-VALUE-FILE
               ASSIGN TO "BRIDGEDELETEVALUES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELETE-VALUE-STATUS.
           SELECT POSITION-DELETE-FILE
               ASSIGN TO "BRIDGEPOSITIONDELETES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-DELETE-STATUS.
           SELECT BATCH-REPORT-FILE
               ASSIGN TO "BRIDGEBATCHREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-REPORT-STATUS.
           SELECT WATERMARK-CARD-FILE
               ASSIGN TO "BRIDGEWATERMARKCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATERMARK-CARD-STATUS.
           SELECT COMPLETENESS-MARKER-FILE
               ASSIGN TO "BRIDGECOMPLETENESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPLETENESS-STATUS.
           SELECT LATE-ARRIVAL-FILE
               ASSIGN TO "BRIDGELATEARRIVALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LATE-ARRIVAL-STATUS.
           SELECT PARTITION-SPEC-HISTORY
               ASSIGN TO "PARTITIONSPECHISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPEC-HISTORY-STATUS.
           SELECT COMMIT-RESULT-FILE
               ASSIGN TO "COMMITRESULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMIT-RESULT-STATUS.
           SELECT COMMIT-REQUIREMENT-FILE
               ASSIGN TO "COMMITREQUIREMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMIT-REQUIREMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
*> ONE record in ONE write - the atomic pair that makes a crash
*> unable to double-land or drop a batch: a restart resumes after
*> this offset, and this snapshot already holds everything up to it.
*> Each route keeps its own: the configuration card's table keeps
*> BRIDGECOMMITCHECKPOINT, any other routed table has its own file
*> named BRIDGECOMMITCHECKPOINT-<table>. A route that tracks event
*> time carries its watermarks in the same record, so they can never
*> run ahead of or behind the offset they were read up to; a record
*> written before event time was tracked simply lacks them. Each
*> source partition's committed offset rides in the record as well -
*> partitions are read independently, so no one offset speaks for
*> all of them. CK-LAST-COMMITTED-OFFSET is the highest of them; a
*> record written before they were kept carries that offset alone,
*> and it stands as the floor for every partition.
       FD BRIDGE-COMMIT-CHECKPOINT.
       01 BRIDGE-CHECKPOINT-RECORD.
          05 CK-LAST-COMMITTED-OFFSET PIC 9(10).
          05 CK-LAST-SNAPSHOT-ID      PIC 9(18).
          05 CK-EVENT-TIME-STATE.
             10 CK-COMPLETE-BEFORE-DAY PIC 9(8).
             10 CK-FIRST-EVENT-DAY    PIC 9(8).
             10 CK-WATERMARK-COUNT    PIC 9(3).
             10 CK-SOURCE-WATERMARK OCCURS 32 TIMES.
                15 CK-WM-PARTITION    PIC 9(5).
                15 CK-WM-MAX-EVENT-SECS PIC 9(12).
          05 CK-PARTITION-OFFSET-STATE.
             10 CK-OFFSET-FLOOR-SWITCH PIC X.
             10 CK-OFFSET-FLOOR       PIC 9(10).
             10 CK-PARTITION-COUNT    PIC 9(3).
             10 CK-PARTITION-OFFSET OCCURS 128 TIMES.
                15 CK-PO-PARTITION    PIC 9(5).
                15 CK-PO-OFFSET       PIC 9(10).

       FD INGEST-BATCH-DATA.
       01 INGEST-BATCH-LINE           PIC X(1200).
          05 DF-RECORD-COUNT         PIC 9(18).
          05 DF-FILE-SIZE-BYTES      PIC 9(18).
          05 DF-NULL-COUNT           PIC 9(18).
          05 DF-PARTITION-SPEC-ID    PIC 9(9).

       FD SNAPSHOT-FILE-HISTORY.
       01 SNAPSHOT-FILE-HISTORY-REC.
       01 REJECT-THRESHOLD-CARD.
          05 RT-REJECT-PERCENT       PIC 9(3).

*> One summary record per committed snapshot - the operation, who
*> committed it and what it added - shared with the table programs.
       FD SNAPSHOT-SUMMARY-FILE.
       01 SNAPSHOT-SUMMARY-REC.
          05 SSR-TABLE-NAME          PIC X(128).
          05 SSR-SNAPSHOT-ID         PIC 9(18).
          05 SSR-PARENT-SNAPSHOT-ID  PIC 9(18).
          05 SSR-OPERATION           PIC X(10).
          05 SSR-COMMIT-PROGRAM      PIC X(30).
          05 SSR-COMMIT-PRINCIPAL    PIC X(30).
          05 SSR-COMMIT-TIMESTAMP    PIC 9(14).
          05 SSR-ADDED-FILES         PIC 9(9).
          05 SSR-REMOVED-FILES       PIC 9(9).
          05 SSR-ADDED-ROWS          PIC 9(18).
          05 SSR-REMOVED-ROWS        PIC 9(18).
          05 SSR-ADDED-BYTES         PIC 9(18).
          05 SSR-REMOVED-BYTES       PIC 9(18).

*> The versioned registry ICEBERG-SCHEMA appends on every successful
*> evolution, in its exact record layout - what a stamped message's
*> schema id resolves against.
       FD SCHEMA-REGISTRY-FILE.
       01 SCHEMA-REGISTRY-REC.
          05 RG-SCHEMA-VERSION       PIC 9(10).
          05 RG-FIELD-ID             PIC 9(9).
          05 RG-FIELD-NAME           PIC X(128).
          05 RG-FIELD-TYPE           PIC X(30).
          05 RG-PRIMITIVE-SWITCH     PIC X.
          05 RG-REQUIRED-SWITCH      PIC X.
          05 RG-PARENT-ID            PIC 9(9).
          05 RG-HAS-DEFAULT-SWITCH   PIC X.
          05 RG-DEFAULT-VALUE        PIC X(64).

*> One message per record, in the consumer's dead-letter layout: a
*> message whose schema id cannot be resolved, or whose writer schema
*> the table cannot read, is set aside here with the reason and the
*> full stamped value, and the batch it arrived in goes on without it.
       FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-LINE           PIC X(1300).

*> The routing deck, one card per route: the topic, optionally the
*> '|'-delimited payload position and value that pick this route out
*> of a topic carrying several event types (position zero takes the
*> topic's remaining messages), the target table, and the route's own
*> batch limits and bounds field id - zero inherits the configuration
*> card's. With no deck the configuration card is the only route, as
*> it always was. A table may be the target of one route only.
       FD ROUTE-DECK-FILE.
       01 ROUTE-CARD.
          05 RTC-TOPIC-NAME          PIC X(100).
          05 RTC-DISCRIMINATOR-POS   PIC 9(3).
          05 RTC-DISCRIMINATOR-VALUE PIC X(40).
          05 RTC-TABLE-NAME          PIC X(50).
          05 RTC-BATCH-MAX-BYTES     PIC 9(9).
          05 RTC-BATCH-MAX-MESSAGES  PIC 9(5).
          05 RTC-BOUNDS-FIELD-ID     PIC 9(9).

*> Schema field cards for routed tables: the table name, then the
*> SCHEMAFIELDCARDS layout. A table with no cards here falls back to
*> TABLESCHEMAFIELDS when it is the configuration card's table, and
*> otherwise lands unvalidated with key bounds only.
       FD ROUTE-SCHEMA-FIELD-FILE.
       01 ROUTE-SCHEMA-FIELD-CARD.
          05 RSF-TABLE-NAME          PIC X(50).
          05 RSF-FIELD-CARD          PIC X(243).

*> Per-route counts for the run: messages taken, dead-lettered,
*> batches rejected and batches committed, with the checkpoint each
*> route finished on.
       FD ROUTE-REPORT-FILE.
       01 ROUTE-REPORT-LINE          PIC X(500).

*> Upsert mode for a change-data topic, one card per table: the
*> payload position holding the change operation, the codes that
*> mean insert, update and delete (blank = I, U, D), and the
*> identifier field ids a row is keyed on. With no ids punched the
*> configuration card's table takes ICEBERG-SCHEMA's identifier set
*> from SCHEMAIDCARDS; with none there either the message key is the
*> row key. A table with no card is appended to as before.
       FD UPSERT-CARD-FILE.
       01 UPSERT-CARD.
          05 UPC-TABLE-NAME          PIC X(50).
          05 UPC-OP-FIELD-POS        PIC 9(3).
          05 UPC-INSERT-CODE         PIC X(10).
          05 UPC-UPDATE-CODE         PIC X(10).
          05 UPC-DELETE-CODE         PIC X(10).
          05 UPC-IDENTIFIER-FIELD-ID PIC 9(9) OCCURS 3 TIMES.

*> The identifier-field set ICEBERG-SCHEMA validates.
       FD SCHEMA-IDENTIFIER-FILE.
       01 SCHEMA-IDENTIFIER-CARD.
          05 SIC-FIELD-ID            PIC 9(9).

*> An equality-delete file's content rows, in the layout the erasure
*> purge writes: which field id must equal which value for a row to
*> be deleted.
       FD EQUALITY-DELETE-VALUE-FILE.
       01 EQUALITY-DELETE-VALUE-REC.
          05 EDV-DELETE-FILE-PATH    PIC X(256).
          05 EDV-FIELD-ID            PIC 9(9).
          05 EDV-IDENTIFIER-VALUE    PIC X(64).

*> A position-delete file's content rows: the data file and the row
*> position (from zero, in landing order) each one strikes.
       FD POSITION-DELETE-FILE.
       01 POSITION-DELETE-REC.
          05 PDR-DELETE-FILE-PATH    PIC X(256).
          05 PDR-DATA-FILE-PATH      PIC X(256).
          05 PDR-ROW-POSITION        PIC 9(9).

*> One line per batch cut, committed or rejected, with the insert,
*> update and delete counts it carried.
       FD BATCH-REPORT-FILE.
       01 BATCH-REPORT-LINE          PIC X(300).

*> Event-time cards, one per table that tracks completeness: which
*> payload position carries the event time (YYYYMMDDHHMMSS), how many
*> seconds late an event may still arrive, how many topic partitions
*> feed the table (zero = those seen so far), and optionally a table
*> that takes events arriving after their day was marked complete.
       FD WATERMARK-CARD-FILE.
       01 WATERMARK-CARD.
          05 WMC-TABLE-NAME          PIC X(50).
          05 WMC-EVENT-TIME-POS      PIC 9(3).
          05 WMC-ALLOWED-LATENESS    PIC 9(7).
          05 WMC-SOURCE-PARTITIONS   PIC 9(3).
          05 WMC-LATE-TABLE-NAME     PIC X(50).

*> One marker per day partition of a table that no further events
*> are expected for: every source partition's watermark has passed
*> the day's end. The snapshot named holds everything consumed up to
*> that point. Markers accumulate across runs.
       FD COMPLETENESS-MARKER-FILE.
       01 COMPLETENESS-MARKER-REC.
          05 CM-TABLE-NAME           PIC X(50).
          05 CM-PARTITION-DAY        PIC 9(8).
          05 CM-WATERMARK            PIC X(14).
          05 CM-SNAPSHOT-ID          PIC 9(18).
          05 CM-MARKED-AT            PIC X(14).

*> One line per event that arrived for a day already marked complete.
       FD LATE-ARRIVAL-FILE.
       01 LATE-ARRIVAL-LINE          PIC X(400).

*> The partition spec history: a landed file is written under the
*> newest spec, the one the table currently partitions by.
       FD PARTITION-SPEC-HISTORY.
       01 PARTITION-SPEC-HISTORY-REC.
          05 PSH-SPEC-ID             PIC 9(9).
          05 PSH-RECORD-TYPE         PIC X.
          05 PSH-SOURCE-ID           PIC 9(9).
          05 PSH-FIELD-ID            PIC 9(9).
          05 PSH-NAME                PIC X(128).
          05 PSH-TRANSFORM           PIC X(30).

*> CATALOG-HANDLERS' answer to the last catalog commit. A CONFLICT
*> for a routed table with the retry flag set means that table's
*> last landing was built on a base someone else has since moved;
*> the route replans against the base the catalog now reports.
       FD COMMIT-RESULT-FILE.
       01 COMMIT-RESULT-REC.
          05 CRS-TABLE-KEY           PIC X(160).
          05 CRS-TABLE-NAME          PIC X(128).
          05 CRS-OUTCOME             PIC X(10).
             88 CRS-CONFLICT VALUE 'CONFLICT'.
          05 CRS-HTTP-STATUS         PIC 9(3).
          05 CRS-RETRY-SWITCH        PIC X.
             88 CRS-RETRY-AGAINST-NEW-BASE VALUE 'Y'.
          05 CRS-FAILED-REQUIREMENT  PIC X(20).
          05 CRS-BASE-SNAPSHOT-ID    PIC 9(18).
          05 CRS-BASE-METADATA-LOCATION PIC X(256).

*> One requirement card per route that committed this run: its table
*> must still be at the snapshot the route planned against, or
*> CATALOG-HANDLERS refuses the catalog commit as a conflict.
       FD COMMIT-REQUIREMENT-FILE.
       01 COMMIT-REQUIREMENT-CARD.
          05 CQ-TABLE-KEY            PIC X(160).
          05 CQ-ASSERT-SNAPSHOT-SWITCH PIC X.
          05 CQ-EXPECTED-SNAPSHOT-ID PIC 9(18).
          05 CQ-EXPECTED-METADATA-LOCATION PIC X(256).
          05 CQ-EXPECTED-SCHEMA      PIC X(512).
          05 CQ-EXPECTED-PARTITION-SPEC PIC X(256).

       WORKING-STORAGE SECTION.
           01 CONFIG-FILE-STATUS     PIC XX.
               88 CONFIG-FILE-OK VALUE '00'.
           01 KAFKA-CONSUMER             PIC X(8).
           01 KAFKA-MESSAGE.
               05 MESSAGE-VALUE          PIC X(1000).
*> KAFKA-PRODUCER's stamped value: the schema id the payload was
*> written under, then the payload proper after the ';'.
               05 MESSAGE-SCHEMA-ENVELOPE REDEFINES MESSAGE-VALUE.
                   10 MESSAGE-SCHEMA-TAG PIC X(10).
                       88 MESSAGE-IS-SCHEMA-STAMPED
                           VALUE 'SCHEMA-ID='.
                   10 MESSAGE-SCHEMA-ID  PIC 9(10).
                   10 MESSAGE-SCHEMA-END PIC X.
                   10 MESSAGE-PAYLOAD    PIC X(979).
               05 MESSAGE-KEY            PIC X(100).
               05 MESSAGE-TOPIC          PIC X(100).
               05 MESSAGE-PARTITION      PIC 9(5).

           01 COLUMN-BOUNDS-STATUS       PIC XX.
               88 COLUMN-BOUNDS-OK VALUE '00'.
           01 SCHEMA-FIELD-STATUS        PIC XX.
               88 SCHEMA-FIELD-OK VALUE '00'.
           01 EXCEPTION-FILE-STATUS      PIC XX.
           01 SCHEMA-EOF-SWITCH          PIC X VALUE 'N'.
               88 END-OF-SCHEMA-FIELDS VALUE 'Y'.

*> Everything one route owns - its target table, schema contract,
*> batch limits, the batch being accumulated, its checkpoint pair and
*> its counts - in one group, so the route a message belongs to is
*> swapped in whole before the message is handled and swapped out
*> whole when the next message belongs elsewhere. The paragraphs that
*> validate, bound and commit a batch work on this group alone and
*> neither know nor care which route is loaded.
           01 BRIDGE-ROUTE-STATE.
               05 TABLE-NAME             PIC X(50).
               05 ROUTE-TOPIC-NAME       PIC X(100).
               05 ROUTE-CHECKPOINT-NAME  PIC X(80)
                       VALUE 'BRIDGECOMMITCHECKPOINT'.

*> The loaded schema contract: field count, and which positions are
*> required. Message values arrive as '|'-delimited fields in card
*> order, so position is the join key.
               05 SCHEMA-FIELD-COUNT     PIC 9(3) VALUE 0.
               05 SCHEMA-REQUIRED-TABLE.
                   10 SCHEMA-REQUIRED-FLAG PIC X OCCURS 50 TIMES.
               05 SCHEMA-FIELD-ID-TABLE.
                   10 SCHEMA-FIELD-IDS   PIC 9(9) OCCURS 50 TIMES.

*> Running per-field statistics over the batch's message values, one
*> slot per schema position: the min and max text seen and how many
*> records left the position blank. A min still at HIGH-VALUES means
*> no value arrived at all.
               05 BATCH-FIELD-BOUNDS-TABLE.
                   10 BATCH-FIELD-BOUNDS OCCURS 50 TIMES.
                      15 BATCH-FIELD-MIN PIC X(40).
                      15 BATCH-FIELD-MAX PIC X(40).
                      15 BATCH-FIELD-NULLS PIC 9(9).
               05 SCHEMA-LOADED-SWITCH   PIC X VALUE 'N'.
                   88 SCHEMA-WAS-LOADED VALUE 'Y'.
               05 BATCH-VALID-SWITCH     PIC X VALUE 'Y'.
                   88 BATCH-IS-VALID VALUE 'Y'.
               05 BATCH-ERROR-COUNT      PIC 9(5) VALUE 0.
               05 BATCH-FIRST-ERROR      PIC X(80) VALUE SPACES.

               05 BOUNDS-FIELD-ID        PIC 9(9) VALUE 1.
               05 BATCH-KEY-MIN          PIC X(40) VALUE HIGH-VALUES.
               05 BATCH-KEY-MAX          PIC X(40) VALUE LOW-VALUES.
               05 BATCH-KEY-NULL-COUNT   PIC 9(9) VALUE 0.
               05 BATCH-MAX-BYTES        PIC 9(9) VALUE 1048576.
               05 BATCH-MAX-MESSAGES     PIC 9(5) VALUE 1000.

*> State of the batch currently being accumulated.
               05 BATCH-MESSAGE-COUNT    PIC 9(9) VALUE 0.
               05 BATCH-BYTE-COUNT       PIC 9(9) VALUE 0.
               05 BATCH-LAST-OFFSET      PIC 9(10) VALUE 0.

               05 LAST-COMMITTED-OFFSET  PIC 9(10) VALUE 0.

*> Each source partition's own committed offset, and the highest
*> offset the batch in hand has consumed from it. Only a partition's
*> own offset may say whether one of its messages already landed.
*> LAST-COMMITTED-OFFSET is the highest of them, for the reports. A
*> checkpoint from before offsets were kept per partition leaves its
*> one offset as the floor for every partition without an entry.
               05 PARTITION-OFFSET-STATE.
                   10 OFFSET-FLOOR-SWITCH PIC X VALUE 'N'.
                       88 OFFSET-FLOOR-APPLIES VALUE 'Y'.
                   10 OFFSET-FLOOR       PIC 9(10) VALUE 0.
                   10 PARTITION-OFFSET-COUNT PIC 9(3) VALUE 0.
                   10 PARTITION-OFFSET OCCURS 128 TIMES.
                       15 PO-PARTITION   PIC 9(5) VALUE 0.
                       15 PO-COMMITTED-OFFSET PIC 9(10) VALUE 0.
                       15 PO-COMMITTED-SWITCH PIC X VALUE 'N'.
                           88 PO-HAS-COMMITTED VALUE 'Y'.
                       15 PO-BATCH-OFFSET PIC 9(10) VALUE 0.
                       15 PO-BATCH-SWITCH PIC X VALUE 'N'.
                           88 PO-IN-BATCH VALUE 'Y'.
               05 BATCH-OFFSETS-SWITCH   PIC X VALUE 'N'.
                   88 BATCH-OFFSETS-PENDING VALUE 'Y'.
               05 LAST-SNAPSHOT-ID       PIC 9(18) VALUE 0.
               05 ROUTE-BASE-SNAPSHOT-ID PIC 9(18) VALUE 0.

*> The route's side of the schema registry: the reader/writer verdict
*> reached the first time each registered version arrives on this
*> route and, against the route's table deck, which deck position each
*> writer field lands in.
               05 REGISTRY-READER-VIEW.
                   10 RV-READER-ENTRY OCCURS 100 TIMES.
                       15 RV-COMPAT-VERDICT PIC X VALUE SPACE.
                           88 RV-NOT-YET-CHECKED VALUE SPACE.
                           88 RV-IS-COMPATIBLE VALUE 'C'.
                           88 RV-IS-INCOMPATIBLE VALUE 'I'.
                       15 RV-BREAK-DETAIL PIC X(80) VALUE SPACES.
                       15 RV-READER-COVERAGE PIC X(50) VALUE SPACES.
               05 REGISTRY-READER-MAP.
                   10 RF-READER-POS      PIC 9(3) VALUE 0
                           OCCURS 2000 TIMES.

*> The reader side of the compatibility check: the table's schema
*> deck when one is loaded, otherwise the newest registered schema
*> this route has accepted so far.
               05 READER-FIELD-COUNT     PIC 9(3) VALUE 0.
               05 READER-FIELD-TABLE.
                   10 READER-FIELD OCCURS 50 TIMES.
                       15 RD-FIELD-ID    PIC 9(9).
                       15 RD-FIELD-TYPE  PIC X(30).
                       15 RD-REQUIRED-SWITCH PIC X.
                       15 RD-HAS-DEFAULT-SWITCH PIC X.
               05 READER-SOURCE-SWITCH   PIC X VALUE 'N'.
                   88 READER-IS-TABLE-DECK VALUE 'D'.
                   88 READER-IS-REGISTRY VALUE 'R'.
               05 READER-SCHEMA-ID       PIC 9(10) VALUE 0.
               05 CURRENT-WRITER-SCHEMA-ID PIC 9(10) VALUE 0.

*> The route's counts for the run report.
               05 ROUTE-MESSAGE-COUNT    PIC 9(9) VALUE 0.
               05 ROUTE-DEAD-LETTER-COUNT PIC 9(9) VALUE 0.
               05 ROUTE-REJECTED-BATCHES PIC 9(5) VALUE 0.
               05 ROUTE-COMMITTED-BATCHES PIC 9(5) VALUE 0.
               05 ROUTE-INSERT-COUNT     PIC 9(9) VALUE 0.
               05 ROUTE-UPDATE-COUNT     PIC 9(9) VALUE 0.
               05 ROUTE-DELETE-COUNT     PIC 9(9) VALUE 0.

*> Upsert mode: where the change operation sits in the payload, the
*> codes for each operation, and the identifier fields a row is keyed
*> on with the deck position each one lands in. No identifier fields
*> means the message key is the row key.
               05 UPSERT-MODE-SWITCH     PIC X VALUE 'N'.
                   88 ROUTE-IS-UPSERT VALUE 'Y'.
               05 UPSERT-OP-POS          PIC 9(3) VALUE 0.
               05 UPSERT-INSERT-CODE     PIC X(10) VALUE 'I'.
               05 UPSERT-UPDATE-CODE     PIC X(10) VALUE 'U'.
               05 UPSERT-DELETE-CODE     PIC X(10) VALUE 'D'.
               05 UPSERT-ID-COUNT        PIC 9 VALUE 0.
               05 UPSERT-IDENTIFIER OCCURS 3 TIMES.
                   10 UPSERT-ID-FIELD-ID PIC 9(9) VALUE 0.
                   10 UPSERT-ID-POS      PIC 9(3) VALUE 0.

*> The batch's changes: rows it lands, its operation tallies, and
*> each row key it touched - the row number of the key's version
*> live in this batch, and whether an update or delete means older
*> files' versions must go. A version superseded inside the batch is
*> struck by position instead.
               05 BATCH-ROW-COUNT        PIC 9(9) VALUE 0.
               05 BATCH-INSERT-COUNT     PIC 9(9) VALUE 0.
               05 BATCH-UPDATE-COUNT     PIC 9(9) VALUE 0.
               05 BATCH-DELETE-COUNT     PIC 9(9) VALUE 0.
               05 BATCH-ROW-KEY-COUNT    PIC 9(3) VALUE 0.
               05 BATCH-ROW-KEY-TABLE.
                   10 BATCH-ROW-KEY OCCURS 200 TIMES.
                       15 BK-KEY-VALUES.
                           20 BK-ID-VALUE PIC X(64) OCCURS 3 TIMES.
                       15 BK-LIVE-ROW    PIC 9(9).
                       15 BK-EQ-DELETE-SWITCH PIC X.
                           88 BK-NEEDS-EQ-DELETE VALUE 'Y'.
               05 BATCH-SUPERSEDED-COUNT PIC 9(3) VALUE 0.
               05 BATCH-SUPERSEDED-TABLE.
                   10 BATCH-SUPERSEDED-ROW PIC 9(9) OCCURS 200 TIMES.

*> Event-time tracking: where the event time sits, the lateness
*> allowed, how many source partitions must report, and the route
*> late events are handed to. The event-time state proper - each
*> source partition's latest event time, the first day seen and the
*> day before which every day is complete - rides in the checkpoint
*> record so a restart resumes it with the offset it belongs to.
               05 EVENT-TIME-MODE-SWITCH PIC X VALUE 'N'.
                   88 ROUTE-TRACKS-EVENT-TIME VALUE 'Y'.
               05 EVENT-TIME-POS         PIC 9(3) VALUE 0.
               05 ALLOWED-LATENESS-SECS  PIC 9(7) VALUE 0.
               05 SOURCE-PARTITION-TARGET PIC 9(3) VALUE 0.
               05 LATE-ARRIVAL-ROUTE-IDX PIC 9(3) VALUE 0.
               05 ROUTE-LATE-EVENT-COUNT PIC 9(9) VALUE 0.
               05 ROUTE-MARKER-COUNT     PIC 9(5) VALUE 0.
               05 MARKED-THROUGH-DAY     PIC 9(8) VALUE 0.
               05 EVENT-TIME-STATE.
                   10 ET-COMPLETE-BEFORE-DAY PIC 9(8) VALUE 0.
                   10 ET-FIRST-EVENT-DAY PIC 9(8) VALUE 0.
                   10 ET-WATERMARK-COUNT PIC 9(3) VALUE 0.
                   10 ET-SOURCE-WATERMARK OCCURS 32 TIMES.
                       15 ET-WM-PARTITION PIC 9(5) VALUE 0.
                       15 ET-WM-MAX-EVENT-SECS PIC 9(12) VALUE 0.

*> Each route's group while another route is loaded, and the group as
*> the configuration card leaves it - the starting point of every
*> route before its own card, schema and checkpoint are applied.
           01 ROUTE-STATE-TABLE.
               05 ROUTE-SAVED-STATE      PIC X(73071)
                       OCCURS 16 TIMES.
           01 ROUTE-PRISTINE-STATE       PIC X(73071).

*> The routing deck as loaded: which topic, and optionally which value
*> of which payload position, each route takes, and where it lands.
           01 ROUTE-COUNT                PIC 9(3) VALUE 0.
           01 ROUTE-DIRECTORY.
               05 ROUTE-ENTRY OCCURS 16 TIMES.
                   10 RTE-TOPIC-NAME      PIC X(100).
                   10 RTE-DISCRIMINATOR-POS PIC 9(3).
                   10 RTE-DISCRIMINATOR-VALUE PIC X(40).
                   10 RTE-TABLE-NAME      PIC X(50).
                   10 RTE-CHECKPOINT-NAME PIC X(80).
                   10 RTE-BATCH-MAX-BYTES PIC 9(9).
                   10 RTE-BATCH-MAX-MESSAGES PIC 9(5).
                   10 RTE-BOUNDS-FIELD-ID PIC 9(9).
                   10 RTE-EVENT-TIME-POS  PIC 9(3).
                   10 RTE-ALLOWED-LATENESS PIC 9(7).
                   10 RTE-SOURCE-PARTITIONS PIC 9(3).
                   10 RTE-LATE-ROUTE-IDX  PIC 9(3).
                   10 RTE-ROUTE-KIND      PIC X.
                       88 RTE-TAKES-LATE-ONLY VALUE 'L'.
           01 ROUTE-DECK-STATUS          PIC XX.
               88 ROUTE-DECK-OK VALUE '00'.
           01 ROUTE-DECK-EOF-SWITCH      PIC X VALUE 'N'.
               88 END-OF-ROUTE-DECK VALUE 'Y'.
           01 ROUTE-DECK-SWITCH          PIC X VALUE 'N'.
               88 ROUTES-FROM-DECK VALUE 'Y'.
           01 ROUTE-SCHEMA-STATUS        PIC XX.
               88 ROUTE-SCHEMA-OK VALUE '00'.
           01 ROUTE-REPORT-STATUS        PIC XX.
               88 ROUTE-REPORT-OK VALUE '00'.
           01 DEFAULT-TABLE-NAME         PIC X(50) VALUE SPACES.
           01 ROUTE-IDX                  PIC 9(3) VALUE 0.
           01 ROUTE-SCAN-IDX             PIC 9(3) VALUE 0.
           01 ROUTE-PEER-IDX             PIC 9(3) VALUE 0.
           01 LOADED-ROUTE-IDX           PIC 9(3) VALUE 0.
           01 TARGET-ROUTE-IDX           PIC 9(3) VALUE 0.
           01 SELECTED-ROUTE-IDX         PIC 9(3) VALUE 0.
           01 CATCH-ALL-ROUTE-IDX        PIC 9(3) VALUE 0.
           01 HOME-ROUTE-IDX             PIC 9(3) VALUE 0.
           01 ROUTE-PEER-FOUND-SWITCH    PIC X VALUE 'N'.
               88 ROUTE-PEER-FOUND VALUE 'Y'.
           01 ROUTE-PAYLOAD-WORK         PIC X(1000).
*> A payload field is taken whole: its first 64 characters are the
*> text every test reads, and anything past them is a value too long
*> to serve as a row key.
           01 PAYLOAD-FIELD-FULL         PIC X(1000).
           01 PAYLOAD-FIELD-SPLIT REDEFINES PAYLOAD-FIELD-FULL.
               05 PAYLOAD-FIELD-TEXT     PIC X(64).
               05 PAYLOAD-FIELD-SPILL    PIC X(936).
           01 PAYLOAD-FIELD-POINTER      PIC 9(4) VALUE 0.
           01 ROUTE-COUNT-DISPLAY        PIC Z(8)9.
           01 ROUTE-REJECT-DISPLAY       PIC Z(4)9.
           01 ROUTE-COMMIT-DISPLAY       PIC Z(4)9.
           01 ROUTE-DEAD-LETTER-DISPLAY  PIC Z(8)9.
           01 ROUTE-POS-DISPLAY          PIC ZZ9.
           01 ROUTE-TOTAL-MESSAGES       PIC 9(9) VALUE 0.
           01 UNROUTED-MESSAGE-COUNT     PIC 9(9) VALUE 0.
           01 ROUTE-INSERT-DISPLAY       PIC Z(8)9.
           01 ROUTE-UPDATE-DISPLAY       PIC Z(8)9.
           01 ROUTE-DELETE-DISPLAY       PIC Z(8)9.

*> Upsert working fields: the card deck, the operation and row key of
*> the message in hand, and the row-delete files a commit writes.
           01 UPSERT-CARD-STATUS         PIC XX.
               88 UPSERT-CARD-OK VALUE '00'.
           01 UPSERT-CARD-EOF-SWITCH     PIC X VALUE 'N'.
               88 END-OF-UPSERT-CARDS VALUE 'Y'.
           01 IDENTIFIER-FILE-STATUS     PIC XX.
               88 IDENTIFIER-FILE-OK VALUE '00'.
           01 IDENTIFIER-EOF-SWITCH      PIC X VALUE 'N'.
               88 END-OF-IDENTIFIER-CARDS VALUE 'Y'.
           01 DELETE-VALUE-STATUS        PIC XX.
               88 DELETE-VALUE-OK VALUE '00'.
           01 POSITION-DELETE-STATUS     PIC XX.
               88 POSITION-DELETE-OK VALUE '00'.
           01 BATCH-REPORT-STATUS        PIC XX.
               88 BATCH-REPORT-OK VALUE '00'.
           01 LISTING-EOF-SWITCH         PIC X VALUE 'N'.
               88 END-OF-LISTING VALUE 'Y'.
           01 UPSERT-CARD-FOUND-SWITCH   PIC X VALUE 'N'.
               88 UPSERT-CARD-FOUND VALUE 'Y'.
           01 UPSERT-ID-SCAN             PIC 9(3) VALUE 0.
           01 UPSERT-POS-SCAN            PIC 9(3) VALUE 0.
           01 CDC-OPERATION-SWITCH       PIC X VALUE SPACE.
               88 CDC-IS-INSERT VALUE 'I'.
               88 CDC-IS-UPDATE VALUE 'U'.
               88 CDC-IS-DELETE VALUE 'D'.
           01 CDC-KEY-VALUES.
               05 CDC-ID-VALUE           PIC X(64) OCCURS 3 TIMES.
           01 ROW-KEY-LENGTH-SWITCH      PIC X VALUE 'N'.
               88 ROW-KEY-TOO-LONG VALUE 'Y'.
           01 BATCH-KEY-SCAN-POS         PIC 9(3) VALUE 0.
           01 BATCH-KEY-POS              PIC 9(3) VALUE 0.
           01 BATCH-KEY-FOUND-SWITCH     PIC X VALUE 'N'.
               88 BATCH-KEY-FOUND VALUE 'Y'.
           01 EQ-DELETE-KEY-COUNT        PIC 9(5) VALUE 0.
           01 EQ-COVERED-FILE-COUNT      PIC 9(7) VALUE 0.
           01 EQ-DELETE-FILE-PATH        PIC X(256).
           01 POS-DELETE-FILE-PATH       PIC X(256).
           01 TABLE-PATH-PREFIX          PIC X(80).
           01 TABLE-PREFIX-POINTER       PIC 9(3) VALUE 0.
           01 TABLE-PREFIX-LENGTH        PIC 9(3) VALUE 0.
           01 SNAPSHOT-ADDED-FILES       PIC 9(3) VALUE 0.
           01 BATCH-REPORT-STATE         PIC X(9).

*> Event-time working fields: the card deck, the event time of the
*> message in hand, and the low watermark a commit judges days by.
           01 WATERMARK-CARD-STATUS      PIC XX.
               88 WATERMARK-CARD-OK VALUE '00'.
           01 WATERMARK-CARD-EOF-SWITCH  PIC X VALUE 'N'.
               88 END-OF-WATERMARK-CARDS VALUE 'Y'.
           01 COMPLETENESS-STATUS        PIC XX.
               88 COMPLETENESS-OK VALUE '00'.
           01 COMPLETENESS-EOF-SWITCH    PIC X VALUE 'N'.
               88 END-OF-COMPLETENESS-MARKERS VALUE 'Y'.
           01 LATE-ARRIVAL-STATUS        PIC XX.
               88 LATE-ARRIVAL-OK VALUE '00'.
           01 SOURCE-ROUTE-COUNT         PIC 9(3) VALUE 0.
           01 RESUME-ROUTE-IDX           PIC 9(3) VALUE 0.
           01 MESSAGE-LATE-SWITCH        PIC X VALUE 'N'.
               88 MESSAGE-IS-LATE VALUE 'Y'.
           01 EVENT-TIME-WORK            PIC X(14).
           01 EVENT-TIME-PARTS REDEFINES EVENT-TIME-WORK.
               05 EVENT-DATE-PART        PIC 9(8).
               05 EVENT-HOUR-PART        PIC 99.
               05 EVENT-MINUTE-PART      PIC 99.
               05 EVENT-SECOND-PART      PIC 99.
           01 EVENT-DAY-NUMBER           PIC 9(7) VALUE 0.
           01 EVENT-SECONDS              PIC 9(12) VALUE 0.
           01 WATERMARK-SCAN-POS         PIC 9(3) VALUE 0.
           01 WATERMARK-POS              PIC 9(3) VALUE 0.
           01 LOW-WATERMARK-SECS         PIC 9(12) VALUE 0.
           01 LOW-WATERMARK-DAY-NUMBER   PIC 9(7) VALUE 0.
           01 LOW-WATERMARK-TIME-SECS    PIC 9(5) VALUE 0.
           01 LOW-WATERMARK-STAMP.
               05 LOW-WATERMARK-DATE     PIC 9(8).
               05 LOW-WATERMARK-HOUR     PIC 99.
               05 LOW-WATERMARK-MINUTE   PIC 99.
               05 LOW-WATERMARK-SECOND   PIC 99.
           01 MARK-DAY-NUMBER            PIC 9(7) VALUE 0.
           01 MARK-DAY                   PIC 9(8) VALUE 0.
           01 MARKER-SNAPSHOT-ID         PIC 9(18) VALUE 0.
           01 ROUTE-LATE-DISPLAY         PIC Z(8)9.
           01 LATE-LANDING-TABLE         PIC X(50).

*> One field card in the SCHEMAFIELDCARDS layout, whichever deck it
*> was read from.
           01 SCHEMA-CARD-WORK.
               05 SCW-FIELD-ID           PIC 9(9).
               05 SCW-FIELD-NAME         PIC X(128).
               05 SCW-FIELD-TYPE         PIC X(30).
               05 SCW-PRIMITIVE-SWITCH   PIC X.
               05 SCW-REQUIRED-SWITCH    PIC X.
               05 SCW-PARENT-ID          PIC 9(9).
               05 SCW-HAS-DEFAULT-SWITCH PIC X.
               05 SCW-DEFAULT-VALUE      PIC X(64).

           01 FIELD-TEXT-WORK            PIC X(40).
           01 FIELD-TEXT-LENGTH          PIC 9(4) VALUE 0.
           01 BOUNDS-WRITE-POS           PIC 9(3) VALUE 0.
           01 MESSAGE-FIELD-COUNT        PIC 9(3) VALUE 0.
           01 MESSAGE-SCAN-POS           PIC 9(4) VALUE 0.
           01 MESSAGE-VALUE-LENGTH       PIC 9(4) VALUE 0.
           01 FIELD-IS-BLANK-SWITCH      PIC X.
               88 FIELD-IS-BLANK VALUE 'Y'.
           01 FIELD-CHECK-POS            PIC 9(4).
           01 REJECTED-BATCH-COUNT       PIC 9(5) VALUE 0.
           01 REJECT-PERCENT-DEFAULT     PIC 9(3) VALUE 50.
           01 REJECT-PERCENT-LIMIT       PIC 9(3) VALUE 50.
           01 OBSERVED-REJECT-PERCENT    PIC 9(3) VALUE 0.
           01 TOTAL-BATCH-COUNT          PIC 9(5) VALUE 0.

           01 BATCH-KEY-VALUE            PIC X(40).
           01 MESSAGE-BYTE-LENGTH        PIC 9(5) VALUE 0.
           01 BATCHES-COMMITTED-COUNT    PIC 9(5) VALUE 0.

           01 NEXT-SNAPSHOT-ID           PIC 9(18) VALUE 0.
           01 HIGHEST-HISTORY-SNAPSHOT   PIC 9(18) VALUE 0.
           01 HISTORY-SCAN-EOF-SWITCH    PIC X VALUE 'N'.
           01 BATCH-PREFIX-LENGTH        PIC 9(3) VALUE 0.
           01 ORPHAN-SNAPSHOT-ID         PIC 9(18) VALUE 0.
           01 ORPHAN-RECOVERED-OFFSET    PIC 9(10) VALUE 0.
           01 ORPHAN-LINE-TABLE-SWITCH   PIC X VALUE 'N'.
               88 ORPHAN-LINE-IS-THIS-TABLE VALUE 'Y'.
           01 ORPHAN-OFFSET-TEXT         PIC X(10).
           01 ORPHAN-LINE-OFFSET         PIC 9(10) VALUE 0.
           01 ORPHAN-UNTAGGED-SWITCH     PIC X VALUE 'N'.
               88 ORPHAN-HAD-UNTAGGED-LINE VALUE 'Y'.

*> The partition whose committed offset is being looked up, where its
*> entry sits in the loaded route, and whether the message in hand
*> was already landed by an earlier run.
           01 OFFSET-PARTITION-KEY       PIC 9(5) VALUE 0.
           01 PARTITION-OFFSET-POS       PIC 9(3) VALUE 0.
           01 PARTITION-OFFSET-SCAN      PIC 9(3) VALUE 0.
           01 CHECKPOINT-SNAPSHOT-ID     PIC 9(18) VALUE 0.
           01 MESSAGE-COMMITTED-SWITCH   PIC X VALUE 'N'.
               88 MESSAGE-ALREADY-COMMITTED VALUE 'Y'.
           01 BATCH-FILE-PATH            PIC X(256).
           01 SNAPSHOT-ID-DISPLAY        PIC 9(18).
           01 SNAPSHOT-SUMMARY-STATUS    PIC XX.
               88 SNAPSHOT-SUMMARY-OK VALUE '00'.
           01 SUMMARY-DATE-TIME          PIC X(21).

*> The schema registry in memory: one entry per registered version
*> pointing at its run of field entries (registry order is payload
*> position order). What each route concluded about a version lives
*> in that route's state.
           01 REGISTRY-FILE-STATUS       PIC XX.
               88 REGISTRY-FILE-OK VALUE '00'.
           01 REGISTRY-EOF-SWITCH        PIC X VALUE 'N'.
               88 END-OF-REGISTRY VALUE 'Y'.
           01 REGISTRY-VERSION-COUNT     PIC 9(3) VALUE 0.
           01 REGISTRY-VERSION-TABLE.
               05 RV-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON REGISTRY-VERSION-COUNT
                       INDEXED BY RV-IDX.
                   10 RV-SCHEMA-ID       PIC 9(10).
                   10 RV-FIRST-FIELD     PIC 9(4).
                   10 RV-FIELD-COUNT     PIC 9(3).
           01 REGISTRY-FIELD-COUNT       PIC 9(4) VALUE 0.
           01 REGISTRY-FIELD-TABLE.
               05 RF-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON REGISTRY-FIELD-COUNT.
                   10 RF-FIELD-ID        PIC 9(9).
                   10 RF-FIELD-TYPE      PIC X(30).
                   10 RF-REQUIRED-SWITCH PIC X.
                   10 RF-HAS-DEFAULT-SWITCH PIC X.

           01 MESSAGE-STAMPED-SWITCH     PIC X VALUE 'N'.
               88 MESSAGE-WAS-STAMPED VALUE 'Y'.
           01 MESSAGE-DEAD-LETTER-SWITCH PIC X VALUE 'N'.
               88 MESSAGE-IS-DEAD-LETTERED VALUE 'Y'.
           01 MESSAGE-WRITER-SCHEMA-ID   PIC 9(10) VALUE 0.
           01 MESSAGE-PAYLOAD-WORK       PIC X(979).
           01 WRITER-VERSION-POS         PIC 9(3) VALUE 0.
           01 WRITER-FIRST-FIELD         PIC 9(4) VALUE 0.
           01 WRITER-LAST-FIELD          PIC 9(4) VALUE 0.
           01 WRITER-FIELD-POS           PIC 9(4) VALUE 0.
           01 WRITER-SCHEMA-FIELDS       PIC 9(3) VALUE 0.
           01 WRITER-CHECK-POS           PIC 9(3) VALUE 0.
           01 READER-SCAN-POS            PIC 9(3) VALUE 0.
           01 READER-MATCH-POS           PIC 9(3) VALUE 0.
           01 COMPAT-FIELD-ID-DISPLAY    PIC Z(8)9.
           01 DEAD-LETTER-STATUS         PIC XX.
               88 DEAD-LETTER-OK VALUE '00'.
           01 DEAD-LETTER-REASON         PIC X(30).
           01 DEAD-LETTER-DETAIL         PIC X(80).
           01 DEAD-LETTER-SCHEMA-TEXT    PIC X(10).
           01 DEAD-LETTER-COUNT          PIC 9(9) VALUE 0.

*> Catalog hand-off: the spec landed files are written under, the
*> last commit's verdict, and whether this run has begun its
*> requirement cards.
           01 SPEC-HISTORY-STATUS        PIC XX.
               88 SPEC-HISTORY-OK VALUE '00'.
           01 SPEC-HISTORY-EOF-SWITCH    PIC X VALUE 'N'.
               88 END-OF-SPEC-HISTORY VALUE 'Y'.
           01 CURRENT-SPEC-ID            PIC 9(9) VALUE 0.
           01 COMMIT-RESULT-STATUS       PIC XX.
               88 COMMIT-RESULT-OK VALUE '00'.
           01 COMMIT-REQUIREMENT-STATUS  PIC XX.
               88 COMMIT-REQUIREMENT-OK VALUE '00'.
           01 REQUIREMENT-OPEN-SWITCH    PIC X VALUE 'N'.
               88 REQUIREMENT-FILE-OPEN VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STREAMHOUSE INGEST BRIDGE".

           PERFORM LOAD-BRIDGE-CONFIG.
           PERFORM LOAD-SCHEMA-REGISTRY.
           PERFORM LOAD-REJECT-THRESHOLD.
           PERFORM LOAD-CURRENT-SPEC-ID.
           MOVE BRIDGE-ROUTE-STATE TO ROUTE-PRISTINE-STATE.
           PERFORM LOAD-BRIDGE-ROUTES.
           OPEN OUTPUT INGEST-EXCEPTION-FILE.
           OPEN OUTPUT BATCH-REPORT-FILE.
           OPEN OUTPUT LATE-ARRIVAL-FILE.
           PERFORM OPEN-DEAD-LETTER-FILE.
           PERFORM PREPARE-ONE-ROUTE
               VARYING ROUTE-IDX FROM 1 BY 1
               UNTIL ROUTE-IDX > ROUTE-COUNT.
           PERFORM INITIALIZE-CONSUMER.
           OPEN OUTPUT INGEST-BATCH-DATA.
           PERFORM PROCESS-MESSAGES UNTIL RUN-FLAG = 'N'.
           OPEN OUTPUT ROUTE-REPORT-FILE.
           PERFORM FINISH-ONE-ROUTE
               VARYING ROUTE-IDX FROM 1 BY 1
               UNTIL ROUTE-IDX > ROUTE-COUNT.
           IF REQUIREMENT-FILE-OPEN
               CLOSE COMMIT-REQUIREMENT-FILE
           END-IF.
           PERFORM WRITE-ROUTE-REPORT-SUMMARY.
           CLOSE ROUTE-REPORT-FILE.
           CLOSE INGEST-BATCH-DATA.
           CLOSE INGEST-EXCEPTION-FILE.
           CLOSE BATCH-REPORT-FILE.
           CLOSE LATE-ARRIVAL-FILE.
           CLOSE DEAD-LETTER-FILE.
           PERFORM CLOSE-BRIDGE.
           PERFORM JUDGE-REJECT-RATE.

           STOP RUN.

*> The loaded route's contract: its own cards from the routing schema
*> deck when it has any, else TABLESCHEMAFIELDS for the configuration
*> card's table.
       LOAD-TABLE-SCHEMA.
           MOVE 0 TO SCHEMA-FIELD-COUNT.
           MOVE 'N' TO SCHEMA-EOF-SWITCH.
           OPEN INPUT ROUTE-SCHEMA-FIELD-FILE.
           IF ROUTE-SCHEMA-OK
               PERFORM LOAD-ONE-ROUTE-SCHEMA-FIELD
                   UNTIL END-OF-SCHEMA-FIELDS
               CLOSE ROUTE-SCHEMA-FIELD-FILE
           END-IF.
           IF SCHEMA-FIELD-COUNT = 0
                   AND TABLE-NAME = DEFAULT-TABLE-NAME
               MOVE 'N' TO SCHEMA-EOF-SWITCH
               OPEN INPUT TABLE-SCHEMA-FIELD-FILE
               IF SCHEMA-FIELD-OK
                   SET SCHEMA-WAS-LOADED TO TRUE
                   PERFORM LOAD-ONE-SCHEMA-FIELD
                       UNTIL END-OF-SCHEMA-FIELDS
                   CLOSE TABLE-SCHEMA-FIELD-FILE
               END-IF
           END-IF.
           IF SCHEMA-WAS-LOADED
               SET READER-IS-TABLE-DECK TO TRUE
               MOVE SCHEMA-FIELD-COUNT TO READER-FIELD-COUNT
           END-IF.

*> A deck with a zero field id or blank type is no contract at all
           READ TABLE-SCHEMA-FIELD-FILE
               AT END SET END-OF-SCHEMA-FIELDS TO TRUE
               NOT AT END
                   MOVE TABLE-SCHEMA-FIELD-CARD TO SCHEMA-CARD-WORK
                   PERFORM STORE-SCHEMA-FIELD-CARD
           END-READ.

       LOAD-ONE-ROUTE-SCHEMA-FIELD.
           READ ROUTE-SCHEMA-FIELD-FILE
               AT END SET END-OF-SCHEMA-FIELDS TO TRUE
               NOT AT END
                   IF RSF-TABLE-NAME = TABLE-NAME
                       IF SCHEMA-FIELD-COUNT = 0
                           SET SCHEMA-WAS-LOADED TO TRUE
                       END-IF
                       MOVE RSF-FIELD-CARD TO SCHEMA-CARD-WORK
                       PERFORM STORE-SCHEMA-FIELD-CARD
                   END-IF
           END-READ.

       STORE-SCHEMA-FIELD-CARD.
           IF SCW-FIELD-ID = 0 OR SCW-FIELD-TYPE = SPACES
               MOVE 'N' TO SCHEMA-LOADED-SWITCH
           END-IF.
           IF SCHEMA-FIELD-COUNT < 50
               ADD 1 TO SCHEMA-FIELD-COUNT
               MOVE SCW-REQUIRED-SWITCH
                   TO SCHEMA-REQUIRED-FLAG (SCHEMA-FIELD-COUNT)
               MOVE SCW-FIELD-ID
                   TO SCHEMA-FIELD-IDS (SCHEMA-FIELD-COUNT)
               MOVE SCW-FIELD-ID
                   TO RD-FIELD-ID (SCHEMA-FIELD-COUNT)
               MOVE SCW-FIELD-TYPE
                   TO RD-FIELD-TYPE (SCHEMA-FIELD-COUNT)
               MOVE SCW-REQUIRED-SWITCH
                   TO RD-REQUIRED-SWITCH (SCHEMA-FIELD-COUNT)
               MOVE SCW-HAS-DEFAULT-SWITCH
                   TO RD-HAS-DEFAULT-SWITCH (SCHEMA-FIELD-COUNT)
           END-IF.

       LOAD-SCHEMA-REGISTRY.
           OPEN INPUT SCHEMA-REGISTRY-FILE.
           IF REGISTRY-FILE-OK
               PERFORM LOAD-ONE-REGISTRY-FIELD
                   UNTIL END-OF-REGISTRY
               CLOSE SCHEMA-REGISTRY-FILE
           END-IF.

*> ICEBERG-SCHEMA appends a version's fields together, so a change of
*> version number opens the next version entry.
       LOAD-ONE-REGISTRY-FIELD.
           READ SCHEMA-REGISTRY-FILE
               AT END SET END-OF-REGISTRY TO TRUE
               NOT AT END
                   IF REGISTRY-VERSION-COUNT = 0
                       OR RG-SCHEMA-VERSION NOT =
                           RV-SCHEMA-ID (REGISTRY-VERSION-COUNT)
                       IF REGISTRY-VERSION-COUNT < 100
                           ADD 1 TO REGISTRY-VERSION-COUNT
                           MOVE RG-SCHEMA-VERSION TO RV-SCHEMA-ID
                               (REGISTRY-VERSION-COUNT)
                           COMPUTE RV-FIRST-FIELD
                               (REGISTRY-VERSION-COUNT) =
                               REGISTRY-FIELD-COUNT + 1
                           MOVE 0 TO RV-FIELD-COUNT
                               (REGISTRY-VERSION-COUNT)
                           MOVE SPACE TO RV-COMPAT-VERDICT
                               (REGISTRY-VERSION-COUNT)
                           MOVE SPACES TO RV-BREAK-DETAIL
                               (REGISTRY-VERSION-COUNT)
                           MOVE SPACES TO RV-READER-COVERAGE
                               (REGISTRY-VERSION-COUNT)
                       END-IF
                   END-IF
                   IF REGISTRY-FIELD-COUNT < 2000
                       AND REGISTRY-VERSION-COUNT > 0
                       AND RG-SCHEMA-VERSION =
                           RV-SCHEMA-ID (REGISTRY-VERSION-COUNT)
                       ADD 1 TO REGISTRY-FIELD-COUNT
                       MOVE RG-FIELD-ID
                           TO RF-FIELD-ID (REGISTRY-FIELD-COUNT)
                       MOVE RG-FIELD-TYPE
                           TO RF-FIELD-TYPE (REGISTRY-FIELD-COUNT)
                       MOVE RG-REQUIRED-SWITCH TO RF-REQUIRED-SWITCH
                           (REGISTRY-FIELD-COUNT)
                       MOVE RG-HAS-DEFAULT-SWITCH
                           TO RF-HAS-DEFAULT-SWITCH
                               (REGISTRY-FIELD-COUNT)
                       MOVE 0 TO RF-READER-POS (REGISTRY-FIELD-COUNT)
                       ADD 1 TO RV-FIELD-COUNT
                           (REGISTRY-VERSION-COUNT)
                   END-IF
           END-READ.

*> Dead letters accumulate across runs: the checkpoint moves past a
*> dead-lettered offset, so this file is the message's only copy.
       OPEN-DEAD-LETTER-FILE.
           OPEN EXTEND DEAD-LETTER-FILE.
           IF NOT DEAD-LETTER-OK
               CLOSE DEAD-LETTER-FILE
               OPEN OUTPUT DEAD-LETTER-FILE
           END-IF.

       LOAD-REJECT-THRESHOLD.
           MOVE REJECT-PERCENT-DEFAULT TO REJECT-PERCENT-LIMIT.
           OPEN INPUT REJECT-THRESHOLD-FILE.
               CLOSE REJECT-THRESHOLD-FILE
           END-IF.

       LOAD-CURRENT-SPEC-ID.
           MOVE 0 TO CURRENT-SPEC-ID.
           MOVE 'N' TO SPEC-HISTORY-EOF-SWITCH.
           OPEN INPUT PARTITION-SPEC-HISTORY.
           IF SPEC-HISTORY-OK
               PERFORM NOTE-ONE-SPEC-HISTORY-CARD
                   UNTIL END-OF-SPEC-HISTORY
               CLOSE PARTITION-SPEC-HISTORY
           END-IF.

       NOTE-ONE-SPEC-HISTORY-CARD.
           READ PARTITION-SPEC-HISTORY
               AT END SET END-OF-SPEC-HISTORY TO TRUE
               NOT AT END
                   IF PSH-SPEC-ID > CURRENT-SPEC-ID
                       MOVE PSH-SPEC-ID TO CURRENT-SPEC-ID
                   END-IF
           END-READ.

*> A run where most batches fail validation is an upstream problem,
*> not a bridge problem: halt with a clear status so the chain stops
*> instead of quietly filing the whole night as exceptions.
                       MOVE BC-TOPIC-NAME TO TOPIC-NAME
                       MOVE BC-GROUP-ID TO GROUP-ID
                       MOVE BC-TABLE-NAME TO TABLE-NAME
                       MOVE BC-TABLE-NAME TO DEFAULT-TABLE-NAME
                       MOVE BC-BATCH-MAX-BYTES TO BATCH-MAX-BYTES
                       MOVE BC-BATCH-MAX-MESSAGES
                           TO BATCH-MAX-MESSAGES
               CLOSE BRIDGE-CONFIG-FILE
           END-IF.

*> The routing directory: from the routing deck when there is one,
*> otherwise the configuration card as the single route. Each card
*> names its own table; two routes into one table would interleave
*> two checkpoints over one snapshot history, so such a deck is
*> refused before anything is consumed.
       LOAD-BRIDGE-ROUTES.
           MOVE 0 TO ROUTE-COUNT.
           MOVE 'N' TO ROUTE-DECK-EOF-SWITCH.
           OPEN INPUT ROUTE-DECK-FILE.
           IF ROUTE-DECK-OK
               PERFORM LOAD-ONE-ROUTE-CARD
                   UNTIL END-OF-ROUTE-DECK
               CLOSE ROUTE-DECK-FILE
           END-IF.
           IF ROUTE-COUNT > 0
               SET ROUTES-FROM-DECK TO TRUE
           ELSE
               MOVE 1 TO ROUTE-COUNT
               MOVE TOPIC-NAME TO RTE-TOPIC-NAME (1)
               MOVE 0 TO RTE-DISCRIMINATOR-POS (1)
               MOVE SPACES TO RTE-DISCRIMINATOR-VALUE (1)
               MOVE TABLE-NAME TO RTE-TABLE-NAME (1)
               MOVE 'BRIDGECOMMITCHECKPOINT'
                   TO RTE-CHECKPOINT-NAME (1)
               MOVE BATCH-MAX-BYTES TO RTE-BATCH-MAX-BYTES (1)
               MOVE BATCH-MAX-MESSAGES TO RTE-BATCH-MAX-MESSAGES (1)
               MOVE BOUNDS-FIELD-ID TO RTE-BOUNDS-FIELD-ID (1)
           END-IF.
           MOVE ROUTE-COUNT TO SOURCE-ROUTE-COUNT.
           PERFORM LOAD-ROUTE-WATERMARK-CARD
               VARYING ROUTE-IDX FROM 1 BY 1
               UNTIL ROUTE-IDX > SOURCE-ROUTE-COUNT.

       LOAD-ONE-ROUTE-CARD.
           READ ROUTE-DECK-FILE
               AT END SET END-OF-ROUTE-DECK TO TRUE
               NOT AT END
                   IF RTC-TOPIC-NAME NOT = SPACES
                           AND RTC-TABLE-NAME NOT = SPACES
                       PERFORM ADD-ONE-ROUTE
                   END-IF
           END-READ.

*> Zero or unpunched limits inherit the configuration card's.
       ADD-ONE-ROUTE.
           MOVE 'N' TO ROUTE-PEER-FOUND-SWITCH.
           PERFORM CHECK-ONE-ROUTE-PEER
               VARYING ROUTE-PEER-IDX FROM 1 BY 1
               UNTIL ROUTE-PEER-IDX > ROUTE-COUNT.
           IF ROUTE-PEER-FOUND
               DISPLAY "ROUTING DECK SENDS TABLE " RTC-TABLE-NAME
               DISPLAY "DOWN MORE THAN ONE ROUTE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ROUTE-COUNT NOT < 16
               DISPLAY "ROUTING DECK FULL - ROUTE FOR TABLE "
                   RTC-TABLE-NAME " IGNORED"
           ELSE
               ADD 1 TO ROUTE-COUNT
               MOVE RTC-TOPIC-NAME TO RTE-TOPIC-NAME (ROUTE-COUNT)
               MOVE RTC-TABLE-NAME TO RTE-TABLE-NAME (ROUTE-COUNT)
               IF RTC-DISCRIMINATOR-POS IS NUMERIC
                   MOVE RTC-DISCRIMINATOR-POS
                       TO RTE-DISCRIMINATOR-POS (ROUTE-COUNT)
               ELSE
                   MOVE 0 TO RTE-DISCRIMINATOR-POS (ROUTE-COUNT)
               END-IF
               MOVE RTC-DISCRIMINATOR-VALUE
                   TO RTE-DISCRIMINATOR-VALUE (ROUTE-COUNT)
               IF RTC-TABLE-NAME = DEFAULT-TABLE-NAME
                   MOVE 'BRIDGECOMMITCHECKPOINT'
                       TO RTE-CHECKPOINT-NAME (ROUTE-COUNT)
               ELSE
                   MOVE SPACES TO RTE-CHECKPOINT-NAME (ROUTE-COUNT)
                   STRING 'BRIDGECOMMITCHECKPOINT-' DELIMITED BY SIZE
                       RTC-TABLE-NAME DELIMITED BY SPACE
                       INTO RTE-CHECKPOINT-NAME (ROUTE-COUNT)
                   END-STRING
               END-IF
               IF RTC-BATCH-MAX-BYTES IS NUMERIC
                       AND RTC-BATCH-MAX-BYTES > 0
                   MOVE RTC-BATCH-MAX-BYTES
                       TO RTE-BATCH-MAX-BYTES (ROUTE-COUNT)
               ELSE
                   MOVE BATCH-MAX-BYTES
                       TO RTE-BATCH-MAX-BYTES (ROUTE-COUNT)
               END-IF
               IF RTC-BATCH-MAX-MESSAGES IS NUMERIC
                       AND RTC-BATCH-MAX-MESSAGES > 0
                   MOVE RTC-BATCH-MAX-MESSAGES
                       TO RTE-BATCH-MAX-MESSAGES (ROUTE-COUNT)
               ELSE
                   MOVE BATCH-MAX-MESSAGES
                       TO RTE-BATCH-MAX-MESSAGES (ROUTE-COUNT)
               END-IF
               IF RTC-BOUNDS-FIELD-ID IS NUMERIC
                       AND RTC-BOUNDS-FIELD-ID > 0
                   MOVE RTC-BOUNDS-FIELD-ID
                       TO RTE-BOUNDS-FIELD-ID (ROUTE-COUNT)
               ELSE
                   MOVE BOUNDS-FIELD-ID
                       TO RTE-BOUNDS-FIELD-ID (ROUTE-COUNT)
               END-IF
           END-IF.

       CHECK-ONE-ROUTE-PEER.
           IF RTE-TABLE-NAME (ROUTE-PEER-IDX) = RTC-TABLE-NAME
               SET ROUTE-PEER-FOUND TO TRUE
           END-IF.

*> A route's event-time card, if its table has one. A late-arrivals
*> table gets a route of its own on the same topic that takes only
*> what the source route hands it; like any routed table it may not
*> be fed by a second route, so naming a table that is already routed
*> refuses the run.
       LOAD-ROUTE-WATERMARK-CARD.
           MOVE 0 TO RTE-EVENT-TIME-POS (ROUTE-IDX).
           MOVE 0 TO RTE-ALLOWED-LATENESS (ROUTE-IDX).
           MOVE 0 TO RTE-SOURCE-PARTITIONS (ROUTE-IDX).
           MOVE 0 TO RTE-LATE-ROUTE-IDX (ROUTE-IDX).
           MOVE 'S' TO RTE-ROUTE-KIND (ROUTE-IDX).
           MOVE 'N' TO WATERMARK-CARD-EOF-SWITCH.
           OPEN INPUT WATERMARK-CARD-FILE.
           IF WATERMARK-CARD-OK
               PERFORM READ-ONE-WATERMARK-CARD
                   UNTIL END-OF-WATERMARK-CARDS
               CLOSE WATERMARK-CARD-FILE
           END-IF.

       READ-ONE-WATERMARK-CARD.
           READ WATERMARK-CARD-FILE
               AT END SET END-OF-WATERMARK-CARDS TO TRUE
               NOT AT END
                   IF WMC-TABLE-NAME = RTE-TABLE-NAME (ROUTE-IDX)
                       PERFORM APPLY-WATERMARK-CARD
                   END-IF
           END-READ.

       APPLY-WATERMARK-CARD.
           IF WMC-EVENT-TIME-POS IS NOT NUMERIC
                   OR WMC-EVENT-TIME-POS = 0
               DISPLAY "EVENT-TIME CARD FOR TABLE "
                   WMC-TABLE-NAME (1:30)
                   " NAMES NO EVENT-TIME FIELD POSITION - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WMC-EVENT-TIME-POS TO RTE-EVENT-TIME-POS (ROUTE-IDX).
           IF WMC-ALLOWED-LATENESS IS NUMERIC
               MOVE WMC-ALLOWED-LATENESS
                   TO RTE-ALLOWED-LATENESS (ROUTE-IDX)
           END-IF.
           IF WMC-SOURCE-PARTITIONS IS NUMERIC
               MOVE WMC-SOURCE-PARTITIONS
                   TO RTE-SOURCE-PARTITIONS (ROUTE-IDX)
           END-IF.
           IF WMC-LATE-TABLE-NAME NOT = SPACES
                   AND RTE-LATE-ROUTE-IDX (ROUTE-IDX) = 0
               PERFORM ADD-LATE-ARRIVAL-ROUTE
           END-IF.

       ADD-LATE-ARRIVAL-ROUTE.
           MOVE 'N' TO ROUTE-PEER-FOUND-SWITCH.
           PERFORM CHECK-LATE-TABLE-PEER
               VARYING ROUTE-PEER-IDX FROM 1 BY 1
               UNTIL ROUTE-PEER-IDX > ROUTE-COUNT.
           IF ROUTE-PEER-FOUND
               DISPLAY "LATE-ARRIVALS TABLE " WMC-LATE-TABLE-NAME (1:30)
                   " IS ALREADY A ROUTED TABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ROUTE-COUNT NOT < 16
               DISPLAY "ROUTING DECK FULL - NO ROUTE LEFT FOR"
                   " LATE-ARRIVALS TABLE " WMC-LATE-TABLE-NAME (1:30)
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO ROUTE-COUNT.
           MOVE ROUTE-COUNT TO RTE-LATE-ROUTE-IDX (ROUTE-IDX).
           MOVE RTE-TOPIC-NAME (ROUTE-IDX)
               TO RTE-TOPIC-NAME (ROUTE-COUNT).
           MOVE 0 TO RTE-DISCRIMINATOR-POS (ROUTE-COUNT).
           MOVE SPACES TO RTE-DISCRIMINATOR-VALUE (ROUTE-COUNT).
           MOVE WMC-LATE-TABLE-NAME TO RTE-TABLE-NAME (ROUTE-COUNT).
           IF WMC-LATE-TABLE-NAME = DEFAULT-TABLE-NAME
               MOVE 'BRIDGECOMMITCHECKPOINT'
                   TO RTE-CHECKPOINT-NAME (ROUTE-COUNT)
           ELSE
               MOVE SPACES TO RTE-CHECKPOINT-NAME (ROUTE-COUNT)
               STRING 'BRIDGECOMMITCHECKPOINT-' DELIMITED BY SIZE
                   WMC-LATE-TABLE-NAME DELIMITED BY SPACE
                   INTO RTE-CHECKPOINT-NAME (ROUTE-COUNT)
               END-STRING
           END-IF.
           MOVE RTE-BATCH-MAX-BYTES (ROUTE-IDX)
               TO RTE-BATCH-MAX-BYTES (ROUTE-COUNT).
           MOVE RTE-BATCH-MAX-MESSAGES (ROUTE-IDX)
               TO RTE-BATCH-MAX-MESSAGES (ROUTE-COUNT).
           MOVE RTE-BOUNDS-FIELD-ID (ROUTE-IDX)
               TO RTE-BOUNDS-FIELD-ID (ROUTE-COUNT).
           MOVE 0 TO RTE-EVENT-TIME-POS (ROUTE-COUNT).
           MOVE 0 TO RTE-ALLOWED-LATENESS (ROUTE-COUNT).
           MOVE 0 TO RTE-SOURCE-PARTITIONS (ROUTE-COUNT).
           MOVE 0 TO RTE-LATE-ROUTE-IDX (ROUTE-COUNT).
           MOVE 'L' TO RTE-ROUTE-KIND (ROUTE-COUNT).

       CHECK-LATE-TABLE-PEER.
           IF RTE-TABLE-NAME (ROUTE-PEER-IDX) = WMC-LATE-TABLE-NAME
               SET ROUTE-PEER-FOUND TO TRUE
           END-IF.

*> Each route starts from the same clean state, takes its own schema,
*> checkpoint and any orphaned commit of its own, and is parked in
*> its saved-state slot until its first message arrives.
       PREPARE-ONE-ROUTE.
           MOVE ROUTE-PRISTINE-STATE TO BRIDGE-ROUTE-STATE.
           MOVE RTE-TABLE-NAME (ROUTE-IDX) TO TABLE-NAME.
           MOVE RTE-TOPIC-NAME (ROUTE-IDX) TO ROUTE-TOPIC-NAME.
           MOVE RTE-CHECKPOINT-NAME (ROUTE-IDX)
               TO ROUTE-CHECKPOINT-NAME.
           MOVE RTE-BATCH-MAX-BYTES (ROUTE-IDX) TO BATCH-MAX-BYTES.
           MOVE RTE-BATCH-MAX-MESSAGES (ROUTE-IDX)
               TO BATCH-MAX-MESSAGES.
           MOVE RTE-BOUNDS-FIELD-ID (ROUTE-IDX) TO BOUNDS-FIELD-ID.
           MOVE RTE-EVENT-TIME-POS (ROUTE-IDX) TO EVENT-TIME-POS.
           MOVE RTE-ALLOWED-LATENESS (ROUTE-IDX)
               TO ALLOWED-LATENESS-SECS.
           MOVE RTE-SOURCE-PARTITIONS (ROUTE-IDX)
               TO SOURCE-PARTITION-TARGET.
           MOVE RTE-LATE-ROUTE-IDX (ROUTE-IDX)
               TO LATE-ARRIVAL-ROUTE-IDX.
           IF EVENT-TIME-POS > 0
               SET ROUTE-TRACKS-EVENT-TIME TO TRUE
           END-IF.
           PERFORM LOAD-TABLE-SCHEMA.
           PERFORM LOAD-UPSERT-CARD.
           PERFORM RESET-BATCH-FIELD-BOUNDS.
           PERFORM LOAD-COMMIT-CHECKPOINT.
           IF ROUTE-TRACKS-EVENT-TIME
               PERFORM LOAD-MARKED-THROUGH-DAY
               DISPLAY "Table " TABLE-NAME (1:30)
                   " tracks event time, complete before "
                   ET-COMPLETE-BEFORE-DAY
           END-IF.
           PERFORM ADOPT-ORPHAN-BATCH.
           PERFORM CHECK-LAST-CATALOG-COMMIT.
           MOVE BRIDGE-ROUTE-STATE TO ROUTE-SAVED-STATE (ROUTE-IDX).
           MOVE ROUTE-IDX TO LOADED-ROUTE-IDX.

*> The base the route plans against is the snapshot its checkpoint
*> and any adopted orphan leave it at - unless the catalog refused
*> this table's last commit for a conflict and asked for a retry, in
*> which case the route moves up to the base the catalog reported.
       CHECK-LAST-CATALOG-COMMIT.
           OPEN INPUT COMMIT-RESULT-FILE.
           IF COMMIT-RESULT-OK
               READ COMMIT-RESULT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CRS-TABLE-NAME = TABLE-NAME
                               AND CRS-CONFLICT
                               AND CRS-RETRY-AGAINST-NEW-BASE
                           PERFORM ADOPT-NEW-COMMIT-BASE
                       END-IF
               END-READ
               CLOSE COMMIT-RESULT-FILE
           END-IF.
           MOVE LAST-SNAPSHOT-ID TO ROUTE-BASE-SNAPSHOT-ID.

       ADOPT-NEW-COMMIT-BASE.
           DISPLAY "Table " TABLE-NAME (1:30)
               " retries against new base snapshot "
               CRS-BASE-SNAPSHOT-ID.
           MOVE SPACES TO BATCH-REPORT-LINE.
           STRING "TABLE=" DELIMITED BY SIZE
               TABLE-NAME DELIMITED BY SPACE
               " RETRY AGAINST NEW BASE SNAPSHOT="
                   DELIMITED BY SIZE
               CRS-BASE-SNAPSHOT-ID DELIMITED BY SIZE
               " - LAST COMMIT REFUSED ON " DELIMITED BY SIZE
               CRS-FAILED-REQUIREMENT DELIMITED BY SPACE
               INTO BATCH-REPORT-LINE
               ON OVERFLOW CONTINUE
           END-STRING.
           WRITE BATCH-REPORT-LINE.
           IF CRS-BASE-SNAPSHOT-ID > LAST-SNAPSHOT-ID
               MOVE CRS-BASE-SNAPSHOT-ID TO LAST-SNAPSHOT-ID
           END-IF.

*> The loaded route's upsert card, if its table has one. Identifier
*> fields are matched to deck positions here, once; an identifier the
*> table's deck does not carry, or more than three, would key rows on
*> something other than the table's identity, so the run is refused.
       LOAD-UPSERT-CARD.
           MOVE 'N' TO UPSERT-CARD-FOUND-SWITCH.
           MOVE 'N' TO UPSERT-CARD-EOF-SWITCH.
           OPEN INPUT UPSERT-CARD-FILE.
           IF UPSERT-CARD-OK
               PERFORM READ-ONE-UPSERT-CARD
                   UNTIL END-OF-UPSERT-CARDS
               CLOSE UPSERT-CARD-FILE
           END-IF.
           IF UPSERT-CARD-FOUND
               IF UPSERT-ID-COUNT = 0
                       AND TABLE-NAME = DEFAULT-TABLE-NAME
                   PERFORM LOAD-SCHEMA-IDENTIFIERS
               END-IF
               IF UPSERT-ID-COUNT > 0
                   PERFORM RESOLVE-ONE-IDENTIFIER-POS
                       VARYING UPSERT-ID-SCAN FROM 1 BY 1
                       UNTIL UPSERT-ID-SCAN > UPSERT-ID-COUNT
               END-IF
               DISPLAY "Table " TABLE-NAME (1:30)
                   " ingests in upsert mode, identifier fields "
                   UPSERT-ID-COUNT
           END-IF.

       READ-ONE-UPSERT-CARD.
           READ UPSERT-CARD-FILE
               AT END SET END-OF-UPSERT-CARDS TO TRUE
               NOT AT END
                   IF UPC-TABLE-NAME = TABLE-NAME
                       PERFORM APPLY-UPSERT-CARD
                   END-IF
           END-READ.

       APPLY-UPSERT-CARD.
           IF UPC-OP-FIELD-POS IS NOT NUMERIC
                   OR UPC-OP-FIELD-POS = 0
               DISPLAY "UPSERT CARD FOR TABLE " UPC-TABLE-NAME (1:30)
                   " NAMES NO OPERATION FIELD POSITION - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET UPSERT-CARD-FOUND TO TRUE.
           SET ROUTE-IS-UPSERT TO TRUE.
           MOVE UPC-OP-FIELD-POS TO UPSERT-OP-POS.
           IF UPC-INSERT-CODE NOT = SPACES
               MOVE UPC-INSERT-CODE TO UPSERT-INSERT-CODE
           END-IF.
           IF UPC-UPDATE-CODE NOT = SPACES
               MOVE UPC-UPDATE-CODE TO UPSERT-UPDATE-CODE
           END-IF.
           IF UPC-DELETE-CODE NOT = SPACES
               MOVE UPC-DELETE-CODE TO UPSERT-DELETE-CODE
           END-IF.
           MOVE 0 TO UPSERT-ID-COUNT.
           PERFORM TAKE-ONE-CARD-IDENTIFIER
               VARYING UPSERT-ID-SCAN FROM 1 BY 1
               UNTIL UPSERT-ID-SCAN > 3.

       TAKE-ONE-CARD-IDENTIFIER.
           IF UPC-IDENTIFIER-FIELD-ID (UPSERT-ID-SCAN) IS NUMERIC
                   AND UPC-IDENTIFIER-FIELD-ID (UPSERT-ID-SCAN) > 0
               ADD 1 TO UPSERT-ID-COUNT
               MOVE UPC-IDENTIFIER-FIELD-ID (UPSERT-ID-SCAN)
                   TO UPSERT-ID-FIELD-ID (UPSERT-ID-COUNT)
           END-IF.

       LOAD-SCHEMA-IDENTIFIERS.
           MOVE 'N' TO IDENTIFIER-EOF-SWITCH.
           OPEN INPUT SCHEMA-IDENTIFIER-FILE.
           IF IDENTIFIER-FILE-OK
               PERFORM LOAD-ONE-SCHEMA-IDENTIFIER
                   UNTIL END-OF-IDENTIFIER-CARDS
               CLOSE SCHEMA-IDENTIFIER-FILE
           END-IF.

       LOAD-ONE-SCHEMA-IDENTIFIER.
           READ SCHEMA-IDENTIFIER-FILE
               AT END SET END-OF-IDENTIFIER-CARDS TO TRUE
               NOT AT END
                   IF UPSERT-ID-COUNT NOT < 3
                       DISPLAY "TABLE " TABLE-NAME (1:30)
                           " HAS MORE THAN 3 IDENTIFIER FIELDS"
                           " - UPSERT RUN REFUSED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO UPSERT-ID-COUNT
                   MOVE SIC-FIELD-ID
                       TO UPSERT-ID-FIELD-ID (UPSERT-ID-COUNT)
           END-READ.

       RESOLVE-ONE-IDENTIFIER-POS.
           MOVE 0 TO UPSERT-ID-POS (UPSERT-ID-SCAN).
           PERFORM MATCH-ONE-IDENTIFIER-POS
               VARYING UPSERT-POS-SCAN FROM 1 BY 1
               UNTIL UPSERT-POS-SCAN > SCHEMA-FIELD-COUNT
                   OR UPSERT-ID-POS (UPSERT-ID-SCAN) > 0.
           IF UPSERT-ID-POS (UPSERT-ID-SCAN) = 0
               MOVE UPSERT-ID-FIELD-ID (UPSERT-ID-SCAN)
                   TO COMPAT-FIELD-ID-DISPLAY
               DISPLAY "IDENTIFIER FIELD " COMPAT-FIELD-ID-DISPLAY
                   " IS NOT IN THE SCHEMA OF TABLE " TABLE-NAME (1:30)
                   " - UPSERT RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       MATCH-ONE-IDENTIFIER-POS.
           IF SCHEMA-FIELD-IDS (UPSERT-POS-SCAN) =
                   UPSERT-ID-FIELD-ID (UPSERT-ID-SCAN)
               MOVE UPSERT-POS-SCAN TO UPSERT-ID-POS (UPSERT-ID-SCAN)
           END-IF.

*> A restart resumes each partition strictly after the offset the
*> last committed snapshot landed from it, so nothing is double-landed
*> and nothing dropped.
       LOAD-COMMIT-CHECKPOINT.
           OPEN INPUT BRIDGE-COMMIT-CHECKPOINT.
           IF CHECKPOINT-FILE-OK
               READ BRIDGE-COMMIT-CHECKPOINT
                   AT END CONTINUE
                   NOT AT END
                       PERFORM TAKE-COMMIT-CHECKPOINT
               END-READ
               CLOSE BRIDGE-COMMIT-CHECKPOINT
           END-IF.

       TAKE-COMMIT-CHECKPOINT.
           MOVE CK-LAST-COMMITTED-OFFSET TO LAST-COMMITTED-OFFSET.
           MOVE CK-LAST-SNAPSHOT-ID TO LAST-SNAPSHOT-ID.
           IF CK-COMPLETE-BEFORE-DAY IS NUMERIC
                   AND CK-FIRST-EVENT-DAY IS NUMERIC
                   AND CK-WATERMARK-COUNT IS NUMERIC
               MOVE CK-EVENT-TIME-STATE TO EVENT-TIME-STATE
           END-IF.
           IF CK-PARTITION-COUNT IS NUMERIC
                   AND CK-OFFSET-FLOOR IS NUMERIC
                   AND CK-PARTITION-COUNT NOT > 128
               MOVE CK-OFFSET-FLOOR-SWITCH TO OFFSET-FLOOR-SWITCH
               MOVE CK-OFFSET-FLOOR TO OFFSET-FLOOR
               PERFORM TAKE-ONE-PARTITION-OFFSET
                   VARYING PARTITION-OFFSET-SCAN FROM 1 BY 1
                   UNTIL PARTITION-OFFSET-SCAN > CK-PARTITION-COUNT
           ELSE
               SET OFFSET-FLOOR-APPLIES TO TRUE
               MOVE CK-LAST-COMMITTED-OFFSET TO OFFSET-FLOOR
           END-IF.

       TAKE-ONE-PARTITION-OFFSET.
           ADD 1 TO PARTITION-OFFSET-COUNT.
           MOVE CK-PO-PARTITION (PARTITION-OFFSET-SCAN)
               TO PO-PARTITION (PARTITION-OFFSET-COUNT).
           MOVE CK-PO-OFFSET (PARTITION-OFFSET-SCAN)
               TO PO-COMMITTED-OFFSET (PARTITION-OFFSET-COUNT).
           SET PO-HAS-COMMITTED (PARTITION-OFFSET-COUNT) TO TRUE.

*> The last day already marked for the loaded table, so a commit
*> replayed after a crash does not mark the same day twice.
       LOAD-MARKED-THROUGH-DAY.
           MOVE 'N' TO COMPLETENESS-EOF-SWITCH.
           OPEN INPUT COMPLETENESS-MARKER-FILE.
           IF COMPLETENESS-OK
               PERFORM READ-ONE-COMPLETENESS-MARKER
                   UNTIL END-OF-COMPLETENESS-MARKERS
               CLOSE COMPLETENESS-MARKER-FILE
           END-IF.

       READ-ONE-COMPLETENESS-MARKER.
           READ COMPLETENESS-MARKER-FILE
               AT END SET END-OF-COMPLETENESS-MARKERS TO TRUE
               NOT AT END
                   IF CM-TABLE-NAME = TABLE-NAME
                           AND CM-PARTITION-DAY > MARKED-THROUGH-DAY
                       MOVE CM-PARTITION-DAY TO MARKED-THROUGH-DAY
                   END-IF
           END-READ.

       INITIALIZE-CONSUMER.
           CALL "KAFKA-CREATE-CONSUMER" USING
               BOOTSTRAP-SERVER
               STOP RUN
           END-IF.

           PERFORM SUBSCRIBE-ONE-ROUTE-TOPIC
               VARYING ROUTE-IDX FROM 1 BY 1
               UNTIL ROUTE-IDX > ROUTE-COUNT.

*> One subscription per distinct topic in the routing directory.
       SUBSCRIBE-ONE-ROUTE-TOPIC.
           MOVE 'N' TO ROUTE-PEER-FOUND-SWITCH.
           PERFORM CHECK-EARLIER-ROUTE-TOPIC
               VARYING ROUTE-PEER-IDX FROM 1 BY 1
               UNTIL ROUTE-PEER-IDX NOT < ROUTE-IDX.
           IF NOT ROUTE-PEER-FOUND
               CALL "KAFKA-SUBSCRIBE-TOPIC" USING
                   KAFKA-CONSUMER
                   RTE-TOPIC-NAME (ROUTE-IDX)
                   CONSUMER-STATUS
               IF CONSUMER-STATUS NOT = "SUCCESS"
                   DISPLAY "Failed to subscribe to topic: "
                       CONSUMER-STATUS
                   STOP RUN
               END-IF
           END-IF.

       CHECK-EARLIER-ROUTE-TOPIC.
           IF RTE-TOPIC-NAME (ROUTE-PEER-IDX) =
                   RTE-TOPIC-NAME (ROUTE-IDX)
               SET ROUTE-PEER-FOUND TO TRUE
           END-IF.

       PROCESS-MESSAGES.

           EVALUATE EVENT-TYPE
               WHEN "MESSAGE"
                   PERFORM ROUTE-ONE-MESSAGE
               WHEN "ERROR"
                   DISPLAY "Error: " ERROR-TEXT
                   MOVE 'N' TO RUN-FLAG
                   CONTINUE
           END-EVALUATE.

*> Each message is taken by one route and judged against that
*> route's own checkpoint for its partition, schema and batch. A
*> message no route takes is dead-lettered under the first route on
*> its topic, whose checkpoint then moves past it like any other dead
*> letter.
       ROUTE-ONE-MESSAGE.
           MOVE 'N' TO MESSAGE-STAMPED-SWITCH.
           PERFORM SELECT-MESSAGE-ROUTE.
           IF SELECTED-ROUTE-IDX > 0
               MOVE SELECTED-ROUTE-IDX TO TARGET-ROUTE-IDX
               PERFORM SWITCH-TO-ROUTE
               PERFORM JUDGE-MESSAGE-OFFSET
               IF NOT MESSAGE-ALREADY-COMMITTED
                   ADD 1 TO ROUTE-MESSAGE-COUNT
                   PERFORM ADMIT-ONE-MESSAGE
               END-IF
           ELSE
               MOVE HOME-ROUTE-IDX TO TARGET-ROUTE-IDX
               PERFORM SWITCH-TO-ROUTE
               PERFORM JUDGE-MESSAGE-OFFSET
               IF NOT MESSAGE-ALREADY-COMMITTED
                   ADD 1 TO UNROUTED-MESSAGE-COUNT
                   MOVE 'UNROUTED' TO DEAD-LETTER-REASON
                   MOVE 'NO ROUTE FOR THIS TOPIC AND DISCRIMINATOR'
                       TO DEAD-LETTER-DETAIL
                   PERFORM ROUTE-TO-DEAD-LETTER
               END-IF
           END-IF.

*> A route whose discriminator value matches wins; failing that the
*> topic's catch-all route (discriminator position zero) takes it.
*> Without a routing deck every message belongs to the one route.
       SELECT-MESSAGE-ROUTE.
           MOVE 0 TO SELECTED-ROUTE-IDX.
           MOVE 0 TO CATCH-ALL-ROUTE-IDX.
           MOVE 0 TO HOME-ROUTE-IDX.
           IF NOT ROUTES-FROM-DECK
               MOVE 1 TO SELECTED-ROUTE-IDX
           ELSE
               IF MESSAGE-IS-SCHEMA-STAMPED
                   MOVE MESSAGE-PAYLOAD TO ROUTE-PAYLOAD-WORK
               ELSE
                   MOVE MESSAGE-VALUE TO ROUTE-PAYLOAD-WORK
               END-IF
               PERFORM MATCH-ONE-ROUTE
                   VARYING ROUTE-SCAN-IDX FROM 1 BY 1
                   UNTIL ROUTE-SCAN-IDX > ROUTE-COUNT
                       OR SELECTED-ROUTE-IDX > 0
               IF SELECTED-ROUTE-IDX = 0
                   MOVE CATCH-ALL-ROUTE-IDX TO SELECTED-ROUTE-IDX
               END-IF
               IF HOME-ROUTE-IDX = 0
                   MOVE 1 TO HOME-ROUTE-IDX
               END-IF
           END-IF.

       MATCH-ONE-ROUTE.
           IF RTE-TOPIC-NAME (ROUTE-SCAN-IDX) = MESSAGE-TOPIC
                   AND NOT RTE-TAKES-LATE-ONLY (ROUTE-SCAN-IDX)
               IF HOME-ROUTE-IDX = 0
                   MOVE ROUTE-SCAN-IDX TO HOME-ROUTE-IDX
               END-IF
               IF RTE-DISCRIMINATOR-POS (ROUTE-SCAN-IDX) = 0
                   IF CATCH-ALL-ROUTE-IDX = 0
                       MOVE ROUTE-SCAN-IDX TO CATCH-ALL-ROUTE-IDX
                   END-IF
               ELSE
                   MOVE 1 TO PAYLOAD-FIELD-POINTER
                   PERFORM EXTRACT-ONE-PAYLOAD-FIELD
                       RTE-DISCRIMINATOR-POS (ROUTE-SCAN-IDX) TIMES
                   IF PAYLOAD-FIELD-TEXT =
                           RTE-DISCRIMINATOR-VALUE (ROUTE-SCAN-IDX)
                       MOVE ROUTE-SCAN-IDX TO SELECTED-ROUTE-IDX
                   END-IF
               END-IF
           END-IF.

*> Steps one '|'-delimited payload field along; after n steps the
*> discriminator text holds field n, or spaces past the last field.
       EXTRACT-ONE-PAYLOAD-FIELD.
           MOVE SPACES TO PAYLOAD-FIELD-FULL.
           IF PAYLOAD-FIELD-POINTER NOT > 1000
               UNSTRING ROUTE-PAYLOAD-WORK DELIMITED BY '|'
                   INTO PAYLOAD-FIELD-FULL
                   WITH POINTER PAYLOAD-FIELD-POINTER
               END-UNSTRING
           END-IF.

*> A message already landed is one its own partition's checkpoint has
*> passed - or, for a partition the checkpoint has no entry for, one
*> an older single-offset checkpoint's floor has passed.
       JUDGE-MESSAGE-OFFSET.
           MOVE 'N' TO MESSAGE-COMMITTED-SWITCH.
           MOVE MESSAGE-PARTITION TO OFFSET-PARTITION-KEY.
           PERFORM FIND-PARTITION-OFFSET.
           IF PO-HAS-COMMITTED (PARTITION-OFFSET-POS)
               IF MESSAGE-OFFSET NOT >
                       PO-COMMITTED-OFFSET (PARTITION-OFFSET-POS)
                   SET MESSAGE-ALREADY-COMMITTED TO TRUE
               END-IF
           ELSE
               IF OFFSET-FLOOR-APPLIES
                       AND MESSAGE-OFFSET NOT > OFFSET-FLOOR
                   SET MESSAGE-ALREADY-COMMITTED TO TRUE
               END-IF
           END-IF.

*> The loaded route's entry for OFFSET-PARTITION-KEY, added the first
*> time the partition is seen. A route keeps 128 partitions; a 129th
*> could only share another partition's offset, so the run is
*> refused instead and the checkpoints stay where they are.
       FIND-PARTITION-OFFSET.
           MOVE 0 TO PARTITION-OFFSET-POS.
           PERFORM MATCH-ONE-PARTITION-OFFSET
               VARYING PARTITION-OFFSET-SCAN FROM 1 BY 1
               UNTIL PARTITION-OFFSET-SCAN > PARTITION-OFFSET-COUNT
                   OR PARTITION-OFFSET-POS > 0.
           IF PARTITION-OFFSET-POS = 0
               IF PARTITION-OFFSET-COUNT NOT < 128
                   DISPLAY "TABLE " TABLE-NAME (1:30)
                       " READS MORE THAN 128 PARTITIONS"
                   DISPLAY "PARTITION " OFFSET-PARTITION-KEY
                       " HAS NO OFFSET SLOT - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PARTITION-OFFSET-COUNT
               MOVE PARTITION-OFFSET-COUNT TO PARTITION-OFFSET-POS
               MOVE OFFSET-PARTITION-KEY
                   TO PO-PARTITION (PARTITION-OFFSET-POS)
               MOVE 0 TO PO-COMMITTED-OFFSET (PARTITION-OFFSET-POS)
               MOVE 'N' TO PO-COMMITTED-SWITCH (PARTITION-OFFSET-POS)
               MOVE 0 TO PO-BATCH-OFFSET (PARTITION-OFFSET-POS)
               MOVE 'N' TO PO-BATCH-SWITCH (PARTITION-OFFSET-POS)
           END-IF.

       MATCH-ONE-PARTITION-OFFSET.
           IF PO-PARTITION (PARTITION-OFFSET-SCAN) =
                   OFFSET-PARTITION-KEY
               MOVE PARTITION-OFFSET-SCAN TO PARTITION-OFFSET-POS
           END-IF.

*> The message in hand counts as consumed from its partition by the
*> batch in hand, whether it joins the batch, is dead-lettered or is
*> handed to the late-arrivals route.
       NOTE-PARTITION-BATCH-OFFSET.
           MOVE MESSAGE-PARTITION TO OFFSET-PARTITION-KEY.
           PERFORM FIND-PARTITION-OFFSET.
           IF NOT PO-IN-BATCH (PARTITION-OFFSET-POS)
                   OR MESSAGE-OFFSET >
                       PO-BATCH-OFFSET (PARTITION-OFFSET-POS)
               MOVE MESSAGE-OFFSET
                   TO PO-BATCH-OFFSET (PARTITION-OFFSET-POS)
           END-IF.
           SET PO-IN-BATCH (PARTITION-OFFSET-POS) TO TRUE.
           SET BATCH-OFFSETS-PENDING TO TRUE.
           IF MESSAGE-OFFSET > BATCH-LAST-OFFSET
               MOVE MESSAGE-OFFSET TO BATCH-LAST-OFFSET
           END-IF.

*> Only one route's state is live at a time; the others wait in
*> ROUTE-SAVED-STATE until a message for them arrives.
       SWITCH-TO-ROUTE.
           IF TARGET-ROUTE-IDX NOT = LOADED-ROUTE-IDX
               MOVE BRIDGE-ROUTE-STATE
                   TO ROUTE-SAVED-STATE (LOADED-ROUTE-IDX)
               MOVE ROUTE-SAVED-STATE (TARGET-ROUTE-IDX)
                   TO BRIDGE-ROUTE-STATE
               MOVE TARGET-ROUTE-IDX TO LOADED-ROUTE-IDX
           END-IF.

*> A schema-stamped message is resolved before it may join a batch:
*> an id the registry does not know, or a writer schema the reader
*> cannot read, is dead-lettered on its own and the batch carries on.
*> A resolved message joins the batch with the envelope stripped, so
*> the batch data holds the payload proper. Unstamped messages are
*> admitted exactly as before.
       ADMIT-ONE-MESSAGE.
           MOVE 'N' TO MESSAGE-STAMPED-SWITCH.
           MOVE 'N' TO MESSAGE-DEAD-LETTER-SWITCH.
           MOVE 'N' TO MESSAGE-LATE-SWITCH.
           IF MESSAGE-IS-SCHEMA-STAMPED
               PERFORM RESOLVE-MESSAGE-SCHEMA-ID
           END-IF.
           IF NOT MESSAGE-IS-DEAD-LETTERED
               IF MESSAGE-WAS-STAMPED
                   MOVE MESSAGE-PAYLOAD TO MESSAGE-PAYLOAD-WORK
                   MOVE MESSAGE-PAYLOAD-WORK TO MESSAGE-VALUE
               END-IF
               IF ROUTE-IS-UPSERT
                   PERFORM CLASSIFY-CDC-MESSAGE
               END-IF
           END-IF.
           IF NOT MESSAGE-IS-DEAD-LETTERED
                   AND ROUTE-TRACKS-EVENT-TIME
               PERFORM OBSERVE-EVENT-TIME
           END-IF.
           EVALUATE TRUE
               WHEN MESSAGE-IS-DEAD-LETTERED
                   ADD 1 TO ROUTE-DEAD-LETTER-COUNT
                   PERFORM ROUTE-TO-DEAD-LETTER
               WHEN MESSAGE-IS-LATE AND LATE-ARRIVAL-ROUTE-IDX > 0
                   PERFORM HAND-OFF-LATE-EVENT
               WHEN OTHER
                   PERFORM ACCUMULATE-ONE-MESSAGE
           END-EVALUATE.

*> The event time moves its source partition's watermark forward. An
*> event for a day already marked complete is late: it is counted and
*> reported, and lands in the late-arrivals table when there is one,
*> else in its own table as before. An event time that is not a real
*> date and time cannot be placed and is dead-lettered.
       OBSERVE-EVENT-TIME.
           MOVE MESSAGE-VALUE TO ROUTE-PAYLOAD-WORK.
           MOVE 1 TO PAYLOAD-FIELD-POINTER.
           PERFORM EXTRACT-ONE-PAYLOAD-FIELD EVENT-TIME-POS TIMES.
           MOVE PAYLOAD-FIELD-TEXT (1:14) TO EVENT-TIME-WORK.
           IF EVENT-TIME-WORK IS NOT NUMERIC
                   OR PAYLOAD-FIELD-TEXT (15:) NOT = SPACES
                   OR PAYLOAD-FIELD-SPILL NOT = SPACES
               SET MESSAGE-IS-DEAD-LETTERED TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (EVENT-DATE-PART) NOT = 0
                       OR EVENT-HOUR-PART > 23
                       OR EVENT-MINUTE-PART > 59
                       OR EVENT-SECOND-PART > 59
                   SET MESSAGE-IS-DEAD-LETTERED TO TRUE
               END-IF
           END-IF.
           IF MESSAGE-IS-DEAD-LETTERED
               MOVE 'BAD-EVENT-TIME' TO DEAD-LETTER-REASON
               MOVE 'EVENT-TIME FIELD IS NOT A YYYYMMDDHHMMSS TIME'
                   TO DEAD-LETTER-DETAIL
           ELSE
               COMPUTE EVENT-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (EVENT-DATE-PART)
               COMPUTE EVENT-SECONDS = EVENT-DAY-NUMBER * 86400
                   + EVENT-HOUR-PART * 3600
                   + EVENT-MINUTE-PART * 60
                   + EVENT-SECOND-PART
               IF EVENT-DATE-PART < ET-COMPLETE-BEFORE-DAY
                   SET MESSAGE-IS-LATE TO TRUE
                   ADD 1 TO ROUTE-LATE-EVENT-COUNT
                   PERFORM WRITE-LATE-ARRIVAL-LINE
               ELSE
                   IF ET-FIRST-EVENT-DAY = 0
                           OR EVENT-DATE-PART < ET-FIRST-EVENT-DAY
                       MOVE EVENT-DATE-PART TO ET-FIRST-EVENT-DAY
                   END-IF
               END-IF
               PERFORM ADVANCE-SOURCE-WATERMARK
           END-IF.

       ADVANCE-SOURCE-WATERMARK.
           MOVE 0 TO WATERMARK-POS.
           PERFORM MATCH-ONE-SOURCE-WATERMARK
               VARYING WATERMARK-SCAN-POS FROM 1 BY 1
               UNTIL WATERMARK-SCAN-POS > ET-WATERMARK-COUNT
                   OR WATERMARK-POS > 0.
           IF WATERMARK-POS = 0
               IF ET-WATERMARK-COUNT < 32
                   ADD 1 TO ET-WATERMARK-COUNT
                   MOVE ET-WATERMARK-COUNT TO WATERMARK-POS
                   MOVE MESSAGE-PARTITION
                       TO ET-WM-PARTITION (WATERMARK-POS)
                   MOVE 0 TO ET-WM-MAX-EVENT-SECS (WATERMARK-POS)
               ELSE
                   DISPLAY "Table " TABLE-NAME (1:30)
                       " has more than 32 source partitions"
                       " - partition "
                       MESSAGE-PARTITION " not tracked"
               END-IF
           END-IF.
           IF WATERMARK-POS > 0
               IF EVENT-SECONDS > ET-WM-MAX-EVENT-SECS (WATERMARK-POS)
                   MOVE EVENT-SECONDS
                       TO ET-WM-MAX-EVENT-SECS (WATERMARK-POS)
               END-IF
           END-IF.

       MATCH-ONE-SOURCE-WATERMARK.
           IF ET-WM-PARTITION (WATERMARK-SCAN-POS) = MESSAGE-PARTITION
               MOVE WATERMARK-SCAN-POS TO WATERMARK-POS
           END-IF.

       WRITE-LATE-ARRIVAL-LINE.
           IF LATE-ARRIVAL-ROUTE-IDX > 0
               MOVE RTE-TABLE-NAME (LATE-ARRIVAL-ROUTE-IDX)
                   TO LATE-LANDING-TABLE
           ELSE
               MOVE TABLE-NAME TO LATE-LANDING-TABLE
           END-IF.
           MOVE SPACES TO LATE-ARRIVAL-LINE.
           STRING "TABLE=" DELIMITED BY SIZE
               TABLE-NAME DELIMITED BY SPACE
               " TOPIC=" DELIMITED BY SIZE
               MESSAGE-TOPIC DELIMITED BY SPACE
               " PARTITION=" MESSAGE-PARTITION DELIMITED BY SIZE
               " OFFSET=" MESSAGE-OFFSET DELIMITED BY SIZE
               " EVENT-TIME=" EVENT-TIME-WORK DELIMITED BY SIZE
               " COMPLETE-BEFORE=" ET-COMPLETE-BEFORE-DAY
                   DELIMITED BY SIZE
               " LANDS-IN=" DELIMITED BY SIZE
               LATE-LANDING-TABLE DELIMITED BY SPACE
               INTO LATE-ARRIVAL-LINE
               ON OVERFLOW CONTINUE
           END-STRING.
           WRITE LATE-ARRIVAL-LINE.

*> The late event joins the late-arrivals route's batch, judged by
*> that route's checkpoint and reader schema, and the source route is
*> loaded back for the next message. The source route counts the
*> offset as consumed, as it does a dead letter.
       HAND-OFF-LATE-EVENT.
           PERFORM NOTE-PARTITION-BATCH-OFFSET.
           MOVE LOADED-ROUTE-IDX TO RESUME-ROUTE-IDX.
           MOVE LATE-ARRIVAL-ROUTE-IDX TO TARGET-ROUTE-IDX.
           PERFORM SWITCH-TO-ROUTE.
           PERFORM JUDGE-MESSAGE-OFFSET.
           IF NOT MESSAGE-ALREADY-COMMITTED
               ADD 1 TO ROUTE-MESSAGE-COUNT
               IF MESSAGE-WAS-STAMPED
                   PERFORM JUDGE-WRITER-SCHEMA
               END-IF
               IF MESSAGE-IS-DEAD-LETTERED
                   ADD 1 TO ROUTE-DEAD-LETTER-COUNT
                   PERFORM ROUTE-TO-DEAD-LETTER
               ELSE
                   PERFORM ACCUMULATE-ONE-MESSAGE
               END-IF
           END-IF.
           MOVE RESUME-ROUTE-IDX TO TARGET-ROUTE-IDX.
           PERFORM SWITCH-TO-ROUTE.

*> Before a source route commits past a late event it handed off, the
*> late-arrivals route commits it, so a crash between the two can
*> never leave the event behind both checkpoints.
       FLUSH-LATE-ARRIVAL-ROUTE.
           MOVE LOADED-ROUTE-IDX TO RESUME-ROUTE-IDX.
           MOVE LATE-ARRIVAL-ROUTE-IDX TO TARGET-ROUTE-IDX.
           PERFORM SWITCH-TO-ROUTE.
           PERFORM CUT-AND-COMMIT-PARTIAL-BATCH.
           MOVE RESUME-ROUTE-IDX TO TARGET-ROUTE-IDX.
           PERFORM SWITCH-TO-ROUTE.

*> An upsert route's message must carry a known operation code and a
*> non-blank row key, or it cannot be placed in the table's history
*> and is dead-lettered on its own. A key value longer than the 64
*> characters a row key holds is dead-lettered too: cut short, two
*> different rows could end up under one key.
       CLASSIFY-CDC-MESSAGE.
           MOVE SPACE TO CDC-OPERATION-SWITCH.
           MOVE MESSAGE-VALUE TO ROUTE-PAYLOAD-WORK.
           MOVE 1 TO PAYLOAD-FIELD-POINTER.
           PERFORM EXTRACT-ONE-PAYLOAD-FIELD UPSERT-OP-POS TIMES.
           EVALUATE TRUE
               WHEN PAYLOAD-FIELD-TEXT = UPSERT-INSERT-CODE
                   SET CDC-IS-INSERT TO TRUE
               WHEN PAYLOAD-FIELD-TEXT = UPSERT-UPDATE-CODE
                   SET CDC-IS-UPDATE TO TRUE
               WHEN PAYLOAD-FIELD-TEXT = UPSERT-DELETE-CODE
                   SET CDC-IS-DELETE TO TRUE
               WHEN OTHER
                   SET MESSAGE-IS-DEAD-LETTERED TO TRUE
                   MOVE 'UNKNOWN-CDC-OPERATION' TO DEAD-LETTER-REASON
                   MOVE SPACES TO DEAD-LETTER-DETAIL
                   STRING 'OPERATION FIELD HOLDS NO INSERT, '
                       'UPDATE OR DELETE CODE' DELIMITED BY SIZE
                       INTO DEAD-LETTER-DETAIL
                   END-STRING
           END-EVALUATE.
           MOVE SPACES TO CDC-KEY-VALUES.
           MOVE 'N' TO ROW-KEY-LENGTH-SWITCH.
           IF NOT MESSAGE-IS-DEAD-LETTERED
               IF UPSERT-ID-COUNT = 0
                   MOVE MESSAGE-KEY TO CDC-ID-VALUE (1)
                   IF MESSAGE-KEY (65:) NOT = SPACES
                       SET ROW-KEY-TOO-LONG TO TRUE
                   END-IF
               ELSE
                   PERFORM EXTRACT-ONE-IDENTIFIER-VALUE
                       VARYING UPSERT-ID-SCAN FROM 1 BY 1
                       UNTIL UPSERT-ID-SCAN > UPSERT-ID-COUNT
               END-IF
               EVALUATE TRUE
                   WHEN ROW-KEY-TOO-LONG
                       SET MESSAGE-IS-DEAD-LETTERED TO TRUE
                       MOVE 'ROW-KEY-TOO-LONG' TO DEAD-LETTER-REASON
                       MOVE 'IDENTIFIER VALUE LONGER THAN 64 CHARACTERS'
                           TO DEAD-LETTER-DETAIL
                   WHEN CDC-KEY-VALUES = SPACES
                       SET MESSAGE-IS-DEAD-LETTERED TO TRUE
                       MOVE 'MISSING-ROW-KEY' TO DEAD-LETTER-REASON
                       MOVE 'IDENTIFIER FIELDS ARE BLANK'
                           TO DEAD-LETTER-DETAIL
               END-EVALUATE
           END-IF.

       EXTRACT-ONE-IDENTIFIER-VALUE.
           MOVE 1 TO PAYLOAD-FIELD-POINTER.
           PERFORM EXTRACT-ONE-PAYLOAD-FIELD
               UPSERT-ID-POS (UPSERT-ID-SCAN) TIMES.
           MOVE PAYLOAD-FIELD-TEXT TO CDC-ID-VALUE (UPSERT-ID-SCAN).
           IF PAYLOAD-FIELD-SPILL NOT = SPACES
               SET ROW-KEY-TOO-LONG TO TRUE
           END-IF.

       RESOLVE-MESSAGE-SCHEMA-ID.
           SET MESSAGE-WAS-STAMPED TO TRUE.
           MOVE 0 TO MESSAGE-WRITER-SCHEMA-ID.
           MOVE SPACES TO DEAD-LETTER-DETAIL.
           IF MESSAGE-SCHEMA-ID IS NOT NUMERIC
                   OR REGISTRY-VERSION-COUNT = 0
               SET MESSAGE-IS-DEAD-LETTERED TO TRUE
               MOVE 'UNKNOWN-SCHEMA-ID' TO DEAD-LETTER-REASON
               MOVE 'SCHEMA ID NOT IN THE SCHEMA REGISTRY'
                   TO DEAD-LETTER-DETAIL
           ELSE
               MOVE MESSAGE-SCHEMA-ID TO MESSAGE-WRITER-SCHEMA-ID
               SET RV-IDX TO 1
               SEARCH RV-ENTRY
                   AT END
                       SET MESSAGE-IS-DEAD-LETTERED TO TRUE
                       MOVE 'UNKNOWN-SCHEMA-ID' TO DEAD-LETTER-REASON
                       MOVE 'SCHEMA ID NOT IN THE SCHEMA REGISTRY'
                           TO DEAD-LETTER-DETAIL
                   WHEN RV-SCHEMA-ID (RV-IDX) =
                           MESSAGE-WRITER-SCHEMA-ID
                       SET WRITER-VERSION-POS TO RV-IDX
                       PERFORM JUDGE-WRITER-SCHEMA
               END-SEARCH
           END-IF.

       JUDGE-WRITER-SCHEMA.
           MOVE RV-FIRST-FIELD (WRITER-VERSION-POS)
               TO WRITER-FIRST-FIELD.
           MOVE RV-FIELD-COUNT (WRITER-VERSION-POS)
               TO WRITER-SCHEMA-FIELDS.
           COMPUTE WRITER-LAST-FIELD =
               WRITER-FIRST-FIELD + WRITER-SCHEMA-FIELDS - 1.
           IF RV-NOT-YET-CHECKED (WRITER-VERSION-POS)
               PERFORM CHECK-WRITER-COMPATIBILITY
           END-IF.
           IF RV-IS-INCOMPATIBLE (WRITER-VERSION-POS)
               SET MESSAGE-IS-DEAD-LETTERED TO TRUE
               MOVE 'INCOMPATIBLE-SCHEMA-ID' TO DEAD-LETTER-REASON
               MOVE RV-BREAK-DETAIL (WRITER-VERSION-POS)
                   TO DEAD-LETTER-DETAIL
           END-IF.

*> The reader/writer check, run once per schema id on its first
*> arrival - in the normal course that is a producer moving to a newer
*> id. Fields match by field id, as in SCHEMA-COMPAT-CHECKER: a type
*> change other than INT to LONG or FLOAT to DOUBLE breaks, as does a
*> reader field the writer lacks that is required with no default;
*> writer-only fields are ignored. With no table deck and nothing yet
*> accepted, the first schema id seen becomes the reader. A newer
*> compatible id becomes the current writer schema and, when the
*> reader is the registry, the reader as well. Every verdict is
*> recorded in the exceptions file.
       CHECK-WRITER-COMPATIBILITY.
           MOVE 'C' TO RV-COMPAT-VERDICT (WRITER-VERSION-POS).
           MOVE SPACES TO RV-BREAK-DETAIL (WRITER-VERSION-POS).
           MOVE SPACES TO RV-READER-COVERAGE (WRITER-VERSION-POS).
           IF READER-FIELD-COUNT = 0
               PERFORM ADOPT-WRITER-AS-READER
           ELSE
               PERFORM CHECK-ONE-WRITER-FIELD
                   VARYING WRITER-FIELD-POS FROM WRITER-FIRST-FIELD
                   BY 1 UNTIL WRITER-FIELD-POS > WRITER-LAST-FIELD
               PERFORM CHECK-ONE-READER-FIELD
                   VARYING READER-SCAN-POS FROM 1 BY 1
                   UNTIL READER-SCAN-POS > READER-FIELD-COUNT
           END-IF.
           PERFORM WRITE-SCHEMA-VERDICT-LINE.
           IF RV-IS-COMPATIBLE (WRITER-VERSION-POS)
                   AND MESSAGE-WRITER-SCHEMA-ID >
                       CURRENT-WRITER-SCHEMA-ID
               MOVE MESSAGE-WRITER-SCHEMA-ID
                   TO CURRENT-WRITER-SCHEMA-ID
               IF READER-IS-REGISTRY
                   PERFORM ADOPT-WRITER-AS-READER
               END-IF
           END-IF.

       CHECK-ONE-WRITER-FIELD.
           MOVE 0 TO READER-MATCH-POS.
           PERFORM MATCH-ONE-READER-FIELD
               VARYING READER-SCAN-POS FROM 1 BY 1
               UNTIL READER-SCAN-POS > READER-FIELD-COUNT
                  OR READER-MATCH-POS > 0.
           IF READER-MATCH-POS > 0
               MOVE 'Y' TO RV-READER-COVERAGE (WRITER-VERSION-POS)
                   (READER-MATCH-POS:1)
               IF READER-IS-TABLE-DECK
                   MOVE READER-MATCH-POS
                       TO RF-READER-POS (WRITER-FIELD-POS)
               END-IF
               EVALUATE TRUE
                   WHEN RF-FIELD-TYPE (WRITER-FIELD-POS) =
                           RD-FIELD-TYPE (READER-MATCH-POS)
                       CONTINUE
                   WHEN RF-FIELD-TYPE (WRITER-FIELD-POS) = 'INT'
                           AND RD-FIELD-TYPE (READER-MATCH-POS)
                               = 'LONG'
                       CONTINUE
                   WHEN RF-FIELD-TYPE (WRITER-FIELD-POS) = 'FLOAT'
                           AND RD-FIELD-TYPE (READER-MATCH-POS)
                               = 'DOUBLE'
                       CONTINUE
                   WHEN OTHER
                       IF RV-IS-COMPATIBLE (WRITER-VERSION-POS)
                           MOVE RF-FIELD-ID (WRITER-FIELD-POS)
                               TO COMPAT-FIELD-ID-DISPLAY
                           STRING "FIELD " COMPAT-FIELD-ID-DISPLAY
                                   DELIMITED BY SIZE
                               " WRITER TYPE " DELIMITED BY SIZE
                               RF-FIELD-TYPE (WRITER-FIELD-POS)
                                   DELIMITED BY SPACE
                               " NOT READABLE AS " DELIMITED BY SIZE
                               RD-FIELD-TYPE (READER-MATCH-POS)
                                   DELIMITED BY SPACE
                               INTO RV-BREAK-DETAIL
                                   (WRITER-VERSION-POS)
                               ON OVERFLOW CONTINUE
                           END-STRING
                       END-IF
                       MOVE 'I' TO RV-COMPAT-VERDICT
                           (WRITER-VERSION-POS)
               END-EVALUATE
           END-IF.

       MATCH-ONE-READER-FIELD.
           IF RD-FIELD-ID (READER-SCAN-POS) =
                   RF-FIELD-ID (WRITER-FIELD-POS)
               MOVE READER-SCAN-POS TO READER-MATCH-POS
           END-IF.

       CHECK-ONE-READER-FIELD.
           IF RV-READER-COVERAGE (WRITER-VERSION-POS)
                   (READER-SCAN-POS:1) NOT = 'Y'
               AND RD-REQUIRED-SWITCH (READER-SCAN-POS) = 'Y'
               AND RD-HAS-DEFAULT-SWITCH (READER-SCAN-POS) NOT = 'Y'
               IF RV-IS-COMPATIBLE (WRITER-VERSION-POS)
                   MOVE RD-FIELD-ID (READER-SCAN-POS)
                       TO COMPAT-FIELD-ID-DISPLAY
                   STRING "FIELD " COMPAT-FIELD-ID-DISPLAY
                           DELIMITED BY SIZE
                       " REQUIRED BY READER, NOT WRITTEN"
                           DELIMITED BY SIZE
                       INTO RV-BREAK-DETAIL (WRITER-VERSION-POS)
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
               MOVE 'I' TO RV-COMPAT-VERDICT (WRITER-VERSION-POS)
           END-IF.

       ADOPT-WRITER-AS-READER.
           SET READER-IS-REGISTRY TO TRUE.
           MOVE MESSAGE-WRITER-SCHEMA-ID TO READER-SCHEMA-ID.
           MOVE 0 TO READER-FIELD-COUNT.
           PERFORM COPY-ONE-READER-FIELD
               VARYING WRITER-FIELD-POS FROM WRITER-FIRST-FIELD
               BY 1 UNTIL WRITER-FIELD-POS > WRITER-LAST-FIELD
                  OR READER-FIELD-COUNT = 50.

       COPY-ONE-READER-FIELD.
           ADD 1 TO READER-FIELD-COUNT.
           MOVE RF-FIELD-ID (WRITER-FIELD-POS)
               TO RD-FIELD-ID (READER-FIELD-COUNT).
           MOVE RF-FIELD-TYPE (WRITER-FIELD-POS)
               TO RD-FIELD-TYPE (READER-FIELD-COUNT).
           MOVE RF-REQUIRED-SWITCH (WRITER-FIELD-POS)
               TO RD-REQUIRED-SWITCH (READER-FIELD-COUNT).
           MOVE RF-HAS-DEFAULT-SWITCH (WRITER-FIELD-POS)
               TO RD-HAS-DEFAULT-SWITCH (READER-FIELD-COUNT).

       WRITE-SCHEMA-VERDICT-LINE.
           MOVE SPACES TO INGEST-EXCEPTION-LINE.
           IF RV-IS-COMPATIBLE (WRITER-VERSION-POS)
               STRING "SCHEMA-ID=" MESSAGE-WRITER-SCHEMA-ID
                       DELIMITED BY SIZE
                   " TABLE=" DELIMITED BY SIZE
                   TABLE-NAME DELIMITED BY SPACE
                   " FIRST-OFFSET=" MESSAGE-OFFSET DELIMITED BY SIZE
                   " CURRENT-SCHEMA-ID=" CURRENT-WRITER-SCHEMA-ID
                       DELIMITED BY SIZE
                   " VERDICT=COMPATIBLE" DELIMITED BY SIZE
                   INTO INGEST-EXCEPTION-LINE
                   ON OVERFLOW CONTINUE
               END-STRING
           ELSE
               STRING "SCHEMA-ID=" MESSAGE-WRITER-SCHEMA-ID
                       DELIMITED BY SIZE
                   " TABLE=" DELIMITED BY SIZE
                   TABLE-NAME DELIMITED BY SPACE
                   " FIRST-OFFSET=" MESSAGE-OFFSET DELIMITED BY SIZE
                   " CURRENT-SCHEMA-ID=" CURRENT-WRITER-SCHEMA-ID
                       DELIMITED BY SIZE
                   " VERDICT=INCOMPATIBLE " DELIMITED BY SIZE
                   RV-BREAK-DETAIL (WRITER-VERSION-POS)
                       DELIMITED BY SIZE
                   INTO INGEST-EXCEPTION-LINE
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.
           WRITE INGEST-EXCEPTION-LINE.
           IF RV-IS-COMPATIBLE (WRITER-VERSION-POS)
               DISPLAY "Schema id " MESSAGE-WRITER-SCHEMA-ID
                   " checked against reader: COMPATIBLE"
           ELSE
               DISPLAY "Schema id " MESSAGE-WRITER-SCHEMA-ID
                   " checked against reader: INCOMPATIBLE"
           END-IF.

*> The dead-lettered offset still counts as consumed: the next
*> checkpoint written moves past it, so a restart does not set it
*> aside a second time.
       ROUTE-TO-DEAD-LETTER.
           ADD 1 TO DEAD-LETTER-COUNT.
           PERFORM NOTE-PARTITION-BATCH-OFFSET.
           EVALUATE TRUE
               WHEN MESSAGE-IS-SCHEMA-STAMPED
                   MOVE MESSAGE-SCHEMA-ID TO DEAD-LETTER-SCHEMA-TEXT
               WHEN MESSAGE-WAS-STAMPED
                   MOVE MESSAGE-WRITER-SCHEMA-ID
                       TO DEAD-LETTER-SCHEMA-TEXT
               WHEN OTHER
                   MOVE 'NONE' TO DEAD-LETTER-SCHEMA-TEXT
           END-EVALUATE.
           MOVE SPACES TO DEAD-LETTER-LINE.
           STRING "TOPIC=" DELIMITED BY SIZE
               MESSAGE-TOPIC DELIMITED BY SPACE
               " PARTITION=" MESSAGE-PARTITION DELIMITED BY SIZE
               " OFFSET=" MESSAGE-OFFSET DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               DEAD-LETTER-REASON DELIMITED BY SPACE
               " SCHEMA-ID=" DELIMITED BY SIZE
               DEAD-LETTER-SCHEMA-TEXT DELIMITED BY SPACE
               " TABLE=" DELIMITED BY SIZE
               TABLE-NAME DELIMITED BY SPACE
               " DETAIL=" DELIMITED BY SIZE
               DEAD-LETTER-DETAIL DELIMITED BY SIZE
               " PAYLOAD=[" DELIMITED BY SIZE
               MESSAGE-VALUE DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO DEAD-LETTER-LINE
               ON OVERFLOW CONTINUE
           END-STRING.
           WRITE DEAD-LETTER-LINE.
           DISPLAY "Dead-lettered offset " MESSAGE-OFFSET
               " (" DEAD-LETTER-REASON ")".

*> Consumed records accumulate into the current batch's data file;
*> the batch is cut the moment it crosses the size or message
*> threshold, and every cut is a snapshot commit.
       ACCUMULATE-ONE-MESSAGE.
           ADD 1 TO BATCH-MESSAGE-COUNT.
           PERFORM NOTE-PARTITION-BATCH-OFFSET.
           MOVE 0 TO MESSAGE-BYTE-LENGTH.
           INSPECT FUNCTION REVERSE (MESSAGE-VALUE)
               TALLYING MESSAGE-BYTE-LENGTH
           ADD MESSAGE-BYTE-LENGTH TO BATCH-BYTE-COUNT.
           MOVE SPACES TO INGEST-BATCH-LINE.
           STRING "OFFSET=" MESSAGE-OFFSET DELIMITED BY SIZE
               " TABLE=" TABLE-NAME DELIMITED BY SIZE
               " PARTITION=" MESSAGE-PARTITION DELIMITED BY SIZE
               " KEY=" DELIMITED BY SIZE
               MESSAGE-KEY DELIMITED BY SPACE
               " VALUE=" DELIMITED BY SIZE
               ON OVERFLOW CONTINUE
           END-STRING.
           WRITE INGEST-BATCH-LINE.
           IF ROUTE-IS-UPSERT
               PERFORM APPLY-CDC-OPERATION
           ELSE
               ADD 1 TO BATCH-ROW-COUNT
               ADD 1 TO BATCH-INSERT-COUNT
           END-IF.
           IF MESSAGE-WAS-STAMPED
               PERFORM VALIDATE-MESSAGE-AGAINST-WRITER
           ELSE
               IF SCHEMA-WAS-LOADED
                   PERFORM VALIDATE-MESSAGE-AGAINST-SCHEMA
               END-IF
           END-IF.
           PERFORM TRACK-BATCH-KEY-BOUNDS.
           IF BATCH-BYTE-COUNT NOT < BATCH-MAX-BYTES
               OR BATCH-MESSAGE-COUNT NOT < BATCH-MAX-MESSAGES
               OR BATCH-ROW-KEY-COUNT NOT < 200
               OR BATCH-SUPERSEDED-COUNT NOT < 200
               IF LATE-ARRIVAL-ROUTE-IDX > 0
                   PERFORM FLUSH-LATE-ARRIVAL-ROUTE
               END-IF
               PERFORM COMMIT-CURRENT-BATCH
           END-IF.

*> Upsert bookkeeping for one change. A version of the same key
*> already landed by this batch is struck by position; an update or
*> delete also marks the key for the batch's equality delete, which
*> removes the versions older files hold. Inserts and updates land a
*> new row; a delete lands none. Row numbers count landed rows only.
       APPLY-CDC-OPERATION.
           MOVE 'N' TO BATCH-KEY-FOUND-SWITCH.
           PERFORM MATCH-ONE-BATCH-ROW-KEY
               VARYING BATCH-KEY-SCAN-POS FROM 1 BY 1
               UNTIL BATCH-KEY-SCAN-POS > BATCH-ROW-KEY-COUNT
                   OR BATCH-KEY-FOUND.
           IF NOT BATCH-KEY-FOUND
               ADD 1 TO BATCH-ROW-KEY-COUNT
               MOVE BATCH-ROW-KEY-COUNT TO BATCH-KEY-POS
               MOVE CDC-KEY-VALUES TO BK-KEY-VALUES (BATCH-KEY-POS)
               MOVE 0 TO BK-LIVE-ROW (BATCH-KEY-POS)
               MOVE 'N' TO BK-EQ-DELETE-SWITCH (BATCH-KEY-POS)
           END-IF.
           IF BK-LIVE-ROW (BATCH-KEY-POS) > 0
               ADD 1 TO BATCH-SUPERSEDED-COUNT
               COMPUTE BATCH-SUPERSEDED-ROW (BATCH-SUPERSEDED-COUNT) =
                   BK-LIVE-ROW (BATCH-KEY-POS) - 1
               MOVE 0 TO BK-LIVE-ROW (BATCH-KEY-POS)
           END-IF.
           EVALUATE TRUE
               WHEN CDC-IS-INSERT
                   ADD 1 TO BATCH-INSERT-COUNT
               WHEN CDC-IS-UPDATE
                   ADD 1 TO BATCH-UPDATE-COUNT
                   SET BK-NEEDS-EQ-DELETE (BATCH-KEY-POS) TO TRUE
               WHEN CDC-IS-DELETE
                   ADD 1 TO BATCH-DELETE-COUNT
                   SET BK-NEEDS-EQ-DELETE (BATCH-KEY-POS) TO TRUE
           END-EVALUATE.
           IF NOT CDC-IS-DELETE
               ADD 1 TO BATCH-ROW-COUNT
               MOVE BATCH-ROW-COUNT TO BK-LIVE-ROW (BATCH-KEY-POS)
           END-IF.

       MATCH-ONE-BATCH-ROW-KEY.
           IF BK-KEY-VALUES (BATCH-KEY-SCAN-POS) = CDC-KEY-VALUES
               SET BATCH-KEY-FOUND TO TRUE
               MOVE BATCH-KEY-SCAN-POS TO BATCH-KEY-POS
           END-IF.

*> Running min/max over the batch's message keys, with keyless
*> records counted as nulls - the raw material of the bounds record
*> the commit writes.
               PERFORM CHECK-REQUIRED-FIELDS-PRESENT
           END-IF.

*> A stamped message is validated with the schema its id names: the
*> field count is the writer schema's and so are the required
*> positions. Each value lands in the bounds of the table deck
*> position carrying the same field id, and a deck position the
*> writer schema does not carry counts as a null.
       VALIDATE-MESSAGE-AGAINST-WRITER.
           MOVE 0 TO MESSAGE-VALUE-LENGTH.
           INSPECT FUNCTION REVERSE (MESSAGE-VALUE)
               TALLYING MESSAGE-VALUE-LENGTH
               FOR LEADING SPACES.
           COMPUTE MESSAGE-VALUE-LENGTH =
               1000 - MESSAGE-VALUE-LENGTH.
           MOVE 0 TO MESSAGE-FIELD-COUNT.
           IF MESSAGE-VALUE-LENGTH > 0
               MOVE 1 TO MESSAGE-FIELD-COUNT
               INSPECT MESSAGE-VALUE (1:MESSAGE-VALUE-LENGTH)
                   TALLYING MESSAGE-FIELD-COUNT FOR ALL '|'
           END-IF.
           IF MESSAGE-FIELD-COUNT NOT = WRITER-SCHEMA-FIELDS
               PERFORM NOTE-ONE-WRITER-SCHEMA-ERROR
           ELSE
               MOVE 1 TO FIELD-START-POS
               MOVE 1 TO WRITER-CHECK-POS
               MOVE 'Y' TO FIELD-IS-BLANK-SWITCH
               PERFORM SCAN-ONE-WRITER-FIELD-CHAR
                   VARYING MESSAGE-SCAN-POS FROM 1 BY 1
                   UNTIL MESSAGE-SCAN-POS >
                       MESSAGE-VALUE-LENGTH + 1
               IF READER-IS-TABLE-DECK
                   PERFORM NOTE-ONE-UNWRITTEN-POSITION
                       VARYING BOUNDS-WRITE-POS FROM 1 BY 1
                       UNTIL BOUNDS-WRITE-POS > SCHEMA-FIELD-COUNT
               END-IF
           END-IF.

       SCAN-ONE-WRITER-FIELD-CHAR.
           IF MESSAGE-SCAN-POS > MESSAGE-VALUE-LENGTH
                   OR MESSAGE-VALUE (MESSAGE-SCAN-POS:1) = '|'
               COMPUTE WRITER-FIELD-POS =
                   WRITER-FIRST-FIELD + WRITER-CHECK-POS - 1
               IF FIELD-IS-BLANK
                   AND RF-REQUIRED-SWITCH (WRITER-FIELD-POS) = 'Y'
                   PERFORM NOTE-ONE-WRITER-SCHEMA-ERROR
               END-IF
               IF RF-READER-POS (WRITER-FIELD-POS) > 0
                   MOVE RF-READER-POS (WRITER-FIELD-POS)
                       TO FIELD-CHECK-POS
                   PERFORM NOTE-ONE-FIELD-VALUE
               END-IF
               ADD 1 TO WRITER-CHECK-POS
               COMPUTE FIELD-START-POS = MESSAGE-SCAN-POS + 1
               MOVE 'Y' TO FIELD-IS-BLANK-SWITCH
           ELSE
               IF MESSAGE-VALUE (MESSAGE-SCAN-POS:1) NOT = SPACE
                   MOVE 'N' TO FIELD-IS-BLANK-SWITCH
               END-IF
           END-IF.

       NOTE-ONE-UNWRITTEN-POSITION.
           IF RV-READER-COVERAGE (WRITER-VERSION-POS)
                   (BOUNDS-WRITE-POS:1) NOT = 'Y'
               ADD 1 TO BATCH-FIELD-NULLS (BOUNDS-WRITE-POS)
           END-IF.

       NOTE-ONE-WRITER-SCHEMA-ERROR.
           ADD 1 TO BATCH-ERROR-COUNT.
           MOVE 'N' TO BATCH-VALID-SWITCH.
           IF BATCH-FIRST-ERROR = SPACES
               STRING "OFFSET=" MESSAGE-OFFSET DELIMITED BY SIZE
                   " SCHEMA-ID=" MESSAGE-WRITER-SCHEMA-ID
                       DELIMITED BY SIZE
                   " FIELDS=" MESSAGE-FIELD-COUNT
                       DELIMITED BY SIZE
                   " EXPECTED=" WRITER-SCHEMA-FIELDS
                       DELIMITED BY SIZE
                   INTO BATCH-FIRST-ERROR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

       CHECK-REQUIRED-FIELDS-PRESENT.
           MOVE 1 TO FIELD-START-POS.
           MOVE 1 TO FIELD-CHECK-POS.
               END-STRING
           END-IF.

*> A run that ends with only dead-lettered messages since the last
*> commit still moves the checkpoint past them, under the same
*> snapshot id.
       CUT-AND-COMMIT-PARTIAL-BATCH.
           IF BATCH-MESSAGE-COUNT > 0
               PERFORM COMMIT-CURRENT-BATCH
           ELSE
               IF BATCH-OFFSETS-PENDING
                   IF ROUTE-TRACKS-EVENT-TIME
                       MOVE LAST-SNAPSHOT-ID TO MARKER-SNAPSHOT-ID
                       PERFORM MARK-COMPLETE-PARTITIONS
                   END-IF
                   MOVE LAST-SNAPSHOT-ID TO CHECKPOINT-SNAPSHOT-ID
                   PERFORM WRITE-ROUTE-CHECKPOINT
                   MOVE 0 TO BATCH-LAST-OFFSET
               END-IF
           END-IF.

*> One batch = one data file = one snapshot: the file records are
*> snapshot id stays where it was.
       REJECT-CURRENT-BATCH.
           ADD 1 TO REJECTED-BATCH-COUNT.
           ADD 1 TO ROUTE-REJECTED-BATCHES.
           MOVE SPACES TO INGEST-EXCEPTION-LINE.
           STRING "REJECTED BATCH THROUGH-OFFSET="
                   BATCH-LAST-OFFSET DELIMITED BY SIZE
               " TABLE=" DELIMITED BY SIZE
               TABLE-NAME DELIMITED BY SPACE
               " MESSAGES=" BATCH-MESSAGE-COUNT
                   DELIMITED BY SIZE
               " SCHEMA-ERRORS=" BATCH-ERROR-COUNT
               ON OVERFLOW CONTINUE
           END-STRING.
           WRITE INGEST-EXCEPTION-LINE.
           MOVE LAST-SNAPSHOT-ID TO CHECKPOINT-SNAPSHOT-ID.
           PERFORM WRITE-ROUTE-CHECKPOINT.
           MOVE 'REJECTED' TO BATCH-REPORT-STATE.
           MOVE LAST-SNAPSHOT-ID TO SNAPSHOT-ID-DISPLAY.
           PERFORM WRITE-BATCH-REPORT-LINE.
           PERFORM RESET-BATCH-CHANGES.
           MOVE 0 TO BATCH-LAST-OFFSET.
           MOVE 0 TO BATCH-MESSAGE-COUNT.
           MOVE 0 TO BATCH-BYTE-COUNT.
           MOVE 0 TO BATCH-ERROR-COUNT.
               "/batch-" SNAPSHOT-ID-DISPLAY ".parquet"
               DELIMITED BY SIZE
               INTO BATCH-FILE-PATH.
           MOVE 0 TO SNAPSHOT-ADDED-FILES.
           IF ROUTE-IS-UPSERT
               PERFORM WRITE-BATCH-ROW-DELETES
           END-IF.

           IF BATCH-ROW-COUNT > 0
               ADD 1 TO SNAPSHOT-ADDED-FILES
               PERFORM LIST-BATCH-DATA-FILE
           ELSE
               PERFORM RESET-BATCH-FIELD-BOUNDS
               MOVE HIGH-VALUES TO BATCH-KEY-MIN
               MOVE LOW-VALUES TO BATCH-KEY-MAX
               MOVE 0 TO BATCH-KEY-NULL-COUNT
           END-IF.

           PERFORM WRITE-BATCH-SNAPSHOT-SUMMARY.

           IF ROUTE-TRACKS-EVENT-TIME
               MOVE NEXT-SNAPSHOT-ID TO MARKER-SNAPSHOT-ID
               PERFORM MARK-COMPLETE-PARTITIONS
           END-IF.

           MOVE NEXT-SNAPSHOT-ID TO CHECKPOINT-SNAPSHOT-ID.
           PERFORM WRITE-ROUTE-CHECKPOINT.

           MOVE NEXT-SNAPSHOT-ID TO LAST-SNAPSHOT-ID.
           ADD 1 TO BATCHES-COMMITTED-COUNT.
           ADD 1 TO ROUTE-COMMITTED-BATCHES.
           ADD BATCH-INSERT-COUNT TO ROUTE-INSERT-COUNT.
           ADD BATCH-UPDATE-COUNT TO ROUTE-UPDATE-COUNT.
           ADD BATCH-DELETE-COUNT TO ROUTE-DELETE-COUNT.
           DISPLAY "Committed snapshot " SNAPSHOT-ID-DISPLAY
               " through offset " BATCH-LAST-OFFSET
               " for table " TABLE-NAME.
           MOVE 'COMMITTED' TO BATCH-REPORT-STATE.
           PERFORM WRITE-BATCH-REPORT-LINE.
           PERFORM RESET-BATCH-CHANGES.
           MOVE 0 TO BATCH-MESSAGE-COUNT.
           MOVE 0 TO BATCH-BYTE-COUNT.
           MOVE 0 TO BATCH-LAST-OFFSET.

*> The checkpoint pair for the loaded route: every partition the
*> batch consumed from has its committed offset moved up to the
*> batch's, and the whole table goes out with the snapshot id in one
*> record.
       WRITE-ROUTE-CHECKPOINT.
           PERFORM SETTLE-ONE-PARTITION-OFFSET
               VARYING PARTITION-OFFSET-SCAN FROM 1 BY 1
               UNTIL PARTITION-OFFSET-SCAN > PARTITION-OFFSET-COUNT.
           MOVE 'N' TO BATCH-OFFSETS-SWITCH.
           IF OFFSET-FLOOR-APPLIES
                   AND OFFSET-FLOOR > LAST-COMMITTED-OFFSET
               MOVE OFFSET-FLOOR TO LAST-COMMITTED-OFFSET
           END-IF.
           MOVE SPACES TO BRIDGE-CHECKPOINT-RECORD.
           MOVE LAST-COMMITTED-OFFSET TO CK-LAST-COMMITTED-OFFSET.
           MOVE CHECKPOINT-SNAPSHOT-ID TO CK-LAST-SNAPSHOT-ID.
           MOVE EVENT-TIME-STATE TO CK-EVENT-TIME-STATE.
           MOVE OFFSET-FLOOR-SWITCH TO CK-OFFSET-FLOOR-SWITCH.
           MOVE OFFSET-FLOOR TO CK-OFFSET-FLOOR.
           MOVE 0 TO CK-PARTITION-COUNT.
           PERFORM COPY-ONE-PARTITION-OFFSET
               VARYING PARTITION-OFFSET-SCAN FROM 1 BY 1
               UNTIL PARTITION-OFFSET-SCAN > PARTITION-OFFSET-COUNT.
           OPEN OUTPUT BRIDGE-COMMIT-CHECKPOINT.
           WRITE BRIDGE-CHECKPOINT-RECORD.
           CLOSE BRIDGE-COMMIT-CHECKPOINT.

       SETTLE-ONE-PARTITION-OFFSET.
           IF PO-IN-BATCH (PARTITION-OFFSET-SCAN)
               IF NOT PO-HAS-COMMITTED (PARTITION-OFFSET-SCAN)
                       OR PO-BATCH-OFFSET (PARTITION-OFFSET-SCAN) >
                           PO-COMMITTED-OFFSET (PARTITION-OFFSET-SCAN)
                   MOVE PO-BATCH-OFFSET (PARTITION-OFFSET-SCAN)
                       TO PO-COMMITTED-OFFSET (PARTITION-OFFSET-SCAN)
               END-IF
               SET PO-HAS-COMMITTED (PARTITION-OFFSET-SCAN) TO TRUE
               MOVE 'N' TO PO-BATCH-SWITCH (PARTITION-OFFSET-SCAN)
           END-IF.
           IF PO-HAS-COMMITTED (PARTITION-OFFSET-SCAN)
                   AND PO-COMMITTED-OFFSET (PARTITION-OFFSET-SCAN) >
                       LAST-COMMITTED-OFFSET
               MOVE PO-COMMITTED-OFFSET (PARTITION-OFFSET-SCAN)
                   TO LAST-COMMITTED-OFFSET
           END-IF.

       COPY-ONE-PARTITION-OFFSET.
           IF PO-HAS-COMMITTED (PARTITION-OFFSET-SCAN)
               ADD 1 TO CK-PARTITION-COUNT
               MOVE PO-PARTITION (PARTITION-OFFSET-SCAN)
                   TO CK-PO-PARTITION (CK-PARTITION-COUNT)
               MOVE PO-COMMITTED-OFFSET (PARTITION-OFFSET-SCAN)
                   TO CK-PO-OFFSET (CK-PARTITION-COUNT)
           END-IF.

*> A day partition is complete once the lowest source watermark -
*> each partition's latest event time less the allowed lateness - has
*> passed the day's end; with fewer source partitions reporting than
*> the card expects nothing is complete yet. Each day from the last
*> complete one (or the first event day) up to the watermark's day is
*> marked, days with no events included, ahead of the checkpoint that
*> records the new boundary, so a crash can only repeat a marker and
*> the repeat is skipped on restart.
       MARK-COMPLETE-PARTITIONS.
           MOVE 0 TO LOW-WATERMARK-SECS.
           IF ET-WATERMARK-COUNT > 0
                   AND ET-WATERMARK-COUNT NOT < SOURCE-PARTITION-TARGET
               MOVE ET-WM-MAX-EVENT-SECS (1) TO LOW-WATERMARK-SECS
               PERFORM FIND-LOW-WATERMARK
                   VARYING WATERMARK-SCAN-POS FROM 2 BY 1
                   UNTIL WATERMARK-SCAN-POS > ET-WATERMARK-COUNT
           END-IF.
           IF LOW-WATERMARK-SECS > ALLOWED-LATENESS-SECS
               SUBTRACT ALLOWED-LATENESS-SECS FROM LOW-WATERMARK-SECS
               DIVIDE LOW-WATERMARK-SECS BY 86400
                   GIVING LOW-WATERMARK-DAY-NUMBER
                   REMAINDER LOW-WATERMARK-TIME-SECS
               EVALUATE TRUE
                   WHEN ET-COMPLETE-BEFORE-DAY > 0
                       COMPUTE MARK-DAY-NUMBER = FUNCTION
                           INTEGER-OF-DATE (ET-COMPLETE-BEFORE-DAY)
                   WHEN ET-FIRST-EVENT-DAY > 0
                       COMPUTE MARK-DAY-NUMBER = FUNCTION
                           INTEGER-OF-DATE (ET-FIRST-EVENT-DAY)
                   WHEN OTHER
                       MOVE LOW-WATERMARK-DAY-NUMBER TO MARK-DAY-NUMBER
               END-EVALUATE
               IF MARK-DAY-NUMBER < LOW-WATERMARK-DAY-NUMBER
                   PERFORM WRITE-COMPLETENESS-MARKERS
               END-IF
           END-IF.

       FIND-LOW-WATERMARK.
           IF ET-WM-MAX-EVENT-SECS (WATERMARK-SCAN-POS) <
                   LOW-WATERMARK-SECS
               MOVE ET-WM-MAX-EVENT-SECS (WATERMARK-SCAN-POS)
                   TO LOW-WATERMARK-SECS
           END-IF.

       WRITE-COMPLETENESS-MARKERS.
           COMPUTE LOW-WATERMARK-DATE =
               FUNCTION DATE-OF-INTEGER (LOW-WATERMARK-DAY-NUMBER).
           DIVIDE LOW-WATERMARK-TIME-SECS BY 3600
               GIVING LOW-WATERMARK-HOUR
               REMAINDER LOW-WATERMARK-TIME-SECS.
           DIVIDE LOW-WATERMARK-TIME-SECS BY 60
               GIVING LOW-WATERMARK-MINUTE
               REMAINDER LOW-WATERMARK-SECOND.
           MOVE FUNCTION CURRENT-DATE TO SUMMARY-DATE-TIME.
           OPEN EXTEND COMPLETENESS-MARKER-FILE.
           IF NOT COMPLETENESS-OK
               CLOSE COMPLETENESS-MARKER-FILE
               OPEN OUTPUT COMPLETENESS-MARKER-FILE
           END-IF.
           PERFORM WRITE-ONE-COMPLETENESS-MARKER
               VARYING MARK-DAY-NUMBER FROM MARK-DAY-NUMBER BY 1
               UNTIL MARK-DAY-NUMBER NOT < LOW-WATERMARK-DAY-NUMBER.
           CLOSE COMPLETENESS-MARKER-FILE.
           MOVE LOW-WATERMARK-DATE TO ET-COMPLETE-BEFORE-DAY.

       WRITE-ONE-COMPLETENESS-MARKER.
           COMPUTE MARK-DAY =
               FUNCTION DATE-OF-INTEGER (MARK-DAY-NUMBER).
           IF MARK-DAY > MARKED-THROUGH-DAY
               MOVE SPACES TO COMPLETENESS-MARKER-REC
               MOVE TABLE-NAME TO CM-TABLE-NAME
               MOVE MARK-DAY TO CM-PARTITION-DAY
               MOVE LOW-WATERMARK-STAMP TO CM-WATERMARK
               MOVE MARKER-SNAPSHOT-ID TO CM-SNAPSHOT-ID
               MOVE SUMMARY-DATE-TIME (1:14) TO CM-MARKED-AT
               WRITE COMPLETENESS-MARKER-REC
               MOVE MARK-DAY TO MARKED-THROUGH-DAY
               ADD 1 TO ROUTE-MARKER-COUNT
               DISPLAY "Partition " MARK-DAY " of table "
                   TABLE-NAME (1:30) " marked complete"
           END-IF.

*> The batch's data file: listed, bounded and recorded as added. A
*> batch of deletes alone lands no data file.
       LIST-BATCH-DATA-FILE.
           OPEN EXTEND TABLE-DATA-FILE-LISTING.
           IF NOT DATAFILE-LISTING-OK
               CLOSE TABLE-DATA-FILE-LISTING
           END-IF.
           MOVE SPACES TO TABLE-DATA-FILE-REC.
           MOVE BATCH-FILE-PATH TO DF-FILE-PATH.
           MOVE ROUTE-TOPIC-NAME TO DF-PARTITION-VALUE.
           MOVE BATCH-ROW-COUNT TO DF-RECORD-COUNT.
           MOVE BATCH-BYTE-COUNT TO DF-FILE-SIZE-BYTES.
           MOVE 0 TO DF-NULL-COUNT.
           MOVE CURRENT-SPEC-ID TO DF-PARTITION-SPEC-ID.
           WRITE TABLE-DATA-FILE-REC.
           CLOSE TABLE-DATA-FILE-LISTING.

           WRITE SNAPSHOT-FILE-HISTORY-REC.
           CLOSE SNAPSHOT-FILE-HISTORY.

*> An upsert batch's row deletes, written ahead of its data file so a
*> crash never leaves new versions live beside the old: one equality
*> delete over the keys the batch updated or deleted, recorded as an
*> 'E' against every data file of the table the way the erasure purge
*> records its delete (the struck row count is only known when the
*> delete is applied, so it stays zero), and one position delete
*> against the batch's own file for versions the batch superseded.
*> The delete-file compactor folds both kinds like any other.
       WRITE-BATCH-ROW-DELETES.
           MOVE 0 TO EQ-DELETE-KEY-COUNT.
           PERFORM COUNT-ONE-EQ-DELETE-KEY
               VARYING BATCH-KEY-SCAN-POS FROM 1 BY 1
               UNTIL BATCH-KEY-SCAN-POS > BATCH-ROW-KEY-COUNT.
           IF EQ-DELETE-KEY-COUNT > 0 OR BATCH-SUPERSEDED-COUNT > 0
               OPEN EXTEND SNAPSHOT-FILE-HISTORY
               IF NOT FILE-HISTORY-OK
                   CLOSE SNAPSHOT-FILE-HISTORY
                   OPEN OUTPUT SNAPSHOT-FILE-HISTORY
               END-IF
               IF EQ-DELETE-KEY-COUNT > 0
                   ADD 1 TO SNAPSHOT-ADDED-FILES
                   PERFORM WRITE-EQUALITY-DELETE
               END-IF
               IF BATCH-SUPERSEDED-COUNT > 0
                   ADD 1 TO SNAPSHOT-ADDED-FILES
                   PERFORM WRITE-POSITION-DELETE
               END-IF
               CLOSE SNAPSHOT-FILE-HISTORY
           END-IF.

       COUNT-ONE-EQ-DELETE-KEY.
           IF BK-NEEDS-EQ-DELETE (BATCH-KEY-SCAN-POS)
               ADD 1 TO EQ-DELETE-KEY-COUNT
           END-IF.

       WRITE-EQUALITY-DELETE.
           MOVE SPACES TO EQ-DELETE-FILE-PATH.
           STRING "/stream/" TABLE-NAME DELIMITED BY SPACE
               "/eq-delete-" SNAPSHOT-ID-DISPLAY ".parquet"
               DELIMITED BY SIZE
               INTO EQ-DELETE-FILE-PATH.
           OPEN EXTEND EQUALITY-DELETE-VALUE-FILE.
           IF NOT DELETE-VALUE-OK
               CLOSE EQUALITY-DELETE-VALUE-FILE
               OPEN OUTPUT EQUALITY-DELETE-VALUE-FILE
           END-IF.
           PERFORM WRITE-ONE-EQ-DELETE-KEY
               VARYING BATCH-KEY-SCAN-POS FROM 1 BY 1
               UNTIL BATCH-KEY-SCAN-POS > BATCH-ROW-KEY-COUNT.
           CLOSE EQUALITY-DELETE-VALUE-FILE.
           MOVE SPACES TO TABLE-PATH-PREFIX.
           MOVE 1 TO TABLE-PREFIX-POINTER.
           STRING "/stream/" TABLE-NAME DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               INTO TABLE-PATH-PREFIX
               WITH POINTER TABLE-PREFIX-POINTER.
           COMPUTE TABLE-PREFIX-LENGTH = TABLE-PREFIX-POINTER - 1.
           MOVE 0 TO EQ-COVERED-FILE-COUNT.
           MOVE 'N' TO LISTING-EOF-SWITCH.
           OPEN INPUT TABLE-DATA-FILE-LISTING.
           IF DATAFILE-LISTING-OK
               PERFORM COVER-ONE-TABLE-DATA-FILE
                   UNTIL END-OF-LISTING
               CLOSE TABLE-DATA-FILE-LISTING
           END-IF.

       WRITE-ONE-EQ-DELETE-KEY.
           IF BK-NEEDS-EQ-DELETE (BATCH-KEY-SCAN-POS)
               IF UPSERT-ID-COUNT = 0
                   MOVE SPACES TO EQUALITY-DELETE-VALUE-REC
                   MOVE EQ-DELETE-FILE-PATH TO EDV-DELETE-FILE-PATH
                   MOVE BOUNDS-FIELD-ID TO EDV-FIELD-ID
                   MOVE BK-ID-VALUE (BATCH-KEY-SCAN-POS 1)
                       TO EDV-IDENTIFIER-VALUE
                   WRITE EQUALITY-DELETE-VALUE-REC
               ELSE
                   PERFORM WRITE-ONE-EQ-DELETE-VALUE
                       VARYING UPSERT-ID-SCAN FROM 1 BY 1
                       UNTIL UPSERT-ID-SCAN > UPSERT-ID-COUNT
               END-IF
           END-IF.

       WRITE-ONE-EQ-DELETE-VALUE.
           MOVE SPACES TO EQUALITY-DELETE-VALUE-REC.
           MOVE EQ-DELETE-FILE-PATH TO EDV-DELETE-FILE-PATH.
           MOVE UPSERT-ID-FIELD-ID (UPSERT-ID-SCAN) TO EDV-FIELD-ID.
           MOVE BK-ID-VALUE (BATCH-KEY-SCAN-POS UPSERT-ID-SCAN)
               TO EDV-IDENTIFIER-VALUE.
           WRITE EQUALITY-DELETE-VALUE-REC.

*> The table's data files are its own /stream/<table>/ files, plus -
*> for the configuration card's table - the files its maintenance
*> jobs wrote outside the bridge's path convention.
       COVER-ONE-TABLE-DATA-FILE.
           READ TABLE-DATA-FILE-LISTING
               AT END SET END-OF-LISTING TO TRUE
               NOT AT END
                   IF DF-FILE-PATH (1:TABLE-PREFIX-LENGTH) =
                           TABLE-PATH-PREFIX (1:TABLE-PREFIX-LENGTH)
                       OR (TABLE-NAME = DEFAULT-TABLE-NAME
                           AND DF-FILE-PATH (1:8) NOT = "/stream/")
                       ADD 1 TO EQ-COVERED-FILE-COUNT
                       MOVE SPACES TO SNAPSHOT-FILE-HISTORY-REC
                       MOVE NEXT-SNAPSHOT-ID TO SFH-SNAPSHOT-ID
                       MOVE EQ-DELETE-FILE-PATH TO SFH-FILE-PATH
                       MOVE 'E' TO SFH-CHANGE-TYPE
                       MOVE DF-FILE-PATH TO SFH-REFERENCED-DATA-FILE
                       MOVE 0 TO SFH-DELETED-ROW-COUNT
                       WRITE SNAPSHOT-FILE-HISTORY-REC
                   END-IF
           END-READ.

       WRITE-POSITION-DELETE.
           MOVE SPACES TO POS-DELETE-FILE-PATH.
           STRING "/stream/" TABLE-NAME DELIMITED BY SPACE
               "/pos-delete-" SNAPSHOT-ID-DISPLAY ".parquet"
               DELIMITED BY SIZE
               INTO POS-DELETE-FILE-PATH.
           OPEN EXTEND POSITION-DELETE-FILE.
           IF NOT POSITION-DELETE-OK
               CLOSE POSITION-DELETE-FILE
               OPEN OUTPUT POSITION-DELETE-FILE
           END-IF.
           PERFORM WRITE-ONE-POSITION-DELETE
               VARYING BATCH-KEY-SCAN-POS FROM 1 BY 1
               UNTIL BATCH-KEY-SCAN-POS > BATCH-SUPERSEDED-COUNT.
           CLOSE POSITION-DELETE-FILE.
           MOVE SPACES TO SNAPSHOT-FILE-HISTORY-REC.
           MOVE NEXT-SNAPSHOT-ID TO SFH-SNAPSHOT-ID.
           MOVE POS-DELETE-FILE-PATH TO SFH-FILE-PATH.
           MOVE 'P' TO SFH-CHANGE-TYPE.
           MOVE BATCH-FILE-PATH TO SFH-REFERENCED-DATA-FILE.
           MOVE BATCH-SUPERSEDED-COUNT TO SFH-DELETED-ROW-COUNT.
           WRITE SNAPSHOT-FILE-HISTORY-REC.

       WRITE-ONE-POSITION-DELETE.
           MOVE SPACES TO POSITION-DELETE-REC.
           MOVE POS-DELETE-FILE-PATH TO PDR-DELETE-FILE-PATH.
           MOVE BATCH-FILE-PATH TO PDR-DATA-FILE-PATH.
           MOVE BATCH-SUPERSEDED-ROW (BATCH-KEY-SCAN-POS)
               TO PDR-ROW-POSITION.
           WRITE POSITION-DELETE-REC.

*> One report line per cut batch. Append-mode batches count every
*> message as an insert.
       WRITE-BATCH-REPORT-LINE.
           IF NOT ROUTE-IS-UPSERT
               MOVE 0 TO EQ-DELETE-KEY-COUNT
           END-IF.
           MOVE SPACES TO BATCH-REPORT-LINE.
           STRING "TABLE=" DELIMITED BY SIZE
               TABLE-NAME DELIMITED BY SPACE
               " SNAPSHOT=" SNAPSHOT-ID-DISPLAY DELIMITED BY SIZE
               " THROUGH-OFFSET=" BATCH-LAST-OFFSET DELIMITED BY SIZE
               " MESSAGES=" BATCH-MESSAGE-COUNT DELIMITED BY SIZE
               " INSERTS=" BATCH-INSERT-COUNT DELIMITED BY SIZE
               " UPDATES=" BATCH-UPDATE-COUNT DELIMITED BY SIZE
               " DELETES=" BATCH-DELETE-COUNT DELIMITED BY SIZE
               " ROWS-LANDED=" BATCH-ROW-COUNT DELIMITED BY SIZE
               " EQ-DELETE-KEYS=" EQ-DELETE-KEY-COUNT
                   DELIMITED BY SIZE
               " SUPERSEDED-IN-BATCH=" BATCH-SUPERSEDED-COUNT
                   DELIMITED BY SIZE
               " STATUS=" DELIMITED BY SIZE
               BATCH-REPORT-STATE DELIMITED BY SPACE
               INTO BATCH-REPORT-LINE
               ON OVERFLOW CONTINUE
           END-STRING.
           WRITE BATCH-REPORT-LINE.

       RESET-BATCH-CHANGES.
           MOVE 0 TO BATCH-ROW-COUNT.
           MOVE 0 TO BATCH-INSERT-COUNT.
           MOVE 0 TO BATCH-UPDATE-COUNT.
           MOVE 0 TO BATCH-DELETE-COUNT.
           MOVE 0 TO BATCH-ROW-KEY-COUNT.
           MOVE 0 TO BATCH-SUPERSEDED-COUNT.

*> The batch snapshot's summary, committed under the consumer group
*> that read it: an append of one file, or for an upsert batch that
*> carried row deletes an overwrite adding the delete files too.
       WRITE-BATCH-SNAPSHOT-SUMMARY.
           OPEN EXTEND SNAPSHOT-SUMMARY-FILE.
           IF NOT SNAPSHOT-SUMMARY-OK
               CLOSE SNAPSHOT-SUMMARY-FILE
               OPEN OUTPUT SNAPSHOT-SUMMARY-FILE
           END-IF.
           MOVE SPACES TO SNAPSHOT-SUMMARY-REC.
           MOVE TABLE-NAME TO SSR-TABLE-NAME.
           MOVE NEXT-SNAPSHOT-ID TO SSR-SNAPSHOT-ID.
           COMPUTE SSR-PARENT-SNAPSHOT-ID = NEXT-SNAPSHOT-ID - 1.
           IF SNAPSHOT-ADDED-FILES > 1 OR BATCH-ROW-COUNT = 0
               MOVE 'OVERWRITE' TO SSR-OPERATION
           ELSE
               MOVE 'APPEND' TO SSR-OPERATION
           END-IF.
           MOVE 'STREAMHOUSE-INGEST-BRIDGE' TO SSR-COMMIT-PROGRAM.
           MOVE GROUP-ID TO SSR-COMMIT-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE TO SUMMARY-DATE-TIME.
           MOVE SUMMARY-DATE-TIME (1:14) TO SSR-COMMIT-TIMESTAMP.
           MOVE SNAPSHOT-ADDED-FILES TO SSR-ADDED-FILES.
           MOVE 0 TO SSR-REMOVED-FILES.
           MOVE BATCH-ROW-COUNT TO SSR-ADDED-ROWS.
           MOVE BATCH-SUPERSEDED-COUNT TO SSR-REMOVED-ROWS.
           MOVE BATCH-BYTE-COUNT TO SSR-ADDED-BYTES.
           MOVE 0 TO SSR-REMOVED-BYTES.
           WRITE SNAPSHOT-SUMMARY-REC.
           CLOSE SNAPSHOT-SUMMARY-FILE.

       WRITE-BATCH-COLUMN-BOUNDS.
           OPEN EXTEND TABLE-COLUMN-BOUNDS-FILE.
               SUBTRACT 1 FROM BATCH-PREFIX-LENGTH
           END-PERFORM.
           MOVE 0 TO ORPHAN-SNAPSHOT-ID.
           MOVE 0 TO ORPHAN-RECOVERED-OFFSET.
           MOVE 'N' TO HISTORY-SCAN-EOF-SWITCH.
           OPEN INPUT SNAPSHOT-FILE-HISTORY.
           IF FILE-HISTORY-OK
                   END-IF
           END-READ.

*> Finishing the crashed commit: each partition's last offset is the
*> highest OFFSET= the interrupted run wrote for it to its batch data
*> file for this route's table (an untagged line is the configuration
*> card's table), and the checkpoint pair is written exactly as the
*> crashed run would have written it. A line written before lines
*> carried their partition can only raise the floor.
       COMPLETE-ORPHAN-CHECKPOINT.
           MOVE 'N' TO ORPHAN-UNTAGGED-SWITCH.
           OPEN INPUT INGEST-BATCH-DATA.
           IF BATCH-DATA-OK
               MOVE 'N' TO HISTORY-SCAN-EOF-SWITCH
               CLOSE INGEST-BATCH-DATA
           END-IF.
           MOVE ORPHAN-SNAPSHOT-ID TO LAST-SNAPSHOT-ID.
           IF ORPHAN-HAD-UNTAGGED-LINE
               IF NOT OFFSET-FLOOR-APPLIES
                       OR ORPHAN-RECOVERED-OFFSET > OFFSET-FLOOR
                   MOVE ORPHAN-RECOVERED-OFFSET TO OFFSET-FLOOR
               END-IF
               SET OFFSET-FLOOR-APPLIES TO TRUE
           END-IF.
           MOVE LAST-SNAPSHOT-ID TO CHECKPOINT-SNAPSHOT-ID.
           PERFORM WRITE-ROUTE-CHECKPOINT.
           DISPLAY "Adopted orphan snapshot " ORPHAN-SNAPSHOT-ID
               " through offset " LAST-COMMITTED-OFFSET.

           READ INGEST-BATCH-DATA
               AT END SET END-OF-HISTORY-SCAN TO TRUE
               NOT AT END
                   SET ORPHAN-LINE-IS-THIS-TABLE TO TRUE
                   IF INGEST-BATCH-LINE (18:7) = " TABLE="
                       IF INGEST-BATCH-LINE (25:50) NOT = TABLE-NAME
                           MOVE 'N' TO ORPHAN-LINE-TABLE-SWITCH
                       END-IF
                   ELSE
                       IF TABLE-NAME NOT = DEFAULT-TABLE-NAME
                           MOVE 'N' TO ORPHAN-LINE-TABLE-SWITCH
                       END-IF
                   END-IF
                   IF INGEST-BATCH-LINE (1:7) = "OFFSET="
                           AND ORPHAN-LINE-IS-THIS-TABLE
                       MOVE INGEST-BATCH-LINE (8:10)
                           TO ORPHAN-OFFSET-TEXT
                       IF ORPHAN-OFFSET-TEXT IS NUMERIC
                           PERFORM RECOVER-ORPHAN-LINE-OFFSET
                       END-IF
                   END-IF
           END-READ.

       RECOVER-ORPHAN-LINE-OFFSET.
           MOVE ORPHAN-OFFSET-TEXT TO ORPHAN-LINE-OFFSET.
           IF INGEST-BATCH-LINE (75:11) = " PARTITION="
                   AND INGEST-BATCH-LINE (86:5) IS NUMERIC
               MOVE INGEST-BATCH-LINE (86:5) TO OFFSET-PARTITION-KEY
               PERFORM FIND-PARTITION-OFFSET
               IF NOT PO-HAS-COMMITTED (PARTITION-OFFSET-POS)
                       OR ORPHAN-LINE-OFFSET >
                           PO-COMMITTED-OFFSET (PARTITION-OFFSET-POS)
                   MOVE ORPHAN-LINE-OFFSET
                       TO PO-COMMITTED-OFFSET (PARTITION-OFFSET-POS)
               END-IF
               SET PO-HAS-COMMITTED (PARTITION-OFFSET-POS) TO TRUE
           ELSE
               IF NOT ORPHAN-HAD-UNTAGGED-LINE
                       OR ORPHAN-LINE-OFFSET > ORPHAN-RECOVERED-OFFSET
                   MOVE ORPHAN-LINE-OFFSET TO ORPHAN-RECOVERED-OFFSET
               END-IF
               SET ORPHAN-HAD-UNTAGGED-LINE TO TRUE
           END-IF.

       FIND-HIGHEST-HISTORY-SNAPSHOT.
           MOVE 0 TO HIGHEST-HISTORY-SNAPSHOT.
           MOVE 'N' TO HISTORY-SCAN-EOF-SWITCH.
                   END-IF
           END-READ.

*> End of run, route by route: the partial batch is cut and
*> committed under that route's own checkpoint, and the route's
*> counts go to the route report.
       FINISH-ONE-ROUTE.
           MOVE ROUTE-IDX TO TARGET-ROUTE-IDX.
           PERFORM SWITCH-TO-ROUTE.
           IF LATE-ARRIVAL-ROUTE-IDX > 0
               PERFORM FLUSH-LATE-ARRIVAL-ROUTE
           END-IF.
           PERFORM CUT-AND-COMMIT-PARTIAL-BATCH.
           IF ROUTE-COMMITTED-BATCHES > 0
               PERFORM WRITE-COMMIT-REQUIREMENT
           END-IF.
           ADD ROUTE-MESSAGE-COUNT TO ROUTE-TOTAL-MESSAGES.
           MOVE ROUTE-IDX TO ROUTE-POS-DISPLAY.
           MOVE ROUTE-MESSAGE-COUNT TO ROUTE-COUNT-DISPLAY.
           MOVE ROUTE-DEAD-LETTER-COUNT TO ROUTE-DEAD-LETTER-DISPLAY.
           MOVE ROUTE-REJECTED-BATCHES TO ROUTE-REJECT-DISPLAY.
           MOVE ROUTE-COMMITTED-BATCHES TO ROUTE-COMMIT-DISPLAY.
           MOVE ROUTE-INSERT-COUNT TO ROUTE-INSERT-DISPLAY.
           MOVE ROUTE-UPDATE-COUNT TO ROUTE-UPDATE-DISPLAY.
           MOVE ROUTE-DELETE-COUNT TO ROUTE-DELETE-DISPLAY.
           MOVE ROUTE-LATE-EVENT-COUNT TO ROUTE-LATE-DISPLAY.
           MOVE SPACES TO ROUTE-REPORT-LINE.
           STRING "ROUTE=" ROUTE-POS-DISPLAY DELIMITED BY SIZE
               " TOPIC=" DELIMITED BY SIZE
               ROUTE-TOPIC-NAME DELIMITED BY SPACE
               " DISCRIMINATOR-POS=" DELIMITED BY SIZE
               RTE-DISCRIMINATOR-POS (ROUTE-IDX) DELIMITED BY SIZE
               " VALUE=" DELIMITED BY SIZE
               RTE-DISCRIMINATOR-VALUE (ROUTE-IDX) DELIMITED BY SPACE
               " TABLE=" DELIMITED BY SIZE
               TABLE-NAME DELIMITED BY SPACE
               " MESSAGES=" ROUTE-COUNT-DISPLAY DELIMITED BY SIZE
               " DEAD-LETTERED=" ROUTE-DEAD-LETTER-DISPLAY
                   DELIMITED BY SIZE
               " REJECTED=" ROUTE-REJECT-DISPLAY DELIMITED BY SIZE
               " COMMITTED=" ROUTE-COMMIT-DISPLAY DELIMITED BY SIZE
               " INSERTS=" ROUTE-INSERT-DISPLAY DELIMITED BY SIZE
               " UPDATES=" ROUTE-UPDATE-DISPLAY DELIMITED BY SIZE
               " DELETES=" ROUTE-DELETE-DISPLAY DELIMITED BY SIZE
               " LATE-EVENTS=" ROUTE-LATE-DISPLAY DELIMITED BY SIZE
               " MARKERS=" ROUTE-MARKER-COUNT DELIMITED BY SIZE
               " COMPLETE-BEFORE=" ET-COMPLETE-BEFORE-DAY
                   DELIMITED BY SIZE
               " CHECKPOINT-OFFSET=" LAST-COMMITTED-OFFSET
                   DELIMITED BY SIZE
               " PARTITIONS=" PARTITION-OFFSET-COUNT DELIMITED BY SIZE
               " SNAPSHOT-ID=" LAST-SNAPSHOT-ID DELIMITED BY SIZE
               INTO ROUTE-REPORT-LINE
               ON OVERFLOW CONTINUE
           END-STRING.
           WRITE ROUTE-REPORT-LINE.
           DISPLAY "Route " ROUTE-POS-DISPLAY " table "
               TABLE-NAME (1:30) " messages " ROUTE-COUNT-DISPLAY
               " rejected " ROUTE-REJECT-DISPLAY
               " committed " ROUTE-COMMIT-DISPLAY.

       WRITE-COMMIT-REQUIREMENT.
           IF NOT REQUIREMENT-FILE-OPEN
               OPEN OUTPUT COMMIT-REQUIREMENT-FILE
               SET REQUIREMENT-FILE-OPEN TO TRUE
           END-IF.
           MOVE SPACES TO COMMIT-REQUIREMENT-CARD.
           MOVE TABLE-NAME TO CQ-TABLE-KEY.
           MOVE 'Y' TO CQ-ASSERT-SNAPSHOT-SWITCH.
           MOVE ROUTE-BASE-SNAPSHOT-ID TO CQ-EXPECTED-SNAPSHOT-ID.
           WRITE COMMIT-REQUIREMENT-CARD.

       WRITE-ROUTE-REPORT-SUMMARY.
           MOVE ROUTE-COUNT TO ROUTE-POS-DISPLAY.
           MOVE ROUTE-TOTAL-MESSAGES TO ROUTE-COUNT-DISPLAY.
           MOVE UNROUTED-MESSAGE-COUNT TO ROUTE-DEAD-LETTER-DISPLAY.
           MOVE SPACES TO ROUTE-REPORT-LINE.
           STRING "SUMMARY ROUTES=" ROUTE-POS-DISPLAY
                   DELIMITED BY SIZE
               " MESSAGES=" ROUTE-COUNT-DISPLAY DELIMITED BY SIZE
               " UNROUTED=" ROUTE-DEAD-LETTER-DISPLAY
                   DELIMITED BY SIZE
               INTO ROUTE-REPORT-LINE
               ON OVERFLOW CONTINUE
           END-STRING.
           WRITE ROUTE-REPORT-LINE.

       CLOSE-BRIDGE.
           CALL "KAFKA-CLOSE-CONSUMER" USING
               KAFKA-CONSUMER.
           DISPLAY "Batches committed this run: "
               BATCHES-COMMITTED-COUNT.
           DISPLAY "Messages dead-lettered this run: "
               DEAD-LETTER-COUNT.
           DISPLAY "Messages no route took this run: "
               UNROUTED-MESSAGE-COUNT.
