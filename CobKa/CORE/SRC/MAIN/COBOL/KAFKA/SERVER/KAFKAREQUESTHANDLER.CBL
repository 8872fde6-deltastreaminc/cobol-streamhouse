    SELECT SLOW-REQUEST-LOG
        ASSIGN TO "SLOWREQUESTLOG"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DEPRECATED-VERSION-FILE
        ASSIGN TO "DEPRECATEDAPIVERSIONS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPRECATED-STATUS.
    SELECT CLIENT-INVENTORY-STATE-FILE
        ASSIGN TO "CLIENTINVENTORYSTATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVENTORY-STATE-STATUS.
    SELECT CLIENT-INVENTORY-REPORT
        ASSIGN TO "CLIENTAPIINVENTORY"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT KAFKA-ACL-FILE
        ASSIGN TO "KAFKAACLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KAFKA-ACL-STATUS.
    SELECT ACCESS-DENIAL-LOG
        ASSIGN TO "ACCESSDENIALLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DENIAL-LOG-STATUS.
    SELECT ACCESS-GRANT-USE-LOG
        ASSIGN TO "ACCESSGRANTUSELOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRANT-USE-STATUS.
    SELECT REQUEST-REFUSAL-LOG
        ASSIGN TO "REQUESTREFUSALS"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PRODUCER-SEQUENCE-STATE-FILE
        ASSIGN TO "PRODUCERSEQUENCESTATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEQUENCE-STATE-STATUS.
    SELECT PRODUCER-EPOCH-RESET-FILE
        ASSIGN TO "PRODUCEREPOCHRESETS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EPOCH-RESET-STATUS.
    SELECT PRODUCER-SEQUENCE-REPORT
        ASSIGN TO "PRODUCERSEQUENCEREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INCIDENT-LOG-FILE
        ASSIGN TO "INCIDENTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INCIDENT-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
*> One poll cycle per record for a given request-handler thread: how
*> long it sat idle versus busy on that cycle, and how deep the shared
*> request queue was when it polled. A handled request also carries
*> the header fields that say who sent it: API key and version,
*> client id, authenticated principal, the client software name and
*> version it announced, and when it arrived - and the topic,
*> consumer group and transactional id it names, which the Kafka ACL
*> deck is checked against. A produce request from an idempotent
*> producer also carries its producer id and epoch, the partition it
*> writes to, and the base sequence and record count of its batch.
*> Any produce request may carry the partition, record count and the
*> size of its batch in bytes, which feed the per-partition traffic
*> metrics.
FD HANDLER-EVENT-FILE.
01 HANDLER-EVENT-CARD.
   05 HE-THREAD-ID PIC 9(4).
   05 HE-IDLE-MILLIS PIC 9(9).
   05 HE-BUSY-MILLIS PIC 9(9).
   05 HE-QUEUE-DEPTH PIC 9(9).
   05 HE-API-KEY PIC 9(4).
   05 HE-API-VERSION PIC 9(4).
   05 HE-CLIENT-ID PIC X(40).
   05 HE-PRINCIPAL PIC X(40).
   05 HE-CLIENT-SOFTWARE-NAME PIC X(30).
   05 HE-CLIENT-SOFTWARE-VERSION PIC X(20).
   05 HE-EVENT-TIMESTAMP PIC 9(14).
   05 HE-TOPIC-NAME PIC X(40).
   05 HE-GROUP-ID PIC X(50).
   05 HE-TRANSACTIONAL-ID PIC X(32).
   05 HE-PRODUCER-ID PIC 9(18).
   05 HE-PRODUCER-EPOCH PIC 9(5).
   05 HE-PARTITION PIC 9(5).
   05 HE-BASE-SEQUENCE PIC 9(10).
   05 HE-RECORD-COUNT PIC 9(5).
   05 HE-BATCH-BYTES PIC 9(10).

FD THREAD-IDLE-BUSY-REPORT.
01 THREAD-IDLE-BUSY-LINE PIC X(160).
FD SLOW-REQUEST-LOG.
01 SLOW-REQUEST-LINE PIC X(200).

*> Protocol versions marked for retirement, one card per API key:
*> every version at or below DV-LAST-DEPRECATED-VERSION stops being
*> served on the cutover date.
FD DEPRECATED-VERSION-FILE.
01 DEPRECATED-VERSION-CARD.
   05 DV-API-KEY PIC 9(4).
   05 DV-LAST-DEPRECATED-VERSION PIC 9(4).
   05 DV-CUTOVER-DATE PIC 9(8).

*> The client inventory carried from run to run, one record per
*> client id, principal, API key and version, so a client that has
*> gone quiet still shows when it was last seen.
FD CLIENT-INVENTORY-STATE-FILE.
01 CLIENT-INVENTORY-STATE-REC.
   05 CS-CLIENT-ID PIC X(40).
   05 CS-PRINCIPAL PIC X(40).
   05 CS-API-KEY PIC 9(4).
   05 CS-API-VERSION PIC 9(4).
   05 CS-SOFTWARE-NAME PIC X(30).
   05 CS-SOFTWARE-VERSION PIC X(20).
   05 CS-REQUEST-COUNT PIC 9(12).
   05 CS-LAST-SEEN PIC 9(14).

FD CLIENT-INVENTORY-REPORT.
01 CLIENT-INVENTORY-LINE PIC X(250).

*> One Kafka ACL per card: the principal ('*' for every principal),
*> the resource - TOPIC, TOPIC-PREFIX, GROUP or TRANSACTIONAL-ID, and
*> its name ('*' for every resource of the type) - the operation
*> (READ, WRITE, DESCRIBE, ALTER or ALL) and ALLOW or DENY. A DENY
*> that matches always wins. The trailing expiry date (YYYYMMDD)
*> bounds the grant as it does on the catalog ACL.
*> Example (this principal may produce to every ORDERS- topic):
*>   ORDER-SVC...(64)...TOPIC-PREFIX....ORDERS-...(64)...WRITE.....ALLOW
FD KAFKA-ACL-FILE.
01 KAFKA-ACL-CARD.
   05 KA-PRINCIPAL PIC X(64).
   05 KA-RESOURCE-TYPE PIC X(16).
   05 KA-RESOURCE-NAME PIC X(64).
   05 KA-OPERATION PIC X(10).
   05 KA-PERMISSION PIC X(5).
   05 KA-EXPIRY-DATE PIC 9(8).

*> Shared with the catalog: a refused request is logged in the same
*> structured key=value format as a refused catalog operation.
FD ACCESS-DENIAL-LOG.
01 ACCESS-DENIAL-REC PIC X(250).

*> Shared with the catalog, so the access recertification shows when
*> each Kafka grant was last exercised. Kafka grants record one use
*> per run, keyed 'KAFKA:<resource type>:<name>:<operation>' in the
*> namespace field.
FD ACCESS-GRANT-USE-LOG.
01 ACCESS-GRANT-USE-REC.
   05 AGU-USE-BODY.
      10 AGU-PRINCIPAL PIC X(64).
      10 AGU-NAMESPACE PIC X(128).
      10 AGU-USE-DATE PIC 9(8).
   05 AGU-CHAIN-SEQUENCE PIC 9(10).
   05 AGU-CHAIN-HASH PIC 9(18).

*> The answer a refused request gets: the Kafka authorization error
*> code and name, and the resource it was refused on.
FD REQUEST-REFUSAL-LOG.
01 REQUEST-REFUSAL-LINE PIC X(250).

*> The last sequence number written by each producer id and epoch to
*> each topic partition, carried from run to run so a retry that
*> lands after a restart is still recognised.
FD PRODUCER-SEQUENCE-STATE-FILE.
01 PRODUCER-SEQUENCE-STATE-REC.
   05 SQ-PRODUCER-ID PIC 9(18).
   05 SQ-PRODUCER-EPOCH PIC 9(5).
   05 SQ-TOPIC-NAME PIC X(40).
   05 SQ-PARTITION PIC 9(5).
   05 SQ-LAST-SEQUENCE PIC 9(10).

*> Written by TRANSACTION-COORDINATOR whenever it bumps a producer's
*> epoch: sequence tracking for that producer under any earlier epoch
*> is dropped, and a batch still sent under one is fenced.
FD PRODUCER-EPOCH-RESET-FILE.
01 PRODUCER-EPOCH-RESET-CARD.
   05 ER-PRODUCER-ID PIC 9(18).
   05 ER-NEW-EPOCH PIC 9(5).
   05 ER-RESET-DATE PIC 9(8).
   05 ER-TRANSACTIONAL-ID PIC X(32).

FD PRODUCER-SEQUENCE-REPORT.
01 PRODUCER-SEQUENCE-LINE PIC X(250).

FD INCIDENT-LOG-FILE.
01 INCIDENT-REC.
   05 IN-TIMESTAMP PIC 9(14).
   05 IN-PROGRAM-ID PIC X(30).
   05 IN-SEVERITY PIC X(8).
   05 IN-ERROR-CLASS PIC X(20).
   05 IN-CORRELATION-KEY PIC X(60).

WORKING-STORAGE SECTION.
01 EVENT-FILE-STATUS PIC XX.
   88 EVENT-FILE-OK VALUE '00'.
01 WS-METRIC-NAME PIC X(40).
01 WS-METRIC-VALUE PIC 9(18).

01 WS-DEPRECATED-STATUS PIC XX.
   88 WS-DEPRECATED-OK VALUE '00'.
01 WS-DEPRECATED-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-DEPRECATED-VERSIONS VALUE 'Y'.
01 WS-INVENTORY-STATE-STATUS PIC XX.
   88 WS-INVENTORY-STATE-OK VALUE '00'.
01 WS-INVENTORY-STATE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-INVENTORY-STATE VALUE 'Y'.

01 DEPRECATED-VERSION-COUNT PIC 9(4) VALUE 0.
01 DEPRECATED-VERSION-TABLE.
   05 DEPRECATED-VERSION-ENTRY OCCURS 1 TO 200 TIMES
         DEPENDING ON DEPRECATED-VERSION-COUNT
         INDEXED BY DEPRECATED-IDX.
      10 DP-API-KEY PIC 9(4).
      10 DP-LAST-DEPRECATED-VERSION PIC 9(4).
      10 DP-CUTOVER-DATE PIC 9(8).

*> Who is calling with what: one entry per client id, principal, API
*> key and version, lifetime and this-run request counts, the client
*> software last announced, and when it was last seen.
01 INVENTORY-COUNT PIC 9(5) VALUE 0.
01 CLIENT-INVENTORY-TABLE.
   05 INVENTORY-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON INVENTORY-COUNT
         INDEXED BY INVENTORY-IDX.
      10 INV-CLIENT-ID PIC X(40).
      10 INV-PRINCIPAL PIC X(40).
      10 INV-API-KEY PIC 9(4).
      10 INV-API-VERSION PIC 9(4).
      10 INV-SOFTWARE-NAME PIC X(30).
      10 INV-SOFTWARE-VERSION PIC X(20).
      10 INV-REQUEST-COUNT PIC 9(12).
      10 INV-RUN-REQUESTS PIC 9(9).
      10 INV-LAST-SEEN PIC 9(14).
      10 INV-REPORTED-SWITCH PIC X.
         88 INV-IS-REPORTED VALUE 'Y'.
01 INVENTORY-FOUND-SWITCH PIC X.
   88 INVENTORY-FOUND VALUE 'Y'.
01 INVENTORY-FULL-SWITCH PIC X VALUE 'N'.
   88 INVENTORY-IS-FULL VALUE 'Y'.
*> Inventory entries beyond the table are counted: those read from
*> the prior state keep the state from being rewritten short, and
*> those first seen this run are reported as left out.
01 INVENTORY-STATE-OVERFLOW PIC 9(7) VALUE 0.
01 INVENTORY-RUN-OVERFLOW PIC 9(7) VALUE 0.
01 INVENTORY-GROUP-IDX PIC 9(5).
01 INVENTORY-SCAN-IDX PIC 9(5).
01 INVENTORY-KEY-CLIENT-ID PIC X(40).
01 INVENTORY-KEY-PRINCIPAL PIC X(40).
01 INVENTORY-KEY-API-KEY PIC 9(4).
01 INVENTORY-KEY-API-VERSION PIC 9(4).
01 GROUP-REQUEST-COUNT PIC 9(12).
01 GROUP-LAST-SEEN PIC 9(14).
01 GROUP-DEPRECATED-COUNT PIC 9(5).
01 GROUP-LATEST-IDX PIC 9(5).
01 DEPRECATED-FOUND-SWITCH PIC X.
   88 VERSION-IS-DEPRECATED VALUE 'Y'.
01 CLIENTS-ON-DEPRECATED PIC 9(5) VALUE 0.
01 CLIENT-GROUP-COUNT PIC 9(5) VALUE 0.
01 INVENTORY-RUN-STAMP PIC 9(14) VALUE 0.
01 INVENTORY-SEEN-STAMP PIC 9(14) VALUE 0.
01 WS-INVENTORY-DATE-TIME PIC X(21).
01 WS-API-KEY-DISPLAY PIC ZZZ9.
01 WS-API-VERSION-DISPLAY PIC ZZZ9.
01 WS-INV-REQUESTS-DISPLAY PIC Z(11)9.
01 WS-INV-RUN-REQUESTS-DISPLAY PIC Z(8)9.
01 WS-GROUP-COUNT-DISPLAY PIC ZZZZ9.
01 WS-DEPRECATED-COUNT-DISPLAY PIC ZZZZ9.

01 WS-KAFKA-ACL-STATUS PIC XX.
   88 WS-KAFKA-ACL-OK VALUE '00'.
01 WS-KAFKA-ACL-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-KAFKA-ACLS VALUE 'Y'.
01 WS-DENIAL-LOG-STATUS PIC XX.
   88 WS-DENIAL-LOG-OK VALUE '00'.
01 WS-GRANT-USE-STATUS PIC XX.
   88 WS-GRANT-USE-OK VALUE '00'.

*> The loaded Kafka ACLs. With no KAFKAACLFILE present no request is
*> checked, as before the deck existed; once it is present, a request
*> naming a resource that no unexpired ALLOW covers is refused.
*> Controller-plane requests come from the brokers themselves and
*> are not checked. A deck with more grants than the table holds
*> cannot be judged - a DENY may be among those left out - so every
*> request is refused until the deck is trimmed.
01 KAFKA-ACL-COUNT PIC 9(4) VALUE 0.
01 KAFKA-ACL-TABLE.
   05 KAFKA-ACL-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON KAFKA-ACL-COUNT
         INDEXED BY KAFKA-ACL-IDX.
      10 KACL-PRINCIPAL PIC X(64).
      10 KACL-RESOURCE-TYPE PIC X(16).
      10 KACL-RESOURCE-NAME PIC X(64).
      10 KACL-NAME-LENGTH PIC 9(2).
      10 KACL-OPERATION PIC X(10).
      10 KACL-PERMISSION PIC X(5).
      10 KACL-EXPIRY-DATE PIC 9(8).
      10 KACL-USED-SWITCH PIC X.
         88 KACL-WAS-USED VALUE 'Y'.
01 KAFKA-ACL-LOADED-SWITCH PIC X VALUE 'N'.
   88 KAFKA-ACL-WAS-LOADED VALUE 'Y'.
01 KAFKA-ACL-OVERFLOW-COUNT PIC 9(7) VALUE 0.
01 KAFKA-ACL-SCAN PIC 9(4).
01 KAFKA-ACL-NAME-LENGTH PIC 9(2).
01 REQUEST-ALLOWED-SWITCH PIC X VALUE 'Y'.
   88 REQUEST-IS-ALLOWED VALUE 'Y'.
01 AUTHZ-RESOURCE-TYPE PIC X(16).
01 AUTHZ-RESOURCE-NAME PIC X(64).
01 AUTHZ-OPERATION PIC X(10).
01 AUTHZ-TOPIC-OPERATION PIC X(10).
01 AUTHZ-ERROR-CODE PIC 9(4) VALUE 0.
01 AUTHZ-ERROR-NAME PIC X(40).
01 AUTHZ-ALLOW-IDX PIC 9(4).
01 AUTHZ-DENY-SWITCH PIC X.
   88 AUTHZ-DENY-MATCHED VALUE 'Y'.
01 AUTHZ-RESOURCE-SWITCH PIC X.
   88 AUTHZ-RESOURCE-MATCHES VALUE 'Y'.
01 AUTHZ-TODAY PIC 9(8) VALUE 0.
01 REQUESTS-DENIED PIC 9(9) VALUE 0.
01 WS-AUTHZ-DATE-TIME PIC X(21).
01 WS-AUTHZ-TIMESTAMP REDEFINES WS-AUTHZ-DATE-TIME.
   05 WS-AUTHZ-YYYY PIC 9(4).
   05 WS-AUTHZ-MM PIC 9(2).
   05 WS-AUTHZ-DD PIC 9(2).
   05 WS-AUTHZ-HH PIC 9(2).
   05 WS-AUTHZ-MI PIC 9(2).
   05 WS-AUTHZ-SS PIC 9(2).
   05 FILLER PIC X(7).
01 WS-ERROR-CODE-DISPLAY PIC ZZZ9.
01 WS-GRANT-USE-CHAIN-NAME PIC X(30) VALUE 'ACCESSGRANTUSELOG'.
01 WS-INCIDENT-LOG-STATUS PIC XX.
   88 WS-INCIDENT-LOG-OK VALUE '00'.
01 WS-INCIDENT-DATE-TIME PIC X(21).
01 WS-INCIDENT-SEVERITY PIC X(8).
01 WS-INCIDENT-ERROR-CLASS PIC X(20).
01 WS-INCIDENT-KEY PIC X(60).
01 WS-GRANT-USE-BODY-LENGTH PIC 9(4) COMP VALUE 200.

01 WS-SEQUENCE-STATE-STATUS PIC XX.
   88 WS-SEQUENCE-STATE-OK VALUE '00'.
01 WS-SEQUENCE-STATE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SEQUENCE-STATE VALUE 'Y'.
01 WS-EPOCH-RESET-STATUS PIC XX.
   88 WS-EPOCH-RESET-OK VALUE '00'.
01 WS-EPOCH-RESET-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-EPOCH-RESETS VALUE 'Y'.

*> Last sequence seen per producer id, epoch and topic partition. An
*> entry an epoch reset has dropped is skipped by the lookups, not
*> saved, and its slot is the first taken by a new entry. Entries
*> beyond the table are counted: a partition first seen with the
*> table full goes unchecked, and state records that could not be
*> held keep the state from being rewritten short.
01 SEQUENCE-TRACK-OVERFLOW PIC 9(7) VALUE 0.
01 SEQUENCE-STATE-OVERFLOW PIC 9(7) VALUE 0.
01 SEQUENCE-SLOT-SWITCH PIC X.
   88 SEQUENCE-SLOT-CLAIMED VALUE 'Y'.
01 SEQUENCE-TRACK-COUNT PIC 9(5) VALUE 0.
01 SEQUENCE-TRACK-TABLE.
   05 SEQUENCE-TRACK-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON SEQUENCE-TRACK-COUNT
         INDEXED BY SEQUENCE-TRACK-IDX.
      10 ST-PRODUCER-ID PIC 9(18).
      10 ST-PRODUCER-EPOCH PIC 9(5).
      10 ST-TOPIC-NAME PIC X(40).
      10 ST-PARTITION PIC 9(5).
      10 ST-LAST-SEQUENCE PIC 9(10).
      10 ST-DROPPED-SWITCH PIC X.
         88 ST-IS-DROPPED VALUE 'Y'.
01 SEQUENCE-FOUND-SWITCH PIC X.
   88 SEQUENCE-FOUND VALUE 'Y'.
01 SEQUENCE-SCAN PIC 9(5).
01 SEQUENCE-RECORD-COUNT PIC 9(5).
01 SEQUENCE-EXPECTED PIC 9(11).
01 SEQUENCE-BATCH-LAST PIC 9(11).
01 SEQUENCE-MISSING PIC 9(11).
01 SEQUENCE-RESETS-APPLIED PIC 9(9) VALUE 0.
01 SEQUENCE-EXCEPTION-SWITCH PIC X.
   88 SEQUENCE-IS-DUPLICATE VALUE 'D'.
   88 SEQUENCE-IS-GAP VALUE 'G'.
   88 SEQUENCE-IS-OVERLAP VALUE 'O'.
   88 SEQUENCE-IS-FENCED VALUE 'F'.

*> Messages and bytes accepted per topic partition this run, emitted
*> to the metrics feed as bytes-in and messages-in for the partition
*> expansion planner. Partitions beyond the table, and any whose
*> metric name would not fit, are counted and emitted as one total.
01 PARTITION-TRAFFIC-COUNT PIC 9(5) VALUE 0.
01 PARTITION-TRAFFIC-TABLE.
   05 PARTITION-TRAFFIC-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON PARTITION-TRAFFIC-COUNT
         INDEXED BY PARTITION-TRAFFIC-IDX.
      10 PX-TOPIC-NAME PIC X(40).
      10 PX-PARTITION PIC 9(5).
      10 PX-MESSAGES-IN PIC 9(15).
      10 PX-BYTES-IN PIC 9(18).
01 PARTITION-TRAFFIC-FOUND-SWITCH PIC X.
   88 PARTITION-TRAFFIC-FOUND VALUE 'Y'.
01 PARTITION-TRAFFIC-UNREPORTED PIC 9(9) VALUE 0.
01 PARTITION-TRAFFIC-MESSAGES PIC 9(5).
01 PARTITION-METRIC-KIND PIC X(12).
01 PARTITION-METRIC-FIT-SWITCH PIC X.
   88 PARTITION-METRIC-FITS VALUE 'Y'.

*> The highest epoch known for each producer id: from the
*> coordinator's reset deck, from the saved sequence state, and from
*> any batch sent under a higher one. A batch under a lower epoch is
*> fenced. An epoch marked new was reached by a bump, so each
*> partition's first batch under it must start at sequence 0.
*> Producers beyond the table are counted and go unfenced.
01 PRODUCER-EPOCH-COUNT PIC 9(5) VALUE 0.
01 PRODUCER-EPOCH-TABLE.
   05 PRODUCER-EPOCH-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON PRODUCER-EPOCH-COUNT
         INDEXED BY PRODUCER-EPOCH-IDX.
      10 PE-PRODUCER-ID PIC 9(18).
      10 PE-HIGHEST-EPOCH PIC 9(5).
      10 PE-NEW-EPOCH-SWITCH PIC X.
         88 PE-EPOCH-IS-NEW VALUE 'Y'.
01 PRODUCER-EPOCH-FOUND-SWITCH PIC X.
   88 PRODUCER-EPOCH-FOUND VALUE 'Y'.
01 PRODUCER-EPOCH-OVERFLOW PIC 9(7) VALUE 0.
01 EPOCH-KEY-PRODUCER-ID PIC 9(18).
01 EPOCH-KEY-EPOCH PIC 9(5).
01 EPOCH-KEY-NEW-SWITCH PIC X.

*> This run's duplicates suppressed and gaps found, per producer id.
01 PRODUCER-TALLY-COUNT PIC 9(4) VALUE 0.
01 PRODUCER-TALLY-TABLE.
   05 PRODUCER-TALLY-ENTRY OCCURS 1 TO 1000 TIMES
         DEPENDING ON PRODUCER-TALLY-COUNT
         INDEXED BY PRODUCER-TALLY-IDX.
      10 PT-PRODUCER-ID PIC 9(18).
      10 PT-PRODUCE-REQUESTS PIC 9(9).
      10 PT-DUPLICATES PIC 9(9).
      10 PT-GAPS PIC 9(9).
      10 PT-OVERLAPS PIC 9(9).
      10 PT-FENCED PIC 9(9).
01 PRODUCER-TALLY-FOUND-SWITCH PIC X.
   88 PRODUCER-TALLY-FOUND VALUE 'Y'.
*> Producers beyond the tally table are counted in the run totals
*> only, and how many there were is reported.
01 PRODUCER-TALLY-OVERFLOW PIC 9(7) VALUE 0.
01 DUPLICATES-SUPPRESSED PIC 9(9) VALUE 0.
01 SEQUENCE-GAPS-FOUND PIC 9(9) VALUE 0.
01 SEQUENCE-OVERLAPS-FOUND PIC 9(9) VALUE 0.
01 STALE-EPOCHS-FENCED PIC 9(9) VALUE 0.
01 WS-PRODUCER-ID-DISPLAY PIC Z(17)9.
01 WS-PRODUCER-EPOCH-DISPLAY PIC ZZZZ9.
01 WS-PARTITION-DISPLAY PIC ZZZZ9.
01 WS-SEQUENCE-DISPLAY PIC Z(10)9.
01 WS-EXPECTED-DISPLAY PIC Z(10)9.
01 WS-MISSING-DISPLAY PIC Z(10)9.
01 WS-PRODUCE-COUNT-DISPLAY PIC Z(8)9.
01 WS-DUPLICATE-COUNT-DISPLAY PIC Z(8)9.
01 WS-GAP-COUNT-DISPLAY PIC Z(8)9.
01 WS-RESET-COUNT-DISPLAY PIC Z(8)9.
01 WS-OVERLAP-COUNT-DISPLAY PIC Z(8)9.
01 WS-FENCED-COUNT-DISPLAY PIC Z(8)9.
01 WS-OVERFLOW-DISPLAY PIC Z(6)9.

01 WS-IDLE-BUSY-RATIO PIC 9(5)V9(3).
01 WS-IDLE-BUSY-RATIO-DISPLAY PIC ZZZZ9.999.
01 WS-THREAD-ID-DISPLAY PIC ZZZ9.

INIT-HANDLER.
    PERFORM LOAD-SLOW-TRACE-THRESHOLD.
    PERFORM LOAD-DEPRECATED-VERSIONS.
    PERFORM LOAD-CLIENT-INVENTORY-STATE.
    PERFORM LOAD-KAFKA-ACL.
    PERFORM LOAD-PRODUCER-EPOCH-RESETS.
    PERFORM LOAD-PRODUCER-SEQUENCE-STATE.
    OPEN INPUT HANDLER-EVENT-FILE.
    IF EVENT-FILE-OK
        OPEN OUTPUT THREAD-IDLE-BUSY-REPORT
        OPEN OUTPUT QUEUE-BACKLOG-ALARM-LOG
        OPEN OUTPUT SLOW-REQUEST-LOG
        OPEN OUTPUT REQUEST-REFUSAL-LOG
        OPEN OUTPUT PRODUCER-SEQUENCE-REPORT
        OPEN EXTEND ACCESS-DENIAL-LOG
        IF NOT WS-DENIAL-LOG-OK
            CLOSE ACCESS-DENIAL-LOG
            OPEN OUTPUT ACCESS-DENIAL-LOG
        END-IF
    ELSE
        SET END-OF-EVENTS TO TRUE.

            WHEN 'SHUTDOWN'
                SET END-OF-EVENTS TO TRUE
            WHEN OTHER
                IF REQUEST-IS-ALLOWED
                    PERFORM ENQUEUE-REQUEST-TO-LANE
                END-IF
                PERFORM RECORD-CLIENT-API-USE
        END-EVALUATE
    END-IF.

        END-IF
    END-PERFORM.

*> Every request is authorized as it is received, so a refused one
*> never reaches a lane. It is still counted in the client inventory:
*> the client did call, with that API version. An authorized produce
*> request then has its batch's sequence numbers checked, and a
*> duplicate batch is refused the same way. Only a produce that is
*> let through counts toward its partition's traffic.
RECEIVE-REQUEST.
    READ HANDLER-EVENT-FILE
        AT END SET END-OF-EVENTS TO TRUE
        NOT AT END
            PERFORM AUTHORIZE-REQUEST
            IF REQUEST-IS-ALLOWED
                PERFORM CHECK-PRODUCE-SEQUENCE
            END-IF
            IF REQUEST-IS-ALLOWED
                PERFORM TALLY-PARTITION-TRAFFIC
            END-IF
    END-READ.

TALLY-PARTITION-TRAFFIC.
    IF HE-EVENT-TYPE = 'PRODUCE'
            AND HE-TOPIC-NAME NOT = SPACES
            AND HE-PARTITION IS NUMERIC
        MOVE 1 TO PARTITION-TRAFFIC-MESSAGES
        IF HE-RECORD-COUNT IS NUMERIC AND HE-RECORD-COUNT > 0
            MOVE HE-RECORD-COUNT TO PARTITION-TRAFFIC-MESSAGES
        END-IF
        MOVE 'N' TO PARTITION-TRAFFIC-FOUND-SWITCH
        IF PARTITION-TRAFFIC-COUNT > 0
            SET PARTITION-TRAFFIC-IDX TO 1
            SEARCH PARTITION-TRAFFIC-ENTRY
                AT END CONTINUE
                WHEN PX-TOPIC-NAME (PARTITION-TRAFFIC-IDX) =
                        HE-TOPIC-NAME
                        AND PX-PARTITION (PARTITION-TRAFFIC-IDX) =
                            HE-PARTITION
                    SET PARTITION-TRAFFIC-FOUND TO TRUE
            END-SEARCH
        END-IF
        IF NOT PARTITION-TRAFFIC-FOUND
            IF PARTITION-TRAFFIC-COUNT < 5000
                ADD 1 TO PARTITION-TRAFFIC-COUNT
                SET PARTITION-TRAFFIC-IDX TO PARTITION-TRAFFIC-COUNT
                MOVE HE-TOPIC-NAME
                    TO PX-TOPIC-NAME (PARTITION-TRAFFIC-IDX)
                MOVE HE-PARTITION TO PX-PARTITION (PARTITION-TRAFFIC-IDX)
                MOVE 0 TO PX-MESSAGES-IN (PARTITION-TRAFFIC-IDX)
                MOVE 0 TO PX-BYTES-IN (PARTITION-TRAFFIC-IDX)
                SET PARTITION-TRAFFIC-FOUND TO TRUE
            ELSE
                ADD 1 TO PARTITION-TRAFFIC-UNREPORTED
            END-IF
        END-IF
        IF PARTITION-TRAFFIC-FOUND
            ADD PARTITION-TRAFFIC-MESSAGES
                TO PX-MESSAGES-IN (PARTITION-TRAFFIC-IDX)
            IF HE-BATCH-BYTES IS NUMERIC
                ADD HE-BATCH-BYTES TO PX-BYTES-IN (PARTITION-TRAFFIC-IDX)
            END-IF
        END-IF
    END-IF.

*> Each resource the request names is checked in turn - the topic for
*> the operation the request type implies, the consumer group for
*> READ, the transactional id for WRITE - and the first one refused
*> decides the error code the client is sent. A produce or fetch
*> that names no topic cannot be checked and is refused as a topic
*> refusal; with the ACL deck overflowed, everything is refused.
AUTHORIZE-REQUEST.
    SET REQUEST-IS-ALLOWED TO TRUE.
    IF KAFKA-ACL-WAS-LOADED
            AND HE-EVENT-TYPE NOT = 'SHUTDOWN'
            AND HE-EVENT-TYPE NOT = 'CONTROLLER'
        EVALUATE TRUE
            WHEN KAFKA-ACL-OVERFLOW-COUNT > 0
                MOVE 'N' TO REQUEST-ALLOWED-SWITCH
                MOVE 'CLUSTER' TO AUTHZ-RESOURCE-TYPE
                MOVE 'KAFKAACLFILE' TO AUTHZ-RESOURCE-NAME
                MOVE 'ALL' TO AUTHZ-OPERATION
                MOVE 31 TO AUTHZ-ERROR-CODE
                MOVE 'CLUSTER_AUTHORIZATION_FAILED' TO AUTHZ-ERROR-NAME
            WHEN HE-TOPIC-NAME = SPACES
                    AND (HE-EVENT-TYPE = 'PRODUCE'
                        OR HE-EVENT-TYPE = 'FETCH')
                PERFORM CHOOSE-TOPIC-OPERATION
                MOVE 'N' TO REQUEST-ALLOWED-SWITCH
                MOVE 'TOPIC' TO AUTHZ-RESOURCE-TYPE
                MOVE '(NONE)' TO AUTHZ-RESOURCE-NAME
                MOVE AUTHZ-TOPIC-OPERATION TO AUTHZ-OPERATION
                MOVE 29 TO AUTHZ-ERROR-CODE
                MOVE 'TOPIC_AUTHORIZATION_FAILED' TO AUTHZ-ERROR-NAME
            WHEN OTHER
                PERFORM AUTHORIZE-NAMED-RESOURCES
        END-EVALUATE
        IF NOT REQUEST-IS-ALLOWED
            ADD 1 TO REQUESTS-DENIED
            PERFORM LOG-KAFKA-ACCESS-DENIAL
            PERFORM WRITE-REQUEST-REFUSAL
        END-IF
    END-IF.

AUTHORIZE-NAMED-RESOURCES.
    IF HE-TOPIC-NAME NOT = SPACES
        PERFORM CHOOSE-TOPIC-OPERATION
        MOVE 'TOPIC' TO AUTHZ-RESOURCE-TYPE
        MOVE HE-TOPIC-NAME TO AUTHZ-RESOURCE-NAME
        MOVE AUTHZ-TOPIC-OPERATION TO AUTHZ-OPERATION
        MOVE 29 TO AUTHZ-ERROR-CODE
        MOVE 'TOPIC_AUTHORIZATION_FAILED' TO AUTHZ-ERROR-NAME
        PERFORM CHECK-ONE-RESOURCE
    END-IF.
    IF REQUEST-IS-ALLOWED AND HE-GROUP-ID NOT = SPACES
        MOVE 'GROUP' TO AUTHZ-RESOURCE-TYPE
        MOVE HE-GROUP-ID TO AUTHZ-RESOURCE-NAME
        MOVE 'READ' TO AUTHZ-OPERATION
        MOVE 30 TO AUTHZ-ERROR-CODE
        MOVE 'GROUP_AUTHORIZATION_FAILED' TO AUTHZ-ERROR-NAME
        PERFORM CHECK-ONE-RESOURCE
    END-IF.
    IF REQUEST-IS-ALLOWED AND HE-TRANSACTIONAL-ID NOT = SPACES
        MOVE 'TRANSACTIONAL-ID' TO AUTHZ-RESOURCE-TYPE
        MOVE HE-TRANSACTIONAL-ID TO AUTHZ-RESOURCE-NAME
        MOVE 'WRITE' TO AUTHZ-OPERATION
        MOVE 53 TO AUTHZ-ERROR-CODE
        MOVE 'TRANSACTIONAL_ID_AUTHORIZATION_FAILED'
            TO AUTHZ-ERROR-NAME
        PERFORM CHECK-ONE-RESOURCE
    END-IF.

CHOOSE-TOPIC-OPERATION.
    EVALUATE HE-EVENT-TYPE
        WHEN 'PRODUCE'
            MOVE 'WRITE' TO AUTHZ-TOPIC-OPERATION
        WHEN 'FETCH'
            MOVE 'READ' TO AUTHZ-TOPIC-OPERATION
        WHEN 'ADMIN'
            MOVE 'ALTER' TO AUTHZ-TOPIC-OPERATION
        WHEN OTHER
            MOVE 'DESCRIBE' TO AUTHZ-TOPIC-OPERATION
    END-EVALUATE.

*> A matching DENY refuses outright; otherwise the first matching
*> ALLOW lets the request through and is marked used for the
*> recertification; with neither, the request is refused.
CHECK-ONE-RESOURCE.
    MOVE 'N' TO AUTHZ-DENY-SWITCH.
    MOVE 0 TO AUTHZ-ALLOW-IDX.
    PERFORM MATCH-ONE-KAFKA-ACL
        VARYING KAFKA-ACL-SCAN FROM 1 BY 1
        UNTIL KAFKA-ACL-SCAN > KAFKA-ACL-COUNT.
    IF AUTHZ-DENY-MATCHED OR AUTHZ-ALLOW-IDX = 0
        MOVE 'N' TO REQUEST-ALLOWED-SWITCH
    ELSE
        SET KAFKA-ACL-IDX TO AUTHZ-ALLOW-IDX
        SET KACL-WAS-USED (KAFKA-ACL-IDX) TO TRUE
    END-IF.

MATCH-ONE-KAFKA-ACL.
    SET KAFKA-ACL-IDX TO KAFKA-ACL-SCAN.
    IF (KACL-PRINCIPAL (KAFKA-ACL-IDX) = '*'
            OR KACL-PRINCIPAL (KAFKA-ACL-IDX) = HE-PRINCIPAL)
            AND (KACL-OPERATION (KAFKA-ACL-IDX) = 'ALL'
                OR KACL-OPERATION (KAFKA-ACL-IDX) = AUTHZ-OPERATION)
            AND (KACL-EXPIRY-DATE (KAFKA-ACL-IDX) = 0
                OR KACL-EXPIRY-DATE (KAFKA-ACL-IDX) NOT < AUTHZ-TODAY)
        PERFORM MATCH-KAFKA-ACL-RESOURCE
        IF AUTHZ-RESOURCE-MATCHES
            EVALUATE TRUE
                WHEN KACL-PERMISSION (KAFKA-ACL-IDX) = 'DENY'
                    SET AUTHZ-DENY-MATCHED TO TRUE
                WHEN KACL-PERMISSION (KAFKA-ACL-IDX) = 'ALLOW'
                        AND AUTHZ-ALLOW-IDX = 0
                    MOVE KAFKA-ACL-SCAN TO AUTHZ-ALLOW-IDX
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF.

*> A TOPIC-PREFIX grant covers every topic whose name starts with
*> the prefix as written on the card.
MATCH-KAFKA-ACL-RESOURCE.
    MOVE 'N' TO AUTHZ-RESOURCE-SWITCH.
    EVALUATE TRUE
        WHEN KACL-RESOURCE-TYPE (KAFKA-ACL-IDX) = AUTHZ-RESOURCE-TYPE
                AND (KACL-RESOURCE-NAME (KAFKA-ACL-IDX) = '*'
                    OR KACL-RESOURCE-NAME (KAFKA-ACL-IDX) =
                        AUTHZ-RESOURCE-NAME)
            SET AUTHZ-RESOURCE-MATCHES TO TRUE
        WHEN KACL-RESOURCE-TYPE (KAFKA-ACL-IDX) = 'TOPIC-PREFIX'
                AND AUTHZ-RESOURCE-TYPE = 'TOPIC'
                AND AUTHZ-RESOURCE-NAME
                    (1:KACL-NAME-LENGTH (KAFKA-ACL-IDX)) =
                    KACL-RESOURCE-NAME (KAFKA-ACL-IDX)
                        (1:KACL-NAME-LENGTH (KAFKA-ACL-IDX))
            SET AUTHZ-RESOURCE-MATCHES TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

LOG-KAFKA-ACCESS-DENIAL.
    MOVE FUNCTION CURRENT-DATE TO WS-AUTHZ-DATE-TIME.
    MOVE SPACES TO ACCESS-DENIAL-REC.
    STRING WS-AUTHZ-YYYY DELIMITED BY SIZE '-' DELIMITED BY SIZE
        WS-AUTHZ-MM DELIMITED BY SIZE '-' DELIMITED BY SIZE
        WS-AUTHZ-DD DELIMITED BY SIZE ' ' DELIMITED BY SIZE
        WS-AUTHZ-HH DELIMITED BY SIZE ':' DELIMITED BY SIZE
        WS-AUTHZ-MI DELIMITED BY SIZE ':' DELIMITED BY SIZE
        WS-AUTHZ-SS DELIMITED BY SIZE
        ' DENIED PRINCIPAL=' DELIMITED BY SIZE
        HE-PRINCIPAL DELIMITED BY SPACE
        ' OPERATION=' DELIMITED BY SIZE
        HE-EVENT-TYPE DELIMITED BY SPACE
        ' CLASS=' DELIMITED BY SIZE
        AUTHZ-OPERATION DELIMITED BY SPACE
        ' RESOURCE-TYPE=' DELIMITED BY SIZE
        AUTHZ-RESOURCE-TYPE DELIMITED BY SPACE
        ' RESOURCE=' DELIMITED BY SIZE
        AUTHZ-RESOURCE-NAME DELIMITED BY SPACE
        ' CLIENT=' DELIMITED BY SIZE
        HE-CLIENT-ID DELIMITED BY SPACE
        INTO ACCESS-DENIAL-REC
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE ACCESS-DENIAL-REC.

WRITE-REQUEST-REFUSAL.
    MOVE HE-THREAD-ID TO WS-THREAD-ID-DISPLAY.
    MOVE AUTHZ-ERROR-CODE TO WS-ERROR-CODE-DISPLAY.
    MOVE SPACES TO REQUEST-REFUSAL-LINE.
    STRING 'REFUSED TYPE=' DELIMITED BY SIZE
        HE-EVENT-TYPE DELIMITED BY SPACE
        ' THREAD=' WS-THREAD-ID-DISPLAY DELIMITED BY SIZE
        ' CLIENT=' DELIMITED BY SIZE
        HE-CLIENT-ID DELIMITED BY SPACE
        ' PRINCIPAL=' DELIMITED BY SIZE
        HE-PRINCIPAL DELIMITED BY SPACE
        ' ERROR=' WS-ERROR-CODE-DISPLAY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        AUTHZ-ERROR-NAME DELIMITED BY SPACE
        ' RESOURCE-TYPE=' DELIMITED BY SIZE
        AUTHZ-RESOURCE-TYPE DELIMITED BY SPACE
        ' RESOURCE=' DELIMITED BY SIZE
        AUTHZ-RESOURCE-NAME DELIMITED BY SPACE
        INTO REQUEST-REFUSAL-LINE
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE REQUEST-REFUSAL-LINE.

*> Idempotent producers number their batches per partition, so a
*> batch that ends at or below the last sequence already written
*> there is a retry that must not land twice: it is refused with
*> DUPLICATE_SEQUENCE_NUMBER. One that starts at or below it but
*> runs past it overlaps what was written - it is let through and
*> flagged out of order. A batch that skips past the next sequence
*> means records went missing in between - it is let through but
*> flagged as a gap, with how many are missing; so is the first
*> batch to a partition under a bumped epoch that does not start at
*> 0. A batch under an epoch older than the producer's highest is
*> from a fenced instance and is refused with INVALID_PRODUCER_EPOCH.
*> Cards without a producer id are from plain producers, or from
*> before the field was captured, and are not checked.
CHECK-PRODUCE-SEQUENCE.
    IF HE-EVENT-TYPE = 'PRODUCE'
            AND HE-PRODUCER-ID IS NUMERIC
            AND HE-PRODUCER-ID > 0
            AND HE-PRODUCER-EPOCH IS NUMERIC
            AND HE-PARTITION IS NUMERIC
            AND HE-BASE-SEQUENCE IS NUMERIC
        MOVE 1 TO SEQUENCE-RECORD-COUNT
        IF HE-RECORD-COUNT IS NUMERIC AND HE-RECORD-COUNT > 0
            MOVE HE-RECORD-COUNT TO SEQUENCE-RECORD-COUNT
        END-IF
        COMPUTE SEQUENCE-BATCH-LAST =
            HE-BASE-SEQUENCE + SEQUENCE-RECORD-COUNT - 1
        PERFORM FIND-OR-ADD-PRODUCER-TALLY
        IF PRODUCER-TALLY-FOUND
            ADD 1 TO PT-PRODUCE-REQUESTS (PRODUCER-TALLY-IDX)
        END-IF
        MOVE HE-PRODUCER-ID TO EPOCH-KEY-PRODUCER-ID
        MOVE HE-PRODUCER-EPOCH TO EPOCH-KEY-EPOCH
        PERFORM FIND-PRODUCER-EPOCH
        IF PRODUCER-EPOCH-FOUND
                AND HE-PRODUCER-EPOCH <
                    PE-HIGHEST-EPOCH (PRODUCER-EPOCH-IDX)
            PERFORM FENCE-STALE-EPOCH-BATCH
        ELSE
            PERFORM CHECK-SEQUENCE-IN-EPOCH
        END-IF
    END-IF.

*> A producer first seen here starts at whatever epoch it sends; one
*> already known that sends a higher epoch has been bumped.
CHECK-SEQUENCE-IN-EPOCH.
    IF NOT PRODUCER-EPOCH-FOUND
        MOVE 'N' TO EPOCH-KEY-NEW-SWITCH
        PERFORM RAISE-PRODUCER-EPOCH
    ELSE
        IF HE-PRODUCER-EPOCH > PE-HIGHEST-EPOCH (PRODUCER-EPOCH-IDX)
            MOVE 'Y' TO EPOCH-KEY-NEW-SWITCH
            PERFORM RAISE-PRODUCER-EPOCH
        END-IF
    END-IF.
    PERFORM FIND-SEQUENCE-TRACK.
    EVALUATE TRUE
        WHEN NOT SEQUENCE-FOUND
            PERFORM ADD-SEQUENCE-TRACK
            IF HE-BASE-SEQUENCE > 0 AND PRODUCER-EPOCH-FOUND
                IF PE-EPOCH-IS-NEW (PRODUCER-EPOCH-IDX)
                    MOVE 0 TO SEQUENCE-EXPECTED
                    PERFORM FLAG-SEQUENCE-GAP
                END-IF
            END-IF
        WHEN SEQUENCE-BATCH-LAST NOT >
                ST-LAST-SEQUENCE (SEQUENCE-TRACK-IDX)
            PERFORM SUPPRESS-DUPLICATE-BATCH
        WHEN HE-BASE-SEQUENCE NOT >
                ST-LAST-SEQUENCE (SEQUENCE-TRACK-IDX)
            PERFORM FLAG-SEQUENCE-OVERLAP
            MOVE SEQUENCE-BATCH-LAST
                TO ST-LAST-SEQUENCE (SEQUENCE-TRACK-IDX)
        WHEN OTHER
            COMPUTE SEQUENCE-EXPECTED =
                ST-LAST-SEQUENCE (SEQUENCE-TRACK-IDX) + 1
            IF HE-BASE-SEQUENCE > SEQUENCE-EXPECTED
                PERFORM FLAG-SEQUENCE-GAP
            END-IF
            MOVE SEQUENCE-BATCH-LAST
                TO ST-LAST-SEQUENCE (SEQUENCE-TRACK-IDX)
    END-EVALUATE.

FIND-PRODUCER-EPOCH.
    MOVE 'N' TO PRODUCER-EPOCH-FOUND-SWITCH.
    IF PRODUCER-EPOCH-COUNT > 0
        SET PRODUCER-EPOCH-IDX TO 1
        SEARCH PRODUCER-EPOCH-ENTRY
            AT END CONTINUE
            WHEN PE-PRODUCER-ID (PRODUCER-EPOCH-IDX) =
                    EPOCH-KEY-PRODUCER-ID
                SET PRODUCER-EPOCH-FOUND TO TRUE
        END-SEARCH
    END-IF.

*> Makes the key's epoch the producer's highest and drops its
*> tracking under every earlier epoch, freeing those slots.
RAISE-PRODUCER-EPOCH.
    IF PRODUCER-EPOCH-FOUND
        MOVE EPOCH-KEY-EPOCH TO PE-HIGHEST-EPOCH (PRODUCER-EPOCH-IDX)
        MOVE EPOCH-KEY-NEW-SWITCH
            TO PE-NEW-EPOCH-SWITCH (PRODUCER-EPOCH-IDX)
    ELSE
        IF PRODUCER-EPOCH-COUNT < 5000
            ADD 1 TO PRODUCER-EPOCH-COUNT
            SET PRODUCER-EPOCH-IDX TO PRODUCER-EPOCH-COUNT
            MOVE EPOCH-KEY-PRODUCER-ID
                TO PE-PRODUCER-ID (PRODUCER-EPOCH-IDX)
            MOVE EPOCH-KEY-EPOCH TO PE-HIGHEST-EPOCH (PRODUCER-EPOCH-IDX)
            MOVE EPOCH-KEY-NEW-SWITCH
                TO PE-NEW-EPOCH-SWITCH (PRODUCER-EPOCH-IDX)
            SET PRODUCER-EPOCH-FOUND TO TRUE
        ELSE
            ADD 1 TO PRODUCER-EPOCH-OVERFLOW
        END-IF
    END-IF.
    PERFORM DROP-ONE-STALE-SEQUENCE
        VARYING SEQUENCE-SCAN FROM 1 BY 1
        UNTIL SEQUENCE-SCAN > SEQUENCE-TRACK-COUNT.

FIND-SEQUENCE-TRACK.
    MOVE 'N' TO SEQUENCE-FOUND-SWITCH.
    IF SEQUENCE-TRACK-COUNT > 0
        SET SEQUENCE-TRACK-IDX TO 1
        SEARCH SEQUENCE-TRACK-ENTRY
            AT END CONTINUE
            WHEN ST-PRODUCER-ID (SEQUENCE-TRACK-IDX) = HE-PRODUCER-ID
                    AND ST-PRODUCER-EPOCH (SEQUENCE-TRACK-IDX) =
                        HE-PRODUCER-EPOCH
                    AND ST-TOPIC-NAME (SEQUENCE-TRACK-IDX) =
                        HE-TOPIC-NAME
                    AND ST-PARTITION (SEQUENCE-TRACK-IDX) = HE-PARTITION
                    AND NOT ST-IS-DROPPED (SEQUENCE-TRACK-IDX)
                SET SEQUENCE-FOUND TO TRUE
        END-SEARCH
    END-IF.

*> The first batch seen for a producer, epoch and partition starts its
*> tracking; with the table full the partition goes unchecked and is
*> counted.
ADD-SEQUENCE-TRACK.
    PERFORM CLAIM-SEQUENCE-SLOT.
    IF NOT SEQUENCE-SLOT-CLAIMED
        ADD 1 TO SEQUENCE-TRACK-OVERFLOW
    ELSE
        MOVE HE-PRODUCER-ID TO ST-PRODUCER-ID (SEQUENCE-TRACK-IDX)
        MOVE HE-PRODUCER-EPOCH TO ST-PRODUCER-EPOCH (SEQUENCE-TRACK-IDX)
        MOVE HE-TOPIC-NAME TO ST-TOPIC-NAME (SEQUENCE-TRACK-IDX)
        MOVE HE-PARTITION TO ST-PARTITION (SEQUENCE-TRACK-IDX)
        MOVE SEQUENCE-BATCH-LAST
            TO ST-LAST-SEQUENCE (SEQUENCE-TRACK-IDX)
        MOVE 'N' TO ST-DROPPED-SWITCH (SEQUENCE-TRACK-IDX)
    END-IF.

*> A slot an epoch reset dropped is reused before the table grows.
CLAIM-SEQUENCE-SLOT.
    MOVE 'N' TO SEQUENCE-SLOT-SWITCH.
    IF SEQUENCE-TRACK-COUNT > 0
        SET SEQUENCE-TRACK-IDX TO 1
        SEARCH SEQUENCE-TRACK-ENTRY
            AT END CONTINUE
            WHEN ST-IS-DROPPED (SEQUENCE-TRACK-IDX)
                SET SEQUENCE-SLOT-CLAIMED TO TRUE
        END-SEARCH
    END-IF.
    IF NOT SEQUENCE-SLOT-CLAIMED AND SEQUENCE-TRACK-COUNT < 5000
        ADD 1 TO SEQUENCE-TRACK-COUNT
        SET SEQUENCE-TRACK-IDX TO SEQUENCE-TRACK-COUNT
        SET SEQUENCE-SLOT-CLAIMED TO TRUE
    END-IF.

FENCE-STALE-EPOCH-BATCH.
    MOVE 'N' TO REQUEST-ALLOWED-SWITCH.
    ADD 1 TO STALE-EPOCHS-FENCED.
    IF PRODUCER-TALLY-FOUND
        ADD 1 TO PT-FENCED (PRODUCER-TALLY-IDX)
    END-IF.
    MOVE 'TOPIC' TO AUTHZ-RESOURCE-TYPE.
    MOVE HE-TOPIC-NAME TO AUTHZ-RESOURCE-NAME.
    MOVE 47 TO AUTHZ-ERROR-CODE.
    MOVE 'INVALID_PRODUCER_EPOCH' TO AUTHZ-ERROR-NAME.
    PERFORM WRITE-REQUEST-REFUSAL.
    MOVE PE-HIGHEST-EPOCH (PRODUCER-EPOCH-IDX) TO WS-EXPECTED-DISPLAY.
    SET SEQUENCE-IS-FENCED TO TRUE.
    PERFORM WRITE-SEQUENCE-EXCEPTION-LINE.

FLAG-SEQUENCE-OVERLAP.
    ADD 1 TO SEQUENCE-OVERLAPS-FOUND.
    IF PRODUCER-TALLY-FOUND
        ADD 1 TO PT-OVERLAPS (PRODUCER-TALLY-IDX)
    END-IF.
    MOVE ST-LAST-SEQUENCE (SEQUENCE-TRACK-IDX) TO WS-EXPECTED-DISPLAY.
    SET SEQUENCE-IS-OVERLAP TO TRUE.
    PERFORM WRITE-SEQUENCE-EXCEPTION-LINE.

SUPPRESS-DUPLICATE-BATCH.
    MOVE 'N' TO REQUEST-ALLOWED-SWITCH.
    ADD 1 TO DUPLICATES-SUPPRESSED.
    IF PRODUCER-TALLY-FOUND
        ADD 1 TO PT-DUPLICATES (PRODUCER-TALLY-IDX)
    END-IF.
    MOVE 'TOPIC' TO AUTHZ-RESOURCE-TYPE.
    MOVE HE-TOPIC-NAME TO AUTHZ-RESOURCE-NAME.
    MOVE 46 TO AUTHZ-ERROR-CODE.
    MOVE 'DUPLICATE_SEQUENCE_NUMBER' TO AUTHZ-ERROR-NAME.
    PERFORM WRITE-REQUEST-REFUSAL.
    MOVE ST-LAST-SEQUENCE (SEQUENCE-TRACK-IDX) TO WS-EXPECTED-DISPLAY.
    SET SEQUENCE-IS-DUPLICATE TO TRUE.
    PERFORM WRITE-SEQUENCE-EXCEPTION-LINE.

FLAG-SEQUENCE-GAP.
    ADD 1 TO SEQUENCE-GAPS-FOUND.
    IF PRODUCER-TALLY-FOUND
        ADD 1 TO PT-GAPS (PRODUCER-TALLY-IDX)
    END-IF.
    COMPUTE SEQUENCE-MISSING = HE-BASE-SEQUENCE - SEQUENCE-EXPECTED.
    MOVE SEQUENCE-EXPECTED TO WS-EXPECTED-DISPLAY.
    SET SEQUENCE-IS-GAP TO TRUE.
    PERFORM WRITE-SEQUENCE-EXCEPTION-LINE.

*> One line per suppressed duplicate, overlapping batch, flagged gap
*> or fenced batch: which producer, epoch and partition, the batch's
*> base sequence, and the last sequence already written (duplicate,
*> overlap), the one that was due (gap) or the epoch that fenced it.
WRITE-SEQUENCE-EXCEPTION-LINE.
    MOVE HE-PRODUCER-ID TO WS-PRODUCER-ID-DISPLAY.
    MOVE HE-PRODUCER-EPOCH TO WS-PRODUCER-EPOCH-DISPLAY.
    MOVE HE-PARTITION TO WS-PARTITION-DISPLAY.
    MOVE HE-BASE-SEQUENCE TO WS-SEQUENCE-DISPLAY.
    MOVE SPACES TO PRODUCER-SEQUENCE-LINE.
    EVALUATE TRUE
        WHEN SEQUENCE-IS-DUPLICATE
            STRING 'DUPLICATE PRODUCER-ID=' DELIMITED BY SIZE
                WS-PRODUCER-ID-DISPLAY DELIMITED BY SIZE
                ' EPOCH=' WS-PRODUCER-EPOCH-DISPLAY DELIMITED BY SIZE
                ' TOPIC=' DELIMITED BY SIZE
                HE-TOPIC-NAME DELIMITED BY SPACE
                ' PARTITION=' WS-PARTITION-DISPLAY DELIMITED BY SIZE
                ' BASE-SEQUENCE=' WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
                ' LAST-WRITTEN=' WS-EXPECTED-DISPLAY DELIMITED BY SIZE
                ' - SUPPRESSED' DELIMITED BY SIZE
                INTO PRODUCER-SEQUENCE-LINE
                ON OVERFLOW CONTINUE
            END-STRING
        WHEN SEQUENCE-IS-OVERLAP
            STRING 'OUT-OF-ORDER PRODUCER-ID=' DELIMITED BY SIZE
                WS-PRODUCER-ID-DISPLAY DELIMITED BY SIZE
                ' EPOCH=' WS-PRODUCER-EPOCH-DISPLAY DELIMITED BY SIZE
                ' TOPIC=' DELIMITED BY SIZE
                HE-TOPIC-NAME DELIMITED BY SPACE
                ' PARTITION=' WS-PARTITION-DISPLAY DELIMITED BY SIZE
                ' BASE-SEQUENCE=' WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
                ' LAST-WRITTEN=' WS-EXPECTED-DISPLAY DELIMITED BY SIZE
                ' - OVERLAPS WRITTEN RANGE, ACCEPTED' DELIMITED BY SIZE
                INTO PRODUCER-SEQUENCE-LINE
                ON OVERFLOW CONTINUE
            END-STRING
        WHEN SEQUENCE-IS-FENCED
            STRING 'FENCED PRODUCER-ID=' DELIMITED BY SIZE
                WS-PRODUCER-ID-DISPLAY DELIMITED BY SIZE
                ' EPOCH=' WS-PRODUCER-EPOCH-DISPLAY DELIMITED BY SIZE
                ' TOPIC=' DELIMITED BY SIZE
                HE-TOPIC-NAME DELIMITED BY SPACE
                ' PARTITION=' WS-PARTITION-DISPLAY DELIMITED BY SIZE
                ' BASE-SEQUENCE=' WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
                ' CURRENT-EPOCH=' WS-EXPECTED-DISPLAY DELIMITED BY SIZE
                ' - REFUSED' DELIMITED BY SIZE
                INTO PRODUCER-SEQUENCE-LINE
                ON OVERFLOW CONTINUE
            END-STRING
        WHEN OTHER
            MOVE SEQUENCE-MISSING TO WS-MISSING-DISPLAY
            STRING 'SEQUENCE-GAP PRODUCER-ID=' DELIMITED BY SIZE
                WS-PRODUCER-ID-DISPLAY DELIMITED BY SIZE
                ' EPOCH=' WS-PRODUCER-EPOCH-DISPLAY DELIMITED BY SIZE
                ' TOPIC=' DELIMITED BY SIZE
                HE-TOPIC-NAME DELIMITED BY SPACE
                ' PARTITION=' WS-PARTITION-DISPLAY DELIMITED BY SIZE
                ' BASE-SEQUENCE=' WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
                ' EXPECTED=' WS-EXPECTED-DISPLAY DELIMITED BY SIZE
                ' MISSING=' WS-MISSING-DISPLAY DELIMITED BY SIZE
                ' - OUT OF ORDER' DELIMITED BY SIZE
                INTO PRODUCER-SEQUENCE-LINE
                ON OVERFLOW CONTINUE
            END-STRING
    END-EVALUATE.
    WRITE PRODUCER-SEQUENCE-LINE.

FIND-OR-ADD-PRODUCER-TALLY.
    MOVE 'N' TO PRODUCER-TALLY-FOUND-SWITCH.
    IF PRODUCER-TALLY-COUNT > 0
        SET PRODUCER-TALLY-IDX TO 1
        SEARCH PRODUCER-TALLY-ENTRY
            AT END CONTINUE
            WHEN PT-PRODUCER-ID (PRODUCER-TALLY-IDX) = HE-PRODUCER-ID
                SET PRODUCER-TALLY-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT PRODUCER-TALLY-FOUND
        IF PRODUCER-TALLY-COUNT < 1000
            ADD 1 TO PRODUCER-TALLY-COUNT
            SET PRODUCER-TALLY-IDX TO PRODUCER-TALLY-COUNT
            MOVE HE-PRODUCER-ID TO PT-PRODUCER-ID (PRODUCER-TALLY-IDX)
            MOVE 0 TO PT-PRODUCE-REQUESTS (PRODUCER-TALLY-IDX)
            MOVE 0 TO PT-DUPLICATES (PRODUCER-TALLY-IDX)
            MOVE 0 TO PT-GAPS (PRODUCER-TALLY-IDX)
            MOVE 0 TO PT-OVERLAPS (PRODUCER-TALLY-IDX)
            MOVE 0 TO PT-FENCED (PRODUCER-TALLY-IDX)
            SET PRODUCER-TALLY-FOUND TO TRUE
        ELSE
            ADD 1 TO PRODUCER-TALLY-OVERFLOW
        END-IF
    END-IF.

*> Tracks how much of each thread's time is spent idle versus busy so
*> an overall idle/busy ratio can be reported per thread.
UPDATE-IDLE-BUSY-METER.
            PERFORM WRITE-LANE-METER-LINE
        END-PERFORM
        PERFORM WRITE-TOP-OFFENDER-SUMMARY
        PERFORM WRITE-CLIENT-INVENTORY
        PERFORM SAVE-CLIENT-INVENTORY-STATE
        PERFORM RECORD-KAFKA-GRANT-USES
        PERFORM WRITE-PRODUCER-SEQUENCE-SUMMARY
        PERFORM SAVE-PRODUCER-SEQUENCE-STATE
        CLOSE HANDLER-EVENT-FILE
        CLOSE THREAD-IDLE-BUSY-REPORT
        CLOSE QUEUE-BACKLOG-ALARM-LOG
        CLOSE SLOW-REQUEST-LOG
        CLOSE REQUEST-REFUSAL-LOG
        CLOSE PRODUCER-SEQUENCE-REPORT
        CLOSE ACCESS-DENIAL-LOG
    END-IF.
    PERFORM APPEND-PROGRAM-METRICS.
    SET STOPPED TO 'Y'.
        INTO THREAD-IDLE-BUSY-LINE.
    WRITE THREAD-IDLE-BUSY-LINE.

LOAD-DEPRECATED-VERSIONS.
    MOVE 0 TO DEPRECATED-VERSION-COUNT.
    OPEN INPUT DEPRECATED-VERSION-FILE.
    IF WS-DEPRECATED-OK
        PERFORM LOAD-ONE-DEPRECATED-VERSION
            UNTIL END-OF-DEPRECATED-VERSIONS
        CLOSE DEPRECATED-VERSION-FILE
    END-IF.

LOAD-ONE-DEPRECATED-VERSION.
    READ DEPRECATED-VERSION-FILE
        AT END SET END-OF-DEPRECATED-VERSIONS TO TRUE
        NOT AT END
            IF DEPRECATED-VERSION-COUNT < 200
                ADD 1 TO DEPRECATED-VERSION-COUNT
                SET DEPRECATED-IDX TO DEPRECATED-VERSION-COUNT
                MOVE DV-API-KEY TO DP-API-KEY (DEPRECATED-IDX)
                MOVE DV-LAST-DEPRECATED-VERSION
                    TO DP-LAST-DEPRECATED-VERSION (DEPRECATED-IDX)
                MOVE DV-CUTOVER-DATE TO DP-CUTOVER-DATE (DEPRECATED-IDX)
            END-IF
    END-READ.

LOAD-KAFKA-ACL.
    MOVE FUNCTION CURRENT-DATE TO WS-AUTHZ-DATE-TIME.
    MOVE WS-AUTHZ-DATE-TIME (1:8) TO AUTHZ-TODAY.
    MOVE 0 TO KAFKA-ACL-COUNT.
    MOVE 'N' TO KAFKA-ACL-LOADED-SWITCH.
    OPEN INPUT KAFKA-ACL-FILE.
    MOVE 0 TO KAFKA-ACL-OVERFLOW-COUNT.
    IF WS-KAFKA-ACL-OK
        SET KAFKA-ACL-WAS-LOADED TO TRUE
        PERFORM LOAD-ONE-KAFKA-ACL UNTIL END-OF-KAFKA-ACLS
        CLOSE KAFKA-ACL-FILE
    END-IF.
    IF KAFKA-ACL-OVERFLOW-COUNT > 0
        MOVE 'SEVERE' TO WS-INCIDENT-SEVERITY
        MOVE 'KAFKA-ACL-FULL' TO WS-INCIDENT-ERROR-CLASS
        MOVE 'KAFKAACLFILE' TO WS-INCIDENT-KEY
        PERFORM APPEND-INCIDENT-RECORD
    END-IF.

*> A card without a principal or a resource name could only ever
*> match by accident, so it is not loaded. A good card past the
*> 500th is counted.
LOAD-ONE-KAFKA-ACL.
    READ KAFKA-ACL-FILE
        AT END SET END-OF-KAFKA-ACLS TO TRUE
        NOT AT END
            IF KAFKA-ACL-COUNT NOT < 500
                    AND KA-PRINCIPAL NOT = SPACES
                    AND KA-RESOURCE-NAME NOT = SPACES
                ADD 1 TO KAFKA-ACL-OVERFLOW-COUNT
            END-IF
            IF KAFKA-ACL-COUNT < 500
                    AND KA-PRINCIPAL NOT = SPACES
                    AND KA-RESOURCE-NAME NOT = SPACES
                ADD 1 TO KAFKA-ACL-COUNT
                SET KAFKA-ACL-IDX TO KAFKA-ACL-COUNT
                MOVE KA-PRINCIPAL TO KACL-PRINCIPAL (KAFKA-ACL-IDX)
                MOVE KA-RESOURCE-TYPE
                    TO KACL-RESOURCE-TYPE (KAFKA-ACL-IDX)
                MOVE KA-RESOURCE-NAME
                    TO KACL-RESOURCE-NAME (KAFKA-ACL-IDX)
                MOVE 0 TO KAFKA-ACL-NAME-LENGTH
                INSPECT KA-RESOURCE-NAME TALLYING KAFKA-ACL-NAME-LENGTH
                    FOR CHARACTERS BEFORE INITIAL SPACE
                MOVE KAFKA-ACL-NAME-LENGTH
                    TO KACL-NAME-LENGTH (KAFKA-ACL-IDX)
                MOVE KA-OPERATION TO KACL-OPERATION (KAFKA-ACL-IDX)
                MOVE KA-PERMISSION TO KACL-PERMISSION (KAFKA-ACL-IDX)
                IF KA-EXPIRY-DATE IS NUMERIC
                    MOVE KA-EXPIRY-DATE
                        TO KACL-EXPIRY-DATE (KAFKA-ACL-IDX)
                ELSE
                    MOVE 0 TO KACL-EXPIRY-DATE (KAFKA-ACL-IDX)
                END-IF
                MOVE 'N' TO KACL-USED-SWITCH (KAFKA-ACL-IDX)
            END-IF
    END-READ.

*> The prior inventory comes back in with its lifetime counts and
*> last-seen stamps; this run's requests are added on top.
LOAD-CLIENT-INVENTORY-STATE.
    MOVE FUNCTION CURRENT-DATE TO WS-INVENTORY-DATE-TIME.
    MOVE WS-INVENTORY-DATE-TIME (1:14) TO INVENTORY-RUN-STAMP.
    MOVE 0 TO INVENTORY-COUNT.
    MOVE 0 TO INVENTORY-STATE-OVERFLOW.
    OPEN INPUT CLIENT-INVENTORY-STATE-FILE.
    IF WS-INVENTORY-STATE-OK
        PERFORM LOAD-ONE-INVENTORY-STATE
            UNTIL END-OF-INVENTORY-STATE
        CLOSE CLIENT-INVENTORY-STATE-FILE
    END-IF.

LOAD-ONE-INVENTORY-STATE.
    READ CLIENT-INVENTORY-STATE-FILE
        AT END SET END-OF-INVENTORY-STATE TO TRUE
        NOT AT END
            IF INVENTORY-COUNT < 5000
                ADD 1 TO INVENTORY-COUNT
                SET INVENTORY-IDX TO INVENTORY-COUNT
                MOVE CS-CLIENT-ID TO INV-CLIENT-ID (INVENTORY-IDX)
                MOVE CS-PRINCIPAL TO INV-PRINCIPAL (INVENTORY-IDX)
                MOVE CS-API-KEY TO INV-API-KEY (INVENTORY-IDX)
                MOVE CS-API-VERSION TO INV-API-VERSION (INVENTORY-IDX)
                MOVE CS-SOFTWARE-NAME
                    TO INV-SOFTWARE-NAME (INVENTORY-IDX)
                MOVE CS-SOFTWARE-VERSION
                    TO INV-SOFTWARE-VERSION (INVENTORY-IDX)
                MOVE CS-REQUEST-COUNT
                    TO INV-REQUEST-COUNT (INVENTORY-IDX)
                MOVE 0 TO INV-RUN-REQUESTS (INVENTORY-IDX)
                MOVE CS-LAST-SEEN TO INV-LAST-SEEN (INVENTORY-IDX)
                MOVE 'N' TO INV-REPORTED-SWITCH (INVENTORY-IDX)
            ELSE
                ADD 1 TO INVENTORY-STATE-OVERFLOW
            END-IF
    END-READ.

*> Every handled request is counted against its sender and the API
*> version it spoke. Cards from before the header fields were
*> captured carry no client id and are left out of the inventory.
RECORD-CLIENT-API-USE.
    IF HE-CLIENT-ID NOT = SPACES
        MOVE HE-EVENT-TIMESTAMP TO INVENTORY-SEEN-STAMP
        IF INVENTORY-SEEN-STAMP = 0
            MOVE INVENTORY-RUN-STAMP TO INVENTORY-SEEN-STAMP
        END-IF
        MOVE HE-CLIENT-ID TO INVENTORY-KEY-CLIENT-ID
        MOVE HE-PRINCIPAL TO INVENTORY-KEY-PRINCIPAL
        MOVE HE-API-KEY TO INVENTORY-KEY-API-KEY
        MOVE HE-API-VERSION TO INVENTORY-KEY-API-VERSION
        PERFORM FIND-OR-ADD-INVENTORY-ENTRY
        IF INVENTORY-FOUND OR NOT INVENTORY-IS-FULL
            ADD 1 TO INV-REQUEST-COUNT (INVENTORY-IDX)
            ADD 1 TO INV-RUN-REQUESTS (INVENTORY-IDX)
            IF INVENTORY-SEEN-STAMP > INV-LAST-SEEN (INVENTORY-IDX)
                MOVE INVENTORY-SEEN-STAMP
                    TO INV-LAST-SEEN (INVENTORY-IDX)
            END-IF
            IF HE-CLIENT-SOFTWARE-NAME NOT = SPACES
                MOVE HE-CLIENT-SOFTWARE-NAME
                    TO INV-SOFTWARE-NAME (INVENTORY-IDX)
                MOVE HE-CLIENT-SOFTWARE-VERSION
                    TO INV-SOFTWARE-VERSION (INVENTORY-IDX)
            END-IF
        END-IF
    END-IF.

FIND-OR-ADD-INVENTORY-ENTRY.
    MOVE 'N' TO INVENTORY-FOUND-SWITCH.
    MOVE 'N' TO INVENTORY-FULL-SWITCH.
    IF INVENTORY-COUNT > 0
        SET INVENTORY-IDX TO 1
        SEARCH INVENTORY-ENTRY
            AT END CONTINUE
            WHEN INV-CLIENT-ID (INVENTORY-IDX) = INVENTORY-KEY-CLIENT-ID
                    AND INV-PRINCIPAL (INVENTORY-IDX) =
                        INVENTORY-KEY-PRINCIPAL
                    AND INV-API-KEY (INVENTORY-IDX) =
                        INVENTORY-KEY-API-KEY
                    AND INV-API-VERSION (INVENTORY-IDX) =
                        INVENTORY-KEY-API-VERSION
                SET INVENTORY-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT INVENTORY-FOUND
        IF INVENTORY-COUNT < 5000
            ADD 1 TO INVENTORY-COUNT
            SET INVENTORY-IDX TO INVENTORY-COUNT
            MOVE INVENTORY-KEY-CLIENT-ID TO INV-CLIENT-ID (INVENTORY-IDX)
            MOVE INVENTORY-KEY-PRINCIPAL TO INV-PRINCIPAL (INVENTORY-IDX)
            MOVE INVENTORY-KEY-API-KEY TO INV-API-KEY (INVENTORY-IDX)
            MOVE INVENTORY-KEY-API-VERSION
                TO INV-API-VERSION (INVENTORY-IDX)
            MOVE SPACES TO INV-SOFTWARE-NAME (INVENTORY-IDX)
            MOVE SPACES TO INV-SOFTWARE-VERSION (INVENTORY-IDX)
            MOVE 0 TO INV-REQUEST-COUNT (INVENTORY-IDX)
            MOVE 0 TO INV-RUN-REQUESTS (INVENTORY-IDX)
            MOVE 0 TO INV-LAST-SEEN (INVENTORY-IDX)
            MOVE 'N' TO INV-REPORTED-SWITCH (INVENTORY-IDX)
        ELSE
            SET INVENTORY-IS-FULL TO TRUE
            ADD 1 TO INVENTORY-RUN-OVERFLOW
        END-IF
    END-IF.

*> The inventory, grouped by client id and principal: a header line
*> with the client software, total requests and last-seen stamp, then
*> one line per API key and version it speaks. Versions marked for
*> retirement are flagged with their cutover date so the owner can be
*> given notice before it arrives.
WRITE-CLIENT-INVENTORY.
    OPEN OUTPUT CLIENT-INVENTORY-REPORT.
    MOVE 0 TO CLIENTS-ON-DEPRECATED.
    MOVE 0 TO CLIENT-GROUP-COUNT.
    PERFORM WRITE-ONE-CLIENT-GROUP
        VARYING INVENTORY-GROUP-IDX FROM 1 BY 1
        UNTIL INVENTORY-GROUP-IDX > INVENTORY-COUNT.
    MOVE CLIENT-GROUP-COUNT TO WS-GROUP-COUNT-DISPLAY.
    MOVE CLIENTS-ON-DEPRECATED TO WS-DEPRECATED-COUNT-DISPLAY.
    MOVE SPACES TO CLIENT-INVENTORY-LINE.
    STRING 'SUMMARY CLIENTS=' WS-GROUP-COUNT-DISPLAY DELIMITED BY SIZE
        ' CLIENTS-ON-DEPRECATED-VERSIONS=' DELIMITED BY SIZE
        WS-DEPRECATED-COUNT-DISPLAY DELIMITED BY SIZE
        INTO CLIENT-INVENTORY-LINE.
    WRITE CLIENT-INVENTORY-LINE.
    IF INVENTORY-STATE-OVERFLOW > 0
        MOVE INVENTORY-STATE-OVERFLOW TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO CLIENT-INVENTORY-LINE
        STRING 'INCOMPLETE INVENTORY STATE RECORDS BEYOND THE '
                DELIMITED BY SIZE
            '5000-ENTRY LIMIT=' WS-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - STATE NOT REWRITTEN' DELIMITED BY SIZE
            INTO CLIENT-INVENTORY-LINE
        WRITE CLIENT-INVENTORY-LINE
    END-IF.
    IF INVENTORY-RUN-OVERFLOW > 0
        MOVE INVENTORY-RUN-OVERFLOW TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO CLIENT-INVENTORY-LINE
        STRING 'INCOMPLETE REQUESTS FROM CLIENTS BEYOND THE '
                DELIMITED BY SIZE
            '5000-ENTRY LIMIT=' WS-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - NOT IN THIS INVENTORY' DELIMITED BY SIZE
            INTO CLIENT-INVENTORY-LINE
        WRITE CLIENT-INVENTORY-LINE
    END-IF.
    CLOSE CLIENT-INVENTORY-REPORT.

WRITE-ONE-CLIENT-GROUP.
    SET INVENTORY-IDX TO INVENTORY-GROUP-IDX.
    IF NOT INV-IS-REPORTED (INVENTORY-IDX)
        ADD 1 TO CLIENT-GROUP-COUNT
        MOVE INV-CLIENT-ID (INVENTORY-IDX) TO INVENTORY-KEY-CLIENT-ID
        MOVE INV-PRINCIPAL (INVENTORY-IDX) TO INVENTORY-KEY-PRINCIPAL
        MOVE 0 TO GROUP-REQUEST-COUNT
        MOVE 0 TO GROUP-LAST-SEEN
        MOVE 0 TO GROUP-DEPRECATED-COUNT
        MOVE INVENTORY-GROUP-IDX TO GROUP-LATEST-IDX
        PERFORM TALLY-ONE-GROUP-MEMBER
            VARYING INVENTORY-SCAN-IDX FROM INVENTORY-GROUP-IDX BY 1
            UNTIL INVENTORY-SCAN-IDX > INVENTORY-COUNT
        SET INVENTORY-IDX TO GROUP-LATEST-IDX
        MOVE GROUP-REQUEST-COUNT TO WS-INV-REQUESTS-DISPLAY
        MOVE SPACES TO CLIENT-INVENTORY-LINE
        STRING 'CLIENT=' DELIMITED BY SIZE
            INVENTORY-KEY-CLIENT-ID DELIMITED BY SPACE
            ' PRINCIPAL=' DELIMITED BY SIZE
            INVENTORY-KEY-PRINCIPAL DELIMITED BY SPACE
            ' SOFTWARE=' DELIMITED BY SIZE
            INV-SOFTWARE-NAME (INVENTORY-IDX) DELIMITED BY SPACE
            '/' DELIMITED BY SIZE
            INV-SOFTWARE-VERSION (INVENTORY-IDX) DELIMITED BY SPACE
            ' REQUESTS=' WS-INV-REQUESTS-DISPLAY DELIMITED BY SIZE
            ' LAST-SEEN=' GROUP-LAST-SEEN DELIMITED BY SIZE
            INTO CLIENT-INVENTORY-LINE
        WRITE CLIENT-INVENTORY-LINE
        PERFORM WRITE-ONE-GROUP-VERSION
            VARYING INVENTORY-SCAN-IDX FROM INVENTORY-GROUP-IDX BY 1
            UNTIL INVENTORY-SCAN-IDX > INVENTORY-COUNT
        IF GROUP-DEPRECATED-COUNT > 0
            ADD 1 TO CLIENTS-ON-DEPRECATED
        END-IF
    END-IF.

TALLY-ONE-GROUP-MEMBER.
    SET INVENTORY-IDX TO INVENTORY-SCAN-IDX.
    IF INV-CLIENT-ID (INVENTORY-IDX) = INVENTORY-KEY-CLIENT-ID
            AND INV-PRINCIPAL (INVENTORY-IDX) = INVENTORY-KEY-PRINCIPAL
        ADD INV-REQUEST-COUNT (INVENTORY-IDX) TO GROUP-REQUEST-COUNT
        IF INV-LAST-SEEN (INVENTORY-IDX) > GROUP-LAST-SEEN
            MOVE INV-LAST-SEEN (INVENTORY-IDX) TO GROUP-LAST-SEEN
            MOVE INVENTORY-SCAN-IDX TO GROUP-LATEST-IDX
        END-IF
    END-IF.

WRITE-ONE-GROUP-VERSION.
    SET INVENTORY-IDX TO INVENTORY-SCAN-IDX.
    IF INV-CLIENT-ID (INVENTORY-IDX) = INVENTORY-KEY-CLIENT-ID
            AND INV-PRINCIPAL (INVENTORY-IDX) = INVENTORY-KEY-PRINCIPAL
        SET INV-IS-REPORTED (INVENTORY-IDX) TO TRUE
        PERFORM CHECK-VERSION-DEPRECATED
        MOVE INV-API-KEY (INVENTORY-IDX) TO WS-API-KEY-DISPLAY
        MOVE INV-API-VERSION (INVENTORY-IDX) TO WS-API-VERSION-DISPLAY
        MOVE INV-REQUEST-COUNT (INVENTORY-IDX)
            TO WS-INV-REQUESTS-DISPLAY
        MOVE INV-RUN-REQUESTS (INVENTORY-IDX)
            TO WS-INV-RUN-REQUESTS-DISPLAY
        MOVE SPACES TO CLIENT-INVENTORY-LINE
        IF VERSION-IS-DEPRECATED
            ADD 1 TO GROUP-DEPRECATED-COUNT
            STRING '  API-KEY=' WS-API-KEY-DISPLAY DELIMITED BY SIZE
                ' VERSION=' WS-API-VERSION-DISPLAY DELIMITED BY SIZE
                ' REQUESTS=' WS-INV-REQUESTS-DISPLAY DELIMITED BY SIZE
                ' THIS-RUN=' WS-INV-RUN-REQUESTS-DISPLAY
                    DELIMITED BY SIZE
                ' LAST-SEEN=' INV-LAST-SEEN (INVENTORY-IDX)
                    DELIMITED BY SIZE
                ' DEPRECATED CUTOVER=' DELIMITED BY SIZE
                DP-CUTOVER-DATE (DEPRECATED-IDX) DELIMITED BY SIZE
                ' - NOTIFY OWNER' DELIMITED BY SIZE
                INTO CLIENT-INVENTORY-LINE
        ELSE
            STRING '  API-KEY=' WS-API-KEY-DISPLAY DELIMITED BY SIZE
                ' VERSION=' WS-API-VERSION-DISPLAY DELIMITED BY SIZE
                ' REQUESTS=' WS-INV-REQUESTS-DISPLAY DELIMITED BY SIZE
                ' THIS-RUN=' WS-INV-RUN-REQUESTS-DISPLAY
                    DELIMITED BY SIZE
                ' LAST-SEEN=' INV-LAST-SEEN (INVENTORY-IDX)
                    DELIMITED BY SIZE
                INTO CLIENT-INVENTORY-LINE
        END-IF
        WRITE CLIENT-INVENTORY-LINE
    END-IF.

CHECK-VERSION-DEPRECATED.
    MOVE 'N' TO DEPRECATED-FOUND-SWITCH.
    IF DEPRECATED-VERSION-COUNT > 0
        SET DEPRECATED-IDX TO 1
        SEARCH DEPRECATED-VERSION-ENTRY
            AT END CONTINUE
            WHEN DP-API-KEY (DEPRECATED-IDX) =
                    INV-API-KEY (INVENTORY-IDX)
                    AND DP-LAST-DEPRECATED-VERSION (DEPRECATED-IDX)
                        NOT < INV-API-VERSION (INVENTORY-IDX)
                SET VERSION-IS-DEPRECATED TO TRUE
        END-SEARCH
    END-IF.

*> Never rewritten from a load that could not hold all of it.
SAVE-CLIENT-INVENTORY-STATE.
    IF INVENTORY-STATE-OVERFLOW = 0
        OPEN OUTPUT CLIENT-INVENTORY-STATE-FILE
        PERFORM SAVE-ONE-INVENTORY-STATE
            VARYING INVENTORY-IDX FROM 1 BY 1
            UNTIL INVENTORY-IDX > INVENTORY-COUNT
        CLOSE CLIENT-INVENTORY-STATE-FILE
    END-IF.

SAVE-ONE-INVENTORY-STATE.
    MOVE INV-CLIENT-ID (INVENTORY-IDX) TO CS-CLIENT-ID.
    MOVE INV-PRINCIPAL (INVENTORY-IDX) TO CS-PRINCIPAL.
    MOVE INV-API-KEY (INVENTORY-IDX) TO CS-API-KEY.
    MOVE INV-API-VERSION (INVENTORY-IDX) TO CS-API-VERSION.
    MOVE INV-SOFTWARE-NAME (INVENTORY-IDX) TO CS-SOFTWARE-NAME.
    MOVE INV-SOFTWARE-VERSION (INVENTORY-IDX) TO CS-SOFTWARE-VERSION.
    MOVE INV-REQUEST-COUNT (INVENTORY-IDX) TO CS-REQUEST-COUNT.
    MOVE INV-LAST-SEEN (INVENTORY-IDX) TO CS-LAST-SEEN.
    WRITE CLIENT-INVENTORY-STATE-REC.

*> A saved entry under an epoch older than the producer's highest is
*> one a reset has dropped, and is not loaded.
LOAD-PRODUCER-SEQUENCE-STATE.
    MOVE 0 TO SEQUENCE-TRACK-COUNT.
    MOVE 0 TO SEQUENCE-STATE-OVERFLOW.
    OPEN INPUT PRODUCER-SEQUENCE-STATE-FILE.
    IF WS-SEQUENCE-STATE-OK
        PERFORM LOAD-ONE-SEQUENCE-STATE
            UNTIL END-OF-SEQUENCE-STATE
        CLOSE PRODUCER-SEQUENCE-STATE-FILE
    END-IF.

LOAD-ONE-SEQUENCE-STATE.
    READ PRODUCER-SEQUENCE-STATE-FILE
        AT END SET END-OF-SEQUENCE-STATE TO TRUE
        NOT AT END
            MOVE SQ-PRODUCER-ID TO EPOCH-KEY-PRODUCER-ID
            MOVE SQ-PRODUCER-EPOCH TO EPOCH-KEY-EPOCH
            PERFORM FIND-PRODUCER-EPOCH
            IF PRODUCER-EPOCH-FOUND
                    AND SQ-PRODUCER-EPOCH <
                        PE-HIGHEST-EPOCH (PRODUCER-EPOCH-IDX)
                ADD 1 TO SEQUENCE-RESETS-APPLIED
            ELSE
                PERFORM KEEP-ONE-SEQUENCE-STATE
            END-IF
    END-READ.

*> An epoch seen only in the saved state has already produced, so it
*> is not treated as newly bumped.
KEEP-ONE-SEQUENCE-STATE.
    IF NOT PRODUCER-EPOCH-FOUND
        MOVE 'N' TO EPOCH-KEY-NEW-SWITCH
        PERFORM RAISE-PRODUCER-EPOCH
    ELSE
        IF SQ-PRODUCER-EPOCH > PE-HIGHEST-EPOCH (PRODUCER-EPOCH-IDX)
            MOVE 'N' TO EPOCH-KEY-NEW-SWITCH
            PERFORM RAISE-PRODUCER-EPOCH
        END-IF
    END-IF.
    PERFORM CLAIM-SEQUENCE-SLOT.
    IF SEQUENCE-SLOT-CLAIMED
        MOVE SQ-PRODUCER-ID TO ST-PRODUCER-ID (SEQUENCE-TRACK-IDX)
        MOVE SQ-PRODUCER-EPOCH TO ST-PRODUCER-EPOCH (SEQUENCE-TRACK-IDX)
        MOVE SQ-TOPIC-NAME TO ST-TOPIC-NAME (SEQUENCE-TRACK-IDX)
        MOVE SQ-PARTITION TO ST-PARTITION (SEQUENCE-TRACK-IDX)
        MOVE SQ-LAST-SEQUENCE TO ST-LAST-SEQUENCE (SEQUENCE-TRACK-IDX)
        MOVE 'N' TO ST-DROPPED-SWITCH (SEQUENCE-TRACK-IDX)
    ELSE
        ADD 1 TO SEQUENCE-STATE-OVERFLOW
    END-IF.

*> Every epoch bump the coordinator has recorded, kept as the highest
*> epoch per producer; the saved state is then loaded against it. The
*> deck only grows, and an old card never lowers what a later one
*> raised.
LOAD-PRODUCER-EPOCH-RESETS.
    MOVE 0 TO SEQUENCE-RESETS-APPLIED.
    MOVE 0 TO PRODUCER-EPOCH-COUNT.
    MOVE 0 TO PRODUCER-EPOCH-OVERFLOW.
    OPEN INPUT PRODUCER-EPOCH-RESET-FILE.
    IF WS-EPOCH-RESET-OK
        PERFORM LOAD-ONE-EPOCH-RESET UNTIL END-OF-EPOCH-RESETS
        CLOSE PRODUCER-EPOCH-RESET-FILE
    END-IF.

LOAD-ONE-EPOCH-RESET.
    READ PRODUCER-EPOCH-RESET-FILE
        AT END SET END-OF-EPOCH-RESETS TO TRUE
        NOT AT END
            IF ER-PRODUCER-ID IS NUMERIC AND ER-NEW-EPOCH IS NUMERIC
                MOVE ER-PRODUCER-ID TO EPOCH-KEY-PRODUCER-ID
                MOVE ER-NEW-EPOCH TO EPOCH-KEY-EPOCH
                MOVE 'Y' TO EPOCH-KEY-NEW-SWITCH
                PERFORM FIND-PRODUCER-EPOCH
                IF NOT PRODUCER-EPOCH-FOUND
                    PERFORM RAISE-PRODUCER-EPOCH
                ELSE
                    IF ER-NEW-EPOCH >
                            PE-HIGHEST-EPOCH (PRODUCER-EPOCH-IDX)
                        PERFORM RAISE-PRODUCER-EPOCH
                    END-IF
                END-IF
            END-IF
    END-READ.

DROP-ONE-STALE-SEQUENCE.
    SET SEQUENCE-TRACK-IDX TO SEQUENCE-SCAN.
    IF ST-PRODUCER-ID (SEQUENCE-TRACK-IDX) = EPOCH-KEY-PRODUCER-ID
            AND ST-PRODUCER-EPOCH (SEQUENCE-TRACK-IDX) < EPOCH-KEY-EPOCH
            AND NOT ST-IS-DROPPED (SEQUENCE-TRACK-IDX)
        SET ST-IS-DROPPED (SEQUENCE-TRACK-IDX) TO TRUE
        ADD 1 TO SEQUENCE-RESETS-APPLIED
    END-IF.

*> Per producer seen this run: produce requests checked, duplicates
*> suppressed, sequence gaps and overlaps found and batches fenced,
*> then the run's totals and anything the tables could not hold.
WRITE-PRODUCER-SEQUENCE-SUMMARY.
    PERFORM WRITE-ONE-PRODUCER-TALLY
        VARYING PRODUCER-TALLY-IDX FROM 1 BY 1
        UNTIL PRODUCER-TALLY-IDX > PRODUCER-TALLY-COUNT.
    MOVE DUPLICATES-SUPPRESSED TO WS-DUPLICATE-COUNT-DISPLAY.
    MOVE SEQUENCE-GAPS-FOUND TO WS-GAP-COUNT-DISPLAY.
    MOVE SEQUENCE-RESETS-APPLIED TO WS-RESET-COUNT-DISPLAY.
    MOVE SEQUENCE-OVERLAPS-FOUND TO WS-OVERLAP-COUNT-DISPLAY.
    MOVE STALE-EPOCHS-FENCED TO WS-FENCED-COUNT-DISPLAY.
    MOVE SPACES TO PRODUCER-SEQUENCE-LINE.
    STRING 'SUMMARY DUPLICATES-SUPPRESSED=' DELIMITED BY SIZE
        WS-DUPLICATE-COUNT-DISPLAY DELIMITED BY SIZE
        ' SEQUENCE-GAPS=' WS-GAP-COUNT-DISPLAY DELIMITED BY SIZE
        ' OUT-OF-ORDER=' WS-OVERLAP-COUNT-DISPLAY DELIMITED BY SIZE
        ' STALE-EPOCHS-FENCED=' WS-FENCED-COUNT-DISPLAY
            DELIMITED BY SIZE
        ' EPOCH-RESETS-APPLIED=' WS-RESET-COUNT-DISPLAY
            DELIMITED BY SIZE
        INTO PRODUCER-SEQUENCE-LINE.
    WRITE PRODUCER-SEQUENCE-LINE.
    IF SEQUENCE-STATE-OVERFLOW > 0
        MOVE SEQUENCE-STATE-OVERFLOW TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO PRODUCER-SEQUENCE-LINE
        STRING 'INCOMPLETE SEQUENCE STATE RECORDS BEYOND THE '
                DELIMITED BY SIZE
            '5000-ENTRY LIMIT=' WS-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - STATE NOT REWRITTEN' DELIMITED BY SIZE
            INTO PRODUCER-SEQUENCE-LINE
        WRITE PRODUCER-SEQUENCE-LINE
    END-IF.
    IF SEQUENCE-TRACK-OVERFLOW > 0
        MOVE SEQUENCE-TRACK-OVERFLOW TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO PRODUCER-SEQUENCE-LINE
        STRING 'INCOMPLETE PARTITIONS FIRST SEEN BEYOND THE '
                DELIMITED BY SIZE
            '5000-ENTRY LIMIT=' WS-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - LEFT UNCHECKED' DELIMITED BY SIZE
            INTO PRODUCER-SEQUENCE-LINE
        WRITE PRODUCER-SEQUENCE-LINE
    END-IF.
    IF PRODUCER-EPOCH-OVERFLOW > 0
        MOVE PRODUCER-EPOCH-OVERFLOW TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO PRODUCER-SEQUENCE-LINE
        STRING 'INCOMPLETE PRODUCER EPOCHS BEYOND THE '
                DELIMITED BY SIZE
            '5000-PRODUCER LIMIT=' WS-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - THOSE PRODUCERS NOT FENCED' DELIMITED BY SIZE
            INTO PRODUCER-SEQUENCE-LINE
        WRITE PRODUCER-SEQUENCE-LINE
    END-IF.
    IF PRODUCER-TALLY-OVERFLOW > 0
        MOVE PRODUCER-TALLY-OVERFLOW TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO PRODUCER-SEQUENCE-LINE
        STRING 'INCOMPLETE PRODUCER TALLIES BEYOND THE '
                DELIMITED BY SIZE
            '1000-PRODUCER LIMIT=' WS-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - COUNTED IN THE SUMMARY ONLY' DELIMITED BY SIZE
            INTO PRODUCER-SEQUENCE-LINE
        WRITE PRODUCER-SEQUENCE-LINE
    END-IF.

WRITE-ONE-PRODUCER-TALLY.
    MOVE PT-PRODUCER-ID (PRODUCER-TALLY-IDX) TO WS-PRODUCER-ID-DISPLAY.
    MOVE PT-PRODUCE-REQUESTS (PRODUCER-TALLY-IDX)
        TO WS-PRODUCE-COUNT-DISPLAY.
    MOVE PT-DUPLICATES (PRODUCER-TALLY-IDX)
        TO WS-DUPLICATE-COUNT-DISPLAY.
    MOVE PT-GAPS (PRODUCER-TALLY-IDX) TO WS-GAP-COUNT-DISPLAY.
    MOVE PT-OVERLAPS (PRODUCER-TALLY-IDX) TO WS-OVERLAP-COUNT-DISPLAY.
    MOVE PT-FENCED (PRODUCER-TALLY-IDX) TO WS-FENCED-COUNT-DISPLAY.
    MOVE SPACES TO PRODUCER-SEQUENCE-LINE.
    STRING 'PRODUCER-ID=' WS-PRODUCER-ID-DISPLAY DELIMITED BY SIZE
        ' PRODUCE-REQUESTS=' WS-PRODUCE-COUNT-DISPLAY
            DELIMITED BY SIZE
        ' DUPLICATES-SUPPRESSED=' WS-DUPLICATE-COUNT-DISPLAY
            DELIMITED BY SIZE
        ' SEQUENCE-GAPS=' WS-GAP-COUNT-DISPLAY DELIMITED BY SIZE
        ' OUT-OF-ORDER=' WS-OVERLAP-COUNT-DISPLAY DELIMITED BY SIZE
        ' FENCED=' WS-FENCED-COUNT-DISPLAY DELIMITED BY SIZE
        INTO PRODUCER-SEQUENCE-LINE.
    WRITE PRODUCER-SEQUENCE-LINE.

*> Never rewritten from a load that could not hold all of it.
SAVE-PRODUCER-SEQUENCE-STATE.
    IF SEQUENCE-STATE-OVERFLOW = 0
        OPEN OUTPUT PRODUCER-SEQUENCE-STATE-FILE
        PERFORM SAVE-ONE-SEQUENCE-STATE
            VARYING SEQUENCE-TRACK-IDX FROM 1 BY 1
            UNTIL SEQUENCE-TRACK-IDX > SEQUENCE-TRACK-COUNT
        CLOSE PRODUCER-SEQUENCE-STATE-FILE
    END-IF.

SAVE-ONE-SEQUENCE-STATE.
    IF NOT ST-IS-DROPPED (SEQUENCE-TRACK-IDX)
        MOVE ST-PRODUCER-ID (SEQUENCE-TRACK-IDX) TO SQ-PRODUCER-ID
        MOVE ST-PRODUCER-EPOCH (SEQUENCE-TRACK-IDX) TO SQ-PRODUCER-EPOCH
        MOVE ST-TOPIC-NAME (SEQUENCE-TRACK-IDX) TO SQ-TOPIC-NAME
        MOVE ST-PARTITION (SEQUENCE-TRACK-IDX) TO SQ-PARTITION
        MOVE ST-LAST-SEQUENCE (SEQUENCE-TRACK-IDX) TO SQ-LAST-SEQUENCE
        WRITE PRODUCER-SEQUENCE-STATE-REC
    END-IF.

*> One chained use record per ALLOW grant exercised this run, keyed
*> the way the catalog's recertification report looks Kafka grants up.
RECORD-KAFKA-GRANT-USES.
    IF KAFKA-ACL-WAS-LOADED
        OPEN EXTEND ACCESS-GRANT-USE-LOG
        IF NOT WS-GRANT-USE-OK
            CLOSE ACCESS-GRANT-USE-LOG
            OPEN OUTPUT ACCESS-GRANT-USE-LOG
        END-IF
        PERFORM RECORD-ONE-KAFKA-GRANT-USE
            VARYING KAFKA-ACL-SCAN FROM 1 BY 1
            UNTIL KAFKA-ACL-SCAN > KAFKA-ACL-COUNT
        CLOSE ACCESS-GRANT-USE-LOG
    END-IF.

RECORD-ONE-KAFKA-GRANT-USE.
    SET KAFKA-ACL-IDX TO KAFKA-ACL-SCAN.
    IF KACL-WAS-USED (KAFKA-ACL-IDX)
        MOVE KACL-PRINCIPAL (KAFKA-ACL-IDX) TO AGU-PRINCIPAL
        MOVE SPACES TO AGU-NAMESPACE
        STRING 'KAFKA:' DELIMITED BY SIZE
            KACL-RESOURCE-TYPE (KAFKA-ACL-IDX) DELIMITED BY SPACE
            ':' DELIMITED BY SIZE
            KACL-RESOURCE-NAME (KAFKA-ACL-IDX) DELIMITED BY SPACE
            ':' DELIMITED BY SIZE
            KACL-OPERATION (KAFKA-ACL-IDX) DELIMITED BY SPACE
            INTO AGU-NAMESPACE
        END-STRING
        MOVE AUTHZ-TODAY TO AGU-USE-DATE
        CALL 'AUDIT-CHAIN-STAMP' USING WS-GRANT-USE-CHAIN-NAME
            AGU-USE-BODY WS-GRANT-USE-BODY-LENGTH
            AGU-CHAIN-SEQUENCE AGU-CHAIN-HASH
        WRITE ACCESS-GRANT-USE-REC
    END-IF.

APPEND-INCIDENT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO WS-INCIDENT-DATE-TIME.
    OPEN EXTEND INCIDENT-LOG-FILE.
    IF NOT WS-INCIDENT-LOG-OK
        CLOSE INCIDENT-LOG-FILE
        OPEN OUTPUT INCIDENT-LOG-FILE
    END-IF.
    MOVE SPACES TO INCIDENT-REC.
    MOVE WS-INCIDENT-DATE-TIME (1:14) TO IN-TIMESTAMP.
    MOVE 'KAFKAREQUESTHANDLER' TO IN-PROGRAM-ID.
    MOVE WS-INCIDENT-SEVERITY TO IN-SEVERITY.
    MOVE WS-INCIDENT-ERROR-CLASS TO IN-ERROR-CLASS.
    MOVE WS-INCIDENT-KEY TO IN-CORRELATION-KEY.
    WRITE INCIDENT-REC.
    CLOSE INCIDENT-LOG-FILE.

*> Appends this program's counters to the shop-wide metrics feed in
*> the common record layout, one record per metric per interval.
APPEND-PROGRAM-METRICS.
    MOVE 'lane-background-requests' TO WS-METRIC-NAME.
    MOVE LANE-ARRIVED-COUNT (LANE-IDX) TO WS-METRIC-VALUE.
    PERFORM WRITE-ONE-METRICS-FEED-REC.
    MOVE 'clients-on-deprecated-versions' TO WS-METRIC-NAME.
    MOVE CLIENTS-ON-DEPRECATED TO WS-METRIC-VALUE.
    PERFORM WRITE-ONE-METRICS-FEED-REC.
    MOVE 'requests-denied' TO WS-METRIC-NAME.
    MOVE REQUESTS-DENIED TO WS-METRIC-VALUE.
    PERFORM WRITE-ONE-METRICS-FEED-REC.
    MOVE 'duplicates-suppressed' TO WS-METRIC-NAME.
    MOVE DUPLICATES-SUPPRESSED TO WS-METRIC-VALUE.
    PERFORM WRITE-ONE-METRICS-FEED-REC.
    MOVE 'sequence-gaps' TO WS-METRIC-NAME.
    MOVE SEQUENCE-GAPS-FOUND TO WS-METRIC-VALUE.
    PERFORM WRITE-ONE-METRICS-FEED-REC.
    MOVE 'out-of-order-batches' TO WS-METRIC-NAME.
    MOVE SEQUENCE-OVERLAPS-FOUND TO WS-METRIC-VALUE.
    PERFORM WRITE-ONE-METRICS-FEED-REC.
    MOVE 'stale-epochs-fenced' TO WS-METRIC-NAME.
    MOVE STALE-EPOCHS-FENCED TO WS-METRIC-VALUE.
    PERFORM WRITE-ONE-METRICS-FEED-REC.
    PERFORM EMIT-ONE-PARTITION-TRAFFIC
        VARYING PARTITION-TRAFFIC-IDX FROM 1 BY 1
        UNTIL PARTITION-TRAFFIC-IDX > PARTITION-TRAFFIC-COUNT.
    MOVE 'partition-traffic-unreported' TO WS-METRIC-NAME.
    MOVE PARTITION-TRAFFIC-UNREPORTED TO WS-METRIC-VALUE.
    PERFORM WRITE-ONE-METRICS-FEED-REC.

*> kind:topic:partition, the form the expansion planner reads.
EMIT-ONE-PARTITION-TRAFFIC.
    MOVE 'bytes-in' TO PARTITION-METRIC-KIND.
    PERFORM BUILD-PARTITION-METRIC-NAME.
    IF PARTITION-METRIC-FITS
        MOVE PX-BYTES-IN (PARTITION-TRAFFIC-IDX) TO WS-METRIC-VALUE
        PERFORM WRITE-ONE-METRICS-FEED-REC
        MOVE 'messages-in' TO PARTITION-METRIC-KIND
        PERFORM BUILD-PARTITION-METRIC-NAME
    END-IF.
    IF PARTITION-METRIC-FITS
        MOVE PX-MESSAGES-IN (PARTITION-TRAFFIC-IDX) TO WS-METRIC-VALUE
        PERFORM WRITE-ONE-METRICS-FEED-REC
    ELSE
        ADD 1 TO PARTITION-TRAFFIC-UNREPORTED
    END-IF.

BUILD-PARTITION-METRIC-NAME.
    SET PARTITION-METRIC-FITS TO TRUE.
    MOVE SPACES TO WS-METRIC-NAME.
    STRING PARTITION-METRIC-KIND DELIMITED BY SPACE
        ':' DELIMITED BY SIZE
        PX-TOPIC-NAME (PARTITION-TRAFFIC-IDX) DELIMITED BY SPACE
        ':' DELIMITED BY SIZE
        PX-PARTITION (PARTITION-TRAFFIC-IDX) DELIMITED BY SIZE
        INTO WS-METRIC-NAME
        ON OVERFLOW MOVE 'N' TO PARTITION-METRIC-FIT-SWITCH
    END-STRING.
