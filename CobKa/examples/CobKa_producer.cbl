               ASSIGN TO "TRANSACTIONEVENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXN-EVENT-STATUS.
           SELECT PRODUCER-SCHEMA-CARD-FILE
               ASSIGN TO "PRODUCERSCHEMACARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEMA-CARD-STATUS.
           SELECT SCHEMA-REGISTRY-FILE
               ASSIGN TO "SCHEMAREGISTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-FILE-STATUS.
           SELECT ERASURE-TOMBSTONE-FILE
               ASSIGN TO "ERASURETOMBSTONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOMBSTONE-FILE-STATUS.
           SELECT TOMBSTONE-CONFIRM-FILE
               ASSIGN TO "ERASURETOMBSTONECONFIRMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOMBSTONE-CONFIRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 TE-IS-FROM-CLIENT              PIC X.
          05 TE-DURATION-MS                 PIC 9(9).
          05 TE-EVENT-DATE                  PIC 9(8).
          05 TE-PENDING-PARTITION-COUNT     PIC 9(3).
          05 TE-PENDING-PARTITIONS          PIC X(120).

*> The schema id this producer stamps on every message, one card.
*> With no card (or a zero id) the latest version registered in the
*> Iceberg schema registry is stamped; the consumer and the ingest
*> bridge resolve the id back to the field layout it names.
       FD PRODUCER-SCHEMA-CARD-FILE.
       01 PRODUCER-SCHEMA-CARD.
          05 PSC-SCHEMA-ID                  PIC 9(10).

*> The versioned registry ICEBERG-SCHEMA appends on every successful
*> evolution, in its exact record layout.
       FD SCHEMA-REGISTRY-FILE.
       01 SCHEMA-REGISTRY-REC.
          05 RG-SCHEMA-VERSION              PIC 9(10).
          05 RG-FIELD-ID                    PIC 9(9).
          05 RG-FIELD-NAME                  PIC X(128).
          05 RG-FIELD-TYPE                  PIC X(30).
          05 RG-PRIMITIVE-SWITCH            PIC X.
          05 RG-REQUIRED-SWITCH             PIC X.
          05 RG-PARENT-ID                   PIC 9(9).
          05 RG-HAS-DEFAULT-SWITCH          PIC X.
          05 RG-DEFAULT-VALUE               PIC X(64).

*> RIGHT-TO-ERASURE-PURGE's tombstone requests: one card per key an
*> erased customer still has on a compacted topic. With cards here
*> the run produces a tombstone - the key with a null value - for
*> each, inside the batch transaction, instead of taking messages
*> from the terminal.
       FD ERASURE-TOMBSTONE-FILE.
       01 ERASURE-TOMBSTONE-CARD.
          05 ET-REQUEST-ID                  PIC X(20).
          05 ET-TOPIC-NAME                  PIC X(100).
          05 ET-MESSAGE-KEY                 PIC X(100).

*> Appended once the transaction carrying the tombstones commits -
*> the erasure job counts a topic erased only on a card from here.
       FD TOMBSTONE-CONFIRM-FILE.
       01 TOMBSTONE-CONFIRM-CARD.
          05 TC-REQUEST-ID                  PIC X(20).
          05 TC-TOPIC-NAME                  PIC X(100).
          05 TC-MESSAGE-KEY                 PIC X(100).
          05 TC-TRANSACTIONAL-ID            PIC X(32).
          05 TC-CONFIRM-DATE                PIC 9(8).

       WORKING-STORAGE SECTION.
           01 KAFKA-CONFIG.
           01 KAFKA-PRODUCER             PIC X(8).
           01 KAFKA-MESSAGE.
               05 MESSAGE-VALUE          PIC X(1000).
*> A stamped value leads with the schema id it was written under;
*> the payload proper follows the ';'.
               05 MESSAGE-SCHEMA-ENVELOPE REDEFINES MESSAGE-VALUE.
                   10 MESSAGE-SCHEMA-TAG PIC X(10).
                   10 MESSAGE-SCHEMA-ID  PIC 9(10).
                   10 MESSAGE-SCHEMA-END PIC X.
                   10 MESSAGE-PAYLOAD    PIC X(979).
               05 MESSAGE-KEY            PIC X(100).
               05 PARTITION-VALUE        PIC 9(5) VALUE 0.

           01 TXN-MESSAGE-COUNT          PIC 9(7) VALUE 0.
           01 TXN-OUTCOME                PIC X(6) VALUE SPACES.

           01 SCHEMA-CARD-STATUS         PIC XX.
               88 SCHEMA-CARD-OK VALUE '00'.
           01 REGISTRY-FILE-STATUS       PIC XX.
               88 REGISTRY-FILE-OK VALUE '00'.
           01 REGISTRY-EOF-SWITCH        PIC X VALUE 'N'.
               88 END-OF-REGISTRY VALUE 'Y'.
           01 STAMP-SCHEMA-ID            PIC 9(10) VALUE 0.
           01 LATEST-REGISTERED-ID       PIC 9(10) VALUE 0.
           01 STAMP-ID-FOUND-SWITCH      PIC X VALUE 'N'.
               88 STAMP-ID-IS-REGISTERED VALUE 'Y'.

           01 TOMBSTONE-FILE-STATUS      PIC XX.
               88 TOMBSTONE-FILE-OK VALUE '00'.
           01 TOMBSTONE-CONFIRM-STATUS   PIC XX.
               88 TOMBSTONE-CONFIRM-OK VALUE '00'.
           01 TOMBSTONE-EOF-SWITCH       PIC X VALUE 'N'.
               88 END-OF-TOMBSTONES VALUE 'Y'.
           01 TOMBSTONE-SENT-COUNT       PIC 9(4) VALUE 0.
           01 TOMBSTONE-SENT-TABLE.
               05 TOMBSTONE-SENT OCCURS 1 TO 1000 TIMES
                     DEPENDING ON TOMBSTONE-SENT-COUNT
                     INDEXED BY TOMBSTONE-IDX.
                   10 TS-REQUEST-ID      PIC X(20).
                   10 TS-TOPIC-NAME      PIC X(100).
                   10 TS-MESSAGE-KEY     PIC X(100).
           01 TOMBSTONE-HELD-COUNT       PIC 9(7) VALUE 0.

           01 FAILED-DELIVERY-DATE       PIC 9(8).
           01 FAILED-DELIVERY-TIME       PIC 9(8).
           01 FAILED-DELIVERY-COUNT      PIC 9(7) VALUE 0.
           DISPLAY "KAFKA PRODUCER PROGRAM".

           PERFORM GET-KAFKA-CONFIG.
           PERFORM RESOLVE-STAMP-SCHEMA-ID.
           PERFORM INITIALIZE-PRODUCER.
           PERFORM PRODUCE-ERASURE-TOMBSTONES.
           PERFORM PROCESS-MESSAGES UNTIL EOF-FLAG = 'Y'.
           PERFORM CLOSE-PRODUCER.

           DISPLAY "Enter Kafka topic name: ".
           ACCEPT TOPIC-NAME.

*> The stamped id must be one the registry knows - a consumer cannot
*> resolve anything else, so an unregistered card id stops the run
*> before a single message goes out. An empty registry with no card
*> leaves the messages unstamped, exactly as before.
       RESOLVE-STAMP-SCHEMA-ID.
           OPEN INPUT PRODUCER-SCHEMA-CARD-FILE.
           IF SCHEMA-CARD-OK
               READ PRODUCER-SCHEMA-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PSC-SCHEMA-ID IS NUMERIC
                           MOVE PSC-SCHEMA-ID TO STAMP-SCHEMA-ID
                       END-IF
               END-READ
               CLOSE PRODUCER-SCHEMA-CARD-FILE
           END-IF.
           OPEN INPUT SCHEMA-REGISTRY-FILE.
           IF REGISTRY-FILE-OK
               PERFORM SCAN-ONE-REGISTRY-REC
                   UNTIL END-OF-REGISTRY
               CLOSE SCHEMA-REGISTRY-FILE
           END-IF.
           IF STAMP-SCHEMA-ID = 0
               MOVE LATEST-REGISTERED-ID TO STAMP-SCHEMA-ID
           ELSE
               IF NOT STAMP-ID-IS-REGISTERED
                   DISPLAY "Schema id " STAMP-SCHEMA-ID
                       " is not in the schema registry"
                   STOP RUN
               END-IF
           END-IF.
           IF STAMP-SCHEMA-ID > 0
               DISPLAY "Stamping messages with schema id "
                   STAMP-SCHEMA-ID
           END-IF.

       SCAN-ONE-REGISTRY-REC.
           READ SCHEMA-REGISTRY-FILE
               AT END SET END-OF-REGISTRY TO TRUE
               NOT AT END
                   IF RG-SCHEMA-VERSION > LATEST-REGISTERED-ID
                       MOVE RG-SCHEMA-VERSION
                           TO LATEST-REGISTERED-ID
                   END-IF
                   IF RG-SCHEMA-VERSION = STAMP-SCHEMA-ID
                       SET STAMP-ID-IS-REGISTERED TO TRUE
                   END-IF
           END-READ.

       INITIALIZE-PRODUCER.
           DISPLAY "Attempting to create Kafka producer connection...".

               END-IF
           END-IF.

*> A tombstone only erases if it commits with the rest of the batch,
*> so without the transactional card none are sent and none are
*> confirmed - the erasure job keeps the request open until a run
*> that has one. Cards beyond what one batch holds wait for the next.
       PRODUCE-ERASURE-TOMBSTONES.
           OPEN INPUT ERASURE-TOMBSTONE-FILE.
           IF TOMBSTONE-FILE-OK
               READ ERASURE-TOMBSTONE-FILE
                   AT END SET END-OF-TOMBSTONES TO TRUE
               END-READ
               IF NOT END-OF-TOMBSTONES
                   MOVE 'Y' TO EOF-FLAG
                   IF TXN-MODE-ACTIVE
                       PERFORM PRODUCE-ONE-TOMBSTONE
                           UNTIL END-OF-TOMBSTONES
                       DISPLAY "Erasure tombstones sent: "
                           TOMBSTONE-SENT-COUNT
                   ELSE
                       DISPLAY "Erasure tombstones need the "
                           "transactional producer - none sent"
                   END-IF
               END-IF
               CLOSE ERASURE-TOMBSTONE-FILE
           END-IF.

*> The null value goes out unstamped: a tombstone has no payload for
*> a schema id to describe.
       PRODUCE-ONE-TOMBSTONE.
           IF TOMBSTONE-SENT-COUNT < 1000
               MOVE ET-TOPIC-NAME TO TOPIC-NAME
               MOVE SPACES TO MESSAGE-VALUE
               MOVE ET-MESSAGE-KEY TO MESSAGE-KEY
               MOVE ZEROS TO PARTITION-VALUE
               CALL "KAFKA-PRODUCE-MESSAGE" USING
                   KAFKA-PRODUCER
                   TOPIC-NAME
                   MESSAGE-VALUE
                   MESSAGE-KEY
                   PARTITION-VALUE
                   PRODUCER-STATUS
               IF PRODUCER-STATUS NOT = "SUCCESS"
                   DISPLAY "Failed to produce tombstone: "
                       PRODUCER-STATUS
                   PERFORM LOG-FAILED-DELIVERY
               ELSE
                   ADD 1 TO TXN-MESSAGE-COUNT
                   ADD 1 TO TOMBSTONE-SENT-COUNT
                   SET TOMBSTONE-IDX TO TOMBSTONE-SENT-COUNT
                   MOVE ET-REQUEST-ID TO TS-REQUEST-ID (TOMBSTONE-IDX)
                   MOVE ET-TOPIC-NAME TO TS-TOPIC-NAME (TOMBSTONE-IDX)
                   MOVE ET-MESSAGE-KEY
                       TO TS-MESSAGE-KEY (TOMBSTONE-IDX)
               END-IF
           ELSE
               ADD 1 TO TOMBSTONE-HELD-COUNT
           END-IF.
           READ ERASURE-TOMBSTONE-FILE
               AT END SET END-OF-TOMBSTONES TO TRUE
           END-READ.

       PROCESS-MESSAGES.
           DISPLAY "Enter messages to send to the topic. Empty line to exit.".
           DISPLAY "Enter message: ".
               MOVE 'Y' TO EOF-FLAG
               DISPLAY "Empty message received. Exiting."
           ELSE
               PERFORM STAMP-MESSAGE-VALUE
               MOVE ZEROS TO PARTITION-VALUE

               DISPLAY "Enter message key (blank for none): "
               ACCEPT USER-KEY-INPUT
               MOVE USER-KEY-INPUT TO MESSAGE-KEY

               IF PRODUCER-STATUS = "PAYLOAD-TOO-LONG"
                   DISPLAY "Message too long to stamp - not sent"
                   PERFORM LOG-FAILED-DELIVERY
               ELSE
                   CALL "KAFKA-PRODUCE-MESSAGE" USING
                       KAFKA-PRODUCER
                       TOPIC-NAME
                       MESSAGE-VALUE
                       MESSAGE-KEY
                       PARTITION-VALUE
                       PRODUCER-STATUS

                   IF PRODUCER-STATUS NOT = "SUCCESS"
                       DISPLAY "Failed to produce message: "
                           PRODUCER-STATUS
                       PERFORM LOG-FAILED-DELIVERY
                   ELSE
                       ADD 1 TO TXN-MESSAGE-COUNT
                   END-IF
               END-IF
           END-IF.

*> The envelope costs the payload its first 21 bytes; a message that
*> no longer fits is refused and logged rather than sent truncated.
       STAMP-MESSAGE-VALUE.
           MOVE SPACES TO PRODUCER-STATUS.
           IF STAMP-SCHEMA-ID = 0
               MOVE USER-INPUT TO MESSAGE-VALUE
           ELSE
               MOVE SPACES TO MESSAGE-VALUE
               MOVE "SCHEMA-ID=" TO MESSAGE-SCHEMA-TAG
               MOVE STAMP-SCHEMA-ID TO MESSAGE-SCHEMA-ID
               MOVE ";" TO MESSAGE-SCHEMA-END
               MOVE USER-INPUT TO MESSAGE-PAYLOAD
               IF USER-INPUT (980:21) NOT = SPACES
                   MOVE "PAYLOAD-TOO-LONG" TO PRODUCER-STATUS
               END-IF
           END-IF.

               DISPLAY "Transaction " TXN-OUTCOME " ("
                   TXN-MESSAGE-COUNT " messages): " TXN-STATUS
               PERFORM APPEND-COORDINATOR-EVENT
               IF TXN-OUTCOME = 'COMMIT' AND TXN-STATUS = "SUCCESS"
                   PERFORM CONFIRM-ERASURE-TOMBSTONES
               END-IF
           END-IF.

       APPEND-COORDINATOR-EVENT.
           MOVE 'Y' TO TE-IS-FROM-CLIENT.
           MOVE 0 TO TE-DURATION-MS.
           ACCEPT TE-EVENT-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO TE-PENDING-PARTITION-COUNT.
           WRITE TRANSACTION-EVENT-CARD.
           CLOSE TRANSACTION-EVENT-FILE.

       CONFIRM-ERASURE-TOMBSTONES.
           IF TOMBSTONE-SENT-COUNT > 0
               OPEN EXTEND TOMBSTONE-CONFIRM-FILE
               IF NOT TOMBSTONE-CONFIRM-OK
                   CLOSE TOMBSTONE-CONFIRM-FILE
                   OPEN OUTPUT TOMBSTONE-CONFIRM-FILE
               END-IF
               PERFORM WRITE-ONE-TOMBSTONE-CONFIRM
                   VARYING TOMBSTONE-IDX FROM 1 BY 1
                   UNTIL TOMBSTONE-IDX > TOMBSTONE-SENT-COUNT
               CLOSE TOMBSTONE-CONFIRM-FILE
           END-IF.

       WRITE-ONE-TOMBSTONE-CONFIRM.
           MOVE SPACES TO TOMBSTONE-CONFIRM-CARD.
           MOVE TS-REQUEST-ID (TOMBSTONE-IDX) TO TC-REQUEST-ID.
           MOVE TS-TOPIC-NAME (TOMBSTONE-IDX) TO TC-TOPIC-NAME.
           MOVE TS-MESSAGE-KEY (TOMBSTONE-IDX) TO TC-MESSAGE-KEY.
           MOVE TXN-TRANSACTIONAL-ID TO TC-TRANSACTIONAL-ID.
           ACCEPT TC-CONFIRM-DATE FROM DATE YYYYMMDD.
           WRITE TOMBSTONE-CONFIRM-CARD.

       CLOSE-PRODUCER.
           DISPLAY "Flushing messages...".


           MOVE FAILED-DELIVERY-COUNT TO FAILED-DELIVERY-COUNT-DISPLAY.
           DISPLAY "Failed deliveries logged: " FAILED-DELIVERY-COUNT-DISPLAY.
           IF TOMBSTONE-HELD-COUNT > 0
               DISPLAY "Erasure tombstones held for the next run: "
                   TOMBSTONE-HELD-COUNT
           END-IF.
           CLOSE FAILED-DELIVERY-LOG.

           DISPLAY "All pending messages delivered. Goodbye!".
