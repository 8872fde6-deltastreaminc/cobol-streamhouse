           SELECT UNCONFIRMED-REPORT-FILE
               ASSIGN TO "UNCONFIRMEDREPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXN-PRODUCER-CONFIG-FILE
               ASSIGN TO "PUBLISHERTXNCONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXN-CONFIG-STATUS.
           SELECT TRANSACTION-EVENT-FILE
               ASSIGN TO "TRANSACTIONEVENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXN-EVENT-STATUS.
           SELECT PUBLISH-PROGRESS-FILE
               ASSIGN TO "CHANGELOGPUBLISHPROGRESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRESS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 PC-BOOTSTRAP-SERVER     PIC X(100).
          05 PC-TOPIC-NAME           PIC X(100).
          05 PC-TABLE-NAME           PIC X(50).
          05 PC-PROGRESS-TOPIC       PIC X(100).

*> The delta TABLE-INTERFACE's incremental changelog scan computed -
*> one line per file-level change, closed by a TOTAL-CHANGES summary
       FD UNCONFIRMED-REPORT-FILE.
       01 UNCONFIRMED-REPORT-LINE    PIC X(200).

*> The transactional id and producer id/epoch each scan window is
*> published under - the same card KAFKA-PRODUCER's batch
*> transactions take. Without one the id is derived from the table
*> name.
       FD TXN-PRODUCER-CONFIG-FILE.
       01 TXN-PRODUCER-CONFIG-CARD.
          05 TX-TRANSACTIONAL-ID     PIC X(32).
          05 TX-PRODUCER-ID          PIC 9(18).
          05 TX-PRODUCER-EPOCH       PIC 9(5).

*> The coordinator's event card, field for field what
*> TRANSACTION-COORDINATOR reads: each window's commit or abort is
*> appended as a TV2 client request, as KAFKA-PRODUCER does.
       FD TRANSACTION-EVENT-FILE.
       01 TRANSACTION-EVENT-CARD.
          05 TE-TRANSACTIONAL-ID     PIC X(32).
          05 TE-PRODUCER-ID          PIC 9(18).
          05 TE-PRODUCER-EPOCH       PIC 9(5).
          05 TE-STATE                PIC X(16).
          05 TE-CLIENT-TXN-VERSION   PIC X(3).
          05 TE-MARKER-RESULT        PIC X(6).
          05 TE-IS-FROM-CLIENT       PIC X.
          05 TE-DURATION-MS          PIC 9(9).
          05 TE-EVENT-DATE           PIC 9(8).
          05 TE-PENDING-PARTITION-COUNT PIC 9(3).
          05 TE-PENDING-PARTITIONS   PIC X(120).

*> The publisher's own position in the changelog, one card: the
*> highest snapshot id whose changes are committed to subscribers,
*> and - while a window's transaction is being committed - the
*> snapshot id that window would advance it to. A card left OPEN
*> means the run died somewhere around the commit.
       FD PUBLISH-PROGRESS-FILE.
       01 PUBLISH-PROGRESS-CARD.
          05 PG-TABLE-NAME           PIC X(50).
          05 PG-COMMITTED-SNAPSHOT-ID PIC 9(18).
          05 PG-PENDING-SNAPSHOT-ID  PIC 9(18).
          05 PG-TXN-STATE            PIC X(9).
             88 PG-TXN-WAS-LEFT-OPEN VALUE 'OPEN'.
          05 PG-TRANSACTIONAL-ID     PIC X(32).
          05 PG-PRODUCER-ID          PIC 9(18).
          05 PG-PRODUCER-EPOCH       PIC 9(5).
          05 PG-UPDATED-STAMP        PIC 9(14).

       WORKING-STORAGE SECTION.
           01 CONFIG-FILE-STATUS     PIC XX.
               88 CONFIG-FILE-OK VALUE '00'.
           01 PUBLISHED-COUNT-DISPLAY    PIC Z(6)9.
           01 FAILED-COUNT-DISPLAY       PIC Z(6)9.

           01 TXN-CONFIG-STATUS          PIC XX.
               88 TXN-CONFIG-OK VALUE '00'.
           01 TXN-EVENT-STATUS           PIC XX.
               88 TXN-EVENT-OK VALUE '00'.
           01 PROGRESS-FILE-STATUS       PIC XX.
               88 PROGRESS-FILE-OK VALUE '00'.
           01 TXN-MODE-SWITCH            PIC X VALUE 'N'.
               88 TXN-MODE-ACTIVE VALUE 'Y'.
           01 TXN-TRANSACTIONAL-ID       PIC X(32) VALUE SPACES.
           01 TXN-PRODUCER-ID            PIC 9(18) VALUE 0.
           01 TXN-PRODUCER-EPOCH         PIC 9(5) VALUE 0.
           01 TXN-STATUS                 PIC X(20).
           01 TXN-OUTCOME                PIC X(6) VALUE SPACES.
           01 PROGRESS-TOPIC             PIC X(100) VALUE SPACES.
           01 COMMITTED-SNAPSHOT-ID      PIC 9(18) VALUE 0.
           01 WINDOW-HIGH-SNAPSHOT-ID    PIC 9(18) VALUE 0.
           01 CHANGE-SNAPSHOT-NUMBER     PIC 9(18) VALUE 0.
           01 SKIPPED-COUNT              PIC 9(7) VALUE 0.
           01 SKIPPED-COUNT-DISPLAY      PIC Z(6)9.
           01 EXPECTED-COUNT-AT-START    PIC 9(5) VALUE 0.
           01 PROGRESS-STATE             PIC X(9) VALUE SPACES.
           01 PROGRESS-PENDING-ID        PIC 9(18) VALUE 0.
           01 SNAPSHOT-ID-DISPLAY        PIC Z(17)9.
           01 EVENT-TRANSACTIONAL-ID     PIC X(32) VALUE SPACES.
           01 EVENT-PRODUCER-ID          PIC 9(18) VALUE 0.
           01 EVENT-PRODUCER-EPOCH       PIC 9(5) VALUE 0.
*> The OPEN card as read, held once the progress file is closed so
*> recovery can rewrite it.
           01 RECOVERY-SWITCH            PIC X VALUE 'N'.
               88 RECOVERY-NEEDED VALUE 'Y'.
           01 RECOVERY-TRANSACTIONAL-ID  PIC X(32) VALUE SPACES.
           01 RECOVERY-PRODUCER-ID       PIC 9(18) VALUE 0.
           01 RECOVERY-PRODUCER-EPOCH    PIC 9(5) VALUE 0.
           01 RECOVERY-PENDING-ID        PIC 9(18) VALUE 0.
           01 RECOVERY-COMMIT-SWITCH     PIC X VALUE 'N'.
               88 RECOVERY-FOUND-COMMIT VALUE 'Y'.
*> The recovery consumer, which reads the progress topic from the
*> start under a group of its own that never commits an offset.
           01 RECOVERY-CONSUMER          PIC X(8).
           01 RECOVERY-CONSUMER-CONFIG.
               05 RECOVERY-GROUP-ID      PIC X(50) VALUE SPACES.
               05 RECOVERY-OFFSET-RESET  PIC X(10) VALUE 'EARLIEST'.
               05 RECOVERY-AUTO-COMMIT   PIC X(5) VALUE 'FALSE'.
           01 RECOVERY-MESSAGE.
               05 RM-VALUE               PIC X(1000).
               05 RM-KEY                 PIC X(100).
               05 RM-TOPIC               PIC X(100).
               05 RM-PARTITION           PIC 9(5).
               05 RM-OFFSET              PIC 9(10).
           01 CONSUMER-STATUS            PIC X(20).
           01 POLL-TIMEOUT               PIC 9(5) VALUE 100.
           01 EVENT-TYPE                 PIC X(20).
           01 ERROR-CODE                 PIC 9(5).
           01 ERROR-TEXT                 PIC X(100).
           01 RECOVERY-POLL-SWITCH       PIC X VALUE 'N'.
               88 RECOVERY-POLL-DONE VALUE 'Y'.
           01 RECOVERY-READ-SWITCH       PIC X VALUE 'N'.
               88 RECOVERY-READ-FAILED VALUE 'Y'.
           01 PROGRESS-MESSAGE-KEY       PIC X(100) VALUE SPACES.
           01 TOPIC-COMMITTED-ID         PIC 9(18) VALUE 0.
           01 PROGRESS-SNAPSHOT-TEXT     PIC X(18).
           01 PROGRESS-SNAPSHOT-NUMBER REDEFINES PROGRESS-SNAPSHOT-TEXT
                                         PIC 9(18).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CHANGELOG PUBLISHER".
           PERFORM APPLY-DELIVERY-CONFIRMATIONS.
           PERFORM INITIALIZE-PRODUCER.
           OPEN OUTPUT PUBLISH-LOG.
           PERFORM LOAD-PUBLISH-PROGRESS.
           PERFORM BEGIN-WINDOW-TRANSACTION.
           PERFORM PUBLISH-SCAN-RESULT.
           PERFORM PUBLISH-END-OF-BATCH-MARKER.
           PERFORM PUBLISH-PROGRESS-MARKER.
           PERFORM CLOSE-PUBLISHER.
           CLOSE PUBLISH-LOG.
           PERFORM WRITE-UNCONFIRMED-REPORT.
                       MOVE PC-BOOTSTRAP-SERVER TO BOOTSTRAP-SERVER
                       MOVE PC-TOPIC-NAME TO TOPIC-NAME
                       MOVE PC-TABLE-NAME TO TABLE-NAME
                       MOVE PC-PROGRESS-TOPIC TO PROGRESS-TOPIC
               END-READ
               CLOSE PUBLISHER-CONFIG-FILE
           END-IF.
           IF PROGRESS-TOPIC = SPACES
               STRING TOPIC-NAME DELIMITED BY SPACE
                   "-PROGRESS" DELIMITED BY SIZE
                   INTO PROGRESS-TOPIC
           END-IF.

       LOAD-SUBSCRIBER-REGISTRY.
           MOVE 0 TO SUBSCRIBER-COUNT.
               STOP RUN
           END-IF.

*> Restart recovery comes first: a progress card still OPEN is the
*> window an abend caught around its commit, and only the broker
*> knows whether that commit went through. The window's own progress
*> marker says so: it rides inside the transaction, so it is on the
*> progress topic for a committed reader exactly when the window
*> committed. If the topic's last committed position has reached the
*> pending snapshot the committed position moves up to it -
*> publishing it again would deliver it twice. Otherwise the
*> transaction is aborted - recorded for the coordinator as an abort
*> from the client, and fenced on the broker side when this run's
*> producer initialises the same transactional id - and publishing
*> resumes from the last committed snapshot, so its changes go out
*> exactly once, in this run's window.
       LOAD-PUBLISH-PROGRESS.
           PERFORM LOAD-TXN-PRODUCER-CONFIG.
           MOVE 0 TO COMMITTED-SNAPSHOT-ID.
           MOVE 'COMMITTED' TO PROGRESS-STATE.
           OPEN INPUT PUBLISH-PROGRESS-FILE.
           IF PROGRESS-FILE-OK
               READ PUBLISH-PROGRESS-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PG-COMMITTED-SNAPSHOT-ID
                           TO COMMITTED-SNAPSHOT-ID
                       IF PG-TXN-WAS-LEFT-OPEN
                           PERFORM HOLD-OPEN-PROGRESS-CARD
                       END-IF
               END-READ
               CLOSE PUBLISH-PROGRESS-FILE
           END-IF.
           IF RECOVERY-NEEDED
               PERFORM RECOVER-OPEN-TRANSACTION
           END-IF.

       HOLD-OPEN-PROGRESS-CARD.
           SET RECOVERY-NEEDED TO TRUE.
           MOVE PG-TRANSACTIONAL-ID TO RECOVERY-TRANSACTIONAL-ID.
           MOVE PG-PRODUCER-ID TO RECOVERY-PRODUCER-ID.
           MOVE PG-PRODUCER-EPOCH TO RECOVERY-PRODUCER-EPOCH.
           MOVE PG-PENDING-SNAPSHOT-ID TO RECOVERY-PENDING-ID.

       LOAD-TXN-PRODUCER-CONFIG.
           OPEN INPUT TXN-PRODUCER-CONFIG-FILE.
           IF TXN-CONFIG-OK
               READ TXN-PRODUCER-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE TX-TRANSACTIONAL-ID TO TXN-TRANSACTIONAL-ID
                       MOVE TX-PRODUCER-ID TO TXN-PRODUCER-ID
                       MOVE TX-PRODUCER-EPOCH TO TXN-PRODUCER-EPOCH
               END-READ
               CLOSE TXN-PRODUCER-CONFIG-FILE
           END-IF.
           IF TXN-TRANSACTIONAL-ID = SPACES
               STRING "CLPUB-" DELIMITED BY SIZE
                   TABLE-NAME DELIMITED BY SPACE
                   INTO TXN-TRANSACTIONAL-ID
           END-IF.

       RECOVER-OPEN-TRANSACTION.
           PERFORM READ-COMMITTED-PROGRESS.
           IF RECOVERY-READ-FAILED
               PERFORM REFUSE-UNDECIDED-RECOVERY
           END-IF.
           MOVE 'N' TO RECOVERY-COMMIT-SWITCH.
           IF TOPIC-COMMITTED-ID NOT < RECOVERY-PENDING-ID
               SET RECOVERY-FOUND-COMMIT TO TRUE
           END-IF.
           IF TOPIC-COMMITTED-ID > COMMITTED-SNAPSHOT-ID
               MOVE TOPIC-COMMITTED-ID TO COMMITTED-SNAPSHOT-ID
           END-IF.
           MOVE RECOVERY-PENDING-ID TO SNAPSHOT-ID-DISPLAY.
           MOVE SPACES TO PUBLISH-LOG-LINE.
           IF RECOVERY-FOUND-COMMIT
               STRING "RECOVERY FOUND OPEN TXN COMMITTED TXN="
                       DELIMITED BY SIZE
                   RECOVERY-TRANSACTIONAL-ID DELIMITED BY SPACE
                   " COMMITTED-SNAPSHOT=" SNAPSHOT-ID-DISPLAY
                       DELIMITED BY SIZE
                   INTO PUBLISH-LOG-LINE
               WRITE PUBLISH-LOG-LINE
           ELSE
               STRING "RECOVERY ABORTED OPEN TXN=" DELIMITED BY SIZE
                   RECOVERY-TRANSACTIONAL-ID DELIMITED BY SPACE
                   " PENDING-SNAPSHOT=" SNAPSHOT-ID-DISPLAY
                       DELIMITED BY SIZE
                   INTO PUBLISH-LOG-LINE
               WRITE PUBLISH-LOG-LINE
               MOVE RECOVERY-TRANSACTIONAL-ID
                   TO EVENT-TRANSACTIONAL-ID
               MOVE RECOVERY-PRODUCER-ID TO EVENT-PRODUCER-ID
               MOVE RECOVERY-PRODUCER-EPOCH TO EVENT-PRODUCER-EPOCH
               MOVE 'ABORT' TO TXN-OUTCOME
               PERFORM APPEND-COORDINATOR-EVENT
           END-IF.
           PERFORM WRITE-PUBLISH-PROGRESS.

*> Every PUBLISH-PROGRESS marker for this table on the progress
*> topic, read by a consumer that sees committed transactions only,
*> so an aborted window's marker never counts. The highest position
*> among them is the last one a subscriber was actually given.
       READ-COMMITTED-PROGRESS.
           MOVE 0 TO TOPIC-COMMITTED-ID.
           MOVE 'N' TO RECOVERY-READ-SWITCH.
           MOVE 'N' TO RECOVERY-POLL-SWITCH.
           MOVE SPACES TO PROGRESS-MESSAGE-KEY.
           STRING TABLE-NAME DELIMITED BY SPACE
               "-PROGRESS" DELIMITED BY SIZE
               INTO PROGRESS-MESSAGE-KEY.
           MOVE SPACES TO RECOVERY-GROUP-ID.
           STRING TXN-TRANSACTIONAL-ID DELIMITED BY SPACE
               "-RECOVERY" DELIMITED BY SIZE
               INTO RECOVERY-GROUP-ID.
           CALL "KAFKA-CREATE-CONSUMER" USING
               BOOTSTRAP-SERVER
               SECURITY-PROTOCOL
               SASL-MECHANISM
               USERNAME
               USER-PASSWORD
               RECOVERY-GROUP-ID
               RECOVERY-OFFSET-RESET
               RECOVERY-AUTO-COMMIT
               RECOVERY-CONSUMER
               CONSUMER-STATUS.
           IF CONSUMER-STATUS NOT = "SUCCESS"
               DISPLAY "Failed to create consumer: " CONSUMER-STATUS
               SET RECOVERY-READ-FAILED TO TRUE
           ELSE
               CALL "KAFKA-SUBSCRIBE-TOPIC" USING
                   RECOVERY-CONSUMER
                   PROGRESS-TOPIC
                   CONSUMER-STATUS
               IF CONSUMER-STATUS NOT = "SUCCESS"
                   DISPLAY "Failed to subscribe to topic: "
                       CONSUMER-STATUS
                   SET RECOVERY-READ-FAILED TO TRUE
               ELSE
                   PERFORM POLL-ONE-PROGRESS-MESSAGE
                       UNTIL RECOVERY-POLL-DONE
               END-IF
               CALL "KAFKA-CLOSE-CONSUMER" USING
                   RECOVERY-CONSUMER
           END-IF.

       POLL-ONE-PROGRESS-MESSAGE.
           CALL "KAFKA-POLL-MESSAGE" USING
               RECOVERY-CONSUMER
               POLL-TIMEOUT
               EVENT-TYPE
               RECOVERY-MESSAGE
               ERROR-CODE
               ERROR-TEXT.
           EVALUATE EVENT-TYPE
               WHEN "MESSAGE"
                   IF RM-KEY = PROGRESS-MESSAGE-KEY
                       PERFORM NOTE-PROGRESS-MESSAGE
                   END-IF
               WHEN "ERROR"
                   DISPLAY "Error: " ERROR-TEXT
                   SET RECOVERY-READ-FAILED TO TRUE
                   SET RECOVERY-POLL-DONE TO TRUE
               WHEN "EOF"
                   SET RECOVERY-POLL-DONE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

*> The marker's position is edited with leading spaces; zero-filled
*> it reads as the snapshot id.
       NOTE-PROGRESS-MESSAGE.
           MOVE SPACES TO LINE-PREFIX.
           MOVE SPACES TO LINE-REMAINDER.
           UNSTRING RM-VALUE
               DELIMITED BY ' COMMITTED-SNAPSHOT='
               INTO LINE-PREFIX LINE-REMAINDER
           END-UNSTRING.
           IF LINE-PREFIX (1:17) = "PUBLISH-PROGRESS "
                   AND LINE-REMAINDER NOT = SPACES
               MOVE LINE-REMAINDER (1:18) TO PROGRESS-SNAPSHOT-TEXT
               INSPECT PROGRESS-SNAPSHOT-TEXT
                   REPLACING LEADING SPACE BY ZERO
               IF PROGRESS-SNAPSHOT-TEXT IS NUMERIC
                   AND PROGRESS-SNAPSHOT-NUMBER > TOPIC-COMMITTED-ID
                   MOVE PROGRESS-SNAPSHOT-NUMBER
                       TO TOPIC-COMMITTED-ID
               END-IF
           END-IF.

*> Without the progress topic the OPEN window cannot be settled
*> either way - aborting a commit that went through republishes the
*> window, and taking one that did not loses it - so the run stops
*> with the card still OPEN for the next run to settle.
       REFUSE-UNDECIDED-RECOVERY.
           MOVE RECOVERY-PENDING-ID TO SNAPSHOT-ID-DISPLAY.
           MOVE SPACES TO PUBLISH-LOG-LINE.
           STRING "RECOVERY UNDECIDED OPEN TXN=" DELIMITED BY SIZE
               RECOVERY-TRANSACTIONAL-ID DELIMITED BY SPACE
               " PENDING-SNAPSHOT=" SNAPSHOT-ID-DISPLAY
                   DELIMITED BY SIZE
               " PROGRESS TOPIC UNREADABLE" DELIMITED BY SIZE
               INTO PUBLISH-LOG-LINE.
           WRITE PUBLISH-LOG-LINE.
           DISPLAY "PROGRESS TOPIC " PROGRESS-TOPIC (1:40)
               " UNREADABLE - RUN REFUSED".
           CLOSE PUBLISH-LOG.
           CALL "KAFKA-CLOSE-PRODUCER" USING
               KAFKA-PRODUCER.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

*> Every scan window is one transaction: the change messages, the
*> end-of-batch markers and the progress marker all commit together
*> or not at all.
       BEGIN-WINDOW-TRANSACTION.
           MOVE EXPECTED-COUNT TO EXPECTED-COUNT-AT-START.
           CALL "KAFKA-INIT-TRANSACTIONS" USING
               KAFKA-PRODUCER
               TXN-TRANSACTIONAL-ID
               TXN-STATUS.
           IF TXN-STATUS NOT = "SUCCESS"
               DISPLAY "Failed to init transactions: " TXN-STATUS
               CLOSE PUBLISH-LOG
               CALL "KAFKA-CLOSE-PRODUCER" USING
                   KAFKA-PRODUCER
               STOP RUN
           END-IF.
           CALL "KAFKA-BEGIN-TRANSACTION" USING
               KAFKA-PRODUCER
               TXN-STATUS.
           IF TXN-STATUS NOT = "SUCCESS"
               DISPLAY "Failed to begin transaction: " TXN-STATUS
               MOVE SPACES TO PUBLISH-LOG-LINE
               STRING "WINDOW NOT BEGUN TXN=" DELIMITED BY SIZE
                   TXN-TRANSACTIONAL-ID DELIMITED BY SPACE
                   " STATUS=" DELIMITED BY SIZE
                   TXN-STATUS DELIMITED BY SPACE
                   INTO PUBLISH-LOG-LINE
               WRITE PUBLISH-LOG-LINE
               CLOSE PUBLISH-LOG
               CALL "KAFKA-CLOSE-PRODUCER" USING
                   KAFKA-PRODUCER
               STOP RUN
           END-IF.
           SET TXN-MODE-ACTIVE TO TRUE.
           MOVE COMMITTED-SNAPSHOT-ID TO SNAPSHOT-ID-DISPLAY.
           MOVE SPACES TO PUBLISH-LOG-LINE.
           STRING "WINDOW BEGUN TXN=" DELIMITED BY SIZE
               TXN-TRANSACTIONAL-ID DELIMITED BY SPACE
               " AFTER-SNAPSHOT=" SNAPSHOT-ID-DISPLAY
                   DELIMITED BY SIZE
               INTO PUBLISH-LOG-LINE.
           WRITE PUBLISH-LOG-LINE.

*> The position the window advances to rides inside the
*> transaction as a message on the progress topic, so a subscriber
*> reading committed data sees the changes and the new position
*> together.
       PUBLISH-PROGRESS-MARKER.
           IF WINDOW-HIGH-SNAPSHOT-ID < COMMITTED-SNAPSHOT-ID
               MOVE COMMITTED-SNAPSHOT-ID TO WINDOW-HIGH-SNAPSHOT-ID
           END-IF.
           MOVE SPACES TO MESSAGE-KEY.
           STRING TABLE-NAME DELIMITED BY SPACE
               "-PROGRESS" DELIMITED BY SIZE
               INTO MESSAGE-KEY.
           MOVE WINDOW-HIGH-SNAPSHOT-ID TO SNAPSHOT-ID-DISPLAY.
           MOVE SPACES TO MESSAGE-VALUE.
           STRING "PUBLISH-PROGRESS TABLE=" DELIMITED BY SIZE
               TABLE-NAME DELIMITED BY SPACE
               " COMMITTED-SNAPSHOT=" SNAPSHOT-ID-DISPLAY
                   DELIMITED BY SIZE
               " TXN=" DELIMITED BY SIZE
               TXN-TRANSACTIONAL-ID DELIMITED BY SPACE
               INTO MESSAGE-VALUE.
           MOVE PROGRESS-TOPIC TO PUBLISH-TOPIC.
           PERFORM PRODUCE-MARKER-MESSAGE.

*> The card goes OPEN, naming the position being committed, before
*> the commit is asked for, and COMMITTED at the new position once
*> it succeeds; a run that dies in between is settled by its
*> restart from the progress topic. Any failed send - change,
*> end-of-batch or progress - aborts the window instead: the
*> position stays where it was, and the deliveries noted for
*> confirmation this run are dropped since no subscriber will ever
*> see them.
       SETTLE-WINDOW-TRANSACTION.
           MOVE TXN-TRANSACTIONAL-ID TO EVENT-TRANSACTIONAL-ID.
           MOVE TXN-PRODUCER-ID TO EVENT-PRODUCER-ID.
           MOVE TXN-PRODUCER-EPOCH TO EVENT-PRODUCER-EPOCH.
           IF FAILED-COUNT = 0
               MOVE 'OPEN' TO PROGRESS-STATE
               MOVE WINDOW-HIGH-SNAPSHOT-ID TO PROGRESS-PENDING-ID
               PERFORM WRITE-PUBLISH-PROGRESS
               CALL "KAFKA-COMMIT-TRANSACTION" USING
                   KAFKA-PRODUCER
                   TXN-STATUS
               IF TXN-STATUS = "SUCCESS"
                   MOVE 'COMMIT' TO TXN-OUTCOME
                   MOVE WINDOW-HIGH-SNAPSHOT-ID
                       TO COMMITTED-SNAPSHOT-ID
               ELSE
                   MOVE 'ABORT' TO TXN-OUTCOME
               END-IF
           ELSE
               MOVE 'ABORT' TO TXN-OUTCOME
           END-IF.
           IF TXN-OUTCOME = 'ABORT'
               CALL "KAFKA-ABORT-TRANSACTION" USING
                   KAFKA-PRODUCER
                   TXN-STATUS
               MOVE EXPECTED-COUNT-AT-START TO EXPECTED-COUNT
           END-IF.
           PERFORM APPEND-COORDINATOR-EVENT.
           MOVE 'COMMITTED' TO PROGRESS-STATE.
           MOVE 0 TO PROGRESS-PENDING-ID.
           PERFORM WRITE-PUBLISH-PROGRESS.
           MOVE COMMITTED-SNAPSHOT-ID TO SNAPSHOT-ID-DISPLAY.
           MOVE SKIPPED-COUNT TO SKIPPED-COUNT-DISPLAY.
           MOVE SPACES TO PUBLISH-LOG-LINE.
           STRING "WINDOW " TXN-OUTCOME DELIMITED BY SPACE
               " TXN=" DELIMITED BY SIZE
               TXN-TRANSACTIONAL-ID DELIMITED BY SPACE
               " COMMITTED-SNAPSHOT=" SNAPSHOT-ID-DISPLAY
                   DELIMITED BY SIZE
               " ALREADY-PUBLISHED-SKIPPED=" SKIPPED-COUNT-DISPLAY
                   DELIMITED BY SIZE
               " STATUS=" DELIMITED BY SIZE
               TXN-STATUS DELIMITED BY SPACE
               INTO PUBLISH-LOG-LINE.
           WRITE PUBLISH-LOG-LINE.

       WRITE-PUBLISH-PROGRESS.
           OPEN OUTPUT PUBLISH-PROGRESS-FILE.
           MOVE SPACES TO PUBLISH-PROGRESS-CARD.
           MOVE TABLE-NAME TO PG-TABLE-NAME.
           MOVE COMMITTED-SNAPSHOT-ID TO PG-COMMITTED-SNAPSHOT-ID.
           MOVE PROGRESS-PENDING-ID TO PG-PENDING-SNAPSHOT-ID.
           MOVE PROGRESS-STATE TO PG-TXN-STATE.
           MOVE TXN-TRANSACTIONAL-ID TO PG-TRANSACTIONAL-ID.
           MOVE TXN-PRODUCER-ID TO PG-PRODUCER-ID.
           MOVE TXN-PRODUCER-EPOCH TO PG-PRODUCER-EPOCH.
           MOVE NOW-STAMP TO PG-UPDATED-STAMP.
           WRITE PUBLISH-PROGRESS-CARD.
           CLOSE PUBLISH-PROGRESS-FILE.

       APPEND-COORDINATOR-EVENT.
           OPEN EXTEND TRANSACTION-EVENT-FILE.
           IF NOT TXN-EVENT-OK
               CLOSE TRANSACTION-EVENT-FILE
               OPEN OUTPUT TRANSACTION-EVENT-FILE
           END-IF.
           MOVE SPACES TO TRANSACTION-EVENT-CARD.
           MOVE EVENT-TRANSACTIONAL-ID TO TE-TRANSACTIONAL-ID.
           MOVE EVENT-PRODUCER-ID TO TE-PRODUCER-ID.
           MOVE EVENT-PRODUCER-EPOCH TO TE-PRODUCER-EPOCH.
           MOVE 'ONGOING' TO TE-STATE.
           MOVE 'TV2' TO TE-CLIENT-TXN-VERSION.
           MOVE TXN-OUTCOME TO TE-MARKER-RESULT.
           MOVE 'Y' TO TE-IS-FROM-CLIENT.
           MOVE 0 TO TE-DURATION-MS.
           MOVE NOW-YYYYMMDD TO TE-EVENT-DATE.
           MOVE 0 TO TE-PENDING-PARTITION-COUNT.
           MOVE SPACES TO TE-PENDING-PARTITIONS.
           WRITE TRANSACTION-EVENT-CARD.
           CLOSE TRANSACTION-EVENT-FILE.

*> One Kafka message per change line, keyed by table and snapshot id
*> so downstream consumers can partition and dedupe by commit.
       PUBLISH-SCAN-RESULT.
               NOT AT END
                   PERFORM EXTRACT-CHANGE-SNAPSHOT-ID
                   IF CHANGE-SNAPSHOT-ID NOT = SPACES
                       AND CHANGE-SNAPSHOT-NUMBER NOT >
                           COMMITTED-SNAPSHOT-ID
                       ADD 1 TO SKIPPED-COUNT
                       MOVE SPACES TO CHANGE-SNAPSHOT-ID
                   END-IF
                   IF CHANGE-SNAPSHOT-ID NOT = SPACES
                       IF CHANGE-SNAPSHOT-NUMBER >
                           WINDOW-HIGH-SNAPSHOT-ID
                           MOVE CHANGE-SNAPSHOT-NUMBER
                               TO WINDOW-HIGH-SNAPSHOT-ID
                       END-IF
                       IF REGISTRY-WAS-LOADED
                           PERFORM EXTRACT-CHANGE-TYPE
                           PERFORM PUBLISH-TO-SUBSCRIBERS
               DELIMITED BY 'SNAPSHOT='
               INTO LINE-PREFIX LINE-REMAINDER
           END-UNSTRING.
           MOVE 0 TO CHANGE-SNAPSHOT-NUMBER.
           IF LINE-REMAINDER NOT = SPACES
               MOVE LINE-REMAINDER (1:18) TO CHANGE-SNAPSHOT-ID
               UNSTRING CHANGE-SNAPSHOT-ID DELIMITED BY SPACE
                   INTO CHANGE-SNAPSHOT-NUMBER
               END-UNSTRING
           END-IF.

       PRODUCE-CHANGE-MESSAGE.
               PRODUCER-STATUS DELIMITED BY SPACE
               INTO PUBLISH-LOG-LINE.
           WRITE PUBLISH-LOG-LINE.
           IF PRODUCER-STATUS NOT = "SUCCESS"
               ADD 1 TO FAILED-COUNT
           END-IF.

       CLOSE-PUBLISHER.
           CALL "KAFKA-FLUSH-PRODUCER" USING
               FLUSH-TIMEOUT
               PRODUCER-STATUS.

           PERFORM SETTLE-WINDOW-TRANSACTION.

           MOVE PUBLISHED-COUNT TO PUBLISHED-COUNT-DISPLAY.
           MOVE FAILED-COUNT TO FAILED-COUNT-DISPLAY.
           DISPLAY "Changes published: " PUBLISHED-COUNT-DISPLAY.
