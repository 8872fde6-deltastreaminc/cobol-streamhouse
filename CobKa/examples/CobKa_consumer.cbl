               ASSIGN TO "SEEKAUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEEK-AUDIT-STATUS.
           SELECT SCHEMA-REGISTRY-FILE
               ASSIGN TO "SCHEMAREGISTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECKPOINT-BACKUP-FILE.
       01 CHECKPOINT-BACKUP-LINE            PIC X(200).

*> Every seek, chained: the sequence number and hash after the line
*> tie it to the line before it.
       FD SEEK-AUDIT-LOG.
       01 SEEK-AUDIT-REC.
          05 SEEK-AUDIT-LINE                PIC X(250).
          05 SEEK-CHAIN-SEQUENCE            PIC 9(10).
          05 SEEK-CHAIN-HASH                PIC 9(18).

*> The versioned registry ICEBERG-SCHEMA appends on every successful
*> evolution, in its exact record layout - what a stamped message's
*> schema id resolves against.
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

       WORKING-STORAGE SECTION.
           01 KAFKA-CONFIG.
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
               88 CHECKPOINT-FILE-OK VALUE '00'.
           01 SEEK-AUDIT-STATUS          PIC XX.
               88 SEEK-AUDIT-OK VALUE '00'.
           01 SEEK-CHAIN-NAME            PIC X(30) VALUE 'SEEKAUDITLOG'.
           01 SEEK-BODY-LENGTH           PIC 9(4) COMP VALUE 250.
           01 SEEK-REQUESTED-SWITCH      PIC X VALUE 'N'.
               88 SEEK-WAS-REQUESTED VALUE 'Y'.
           01 SEEK-PARTITION-NUMBER      PIC 9(5) VALUE 0.
           01 SEEK-STATUS                PIC X(20).
           01 SEEK-STAMP                 PIC X(21).

*> The schema registry in memory: one entry per registered version
*> pointing at its run of field entries, in registry (= payload
*> position) order.
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
                   10 RF-REQUIRED-SWITCH PIC X.
*> Registry records the tables cannot hold are counted; with part of
*> the registry unread a good message could be dead-lettered as an
*> unknown schema, so the consumer refuses to start.
           01 REGISTRY-OVERFLOW-COUNT    PIC 9(7) VALUE 0.
           01 REGISTRY-OVERFLOW-DISPLAY  PIC Z(6)9.
           01 PAYLOAD-LENGTH             PIC 9(4) VALUE 0.
           01 PAYLOAD-FIELD-COUNT        PIC 9(4) VALUE 0.
           01 PAYLOAD-SCAN-POS           PIC 9(4) VALUE 0.
           01 PAYLOAD-FIELD-POS          PIC 9(4) VALUE 0.
           01 PAYLOAD-FIRST-FIELD        PIC 9(4) VALUE 0.
           01 PAYLOAD-SCHEMA-FIELDS      PIC 9(3) VALUE 0.
           01 PAYLOAD-FIELD-BLANK-SWITCH PIC X.
               88 PAYLOAD-FIELD-IS-BLANK VALUE 'Y'.

           01 WS-INCIDENT-LOG-STATUS     PIC XX.
               88 WS-INCIDENT-LOG-OK VALUE '00'.
           01 WS-INCIDENT-DATE-TIME      PIC X(21).

           PERFORM GET-KAFKA-CONFIG.
           PERFORM LOAD-POISON-THRESHOLD.
           PERFORM LOAD-SCHEMA-REGISTRY.
           IF REGISTRY-OVERFLOW-COUNT > 0
               MOVE REGISTRY-OVERFLOW-COUNT TO REGISTRY-OVERFLOW-DISPLAY
               DISPLAY "SCHEMA REGISTRY RECORDS BEYOND THE 100-VERSION "
                   "OR 2000-FIELD LIMIT=" REGISTRY-OVERFLOW-DISPLAY
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INITIALIZE-CONSUMER.
           PERFORM APPLY-SEEK-CONTROL.
           OPEN OUTPUT DEAD-LETTER-FILE.
               INTO SEEK-AUDIT-LINE
               ON OVERFLOW CONTINUE
           END-STRING.
           CALL "AUDIT-CHAIN-STAMP" USING SEEK-CHAIN-NAME
               SEEK-AUDIT-LINE SEEK-BODY-LENGTH
               SEEK-CHAIN-SEQUENCE SEEK-CHAIN-HASH.
           WRITE SEEK-AUDIT-REC.
           CLOSE SEEK-AUDIT-LOG.

       PROCESS-MESSAGES.
               DISPLAY "Received message from topic " MESSAGE-TOPIC
                       " [" MESSAGE-PARTITION "] at offset " MESSAGE-OFFSET
               DISPLAY "Key: " MESSAGE-KEY
               IF MESSAGE-IS-SCHEMA-STAMPED
                   DISPLAY "Schema id: " MESSAGE-SCHEMA-ID
                   DISPLAY "Value: " MESSAGE-PAYLOAD
               ELSE
                   DISPLAY "Value: " MESSAGE-VALUE
               END-IF
               DISPLAY "-----------------------------------"
               MOVE MESSAGE-PARTITION TO LAST-COMMITTED-PARTITION
               MOVE MESSAGE-OFFSET TO LAST-COMMITTED-OFFSET
               CLOSE POISON-THRESHOLD-CONFIG
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
                       END-IF
                   END-IF
                   IF REGISTRY-FIELD-COUNT < 2000
                       AND REGISTRY-VERSION-COUNT > 0
                       AND RG-SCHEMA-VERSION =
                           RV-SCHEMA-ID (REGISTRY-VERSION-COUNT)
                       ADD 1 TO REGISTRY-FIELD-COUNT
                       MOVE RG-REQUIRED-SWITCH TO RF-REQUIRED-SWITCH
                           (REGISTRY-FIELD-COUNT)
                       ADD 1 TO RV-FIELD-COUNT
                           (REGISTRY-VERSION-COUNT)
                   ELSE
                       ADD 1 TO REGISTRY-OVERFLOW-COUNT
                   END-IF
           END-READ.

       TRACK-POISON-WINDOW.
           ADD 1 TO WINDOW-MESSAGE-COUNT.
           IF WINDOW-MESSAGE-COUNT > POISON-WINDOW-SIZE
               WHEN MESSAGE-VALUE (1:1) = LOW-VALUE
                   SET MESSAGE-IS-POISON TO TRUE
                   MOVE 'UNPARSEABLE-PAYLOAD' TO POISON-REASON
               WHEN MESSAGE-IS-SCHEMA-STAMPED
                   PERFORM VALIDATE-STAMPED-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

*> A stamped message is held to the registry schema its id names: an
*> id the registry does not know, a field count other than the
*> schema's, or a blank required position makes it poison, with the
*> reason saying which. Unstamped messages keep the checks above.
       VALIDATE-STAMPED-MESSAGE.
           IF MESSAGE-SCHEMA-ID IS NOT NUMERIC
                   OR REGISTRY-VERSION-COUNT = 0
               SET MESSAGE-IS-POISON TO TRUE
               MOVE 'UNKNOWN-SCHEMA-ID' TO POISON-REASON
           ELSE
               SET RV-IDX TO 1
               SEARCH RV-ENTRY
                   AT END
                       SET MESSAGE-IS-POISON TO TRUE
                       MOVE 'UNKNOWN-SCHEMA-ID' TO POISON-REASON
                   WHEN RV-SCHEMA-ID (RV-IDX) = MESSAGE-SCHEMA-ID
                       MOVE RV-FIRST-FIELD (RV-IDX)
                           TO PAYLOAD-FIRST-FIELD
                       MOVE RV-FIELD-COUNT (RV-IDX)
                           TO PAYLOAD-SCHEMA-FIELDS
                       PERFORM CHECK-PAYLOAD-AGAINST-SCHEMA
               END-SEARCH
           END-IF.

       CHECK-PAYLOAD-AGAINST-SCHEMA.
           MOVE 0 TO PAYLOAD-LENGTH.
           INSPECT FUNCTION REVERSE (MESSAGE-PAYLOAD)
               TALLYING PAYLOAD-LENGTH FOR LEADING SPACES.
           COMPUTE PAYLOAD-LENGTH = 979 - PAYLOAD-LENGTH.
           MOVE 0 TO PAYLOAD-FIELD-COUNT.
           IF PAYLOAD-LENGTH > 0
               MOVE 1 TO PAYLOAD-FIELD-COUNT
               INSPECT MESSAGE-PAYLOAD (1:PAYLOAD-LENGTH)
                   TALLYING PAYLOAD-FIELD-COUNT FOR ALL '|'
           END-IF.
           IF PAYLOAD-FIELD-COUNT NOT = PAYLOAD-SCHEMA-FIELDS
               SET MESSAGE-IS-POISON TO TRUE
               MOVE 'SCHEMA-FIELD-COUNT' TO POISON-REASON
           ELSE
               MOVE 1 TO PAYLOAD-FIELD-POS
               MOVE 'Y' TO PAYLOAD-FIELD-BLANK-SWITCH
               PERFORM SCAN-ONE-PAYLOAD-CHAR
                   VARYING PAYLOAD-SCAN-POS FROM 1 BY 1
                   UNTIL PAYLOAD-SCAN-POS > PAYLOAD-LENGTH + 1
                      OR MESSAGE-IS-POISON
           END-IF.

*> Each '|' (or the end of the payload) closes one position; a blank
*> position the schema marks required is poison.
       SCAN-ONE-PAYLOAD-CHAR.
           IF PAYLOAD-SCAN-POS > PAYLOAD-LENGTH
                   OR MESSAGE-PAYLOAD (PAYLOAD-SCAN-POS:1) = '|'
               IF PAYLOAD-FIELD-IS-BLANK
                       AND RF-REQUIRED-SWITCH (PAYLOAD-FIRST-FIELD
                           + PAYLOAD-FIELD-POS - 1) = 'Y'
                   SET MESSAGE-IS-POISON TO TRUE
                   MOVE 'SCHEMA-REQUIRED-FIELD' TO POISON-REASON
               END-IF
               ADD 1 TO PAYLOAD-FIELD-POS
               MOVE 'Y' TO PAYLOAD-FIELD-BLANK-SWITCH
           ELSE
               IF MESSAGE-PAYLOAD (PAYLOAD-SCAN-POS:1) NOT = SPACE
                   MOVE 'N' TO PAYLOAD-FIELD-BLANK-SWITCH
               END-IF
           END-IF.

       ROUTE-TO-DEAD-LETTER.
           ADD 1 TO POISON-TOTAL-COUNT.
           ADD 1 TO WINDOW-POISON-COUNT.
