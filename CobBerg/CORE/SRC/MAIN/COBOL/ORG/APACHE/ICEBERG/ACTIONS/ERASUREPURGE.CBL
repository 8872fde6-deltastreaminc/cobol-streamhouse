        ASSIGN TO "SCHEMAIDCARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ID-FILE-STATUS.
    SELECT COLUMN-SENSITIVITY-FILE
        ASSIGN TO "COLUMNSENSITIVITY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SENSITIVITY-FILE-STATUS.
    SELECT TABLE-DATA-FILE-LISTING
        ASSIGN TO "TABLEDATAFILES"
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT FULFILLMENT-REPORT
        ASSIGN TO "ERASUREFULFILLMENT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SNAPSHOT-SUMMARY-FILE
        ASSIGN TO "SNAPSHOTSUMMARY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAPSHOT-SUMMARY-STATUS.
    SELECT ERASURE-TOPIC-MAP-FILE
        ASSIGN TO "ERASURETOPICMAP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TOPIC-MAP-STATUS.
    SELECT ERASURE-TOMBSTONE-FILE
        ASSIGN TO "ERASURETOMBSTONES"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOMBSTONE-CONFIRM-FILE
        ASSIGN TO "ERASURETOMBSTONECONFIRMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONFIRM-FILE-STATUS.
    SELECT ERASURE-LEDGER-FILE
        ASSIGN TO "ERASURELEDGER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-FILE-STATUS.
    SELECT ERASURE-COMPLETED-FILE
        ASSIGN TO "ERASURELEDGERCOMPLETE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COMPLETED-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

*> The identifier-field set ICEBERG-SCHEMA validates - the fields an
*> equality delete matches rows on. An empty deck means the table
*> has no declared identifiers; the purge then matches on the
*> table's PII-tagged columns, and with none of those either it
*> refuses to guess.
FD SCHEMA-IDENTIFIER-FILE.
01 SCHEMA-IDENTIFIER-CARD.
   05 SIC-FIELD-ID PIC 9(9).

*> The column classification register the projection side enforces.
FD COLUMN-SENSITIVITY-FILE.
01 COLUMN-SENSITIVITY-CARD.
   05 CS-TABLE-NAME PIC X(128).
   05 CS-FIELD-ID PIC 9(9).
   05 CS-SENSITIVITY-CLASS PIC X(10).
      88 CS-CLASS-IS-PII VALUE 'PII'.
   05 CS-SUPPRESS-ACTION PIC X(4).

FD TABLE-DATA-FILE-LISTING.
01 TABLE-DATA-FILE-REC.
   05 DF-FILE-PATH PIC X(256).
   05 DF-RECORD-COUNT PIC 9(18).
   05 DF-FILE-SIZE-BYTES PIC 9(18).
   05 DF-NULL-COUNT PIC 9(18).
   05 DF-PARTITION-SPEC-ID PIC 9(9).

FD SNAPSHOT-FILE-HISTORY.
01 SNAPSHOT-FILE-HISTORY-REC.
FD FULFILLMENT-REPORT.
01 FULFILLMENT-REPORT-LINE PIC X(300).

*> TABLE-INTERFACE's snapshot summary file: one record per committed
*> snapshot, saying which program committed it, for whom, and what it
*> added and removed.
FD SNAPSHOT-SUMMARY-FILE.
01 SNAPSHOT-SUMMARY-REC.
   05 SSR-TABLE-NAME PIC X(128).
   05 SSR-SNAPSHOT-ID PIC 9(18).
   05 SSR-PARENT-SNAPSHOT-ID PIC 9(18).
   05 SSR-OPERATION PIC X(10).
   05 SSR-COMMIT-PROGRAM PIC X(30).
   05 SSR-COMMIT-PRINCIPAL PIC X(30).
   05 SSR-COMMIT-TIMESTAMP PIC 9(14).
   05 SSR-ADDED-FILES PIC 9(9).
   05 SSR-REMOVED-FILES PIC 9(9).
   05 SSR-ADDED-ROWS PIC 9(18).
   05 SSR-REMOVED-ROWS PIC 9(18).
   05 SSR-ADDED-BYTES PIC 9(18).
   05 SSR-REMOVED-BYTES PIC 9(18).

*> Which compacted Kafka topics still hold an identifier, one card per
*> topic and key: customer-profile, account-state and the like keep
*> the latest value per key forever, so an erasure is not fulfilled
*> until each of those keys is tombstoned. A blank key means the
*> topic is keyed on the identifier value itself. An empty map says
*> no topic holds identifiers; a missing one says nothing, and no
*> request is judged complete without it.
FD ERASURE-TOPIC-MAP-FILE.
01 ERASURE-TOPIC-MAP-CARD.
   05 ETM-IDENTIFIER-VALUE PIC X(64).
   05 ETM-TOPIC-NAME PIC X(100).
   05 ETM-MESSAGE-KEY PIC X(100).

*> KAFKA-PRODUCER's tombstone requests, rewritten every run with the
*> keys not yet confirmed; the producer sends them through its
*> transactional path.
FD ERASURE-TOMBSTONE-FILE.
01 ERASURE-TOMBSTONE-CARD.
   05 ET-REQUEST-ID PIC X(20).
   05 ET-TOPIC-NAME PIC X(100).
   05 ET-MESSAGE-KEY PIC X(100).

*> What KAFKA-PRODUCER appends once the transaction carrying a
*> tombstone commits. It only grows, so it is read through once per
*> request that has topic keys, never held whole.
FD TOMBSTONE-CONFIRM-FILE.
01 TOMBSTONE-CONFIRM-CARD.
   05 TC-REQUEST-ID PIC X(20).
   05 TC-TOPIC-NAME PIC X(100).
   05 TC-MESSAGE-KEY PIC X(100).
   05 TC-TRANSACTIONAL-ID PIC X(32).
   05 TC-CONFIRM-DATE PIC 9(8).

*> One record per open request this job has seen, keyed by table and
*> request and carried run to run: the snapshot its table delete
*> committed in, and how many of its topic tombstones have been
*> confirmed. A request's table delete is written once; later runs
*> only chase its tombstones. A request that completes is retired to
*> the completed ledger, so this one holds only work still open.
FD ERASURE-LEDGER-FILE.
01 ERASURE-LEDGER-REC.
   05 EL-TABLE-NAME PIC X(128).
   05 EL-REQUEST-ID PIC X(20).
   05 EL-IDENTIFIER-VALUE PIC X(64).
   05 EL-DELETE-SNAPSHOT-ID PIC 9(18).
   05 EL-DELETE-FILE-PATH PIC X(256).
   05 EL-TOMBSTONES-REQUIRED PIC 9(5).
   05 EL-TOMBSTONES-CONFIRMED PIC 9(5).
   05 EL-STATUS PIC X(8).
   05 EL-COMPLETED-DATE PIC 9(8).

*> Completed requests, appended as they are retired from the ledger
*> and never rewritten: the compliance record of when each request
*> was fulfilled, and what stops a resubmitted request from being
*> deleted a second time.
FD ERASURE-COMPLETED-FILE.
01 ERASURE-COMPLETED-REC.
   05 EC-TABLE-NAME PIC X(128).
   05 EC-REQUEST-ID PIC X(20).
   05 EC-IDENTIFIER-VALUE PIC X(64).
   05 EC-DELETE-SNAPSHOT-ID PIC 9(18).
   05 EC-DELETE-FILE-PATH PIC X(256).
   05 EC-TOMBSTONES-REQUIRED PIC 9(5).
   05 EC-TOMBSTONES-CONFIRMED PIC 9(5).
   05 EC-STATUS PIC X(8).
   05 EC-COMPLETED-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-REQUEST-FILE-STATUS PIC XX.
   88 WS-REQUEST-FILE-OK VALUE '00'.
   88 END-OF-DATA-FILES VALUE 'Y'.
01 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-HISTORY VALUE 'Y'.
01 WS-SNAPSHOT-SUMMARY-STATUS PIC XX.
   88 WS-SNAPSHOT-SUMMARY-OK VALUE '00'.
01 WS-SENSITIVITY-FILE-STATUS PIC XX.
   88 WS-SENSITIVITY-FILE-OK VALUE '00'.
01 WS-SENSITIVITY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SENSITIVITY-TAGS VALUE 'Y'.
01 WS-IDENTIFIER-SOURCE PIC X(20) VALUE 'SCHEMA IDENTIFIERS'.
01 WS-TOPIC-MAP-STATUS PIC XX.
   88 WS-TOPIC-MAP-OK VALUE '00'.
01 WS-TOPIC-MAP-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-TOPIC-MAP VALUE 'Y'.
01 WS-CONFIRM-FILE-STATUS PIC XX.
   88 WS-CONFIRM-FILE-OK VALUE '00'.
01 WS-CONFIRM-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CONFIRMS VALUE 'Y'.
01 WS-LEDGER-FILE-STATUS PIC XX.
   88 WS-LEDGER-FILE-OK VALUE '00'.
01 WS-LEDGER-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-LEDGER VALUE 'Y'.
01 WS-LEDGER-FOUND-SWITCH PIC X VALUE 'N'.
   88 WS-LEDGER-ENTRY-FOUND VALUE 'Y'.
01 WS-COMPLETED-FILE-STATUS PIC XX.
   88 WS-COMPLETED-FILE-OK VALUE '00'.
01 WS-COMPLETED-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-COMPLETED VALUE 'Y'.
01 WS-RETIRED-SWITCH PIC X VALUE 'N'.
   88 WS-REQUEST-RETIRED VALUE 'Y'.
01 WS-RETIRED-DATE PIC 9(8) VALUE ZERO.
*> Whether the topic map was there to read; without it no request
*> can be shown to have all its keys tombstoned.
01 WS-TOPIC-MAP-PRESENT-SWITCH PIC X VALUE 'N'.
   88 WS-TOPIC-MAP-PRESENT VALUE 'Y'.

01 WS-IDENTIFIER-COUNT PIC 9(3) VALUE ZERO.
01 WS-IDENTIFIER-TABLE.

01 WS-HIGHEST-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-PURGE-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-PURGE-TABLE-NAME PIC X(128) VALUE 'EVENTS'.
01 WS-COMMIT-PRINCIPAL PIC X(30) VALUE 'PRIVACY-ERASURE'.
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-DELETE-FILE-PATH PIC X(256) VALUE SPACES.
01 WS-SNAPSHOT-DISPLAY PIC 9(18).
01 WS-REQUEST-COUNT PIC 9(5) VALUE ZERO.
01 WS-COVERED-FILE-COUNT PIC 9(7) VALUE ZERO.
01 WS-REQUEST-DISPLAY PIC ZZZZ9.
01 WS-COVERED-DISPLAY PIC Z(6)9.
01 WS-TODAY PIC 9(8) VALUE ZERO.
01 WS-NEW-DELETE-COUNT PIC 9(5) VALUE ZERO.
01 WS-TOMBSTONE-REQUEST-COUNT PIC 9(7) VALUE ZERO.
01 WS-COMPLETE-COUNT PIC 9(5) VALUE ZERO.
01 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
01 WS-TOMBSTONE-REQUEST-DISPLAY PIC Z(6)9.
01 WS-COMPLETE-DISPLAY PIC ZZZZ9.
01 WS-PENDING-DISPLAY PIC ZZZZ9.
01 WS-CONFIRMED-DISPLAY PIC ZZZZ9.
01 WS-REQUIRED-DISPLAY PIC ZZZZ9.

*> Topic-map cards beyond the table are counted, and while any are
*> left out no request is judged complete - the keys it still needs
*> may be among them.
01 WS-TOPIC-MAP-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-TOPIC-MAP-OVERFLOW-DISPLAY PIC Z(6)9.
01 WS-TOPIC-MAP-COUNT PIC 9(4) VALUE ZERO.
01 WS-TOPIC-MAP-TABLE.
   05 WS-TOPIC-MAP-ENTRY OCCURS 1 TO 2000 TIMES
         DEPENDING ON WS-TOPIC-MAP-COUNT
         INDEXED BY WS-TM-IDX.
      10 WS-TM-IDENTIFIER-VALUE PIC X(64).
      10 WS-TM-TOPIC-NAME PIC X(100).
      10 WS-TM-MESSAGE-KEY PIC X(100).
      10 WS-TM-NEEDED-SWITCH PIC X.
         88 WS-TM-NEEDED VALUE 'Y'.
      10 WS-TM-CONFIRMED-SWITCH PIC X.
         88 WS-TM-CONFIRMED VALUE 'Y'.

*> Ledger records beyond the table are counted, and while any are
*> left out the run is refused: rewriting the ledger would drop
*> them, and their requests would be deleted again as new.
01 WS-LEDGER-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-LEDGER-OVERFLOW-DISPLAY PIC Z(6)9.
01 WS-RETIRED-COUNT PIC 9(5) VALUE ZERO.
01 WS-RETIRED-DISPLAY PIC ZZZZ9.
01 WS-LEDGER-COUNT PIC 9(4) VALUE ZERO.
01 WS-LEDGER-TABLE.
   05 WS-LEDGER-ENTRY OCCURS 1 TO 2000 TIMES
         DEPENDING ON WS-LEDGER-COUNT
         INDEXED BY WS-LG-IDX.
      10 WS-LG-TABLE-NAME PIC X(128).
      10 WS-LG-REQUEST-ID PIC X(20).
      10 WS-LG-IDENTIFIER-VALUE PIC X(64).
      10 WS-LG-DELETE-SNAPSHOT-ID PIC 9(18).
      10 WS-LG-DELETE-FILE-PATH PIC X(256).
      10 WS-LG-TOMBSTONES-REQUIRED PIC 9(5).
      10 WS-LG-TOMBSTONES-CONFIRMED PIC 9(5).
      10 WS-LG-STATUS PIC X(8).
      10 WS-LG-COMPLETED-DATE PIC 9(8).
      10 WS-LG-SEEN-SWITCH PIC X.
         88 WS-LG-SEEN-THIS-RUN VALUE 'Y'.

PROCEDURE DIVISION.

    OPEN OUTPUT FULFILLMENT-REPORT.
    PERFORM LOAD-IDENTIFIER-FIELDS.
    IF WS-IDENTIFIER-COUNT = ZERO
        PERFORM LOAD-PII-TAGGED-FIELDS
    END-IF.
    IF WS-IDENTIFIER-COUNT = ZERO
        MOVE 'PURGE REFUSED: TABLE DECLARES NO IDENTIFIER OR PII FIELDS'
            TO FULFILLMENT-REPORT-LINE
        WRITE FULFILLMENT-REPORT-LINE
    ELSE
        PERFORM LOAD-ERASURE-LEDGER
        IF WS-LEDGER-OVERFLOW-COUNT > ZERO
            PERFORM WRITE-LEDGER-FULL-REFUSAL
        ELSE
            PERFORM RUN-ERASURE-PURGE
        END-IF
    END-IF.
    CLOSE FULFILLMENT-REPORT.
    STOP RUN.

RUN-ERASURE-PURGE.
    PERFORM FIND-HIGHEST-SNAPSHOT-ID.
    COMPUTE WS-PURGE-SNAPSHOT-ID = WS-HIGHEST-SNAPSHOT-ID + 1.
    PERFORM BUILD-DELETE-FILE-PATH.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    PERFORM LOAD-TOPIC-KEY-MAP.
    OPEN OUTPUT EQUALITY-DELETE-VALUE-FILE.
    OPEN OUTPUT ERASURE-TOMBSTONE-FILE.
    PERFORM PROCESS-ALL-ERASURE-REQUESTS.
    CLOSE ERASURE-TOMBSTONE-FILE.
    CLOSE EQUALITY-DELETE-VALUE-FILE.
    IF WS-REQUEST-COUNT > ZERO
        IF WS-NEW-DELETE-COUNT > ZERO
            PERFORM COMMIT-EQ-DELETE-SNAPSHOT
        ELSE
            MOVE ZERO TO WS-PURGE-SNAPSHOT-ID
        END-IF
        PERFORM WRITE-ALL-REQUEST-STATUS-LINES
        PERFORM SAVE-ERASURE-LEDGER
        PERFORM WRITE-FULFILLMENT-SUMMARY
    ELSE
        MOVE 'NO ERASURE REQUESTS PRESENT - NOTHING COMMITTED'
            TO FULFILLMENT-REPORT-LINE
        WRITE FULFILLMENT-REPORT-LINE
    END-IF.

WRITE-LEDGER-FULL-REFUSAL.
    MOVE WS-LEDGER-OVERFLOW-COUNT TO WS-LEDGER-OVERFLOW-DISPLAY.
    MOVE SPACES TO FULFILLMENT-REPORT-LINE.
    STRING 'PURGE REFUSED: ERASURE LEDGER RECORDS BEYOND THE '
            DELIMITED BY SIZE
        '2000-ENTRY LIMIT=' WS-LEDGER-OVERFLOW-DISPLAY
            DELIMITED BY SIZE
        ' - NOTHING CHANGED' DELIMITED BY SIZE
        INTO FULFILLMENT-REPORT-LINE.
    WRITE FULFILLMENT-REPORT-LINE.

LOAD-IDENTIFIER-FIELDS.
    MOVE ZERO TO WS-IDENTIFIER-COUNT.
    OPEN INPUT SCHEMA-IDENTIFIER-FILE.
                TO WS-IDENTIFIER-FIELD-ID (WS-ID-IDX)
    END-READ.

LOAD-PII-TAGGED-FIELDS.
    OPEN INPUT COLUMN-SENSITIVITY-FILE.
    IF WS-SENSITIVITY-FILE-OK
        PERFORM LOAD-ONE-PII-TAG UNTIL END-OF-SENSITIVITY-TAGS
        CLOSE COLUMN-SENSITIVITY-FILE
    END-IF.
    IF WS-IDENTIFIER-COUNT > ZERO
        MOVE 'PII TAGS' TO WS-IDENTIFIER-SOURCE
    END-IF.

LOAD-ONE-PII-TAG.
    READ COLUMN-SENSITIVITY-FILE
        AT END SET END-OF-SENSITIVITY-TAGS TO TRUE
        NOT AT END
            IF CS-TABLE-NAME = WS-PURGE-TABLE-NAME
                    AND CS-CLASS-IS-PII
                    AND WS-IDENTIFIER-COUNT < 50
                ADD 1 TO WS-IDENTIFIER-COUNT
                SET WS-ID-IDX TO WS-IDENTIFIER-COUNT
                MOVE CS-FIELD-ID TO WS-IDENTIFIER-FIELD-ID (WS-ID-IDX)
            END-IF
    END-READ.

FIND-HIGHEST-SNAPSHOT-ID.
    MOVE ZERO TO WS-HIGHEST-SNAPSHOT-ID.
    OPEN INPUT SNAPSHOT-FILE-HISTORY.
        '.parquet' DELIMITED BY SIZE
        INTO WS-DELETE-FILE-PATH.

LOAD-ERASURE-LEDGER.
    MOVE ZERO TO WS-LEDGER-COUNT.
    MOVE ZERO TO WS-LEDGER-OVERFLOW-COUNT.
    OPEN INPUT ERASURE-LEDGER-FILE.
    IF WS-LEDGER-FILE-OK
        PERFORM LOAD-ONE-LEDGER-ENTRY UNTIL END-OF-LEDGER
        CLOSE ERASURE-LEDGER-FILE
    END-IF.

LOAD-ONE-LEDGER-ENTRY.
    READ ERASURE-LEDGER-FILE
        AT END SET END-OF-LEDGER TO TRUE
        NOT AT END
            IF WS-LEDGER-COUNT < 2000
                ADD 1 TO WS-LEDGER-COUNT
                SET WS-LG-IDX TO WS-LEDGER-COUNT
                MOVE EL-TABLE-NAME TO WS-LG-TABLE-NAME (WS-LG-IDX)
                MOVE EL-REQUEST-ID TO WS-LG-REQUEST-ID (WS-LG-IDX)
                MOVE EL-IDENTIFIER-VALUE
                    TO WS-LG-IDENTIFIER-VALUE (WS-LG-IDX)
                MOVE EL-DELETE-SNAPSHOT-ID
                    TO WS-LG-DELETE-SNAPSHOT-ID (WS-LG-IDX)
                MOVE EL-DELETE-FILE-PATH
                    TO WS-LG-DELETE-FILE-PATH (WS-LG-IDX)
                MOVE EL-TOMBSTONES-REQUIRED
                    TO WS-LG-TOMBSTONES-REQUIRED (WS-LG-IDX)
                MOVE EL-TOMBSTONES-CONFIRMED
                    TO WS-LG-TOMBSTONES-CONFIRMED (WS-LG-IDX)
                MOVE EL-STATUS TO WS-LG-STATUS (WS-LG-IDX)
                MOVE EL-COMPLETED-DATE
                    TO WS-LG-COMPLETED-DATE (WS-LG-IDX)
                MOVE 'N' TO WS-LG-SEEN-SWITCH (WS-LG-IDX)
            ELSE
                ADD 1 TO WS-LEDGER-OVERFLOW-COUNT
            END-IF
    END-READ.

LOAD-TOPIC-KEY-MAP.
    MOVE ZERO TO WS-TOPIC-MAP-COUNT.
    MOVE ZERO TO WS-TOPIC-MAP-OVERFLOW-COUNT.
    MOVE 'N' TO WS-TOPIC-MAP-PRESENT-SWITCH.
    OPEN INPUT ERASURE-TOPIC-MAP-FILE.
    IF WS-TOPIC-MAP-OK
        SET WS-TOPIC-MAP-PRESENT TO TRUE
        PERFORM LOAD-ONE-TOPIC-KEY UNTIL END-OF-TOPIC-MAP
        CLOSE ERASURE-TOPIC-MAP-FILE
    END-IF.

LOAD-ONE-TOPIC-KEY.
    READ ERASURE-TOPIC-MAP-FILE
        AT END SET END-OF-TOPIC-MAP TO TRUE
        NOT AT END
            IF ETM-TOPIC-NAME NOT = SPACES
                    AND WS-TOPIC-MAP-COUNT NOT < 2000
                ADD 1 TO WS-TOPIC-MAP-OVERFLOW-COUNT
            END-IF
            IF ETM-TOPIC-NAME NOT = SPACES
                    AND WS-TOPIC-MAP-COUNT < 2000
                ADD 1 TO WS-TOPIC-MAP-COUNT
                SET WS-TM-IDX TO WS-TOPIC-MAP-COUNT
                MOVE ETM-IDENTIFIER-VALUE
                    TO WS-TM-IDENTIFIER-VALUE (WS-TM-IDX)
                MOVE ETM-TOPIC-NAME TO WS-TM-TOPIC-NAME (WS-TM-IDX)
                IF ETM-MESSAGE-KEY = SPACES
                    MOVE ETM-IDENTIFIER-VALUE
                        TO WS-TM-MESSAGE-KEY (WS-TM-IDX)
                ELSE
                    MOVE ETM-MESSAGE-KEY TO WS-TM-MESSAGE-KEY (WS-TM-IDX)
                END-IF
            END-IF
    END-READ.

*> Each request not yet deleted from the table contributes one
*> equality row per identifier field to the delete file; every
*> request has each of its mapped topic keys either counted as
*> confirmed or sent on to KAFKA-PRODUCER as a tombstone request.
*> Its fulfillment line is written once the delete has committed.
PROCESS-ALL-ERASURE-REQUESTS.
    OPEN INPUT ERASURE-REQUEST-FILE.
    IF WS-REQUEST-FILE-OK
    READ ERASURE-REQUEST-FILE
        AT END SET END-OF-REQUESTS TO TRUE
        NOT AT END
            PERFORM FIND-LEDGER-ENTRY
            EVALUATE TRUE
                WHEN WS-LEDGER-ENTRY-FOUND
                    ADD 1 TO WS-REQUEST-COUNT
                    PERFORM ERASE-ONE-REQUEST
                WHEN WS-REQUEST-RETIRED
                    PERFORM WRITE-RETIRED-REQUEST-LINE
                WHEN OTHER
                    MOVE SPACES TO FULFILLMENT-REPORT-LINE
                    STRING 'REQUEST=' DELIMITED BY SIZE
                        ER-REQUEST-ID DELIMITED BY SPACE
                        ' DEFERRED: ERASURE LEDGER FULL'
                            DELIMITED BY SIZE
                        INTO FULFILLMENT-REPORT-LINE
                    WRITE FULFILLMENT-REPORT-LINE
            END-EVALUATE
    END-READ.

*> The request's ledger entry for this table, added as a new pending
*> request the first time the request is seen - unless the completed
*> ledger shows it already fulfilled, when there is nothing to add.
FIND-LEDGER-ENTRY.
    MOVE 'N' TO WS-LEDGER-FOUND-SWITCH.
    MOVE 'N' TO WS-RETIRED-SWITCH.
    IF WS-LEDGER-COUNT > ZERO
        SET WS-LG-IDX TO 1
        SEARCH WS-LEDGER-ENTRY
            WHEN WS-LG-TABLE-NAME (WS-LG-IDX) = WS-PURGE-TABLE-NAME
                    AND WS-LG-REQUEST-ID (WS-LG-IDX) = ER-REQUEST-ID
                SET WS-LEDGER-ENTRY-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT WS-LEDGER-ENTRY-FOUND
        PERFORM FIND-RETIRED-REQUEST
    END-IF.
    IF NOT WS-LEDGER-ENTRY-FOUND AND NOT WS-REQUEST-RETIRED
            AND WS-LEDGER-COUNT < 2000
        ADD 1 TO WS-LEDGER-COUNT
        SET WS-LG-IDX TO WS-LEDGER-COUNT
        MOVE WS-PURGE-TABLE-NAME TO WS-LG-TABLE-NAME (WS-LG-IDX)
        MOVE ER-REQUEST-ID TO WS-LG-REQUEST-ID (WS-LG-IDX)
        MOVE ZERO TO WS-LG-DELETE-SNAPSHOT-ID (WS-LG-IDX)
        MOVE SPACES TO WS-LG-DELETE-FILE-PATH (WS-LG-IDX)
        MOVE 'PENDING' TO WS-LG-STATUS (WS-LG-IDX)
        MOVE ZERO TO WS-LG-COMPLETED-DATE (WS-LG-IDX)
        SET WS-LEDGER-ENTRY-FOUND TO TRUE
    END-IF.

FIND-RETIRED-REQUEST.
    MOVE 'N' TO WS-COMPLETED-EOF-SWITCH.
    OPEN INPUT ERASURE-COMPLETED-FILE.
    IF WS-COMPLETED-FILE-OK
        PERFORM MATCH-ONE-RETIRED-REQUEST
            UNTIL END-OF-COMPLETED OR WS-REQUEST-RETIRED
        CLOSE ERASURE-COMPLETED-FILE
    END-IF.

MATCH-ONE-RETIRED-REQUEST.
    READ ERASURE-COMPLETED-FILE
        AT END SET END-OF-COMPLETED TO TRUE
        NOT AT END
            IF EC-TABLE-NAME = WS-PURGE-TABLE-NAME
                    AND EC-REQUEST-ID = ER-REQUEST-ID
                SET WS-REQUEST-RETIRED TO TRUE
                MOVE EC-COMPLETED-DATE TO WS-RETIRED-DATE
            END-IF
    END-READ.

WRITE-RETIRED-REQUEST-LINE.
    MOVE SPACES TO FULFILLMENT-REPORT-LINE.
    STRING 'REQUEST=' DELIMITED BY SIZE
        ER-REQUEST-ID DELIMITED BY SPACE
        ' ALREADY COMPLETE ON ' WS-RETIRED-DATE DELIMITED BY SIZE
        ' - NOTHING TO DO' DELIMITED BY SIZE
        INTO FULFILLMENT-REPORT-LINE.
    WRITE FULFILLMENT-REPORT-LINE.

ERASE-ONE-REQUEST.
    MOVE 'Y' TO WS-LG-SEEN-SWITCH (WS-LG-IDX).
    MOVE ER-IDENTIFIER-VALUE TO WS-LG-IDENTIFIER-VALUE (WS-LG-IDX).
    IF WS-LG-DELETE-SNAPSHOT-ID (WS-LG-IDX) = ZERO
        PERFORM WRITE-ONE-DELETE-VALUE-SET
        ADD 1 TO WS-NEW-DELETE-COUNT
        MOVE WS-PURGE-SNAPSHOT-ID
            TO WS-LG-DELETE-SNAPSHOT-ID (WS-LG-IDX)
        MOVE WS-DELETE-FILE-PATH TO WS-LG-DELETE-FILE-PATH (WS-LG-IDX)
    END-IF.
    MOVE ZERO TO WS-LG-TOMBSTONES-REQUIRED (WS-LG-IDX).
    MOVE ZERO TO WS-LG-TOMBSTONES-CONFIRMED (WS-LG-IDX).
    IF WS-TOPIC-MAP-COUNT > ZERO
        PERFORM MARK-ONE-TOPIC-KEY
            VARYING WS-TM-IDX FROM 1 BY 1
            UNTIL WS-TM-IDX > WS-TOPIC-MAP-COUNT
    END-IF.
    IF WS-LG-TOMBSTONES-REQUIRED (WS-LG-IDX) > ZERO
        PERFORM MATCH-TOMBSTONE-CONFIRMS
        PERFORM SETTLE-ONE-TOPIC-KEY
            VARYING WS-TM-IDX FROM 1 BY 1
            UNTIL WS-TM-IDX > WS-TOPIC-MAP-COUNT
    END-IF.

*> Marks the keys this request's identifier maps to; each starts
*> unconfirmed until the confirmations say otherwise.
MARK-ONE-TOPIC-KEY.
    MOVE 'N' TO WS-TM-CONFIRMED-SWITCH (WS-TM-IDX).
    IF WS-TM-IDENTIFIER-VALUE (WS-TM-IDX) = ER-IDENTIFIER-VALUE
        MOVE 'Y' TO WS-TM-NEEDED-SWITCH (WS-TM-IDX)
        ADD 1 TO WS-LG-TOMBSTONES-REQUIRED (WS-LG-IDX)
    ELSE
        MOVE 'N' TO WS-TM-NEEDED-SWITCH (WS-TM-IDX)
    END-IF.

*> One pass through the confirmations for this request, marking each
*> of its keys a committed tombstone covers; a key confirmed twice is
*> still one key.
MATCH-TOMBSTONE-CONFIRMS.
    MOVE 'N' TO WS-CONFIRM-EOF-SWITCH.
    OPEN INPUT TOMBSTONE-CONFIRM-FILE.
    IF WS-CONFIRM-FILE-OK
        PERFORM MATCH-ONE-TOMBSTONE-CONFIRM UNTIL END-OF-CONFIRMS
        CLOSE TOMBSTONE-CONFIRM-FILE
    END-IF.

MATCH-ONE-TOMBSTONE-CONFIRM.
    READ TOMBSTONE-CONFIRM-FILE
        AT END SET END-OF-CONFIRMS TO TRUE
        NOT AT END
            IF TC-REQUEST-ID = ER-REQUEST-ID
                PERFORM MATCH-CONFIRM-TO-TOPIC-KEY
                    VARYING WS-TM-IDX FROM 1 BY 1
                    UNTIL WS-TM-IDX > WS-TOPIC-MAP-COUNT
            END-IF
    END-READ.

MATCH-CONFIRM-TO-TOPIC-KEY.
    IF WS-TM-NEEDED (WS-TM-IDX)
            AND WS-TM-TOPIC-NAME (WS-TM-IDX) = TC-TOPIC-NAME
            AND WS-TM-MESSAGE-KEY (WS-TM-IDX) = TC-MESSAGE-KEY
        MOVE 'Y' TO WS-TM-CONFIRMED-SWITCH (WS-TM-IDX)
    END-IF.

SETTLE-ONE-TOPIC-KEY.
    IF WS-TM-NEEDED (WS-TM-IDX)
        IF WS-TM-CONFIRMED (WS-TM-IDX)
            ADD 1 TO WS-LG-TOMBSTONES-CONFIRMED (WS-LG-IDX)
        ELSE
            PERFORM WRITE-TOMBSTONE-REQUEST
        END-IF
    END-IF.

WRITE-TOMBSTONE-REQUEST.
    ADD 1 TO WS-TOMBSTONE-REQUEST-COUNT.
    MOVE SPACES TO ERASURE-TOMBSTONE-CARD.
    MOVE ER-REQUEST-ID TO ET-REQUEST-ID.
    MOVE WS-TM-TOPIC-NAME (WS-TM-IDX) TO ET-TOPIC-NAME.
    MOVE WS-TM-MESSAGE-KEY (WS-TM-IDX) TO ET-MESSAGE-KEY.
    WRITE ERASURE-TOMBSTONE-CARD.

WRITE-ONE-DELETE-VALUE-SET.
    PERFORM WRITE-ONE-DELETE-VALUE-ROW
        VARYING WS-ID-IDX FROM 1 BY 1
*> understand. The deleted-row count is zero here - how many rows
*> the equality values actually strike is only known when the delete
*> is applied, and guessing would corrupt the changelog totals.
COMMIT-EQ-DELETE-SNAPSHOT.
    MOVE ZERO TO WS-COVERED-FILE-COUNT.
    OPEN EXTEND SNAPSHOT-FILE-HISTORY.
    IF NOT WS-FILE-HISTORY-OK
        CLOSE TABLE-DATA-FILE-LISTING
    END-IF.
    CLOSE SNAPSHOT-FILE-HISTORY.
    PERFORM WRITE-PURGE-SNAPSHOT-SUMMARY.

*> The purge snapshot adds the one equality-delete file and removes
*> nothing outright; its row count stays zero for the same reason the
*> history records' does.
WRITE-PURGE-SNAPSHOT-SUMMARY.
    OPEN EXTEND SNAPSHOT-SUMMARY-FILE.
    IF NOT WS-SNAPSHOT-SUMMARY-OK
        CLOSE SNAPSHOT-SUMMARY-FILE
        OPEN OUTPUT SNAPSHOT-SUMMARY-FILE
    END-IF.
    MOVE SPACES TO SNAPSHOT-SUMMARY-REC.
    MOVE WS-PURGE-TABLE-NAME TO SSR-TABLE-NAME.
    MOVE WS-PURGE-SNAPSHOT-ID TO SSR-SNAPSHOT-ID.
    MOVE WS-HIGHEST-SNAPSHOT-ID TO SSR-PARENT-SNAPSHOT-ID.
    MOVE 'DELETE' TO SSR-OPERATION.
    MOVE 'RIGHT-TO-ERASURE-PURGE' TO SSR-COMMIT-PROGRAM.
    MOVE WS-COMMIT-PRINCIPAL TO SSR-COMMIT-PRINCIPAL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO SSR-COMMIT-TIMESTAMP.
    MOVE 1 TO SSR-ADDED-FILES.
    MOVE ZERO TO SSR-REMOVED-FILES.
    MOVE ZERO TO SSR-ADDED-ROWS.
    MOVE ZERO TO SSR-REMOVED-ROWS.
    MOVE ZERO TO SSR-ADDED-BYTES.
    MOVE ZERO TO SSR-REMOVED-BYTES.
    WRITE SNAPSHOT-SUMMARY-REC.
    CLOSE SNAPSHOT-SUMMARY-FILE.

COVER-ONE-DATA-FILE.
    READ TABLE-DATA-FILE-LISTING
            WRITE SNAPSHOT-FILE-HISTORY-REC
    END-READ.

*> The line the compliance file quotes: which request, which value,
*> the delete file and snapshot that struck it from the table, and
*> how many of its topic keys are confirmed tombstoned. A request is
*> COMPLETE only when its table delete has committed and every
*> mapped key is confirmed - against a topic map read whole - and
*> until then it stays PENDING and the next run chases what is left.
WRITE-ALL-REQUEST-STATUS-LINES.
    PERFORM WRITE-ONE-REQUEST-STATUS-LINE
        VARYING WS-LG-IDX FROM 1 BY 1
        UNTIL WS-LG-IDX > WS-LEDGER-COUNT.

WRITE-ONE-REQUEST-STATUS-LINE.
    IF WS-LG-SEEN-THIS-RUN (WS-LG-IDX)
        IF WS-LG-DELETE-SNAPSHOT-ID (WS-LG-IDX) > ZERO
                AND WS-LG-TOMBSTONES-CONFIRMED (WS-LG-IDX)
                    NOT < WS-LG-TOMBSTONES-REQUIRED (WS-LG-IDX)
                AND WS-TOPIC-MAP-PRESENT
                AND WS-TOPIC-MAP-OVERFLOW-COUNT = ZERO
            IF WS-LG-COMPLETED-DATE (WS-LG-IDX) = ZERO
                MOVE WS-TODAY TO WS-LG-COMPLETED-DATE (WS-LG-IDX)
            END-IF
            MOVE 'COMPLETE' TO WS-LG-STATUS (WS-LG-IDX)
            ADD 1 TO WS-COMPLETE-COUNT
        ELSE
            MOVE 'PENDING' TO WS-LG-STATUS (WS-LG-IDX)
            MOVE ZERO TO WS-LG-COMPLETED-DATE (WS-LG-IDX)
            ADD 1 TO WS-PENDING-COUNT
        END-IF
        MOVE WS-LG-TOMBSTONES-CONFIRMED (WS-LG-IDX)
            TO WS-CONFIRMED-DISPLAY
        MOVE WS-LG-TOMBSTONES-REQUIRED (WS-LG-IDX)
            TO WS-REQUIRED-DISPLAY
        MOVE SPACES TO FULFILLMENT-REPORT-LINE
        STRING 'REQUEST=' DELIMITED BY SIZE
            WS-LG-REQUEST-ID (WS-LG-IDX) DELIMITED BY SPACE
            ' IDENTIFIER=' DELIMITED BY SIZE
            WS-LG-IDENTIFIER-VALUE (WS-LG-IDX) DELIMITED BY SPACE
            ' DELETE-FILE=' DELIMITED BY SIZE
            WS-LG-DELETE-FILE-PATH (WS-LG-IDX) DELIMITED BY SPACE
            ' SNAPSHOT=' WS-LG-DELETE-SNAPSHOT-ID (WS-LG-IDX)
                DELIMITED BY SIZE
            ' TOMBSTONES-CONFIRMED=' DELIMITED BY SIZE
            WS-CONFIRMED-DISPLAY DELIMITED BY SIZE
            ' OF ' WS-REQUIRED-DISPLAY DELIMITED BY SIZE
            ' STATUS=' DELIMITED BY SIZE
            WS-LG-STATUS (WS-LG-IDX) DELIMITED BY SPACE
            INTO FULFILLMENT-REPORT-LINE
        WRITE FULFILLMENT-REPORT-LINE
    END-IF.

*> Open requests are rewritten to the ledger; completed ones are
*> appended to the completed ledger and leave it. The ledger is only
*> ever rewritten from a load that held every record of it.
SAVE-ERASURE-LEDGER.
    IF WS-LEDGER-OVERFLOW-COUNT = ZERO
        MOVE ZERO TO WS-RETIRED-COUNT
        OPEN EXTEND ERASURE-COMPLETED-FILE
        IF NOT WS-COMPLETED-FILE-OK
            CLOSE ERASURE-COMPLETED-FILE
            OPEN OUTPUT ERASURE-COMPLETED-FILE
        END-IF
        OPEN OUTPUT ERASURE-LEDGER-FILE
        PERFORM SAVE-ONE-LEDGER-ENTRY
            VARYING WS-LG-IDX FROM 1 BY 1
            UNTIL WS-LG-IDX > WS-LEDGER-COUNT
        CLOSE ERASURE-LEDGER-FILE
        CLOSE ERASURE-COMPLETED-FILE
    END-IF.

SAVE-ONE-LEDGER-ENTRY.
    IF WS-LG-STATUS (WS-LG-IDX) = 'COMPLETE'
        PERFORM RETIRE-ONE-LEDGER-ENTRY
    ELSE
        PERFORM KEEP-ONE-LEDGER-ENTRY
    END-IF.

RETIRE-ONE-LEDGER-ENTRY.
    ADD 1 TO WS-RETIRED-COUNT.
    MOVE SPACES TO ERASURE-COMPLETED-REC.
    MOVE WS-LG-TABLE-NAME (WS-LG-IDX) TO EC-TABLE-NAME.
    MOVE WS-LG-REQUEST-ID (WS-LG-IDX) TO EC-REQUEST-ID.
    MOVE WS-LG-IDENTIFIER-VALUE (WS-LG-IDX) TO EC-IDENTIFIER-VALUE.
    MOVE WS-LG-DELETE-SNAPSHOT-ID (WS-LG-IDX) TO EC-DELETE-SNAPSHOT-ID.
    MOVE WS-LG-DELETE-FILE-PATH (WS-LG-IDX) TO EC-DELETE-FILE-PATH.
    MOVE WS-LG-TOMBSTONES-REQUIRED (WS-LG-IDX)
        TO EC-TOMBSTONES-REQUIRED.
    MOVE WS-LG-TOMBSTONES-CONFIRMED (WS-LG-IDX)
        TO EC-TOMBSTONES-CONFIRMED.
    MOVE WS-LG-STATUS (WS-LG-IDX) TO EC-STATUS.
    MOVE WS-LG-COMPLETED-DATE (WS-LG-IDX) TO EC-COMPLETED-DATE.
    WRITE ERASURE-COMPLETED-REC.

KEEP-ONE-LEDGER-ENTRY.
    MOVE SPACES TO ERASURE-LEDGER-REC.
    MOVE WS-LG-TABLE-NAME (WS-LG-IDX) TO EL-TABLE-NAME.
    MOVE WS-LG-REQUEST-ID (WS-LG-IDX) TO EL-REQUEST-ID.
    MOVE WS-LG-IDENTIFIER-VALUE (WS-LG-IDX) TO EL-IDENTIFIER-VALUE.
    MOVE WS-LG-DELETE-SNAPSHOT-ID (WS-LG-IDX) TO EL-DELETE-SNAPSHOT-ID.
    MOVE WS-LG-DELETE-FILE-PATH (WS-LG-IDX) TO EL-DELETE-FILE-PATH.
    MOVE WS-LG-TOMBSTONES-REQUIRED (WS-LG-IDX)
        TO EL-TOMBSTONES-REQUIRED.
    MOVE WS-LG-TOMBSTONES-CONFIRMED (WS-LG-IDX)
        TO EL-TOMBSTONES-CONFIRMED.
    MOVE WS-LG-STATUS (WS-LG-IDX) TO EL-STATUS.
    MOVE WS-LG-COMPLETED-DATE (WS-LG-IDX) TO EL-COMPLETED-DATE.
    WRITE ERASURE-LEDGER-REC.

WRITE-FULFILLMENT-SUMMARY.
    MOVE WS-REQUEST-COUNT TO WS-REQUEST-DISPLAY.
    MOVE WS-COVERED-FILE-COUNT TO WS-COVERED-DISPLAY.
    MOVE WS-TOMBSTONE-REQUEST-COUNT TO WS-TOMBSTONE-REQUEST-DISPLAY.
    MOVE WS-COMPLETE-COUNT TO WS-COMPLETE-DISPLAY.
    MOVE WS-PENDING-COUNT TO WS-PENDING-DISPLAY.
    MOVE SPACES TO FULFILLMENT-REPORT-LINE.
    STRING 'SUMMARY REQUESTS=' WS-REQUEST-DISPLAY
            DELIMITED BY SIZE
        ' DATA-FILES-COVERED=' WS-COVERED-DISPLAY
            DELIMITED BY SIZE
        ' SNAPSHOT=' WS-PURGE-SNAPSHOT-ID DELIMITED BY SIZE
        ' IDENTIFIERS-FROM=' DELIMITED BY SIZE
        WS-IDENTIFIER-SOURCE DELIMITED BY '  '
        ' TOMBSTONES-REQUESTED=' WS-TOMBSTONE-REQUEST-DISPLAY
            DELIMITED BY SIZE
        ' COMPLETE=' WS-COMPLETE-DISPLAY DELIMITED BY SIZE
        ' PENDING=' WS-PENDING-DISPLAY DELIMITED BY SIZE
        INTO FULFILLMENT-REPORT-LINE.
    WRITE FULFILLMENT-REPORT-LINE.
    MOVE WS-RETIRED-COUNT TO WS-RETIRED-DISPLAY.
    MOVE SPACES TO FULFILLMENT-REPORT-LINE.
    STRING 'LEDGER REQUESTS-RETIRED=' WS-RETIRED-DISPLAY
            DELIMITED BY SIZE
        ' TO THE COMPLETED LEDGER' DELIMITED BY SIZE
        INTO FULFILLMENT-REPORT-LINE.
    WRITE FULFILLMENT-REPORT-LINE.
    IF NOT WS-TOPIC-MAP-PRESENT
        MOVE SPACES TO FULFILLMENT-REPORT-LINE
        STRING 'INCOMPLETE TOPIC MAP: ERASURETOPICMAP NOT PRESENT'
                DELIMITED BY SIZE
            ' - NO REQUEST JUDGED COMPLETE' DELIMITED BY SIZE
            INTO FULFILLMENT-REPORT-LINE
        WRITE FULFILLMENT-REPORT-LINE
    END-IF.
    IF WS-TOPIC-MAP-OVERFLOW-COUNT > ZERO
        MOVE WS-TOPIC-MAP-OVERFLOW-COUNT
            TO WS-TOPIC-MAP-OVERFLOW-DISPLAY
        MOVE SPACES TO FULFILLMENT-REPORT-LINE
        STRING 'INCOMPLETE TOPIC MAP CARDS BEYOND THE 2000-KEY LIMIT='
                DELIMITED BY SIZE
            WS-TOPIC-MAP-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - NO REQUEST JUDGED COMPLETE' DELIMITED BY SIZE
            INTO FULFILLMENT-REPORT-LINE
        WRITE FULFILLMENT-REPORT-LINE
    END-IF.
