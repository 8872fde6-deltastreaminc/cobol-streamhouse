        ASSIGN TO "STUCKSWEEPERCONFIG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SWEEPER-CONFIG-STATUS.
    SELECT TXN-ABORT-APPROVAL-FILE
        ASSIGN TO "TXNABORTAPPROVALS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ABORT-APPROVAL-STATUS.
    SELECT APPROVAL-POLICY-FILE
        ASSIGN TO "APPROVALPOLICY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPROVAL-POLICY-STATUS.
    SELECT FENCING-LOG
        ASSIGN TO "FENCINGLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FENCING-LOG-STATUS.
    SELECT IDLE-EXPIRATION-CONFIG-FILE
        ASSIGN TO "IDLEEXPIRATIONCONFIG"
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT TXN-RETIREMENT-REPORT
        ASSIGN TO "TXNRETIREMENTREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TXN-STATE-SNAPSHOT-FILE
        ASSIGN TO "TXNSTATESNAPSHOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
    SELECT TXN-SNAPSHOT-REPORT
        ASSIGN TO "TXNSNAPSHOTREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PRODUCER-EPOCH-RESET-FILE
        ASSIGN TO "PRODUCEREPOCHRESETS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EPOCH-RESET-STATUS.

DATA DIVISION.
FILE SECTION.
      88 TE-FROM-CLIENT VALUE 'Y'.
   05 TE-DURATION-MS PIC 9(9).
   05 TE-EVENT-DATE PIC 9(8).
   05 TE-PENDING-PARTITION-COUNT PIC 9(3).
   05 TE-PENDING-PARTITIONS PIC X(120).

FD END-TRANSACTION-LOG.
01 END-TRANSACTION-LINE PIC X(200).
   05 SS-REHEARSAL-SWITCH PIC X.
      88 SS-REHEARSAL-ONLY VALUE 'Y'.

*> Forced aborts are under dual control: the operator front door
*> writes one card per transactional id a second operator approved
*> for a FORCE-ABORT, stamped with when it was approved. Without one
*> the sweeper holds its hand. A card past the approval window, or
*> one a forced abort has already used, is no approval either; the
*> sweeper marks the card used once it acts.
FD TXN-ABORT-APPROVAL-FILE.
01 TXN-ABORT-APPROVAL-CARD.
   05 XA-TRANSACTIONAL-ID PIC X(32).
   05 XA-REQUEST-ID PIC 9(8).
   05 XA-REQUESTED-BY PIC X(30).
   05 XA-APPROVED-BY PIC X(30).
   05 XA-APPROVED-AT PIC 9(14).
   05 XA-USED-SWITCH PIC X.
      88 XA-APPROVAL-USED VALUE 'U'.

*> The approval window in minutes, the operator front door's policy
*> card; default a day.
FD APPROVAL-POLICY-FILE.
01 APPROVAL-POLICY-CARD.
   05 AP-EXPIRY-MINUTES PIC 9(5).

*> Every stale-epoch rejection, appended run after run and chained:
*> each line carries a sequence number and a hash over the previous
*> line's hash and its own text.
FD FENCING-LOG.
01 FENCING-LOG-REC.
   05 FENCING-LOG-LINE PIC X(200).
   05 FL-CHAIN-SEQUENCE PIC 9(10).
   05 FL-CHAIN-HASH PIC 9(18).

*> Idle-expiration policy, one card: a transactional id whose last
*> event is older than this many days - and not in an open
FD TXN-RETIREMENT-REPORT.
01 TXN-RETIREMENT-LINE PIC X(200).

*> Coordinator state as of the end of the last run, so a restart
*> replays only the events written since: a header carrying how many
*> event cards the state already reflects, one detail card per live
*> transactional id, and a trailer whose count proves the snapshot
*> was written whole. A snapshot without a matching trailer is not
*> trusted and the full event file is replayed instead. A detail card
*> also carries how long the transaction had sat in its state and as
*> of when, and whether a forced abort on it is held for approval, so
*> the sweeper can judge it again even if no event for it arrives.
FD TXN-STATE-SNAPSHOT-FILE.
01 TXN-SNAPSHOT-RECORD.
   05 SN-RECORD-TYPE PIC X.
      88 SN-IS-HEADER VALUE 'H'.
      88 SN-IS-DETAIL VALUE 'D'.
      88 SN-IS-TRAILER VALUE 'T'.
   05 SN-DETAIL-DATA.
      10 SN-TRANSACTIONAL-ID PIC X(32).
      10 SN-PRODUCER-ID PIC 9(18).
      10 SN-PRODUCER-EPOCH PIC 9(5).
      10 SN-STATE PIC X(16).
      10 SN-LAST-UPDATE-DATE PIC 9(8).
      10 SN-PENDING-PARTITION-COUNT PIC 9(3).
      10 SN-PENDING-PARTITIONS PIC X(120).
      10 SN-CLIENT-TXN-VERSION PIC X(3).
      10 SN-STATE-DURATION-MS PIC 9(9).
      10 SN-DURATION-AS-OF PIC 9(14).
      10 SN-ABORT-HELD-SWITCH PIC X.
   05 SN-CONTROL-DATA REDEFINES SN-DETAIL-DATA.
      10 SN-EVENTS-CONSUMED PIC 9(9).
      10 SN-TXN-RECORD-COUNT PIC 9(5).
      10 SN-SNAPSHOT-TIMESTAMP PIC 9(14).
      10 FILLER PIC X(201).

FD TXN-SNAPSHOT-REPORT.
01 TXN-SNAPSHOT-LINE PIC X(200).

*> One card per epoch bump, appended run after run for the request
*> handler: a producer's sequence numbers start again at zero under
*> its new epoch, so whatever the handler tracked for it under any
*> earlier epoch is discarded.
FD PRODUCER-EPOCH-RESET-FILE.
01 PRODUCER-EPOCH-RESET-CARD.
   05 ER-PRODUCER-ID PIC 9(18).
   05 ER-NEW-EPOCH PIC 9(5).
   05 ER-RESET-DATE PIC 9(8).
   05 ER-TRANSACTIONAL-ID PIC X(32).

WORKING-STORAGE SECTION.
01 WS-EVENT-FILE-STATUS PIC XX.
   88 WS-EVENT-FILE-OK VALUE '00'.
01 WS-BEFORE-SWEEP-EPOCH PIC 9(5).
01 WS-FORCED-ABORT-COUNT PIC 9(5) VALUE ZERO.
01 WS-REHEARSED-ABORT-COUNT PIC 9(5) VALUE ZERO.
01 WS-HELD-ABORT-COUNT PIC 9(5) VALUE ZERO.

01 WS-FENCING-LOG-STATUS PIC XX.
   88 WS-FENCING-LOG-OK VALUE '00'.
01 WS-FENCING-CHAIN-NAME PIC X(30) VALUE 'FENCINGLOG'.
01 WS-FENCING-BODY-LENGTH PIC 9(4) COMP VALUE 200.
01 WS-ABORT-APPROVAL-STATUS PIC XX.
   88 WS-ABORT-APPROVAL-OK VALUE '00'.
01 WS-ABORT-APPROVAL-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-ABORT-APPROVALS VALUE 'Y'.
01 WS-APPROVAL-POLICY-STATUS PIC XX.
   88 WS-APPROVAL-POLICY-OK VALUE '00'.
01 WS-APPROVAL-EXPIRY-MINUTES PIC 9(5) VALUE 1440.
01 WS-APPROVAL-AGE-MINUTES PIC S9(9) VALUE ZERO.

*> Every approval card is held, used and expired ones included, so
*> the deck can be rewritten whole once a card is used. Cards beyond
*> the table are counted; with any left out the deck cannot be
*> rewritten, so no forced abort is taken on it.
01 WS-ABORT-APPROVAL-COUNT PIC 9(3) VALUE ZERO.
01 WS-ABORT-APPROVAL-TABLE.
   05 WS-AA-ENTRY OCCURS 1 TO 200 TIMES
         DEPENDING ON WS-ABORT-APPROVAL-COUNT
         INDEXED BY WS-AA-IDX.
      10 WS-AA-TRANSACTIONAL-ID PIC X(32).
      10 WS-AA-REQUEST-ID PIC 9(8).
      10 WS-AA-REQUESTED-BY PIC X(30).
      10 WS-AA-APPROVED-BY PIC X(30).
      10 WS-AA-APPROVED-AT PIC 9(14).
      10 WS-AA-APPROVED-AT-PARTS REDEFINES WS-AA-APPROVED-AT.
         15 WS-AA-APPROVED-DATE PIC 9(8).
         15 WS-AA-APPROVED-HH PIC 99.
         15 WS-AA-APPROVED-MI PIC 99.
         15 FILLER PIC 99.
      10 WS-AA-USED-SWITCH PIC X.
         88 WS-AA-IS-USED VALUE 'U'.
01 WS-ABORT-APPROVAL-OVERFLOW PIC 9(7) VALUE ZERO.
01 WS-ABORT-APPROVED-SWITCH PIC X.
   88 WS-ABORT-IS-APPROVED VALUE 'Y'.
01 WS-APPROVAL-MATCH-IDX PIC 9(3) VALUE ZERO.
01 WS-APPROVAL-SCAN PIC 9(3) VALUE ZERO.
01 WS-APPROVAL-USED-COUNT PIC 9(3) VALUE ZERO.
01 WS-ABORT-HELD-REASON PIC X(40).
01 WS-OVERFLOW-DISPLAY PIC Z(6)9.

*> Highest producer epoch seen per producer id - the zombie fence: a
*> delayed duplicate from a restarted producer arrives bearing an
*> epoch below its replacement's and must not be processed. An event
*> that raises it is a bump the request handler is told about too.
01 WS-PRODUCER-EPOCH-COUNT PIC 9(3) VALUE ZERO.
01 WS-PRODUCER-EPOCH-TABLE.
   05 WS-PE-ENTRY OCCURS 1 TO 200 TIMES
01 WS-FENCED-EVENT-COUNT PIC 9(5) VALUE ZERO.
01 WS-HIGHEST-EPOCH-DISPLAY PIC ZZZZ9.
01 WS-FENCED-COUNT-DISPLAY PIC ZZZZ9.
01 WS-EPOCH-RESET-STATUS PIC XX.
   88 WS-EPOCH-RESET-OK VALUE '00'.
01 WS-EPOCH-RESET-COUNT PIC 9(5) VALUE ZERO.
01 WS-EPOCH-RESET-DISPLAY PIC ZZZZ9.

01 WS-IDLE-CONFIG-STATUS PIC XX.
   88 WS-IDLE-CONFIG-OK VALUE '00'.
01 WS-IDLE-DAYS-DEFAULT PIC 9(5) VALUE 365.
01 WS-IDLE-EXPIRE-DAYS PIC 9(5) VALUE 365.
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-CURRENT-PARTS REDEFINES WS-CURRENT-DATE-TIME.
   05 WS-NOW-DATE PIC 9(8).
   05 WS-NOW-HH PIC 99.
   05 WS-NOW-MI PIC 99.
   05 WS-NOW-SS PIC 99.
   05 FILLER PIC X(7).
01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE ZERO.
01 WS-IDLE-AGE-DAYS PIC S9(7) VALUE ZERO.

*> Last-seen state per transactional id, fed by every processed
*> event, judged by the idle-expiration pass at end of run. How long
*> it had sat in its state is kept as of the run that saw it; a
*> forced abort held for approval on an id no event touches this run
*> is judged again at end of run from that.
01 WS-TXN-COUNT PIC 9(4) VALUE ZERO.
01 WS-TXN-TABLE.
   05 WS-TXN-ENTRY OCCURS 1 TO 1000 TIMES
      10 WS-TX-TRANSACTIONAL-ID PIC X(32).
      10 WS-TX-LAST-EVENT-DATE PIC 9(8).
      10 WS-TX-LAST-STATE PIC X(16).
      10 WS-TX-PRODUCER-ID PIC 9(18).
      10 WS-TX-PRODUCER-EPOCH PIC 9(5).
      10 WS-TX-PENDING-COUNT PIC 9(3).
      10 WS-TX-PENDING-PARTITIONS PIC X(120).
      10 WS-TX-SNAPSHOT-CHECK-SWITCH PIC X.
         88 WS-TX-AWAITS-SNAPSHOT-CHECK VALUE 'Y'.
      10 WS-TX-RETIRED-SWITCH PIC X.
         88 WS-TX-IS-RETIRED VALUE 'Y'.
      10 WS-TX-CLIENT-TXN-VERSION PIC X(3).
      10 WS-TX-STATE-DURATION-MS PIC 9(9).
      10 WS-TX-DURATION-AS-OF PIC 9(14).
      10 WS-TX-DURATION-AS-OF-PARTS REDEFINES WS-TX-DURATION-AS-OF.
         15 WS-TX-AS-OF-DATE PIC 9(8).
         15 WS-TX-AS-OF-HH PIC 99.
         15 WS-TX-AS-OF-MI PIC 99.
         15 WS-TX-AS-OF-SS PIC 99.
      10 WS-TX-HELD-SWITCH PIC X.
         88 WS-TX-ABORT-IS-HELD VALUE 'Y'.
      10 WS-TX-SEEN-SWITCH PIC X.
         88 WS-TX-SEEN-THIS-RUN VALUE 'Y'.
01 WS-TXN-FOUND-SWITCH PIC X.
   88 WS-TXN-FOUND VALUE 'Y'.
01 WS-ELAPSED-MS PIC 9(15) VALUE ZERO.
01 WS-REJUDGED-DURATION-MS PIC 9(15) VALUE ZERO.
01 WS-REJUDGED-COUNT PIC 9(5) VALUE ZERO.

01 WS-PROTECTED-COUNT PIC 9(3) VALUE ZERO.
01 WS-PROTECTION-TABLE.
01 WS-NEW-EPOCH-DISPLAY PIC ZZZZ9.
01 WS-DURATION-DISPLAY PIC Z(8)9.

01 WS-SNAPSHOT-FILE-STATUS PIC XX.
   88 WS-SNAPSHOT-FILE-OK VALUE '00'.
01 WS-SNAPSHOT-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SNAPSHOT VALUE 'Y'.
01 WS-SNAPSHOT-LOADED-SWITCH PIC X VALUE 'N'.
   88 WS-SNAPSHOT-IS-LOADED VALUE 'Y'.
01 WS-SNAPSHOT-TRAILER-SWITCH PIC X VALUE 'N'.
   88 WS-SNAPSHOT-TRAILER-SEEN VALUE 'Y'.
01 WS-SNAPSHOT-HEADER-SWITCH PIC X VALUE 'N'.
   88 WS-SNAPSHOT-HEADER-SEEN VALUE 'Y'.
01 WS-SNAPSHOT-EVENT-COUNT PIC 9(9) VALUE ZERO.
01 WS-SNAPSHOT-DETAIL-COUNT PIC 9(5) VALUE ZERO.
01 WS-SNAPSHOT-TRAILER-COUNT PIC 9(5) VALUE ZERO.
01 WS-EVENTS-SKIPPED PIC 9(9) VALUE ZERO.
01 WS-EVENTS-CONSUMED PIC 9(9) VALUE ZERO.
01 WS-SNAPSHOT-WRITTEN-COUNT PIC 9(5) VALUE ZERO.
01 WS-SNAPSHOT-DISCREPANCY-COUNT PIC 9(5) VALUE ZERO.
01 WS-DISCREPANCY-FIELD PIC X(12).
01 WS-DISCREPANCY-SNAPSHOT PIC X(20).
01 WS-DISCREPANCY-REPLAYED PIC X(20).
01 WS-EVENT-COUNT-DISPLAY PIC Z(8)9.
01 WS-SKIPPED-COUNT-DISPLAY PIC Z(8)9.
01 WS-SNAPSHOT-COUNT-DISPLAY PIC ZZZZ9.
01 WS-SNAPSHOT-EPOCH-DISPLAY PIC ZZZZ9.

PROCEDURE DIVISION.

MAIN-PROCEDURE.

PROCESS-TRANSACTION-EVENTS.
    PERFORM LOAD-SWEEPER-CONFIG.
    PERFORM LOAD-TXN-ABORT-APPROVALS.
    PERFORM LOAD-IDLE-EXPIRATION-CONFIG.
    PERFORM LOAD-TXN-PROTECTION-LIST.
    OPEN OUTPUT TXN-SNAPSHOT-REPORT.
    PERFORM LOAD-TXN-STATE-SNAPSHOT.
    OPEN INPUT TRANSACTION-EVENT-FILE.
    IF WS-EVENT-FILE-OK
        OPEN OUTPUT END-TRANSACTION-LOG
        OPEN OUTPUT STUCK-TRANSACTION-REPORT
        OPEN EXTEND FENCING-LOG
        IF NOT WS-FENCING-LOG-OK
            CLOSE FENCING-LOG
            OPEN OUTPUT FENCING-LOG
        END-IF
        OPEN EXTEND PRODUCER-EPOCH-RESET-FILE
        IF NOT WS-EPOCH-RESET-OK
            CLOSE PRODUCER-EPOCH-RESET-FILE
            OPEN OUTPUT PRODUCER-EPOCH-RESET-FILE
        END-IF
        PERFORM SKIP-SNAPSHOTTED-EVENTS
        PERFORM PROCESS-ONE-TRANSACTION-EVENT UNTIL END-OF-EVENTS
        PERFORM REJUDGE-HELD-ABORTS
        PERFORM WRITE-FENCING-SUMMARY
        PERFORM EXPIRE-IDLE-TRANSACTIONAL-IDS
        PERFORM WRITE-TXN-STATE-SNAPSHOT
        CLOSE TRANSACTION-EVENT-FILE
        CLOSE END-TRANSACTION-LOG
        CLOSE STUCK-TRANSACTION-REPORT
        CLOSE FENCING-LOG
        CLOSE PRODUCER-EPOCH-RESET-FILE
        IF WS-APPROVAL-USED-COUNT > ZERO
            PERFORM REWRITE-TXN-ABORT-APPROVALS
        END-IF
    END-IF.
    PERFORM WRITE-SNAPSHOT-SUMMARY.
    CLOSE TXN-SNAPSHOT-REPORT.

LOAD-IDLE-EXPIRATION-CONFIG.
    MOVE WS-IDLE-DAYS-DEFAULT TO WS-IDLE-EXPIRE-DAYS.
    READ TRANSACTION-EVENT-FILE
        AT END SET END-OF-EVENTS TO TRUE
        NOT AT END
            ADD 1 TO WS-EVENTS-CONSUMED
            IF WS-SNAPSHOT-IS-LOADED
                PERFORM CHECK-SNAPSHOT-CONTINUITY
            END-IF
            PERFORM CHECK-PRODUCER-EPOCH-FENCE
            IF WS-EVENT-IS-FENCED
                PERFORM WRITE-FENCED-EVENT-LINE
        SET WS-TXN-IDX TO WS-TXN-COUNT
        MOVE TE-TRANSACTIONAL-ID
            TO WS-TX-TRANSACTIONAL-ID (WS-TXN-IDX)
        MOVE 'N' TO WS-TX-SNAPSHOT-CHECK-SWITCH (WS-TXN-IDX)
        MOVE 'N' TO WS-TX-RETIRED-SWITCH (WS-TXN-IDX)
    END-IF.
    SET WS-TX-SEEN-THIS-RUN (WS-TXN-IDX) TO TRUE.
    MOVE 'N' TO WS-TX-HELD-SWITCH (WS-TXN-IDX).
    MOVE TE-CLIENT-TXN-VERSION TO WS-TX-CLIENT-TXN-VERSION (WS-TXN-IDX).
    MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-TX-DURATION-AS-OF (WS-TXN-IDX).
    IF WS-NEW-STATE = TE-STATE AND TE-DURATION-MS IS NUMERIC
        MOVE TE-DURATION-MS TO WS-TX-STATE-DURATION-MS (WS-TXN-IDX)
    ELSE
        MOVE ZERO TO WS-TX-STATE-DURATION-MS (WS-TXN-IDX)
    END-IF.
    IF TE-EVENT-DATE IS NUMERIC
        MOVE TE-EVENT-DATE TO WS-TX-LAST-EVENT-DATE (WS-TXN-IDX)
            TO WS-TX-LAST-EVENT-DATE (WS-TXN-IDX)
    END-IF.
    MOVE WS-NEW-STATE TO WS-TX-LAST-STATE (WS-TXN-IDX).
    MOVE TE-PRODUCER-ID TO WS-TX-PRODUCER-ID (WS-TXN-IDX).
    MOVE WS-NEW-EPOCH TO WS-TX-PRODUCER-EPOCH (WS-TXN-IDX).
    IF WS-NEW-STATE = "COMPLETE-COMMIT"
            OR WS-NEW-STATE = "COMPLETE-ABORT"
        MOVE ZERO TO WS-TX-PENDING-COUNT (WS-TXN-IDX)
        MOVE SPACES TO WS-TX-PENDING-PARTITIONS (WS-TXN-IDX)
    ELSE
        MOVE TE-PENDING-PARTITION-COUNT
            TO WS-TX-PENDING-COUNT (WS-TXN-IDX)
        MOVE TE-PENDING-PARTITIONS
            TO WS-TX-PENDING-PARTITIONS (WS-TXN-IDX)
    END-IF.

*> The idle pass: a transactional id whose last event is older than
*> the threshold and whose last state is not an open transaction is
            ADD 1 TO WS-STILL-ACTIVE-COUNT
        WHEN WS-IDLE-AGE-DAYS > WS-IDLE-EXPIRE-DAYS
            ADD 1 TO WS-RETIRED-COUNT
            SET WS-TX-IS-RETIRED (WS-TXN-IDX) TO TRUE
            MOVE WS-IDLE-AGE-DAYS TO WS-IDLE-AGE-DISPLAY
            MOVE SPACES TO TXN-RETIREMENT-LINE
            STRING "RETIRED TXN=" DELIMITED BY SIZE
                WS-PE-HIGHEST-EPOCH (WS-PRODUCER-MATCH-IDX)
            SET WS-EVENT-IS-FENCED TO TRUE
        ELSE
            IF TE-PRODUCER-EPOCH >
                    WS-PE-HIGHEST-EPOCH (WS-PRODUCER-MATCH-IDX)
                MOVE TE-PRODUCER-EPOCH TO WS-NEW-EPOCH
                PERFORM WRITE-EPOCH-RESET-CARD
            END-IF
            MOVE TE-PRODUCER-EPOCH TO
                WS-PE-HIGHEST-EPOCH (WS-PRODUCER-MATCH-IDX)
        END-IF
            DELIMITED BY SIZE
        " - STALE, REJECTED" DELIMITED BY SIZE
        INTO FENCING-LOG-LINE.
    PERFORM WRITE-FENCING-RECORD.

WRITE-FENCING-RECORD.
    CALL 'AUDIT-CHAIN-STAMP' USING WS-FENCING-CHAIN-NAME
        FENCING-LOG-LINE WS-FENCING-BODY-LENGTH
        FL-CHAIN-SEQUENCE FL-CHAIN-HASH.
    WRITE FENCING-LOG-REC.

WRITE-FENCING-SUMMARY.
    MOVE WS-FENCED-EVENT-COUNT TO WS-FENCED-COUNT-DISPLAY.
    MOVE WS-EPOCH-RESET-COUNT TO WS-EPOCH-RESET-DISPLAY.
    MOVE SPACES TO FENCING-LOG-LINE.
    STRING "SUMMARY FENCED-EVENTS=" WS-FENCED-COUNT-DISPLAY
        DELIMITED BY SIZE
        " EPOCH-RESETS=" WS-EPOCH-RESET-DISPLAY DELIMITED BY SIZE
        INTO FENCING-LOG-LINE.
    PERFORM WRITE-FENCING-RECORD.
    IF WS-ABORT-APPROVAL-OVERFLOW > ZERO
        MOVE WS-ABORT-APPROVAL-OVERFLOW TO WS-OVERFLOW-DISPLAY
        MOVE SPACES TO END-TRANSACTION-LINE
        STRING "INCOMPLETE FORCE-ABORT APPROVALS BEYOND THE "
                DELIMITED BY SIZE
            "200-CARD LIMIT=" WS-OVERFLOW-DISPLAY DELIMITED BY SIZE
            " - NO FORCED ABORT TAKEN THIS RUN" DELIMITED BY SIZE
            INTO END-TRANSACTION-LINE
        WRITE END-TRANSACTION-LINE
    END-IF.

*> Dispatches to the TV1 or TV2 end-transaction logic based on the
*> client transaction protocol version carried on the request, the
*> same split DESCRIBE-TRANSACTIONS/END-TRANSACTION makes between
*> older clients (TV1) and clients that support the epoch bump at
*> prepare time (TV2). Whichever bumps the epoch, the request handler
*> is told to start the producer's sequence tracking afresh.
END-TRANSACTION-DETAILS.
    IF TE-CLIENT-TXN-VERSION = "TV1"
        PERFORM END-TRANSACTION-WITH-TV1
        PERFORM END-TRANSACTION-WITH-TV2
    END-IF.
    PERFORM WRITE-END-TRANSACTION-LINE.
    IF WS-NEW-EPOCH > TE-PRODUCER-EPOCH
        PERFORM WRITE-EPOCH-RESET-CARD
    END-IF.

WRITE-EPOCH-RESET-CARD.
    ADD 1 TO WS-EPOCH-RESET-COUNT.
    MOVE TE-PRODUCER-ID TO ER-PRODUCER-ID.
    MOVE WS-NEW-EPOCH TO ER-NEW-EPOCH.
    IF TE-EVENT-DATE IS NUMERIC
        MOVE TE-EVENT-DATE TO ER-RESET-DATE
    ELSE
        MOVE WS-TODAY-YYYYMMDD TO ER-RESET-DATE
    END-IF.
    MOVE TE-TRANSACTIONAL-ID TO ER-TRANSACTIONAL-ID.
    WRITE PRODUCER-EPOCH-RESET-CARD.

*> TV1: the producer epoch is left unchanged while the transaction is
*> in PREPARE-COMMIT/PREPARE-ABORT, and is only bumped once the
        CLOSE STUCK-SWEEPER-CONFIG-FILE
    END-IF.

LOAD-TXN-ABORT-APPROVALS.
    MOVE ZERO TO WS-ABORT-APPROVAL-COUNT.
    MOVE ZERO TO WS-ABORT-APPROVAL-OVERFLOW.
    PERFORM LOAD-APPROVAL-WINDOW.
    OPEN INPUT TXN-ABORT-APPROVAL-FILE.
    IF WS-ABORT-APPROVAL-OK
        PERFORM LOAD-ONE-ABORT-APPROVAL UNTIL END-OF-ABORT-APPROVALS
        CLOSE TXN-ABORT-APPROVAL-FILE
    END-IF.

LOAD-ONE-ABORT-APPROVAL.
    READ TXN-ABORT-APPROVAL-FILE
        AT END SET END-OF-ABORT-APPROVALS TO TRUE
        NOT AT END
            IF WS-ABORT-APPROVAL-COUNT < 200
                ADD 1 TO WS-ABORT-APPROVAL-COUNT
                SET WS-AA-IDX TO WS-ABORT-APPROVAL-COUNT
                MOVE XA-TRANSACTIONAL-ID
                    TO WS-AA-TRANSACTIONAL-ID (WS-AA-IDX)
                MOVE XA-REQUEST-ID TO WS-AA-REQUEST-ID (WS-AA-IDX)
                MOVE XA-REQUESTED-BY TO WS-AA-REQUESTED-BY (WS-AA-IDX)
                MOVE XA-APPROVED-BY TO WS-AA-APPROVED-BY (WS-AA-IDX)
                IF XA-APPROVED-AT IS NUMERIC
                    MOVE XA-APPROVED-AT TO WS-AA-APPROVED-AT (WS-AA-IDX)
                ELSE
                    MOVE ZERO TO WS-AA-APPROVED-AT (WS-AA-IDX)
                END-IF
                MOVE XA-USED-SWITCH TO WS-AA-USED-SWITCH (WS-AA-IDX)
            ELSE
                ADD 1 TO WS-ABORT-APPROVAL-OVERFLOW
            END-IF
    END-READ.

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

*> Every card for the transactional id is judged; the first one
*> approved by a second operator, unused and inside the window is
*> the approval. Otherwise the reason given is that of the last card
*> found for the id, or that none was.
FIND-TXN-ABORT-APPROVAL.
    MOVE 'N' TO WS-ABORT-APPROVED-SWITCH.
    MOVE ZERO TO WS-APPROVAL-MATCH-IDX.
    MOVE 'AWAITING AN APPROVED FORCE-ABORT' TO WS-ABORT-HELD-REASON.
    IF WS-ABORT-APPROVAL-OVERFLOW > ZERO
        MOVE 'APPROVAL DECK BEYOND THE 200-CARD LIMIT'
            TO WS-ABORT-HELD-REASON
    ELSE
        PERFORM JUDGE-ONE-ABORT-APPROVAL
            VARYING WS-APPROVAL-SCAN FROM 1 BY 1
            UNTIL WS-APPROVAL-SCAN > WS-ABORT-APPROVAL-COUNT
                OR WS-ABORT-IS-APPROVED
    END-IF.
    IF WS-ABORT-IS-APPROVED
        SET WS-AA-IDX TO WS-APPROVAL-MATCH-IDX
    END-IF.

JUDGE-ONE-ABORT-APPROVAL.
    SET WS-AA-IDX TO WS-APPROVAL-SCAN.
    IF WS-AA-TRANSACTIONAL-ID (WS-AA-IDX) = TE-TRANSACTIONAL-ID
        MOVE -1 TO WS-APPROVAL-AGE-MINUTES
        IF WS-AA-APPROVED-AT (WS-AA-IDX) > ZERO
                AND FUNCTION TEST-DATE-YYYYMMDD
                    (WS-AA-APPROVED-DATE (WS-AA-IDX)) = 0
            COMPUTE WS-APPROVAL-AGE-MINUTES =
                (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE)
                 - FUNCTION INTEGER-OF-DATE
                     (WS-AA-APPROVED-DATE (WS-AA-IDX))) * 1440
                + WS-NOW-HH * 60 + WS-NOW-MI
                - WS-AA-APPROVED-HH (WS-AA-IDX) * 60
                - WS-AA-APPROVED-MI (WS-AA-IDX)
        END-IF
        EVALUATE TRUE
            WHEN WS-AA-APPROVED-BY (WS-AA-IDX) = SPACES
                    OR WS-AA-APPROVED-BY (WS-AA-IDX) =
                        WS-AA-REQUESTED-BY (WS-AA-IDX)
                MOVE 'APPROVAL NOT BY A SECOND OPERATOR'
                    TO WS-ABORT-HELD-REASON
            WHEN WS-AA-IS-USED (WS-AA-IDX)
                MOVE 'APPROVAL ALREADY USED BY A FORCED ABORT'
                    TO WS-ABORT-HELD-REASON
            WHEN WS-APPROVAL-AGE-MINUTES < ZERO
                MOVE 'APPROVAL CARRIES NO APPROVAL TIME'
                    TO WS-ABORT-HELD-REASON
            WHEN WS-APPROVAL-AGE-MINUTES > WS-APPROVAL-EXPIRY-MINUTES
                MOVE 'APPROVAL EXPIRED' TO WS-ABORT-HELD-REASON
            WHEN OTHER
                SET WS-ABORT-IS-APPROVED TO TRUE
                MOVE WS-APPROVAL-SCAN TO WS-APPROVAL-MATCH-IDX
        END-EVALUATE
    END-IF.

*> Used cards are marked so the next run cannot take a second forced
*> abort on the same approval.
REWRITE-TXN-ABORT-APPROVALS.
    OPEN OUTPUT TXN-ABORT-APPROVAL-FILE.
    PERFORM REWRITE-ONE-ABORT-APPROVAL
        VARYING WS-AA-IDX FROM 1 BY 1
        UNTIL WS-AA-IDX > WS-ABORT-APPROVAL-COUNT.
    CLOSE TXN-ABORT-APPROVAL-FILE.

REWRITE-ONE-ABORT-APPROVAL.
    MOVE SPACES TO TXN-ABORT-APPROVAL-CARD.
    MOVE WS-AA-TRANSACTIONAL-ID (WS-AA-IDX) TO XA-TRANSACTIONAL-ID.
    MOVE WS-AA-REQUEST-ID (WS-AA-IDX) TO XA-REQUEST-ID.
    MOVE WS-AA-REQUESTED-BY (WS-AA-IDX) TO XA-REQUESTED-BY.
    MOVE WS-AA-APPROVED-BY (WS-AA-IDX) TO XA-APPROVED-BY.
    MOVE WS-AA-APPROVED-AT (WS-AA-IDX) TO XA-APPROVED-AT.
    MOVE WS-AA-USED-SWITCH (WS-AA-IDX) TO XA-USED-SWITCH.
    WRITE TXN-ABORT-APPROVAL-CARD.

*> Reports do not release hung partitions; aborts do. A transaction
*> past the sweeper's age is driven through the same TV1/TV2
*> end-transaction logic a client abort takes, and the forced abort
*> is recorded with its before and after state. In rehearsal mode
*> the sweeper only says what it would have done. Outside rehearsal
*> an abort needs an approved FORCE-ABORT for the transactional id;
*> until one arrives the transaction is held and reported, and is
*> judged again next run whether or not an event for it arrives.
SWEEP-ONE-STUCK-TRANSACTION.
    MOVE TE-STATE TO WS-BEFORE-SWEEP-STATE.
    MOVE TE-PRODUCER-EPOCH TO WS-BEFORE-SWEEP-EPOCH.
        ADD 1 TO WS-REHEARSED-ABORT-COUNT
        PERFORM WRITE-REHEARSED-ABORT-LINE
    ELSE
        PERFORM FIND-TXN-ABORT-APPROVAL
        IF WS-ABORT-IS-APPROVED
            ADD 1 TO WS-FORCED-ABORT-COUNT
            SET WS-AA-IS-USED (WS-AA-IDX) TO TRUE
            ADD 1 TO WS-APPROVAL-USED-COUNT
            MOVE "ABORT" TO TE-MARKER-RESULT
            MOVE 'N' TO TE-IS-FROM-CLIENT
            PERFORM END-TRANSACTION-DETAILS
            PERFORM TRACK-TRANSACTIONAL-ID
            PERFORM WRITE-FORCED-ABORT-LINE
        ELSE
            ADD 1 TO WS-HELD-ABORT-COUNT
            SET WS-TX-ABORT-IS-HELD (WS-TXN-IDX) TO TRUE
            PERFORM WRITE-HELD-ABORT-LINE
        END-IF
    END-IF.

WRITE-REHEARSED-ABORT-LINE.
        WS-NEW-STATE DELIMITED BY SPACE
        " EPOCH=" WS-PRODUCER-EPOCH-DISPLAY DELIMITED BY SIZE
        "->" WS-NEW-EPOCH-DISPLAY DELIMITED BY SIZE
        " REQUEST=" WS-AA-REQUEST-ID (WS-AA-IDX) DELIMITED BY SIZE
        " APPROVED-BY=" DELIMITED BY SIZE
        WS-AA-APPROVED-BY (WS-AA-IDX) DELIMITED BY SPACE
        INTO END-TRANSACTION-LINE.
    WRITE END-TRANSACTION-LINE.

WRITE-HELD-ABORT-LINE.
    MOVE TE-DURATION-MS TO WS-DURATION-DISPLAY.
    MOVE SPACES TO END-TRANSACTION-LINE.
    STRING "SWEEPER ABORT-HELD TXN=" DELIMITED BY SIZE
        TE-TRANSACTIONAL-ID DELIMITED BY SPACE
        " STATE=" DELIMITED BY SIZE
        WS-BEFORE-SWEEP-STATE DELIMITED BY SPACE
        " DURATION-MS=" WS-DURATION-DISPLAY DELIMITED BY SIZE
        " - " WS-ABORT-HELD-REASON DELIMITED BY SIZE
        INTO END-TRANSACTION-LINE.
    WRITE END-TRANSACTION-LINE.

*> A held id no event touched this run has sat in its state for its
*> carried duration plus the time since; it is put back through the
*> stuck check as if an event had reported it, so an approval that
*> arrived since is acted on.
REJUDGE-HELD-ABORTS.
    MOVE ZERO TO WS-REJUDGED-COUNT.
    PERFORM REJUDGE-ONE-HELD-ABORT
        VARYING WS-TXN-IDX FROM 1 BY 1
        UNTIL WS-TXN-IDX > WS-TXN-COUNT.

REJUDGE-ONE-HELD-ABORT.
    IF WS-TX-ABORT-IS-HELD (WS-TXN-IDX)
            AND NOT WS-TX-SEEN-THIS-RUN (WS-TXN-IDX)
            AND (WS-TX-LAST-STATE (WS-TXN-IDX) = "ONGOING"
                OR WS-TX-LAST-STATE (WS-TXN-IDX) = "PREPARE-COMMIT"
                OR WS-TX-LAST-STATE (WS-TXN-IDX) = "PREPARE-ABORT")
        ADD 1 TO WS-REJUDGED-COUNT
        PERFORM AGE-HELD-TRANSACTION
        MOVE SPACES TO TRANSACTION-EVENT-CARD
        MOVE WS-TX-TRANSACTIONAL-ID (WS-TXN-IDX) TO TE-TRANSACTIONAL-ID
        MOVE WS-TX-PRODUCER-ID (WS-TXN-IDX) TO TE-PRODUCER-ID
        MOVE WS-TX-PRODUCER-EPOCH (WS-TXN-IDX) TO TE-PRODUCER-EPOCH
        MOVE WS-TX-LAST-STATE (WS-TXN-IDX) TO TE-STATE
        MOVE WS-TX-CLIENT-TXN-VERSION (WS-TXN-IDX)
            TO TE-CLIENT-TXN-VERSION
        MOVE 'N' TO TE-IS-FROM-CLIENT
        MOVE WS-TX-STATE-DURATION-MS (WS-TXN-IDX) TO TE-DURATION-MS
        MOVE WS-TODAY-YYYYMMDD TO TE-EVENT-DATE
        MOVE WS-TX-PENDING-COUNT (WS-TXN-IDX)
            TO TE-PENDING-PARTITION-COUNT
        MOVE WS-TX-PENDING-PARTITIONS (WS-TXN-IDX)
            TO TE-PENDING-PARTITIONS
        MOVE TE-STATE TO WS-NEW-STATE
        MOVE TE-PRODUCER-EPOCH TO WS-NEW-EPOCH
        PERFORM CHECK-FOR-STUCK-TRANSACTION
    END-IF.

*> The carried duration is brought up to now; an unreadable as-of
*> time leaves it as it was.
AGE-HELD-TRANSACTION.
    MOVE ZERO TO WS-ELAPSED-MS.
    IF WS-TX-DURATION-AS-OF (WS-TXN-IDX) IS NUMERIC
            AND WS-TX-DURATION-AS-OF (WS-TXN-IDX) > ZERO
            AND FUNCTION TEST-DATE-YYYYMMDD
                (WS-TX-AS-OF-DATE (WS-TXN-IDX)) = 0
            AND WS-CURRENT-DATE-TIME (1:14) >
                WS-TX-DURATION-AS-OF (WS-TXN-IDX)
        COMPUTE WS-ELAPSED-MS =
            ((FUNCTION INTEGER-OF-DATE (WS-NOW-DATE)
              - FUNCTION INTEGER-OF-DATE
                  (WS-TX-AS-OF-DATE (WS-TXN-IDX))) * 86400
             + WS-NOW-HH * 3600 + WS-NOW-MI * 60 + WS-NOW-SS
             - WS-TX-AS-OF-HH (WS-TXN-IDX) * 3600
             - WS-TX-AS-OF-MI (WS-TXN-IDX) * 60
             - WS-TX-AS-OF-SS (WS-TXN-IDX)) * 1000
    END-IF.
    COMPUTE WS-REJUDGED-DURATION-MS =
        WS-TX-STATE-DURATION-MS (WS-TXN-IDX) + WS-ELAPSED-MS.
    IF WS-REJUDGED-DURATION-MS > 999999999
        MOVE 999999999 TO WS-REJUDGED-DURATION-MS
    END-IF.
    MOVE WS-REJUDGED-DURATION-MS
        TO WS-TX-STATE-DURATION-MS (WS-TXN-IDX).
    MOVE WS-CURRENT-DATE-TIME (1:14)
        TO WS-TX-DURATION-AS-OF (WS-TXN-IDX).

WRITE-STUCK-TRANSACTION-LINE.
    MOVE SPACES TO STUCK-TRANSACTION-LINE.
    MOVE TE-PRODUCER-ID TO WS-PRODUCER-ID-DISPLAY.
        " DURATION-MS=" WS-DURATION-DISPLAY DELIMITED BY SIZE
        INTO STUCK-TRANSACTION-LINE.
    WRITE STUCK-TRANSACTION-LINE.

*> Restart recovery: the snapshot's ids are loaded into the state
*> table and the epoch fence before any event is read. A snapshot
*> with no header, no trailer, or a trailer count that does not
*> match its detail cards was cut short by an abend while being
*> written; it is discarded and the whole event file is replayed.
LOAD-TXN-STATE-SNAPSHOT.
    MOVE ZERO TO WS-SNAPSHOT-EVENT-COUNT.
    MOVE ZERO TO WS-SNAPSHOT-DETAIL-COUNT.
    OPEN INPUT TXN-STATE-SNAPSHOT-FILE.
    IF WS-SNAPSHOT-FILE-OK
        PERFORM LOAD-ONE-SNAPSHOT-RECORD UNTIL END-OF-SNAPSHOT
        CLOSE TXN-STATE-SNAPSHOT-FILE
        IF WS-SNAPSHOT-HEADER-SEEN AND WS-SNAPSHOT-TRAILER-SEEN
                AND WS-SNAPSHOT-TRAILER-COUNT = WS-SNAPSHOT-DETAIL-COUNT
            SET WS-SNAPSHOT-IS-LOADED TO TRUE
            MOVE WS-SNAPSHOT-EVENT-COUNT TO WS-EVENT-COUNT-DISPLAY
            MOVE WS-SNAPSHOT-DETAIL-COUNT TO WS-SNAPSHOT-COUNT-DISPLAY
            MOVE SPACES TO TXN-SNAPSHOT-LINE
            STRING "SNAPSHOT LOADED TXNS=" WS-SNAPSHOT-COUNT-DISPLAY
                    DELIMITED BY SIZE
                " EVENTS-ALREADY-APPLIED=" WS-EVENT-COUNT-DISPLAY
                    DELIMITED BY SIZE
                INTO TXN-SNAPSHOT-LINE
            WRITE TXN-SNAPSHOT-LINE
        ELSE
            MOVE ZERO TO WS-TXN-COUNT
            MOVE ZERO TO WS-PRODUCER-EPOCH-COUNT
            MOVE ZERO TO WS-SNAPSHOT-EVENT-COUNT
            MOVE SPACES TO TXN-SNAPSHOT-LINE
            STRING "SNAPSHOT INCOMPLETE - DISCARDED, FULL REPLAY"
                DELIMITED BY SIZE
                INTO TXN-SNAPSHOT-LINE
            WRITE TXN-SNAPSHOT-LINE
        END-IF
    ELSE
        MOVE SPACES TO TXN-SNAPSHOT-LINE
        STRING "SNAPSHOT NONE - FULL REPLAY" DELIMITED BY SIZE
            INTO TXN-SNAPSHOT-LINE
        WRITE TXN-SNAPSHOT-LINE
    END-IF.
    MOVE WS-SNAPSHOT-EVENT-COUNT TO WS-EVENTS-CONSUMED.

LOAD-ONE-SNAPSHOT-RECORD.
    READ TXN-STATE-SNAPSHOT-FILE
        AT END SET END-OF-SNAPSHOT TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN SN-IS-HEADER
                    SET WS-SNAPSHOT-HEADER-SEEN TO TRUE
                    MOVE SN-EVENTS-CONSUMED TO WS-SNAPSHOT-EVENT-COUNT
                WHEN SN-IS-DETAIL AND WS-TXN-COUNT < 1000
                    ADD 1 TO WS-SNAPSHOT-DETAIL-COUNT
                    PERFORM LOAD-ONE-SNAPSHOT-TXN
                WHEN SN-IS-TRAILER
                    SET WS-SNAPSHOT-TRAILER-SEEN TO TRUE
                    MOVE SN-TXN-RECORD-COUNT
                        TO WS-SNAPSHOT-TRAILER-COUNT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

LOAD-ONE-SNAPSHOT-TXN.
    ADD 1 TO WS-TXN-COUNT.
    SET WS-TXN-IDX TO WS-TXN-COUNT.
    MOVE SN-TRANSACTIONAL-ID TO WS-TX-TRANSACTIONAL-ID (WS-TXN-IDX).
    MOVE SN-LAST-UPDATE-DATE TO WS-TX-LAST-EVENT-DATE (WS-TXN-IDX).
    MOVE SN-STATE TO WS-TX-LAST-STATE (WS-TXN-IDX).
    MOVE SN-PRODUCER-ID TO WS-TX-PRODUCER-ID (WS-TXN-IDX).
    MOVE SN-PRODUCER-EPOCH TO WS-TX-PRODUCER-EPOCH (WS-TXN-IDX).
    MOVE SN-PENDING-PARTITION-COUNT TO WS-TX-PENDING-COUNT (WS-TXN-IDX).
    MOVE SN-PENDING-PARTITIONS
        TO WS-TX-PENDING-PARTITIONS (WS-TXN-IDX).
    MOVE 'Y' TO WS-TX-SNAPSHOT-CHECK-SWITCH (WS-TXN-IDX).
    MOVE 'N' TO WS-TX-RETIRED-SWITCH (WS-TXN-IDX).
    MOVE 'N' TO WS-TX-SEEN-SWITCH (WS-TXN-IDX).
    MOVE SN-CLIENT-TXN-VERSION TO WS-TX-CLIENT-TXN-VERSION (WS-TXN-IDX).
    IF SN-STATE-DURATION-MS IS NUMERIC
        MOVE SN-STATE-DURATION-MS
            TO WS-TX-STATE-DURATION-MS (WS-TXN-IDX)
    ELSE
        MOVE ZERO TO WS-TX-STATE-DURATION-MS (WS-TXN-IDX)
    END-IF.
    IF SN-DURATION-AS-OF IS NUMERIC
        MOVE SN-DURATION-AS-OF TO WS-TX-DURATION-AS-OF (WS-TXN-IDX)
    ELSE
        MOVE ZERO TO WS-TX-DURATION-AS-OF (WS-TXN-IDX)
    END-IF.
    IF SN-ABORT-HELD-SWITCH = 'Y'
        SET WS-TX-ABORT-IS-HELD (WS-TXN-IDX) TO TRUE
    ELSE
        MOVE 'N' TO WS-TX-HELD-SWITCH (WS-TXN-IDX)
    END-IF.
    MOVE 'N' TO WS-PRODUCER-FOUND-SWITCH.
    IF WS-PRODUCER-EPOCH-COUNT > ZERO
        SET WS-PE-IDX TO 1
        SEARCH WS-PE-ENTRY
            AT END CONTINUE
            WHEN WS-PE-PRODUCER-ID (WS-PE-IDX) = SN-PRODUCER-ID
                SET WS-PRODUCER-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF WS-PRODUCER-FOUND
        IF SN-PRODUCER-EPOCH > WS-PE-HIGHEST-EPOCH (WS-PE-IDX)
            MOVE SN-PRODUCER-EPOCH TO WS-PE-HIGHEST-EPOCH (WS-PE-IDX)
        END-IF
    ELSE
        IF WS-PRODUCER-EPOCH-COUNT < 200
            ADD 1 TO WS-PRODUCER-EPOCH-COUNT
            SET WS-PE-IDX TO WS-PRODUCER-EPOCH-COUNT
            MOVE SN-PRODUCER-ID TO WS-PE-PRODUCER-ID (WS-PE-IDX)
            MOVE SN-PRODUCER-EPOCH TO WS-PE-HIGHEST-EPOCH (WS-PE-IDX)
        END-IF
    END-IF.

*> The event file only grows, so the first cards the snapshot already
*> reflects are read past without being applied. A file shorter than
*> the snapshot says it was has been rewritten since and is reported;
*> the next snapshot is taken against its real length.
SKIP-SNAPSHOTTED-EVENTS.
    MOVE ZERO TO WS-EVENTS-SKIPPED.
    PERFORM SKIP-ONE-SNAPSHOTTED-EVENT
        UNTIL WS-EVENTS-SKIPPED NOT < WS-SNAPSHOT-EVENT-COUNT
            OR END-OF-EVENTS.
    IF WS-EVENTS-SKIPPED < WS-SNAPSHOT-EVENT-COUNT
        ADD 1 TO WS-SNAPSHOT-DISCREPANCY-COUNT
        MOVE WS-SNAPSHOT-EVENT-COUNT TO WS-EVENT-COUNT-DISPLAY
        MOVE WS-EVENTS-SKIPPED TO WS-SKIPPED-COUNT-DISPLAY
        MOVE SPACES TO TXN-SNAPSHOT-LINE
        STRING "SNAPSHOT-DISCREPANCY EVENT-FILE-SHORTER SNAPSHOT="
                DELIMITED BY SIZE
            WS-EVENT-COUNT-DISPLAY DELIMITED BY SIZE
            " FILE=" WS-SKIPPED-COUNT-DISPLAY DELIMITED BY SIZE
            INTO TXN-SNAPSHOT-LINE
        WRITE TXN-SNAPSHOT-LINE
        MOVE WS-EVENTS-SKIPPED TO WS-EVENTS-CONSUMED
    END-IF.

SKIP-ONE-SNAPSHOTTED-EVENT.
    READ TRANSACTION-EVENT-FILE
        AT END SET END-OF-EVENTS TO TRUE
        NOT AT END ADD 1 TO WS-EVENTS-SKIPPED
    END-READ.

*> The consistency check: the first event replayed for an id the
*> snapshot holds must pick up where the snapshot left it. An open
*> transaction must still be in the same state under the same
*> producer, and no producer may come back at an epoch below the one
*> the snapshot recorded. Any disagreement is flagged; the replayed
*> event is still applied as read.
CHECK-SNAPSHOT-CONTINUITY.
    MOVE 'N' TO WS-TXN-FOUND-SWITCH.
    IF WS-TXN-COUNT > ZERO
        SET WS-TXN-IDX TO 1
        SEARCH WS-TXN-ENTRY
            AT END CONTINUE
            WHEN WS-TX-TRANSACTIONAL-ID (WS-TXN-IDX) =
                    TE-TRANSACTIONAL-ID
                SET WS-TXN-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF WS-TXN-FOUND
        IF WS-TX-AWAITS-SNAPSHOT-CHECK (WS-TXN-IDX)
            MOVE 'N' TO WS-TX-SNAPSHOT-CHECK-SWITCH (WS-TXN-IDX)
            IF WS-TX-LAST-STATE (WS-TXN-IDX) = "ONGOING"
                    OR WS-TX-LAST-STATE (WS-TXN-IDX) = "PREPARE-COMMIT"
                    OR WS-TX-LAST-STATE (WS-TXN-IDX) = "PREPARE-ABORT"
                IF TE-STATE NOT = WS-TX-LAST-STATE (WS-TXN-IDX)
                    MOVE "STATE" TO WS-DISCREPANCY-FIELD
                    MOVE WS-TX-LAST-STATE (WS-TXN-IDX)
                        TO WS-DISCREPANCY-SNAPSHOT
                    MOVE TE-STATE TO WS-DISCREPANCY-REPLAYED
                    PERFORM WRITE-SNAPSHOT-DISCREPANCY-LINE
                END-IF
                IF TE-PRODUCER-ID NOT = WS-TX-PRODUCER-ID (WS-TXN-IDX)
                    MOVE "PRODUCER-ID" TO WS-DISCREPANCY-FIELD
                    MOVE WS-TX-PRODUCER-ID (WS-TXN-IDX)
                        TO WS-PRODUCER-ID-DISPLAY
                    MOVE WS-PRODUCER-ID-DISPLAY
                        TO WS-DISCREPANCY-SNAPSHOT
                    MOVE TE-PRODUCER-ID TO WS-PRODUCER-ID-DISPLAY
                    MOVE WS-PRODUCER-ID-DISPLAY
                        TO WS-DISCREPANCY-REPLAYED
                    PERFORM WRITE-SNAPSHOT-DISCREPANCY-LINE
                END-IF
            END-IF
            IF TE-PRODUCER-ID = WS-TX-PRODUCER-ID (WS-TXN-IDX)
                    AND TE-PRODUCER-EPOCH <
                        WS-TX-PRODUCER-EPOCH (WS-TXN-IDX)
                MOVE "EPOCH" TO WS-DISCREPANCY-FIELD
                MOVE WS-TX-PRODUCER-EPOCH (WS-TXN-IDX)
                    TO WS-SNAPSHOT-EPOCH-DISPLAY
                MOVE WS-SNAPSHOT-EPOCH-DISPLAY TO WS-DISCREPANCY-SNAPSHOT
                MOVE TE-PRODUCER-EPOCH TO WS-SNAPSHOT-EPOCH-DISPLAY
                MOVE WS-SNAPSHOT-EPOCH-DISPLAY TO WS-DISCREPANCY-REPLAYED
                PERFORM WRITE-SNAPSHOT-DISCREPANCY-LINE
            END-IF
        END-IF
    END-IF.

WRITE-SNAPSHOT-DISCREPANCY-LINE.
    ADD 1 TO WS-SNAPSHOT-DISCREPANCY-COUNT.
    MOVE SPACES TO TXN-SNAPSHOT-LINE.
    STRING "SNAPSHOT-DISCREPANCY TXN=" DELIMITED BY SIZE
        TE-TRANSACTIONAL-ID DELIMITED BY SPACE
        " FIELD=" WS-DISCREPANCY-FIELD DELIMITED BY SPACE
        " SNAPSHOT=" DELIMITED BY SIZE
        WS-DISCREPANCY-SNAPSHOT DELIMITED BY SIZE
        " REPLAYED=" DELIMITED BY SIZE
        WS-DISCREPANCY-REPLAYED DELIMITED BY SIZE
        INTO TXN-SNAPSHOT-LINE.
    WRITE TXN-SNAPSHOT-LINE.

*> Taken at the end of every run, after idle retirement, so retired
*> ids drop out of it. The trailer goes last; an abend part way
*> through leaves a snapshot the next run will refuse.
WRITE-TXN-STATE-SNAPSHOT.
    MOVE ZERO TO WS-SNAPSHOT-WRITTEN-COUNT.
    OPEN OUTPUT TXN-STATE-SNAPSHOT-FILE.
    MOVE SPACES TO TXN-SNAPSHOT-RECORD.
    SET SN-IS-HEADER TO TRUE.
    MOVE WS-EVENTS-CONSUMED TO SN-EVENTS-CONSUMED.
    MOVE ZERO TO SN-TXN-RECORD-COUNT.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO SN-SNAPSHOT-TIMESTAMP.
    WRITE TXN-SNAPSHOT-RECORD.
    PERFORM WRITE-ONE-SNAPSHOT-TXN
        VARYING WS-TXN-IDX FROM 1 BY 1
        UNTIL WS-TXN-IDX > WS-TXN-COUNT.
    MOVE SPACES TO TXN-SNAPSHOT-RECORD.
    SET SN-IS-TRAILER TO TRUE.
    MOVE WS-EVENTS-CONSUMED TO SN-EVENTS-CONSUMED.
    MOVE WS-SNAPSHOT-WRITTEN-COUNT TO SN-TXN-RECORD-COUNT.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO SN-SNAPSHOT-TIMESTAMP.
    WRITE TXN-SNAPSHOT-RECORD.
    CLOSE TXN-STATE-SNAPSHOT-FILE.
    MOVE WS-EVENTS-CONSUMED TO WS-EVENT-COUNT-DISPLAY.
    MOVE WS-SNAPSHOT-WRITTEN-COUNT TO WS-SNAPSHOT-COUNT-DISPLAY.
    MOVE SPACES TO TXN-SNAPSHOT-LINE.
    STRING "SNAPSHOT WRITTEN TXNS=" WS-SNAPSHOT-COUNT-DISPLAY
            DELIMITED BY SIZE
        " EVENTS-APPLIED=" WS-EVENT-COUNT-DISPLAY DELIMITED BY SIZE
        INTO TXN-SNAPSHOT-LINE.
    WRITE TXN-SNAPSHOT-LINE.

WRITE-ONE-SNAPSHOT-TXN.
    IF NOT WS-TX-IS-RETIRED (WS-TXN-IDX)
        MOVE SPACES TO TXN-SNAPSHOT-RECORD
        SET SN-IS-DETAIL TO TRUE
        MOVE WS-TX-TRANSACTIONAL-ID (WS-TXN-IDX) TO SN-TRANSACTIONAL-ID
        MOVE WS-TX-PRODUCER-ID (WS-TXN-IDX) TO SN-PRODUCER-ID
        MOVE WS-TX-PRODUCER-EPOCH (WS-TXN-IDX) TO SN-PRODUCER-EPOCH
        MOVE WS-TX-LAST-STATE (WS-TXN-IDX) TO SN-STATE
        MOVE WS-TX-LAST-EVENT-DATE (WS-TXN-IDX) TO SN-LAST-UPDATE-DATE
        MOVE WS-TX-PENDING-COUNT (WS-TXN-IDX)
            TO SN-PENDING-PARTITION-COUNT
        MOVE WS-TX-PENDING-PARTITIONS (WS-TXN-IDX)
            TO SN-PENDING-PARTITIONS
        MOVE WS-TX-CLIENT-TXN-VERSION (WS-TXN-IDX)
            TO SN-CLIENT-TXN-VERSION
        MOVE WS-TX-STATE-DURATION-MS (WS-TXN-IDX)
            TO SN-STATE-DURATION-MS
        MOVE WS-TX-DURATION-AS-OF (WS-TXN-IDX) TO SN-DURATION-AS-OF
        MOVE WS-TX-HELD-SWITCH (WS-TXN-IDX) TO SN-ABORT-HELD-SWITCH
        WRITE TXN-SNAPSHOT-RECORD
        ADD 1 TO WS-SNAPSHOT-WRITTEN-COUNT
    END-IF.

WRITE-SNAPSHOT-SUMMARY.
    MOVE WS-EVENTS-SKIPPED TO WS-SKIPPED-COUNT-DISPLAY.
    MOVE WS-SNAPSHOT-DISCREPANCY-COUNT TO WS-SNAPSHOT-COUNT-DISPLAY.
    MOVE SPACES TO TXN-SNAPSHOT-LINE.
    STRING "SUMMARY EVENTS-SKIPPED=" WS-SKIPPED-COUNT-DISPLAY
            DELIMITED BY SIZE
        " DISCREPANCIES=" WS-SNAPSHOT-COUNT-DISPLAY DELIMITED BY SIZE
        INTO TXN-SNAPSHOT-LINE.
    WRITE TXN-SNAPSHOT-LINE.
