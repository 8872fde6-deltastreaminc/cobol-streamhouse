    SELECT RESTORE-TABLE-CARD-FILE
        ASSIGN TO "RESTORETABLECARDS"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TRASH-PURGE-APPROVAL-FILE
        ASSIGN TO "TRASHPURGEAPPROVAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TXN-ABORT-APPROVAL-FILE
        ASSIGN TO "TXNABORTAPPROVALS"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT APPROVAL-POLICY-FILE
        ASSIGN TO "APPROVALPOLICY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPROVAL-POLICY-STATUS.
    SELECT PENDING-APPROVAL-FILE
        ASSIGN TO "PENDINGAPPROVALS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-FILE-STATUS.
    SELECT OPERATOR-JOURNAL
        ASSIGN TO "OPERATORJOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL
*>   PUBLISH <snapshot-id> [OVERRIDE]
*>   DISCARD <snapshot-id>
*>   RESTORE-TABLE <namespace> <table-name>
*>   PURGE-TRASH
*>   FORCE-ABORT <transactional-id>
*>   APPROVE <request-id>
*>   REJECT <request-id>
*> Anything that removes or rewinds data - ROLLBACK, DISCARD, DROP-REF,
*> RESTORE-TABLE, PURGE-TRASH and FORCE-ABORT - is under dual control:
*> the first operator's command is only queued, with a request id,
*> and its card is emitted when a second, different operator APPROVEs
*> that id before it expires.
FD OPERATOR-COMMAND-FILE.
01 OPERATOR-COMMAND-LINE PIC X(200).

   05 RT-NAMESPACE PIC X(128).
   05 RT-TABLE-NAME PIC X(128).

*> The approval handed to CATALOG-HANDLERS' trash purge, which
*> destroys nothing without one. It carries when it was approved, so
*> it lapses after the approval window, and the purge marks it used.
FD TRASH-PURGE-APPROVAL-FILE.
01 TRASH-PURGE-APPROVAL-CARD.
   05 TA-REQUEST-ID PIC 9(8).
   05 TA-REQUESTED-BY PIC X(30).
   05 TA-APPROVED-BY PIC X(30).
   05 TA-APPROVED-AT PIC 9(14).
   05 TA-USED-SWITCH PIC X.

*> Approved forced aborts for TRANSACTION-COORDINATOR's stuck
*> transaction sweeper, one card per transactional id, stamped with
*> when it was approved; the sweeper marks a card used once it acts.
FD TXN-ABORT-APPROVAL-FILE.
01 TXN-ABORT-APPROVAL-CARD.
   05 XA-TRANSACTIONAL-ID PIC X(32).
   05 XA-REQUEST-ID PIC 9(8).
   05 XA-REQUESTED-BY PIC X(30).
   05 XA-APPROVED-BY PIC X(30).
   05 XA-APPROVED-AT PIC 9(14).
   05 XA-USED-SWITCH PIC X.

*> How long a queued request waits for its second operator, in
*> minutes, one override card; default a day.
FD APPROVAL-POLICY-FILE.
01 APPROVAL-POLICY-CARD.
   05 AP-EXPIRY-MINUTES PIC 9(5).

*> The approval queue carried from run to run: a control card with
*> the last request id issued, then one card per request still
*> pending. Approved, rejected and expired requests leave the queue;
*> the journal is their record.
FD PENDING-APPROVAL-FILE.
01 PENDING-APPROVAL-REC.
   05 PA-RECORD-TYPE PIC X.
      88 PA-IS-CONTROL VALUE 'C'.
      88 PA-IS-REQUEST VALUE 'R'.
   05 PA-REQUEST-ID PIC 9(8).
   05 PA-REQUESTED-BY PIC X(30).
   05 PA-REQUESTED-AT PIC 9(14).
   05 PA-COMMAND-LINE PIC X(200).

*> The single execution journal: who ran what, when, and whether it
*> was accepted or rejected (and why). Each line carries its place
*> in the journal's audit chain: a sequence number and a hash over
*> the previous line's hash and this line's text.
FD OPERATOR-JOURNAL.
01 OPERATOR-JOURNAL-REC.
   05 OPERATOR-JOURNAL-LINE PIC X(300).
   05 OJ-CHAIN-SEQUENCE PIC 9(10).
   05 OJ-CHAIN-HASH PIC 9(18).

WORKING-STORAGE SECTION.
01 WS-COMMAND-FILE-STATUS PIC XX.
   88 WS-OPERATOR-CARD-OK VALUE '00'.
01 WS-JOURNAL-STATUS PIC XX.
   88 WS-JOURNAL-OK VALUE '00'.
01 WS-JOURNAL-CHAIN-NAME PIC X(30) VALUE 'OPERATORJOURNAL'.
01 WS-JOURNAL-BODY-LENGTH PIC 9(4) COMP VALUE 300.
01 WS-COMMAND-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-COMMANDS VALUE 'Y'.

   88 WS-ARG-IS-VALID VALUE 'Y'.
01 WS-REJECT-REASON PIC X(60) VALUE SPACES.

01 WS-APPROVAL-POLICY-STATUS PIC XX.
   88 WS-APPROVAL-POLICY-OK VALUE '00'.
01 WS-PENDING-FILE-STATUS PIC XX.
   88 WS-PENDING-FILE-OK VALUE '00'.
01 WS-PENDING-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-PENDING-APPROVALS VALUE 'Y'.
01 WS-EXPIRY-MINUTES-DEFAULT PIC 9(5) VALUE 1440.
01 WS-EXPIRY-MINUTES PIC 9(5) VALUE 1440.
01 WS-LAST-REQUEST-ID PIC 9(8) VALUE ZERO.

*> The approval queue as loaded, plus this run's new requests; each
*> ends the run PENDING, APPROVED, REJECTED or EXPIRED.
01 WS-REQUEST-COUNT PIC 9(3) VALUE ZERO.
01 WS-REQUEST-TABLE.
   05 WS-RQ-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-REQUEST-COUNT
         INDEXED BY WS-RQ-IDX.
      10 WS-RQ-REQUEST-ID PIC 9(8).
      10 WS-RQ-REQUESTED-BY PIC X(30).
      10 WS-RQ-REQUESTED-AT PIC 9(14).
      10 WS-RQ-COMMAND-LINE PIC X(200).
      10 WS-RQ-STATE PIC X(8).
         88 WS-RQ-IS-PENDING VALUE 'PENDING'.
01 WS-REQUEST-FOUND-SWITCH PIC X.
   88 WS-REQUEST-FOUND VALUE 'Y'.
01 WS-REQUEST-ARG PIC 9(8) VALUE ZERO.
01 WS-REQUEST-ID-DISPLAY PIC 9(8).
01 WS-APPROVAL-EVENT PIC X(8) VALUE SPACES.
01 WS-RELEASE-SWITCH PIC X VALUE 'N'.
   88 WS-RELEASING-APPROVED VALUE 'Y'.
01 WS-SAVED-COMMAND-LINE PIC X(200).

01 WS-RUN-TIMESTAMP PIC 9(14) VALUE ZERO.
01 WS-TIMESTAMP-WORK PIC 9(14).
01 WS-TIMESTAMP-SPLIT REDEFINES WS-TIMESTAMP-WORK.
   05 WS-TS-YYYYMMDD PIC 9(8).
   05 WS-TS-HH PIC 9(2).
   05 WS-TS-MI PIC 9(2).
   05 WS-TS-SS PIC 9(2).
01 WS-TIMESTAMP-MINUTES PIC 9(12) VALUE ZERO.
01 WS-RUN-MINUTES PIC 9(12) VALUE ZERO.
01 WS-REQUEST-AGE-MINUTES PIC S9(12) VALUE ZERO.

01 WS-QUEUED-COUNT PIC 9(5) VALUE ZERO.
01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
01 WS-DECLINED-COUNT PIC 9(5) VALUE ZERO.
01 WS-EXPIRED-COUNT PIC 9(5) VALUE ZERO.
01 WS-QUEUED-DISPLAY PIC ZZZZ9.
01 WS-APPROVED-DISPLAY PIC ZZZZ9.
01 WS-DECLINED-DISPLAY PIC ZZZZ9.
01 WS-EXPIRED-DISPLAY PIC ZZZZ9.

01 WS-ACCEPTED-COUNT PIC 9(5) VALUE ZERO.
01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
01 WS-ACCEPTED-DISPLAY PIC ZZZZ9.
MAIN-PROCEDURE.
    PERFORM LOAD-OPERATOR-ID.
    PERFORM OPEN-OPERATOR-JOURNAL.
    PERFORM LOAD-APPROVAL-POLICY.
    PERFORM LOAD-PENDING-APPROVALS.
    PERFORM EXPIRE-STALE-REQUESTS.
    OPEN OUTPUT ROLLBACK-REQUEST-FILE.
    OPEN OUTPUT REF-OPERATION-CARD-FILE.
    OPEN OUTPUT PUBLISH-DISCARD-CARD-FILE.
    OPEN OUTPUT RESTORE-TABLE-CARD-FILE.
    OPEN OUTPUT TRASH-PURGE-APPROVAL-FILE.
    OPEN OUTPUT TXN-ABORT-APPROVAL-FILE.
    OPEN INPUT OPERATOR-COMMAND-FILE.
    IF WS-COMMAND-FILE-OK
        PERFORM PROCESS-ONE-COMMAND-LINE UNTIL END-OF-COMMANDS
        CLOSE OPERATOR-COMMAND-FILE
    END-IF.
    PERFORM WRITE-COMMAND-SUMMARY.
    PERFORM REWRITE-PENDING-APPROVALS.
    CLOSE ROLLBACK-REQUEST-FILE.
    CLOSE REF-OPERATION-CARD-FILE.
    CLOSE PUBLISH-DISCARD-CARD-FILE.
    CLOSE RESTORE-TABLE-CARD-FILE.
    CLOSE TRASH-PURGE-APPROVAL-FILE.
    CLOSE TXN-ABORT-APPROVAL-FILE.
    CLOSE OPERATOR-JOURNAL.
    STOP RUN.

        OPEN OUTPUT OPERATOR-JOURNAL
    END-IF.

LOAD-APPROVAL-POLICY.
    MOVE WS-EXPIRY-MINUTES-DEFAULT TO WS-EXPIRY-MINUTES.
    OPEN INPUT APPROVAL-POLICY-FILE.
    IF WS-APPROVAL-POLICY-OK
        READ APPROVAL-POLICY-FILE
            AT END CONTINUE
            NOT AT END
                IF AP-EXPIRY-MINUTES IS NUMERIC
                        AND AP-EXPIRY-MINUTES > ZERO
                    MOVE AP-EXPIRY-MINUTES TO WS-EXPIRY-MINUTES
                END-IF
        END-READ
        CLOSE APPROVAL-POLICY-FILE
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-RUN-TIMESTAMP.
    MOVE WS-RUN-TIMESTAMP TO WS-TIMESTAMP-WORK.
    PERFORM COMPUTE-TIMESTAMP-MINUTES.
    MOVE WS-TIMESTAMP-MINUTES TO WS-RUN-MINUTES.

COMPUTE-TIMESTAMP-MINUTES.
    IF FUNCTION TEST-DATE-YYYYMMDD (WS-TS-YYYYMMDD) = 0
        COMPUTE WS-TIMESTAMP-MINUTES =
            FUNCTION INTEGER-OF-DATE (WS-TS-YYYYMMDD) * 1440
            + WS-TS-HH * 60 + WS-TS-MI
    ELSE
        MOVE ZERO TO WS-TIMESTAMP-MINUTES
    END-IF.

LOAD-PENDING-APPROVALS.
    MOVE ZERO TO WS-REQUEST-COUNT.
    OPEN INPUT PENDING-APPROVAL-FILE.
    IF WS-PENDING-FILE-OK
        PERFORM LOAD-ONE-PENDING-APPROVAL
            UNTIL END-OF-PENDING-APPROVALS
        CLOSE PENDING-APPROVAL-FILE
    END-IF.

LOAD-ONE-PENDING-APPROVAL.
    READ PENDING-APPROVAL-FILE
        AT END SET END-OF-PENDING-APPROVALS TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN PA-IS-CONTROL
                    IF PA-REQUEST-ID > WS-LAST-REQUEST-ID
                        MOVE PA-REQUEST-ID TO WS-LAST-REQUEST-ID
                    END-IF
                WHEN PA-IS-REQUEST AND WS-REQUEST-COUNT < 500
                    ADD 1 TO WS-REQUEST-COUNT
                    SET WS-RQ-IDX TO WS-REQUEST-COUNT
                    MOVE PA-REQUEST-ID TO WS-RQ-REQUEST-ID (WS-RQ-IDX)
                    MOVE PA-REQUESTED-BY
                        TO WS-RQ-REQUESTED-BY (WS-RQ-IDX)
                    MOVE PA-REQUESTED-AT
                        TO WS-RQ-REQUESTED-AT (WS-RQ-IDX)
                    MOVE PA-COMMAND-LINE
                        TO WS-RQ-COMMAND-LINE (WS-RQ-IDX)
                    MOVE 'PENDING' TO WS-RQ-STATE (WS-RQ-IDX)
                    IF PA-REQUEST-ID > WS-LAST-REQUEST-ID
                        MOVE PA-REQUEST-ID TO WS-LAST-REQUEST-ID
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

*> A request nobody approved inside the window is dead: approving it
*> tomorrow would be approving yesterday's judgement about the data.
EXPIRE-STALE-REQUESTS.
    PERFORM EXPIRE-ONE-STALE-REQUEST
        VARYING WS-RQ-IDX FROM 1 BY 1
        UNTIL WS-RQ-IDX > WS-REQUEST-COUNT.

EXPIRE-ONE-STALE-REQUEST.
    MOVE WS-RQ-REQUESTED-AT (WS-RQ-IDX) TO WS-TIMESTAMP-WORK.
    PERFORM COMPUTE-TIMESTAMP-MINUTES.
    COMPUTE WS-REQUEST-AGE-MINUTES =
        WS-RUN-MINUTES - WS-TIMESTAMP-MINUTES.
    IF WS-REQUEST-AGE-MINUTES > WS-EXPIRY-MINUTES
        MOVE 'EXPIRED' TO WS-RQ-STATE (WS-RQ-IDX)
        ADD 1 TO WS-EXPIRED-COUNT
        MOVE 'EXPIRED' TO WS-APPROVAL-EVENT
        PERFORM WRITE-APPROVAL-JOURNAL-LINE
    END-IF.

PROCESS-ONE-COMMAND-LINE.
    READ OPERATOR-COMMAND-FILE
        AT END SET END-OF-COMMANDS TO TRUE
            PERFORM EMIT-DISCARD-CARD
        WHEN 'RESTORE-TABLE'
            PERFORM EMIT-RESTORE-TABLE-CARD
        WHEN 'PURGE-TRASH'
            PERFORM EMIT-PURGE-TRASH-CARD
        WHEN 'FORCE-ABORT'
            PERFORM EMIT-FORCE-ABORT-CARD
        WHEN 'APPROVE'
            PERFORM APPROVE-PENDING-REQUEST
        WHEN 'REJECT'
            PERFORM REJECT-PENDING-REQUEST
        WHEN OTHER
            MOVE 'not a recognized verb' TO WS-REJECT-REASON
            PERFORM JOURNAL-REJECTED-COMMAND
EMIT-ROLLBACK-CARD.
    PERFORM VALIDATE-SNAPSHOT-ARG.
    IF WS-ARG-IS-VALID AND WS-SNAPSHOT-ARG > ZERO
        IF WS-RELEASING-APPROVED
            MOVE WS-SNAPSHOT-ARG TO RBR-TARGET-SNAPSHOT-ID
            WRITE ROLLBACK-REQUEST-CARD
        ELSE
            PERFORM QUEUE-FOR-APPROVAL
        END-IF
    ELSE
        MOVE 'ROLLBACK needs a numeric snapshot id'
            TO WS-REJECT-REASON
        MOVE 'DROP-REF needs a ref name' TO WS-REJECT-REASON
        PERFORM JOURNAL-REJECTED-COMMAND
    ELSE
        IF WS-RELEASING-APPROVED
            MOVE SPACES TO REF-OPERATION-CARD
            MOVE 'DROP' TO RO-OPERATION
            MOVE WS-COMMAND-ARG1 (1:30) TO RO-REF-NAME
            MOVE SPACES TO RO-REF-TYPE
            MOVE ZERO TO RO-SNAPSHOT-ID
            MOVE SPACES TO RO-TARGET-REF-NAME
            WRITE REF-OPERATION-CARD
        ELSE
            PERFORM QUEUE-FOR-APPROVAL
        END-IF
    END-IF.

EMIT-FAST-FORWARD-CARD.
            TO WS-REJECT-REASON
        PERFORM JOURNAL-REJECTED-COMMAND
    ELSE
        IF WS-RELEASING-APPROVED
            MOVE SPACES TO PUBLISH-DISCARD-CARD
            MOVE 'DISCARD' TO PD-OPERATION
            MOVE WS-SNAPSHOT-ARG TO PD-SNAPSHOT-ID
            MOVE SPACE TO PD-CONFLICT-OVERRIDE
            WRITE PUBLISH-DISCARD-CARD
        ELSE
            PERFORM QUEUE-FOR-APPROVAL
        END-IF
    END-IF.

EMIT-RESTORE-TABLE-CARD.
            TO WS-REJECT-REASON
        PERFORM JOURNAL-REJECTED-COMMAND
    ELSE
        IF WS-RELEASING-APPROVED
            MOVE SPACES TO RESTORE-TABLE-CARD
            MOVE WS-COMMAND-ARG1 (1:128) TO RT-NAMESPACE
            MOVE WS-COMMAND-ARG2 (1:128) TO RT-TABLE-NAME
            WRITE RESTORE-TABLE-CARD
        ELSE
            PERFORM QUEUE-FOR-APPROVAL
        END-IF
    END-IF.

EMIT-PURGE-TRASH-CARD.
    IF WS-RELEASING-APPROVED
        MOVE SPACES TO TRASH-PURGE-APPROVAL-CARD
        MOVE WS-RQ-REQUEST-ID (WS-RQ-IDX) TO TA-REQUEST-ID
        MOVE WS-RQ-REQUESTED-BY (WS-RQ-IDX) TO TA-REQUESTED-BY
        MOVE WS-OPERATOR-ID TO TA-APPROVED-BY
        MOVE WS-RUN-TIMESTAMP TO TA-APPROVED-AT
        WRITE TRASH-PURGE-APPROVAL-CARD
    ELSE
        PERFORM QUEUE-FOR-APPROVAL
    END-IF.

EMIT-FORCE-ABORT-CARD.
    IF WS-COMMAND-ARG1 = SPACES
        MOVE 'FORCE-ABORT needs a transactional id'
            TO WS-REJECT-REASON
        PERFORM JOURNAL-REJECTED-COMMAND
    ELSE
        IF WS-RELEASING-APPROVED
            MOVE SPACES TO TXN-ABORT-APPROVAL-CARD
            MOVE WS-COMMAND-ARG1 (1:32) TO XA-TRANSACTIONAL-ID
            MOVE WS-RQ-REQUEST-ID (WS-RQ-IDX) TO XA-REQUEST-ID
            MOVE WS-RQ-REQUESTED-BY (WS-RQ-IDX) TO XA-REQUESTED-BY
            MOVE WS-OPERATOR-ID TO XA-APPROVED-BY
            MOVE WS-RUN-TIMESTAMP TO XA-APPROVED-AT
            WRITE TXN-ABORT-APPROVAL-CARD
        ELSE
            PERFORM QUEUE-FOR-APPROVAL
        END-IF
    END-IF.

*> A destructive command that passed validation is parked on the
*> approval queue under a new request id instead of emitting its
*> card. An operator nobody can identify cannot start one - there
*> would be no way to tell the second operator from the first.
QUEUE-FOR-APPROVAL.
    EVALUATE TRUE
        WHEN WS-OPERATOR-ID = 'UNKNOWN'
            MOVE 'destructive commands need an operator id card'
                TO WS-REJECT-REASON
            PERFORM JOURNAL-REJECTED-COMMAND
        WHEN WS-REQUEST-COUNT NOT < 500
            MOVE 'the approval queue is full' TO WS-REJECT-REASON
            PERFORM JOURNAL-REJECTED-COMMAND
        WHEN OTHER
            ADD 1 TO WS-LAST-REQUEST-ID
            ADD 1 TO WS-REQUEST-COUNT
            SET WS-RQ-IDX TO WS-REQUEST-COUNT
            MOVE WS-LAST-REQUEST-ID TO WS-RQ-REQUEST-ID (WS-RQ-IDX)
            MOVE WS-OPERATOR-ID TO WS-RQ-REQUESTED-BY (WS-RQ-IDX)
            MOVE WS-RUN-TIMESTAMP TO WS-RQ-REQUESTED-AT (WS-RQ-IDX)
            MOVE OPERATOR-COMMAND-LINE
                TO WS-RQ-COMMAND-LINE (WS-RQ-IDX)
            MOVE 'PENDING' TO WS-RQ-STATE (WS-RQ-IDX)
            ADD 1 TO WS-QUEUED-COUNT
            MOVE 'PENDING' TO WS-APPROVAL-EVENT
            PERFORM WRITE-APPROVAL-JOURNAL-LINE
    END-EVALUATE.

FIND-PENDING-REQUEST.
    MOVE 'N' TO WS-REQUEST-FOUND-SWITCH.
    MOVE ZERO TO WS-REQUEST-ARG.
    IF WS-COMMAND-ARG1 NOT = SPACES
            AND FUNCTION TEST-NUMVAL (WS-COMMAND-ARG1) = 0
        COMPUTE WS-REQUEST-ARG = FUNCTION NUMVAL (WS-COMMAND-ARG1)
        SET WS-RQ-IDX TO 1
        SEARCH WS-RQ-ENTRY
            AT END CONTINUE
            WHEN WS-RQ-REQUEST-ID (WS-RQ-IDX) = WS-REQUEST-ARG
                SET WS-REQUEST-FOUND TO TRUE
        END-SEARCH
    END-IF.

*> The second pair of eyes: the request must still be pending and
*> the approver must not be the operator who asked. The queued
*> command is then replayed through its own verb, this time to emit
*> its card.
APPROVE-PENDING-REQUEST.
    PERFORM FIND-PENDING-REQUEST.
    EVALUATE TRUE
        WHEN NOT WS-REQUEST-FOUND
            MOVE 'APPROVE needs the id of a queued request'
                TO WS-REJECT-REASON
            PERFORM JOURNAL-REJECTED-COMMAND
        WHEN NOT WS-RQ-IS-PENDING (WS-RQ-IDX)
            MOVE 'request is no longer pending' TO WS-REJECT-REASON
            PERFORM JOURNAL-REJECTED-COMMAND
        WHEN WS-OPERATOR-ID = 'UNKNOWN'
            MOVE 'approvals need an operator id card'
                TO WS-REJECT-REASON
            PERFORM JOURNAL-REJECTED-COMMAND
        WHEN WS-RQ-REQUESTED-BY (WS-RQ-IDX) = WS-OPERATOR-ID
            MOVE 'a second, different operator must approve'
                TO WS-REJECT-REASON
            PERFORM JOURNAL-REJECTED-COMMAND
        WHEN OTHER
            PERFORM RELEASE-APPROVED-REQUEST
    END-EVALUATE.

RELEASE-APPROVED-REQUEST.
    MOVE OPERATOR-COMMAND-LINE TO WS-SAVED-COMMAND-LINE.
    MOVE WS-RQ-COMMAND-LINE (WS-RQ-IDX) TO OPERATOR-COMMAND-LINE.
    PERFORM PARSE-COMMAND-LINE.
    SET WS-RELEASING-APPROVED TO TRUE.
    PERFORM DISPATCH-ONE-COMMAND.
    MOVE 'N' TO WS-RELEASE-SWITCH.
    IF WS-REJECT-REASON = SPACES
        MOVE 'APPROVED' TO WS-RQ-STATE (WS-RQ-IDX)
        ADD 1 TO WS-APPROVED-COUNT
        MOVE 'APPROVED' TO WS-APPROVAL-EVENT
        PERFORM WRITE-APPROVAL-JOURNAL-LINE
    ELSE
        MOVE 'REJECTED' TO WS-RQ-STATE (WS-RQ-IDX)
    END-IF.
    MOVE WS-SAVED-COMMAND-LINE TO OPERATOR-COMMAND-LINE.
    PERFORM PARSE-COMMAND-LINE.

*> Any operator may turn a request down, its own requester included.
REJECT-PENDING-REQUEST.
    PERFORM FIND-PENDING-REQUEST.
    EVALUATE TRUE
        WHEN NOT WS-REQUEST-FOUND
            MOVE 'REJECT needs the id of a queued request'
                TO WS-REJECT-REASON
            PERFORM JOURNAL-REJECTED-COMMAND
        WHEN NOT WS-RQ-IS-PENDING (WS-RQ-IDX)
            MOVE 'request is no longer pending' TO WS-REJECT-REASON
            PERFORM JOURNAL-REJECTED-COMMAND
        WHEN OTHER
            MOVE 'REJECTED' TO WS-RQ-STATE (WS-RQ-IDX)
            ADD 1 TO WS-DECLINED-COUNT
            MOVE 'REJECTED' TO WS-APPROVAL-EVENT
            PERFORM WRITE-APPROVAL-JOURNAL-LINE
    END-EVALUATE.

JOURNAL-ACCEPTED-COMMAND.
    ADD 1 TO WS-ACCEPTED-COUNT.
    PERFORM WRITE-ONE-JOURNAL-LINE.
            ON OVERFLOW CONTINUE
        END-STRING
    END-IF.
    PERFORM WRITE-JOURNAL-RECORD.

*> Every change of state on the approval queue is journaled against
*> the request id: who asked, who acted, and what the command was.
WRITE-APPROVAL-JOURNAL-LINE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-LINE-NUMBER TO WS-LINE-NUMBER-DISPLAY.
    MOVE WS-RQ-REQUEST-ID (WS-RQ-IDX) TO WS-REQUEST-ID-DISPLAY.
    MOVE SPACES TO OPERATOR-JOURNAL-LINE.
    STRING WS-CURRENT-DATE-TIME (1:14) DELIMITED BY SIZE
        ' OPERATOR=' DELIMITED BY SIZE
        WS-OPERATOR-ID DELIMITED BY SPACE
        ' LINE=' WS-LINE-NUMBER-DISPLAY DELIMITED BY SIZE
        ' REQUEST=' WS-REQUEST-ID-DISPLAY DELIMITED BY SIZE
        ' REQUESTED-BY=' DELIMITED BY SIZE
        WS-RQ-REQUESTED-BY (WS-RQ-IDX) DELIMITED BY SPACE
        ' COMMAND=' DELIMITED BY SIZE
        WS-RQ-COMMAND-LINE (WS-RQ-IDX) DELIMITED BY '  '
        ' ' WS-APPROVAL-EVENT DELIMITED BY SIZE
        INTO OPERATOR-JOURNAL-LINE
        ON OVERFLOW CONTINUE
    END-STRING.
    PERFORM WRITE-JOURNAL-RECORD.

WRITE-COMMAND-SUMMARY.
    MOVE WS-ACCEPTED-COUNT TO WS-ACCEPTED-DISPLAY.
    MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISPLAY.
    MOVE WS-QUEUED-COUNT TO WS-QUEUED-DISPLAY.
    MOVE WS-APPROVED-COUNT TO WS-APPROVED-DISPLAY.
    MOVE WS-DECLINED-COUNT TO WS-DECLINED-DISPLAY.
    MOVE WS-EXPIRED-COUNT TO WS-EXPIRED-DISPLAY.
    MOVE SPACES TO OPERATOR-JOURNAL-LINE.
    STRING 'RUN SUMMARY OPERATOR=' DELIMITED BY SIZE
        WS-OPERATOR-ID DELIMITED BY SPACE
        ' ACCEPTED=' WS-ACCEPTED-DISPLAY DELIMITED BY SIZE
        ' REJECTED=' WS-REJECTED-DISPLAY DELIMITED BY SIZE
        ' REQUESTS-PENDING=' WS-QUEUED-DISPLAY DELIMITED BY SIZE
        ' REQUESTS-APPROVED=' WS-APPROVED-DISPLAY DELIMITED BY SIZE
        ' REQUESTS-REJECTED=' WS-DECLINED-DISPLAY DELIMITED BY SIZE
        ' REQUESTS-EXPIRED=' WS-EXPIRED-DISPLAY DELIMITED BY SIZE
        INTO OPERATOR-JOURNAL-LINE.
    PERFORM WRITE-JOURNAL-RECORD.

WRITE-JOURNAL-RECORD.
    CALL 'AUDIT-CHAIN-STAMP' USING WS-JOURNAL-CHAIN-NAME
        OPERATOR-JOURNAL-LINE WS-JOURNAL-BODY-LENGTH
        OJ-CHAIN-SEQUENCE OJ-CHAIN-HASH.
    WRITE OPERATOR-JOURNAL-REC.

REWRITE-PENDING-APPROVALS.
    OPEN OUTPUT PENDING-APPROVAL-FILE.
    MOVE SPACES TO PENDING-APPROVAL-REC.
    SET PA-IS-CONTROL TO TRUE.
    MOVE WS-LAST-REQUEST-ID TO PA-REQUEST-ID.
    MOVE ZERO TO PA-REQUESTED-AT.
    WRITE PENDING-APPROVAL-REC.
    PERFORM REWRITE-ONE-PENDING-REQUEST
        VARYING WS-RQ-IDX FROM 1 BY 1
        UNTIL WS-RQ-IDX > WS-REQUEST-COUNT.
    CLOSE PENDING-APPROVAL-FILE.

REWRITE-ONE-PENDING-REQUEST.
    IF WS-RQ-IS-PENDING (WS-RQ-IDX)
        MOVE SPACES TO PENDING-APPROVAL-REC
        SET PA-IS-REQUEST TO TRUE
        MOVE WS-RQ-REQUEST-ID (WS-RQ-IDX) TO PA-REQUEST-ID
        MOVE WS-RQ-REQUESTED-BY (WS-RQ-IDX) TO PA-REQUESTED-BY
        MOVE WS-RQ-REQUESTED-AT (WS-RQ-IDX) TO PA-REQUESTED-AT
        MOVE WS-RQ-COMMAND-LINE (WS-RQ-IDX) TO PA-COMMAND-LINE
        WRITE PENDING-APPROVAL-REC
    END-IF.
