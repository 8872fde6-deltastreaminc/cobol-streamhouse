IDENTIFICATION DIVISION.
PROGRAM-ID. CATALOG-SWITCHOVER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SWITCHOVER-CARD-FILE
        ASSIGN TO "SWITCHOVERCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SWITCHOVER-CARD-STATUS.
    SELECT SITE-ROLE-FILE
        ASSIGN TO "CATALOGSITEROLE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SITE-ROLE-STATUS.
    SELECT PEER-SITE-ROLE-FILE
        ASSIGN TO "PEERSITEROLE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PEER-ROLE-STATUS.
    SELECT APPLY-STATE-FILE
        ASSIGN TO "REPLAPPLYSTATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPLY-STATE-STATUS.
    SELECT REPLICATION-JOURNAL-FILE
        ASSIGN TO "REPLICATIONJOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.
    SELECT SWITCHOVER-AUDIT-FILE
        ASSIGN TO "SWITCHOVERAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SWITCHOVER-AUDIT-STATUS.
    SELECT SWITCHOVER-REPORT-FILE
        ASSIGN TO "SWITCHOVERREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INCIDENT-LOG-FILE
        ASSIGN TO "INCIDENTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INCIDENT-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
*> What to do and where. PROMOTE runs at the standby and makes it
*> the primary; FAILBACK runs at the fenced former primary once it is
*> reachable again and turns it into the new primary's standby. A
*> planned switch back is a PROMOTE at the original site after that.
FD SWITCHOVER-CARD-FILE.
01 SWITCHOVER-CARD.
   05 SW-ACTION PIC X(8).
   05 SW-SITE-NAME PIC X(16).
   05 SW-PEER-SITE-NAME PIC X(16).

*> The role card CATALOG-HANDLERS and CATALOG-REPLICATION-APPLY read
*> at this site, and the other site's, reached through its own DD.
*> The base sequence is the first journal sequence the site wrote (or
*> will write) as primary.
FD SITE-ROLE-FILE.
01 SITE-ROLE-CARD.
   05 SR-SITE-NAME PIC X(16).
   05 SR-ROLE PIC X(8).
   05 SR-CHANGED-TIMESTAMP PIC 9(14).
   05 SR-JOURNAL-BASE-SEQUENCE PIC 9(12).

FD PEER-SITE-ROLE-FILE.
01 PEER-SITE-ROLE-CARD.
   05 PR-SITE-NAME PIC X(16).
   05 PR-ROLE PIC X(8).
   05 PR-CHANGED-TIMESTAMP PIC 9(14).
   05 PR-JOURNAL-BASE-SEQUENCE PIC 9(12).

*> The standby's high-water mark, as CATALOG-REPLICATION-APPLY keeps
*> it.
FD APPLY-STATE-FILE.
01 APPLY-STATE-CARD.
   05 AS-LAST-APPLIED-SEQUENCE PIC 9(12).

*> At the standby, the journal as shipped from the primary; at a
*> fenced former primary, the journal it wrote itself.
FD REPLICATION-JOURNAL-FILE.
01 REPLICATION-JOURNAL-REC.
   05 RJ-SEQUENCE PIC 9(12).
   05 RJ-TIMESTAMP PIC 9(14).
   05 RJ-OPERATION PIC X(20).
   05 RJ-NAMESPACE PIC X(128).
   05 RJ-TABLE-NAME PIC X(128).
   05 RJ-SNAPSHOT-ID PIC 9(18).
   05 RJ-NEW-NAMESPACE PIC X(128).
   05 RJ-NEW-NAME PIC X(128).

*> One record per switchover attempt, carried out or refused, so a
*> DR test leaves the same trail a real outage would.
FD SWITCHOVER-AUDIT-FILE.
01 SWITCHOVER-AUDIT-REC.
   05 SA-TIMESTAMP PIC 9(14).
   05 SA-ACTION PIC X(8).
   05 SA-SITE-NAME PIC X(16).
   05 SA-PEER-SITE-NAME PIC X(16).
   05 SA-OUTCOME PIC X(8).
   05 SA-APPLIED-SEQUENCE PIC 9(12).
   05 SA-JOURNAL-SEQUENCE PIC 9(12).
   05 SA-REASON PIC X(60).

FD SWITCHOVER-REPORT-FILE.
01 SWITCHOVER-REPORT-LINE PIC X(250).

*> The shop-wide structured incident record pioneered by the broker
*> endpoint exception payload: timestamp, program, severity, error
*> class and a correlation key (topic or table), one format across
*> CobKa and CobBerg so one bad night is one merge, not nine greps.
FD INCIDENT-LOG-FILE.
01 INCIDENT-REC.
   05 IN-TIMESTAMP PIC 9(14).
   05 IN-PROGRAM-ID PIC X(30).
   05 IN-SEVERITY PIC X(8).
   05 IN-ERROR-CLASS PIC X(20).
   05 IN-CORRELATION-KEY PIC X(60).

WORKING-STORAGE SECTION.
01 WS-SWITCHOVER-CARD-STATUS PIC XX.
   88 WS-SWITCHOVER-CARD-OK VALUE '00'.
01 WS-SITE-ROLE-STATUS PIC XX.
   88 WS-SITE-ROLE-OK VALUE '00'.
01 WS-PEER-ROLE-STATUS PIC XX.
   88 WS-PEER-ROLE-OK VALUE '00'.
01 WS-APPLY-STATE-STATUS PIC XX.
   88 WS-APPLY-STATE-OK VALUE '00'.
01 WS-JOURNAL-FILE-STATUS PIC XX.
   88 WS-JOURNAL-FILE-OK VALUE '00'.
01 WS-SWITCHOVER-AUDIT-STATUS PIC XX.
   88 WS-SWITCHOVER-AUDIT-OK VALUE '00'.
01 WS-JOURNAL-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-JOURNAL VALUE 'Y'.

01 WS-SWITCHOVER-ACTION PIC X(8) VALUE SPACES.
   88 WS-ACTION-IS-PROMOTE VALUE 'PROMOTE'.
   88 WS-ACTION-IS-FAILBACK VALUE 'FAILBACK'.
01 WS-SITE-NAME PIC X(16) VALUE SPACES.
01 WS-PEER-SITE-NAME PIC X(16) VALUE SPACES.

*> With no role card a site has never been switched: the standby
*> side reads as STANDBY here, which is what PROMOTE expects to find.
01 WS-SITE-ROLE PIC X(8) VALUE 'STANDBY'.
   88 WS-SITE-IS-PRIMARY VALUE 'PRIMARY'.
   88 WS-SITE-IS-STANDBY VALUE 'STANDBY'.
   88 WS-SITE-IS-FENCED VALUE 'FENCED'.
01 WS-PEER-ROLE PIC X(8) VALUE SPACES.
   88 WS-PEER-IS-PRIMARY VALUE 'PRIMARY'.
01 WS-PEER-BASE-SEQUENCE PIC 9(12) VALUE ZERO.

01 WS-LAST-APPLIED-SEQUENCE PIC 9(12) VALUE ZERO.
01 WS-JOURNAL-HIGH-SEQUENCE PIC 9(12) VALUE ZERO.
01 WS-NEW-BASE-SEQUENCE PIC 9(12) VALUE ZERO.
01 WS-UNSHIPPED-COUNT PIC 9(7) VALUE ZERO.
01 WS-UNSHIPPED-DISPLAY PIC Z(6)9.
01 WS-SEQUENCE-DISPLAY PIC Z(11)9.
01 WS-EXPECTED-DISPLAY PIC Z(11)9.

01 WS-SWITCHOVER-OUTCOME PIC X(8) VALUE SPACES.
01 WS-REFUSAL-REASON PIC X(60) VALUE SPACES.
01 WS-CURRENT-DATE-TIME PIC X(21).

01 WS-INCIDENT-LOG-STATUS PIC XX.
   88 WS-INCIDENT-LOG-OK VALUE '00'.
01 WS-INCIDENT-DATE-TIME PIC X(21).
01 WS-INCIDENT-SEVERITY PIC X(8).
01 WS-INCIDENT-ERROR-CLASS PIC X(20).
01 WS-INCIDENT-KEY PIC X(60).

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    OPEN OUTPUT SWITCHOVER-REPORT-FILE.
    PERFORM LOAD-SWITCHOVER-CARD.
    PERFORM LOAD-SITE-ROLES.
    PERFORM LOAD-APPLY-STATE.
    PERFORM SCAN-JOURNAL-HIGH-SEQUENCE.
    EVALUATE TRUE
        WHEN WS-ACTION-IS-PROMOTE
            PERFORM PROMOTE-STANDBY
        WHEN WS-ACTION-IS-FAILBACK
            PERFORM FAIL-BACK-FORMER-PRIMARY
        WHEN OTHER
            MOVE 'NO PROMOTE OR FAILBACK ACTION ON THE SWITCHOVER CARD'
                TO WS-REFUSAL-REASON
            PERFORM REFUSE-SWITCHOVER
    END-EVALUATE.
    PERFORM APPEND-SWITCHOVER-AUDIT.
    CLOSE SWITCHOVER-REPORT-FILE.
    STOP RUN.

LOAD-SWITCHOVER-CARD.
    OPEN INPUT SWITCHOVER-CARD-FILE.
    IF WS-SWITCHOVER-CARD-OK
        READ SWITCHOVER-CARD-FILE
            AT END CONTINUE
            NOT AT END
                MOVE SW-ACTION TO WS-SWITCHOVER-ACTION
                MOVE SW-SITE-NAME TO WS-SITE-NAME
                MOVE SW-PEER-SITE-NAME TO WS-PEER-SITE-NAME
        END-READ
        CLOSE SWITCHOVER-CARD-FILE
    END-IF.

LOAD-SITE-ROLES.
    OPEN INPUT SITE-ROLE-FILE.
    IF WS-SITE-ROLE-OK
        READ SITE-ROLE-FILE
            AT END CONTINUE
            NOT AT END
                IF SR-ROLE NOT = SPACES
                    MOVE SR-ROLE TO WS-SITE-ROLE
                END-IF
                IF WS-SITE-NAME = SPACES
                    MOVE SR-SITE-NAME TO WS-SITE-NAME
                END-IF
        END-READ
        CLOSE SITE-ROLE-FILE
    END-IF.
    OPEN INPUT PEER-SITE-ROLE-FILE.
    IF WS-PEER-ROLE-OK
        READ PEER-SITE-ROLE-FILE
            AT END CONTINUE
            NOT AT END
                MOVE PR-ROLE TO WS-PEER-ROLE
                IF PR-JOURNAL-BASE-SEQUENCE IS NUMERIC
                    MOVE PR-JOURNAL-BASE-SEQUENCE
                        TO WS-PEER-BASE-SEQUENCE
                END-IF
                IF WS-PEER-SITE-NAME = SPACES
                    MOVE PR-SITE-NAME TO WS-PEER-SITE-NAME
                END-IF
        END-READ
        CLOSE PEER-SITE-ROLE-FILE
    END-IF.

LOAD-APPLY-STATE.
    MOVE ZERO TO WS-LAST-APPLIED-SEQUENCE.
    OPEN INPUT APPLY-STATE-FILE.
    IF WS-APPLY-STATE-OK
        READ APPLY-STATE-FILE
            AT END CONTINUE
            NOT AT END
                MOVE AS-LAST-APPLIED-SEQUENCE
                    TO WS-LAST-APPLIED-SEQUENCE
        END-READ
        CLOSE APPLY-STATE-FILE
    END-IF.

SCAN-JOURNAL-HIGH-SEQUENCE.
    MOVE ZERO TO WS-JOURNAL-HIGH-SEQUENCE.
    OPEN INPUT REPLICATION-JOURNAL-FILE.
    IF WS-JOURNAL-FILE-OK
        MOVE 'N' TO WS-JOURNAL-EOF-SWITCH
        PERFORM SCAN-ONE-JOURNAL-SEQUENCE UNTIL END-OF-JOURNAL
        CLOSE REPLICATION-JOURNAL-FILE
    END-IF.

SCAN-ONE-JOURNAL-SEQUENCE.
    READ REPLICATION-JOURNAL-FILE
        AT END SET END-OF-JOURNAL TO TRUE
        NOT AT END
            IF RJ-SEQUENCE > WS-JOURNAL-HIGH-SEQUENCE
                MOVE RJ-SEQUENCE TO WS-JOURNAL-HIGH-SEQUENCE
            END-IF
    END-READ.

*> Promotion, in order: the standby must have applied the last
*> sequence shipped to it; the old primary's role card is set to
*> FENCED, so CATALOG-HANDLERS there refuses every mutation from its
*> next run; this site's card is set to PRIMARY, so the journal is
*> written here from the next sequence on; and the switchover is
*> audited. Anything the old primary journalled but never shipped is
*> found and reported by the failback, not guessed at here.
PROMOTE-STANDBY.
    EVALUATE TRUE
        WHEN WS-SITE-IS-PRIMARY
            MOVE 'SITE IS ALREADY THE PRIMARY' TO WS-REFUSAL-REASON
            PERFORM REFUSE-SWITCHOVER
        WHEN WS-LAST-APPLIED-SEQUENCE < WS-JOURNAL-HIGH-SEQUENCE
            MOVE WS-LAST-APPLIED-SEQUENCE TO WS-SEQUENCE-DISPLAY
            MOVE WS-JOURNAL-HIGH-SEQUENCE TO WS-EXPECTED-DISPLAY
            MOVE SPACES TO SWITCHOVER-REPORT-LINE
            STRING 'STANDBY APPLIED-SEQ=' WS-SEQUENCE-DISPLAY
                    DELIMITED BY SIZE
                ' JOURNAL-SEQ=' WS-EXPECTED-DISPLAY DELIMITED BY SIZE
                ' - RUN CATALOG-REPLICATION-APPLY FIRST'
                    DELIMITED BY SIZE
                INTO SWITCHOVER-REPORT-LINE
            WRITE SWITCHOVER-REPORT-LINE
            MOVE 'STANDBY HAS NOT APPLIED THE LAST JOURNAL SEQUENCE'
                TO WS-REFUSAL-REASON
            PERFORM REFUSE-SWITCHOVER
        WHEN OTHER
            COMPUTE WS-NEW-BASE-SEQUENCE =
                WS-JOURNAL-HIGH-SEQUENCE + 1
            PERFORM FENCE-PEER-SITE
            MOVE 'PRIMARY' TO WS-SITE-ROLE
            PERFORM SAVE-SITE-ROLE
            MOVE 'DONE' TO WS-SWITCHOVER-OUTCOME
            MOVE WS-NEW-BASE-SEQUENCE TO WS-SEQUENCE-DISPLAY
            MOVE SPACES TO SWITCHOVER-REPORT-LINE
            STRING 'PROMOTED SITE=' WS-SITE-NAME DELIMITED BY SPACE
                ' FENCED PEER=' WS-PEER-SITE-NAME DELIMITED BY SPACE
                ' JOURNAL CONTINUES AT SEQ=' WS-SEQUENCE-DISPLAY
                    DELIMITED BY SIZE
                INTO SWITCHOVER-REPORT-LINE
            WRITE SWITCHOVER-REPORT-LINE
            MOVE 'WARN' TO WS-INCIDENT-SEVERITY
            MOVE 'SITE-PROMOTED' TO WS-INCIDENT-ERROR-CLASS
            MOVE WS-SITE-NAME TO WS-INCIDENT-KEY
            PERFORM APPEND-INCIDENT-RECORD
    END-EVALUATE.

FENCE-PEER-SITE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    OPEN OUTPUT PEER-SITE-ROLE-FILE.
    MOVE SPACES TO PEER-SITE-ROLE-CARD.
    MOVE WS-PEER-SITE-NAME TO PR-SITE-NAME.
    MOVE 'FENCED' TO PR-ROLE.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO PR-CHANGED-TIMESTAMP.
    MOVE ZERO TO PR-JOURNAL-BASE-SEQUENCE.
    WRITE PEER-SITE-ROLE-CARD.
    CLOSE PEER-SITE-ROLE-FILE.

SAVE-SITE-ROLE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    OPEN OUTPUT SITE-ROLE-FILE.
    MOVE SPACES TO SITE-ROLE-CARD.
    MOVE WS-SITE-NAME TO SR-SITE-NAME.
    MOVE WS-SITE-ROLE TO SR-ROLE.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO SR-CHANGED-TIMESTAMP.
    MOVE WS-NEW-BASE-SEQUENCE TO SR-JOURNAL-BASE-SEQUENCE.
    WRITE SITE-ROLE-CARD.
    CLOSE SITE-ROLE-FILE.

*> Failback re-seeds the fenced site from the new primary's journal:
*> its high-water mark is set to just below the sequence the new
*> primary started writing at, so the next CATALOG-REPLICATION-APPLY
*> here, fed the new primary's shipment, replays everything since
*> the promotion. Records this site journalled at or past that
*> sequence never reached the new primary; they are listed for
*> reconciliation (CATALOG-PIT-RECOVERY diffs the two catalogs),
*> since the new primary has reused those sequence numbers.
FAIL-BACK-FORMER-PRIMARY.
    EVALUATE TRUE
        WHEN NOT WS-SITE-IS-FENCED
            MOVE 'SITE IS NOT A FENCED FORMER PRIMARY'
                TO WS-REFUSAL-REASON
            PERFORM REFUSE-SWITCHOVER
        WHEN NOT WS-PEER-IS-PRIMARY OR WS-PEER-BASE-SEQUENCE = ZERO
            MOVE 'PEER SITE ROLE CARD DOES NOT SHOW A PROMOTED PRIMARY'
                TO WS-REFUSAL-REASON
            PERFORM REFUSE-SWITCHOVER
        WHEN OTHER
            PERFORM LIST-UNSHIPPED-JOURNAL-TAIL
            PERFORM RESEED-APPLY-STATE
            MOVE 'STANDBY' TO WS-SITE-ROLE
            MOVE ZERO TO WS-NEW-BASE-SEQUENCE
            PERFORM SAVE-SITE-ROLE
            MOVE 'DONE' TO WS-SWITCHOVER-OUTCOME
            MOVE WS-PEER-BASE-SEQUENCE TO WS-SEQUENCE-DISPLAY
            MOVE WS-UNSHIPPED-COUNT TO WS-UNSHIPPED-DISPLAY
            MOVE SPACES TO SWITCHOVER-REPORT-LINE
            STRING 'FAILED BACK SITE=' WS-SITE-NAME DELIMITED BY SPACE
                ' NOW STANDBY TO=' WS-PEER-SITE-NAME DELIMITED BY SPACE
                ' REPLAY FROM SEQ=' WS-SEQUENCE-DISPLAY
                    DELIMITED BY SIZE
                ' UNSHIPPED=' WS-UNSHIPPED-DISPLAY DELIMITED BY SIZE
                INTO SWITCHOVER-REPORT-LINE
            WRITE SWITCHOVER-REPORT-LINE
            MOVE 'SHIP THE NEW PRIMARY JOURNAL HERE BEFORE THE NEXT APPLY'
                TO SWITCHOVER-REPORT-LINE
            WRITE SWITCHOVER-REPORT-LINE
            IF WS-UNSHIPPED-COUNT > ZERO
                MOVE 'WARN' TO WS-INCIDENT-SEVERITY
                MOVE 'UNSHIPPED-JOURNAL' TO WS-INCIDENT-ERROR-CLASS
                MOVE WS-SITE-NAME TO WS-INCIDENT-KEY
                PERFORM APPEND-INCIDENT-RECORD
            END-IF
    END-EVALUATE.

LIST-UNSHIPPED-JOURNAL-TAIL.
    MOVE ZERO TO WS-UNSHIPPED-COUNT.
    OPEN INPUT REPLICATION-JOURNAL-FILE.
    IF WS-JOURNAL-FILE-OK
        MOVE 'N' TO WS-JOURNAL-EOF-SWITCH
        PERFORM LIST-ONE-UNSHIPPED-RECORD UNTIL END-OF-JOURNAL
        CLOSE REPLICATION-JOURNAL-FILE
    END-IF.

LIST-ONE-UNSHIPPED-RECORD.
    READ REPLICATION-JOURNAL-FILE
        AT END SET END-OF-JOURNAL TO TRUE
        NOT AT END
            IF RJ-SEQUENCE NOT < WS-PEER-BASE-SEQUENCE
                ADD 1 TO WS-UNSHIPPED-COUNT
                MOVE RJ-SEQUENCE TO WS-SEQUENCE-DISPLAY
                MOVE SPACES TO SWITCHOVER-REPORT-LINE
                STRING 'UNSHIPPED SEQ=' WS-SEQUENCE-DISPLAY
                        DELIMITED BY SIZE
                    ' OP=' RJ-OPERATION DELIMITED BY SPACE
                    ' NAMESPACE=' RJ-NAMESPACE DELIMITED BY SPACE
                    ' TABLE=' RJ-TABLE-NAME DELIMITED BY SPACE
                    INTO SWITCHOVER-REPORT-LINE
                WRITE SWITCHOVER-REPORT-LINE
            END-IF
    END-READ.

RESEED-APPLY-STATE.
    COMPUTE WS-LAST-APPLIED-SEQUENCE = WS-PEER-BASE-SEQUENCE - 1.
    OPEN OUTPUT APPLY-STATE-FILE.
    MOVE WS-LAST-APPLIED-SEQUENCE TO AS-LAST-APPLIED-SEQUENCE.
    WRITE APPLY-STATE-CARD.
    CLOSE APPLY-STATE-FILE.

REFUSE-SWITCHOVER.
    MOVE 'REFUSED' TO WS-SWITCHOVER-OUTCOME.
    MOVE SPACES TO SWITCHOVER-REPORT-LINE.
    STRING 'SWITCHOVER REFUSED: ' DELIMITED BY SIZE
        WS-REFUSAL-REASON DELIMITED BY SIZE
        INTO SWITCHOVER-REPORT-LINE.
    WRITE SWITCHOVER-REPORT-LINE.

APPEND-SWITCHOVER-AUDIT.
    OPEN EXTEND SWITCHOVER-AUDIT-FILE.
    IF NOT WS-SWITCHOVER-AUDIT-OK
        CLOSE SWITCHOVER-AUDIT-FILE
        OPEN OUTPUT SWITCHOVER-AUDIT-FILE
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE SPACES TO SWITCHOVER-AUDIT-REC.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO SA-TIMESTAMP.
    MOVE WS-SWITCHOVER-ACTION TO SA-ACTION.
    MOVE WS-SITE-NAME TO SA-SITE-NAME.
    MOVE WS-PEER-SITE-NAME TO SA-PEER-SITE-NAME.
    MOVE WS-SWITCHOVER-OUTCOME TO SA-OUTCOME.
    MOVE WS-LAST-APPLIED-SEQUENCE TO SA-APPLIED-SEQUENCE.
    MOVE WS-JOURNAL-HIGH-SEQUENCE TO SA-JOURNAL-SEQUENCE.
    MOVE WS-REFUSAL-REASON TO SA-REASON.
    WRITE SWITCHOVER-AUDIT-REC.
    CLOSE SWITCHOVER-AUDIT-FILE.

APPEND-INCIDENT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO WS-INCIDENT-DATE-TIME.
    OPEN EXTEND INCIDENT-LOG-FILE.
    IF NOT WS-INCIDENT-LOG-OK
        CLOSE INCIDENT-LOG-FILE
        OPEN OUTPUT INCIDENT-LOG-FILE
    END-IF.
    MOVE SPACES TO INCIDENT-REC.
    MOVE WS-INCIDENT-DATE-TIME (1:14) TO IN-TIMESTAMP.
    MOVE 'CATALOGSWITCHOVER' TO IN-PROGRAM-ID.
    MOVE WS-INCIDENT-SEVERITY TO IN-SEVERITY.
    MOVE WS-INCIDENT-ERROR-CLASS TO IN-ERROR-CLASS.
    MOVE WS-INCIDENT-KEY TO IN-CORRELATION-KEY.
    WRITE INCIDENT-REC.
    CLOSE INCIDENT-LOG-FILE.
