        ASSIGN TO "FREEZEOVERRIDE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FREEZE-OVERRIDE-STATUS.
    SELECT FREEZE-OVERRIDE-LOG
        ASSIGN TO "FREEZEOVERRIDELOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OVERRIDE-LOG-STATUS.
    SELECT REVERT-CLOCK-FILE
        ASSIGN TO "LOGGERREVERTCLOCK"
        ORGANIZATION IS LINE SEQUENTIAL
   05 LC-VALIDATE-ONLY PIC X.
   05 LC-TTL-SECONDS PIC 9(9).

*> Every logger change outcome, appended run after run and chained:
*> each line carries a sequence number and a hash over the previous
*> line's hash and its own text.
FD LOG-LEVEL-AUDIT-LOG.
01 LOG-LEVEL-AUDIT-REC.
   05 LOG-LEVEL-AUDIT-LINE PIC X(160).
   05 LA-CHAIN-SEQUENCE PIC 9(10).
   05 LA-CHAIN-HASH PIC 9(18).

*> One logger/level pair per card in the template to roll out fleet-wide.
FD LOGGER-TEMPLATE-FILE.
01 FREEZE-OVERRIDE-CARD.
   05 FO-APPROVER-ID PIC X(30).

*> The shop-wide record of freeze overrides actually exercised: when,
*> by which program, on whose approval - chained like every audit
*> trail, by sequence number and hash.
FD FREEZE-OVERRIDE-LOG.
01 FREEZE-OVERRIDE-LOG-REC.
   05 FOL-USE-BODY.
      10 FOL-TIMESTAMP PIC 9(14).
      10 FOL-PROGRAM-ID PIC X(30).
      10 FOL-APPROVER-ID PIC X(30).
   05 FOL-CHAIN-SEQUENCE PIC 9(10).
   05 FOL-CHAIN-HASH PIC 9(18).

WORKING-STORAGE SECTION.
01 WS-CHANGE-FILE-STATUS PIC XX.
   88 WS-CHANGE-FILE-OK VALUE '00'.
01 WS-AUDIT-LOG-STATUS PIC XX.
   88 WS-AUDIT-LOG-OK VALUE '00'.
01 WS-AUDIT-CHAIN-NAME PIC X(30) VALUE 'LOGLEVELAUDITLOG'.
01 WS-AUDIT-BODY-LENGTH PIC 9(4) COMP VALUE 160.
01 WS-CHANGE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CHANGES VALUE 'Y'.
01 WS-TEMPLATE-FILE-STATUS PIC XX.
01 WS-FREEZE-APPROVER PIC X(30) VALUE SPACES.
01 WS-FREEZE-TODAY PIC 9(8) VALUE ZERO.
01 WS-FREEZE-DATE-TIME PIC X(21).
01 WS-OVERRIDE-LOG-STATUS PIC XX.
   88 WS-OVERRIDE-LOG-OK VALUE '00'.
01 WS-OVERRIDE-CHAIN-NAME PIC X(30) VALUE 'FREEZEOVERRIDELOG'.
01 WS-OVERRIDE-BODY-LENGTH PIC 9(4) COMP VALUE 74.

01 WS-CURRENT-EPOCH-SECS PIC 9(18) VALUE ZERO.
01 WS-PRIOR-LEVEL PIC X(10).
            END-READ
            CLOSE FREEZE-OVERRIDE-FILE
        END-IF
        IF WS-FREEZE-APPROVER NOT = SPACES
            PERFORM RECORD-FREEZE-OVERRIDE
        END-IF
    END-IF.

RECORD-FREEZE-OVERRIDE.
    OPEN EXTEND FREEZE-OVERRIDE-LOG.
    IF NOT WS-OVERRIDE-LOG-OK
        CLOSE FREEZE-OVERRIDE-LOG
        OPEN OUTPUT FREEZE-OVERRIDE-LOG
    END-IF.
    MOVE SPACES TO FREEZE-OVERRIDE-LOG-REC.
    MOVE WS-FREEZE-DATE-TIME (1:14) TO FOL-TIMESTAMP.
    MOVE 'RUNTIMELOGGERMANAGER' TO FOL-PROGRAM-ID.
    MOVE WS-FREEZE-APPROVER TO FOL-APPROVER-ID.
    CALL 'AUDIT-CHAIN-STAMP' USING WS-OVERRIDE-CHAIN-NAME
        FOL-USE-BODY WS-OVERRIDE-BODY-LENGTH
        FOL-CHAIN-SEQUENCE FOL-CHAIN-HASH.
    WRITE FREEZE-OVERRIDE-LOG-REC.
    CLOSE FREEZE-OVERRIDE-LOG.

CHECK-ONE-FREEZE-WINDOW.
    READ FREEZE-CALENDAR-FILE
        AT END SET END-OF-FREEZE-CARDS TO TRUE
    PERFORM LOAD-REVERT-CLOCK.
    PERFORM LOAD-LOGGER-LEVEL-STATE.
    PERFORM LOAD-ACTIVE-OVERRIDES.
    OPEN EXTEND LOG-LEVEL-AUDIT-LOG.
    IF NOT WS-AUDIT-LOG-OK
        CLOSE LOG-LEVEL-AUDIT-LOG
        OPEN OUTPUT LOG-LEVEL-AUDIT-LOG
    END-IF.
    OPEN INPUT LOG-LEVEL-CHANGE-FILE.
    IF WS-CHANGE-FILE-OK
        PERFORM APPLY-CHANGES-FOR-RESOURCE UNTIL END-OF-CHANGES
        CLOSE LOG-LEVEL-CHANGE-FILE
    END-IF.
    PERFORM REVERT-EXPIRED-OVERRIDES.
    CLOSE LOG-LEVEL-AUDIT-LOG.
        ' - CHANGE-FREEZE IN FORCE, NO APPROVED OVERRIDE'
            DELIMITED BY SIZE
        INTO LOG-LEVEL-AUDIT-LINE.
    PERFORM WRITE-AUDIT-RECORD.

LOAD-REVERT-CLOCK.
    OPEN INPUT REVERT-CLOCK-FILE.
            WS-OV-PRIOR-LEVEL (WS-OV-IDX) DELIMITED BY SPACE
            " (TTL EXPIRED)" DELIMITED BY SIZE
            INTO LOG-LEVEL-AUDIT-LINE
        PERFORM WRITE-AUDIT-RECORD
    END-IF.

REWRITE-LOGGER-LEVEL-STATE.
            CONTINUE
    END-SEARCH.

*> Stamps the line with its place in the audit chain, then writes it.
WRITE-AUDIT-RECORD.
    CALL 'AUDIT-CHAIN-STAMP' USING WS-AUDIT-CHAIN-NAME
        LOG-LEVEL-AUDIT-LINE WS-AUDIT-BODY-LENGTH
        LA-CHAIN-SEQUENCE LA-CHAIN-HASH.
    WRITE LOG-LEVEL-AUDIT-REC.

WRITE-APPLIED-AUDIT-LINE.
    MOVE SPACES TO LOG-LEVEL-AUDIT-LINE.
    MOVE LC-NODE-ID TO WS-NODE-ID-DISPLAY.
        " LEVEL=" LC-LOG-LEVEL DELIMITED BY SPACE
        " APPLIED" DELIMITED BY SIZE
        INTO LOG-LEVEL-AUDIT-LINE.
    PERFORM WRITE-AUDIT-RECORD.

WRITE-VALIDATE-ONLY-AUDIT-LINE.
    MOVE SPACES TO LOG-LEVEL-AUDIT-LINE.
        " LEVEL=" LC-LOG-LEVEL DELIMITED BY SPACE
        " VALIDATED-ONLY-NOT-APPLIED" DELIMITED BY SIZE
        INTO LOG-LEVEL-AUDIT-LINE.
    PERFORM WRITE-AUDIT-RECORD.

WRITE-REJECTED-AUDIT-LINE.
    MOVE SPACES TO LOG-LEVEL-AUDIT-LINE.
        " LOGGER=" LC-LOGGER-NAME DELIMITED BY SPACE
        " REJECTED: " WS-REJECT-REASON DELIMITED BY SIZE
        INTO LOG-LEVEL-AUDIT-LINE.
    PERFORM WRITE-AUDIT-RECORD.

*> Applies one logger-level template across every broker in the fleet
*> list, reusing the same validation rules as a single-broker change.
