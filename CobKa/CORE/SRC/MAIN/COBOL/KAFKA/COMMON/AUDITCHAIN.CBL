IDENTIFICATION DIVISION.
PROGRAM-ID. AUDIT-CHAIN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-CHAIN-STATE-FILE
        ASSIGN TO "AUDITCHAINSTATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHAIN-STATE-STATUS.

DATA DIVISION.
FILE SECTION.
*> The head of every audit chain, one card per log: the sequence
*> number and hash of the last record stamped onto it and when. The
*> next record continues from here, and the nightly verifier holds
*> each log against its head so a log cut short cannot pass as whole.
FD AUDIT-CHAIN-STATE-FILE.
01 AUDIT-CHAIN-STATE-REC.
   05 ACS-LOG-NAME PIC X(30).
   05 ACS-LAST-SEQUENCE PIC 9(10).
   05 ACS-LAST-HASH PIC 9(18).
   05 ACS-LAST-STAMPED PIC 9(14).

WORKING-STORAGE SECTION.
01 WS-CHAIN-STATE-STATUS PIC XX.
   88 WS-CHAIN-STATE-OK VALUE '00'.
01 WS-CHAIN-STATE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CHAIN-STATE VALUE 'Y'.

01 WS-CHAIN-COUNT PIC 9(3) VALUE ZERO.
01 WS-CHAIN-TABLE.
   05 WS-CHAIN-ENTRY OCCURS 1 TO 200 TIMES
         DEPENDING ON WS-CHAIN-COUNT
         INDEXED BY WS-CH-IDX.
      10 WS-CH-LOG-NAME PIC X(30).
      10 WS-CH-LAST-SEQUENCE PIC 9(10).
      10 WS-CH-LAST-HASH PIC 9(18).
      10 WS-CH-LAST-STAMPED PIC 9(14).
01 WS-CHAIN-FOUND-SWITCH PIC X.
   88 WS-CHAIN-FOUND VALUE 'Y'.
*> Heads the table cannot hold are counted. Rewriting the state
*> without them would restart their chains, so while any are left
*> out, or a new log finds the table full, nothing is stamped: the
*> caller gets sequence zero back and the verifier reports the
*> record as a break.
01 WS-CHAIN-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.

01 WS-STAMP-DATE-TIME PIC X(21).
01 WS-SEQUENCE-TEXT PIC 9(10).
01 WS-FOLD-TEXT PIC X(512).
01 WS-FOLD-LENGTH PIC 9(4) COMP VALUE ZERO.
01 WS-FOLD-IDX PIC 9(4) COMP VALUE ZERO.
01 WS-HASH-ACCUMULATOR PIC 9(18) VALUE ZERO.

LINKAGE SECTION.
01 LK-LOG-NAME PIC X(30).
01 LK-RECORD-BODY PIC X(512).
01 LK-BODY-LENGTH PIC 9(4) COMP.
01 LK-PRIOR-HASH PIC 9(18).
01 LK-CHAIN-SEQUENCE PIC 9(10).
01 LK-CHAIN-HASH PIC 9(18).
01 LK-SIGNING-KEY PIC X(64).
01 LK-SIGNED-TEXT PIC X(512).
01 LK-SIGNATURE PIC 9(18).

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    GOBACK.

*> AUDIT-CHAIN-STAMP: the caller's audit record body in, the sequence
*> number and chained hash to carry on it out. The chain head moves
*> on before the caller writes, so a record that never reaches its
*> log shows up as a gap rather than vanishing without trace.
    ENTRY 'AUDIT-CHAIN-STAMP' USING LK-LOG-NAME LK-RECORD-BODY
            LK-BODY-LENGTH LK-CHAIN-SEQUENCE LK-CHAIN-HASH.
        PERFORM LOAD-CHAIN-STATE.
        PERFORM FIND-OR-ADD-CHAIN.
        IF WS-CHAIN-OVERFLOW-COUNT > ZERO
            MOVE ZERO TO LK-CHAIN-SEQUENCE
            MOVE ZERO TO LK-CHAIN-HASH
            DISPLAY 'AUDIT-CHAIN: ' LK-LOG-NAME ' NOT STAMPED - '
                'CHAIN HEADS BEYOND THE 200-LOG LIMIT'
        ELSE
            ADD 1 TO WS-CH-LAST-SEQUENCE (WS-CH-IDX)
            MOVE WS-CH-LAST-HASH (WS-CH-IDX) TO WS-HASH-ACCUMULATOR
            MOVE WS-CH-LAST-SEQUENCE (WS-CH-IDX) TO WS-SEQUENCE-TEXT
            PERFORM FOLD-RECORD-BODY
            MOVE WS-CH-LAST-SEQUENCE (WS-CH-IDX) TO LK-CHAIN-SEQUENCE
            MOVE WS-HASH-ACCUMULATOR TO LK-CHAIN-HASH
            MOVE WS-HASH-ACCUMULATOR TO WS-CH-LAST-HASH (WS-CH-IDX)
            MOVE FUNCTION CURRENT-DATE TO WS-STAMP-DATE-TIME
            MOVE WS-STAMP-DATE-TIME (1:14)
                TO WS-CH-LAST-STAMPED (WS-CH-IDX)
            PERFORM REWRITE-CHAIN-STATE
        END-IF.
        GOBACK.

*> AUDIT-CHAIN-HASH: the same link recomputed from a record as read
*> back - the prior record's hash, this record's sequence number and
*> its body - for the verifier walking a chain.
    ENTRY 'AUDIT-CHAIN-HASH' USING LK-PRIOR-HASH LK-CHAIN-SEQUENCE
            LK-RECORD-BODY LK-BODY-LENGTH LK-CHAIN-HASH.
        MOVE LK-PRIOR-HASH TO WS-HASH-ACCUMULATOR.
        MOVE LK-CHAIN-SEQUENCE TO WS-SEQUENCE-TEXT.
        PERFORM FOLD-RECORD-BODY.
        MOVE WS-HASH-ACCUMULATOR TO LK-CHAIN-HASH.
        GOBACK.

*> AUDIT-CHAIN-SIGN: a keyed signature over a chain-head statement,
*> the key folded in before and after the text so the statement
*> cannot be re-signed by anyone who does not hold the key.
    ENTRY 'AUDIT-CHAIN-SIGN' USING LK-SIGNING-KEY LK-SIGNED-TEXT
            LK-SIGNATURE.
        MOVE ZERO TO WS-HASH-ACCUMULATOR.
        MOVE LK-SIGNING-KEY TO WS-FOLD-TEXT.
        MOVE 64 TO WS-FOLD-LENGTH.
        PERFORM FOLD-TEXT.
        MOVE LK-SIGNED-TEXT TO WS-FOLD-TEXT.
        MOVE 512 TO WS-FOLD-LENGTH.
        PERFORM FOLD-TEXT.
        MOVE LK-SIGNING-KEY TO WS-FOLD-TEXT.
        MOVE 64 TO WS-FOLD-LENGTH.
        PERFORM FOLD-TEXT.
        MOVE WS-HASH-ACCUMULATOR TO LK-SIGNATURE.
        GOBACK.

*> The sequence number and then the body, trailing spaces left out so
*> the hash does not depend on how wide a log's record happens to be.
FOLD-RECORD-BODY.
    MOVE WS-SEQUENCE-TEXT TO WS-FOLD-TEXT.
    MOVE 10 TO WS-FOLD-LENGTH.
    PERFORM FOLD-TEXT.
    MOVE SPACES TO WS-FOLD-TEXT.
    MOVE LK-BODY-LENGTH TO WS-FOLD-LENGTH.
    IF WS-FOLD-LENGTH > 512
        MOVE 512 TO WS-FOLD-LENGTH
    END-IF.
    IF WS-FOLD-LENGTH > ZERO
        MOVE LK-RECORD-BODY (1:WS-FOLD-LENGTH) TO WS-FOLD-TEXT
    END-IF.
    PERFORM FOLD-TEXT.

FOLD-TEXT.
    PERFORM TRIM-FOLD-LENGTH
        UNTIL WS-FOLD-LENGTH = ZERO
            OR WS-FOLD-TEXT (WS-FOLD-LENGTH:1) NOT = SPACE.
    PERFORM FOLD-ONE-CHAR
        VARYING WS-FOLD-IDX FROM 1 BY 1
        UNTIL WS-FOLD-IDX > WS-FOLD-LENGTH.

TRIM-FOLD-LENGTH.
    SUBTRACT 1 FROM WS-FOLD-LENGTH.

*> The shop hash: characters folded base-31 modulo the large prime.
FOLD-ONE-CHAR.
    COMPUTE WS-HASH-ACCUMULATOR = FUNCTION MOD
        (WS-HASH-ACCUMULATOR * 31
            + FUNCTION ORD (WS-FOLD-TEXT (WS-FOLD-IDX:1)),
         999999999999999989).

LOAD-CHAIN-STATE.
    MOVE ZERO TO WS-CHAIN-COUNT.
    MOVE ZERO TO WS-CHAIN-OVERFLOW-COUNT.
    MOVE 'N' TO WS-CHAIN-STATE-EOF-SWITCH.
    OPEN INPUT AUDIT-CHAIN-STATE-FILE.
    IF WS-CHAIN-STATE-OK
        PERFORM LOAD-ONE-CHAIN-HEAD UNTIL END-OF-CHAIN-STATE
        CLOSE AUDIT-CHAIN-STATE-FILE
    END-IF.

LOAD-ONE-CHAIN-HEAD.
    READ AUDIT-CHAIN-STATE-FILE
        AT END SET END-OF-CHAIN-STATE TO TRUE
        NOT AT END
            IF WS-CHAIN-COUNT < 200
                ADD 1 TO WS-CHAIN-COUNT
                SET WS-CH-IDX TO WS-CHAIN-COUNT
                MOVE ACS-LOG-NAME TO WS-CH-LOG-NAME (WS-CH-IDX)
                MOVE ACS-LAST-SEQUENCE
                    TO WS-CH-LAST-SEQUENCE (WS-CH-IDX)
                MOVE ACS-LAST-HASH TO WS-CH-LAST-HASH (WS-CH-IDX)
                MOVE ACS-LAST-STAMPED
                    TO WS-CH-LAST-STAMPED (WS-CH-IDX)
            ELSE
                ADD 1 TO WS-CHAIN-OVERFLOW-COUNT
            END-IF
    END-READ.

*> A log stamped for the first time starts its chain at sequence one
*> from a zero hash.
FIND-OR-ADD-CHAIN.
    MOVE 'N' TO WS-CHAIN-FOUND-SWITCH.
    IF WS-CHAIN-COUNT > ZERO
        SET WS-CH-IDX TO 1
        SEARCH WS-CHAIN-ENTRY
            AT END CONTINUE
            WHEN WS-CH-LOG-NAME (WS-CH-IDX) = LK-LOG-NAME
                SET WS-CHAIN-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT WS-CHAIN-FOUND
        IF WS-CHAIN-COUNT < 200
            ADD 1 TO WS-CHAIN-COUNT
            SET WS-CH-IDX TO WS-CHAIN-COUNT
            MOVE LK-LOG-NAME TO WS-CH-LOG-NAME (WS-CH-IDX)
            MOVE ZERO TO WS-CH-LAST-SEQUENCE (WS-CH-IDX)
            MOVE ZERO TO WS-CH-LAST-HASH (WS-CH-IDX)
            MOVE ZERO TO WS-CH-LAST-STAMPED (WS-CH-IDX)
        ELSE
            ADD 1 TO WS-CHAIN-OVERFLOW-COUNT
        END-IF
    END-IF.

REWRITE-CHAIN-STATE.
    OPEN OUTPUT AUDIT-CHAIN-STATE-FILE.
    PERFORM REWRITE-ONE-CHAIN-HEAD
        VARYING WS-CH-IDX FROM 1 BY 1
        UNTIL WS-CH-IDX > WS-CHAIN-COUNT.
    CLOSE AUDIT-CHAIN-STATE-FILE.

REWRITE-ONE-CHAIN-HEAD.
    MOVE SPACES TO AUDIT-CHAIN-STATE-REC.
    MOVE WS-CH-LOG-NAME (WS-CH-IDX) TO ACS-LOG-NAME.
    MOVE WS-CH-LAST-SEQUENCE (WS-CH-IDX) TO ACS-LAST-SEQUENCE.
    MOVE WS-CH-LAST-HASH (WS-CH-IDX) TO ACS-LAST-HASH.
    MOVE WS-CH-LAST-STAMPED (WS-CH-IDX) TO ACS-LAST-STAMPED.
    WRITE AUDIT-CHAIN-STATE-REC.
