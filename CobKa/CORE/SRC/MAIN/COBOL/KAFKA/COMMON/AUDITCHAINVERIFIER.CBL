IDENTIFICATION DIVISION.
PROGRAM-ID. AUDIT-CHAIN-VERIFIER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-JOURNAL
        ASSIGN TO "OPERATORJOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-LOG-STATUS.
    SELECT VIEW-AUDIT-FILE
        ASSIGN TO "VIEWAUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-LOG-STATUS.
    SELECT LOG-LEVEL-AUDIT-LOG
        ASSIGN TO "LOGLEVELAUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-LOG-STATUS.
    SELECT SNAPSHOT-EXPIRATION-AUDIT-LOG
        ASSIGN TO "SNAPSHOTEXPIREAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-LOG-STATUS.
    SELECT SEEK-AUDIT-LOG
        ASSIGN TO "SEEKAUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-LOG-STATUS.
    SELECT FENCING-LOG
        ASSIGN TO "FENCINGLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-LOG-STATUS.
    SELECT ACCESS-GRANT-USE-LOG
        ASSIGN TO "ACCESSGRANTUSELOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-LOG-STATUS.
    SELECT FREEZE-OVERRIDE-LOG
        ASSIGN TO "FREEZEOVERRIDELOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-LOG-STATUS.
    SELECT AUDIT-CHAIN-STATE-FILE
        ASSIGN TO "AUDITCHAINSTATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHAIN-STATE-STATUS.
    SELECT SIGNING-KEY-FILE
        ASSIGN TO "AUDITSIGNINGKEY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SIGNING-KEY-STATUS.
    SELECT CHAIN-HEAD-FILE
        ASSIGN TO "AUDITCHAINHEADS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHAIN-HEAD-STATUS.
    SELECT CHAIN-VERIFY-REPORT
        ASSIGN TO "AUDITCHAINREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INCIDENT-LOG-FILE
        ASSIGN TO "INCIDENTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INCIDENT-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
*> The chained audit trails, each read as its writer lays it down:
*> the record text, then the sequence number and hash AUDIT-CHAIN
*> stamped on it. The chain fields are read as text so a line that
*> never carried them - written before chaining began, or slipped in
*> since by hand - is seen for what it is.
FD OPERATOR-JOURNAL.
01 OPERATOR-JOURNAL-REC.
   05 OJ-BODY PIC X(300).
   05 OJ-CHAIN-SEQUENCE PIC X(10).
   05 OJ-CHAIN-HASH PIC X(18).

FD VIEW-AUDIT-FILE.
01 VIEW-AUDIT-REC.
   05 VA-BODY PIC X(200).
   05 VA-CHAIN-SEQUENCE PIC X(10).
   05 VA-CHAIN-HASH PIC X(18).

FD LOG-LEVEL-AUDIT-LOG.
01 LOG-LEVEL-AUDIT-REC.
   05 LA-BODY PIC X(160).
   05 LA-CHAIN-SEQUENCE PIC X(10).
   05 LA-CHAIN-HASH PIC X(18).

FD SNAPSHOT-EXPIRATION-AUDIT-LOG.
01 EXPIRATION-AUDIT-REC.
   05 EA-BODY PIC X(200).
   05 EA-CHAIN-SEQUENCE PIC X(10).
   05 EA-CHAIN-HASH PIC X(18).

FD SEEK-AUDIT-LOG.
01 SEEK-AUDIT-REC.
   05 SA-BODY PIC X(250).
   05 SA-CHAIN-SEQUENCE PIC X(10).
   05 SA-CHAIN-HASH PIC X(18).

FD FENCING-LOG.
01 FENCING-LOG-REC.
   05 FL-BODY PIC X(200).
   05 FL-CHAIN-SEQUENCE PIC X(10).
   05 FL-CHAIN-HASH PIC X(18).

FD ACCESS-GRANT-USE-LOG.
01 ACCESS-GRANT-USE-REC.
   05 AGU-BODY PIC X(200).
   05 AGU-CHAIN-SEQUENCE PIC X(10).
   05 AGU-CHAIN-HASH PIC X(18).

FD FREEZE-OVERRIDE-LOG.
01 FREEZE-OVERRIDE-LOG-REC.
   05 FOL-BODY PIC X(74).
   05 FOL-CHAIN-SEQUENCE PIC X(10).
   05 FOL-CHAIN-HASH PIC X(18).

*> The chain heads AUDIT-CHAIN keeps: the sequence number and hash of
*> the last record stamped onto each log.
FD AUDIT-CHAIN-STATE-FILE.
01 AUDIT-CHAIN-STATE-REC.
   05 ACS-LOG-NAME PIC X(30).
   05 ACS-LAST-SEQUENCE PIC 9(10).
   05 ACS-LAST-HASH PIC 9(18).
   05 ACS-LAST-STAMPED PIC 9(14).

*> The auditors' signing key, one card, held apart from the logs.
FD SIGNING-KEY-FILE.
01 SIGNING-KEY-CARD.
   05 SK-SIGNING-KEY PIC X(64).

*> The signed chain-head statements handed to the auditors, one per
*> log per verifying run, appended and never rewritten: the day, the
*> log, the head sequence number and hash the verifier found, the
*> records walked, the verdict, and a keyed signature over all of it.
*> A later statement below an earlier signed head is a truncation no
*> rewrite of the chain state can hide.
FD CHAIN-HEAD-FILE.
01 CHAIN-HEAD-REC.
   05 CH-SIGNED-PART.
      10 CH-HEAD-DATE PIC 9(8).
      10 CH-LOG-NAME PIC X(30).
      10 CH-HEAD-SEQUENCE PIC 9(10).
      10 CH-HEAD-HASH PIC 9(18).
      10 CH-RECORD-COUNT PIC 9(10).
      10 CH-CHAIN-STATUS PIC X(8).
   05 CH-SIGNATURE PIC 9(18).

FD CHAIN-VERIFY-REPORT.
01 CHAIN-VERIFY-LINE PIC X(250).

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
01 WS-AUDIT-LOG-STATUS PIC XX.
   88 WS-AUDIT-LOG-OK VALUE '00'.
01 WS-CHAIN-STATE-STATUS PIC XX.
   88 WS-CHAIN-STATE-OK VALUE '00'.
01 WS-SIGNING-KEY-STATUS PIC XX.
   88 WS-SIGNING-KEY-OK VALUE '00'.
01 WS-CHAIN-HEAD-STATUS PIC XX.
   88 WS-CHAIN-HEAD-OK VALUE '00'.
01 WS-INCIDENT-LOG-STATUS PIC XX.
   88 WS-INCIDENT-LOG-OK VALUE '00'.
01 WS-WALK-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-AUDIT-LOG VALUE 'Y'.
01 WS-CHAIN-STATE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CHAIN-STATE VALUE 'Y'.
01 WS-CHAIN-HEAD-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CHAIN-HEADS VALUE 'Y'.

01 WS-SIGNING-KEY PIC X(64) VALUE SPACES.
01 WS-KEY-PRESENT-SWITCH PIC X VALUE 'N'.
   88 WS-KEY-IS-PRESENT VALUE 'Y'.

*> The chain heads as AUDIT-CHAIN last left them.
01 WS-STATE-COUNT PIC 9(3) VALUE ZERO.
01 WS-STATE-TABLE.
   05 WS-STATE-ENTRY OCCURS 1 TO 200 TIMES
         DEPENDING ON WS-STATE-COUNT
         INDEXED BY WS-ST-IDX.
      10 WS-ST-LOG-NAME PIC X(30).
      10 WS-ST-LAST-SEQUENCE PIC 9(10).
      10 WS-ST-LAST-HASH PIC 9(18).
01 WS-STATE-FOUND-SWITCH PIC X.
   88 WS-STATE-FOUND VALUE 'Y'.
*> Chain heads and signed statements the tables cannot hold are
*> counted. A log whose head was left out cannot be held against it,
*> so it is reported unchecked rather than passed.
01 WS-STATE-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-SIGNED-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.

*> The latest signed statement on file for each log, and whether its
*> signature still holds under tonight's key.
01 WS-SIGNED-COUNT PIC 9(3) VALUE ZERO.
01 WS-SIGNED-TABLE.
   05 WS-SIGNED-ENTRY OCCURS 1 TO 200 TIMES
         DEPENDING ON WS-SIGNED-COUNT
         INDEXED BY WS-SH-IDX.
      10 WS-SH-LOG-NAME PIC X(30).
      10 WS-SH-HEAD-DATE PIC 9(8).
      10 WS-SH-HEAD-SEQUENCE PIC 9(10).
      10 WS-SH-SIGNATURE-SWITCH PIC X.
         88 WS-SH-SIGNATURE-HOLDS VALUE 'Y'.
         88 WS-SH-SIGNATURE-FAILS VALUE 'N'.
         88 WS-SH-SIGNATURE-UNCHECKED VALUE 'U'.
01 WS-SIGNED-FOUND-SWITCH PIC X.
   88 WS-SIGNED-FOUND VALUE 'Y'.
01 WS-SIGNED-LOG-KEY PIC X(30).

*> One verdict per chained log, carried from the walk to the signed
*> chain-head statement.
01 WS-LOG-COUNT PIC 9(2) VALUE 8.
01 WS-LOG-IDX PIC 9(2) VALUE ZERO.
01 WS-LOG-RESULT-TABLE.
   05 WS-LOG-RESULT OCCURS 8 TIMES.
      10 WS-LG-LOG-NAME PIC X(30).
      10 WS-LG-PRESENT-SWITCH PIC X.
         88 WS-LG-IS-PRESENT VALUE 'Y'.
      10 WS-LG-RECORDS PIC 9(10).
      10 WS-LG-UNCHAINED PIC 9(10).
      10 WS-LG-HEAD-SEQUENCE PIC 9(10).
      10 WS-LG-HEAD-HASH PIC 9(18).
      10 WS-LG-PROBLEMS PIC 9(5).
      10 WS-LG-STATUS PIC X(8).

*> The walk of one chain: the record in hand, and the sequence number
*> and stored hash of the chained record before it.
01 WS-WALK-LOG-NAME PIC X(30).
01 WS-WALK-BODY PIC X(512).
01 WS-WALK-BODY-LENGTH PIC 9(4) COMP VALUE ZERO.
01 WS-WALK-SEQUENCE-TEXT PIC X(10).
01 WS-WALK-HASH-TEXT PIC X(18).
01 WS-WALK-SEQUENCE PIC 9(10) VALUE ZERO.
01 WS-WALK-HASH PIC 9(18) VALUE ZERO.
01 WS-COMPUTED-HASH PIC 9(18) VALUE ZERO.
01 WS-PRIOR-SEQUENCE PIC 9(10) VALUE ZERO.
01 WS-PRIOR-HASH PIC 9(18) VALUE ZERO.
01 WS-EXPECTED-SEQUENCE PIC 9(10) VALUE ZERO.
01 WS-LAST-MISSING-SEQUENCE PIC 9(10) VALUE ZERO.
01 WS-CHAIN-STARTED-SWITCH PIC X VALUE 'N'.
   88 WS-CHAIN-HAS-STARTED VALUE 'Y'.
01 WS-WALK-TRUNCATED-SWITCH PIC X VALUE 'N'.
   88 WS-WALK-WAS-TRUNCATED VALUE 'Y'.

01 WS-PROBLEM-CLASS PIC X(20).
01 WS-PROBLEM-SEQUENCE PIC 9(10).
01 WS-PROBLEM-REASON PIC X(80).

01 WS-SIGN-TEXT PIC X(512).
01 WS-SIGNATURE PIC 9(18).

01 WS-RUN-DATE-TIME PIC X(21).
01 WS-RUN-DATE PIC 9(8).
01 WS-INCIDENT-DATE-TIME PIC X(21).

01 WS-INTACT-COUNT PIC 9(3) VALUE ZERO.
01 WS-BROKEN-COUNT PIC 9(3) VALUE ZERO.
01 WS-ABSENT-COUNT PIC 9(3) VALUE ZERO.
01 WS-BREAK-COUNT PIC 9(5) VALUE ZERO.
01 WS-GAP-COUNT PIC 9(5) VALUE ZERO.
01 WS-TRUNCATION-COUNT PIC 9(5) VALUE ZERO.
01 WS-UNCHECKED-COUNT PIC 9(5) VALUE ZERO.
01 WS-INCIDENT-COUNT PIC 9(5) VALUE ZERO.
01 WS-SIGNED-WRITTEN-COUNT PIC 9(3) VALUE ZERO.

01 WS-SEQUENCE-DISPLAY-1 PIC Z(9)9.
01 WS-SEQUENCE-DISPLAY-2 PIC Z(9)9.
01 WS-RECORDS-DISPLAY PIC Z(9)9.
01 WS-UNCHAINED-DISPLAY PIC Z(9)9.
01 WS-PROBLEMS-DISPLAY PIC ZZZZ9.
01 WS-COUNT-DISPLAY-1 PIC ZZ9.
01 WS-COUNT-DISPLAY-2 PIC ZZ9.
01 WS-COUNT-DISPLAY-3 PIC ZZ9.
01 WS-COUNT-DISPLAY-4 PIC ZZZZ9.
01 WS-COUNT-DISPLAY-5 PIC ZZZZ9.
01 WS-COUNT-DISPLAY-6 PIC ZZZZ9.
01 WS-COUNT-DISPLAY-7 PIC ZZZZ9.
01 WS-COUNT-DISPLAY-8 PIC ZZ9.
01 WS-COUNT-DISPLAY-9 PIC ZZZZ9.

PROCEDURE DIVISION.

*> The nightly walk of every audit chain: each record's hash is
*> recomputed from the one before it, each sequence number must
*> follow the last, and each log must reach the head AUDIT-CHAIN last
*> stamped and the head the auditors last signed. A break (an edited
*> or inserted record), a gap (records taken out) or a truncation (a
*> log cut short) is reported and raises an incident; then every log
*> gets tonight's signed chain-head statement.
MAIN-PROCEDURE.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
    MOVE WS-RUN-DATE-TIME (1:8) TO WS-RUN-DATE.
    PERFORM LOAD-CHAIN-STATE.
    PERFORM LOAD-SIGNING-KEY.
    PERFORM LOAD-SIGNED-HEADS.
    OPEN OUTPUT CHAIN-VERIFY-REPORT.
    PERFORM VERIFY-ONE-AUDIT-LOG
        VARYING WS-LOG-IDX FROM 1 BY 1
        UNTIL WS-LOG-IDX > WS-LOG-COUNT.
    PERFORM SIGN-CHAIN-HEADS.
    PERFORM WRITE-VERIFIER-SUMMARY.
    CLOSE CHAIN-VERIFY-REPORT.
    STOP RUN.

LOAD-CHAIN-STATE.
    MOVE ZERO TO WS-STATE-COUNT.
    MOVE ZERO TO WS-STATE-OVERFLOW-COUNT.
    OPEN INPUT AUDIT-CHAIN-STATE-FILE.
    IF WS-CHAIN-STATE-OK
        PERFORM LOAD-ONE-CHAIN-STATE UNTIL END-OF-CHAIN-STATE
        CLOSE AUDIT-CHAIN-STATE-FILE
    END-IF.

LOAD-ONE-CHAIN-STATE.
    READ AUDIT-CHAIN-STATE-FILE
        AT END SET END-OF-CHAIN-STATE TO TRUE
        NOT AT END
            IF WS-STATE-COUNT < 200
                ADD 1 TO WS-STATE-COUNT
                SET WS-ST-IDX TO WS-STATE-COUNT
                MOVE ACS-LOG-NAME TO WS-ST-LOG-NAME (WS-ST-IDX)
                MOVE ACS-LAST-SEQUENCE
                    TO WS-ST-LAST-SEQUENCE (WS-ST-IDX)
                MOVE ACS-LAST-HASH TO WS-ST-LAST-HASH (WS-ST-IDX)
            ELSE
                ADD 1 TO WS-STATE-OVERFLOW-COUNT
            END-IF
    END-READ.

LOAD-SIGNING-KEY.
    OPEN INPUT SIGNING-KEY-FILE.
    IF WS-SIGNING-KEY-OK
        READ SIGNING-KEY-FILE
            AT END CONTINUE
            NOT AT END
                IF SK-SIGNING-KEY NOT = SPACES
                    MOVE SK-SIGNING-KEY TO WS-SIGNING-KEY
                    SET WS-KEY-IS-PRESENT TO TRUE
                END-IF
        END-READ
        CLOSE SIGNING-KEY-FILE
    END-IF.

*> The statements are in the order they were signed, so the last one
*> read for a log is its latest.
LOAD-SIGNED-HEADS.
    MOVE ZERO TO WS-SIGNED-COUNT.
    MOVE ZERO TO WS-SIGNED-OVERFLOW-COUNT.
    OPEN INPUT CHAIN-HEAD-FILE.
    IF WS-CHAIN-HEAD-OK
        PERFORM LOAD-ONE-SIGNED-HEAD UNTIL END-OF-CHAIN-HEADS
        CLOSE CHAIN-HEAD-FILE
    END-IF.

LOAD-ONE-SIGNED-HEAD.
    READ CHAIN-HEAD-FILE
        AT END SET END-OF-CHAIN-HEADS TO TRUE
        NOT AT END
            MOVE CH-LOG-NAME TO WS-SIGNED-LOG-KEY
            PERFORM FIND-OR-ADD-SIGNED-HEAD
            IF WS-SIGNED-FOUND
                MOVE CH-HEAD-DATE TO WS-SH-HEAD-DATE (WS-SH-IDX)
                MOVE CH-HEAD-SEQUENCE
                    TO WS-SH-HEAD-SEQUENCE (WS-SH-IDX)
                SET WS-SH-SIGNATURE-UNCHECKED (WS-SH-IDX) TO TRUE
                IF WS-KEY-IS-PRESENT
                    MOVE SPACES TO WS-SIGN-TEXT
                    MOVE CH-SIGNED-PART TO WS-SIGN-TEXT
                    CALL 'AUDIT-CHAIN-SIGN' USING WS-SIGNING-KEY
                        WS-SIGN-TEXT WS-SIGNATURE
                    IF WS-SIGNATURE = CH-SIGNATURE
                        SET WS-SH-SIGNATURE-HOLDS (WS-SH-IDX) TO TRUE
                    ELSE
                        SET WS-SH-SIGNATURE-FAILS (WS-SH-IDX) TO TRUE
                    END-IF
                END-IF
            END-IF
    END-READ.

FIND-OR-ADD-SIGNED-HEAD.
    MOVE 'N' TO WS-SIGNED-FOUND-SWITCH.
    IF WS-SIGNED-COUNT > ZERO
        SET WS-SH-IDX TO 1
        SEARCH WS-SIGNED-ENTRY
            AT END CONTINUE
            WHEN WS-SH-LOG-NAME (WS-SH-IDX) = WS-SIGNED-LOG-KEY
                SET WS-SIGNED-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT WS-SIGNED-FOUND
        IF WS-SIGNED-COUNT < 200
            ADD 1 TO WS-SIGNED-COUNT
            SET WS-SH-IDX TO WS-SIGNED-COUNT
            MOVE WS-SIGNED-LOG-KEY TO WS-SH-LOG-NAME (WS-SH-IDX)
            SET WS-SIGNED-FOUND TO TRUE
        ELSE
            ADD 1 TO WS-SIGNED-OVERFLOW-COUNT
        END-IF
    END-IF.

FIND-SIGNED-HEAD.
    MOVE 'N' TO WS-SIGNED-FOUND-SWITCH.
    IF WS-SIGNED-COUNT > ZERO
        SET WS-SH-IDX TO 1
        SEARCH WS-SIGNED-ENTRY
            AT END CONTINUE
            WHEN WS-SH-LOG-NAME (WS-SH-IDX) = WS-WALK-LOG-NAME
                SET WS-SIGNED-FOUND TO TRUE
        END-SEARCH
    END-IF.

FIND-CHAIN-STATE.
    MOVE 'N' TO WS-STATE-FOUND-SWITCH.
    IF WS-STATE-COUNT > ZERO
        SET WS-ST-IDX TO 1
        SEARCH WS-STATE-ENTRY
            AT END CONTINUE
            WHEN WS-ST-LOG-NAME (WS-ST-IDX) = WS-WALK-LOG-NAME
                SET WS-STATE-FOUND TO TRUE
        END-SEARCH
    END-IF.

*> One log, start to finish: the walk, then the head checks, then the
*> log's line in the report.
VERIFY-ONE-AUDIT-LOG.
    MOVE ZERO TO WS-PRIOR-SEQUENCE.
    MOVE ZERO TO WS-PRIOR-HASH.
    MOVE 'N' TO WS-CHAIN-STARTED-SWITCH.
    MOVE 'N' TO WS-WALK-TRUNCATED-SWITCH.
    MOVE 'N' TO WS-WALK-EOF-SWITCH.
    MOVE 'N' TO WS-LG-PRESENT-SWITCH (WS-LOG-IDX).
    MOVE ZERO TO WS-LG-RECORDS (WS-LOG-IDX).
    MOVE ZERO TO WS-LG-UNCHAINED (WS-LOG-IDX).
    MOVE ZERO TO WS-LG-PROBLEMS (WS-LOG-IDX).
    EVALUATE WS-LOG-IDX
        WHEN 1 PERFORM WALK-OPERATOR-JOURNAL
        WHEN 2 PERFORM WALK-VIEW-AUDIT-LOG
        WHEN 3 PERFORM WALK-LOG-LEVEL-AUDIT-LOG
        WHEN 4 PERFORM WALK-SNAPSHOT-EXPIRE-AUDIT
        WHEN 5 PERFORM WALK-SEEK-AUDIT-LOG
        WHEN 6 PERFORM WALK-FENCING-LOG
        WHEN 7 PERFORM WALK-ACCESS-GRANT-USE-LOG
        WHEN 8 PERFORM WALK-FREEZE-OVERRIDE-LOG
    END-EVALUATE.
    MOVE WS-WALK-LOG-NAME TO WS-LG-LOG-NAME (WS-LOG-IDX).
    MOVE WS-PRIOR-SEQUENCE TO WS-LG-HEAD-SEQUENCE (WS-LOG-IDX).
    MOVE WS-PRIOR-HASH TO WS-LG-HEAD-HASH (WS-LOG-IDX).
    PERFORM CHECK-CHAIN-HEAD.
    PERFORM CHECK-SIGNED-HEAD.
    PERFORM WRITE-LOG-VERDICT-LINE.

WALK-OPERATOR-JOURNAL.
    MOVE 'OPERATORJOURNAL' TO WS-WALK-LOG-NAME.
    MOVE 300 TO WS-WALK-BODY-LENGTH.
    OPEN INPUT OPERATOR-JOURNAL.
    IF WS-AUDIT-LOG-OK
        SET WS-LG-IS-PRESENT (WS-LOG-IDX) TO TRUE
        PERFORM READ-ONE-OPERATOR-JOURNAL UNTIL END-OF-AUDIT-LOG
        CLOSE OPERATOR-JOURNAL
    END-IF.

READ-ONE-OPERATOR-JOURNAL.
    READ OPERATOR-JOURNAL
        AT END SET END-OF-AUDIT-LOG TO TRUE
        NOT AT END
            MOVE OJ-BODY TO WS-WALK-BODY
            MOVE OJ-CHAIN-SEQUENCE TO WS-WALK-SEQUENCE-TEXT
            MOVE OJ-CHAIN-HASH TO WS-WALK-HASH-TEXT
            PERFORM CHECK-ONE-CHAIN-RECORD
    END-READ.

WALK-VIEW-AUDIT-LOG.
    MOVE 'VIEWAUDITLOG' TO WS-WALK-LOG-NAME.
    MOVE 200 TO WS-WALK-BODY-LENGTH.
    OPEN INPUT VIEW-AUDIT-FILE.
    IF WS-AUDIT-LOG-OK
        SET WS-LG-IS-PRESENT (WS-LOG-IDX) TO TRUE
        PERFORM READ-ONE-VIEW-AUDIT UNTIL END-OF-AUDIT-LOG
        CLOSE VIEW-AUDIT-FILE
    END-IF.

READ-ONE-VIEW-AUDIT.
    READ VIEW-AUDIT-FILE
        AT END SET END-OF-AUDIT-LOG TO TRUE
        NOT AT END
            MOVE VA-BODY TO WS-WALK-BODY
            MOVE VA-CHAIN-SEQUENCE TO WS-WALK-SEQUENCE-TEXT
            MOVE VA-CHAIN-HASH TO WS-WALK-HASH-TEXT
            PERFORM CHECK-ONE-CHAIN-RECORD
    END-READ.

WALK-LOG-LEVEL-AUDIT-LOG.
    MOVE 'LOGLEVELAUDITLOG' TO WS-WALK-LOG-NAME.
    MOVE 160 TO WS-WALK-BODY-LENGTH.
    OPEN INPUT LOG-LEVEL-AUDIT-LOG.
    IF WS-AUDIT-LOG-OK
        SET WS-LG-IS-PRESENT (WS-LOG-IDX) TO TRUE
        PERFORM READ-ONE-LOG-LEVEL-AUDIT UNTIL END-OF-AUDIT-LOG
        CLOSE LOG-LEVEL-AUDIT-LOG
    END-IF.

READ-ONE-LOG-LEVEL-AUDIT.
    READ LOG-LEVEL-AUDIT-LOG
        AT END SET END-OF-AUDIT-LOG TO TRUE
        NOT AT END
            MOVE LA-BODY TO WS-WALK-BODY
            MOVE LA-CHAIN-SEQUENCE TO WS-WALK-SEQUENCE-TEXT
            MOVE LA-CHAIN-HASH TO WS-WALK-HASH-TEXT
            PERFORM CHECK-ONE-CHAIN-RECORD
    END-READ.

WALK-SNAPSHOT-EXPIRE-AUDIT.
    MOVE 'SNAPSHOTEXPIREAUDIT' TO WS-WALK-LOG-NAME.
    MOVE 200 TO WS-WALK-BODY-LENGTH.
    OPEN INPUT SNAPSHOT-EXPIRATION-AUDIT-LOG.
    IF WS-AUDIT-LOG-OK
        SET WS-LG-IS-PRESENT (WS-LOG-IDX) TO TRUE
        PERFORM READ-ONE-EXPIRATION-AUDIT UNTIL END-OF-AUDIT-LOG
        CLOSE SNAPSHOT-EXPIRATION-AUDIT-LOG
    END-IF.

READ-ONE-EXPIRATION-AUDIT.
    READ SNAPSHOT-EXPIRATION-AUDIT-LOG
        AT END SET END-OF-AUDIT-LOG TO TRUE
        NOT AT END
            MOVE EA-BODY TO WS-WALK-BODY
            MOVE EA-CHAIN-SEQUENCE TO WS-WALK-SEQUENCE-TEXT
            MOVE EA-CHAIN-HASH TO WS-WALK-HASH-TEXT
            PERFORM CHECK-ONE-CHAIN-RECORD
    END-READ.

WALK-SEEK-AUDIT-LOG.
    MOVE 'SEEKAUDITLOG' TO WS-WALK-LOG-NAME.
    MOVE 250 TO WS-WALK-BODY-LENGTH.
    OPEN INPUT SEEK-AUDIT-LOG.
    IF WS-AUDIT-LOG-OK
        SET WS-LG-IS-PRESENT (WS-LOG-IDX) TO TRUE
        PERFORM READ-ONE-SEEK-AUDIT UNTIL END-OF-AUDIT-LOG
        CLOSE SEEK-AUDIT-LOG
    END-IF.

READ-ONE-SEEK-AUDIT.
    READ SEEK-AUDIT-LOG
        AT END SET END-OF-AUDIT-LOG TO TRUE
        NOT AT END
            MOVE SA-BODY TO WS-WALK-BODY
            MOVE SA-CHAIN-SEQUENCE TO WS-WALK-SEQUENCE-TEXT
            MOVE SA-CHAIN-HASH TO WS-WALK-HASH-TEXT
            PERFORM CHECK-ONE-CHAIN-RECORD
    END-READ.

WALK-FENCING-LOG.
    MOVE 'FENCINGLOG' TO WS-WALK-LOG-NAME.
    MOVE 200 TO WS-WALK-BODY-LENGTH.
    OPEN INPUT FENCING-LOG.
    IF WS-AUDIT-LOG-OK
        SET WS-LG-IS-PRESENT (WS-LOG-IDX) TO TRUE
        PERFORM READ-ONE-FENCING-RECORD UNTIL END-OF-AUDIT-LOG
        CLOSE FENCING-LOG
    END-IF.

READ-ONE-FENCING-RECORD.
    READ FENCING-LOG
        AT END SET END-OF-AUDIT-LOG TO TRUE
        NOT AT END
            MOVE FL-BODY TO WS-WALK-BODY
            MOVE FL-CHAIN-SEQUENCE TO WS-WALK-SEQUENCE-TEXT
            MOVE FL-CHAIN-HASH TO WS-WALK-HASH-TEXT
            PERFORM CHECK-ONE-CHAIN-RECORD
    END-READ.

WALK-ACCESS-GRANT-USE-LOG.
    MOVE 'ACCESSGRANTUSELOG' TO WS-WALK-LOG-NAME.
    MOVE 200 TO WS-WALK-BODY-LENGTH.
    OPEN INPUT ACCESS-GRANT-USE-LOG.
    IF WS-AUDIT-LOG-OK
        SET WS-LG-IS-PRESENT (WS-LOG-IDX) TO TRUE
        PERFORM READ-ONE-GRANT-USE UNTIL END-OF-AUDIT-LOG
        CLOSE ACCESS-GRANT-USE-LOG
    END-IF.

READ-ONE-GRANT-USE.
    READ ACCESS-GRANT-USE-LOG
        AT END SET END-OF-AUDIT-LOG TO TRUE
        NOT AT END
            MOVE AGU-BODY TO WS-WALK-BODY
            MOVE AGU-CHAIN-SEQUENCE TO WS-WALK-SEQUENCE-TEXT
            MOVE AGU-CHAIN-HASH TO WS-WALK-HASH-TEXT
            PERFORM CHECK-ONE-CHAIN-RECORD
    END-READ.

WALK-FREEZE-OVERRIDE-LOG.
    MOVE 'FREEZEOVERRIDELOG' TO WS-WALK-LOG-NAME.
    MOVE 74 TO WS-WALK-BODY-LENGTH.
    OPEN INPUT FREEZE-OVERRIDE-LOG.
    IF WS-AUDIT-LOG-OK
        SET WS-LG-IS-PRESENT (WS-LOG-IDX) TO TRUE
        PERFORM READ-ONE-FREEZE-OVERRIDE UNTIL END-OF-AUDIT-LOG
        CLOSE FREEZE-OVERRIDE-LOG
    END-IF.

READ-ONE-FREEZE-OVERRIDE.
    READ FREEZE-OVERRIDE-LOG
        AT END SET END-OF-AUDIT-LOG TO TRUE
        NOT AT END
            MOVE FOL-BODY TO WS-WALK-BODY
            MOVE FOL-CHAIN-SEQUENCE TO WS-WALK-SEQUENCE-TEXT
            MOVE FOL-CHAIN-HASH TO WS-WALK-HASH-TEXT
            PERFORM CHECK-ONE-CHAIN-RECORD
    END-READ.

*> Lines from before chaining began carry no chain fields and are
*> counted, not judged; once the chain has started, every line must
*> carry them. Each record is hashed against the stored hash of the
*> record before it, so one edited record is one break, not a break
*> on every record after it. Across a gap the prior hash is gone and
*> the first record after it can only be judged by its sequence.
CHECK-ONE-CHAIN-RECORD.
    ADD 1 TO WS-LG-RECORDS (WS-LOG-IDX).
    IF WS-WALK-SEQUENCE-TEXT IS NOT NUMERIC
            OR WS-WALK-HASH-TEXT IS NOT NUMERIC
        IF WS-CHAIN-HAS-STARTED
            MOVE 'AUDIT-CHAIN-BREAK' TO WS-PROBLEM-CLASS
            COMPUTE WS-PROBLEM-SEQUENCE = WS-PRIOR-SEQUENCE + 1
            MOVE 'UNCHAINED RECORD INSERTED AFTER THE CHAIN BEGAN'
                TO WS-PROBLEM-REASON
            PERFORM REPORT-CHAIN-PROBLEM
        ELSE
            ADD 1 TO WS-LG-UNCHAINED (WS-LOG-IDX)
        END-IF
    ELSE
        MOVE WS-WALK-SEQUENCE-TEXT TO WS-WALK-SEQUENCE
        MOVE WS-WALK-HASH-TEXT TO WS-WALK-HASH
        COMPUTE WS-EXPECTED-SEQUENCE = WS-PRIOR-SEQUENCE + 1
        EVALUATE TRUE
            WHEN WS-WALK-SEQUENCE = WS-EXPECTED-SEQUENCE
                PERFORM CHECK-RECORD-HASH
            WHEN WS-WALK-SEQUENCE > WS-EXPECTED-SEQUENCE
                PERFORM REPORT-SEQUENCE-GAP
            WHEN OTHER
                MOVE 'AUDIT-CHAIN-BREAK' TO WS-PROBLEM-CLASS
                MOVE WS-WALK-SEQUENCE TO WS-PROBLEM-SEQUENCE
                MOVE 'SEQUENCE REPEATED OR OUT OF ORDER'
                    TO WS-PROBLEM-REASON
                PERFORM REPORT-CHAIN-PROBLEM
        END-EVALUATE
        SET WS-CHAIN-HAS-STARTED TO TRUE
        MOVE WS-WALK-SEQUENCE TO WS-PRIOR-SEQUENCE
        MOVE WS-WALK-HASH TO WS-PRIOR-HASH
    END-IF.

CHECK-RECORD-HASH.
    CALL 'AUDIT-CHAIN-HASH' USING WS-PRIOR-HASH WS-WALK-SEQUENCE
        WS-WALK-BODY WS-WALK-BODY-LENGTH WS-COMPUTED-HASH.
    IF WS-COMPUTED-HASH NOT = WS-WALK-HASH
        MOVE 'AUDIT-CHAIN-BREAK' TO WS-PROBLEM-CLASS
        MOVE WS-WALK-SEQUENCE TO WS-PROBLEM-SEQUENCE
        MOVE 'RECORD HASH DOES NOT FOLLOW FROM THE RECORD BEFORE IT'
            TO WS-PROBLEM-REASON
        PERFORM REPORT-CHAIN-PROBLEM
    END-IF.

REPORT-SEQUENCE-GAP.
    COMPUTE WS-LAST-MISSING-SEQUENCE = WS-WALK-SEQUENCE - 1.
    MOVE WS-EXPECTED-SEQUENCE TO WS-SEQUENCE-DISPLAY-1.
    MOVE WS-LAST-MISSING-SEQUENCE TO WS-SEQUENCE-DISPLAY-2.
    MOVE 'AUDIT-CHAIN-GAP' TO WS-PROBLEM-CLASS.
    MOVE WS-EXPECTED-SEQUENCE TO WS-PROBLEM-SEQUENCE.
    MOVE SPACES TO WS-PROBLEM-REASON.
    STRING 'RECORDS MISSING - SEQUENCE ' DELIMITED BY SIZE
        WS-SEQUENCE-DISPLAY-1 DELIMITED BY SIZE
        ' TO ' WS-SEQUENCE-DISPLAY-2 DELIMITED BY SIZE
        INTO WS-PROBLEM-REASON.
    PERFORM REPORT-CHAIN-PROBLEM.

*> The walk must end exactly on the head AUDIT-CHAIN last stamped:
*> short of it is a truncation, the right sequence with the wrong
*> hash is a rewritten tail, and beyond it is records appended
*> without being stamped. A log that is gone while its chain has a
*> head is truncated to nothing.
CHECK-CHAIN-HEAD.
    PERFORM FIND-CHAIN-STATE.
    IF WS-STATE-FOUND
        EVALUATE TRUE
            WHEN WS-PRIOR-SEQUENCE < WS-ST-LAST-SEQUENCE (WS-ST-IDX)
                MOVE WS-PRIOR-SEQUENCE TO WS-SEQUENCE-DISPLAY-1
                MOVE WS-ST-LAST-SEQUENCE (WS-ST-IDX)
                    TO WS-SEQUENCE-DISPLAY-2
                MOVE 'AUDIT-CHAIN-TRUNCATE' TO WS-PROBLEM-CLASS
                MOVE WS-PRIOR-SEQUENCE TO WS-PROBLEM-SEQUENCE
                MOVE SPACES TO WS-PROBLEM-REASON
                STRING 'LOG ENDS AT SEQUENCE ' DELIMITED BY SIZE
                    WS-SEQUENCE-DISPLAY-1 DELIMITED BY SIZE
                    ', CHAIN HEAD IS ' DELIMITED BY SIZE
                    WS-SEQUENCE-DISPLAY-2 DELIMITED BY SIZE
                    INTO WS-PROBLEM-REASON
                SET WS-WALK-WAS-TRUNCATED TO TRUE
                PERFORM REPORT-CHAIN-PROBLEM
            WHEN WS-PRIOR-SEQUENCE = WS-ST-LAST-SEQUENCE (WS-ST-IDX)
                    AND WS-PRIOR-HASH NOT = WS-ST-LAST-HASH (WS-ST-IDX)
                MOVE 'AUDIT-CHAIN-BREAK' TO WS-PROBLEM-CLASS
                MOVE WS-PRIOR-SEQUENCE TO WS-PROBLEM-SEQUENCE
                MOVE 'LAST RECORD HASH DIFFERS FROM THE CHAIN HEAD'
                    TO WS-PROBLEM-REASON
                PERFORM REPORT-CHAIN-PROBLEM
            WHEN WS-PRIOR-SEQUENCE > WS-ST-LAST-SEQUENCE (WS-ST-IDX)
                MOVE 'AUDIT-CHAIN-BREAK' TO WS-PROBLEM-CLASS
                MOVE WS-PRIOR-SEQUENCE TO WS-PROBLEM-SEQUENCE
                MOVE 'RECORDS BEYOND THE CHAIN HEAD WERE NEVER STAMPED'
                    TO WS-PROBLEM-REASON
                PERFORM REPORT-CHAIN-PROBLEM
        END-EVALUATE
    ELSE
        IF WS-STATE-OVERFLOW-COUNT > ZERO
            MOVE 'AUDIT-CHAIN-NO-HEAD' TO WS-PROBLEM-CLASS
            MOVE WS-PRIOR-SEQUENCE TO WS-PROBLEM-SEQUENCE
            MOVE 'CHAIN HEAD NOT LOADED - HEADS BEYOND THE 200-LOG LIMIT'
                TO WS-PROBLEM-REASON
            PERFORM REPORT-CHAIN-PROBLEM
        END-IF
    END-IF.

*> The last signed statement is the auditors' own anchor: a log that
*> now ends below it was cut back even if the chain state was cut
*> back with it, and a statement whose signature no longer holds has
*> itself been tampered with.
CHECK-SIGNED-HEAD.
    PERFORM FIND-SIGNED-HEAD.
    IF WS-SIGNED-FOUND
        IF WS-SH-SIGNATURE-FAILS (WS-SH-IDX)
            MOVE 'AUDIT-CHAIN-BREAK' TO WS-PROBLEM-CLASS
            MOVE WS-SH-HEAD-SEQUENCE (WS-SH-IDX) TO WS-PROBLEM-SEQUENCE
            MOVE 'SIGNED CHAIN-HEAD STATEMENT FAILS ITS SIGNATURE'
                TO WS-PROBLEM-REASON
            PERFORM REPORT-CHAIN-PROBLEM
        END-IF
        IF WS-PRIOR-SEQUENCE < WS-SH-HEAD-SEQUENCE (WS-SH-IDX)
                AND NOT WS-WALK-WAS-TRUNCATED
            MOVE WS-PRIOR-SEQUENCE TO WS-SEQUENCE-DISPLAY-1
            MOVE WS-SH-HEAD-SEQUENCE (WS-SH-IDX)
                TO WS-SEQUENCE-DISPLAY-2
            MOVE 'AUDIT-CHAIN-TRUNCATE' TO WS-PROBLEM-CLASS
            MOVE WS-PRIOR-SEQUENCE TO WS-PROBLEM-SEQUENCE
            MOVE SPACES TO WS-PROBLEM-REASON
            STRING 'LOG ENDS AT SEQUENCE ' DELIMITED BY SIZE
                WS-SEQUENCE-DISPLAY-1 DELIMITED BY SIZE
                ', SIGNED HEAD OF ' DELIMITED BY SIZE
                WS-SH-HEAD-DATE (WS-SH-IDX) DELIMITED BY SIZE
                ' IS ' DELIMITED BY SIZE
                WS-SEQUENCE-DISPLAY-2 DELIMITED BY SIZE
                INTO WS-PROBLEM-REASON
            PERFORM REPORT-CHAIN-PROBLEM
        END-IF
    ELSE
        IF WS-SIGNED-OVERFLOW-COUNT > ZERO
            MOVE 'AUDIT-CHAIN-NO-HEAD' TO WS-PROBLEM-CLASS
            MOVE WS-PRIOR-SEQUENCE TO WS-PROBLEM-SEQUENCE
            MOVE 'SIGNED HEAD NOT LOADED - STATEMENTS BEYOND THE 200-LOG LIMIT'
                TO WS-PROBLEM-REASON
            PERFORM REPORT-CHAIN-PROBLEM
        END-IF
    END-IF.

*> Every break, gap, truncation and unchecked head is one report line
*> and one incident, keyed by log and sequence number.
REPORT-CHAIN-PROBLEM.
    ADD 1 TO WS-LG-PROBLEMS (WS-LOG-IDX).
    EVALUATE WS-PROBLEM-CLASS
        WHEN 'AUDIT-CHAIN-BREAK'
            ADD 1 TO WS-BREAK-COUNT
        WHEN 'AUDIT-CHAIN-GAP'
            ADD 1 TO WS-GAP-COUNT
        WHEN 'AUDIT-CHAIN-NO-HEAD'
            ADD 1 TO WS-UNCHECKED-COUNT
        WHEN OTHER
            ADD 1 TO WS-TRUNCATION-COUNT
    END-EVALUATE.
    MOVE WS-PROBLEM-SEQUENCE TO WS-SEQUENCE-DISPLAY-1.
    MOVE SPACES TO CHAIN-VERIFY-LINE.
    STRING WS-PROBLEM-CLASS (13:) DELIMITED BY SPACE
        ' LOG=' DELIMITED BY SIZE
        WS-WALK-LOG-NAME DELIMITED BY SPACE
        ' SEQUENCE=' WS-SEQUENCE-DISPLAY-1 DELIMITED BY SIZE
        ' - ' DELIMITED BY SIZE
        WS-PROBLEM-REASON DELIMITED BY SIZE
        INTO CHAIN-VERIFY-LINE.
    WRITE CHAIN-VERIFY-LINE.
    PERFORM APPEND-CHAIN-INCIDENT.

APPEND-CHAIN-INCIDENT.
    ADD 1 TO WS-INCIDENT-COUNT.
    MOVE FUNCTION CURRENT-DATE TO WS-INCIDENT-DATE-TIME.
    OPEN EXTEND INCIDENT-LOG-FILE.
    IF NOT WS-INCIDENT-LOG-OK
        CLOSE INCIDENT-LOG-FILE
        OPEN OUTPUT INCIDENT-LOG-FILE
    END-IF.
    MOVE SPACES TO INCIDENT-REC.
    MOVE WS-INCIDENT-DATE-TIME (1:14) TO IN-TIMESTAMP.
    MOVE 'AUDITCHAINVERIFIER' TO IN-PROGRAM-ID.
    MOVE 'SEVERE' TO IN-SEVERITY.
    MOVE WS-PROBLEM-CLASS TO IN-ERROR-CLASS.
    STRING WS-WALK-LOG-NAME DELIMITED BY SPACE
        ' SEQ=' WS-PROBLEM-SEQUENCE DELIMITED BY SIZE
        INTO IN-CORRELATION-KEY.
    WRITE INCIDENT-REC.
    CLOSE INCIDENT-LOG-FILE.

WRITE-LOG-VERDICT-LINE.
    EVALUATE TRUE
        WHEN NOT WS-LG-IS-PRESENT (WS-LOG-IDX)
                AND WS-LG-PROBLEMS (WS-LOG-IDX) = ZERO
            MOVE 'ABSENT' TO WS-LG-STATUS (WS-LOG-IDX)
            ADD 1 TO WS-ABSENT-COUNT
        WHEN WS-LG-PROBLEMS (WS-LOG-IDX) = ZERO
            MOVE 'INTACT' TO WS-LG-STATUS (WS-LOG-IDX)
            ADD 1 TO WS-INTACT-COUNT
        WHEN OTHER
            MOVE 'BROKEN' TO WS-LG-STATUS (WS-LOG-IDX)
            ADD 1 TO WS-BROKEN-COUNT
    END-EVALUATE.
    MOVE WS-LG-RECORDS (WS-LOG-IDX) TO WS-RECORDS-DISPLAY.
    MOVE WS-LG-UNCHAINED (WS-LOG-IDX) TO WS-UNCHAINED-DISPLAY.
    MOVE WS-LG-HEAD-SEQUENCE (WS-LOG-IDX) TO WS-SEQUENCE-DISPLAY-1.
    MOVE WS-LG-PROBLEMS (WS-LOG-IDX) TO WS-PROBLEMS-DISPLAY.
    MOVE SPACES TO CHAIN-VERIFY-LINE.
    STRING 'LOG=' DELIMITED BY SIZE
        WS-LG-LOG-NAME (WS-LOG-IDX) DELIMITED BY SPACE
        ' STATUS=' DELIMITED BY SIZE
        WS-LG-STATUS (WS-LOG-IDX) DELIMITED BY SPACE
        ' RECORDS=' WS-RECORDS-DISPLAY DELIMITED BY SIZE
        ' UNCHAINED=' WS-UNCHAINED-DISPLAY DELIMITED BY SIZE
        ' HEAD-SEQUENCE=' WS-SEQUENCE-DISPLAY-1 DELIMITED BY SIZE
        ' HEAD-HASH=' WS-LG-HEAD-HASH (WS-LOG-IDX) DELIMITED BY SIZE
        ' PROBLEMS=' WS-PROBLEMS-DISPLAY DELIMITED BY SIZE
        INTO CHAIN-VERIFY-LINE.
    WRITE CHAIN-VERIFY-LINE.

*> Tonight's signed statement for every log, broken ones included -
*> the auditors need to see the head a broken chain was found at as
*> much as an intact one. No key, no statements: an unsigned head is
*> worth nothing to an auditor and is not written.
SIGN-CHAIN-HEADS.
    IF WS-KEY-IS-PRESENT
        OPEN EXTEND CHAIN-HEAD-FILE
        IF NOT WS-CHAIN-HEAD-OK
            CLOSE CHAIN-HEAD-FILE
            OPEN OUTPUT CHAIN-HEAD-FILE
        END-IF
        PERFORM SIGN-ONE-CHAIN-HEAD
            VARYING WS-LOG-IDX FROM 1 BY 1
            UNTIL WS-LOG-IDX > WS-LOG-COUNT
        CLOSE CHAIN-HEAD-FILE
    ELSE
        MOVE SPACES TO CHAIN-VERIFY-LINE
        STRING 'SIGNING KEY ABSENT - NO CHAIN-HEAD STATEMENTS SIGNED'
            DELIMITED BY SIZE
            INTO CHAIN-VERIFY-LINE
        WRITE CHAIN-VERIFY-LINE
    END-IF.

SIGN-ONE-CHAIN-HEAD.
    MOVE SPACES TO CHAIN-HEAD-REC.
    MOVE WS-RUN-DATE TO CH-HEAD-DATE.
    MOVE WS-LG-LOG-NAME (WS-LOG-IDX) TO CH-LOG-NAME.
    MOVE WS-LG-HEAD-SEQUENCE (WS-LOG-IDX) TO CH-HEAD-SEQUENCE.
    MOVE WS-LG-HEAD-HASH (WS-LOG-IDX) TO CH-HEAD-HASH.
    MOVE WS-LG-RECORDS (WS-LOG-IDX) TO CH-RECORD-COUNT.
    MOVE WS-LG-STATUS (WS-LOG-IDX) TO CH-CHAIN-STATUS.
    MOVE SPACES TO WS-SIGN-TEXT.
    MOVE CH-SIGNED-PART TO WS-SIGN-TEXT.
    CALL 'AUDIT-CHAIN-SIGN' USING WS-SIGNING-KEY WS-SIGN-TEXT
        WS-SIGNATURE.
    MOVE WS-SIGNATURE TO CH-SIGNATURE.
    WRITE CHAIN-HEAD-REC.
    ADD 1 TO WS-SIGNED-WRITTEN-COUNT.

WRITE-VERIFIER-SUMMARY.
    MOVE WS-INTACT-COUNT TO WS-COUNT-DISPLAY-1.
    MOVE WS-BROKEN-COUNT TO WS-COUNT-DISPLAY-2.
    MOVE WS-ABSENT-COUNT TO WS-COUNT-DISPLAY-3.
    MOVE WS-BREAK-COUNT TO WS-COUNT-DISPLAY-4.
    MOVE WS-GAP-COUNT TO WS-COUNT-DISPLAY-5.
    MOVE WS-TRUNCATION-COUNT TO WS-COUNT-DISPLAY-6.
    MOVE WS-INCIDENT-COUNT TO WS-COUNT-DISPLAY-7.
    MOVE WS-SIGNED-WRITTEN-COUNT TO WS-COUNT-DISPLAY-8.
    MOVE WS-UNCHECKED-COUNT TO WS-COUNT-DISPLAY-9.
    MOVE SPACES TO CHAIN-VERIFY-LINE.
    STRING 'SUMMARY INTACT=' WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
        ' BROKEN=' WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
        ' ABSENT=' WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
        ' BREAKS=' WS-COUNT-DISPLAY-4 DELIMITED BY SIZE
        ' GAPS=' WS-COUNT-DISPLAY-5 DELIMITED BY SIZE
        ' TRUNCATIONS=' WS-COUNT-DISPLAY-6 DELIMITED BY SIZE
        ' UNCHECKED=' WS-COUNT-DISPLAY-9 DELIMITED BY SIZE
        ' INCIDENTS=' WS-COUNT-DISPLAY-7 DELIMITED BY SIZE
        ' HEADS-SIGNED=' WS-COUNT-DISPLAY-8 DELIMITED BY SIZE
        INTO CHAIN-VERIFY-LINE.
    WRITE CHAIN-VERIFY-LINE.
