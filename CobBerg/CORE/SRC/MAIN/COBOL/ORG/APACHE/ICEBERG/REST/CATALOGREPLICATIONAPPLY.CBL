        ASSIGN TO "REPLAPPLYSTATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPLY-STATE-STATUS.
    SELECT SITE-ROLE-FILE
        ASSIGN TO "CATALOGSITEROLE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SITE-ROLE-STATUS.
    SELECT NAMESPACE-FILE
        ASSIGN TO "NAMESPACEFILE"
        ORGANIZATION IS INDEXED
        ASSIGN TO "INCIDENTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INCIDENT-LOG-STATUS.
    SELECT COPY-MANIFEST-FILE
        ASSIGN TO "REPLCOPYMANIFEST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COPY-MANIFEST-STATUS.
    SELECT COPY-CONFIRM-FILE
        ASSIGN TO "REPLCOPYCONFIRMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COPY-CONFIRM-STATUS.
    SELECT COPY-BACKLOG-REPORT
        ASSIGN TO "REPLCOPYBACKLOG"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
01 APPLY-STATE-CARD.
   05 AS-LAST-APPLIED-SEQUENCE PIC 9(12).

*> This site's role card, kept by the switchover job. A site that has
*> been promoted writes the journal rather than replaying it, so the
*> apply stands down there; a site with no card is the standby.
FD SITE-ROLE-FILE.
01 SITE-ROLE-CARD.
   05 SR-SITE-NAME PIC X(16).
   05 SR-ROLE PIC X(8).
   05 SR-CHANGED-TIMESTAMP PIC 9(14).
   05 SR-JOURNAL-BASE-SEQUENCE PIC 9(12).

*> The standby's own catalog files, same layouts as the primary's.
FD NAMESPACE-FILE.
01 NAMESPACE-REC.
   05 IN-ERROR-CLASS PIC X(20).
   05 IN-CORRELATION-KEY PIC X(60).

*> The file-copy manifest shipped alongside the journal: the data and
*> delete files each replicated commit added, under the journal
*> sequence of its COMMIT-SNAPSHOT. Same layout as the primary writes;
*> each commit's records open with a marker that carries no file path.
FD COPY-MANIFEST-FILE.
01 COPY-MANIFEST-REC.
   05 CM-SEQUENCE PIC 9(12).
   05 CM-NAMESPACE PIC X(128).
   05 CM-TABLE-NAME PIC X(128).
   05 CM-SNAPSHOT-ID PIC 9(18).
   05 CM-FILE-PATH PIC X(256).
   05 CM-FILE-SIZE-BYTES PIC 9(18).

*> The copy job's confirmations: one record per file it has landed on
*> the standby's storage, with the size it found there.
FD COPY-CONFIRM-FILE.
01 COPY-CONFIRM-REC.
   05 CC-FILE-PATH PIC X(256).
   05 CC-FILE-SIZE-BYTES PIC 9(18).

FD COPY-BACKLOG-REPORT.
01 COPY-BACKLOG-LINE PIC X(300).

WORKING-STORAGE SECTION.
01 WS-JOURNAL-FILE-STATUS PIC XX.
   88 WS-JOURNAL-FILE-OK VALUE '00'.
01 WS-APPLY-STATE-STATUS PIC XX.
   88 WS-APPLY-STATE-OK VALUE '00'.
01 WS-SITE-ROLE-STATUS PIC XX.
   88 WS-SITE-ROLE-OK VALUE '00'.
01 WS-SITE-ROLE PIC X(8) VALUE 'STANDBY'.
   88 WS-SITE-IS-PRIMARY VALUE 'PRIMARY'.
01 WS-NAMESPACE-FILE-STATUS PIC XX.
   88 WS-NAMESPACE-FILE-OK VALUE '00'.
01 WS-TABLE-FILE-STATUS PIC XX.
01 WS-INCIDENT-ERROR-CLASS PIC X(20).
01 WS-INCIDENT-KEY PIC X(60).

01 WS-COPY-MANIFEST-STATUS PIC XX.
   88 WS-COPY-MANIFEST-OK VALUE '00'.
01 WS-COPY-CONFIRM-STATUS PIC XX.
   88 WS-COPY-CONFIRM-OK VALUE '00'.
01 WS-MANIFEST-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-MANIFEST VALUE 'Y'.
01 WS-CONFIRM-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CONFIRMS VALUE 'Y'.
01 WS-COMMIT-HELD-SWITCH PIC X VALUE 'N'.
   88 WS-COMMIT-IS-HELD VALUE 'Y'.
01 WS-RECOVERY-FOUND-SWITCH PIC X VALUE 'N'.
   88 WS-RECOVERY-WAS-FOUND VALUE 'Y'.
01 WS-AWAITING-COUNT PIC 9(7) VALUE ZERO.
01 WS-MANIFESTED-COUNT PIC 9(7) VALUE ZERO.
*> The first journal sequence whose manifest records did not fit the
*> table; that commit and every one after it is held.
01 WS-MANIFEST-CUTOFF-SEQUENCE PIC 9(12) VALUE ZERO.
01 WS-HELD-SEQUENCE PIC 9(12) VALUE ZERO.
01 WS-RECOVERY-KEY PIC X(160).
01 WS-BACKLOG-FILES PIC 9(7) VALUE ZERO.
01 WS-BACKLOG-BYTES PIC 9(18) VALUE ZERO.
01 WS-COUNT-DISPLAY PIC Z(6)9.
01 WS-COMMITS-DISPLAY PIC Z(6)9.
01 WS-MISMATCH-DISPLAY PIC Z(6)9.
01 WS-BYTES-DISPLAY PIC Z(17)9.
01 WS-SNAPSHOT-DISPLAY PIC Z(17)9.

*> Manifest entries for commits not yet applied here, each judged
*> against the confirmations as the copy job's file is read through:
*> a file counts as copied when it is present at the manifest's size,
*> or merely present when the primary recorded no size for it. A
*> confirmation at the right size stands over an earlier one at the
*> wrong size, so a re-copied file clears its mismatch.
01 WS-MANIFEST-COUNT PIC 9(5) VALUE ZERO.
01 WS-MANIFEST-TABLE.
   05 WS-MANIFEST-ENTRY OCCURS 1 TO 10000 TIMES
           DEPENDING ON WS-MANIFEST-COUNT
           INDEXED BY WS-MF-IDX.
      10 WS-MF-SEQUENCE PIC 9(12).
      10 WS-MF-TABLE-KEY PIC X(160).
      10 WS-MF-FILE-PATH PIC X(256).
      10 WS-MF-FILE-SIZE PIC 9(18).
      10 WS-MF-STATE PIC X(13).
         88 WS-MF-CONFIRMED VALUE 'CONFIRMED'.
         88 WS-MF-SIZE-MISMATCH VALUE 'SIZE-MISMATCH'.
         88 WS-MF-MISSING VALUE 'MISSING'.

*> Each table's recovery point - the last commit this standby holds,
*> with the time the primary journaled it - and its copy backlog.
01 WS-RECOVERY-COUNT PIC 9(4) VALUE ZERO.
01 WS-RECOVERY-TABLE.
   05 WS-RECOVERY-ENTRY OCCURS 1 TO 1000 TIMES
           DEPENDING ON WS-RECOVERY-COUNT
           INDEXED BY WS-RV-IDX.
      10 WS-RV-TABLE-KEY PIC X(160).
      10 WS-RV-SNAPSHOT-ID PIC 9(18).
      10 WS-RV-TIMESTAMP PIC 9(14).
      10 WS-RV-LAST-PENDING-SEQ PIC 9(12).
      10 WS-RV-PENDING-COMMITS PIC 9(7).
      10 WS-RV-PENDING-FILES PIC 9(7).
      10 WS-RV-PENDING-BYTES PIC 9(18).
      10 WS-RV-MISMATCHES PIC 9(7).
*> Updates to tables beyond the recovery table are counted and the
*> backlog report says so, since those tables' points go unreported.
01 WS-RECOVERY-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    PERFORM LOAD-SITE-ROLE.
    IF WS-SITE-IS-PRIMARY
        OPEN OUTPUT APPLY-REPORT-FILE
        MOVE 'SITE IS PRIMARY - JOURNAL IS WRITTEN HERE, NOT APPLIED'
            TO APPLY-REPORT-LINE
        WRITE APPLY-REPORT-LINE
        CLOSE APPLY-REPORT-FILE
        STOP RUN
    END-IF.
    PERFORM LOAD-APPLY-STATE.
    PERFORM LOAD-COPY-MANIFEST.
    PERFORM MATCH-COPY-CONFIRMATIONS.
    PERFORM OPEN-STANDBY-CATALOG.
    OPEN OUTPUT APPLY-REPORT-FILE.
    OPEN INPUT REPLICATION-JOURNAL-FILE.
    IF WS-JOURNAL-FILE-OK
        PERFORM APPLY-ONE-JOURNAL-RECORD
            UNTIL END-OF-JOURNAL OR WS-GAP-WAS-DETECTED
                OR WS-COMMIT-IS-HELD
        CLOSE REPLICATION-JOURNAL-FILE
    END-IF.
    PERFORM WRITE-APPLY-SUMMARY.
    PERFORM WRITE-COPY-BACKLOG-REPORT.
    CLOSE APPLY-REPORT-FILE.
    CLOSE NAMESPACE-FILE.
    CLOSE TABLE-FILE.
    PERFORM SAVE-APPLY-STATE.
    STOP RUN.

LOAD-SITE-ROLE.
    OPEN INPUT SITE-ROLE-FILE.
    IF WS-SITE-ROLE-OK
        READ SITE-ROLE-FILE
            AT END CONTINUE
            NOT AT END
                IF SR-ROLE NOT = SPACES
                    MOVE SR-ROLE TO WS-SITE-ROLE
                END-IF
        END-READ
        CLOSE SITE-ROLE-FILE
    END-IF.

LOAD-APPLY-STATE.
    MOVE ZERO TO WS-LAST-APPLIED-SEQUENCE.
    OPEN INPUT APPLY-STATE-FILE.
*> run and is skipped; the next new record must be exactly mark plus
*> one - anything higher means a shipment is missing, which stops the
*> apply and raises an incident rather than silently jumping the gap.
*> A commit whose files the copy job has not yet confirmed is held:
*> the apply stops short of it, so the standby's catalog never points
*> at a snapshot whose files are not on its storage, and everything
*> after it waits its turn in sequence. So is a commit with nothing on
*> the manifest at all - not even its marker - since its manifest has
*> not been shipped and what it needs copied is not yet known.
APPLY-ONE-JOURNAL-RECORD.
    READ REPLICATION-JOURNAL-FILE
        AT END SET END-OF-JOURNAL TO TRUE
        NOT AT END
            COMPUTE WS-EXPECTED-SEQUENCE =
                WS-LAST-APPLIED-SEQUENCE + 1
            PERFORM CHECK-COMMIT-FILES-COPIED
            EVALUATE TRUE
                WHEN RJ-SEQUENCE NOT > WS-LAST-APPLIED-SEQUENCE
                    ADD 1 TO WS-SKIPPED-COUNT
                    PERFORM TRACK-TABLE-RECOVERY
                WHEN RJ-SEQUENCE > WS-EXPECTED-SEQUENCE
                    PERFORM REPORT-SEQUENCE-GAP
                WHEN WS-COMMIT-IS-HELD
                    PERFORM REPORT-COMMIT-HELD
                WHEN OTHER
                    PERFORM DISPATCH-ONE-CHANGE
                    PERFORM TRACK-TABLE-RECOVERY
                    MOVE RJ-SEQUENCE
                        TO WS-LAST-APPLIED-SEQUENCE
                    ADD 1 TO WS-APPLIED-COUNT
            END-EVALUATE
    END-READ.

CHECK-COMMIT-FILES-COPIED.
    MOVE 'N' TO WS-COMMIT-HELD-SWITCH.
    MOVE ZERO TO WS-AWAITING-COUNT.
    MOVE ZERO TO WS-MANIFESTED-COUNT.
    IF RJ-SEQUENCE = WS-EXPECTED-SEQUENCE
            AND RJ-OPERATION = 'COMMIT-SNAPSHOT'
        IF WS-MANIFEST-COUNT > ZERO
            PERFORM COUNT-ONE-AWAITED-FILE
                VARYING WS-MF-IDX FROM 1 BY 1
                UNTIL WS-MF-IDX > WS-MANIFEST-COUNT
        END-IF
        IF WS-AWAITING-COUNT > ZERO
                OR WS-MANIFESTED-COUNT = ZERO
                OR (WS-MANIFEST-CUTOFF-SEQUENCE > ZERO
                    AND RJ-SEQUENCE NOT < WS-MANIFEST-CUTOFF-SEQUENCE)
            SET WS-COMMIT-IS-HELD TO TRUE
        END-IF
    END-IF.

COUNT-ONE-AWAITED-FILE.
    IF WS-MF-SEQUENCE (WS-MF-IDX) = RJ-SEQUENCE
        ADD 1 TO WS-MANIFESTED-COUNT
        IF NOT WS-MF-CONFIRMED (WS-MF-IDX)
            ADD 1 TO WS-AWAITING-COUNT
        END-IF
    END-IF.

REPORT-COMMIT-HELD.
    MOVE RJ-SEQUENCE TO WS-HELD-SEQUENCE.
    MOVE RJ-SEQUENCE TO WS-SEQUENCE-DISPLAY.
    MOVE WS-AWAITING-COUNT TO WS-COUNT-DISPLAY.
    MOVE SPACES TO APPLY-REPORT-LINE.
    EVALUATE TRUE
        WHEN WS-MANIFEST-CUTOFF-SEQUENCE > ZERO
                AND RJ-SEQUENCE NOT < WS-MANIFEST-CUTOFF-SEQUENCE
            STRING 'HELD SEQ=' WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
                ' OP=COMMIT-SNAPSHOT NAMESPACE=' DELIMITED BY SIZE
                RJ-NAMESPACE DELIMITED BY SPACE
                ' TABLE=' DELIMITED BY SIZE
                RJ-TABLE-NAME DELIMITED BY SPACE
                ' - MANIFEST BEYOND THE 10000-FILE LIMIT,'
                    DELIMITED BY SIZE
                ' APPLY PAUSED UNTIL THE BACKLOG CLEARS'
                    DELIMITED BY SIZE
                INTO APPLY-REPORT-LINE
        WHEN WS-MANIFESTED-COUNT = ZERO
            STRING 'HELD SEQ=' WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
                ' OP=COMMIT-SNAPSHOT NAMESPACE=' DELIMITED BY SIZE
                RJ-NAMESPACE DELIMITED BY SPACE
                ' TABLE=' DELIMITED BY SIZE
                RJ-TABLE-NAME DELIMITED BY SPACE
                ' - NO COPY MANIFEST FOR THIS COMMIT,'
                    DELIMITED BY SIZE
                ' APPLY PAUSED UNTIL IT IS SHIPPED' DELIMITED BY SIZE
                INTO APPLY-REPORT-LINE
        WHEN OTHER
            STRING 'HELD SEQ=' WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
                ' OP=COMMIT-SNAPSHOT NAMESPACE=' DELIMITED BY SIZE
                RJ-NAMESPACE DELIMITED BY SPACE
                ' TABLE=' DELIMITED BY SIZE
                RJ-TABLE-NAME DELIMITED BY SPACE
                ' AWAITING-FILES=' WS-COUNT-DISPLAY DELIMITED BY SIZE
                ' - APPLY PAUSED UNTIL THE COPY JOB CONFIRMS THEM'
                    DELIMITED BY SIZE
                INTO APPLY-REPORT-LINE
    END-EVALUATE.
    WRITE APPLY-REPORT-LINE.

REPORT-SEQUENCE-GAP.
    SET WS-GAP-WAS-DETECTED TO TRUE.
    MOVE RJ-SEQUENCE TO WS-SEQUENCE-DISPLAY.
        ' - RECORD IGNORED' DELIMITED BY SIZE
        INTO APPLY-REPORT-LINE.
    WRITE APPLY-REPORT-LINE.
*> Recovery points follow every journaled commit the standby holds,
*> whether applied this run or an earlier one; a rename carries the
*> table's point to its new name and a drop retires it.
TRACK-TABLE-RECOVERY.
    MOVE SPACES TO WS-RECOVERY-KEY.
    STRING RJ-NAMESPACE DELIMITED BY SPACE '.'
        RJ-TABLE-NAME DELIMITED BY SPACE
        INTO WS-RECOVERY-KEY.
    EVALUATE RJ-OPERATION
        WHEN 'COMMIT-SNAPSHOT'
            PERFORM FIND-OR-ADD-RECOVERY-ENTRY
            IF WS-RECOVERY-WAS-FOUND
                MOVE RJ-SNAPSHOT-ID TO WS-RV-SNAPSHOT-ID (WS-RV-IDX)
                MOVE RJ-TIMESTAMP TO WS-RV-TIMESTAMP (WS-RV-IDX)
            END-IF
        WHEN 'RENAME-TABLE'
            PERFORM FIND-RECOVERY-ENTRY
            IF WS-RECOVERY-WAS-FOUND
                MOVE SPACES TO WS-RV-TABLE-KEY (WS-RV-IDX)
                STRING RJ-NEW-NAMESPACE DELIMITED BY SPACE '.'
                    RJ-NEW-NAME DELIMITED BY SPACE
                    INTO WS-RV-TABLE-KEY (WS-RV-IDX)
            END-IF
        WHEN 'DROP-TABLE'
            PERFORM FIND-RECOVERY-ENTRY
            IF WS-RECOVERY-WAS-FOUND
                MOVE SPACES TO WS-RV-TABLE-KEY (WS-RV-IDX)
            END-IF
    END-EVALUATE.

FIND-RECOVERY-ENTRY.
    MOVE 'N' TO WS-RECOVERY-FOUND-SWITCH.
    IF WS-RECOVERY-COUNT > ZERO
        SET WS-RV-IDX TO 1
        SEARCH WS-RECOVERY-ENTRY
            AT END CONTINUE
            WHEN WS-RV-TABLE-KEY (WS-RV-IDX) = WS-RECOVERY-KEY
                SET WS-RECOVERY-WAS-FOUND TO TRUE
        END-SEARCH
    END-IF.

FIND-OR-ADD-RECOVERY-ENTRY.
    PERFORM FIND-RECOVERY-ENTRY.
    IF NOT WS-RECOVERY-WAS-FOUND
            AND WS-RECOVERY-COUNT < 1000
        ADD 1 TO WS-RECOVERY-COUNT
        SET WS-RV-IDX TO WS-RECOVERY-COUNT
        MOVE WS-RECOVERY-KEY TO WS-RV-TABLE-KEY (WS-RV-IDX)
        MOVE ZERO TO WS-RV-SNAPSHOT-ID (WS-RV-IDX)
        MOVE ZERO TO WS-RV-TIMESTAMP (WS-RV-IDX)
        MOVE ZERO TO WS-RV-LAST-PENDING-SEQ (WS-RV-IDX)
        MOVE ZERO TO WS-RV-PENDING-COMMITS (WS-RV-IDX)
        MOVE ZERO TO WS-RV-PENDING-FILES (WS-RV-IDX)
        MOVE ZERO TO WS-RV-PENDING-BYTES (WS-RV-IDX)
        MOVE ZERO TO WS-RV-MISMATCHES (WS-RV-IDX)
        SET WS-RECOVERY-WAS-FOUND TO TRUE
    END-IF.
    IF NOT WS-RECOVERY-WAS-FOUND
        ADD 1 TO WS-RECOVERY-OVERFLOW-COUNT
    END-IF.

WRITE-APPLY-SUMMARY.
    MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY.
        ' HIGH-WATER-SEQ=' WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
        INTO APPLY-REPORT-LINE.
    WRITE APPLY-REPORT-LINE.
*> The confirmations are read through once, each matched against
*> every manifest entry for its path, so their number is not bounded
*> by any table here.
MATCH-COPY-CONFIRMATIONS.
    IF WS-MANIFEST-COUNT > ZERO
        OPEN INPUT COPY-CONFIRM-FILE
        IF WS-COPY-CONFIRM-OK
            PERFORM MATCH-ONE-COPY-CONFIRMATION UNTIL END-OF-CONFIRMS
            CLOSE COPY-CONFIRM-FILE
        END-IF
    END-IF.

MATCH-ONE-COPY-CONFIRMATION.
    READ COPY-CONFIRM-FILE
        AT END SET END-OF-CONFIRMS TO TRUE
        NOT AT END
            IF CC-FILE-PATH NOT = SPACES
                PERFORM MATCH-CONFIRMATION-TO-ENTRY
                    VARYING WS-MF-IDX FROM 1 BY 1
                    UNTIL WS-MF-IDX > WS-MANIFEST-COUNT
            END-IF
    END-READ.

MATCH-CONFIRMATION-TO-ENTRY.
    IF WS-MF-FILE-PATH (WS-MF-IDX) = CC-FILE-PATH
            AND NOT WS-MF-CONFIRMED (WS-MF-IDX)
        IF WS-MF-FILE-SIZE (WS-MF-IDX) = ZERO
                OR CC-FILE-SIZE-BYTES = WS-MF-FILE-SIZE (WS-MF-IDX)
            SET WS-MF-CONFIRMED (WS-MF-IDX) TO TRUE
        ELSE
            SET WS-MF-SIZE-MISMATCH (WS-MF-IDX) TO TRUE
        END-IF
    END-IF.

*> Only commits above the high-water mark still need their files
*> checked; those already applied were confirmed when they went in.
LOAD-COPY-MANIFEST.
    MOVE ZERO TO WS-MANIFEST-COUNT.
    MOVE ZERO TO WS-MANIFEST-CUTOFF-SEQUENCE.
    OPEN INPUT COPY-MANIFEST-FILE.
    IF WS-COPY-MANIFEST-OK
        PERFORM LOAD-ONE-MANIFEST-ENTRY UNTIL END-OF-MANIFEST
        CLOSE COPY-MANIFEST-FILE
    END-IF.

LOAD-ONE-MANIFEST-ENTRY.
    READ COPY-MANIFEST-FILE
        AT END SET END-OF-MANIFEST TO TRUE
        NOT AT END
            IF CM-SEQUENCE > WS-LAST-APPLIED-SEQUENCE
                IF WS-MANIFEST-COUNT < 10000
                    PERFORM JUDGE-ONE-MANIFEST-ENTRY
                ELSE
                    IF WS-MANIFEST-CUTOFF-SEQUENCE = ZERO
                        MOVE CM-SEQUENCE TO WS-MANIFEST-CUTOFF-SEQUENCE
                    END-IF
                END-IF
            END-IF
    END-READ.

JUDGE-ONE-MANIFEST-ENTRY.
    ADD 1 TO WS-MANIFEST-COUNT.
    SET WS-MF-IDX TO WS-MANIFEST-COUNT.
    MOVE CM-SEQUENCE TO WS-MF-SEQUENCE (WS-MF-IDX).
    MOVE SPACES TO WS-MF-TABLE-KEY (WS-MF-IDX).
    STRING CM-NAMESPACE DELIMITED BY SPACE '.'
        CM-TABLE-NAME DELIMITED BY SPACE
        INTO WS-MF-TABLE-KEY (WS-MF-IDX).
    MOVE CM-FILE-PATH TO WS-MF-FILE-PATH (WS-MF-IDX).
    MOVE CM-FILE-SIZE-BYTES TO WS-MF-FILE-SIZE (WS-MF-IDX).
    SET WS-MF-MISSING (WS-MF-IDX) TO TRUE.
    IF CM-FILE-PATH = SPACES
        SET WS-MF-CONFIRMED (WS-MF-IDX) TO TRUE
    END-IF.

*> The copy backlog: every manifest file above the high-water mark not
*> yet confirmed, then each table's recovery point and what it is
*> still waiting on, then the standby-wide totals.
WRITE-COPY-BACKLOG-REPORT.
    MOVE ZERO TO WS-BACKLOG-FILES.
    MOVE ZERO TO WS-BACKLOG-BYTES.
    OPEN OUTPUT COPY-BACKLOG-REPORT.
    IF WS-MANIFEST-COUNT > ZERO
        PERFORM NOTE-ONE-PENDING-FILE
            VARYING WS-MF-IDX FROM 1 BY 1
            UNTIL WS-MF-IDX > WS-MANIFEST-COUNT
    END-IF.
    IF WS-RECOVERY-COUNT > ZERO
        PERFORM WRITE-ONE-RECOVERY-LINE
            VARYING WS-RV-IDX FROM 1 BY 1
            UNTIL WS-RV-IDX > WS-RECOVERY-COUNT
    END-IF.
    MOVE WS-LAST-APPLIED-SEQUENCE TO WS-SEQUENCE-DISPLAY.
    MOVE WS-HELD-SEQUENCE TO WS-EXPECTED-DISPLAY.
    MOVE WS-BACKLOG-FILES TO WS-COUNT-DISPLAY.
    MOVE WS-BACKLOG-BYTES TO WS-BYTES-DISPLAY.
    MOVE SPACES TO COPY-BACKLOG-LINE.
    STRING 'SUMMARY HIGH-WATER-SEQ=' WS-SEQUENCE-DISPLAY
            DELIMITED BY SIZE
        ' HELD-AT-SEQ=' WS-EXPECTED-DISPLAY DELIMITED BY SIZE
        ' BACKLOG-FILES=' WS-COUNT-DISPLAY DELIMITED BY SIZE
        ' BACKLOG-BYTES=' WS-BYTES-DISPLAY DELIMITED BY SIZE
        INTO COPY-BACKLOG-LINE.
    WRITE COPY-BACKLOG-LINE.
    IF WS-RECOVERY-OVERFLOW-COUNT > ZERO
        MOVE WS-RECOVERY-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO COPY-BACKLOG-LINE
        STRING 'INCOMPLETE UPDATES BEYOND THE 1000-TABLE LIMIT='
            WS-COUNT-DISPLAY DELIMITED BY SIZE
            ' - THOSE TABLES HAVE NO RECOVERY POINT LINE'
            DELIMITED BY SIZE
            INTO COPY-BACKLOG-LINE
        WRITE COPY-BACKLOG-LINE
        MOVE 'WARN' TO WS-INCIDENT-SEVERITY
        MOVE 'RECOVERY-TABLE-FULL' TO WS-INCIDENT-ERROR-CLASS
        MOVE 'REPLCOPYBACKLOG' TO WS-INCIDENT-KEY
        PERFORM APPEND-INCIDENT-RECORD
    END-IF.
    CLOSE COPY-BACKLOG-REPORT.

NOTE-ONE-PENDING-FILE.
    IF WS-MF-SEQUENCE (WS-MF-IDX) > WS-LAST-APPLIED-SEQUENCE
        MOVE WS-MF-TABLE-KEY (WS-MF-IDX) TO WS-RECOVERY-KEY
        PERFORM FIND-OR-ADD-RECOVERY-ENTRY
        IF WS-RECOVERY-WAS-FOUND
            IF WS-MF-SEQUENCE (WS-MF-IDX)
                    NOT = WS-RV-LAST-PENDING-SEQ (WS-RV-IDX)
                MOVE WS-MF-SEQUENCE (WS-MF-IDX)
                    TO WS-RV-LAST-PENDING-SEQ (WS-RV-IDX)
                ADD 1 TO WS-RV-PENDING-COMMITS (WS-RV-IDX)
            END-IF
            IF NOT WS-MF-CONFIRMED (WS-MF-IDX)
                ADD 1 TO WS-RV-PENDING-FILES (WS-RV-IDX)
                ADD WS-MF-FILE-SIZE (WS-MF-IDX)
                    TO WS-RV-PENDING-BYTES (WS-RV-IDX)
                IF WS-MF-SIZE-MISMATCH (WS-MF-IDX)
                    ADD 1 TO WS-RV-MISMATCHES (WS-RV-IDX)
                END-IF
            END-IF
        END-IF
        IF NOT WS-MF-CONFIRMED (WS-MF-IDX)
            PERFORM WRITE-ONE-PENDING-LINE
        END-IF
    END-IF.

WRITE-ONE-PENDING-LINE.
    ADD 1 TO WS-BACKLOG-FILES.
    ADD WS-MF-FILE-SIZE (WS-MF-IDX) TO WS-BACKLOG-BYTES.
    MOVE WS-MF-SEQUENCE (WS-MF-IDX) TO WS-SEQUENCE-DISPLAY.
    MOVE WS-MF-FILE-SIZE (WS-MF-IDX) TO WS-BYTES-DISPLAY.
    MOVE SPACES TO COPY-BACKLOG-LINE.
    STRING 'PENDING SEQ=' WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
        ' TABLE=' DELIMITED BY SIZE
        WS-MF-TABLE-KEY (WS-MF-IDX) DELIMITED BY SPACE
        ' STATE=' DELIMITED BY SIZE
        WS-MF-STATE (WS-MF-IDX) DELIMITED BY SPACE
        ' BYTES=' WS-BYTES-DISPLAY DELIMITED BY SIZE
        ' FILE=' DELIMITED BY SIZE
        WS-MF-FILE-PATH (WS-MF-IDX) DELIMITED BY SPACE
        INTO COPY-BACKLOG-LINE.
    WRITE COPY-BACKLOG-LINE.

WRITE-ONE-RECOVERY-LINE.
    IF WS-RV-TABLE-KEY (WS-RV-IDX) NOT = SPACES
        MOVE WS-RV-SNAPSHOT-ID (WS-RV-IDX) TO WS-SNAPSHOT-DISPLAY
        MOVE WS-RV-PENDING-COMMITS (WS-RV-IDX) TO WS-COMMITS-DISPLAY
        MOVE WS-RV-PENDING-FILES (WS-RV-IDX) TO WS-COUNT-DISPLAY
        MOVE WS-RV-PENDING-BYTES (WS-RV-IDX) TO WS-BYTES-DISPLAY
        MOVE WS-RV-MISMATCHES (WS-RV-IDX) TO WS-MISMATCH-DISPLAY
        MOVE SPACES TO COPY-BACKLOG-LINE
        STRING 'TABLE=' DELIMITED BY SIZE
            WS-RV-TABLE-KEY (WS-RV-IDX) DELIMITED BY SPACE
            ' RECOVERY-SNAPSHOT=' WS-SNAPSHOT-DISPLAY
                DELIMITED BY SIZE
            ' RECOVERY-POINT=' WS-RV-TIMESTAMP (WS-RV-IDX)
                DELIMITED BY SIZE
            ' PENDING-COMMITS=' WS-COMMITS-DISPLAY DELIMITED BY SIZE
            ' PENDING-FILES=' WS-COUNT-DISPLAY DELIMITED BY SIZE
            ' PENDING-BYTES=' WS-BYTES-DISPLAY DELIMITED BY SIZE
            ' SIZE-MISMATCHES=' WS-MISMATCH-DISPLAY DELIMITED BY SIZE
            INTO COPY-BACKLOG-LINE
        WRITE COPY-BACKLOG-LINE
    END-IF.

APPEND-INCIDENT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO WS-INCIDENT-DATE-TIME.
