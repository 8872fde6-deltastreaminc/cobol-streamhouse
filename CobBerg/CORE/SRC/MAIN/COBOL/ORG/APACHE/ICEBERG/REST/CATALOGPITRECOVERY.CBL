IDENTIFICATION DIVISION.
PROGRAM-ID. CATALOG-PIT-RECOVERY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECOVERY-CARD-FILE
        ASSIGN TO "CATALOGRECOVERYCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECOVERY-CARD-STATUS.
    SELECT EXPORT-MANIFEST-FILE
        ASSIGN TO WS-EXPORT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXPORT-FILE-STATUS.
    SELECT REPLICATION-JOURNAL-FILE
        ASSIGN TO "REPLICATIONJOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.
    SELECT RECOVERED-NAMESPACE-FILE
        ASSIGN TO "RECOVEREDNAMESPACEFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RNS-KEY
        FILE STATUS IS WS-RECOVERED-NS-STATUS.
    SELECT RECOVERED-TABLE-FILE
        ASSIGN TO "RECOVEREDTABLECATALOGFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RTB-KEY
        FILE STATUS IS WS-RECOVERED-TBL-STATUS.
    SELECT NAMESPACE-FILE
        ASSIGN TO "NAMESPACEFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NS-KEY
        FILE STATUS IS WS-NAMESPACE-FILE-STATUS.
    SELECT TABLE-FILE
        ASSIGN TO "TABLECATALOGFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TBL-KEY
        FILE STATUS IS WS-TABLE-FILE-STATUS.
    SELECT RESTORE-CARD-FILE
        ASSIGN TO "RECOVERYRESTORECARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESTORE-CARD-STATUS.
    SELECT RECOVERY-REPORT-FILE
        ASSIGN TO "CATALOGRECOVERYREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INCIDENT-LOG-FILE
        ASSIGN TO "INCIDENTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INCIDENT-LOG-STATUS.
    SELECT COPY-MANIFEST-FILE
        ASSIGN TO "REPLCOPYMANIFEST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COPY-MANIFEST-STATUS.
    SELECT SITE-ROLE-FILE
        ASSIGN TO "CATALOGSITEROLE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SITE-ROLE-STATUS.

DATA DIVISION.
FILE SECTION.
*> What to recover: the bulk export manifest to start from, where in
*> the journal that export leaves off, and the point to stop replay.
*> The export point is either the first journal sequence the export
*> does not already hold or the timestamp the export was taken; with
*> both given the sequence wins. A zero stop field means no limit of
*> that kind, so zero in both replays to the end of the journal.
FD RECOVERY-CARD-FILE.
01 RECOVERY-CARD.
   05 RC-EXPORT-MANIFEST PIC X(64).
   05 RC-EXPORT-TIMESTAMP PIC 9(14).
   05 RC-REPLAY-FROM-SEQUENCE PIC 9(12).
   05 RC-STOP-TIMESTAMP PIC 9(14).
   05 RC-STOP-SEQUENCE PIC 9(12).

*> A combined manifest CATALOG-BULK-EXPORT wrote, in its own layout.
FD EXPORT-MANIFEST-FILE.
01 EXPORT-MANIFEST-REC PIC X(400).

*> The change-capture journal CATALOG-HANDLERS appends, field for
*> field; the replay reads it in sequence order.
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

*> The rebuilt catalog, kept to one side in the live files' layouts
*> so a whole-catalog cutover is a swap of these files into place.
FD RECOVERED-NAMESPACE-FILE.
01 RECOVERED-NAMESPACE-REC.
   05 RNS-KEY PIC X(128).
   05 RNS-PROPERTIES PIC X(512).

FD RECOVERED-TABLE-FILE.
01 RECOVERED-TABLE-REC.
   05 RTB-KEY PIC X(160).
   05 RTB-NAMESPACE PIC X(128).
   05 RTB-NAME PIC X(128).
   05 RTB-SCHEMA PIC X(512).
   05 RTB-PARTITION-SPEC PIC X(256).
   05 RTB-CURRENT-SNAPSHOT-ID PIC 9(18).
   05 RTB-METADATA-LOCATION PIC X(256).
   05 RTB-STAGED-SWITCH PIC X.

*> The live catalog the recovered one is compared with, and where
*> selected tables are restored to.
FD NAMESPACE-FILE.
01 NAMESPACE-REC.
   05 NS-KEY PIC X(128).
   05 NS-PROPERTIES PIC X(512).

FD TABLE-FILE.
01 TABLE-REC.
   05 TBL-KEY PIC X(160).
   05 TBL-NAMESPACE PIC X(128).
   05 TBL-NAME PIC X(128).
   05 TBL-SCHEMA PIC X(512).
   05 TBL-PARTITION-SPEC PIC X(256).
   05 TBL-CURRENT-SNAPSHOT-ID PIC 9(18).
   05 TBL-METADATA-LOCATION PIC X(256).
   05 TBL-STAGED-SWITCH PIC X.

*> Tables to put back into the live catalog from the recovered one,
*> one card each, chosen from the diff. A table the recovered catalog
*> does not hold is reported and left alone.
FD RESTORE-CARD-FILE.
01 RESTORE-CARD.
   05 RS-NAMESPACE PIC X(128).
   05 RS-TABLE-NAME PIC X(128).

FD RECOVERY-REPORT-FILE.
01 RECOVERY-REPORT-LINE PIC X(300).

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

*> CATALOG-HANDLERS's file-copy manifest, field for field. A restored
*> table's files are already on both sites' storage, so its commit
*> goes on the manifest as the marker record alone.
FD COPY-MANIFEST-FILE.
01 COPY-MANIFEST-REC.
   05 CM-SEQUENCE PIC 9(12).
   05 CM-NAMESPACE PIC X(128).
   05 CM-TABLE-NAME PIC X(128).
   05 CM-SNAPSHOT-ID PIC 9(18).
   05 CM-FILE-PATH PIC X(256).
   05 CM-FILE-SIZE-BYTES PIC 9(18).

*> This site's role card, kept by the switchover job. Only the primary
*> writes the live catalog and the journal, so tables are restored
*> only there; a site with no card is the primary, as it is to
*> CATALOG-HANDLERS.
FD SITE-ROLE-FILE.
01 SITE-ROLE-CARD.
   05 SR-SITE-NAME PIC X(16).
   05 SR-ROLE PIC X(8).
   05 SR-CHANGED-TIMESTAMP PIC 9(14).
   05 SR-JOURNAL-BASE-SEQUENCE PIC 9(12).

WORKING-STORAGE SECTION.
01 WS-RECOVERY-CARD-STATUS PIC XX.
   88 WS-RECOVERY-CARD-OK VALUE '00'.
01 WS-EXPORT-FILE-STATUS PIC XX.
   88 WS-EXPORT-FILE-OK VALUE '00'.
01 WS-JOURNAL-FILE-STATUS PIC XX.
   88 WS-JOURNAL-FILE-OK VALUE '00'.
01 WS-RECOVERED-NS-STATUS PIC XX.
   88 WS-RECOVERED-NS-OK VALUE '00'.
01 WS-RECOVERED-TBL-STATUS PIC XX.
   88 WS-RECOVERED-TBL-OK VALUE '00'.
01 WS-NAMESPACE-FILE-STATUS PIC XX.
   88 WS-NAMESPACE-FILE-OK VALUE '00'.
01 WS-TABLE-FILE-STATUS PIC XX.
   88 WS-TABLE-FILE-OK VALUE '00'.
01 WS-RESTORE-CARD-STATUS PIC XX.
   88 WS-RESTORE-CARD-OK VALUE '00'.

01 WS-EXPORT-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-EXPORT VALUE 'Y'.
01 WS-JOURNAL-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-JOURNAL VALUE 'Y'.
01 WS-SCAN-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CATALOG-SCAN VALUE 'Y'.
01 WS-RESTORE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-RESTORE-CARDS VALUE 'Y'.

01 WS-EXPORT-FILENAME PIC X(64) VALUE 'CATALOGIMPORT'.
01 WS-EXPORT-TIMESTAMP PIC 9(14) VALUE ZERO.
01 WS-REPLAY-FROM-SEQUENCE PIC 9(12) VALUE ZERO.
01 WS-STOP-TIMESTAMP PIC 9(14) VALUE ZERO.
01 WS-STOP-SEQUENCE PIC 9(12) VALUE ZERO.
01 WS-CARD-VALID-SWITCH PIC X VALUE 'N'.
   88 WS-CARD-IS-VALID VALUE 'Y'.
01 WS-RECOVERY-REJECT-REASON PIC X(60) VALUE SPACES.

*> The same fields CATALOG-BULK-EXPORT writes each manifest record
*> from.
01 WS-EXPORT-FIELDS.
   05 WS-EXPORT-TYPE PIC X(9).
   05 WS-EXPORT-NAMESPACE PIC X(128).
   05 WS-EXPORT-TABLE PIC X(128).
   05 WS-EXPORT-SCHEMA PIC X(512).
   05 WS-EXPORT-PARTITION-SPEC PIC X(256).
   05 WS-EXPORT-SNAPSHOT-ID PIC 9(18).
   05 WS-EXPORT-METADATA-LOCATION PIC X(256).

01 WS-REPLAY-STARTED-SWITCH PIC X VALUE 'N'.
   88 WS-REPLAY-STARTED VALUE 'Y'.
01 WS-REPLAY-STOPPED-SWITCH PIC X VALUE 'N'.
   88 WS-REPLAY-STOPPED VALUE 'Y'.
01 WS-GAP-DETECTED-SWITCH PIC X VALUE 'N'.
   88 WS-GAP-WAS-DETECTED VALUE 'Y'.
01 WS-EXPECTED-SEQUENCE PIC 9(12) VALUE ZERO.
01 WS-LAST-REPLAYED-SEQUENCE PIC 9(12) VALUE ZERO.
01 WS-LAST-REPLAYED-TIMESTAMP PIC 9(14) VALUE ZERO.
01 WS-JOURNAL-HIGH-SEQUENCE PIC 9(12) VALUE ZERO.
01 WS-NEXT-JOURNAL-SEQUENCE PIC 9(12) VALUE ZERO.

01 WS-EXPORT-NS-COUNT PIC 9(7) VALUE ZERO.
01 WS-EXPORT-TABLE-COUNT PIC 9(7) VALUE ZERO.
01 WS-REPLAYED-COUNT PIC 9(7) VALUE ZERO.
01 WS-BEYOND-STOP-COUNT PIC 9(7) VALUE ZERO.
01 WS-DIFF-ONLY-LIVE-COUNT PIC 9(7) VALUE ZERO.
01 WS-DIFF-ONLY-RECOVERED-COUNT PIC 9(7) VALUE ZERO.
01 WS-DIFF-CHANGED-COUNT PIC 9(7) VALUE ZERO.
01 WS-DIFF-SAME-COUNT PIC 9(7) VALUE ZERO.
01 WS-RESTORED-COUNT PIC 9(7) VALUE ZERO.
01 WS-COUNT-DISPLAY PIC Z(6)9.
01 WS-COUNT-DISPLAY-2 PIC Z(6)9.
01 WS-COUNT-DISPLAY-3 PIC Z(6)9.
01 WS-COUNT-DISPLAY-4 PIC Z(6)9.
01 WS-SEQUENCE-DISPLAY PIC Z(11)9.
01 WS-EXPECTED-DISPLAY PIC Z(11)9.

01 WS-LIVE-FOUND-SWITCH PIC X.
   88 WS-LIVE-FOUND VALUE 'Y'.
01 WS-RECOVERED-FOUND-SWITCH PIC X.
   88 WS-RECOVERED-FOUND VALUE 'Y'.
01 WS-DIFF-DETAIL PIC X(40) VALUE SPACES.

*> A restored table is journalled as the create and the commit that
*> bring the standby to the same record, so replication keeps up.
01 WS-REPL-OPERATION PIC X(20) VALUE SPACES.
01 WS-REPL-NAMESPACE PIC X(128) VALUE SPACES.
01 WS-REPL-TABLE-NAME PIC X(128) VALUE SPACES.
01 WS-REPL-SNAPSHOT-ID PIC 9(18) VALUE ZERO.
01 WS-CURRENT-DATE-TIME PIC X(21).

01 WS-COPY-MANIFEST-STATUS PIC XX.
   88 WS-COPY-MANIFEST-OK VALUE '00'.
01 WS-SITE-ROLE-STATUS PIC XX.
   88 WS-SITE-ROLE-OK VALUE '00'.
01 WS-SITE-ROLE PIC X(8) VALUE 'PRIMARY'.
   88 WS-SITE-IS-PRIMARY VALUE 'PRIMARY'.

01 WS-INCIDENT-LOG-STATUS PIC XX.
   88 WS-INCIDENT-LOG-OK VALUE '00'.
01 WS-INCIDENT-DATE-TIME PIC X(21).
01 WS-INCIDENT-SEVERITY PIC X(8).
01 WS-INCIDENT-ERROR-CLASS PIC X(20).
01 WS-INCIDENT-KEY PIC X(60).

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    OPEN OUTPUT RECOVERY-REPORT-FILE.
    PERFORM LOAD-RECOVERY-CARD.
    IF WS-CARD-IS-VALID
        PERFORM OPEN-RECOVERED-CATALOG
        PERFORM LOAD-BULK-EXPORT
        PERFORM REPLAY-JOURNAL
        PERFORM WRITE-RECOVERY-SUMMARY
        OPEN I-O NAMESPACE-FILE
        OPEN I-O TABLE-FILE
        IF WS-NAMESPACE-FILE-OK AND WS-TABLE-FILE-OK
            PERFORM DIFF-AGAINST-LIVE-CATALOG
            PERFORM RESTORE-SELECTED-TABLES
        ELSE
            MOVE 'LIVE CATALOG NOT AVAILABLE - NO DIFF WRITTEN'
                TO RECOVERY-REPORT-LINE
            WRITE RECOVERY-REPORT-LINE
        END-IF
        CLOSE NAMESPACE-FILE
        CLOSE TABLE-FILE
        CLOSE RECOVERED-NAMESPACE-FILE
        CLOSE RECOVERED-TABLE-FILE
    ELSE
        MOVE SPACES TO RECOVERY-REPORT-LINE
        STRING 'RECOVERY REJECTED: ' DELIMITED BY SIZE
            WS-RECOVERY-REJECT-REASON DELIMITED BY SIZE
            INTO RECOVERY-REPORT-LINE
        WRITE RECOVERY-REPORT-LINE
    END-IF.
    CLOSE RECOVERY-REPORT-FILE.
    STOP RUN.

*> Without a card, or without an export point, a replay would lay
*> the whole journal over the export and double-apply what the export
*> already holds, so the run is refused rather than guessed at.
LOAD-RECOVERY-CARD.
    MOVE 'N' TO WS-CARD-VALID-SWITCH.
    MOVE 'NO CATALOGRECOVERYCARD PRESENT' TO WS-RECOVERY-REJECT-REASON.
    OPEN INPUT RECOVERY-CARD-FILE.
    IF WS-RECOVERY-CARD-OK
        READ RECOVERY-CARD-FILE
            AT END CONTINUE
            NOT AT END
                PERFORM TAKE-RECOVERY-CARD
        END-READ
        CLOSE RECOVERY-CARD-FILE
    END-IF.

TAKE-RECOVERY-CARD.
    IF RC-EXPORT-MANIFEST NOT = SPACES
        MOVE RC-EXPORT-MANIFEST TO WS-EXPORT-FILENAME
    END-IF.
    IF RC-EXPORT-TIMESTAMP IS NUMERIC
        MOVE RC-EXPORT-TIMESTAMP TO WS-EXPORT-TIMESTAMP
    END-IF.
    IF RC-REPLAY-FROM-SEQUENCE IS NUMERIC
        MOVE RC-REPLAY-FROM-SEQUENCE TO WS-REPLAY-FROM-SEQUENCE
    END-IF.
    IF RC-STOP-TIMESTAMP IS NUMERIC
        MOVE RC-STOP-TIMESTAMP TO WS-STOP-TIMESTAMP
    END-IF.
    IF RC-STOP-SEQUENCE IS NUMERIC
        MOVE RC-STOP-SEQUENCE TO WS-STOP-SEQUENCE
    END-IF.
    IF WS-EXPORT-TIMESTAMP = ZERO AND WS-REPLAY-FROM-SEQUENCE = ZERO
        MOVE 'CARD GIVES NO EXPORT TIMESTAMP OR REPLAY-FROM SEQUENCE'
            TO WS-RECOVERY-REJECT-REASON
    ELSE
        SET WS-CARD-IS-VALID TO TRUE
    END-IF.

*> The side files are rebuilt from nothing on every run.
OPEN-RECOVERED-CATALOG.
    OPEN OUTPUT RECOVERED-NAMESPACE-FILE.
    CLOSE RECOVERED-NAMESPACE-FILE.
    OPEN I-O RECOVERED-NAMESPACE-FILE.
    OPEN OUTPUT RECOVERED-TABLE-FILE.
    CLOSE RECOVERED-TABLE-FILE.
    OPEN I-O RECOVERED-TABLE-FILE.

LOAD-BULK-EXPORT.
    OPEN INPUT EXPORT-MANIFEST-FILE.
    IF WS-EXPORT-FILE-OK
        MOVE 'N' TO WS-EXPORT-EOF-SWITCH
        PERFORM LOAD-ONE-EXPORT-RECORD UNTIL END-OF-EXPORT
        CLOSE EXPORT-MANIFEST-FILE
    ELSE
        MOVE SPACES TO RECOVERY-REPORT-LINE
        STRING 'EXPORT MANIFEST ' DELIMITED BY SIZE
            WS-EXPORT-FILENAME DELIMITED BY SPACE
            ' NOT FOUND - REPLAYING ONTO AN EMPTY CATALOG'
                DELIMITED BY SIZE
            INTO RECOVERY-REPORT-LINE
        WRITE RECOVERY-REPORT-LINE
    END-IF.
    MOVE WS-EXPORT-NS-COUNT TO WS-COUNT-DISPLAY.
    MOVE WS-EXPORT-TABLE-COUNT TO WS-COUNT-DISPLAY-2.
    MOVE SPACES TO RECOVERY-REPORT-LINE.
    STRING 'EXPORT LOADED MANIFEST=' DELIMITED BY SIZE
        WS-EXPORT-FILENAME DELIMITED BY SPACE
        ' NAMESPACES=' WS-COUNT-DISPLAY DELIMITED BY SIZE
        ' TABLES=' WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
        INTO RECOVERY-REPORT-LINE.
    WRITE RECOVERY-REPORT-LINE.

LOAD-ONE-EXPORT-RECORD.
    READ EXPORT-MANIFEST-FILE INTO WS-EXPORT-FIELDS
        AT END SET END-OF-EXPORT TO TRUE
        NOT AT END
            EVALUATE WS-EXPORT-TYPE
                WHEN 'NAMESPACE'
                    MOVE SPACES TO RECOVERED-NAMESPACE-REC
                    MOVE WS-EXPORT-NAMESPACE TO RNS-KEY
                    WRITE RECOVERED-NAMESPACE-REC
                        INVALID KEY CONTINUE
                        NOT INVALID KEY ADD 1 TO WS-EXPORT-NS-COUNT
                    END-WRITE
                WHEN 'TABLE'
                    MOVE SPACES TO RECOVERED-TABLE-REC
                    STRING WS-EXPORT-NAMESPACE DELIMITED BY SPACE '.'
                        WS-EXPORT-TABLE DELIMITED BY SPACE
                        INTO RTB-KEY
                    MOVE WS-EXPORT-NAMESPACE TO RTB-NAMESPACE
                    MOVE WS-EXPORT-TABLE TO RTB-NAME
                    MOVE WS-EXPORT-SCHEMA TO RTB-SCHEMA
                    MOVE WS-EXPORT-PARTITION-SPEC
                        TO RTB-PARTITION-SPEC
                    MOVE WS-EXPORT-SNAPSHOT-ID
                        TO RTB-CURRENT-SNAPSHOT-ID
                    MOVE WS-EXPORT-METADATA-LOCATION
                        TO RTB-METADATA-LOCATION
                    MOVE 'N' TO RTB-STAGED-SWITCH
                    WRITE RECOVERED-TABLE-REC
                        INVALID KEY REWRITE RECOVERED-TABLE-REC
                    END-WRITE
                    ADD 1 TO WS-EXPORT-TABLE-COUNT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

*> Records the export already holds are passed over; from the first
*> record past the export point each one must follow the last in
*> unbroken sequence, as the standby apply insists, and the replay
*> ends at the first record past the stop point. The whole journal is
*> still read so a restore can continue its sequence numbers.
REPLAY-JOURNAL.
    MOVE ZERO TO WS-JOURNAL-HIGH-SEQUENCE.
    OPEN INPUT REPLICATION-JOURNAL-FILE.
    IF WS-JOURNAL-FILE-OK
        MOVE 'N' TO WS-JOURNAL-EOF-SWITCH
        PERFORM REPLAY-ONE-JOURNAL-RECORD UNTIL END-OF-JOURNAL
        CLOSE REPLICATION-JOURNAL-FILE
    ELSE
        MOVE 'REPLICATION JOURNAL NOT FOUND - EXPORT ONLY'
            TO RECOVERY-REPORT-LINE
        WRITE RECOVERY-REPORT-LINE
    END-IF.
    COMPUTE WS-NEXT-JOURNAL-SEQUENCE = WS-JOURNAL-HIGH-SEQUENCE + 1.

REPLAY-ONE-JOURNAL-RECORD.
    READ REPLICATION-JOURNAL-FILE
        AT END SET END-OF-JOURNAL TO TRUE
        NOT AT END
            IF RJ-SEQUENCE > WS-JOURNAL-HIGH-SEQUENCE
                MOVE RJ-SEQUENCE TO WS-JOURNAL-HIGH-SEQUENCE
            END-IF
            IF NOT WS-REPLAY-STOPPED
                PERFORM CONSIDER-JOURNAL-RECORD
            END-IF
    END-READ.

CONSIDER-JOURNAL-RECORD.
    IF NOT WS-REPLAY-STARTED
        IF (WS-REPLAY-FROM-SEQUENCE > ZERO
                AND RJ-SEQUENCE NOT < WS-REPLAY-FROM-SEQUENCE)
            OR (WS-REPLAY-FROM-SEQUENCE = ZERO
                AND RJ-TIMESTAMP > WS-EXPORT-TIMESTAMP)
            SET WS-REPLAY-STARTED TO TRUE
            IF WS-REPLAY-FROM-SEQUENCE > ZERO
                MOVE WS-REPLAY-FROM-SEQUENCE TO WS-EXPECTED-SEQUENCE
            ELSE
                MOVE RJ-SEQUENCE TO WS-EXPECTED-SEQUENCE
            END-IF
        END-IF
    END-IF.
    IF WS-REPLAY-STARTED
        EVALUATE TRUE
            WHEN (WS-STOP-SEQUENCE > ZERO
                    AND RJ-SEQUENCE > WS-STOP-SEQUENCE)
                OR (WS-STOP-TIMESTAMP > ZERO
                    AND RJ-TIMESTAMP > WS-STOP-TIMESTAMP)
                SET WS-REPLAY-STOPPED TO TRUE
                ADD 1 TO WS-BEYOND-STOP-COUNT
            WHEN RJ-SEQUENCE NOT = WS-EXPECTED-SEQUENCE
                PERFORM REPORT-SEQUENCE-GAP
            WHEN OTHER
                PERFORM REPLAY-ONE-CHANGE
                MOVE RJ-SEQUENCE TO WS-LAST-REPLAYED-SEQUENCE
                MOVE RJ-TIMESTAMP TO WS-LAST-REPLAYED-TIMESTAMP
                ADD 1 TO WS-REPLAYED-COUNT
                ADD 1 TO WS-EXPECTED-SEQUENCE
        END-EVALUATE
    END-IF.

REPORT-SEQUENCE-GAP.
    SET WS-GAP-WAS-DETECTED TO TRUE.
    SET WS-REPLAY-STOPPED TO TRUE.
    MOVE RJ-SEQUENCE TO WS-SEQUENCE-DISPLAY.
    MOVE WS-EXPECTED-SEQUENCE TO WS-EXPECTED-DISPLAY.
    MOVE SPACES TO RECOVERY-REPORT-LINE.
    STRING 'SEQUENCE GAP - EXPECTED=' WS-EXPECTED-DISPLAY
            DELIMITED BY SIZE
        ' FOUND=' WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
        ' - REPLAY STOPPED SHORT OF THE STOP POINT'
            DELIMITED BY SIZE
        INTO RECOVERY-REPORT-LINE.
    WRITE RECOVERY-REPORT-LINE.
    MOVE 'SEVERE' TO WS-INCIDENT-SEVERITY.
    MOVE 'RECOVERY-SEQ-GAP' TO WS-INCIDENT-ERROR-CLASS.
    MOVE RJ-NAMESPACE (1:60) TO WS-INCIDENT-KEY.
    PERFORM APPEND-INCIDENT-RECORD.

*> The standby apply's rules, laid against the side files instead.
REPLAY-ONE-CHANGE.
    EVALUATE RJ-OPERATION
        WHEN 'CREATE-NAMESPACE'
            MOVE SPACES TO RECOVERED-NAMESPACE-REC
            MOVE RJ-NAMESPACE TO RNS-KEY
            WRITE RECOVERED-NAMESPACE-REC
                INVALID KEY CONTINUE
            END-WRITE
        WHEN 'DROP-NAMESPACE'
            MOVE RJ-NAMESPACE TO RNS-KEY
            DELETE RECOVERED-NAMESPACE-FILE RECORD
                INVALID KEY CONTINUE
            END-DELETE
        WHEN 'CREATE-TABLE'
            PERFORM REPLAY-CREATE-TABLE
        WHEN 'COMMIT-SNAPSHOT'
            PERFORM REPLAY-COMMIT-SNAPSHOT
        WHEN 'DROP-TABLE'
            PERFORM BUILD-RECOVERED-TABLE-KEY
            DELETE RECOVERED-TABLE-FILE RECORD
                INVALID KEY CONTINUE
            END-DELETE
        WHEN 'RENAME-TABLE'
            PERFORM REPLAY-RENAME-TABLE
        WHEN OTHER
            MOVE RJ-SEQUENCE TO WS-SEQUENCE-DISPLAY
            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING 'UNKNOWN OPERATION SEQ=' WS-SEQUENCE-DISPLAY
                    DELIMITED BY SIZE
                ' OP=' RJ-OPERATION DELIMITED BY SPACE
                ' - RECORD IGNORED' DELIMITED BY SIZE
                INTO RECOVERY-REPORT-LINE
            WRITE RECOVERY-REPORT-LINE
    END-EVALUATE.

BUILD-RECOVERED-TABLE-KEY.
    MOVE SPACES TO RTB-KEY.
    STRING RJ-NAMESPACE DELIMITED BY SPACE '.'
        RJ-TABLE-NAME DELIMITED BY SPACE
        INTO RTB-KEY.

REPLAY-CREATE-TABLE.
    MOVE SPACES TO RECOVERED-TABLE-REC.
    PERFORM BUILD-RECOVERED-TABLE-KEY.
    MOVE RJ-NAMESPACE TO RTB-NAMESPACE.
    MOVE RJ-TABLE-NAME TO RTB-NAME.
    MOVE ZERO TO RTB-CURRENT-SNAPSHOT-ID.
    MOVE 'N' TO RTB-STAGED-SWITCH.
    WRITE RECOVERED-TABLE-REC
        INVALID KEY REWRITE RECOVERED-TABLE-REC
    END-WRITE.

REPLAY-COMMIT-SNAPSHOT.
    PERFORM BUILD-RECOVERED-TABLE-KEY.
    READ RECOVERED-TABLE-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE RJ-SNAPSHOT-ID TO RTB-CURRENT-SNAPSHOT-ID
            REWRITE RECOVERED-TABLE-REC
                INVALID KEY CONTINUE
            END-REWRITE
    END-READ.

REPLAY-RENAME-TABLE.
    PERFORM BUILD-RECOVERED-TABLE-KEY.
    READ RECOVERED-TABLE-FILE
        INVALID KEY
            MOVE SPACES TO RECOVERED-TABLE-REC
            MOVE ZERO TO RTB-CURRENT-SNAPSHOT-ID
            MOVE 'N' TO RTB-STAGED-SWITCH
        NOT INVALID KEY
            DELETE RECOVERED-TABLE-FILE RECORD
                INVALID KEY CONTINUE
            END-DELETE
    END-READ.
    MOVE SPACES TO RTB-KEY.
    STRING RJ-NEW-NAMESPACE DELIMITED BY SPACE '.'
        RJ-NEW-NAME DELIMITED BY SPACE
        INTO RTB-KEY.
    MOVE RJ-NEW-NAMESPACE TO RTB-NAMESPACE.
    MOVE RJ-NEW-NAME TO RTB-NAME.
    WRITE RECOVERED-TABLE-REC
        INVALID KEY REWRITE RECOVERED-TABLE-REC
    END-WRITE.

WRITE-RECOVERY-SUMMARY.
    MOVE WS-REPLAYED-COUNT TO WS-COUNT-DISPLAY.
    MOVE WS-LAST-REPLAYED-SEQUENCE TO WS-SEQUENCE-DISPLAY.
    MOVE SPACES TO RECOVERY-REPORT-LINE.
    STRING 'REPLAY RECORDS=' WS-COUNT-DISPLAY DELIMITED BY SIZE
        ' LAST-SEQ=' WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
        ' LAST-TIMESTAMP=' WS-LAST-REPLAYED-TIMESTAMP
            DELIMITED BY SIZE
        INTO RECOVERY-REPORT-LINE.
    WRITE RECOVERY-REPORT-LINE.
    IF WS-GAP-WAS-DETECTED
        MOVE 'RECOVERED CATALOG IS SHORT OF THE STOP POINT'
            TO RECOVERY-REPORT-LINE
        WRITE RECOVERY-REPORT-LINE
    END-IF.
    IF NOT WS-REPLAY-STARTED
        MOVE 'NO JOURNAL RECORD PAST THE EXPORT POINT - EXPORT ONLY'
            TO RECOVERY-REPORT-LINE
        WRITE RECOVERY-REPORT-LINE
    END-IF.

*> Both directions of the diff: each live table held against the
*> recovered catalog, then each recovered table the live catalog no
*> longer has - the dropped or renamed-away tables a restore brings
*> back. Namespaces are compared by presence only.
DIFF-AGAINST-LIVE-CATALOG.
    MOVE 'N' TO WS-SCAN-EOF-SWITCH.
    MOVE SPACES TO TBL-KEY.
    START TABLE-FILE KEY IS GREATER THAN TBL-KEY
        INVALID KEY SET END-OF-CATALOG-SCAN TO TRUE
    END-START.
    PERFORM DIFF-ONE-LIVE-TABLE UNTIL END-OF-CATALOG-SCAN.
    MOVE 'N' TO WS-SCAN-EOF-SWITCH.
    MOVE SPACES TO RTB-KEY.
    START RECOVERED-TABLE-FILE KEY IS GREATER THAN RTB-KEY
        INVALID KEY SET END-OF-CATALOG-SCAN TO TRUE
    END-START.
    PERFORM DIFF-ONE-RECOVERED-TABLE UNTIL END-OF-CATALOG-SCAN.
    MOVE 'N' TO WS-SCAN-EOF-SWITCH.
    MOVE SPACES TO NS-KEY.
    START NAMESPACE-FILE KEY IS GREATER THAN NS-KEY
        INVALID KEY SET END-OF-CATALOG-SCAN TO TRUE
    END-START.
    PERFORM DIFF-ONE-LIVE-NAMESPACE UNTIL END-OF-CATALOG-SCAN.
    MOVE 'N' TO WS-SCAN-EOF-SWITCH.
    MOVE SPACES TO RNS-KEY.
    START RECOVERED-NAMESPACE-FILE KEY IS GREATER THAN RNS-KEY
        INVALID KEY SET END-OF-CATALOG-SCAN TO TRUE
    END-START.
    PERFORM DIFF-ONE-RECOVERED-NAMESPACE UNTIL END-OF-CATALOG-SCAN.
    MOVE WS-DIFF-SAME-COUNT TO WS-COUNT-DISPLAY.
    MOVE WS-DIFF-CHANGED-COUNT TO WS-COUNT-DISPLAY-2.
    MOVE WS-DIFF-ONLY-LIVE-COUNT TO WS-COUNT-DISPLAY-3.
    MOVE WS-DIFF-ONLY-RECOVERED-COUNT TO WS-COUNT-DISPLAY-4.
    MOVE SPACES TO RECOVERY-REPORT-LINE.
    STRING 'DIFF SUMMARY SAME=' WS-COUNT-DISPLAY DELIMITED BY SIZE
        ' CHANGED=' WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
        ' ONLY-IN-LIVE=' WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
        ' ONLY-IN-RECOVERED=' WS-COUNT-DISPLAY-4 DELIMITED BY SIZE
        INTO RECOVERY-REPORT-LINE.
    WRITE RECOVERY-REPORT-LINE.

DIFF-ONE-LIVE-TABLE.
    READ TABLE-FILE NEXT RECORD
        AT END SET END-OF-CATALOG-SCAN TO TRUE
        NOT AT END
            MOVE TBL-KEY TO RTB-KEY
            MOVE 'N' TO WS-RECOVERED-FOUND-SWITCH
            READ RECOVERED-TABLE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET WS-RECOVERED-FOUND TO TRUE
            END-READ
            IF WS-RECOVERED-FOUND
                PERFORM COMPARE-TABLE-RECORDS
            ELSE
                ADD 1 TO WS-DIFF-ONLY-LIVE-COUNT
                MOVE SPACES TO RECOVERY-REPORT-LINE
                STRING 'DIFF ONLY-IN-LIVE TABLE=' DELIMITED BY SIZE
                    TBL-KEY DELIMITED BY SPACE
                    ' LIVE-SNAPSHOT=' TBL-CURRENT-SNAPSHOT-ID
                        DELIMITED BY SIZE
                    INTO RECOVERY-REPORT-LINE
                WRITE RECOVERY-REPORT-LINE
            END-IF
    END-READ.

COMPARE-TABLE-RECORDS.
    MOVE SPACES TO WS-DIFF-DETAIL.
    EVALUATE TRUE
        WHEN TBL-CURRENT-SNAPSHOT-ID NOT = RTB-CURRENT-SNAPSHOT-ID
            MOVE 'SNAPSHOT' TO WS-DIFF-DETAIL
        WHEN TBL-METADATA-LOCATION NOT = RTB-METADATA-LOCATION
            MOVE 'METADATA-LOCATION' TO WS-DIFF-DETAIL
        WHEN TBL-SCHEMA NOT = RTB-SCHEMA
            MOVE 'SCHEMA' TO WS-DIFF-DETAIL
        WHEN TBL-PARTITION-SPEC NOT = RTB-PARTITION-SPEC
            MOVE 'PARTITION-SPEC' TO WS-DIFF-DETAIL
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF WS-DIFF-DETAIL = SPACES
        ADD 1 TO WS-DIFF-SAME-COUNT
    ELSE
        ADD 1 TO WS-DIFF-CHANGED-COUNT
        MOVE SPACES TO RECOVERY-REPORT-LINE
        STRING 'DIFF CHANGED TABLE=' DELIMITED BY SIZE
            TBL-KEY DELIMITED BY SPACE
            ' FIELD=' DELIMITED BY SIZE
            WS-DIFF-DETAIL DELIMITED BY SPACE
            ' LIVE-SNAPSHOT=' TBL-CURRENT-SNAPSHOT-ID
                DELIMITED BY SIZE
            ' RECOVERED-SNAPSHOT=' RTB-CURRENT-SNAPSHOT-ID
                DELIMITED BY SIZE
            INTO RECOVERY-REPORT-LINE
        WRITE RECOVERY-REPORT-LINE
    END-IF.

DIFF-ONE-RECOVERED-TABLE.
    READ RECOVERED-TABLE-FILE NEXT RECORD
        AT END SET END-OF-CATALOG-SCAN TO TRUE
        NOT AT END
            MOVE RTB-KEY TO TBL-KEY
            MOVE 'N' TO WS-LIVE-FOUND-SWITCH
            READ TABLE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET WS-LIVE-FOUND TO TRUE
            END-READ
            IF NOT WS-LIVE-FOUND
                ADD 1 TO WS-DIFF-ONLY-RECOVERED-COUNT
                MOVE SPACES TO RECOVERY-REPORT-LINE
                STRING 'DIFF ONLY-IN-RECOVERED TABLE=' DELIMITED BY SIZE
                    RTB-KEY DELIMITED BY SPACE
                    ' RECOVERED-SNAPSHOT=' RTB-CURRENT-SNAPSHOT-ID
                        DELIMITED BY SIZE
                    INTO RECOVERY-REPORT-LINE
                WRITE RECOVERY-REPORT-LINE
            END-IF
    END-READ.

DIFF-ONE-LIVE-NAMESPACE.
    READ NAMESPACE-FILE NEXT RECORD
        AT END SET END-OF-CATALOG-SCAN TO TRUE
        NOT AT END
            MOVE NS-KEY TO RNS-KEY
            READ RECOVERED-NAMESPACE-FILE
                INVALID KEY
                    MOVE SPACES TO RECOVERY-REPORT-LINE
                    STRING 'DIFF ONLY-IN-LIVE NAMESPACE='
                            DELIMITED BY SIZE
                        NS-KEY DELIMITED BY SPACE
                        INTO RECOVERY-REPORT-LINE
                    WRITE RECOVERY-REPORT-LINE
            END-READ
    END-READ.

DIFF-ONE-RECOVERED-NAMESPACE.
    READ RECOVERED-NAMESPACE-FILE NEXT RECORD
        AT END SET END-OF-CATALOG-SCAN TO TRUE
        NOT AT END
            MOVE RNS-KEY TO NS-KEY
            READ NAMESPACE-FILE
                INVALID KEY
                    MOVE SPACES TO RECOVERY-REPORT-LINE
                    STRING 'DIFF ONLY-IN-RECOVERED NAMESPACE='
                            DELIMITED BY SIZE
                        RNS-KEY DELIMITED BY SPACE
                        INTO RECOVERY-REPORT-LINE
                    WRITE RECOVERY-REPORT-LINE
            END-READ
    END-READ.

*> A selected table's recovered record replaces (or re-creates) the
*> live one; a namespace the live catalog lost is re-created with it.
*> Each change is journalled so the standby follows the restore. On
*> any site but the primary the restore is refused: the standby's
*> catalog is the apply's to write, from the primary's journal.
RESTORE-SELECTED-TABLES.
    PERFORM LOAD-SITE-ROLE.
    OPEN INPUT RESTORE-CARD-FILE.
    IF WS-RESTORE-CARD-OK AND NOT WS-SITE-IS-PRIMARY
        CLOSE RESTORE-CARD-FILE
        MOVE SPACES TO RECOVERY-REPORT-LINE
        STRING 'RESTORE REFUSED: SITE ROLE IS ' DELIMITED BY SIZE
            WS-SITE-ROLE DELIMITED BY SPACE
            ' - TABLES ARE RESTORED ONLY ON THE PRIMARY'
                DELIMITED BY SIZE
            INTO RECOVERY-REPORT-LINE
        WRITE RECOVERY-REPORT-LINE
        MOVE 'WARN' TO WS-INCIDENT-SEVERITY
        MOVE 'RESTORE-NOT-PRIMARY' TO WS-INCIDENT-ERROR-CLASS
        MOVE 'RECOVERYRESTORECARDS' TO WS-INCIDENT-KEY
        PERFORM APPEND-INCIDENT-RECORD
    END-IF.
    IF WS-RESTORE-CARD-OK AND WS-SITE-IS-PRIMARY
        MOVE 'N' TO WS-RESTORE-EOF-SWITCH
        PERFORM RESTORE-ONE-CARDED-TABLE UNTIL END-OF-RESTORE-CARDS
        CLOSE RESTORE-CARD-FILE
        MOVE WS-RESTORED-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO RECOVERY-REPORT-LINE
        STRING 'RESTORE SUMMARY TABLES-RESTORED=' WS-COUNT-DISPLAY
                DELIMITED BY SIZE
            INTO RECOVERY-REPORT-LINE
        WRITE RECOVERY-REPORT-LINE
    END-IF.

RESTORE-ONE-CARDED-TABLE.
    READ RESTORE-CARD-FILE
        AT END SET END-OF-RESTORE-CARDS TO TRUE
        NOT AT END
            MOVE SPACES TO RTB-KEY
            STRING RS-NAMESPACE DELIMITED BY SPACE '.'
                RS-TABLE-NAME DELIMITED BY SPACE
                INTO RTB-KEY
            READ RECOVERED-TABLE-FILE
                INVALID KEY
                    MOVE SPACES TO RECOVERY-REPORT-LINE
                    STRING 'RESTORE SKIPPED TABLE=' DELIMITED BY SIZE
                        RTB-KEY DELIMITED BY SPACE
                        ' - NOT IN THE RECOVERED CATALOG'
                            DELIMITED BY SIZE
                        INTO RECOVERY-REPORT-LINE
                    WRITE RECOVERY-REPORT-LINE
                    END-WRITE
                NOT INVALID KEY
                    PERFORM RESTORE-RECOVERED-TABLE
            END-READ
    END-READ.

RESTORE-RECOVERED-TABLE.
    MOVE RTB-NAMESPACE TO NS-KEY.
    READ NAMESPACE-FILE
        INVALID KEY
            MOVE SPACES TO NAMESPACE-REC
            MOVE RTB-NAMESPACE TO NS-KEY
            WRITE NAMESPACE-REC
                INVALID KEY CONTINUE
            END-WRITE
            MOVE 'CREATE-NAMESPACE' TO WS-REPL-OPERATION
            MOVE RTB-NAMESPACE TO WS-REPL-NAMESPACE
            MOVE SPACES TO WS-REPL-TABLE-NAME
            MOVE ZERO TO WS-REPL-SNAPSHOT-ID
            PERFORM APPEND-REPLICATION-RECORD
    END-READ.
    MOVE RTB-KEY TO TBL-KEY.
    MOVE RTB-NAMESPACE TO TBL-NAMESPACE.
    MOVE RTB-NAME TO TBL-NAME.
    MOVE RTB-SCHEMA TO TBL-SCHEMA.
    MOVE RTB-PARTITION-SPEC TO TBL-PARTITION-SPEC.
    MOVE RTB-CURRENT-SNAPSHOT-ID TO TBL-CURRENT-SNAPSHOT-ID.
    MOVE RTB-METADATA-LOCATION TO TBL-METADATA-LOCATION.
    MOVE RTB-STAGED-SWITCH TO TBL-STAGED-SWITCH.
    WRITE TABLE-REC
        INVALID KEY REWRITE TABLE-REC
    END-WRITE.
    MOVE RTB-NAMESPACE TO WS-REPL-NAMESPACE.
    MOVE RTB-NAME TO WS-REPL-TABLE-NAME.
    MOVE 'CREATE-TABLE' TO WS-REPL-OPERATION.
    MOVE ZERO TO WS-REPL-SNAPSHOT-ID.
    PERFORM APPEND-REPLICATION-RECORD.
    MOVE 'COMMIT-SNAPSHOT' TO WS-REPL-OPERATION.
    MOVE RTB-CURRENT-SNAPSHOT-ID TO WS-REPL-SNAPSHOT-ID.
    PERFORM APPEND-COPY-MANIFEST-MARKER.
    PERFORM APPEND-REPLICATION-RECORD.
    ADD 1 TO WS-RESTORED-COUNT.
    MOVE SPACES TO RECOVERY-REPORT-LINE.
    STRING 'RESTORED TABLE=' DELIMITED BY SIZE
        RTB-KEY DELIMITED BY SPACE
        ' SNAPSHOT=' RTB-CURRENT-SNAPSHOT-ID DELIMITED BY SIZE
        INTO RECOVERY-REPORT-LINE.
    WRITE RECOVERY-REPORT-LINE.

LOAD-SITE-ROLE.
    MOVE 'PRIMARY' TO WS-SITE-ROLE.
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

APPEND-REPLICATION-RECORD.
    OPEN EXTEND REPLICATION-JOURNAL-FILE.
    IF NOT WS-JOURNAL-FILE-OK
        CLOSE REPLICATION-JOURNAL-FILE
        OPEN OUTPUT REPLICATION-JOURNAL-FILE
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE SPACES TO REPLICATION-JOURNAL-REC.
    MOVE WS-NEXT-JOURNAL-SEQUENCE TO RJ-SEQUENCE.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO RJ-TIMESTAMP.
    MOVE WS-REPL-OPERATION TO RJ-OPERATION.
    MOVE WS-REPL-NAMESPACE TO RJ-NAMESPACE.
    MOVE WS-REPL-TABLE-NAME TO RJ-TABLE-NAME.
    MOVE WS-REPL-SNAPSHOT-ID TO RJ-SNAPSHOT-ID.
    WRITE REPLICATION-JOURNAL-REC.
    CLOSE REPLICATION-JOURNAL-FILE.
    ADD 1 TO WS-NEXT-JOURNAL-SEQUENCE.

APPEND-COPY-MANIFEST-MARKER.
    OPEN EXTEND COPY-MANIFEST-FILE.
    IF NOT WS-COPY-MANIFEST-OK
        CLOSE COPY-MANIFEST-FILE
        OPEN OUTPUT COPY-MANIFEST-FILE
    END-IF.
    MOVE SPACES TO COPY-MANIFEST-REC.
    MOVE WS-NEXT-JOURNAL-SEQUENCE TO CM-SEQUENCE.
    MOVE WS-REPL-NAMESPACE TO CM-NAMESPACE.
    MOVE WS-REPL-TABLE-NAME TO CM-TABLE-NAME.
    MOVE WS-REPL-SNAPSHOT-ID TO CM-SNAPSHOT-ID.
    MOVE ZERO TO CM-FILE-SIZE-BYTES.
    WRITE COPY-MANIFEST-REC.
    CLOSE COPY-MANIFEST-FILE.

APPEND-INCIDENT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO WS-INCIDENT-DATE-TIME.
    OPEN EXTEND INCIDENT-LOG-FILE.
    IF NOT WS-INCIDENT-LOG-OK
        CLOSE INCIDENT-LOG-FILE
        OPEN OUTPUT INCIDENT-LOG-FILE
    END-IF.
    MOVE SPACES TO INCIDENT-REC.
    MOVE WS-INCIDENT-DATE-TIME (1:14) TO IN-TIMESTAMP.
    MOVE 'CATALOGPITRECOVERY' TO IN-PROGRAM-ID.
    MOVE WS-INCIDENT-SEVERITY TO IN-SEVERITY.
    MOVE WS-INCIDENT-ERROR-CLASS TO IN-ERROR-CLASS.
    MOVE WS-INCIDENT-KEY TO IN-CORRELATION-KEY.
    WRITE INCIDENT-REC.
    CLOSE INCIDENT-LOG-FILE.
