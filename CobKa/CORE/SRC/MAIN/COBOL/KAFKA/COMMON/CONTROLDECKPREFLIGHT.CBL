IDENTIFICATION DIVISION.
PROGRAM-ID. CONTROL-DECK-PREFLIGHT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DECK-LAYOUT-FILE
        ASSIGN TO "CONTROLDECKLAYOUTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LAYOUT-STATUS.
    SELECT CONTROL-DECK-FILE
        ASSIGN TO WS-DECK-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-DECK-STATUS.
    SELECT TABLE-FILE
        ASSIGN TO "TABLECATALOGFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TBL-KEY
        FILE STATUS IS WS-TABLE-FILE-STATUS.
    SELECT NAMESPACE-FILE
        ASSIGN TO "NAMESPACEFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NS-KEY
        FILE STATUS IS WS-NAMESPACE-FILE-STATUS.
    SELECT TOPIC-REGISTRY-FILE
        ASSIGN TO "TOPICREGISTRY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TOPIC-REGISTRY-STATUS.
    SELECT CATALOG-ACL-FILE
        ASSIGN TO "CATALOGACLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACL-FILE-STATUS.
    SELECT PREFLIGHT-REPORT
        ASSIGN TO "PREFLIGHTREPORT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.
    SELECT PREFLIGHT-VERDICT-FILE
        ASSIGN TO "PREFLIGHTVERDICT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VERDICT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> The record layouts of the control decks the nightly chain reads,
*> one card per field: which deck, whether the deck must be there
*> (R) or may be left out (blank), the field's name, first column
*> and width, and what it must hold. Field types: N digits only, D
*> a valid YYYYMMDD date, C one of the comma-separated allowed codes,
*> X any text. A numeric range is checked when the maximum is not
*> zero. A blank field passes unless the field is marked required.
*> The reference kind says what a non-blank value must name: T a
*> catalog table (namespace.table or the bare table name), N a
*> catalog namespace, P a registered topic, U a principal the
*> catalog ACLs know. A field's failures are fatal unless its
*> severity is W, in which case they are warnings.
FD DECK-LAYOUT-FILE.
01 DECK-LAYOUT-CARD.
   05 DL-DECK-NAME PIC X(30).
   05 DL-DECK-PRESENCE PIC X.
      88 DL-DECK-IS-REQUIRED VALUE 'R'.
   05 DL-FIELD-NAME PIC X(30).
   05 DL-FIELD-START PIC 9(4).
   05 DL-FIELD-LENGTH PIC 9(3).
   05 DL-FIELD-TYPE PIC X.
      88 DL-TYPE-IS-KNOWN VALUE 'N' 'D' 'C' 'X'.
   05 DL-FIELD-REQUIRED PIC X.
   05 DL-RANGE-MIN PIC 9(18).
   05 DL-RANGE-MAX PIC 9(18).
   05 DL-ALLOWED-CODES PIC X(60).
   05 DL-REFERENCE-KIND PIC X.
      88 DL-REFERENCE-IS-KNOWN VALUE SPACE 'T' 'N' 'P' 'U'.
   05 DL-SEVERITY PIC X.

*> Whichever deck is being checked, read a card at a time as text.
FD CONTROL-DECK-FILE.
01 CONTROL-DECK-CARD PIC X(1000).

*> The catalog's table records, walked once for the names the decks
*> may refer to.
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

FD NAMESPACE-FILE.
01 NAMESPACE-REC.
   05 NS-KEY PIC X(128).
   05 NS-PROPERTIES PIC X(512).

*> The broker's registered topics, the same registry the metadata
*> cache reconciles the live topics against.
FD TOPIC-REGISTRY-FILE.
01 TOPIC-REGISTRY-CARD.
   05 TR-TOPIC-NAME PIC X(40).
   05 TR-PARTITION-COUNT PIC 9(5).
   05 TR-REPLICATION-FACTOR PIC 9(3).
   05 TR-RETENTION-MS PIC 9(13).
   05 TR-MIN-INSYNC-REPLICAS PIC 9(3).
   05 TR-CORRECTION-APPROVER PIC X(30).

*> The catalog ACL cards; any principal holding a grant is known.
FD CATALOG-ACL-FILE.
01 CATALOG-ACL-CARD.
   05 ACL-PRINCIPAL PIC X(64).
   05 ACL-NAMESPACE PIC X(128).
   05 ACL-READ-RIGHT PIC X.
   05 ACL-WRITE-RIGHT PIC X.
   05 ACL-CREATE-RIGHT PIC X.
   05 ACL-DROP-RIGHT PIC X.
   05 ACL-ADMIN-RIGHT PIC X.
   05 ACL-EXPIRY-DATE PIC 9(8).

FD PREFLIGHT-REPORT.
01 PREFLIGHT-LINE PIC X(250).

*> The verdict BATCH-ORCHESTRATOR reads before it dispatches a step:
*> the night it was reached, GO or NO-GO, and the counts behind it.
FD PREFLIGHT-VERDICT-FILE.
01 PREFLIGHT-VERDICT-CARD.
   05 PV-RUN-DATE PIC 9(8).
   05 PV-VERDICT PIC X(5).
   05 PV-FATAL-COUNT PIC 9(5).
   05 PV-WARNING-COUNT PIC 9(5).
   05 PV-DECK-COUNT PIC 9(3).

WORKING-STORAGE SECTION.
01 WS-LAYOUT-STATUS PIC XX.
   88 WS-LAYOUT-OK VALUE '00'.
01 WS-CONTROL-DECK-STATUS PIC XX.
   88 WS-CONTROL-DECK-OK VALUE '00'.
01 WS-TABLE-FILE-STATUS PIC XX.
   88 WS-TABLE-FILE-OK VALUE '00'.
01 WS-NAMESPACE-FILE-STATUS PIC XX.
   88 WS-NAMESPACE-FILE-OK VALUE '00'.
01 WS-TOPIC-REGISTRY-STATUS PIC XX.
   88 WS-TOPIC-REGISTRY-OK VALUE '00'.
01 WS-ACL-FILE-STATUS PIC XX.
   88 WS-ACL-FILE-OK VALUE '00'.
01 WS-REPORT-FILE-STATUS PIC XX.
   88 WS-REPORT-FILE-OK VALUE '00'.
01 WS-VERDICT-FILE-STATUS PIC XX.
   88 WS-VERDICT-FILE-OK VALUE '00'.
*> A pre-flight that cannot report its problems cannot say GO.
01 WS-REPORT-OPEN-SWITCH PIC X VALUE 'N'.
   88 WS-REPORT-IS-OPEN VALUE 'Y'.
01 WS-LAYOUT-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-DECK-LAYOUTS VALUE 'Y'.
01 WS-DECK-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CONTROL-DECK VALUE 'Y'.
01 WS-TABLE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-TABLES VALUE 'Y'.
01 WS-NAMESPACE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-NAMESPACES VALUE 'Y'.
01 WS-TOPIC-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-TOPICS VALUE 'Y'.
01 WS-ACL-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-ACLS VALUE 'Y'.

01 WS-DECK-FILENAME PIC X(30) VALUE SPACES.
01 WS-RUN-DATE-TIME PIC X(21).

*> The decks named on the layout cards, in the order first named,
*> with the last column any of their fields reaches.
01 WS-DECK-COUNT PIC 9(3) VALUE ZERO.
01 WS-DECK-IDX PIC 9(3) VALUE ZERO.
01 WS-DECK-TABLE.
   05 WS-DECK-ENTRY OCCURS 1 TO 200 TIMES
         DEPENDING ON WS-DECK-COUNT
         INDEXED BY WS-DK-IDX.
      10 WS-DK-DECK-NAME PIC X(30).
      10 WS-DK-REQUIRED-SWITCH PIC X.
         88 WS-DK-IS-REQUIRED VALUE 'Y'.
      10 WS-DK-RECORD-END PIC 9(4).
01 WS-DECK-FOUND-SWITCH PIC X.
   88 WS-DECK-FOUND VALUE 'Y'.

01 WS-LAYOUT-COUNT PIC 9(4) VALUE ZERO.
01 WS-LAYOUT-IDX PIC 9(4) VALUE ZERO.
01 WS-LAYOUT-TABLE.
   05 WS-LAYOUT-ENTRY OCCURS 1 TO 2000 TIMES
         DEPENDING ON WS-LAYOUT-COUNT.
      10 WS-LY-DECK-IDX PIC 9(3).
      10 WS-LY-FIELD-NAME PIC X(30).
      10 WS-LY-FIELD-START PIC 9(4).
      10 WS-LY-FIELD-LENGTH PIC 9(3).
      10 WS-LY-FIELD-TYPE PIC X.
      10 WS-LY-FIELD-REQUIRED PIC X.
         88 WS-LY-IS-REQUIRED VALUE 'Y'.
      10 WS-LY-RANGE-MIN PIC 9(18).
      10 WS-LY-RANGE-MAX PIC 9(18).
      10 WS-LY-ALLOWED-CODES PIC X(60).
      10 WS-LY-REFERENCE-KIND PIC X.
      10 WS-LY-SEVERITY PIC X.
         88 WS-LY-IS-WARNING VALUE 'W'.
01 WS-LAYOUT-CARD-NUMBER PIC 9(5) VALUE ZERO.
01 WS-LAYOUT-END PIC 9(5) VALUE ZERO.
*> Layout cards the tables cannot hold are counted. A field left out
*> would go unchecked, so any such card is fatal.
01 WS-DECK-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-LAYOUT-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-OVERFLOW-DISPLAY PIC Z(6)9.

*> What the decks may refer to. Each source is loaded only when some
*> layout card refers to it, and one that cannot be read leaves its
*> references unchecked, with a warning, rather than failing them.
01 WS-NEEDS-TABLES-SWITCH PIC X VALUE 'N'.
   88 WS-NEEDS-TABLES VALUE 'Y'.
01 WS-NEEDS-NAMESPACES-SWITCH PIC X VALUE 'N'.
   88 WS-NEEDS-NAMESPACES VALUE 'Y'.
01 WS-NEEDS-TOPICS-SWITCH PIC X VALUE 'N'.
   88 WS-NEEDS-TOPICS VALUE 'Y'.
01 WS-NEEDS-PRINCIPALS-SWITCH PIC X VALUE 'N'.
   88 WS-NEEDS-PRINCIPALS VALUE 'Y'.
01 WS-TABLES-LOADED-SWITCH PIC X VALUE 'N'.
   88 WS-TABLES-LOADED VALUE 'Y'.
01 WS-NAMESPACES-LOADED-SWITCH PIC X VALUE 'N'.
   88 WS-NAMESPACES-LOADED VALUE 'Y'.
01 WS-TOPICS-LOADED-SWITCH PIC X VALUE 'N'.
   88 WS-TOPICS-LOADED VALUE 'Y'.
01 WS-PRINCIPALS-LOADED-SWITCH PIC X VALUE 'N'.
   88 WS-PRINCIPALS-LOADED VALUE 'Y'.

01 WS-CATALOG-TABLE-COUNT PIC 9(5) VALUE ZERO.
01 WS-CATALOG-TABLE-TABLE.
   05 WS-CATALOG-TABLE-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON WS-CATALOG-TABLE-COUNT
         INDEXED BY WS-CT-IDX.
      10 WS-CT-TABLE-KEY PIC X(160).
      10 WS-CT-TABLE-NAME PIC X(128).
01 WS-NAMESPACE-COUNT PIC 9(4) VALUE ZERO.
01 WS-NAMESPACE-TABLE.
   05 WS-NAMESPACE-ENTRY OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-NAMESPACE-COUNT
         INDEXED BY WS-NS-IDX.
      10 WS-NS-NAMESPACE PIC X(128).
01 WS-TOPIC-COUNT PIC 9(4) VALUE ZERO.
01 WS-TOPIC-TABLE.
   05 WS-TOPIC-ENTRY OCCURS 1 TO 2000 TIMES
         DEPENDING ON WS-TOPIC-COUNT
         INDEXED BY WS-TP-IDX.
      10 WS-TP-TOPIC-NAME PIC X(40).
01 WS-PRINCIPAL-COUNT PIC 9(4) VALUE ZERO.
01 WS-PRINCIPAL-TABLE.
   05 WS-PRINCIPAL-ENTRY OCCURS 1 TO 2000 TIMES
         DEPENDING ON WS-PRINCIPAL-COUNT
         INDEXED BY WS-PR-IDX.
      10 WS-PR-PRINCIPAL PIC X(64).
01 WS-REFERENCE-FOUND-SWITCH PIC X.
   88 WS-REFERENCE-FOUND VALUE 'Y'.
*> Source records past a table are counted. A source held only in
*> part would fail references to what it left out, so it is treated
*> as unreadable: its references pass unchecked, with a warning.
01 WS-TABLE-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-NAMESPACE-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-TOPIC-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-PRINCIPAL-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.

*> The field in hand.
01 WS-CARD-NUMBER PIC 9(5) VALUE ZERO.
01 WS-FIELD-VALUE PIC X(256).
01 WS-FIELD-START PIC 9(4) VALUE ZERO.
01 WS-FIELD-LENGTH PIC 9(3) VALUE ZERO.
01 WS-VALUE-LENGTH PIC 9(3) VALUE ZERO.
01 WS-FIELD-NUMBER PIC 9(18) VALUE ZERO.
01 WS-FIELD-DATE PIC 9(8) VALUE ZERO.
01 WS-FIELD-VALID-SWITCH PIC X.
   88 WS-FIELD-IS-VALID VALUE 'Y'.
01 WS-CODE-LIST PIC X(64).
01 WS-CODE-PROBE PIC X(64).
01 WS-CODE-PROBE-LENGTH PIC 9(3) VALUE ZERO.
01 WS-CODE-HITS PIC 9(3) VALUE ZERO.
01 WS-TRAILING-START PIC 9(4) VALUE ZERO.

01 WS-PROBLEM-SEVERITY PIC X.
   88 WS-PROBLEM-IS-WARNING VALUE 'W'.
01 WS-PROBLEM-DECK PIC X(30).
01 WS-PROBLEM-CARD PIC 9(5).
01 WS-PROBLEM-FIELD PIC X(30).
01 WS-PROBLEM-VALUE PIC X(40).
01 WS-PROBLEM-REASON PIC X(60).

01 WS-DECK-CARD-COUNT PIC 9(5) VALUE ZERO.
01 WS-DECK-FATAL-COUNT PIC 9(5) VALUE ZERO.
01 WS-DECK-WARNING-COUNT PIC 9(5) VALUE ZERO.
01 WS-DECK-PRESENT-SWITCH PIC X.
   88 WS-DECK-IS-PRESENT VALUE 'Y'.
01 WS-DECK-VERDICT PIC X(8).
01 WS-TOTAL-CARD-COUNT PIC 9(7) VALUE ZERO.
01 WS-FATAL-COUNT PIC 9(5) VALUE ZERO.
01 WS-WARNING-COUNT PIC 9(5) VALUE ZERO.
01 WS-CHECKED-DECK-COUNT PIC 9(3) VALUE ZERO.
01 WS-VERDICT PIC X(5).

01 WS-CARD-DISPLAY PIC Z(4)9.
01 WS-RANGE-MIN-DISPLAY PIC Z(17)9.
01 WS-RANGE-MAX-DISPLAY PIC Z(17)9.
01 WS-CARDS-DISPLAY PIC Z(4)9.
01 WS-FATAL-DISPLAY PIC Z(4)9.
01 WS-WARNING-DISPLAY PIC Z(4)9.
01 WS-DECKS-DISPLAY PIC ZZ9.
01 WS-TOTAL-CARDS-DISPLAY PIC Z(6)9.

PROCEDURE DIVISION.

*> The first step of the nightly chain. Every control deck is held
*> against its layout before any step reads it, so a typo in a card
*> stops the chain at the start instead of hours into it: fatal
*> problems make the verdict NO-GO and BATCH-ORCHESTRATOR dispatches
*> nothing; warnings leave it GO and reach the operations digest
*> through this report.
MAIN-PROCEDURE.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
    OPEN OUTPUT PREFLIGHT-REPORT.
    IF WS-REPORT-FILE-OK
        SET WS-REPORT-IS-OPEN TO TRUE
    ELSE
        DISPLAY 'Control deck pre-flight: report not opened, status '
            WS-REPORT-FILE-STATUS
    END-IF.
    PERFORM LOAD-DECK-LAYOUTS.
    PERFORM LOAD-REFERENCE-SOURCES.
    PERFORM VALIDATE-ONE-DECK
        VARYING WS-DECK-IDX FROM 1 BY 1
        UNTIL WS-DECK-IDX > WS-DECK-COUNT.
    PERFORM WRITE-PREFLIGHT-SUMMARY.
    PERFORM WRITE-PREFLIGHT-VERDICT.
    CLOSE PREFLIGHT-REPORT.
    STOP RUN.

*> A pre-flight without its layouts has checked nothing and cannot
*> say GO; a layout card it cannot use is reported and left out.
LOAD-DECK-LAYOUTS.
    OPEN INPUT DECK-LAYOUT-FILE.
    IF WS-LAYOUT-OK
        PERFORM LOAD-ONE-DECK-LAYOUT UNTIL END-OF-DECK-LAYOUTS
        CLOSE DECK-LAYOUT-FILE
    END-IF.
    IF WS-LAYOUT-COUNT = ZERO
        MOVE 'F' TO WS-PROBLEM-SEVERITY
        MOVE 'CONTROLDECKLAYOUTS' TO WS-PROBLEM-DECK
        MOVE ZERO TO WS-PROBLEM-CARD
        MOVE SPACES TO WS-PROBLEM-FIELD
        MOVE SPACES TO WS-PROBLEM-VALUE
        MOVE 'NO DECK LAYOUTS - NO CONTROL DECK CAN BE CHECKED'
            TO WS-PROBLEM-REASON
        PERFORM REPORT-DECK-PROBLEM
    END-IF.
    IF WS-DECK-OVERFLOW-COUNT > ZERO
        MOVE WS-DECK-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
        MOVE 'LAYOUT CARDS FOR DECKS BEYOND THE 200-DECK LIMIT'
            TO WS-PROBLEM-REASON
        PERFORM REPORT-LAYOUT-OVERFLOW
    END-IF.
    IF WS-LAYOUT-OVERFLOW-COUNT > ZERO
        MOVE WS-LAYOUT-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
        MOVE 'LAYOUT CARDS BEYOND THE 2000-FIELD LIMIT - NOT CHECKED'
            TO WS-PROBLEM-REASON
        PERFORM REPORT-LAYOUT-OVERFLOW
    END-IF.

REPORT-LAYOUT-OVERFLOW.
    MOVE 'F' TO WS-PROBLEM-SEVERITY.
    MOVE 'CONTROLDECKLAYOUTS' TO WS-PROBLEM-DECK.
    MOVE ZERO TO WS-PROBLEM-CARD.
    MOVE SPACES TO WS-PROBLEM-FIELD.
    MOVE FUNCTION TRIM (WS-OVERFLOW-DISPLAY) TO WS-PROBLEM-VALUE.
    PERFORM REPORT-DECK-PROBLEM.

LOAD-ONE-DECK-LAYOUT.
    READ DECK-LAYOUT-FILE
        AT END SET END-OF-DECK-LAYOUTS TO TRUE
        NOT AT END
            ADD 1 TO WS-LAYOUT-CARD-NUMBER
            PERFORM CHECK-ONE-LAYOUT-CARD
            IF WS-FIELD-IS-VALID
                PERFORM ADD-ONE-LAYOUT-FIELD
            END-IF
    END-READ.

CHECK-ONE-LAYOUT-CARD.
    SET WS-FIELD-IS-VALID TO TRUE.
    MOVE SPACES TO WS-PROBLEM-REASON.
    EVALUATE TRUE
        WHEN DL-DECK-NAME = SPACES
            MOVE 'LAYOUT CARD NAMES NO DECK' TO WS-PROBLEM-REASON
        WHEN DL-FIELD-START IS NOT NUMERIC
                OR DL-FIELD-LENGTH IS NOT NUMERIC
            MOVE 'FIELD START OR WIDTH IS NOT NUMERIC'
                TO WS-PROBLEM-REASON
        WHEN DL-FIELD-START = ZERO OR DL-FIELD-LENGTH = ZERO
            MOVE 'FIELD START AND WIDTH MUST NOT BE ZERO'
                TO WS-PROBLEM-REASON
        WHEN DL-FIELD-LENGTH > 256
            MOVE 'FIELD WIDER THAN 256 COLUMNS' TO WS-PROBLEM-REASON
        WHEN NOT DL-TYPE-IS-KNOWN
            MOVE 'FIELD TYPE IS NOT N, D, C OR X' TO WS-PROBLEM-REASON
        WHEN DL-FIELD-TYPE = 'N' AND DL-FIELD-LENGTH > 18
            MOVE 'NUMERIC FIELD WIDER THAN 18 DIGITS'
                TO WS-PROBLEM-REASON
        WHEN DL-FIELD-TYPE = 'D' AND DL-FIELD-LENGTH NOT = 8
            MOVE 'DATE FIELD IS NOT 8 COLUMNS WIDE' TO WS-PROBLEM-REASON
        WHEN DL-FIELD-TYPE = 'C' AND DL-ALLOWED-CODES = SPACES
            MOVE 'CODE FIELD LISTS NO ALLOWED CODES'
                TO WS-PROBLEM-REASON
        WHEN DL-RANGE-MIN IS NOT NUMERIC
                OR DL-RANGE-MAX IS NOT NUMERIC
            MOVE 'RANGE IS NOT NUMERIC' TO WS-PROBLEM-REASON
        WHEN NOT DL-REFERENCE-IS-KNOWN
            MOVE 'REFERENCE KIND IS NOT T, N, P OR U'
                TO WS-PROBLEM-REASON
        WHEN OTHER
            COMPUTE WS-LAYOUT-END =
                DL-FIELD-START + DL-FIELD-LENGTH - 1
            IF WS-LAYOUT-END > 1000
                MOVE 'FIELD ENDS BEYOND COLUMN 1000'
                    TO WS-PROBLEM-REASON
            END-IF
    END-EVALUATE.
    IF WS-PROBLEM-REASON NOT = SPACES
        MOVE 'N' TO WS-FIELD-VALID-SWITCH
        MOVE 'F' TO WS-PROBLEM-SEVERITY
        MOVE 'CONTROLDECKLAYOUTS' TO WS-PROBLEM-DECK
        MOVE WS-LAYOUT-CARD-NUMBER TO WS-PROBLEM-CARD
        MOVE DL-FIELD-NAME TO WS-PROBLEM-FIELD
        MOVE DL-DECK-NAME TO WS-PROBLEM-VALUE
        PERFORM REPORT-DECK-PROBLEM
    END-IF.

ADD-ONE-LAYOUT-FIELD.
    PERFORM FIND-OR-ADD-DECK.
    IF NOT WS-DECK-FOUND
        ADD 1 TO WS-DECK-OVERFLOW-COUNT
    END-IF.
    IF WS-DECK-FOUND AND WS-LAYOUT-COUNT NOT < 2000
        ADD 1 TO WS-LAYOUT-OVERFLOW-COUNT
    END-IF.
    IF WS-DECK-FOUND AND WS-LAYOUT-COUNT < 2000
        ADD 1 TO WS-LAYOUT-COUNT
        SET WS-LY-DECK-IDX (WS-LAYOUT-COUNT) TO WS-DK-IDX
        MOVE DL-FIELD-NAME TO WS-LY-FIELD-NAME (WS-LAYOUT-COUNT)
        MOVE DL-FIELD-START TO WS-LY-FIELD-START (WS-LAYOUT-COUNT)
        MOVE DL-FIELD-LENGTH TO WS-LY-FIELD-LENGTH (WS-LAYOUT-COUNT)
        MOVE DL-FIELD-TYPE TO WS-LY-FIELD-TYPE (WS-LAYOUT-COUNT)
        MOVE DL-FIELD-REQUIRED
            TO WS-LY-FIELD-REQUIRED (WS-LAYOUT-COUNT)
        MOVE DL-RANGE-MIN TO WS-LY-RANGE-MIN (WS-LAYOUT-COUNT)
        MOVE DL-RANGE-MAX TO WS-LY-RANGE-MAX (WS-LAYOUT-COUNT)
        MOVE DL-ALLOWED-CODES
            TO WS-LY-ALLOWED-CODES (WS-LAYOUT-COUNT)
        MOVE DL-REFERENCE-KIND
            TO WS-LY-REFERENCE-KIND (WS-LAYOUT-COUNT)
        MOVE DL-SEVERITY TO WS-LY-SEVERITY (WS-LAYOUT-COUNT)
        IF DL-DECK-IS-REQUIRED
            SET WS-DK-IS-REQUIRED (WS-DK-IDX) TO TRUE
        END-IF
        IF WS-LAYOUT-END > WS-DK-RECORD-END (WS-DK-IDX)
            MOVE WS-LAYOUT-END TO WS-DK-RECORD-END (WS-DK-IDX)
        END-IF
        EVALUATE DL-REFERENCE-KIND
            WHEN 'T' SET WS-NEEDS-TABLES TO TRUE
            WHEN 'N' SET WS-NEEDS-NAMESPACES TO TRUE
            WHEN 'P' SET WS-NEEDS-TOPICS TO TRUE
            WHEN 'U' SET WS-NEEDS-PRINCIPALS TO TRUE
        END-EVALUATE
    END-IF.

FIND-OR-ADD-DECK.
    MOVE 'N' TO WS-DECK-FOUND-SWITCH.
    IF WS-DECK-COUNT > ZERO
        SET WS-DK-IDX TO 1
        SEARCH WS-DECK-ENTRY
            AT END CONTINUE
            WHEN WS-DK-DECK-NAME (WS-DK-IDX) = DL-DECK-NAME
                SET WS-DECK-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT WS-DECK-FOUND AND WS-DECK-COUNT < 200
        ADD 1 TO WS-DECK-COUNT
        SET WS-DK-IDX TO WS-DECK-COUNT
        MOVE DL-DECK-NAME TO WS-DK-DECK-NAME (WS-DK-IDX)
        MOVE 'N' TO WS-DK-REQUIRED-SWITCH (WS-DK-IDX)
        MOVE ZERO TO WS-DK-RECORD-END (WS-DK-IDX)
        SET WS-DECK-FOUND TO TRUE
    END-IF.

LOAD-REFERENCE-SOURCES.
    IF WS-NEEDS-TABLES
        PERFORM LOAD-CATALOG-TABLES
    END-IF.
    IF WS-NEEDS-NAMESPACES
        PERFORM LOAD-CATALOG-NAMESPACES
    END-IF.
    IF WS-NEEDS-TOPICS
        PERFORM LOAD-REGISTERED-TOPICS
    END-IF.
    IF WS-NEEDS-PRINCIPALS
        PERFORM LOAD-KNOWN-PRINCIPALS
    END-IF.

LOAD-CATALOG-TABLES.
    OPEN INPUT TABLE-FILE.
    IF WS-TABLE-FILE-OK
        SET WS-TABLES-LOADED TO TRUE
        MOVE SPACES TO TBL-KEY
        START TABLE-FILE KEY IS GREATER THAN TBL-KEY
            INVALID KEY SET END-OF-TABLES TO TRUE
        END-START
        PERFORM LOAD-ONE-CATALOG-TABLE UNTIL END-OF-TABLES
        CLOSE TABLE-FILE
        IF WS-TABLE-OVERFLOW-COUNT > ZERO
            MOVE 'N' TO WS-TABLES-LOADED-SWITCH
            MOVE WS-TABLE-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
            MOVE 'TABLECATALOGFILE' TO WS-PROBLEM-DECK
            MOVE 'CATALOG OVER 5000 TABLES - TABLE REFERENCES NOT CHECKED'
                TO WS-PROBLEM-REASON
            PERFORM REPORT-SOURCE-OVERFLOW
        END-IF
    ELSE
        MOVE 'TABLECATALOGFILE' TO WS-PROBLEM-DECK
        MOVE 'CATALOG UNREADABLE - TABLE REFERENCES NOT CHECKED'
            TO WS-PROBLEM-REASON
        PERFORM REPORT-SOURCE-UNAVAILABLE
    END-IF.

LOAD-ONE-CATALOG-TABLE.
    READ TABLE-FILE NEXT RECORD
        AT END SET END-OF-TABLES TO TRUE
        NOT AT END
            IF WS-CATALOG-TABLE-COUNT < 5000
                ADD 1 TO WS-CATALOG-TABLE-COUNT
                SET WS-CT-IDX TO WS-CATALOG-TABLE-COUNT
                MOVE TBL-KEY TO WS-CT-TABLE-KEY (WS-CT-IDX)
                MOVE TBL-NAME TO WS-CT-TABLE-NAME (WS-CT-IDX)
            ELSE
                ADD 1 TO WS-TABLE-OVERFLOW-COUNT
            END-IF
    END-READ.

LOAD-CATALOG-NAMESPACES.
    OPEN INPUT NAMESPACE-FILE.
    IF WS-NAMESPACE-FILE-OK
        SET WS-NAMESPACES-LOADED TO TRUE
        MOVE SPACES TO NS-KEY
        START NAMESPACE-FILE KEY IS GREATER THAN NS-KEY
            INVALID KEY SET END-OF-NAMESPACES TO TRUE
        END-START
        PERFORM LOAD-ONE-CATALOG-NAMESPACE UNTIL END-OF-NAMESPACES
        CLOSE NAMESPACE-FILE
        IF WS-NAMESPACE-OVERFLOW-COUNT > ZERO
            MOVE 'N' TO WS-NAMESPACES-LOADED-SWITCH
            MOVE WS-NAMESPACE-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
            MOVE 'NAMESPACEFILE' TO WS-PROBLEM-DECK
            MOVE 'OVER 1000 NAMESPACES - NAMESPACE REFERENCES NOT CHECKED'
                TO WS-PROBLEM-REASON
            PERFORM REPORT-SOURCE-OVERFLOW
        END-IF
    ELSE
        MOVE 'NAMESPACEFILE' TO WS-PROBLEM-DECK
        MOVE 'CATALOG UNREADABLE - NAMESPACE REFERENCES NOT CHECKED'
            TO WS-PROBLEM-REASON
        PERFORM REPORT-SOURCE-UNAVAILABLE
    END-IF.

LOAD-ONE-CATALOG-NAMESPACE.
    READ NAMESPACE-FILE NEXT RECORD
        AT END SET END-OF-NAMESPACES TO TRUE
        NOT AT END
            IF WS-NAMESPACE-COUNT < 1000
                ADD 1 TO WS-NAMESPACE-COUNT
                SET WS-NS-IDX TO WS-NAMESPACE-COUNT
                MOVE NS-KEY TO WS-NS-NAMESPACE (WS-NS-IDX)
            ELSE
                ADD 1 TO WS-NAMESPACE-OVERFLOW-COUNT
            END-IF
    END-READ.

LOAD-REGISTERED-TOPICS.
    OPEN INPUT TOPIC-REGISTRY-FILE.
    IF WS-TOPIC-REGISTRY-OK
        SET WS-TOPICS-LOADED TO TRUE
        PERFORM LOAD-ONE-REGISTERED-TOPIC UNTIL END-OF-TOPICS
        CLOSE TOPIC-REGISTRY-FILE
        IF WS-TOPIC-OVERFLOW-COUNT > ZERO
            MOVE 'N' TO WS-TOPICS-LOADED-SWITCH
            MOVE WS-TOPIC-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
            MOVE 'TOPICREGISTRY' TO WS-PROBLEM-DECK
            MOVE 'REGISTRY OVER 2000 TOPICS - TOPIC REFERENCES NOT CHECKED'
                TO WS-PROBLEM-REASON
            PERFORM REPORT-SOURCE-OVERFLOW
        END-IF
    ELSE
        MOVE 'TOPICREGISTRY' TO WS-PROBLEM-DECK
        MOVE 'REGISTRY UNREADABLE - TOPIC REFERENCES NOT CHECKED'
            TO WS-PROBLEM-REASON
        PERFORM REPORT-SOURCE-UNAVAILABLE
    END-IF.

LOAD-ONE-REGISTERED-TOPIC.
    READ TOPIC-REGISTRY-FILE
        AT END SET END-OF-TOPICS TO TRUE
        NOT AT END
            IF WS-TOPIC-COUNT < 2000
                ADD 1 TO WS-TOPIC-COUNT
                SET WS-TP-IDX TO WS-TOPIC-COUNT
                MOVE TR-TOPIC-NAME TO WS-TP-TOPIC-NAME (WS-TP-IDX)
            ELSE
                ADD 1 TO WS-TOPIC-OVERFLOW-COUNT
            END-IF
    END-READ.

LOAD-KNOWN-PRINCIPALS.
    OPEN INPUT CATALOG-ACL-FILE.
    IF WS-ACL-FILE-OK
        SET WS-PRINCIPALS-LOADED TO TRUE
        PERFORM LOAD-ONE-ACL-PRINCIPAL UNTIL END-OF-ACLS
        CLOSE CATALOG-ACL-FILE
        IF WS-PRINCIPAL-OVERFLOW-COUNT > ZERO
            MOVE 'N' TO WS-PRINCIPALS-LOADED-SWITCH
            MOVE WS-PRINCIPAL-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
            MOVE 'CATALOGACLFILE' TO WS-PROBLEM-DECK
            MOVE 'OVER 2000 PRINCIPALS - PRINCIPAL REFERENCES NOT CHECKED'
                TO WS-PROBLEM-REASON
            PERFORM REPORT-SOURCE-OVERFLOW
        END-IF
    ELSE
        MOVE 'CATALOGACLFILE' TO WS-PROBLEM-DECK
        MOVE 'ACLS UNREADABLE - PRINCIPAL REFERENCES NOT CHECKED'
            TO WS-PROBLEM-REASON
        PERFORM REPORT-SOURCE-UNAVAILABLE
    END-IF.

LOAD-ONE-ACL-PRINCIPAL.
    READ CATALOG-ACL-FILE
        AT END SET END-OF-ACLS TO TRUE
        NOT AT END
            MOVE 'N' TO WS-REFERENCE-FOUND-SWITCH
            IF WS-PRINCIPAL-COUNT > ZERO
                SET WS-PR-IDX TO 1
                SEARCH WS-PRINCIPAL-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-PRINCIPAL (WS-PR-IDX) = ACL-PRINCIPAL
                        SET WS-REFERENCE-FOUND TO TRUE
                END-SEARCH
            END-IF
            IF NOT WS-REFERENCE-FOUND
                IF WS-PRINCIPAL-COUNT < 2000
                    ADD 1 TO WS-PRINCIPAL-COUNT
                    SET WS-PR-IDX TO WS-PRINCIPAL-COUNT
                    MOVE ACL-PRINCIPAL TO WS-PR-PRINCIPAL (WS-PR-IDX)
                ELSE
                    ADD 1 TO WS-PRINCIPAL-OVERFLOW-COUNT
                END-IF
            END-IF
    END-READ.

REPORT-SOURCE-UNAVAILABLE.
    MOVE 'W' TO WS-PROBLEM-SEVERITY.
    MOVE ZERO TO WS-PROBLEM-CARD.
    MOVE SPACES TO WS-PROBLEM-FIELD.
    MOVE SPACES TO WS-PROBLEM-VALUE.
    PERFORM REPORT-DECK-PROBLEM.

REPORT-SOURCE-OVERFLOW.
    MOVE 'W' TO WS-PROBLEM-SEVERITY.
    MOVE ZERO TO WS-PROBLEM-CARD.
    MOVE SPACES TO WS-PROBLEM-FIELD.
    MOVE FUNCTION TRIM (WS-OVERFLOW-DISPLAY) TO WS-PROBLEM-VALUE.
    PERFORM REPORT-DECK-PROBLEM.

*> One deck, card by card. A required deck that is missing or empty
*> is fatal; an optional one left out is only noted, since the step
*> that reads it falls back to its own defaults.
VALIDATE-ONE-DECK.
    SET WS-DK-IDX TO WS-DECK-IDX.
    MOVE WS-DK-DECK-NAME (WS-DK-IDX) TO WS-DECK-FILENAME.
    MOVE ZERO TO WS-DECK-CARD-COUNT.
    MOVE ZERO TO WS-DECK-FATAL-COUNT.
    MOVE ZERO TO WS-DECK-WARNING-COUNT.
    MOVE ZERO TO WS-CARD-NUMBER.
    MOVE 'N' TO WS-DECK-EOF-SWITCH.
    MOVE 'N' TO WS-DECK-PRESENT-SWITCH.
    OPEN INPUT CONTROL-DECK-FILE.
    IF WS-CONTROL-DECK-OK
        SET WS-DECK-IS-PRESENT TO TRUE
        ADD 1 TO WS-CHECKED-DECK-COUNT
        PERFORM VALIDATE-ONE-DECK-CARD UNTIL END-OF-CONTROL-DECK
        CLOSE CONTROL-DECK-FILE
    END-IF.
    IF WS-DK-IS-REQUIRED (WS-DK-IDX) AND WS-DECK-CARD-COUNT = ZERO
        MOVE 'F' TO WS-PROBLEM-SEVERITY
        MOVE WS-DECK-FILENAME TO WS-PROBLEM-DECK
        MOVE ZERO TO WS-PROBLEM-CARD
        MOVE SPACES TO WS-PROBLEM-FIELD
        MOVE SPACES TO WS-PROBLEM-VALUE
        IF WS-DECK-IS-PRESENT
            MOVE 'REQUIRED DECK IS EMPTY' TO WS-PROBLEM-REASON
        ELSE
            MOVE 'REQUIRED DECK IS MISSING' TO WS-PROBLEM-REASON
        END-IF
        PERFORM REPORT-DECK-PROBLEM
    END-IF.
    PERFORM WRITE-DECK-VERDICT-LINE.

VALIDATE-ONE-DECK-CARD.
    READ CONTROL-DECK-FILE
        AT END SET END-OF-CONTROL-DECK TO TRUE
        NOT AT END
            ADD 1 TO WS-CARD-NUMBER
            ADD 1 TO WS-DECK-CARD-COUNT
            ADD 1 TO WS-TOTAL-CARD-COUNT
            IF CONTROL-DECK-CARD = SPACES
                MOVE 'W' TO WS-PROBLEM-SEVERITY
                MOVE WS-DECK-FILENAME TO WS-PROBLEM-DECK
                MOVE WS-CARD-NUMBER TO WS-PROBLEM-CARD
                MOVE SPACES TO WS-PROBLEM-FIELD
                MOVE SPACES TO WS-PROBLEM-VALUE
                MOVE 'BLANK CARD' TO WS-PROBLEM-REASON
                PERFORM REPORT-DECK-PROBLEM
            ELSE
                PERFORM CHECK-ONE-CARD-FIELD
                    VARYING WS-LAYOUT-IDX FROM 1 BY 1
                    UNTIL WS-LAYOUT-IDX > WS-LAYOUT-COUNT
                PERFORM CHECK-CARD-TRAILING-DATA
            END-IF
    END-READ.

*> Text past the last field the layout knows is usually a card typed
*> one column off, so it is worth a look even when every field passed.
CHECK-CARD-TRAILING-DATA.
    COMPUTE WS-TRAILING-START = WS-DK-RECORD-END (WS-DK-IDX) + 1.
    IF WS-TRAILING-START NOT > 1000
        IF CONTROL-DECK-CARD (WS-TRAILING-START:) NOT = SPACES
            MOVE 'W' TO WS-PROBLEM-SEVERITY
            MOVE WS-DECK-FILENAME TO WS-PROBLEM-DECK
            MOVE WS-CARD-NUMBER TO WS-PROBLEM-CARD
            MOVE SPACES TO WS-PROBLEM-FIELD
            MOVE CONTROL-DECK-CARD (WS-TRAILING-START:)
                TO WS-PROBLEM-VALUE
            MOVE 'DATA BEYOND THE LAST FIELD OF THE LAYOUT'
                TO WS-PROBLEM-REASON
            PERFORM REPORT-DECK-PROBLEM
        END-IF
    END-IF.

CHECK-ONE-CARD-FIELD.
    IF WS-LY-DECK-IDX (WS-LAYOUT-IDX) = WS-DECK-IDX
        MOVE WS-LY-FIELD-START (WS-LAYOUT-IDX) TO WS-FIELD-START
        MOVE WS-LY-FIELD-LENGTH (WS-LAYOUT-IDX) TO WS-FIELD-LENGTH
        MOVE SPACES TO WS-FIELD-VALUE
        MOVE CONTROL-DECK-CARD (WS-FIELD-START:WS-FIELD-LENGTH)
            TO WS-FIELD-VALUE
        SET WS-FIELD-IS-VALID TO TRUE
        MOVE SPACES TO WS-PROBLEM-REASON
        IF WS-FIELD-VALUE = SPACES
            IF WS-LY-IS-REQUIRED (WS-LAYOUT-IDX)
                MOVE 'REQUIRED FIELD IS BLANK' TO WS-PROBLEM-REASON
                PERFORM REPORT-FIELD-PROBLEM
            END-IF
        ELSE
            EVALUATE WS-LY-FIELD-TYPE (WS-LAYOUT-IDX)
                WHEN 'N' PERFORM CHECK-NUMERIC-FIELD
                WHEN 'D' PERFORM CHECK-DATE-FIELD
                WHEN 'C' PERFORM CHECK-CODE-FIELD
            END-EVALUATE
            IF WS-FIELD-IS-VALID
                    AND WS-LY-REFERENCE-KIND (WS-LAYOUT-IDX) NOT = SPACE
                PERFORM CHECK-FIELD-REFERENCE
            END-IF
        END-IF
    END-IF.

*> Digits only, every column - a space inside a numeric field reads
*> as garbage to the step that MOVEs it - and inside the range.
CHECK-NUMERIC-FIELD.
    IF WS-FIELD-VALUE (1:WS-FIELD-LENGTH) IS NOT NUMERIC
        MOVE 'NOT NUMERIC' TO WS-PROBLEM-REASON
        PERFORM REPORT-FIELD-PROBLEM
    ELSE
        IF WS-LY-RANGE-MAX (WS-LAYOUT-IDX) NOT = ZERO
            COMPUTE WS-FIELD-NUMBER =
                FUNCTION NUMVAL (WS-FIELD-VALUE (1:WS-FIELD-LENGTH))
            IF WS-FIELD-NUMBER < WS-LY-RANGE-MIN (WS-LAYOUT-IDX)
                    OR WS-FIELD-NUMBER >
                        WS-LY-RANGE-MAX (WS-LAYOUT-IDX)
                MOVE WS-LY-RANGE-MIN (WS-LAYOUT-IDX)
                    TO WS-RANGE-MIN-DISPLAY
                MOVE WS-LY-RANGE-MAX (WS-LAYOUT-IDX)
                    TO WS-RANGE-MAX-DISPLAY
                STRING 'OUT OF RANGE ' DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RANGE-MIN-DISPLAY)
                        DELIMITED BY SIZE
                    ' TO ' DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RANGE-MAX-DISPLAY)
                        DELIMITED BY SIZE
                    INTO WS-PROBLEM-REASON
                PERFORM REPORT-FIELD-PROBLEM
            END-IF
        END-IF
    END-IF.

CHECK-DATE-FIELD.
    IF WS-FIELD-VALUE (1:8) IS NOT NUMERIC
        MOVE 'DATE NOT NUMERIC' TO WS-PROBLEM-REASON
        PERFORM REPORT-FIELD-PROBLEM
    ELSE
        MOVE WS-FIELD-VALUE (1:8) TO WS-FIELD-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD (WS-FIELD-DATE) NOT = ZERO
            MOVE 'NOT A VALID YYYYMMDD DATE' TO WS-PROBLEM-REASON
            PERFORM REPORT-FIELD-PROBLEM
        END-IF
    END-IF.

*> The value, trailing spaces left off, must be one of the codes in
*> the comma-separated list.
CHECK-CODE-FIELD.
    PERFORM MEASURE-FIELD-VALUE.
    MOVE SPACES TO WS-CODE-LIST.
    STRING ',' DELIMITED BY SIZE
        WS-LY-ALLOWED-CODES (WS-LAYOUT-IDX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        INTO WS-CODE-LIST.
    MOVE SPACES TO WS-CODE-PROBE.
    STRING ',' WS-FIELD-VALUE (1:WS-VALUE-LENGTH) ','
        DELIMITED BY SIZE
        INTO WS-CODE-PROBE.
    COMPUTE WS-CODE-PROBE-LENGTH = WS-VALUE-LENGTH + 2.
    MOVE ZERO TO WS-CODE-HITS.
    IF WS-CODE-PROBE-LENGTH NOT > 64
        INSPECT WS-CODE-LIST TALLYING WS-CODE-HITS
            FOR ALL WS-CODE-PROBE (1:WS-CODE-PROBE-LENGTH)
    END-IF.
    IF WS-CODE-HITS = ZERO
        STRING 'NOT ONE OF ' DELIMITED BY SIZE
            WS-LY-ALLOWED-CODES (WS-LAYOUT-IDX) DELIMITED BY SPACE
            INTO WS-PROBLEM-REASON
        PERFORM REPORT-FIELD-PROBLEM
    END-IF.

MEASURE-FIELD-VALUE.
    MOVE WS-FIELD-LENGTH TO WS-VALUE-LENGTH.
    PERFORM SHORTEN-FIELD-VALUE
        UNTIL WS-VALUE-LENGTH = 1
            OR WS-FIELD-VALUE (WS-VALUE-LENGTH:1) NOT = SPACE.

SHORTEN-FIELD-VALUE.
    SUBTRACT 1 FROM WS-VALUE-LENGTH.

*> The cross-check against the catalog and the broker metadata. A
*> source that could not be read was already reported and its
*> references pass unchecked.
CHECK-FIELD-REFERENCE.
    MOVE 'N' TO WS-REFERENCE-FOUND-SWITCH.
    EVALUATE WS-LY-REFERENCE-KIND (WS-LAYOUT-IDX)
        WHEN 'T'
            IF WS-TABLES-LOADED
                PERFORM FIND-CATALOG-TABLE
                MOVE 'TABLE NOT IN THE CATALOG' TO WS-PROBLEM-REASON
            ELSE
                SET WS-REFERENCE-FOUND TO TRUE
            END-IF
        WHEN 'N'
            IF WS-NAMESPACES-LOADED
                PERFORM FIND-CATALOG-NAMESPACE
                MOVE 'NAMESPACE NOT IN THE CATALOG'
                    TO WS-PROBLEM-REASON
            ELSE
                SET WS-REFERENCE-FOUND TO TRUE
            END-IF
        WHEN 'P'
            IF WS-TOPICS-LOADED
                PERFORM FIND-REGISTERED-TOPIC
                MOVE 'TOPIC NOT IN THE TOPIC REGISTRY'
                    TO WS-PROBLEM-REASON
            ELSE
                SET WS-REFERENCE-FOUND TO TRUE
            END-IF
        WHEN 'U'
            IF WS-PRINCIPALS-LOADED
                PERFORM FIND-KNOWN-PRINCIPAL
                MOVE 'PRINCIPAL HOLDS NO CATALOG GRANT'
                    TO WS-PROBLEM-REASON
            ELSE
                SET WS-REFERENCE-FOUND TO TRUE
            END-IF
        WHEN OTHER
            SET WS-REFERENCE-FOUND TO TRUE
    END-EVALUATE.
    IF NOT WS-REFERENCE-FOUND
        PERFORM REPORT-FIELD-PROBLEM
    END-IF.

FIND-CATALOG-TABLE.
    IF WS-CATALOG-TABLE-COUNT > ZERO
        SET WS-CT-IDX TO 1
        SEARCH WS-CATALOG-TABLE-ENTRY
            AT END CONTINUE
            WHEN WS-CT-TABLE-KEY (WS-CT-IDX) = WS-FIELD-VALUE
                SET WS-REFERENCE-FOUND TO TRUE
            WHEN WS-CT-TABLE-NAME (WS-CT-IDX) = WS-FIELD-VALUE
                SET WS-REFERENCE-FOUND TO TRUE
        END-SEARCH
    END-IF.

FIND-CATALOG-NAMESPACE.
    IF WS-NAMESPACE-COUNT > ZERO
        SET WS-NS-IDX TO 1
        SEARCH WS-NAMESPACE-ENTRY
            AT END CONTINUE
            WHEN WS-NS-NAMESPACE (WS-NS-IDX) = WS-FIELD-VALUE
                SET WS-REFERENCE-FOUND TO TRUE
        END-SEARCH
    END-IF.

FIND-REGISTERED-TOPIC.
    IF WS-TOPIC-COUNT > ZERO
        SET WS-TP-IDX TO 1
        SEARCH WS-TOPIC-ENTRY
            AT END CONTINUE
            WHEN WS-TP-TOPIC-NAME (WS-TP-IDX) = WS-FIELD-VALUE
                SET WS-REFERENCE-FOUND TO TRUE
        END-SEARCH
    END-IF.

FIND-KNOWN-PRINCIPAL.
    IF WS-PRINCIPAL-COUNT > ZERO
        SET WS-PR-IDX TO 1
        SEARCH WS-PRINCIPAL-ENTRY
            AT END CONTINUE
            WHEN WS-PR-PRINCIPAL (WS-PR-IDX) = WS-FIELD-VALUE
                SET WS-REFERENCE-FOUND TO TRUE
        END-SEARCH
    END-IF.

REPORT-FIELD-PROBLEM.
    MOVE 'N' TO WS-FIELD-VALID-SWITCH.
    IF WS-LY-IS-WARNING (WS-LAYOUT-IDX)
        MOVE 'W' TO WS-PROBLEM-SEVERITY
    ELSE
        MOVE 'F' TO WS-PROBLEM-SEVERITY
    END-IF.
    MOVE WS-DECK-FILENAME TO WS-PROBLEM-DECK.
    MOVE WS-CARD-NUMBER TO WS-PROBLEM-CARD.
    MOVE WS-LY-FIELD-NAME (WS-LAYOUT-IDX) TO WS-PROBLEM-FIELD.
    MOVE WS-FIELD-VALUE TO WS-PROBLEM-VALUE.
    PERFORM REPORT-DECK-PROBLEM.

*> One line per problem, led by DECK-FATAL or DECK-WARNING so the
*> operations digest picks it up with the other subsystems' trouble.
REPORT-DECK-PROBLEM.
    IF WS-PROBLEM-IS-WARNING
        ADD 1 TO WS-WARNING-COUNT
        ADD 1 TO WS-DECK-WARNING-COUNT
    ELSE
        ADD 1 TO WS-FATAL-COUNT
        ADD 1 TO WS-DECK-FATAL-COUNT
    END-IF.
    MOVE WS-PROBLEM-CARD TO WS-CARD-DISPLAY.
    MOVE SPACES TO PREFLIGHT-LINE.
    IF WS-PROBLEM-IS-WARNING
        STRING 'DECK-WARNING' DELIMITED BY SIZE INTO PREFLIGHT-LINE
    ELSE
        STRING 'DECK-FATAL' DELIMITED BY SIZE INTO PREFLIGHT-LINE
    END-IF.
    STRING FUNCTION TRIM (PREFLIGHT-LINE) DELIMITED BY SIZE
        ' DECK=' DELIMITED BY SIZE
        WS-PROBLEM-DECK DELIMITED BY SPACE
        ' CARD=' WS-CARD-DISPLAY DELIMITED BY SIZE
        ' FIELD=' DELIMITED BY SIZE
        WS-PROBLEM-FIELD DELIMITED BY SPACE
        ' VALUE=''' DELIMITED BY SIZE
        FUNCTION TRIM (WS-PROBLEM-VALUE TRAILING) DELIMITED BY SIZE
        ''' - ' DELIMITED BY SIZE
        WS-PROBLEM-REASON DELIMITED BY SIZE
        INTO PREFLIGHT-LINE.
    WRITE PREFLIGHT-LINE.

WRITE-DECK-VERDICT-LINE.
    EVALUATE TRUE
        WHEN WS-DECK-FATAL-COUNT > ZERO
            MOVE 'FATAL' TO WS-DECK-VERDICT
        WHEN NOT WS-DECK-IS-PRESENT
            MOVE 'ABSENT' TO WS-DECK-VERDICT
        WHEN WS-DECK-WARNING-COUNT > ZERO
            MOVE 'WARNINGS' TO WS-DECK-VERDICT
        WHEN OTHER
            MOVE 'CLEAN' TO WS-DECK-VERDICT
    END-EVALUATE.
    MOVE WS-DECK-CARD-COUNT TO WS-CARDS-DISPLAY.
    MOVE WS-DECK-FATAL-COUNT TO WS-FATAL-DISPLAY.
    MOVE WS-DECK-WARNING-COUNT TO WS-WARNING-DISPLAY.
    MOVE SPACES TO PREFLIGHT-LINE.
    STRING 'DECK=' DELIMITED BY SIZE
        WS-DECK-FILENAME DELIMITED BY SPACE
        ' STATUS=' DELIMITED BY SIZE
        WS-DECK-VERDICT DELIMITED BY SPACE
        ' CARDS=' WS-CARDS-DISPLAY DELIMITED BY SIZE
        ' FATAL=' WS-FATAL-DISPLAY DELIMITED BY SIZE
        ' WARNINGS=' WS-WARNING-DISPLAY DELIMITED BY SIZE
        INTO PREFLIGHT-LINE.
    WRITE PREFLIGHT-LINE.

WRITE-PREFLIGHT-SUMMARY.
    IF WS-FATAL-COUNT > ZERO OR NOT WS-REPORT-IS-OPEN
        MOVE 'NO-GO' TO WS-VERDICT
    ELSE
        MOVE 'GO' TO WS-VERDICT
    END-IF.
    MOVE WS-CHECKED-DECK-COUNT TO WS-DECKS-DISPLAY.
    MOVE WS-TOTAL-CARD-COUNT TO WS-TOTAL-CARDS-DISPLAY.
    MOVE WS-FATAL-COUNT TO WS-FATAL-DISPLAY.
    MOVE WS-WARNING-COUNT TO WS-WARNING-DISPLAY.
    MOVE SPACES TO PREFLIGHT-LINE.
    STRING 'SUMMARY DECKS=' WS-DECKS-DISPLAY DELIMITED BY SIZE
        ' CARDS=' WS-TOTAL-CARDS-DISPLAY DELIMITED BY SIZE
        ' FATAL=' WS-FATAL-DISPLAY DELIMITED BY SIZE
        ' WARNINGS=' WS-WARNING-DISPLAY DELIMITED BY SIZE
        ' VERDICT=' WS-VERDICT DELIMITED BY SIZE
        INTO PREFLIGHT-LINE.
    WRITE PREFLIGHT-LINE.
    DISPLAY 'Control deck pre-flight: ' WS-VERDICT
        ' fatal ' WS-FATAL-COUNT ' warnings ' WS-WARNING-COUNT.

*> A verdict that cannot be written leaves BATCH-ORCHESTRATOR with
*> none for tonight, which it treats as NO-GO.
WRITE-PREFLIGHT-VERDICT.
    OPEN OUTPUT PREFLIGHT-VERDICT-FILE.
    IF WS-VERDICT-FILE-OK
        MOVE SPACES TO PREFLIGHT-VERDICT-CARD
        MOVE WS-RUN-DATE-TIME (1:8) TO PV-RUN-DATE
        MOVE WS-VERDICT TO PV-VERDICT
        MOVE WS-FATAL-COUNT TO PV-FATAL-COUNT
        MOVE WS-WARNING-COUNT TO PV-WARNING-COUNT
        MOVE WS-CHECKED-DECK-COUNT TO PV-DECK-COUNT
        WRITE PREFLIGHT-VERDICT-CARD
        CLOSE PREFLIGHT-VERDICT-FILE
    ELSE
        DISPLAY 'Control deck pre-flight: verdict not written, status '
            WS-VERDICT-FILE-STATUS
    END-IF.
