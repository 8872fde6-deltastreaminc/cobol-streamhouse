        ASSIGN TO "FREEZEOVERRIDE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FREEZE-OVERRIDE-STATUS.
    SELECT FREEZE-OVERRIDE-LOG
        ASSIGN TO "FREEZEOVERRIDELOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OVERRIDE-LOG-STATUS.
    SELECT PARTITION-SPEC-HISTORY
        ASSIGN TO "PARTITIONSPECHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPEC-HISTORY-STATUS.

DATA DIVISION.
FILE SECTION.
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

*> Existing partition fields of the spec being evolved.
FD CURRENT-SPEC-FILE.
01 CURRENT-SPEC-CARD.
FD REDUNDANT-PARTITION-REPORT.
01 REDUNDANT-LINE PIC X(200).

*> Every spec the table has had, numbered: a header card opens each
*> spec id and its partition fields follow. The highest id is the
*> current spec; the data-file listing records which id each file was
*> written under, so files left on a retired spec can be found and
*> migrated. The spec in force before the first recorded change is
*> entered as spec 0.
FD PARTITION-SPEC-HISTORY.
01 PARTITION-SPEC-HISTORY-CARD.
   05 PSH-SPEC-ID PIC 9(9).
   05 PSH-RECORD-TYPE PIC X.
      88 PSH-SPEC-HEADER VALUE 'S'.
      88 PSH-SPEC-FIELD VALUE 'F'.
   05 PSH-SOURCE-ID PIC 9(9).
   05 PSH-FIELD-ID PIC 9(9).
   05 PSH-NAME PIC X(128).
   05 PSH-TRANSFORM PIC X(30).

WORKING-STORAGE SECTION.
01 WS-CURRENT-SPEC-STATUS PIC XX.
   88 WS-CURRENT-SPEC-OK VALUE '00'.
01 WS-FREEZE-APPROVER PIC X(30) VALUE SPACES.
01 WS-FREEZE-TODAY PIC 9(8) VALUE ZERO.
01 WS-FREEZE-DATE-TIME PIC X(21).
01 WS-OVERRIDE-LOG-STATUS PIC XX.
   88 WS-OVERRIDE-LOG-OK VALUE '00'.
01 WS-OVERRIDE-CHAIN-NAME PIC X(30) VALUE 'FREEZEOVERRIDELOG'.
01 WS-OVERRIDE-BODY-LENGTH PIC 9(4) COMP VALUE 74.

01 WS-SPEC-HISTORY-STATUS PIC XX.
   88 WS-SPEC-HISTORY-OK VALUE '00'.
01 WS-SPEC-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SPEC-HISTORY VALUE 'Y'.
01 WS-SPEC-HISTORY-COUNT PIC 9(9) VALUE ZERO.
01 WS-HIGHEST-SPEC-ID PIC 9(9) VALUE ZERO.
01 WS-NEW-SPEC-ID PIC 9(9) VALUE ZERO.
01 WS-NEW-SPEC-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-NEW-SPEC VALUE 'Y'.

PROCEDURE DIVISION.

        INTO EVOLUTION-LINE.
    WRITE EVOLUTION-LINE.
    CLOSE PARTITION-EVOLUTION-LOG.
    PERFORM RECORD-FREEZE-OVERRIDE.

RECORD-FREEZE-OVERRIDE.
    OPEN EXTEND FREEZE-OVERRIDE-LOG.
    IF NOT WS-OVERRIDE-LOG-OK
        CLOSE FREEZE-OVERRIDE-LOG
        OPEN OUTPUT FREEZE-OVERRIDE-LOG
    END-IF.
    MOVE SPACES TO FREEZE-OVERRIDE-LOG-REC.
    MOVE WS-FREEZE-DATE-TIME (1:14) TO FOL-TIMESTAMP.
    MOVE 'BASE-UPDATE-PARTITION-SPEC' TO FOL-PROGRAM-ID.
    MOVE WS-FREEZE-APPROVER TO FOL-APPROVER-ID.
    CALL 'AUDIT-CHAIN-STAMP' USING WS-OVERRIDE-CHAIN-NAME
        FOL-USE-BODY WS-OVERRIDE-BODY-LENGTH
        FOL-CHAIN-SEQUENCE FOL-CHAIN-HASH.
    WRITE FREEZE-OVERRIDE-LOG-REC.
    CLOSE FREEZE-OVERRIDE-LOG.

*> Loads the current partition spec and tracks the highest partition
*> field id assigned so far (new fields continue the sequence).
        PERFORM WRITE-DRY-RUN-CHANGE-LOG
        DISPLAY 'Dry run: new partition spec not committed'
    ELSE
        IF WS-ADD-COUNT > ZERO OR WS-DELETE-COUNT > ZERO
                OR WS-RENAME-COUNT > ZERO
            PERFORM RECORD-SPEC-HISTORY
        END-IF
        DISPLAY 'Committed new partition spec'
    END-IF.

*> Numbers the committed spec one past the highest recorded and
*> appends it to the spec history. The first change to a table with
*> no history enters the outgoing spec as spec 0 first, so the files
*> already written under it have a spec to be migrated from.
RECORD-SPEC-HISTORY.
    MOVE ZERO TO WS-SPEC-HISTORY-COUNT.
    MOVE ZERO TO WS-HIGHEST-SPEC-ID.
    MOVE 'N' TO WS-SPEC-HISTORY-EOF-SWITCH.
    OPEN INPUT PARTITION-SPEC-HISTORY.
    IF WS-SPEC-HISTORY-OK
        PERFORM NOTE-ONE-SPEC-HISTORY-CARD UNTIL END-OF-SPEC-HISTORY
        CLOSE PARTITION-SPEC-HISTORY
    END-IF.
    OPEN EXTEND PARTITION-SPEC-HISTORY.
    IF NOT WS-SPEC-HISTORY-OK
        CLOSE PARTITION-SPEC-HISTORY
        OPEN OUTPUT PARTITION-SPEC-HISTORY
    END-IF.
    IF WS-SPEC-HISTORY-COUNT = ZERO
        MOVE ZERO TO WS-NEW-SPEC-ID
        PERFORM WRITE-SPEC-HISTORY-HEADER
        PERFORM WRITE-OUTGOING-SPEC-FIELD
            VARYING WS-CUR-IDX FROM 1 BY 1
            UNTIL WS-CUR-IDX > WS-CURRENT-SPEC-COUNT
    END-IF.
    COMPUTE WS-NEW-SPEC-ID = WS-HIGHEST-SPEC-ID + 1.
    PERFORM WRITE-SPEC-HISTORY-HEADER.
    MOVE 'N' TO WS-NEW-SPEC-EOF-SWITCH.
    OPEN INPUT NEW-SPEC-FILE.
    PERFORM COPY-ONE-NEW-SPEC-FIELD UNTIL END-OF-NEW-SPEC.
    CLOSE NEW-SPEC-FILE.
    CLOSE PARTITION-SPEC-HISTORY.
    OPEN EXTEND PARTITION-EVOLUTION-LOG.
    IF NOT WS-EVOLUTION-LOG-OK
        CLOSE PARTITION-EVOLUTION-LOG
        OPEN OUTPUT PARTITION-EVOLUTION-LOG
    END-IF.
    PERFORM STAMP-EVOLUTION-ENTRY.
    MOVE SPACES TO EVOLUTION-LINE.
    STRING 'SPEC-ID=' WS-NEW-SPEC-ID DELIMITED BY SIZE
        ' RECORDED AS CURRENT SPEC' DELIMITED BY SIZE
        ' TIMESTAMP=' WS-EVOLUTION-TIMESTAMP DELIMITED BY SPACE
        ' OPERATOR=' WS-EVOLUTION-OPERATOR DELIMITED BY SPACE
        INTO EVOLUTION-LINE.
    WRITE EVOLUTION-LINE.
    CLOSE PARTITION-EVOLUTION-LOG.

NOTE-ONE-SPEC-HISTORY-CARD.
    READ PARTITION-SPEC-HISTORY
        AT END SET END-OF-SPEC-HISTORY TO TRUE
        NOT AT END
            ADD 1 TO WS-SPEC-HISTORY-COUNT
            IF PSH-SPEC-ID > WS-HIGHEST-SPEC-ID
                MOVE PSH-SPEC-ID TO WS-HIGHEST-SPEC-ID
            END-IF
    END-READ.

WRITE-SPEC-HISTORY-HEADER.
    MOVE SPACES TO PARTITION-SPEC-HISTORY-CARD.
    MOVE WS-NEW-SPEC-ID TO PSH-SPEC-ID.
    SET PSH-SPEC-HEADER TO TRUE.
    MOVE ZERO TO PSH-SOURCE-ID.
    MOVE ZERO TO PSH-FIELD-ID.
    MOVE WS-TABLE-NAME TO PSH-NAME.
    WRITE PARTITION-SPEC-HISTORY-CARD.

WRITE-OUTGOING-SPEC-FIELD.
    MOVE SPACES TO PARTITION-SPEC-HISTORY-CARD.
    MOVE WS-NEW-SPEC-ID TO PSH-SPEC-ID.
    SET PSH-SPEC-FIELD TO TRUE.
    MOVE WS-CF-SOURCE-ID (WS-CUR-IDX) TO PSH-SOURCE-ID.
    MOVE WS-CF-FIELD-ID (WS-CUR-IDX) TO PSH-FIELD-ID.
    MOVE WS-CF-NAME (WS-CUR-IDX) TO PSH-NAME.
    MOVE WS-CF-TRANSFORM (WS-CUR-IDX) TO PSH-TRANSFORM.
    WRITE PARTITION-SPEC-HISTORY-CARD.

COPY-ONE-NEW-SPEC-FIELD.
    READ NEW-SPEC-FILE
        AT END SET END-OF-NEW-SPEC TO TRUE
        NOT AT END
            MOVE SPACES TO PARTITION-SPEC-HISTORY-CARD
            MOVE WS-NEW-SPEC-ID TO PSH-SPEC-ID
            SET PSH-SPEC-FIELD TO TRUE
            MOVE NSC-SOURCE-ID TO PSH-SOURCE-ID
            MOVE NSC-FIELD-ID TO PSH-FIELD-ID
            MOVE NSC-NAME TO PSH-NAME
            MOVE NSC-TRANSFORM TO PSH-TRANSFORM
            WRITE PARTITION-SPEC-HISTORY-CARD
    END-READ.

WRITE-DRY-RUN-CHANGE-LOG.
    OPEN OUTPUT PARTITION-DRY-RUN-LOG.
    PERFORM VARYING WS-ADD-IDX FROM 1 BY 1
