    SELECT FIELD-PROJECTION-REPORT
        ASSIGN TO "FIELDPROJECTIONREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT COLUMN-SENSITIVITY-FILE
        ASSIGN TO "COLUMNSENSITIVITY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SENSITIVITY-FILE-STATUS.
    SELECT PRINCIPAL-CLEARANCE-FILE
        ASSIGN TO "PRINCIPALCLEARANCES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLEARANCE-FILE-STATUS.
    SELECT COLUMN-ACCESS-LOG
        ASSIGN TO "COLUMNACCESSLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCESS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD FIELD-PROJECTION-REPORT.
01 FIELD-PROJECTION-REPORT-LINE PIC X(160).

*> The column classification register: one card per tagged column
*> with its sensitivity class (PUBLIC, INTERNAL, PII, RESTRICTED) and
*> MASK or DROP (blank) for a reader not cleared for it. Untagged
*> columns are PUBLIC.
FD COLUMN-SENSITIVITY-FILE.
01 COLUMN-SENSITIVITY-CARD.
   05 CS-TABLE-NAME PIC X(128).
   05 CS-FIELD-ID PIC 9(9).
   05 CS-SENSITIVITY-CLASS PIC X(10).
   05 CS-SUPPRESS-ACTION PIC X(4).
      88 CS-MASK-WHEN-DENIED VALUE 'MASK'.

*> Per-principal clearance: the highest sensitivity class the
*> principal may read. A principal with no card is cleared for PUBLIC
*> only.
FD PRINCIPAL-CLEARANCE-FILE.
01 PRINCIPAL-CLEARANCE-CARD.
   05 PC-PRINCIPAL PIC X(64).
   05 PC-CLEARANCE-CLASS PIC X(10).

*> One access record per column withheld from a reader.
FD COLUMN-ACCESS-LOG.
01 COLUMN-ACCESS-REC.
   05 CA-TIMESTAMP PIC 9(14).
   05 CA-PROGRAM-ID PIC X(30).
   05 CA-PRINCIPAL PIC X(64).
   05 CA-TABLE-NAME PIC X(128).
   05 CA-FIELD-ID PIC 9(9).
   05 CA-SENSITIVITY-CLASS PIC X(10).
   05 CA-ACTION PIC X(10).

WORKING-STORAGE SECTION.
01 WS-MAPPING-LOG-STATUS PIC XX.
   88 WS-FILE-OK VALUE '00'.
   88 WS-PROJECTION-FIELD-FOUND VALUE 'Y'.
01 WS-PROJECTION-FIELD-ID-DISPLAY PIC Z(8)9.

01 WS-SENSITIVITY-FILE-STATUS PIC XX.
   88 WS-SENSITIVITY-FILE-OK VALUE '00'.
01 WS-SENSITIVITY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SENSITIVITY-TAGS VALUE 'Y'.
01 WS-CLEARANCE-FILE-STATUS PIC XX.
   88 WS-CLEARANCE-FILE-OK VALUE '00'.
01 WS-CLEARANCE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CLEARANCES VALUE 'Y'.
01 WS-ACCESS-LOG-STATUS PIC XX.
   88 WS-ACCESS-LOG-OK VALUE '00'.
01 WS-CURRENT-DATE-TIME PIC X(21).

*> Sensitivity classes rank 1 PUBLIC, 2 INTERNAL, 3 PII,
*> 4 RESTRICTED. An unrecognised class on a tag ranks as RESTRICTED;
*> on a clearance it ranks as PUBLIC.
01 WS-CLEARANCE-RANK PIC 9 VALUE 1.
01 WS-CLASS-NAME PIC X(10).
01 WS-CLASS-RANK PIC 9.
01 WS-TAG-COUNT PIC 9(4) COMP VALUE ZERO.
01 WS-TAG-TABLE.
   05 WS-TAG-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-TAG-COUNT
         INDEXED BY WS-TAG-IDX.
      10 WS-TAG-FIELD-ID PIC 9(9).
      10 WS-TAG-CLASS PIC X(10).
      10 WS-TAG-RANK PIC 9.
      10 WS-TAG-ACTION PIC X(4).
         88 WS-TAG-MASKS VALUE 'MASK'.
01 WS-TAG-FOUND-SWITCH PIC X.
   88 WS-TAG-FOUND VALUE 'Y'.
01 WS-SECURED-ACTION PIC X(10).

LINKAGE SECTION.
01 LK-FIELD-ID PIC 9(9).
01 LK-OPERATION PIC X(10).
01 LK-REQUESTED-PROJECTION-FIELDS.
   05 LK-REQUESTED-PROJECTION-FIELD-ID PIC 9(9) OCCURS 200 TIMES
      INDEXED BY LK-REQUESTED-SRCH-IDX.
01 LK-TABLE-NAME PIC X(128).
01 LK-PRINCIPAL PIC X(64).

PROCEDURE DIVISION.

        CLOSE FIELD-PROJECTION-REPORT.
        GOBACK.

*> The same report for a named reader of a named table: a requested
*> field the reader is not cleared for comes out MASKED or WITHHELD
*> by its sensitivity tag instead of KEPT, and each one is written to
*> the column access log.
    ENTRY 'REPORT-SECURED-FIELD-PROJECTION' USING
            LK-SOURCE-SCHEMA-COUNT LK-SOURCE-SCHEMA-FIELDS
            LK-REQUESTED-PROJECTION-COUNT
            LK-REQUESTED-PROJECTION-FIELDS
            LK-TABLE-NAME LK-PRINCIPAL.
        PERFORM LOAD-READER-CLEARANCE.
        PERFORM LOAD-TABLE-SENSITIVITY-TAGS.
        OPEN OUTPUT FIELD-PROJECTION-REPORT.
        PERFORM CLASSIFY-ONE-SECURED-FIELD
            VARYING WS-SCHEMA-IDX FROM 1 BY 1
            UNTIL WS-SCHEMA-IDX > LK-SOURCE-SCHEMA-COUNT.
        PERFORM CLASSIFY-ONE-REQUESTED-FIELD
            VARYING WS-REQUESTED-IDX FROM 1 BY 1
            UNTIL WS-REQUESTED-IDX > LK-REQUESTED-PROJECTION-COUNT.
        CLOSE FIELD-PROJECTION-REPORT.
        GOBACK.

*> Shared by the IN/NOT-IN branches of both time-projection entries:
*> widens every negative literal in the set by one bucket and copies
*> non-negative literals through unchanged.
        PERFORM WRITE-FIELD-PROJECTION-LINE-ABSENT
    END-IF.

*> A requested field is KEPT only when the reader's clearance covers
*> its tag; otherwise the tag's action decides MASKED or WITHHELD.
CLASSIFY-ONE-SECURED-FIELD.
    SET WS-PROJECTION-FOUND-SWITCH TO 'N'.
    SET LK-REQUESTED-SRCH-IDX TO 1.
    SEARCH LK-REQUESTED-PROJECTION-FIELD-ID
        AT END CONTINUE
        WHEN LK-REQUESTED-PROJECTION-FIELD-ID (LK-REQUESTED-SRCH-IDX) =
                LK-SOURCE-SCHEMA-FIELD-ID (WS-SCHEMA-IDX)
            SET WS-PROJECTION-FIELD-FOUND TO TRUE
    END-SEARCH.
    MOVE LK-SOURCE-SCHEMA-FIELD-ID (WS-SCHEMA-IDX)
        TO WS-PROJECTION-FIELD-ID-DISPLAY.
    IF NOT WS-PROJECTION-FIELD-FOUND
        PERFORM WRITE-FIELD-PROJECTION-LINE-PRUNED
    ELSE
        MOVE 'N' TO WS-TAG-FOUND-SWITCH
        IF WS-TAG-COUNT > ZERO
            SET WS-TAG-IDX TO 1
            SEARCH WS-TAG-ENTRY
                AT END CONTINUE
                WHEN WS-TAG-FIELD-ID (WS-TAG-IDX) =
                        LK-SOURCE-SCHEMA-FIELD-ID (WS-SCHEMA-IDX)
                    SET WS-TAG-FOUND TO TRUE
            END-SEARCH
        END-IF
        IF WS-TAG-FOUND
                AND WS-TAG-RANK (WS-TAG-IDX) > WS-CLEARANCE-RANK
            IF WS-TAG-MASKS (WS-TAG-IDX)
                MOVE 'MASKED' TO WS-SECURED-ACTION
            ELSE
                MOVE 'WITHHELD' TO WS-SECURED-ACTION
            END-IF
            PERFORM WRITE-FIELD-PROJECTION-LINE-SUPPRESSED
            PERFORM APPEND-COLUMN-ACCESS-RECORD
        ELSE
            PERFORM WRITE-FIELD-PROJECTION-LINE-KEPT
        END-IF
    END-IF.

LOAD-READER-CLEARANCE.
    MOVE 1 TO WS-CLEARANCE-RANK.
    MOVE 'N' TO WS-CLEARANCE-EOF-SWITCH.
    OPEN INPUT PRINCIPAL-CLEARANCE-FILE.
    IF WS-CLEARANCE-FILE-OK
        PERFORM READ-ONE-CLEARANCE UNTIL END-OF-CLEARANCES
        CLOSE PRINCIPAL-CLEARANCE-FILE
    END-IF.

READ-ONE-CLEARANCE.
    READ PRINCIPAL-CLEARANCE-FILE
        AT END SET END-OF-CLEARANCES TO TRUE
        NOT AT END
            IF PC-PRINCIPAL = LK-PRINCIPAL
                MOVE PC-CLEARANCE-CLASS TO WS-CLASS-NAME
                PERFORM RANK-SENSITIVITY-CLASS
                IF WS-CLASS-RANK = 4 AND
                        WS-CLASS-NAME NOT = 'RESTRICTED'
                    MOVE 1 TO WS-CLASS-RANK
                END-IF
                IF WS-CLASS-RANK > WS-CLEARANCE-RANK
                    MOVE WS-CLASS-RANK TO WS-CLEARANCE-RANK
                END-IF
            END-IF
    END-READ.

RANK-SENSITIVITY-CLASS.
    EVALUATE WS-CLASS-NAME
        WHEN 'PUBLIC'
            MOVE 1 TO WS-CLASS-RANK
        WHEN 'INTERNAL'
            MOVE 2 TO WS-CLASS-RANK
        WHEN 'PII'
            MOVE 3 TO WS-CLASS-RANK
        WHEN OTHER
            MOVE 4 TO WS-CLASS-RANK
    END-EVALUATE.

LOAD-TABLE-SENSITIVITY-TAGS.
    MOVE ZERO TO WS-TAG-COUNT.
    MOVE 'N' TO WS-SENSITIVITY-EOF-SWITCH.
    OPEN INPUT COLUMN-SENSITIVITY-FILE.
    IF WS-SENSITIVITY-FILE-OK
        PERFORM LOAD-ONE-SENSITIVITY-TAG
            UNTIL END-OF-SENSITIVITY-TAGS
        CLOSE COLUMN-SENSITIVITY-FILE
    END-IF.

LOAD-ONE-SENSITIVITY-TAG.
    READ COLUMN-SENSITIVITY-FILE
        AT END SET END-OF-SENSITIVITY-TAGS TO TRUE
        NOT AT END
            IF CS-TABLE-NAME = LK-TABLE-NAME AND WS-TAG-COUNT < 500
                ADD 1 TO WS-TAG-COUNT
                SET WS-TAG-IDX TO WS-TAG-COUNT
                MOVE CS-FIELD-ID TO WS-TAG-FIELD-ID (WS-TAG-IDX)
                MOVE CS-SENSITIVITY-CLASS TO WS-TAG-CLASS (WS-TAG-IDX)
                MOVE CS-SENSITIVITY-CLASS TO WS-CLASS-NAME
                PERFORM RANK-SENSITIVITY-CLASS
                MOVE WS-CLASS-RANK TO WS-TAG-RANK (WS-TAG-IDX)
                MOVE CS-SUPPRESS-ACTION TO WS-TAG-ACTION (WS-TAG-IDX)
            END-IF
    END-READ.

APPEND-COLUMN-ACCESS-RECORD.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    OPEN EXTEND COLUMN-ACCESS-LOG.
    IF NOT WS-ACCESS-LOG-OK
        CLOSE COLUMN-ACCESS-LOG
        OPEN OUTPUT COLUMN-ACCESS-LOG
    END-IF.
    MOVE SPACES TO COLUMN-ACCESS-REC.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO CA-TIMESTAMP.
    MOVE 'PROJECTION-UTIL' TO CA-PROGRAM-ID.
    MOVE LK-PRINCIPAL TO CA-PRINCIPAL.
    MOVE LK-TABLE-NAME TO CA-TABLE-NAME.
    MOVE LK-SOURCE-SCHEMA-FIELD-ID (WS-SCHEMA-IDX) TO CA-FIELD-ID.
    MOVE WS-TAG-CLASS (WS-TAG-IDX) TO CA-SENSITIVITY-CLASS.
    MOVE WS-SECURED-ACTION TO CA-ACTION.
    WRITE COLUMN-ACCESS-REC.
    CLOSE COLUMN-ACCESS-LOG.

WRITE-FIELD-PROJECTION-LINE-SUPPRESSED.
    MOVE SPACES TO FIELD-PROJECTION-REPORT-LINE.
    STRING 'FIELD ' WS-PROJECTION-FIELD-ID-DISPLAY DELIMITED BY SIZE
        ' NAME ' LK-SOURCE-SCHEMA-FIELD-NAME (WS-SCHEMA-IDX)
            DELIMITED BY SPACE
        ' STATUS ' WS-SECURED-ACTION DELIMITED BY SPACE
        ' CLASS ' WS-TAG-CLASS (WS-TAG-IDX) DELIMITED BY SPACE
        INTO FIELD-PROJECTION-REPORT-LINE.
    WRITE FIELD-PROJECTION-REPORT-LINE.

WRITE-FIELD-PROJECTION-LINE-KEPT.
    MOVE SPACES TO FIELD-PROJECTION-REPORT-LINE.
    STRING 'FIELD ' WS-PROJECTION-FIELD-ID-DISPLAY DELIMITED BY SIZE
