    SELECT PRUNED-SCHEMA-REPORT
        ASSIGN TO "PRUNEDSCHEMAREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PROJECTION-REQUEST-FILE
        ASSIGN TO "PROJECTIONREQUEST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-FILE-STATUS.
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
FD PRUNED-SCHEMA-REPORT.
01 PRUNED-SCHEMA-LINE PIC X(200).

*> Who is reading which table. The namespace ACL has already let the
*> principal read the table; this decides which columns they see.
FD PROJECTION-REQUEST-FILE.
01 PROJECTION-REQUEST-CARD.
   05 PR-TABLE-NAME PIC X(128).
   05 PR-PRINCIPAL PIC X(64).

*> The column classification register: one card per tagged column
*> with its sensitivity class (PUBLIC, INTERNAL, PII, RESTRICTED) and
*> what happens when a reader is not cleared for it - MASK keeps the
*> column in the shape with its values masked, DROP (or blank) takes
*> it out. A tag on a struct, list or map covers everything beneath
*> it. Untagged columns are PUBLIC.
FD COLUMN-SENSITIVITY-FILE.
01 COLUMN-SENSITIVITY-CARD.
   05 CS-TABLE-NAME PIC X(128).
   05 CS-FIELD-ID PIC 9(9).
   05 CS-SENSITIVITY-CLASS PIC X(10).
   05 CS-SUPPRESS-ACTION PIC X(4).
      88 CS-MASK-WHEN-DENIED VALUE 'MASK'.

*> Per-principal clearance: the highest sensitivity class the
*> principal may read, classes ranking PUBLIC, INTERNAL, PII,
*> RESTRICTED. A principal with no card is cleared for PUBLIC only.
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
01 WS-SELECTED-ID-FILE-STATUS PIC XX.
   88 WS-SELECTED-ID-FILE-OK VALUE '00'.
   88 WS-SCHEMA-FIELD-FILE-OK VALUE '00'.
01 WS-SCHEMA-FIELD-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SCHEMA-FIELDS VALUE 'Y'.
01 WS-REQUEST-FILE-STATUS PIC XX.
   88 WS-REQUEST-FILE-OK VALUE '00'.
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

*> The reader and their clearance, as a rank: 1 PUBLIC, 2 INTERNAL,
*> 3 PII, 4 RESTRICTED. An unrecognised class on a tag ranks as
*> RESTRICTED; on a clearance it ranks as PUBLIC.
01 WS-REQUEST-TABLE-NAME PIC X(128) VALUE SPACES.
01 WS-REQUEST-PRINCIPAL PIC X(64) VALUE 'ANONYMOUS'.
01 WS-CLEARANCE-RANK PIC 9 VALUE 1.
01 WS-CLASS-NAME PIC X(10).
01 WS-CLASS-RANK PIC 9.
01 WS-CURRENT-DATE-TIME PIC X(21).

01 WS-TAG-COUNT PIC 9(5) VALUE ZERO.
01 WS-TAG-TABLE.
   05 WS-TAG-ENTRY OCCURS 1 TO 2000 TIMES
         DEPENDING ON WS-TAG-COUNT
         INDEXED BY WS-TAG-IDX.
      10 WS-TAG-FIELD-ID PIC 9(9).
      10 WS-TAG-CLASS PIC X(10).
      10 WS-TAG-RANK PIC 9.
      10 WS-TAG-ACTION PIC X(4).
         88 WS-TAG-MASKS VALUE 'MASK'.
01 WS-TAG-FOUND-SWITCH PIC X.
   88 WS-TAG-FOUND VALUE 'Y'.
01 WS-TAG-SEARCH-ID PIC 9(9).
01 WS-DENYING-TAG-IDX PIC 9(5).

01 SELECTED-ID-TABLE.
   05 SI-ENTRY PIC 9(9) OCCURS 200 TIMES INDEXED BY SI-IDX.
      10 WS-FT-KEPT-SWITCH PIC X.
         88 WS-FT-IS-KEPT VALUE 'Y'.
      10 WS-FT-DEPTH PIC 9(2).
      10 WS-FT-SUPPRESS-SWITCH PIC X.
         88 WS-FT-IS-MASKED VALUE 'M'.
         88 WS-FT-IS-WITHHELD VALUE 'W'.

01 WS-WALK-PARENT-ID PIC 9(9).
01 WS-WALK-IDX PIC 9(5).
01 WS-KEPT-FIELD-COUNT PIC 9(7) VALUE 0.
01 WS-DROPPED-FIELD-COUNT PIC 9(7) VALUE 0.
01 WS-REASSIGNED-FIELD-ID-COUNT PIC 9(7) VALUE 0.
01 WS-MASKED-FIELD-COUNT PIC 9(7) VALUE 0.
01 WS-WITHHELD-FIELD-COUNT PIC 9(7) VALUE 0.

01 WS-TOTAL-DISPLAY PIC Z(6)9.
01 WS-KEPT-DISPLAY PIC Z(6)9.
01 WS-DROPPED-DISPLAY PIC Z(6)9.
01 WS-REASSIGNED-DISPLAY PIC Z(6)9.
01 WS-MASKED-DISPLAY PIC Z(6)9.
01 WS-WITHHELD-DISPLAY PIC Z(6)9.
01 WS-TYPE-KEPT-DISPLAY PIC Z(6)9.
01 WS-TYPE-DROPPED-DISPLAY PIC Z(6)9.

    PERFORM LOAD-SELECTED-IDS.
    PERFORM LOAD-FIELD-TREE.
    PERFORM DETERMINE-KEEP-FLAGS.
    PERFORM LOAD-PROJECTION-REQUEST.
    PERFORM LOAD-SENSITIVITY-TAGS.
    PERFORM APPLY-SENSITIVITY-TAGS.
    PERFORM WRITE-PRUNED-TREE-REPORT.
    STOP RUN.

            MOVE 'N' TO WS-FT-SELECTED-SWITCH (WS-FT-IDX)
            MOVE 'N' TO WS-FT-KEPT-SWITCH (WS-FT-IDX)
            MOVE ZERO TO WS-FT-DEPTH (WS-FT-IDX)
            MOVE SPACE TO WS-FT-SUPPRESS-SWITCH (WS-FT-IDX)
            IF NOT SF-FIELD-ALREADY-HAD-ID
                ADD 1 TO WS-REASSIGNED-FIELD-ID-COUNT
            END-IF
        SET WS-WALK-IDX TO WS-FT-IDX
    END-IF.

LOAD-PROJECTION-REQUEST.
    OPEN INPUT PROJECTION-REQUEST-FILE.
    IF WS-REQUEST-FILE-OK
        READ PROJECTION-REQUEST-FILE
            AT END CONTINUE
            NOT AT END
                MOVE PR-TABLE-NAME TO WS-REQUEST-TABLE-NAME
                IF PR-PRINCIPAL NOT = SPACES
                    MOVE PR-PRINCIPAL TO WS-REQUEST-PRINCIPAL
                END-IF
        END-READ
        CLOSE PROJECTION-REQUEST-FILE
    END-IF.
    MOVE 1 TO WS-CLEARANCE-RANK.
    OPEN INPUT PRINCIPAL-CLEARANCE-FILE.
    IF WS-CLEARANCE-FILE-OK
        PERFORM READ-ONE-CLEARANCE UNTIL END-OF-CLEARANCES
        CLOSE PRINCIPAL-CLEARANCE-FILE
    END-IF.

READ-ONE-CLEARANCE.
    READ PRINCIPAL-CLEARANCE-FILE
        AT END SET END-OF-CLEARANCES TO TRUE
        NOT AT END
            IF PC-PRINCIPAL = WS-REQUEST-PRINCIPAL
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

LOAD-SENSITIVITY-TAGS.
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
            IF CS-TABLE-NAME = WS-REQUEST-TABLE-NAME
                    AND WS-TAG-COUNT < 2000
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

*> Every column that survived pruning is checked against its own tag
*> and the tags of its enclosing fields; the first tag above the
*> reader's clearance decides whether it is masked or withheld, and
*> the withholding is written to the access log.
APPLY-SENSITIVITY-TAGS.
    IF WS-TAG-COUNT > ZERO
        PERFORM APPLY-ONE-FIELD-SENSITIVITY
            VARYING WS-SUBJECT-IDX FROM 1 BY 1
            UNTIL WS-SUBJECT-IDX > WS-FIELD-TREE-COUNT
    END-IF.

APPLY-ONE-FIELD-SENSITIVITY.
    SET WS-FT-IDX TO WS-SUBJECT-IDX.
    IF WS-FT-IS-KEPT (WS-FT-IDX)
        MOVE ZERO TO WS-DENYING-TAG-IDX
        MOVE WS-FT-FIELD-ID (WS-FT-IDX) TO WS-TAG-SEARCH-ID
        PERFORM CHECK-ONE-FIELD-TAG
        MOVE WS-FT-PARENT-ID (WS-FT-IDX) TO WS-WALK-PARENT-ID
        MOVE ZERO TO WS-WALK-GUARD
        PERFORM CHECK-ONE-ENCLOSING-TAG
            UNTIL WS-WALK-PARENT-ID = ZERO OR WS-WALK-GUARD > 20
               OR WS-DENYING-TAG-IDX > ZERO
        IF WS-DENYING-TAG-IDX > ZERO
            SET WS-FT-IDX TO WS-SUBJECT-IDX
            SET WS-TAG-IDX TO WS-DENYING-TAG-IDX
            IF WS-TAG-MASKS (WS-TAG-IDX)
                SET WS-FT-IS-MASKED (WS-FT-IDX) TO TRUE
            ELSE
                SET WS-FT-IS-WITHHELD (WS-FT-IDX) TO TRUE
                MOVE 'N' TO WS-FT-KEPT-SWITCH (WS-FT-IDX)
            END-IF
            PERFORM APPEND-COLUMN-ACCESS-RECORD
        END-IF
    END-IF.

CHECK-ONE-ENCLOSING-TAG.
    ADD 1 TO WS-WALK-GUARD.
    MOVE WS-WALK-PARENT-ID TO WS-TAG-SEARCH-ID.
    PERFORM CHECK-ONE-FIELD-TAG.
    PERFORM FIND-TREE-FIELD-BY-ID.
    IF WS-WALK-FOUND
        SET WS-FT-IDX TO WS-WALK-IDX
        MOVE WS-FT-PARENT-ID (WS-FT-IDX) TO WS-WALK-PARENT-ID
    ELSE
        MOVE ZERO TO WS-WALK-PARENT-ID
    END-IF.

CHECK-ONE-FIELD-TAG.
    MOVE 'N' TO WS-TAG-FOUND-SWITCH.
    SET WS-TAG-IDX TO 1.
    SEARCH WS-TAG-ENTRY
        AT END CONTINUE
        WHEN WS-TAG-FIELD-ID (WS-TAG-IDX) = WS-TAG-SEARCH-ID
            SET WS-TAG-FOUND TO TRUE
    END-SEARCH.
    IF WS-TAG-FOUND AND WS-DENYING-TAG-IDX = ZERO
        IF WS-TAG-RANK (WS-TAG-IDX) > WS-CLEARANCE-RANK
            SET WS-DENYING-TAG-IDX TO WS-TAG-IDX
        END-IF
    END-IF.

APPEND-COLUMN-ACCESS-RECORD.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    OPEN EXTEND COLUMN-ACCESS-LOG.
    IF NOT WS-ACCESS-LOG-OK
        CLOSE COLUMN-ACCESS-LOG
        OPEN OUTPUT COLUMN-ACCESS-LOG
    END-IF.
    MOVE SPACES TO COLUMN-ACCESS-REC.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO CA-TIMESTAMP.
    MOVE 'PRUNECOLUMNS' TO CA-PROGRAM-ID.
    MOVE WS-REQUEST-PRINCIPAL TO CA-PRINCIPAL.
    MOVE WS-REQUEST-TABLE-NAME TO CA-TABLE-NAME.
    MOVE WS-FT-FIELD-ID (WS-FT-IDX) TO CA-FIELD-ID.
    MOVE WS-TAG-CLASS (WS-TAG-IDX) TO CA-SENSITIVITY-CLASS.
    IF WS-FT-IS-MASKED (WS-FT-IDX)
        MOVE 'MASKED' TO CA-ACTION
    ELSE
        MOVE 'WITHHELD' TO CA-ACTION
    END-IF.
    WRITE COLUMN-ACCESS-REC.
    CLOSE COLUMN-ACCESS-LOG.

*> The report shows the retained tree with two spaces of indentation
*> per nesting level and the entry's role in its parent, so it reads
*> as the schema reads - which leaves survived and under what branch.
            INTO PRUNED-SCHEMA-LINE
            WITH POINTER WS-LINE-POINTER
    END-IF.
    EVALUATE TRUE
        WHEN WS-FT-IS-WITHHELD (WS-FT-IDX)
            ADD 1 TO WS-WITHHELD-FIELD-COUNT
            STRING "FIELD=" DELIMITED BY SIZE
                WS-FT-FIELD-NAME (WS-FT-IDX) DELIMITED BY SPACE
                " TYPE=" DELIMITED BY SIZE
                WS-FT-FIELD-TYPE (WS-FT-IDX) DELIMITED BY SPACE
                " ROLE=" DELIMITED BY SIZE
                WS-FT-ELEMENT-ROLE (WS-FT-IDX) DELIMITED BY SPACE
                " WITHHELD - NOT CLEARED" DELIMITED BY SIZE
                INTO PRUNED-SCHEMA-LINE
                WITH POINTER WS-LINE-POINTER
        WHEN WS-FT-IS-MASKED (WS-FT-IDX)
            ADD 1 TO WS-KEPT-FIELD-COUNT
            ADD 1 TO WS-MASKED-FIELD-COUNT
            IF WS-MATCHED-TYPE-IDX > 0
                ADD 1 TO WS-KEPT-COUNT (WS-MATCHED-TYPE-IDX)
            END-IF
            STRING "FIELD=" DELIMITED BY SIZE
                WS-FT-FIELD-NAME (WS-FT-IDX) DELIMITED BY SPACE
                " TYPE=" DELIMITED BY SIZE
                WS-FT-FIELD-TYPE (WS-FT-IDX) DELIMITED BY SPACE
                " ROLE=" DELIMITED BY SIZE
                WS-FT-ELEMENT-ROLE (WS-FT-IDX) DELIMITED BY SPACE
                " KEPT MASKED" DELIMITED BY SIZE
                INTO PRUNED-SCHEMA-LINE
                WITH POINTER WS-LINE-POINTER
        WHEN WS-FT-IS-KEPT (WS-FT-IDX)
            ADD 1 TO WS-KEPT-FIELD-COUNT
            IF WS-MATCHED-TYPE-IDX > 0
                ADD 1 TO WS-KEPT-COUNT (WS-MATCHED-TYPE-IDX)
            END-IF
            STRING "FIELD=" DELIMITED BY SIZE
                WS-FT-FIELD-NAME (WS-FT-IDX) DELIMITED BY SPACE
                " TYPE=" DELIMITED BY SIZE
                WS-FT-FIELD-TYPE (WS-FT-IDX) DELIMITED BY SPACE
                " ROLE=" DELIMITED BY SIZE
                WS-FT-ELEMENT-ROLE (WS-FT-IDX) DELIMITED BY SPACE
                " KEPT" DELIMITED BY SIZE
                INTO PRUNED-SCHEMA-LINE
                WITH POINTER WS-LINE-POINTER
        WHEN OTHER
            ADD 1 TO WS-DROPPED-FIELD-COUNT
            IF WS-MATCHED-TYPE-IDX > 0
                ADD 1 TO WS-DROPPED-COUNT (WS-MATCHED-TYPE-IDX)
            END-IF
            STRING "FIELD=" DELIMITED BY SIZE
                WS-FT-FIELD-NAME (WS-FT-IDX) DELIMITED BY SPACE
                " TYPE=" DELIMITED BY SIZE
                WS-FT-FIELD-TYPE (WS-FT-IDX) DELIMITED BY SPACE
                " ROLE=" DELIMITED BY SIZE
                WS-FT-ELEMENT-ROLE (WS-FT-IDX) DELIMITED BY SPACE
                " DROPPED" DELIMITED BY SIZE
                INTO PRUNED-SCHEMA-LINE
                WITH POINTER WS-LINE-POINTER
    END-EVALUATE.
    WRITE PRUNED-SCHEMA-LINE.

FIND-TYPE-COUNTER-INDEX.
        " REASSIGNED-FIELD-IDS=" WS-REASSIGNED-DISPLAY DELIMITED BY SIZE
        INTO PRUNED-SCHEMA-LINE.
    WRITE PRUNED-SCHEMA-LINE.
    MOVE WS-MASKED-FIELD-COUNT TO WS-MASKED-DISPLAY.
    MOVE WS-WITHHELD-FIELD-COUNT TO WS-WITHHELD-DISPLAY.
    MOVE SPACES TO PRUNED-SCHEMA-LINE.
    STRING "SENSITIVITY PRINCIPAL=" DELIMITED BY SIZE
        WS-REQUEST-PRINCIPAL DELIMITED BY SPACE
        " MASKED=" WS-MASKED-DISPLAY DELIMITED BY SIZE
        " WITHHELD=" WS-WITHHELD-DISPLAY DELIMITED BY SIZE
        INTO PRUNED-SCHEMA-LINE.
    WRITE PRUNED-SCHEMA-LINE.
    PERFORM WRITE-TYPE-BREAKDOWN-LINE
        VARYING WS-KC-IDX FROM 1 BY 1 UNTIL WS-KC-IDX > 5.

