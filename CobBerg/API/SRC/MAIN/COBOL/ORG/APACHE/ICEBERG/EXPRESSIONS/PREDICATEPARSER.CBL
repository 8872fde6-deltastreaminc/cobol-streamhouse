*> (OR); distinct groups combine with AND - NOT and BETWEEN are
*> compiled away into the predicate types and group structure. The
*> literal type carries DATE/TIMESTAMP through from the schema so
*> the evaluators compare those as time values, not as text, and
*> DECIMAL with the column's precision and scale so they compare
*> those at the column's scale.
FD PARSED-STRICT-CARD-FILE.
01 PARSED-STRICT-CARD.
   05 PSC-FILE-ID PIC X(20).
   05 PSC-FILE-SIZE-BYTES PIC 9(18).
   05 PSC-GROUP-ID PIC 9(3).
   05 PSC-LITERAL-TYPE PIC X(10).
   05 PSC-DECIMAL-PRECISION PIC 9(2).
   05 PSC-DECIMAL-SCALE PIC 9(2).

*> Compiled projection requests in the PROJECTIONREQUESTS layout the
*> PROJECTIONS program reads.
   05 PPR-PREDICATE-TYPE PIC X(14).
   05 PPR-CASE-SENSITIVE-OVERRIDE PIC X.
   05 PPR-LITERAL PIC X(40).
   05 PPR-LITERAL-TYPE PIC X(10).
   05 PPR-DECIMAL-PRECISION PIC 9(2).
   05 PPR-DECIMAL-SCALE PIC 9(2).

FD PARSE-ERROR-LISTING.
01 PARSE-ERROR-LINE PIC X(250).
   88 WS-FIELD-FOUND VALUE 'Y'.
01 WS-RESOLVED-FIELD-ID PIC 9(9) VALUE ZERO.
01 WS-RESOLVED-LITERAL-TYPE PIC X(10) VALUE SPACES.
01 WS-RESOLVED-DECIMAL-PRECISION PIC 9(2) VALUE ZERO.
01 WS-RESOLVED-DECIMAL-SCALE PIC 9(2) VALUE ZERO.
01 WS-DECIMAL-PRECISION-TEXT PIC X(8).
01 WS-DECIMAL-SCALE-TEXT PIC X(8).

*> The line being parsed, read from the text file or passed in by a
*> caller of LIST-FILTER-COLUMNS.
01 WS-PREDICATE-TEXT PIC X(200).
01 WS-LIST-COLUMNS-SWITCH PIC X VALUE 'N'.
   88 WS-LISTING-FILTER-COLUMNS VALUE 'Y'.

*> The tokens of one text line, each remembering the column it
*> started in so a syntax error can name both token and column.
01 WS-ERRORS-DISPLAY PIC ZZZZ9.
01 WS-ERROR-REASON PIC X(50).

*> LIST-FILTER-COLUMNS: one filter expression in, the distinct column
*> names it compares out, or the first syntax error's reason.
LINKAGE SECTION.
01 LK-FILTER-TEXT PIC X(200).
01 LK-FILTER-COLUMN-COUNT PIC 9(3).
01 LK-FILTER-COLUMN-LIST.
   05 LK-FILTER-COLUMN PIC X(40) OCCURS 50 TIMES
      INDEXED BY LK-FILTER-COLUMN-IDX.
01 LK-FILTER-ERROR PIC X(50).

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    CLOSE PARSE-ERROR-LISTING.
    STOP RUN.

*> The same tokenizer and state machine run over a single filter for
*> a caller that needs to know which columns it reads - the view
*> resolver, for a view's WHERE clause. Names are collected as they
*> are, not resolved against a schema, and nothing is written: no
*> cards, no error listing.
    ENTRY 'LIST-FILTER-COLUMNS' USING LK-FILTER-TEXT
            LK-FILTER-COLUMN-COUNT LK-FILTER-COLUMN-LIST
            LK-FILTER-ERROR.
        SET WS-LISTING-FILTER-COLUMNS TO TRUE.
        MOVE ZERO TO LK-FILTER-COLUMN-COUNT.
        MOVE SPACES TO LK-FILTER-COLUMN-LIST.
        MOVE SPACES TO LK-FILTER-ERROR.
        MOVE LK-FILTER-TEXT TO WS-PREDICATE-TEXT.
        IF WS-PREDICATE-TEXT NOT = SPACES
            PERFORM TOKENIZE-LINE
            IF NOT WS-TOKENIZE-FAILED
                PERFORM RUN-PARSE-STATE-MACHINE
            END-IF
        END-IF.
        MOVE 'N' TO WS-LIST-COLUMNS-SWITCH.
        GOBACK.

LOAD-SCHEMA-FIELD-NAMES.
    OPEN INPUT SCHEMA-FIELD-FILE.
    IF WS-SCHEMA-FILE-OK
    END-IF.

PARSE-ONE-TEXT-LINE.
    READ PREDICATE-TEXT-FILE INTO WS-PREDICATE-TEXT
        AT END SET END-OF-TEXT-LINES TO TRUE
        NOT AT END
            ADD 1 TO WS-LINE-NUMBER
        UNTIL WS-SCAN-COLUMN > 200 OR WS-TOKENIZE-FAILED.

SCAN-ONE-TOKEN.
    MOVE WS-PREDICATE-TEXT (WS-SCAN-COLUMN:1) TO WS-ONE-CHAR.
    EVALUATE TRUE
        WHEN WS-ONE-CHAR = SPACE
            ADD 1 TO WS-SCAN-COLUMN
    MOVE ZERO TO WS-TOKEN-BUILD-LENGTH.
    PERFORM COLLECT-ONE-QUOTED-CHAR
        UNTIL WS-SCAN-COLUMN > 200
           OR WS-PREDICATE-TEXT (WS-SCAN-COLUMN:1) = "'".
    IF WS-SCAN-COLUMN > 200
        MOVE 'unclosed quote' TO WS-ERROR-REASON
        MOVE "'" TO WS-TOKEN-BUILD
COLLECT-ONE-QUOTED-CHAR.
    IF WS-TOKEN-BUILD-LENGTH < 40
        ADD 1 TO WS-TOKEN-BUILD-LENGTH
        MOVE WS-PREDICATE-TEXT (WS-SCAN-COLUMN:1)
            TO WS-TOKEN-BUILD (WS-TOKEN-BUILD-LENGTH:1)
    END-IF.
    ADD 1 TO WS-SCAN-COLUMN.
    MOVE SPACES TO WS-TOKEN-BUILD.
    MOVE WS-ONE-CHAR TO WS-TOKEN-BUILD (1:1).
    IF WS-SCAN-COLUMN < 200
        MOVE WS-PREDICATE-TEXT (WS-SCAN-COLUMN + 1:1)
            TO WS-NEXT-CHAR
    ELSE
        MOVE SPACE TO WS-NEXT-CHAR
    MOVE ZERO TO WS-TOKEN-BUILD-LENGTH.
    PERFORM COLLECT-ONE-WORD-CHAR
        UNTIL WS-SCAN-COLUMN > 200
           OR WS-PREDICATE-TEXT (WS-SCAN-COLUMN:1) = SPACE
           OR WS-PREDICATE-TEXT (WS-SCAN-COLUMN:1) = '('
           OR WS-PREDICATE-TEXT (WS-SCAN-COLUMN:1) = ')'
           OR WS-PREDICATE-TEXT (WS-SCAN-COLUMN:1) = ','
           OR WS-PREDICATE-TEXT (WS-SCAN-COLUMN:1) = '<'
           OR WS-PREDICATE-TEXT (WS-SCAN-COLUMN:1) = '>'
           OR WS-PREDICATE-TEXT (WS-SCAN-COLUMN:1) = '='
           OR WS-PREDICATE-TEXT (WS-SCAN-COLUMN:1) = "'".
    ADD 1 TO WS-TOKEN-COUNT.
    SET WS-TOKEN-IDX TO WS-TOKEN-COUNT.
    MOVE WS-TOKEN-BUILD TO WS-TOKEN-TEXT (WS-TOKEN-IDX).
COLLECT-ONE-WORD-CHAR.
    IF WS-TOKEN-BUILD-LENGTH < 40
        ADD 1 TO WS-TOKEN-BUILD-LENGTH
        MOVE WS-PREDICATE-TEXT (WS-SCAN-COLUMN:1)
            TO WS-TOKEN-BUILD (WS-TOKEN-BUILD-LENGTH:1)
    END-IF.
    ADD 1 TO WS-SCAN-COLUMN.

WRITE-TOKENIZE-ERROR.
    SET WS-TOKENIZE-FAILED TO TRUE.
    IF WS-LISTING-FILTER-COLUMNS
        MOVE WS-ERROR-REASON TO LK-FILTER-ERROR
    ELSE
        PERFORM LIST-TOKENIZE-ERROR
    END-IF.

LIST-TOKENIZE-ERROR.
    ADD 1 TO WS-ERROR-COUNT.
    MOVE WS-LINE-NUMBER TO WS-LINE-NUMBER-DISPLAY.
    MOVE WS-SCAN-COLUMN TO WS-COLUMN-DISPLAY.
    END-EVALUATE.

RESOLVE-FIELD-NAME.
    IF WS-LISTING-FILTER-COLUMNS
        PERFORM NOTE-FILTER-COLUMN
    ELSE
        PERFORM RESOLVE-FIELD-AGAINST-SCHEMA
    END-IF.

NOTE-FILTER-COLUMN.
    SET WS-FIELD-FOUND TO TRUE.
    MOVE ZERO TO WS-RESOLVED-FIELD-ID.
    MOVE SPACES TO WS-RESOLVED-LITERAL-TYPE.
    MOVE ZERO TO WS-RESOLVED-DECIMAL-PRECISION.
    MOVE ZERO TO WS-RESOLVED-DECIMAL-SCALE.
    SET LK-FILTER-COLUMN-IDX TO 1.
    SEARCH LK-FILTER-COLUMN
        AT END
            IF LK-FILTER-COLUMN-COUNT < 50
                ADD 1 TO LK-FILTER-COLUMN-COUNT
                MOVE WS-CURRENT-FIELD-NAME
                    TO LK-FILTER-COLUMN (LK-FILTER-COLUMN-COUNT)
            END-IF
        WHEN LK-FILTER-COLUMN (LK-FILTER-COLUMN-IDX)
                = WS-CURRENT-FIELD-NAME
            CONTINUE
    END-SEARCH.

RESOLVE-FIELD-AGAINST-SCHEMA.
    MOVE 'N' TO WS-FIELD-FOUND-SWITCH.
    MOVE ZERO TO WS-RESOLVED-FIELD-ID.
    MOVE SPACES TO WS-RESOLVED-LITERAL-TYPE.
    MOVE ZERO TO WS-RESOLVED-DECIMAL-PRECISION.
    MOVE ZERO TO WS-RESOLVED-DECIMAL-SCALE.
    SET WS-SF-IDX TO 1.
    SEARCH WS-SCHEMA-FIELD
        AT END CONTINUE
                    MOVE 'TIMESTAMP' TO WS-RESOLVED-LITERAL-TYPE
                WHEN WS-SF-FIELD-TYPE (WS-SF-IDX) (1:4) = 'DATE'
                    MOVE 'DATE' TO WS-RESOLVED-LITERAL-TYPE
                WHEN WS-SF-FIELD-TYPE (WS-SF-IDX) (1:8) = 'DECIMAL('
                    PERFORM RESOLVE-DECIMAL-TYPE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-SEARCH.

*> 'DECIMAL(P,S)' - or 'DECIMAL(P, S)' as the schema writer spaces
*> it. A type whose precision or scale will not read stays untyped,
*> and its literals compare as written.
RESOLVE-DECIMAL-TYPE.
    MOVE SPACES TO WS-DECIMAL-PRECISION-TEXT.
    MOVE SPACES TO WS-DECIMAL-SCALE-TEXT.
    UNSTRING WS-SF-FIELD-TYPE (WS-SF-IDX) (9:22)
        DELIMITED BY ',' OR ')'
        INTO WS-DECIMAL-PRECISION-TEXT WS-DECIMAL-SCALE-TEXT.
    IF FUNCTION TEST-NUMVAL (WS-DECIMAL-PRECISION-TEXT) = 0
            AND FUNCTION TEST-NUMVAL (WS-DECIMAL-SCALE-TEXT) = 0
        COMPUTE WS-RESOLVED-DECIMAL-PRECISION =
            FUNCTION NUMVAL (WS-DECIMAL-PRECISION-TEXT)
        COMPUTE WS-RESOLVED-DECIMAL-SCALE =
            FUNCTION NUMVAL (WS-DECIMAL-SCALE-TEXT)
        MOVE 'DECIMAL' TO WS-RESOLVED-LITERAL-TYPE
    END-IF.

CONSUME-OPERATOR-TOKEN.
    EVALUATE TRUE
        WHEN WS-TOKEN-IS-OPERATOR (WS-TOKEN-IDX)
*> strict-evaluation card keyed by the resolved field id, and a
*> projection request keyed by the column name.
EMIT-COMPILED-CARDS.
    IF NOT WS-LISTING-FILTER-COLUMNS
        PERFORM WRITE-COMPILED-CARDS
    END-IF.

WRITE-COMPILED-CARDS.
    ADD 1 TO WS-CARDS-WRITTEN-COUNT.
    MOVE SPACES TO PARSED-STRICT-CARD.
    MOVE '*ALL' TO PSC-FILE-ID.
    MOVE ZERO TO PSC-FILE-SIZE-BYTES.
    MOVE WS-CURRENT-GROUP-ID TO PSC-GROUP-ID.
    MOVE WS-RESOLVED-LITERAL-TYPE TO PSC-LITERAL-TYPE.
    MOVE WS-RESOLVED-DECIMAL-PRECISION TO PSC-DECIMAL-PRECISION.
    MOVE WS-RESOLVED-DECIMAL-SCALE TO PSC-DECIMAL-SCALE.
    WRITE PARSED-STRICT-CARD.
    MOVE SPACES TO PARSED-PROJECTION-CARD.
    MOVE 'INCLUSIVE' TO PPR-PROJECTION-TYPE.
    MOVE WS-CURRENT-PREDICATE-TYPE TO PPR-PREDICATE-TYPE.
    MOVE SPACE TO PPR-CASE-SENSITIVE-OVERRIDE.
    MOVE WS-EMIT-LITERAL TO PPR-LITERAL.
    MOVE WS-RESOLVED-LITERAL-TYPE TO PPR-LITERAL-TYPE.
    MOVE WS-RESOLVED-DECIMAL-PRECISION TO PPR-DECIMAL-PRECISION.
    MOVE WS-RESOLVED-DECIMAL-SCALE TO PPR-DECIMAL-SCALE.
    WRITE PARSED-PROJECTION-CARD.

WRITE-PARSE-ERROR.
    SET WS-PARSE-FAILED TO TRUE.
    IF WS-LISTING-FILTER-COLUMNS
        MOVE WS-ERROR-REASON TO LK-FILTER-ERROR
    ELSE
        PERFORM LIST-PARSE-ERROR
    END-IF.

LIST-PARSE-ERROR.
    ADD 1 TO WS-ERROR-COUNT.
    MOVE WS-LINE-NUMBER TO WS-LINE-NUMBER-DISPLAY.
    MOVE WS-TOKEN-COLUMN (WS-TOKEN-IDX) TO WS-COLUMN-DISPLAY.
