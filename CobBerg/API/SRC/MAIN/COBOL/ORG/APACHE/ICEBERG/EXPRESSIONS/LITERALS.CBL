*> DATE literals ('YYYY-MM-DD') coerce to days from the 1970-01-01
*> epoch and TIMESTAMP literals ('YYYY-MM-DD HH:MM:SS') to
*> microseconds from it, so month-boundary comparisons stop being
*> character-collation luck. A DECIMAL card may carry its column's
*> precision and scale; the value is then held exactly at that scale
*> and one that overflows the precision or carries more scale than
*> the column has fails coercion. A DECIMAL card without them (an
*> older deck) coerces as a plain number.
FD LITERAL-CARD-FILE.
01 LITERAL-CARD.
   05 LITERAL-TYPE PIC X(10).
   05 LITERAL-RAW-VALUE PIC X(64).
   05 LITERAL-DECIMAL-PRECISION PIC 9(2).
   05 LITERAL-DECIMAL-SCALE PIC 9(2).

FD LITERAL-VALUE-LOG.
01 LITERAL-VALUE-LINE PIC X(120).
01 WS-DATE-PART-OK-SWITCH PIC X.
   88 WS-DATE-PART-OK VALUE 'Y'.

*> Scratch fields for normalizing DECIMAL values to one order-
*> preserving key at the column's precision and scale: a sign byte
*> ('N' sorts below 'P') then the unscaled digits, complemented for a
*> negative value, so '1000.5' and '1000.50' compare equal and the
*> alphanumeric comparisons order them as numbers.
01 WS-DECIMAL-INPUT PIC X(64).
01 WS-DECIMAL-OUTPUT PIC X(40).
01 WS-DECIMAL-OK-SWITCH PIC X.
   88 WS-DECIMAL-OK VALUE 'Y'.
01 WS-DECIMAL-FAILURE-REASON PIC X(14).
01 WS-DEC-PRECISION PIC 9(2) VALUE ZERO.
01 WS-DEC-SCALE PIC 9(2) VALUE ZERO.
01 WS-DEC-STATE PIC X.
   88 WS-DEC-BEFORE-NUMBER VALUE 'S'.
   88 WS-DEC-IN-INTEGER VALUE 'I'.
   88 WS-DEC-IN-FRACTION VALUE 'F'.
   88 WS-DEC-AFTER-NUMBER VALUE 'T'.
01 WS-DEC-NEGATIVE-SWITCH PIC X.
   88 WS-DEC-IS-NEGATIVE VALUE 'Y'.
01 WS-DEC-NONZERO-SWITCH PIC X.
   88 WS-DEC-IS-NONZERO VALUE 'Y'.
01 WS-DEC-DIGIT-SEEN-SWITCH PIC X.
   88 WS-DEC-DIGIT-SEEN VALUE 'Y'.
01 WS-DEC-INTEGER-DIGITS PIC X(38).
01 WS-DEC-INTEGER-LENGTH PIC 9(2) COMP.
01 WS-DEC-FRACTION-DIGITS PIC X(38).
01 WS-DEC-FRACTION-LENGTH PIC 9(2) COMP.
01 WS-DEC-CHAR PIC X.
01 WS-DEC-CHAR-IDX PIC 9(2) COMP.
01 WS-DEC-START PIC 9(2) COMP.
01 WS-DEC-NUMBER-TEXT PIC X(2).
01 WS-DEC-NUMBER-DISPLAY PIC Z9.
01 WS-DEC-TYPE-TEXT PIC X(16).
01 WS-DECIMAL-TYPED-SWITCH PIC X VALUE 'N'.
   88 WS-DECIMAL-IS-TYPED VALUE 'Y'.
01 WS-DECIMAL-VALUE-TEXT PIC X(42).

PROCEDURE DIVISION.

MAIN-PROCEDURE.
*> is logged as a coercion failure instead of silently becoming zero.
GET-LITERAL-VALUE.
    MOVE ZERO TO WS-LITERAL-VALUE.
    MOVE 'N' TO WS-DECIMAL-TYPED-SWITCH.
    SET WS-COERCION-OK TO TRUE.
    EVALUATE LITERAL-TYPE
        WHEN 'BOOLEAN'
                END-IF
            END-IF
        WHEN 'INTEGER' WHEN 'LONG' WHEN 'FLOAT' WHEN 'DOUBLE'
                WHEN 'FIXED'
            PERFORM COERCE-NUMERIC-LITERAL
        WHEN 'DECIMAL'
            PERFORM COERCE-DECIMAL-LITERAL
        WHEN 'DATE'
            PERFORM COERCE-DATE-LITERAL
        WHEN 'TIMESTAMP'
        SET WS-COERCION-OK-SWITCH TO 'N'
    END-IF.

COERCE-DECIMAL-LITERAL.
    IF LITERAL-DECIMAL-PRECISION IS NUMERIC
            AND LITERAL-DECIMAL-SCALE IS NUMERIC
            AND LITERAL-DECIMAL-PRECISION > ZERO
            AND LITERAL-DECIMAL-PRECISION NOT > 38
            AND LITERAL-DECIMAL-SCALE NOT > LITERAL-DECIMAL-PRECISION
        SET WS-DECIMAL-IS-TYPED TO TRUE
        MOVE LITERAL-DECIMAL-PRECISION TO WS-DEC-PRECISION
        MOVE LITERAL-DECIMAL-SCALE TO WS-DEC-SCALE
        MOVE LITERAL-RAW-VALUE TO WS-DECIMAL-INPUT
        PERFORM COERCE-DECIMAL-TEXT
        IF WS-DECIMAL-OK
            PERFORM FORMAT-DECIMAL-VALUE-TEXT
        ELSE
            SET WS-COERCION-OK-SWITCH TO 'N'
        END-IF
    ELSE
        PERFORM COERCE-NUMERIC-LITERAL
    END-IF.

*> Splits a decimal text into sign, significant integer digits and
*> fraction digits, then checks it against the precision and scale:
*> more integer digits than precision less scale is an overflow, more
*> fraction digits than the scale is excess scale - either way the
*> value cannot be held exactly and the coercion fails.
COERCE-DECIMAL-TEXT.
    MOVE 'N' TO WS-DEC-NEGATIVE-SWITCH.
    MOVE 'N' TO WS-DEC-NONZERO-SWITCH.
    MOVE 'N' TO WS-DEC-DIGIT-SEEN-SWITCH.
    MOVE SPACES TO WS-DEC-INTEGER-DIGITS.
    MOVE SPACES TO WS-DEC-FRACTION-DIGITS.
    MOVE ZERO TO WS-DEC-INTEGER-LENGTH.
    MOVE ZERO TO WS-DEC-FRACTION-LENGTH.
    MOVE SPACES TO WS-DECIMAL-FAILURE-REASON.
    MOVE SPACES TO WS-DECIMAL-OUTPUT.
    SET WS-DEC-BEFORE-NUMBER TO TRUE.
    SET WS-DECIMAL-OK TO TRUE.
    PERFORM SCAN-ONE-DECIMAL-CHAR
        VARYING WS-DEC-CHAR-IDX FROM 1 BY 1
        UNTIL WS-DEC-CHAR-IDX > 64 OR NOT WS-DECIMAL-OK.
    EVALUATE TRUE
        WHEN NOT WS-DECIMAL-OK
            CONTINUE
        WHEN NOT WS-DEC-DIGIT-SEEN
            MOVE 'N' TO WS-DECIMAL-OK-SWITCH
            MOVE 'NOT A NUMBER' TO WS-DECIMAL-FAILURE-REASON
        WHEN WS-DEC-INTEGER-LENGTH > WS-DEC-PRECISION - WS-DEC-SCALE
            MOVE 'N' TO WS-DECIMAL-OK-SWITCH
            MOVE 'OVERFLOW' TO WS-DECIMAL-FAILURE-REASON
        WHEN WS-DEC-FRACTION-LENGTH > WS-DEC-SCALE
            MOVE 'N' TO WS-DECIMAL-OK-SWITCH
            MOVE 'EXCESS SCALE' TO WS-DECIMAL-FAILURE-REASON
        WHEN OTHER
            PERFORM BUILD-DECIMAL-KEY
    END-EVALUATE.

SCAN-ONE-DECIMAL-CHAR.
    MOVE WS-DECIMAL-INPUT (WS-DEC-CHAR-IDX:1) TO WS-DEC-CHAR.
    EVALUATE TRUE
        WHEN WS-DEC-CHAR = SPACE
            IF WS-DEC-IN-INTEGER OR WS-DEC-IN-FRACTION
                SET WS-DEC-AFTER-NUMBER TO TRUE
            END-IF
        WHEN WS-DEC-AFTER-NUMBER
            MOVE 'N' TO WS-DECIMAL-OK-SWITCH
            MOVE 'NOT A NUMBER' TO WS-DECIMAL-FAILURE-REASON
        WHEN (WS-DEC-CHAR = '-' OR '+') AND WS-DEC-BEFORE-NUMBER
            IF WS-DEC-CHAR = '-'
                SET WS-DEC-IS-NEGATIVE TO TRUE
            END-IF
            SET WS-DEC-IN-INTEGER TO TRUE
        WHEN WS-DEC-CHAR = '.' AND NOT WS-DEC-IN-FRACTION
            SET WS-DEC-IN-FRACTION TO TRUE
        WHEN WS-DEC-CHAR IS NUMERIC
            SET WS-DEC-DIGIT-SEEN TO TRUE
            IF WS-DEC-CHAR NOT = '0'
                SET WS-DEC-IS-NONZERO TO TRUE
            END-IF
            IF WS-DEC-IN-FRACTION
                PERFORM NOTE-DECIMAL-FRACTION-DIGIT
            ELSE
                SET WS-DEC-IN-INTEGER TO TRUE
                PERFORM NOTE-DECIMAL-INTEGER-DIGIT
            END-IF
        WHEN OTHER
            MOVE 'N' TO WS-DECIMAL-OK-SWITCH
            MOVE 'NOT A NUMBER' TO WS-DECIMAL-FAILURE-REASON
    END-EVALUATE.

*> Leading zeros are not significant and are dropped as they come.
NOTE-DECIMAL-INTEGER-DIGIT.
    IF WS-DEC-CHAR NOT = '0' OR WS-DEC-INTEGER-LENGTH > ZERO
        IF WS-DEC-INTEGER-LENGTH < 38
            ADD 1 TO WS-DEC-INTEGER-LENGTH
            MOVE WS-DEC-CHAR
                TO WS-DEC-INTEGER-DIGITS (WS-DEC-INTEGER-LENGTH:1)
        ELSE
            MOVE 'N' TO WS-DECIMAL-OK-SWITCH
            MOVE 'OVERFLOW' TO WS-DECIMAL-FAILURE-REASON
        END-IF
    END-IF.

NOTE-DECIMAL-FRACTION-DIGIT.
    IF WS-DEC-FRACTION-LENGTH < 38
        ADD 1 TO WS-DEC-FRACTION-LENGTH
        MOVE WS-DEC-CHAR
            TO WS-DEC-FRACTION-DIGITS (WS-DEC-FRACTION-LENGTH:1)
    ELSE
        MOVE 'N' TO WS-DECIMAL-OK-SWITCH
        MOVE 'EXCESS SCALE' TO WS-DECIMAL-FAILURE-REASON
    END-IF.

*> The key: sign byte, then precision digits with the integer part
*> right-aligned against the decimal point and the fraction left-
*> aligned after it. Negative zero is plain zero.
BUILD-DECIMAL-KEY.
    MOVE SPACES TO WS-DECIMAL-OUTPUT.
    MOVE ALL '0' TO WS-DECIMAL-OUTPUT (2:WS-DEC-PRECISION).
    IF WS-DEC-IS-NEGATIVE AND WS-DEC-IS-NONZERO
        MOVE 'N' TO WS-DECIMAL-OUTPUT (1:1)
    ELSE
        MOVE 'P' TO WS-DECIMAL-OUTPUT (1:1)
    END-IF.
    IF WS-DEC-INTEGER-LENGTH > ZERO
        COMPUTE WS-DEC-START = 2 + WS-DEC-PRECISION - WS-DEC-SCALE
            - WS-DEC-INTEGER-LENGTH
        MOVE WS-DEC-INTEGER-DIGITS (1:WS-DEC-INTEGER-LENGTH)
            TO WS-DECIMAL-OUTPUT (WS-DEC-START:WS-DEC-INTEGER-LENGTH)
    END-IF.
    IF WS-DEC-FRACTION-LENGTH > ZERO
        COMPUTE WS-DEC-START = 2 + WS-DEC-PRECISION - WS-DEC-SCALE
        MOVE WS-DEC-FRACTION-DIGITS (1:WS-DEC-FRACTION-LENGTH)
            TO WS-DECIMAL-OUTPUT (WS-DEC-START:WS-DEC-FRACTION-LENGTH)
    END-IF.
    IF WS-DECIMAL-OUTPUT (1:1) = 'N'
        INSPECT WS-DECIMAL-OUTPUT (2:WS-DEC-PRECISION)
            CONVERTING '0123456789' TO '9876543210'
    END-IF.

*> 'DECIMAL(P,S)' for the logs, without the edited fields' padding.
FORMAT-DECIMAL-TYPE-TEXT.
    MOVE SPACES TO WS-DEC-TYPE-TEXT.
    MOVE WS-DEC-PRECISION TO WS-DEC-NUMBER-DISPLAY.
    PERFORM SQUEEZE-DECIMAL-NUMBER.
    STRING 'DECIMAL(' DELIMITED BY SIZE
        WS-DEC-NUMBER-TEXT DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        INTO WS-DEC-TYPE-TEXT.
    MOVE WS-DEC-SCALE TO WS-DEC-NUMBER-DISPLAY.
    PERFORM SQUEEZE-DECIMAL-NUMBER.
    IF WS-DEC-PRECISION < 10
        STRING WS-DEC-NUMBER-TEXT DELIMITED BY SPACE
            ')' DELIMITED BY SIZE
            INTO WS-DEC-TYPE-TEXT (11:5)
    ELSE
        STRING WS-DEC-NUMBER-TEXT DELIMITED BY SPACE
            ')' DELIMITED BY SIZE
            INTO WS-DEC-TYPE-TEXT (12:5)
    END-IF.

SQUEEZE-DECIMAL-NUMBER.
    MOVE WS-DEC-NUMBER-DISPLAY TO WS-DEC-NUMBER-TEXT.
    IF WS-DEC-NUMBER-TEXT (1:1) = SPACE
        MOVE WS-DEC-NUMBER-TEXT (2:1) TO WS-DEC-NUMBER-TEXT (1:1)
        MOVE SPACE TO WS-DEC-NUMBER-TEXT (2:1)
    END-IF.

*> The coerced value written out at exactly the column's scale:
*> '1000.5' on a DECIMAL(18,2) column is 1000.50.
FORMAT-DECIMAL-VALUE-TEXT.
    MOVE SPACES TO WS-DECIMAL-VALUE-TEXT.
    MOVE 1 TO WS-DEC-START.
    IF WS-DEC-IS-NEGATIVE AND WS-DEC-IS-NONZERO
        MOVE '-' TO WS-DECIMAL-VALUE-TEXT (WS-DEC-START:1)
        ADD 1 TO WS-DEC-START
    END-IF.
    IF WS-DEC-INTEGER-LENGTH > ZERO
        MOVE WS-DEC-INTEGER-DIGITS (1:WS-DEC-INTEGER-LENGTH)
            TO WS-DECIMAL-VALUE-TEXT (WS-DEC-START:WS-DEC-INTEGER-LENGTH)
        ADD WS-DEC-INTEGER-LENGTH TO WS-DEC-START
    ELSE
        MOVE '0' TO WS-DECIMAL-VALUE-TEXT (WS-DEC-START:1)
        ADD 1 TO WS-DEC-START
    END-IF.
    IF WS-DEC-SCALE > ZERO
        MOVE '.' TO WS-DECIMAL-VALUE-TEXT (WS-DEC-START:1)
        ADD 1 TO WS-DEC-START
        MOVE ALL '0' TO WS-DECIMAL-VALUE-TEXT (WS-DEC-START:WS-DEC-SCALE)
        IF WS-DEC-FRACTION-LENGTH > ZERO
            MOVE WS-DEC-FRACTION-DIGITS (1:WS-DEC-FRACTION-LENGTH)
                TO WS-DECIMAL-VALUE-TEXT
                    (WS-DEC-START:WS-DEC-FRACTION-LENGTH)
        END-IF
    END-IF.

*> 'YYYY-MM-DD' to days from the 1970-01-01 epoch. The separators,
*> digit positions and calendar ranges are all checked first - a
*> malformed value goes to the coercion-failure log instead of
    END-IF.

WRITE-LITERAL-VALUE-LINE.
    MOVE SPACES TO LITERAL-VALUE-LINE.
    MOVE WS-LITERAL-VALUE TO WS-LITERAL-VALUE-DISPLAY.
    IF LITERAL-TYPE = 'STRING' OR 'UUID' OR 'BINARY'
        STRING 'LITERAL TYPE ' LITERAL-TYPE DELIMITED BY SPACE
            ' VALUE [' LITERAL-RAW-VALUE DELIMITED BY SPACE
            ']' DELIMITED BY SIZE
            INTO LITERAL-VALUE-LINE
    ELSE IF WS-DECIMAL-IS-TYPED
        PERFORM FORMAT-DECIMAL-TYPE-TEXT
        STRING 'LITERAL TYPE ' DELIMITED BY SIZE
            WS-DEC-TYPE-TEXT DELIMITED BY SPACE
            ' VALUE ' DELIMITED BY SIZE
            WS-DECIMAL-VALUE-TEXT DELIMITED BY SPACE
            INTO LITERAL-VALUE-LINE
    ELSE
        STRING 'LITERAL TYPE ' LITERAL-TYPE DELIMITED BY SPACE
            ' VALUE ' WS-LITERAL-VALUE-DISPLAY DELIMITED BY SIZE
    WRITE LITERAL-VALUE-LINE.

WRITE-COERCION-FAILURE-LINE.
    MOVE SPACES TO COERCION-FAILURE-LINE.
    IF WS-DECIMAL-IS-TYPED
        PERFORM FORMAT-DECIMAL-TYPE-TEXT
        STRING 'CANNOT COERCE [' DELIMITED BY SIZE
            LITERAL-RAW-VALUE DELIMITED BY SPACE
            '] TO TYPE ' DELIMITED BY SIZE
            WS-DEC-TYPE-TEXT DELIMITED BY SPACE
            ' - ' DELIMITED BY SIZE
            WS-DECIMAL-FAILURE-REASON DELIMITED BY SIZE
            INTO COERCION-FAILURE-LINE
    ELSE
        STRING 'CANNOT COERCE [' LITERAL-RAW-VALUE DELIMITED BY SPACE
            '] TO TYPE ' LITERAL-TYPE DELIMITED BY SPACE
            INTO COERCION-FAILURE-LINE
    END-IF.
    WRITE COERCION-FAILURE-LINE.
