    SELECT PROJECTION-RESULT-LOG
        ASSIGN TO "PROJECTIONRESULTLOG"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT COERCION-FAILURE-LOG
        ASSIGN TO "LITERALCOERCIONFAILURES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COERCION-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
*> particular request overrides the projection's default
*> case-sensitivity (rather than always treating column names as
*> case-sensitive), and the predicate's literal so the parameterized
*> transforms can compute the projected partition value. A DECIMAL
*> column's literal arrives with the column's precision and scale so
*> TRUNCATE works on the unscaled value, as the data files do.
FD PROJECTION-REQUEST-FILE.
01 PROJECTION-REQUEST-CARD.
   05 PR-PROJECTION-TYPE PIC X(10).
      88 PR-REQUEST-IS-CASE-SENSITIVE VALUE 'Y'.
      88 PR-REQUEST-IS-CASE-INSENSITIVE VALUE 'N'.
   05 PR-LITERAL PIC X(40).
   05 PR-LITERAL-TYPE PIC X(10).
   05 PR-DECIMAL-PRECISION PIC 9(2).
   05 PR-DECIMAL-SCALE PIC 9(2).

FD PROJECTION-RESULT-LOG.
01 PROJECTION-RESULT-LINE PIC X(200).

*> Shared with LITERALS and the metrics evaluators: a DECIMAL literal
*> the column cannot hold is listed here as well as refused in the
*> result log.
FD COERCION-FAILURE-LOG.
01 COERCION-FAILURE-LINE PIC X(120).

WORKING-STORAGE SECTION.
01 WS-COERCION-LOG-STATUS PIC XX.
   88 WS-COERCION-LOG-OK VALUE '00'.
01 WS-FIELD-FILE-STATUS PIC XX.
   88 WS-FIELD-FILE-OK VALUE '00'.
01 WS-REQUEST-FILE-STATUS PIC XX.
01 WS-TRUNCATED-NUMBER PIC S9(18) VALUE ZERO.
01 WS-TRUNCATED-DISPLAY PIC -(17)9.

*> Scratch fields for normalizing DECIMAL values to one order-
*> preserving key at the column's precision and scale: a sign byte
*> ('N' sorts below 'P') then the unscaled digits, complemented for a
*> negative value, so '1000.5' and '1000.50' compare equal and the
*> alphanumeric comparisons order them as numbers.
01 WS-DECIMAL-INPUT PIC X(40).
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
01 WS-DEC-UNSCALED-AREA.
   05 WS-DEC-UNSCALED-DIGITS PIC 9(38).
01 WS-DEC-UNSCALED-TEXT REDEFINES WS-DEC-UNSCALED-AREA PIC X(38).
01 WS-DEC-UNSCALED PIC S9(38) VALUE ZERO.
01 WS-DEC-TRUNCATED PIC S9(38) VALUE ZERO.
01 WS-DEC-WHOLE-LENGTH PIC 9(2) COMP.
01 WS-DEC-LEADING-ZEROS PIC 9(2) COMP.

01 WS-LOWER-SOURCE-FIELD PIC X(40).
01 WS-LOWER-PREDICATE-FIELD PIC X(40).
01 WS-MATCH-FOUND-SWITCH PIC X VALUE 'N'.
    OPEN INPUT PROJECTION-REQUEST-FILE.
    IF WS-REQUEST-FILE-OK
        OPEN OUTPUT PROJECTION-RESULT-LOG
        OPEN EXTEND COERCION-FAILURE-LOG
        IF NOT WS-COERCION-LOG-OK
            CLOSE COERCION-FAILURE-LOG
            OPEN OUTPUT COERCION-FAILURE-LOG
        END-IF
        PERFORM PROCESS-ONE-PROJECTION-REQUEST UNTIL END-OF-REQUESTS
        CLOSE PROJECTION-REQUEST-FILE
        CLOSE PROJECTION-RESULT-LOG
        CLOSE COERCION-FAILURE-LOG
    END-IF.

PROCESS-ONE-PROJECTION-REQUEST.
PROJECT-TRANSFORMED-PREDICATE.
    MOVE 'N' TO WS-TRANSFORM-PROJECTED-SWITCH.
    MOVE 'N' TO WS-TRANSFORM-REFUSED-SWITCH.
    MOVE 'N' TO WS-DECIMAL-TYPED-SWITCH.
    SET WS-DECIMAL-OK TO TRUE.
    MOVE SPACES TO WS-PROJECTED-PREDICATE.
    MOVE SPACES TO WS-PROJECTED-VALUE.
    IF WS-MATCH-FOUND AND NOT WS-MATCH-AMBIGUOUS
    END-PERFORM.

*> Numeric literals truncate to the floor of their width-W bucket;
*> character literals truncate to their first W characters. A DECIMAL
*> literal truncates its unscaled value, so W counts units of the
*> column's last decimal place; one the column cannot hold is not
*> projected at all.
PROJECT-TRUNCATE-PREDICATE.
    COMPUTE WS-NUMVAL-CHECK = FUNCTION TEST-NUMVAL (PR-LITERAL).
    IF PR-LITERAL-TYPE = 'DECIMAL'
            AND PR-DECIMAL-PRECISION IS NUMERIC
            AND PR-DECIMAL-SCALE IS NUMERIC
            AND PR-DECIMAL-PRECISION > ZERO
            AND PR-DECIMAL-PRECISION NOT > 38
            AND PR-DECIMAL-SCALE NOT > PR-DECIMAL-PRECISION
        PERFORM TRUNCATE-DECIMAL-LITERAL
    ELSE IF WS-NUMVAL-CHECK = 0
        COMPUTE WS-NUMERIC-LITERAL = FUNCTION NUMVAL (PR-LITERAL)
        COMPUTE WS-TRUNCATED-NUMBER = WS-NUMERIC-LITERAL -
            FUNCTION MOD (WS-NUMERIC-LITERAL,
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN NOT WS-DECIMAL-OK
            SET WS-TRANSFORM-WAS-REFUSED TO TRUE
        WHEN PR-PROJECTION-TYPE = 'INCLUSIVE'
                AND PR-PREDICATE-TYPE = 'EQ'
            MOVE 'EQ' TO WS-PROJECTED-PREDICATE
            SET WS-TRANSFORM-WAS-REFUSED TO TRUE
    END-EVALUATE.

TRUNCATE-DECIMAL-LITERAL.
    SET WS-DECIMAL-IS-TYPED TO TRUE.
    MOVE PR-DECIMAL-PRECISION TO WS-DEC-PRECISION.
    MOVE PR-DECIMAL-SCALE TO WS-DEC-SCALE.
    MOVE PR-LITERAL TO WS-DECIMAL-INPUT.
    PERFORM COERCE-DECIMAL-TEXT.
    IF WS-DECIMAL-OK
        PERFORM LOAD-DECIMAL-UNSCALED
        COMPUTE WS-DEC-TRUNCATED = WS-DEC-UNSCALED -
            FUNCTION MOD (WS-DEC-UNSCALED,
                PF-TABLE-TRANSFORM-PARAM (PF-IDX))
        PERFORM FORMAT-DECIMAL-TRUNCATED
        MOVE WS-DECIMAL-VALUE-TEXT TO WS-PROJECTED-VALUE
    ELSE
        PERFORM LOG-DECIMAL-COERCION-FAILURE
    END-IF.

LOG-DECIMAL-COERCION-FAILURE.
    PERFORM FORMAT-DECIMAL-TYPE-TEXT.
    MOVE SPACES TO COERCION-FAILURE-LINE.
    STRING 'CANNOT COERCE [' DELIMITED BY SIZE
        PR-LITERAL DELIMITED BY SPACE
        '] TO TYPE ' DELIMITED BY SIZE
        WS-DEC-TYPE-TEXT DELIMITED BY SPACE
        ' - ' DELIMITED BY SIZE
        WS-DECIMAL-FAILURE-REASON DELIMITED BY SIZE
        INTO COERCION-FAILURE-LINE.
    WRITE COERCION-FAILURE-LINE.

*> The literal's digits laid out at the column's scale and read back
*> as one whole number of the column's smallest unit.
LOAD-DECIMAL-UNSCALED.
    MOVE ALL '0' TO WS-DEC-UNSCALED-TEXT.
    IF WS-DEC-INTEGER-LENGTH > ZERO
        COMPUTE WS-DEC-START = 39 - WS-DEC-SCALE - WS-DEC-INTEGER-LENGTH
        MOVE WS-DEC-INTEGER-DIGITS (1:WS-DEC-INTEGER-LENGTH)
            TO WS-DEC-UNSCALED-TEXT (WS-DEC-START:WS-DEC-INTEGER-LENGTH)
    END-IF.
    IF WS-DEC-FRACTION-LENGTH > ZERO
        COMPUTE WS-DEC-START = 39 - WS-DEC-SCALE
        MOVE WS-DEC-FRACTION-DIGITS (1:WS-DEC-FRACTION-LENGTH)
            TO WS-DEC-UNSCALED-TEXT (WS-DEC-START:WS-DEC-FRACTION-LENGTH)
    END-IF.
    MOVE WS-DEC-UNSCALED-DIGITS TO WS-DEC-UNSCALED.
    IF WS-DEC-IS-NEGATIVE
        COMPUTE WS-DEC-UNSCALED = 0 - WS-DEC-UNSCALED
    END-IF.

*> The truncated unscaled value written back out at the column's
*> scale, leading zeros dropped.
FORMAT-DECIMAL-TRUNCATED.
    MOVE SPACES TO WS-DECIMAL-VALUE-TEXT.
    MOVE 1 TO WS-DEC-START.
    IF WS-DEC-TRUNCATED < ZERO
        MOVE '-' TO WS-DECIMAL-VALUE-TEXT (1:1)
        ADD 1 TO WS-DEC-START
        COMPUTE WS-DEC-UNSCALED-DIGITS = 0 - WS-DEC-TRUNCATED
    ELSE
        MOVE WS-DEC-TRUNCATED TO WS-DEC-UNSCALED-DIGITS
    END-IF.
    COMPUTE WS-DEC-WHOLE-LENGTH = 38 - WS-DEC-SCALE.
    MOVE ZERO TO WS-DEC-LEADING-ZEROS.
    IF WS-DEC-WHOLE-LENGTH > ZERO
        INSPECT WS-DEC-UNSCALED-TEXT (1:WS-DEC-WHOLE-LENGTH)
            TALLYING WS-DEC-LEADING-ZEROS FOR LEADING '0'
    END-IF.
    IF WS-DEC-LEADING-ZEROS < WS-DEC-WHOLE-LENGTH
        COMPUTE WS-DEC-WHOLE-LENGTH =
            WS-DEC-WHOLE-LENGTH - WS-DEC-LEADING-ZEROS
        MOVE WS-DEC-UNSCALED-TEXT
                (WS-DEC-LEADING-ZEROS + 1:WS-DEC-WHOLE-LENGTH)
            TO WS-DECIMAL-VALUE-TEXT (WS-DEC-START:WS-DEC-WHOLE-LENGTH)
        ADD WS-DEC-WHOLE-LENGTH TO WS-DEC-START
    ELSE
        MOVE '0' TO WS-DECIMAL-VALUE-TEXT (WS-DEC-START:1)
        ADD 1 TO WS-DEC-START
    END-IF.
    IF WS-DEC-SCALE > ZERO
        MOVE '.' TO WS-DECIMAL-VALUE-TEXT (WS-DEC-START:1)
        ADD 1 TO WS-DEC-START
        MOVE WS-DEC-UNSCALED-TEXT (39 - WS-DEC-SCALE:WS-DEC-SCALE)
            TO WS-DECIMAL-VALUE-TEXT (WS-DEC-START:WS-DEC-SCALE)
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
        UNTIL WS-DEC-CHAR-IDX > 40 OR NOT WS-DECIMAL-OK.
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

*> An explicit 'Y' or 'N' override on the card wins; any other value
*> (typically spaces, meaning "not specified") falls back to the
*> projection's own default case-sensitivity.
    END-IF.

WRITE-PROJECTION-RESULT-LINE.
    MOVE SPACES TO PROJECTION-RESULT-LINE.
    IF WS-MATCH-AMBIGUOUS
        STRING "PROJECTION " PR-PROJECTION-TYPE DELIMITED BY SPACE
            " FIELD=" PR-PREDICATE-FIELD-NAME DELIMITED BY SPACE
            " PROJECTED-VALUE=" WS-PROJECTED-VALUE
                DELIMITED BY SPACE
            INTO PROJECTION-RESULT-LINE
    ELSE IF WS-TRANSFORM-WAS-REFUSED AND NOT WS-DECIMAL-OK
        PERFORM FORMAT-DECIMAL-TYPE-TEXT
        STRING "PROJECTION " PR-PROJECTION-TYPE DELIMITED BY SPACE
            " FIELD=" PR-PREDICATE-FIELD-NAME DELIMITED BY SPACE
            " PREDICATE=" PR-PREDICATE-TYPE DELIMITED BY SPACE
            " CANNOT PROJECT: LITERAL [" DELIMITED BY SIZE
            PR-LITERAL DELIMITED BY SPACE
            "] DOES NOT FIT " DELIMITED BY SIZE
            WS-DEC-TYPE-TEXT DELIMITED BY SPACE
            " - " DELIMITED BY SIZE
            WS-DECIMAL-FAILURE-REASON DELIMITED BY SIZE
            INTO PROJECTION-RESULT-LINE
    ELSE IF WS-TRANSFORM-WAS-REFUSED
        STRING "PROJECTION " PR-PROJECTION-TYPE DELIMITED BY SPACE
            " FIELD=" PR-PREDICATE-FIELD-NAME DELIMITED BY SPACE
