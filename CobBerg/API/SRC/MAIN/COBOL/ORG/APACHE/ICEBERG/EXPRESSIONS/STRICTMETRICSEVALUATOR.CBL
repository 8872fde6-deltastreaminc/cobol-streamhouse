    SELECT PREDICATE-COUNTER-REPORT
        ASSIGN TO "STRICTEVALCOUNTERS"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT COERCION-FAILURE-LOG
        ASSIGN TO "LITERALCOERCIONFAILURES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COERCION-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
   05 PCARD-FILE-SIZE-BYTES PIC 9(18).
   05 PCARD-GROUP-ID PIC 9(3).
   05 PCARD-LITERAL-TYPE PIC X(10).
   05 PCARD-DECIMAL-PRECISION PIC 9(2).
   05 PCARD-DECIMAL-SCALE PIC 9(2).

FD EVALUATION-RESULT-LOG.
01 EVALUATION-RESULT-LINE PIC X(120).
FD PREDICATE-COUNTER-REPORT.
01 PREDICATE-COUNTER-LINE PIC X(80).

*> Shared with LITERALS: a DECIMAL literal the column cannot hold is
*> listed here alongside the coercion failures LITERALS finds.
FD COERCION-FAILURE-LOG.
01 COERCION-FAILURE-LINE PIC X(120).

WORKING-STORAGE SECTION.
01 WS-COERCION-LOG-STATUS PIC XX.
   88 WS-COERCION-LOG-OK VALUE '00'.
01 WS-CARD-FILE-STATUS PIC XX.
   88 WS-FILE-OK VALUE '00'.
01 WS-CARD-EOF-SWITCH PIC X VALUE 'N'.
01 WS-TMP-SECONDS PIC 9(2) VALUE ZERO.
01 WS-TEMPORAL-CANONICAL PIC 9(18) VALUE ZERO.

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
01 WS-DECIMAL-UNCOMPARABLE-SWITCH PIC X VALUE 'N'.
   88 WS-DECIMAL-UNCOMPARABLE VALUE 'Y'.

*> One entry per (file, group): cards in a group are alternatives, so
*> the group holds strictly once any alternative must match; the file
*> holds strictly only when every group does.
    OPEN INPUT PREDICATE-CARD-FILE.
    IF WS-FILE-OK
        OPEN OUTPUT EVALUATION-RESULT-LOG
        OPEN EXTEND COERCION-FAILURE-LOG
        IF NOT WS-COERCION-LOG-OK
            CLOSE COERCION-FAILURE-LOG
            OPEN OUTPUT COERCION-FAILURE-LOG
        END-IF
        MOVE 'N' TO WS-CARD-EOF-SWITCH
        PERFORM EVALUATE-ONE-PREDICATE-CARD UNTIL END-OF-CARDS
        CLOSE PREDICATE-CARD-FILE
        CLOSE EVALUATION-RESULT-LOG
        CLOSE COERCION-FAILURE-LOG
    END-IF.

EVALUATE-ONE-PREDICATE-CARD.
            COMPUTE WS-NON-NULL-COUNT =
                PCARD-VALUE-COUNT - PCARD-NULL-COUNT
            PERFORM NORMALIZE-TEMPORAL-CARD
            PERFORM NORMALIZE-DECIMAL-CARD
            EVALUATE PCARD-PREDICATE-TYPE
                WHEN 'LT'            PERFORM EVAL-LT
                WHEN 'LTEQ'          PERFORM EVAL-LTEQ
                WHEN OTHER
                    MOVE 'MIGHT-NOT-MATCH' TO WS-VERDICT
            END-EVALUATE
            IF WS-DECIMAL-UNCOMPARABLE
                PERFORM APPLY-DECIMAL-FALLBACK-VERDICT
            END-IF
            PERFORM RECORD-PREDICATE-COUNT
            PERFORM RECORD-GROUP-VERDICT
            PERFORM WRITE-EVALUATION-RESULT
        SET WS-TEMPORAL-OK TO TRUE
    END-IF.

*> A DECIMAL card carrying its column's precision and scale has its
*> literal and both bounds rewritten to the scale-aligned key before
*> any comparison runs. A literal that overflows the column or carries
*> more scale than it has is listed as a coercion failure, and the
*> card is left uncomparable; a card without precision and scale (an
*> older deck) compares as written.
NORMALIZE-DECIMAL-CARD.
    MOVE 'N' TO WS-DECIMAL-UNCOMPARABLE-SWITCH.
    IF PCARD-LITERAL-TYPE = 'DECIMAL'
            AND PCARD-DECIMAL-PRECISION IS NUMERIC
            AND PCARD-DECIMAL-SCALE IS NUMERIC
            AND PCARD-DECIMAL-PRECISION > ZERO
            AND PCARD-DECIMAL-PRECISION NOT > 38
            AND PCARD-DECIMAL-SCALE NOT > PCARD-DECIMAL-PRECISION
        MOVE PCARD-DECIMAL-PRECISION TO WS-DEC-PRECISION
        MOVE PCARD-DECIMAL-SCALE TO WS-DEC-SCALE
        MOVE PCARD-LITERAL TO WS-DECIMAL-INPUT
        PERFORM COERCE-DECIMAL-TEXT
        IF WS-DECIMAL-OK
            MOVE WS-DECIMAL-OUTPUT TO PCARD-LITERAL
        ELSE
            SET WS-DECIMAL-UNCOMPARABLE TO TRUE
            PERFORM LOG-DECIMAL-COERCION-FAILURE
        END-IF
        MOVE PCARD-LOWER-BOUND TO WS-DECIMAL-INPUT
        PERFORM COERCE-DECIMAL-TEXT
        IF WS-DECIMAL-OK
            MOVE WS-DECIMAL-OUTPUT TO PCARD-LOWER-BOUND
        ELSE
            SET WS-DECIMAL-UNCOMPARABLE TO TRUE
        END-IF
        MOVE PCARD-UPPER-BOUND TO WS-DECIMAL-INPUT
        PERFORM COERCE-DECIMAL-TEXT
        IF WS-DECIMAL-OK
            MOVE WS-DECIMAL-OUTPUT TO PCARD-UPPER-BOUND
        ELSE
            SET WS-DECIMAL-UNCOMPARABLE TO TRUE
        END-IF
    END-IF.

*> A DECIMAL card whose values could not be keyed cannot prove any
*> comparison, so every value predicate falls back to the
*> conservative answer.
APPLY-DECIMAL-FALLBACK-VERDICT.
    EVALUATE PCARD-PREDICATE-TYPE
        WHEN 'LT' WHEN 'LTEQ' WHEN 'GT' WHEN 'GTEQ'
                WHEN 'EQ' WHEN 'IN' WHEN 'NOTEQ' WHEN 'NOTIN'
            MOVE 'MIGHT-NOT-MATCH' TO WS-VERDICT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

LOG-DECIMAL-COERCION-FAILURE.
    PERFORM FORMAT-DECIMAL-TYPE-TEXT.
    MOVE SPACES TO COERCION-FAILURE-LINE.
    STRING 'CANNOT COERCE [' DELIMITED BY SIZE
        PCARD-LITERAL DELIMITED BY SPACE
        '] TO TYPE ' DELIMITED BY SIZE
        WS-DEC-TYPE-TEXT DELIMITED BY SPACE
        ' - ' DELIMITED BY SIZE
        WS-DECIMAL-FAILURE-REASON DELIMITED BY SIZE
        INTO COERCION-FAILURE-LINE.
    WRITE COERCION-FAILURE-LINE.

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

RECORD-PREDICATE-COUNT.
    SET WS-PC-IDX TO 1.
    SEARCH WS-PC-ENTRY
