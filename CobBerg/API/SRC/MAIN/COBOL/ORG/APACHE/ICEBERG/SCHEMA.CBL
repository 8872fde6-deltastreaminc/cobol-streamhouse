        ASSIGN TO "SCHEMAREGISTRY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTRY-FILE-STATUS.
    SELECT SCHEMA-IMPACT-CARD-FILE
        ASSIGN TO "SCHEMAIMPACTCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IMPACT-CARD-STATUS.
    SELECT SCHEMA-IMPACT-REPORT
        ASSIGN TO "SCHEMAIMPACTREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TABLE-SORT-ORDER-FILE
        ASSIGN TO "TABLESORTORDER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IMPACT-SOURCE-STATUS.
    SELECT CURRENT-SPEC-FILE
        ASSIGN TO "CURRENTPARTITIONSPEC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IMPACT-SOURCE-STATUS.
    SELECT VIEW-DEPENDENCY-FILE
        ASSIGN TO "VIEWDEPENDENCYFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IMPACT-SOURCE-STATUS.
    SELECT PARSED-STRICT-CARD-FILE
        ASSIGN TO "PARSEDSTRICTCARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IMPACT-SOURCE-STATUS.
    SELECT STRICT-EVAL-CARD-FILE
        ASSIGN TO "STRICTEVALCARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IMPACT-SOURCE-STATUS.
    SELECT DQ-RULE-DECK-FILE
        ASSIGN TO "DATAQUALITYRULES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IMPACT-SOURCE-STATUS.
    SELECT SUBSCRIBER-REGISTRY-FILE
        ASSIGN TO "SUBSCRIBERREGISTRY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IMPACT-SOURCE-STATUS.
    SELECT BRIDGE-CONFIG-FILE
        ASSIGN TO "BRIDGECONFIG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IMPACT-SOURCE-STATUS.
    SELECT COLUMN-SENSITIVITY-FILE
        ASSIGN TO "COLUMNSENSITIVITY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IMPACT-SOURCE-STATUS.

DATA DIVISION.
FILE SECTION.
   05 RG-HAS-DEFAULT-SWITCH PIC X.
   05 RG-DEFAULT-VALUE PIC X(64).

*> Which table the change deck is for (the catalog key views are
*> recorded against, and the table name the per-table decks carry),
*> and the override: a deck whose drops or renames would break a
*> dependent is refused unless this card carries the override byte
*> and the approver who accepted the breakage.
FD SCHEMA-IMPACT-CARD-FILE.
01 SCHEMA-IMPACT-CARD.
   05 SIM-TABLE-KEY PIC X(160).
   05 SIM-TABLE-NAME PIC X(128).
   05 SIM-OVERRIDE-FLAG PIC X.
      88 SIM-OVERRIDE-PRESENT VALUE 'Y'.
   05 SIM-APPROVER PIC X(30).

*> The "who breaks" report: one line per dependent of a dropped or
*> renamed field, and the verdict.
FD SCHEMA-IMPACT-REPORT.
01 SCHEMA-IMPACT-LINE PIC X(300).

*> The dependents, each read in its owner's layout.
FD TABLE-SORT-ORDER-FILE.
01 TABLE-SORT-ORDER-CARD.
   05 TSO-TABLE-NAME PIC X(128).
   05 TSO-SORT-POSITION PIC 9(3).
   05 TSO-FIELD-ID PIC 9(9).
   05 TSO-DIRECTION PIC X(4).
   05 TSO-NULL-ORDER PIC X(5).

FD CURRENT-SPEC-FILE.
01 CURRENT-SPEC-CARD.
   05 CSC-SOURCE-ID PIC 9(9).
   05 CSC-FIELD-ID PIC 9(9).
   05 CSC-NAME PIC X(128).
   05 CSC-TRANSFORM PIC X(30).

FD VIEW-DEPENDENCY-FILE.
01 VIEW-DEPENDENCY-CARD.
   05 VD-VIEW-KEY PIC X(160).
   05 VD-BASE-KEY PIC X(160).
   05 VD-EDGE-STATE PIC X(10).
      88 VD-EDGE-UNRESOLVED VALUE 'UNRESOLVED'.

FD PARSED-STRICT-CARD-FILE.
01 PARSED-STRICT-CARD.
   05 PSC-FILE-ID PIC X(20).
   05 PSC-FIELD-ID PIC 9(9).
   05 PSC-PREDICATE-TYPE PIC X(14).
   05 PSC-LITERAL PIC X(40).
   05 PSC-VALUE-COUNT PIC 9(9).
   05 PSC-NULL-COUNT PIC 9(9).
   05 PSC-NAN-COUNT PIC 9(9).
   05 PSC-LOWER-BOUND PIC X(40).
   05 PSC-UPPER-BOUND PIC X(40).
   05 PSC-FILE-SIZE-BYTES PIC 9(18).
   05 PSC-GROUP-ID PIC 9(3).
   05 PSC-LITERAL-TYPE PIC X(10).
   05 PSC-DECIMAL-PRECISION PIC 9(2).
   05 PSC-DECIMAL-SCALE PIC 9(2).

FD STRICT-EVAL-CARD-FILE.
01 STRICT-EVAL-CARD.
   05 PCARD-FILE-ID PIC X(20).
   05 PCARD-FIELD-ID PIC 9(9).
   05 PCARD-PREDICATE-TYPE PIC X(14).
   05 FILLER PIC X(182).

FD DQ-RULE-DECK-FILE.
01 DQ-RULE-CARD.
   05 DQR-TABLE-NAME PIC X(128).
   05 DQR-RULE-ID PIC X(20).
   05 DQR-RULE-TYPE PIC X(14).
   05 DQR-FIELD-ID PIC 9(9).
   05 FILLER PIC X(71).

FD SUBSCRIBER-REGISTRY-FILE.
01 SUBSCRIBER-REGISTRY-CARD.
   05 SB-SUBSCRIBER-ID PIC X(20).
   05 SB-TABLE-PATTERN PIC X(50).
   05 SB-CHANGE-FILTER PIC X(8).
   05 SB-DESTINATION-TOPIC PIC X(100).

FD BRIDGE-CONFIG-FILE.
01 BRIDGE-CONFIG-CARD.
   05 BC-BOOTSTRAP-SERVER PIC X(100).
   05 BC-TOPIC-NAME PIC X(100).
   05 BC-GROUP-ID PIC X(50).
   05 BC-TABLE-NAME PIC X(50).
   05 BC-BATCH-MAX-BYTES PIC 9(9).
   05 BC-BATCH-MAX-MESSAGES PIC 9(5).
   05 BC-BOUNDS-FIELD-ID PIC 9(9).

FD COLUMN-SENSITIVITY-FILE.
01 COLUMN-SENSITIVITY-CARD.
   05 CS-TABLE-NAME PIC X(128).
   05 CS-FIELD-ID PIC 9(9).
   05 CS-SENSITIVITY-CLASS PIC X(10).
   05 CS-SUPPRESS-ACTION PIC X(4).

WORKING-STORAGE SECTION.
01 WS-FIELD-FILE-STATUS PIC XX.
   88 WS-FIELD-FILE-OK VALUE '00'.

01 WS-REGISTRY-FILE-STATUS PIC XX.
   88 WS-REGISTRY-FILE-OK VALUE '00'.
01 WS-REGISTRY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-REGISTRY VALUE 'Y'.
01 WS-HIGHEST-SCHEMA-VERSION PIC 9(10) COMP VALUE ZERO.

01 WS-CHANGE-CARD-STATUS PIC XX.
   88 WS-CHANGE-CARD-OK VALUE '00'.
01 WS-LOOKUP-FOUND-SWITCH PIC X.
   88 WS-LOOKUP-FOUND VALUE 'Y'.
01 WS-MIN-VERSION-FOR-TYPE PIC 9(1).

01 WS-IMPACT-CARD-STATUS PIC XX.
   88 WS-IMPACT-CARD-OK VALUE '00'.
01 WS-IMPACT-SOURCE-STATUS PIC XX.
   88 WS-IMPACT-SOURCE-OK VALUE '00'.
01 WS-IMPACT-SOURCE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-IMPACT-SOURCE VALUE 'Y'.
01 WS-IMPACT-TABLE-KEY PIC X(160) VALUE SPACES.
01 WS-IMPACT-TABLE-NAME PIC X(128) VALUE SPACES.
01 WS-IMPACT-OVERRIDE-SWITCH PIC X VALUE 'N'.
   88 WS-IMPACT-OVERRIDE VALUE 'Y'.
01 WS-IMPACT-APPROVER PIC X(30) VALUE SPACES.

*> The field ids the deck would drop or rename - a dropped struct
*> brings its whole subtree - and every dependent found on them.
01 WS-IMPACT-FIELD-COUNT PIC 9(5) VALUE ZERO.
01 WS-IMPACT-FIELD-TABLE.
   05 WS-IMPACT-FIELD OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-IMPACT-FIELD-COUNT
         INDEXED BY WS-IF-IDX.
      10 WS-IF-FIELD-ID PIC 9(9).
      10 WS-IF-ACTION PIC X(12).
01 WS-IMPACT-FIELD-FOUND-SWITCH PIC X.
   88 WS-IMPACT-FIELD-FOUND VALUE 'Y'.
01 WS-IMPACT-ADDED-SWITCH PIC X.
   88 WS-IMPACT-FIELD-ADDED VALUE 'Y'.
01 WS-IMPACT-CHECK-ID PIC 9(9).
01 WS-IMPACT-CHECK-ACTION PIC X(12).
01 WS-IMPACT-PARENT-ACTION PIC X(12).

01 WS-IMPACT-HIT-COUNT PIC 9(5) VALUE ZERO.
01 WS-IMPACT-HIT-TABLE.
   05 WS-IMPACT-HIT OCCURS 1 TO 2000 TIMES
         DEPENDING ON WS-IMPACT-HIT-COUNT
         INDEXED BY WS-IH-IDX.
      10 WS-IH-FIELD-ID PIC 9(9).
      10 WS-IH-ACTION PIC X(12).
      10 WS-IH-DEPENDENT PIC X(20).
      10 WS-IH-DETAIL PIC X(160).
01 WS-HIT-DEPENDENT PIC X(20).
01 WS-HIT-DETAIL PIC X(160).
01 WS-HIT-DUPLICATE-SWITCH PIC X.
   88 WS-HIT-IS-DUPLICATE VALUE 'Y'.
01 WS-PATTERN-LENGTH PIC 9(3).
01 WS-PATTERN-MATCH-SWITCH PIC X.
   88 WS-PATTERN-MATCHES VALUE 'Y'.
01 WS-IMPACT-DISPLAY PIC ZZZZ9.
01 WS-IMPACT-ID-DISPLAY PIC Z(8)9.
01 WS-IMPACT-NUMBER-DISPLAY PIC ZZ9.
01 WS-VALIDATION-FAILURE-COUNT PIC 9(5) VALUE ZERO.
01 WS-FORMAT-VERSION-ISSUE-COUNT PIC 9(5) VALUE ZERO.

*> dropped, and new columns must be optional. The evolved schema is
*> written with a bumped schema id; an unsafe request is rejected
*> with its reason, never silently applied.
*> Before any card is applied, the impact pass checks what the
*> deck's drops and renames would break; a deck with dependents is
*> refused whole unless the impact card carries the override.
PROCESS-SCHEMA-EVOLUTION.
    OPEN INPUT SCHEMA-CHANGE-CARD-FILE.
    IF WS-CHANGE-CARD-OK
        PERFORM ANALYSE-SCHEMA-CHANGE-IMPACT
        IF WS-IMPACT-HIT-COUNT > ZERO AND NOT WS-IMPACT-OVERRIDE
            CLOSE SCHEMA-CHANGE-CARD-FILE
            PERFORM REFUSE-SCHEMA-EVOLUTION
        ELSE
            PERFORM LOAD-DROPPED-FIELD-IDS
            OPEN OUTPUT SCHEMA-EVOLUTION-REPORT
            PERFORM APPLY-ONE-SCHEMA-CHANGE UNTIL END-OF-CHANGE-CARDS
            CLOSE SCHEMA-CHANGE-CARD-FILE
            PERFORM PROPAGATE-PARENT-DROPS
            PERFORM WRITE-EVOLVED-SCHEMA
            PERFORM REGISTER-EVOLVED-SCHEMA
            PERFORM REWRITE-DROPPED-FIELD-IDS
            PERFORM WRITE-EVOLUTION-SUMMARY
            CLOSE SCHEMA-EVOLUTION-REPORT
        END-IF
    END-IF.

*> Reads the whole change deck once for the ids it would drop or
*> rename, then reopens it for the apply pass.
ANALYSE-SCHEMA-CHANGE-IMPACT.
    PERFORM LOAD-SCHEMA-IMPACT-CARD.
    MOVE ZERO TO WS-IMPACT-FIELD-COUNT.
    MOVE ZERO TO WS-IMPACT-HIT-COUNT.
    PERFORM COLLECT-ONE-IMPACTED-FIELD UNTIL END-OF-CHANGE-CARDS.
    CLOSE SCHEMA-CHANGE-CARD-FILE.
    MOVE 'N' TO WS-CHANGE-EOF-SWITCH.
    OPEN INPUT SCHEMA-CHANGE-CARD-FILE.
    SET WS-IMPACT-FIELD-ADDED TO TRUE.
    PERFORM ADD-ONE-SUBTREE-PASS UNTIL NOT WS-IMPACT-FIELD-ADDED.
    OPEN OUTPUT SCHEMA-IMPACT-REPORT.
    IF WS-IMPACT-FIELD-COUNT > ZERO
        PERFORM SCAN-SORT-ORDER-DEPENDENTS
        PERFORM SCAN-PARTITION-SPEC-DEPENDENTS
        PERFORM SCAN-PARSED-PREDICATE-DEPENDENTS
        PERFORM SCAN-EVAL-PREDICATE-DEPENDENTS
        PERFORM SCAN-QUALITY-RULE-DEPENDENTS
        PERFORM SCAN-BRIDGE-DEPENDENTS
        PERFORM SCAN-SENSITIVITY-DEPENDENTS
        PERFORM SCAN-VIEW-DEPENDENTS
        PERFORM SCAN-SUBSCRIBER-DEPENDENTS
    END-IF.
    PERFORM WRITE-ONE-IMPACT-LINE
        VARYING WS-IH-IDX FROM 1 BY 1
        UNTIL WS-IH-IDX > WS-IMPACT-HIT-COUNT.
    PERFORM WRITE-IMPACT-VERDICT.
    CLOSE SCHEMA-IMPACT-REPORT.

LOAD-SCHEMA-IMPACT-CARD.
    OPEN INPUT SCHEMA-IMPACT-CARD-FILE.
    IF WS-IMPACT-CARD-OK
        READ SCHEMA-IMPACT-CARD-FILE
            AT END CONTINUE
            NOT AT END
                MOVE SIM-TABLE-KEY TO WS-IMPACT-TABLE-KEY
                MOVE SIM-TABLE-NAME TO WS-IMPACT-TABLE-NAME
                MOVE SIM-APPROVER TO WS-IMPACT-APPROVER
                IF SIM-OVERRIDE-PRESENT
                    SET WS-IMPACT-OVERRIDE TO TRUE
                END-IF
        END-READ
        CLOSE SCHEMA-IMPACT-CARD-FILE
    END-IF.

COLLECT-ONE-IMPACTED-FIELD.
    READ SCHEMA-CHANGE-CARD-FILE
        AT END SET END-OF-CHANGE-CARDS TO TRUE
        NOT AT END
            IF SCC-ACTION = 'DROP-COLUMN' OR SCC-ACTION = 'RENAME'
                MOVE SCC-FIELD-ID TO WS-IMPACT-CHECK-ID
                MOVE SCC-ACTION TO WS-IMPACT-CHECK-ACTION
                PERFORM ADD-IMPACTED-FIELD
            END-IF
    END-READ.

ADD-IMPACTED-FIELD.
    PERFORM FIND-IMPACTED-FIELD.
    IF NOT WS-IMPACT-FIELD-FOUND AND WS-IMPACT-FIELD-COUNT < 500
        ADD 1 TO WS-IMPACT-FIELD-COUNT
        SET WS-IF-IDX TO WS-IMPACT-FIELD-COUNT
        MOVE WS-IMPACT-CHECK-ID TO WS-IF-FIELD-ID (WS-IF-IDX)
        MOVE WS-IMPACT-CHECK-ACTION TO WS-IF-ACTION (WS-IF-IDX)
        SET WS-IMPACT-FIELD-ADDED TO TRUE
    END-IF.

FIND-IMPACTED-FIELD.
    MOVE 'N' TO WS-IMPACT-FIELD-FOUND-SWITCH.
    IF WS-IMPACT-FIELD-COUNT > ZERO
        SET WS-IF-IDX TO 1
        SEARCH WS-IMPACT-FIELD
            AT END CONTINUE
            WHEN WS-IF-FIELD-ID (WS-IF-IDX) = WS-IMPACT-CHECK-ID
                SET WS-IMPACT-FIELD-FOUND TO TRUE
        END-SEARCH
    END-IF.

*> A field under a dropped struct goes with it; repeated until a
*> pass adds nothing.
ADD-ONE-SUBTREE-PASS.
    MOVE 'N' TO WS-IMPACT-ADDED-SWITCH.
    PERFORM ADD-ONE-DROPPED-CHILD
        VARYING WS-PROPAGATE-IDX FROM 1 BY 1
        UNTIL WS-PROPAGATE-IDX > WS-SCHEMA-FIELD-COUNT.

ADD-ONE-DROPPED-CHILD.
    SET WS-FIELD-IDX TO WS-PROPAGATE-IDX.
    IF WS-SF-PARENT-ID (WS-FIELD-IDX) NOT = ZERO
        MOVE WS-SF-PARENT-ID (WS-FIELD-IDX) TO WS-IMPACT-CHECK-ID
        PERFORM FIND-IMPACTED-FIELD
        IF WS-IMPACT-FIELD-FOUND
            MOVE WS-IF-ACTION (WS-IF-IDX) TO WS-IMPACT-PARENT-ACTION
            IF WS-IMPACT-PARENT-ACTION = 'DROP-COLUMN'
                SET WS-FIELD-IDX TO WS-PROPAGATE-IDX
                MOVE WS-SF-FIELD-ID (WS-FIELD-IDX) TO WS-IMPACT-CHECK-ID
                MOVE 'DROP-COLUMN' TO WS-IMPACT-CHECK-ACTION
                PERFORM ADD-IMPACTED-FIELD
            END-IF
        END-IF
    END-IF.

*> Records a dependent of WS-IMPACT-CHECK-ID once, however many cards
*> of the same deck name it (a parsed predicate carries one card per
*> data file). A table-level dependent carries field id zero.
RECORD-IMPACT-HIT.
    MOVE 'N' TO WS-HIT-DUPLICATE-SWITCH.
    IF WS-IMPACT-HIT-COUNT > ZERO
        SET WS-IH-IDX TO 1
        SEARCH WS-IMPACT-HIT
            AT END CONTINUE
            WHEN WS-IH-FIELD-ID (WS-IH-IDX) = WS-IMPACT-CHECK-ID
                    AND WS-IH-DEPENDENT (WS-IH-IDX) = WS-HIT-DEPENDENT
                    AND WS-IH-DETAIL (WS-IH-IDX) = WS-HIT-DETAIL
                SET WS-HIT-IS-DUPLICATE TO TRUE
        END-SEARCH
    END-IF.
    IF NOT WS-HIT-IS-DUPLICATE AND WS-IMPACT-HIT-COUNT < 2000
        ADD 1 TO WS-IMPACT-HIT-COUNT
        SET WS-IH-IDX TO WS-IMPACT-HIT-COUNT
        MOVE WS-IMPACT-CHECK-ID TO WS-IH-FIELD-ID (WS-IH-IDX)
        MOVE WS-IMPACT-CHECK-ACTION TO WS-IH-ACTION (WS-IH-IDX)
        MOVE WS-HIT-DEPENDENT TO WS-IH-DEPENDENT (WS-IH-IDX)
        MOVE WS-HIT-DETAIL TO WS-IH-DETAIL (WS-IH-IDX)
    END-IF.

*> Looks WS-IMPACT-CHECK-ID up in the impacted set and, when it is
*> there, records the hit against the field's action.
RECORD-FIELD-HIT-IF-IMPACTED.
    PERFORM FIND-IMPACTED-FIELD.
    IF WS-IMPACT-FIELD-FOUND
        MOVE WS-IF-ACTION (WS-IF-IDX) TO WS-IMPACT-CHECK-ACTION
        PERFORM RECORD-IMPACT-HIT
    END-IF.

SCAN-SORT-ORDER-DEPENDENTS.
    MOVE 'N' TO WS-IMPACT-SOURCE-EOF-SWITCH.
    OPEN INPUT TABLE-SORT-ORDER-FILE.
    IF WS-IMPACT-SOURCE-OK
        PERFORM CHECK-ONE-SORT-ORDER-CARD UNTIL END-OF-IMPACT-SOURCE
        CLOSE TABLE-SORT-ORDER-FILE
    END-IF.

CHECK-ONE-SORT-ORDER-CARD.
    READ TABLE-SORT-ORDER-FILE
        AT END SET END-OF-IMPACT-SOURCE TO TRUE
        NOT AT END
            IF TSO-TABLE-NAME = WS-IMPACT-TABLE-NAME
                MOVE TSO-FIELD-ID TO WS-IMPACT-CHECK-ID
                MOVE 'SORT-ORDER' TO WS-HIT-DEPENDENT
                MOVE TSO-SORT-POSITION TO WS-IMPACT-NUMBER-DISPLAY
                MOVE SPACES TO WS-HIT-DETAIL
                STRING 'SORT POSITION ' WS-IMPACT-NUMBER-DISPLAY
                    DELIMITED BY SIZE INTO WS-HIT-DETAIL
                PERFORM RECORD-FIELD-HIT-IF-IMPACTED
            END-IF
    END-READ.

SCAN-PARTITION-SPEC-DEPENDENTS.
    MOVE 'N' TO WS-IMPACT-SOURCE-EOF-SWITCH.
    OPEN INPUT CURRENT-SPEC-FILE.
    IF WS-IMPACT-SOURCE-OK
        PERFORM CHECK-ONE-PARTITION-FIELD UNTIL END-OF-IMPACT-SOURCE
        CLOSE CURRENT-SPEC-FILE
    END-IF.

CHECK-ONE-PARTITION-FIELD.
    READ CURRENT-SPEC-FILE
        AT END SET END-OF-IMPACT-SOURCE TO TRUE
        NOT AT END
            MOVE CSC-SOURCE-ID TO WS-IMPACT-CHECK-ID
            MOVE 'PARTITION-SPEC' TO WS-HIT-DEPENDENT
            MOVE SPACES TO WS-HIT-DETAIL
            STRING 'PARTITION FIELD ' DELIMITED BY SIZE
                CSC-NAME DELIMITED BY SPACE
                ' ' DELIMITED BY SIZE
                CSC-TRANSFORM DELIMITED BY SPACE
                INTO WS-HIT-DETAIL
            PERFORM RECORD-FIELD-HIT-IF-IMPACTED
    END-READ.

SCAN-PARSED-PREDICATE-DEPENDENTS.
    MOVE 'N' TO WS-IMPACT-SOURCE-EOF-SWITCH.
    OPEN INPUT PARSED-STRICT-CARD-FILE.
    IF WS-IMPACT-SOURCE-OK
        PERFORM CHECK-ONE-PARSED-PREDICATE UNTIL END-OF-IMPACT-SOURCE
        CLOSE PARSED-STRICT-CARD-FILE
    END-IF.

CHECK-ONE-PARSED-PREDICATE.
    READ PARSED-STRICT-CARD-FILE
        AT END SET END-OF-IMPACT-SOURCE TO TRUE
        NOT AT END
            MOVE PSC-FIELD-ID TO WS-IMPACT-CHECK-ID
            MOVE 'SAVED-PREDICATE' TO WS-HIT-DEPENDENT
            MOVE PSC-GROUP-ID TO WS-IMPACT-NUMBER-DISPLAY
            MOVE SPACES TO WS-HIT-DETAIL
            STRING 'PARSEDSTRICTCARDS GROUP ' WS-IMPACT-NUMBER-DISPLAY
                ' ' DELIMITED BY SIZE
                PSC-PREDICATE-TYPE DELIMITED BY SPACE
                INTO WS-HIT-DETAIL
            PERFORM RECORD-FIELD-HIT-IF-IMPACTED
    END-READ.

SCAN-EVAL-PREDICATE-DEPENDENTS.
    MOVE 'N' TO WS-IMPACT-SOURCE-EOF-SWITCH.
    OPEN INPUT STRICT-EVAL-CARD-FILE.
    IF WS-IMPACT-SOURCE-OK
        PERFORM CHECK-ONE-EVAL-PREDICATE UNTIL END-OF-IMPACT-SOURCE
        CLOSE STRICT-EVAL-CARD-FILE
    END-IF.

CHECK-ONE-EVAL-PREDICATE.
    READ STRICT-EVAL-CARD-FILE
        AT END SET END-OF-IMPACT-SOURCE TO TRUE
        NOT AT END
            MOVE PCARD-FIELD-ID TO WS-IMPACT-CHECK-ID
            MOVE 'SAVED-PREDICATE' TO WS-HIT-DEPENDENT
            MOVE SPACES TO WS-HIT-DETAIL
            STRING 'STRICTEVALCARDS ' DELIMITED BY SIZE
                PCARD-PREDICATE-TYPE DELIMITED BY SPACE
                INTO WS-HIT-DETAIL
            PERFORM RECORD-FIELD-HIT-IF-IMPACTED
    END-READ.

SCAN-QUALITY-RULE-DEPENDENTS.
    MOVE 'N' TO WS-IMPACT-SOURCE-EOF-SWITCH.
    OPEN INPUT DQ-RULE-DECK-FILE.
    IF WS-IMPACT-SOURCE-OK
        PERFORM CHECK-ONE-QUALITY-RULE UNTIL END-OF-IMPACT-SOURCE
        CLOSE DQ-RULE-DECK-FILE
    END-IF.

CHECK-ONE-QUALITY-RULE.
    READ DQ-RULE-DECK-FILE
        AT END SET END-OF-IMPACT-SOURCE TO TRUE
        NOT AT END
            IF DQR-TABLE-NAME = WS-IMPACT-TABLE-NAME
                    AND DQR-RULE-TYPE NOT = 'MIN-ROWS'
                MOVE DQR-FIELD-ID TO WS-IMPACT-CHECK-ID
                MOVE 'QUALITY-RULE' TO WS-HIT-DEPENDENT
                MOVE SPACES TO WS-HIT-DETAIL
                STRING 'RULE ' DELIMITED BY SIZE
                    DQR-RULE-ID DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    DQR-RULE-TYPE DELIMITED BY SPACE
                    INTO WS-HIT-DETAIL
                PERFORM RECORD-FIELD-HIT-IF-IMPACTED
            END-IF
    END-READ.

SCAN-BRIDGE-DEPENDENTS.
    MOVE 'N' TO WS-IMPACT-SOURCE-EOF-SWITCH.
    OPEN INPUT BRIDGE-CONFIG-FILE.
    IF WS-IMPACT-SOURCE-OK
        PERFORM CHECK-ONE-BRIDGE-CARD UNTIL END-OF-IMPACT-SOURCE
        CLOSE BRIDGE-CONFIG-FILE
    END-IF.

CHECK-ONE-BRIDGE-CARD.
    READ BRIDGE-CONFIG-FILE
        AT END SET END-OF-IMPACT-SOURCE TO TRUE
        NOT AT END
            IF BC-TABLE-NAME = WS-IMPACT-TABLE-NAME
                MOVE BC-BOUNDS-FIELD-ID TO WS-IMPACT-CHECK-ID
                MOVE 'INGEST-BRIDGE' TO WS-HIT-DEPENDENT
                MOVE SPACES TO WS-HIT-DETAIL
                STRING 'BOUNDS FIELD OF TOPIC ' DELIMITED BY SIZE
                    BC-TOPIC-NAME DELIMITED BY SPACE
                    INTO WS-HIT-DETAIL
                PERFORM RECORD-FIELD-HIT-IF-IMPACTED
            END-IF
    END-READ.

SCAN-SENSITIVITY-DEPENDENTS.
    MOVE 'N' TO WS-IMPACT-SOURCE-EOF-SWITCH.
    OPEN INPUT COLUMN-SENSITIVITY-FILE.
    IF WS-IMPACT-SOURCE-OK
        PERFORM CHECK-ONE-SENSITIVITY-TAG UNTIL END-OF-IMPACT-SOURCE
        CLOSE COLUMN-SENSITIVITY-FILE
    END-IF.

CHECK-ONE-SENSITIVITY-TAG.
    READ COLUMN-SENSITIVITY-FILE
        AT END SET END-OF-IMPACT-SOURCE TO TRUE
        NOT AT END
            IF CS-TABLE-NAME = WS-IMPACT-TABLE-NAME
                MOVE CS-FIELD-ID TO WS-IMPACT-CHECK-ID
                MOVE 'SENSITIVITY-TAG' TO WS-HIT-DEPENDENT
                MOVE SPACES TO WS-HIT-DETAIL
                STRING 'CLASSIFIED ' DELIMITED BY SIZE
                    CS-SENSITIVITY-CLASS DELIMITED BY SPACE
                    INTO WS-HIT-DETAIL
                PERFORM RECORD-FIELD-HIT-IF-IMPACTED
            END-IF
    END-READ.

*> Views and changelog subscribers are recorded against the table,
*> not its columns, so any of them reading the table is reported as
*> a dependent of the change as a whole (field id zero).
SCAN-VIEW-DEPENDENTS.
    MOVE 'N' TO WS-IMPACT-SOURCE-EOF-SWITCH.
    OPEN INPUT VIEW-DEPENDENCY-FILE.
    IF WS-IMPACT-SOURCE-OK
        PERFORM CHECK-ONE-VIEW-DEPENDENCY UNTIL END-OF-IMPACT-SOURCE
        CLOSE VIEW-DEPENDENCY-FILE
    END-IF.

CHECK-ONE-VIEW-DEPENDENCY.
    READ VIEW-DEPENDENCY-FILE
        AT END SET END-OF-IMPACT-SOURCE TO TRUE
        NOT AT END
            IF VD-BASE-KEY = WS-IMPACT-TABLE-KEY
                    AND WS-IMPACT-TABLE-KEY NOT = SPACES
                MOVE ZERO TO WS-IMPACT-CHECK-ID
                MOVE 'TABLE' TO WS-IMPACT-CHECK-ACTION
                MOVE 'VIEW' TO WS-HIT-DEPENDENT
                MOVE VD-VIEW-KEY TO WS-HIT-DETAIL
                PERFORM RECORD-IMPACT-HIT
            END-IF
    END-READ.

SCAN-SUBSCRIBER-DEPENDENTS.
    MOVE 'N' TO WS-IMPACT-SOURCE-EOF-SWITCH.
    OPEN INPUT SUBSCRIBER-REGISTRY-FILE.
    IF WS-IMPACT-SOURCE-OK
        PERFORM CHECK-ONE-SUBSCRIBER UNTIL END-OF-IMPACT-SOURCE
        CLOSE SUBSCRIBER-REGISTRY-FILE
    END-IF.

CHECK-ONE-SUBSCRIBER.
    READ SUBSCRIBER-REGISTRY-FILE
        AT END SET END-OF-IMPACT-SOURCE TO TRUE
        NOT AT END
            IF WS-IMPACT-TABLE-NAME NOT = SPACES
                PERFORM MATCH-SUBSCRIBER-PATTERN
                IF WS-PATTERN-MATCHES
                    MOVE ZERO TO WS-IMPACT-CHECK-ID
                    MOVE 'TABLE' TO WS-IMPACT-CHECK-ACTION
                    MOVE 'SUBSCRIBER' TO WS-HIT-DEPENDENT
                    MOVE SPACES TO WS-HIT-DETAIL
                    STRING SB-SUBSCRIBER-ID DELIMITED BY SPACE
                        ' FILTER ' DELIMITED BY SIZE
                        SB-CHANGE-FILTER DELIMITED BY SPACE
                        ' TOPIC ' DELIMITED BY SIZE
                        SB-DESTINATION-TOPIC DELIMITED BY SPACE
                        INTO WS-HIT-DETAIL
                    PERFORM RECORD-IMPACT-HIT
                END-IF
            END-IF
    END-READ.

*> The changelog publisher's own pattern rule: '*' alone, a prefix
*> ending in '*', or the exact table name.
MATCH-SUBSCRIBER-PATTERN.
    MOVE 'N' TO WS-PATTERN-MATCH-SWITCH.
    IF SB-TABLE-PATTERN = '*'
        SET WS-PATTERN-MATCHES TO TRUE
    ELSE
        MOVE 50 TO WS-PATTERN-LENGTH
        PERFORM SHORTEN-PATTERN-LENGTH
            UNTIL WS-PATTERN-LENGTH = ZERO
               OR SB-TABLE-PATTERN (WS-PATTERN-LENGTH:1) NOT = SPACE
        IF WS-PATTERN-LENGTH > 1
                AND SB-TABLE-PATTERN (WS-PATTERN-LENGTH:1) = '*'
            IF WS-IMPACT-TABLE-NAME (1:WS-PATTERN-LENGTH - 1) =
                    SB-TABLE-PATTERN (1:WS-PATTERN-LENGTH - 1)
                SET WS-PATTERN-MATCHES TO TRUE
            END-IF
        ELSE
            IF SB-TABLE-PATTERN = WS-IMPACT-TABLE-NAME
                SET WS-PATTERN-MATCHES TO TRUE
            END-IF
        END-IF
    END-IF.

SHORTEN-PATTERN-LENGTH.
    SUBTRACT 1 FROM WS-PATTERN-LENGTH.

WRITE-ONE-IMPACT-LINE.
    MOVE WS-IH-FIELD-ID (WS-IH-IDX) TO WS-IMPACT-ID-DISPLAY.
    MOVE SPACES TO SCHEMA-IMPACT-LINE.
    STRING 'BREAKS DEPENDENT=' DELIMITED BY SIZE
        WS-IH-DEPENDENT (WS-IH-IDX) DELIMITED BY SPACE
        ' CHANGE=' DELIMITED BY SIZE
        WS-IH-ACTION (WS-IH-IDX) DELIMITED BY SPACE
        ' FIELD-ID=' WS-IMPACT-ID-DISPLAY
        ' DETAIL=' DELIMITED BY SIZE
        WS-IH-DETAIL (WS-IH-IDX) DELIMITED BY '  '
        INTO SCHEMA-IMPACT-LINE.
    WRITE SCHEMA-IMPACT-LINE.

WRITE-IMPACT-VERDICT.
    MOVE WS-IMPACT-HIT-COUNT TO WS-IMPACT-DISPLAY.
    MOVE SPACES TO SCHEMA-IMPACT-LINE.
    EVALUATE TRUE
        WHEN WS-IMPACT-HIT-COUNT = ZERO
            STRING 'IMPACT SUMMARY DEPENDENTS=' WS-IMPACT-DISPLAY
                ' - NOTHING BREAKS, CHANGE DECK MAY PROCEED'
                DELIMITED BY SIZE INTO SCHEMA-IMPACT-LINE
        WHEN WS-IMPACT-OVERRIDE
            STRING 'IMPACT SUMMARY DEPENDENTS=' WS-IMPACT-DISPLAY
                    DELIMITED BY SIZE
                ' - PROCEEDING UNDER OVERRIDE APPROVER='
                    DELIMITED BY SIZE
                WS-IMPACT-APPROVER DELIMITED BY SPACE
                INTO SCHEMA-IMPACT-LINE
        WHEN OTHER
            STRING 'IMPACT SUMMARY DEPENDENTS=' WS-IMPACT-DISPLAY
                ' - CHANGE DECK REFUSED, OVERRIDE CARD REQUIRED'
                DELIMITED BY SIZE INTO SCHEMA-IMPACT-LINE
    END-EVALUATE.
    WRITE SCHEMA-IMPACT-LINE.

*> Nothing of the deck is applied: the schema, registry and dropped
*> id list stay as they were.
REFUSE-SCHEMA-EVOLUTION.
    OPEN OUTPUT SCHEMA-EVOLUTION-REPORT.
    MOVE WS-IMPACT-HIT-COUNT TO WS-IMPACT-DISPLAY.
    MOVE SPACES TO SCHEMA-EVOLUTION-LINE.
    STRING 'SUMMARY CHANGE DECK REFUSED - ' WS-IMPACT-DISPLAY
        ' DEPENDENTS WOULD BREAK, SEE SCHEMAIMPACTREPORT'
        DELIMITED BY SIZE INTO SCHEMA-EVOLUTION-LINE.
    WRITE SCHEMA-EVOLUTION-LINE.
    CLOSE SCHEMA-EVOLUTION-REPORT.

LOAD-DROPPED-FIELD-IDS.
    MOVE ZERO TO WS-DROPPED-ID-COUNT.
    OPEN INPUT DROPPED-FIELD-ID-FILE.

*> The evolved card set keeps the SCHEMAFIELDCARDS layout; the bumped
*> schema id travels on the report, as the card layout itself does
*> not carry one. The new id is the highest version already in the
*> registry plus one, so each evolution registers under its own id.
WRITE-EVOLVED-SCHEMA.
    PERFORM FIND-HIGHEST-SCHEMA-VERSION.
    COMPUTE WS-SCHEMA-ID = WS-HIGHEST-SCHEMA-VERSION + 1.
    OPEN OUTPUT NEW-SCHEMA-FIELD-FILE.
    PERFORM WRITE-ONE-EVOLVED-FIELD
        VARYING WS-FIELD-IDX FROM 1 BY 1
        UNTIL WS-FIELD-IDX > WS-SCHEMA-FIELD-COUNT.
    CLOSE NEW-SCHEMA-FIELD-FILE.

FIND-HIGHEST-SCHEMA-VERSION.
    MOVE ZERO TO WS-HIGHEST-SCHEMA-VERSION.
    MOVE 'N' TO WS-REGISTRY-EOF-SWITCH.
    OPEN INPUT SCHEMA-REGISTRY-FILE.
    IF WS-REGISTRY-FILE-OK
        PERFORM READ-ONE-REGISTRY-VERSION UNTIL END-OF-REGISTRY
        CLOSE SCHEMA-REGISTRY-FILE
    END-IF.

READ-ONE-REGISTRY-VERSION.
    READ SCHEMA-REGISTRY-FILE
        AT END SET END-OF-REGISTRY TO TRUE
        NOT AT END
            IF RG-SCHEMA-VERSION IS NUMERIC
                    AND RG-SCHEMA-VERSION > WS-HIGHEST-SCHEMA-VERSION
                MOVE RG-SCHEMA-VERSION TO WS-HIGHEST-SCHEMA-VERSION
            END-IF
    END-READ.

WRITE-ONE-EVOLVED-FIELD.
    IF NOT WS-SF-IS-DROPPED (WS-FIELD-IDX)
        MOVE WS-SF-FIELD-ID (WS-FIELD-IDX) TO NSF-FIELD-ID
