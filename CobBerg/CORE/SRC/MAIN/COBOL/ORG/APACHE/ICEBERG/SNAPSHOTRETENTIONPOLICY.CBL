        ASSIGN TO "LEGALHOLDFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEGAL-HOLD-STATUS.
    SELECT TABLE-PROPERTY-FILE
        ASSIGN TO "TABLEPROPERTIES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPERTY-STATUS.

DATA DIVISION.
FILE SECTION.
   05 LH-EFFECTIVE-DATE PIC 9(8).
   05 LH-RELEASE-DATE PIC 9(8).

*> TABLE-INTERFACE's table property store. A snapshot-age window or
*> keep-count held there for a table overrides that table's policy
*> card, and gives a table with no card a policy of its own.
FD TABLE-PROPERTY-FILE.
01 TABLE-PROPERTY-REC.
   05 TP-TABLE-NAME PIC X(128).
   05 TP-PROPERTY-KEY PIC X(40).
   05 TP-PROPERTY-VALUE PIC X(64).
   05 TP-VALUE-NUMERIC REDEFINES TP-PROPERTY-VALUE.
      10 TP-VALUE-NUMBER PIC 9(18).
      10 FILLER PIC X(46).

WORKING-STORAGE SECTION.
01 WS-POLICY-FILE-STATUS PIC XX.
   88 WS-POLICY-FILE-OK VALUE '00'.
      10 WS-ST-SNAPSHOT-TIMESTAMP PIC X(19).
      10 WS-ST-AGE-DAYS PIC 9(5).

01 WS-PROPERTY-STATUS PIC XX.
   88 WS-PROPERTY-OK VALUE '00'.
01 WS-PROPERTY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-PROPERTIES VALUE 'Y'.
01 WS-PROPERTY-POLICY-SWITCH PIC X.
   88 WS-PROPERTY-POLICY-FOUND VALUE 'Y'.

01 WS-POLICY-FOUND-SWITCH PIC X.
   88 WS-POLICY-FOUND VALUE 'Y'.
01 WS-MATCHED-POLICY-IDX PIC 9(3) VALUE ZERO.

MAIN-PROCEDURE.
    PERFORM LOAD-RETENTION-POLICIES.
    PERFORM APPLY-TABLE-PROPERTIES.
    PERFORM LOAD-SNAPSHOT-LIST.
    PERFORM LOAD-SNAPSHOT-REFS.
    PERFORM LOAD-REF-PROTECT-PARAMS.
            MOVE RP-LEGAL-HOLD TO WS-PT-LEGAL-HOLD (WS-POLICY-IDX)
    END-READ.

*> The table property store has the last word on a table's age
*> window and keep-count. A table that carries either key but has no
*> policy card gets a policy built from the store, starting from no
*> age window and the current snapshot kept, so a lone age setting can
*> never expire the snapshot readers are on.
APPLY-TABLE-PROPERTIES.
    MOVE 'N' TO WS-PROPERTY-EOF-SWITCH.
    OPEN INPUT TABLE-PROPERTY-FILE.
    IF WS-PROPERTY-OK
        PERFORM APPLY-ONE-TABLE-PROPERTY UNTIL END-OF-PROPERTIES
        CLOSE TABLE-PROPERTY-FILE
    END-IF.

APPLY-ONE-TABLE-PROPERTY.
    READ TABLE-PROPERTY-FILE
        AT END SET END-OF-PROPERTIES TO TRUE
        NOT AT END
            IF (TP-PROPERTY-KEY = 'history.expire.max-snapshot-age-days'
                    OR TP-PROPERTY-KEY =
                        'history.expire.min-snapshots-to-keep')
                    AND TP-VALUE-NUMBER IS NUMERIC
                PERFORM FIND-OR-ADD-PROPERTY-POLICY
                IF WS-PROPERTY-POLICY-FOUND
                    PERFORM APPLY-PROPERTY-TO-POLICY
                END-IF
            END-IF
    END-READ.

FIND-OR-ADD-PROPERTY-POLICY.
    MOVE 'N' TO WS-PROPERTY-POLICY-SWITCH.
    SET WS-POLICY-IDX TO 1.
    SEARCH WS-POLICY-ENTRY
        AT END CONTINUE
        WHEN WS-PT-TABLE-NAME (WS-POLICY-IDX) = TP-TABLE-NAME
            SET WS-PROPERTY-POLICY-FOUND TO TRUE
    END-SEARCH.
    IF NOT WS-PROPERTY-POLICY-FOUND AND WS-POLICY-COUNT < 200
        ADD 1 TO WS-POLICY-COUNT
        SET WS-POLICY-IDX TO WS-POLICY-COUNT
        MOVE TP-TABLE-NAME TO WS-PT-TABLE-NAME (WS-POLICY-IDX)
        MOVE ZERO TO WS-PT-MAX-AGE-DAYS (WS-POLICY-IDX)
        MOVE 1 TO WS-PT-RETAIN-LAST-N (WS-POLICY-IDX)
        MOVE 'N' TO WS-PT-LEGAL-HOLD (WS-POLICY-IDX)
        SET WS-PROPERTY-POLICY-FOUND TO TRUE
    END-IF.

APPLY-PROPERTY-TO-POLICY.
    IF TP-PROPERTY-KEY = 'history.expire.max-snapshot-age-days'
        MOVE TP-VALUE-NUMBER TO WS-PT-MAX-AGE-DAYS (WS-POLICY-IDX)
    ELSE
        MOVE TP-VALUE-NUMBER TO WS-PT-RETAIN-LAST-N (WS-POLICY-IDX)
    END-IF.

LOAD-SNAPSHOT-LIST.
    OPEN INPUT SNAPSHOT-LIST-FILE.
    IF WS-SNAPSHOT-LIST-OK
