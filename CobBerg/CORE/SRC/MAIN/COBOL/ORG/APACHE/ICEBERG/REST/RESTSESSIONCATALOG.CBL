    SELECT THROTTLING-REPORT-FILE
        ASSIGN TO "THROTTLINGREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT IDEMPOTENCY-CARD-FILE
        ASSIGN TO "IDEMPOTENCYCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IDEMPOTENCY-CARD-STATUS.
    SELECT IDEMPOTENCY-REGISTER-FILE
        ASSIGN TO "IDEMPOTENCYREGISTER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IDEMPOTENCY-REG-STATUS.
    SELECT IDEMPOTENCY-REPORT-FILE
        ASSIGN TO "IDEMPOTENCYREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD REST-REQUEST-FILE.
01 REST-REQUEST-CARD.
   05 RRC-ENDPOINT-NAME PIC X(30).
      88 RRC-ENDPOINT-IS-MUTATING VALUE
         "v1-create-namespace" "v1-update-namespace"
         "v1-delete-namespace" "v1-create-table" "v1-update-table"
         "v1-delete-table" "v1-rename-table" "v1-register-table"
         "v1-commit-transaction" "v1-create-view" "v1-update-view"
         "v1-delete-view" "v1-rename-view".
   05 RRC-LATENCY-MILLIS PIC 9(9).
   05 RRC-TIMESTAMP-MILLIS PIC 9(18).
   05 RRC-NAMESPACE PIC X(128).
   05 RRC-ENDPOINT-AVAILABLE PIC X.
      88 RRC-ENDPOINT-IS-DOWN VALUE 'N'.
   05 RRC-PRINCIPAL PIC X(64).
   05 RRC-IDEMPOTENCY-KEY PIC X(64).

FD REST-METRICS-REPORT.
01 REST-METRICS-LINE PIC X(160).
FD REQUEST-SPOOL-FILE.
01 REQUEST-SPOOL-REC.
   05 SP-SEQUENCE PIC 9(9).
   05 SP-REQUEST-IMAGE PIC X(475).
   05 SP-DEFERRED-AT-MILLIS PIC 9(18).

FD REPLAY-REPORT-FILE.
01 REPLAY-REPORT-LINE PIC X(200).

*> How long an idempotency key is remembered after the request that
*> first carried it; with no card a key is held for a day.
FD IDEMPOTENCY-CARD-FILE.
01 IDEMPOTENCY-CARD.
   05 IC-WINDOW-MILLIS PIC 9(18).

*> The key register: one record per client-supplied idempotency key
*> a mutating request carried, with the principal that sent it, the
*> operation it asked for and the outcome it got. A retry or a
*> replayed spool entry carrying a key still in the register is
*> answered from here instead of being executed a second time.
FD IDEMPOTENCY-REGISTER-FILE.
01 IDEMPOTENCY-REGISTER-REC.
   05 IR-IDEMPOTENCY-KEY PIC X(64).
   05 IR-PRINCIPAL PIC X(64).
   05 IR-ENDPOINT-NAME PIC X(30).
   05 IR-HTTP-STATUS PIC 9(3).
   05 IR-ERROR-CODE PIC X(30).
   05 IR-FIRST-SEEN-MILLIS PIC 9(18).
   05 IR-DUPLICATE-COUNT PIC 9(9).

FD IDEMPOTENCY-REPORT-FILE.
01 IDEMPOTENCY-REPORT-LINE PIC X(250).

WORKING-STORAGE SECTION.
01 WS-REQUEST-FILE-STATUS PIC XX.
   88 WS-FILE-OK VALUE '00'.
         DEPENDING ON WS-SPOOL-COUNT
         INDEXED BY WS-SPOOL-IDX.
      10 WS-SP-SEQUENCE PIC 9(9).
      10 WS-SP-REQUEST-IMAGE PIC X(475).
      10 WS-SP-DEFERRED-AT-MILLIS PIC 9(18).
      10 WS-SP-REPLAYED-SWITCH PIC X.
         88 WS-SP-WAS-REPLAYED VALUE 'Y'.
01 WS-SPOOL-NEXT-SEQUENCE PIC 9(9) VALUE 1.
01 WS-HELD-REQUEST-CARD PIC X(475).
01 WS-REPLAY-NOW-MILLIS PIC 9(18) VALUE ZERO.
01 WS-DEFERRED-COUNT PIC 9(5) VALUE ZERO.
01 WS-REPLAYED-COUNT PIC 9(5) VALUE ZERO.
01 WS-LIMITED-SPAN-MILLIS PIC S9(18) VALUE ZERO.
01 WS-LIMITED-SPAN-DISPLAY PIC Z(17)9.

01 WS-IDEMPOTENCY-CARD-STATUS PIC XX.
   88 WS-IDEMPOTENCY-CARD-OK VALUE '00'.
01 WS-IDEMPOTENCY-REG-STATUS PIC XX.
   88 WS-IDEMPOTENCY-REG-OK VALUE '00'.
01 WS-IDEMPOTENCY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-IDEMPOTENCY-REGISTER VALUE 'Y'.
01 WS-IDEMPOTENCY-WINDOW-MILLIS PIC 9(18) VALUE 86400000.

*> In-storage image of the key register, refreshed as requests are
*> served and written back at end of run less the keys whose window
*> has run out.
01 WS-IDEM-COUNT PIC 9(5) VALUE ZERO.
01 WS-IDEM-TABLE.
   05 WS-IDEM-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON WS-IDEM-COUNT
         INDEXED BY WS-IDEM-IDX.
      10 WS-ID-IDEMPOTENCY-KEY PIC X(64).
      10 WS-ID-PRINCIPAL PIC X(64).
      10 WS-ID-ENDPOINT-NAME PIC X(30).
      10 WS-ID-HTTP-STATUS PIC 9(3).
      10 WS-ID-ERROR-CODE PIC X(30).
      10 WS-ID-FIRST-SEEN-MILLIS PIC 9(18).
      10 WS-ID-DUPLICATE-COUNT PIC 9(9).
01 WS-IDEM-MATCH-IDX PIC 9(5) VALUE ZERO.
01 WS-IDEM-FOUND-SWITCH PIC X.
   88 WS-IDEM-KEY-FOUND VALUE 'Y'.
01 WS-DUPLICATE-SWITCH PIC X.
   88 WS-REQUEST-IS-DUPLICATE VALUE 'Y'.
01 WS-IDEM-EXPIRY-MILLIS PIC 9(18) VALUE ZERO.
*> Keys the table cannot hold are counted. Register records past the
*> limit would be lost by the rewrite, so the register is left as it
*> stood; a new key with no room and no lapsed entry to take over
*> goes unregistered, and a retry of it will be executed again.
01 WS-IDEM-LOAD-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-IDEM-UNREGISTERED-COUNT PIC 9(7) VALUE ZERO.
01 WS-IDEM-OVERFLOW-DISPLAY PIC Z(6)9.
01 WS-IDEM-LAPSED-SWITCH PIC X.
   88 WS-IDEM-LAPSED-FOUND VALUE 'Y'.

*> Suppressed duplicates counted per principal for the report.
01 WS-DUP-PRINCIPAL-COUNT PIC 9(3) VALUE ZERO.
01 WS-DUP-PRINCIPAL-TABLE.
   05 WS-DUP-PRINCIPAL-ENTRY OCCURS 1 TO 100 TIMES
         DEPENDING ON WS-DUP-PRINCIPAL-COUNT
         INDEXED BY WS-DUP-IDX.
      10 WS-DP-PRINCIPAL PIC X(64).
      10 WS-DP-SUPPRESSED-COUNT PIC 9(9).
01 WS-SUPPRESSED-TOTAL PIC 9(9) VALUE ZERO.
01 WS-IDEM-REGISTERED-TOTAL PIC 9(9) VALUE ZERO.
01 WS-SUPPRESSED-DISPLAY PIC Z(8)9.
01 WS-REGISTERED-DISPLAY PIC Z(8)9.
01 WS-ORIGINAL-STATUS-DISPLAY PIC ZZ9.
01 WS-FIRST-SEEN-DISPLAY PIC Z(17)9.

01 DEFAULT-FILE-IO-IMPL PIC X(50) VALUE "org.apache.iceberg.io.ResolvingFileIO".
01 REST-METRICS-REPORTING-ENABLED PIC X(30) VALUE "rest-metrics-reporting-enabled".
01 REST-SNAPSHOT-LOADING-MODE PIC X(30) VALUE "snapshot-loading-mode".
        OPEN OUTPUT REST-METRICS-REPORT
        OPEN OUTPUT REPLAY-REPORT-FILE
        OPEN OUTPUT THROTTLING-REPORT-FILE
        OPEN OUTPUT IDEMPOTENCY-REPORT-FILE
        PERFORM LOAD-THROTTLE-CARDS
        PERFORM LOAD-IDEMPOTENCY-REGISTER
        PERFORM LOAD-SPOOLED-BACKLOG
        MOVE 'N' TO WS-REQUEST-EOF-SWITCH
        PERFORM RECORD-ONE-REST-REQUEST UNTIL END-OF-REQUESTS
        PERFORM WRITE-REPLAY-SUMMARY
        PERFORM WRITE-THROTTLING-REPORT
        PERFORM REWRITE-SPOOL-BACKLOG
        PERFORM WRITE-IDEMPOTENCY-REPORT
        IF WS-IDEM-LOAD-OVERFLOW-COUNT = ZERO
            PERFORM REWRITE-IDEMPOTENCY-REGISTER
        END-IF
        CLOSE IDEMPOTENCY-REPORT-FILE
        CLOSE THROTTLING-REPORT-FILE
        CLOSE REPLAY-REPORT-FILE
        CLOSE REST-REQUEST-FILE
        WRITE THROTTLING-REPORT-LINE
    END-IF.

*> Live requests and replayed spool entries both come through here,
*> so a mutating request whose idempotency key is already registered
*> for the same principal is answered with the registered outcome
*> and never re-executed, however it got back in.
SERVE-ONE-REQUEST.
    PERFORM CHECK-IDEMPOTENCY-KEY.
    IF WS-REQUEST-IS-DUPLICATE
        PERFORM SUPPRESS-DUPLICATE-REQUEST
    ELSE
        ADD 1 TO WS-TOTAL-REQUEST-COUNT
        PERFORM TRACK-REQUEST-WINDOW
        PERFORM ACCUMULATE-ENDPOINT-METRICS
        PERFORM WRITE-REQUEST-DETAIL-LINE
        PERFORM REGISTER-IDEMPOTENCY-KEY
    END-IF.

LOAD-IDEMPOTENCY-REGISTER.
    OPEN INPUT IDEMPOTENCY-CARD-FILE.
    IF WS-IDEMPOTENCY-CARD-OK
        READ IDEMPOTENCY-CARD-FILE
            NOT AT END
                IF IC-WINDOW-MILLIS > ZERO
                    MOVE IC-WINDOW-MILLIS
                        TO WS-IDEMPOTENCY-WINDOW-MILLIS
                END-IF
        END-READ
        CLOSE IDEMPOTENCY-CARD-FILE
    END-IF.
    MOVE ZERO TO WS-IDEM-COUNT.
    MOVE ZERO TO WS-IDEM-LOAD-OVERFLOW-COUNT.
    OPEN INPUT IDEMPOTENCY-REGISTER-FILE.
    IF WS-IDEMPOTENCY-REG-OK
        PERFORM LOAD-ONE-IDEMPOTENCY-KEY
            UNTIL END-OF-IDEMPOTENCY-REGISTER
        CLOSE IDEMPOTENCY-REGISTER-FILE
    END-IF.

LOAD-ONE-IDEMPOTENCY-KEY.
    READ IDEMPOTENCY-REGISTER-FILE
        AT END SET END-OF-IDEMPOTENCY-REGISTER TO TRUE
        NOT AT END
            IF WS-IDEM-COUNT < 5000
                ADD 1 TO WS-IDEM-COUNT
                SET WS-IDEM-IDX TO WS-IDEM-COUNT
                MOVE IR-IDEMPOTENCY-KEY
                    TO WS-ID-IDEMPOTENCY-KEY (WS-IDEM-IDX)
                MOVE IR-PRINCIPAL TO WS-ID-PRINCIPAL (WS-IDEM-IDX)
                MOVE IR-ENDPOINT-NAME
                    TO WS-ID-ENDPOINT-NAME (WS-IDEM-IDX)
                MOVE IR-HTTP-STATUS TO WS-ID-HTTP-STATUS (WS-IDEM-IDX)
                MOVE IR-ERROR-CODE TO WS-ID-ERROR-CODE (WS-IDEM-IDX)
                MOVE IR-FIRST-SEEN-MILLIS
                    TO WS-ID-FIRST-SEEN-MILLIS (WS-IDEM-IDX)
                MOVE IR-DUPLICATE-COUNT
                    TO WS-ID-DUPLICATE-COUNT (WS-IDEM-IDX)
            ELSE
                ADD 1 TO WS-IDEM-LOAD-OVERFLOW-COUNT
            END-IF
    END-READ.

*> Only a mutating request with a key is checked. A key is scoped
*> to the principal that sent it, and one whose window has run out
*> by the time of this request no longer suppresses anything.
CHECK-IDEMPOTENCY-KEY.
    MOVE 'N' TO WS-DUPLICATE-SWITCH.
    MOVE 'N' TO WS-IDEM-FOUND-SWITCH.
    MOVE ZERO TO WS-IDEM-MATCH-IDX.
    IF RRC-ENDPOINT-IS-MUTATING AND RRC-IDEMPOTENCY-KEY NOT = SPACES
        SET WS-IDEM-IDX TO 1
        SEARCH WS-IDEM-ENTRY
            AT END CONTINUE
            WHEN WS-ID-IDEMPOTENCY-KEY (WS-IDEM-IDX)
                    = RRC-IDEMPOTENCY-KEY
                AND WS-ID-PRINCIPAL (WS-IDEM-IDX) = RRC-PRINCIPAL
                SET WS-IDEM-KEY-FOUND TO TRUE
                MOVE WS-IDEM-IDX TO WS-IDEM-MATCH-IDX
        END-SEARCH
    END-IF.
    IF WS-IDEM-KEY-FOUND
        SET WS-IDEM-IDX TO WS-IDEM-MATCH-IDX
        COMPUTE WS-IDEM-EXPIRY-MILLIS =
            WS-ID-FIRST-SEEN-MILLIS (WS-IDEM-IDX) +
            WS-IDEMPOTENCY-WINDOW-MILLIS
        IF RRC-TIMESTAMP-MILLIS < WS-IDEM-EXPIRY-MILLIS
            SET WS-REQUEST-IS-DUPLICATE TO TRUE
        END-IF
    END-IF.

*> The first request with a key records its outcome; a lapsed entry
*> for the same key and principal is reused for the new one. With
*> the table full, any entry whose window has run out is taken over.
REGISTER-IDEMPOTENCY-KEY.
    IF RRC-ENDPOINT-IS-MUTATING AND RRC-IDEMPOTENCY-KEY NOT = SPACES
        IF WS-IDEM-KEY-FOUND
            SET WS-IDEM-IDX TO WS-IDEM-MATCH-IDX
            PERFORM STORE-IDEMPOTENCY-OUTCOME
        ELSE
            IF WS-IDEM-COUNT < 5000
                ADD 1 TO WS-IDEM-COUNT
                SET WS-IDEM-IDX TO WS-IDEM-COUNT
                PERFORM STORE-IDEMPOTENCY-OUTCOME
            ELSE
                PERFORM FIND-LAPSED-IDEMPOTENCY-ENTRY
                IF WS-IDEM-LAPSED-FOUND
                    PERFORM STORE-IDEMPOTENCY-OUTCOME
                ELSE
                    ADD 1 TO WS-IDEM-UNREGISTERED-COUNT
                END-IF
            END-IF
        END-IF
    END-IF.

FIND-LAPSED-IDEMPOTENCY-ENTRY.
    MOVE 'N' TO WS-IDEM-LAPSED-SWITCH.
    SET WS-IDEM-IDX TO 1.
    SEARCH WS-IDEM-ENTRY
        AT END CONTINUE
        WHEN WS-ID-FIRST-SEEN-MILLIS (WS-IDEM-IDX) +
                WS-IDEMPOTENCY-WINDOW-MILLIS
                NOT > RRC-TIMESTAMP-MILLIS
            SET WS-IDEM-LAPSED-FOUND TO TRUE
    END-SEARCH.

STORE-IDEMPOTENCY-OUTCOME.
    ADD 1 TO WS-IDEM-REGISTERED-TOTAL.
    MOVE RRC-IDEMPOTENCY-KEY TO WS-ID-IDEMPOTENCY-KEY (WS-IDEM-IDX).
    MOVE RRC-PRINCIPAL TO WS-ID-PRINCIPAL (WS-IDEM-IDX).
    MOVE RRC-ENDPOINT-NAME TO WS-ID-ENDPOINT-NAME (WS-IDEM-IDX).
    MOVE RRC-HTTP-STATUS TO WS-ID-HTTP-STATUS (WS-IDEM-IDX).
    MOVE RRC-ERROR-CODE TO WS-ID-ERROR-CODE (WS-IDEM-IDX).
    MOVE RRC-TIMESTAMP-MILLIS
        TO WS-ID-FIRST-SEEN-MILLIS (WS-IDEM-IDX).
    MOVE ZERO TO WS-ID-DUPLICATE-COUNT (WS-IDEM-IDX).

*> The caller gets the original status and error code back; the
*> endpoint metrics do not count the retry as a second call.
SUPPRESS-DUPLICATE-REQUEST.
    ADD 1 TO WS-SUPPRESSED-TOTAL.
    ADD 1 TO WS-ID-DUPLICATE-COUNT (WS-IDEM-IDX).
    MOVE WS-ID-HTTP-STATUS (WS-IDEM-IDX)
        TO WS-ORIGINAL-STATUS-DISPLAY.
    MOVE WS-ID-FIRST-SEEN-MILLIS (WS-IDEM-IDX)
        TO WS-FIRST-SEEN-DISPLAY.
    MOVE SPACES TO REST-METRICS-LINE.
    STRING 'DUPLICATE ENDPOINT=' RRC-ENDPOINT-NAME DELIMITED BY SPACE
        ' PRINCIPAL=' RRC-PRINCIPAL DELIMITED BY SPACE
        ' ORIGINAL-HTTP-STATUS=' WS-ORIGINAL-STATUS-DISPLAY
            DELIMITED BY SIZE
        ' ORIGINAL-ERROR-CODE=' DELIMITED BY SIZE
        WS-ID-ERROR-CODE (WS-IDEM-IDX) DELIMITED BY SPACE
        INTO REST-METRICS-LINE
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE REST-METRICS-LINE.
    MOVE SPACES TO IDEMPOTENCY-REPORT-LINE.
    STRING 'SUPPRESSED PRINCIPAL=' DELIMITED BY SIZE
        RRC-PRINCIPAL DELIMITED BY SPACE
        ' KEY=' RRC-IDEMPOTENCY-KEY DELIMITED BY SPACE
        ' ENDPOINT=' RRC-ENDPOINT-NAME DELIMITED BY SPACE
        ' ORIGINAL-ENDPOINT=' DELIMITED BY SIZE
        WS-ID-ENDPOINT-NAME (WS-IDEM-IDX) DELIMITED BY SPACE
        ' ORIGINAL-HTTP-STATUS=' WS-ORIGINAL-STATUS-DISPLAY
            DELIMITED BY SIZE
        ' FIRST-SEEN-MS=' WS-FIRST-SEEN-DISPLAY DELIMITED BY SIZE
        INTO IDEMPOTENCY-REPORT-LINE
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE IDEMPOTENCY-REPORT-LINE.
    SET WS-DUP-IDX TO 1.
    SEARCH WS-DUP-PRINCIPAL-ENTRY
        AT END
            IF WS-DUP-PRINCIPAL-COUNT < 100
                ADD 1 TO WS-DUP-PRINCIPAL-COUNT
                SET WS-DUP-IDX TO WS-DUP-PRINCIPAL-COUNT
                MOVE RRC-PRINCIPAL TO WS-DP-PRINCIPAL (WS-DUP-IDX)
                MOVE 1 TO WS-DP-SUPPRESSED-COUNT (WS-DUP-IDX)
            END-IF
        WHEN WS-DP-PRINCIPAL (WS-DUP-IDX) = RRC-PRINCIPAL
            ADD 1 TO WS-DP-SUPPRESSED-COUNT (WS-DUP-IDX)
    END-SEARCH.

WRITE-IDEMPOTENCY-REPORT.
    PERFORM WRITE-ONE-DUPLICATE-PRINCIPAL
        VARYING WS-DUP-IDX FROM 1 BY 1
        UNTIL WS-DUP-IDX > WS-DUP-PRINCIPAL-COUNT.
    MOVE WS-SUPPRESSED-TOTAL TO WS-SUPPRESSED-DISPLAY.
    MOVE WS-IDEM-REGISTERED-TOTAL TO WS-REGISTERED-DISPLAY.
    MOVE SPACES TO IDEMPOTENCY-REPORT-LINE.
    STRING 'SUMMARY KEYS-REGISTERED=' WS-REGISTERED-DISPLAY
            DELIMITED BY SIZE
        ' DUPLICATES-SUPPRESSED=' WS-SUPPRESSED-DISPLAY
            DELIMITED BY SIZE
        INTO IDEMPOTENCY-REPORT-LINE.
    WRITE IDEMPOTENCY-REPORT-LINE.
    IF WS-IDEM-LOAD-OVERFLOW-COUNT > ZERO
        MOVE WS-IDEM-LOAD-OVERFLOW-COUNT TO WS-IDEM-OVERFLOW-DISPLAY
        MOVE SPACES TO IDEMPOTENCY-REPORT-LINE
        STRING 'INCOMPLETE REGISTER KEYS BEYOND THE 5000-KEY LIMIT='
                DELIMITED BY SIZE
            WS-IDEM-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - THEY SUPPRESSED NOTHING AND THE REGISTER WAS NOT'
                DELIMITED BY SIZE
            ' REWRITTEN' DELIMITED BY SIZE
            INTO IDEMPOTENCY-REPORT-LINE
        WRITE IDEMPOTENCY-REPORT-LINE
    END-IF.
    IF WS-IDEM-UNREGISTERED-COUNT > ZERO
        MOVE WS-IDEM-UNREGISTERED-COUNT
            TO WS-IDEM-OVERFLOW-DISPLAY
        MOVE SPACES TO IDEMPOTENCY-REPORT-LINE
        STRING 'INCOMPLETE UNREGISTERED KEYS BEYOND THE 5000-KEY LIMIT='
                DELIMITED BY SIZE
            WS-IDEM-OVERFLOW-DISPLAY DELIMITED BY SIZE
            ' - A RETRY OF THESE WILL BE EXECUTED AGAIN'
                DELIMITED BY SIZE
            INTO IDEMPOTENCY-REPORT-LINE
        WRITE IDEMPOTENCY-REPORT-LINE
    END-IF.

WRITE-ONE-DUPLICATE-PRINCIPAL.
    MOVE WS-DP-SUPPRESSED-COUNT (WS-DUP-IDX) TO WS-SUPPRESSED-DISPLAY.
    MOVE SPACES TO IDEMPOTENCY-REPORT-LINE.
    STRING 'PRINCIPAL=' DELIMITED BY SIZE
        WS-DP-PRINCIPAL (WS-DUP-IDX) DELIMITED BY SPACE
        ' SUPPRESSED=' WS-SUPPRESSED-DISPLAY DELIMITED BY SIZE
        INTO IDEMPOTENCY-REPORT-LINE
        ON OVERFLOW CONTINUE
    END-STRING.
    WRITE IDEMPOTENCY-REPORT-LINE.

*> Keys still inside their window as of the latest request seen are
*> kept for the next run; older ones are dropped.
REWRITE-IDEMPOTENCY-REGISTER.
    OPEN OUTPUT IDEMPOTENCY-REGISTER-FILE.
    PERFORM REWRITE-ONE-IDEMPOTENCY-KEY
        VARYING WS-IDEM-IDX FROM 1 BY 1
        UNTIL WS-IDEM-IDX > WS-IDEM-COUNT.
    CLOSE IDEMPOTENCY-REGISTER-FILE.

REWRITE-ONE-IDEMPOTENCY-KEY.
    COMPUTE WS-IDEM-EXPIRY-MILLIS =
        WS-ID-FIRST-SEEN-MILLIS (WS-IDEM-IDX) +
        WS-IDEMPOTENCY-WINDOW-MILLIS.
    IF WS-IDEM-EXPIRY-MILLIS > WS-LAST-TIMESTAMP-MILLIS
        MOVE WS-ID-IDEMPOTENCY-KEY (WS-IDEM-IDX) TO IR-IDEMPOTENCY-KEY
        MOVE WS-ID-PRINCIPAL (WS-IDEM-IDX) TO IR-PRINCIPAL
        MOVE WS-ID-ENDPOINT-NAME (WS-IDEM-IDX) TO IR-ENDPOINT-NAME
        MOVE WS-ID-HTTP-STATUS (WS-IDEM-IDX) TO IR-HTTP-STATUS
        MOVE WS-ID-ERROR-CODE (WS-IDEM-IDX) TO IR-ERROR-CODE
        MOVE WS-ID-FIRST-SEEN-MILLIS (WS-IDEM-IDX)
            TO IR-FIRST-SEEN-MILLIS
        MOVE WS-ID-DUPLICATE-COUNT (WS-IDEM-IDX)
            TO IR-DUPLICATE-COUNT
        WRITE IDEMPOTENCY-REGISTER-REC
    END-IF.

*> Backlog left by a previous run that ended with the endpoint still
*> down; it replays ahead of everything this run accepts.
