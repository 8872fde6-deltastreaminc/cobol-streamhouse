        ASSIGN TO "INCIDENTWINDOW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-CONFIG-STATUS.
    SELECT KNOWN-ERROR-FILE
        ASSIGN TO "KNOWNERRORS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KNOWN-ERROR-STATUS.
    SELECT INCIDENT-CLUSTER-REPORT
        ASSIGN TO "INCIDENTCLUSTERREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
01 CORRELATION-WINDOW-CARD.
   05 CW-WINDOW-SECONDS PIC 9(5).

*> The known-error register: what a pattern of incidents has meant
*> before and what was done about it. An entry matches an incident
*> on program id, error class and correlation key; a blank field
*> matches anything, and a key pattern ending in * matches every key
*> that starts with what precedes it. Entries are tried in register
*> order, so the more specific belong first.
FD KNOWN-ERROR-FILE.
01 KNOWN-ERROR-CARD.
   05 KE-ERROR-ID PIC X(12).
   05 KE-PROGRAM-ID PIC X(30).
   05 KE-ERROR-CLASS PIC X(20).
   05 KE-KEY-PATTERN PIC X(60).
   05 KE-DIAGNOSIS PIC X(80).
   05 KE-RUNBOOK-REF PIC X(40).
   05 KE-SUGGESTED-ACTION PIC X(80).

FD INCIDENT-CLUSTER-REPORT.
01 INCIDENT-CLUSTER-LINE PIC X(250).

   88 WS-WINDOW-CONFIG-OK VALUE '00'.
01 WS-INCIDENT-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-INCIDENTS VALUE 'Y'.
01 WS-KNOWN-ERROR-STATUS PIC XX.
   88 WS-KNOWN-ERROR-OK VALUE '00'.
01 WS-KNOWN-ERROR-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-KNOWN-ERRORS VALUE 'Y'.

01 WS-WINDOW-SECONDS-DEFAULT PIC 9(5) VALUE 300.
01 WS-WINDOW-SECONDS PIC 9(5) VALUE 300.
01 WS-MEMBER-DISPLAY PIC ZZZZ9.
01 WS-CLUSTER-TOTAL-DISPLAY PIC ZZZ9.

*> The loaded register, with each key pattern's fixed part measured
*> once: zero length matches any key.
01 WS-KNOWN-ERROR-COUNT PIC 9(3) VALUE ZERO.
01 WS-KNOWN-ERROR-TABLE.
   05 WS-KE-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-KNOWN-ERROR-COUNT
         INDEXED BY WS-KE-IDX.
      10 WS-KE-ERROR-ID PIC X(12).
      10 WS-KE-PROGRAM-ID PIC X(30).
      10 WS-KE-ERROR-CLASS PIC X(20).
      10 WS-KE-KEY-PATTERN PIC X(60).
      10 WS-KE-KEY-LENGTH PIC 9(2).
      10 WS-KE-PREFIX-SWITCH PIC X.
         88 WS-KE-IS-PREFIX VALUE 'Y'.
      10 WS-KE-DIAGNOSIS PIC X(80).
      10 WS-KE-RUNBOOK-REF PIC X(40).
      10 WS-KE-SUGGESTED-ACTION PIC X(80).
01 WS-PATTERN-TRAILING PIC 9(2) VALUE ZERO.

*> The known error each cluster was tagged with, zero for a new
*> problem.
01 WS-CLUSTER-TAG-TABLE.
   05 WS-CLUSTER-KNOWN-ERROR PIC 9(3) OCCURS 2000 TIMES.
01 WS-MATCHED-KNOWN-ERROR PIC 9(3) VALUE ZERO.
01 WS-KNOWN-CLUSTER-COUNT PIC 9(4) VALUE ZERO.
01 WS-NEW-CLUSTER-COUNT PIC 9(4) VALUE ZERO.
01 WS-KNOWN-TOTAL-DISPLAY PIC ZZZ9.
01 WS-NEW-TOTAL-DISPLAY PIC ZZZ9.
01 WS-REPORT-SECTION-SWITCH PIC X VALUE 'K'.
   88 WS-REPORTING-KNOWN VALUE 'K'.
   88 WS-REPORTING-NEW VALUE 'N'.

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    PERFORM LOAD-CORRELATION-WINDOW.
    PERFORM LOAD-KNOWN-ERRORS.
    PERFORM LOAD-INCIDENT-STREAM.
    PERFORM CLUSTER-INCIDENTS.
    PERFORM TAG-KNOWN-ERROR-CLUSTERS.
    PERFORM WRITE-CLUSTER-REPORT.
    STOP RUN.

        CLOSE CORRELATION-WINDOW-CONFIG
    END-IF.

LOAD-KNOWN-ERRORS.
    MOVE ZERO TO WS-KNOWN-ERROR-COUNT.
    OPEN INPUT KNOWN-ERROR-FILE.
    IF WS-KNOWN-ERROR-OK
        PERFORM LOAD-ONE-KNOWN-ERROR UNTIL END-OF-KNOWN-ERRORS
        CLOSE KNOWN-ERROR-FILE
    END-IF.

LOAD-ONE-KNOWN-ERROR.
    READ KNOWN-ERROR-FILE
        AT END SET END-OF-KNOWN-ERRORS TO TRUE
        NOT AT END
            IF KE-ERROR-ID NOT = SPACES
                    AND WS-KNOWN-ERROR-COUNT < 500
                ADD 1 TO WS-KNOWN-ERROR-COUNT
                SET WS-KE-IDX TO WS-KNOWN-ERROR-COUNT
                MOVE KE-ERROR-ID TO WS-KE-ERROR-ID (WS-KE-IDX)
                MOVE KE-PROGRAM-ID TO WS-KE-PROGRAM-ID (WS-KE-IDX)
                MOVE KE-ERROR-CLASS TO WS-KE-ERROR-CLASS (WS-KE-IDX)
                MOVE KE-KEY-PATTERN TO WS-KE-KEY-PATTERN (WS-KE-IDX)
                MOVE KE-DIAGNOSIS TO WS-KE-DIAGNOSIS (WS-KE-IDX)
                MOVE KE-RUNBOOK-REF TO WS-KE-RUNBOOK-REF (WS-KE-IDX)
                MOVE KE-SUGGESTED-ACTION
                    TO WS-KE-SUGGESTED-ACTION (WS-KE-IDX)
                PERFORM MEASURE-KEY-PATTERN
            END-IF
    END-READ.

MEASURE-KEY-PATTERN.
    MOVE ZERO TO WS-PATTERN-TRAILING.
    INSPECT FUNCTION REVERSE (KE-KEY-PATTERN)
        TALLYING WS-PATTERN-TRAILING FOR LEADING SPACES.
    COMPUTE WS-KE-KEY-LENGTH (WS-KE-IDX) = 60 - WS-PATTERN-TRAILING.
    MOVE 'N' TO WS-KE-PREFIX-SWITCH (WS-KE-IDX).
    IF WS-KE-KEY-LENGTH (WS-KE-IDX) > ZERO
        IF KE-KEY-PATTERN (WS-KE-KEY-LENGTH (WS-KE-IDX):1) = '*'
            SET WS-KE-IS-PREFIX (WS-KE-IDX) TO TRUE
            SUBTRACT 1 FROM WS-KE-KEY-LENGTH (WS-KE-IDX)
        END-IF
    END-IF.

LOAD-INCIDENT-STREAM.
    OPEN INPUT INCIDENT-LOG-FILE.
    IF WS-INCIDENT-LOG-OK
        END-IF
    END-IF.

*> Each cluster is tagged with the first register entry any of its
*> records matches, its records tried in the order they arrived.
TAG-KNOWN-ERROR-CLUSTERS.
    PERFORM TAG-ONE-CLUSTER
        VARYING WS-PRINT-CLUSTER FROM 1 BY 1
        UNTIL WS-PRINT-CLUSTER > WS-CLUSTER-COUNT.

TAG-ONE-CLUSTER.
    MOVE ZERO TO WS-MATCHED-KNOWN-ERROR.
    IF WS-KNOWN-ERROR-COUNT > ZERO
        PERFORM MATCH-ONE-CLUSTER-MEMBER
            VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-INCIDENT-COUNT
                OR WS-MATCHED-KNOWN-ERROR > ZERO
    END-IF.
    MOVE WS-MATCHED-KNOWN-ERROR
        TO WS-CLUSTER-KNOWN-ERROR (WS-PRINT-CLUSTER).
    IF WS-MATCHED-KNOWN-ERROR > ZERO
        ADD 1 TO WS-KNOWN-CLUSTER-COUNT
    ELSE
        ADD 1 TO WS-NEW-CLUSTER-COUNT
    END-IF.

MATCH-ONE-CLUSTER-MEMBER.
    SET WS-IN-IDX TO WS-SCAN-IDX.
    IF WS-IN-CLUSTER-NUMBER (WS-IN-IDX) = WS-PRINT-CLUSTER
        PERFORM MATCH-ONE-KNOWN-ERROR
            VARYING WS-KE-IDX FROM 1 BY 1
            UNTIL WS-KE-IDX > WS-KNOWN-ERROR-COUNT
                OR WS-MATCHED-KNOWN-ERROR > ZERO
    END-IF.

MATCH-ONE-KNOWN-ERROR.
    IF (WS-KE-PROGRAM-ID (WS-KE-IDX) = SPACES
            OR WS-KE-PROGRAM-ID (WS-KE-IDX) =
                WS-IN-PROGRAM-ID (WS-IN-IDX))
        AND (WS-KE-ERROR-CLASS (WS-KE-IDX) = SPACES
            OR WS-KE-ERROR-CLASS (WS-KE-IDX) =
                WS-IN-ERROR-CLASS (WS-IN-IDX))
        EVALUATE TRUE
            WHEN WS-KE-KEY-LENGTH (WS-KE-IDX) = ZERO
                SET WS-MATCHED-KNOWN-ERROR TO WS-KE-IDX
            WHEN WS-KE-IS-PREFIX (WS-KE-IDX)
                IF WS-IN-CORRELATION-KEY (WS-IN-IDX)
                        (1:WS-KE-KEY-LENGTH (WS-KE-IDX)) =
                    WS-KE-KEY-PATTERN (WS-KE-IDX)
                        (1:WS-KE-KEY-LENGTH (WS-KE-IDX))
                    SET WS-MATCHED-KNOWN-ERROR TO WS-KE-IDX
                END-IF
            WHEN WS-IN-CORRELATION-KEY (WS-IN-IDX) =
                    WS-KE-KEY-PATTERN (WS-KE-IDX)
                SET WS-MATCHED-KNOWN-ERROR TO WS-KE-IDX
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> Clusters a known error explains come first, each with what it
*> means and what to do; the rest follow as new problems - the ones
*> that need the analyst's judgement rather than their memory.
WRITE-CLUSTER-REPORT.
    OPEN OUTPUT INCIDENT-CLUSTER-REPORT.
    SET WS-REPORTING-KNOWN TO TRUE.
    PERFORM WRITE-ONE-CLUSTER
        VARYING WS-PRINT-CLUSTER FROM 1 BY 1
        UNTIL WS-PRINT-CLUSTER > WS-CLUSTER-COUNT.
    MOVE WS-NEW-CLUSTER-COUNT TO WS-NEW-TOTAL-DISPLAY.
    MOVE SPACES TO INCIDENT-CLUSTER-LINE.
    STRING 'NEW PROBLEMS=' WS-NEW-TOTAL-DISPLAY
        DELIMITED BY SIZE
        INTO INCIDENT-CLUSTER-LINE.
    WRITE INCIDENT-CLUSTER-LINE.
    SET WS-REPORTING-NEW TO TRUE.
    PERFORM WRITE-ONE-CLUSTER
        VARYING WS-PRINT-CLUSTER FROM 1 BY 1
        UNTIL WS-PRINT-CLUSTER > WS-CLUSTER-COUNT.
    MOVE WS-CLUSTER-COUNT TO WS-CLUSTER-TOTAL-DISPLAY.
    MOVE WS-KNOWN-CLUSTER-COUNT TO WS-KNOWN-TOTAL-DISPLAY.
    MOVE SPACES TO INCIDENT-CLUSTER-LINE.
    STRING 'SUMMARY PROBABLE-INCIDENTS=' WS-CLUSTER-TOTAL-DISPLAY
        ' KNOWN=' WS-KNOWN-TOTAL-DISPLAY
        ' NEW=' WS-NEW-TOTAL-DISPLAY
        DELIMITED BY SIZE
        INTO INCIDENT-CLUSTER-LINE.
    WRITE INCIDENT-CLUSTER-LINE.
    CLOSE INCIDENT-CLUSTER-REPORT.

WRITE-ONE-CLUSTER.
    MOVE WS-CLUSTER-KNOWN-ERROR (WS-PRINT-CLUSTER)
        TO WS-MATCHED-KNOWN-ERROR.
    IF (WS-REPORTING-KNOWN AND WS-MATCHED-KNOWN-ERROR > ZERO)
            OR (WS-REPORTING-NEW AND WS-MATCHED-KNOWN-ERROR = ZERO)
        PERFORM WRITE-CLUSTER-DETAIL
    END-IF.

WRITE-CLUSTER-DETAIL.
    MOVE ZERO TO WS-CLUSTER-MEMBER-COUNT.
    PERFORM COUNT-ONE-CLUSTER-MEMBER
        VARYING WS-SCAN-IDX FROM 1 BY 1
    MOVE WS-PRINT-CLUSTER TO WS-CLUSTER-DISPLAY.
    MOVE WS-CLUSTER-MEMBER-COUNT TO WS-MEMBER-DISPLAY.
    MOVE SPACES TO INCIDENT-CLUSTER-LINE.
    IF WS-MATCHED-KNOWN-ERROR > ZERO
        SET WS-KE-IDX TO WS-MATCHED-KNOWN-ERROR
        STRING 'CLUSTER ' WS-CLUSTER-DISPLAY DELIMITED BY SIZE
            ' RECORDS=' WS-MEMBER-DISPLAY DELIMITED BY SIZE
            ' KNOWN-ERROR=' DELIMITED BY SIZE
            WS-KE-ERROR-ID (WS-KE-IDX) DELIMITED BY SPACE
            ' RUNBOOK=' DELIMITED BY SIZE
            WS-KE-RUNBOOK-REF (WS-KE-IDX) DELIMITED BY SPACE
            INTO INCIDENT-CLUSTER-LINE
        WRITE INCIDENT-CLUSTER-LINE
        MOVE SPACES TO INCIDENT-CLUSTER-LINE
        STRING '  DIAGNOSIS: ' WS-KE-DIAGNOSIS (WS-KE-IDX)
            DELIMITED BY SIZE
            INTO INCIDENT-CLUSTER-LINE
        WRITE INCIDENT-CLUSTER-LINE
        MOVE SPACES TO INCIDENT-CLUSTER-LINE
        STRING '  ACTION: ' WS-KE-SUGGESTED-ACTION (WS-KE-IDX)
            DELIMITED BY SIZE
            INTO INCIDENT-CLUSTER-LINE
        WRITE INCIDENT-CLUSTER-LINE
    ELSE
        STRING 'CLUSTER ' WS-CLUSTER-DISPLAY DELIMITED BY SIZE
            ' RECORDS=' WS-MEMBER-DISPLAY DELIMITED BY SIZE
            ' NEW-PROBLEM' DELIMITED BY SIZE
            INTO INCIDENT-CLUSTER-LINE
        WRITE INCIDENT-CLUSTER-LINE
    END-IF.
    PERFORM WRITE-ONE-TIMELINE-MEMBER
        VARYING WS-SCAN-IDX FROM 1 BY 1
        UNTIL WS-SCAN-IDX > WS-INCIDENT-COUNT.
