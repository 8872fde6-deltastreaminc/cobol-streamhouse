        ASSIGN TO "CONCURRENCYLIMIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONCURRENCY-STATUS.
    SELECT SCHEDULE-DATE-FILE
        ASSIGN TO "SCHEDULEDATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHEDULE-DATE-STATUS.
    SELECT SHOP-HOLIDAY-FILE
        ASSIGN TO "SHOPHOLIDAYS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLIDAY-STATUS.
    SELECT STEP-RUN-DATE-FILE
        ASSIGN TO "STEPRUNDATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-DATE-STATUS.
    SELECT STEP-DATASET-FILE
        ASSIGN TO "STEPDATASETS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STEP-DATASET-STATUS.
    SELECT DATA-POLL-INTERVAL-FILE
        ASSIGN TO "DATAPOLLINTERVAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POLL-INTERVAL-STATUS.
    SELECT INCIDENT-LOG-FILE
        ASSIGN TO "INCIDENTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INCIDENT-LOG-STATUS.
    SELECT PREFLIGHT-VERDICT-FILE
        ASSIGN TO "PREFLIGHTVERDICT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PREFLIGHT-VERDICT-STATUS.
    SELECT DATASET-ARRIVAL-FILE
        ASSIGN TO "DATASETARRIVALS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARRIVAL-STATUS.

DATA DIVISION.
FILE SECTION.
*> card per step with its program, whether a rerun of it is safe,
*> and up to three predecessor steps (zero = none) - the dependency
*> diagram is a DAG and the card deck now says so, instead of
*> pretending everything is one straight line. The run calendar
*> says which nights the step belongs to: blank or D every night, W
*> the weekdays flagged Y (Monday first), B the Nth business day of
*> the month, L the month's last business day, X the dates listed
*> for it in STEPRUNDATES. Business days are Monday to Friday less
*> the shop holidays. The holiday rule says whether a D, W or X step
*> also skips (S) or runs (R) on a shop holiday; left blank, W steps
*> skip and D and X steps run.
FD STEP-DEFINITION-FILE.
01 STEP-DEFINITION-CARD.
   05 SD-STEP-NUMBER PIC 9(3).
   05 SD-PREDECESSOR PIC 9(3).
   05 SD-PREDECESSOR-2 PIC 9(3).
   05 SD-PREDECESSOR-3 PIC 9(3).
   05 SD-RUN-CALENDAR PIC X.
   05 SD-WEEKDAY-FLAGS PIC X(7).
   05 SD-BUSINESS-DAY PIC 9(2).
   05 SD-HOLIDAY-RULE PIC X.

*> Each step's return code as its execution produced it, one card per
*> step, the same simulation-card convention the metrics reporter
   05 JR-START-STAMP PIC 9(14).
   05 JR-END-STAMP PIC 9(14).
   05 JR-RETURN-CODE PIC 9(4).
   05 JR-STATUS PIC X(12).
   05 JR-WAVE-NUMBER PIC 9(3).
   05 JR-DATA-WAIT-SECONDS PIC 9(7).

*> One card per step an operator explicitly authorizes rerunning
*> even though its definition says it is not restartable.
01 CONCURRENCY-LIMIT-CARD.
   05 CL-MAX-CONCURRENT PIC 9(3).

*> The date the calendars are judged against, one optional card - a
*> chain restarted after midnight still runs the night it belongs
*> to. Without it the run date is today.
FD SCHEDULE-DATE-FILE.
01 SCHEDULE-DATE-CARD.
   05 SC-SCHEDULE-DATE PIC 9(8).

*> The shop holiday calendar, one card per holiday.
FD SHOP-HOLIDAY-FILE.
01 SHOP-HOLIDAY-CARD.
   05 HC-HOLIDAY-DATE PIC 9(8).
   05 HC-HOLIDAY-NAME PIC X(30).

*> The explicit run dates of the X-calendar steps, one card per step
*> per date.
FD STEP-RUN-DATE-FILE.
01 STEP-RUN-DATE-CARD.
   05 RD-STEP-NUMBER PIC 9(3).
   05 RD-RUN-DATE PIC 9(8).

*> The input datasets a step needs from outside the chain, one card
*> per step per dataset. The freshness rule: N the file must be
*> non-empty, T landed on or after the schedule date, B both;
*> blank, it need only have arrived. The step is held, and its datasets
*> polled, for up to the longest wait on its cards before it is
*> given up as WAITING-DATA.
FD STEP-DATASET-FILE.
01 STEP-DATASET-CARD.
   05 DR-STEP-NUMBER PIC 9(3).
   05 DR-DATASET-NAME PIC X(100).
   05 DR-FRESHNESS-RULE PIC X.
   05 DR-WAIT-MINUTES PIC 9(4).

*> The arrival deck: one card per dataset landed from outside the
*> chain, with the moment it landed and how many records it holds,
*> the same simulation-card convention the step results use. A poll
*> sees only the arrivals stamped at or before the poll's moment.
FD DATASET-ARRIVAL-FILE.
01 DATASET-ARRIVAL-CARD.
   05 DA-DATASET-NAME PIC X(100).
   05 DA-ARRIVAL-STAMP PIC 9(14).
   05 DA-ARRIVAL-PARTS REDEFINES DA-ARRIVAL-STAMP.
      10 DA-ARRIVAL-DATE PIC 9(8).
      10 DA-ARRIVAL-HH PIC 9(2).
      10 DA-ARRIVAL-MM PIC 9(2).
      10 DA-ARRIVAL-SS PIC 9(2).
   05 DA-RECORD-COUNT PIC 9(9).

*> Seconds between polls of a held step's datasets, one optional
*> card.
FD DATA-POLL-INTERVAL-FILE.
01 DATA-POLL-INTERVAL-CARD.
   05 DP-POLL-SECONDS PIC 9(4).

*> Shared incident log - timestamp, program id, severity, error
*> class and a correlation key (topic or table), one format across
*> CobKa and CobBerg so one bad night is one merge, not nine greps.
FD INCIDENT-LOG-FILE.
01 INCIDENT-REC.
   05 IN-TIMESTAMP PIC 9(14).
   05 IN-PROGRAM-ID PIC X(30).
   05 IN-SEVERITY PIC X(8).
   05 IN-ERROR-CLASS PIC X(20).
   05 IN-CORRELATION-KEY PIC X(60).

*> The control-deck pre-flight's verdict for the night, written by
*> CONTROL-DECK-PREFLIGHT as the chain's first step: the date it was
*> reached, GO or NO-GO, and the fatal and warning counts behind it.
FD PREFLIGHT-VERDICT-FILE.
01 PREFLIGHT-VERDICT-CARD.
   05 PV-RUN-DATE PIC 9(8).
   05 PV-VERDICT PIC X(5).
   05 PV-FATAL-COUNT PIC 9(5).
   05 PV-WARNING-COUNT PIC 9(5).
   05 PV-DECK-COUNT PIC 9(3).

WORKING-STORAGE SECTION.
01 WS-STEP-DEF-STATUS PIC XX.
   88 WS-STEP-DEF-OK VALUE '00'.
      10 WS-ST-PREDECESSOR PIC 9(3).
      10 WS-ST-PREDECESSOR-2 PIC 9(3).
      10 WS-ST-PREDECESSOR-3 PIC 9(3).
      10 WS-ST-RUN-CALENDAR PIC X.
         88 WS-ST-RUNS-DAILY VALUE SPACE 'D'.
         88 WS-ST-RUNS-ON-WEEKDAYS VALUE 'W'.
         88 WS-ST-RUNS-ON-BUSINESS-DAY VALUE 'B'.
         88 WS-ST-RUNS-ON-LAST-BUSINESS-DAY VALUE 'L'.
         88 WS-ST-RUNS-ON-LISTED-DATES VALUE 'X'.
      10 WS-ST-WEEKDAY-FLAGS PIC X(7).
      10 WS-ST-BUSINESS-DAY PIC 9(2).
      10 WS-ST-HOLIDAY-RULE PIC X.
         88 WS-ST-SKIPS-HOLIDAYS VALUE 'S'.
         88 WS-ST-RUNS-HOLIDAYS VALUE 'R'.
      10 WS-ST-LISTED-TONIGHT-SWITCH PIC X.
         88 WS-ST-IS-LISTED-TONIGHT VALUE 'Y'.
      10 WS-ST-SCHEDULED-SWITCH PIC X.
         88 WS-ST-IS-SCHEDULED VALUE 'Y'.
         88 WS-ST-HAS-BAD-CALENDAR VALUE 'E'.
      10 WS-ST-PRIOR-STATUS PIC X(12).
      10 WS-ST-RESULT-RC PIC 9(4).
      10 WS-ST-OVERRIDDEN-SWITCH PIC X.
         88 WS-ST-IS-OVERRIDDEN VALUE 'Y'.
      10 WS-ST-RUN-STATUS PIC X(12).
      10 WS-ST-START-STAMP PIC 9(14).
      10 WS-ST-END-STAMP PIC 9(14).
      10 WS-ST-RUN-RC PIC 9(4).
      10 WS-ST-WAVE-NUMBER PIC 9(3).
      10 WS-ST-DATASET-COUNT PIC 9(3).
      10 WS-ST-DATA-WAIT-LIMIT PIC 9(7).
      10 WS-ST-WAIT-START-SECONDS PIC 9(12).
      10 WS-ST-DATA-WAIT-SECONDS PIC 9(7).

01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-CHAIN-HALTED-SWITCH PIC X VALUE 'N'.
01 WS-PRED-SCAN-IDX PIC 9(3).
01 WS-BLOCKED-COUNT PIC 9(3) VALUE ZERO.

*> Tonight as the calendars see it: the schedule date, its weekday
*> (1 = Monday), whether it is a shop holiday or a business day, its
*> business-day number within the month, and whether it is the
*> month's last business day.
01 WS-SCHEDULE-DATE-STATUS PIC XX.
   88 WS-SCHEDULE-DATE-OK VALUE '00'.
01 WS-HOLIDAY-STATUS PIC XX.
   88 WS-HOLIDAY-OK VALUE '00'.
01 WS-RUN-DATE-STATUS PIC XX.
   88 WS-RUN-DATE-OK VALUE '00'.
01 WS-HOLIDAY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-HOLIDAYS VALUE 'Y'.
01 WS-RUN-DATE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-RUN-DATES VALUE 'Y'.
01 WS-HOLIDAY-COUNT PIC 9(3) VALUE ZERO.
*> Holiday cards for the schedule year past the table's 366 entries.
*> A holiday left out would run steps that should skip it and shift
*> the business-day numbers, so any at all holds every step not
*> already complete as HELD-HOLIDAY.
01 WS-HOLIDAY-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-HOLIDAY-HALT-SWITCH PIC X VALUE 'N'.
   88 WS-HOLIDAYS-INCOMPLETE VALUE 'Y'.
01 WS-HOLIDAY-HELD-COUNT PIC 9(3) VALUE ZERO.
01 WS-HOLIDAY-TABLE.
   05 WS-HOLIDAY-ENTRY OCCURS 1 TO 366 TIMES
         DEPENDING ON WS-HOLIDAY-COUNT
         INDEXED BY WS-HOLIDAY-IDX.
      10 WS-HD-HOLIDAY-DATE PIC 9(8).
      10 WS-HD-HOLIDAY-NAME PIC X(30).
01 WS-SCHEDULE-DATE PIC 9(8) VALUE ZERO.
01 WS-SCHEDULE-DATE-PARTS REDEFINES WS-SCHEDULE-DATE.
   05 WS-SCH-YYYY PIC 9(4).
   05 WS-SCH-MM PIC 9(2).
   05 WS-SCH-DD PIC 9(2).
01 WS-SCHEDULE-DAY-NUMBER PIC 9(7) VALUE ZERO.
01 WS-SCHEDULE-WEEKDAY PIC 9(1) VALUE ZERO.
01 WS-SCHEDULE-HOLIDAY-SWITCH PIC X VALUE 'N'.
   88 WS-TONIGHT-IS-HOLIDAY VALUE 'Y'.
01 WS-SCHEDULE-BUSINESS-SWITCH PIC X VALUE 'N'.
   88 WS-TONIGHT-IS-BUSINESS-DAY VALUE 'Y'.
01 WS-SCHEDULE-LAST-BUSINESS-SWITCH PIC X VALUE 'N'.
   88 WS-TONIGHT-IS-LAST-BUSINESS-DAY VALUE 'Y'.
01 WS-SCHEDULE-BUSINESS-DAY PIC 9(2) VALUE ZERO.
01 WS-SCHEDULE-HOLIDAY-NAME PIC X(30) VALUE SPACES.
01 WS-PROBE-DATE PIC 9(8) VALUE ZERO.
01 WS-PROBE-DAY-NUMBER PIC 9(7) VALUE ZERO.
01 WS-PROBE-WEEKDAY PIC 9(1) VALUE ZERO.
01 WS-PROBE-BUSINESS-SWITCH PIC X VALUE 'N'.
   88 WS-PROBE-IS-BUSINESS-DAY VALUE 'Y'.
01 WS-PROBE-HOLIDAY-SWITCH PIC X VALUE 'N'.
   88 WS-PROBE-IS-HOLIDAY VALUE 'Y'.
01 WS-MONTH-FIRST-DAY-NUMBER PIC 9(7) VALUE ZERO.
01 WS-MONTH-LAST-DAY-NUMBER PIC 9(7) VALUE ZERO.
01 WS-NEXT-MONTH-FIRST PIC 9(8) VALUE ZERO.
01 WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-FIRST.
   05 WS-NM-YYYY PIC 9(4).
   05 WS-NM-MM PIC 9(2).
   05 WS-NM-DD PIC 9(2).
01 WS-WEEKDAY-QUOTIENT PIC 9(7) VALUE ZERO.
01 WS-CALENDAR-SKIPPED-COUNT PIC 9(3) VALUE ZERO.

*> Dataset-availability holds: the requirement cards, the arrival
*> deck, and what the arrival check reports for the one being looked
*> at.
01 WS-STEP-DATASET-STATUS PIC XX.
   88 WS-STEP-DATASET-OK VALUE '00'.
01 WS-POLL-INTERVAL-STATUS PIC XX.
   88 WS-POLL-INTERVAL-OK VALUE '00'.
01 WS-INCIDENT-LOG-STATUS PIC XX.
   88 WS-INCIDENT-LOG-OK VALUE '00'.
01 WS-STEP-DATASET-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-STEP-DATASETS VALUE 'Y'.
01 WS-DATASET-COUNT PIC 9(3) VALUE ZERO.
01 WS-DATASET-TABLE.
   05 WS-DATASET-ENTRY OCCURS 1 TO 300 TIMES
         DEPENDING ON WS-DATASET-COUNT
         INDEXED BY WS-DATASET-IDX.
      10 WS-DS-STEP-IDX PIC 9(3).
      10 WS-DS-DATASET-NAME PIC X(100).
      10 WS-DS-FRESHNESS-RULE PIC X.
         88 WS-DS-MUST-BE-NON-EMPTY VALUE 'N' 'B'.
         88 WS-DS-MUST-BE-CURRENT VALUE 'T' 'B'.
01 WS-POLL-SECONDS-DEFAULT PIC 9(4) VALUE 60.
01 WS-POLL-SECONDS PIC 9(4) VALUE 60.
01 WS-DATA-READY-SWITCH PIC X.
   88 WS-DATA-IS-READY VALUE 'Y'.
01 WS-DATA-HELD-SWITCH PIC X VALUE 'N'.
   88 WS-WAVE-HELD-FOR-DATA VALUE 'Y'.
01 WS-MISSING-DATASET PIC X(100) VALUE SPACES.
01 WS-MISSING-REASON PIC X(20) VALUE SPACES.
01 WS-ARRIVAL-STATUS PIC XX.
   88 WS-ARRIVAL-OK VALUE '00'.
01 WS-ARRIVAL-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-ARRIVALS VALUE 'Y'.
01 WS-ARRIVAL-COUNT PIC 9(3) VALUE ZERO.
*> Arrival cards past the table's 500 entries; a dataset whose only
*> arrival is among them is never seen, so the count is reported.
01 WS-ARRIVAL-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-ARRIVAL-TABLE.
   05 WS-ARRIVAL-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-ARRIVAL-COUNT
         INDEXED BY WS-ARRIVAL-IDX.
      10 WS-AR-DATASET-NAME PIC X(100).
      10 WS-AR-ARRIVAL-DATE PIC 9(8).
      10 WS-AR-ARRIVAL-SECONDS PIC 9(12).
      10 WS-AR-RECORD-COUNT PIC 9(9).
01 WS-ARRIVAL-FOUND-SWITCH PIC X VALUE 'N'.
   88 WS-ARRIVAL-FOUND VALUE 'Y'.
01 WS-FOUND-ARRIVAL-SECONDS PIC 9(12) VALUE ZERO.
01 WS-FOUND-ARRIVAL-DATE PIC 9(8) VALUE ZERO.
01 WS-FOUND-RECORD-COUNT PIC 9(9) VALUE ZERO.
01 WS-OVERFLOW-DISPLAY PIC Z(6)9.
*> The poll clock: the moment the chain started, moved on by the
*> poll interval each time a wave releases nothing while a step is
*> held on its data.
01 WS-NOW-SECONDS PIC 9(12) VALUE ZERO.
01 WS-NOW-PARTS.
   05 WS-NOW-DATE PIC 9(8).
   05 WS-NOW-HH PIC 9(2).
   05 WS-NOW-MM PIC 9(2).
   05 WS-NOW-SS PIC 9(2).
01 WS-WAITED-SECONDS PIC 9(12) VALUE ZERO.
01 WS-WAITING-DATA-COUNT PIC 9(3) VALUE ZERO.
01 WS-INCIDENT-DATE-TIME PIC X(21).

*> The pre-flight verdict as found, and the steps it held back. While
*> tonight's pre-flight step is still to finish, the verdict is
*> pending and no other step is dispatched.
01 WS-PREFLIGHT-VERDICT-STATUS PIC XX.
   88 WS-PREFLIGHT-VERDICT-OK VALUE '00'.
01 WS-PREFLIGHT-FATAL-COUNT PIC 9(5) VALUE ZERO.
01 WS-PREFLIGHT-HELD-COUNT PIC 9(3) VALUE ZERO.
01 WS-PREFLIGHT-PROGRAM PIC X(30) VALUE 'CONTROL-DECK-PREFLIGHT'.
01 WS-PREFLIGHT-PENDING-SWITCH PIC X VALUE 'N'.
   88 WS-PREFLIGHT-PENDING VALUE 'Y'.
01 WS-PREFLIGHT-STEP-IDX PIC 9(3) VALUE ZERO.
01 WS-HALT-ERROR-CLASS PIC X(20) VALUE SPACES.
01 WS-HALT-CORRELATION-KEY PIC X(60) VALUE SPACES.

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    PERFORM LOAD-STEP-DEFINITIONS.
    PERFORM ESTABLISH-SCHEDULE-DATE.
    PERFORM LOAD-STEP-RUN-DATES.
    PERFORM LOAD-STEP-DATASETS.
    PERFORM LOAD-DATASET-ARRIVALS.
    PERFORM LOAD-PRIOR-JOURNAL.
    PERFORM LOAD-STEP-RESULTS.
    PERFORM LOAD-OPERATOR-OVERRIDES.
    PERFORM REWRITE-RUN-JOURNAL.
    DISPLAY 'Steps executed: ' WS-EXECUTED-COUNT.
    DISPLAY 'Steps skipped (already complete): ' WS-SKIPPED-COUNT.
    DISPLAY 'Steps not scheduled tonight: ' WS-CALENDAR-SKIPPED-COUNT.
    DISPLAY 'Steps given up waiting on data: ' WS-WAITING-DATA-COUNT.
    DISPLAY 'Steps held by pre-flight: ' WS-PREFLIGHT-HELD-COUNT.
    DISPLAY 'Steps held by holiday deck: ' WS-HOLIDAY-HELD-COUNT.
    STOP RUN.

LOAD-STEP-DEFINITIONS.
            ELSE
                MOVE ZERO TO WS-ST-PREDECESSOR-3 (WS-STEP-IDX)
            END-IF
            MOVE SD-RUN-CALENDAR TO WS-ST-RUN-CALENDAR (WS-STEP-IDX)
            MOVE SD-WEEKDAY-FLAGS
                TO WS-ST-WEEKDAY-FLAGS (WS-STEP-IDX)
            IF SD-BUSINESS-DAY IS NUMERIC
                MOVE SD-BUSINESS-DAY
                    TO WS-ST-BUSINESS-DAY (WS-STEP-IDX)
            ELSE
                MOVE ZERO TO WS-ST-BUSINESS-DAY (WS-STEP-IDX)
            END-IF
            MOVE SD-HOLIDAY-RULE TO WS-ST-HOLIDAY-RULE (WS-STEP-IDX)
            MOVE 'N' TO WS-ST-LISTED-TONIGHT-SWITCH (WS-STEP-IDX)
            MOVE 'N' TO WS-ST-SCHEDULED-SWITCH (WS-STEP-IDX)
            MOVE 'NOT-RUN' TO WS-ST-PRIOR-STATUS (WS-STEP-IDX)
            MOVE 'NOT-RUN' TO WS-ST-RUN-STATUS (WS-STEP-IDX)
            MOVE ZERO TO WS-ST-RESULT-RC (WS-STEP-IDX)
            MOVE ZERO TO WS-ST-END-STAMP (WS-STEP-IDX)
            MOVE ZERO TO WS-ST-RUN-RC (WS-STEP-IDX)
            MOVE ZERO TO WS-ST-WAVE-NUMBER (WS-STEP-IDX)
            MOVE ZERO TO WS-ST-DATASET-COUNT (WS-STEP-IDX)
            MOVE ZERO TO WS-ST-DATA-WAIT-LIMIT (WS-STEP-IDX)
            MOVE ZERO TO WS-ST-WAIT-START-SECONDS (WS-STEP-IDX)
            MOVE ZERO TO WS-ST-DATA-WAIT-SECONDS (WS-STEP-IDX)
    END-READ.

*> Tonight's date and what the calendars need to know about it,
*> worked out once before any step is judged.
ESTABLISH-SCHEDULE-DATE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-SCHEDULE-DATE.
    OPEN INPUT SCHEDULE-DATE-FILE.
    IF WS-SCHEDULE-DATE-OK
        READ SCHEDULE-DATE-FILE
            AT END CONTINUE
            NOT AT END
                IF SC-SCHEDULE-DATE IS NUMERIC
                    IF FUNCTION TEST-DATE-YYYYMMDD (SC-SCHEDULE-DATE)
                            = ZERO
                        MOVE SC-SCHEDULE-DATE TO WS-SCHEDULE-DATE
                    END-IF
                END-IF
        END-READ
        CLOSE SCHEDULE-DATE-FILE
    END-IF.
    PERFORM LOAD-SHOP-HOLIDAYS.
    MOVE WS-SCHEDULE-DATE TO WS-PROBE-DATE.
    PERFORM CLASSIFY-PROBE-DATE.
    MOVE WS-PROBE-DAY-NUMBER TO WS-SCHEDULE-DAY-NUMBER.
    MOVE WS-PROBE-WEEKDAY TO WS-SCHEDULE-WEEKDAY.
    MOVE WS-PROBE-HOLIDAY-SWITCH TO WS-SCHEDULE-HOLIDAY-SWITCH.
    MOVE WS-PROBE-BUSINESS-SWITCH TO WS-SCHEDULE-BUSINESS-SWITCH.
    IF WS-TONIGHT-IS-HOLIDAY
        MOVE WS-HD-HOLIDAY-NAME (WS-HOLIDAY-IDX)
            TO WS-SCHEDULE-HOLIDAY-NAME
    END-IF.
    MOVE ZERO TO WS-SCHEDULE-BUSINESS-DAY.
    MOVE 'N' TO WS-SCHEDULE-LAST-BUSINESS-SWITCH.
    IF WS-TONIGHT-IS-BUSINESS-DAY
        PERFORM FIND-MONTH-BOUNDS
        MOVE 1 TO WS-SCHEDULE-BUSINESS-DAY
        PERFORM COUNT-ONE-EARLIER-BUSINESS-DAY
            VARYING WS-PROBE-DAY-NUMBER FROM WS-MONTH-FIRST-DAY-NUMBER
            BY 1 UNTIL WS-PROBE-DAY-NUMBER NOT < WS-SCHEDULE-DAY-NUMBER
        SET WS-TONIGHT-IS-LAST-BUSINESS-DAY TO TRUE
        COMPUTE WS-PROBE-DAY-NUMBER = WS-SCHEDULE-DAY-NUMBER + 1
        PERFORM CHECK-ONE-LATER-BUSINESS-DAY
            UNTIL WS-PROBE-DAY-NUMBER > WS-MONTH-LAST-DAY-NUMBER
                OR NOT WS-TONIGHT-IS-LAST-BUSINESS-DAY
    END-IF.
    DISPLAY 'Schedule date ' WS-SCHEDULE-DATE
        ' weekday ' WS-SCHEDULE-WEEKDAY
        ' business day ' WS-SCHEDULE-BUSINESS-DAY.
    IF WS-TONIGHT-IS-HOLIDAY
        DISPLAY 'Shop holiday: ' WS-SCHEDULE-HOLIDAY-NAME
    END-IF.
    IF WS-TONIGHT-IS-LAST-BUSINESS-DAY
        DISPLAY 'Last business day of the month'
    END-IF.

*> Only the schedule year's holidays are kept - the calendars never
*> look outside the schedule month - so a deck carrying several
*> years does not crowd tonight's out of the table.
LOAD-SHOP-HOLIDAYS.
    MOVE ZERO TO WS-HOLIDAY-COUNT.
    MOVE ZERO TO WS-HOLIDAY-OVERFLOW-COUNT.
    OPEN INPUT SHOP-HOLIDAY-FILE.
    IF WS-HOLIDAY-OK
        PERFORM LOAD-ONE-SHOP-HOLIDAY UNTIL END-OF-HOLIDAYS
        CLOSE SHOP-HOLIDAY-FILE
    END-IF.
    IF WS-HOLIDAY-OVERFLOW-COUNT > ZERO
        SET WS-HOLIDAYS-INCOMPLETE TO TRUE
        MOVE WS-HOLIDAY-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
        DISPLAY 'INCOMPLETE HOLIDAY DECK - CARDS BEYOND THE 366-'
            'HOLIDAY LIMIT=' WS-OVERFLOW-DISPLAY ' - CHAIN HALTED'
        MOVE 'HOLIDAY-DECK-FULL' TO WS-HALT-ERROR-CLASS
        MOVE SPACES TO WS-HALT-CORRELATION-KEY
        STRING 'SHOPHOLIDAYS CARDS OVER LIMIT=' DELIMITED BY SIZE
               WS-HOLIDAY-OVERFLOW-COUNT DELIMITED BY SIZE
            INTO WS-HALT-CORRELATION-KEY
        PERFORM APPEND-CHAIN-HALT-INCIDENT
    END-IF.

LOAD-ONE-SHOP-HOLIDAY.
    READ SHOP-HOLIDAY-FILE
        AT END SET END-OF-HOLIDAYS TO TRUE
        NOT AT END
            IF HC-HOLIDAY-DATE IS NUMERIC
                    AND HC-HOLIDAY-DATE (1:4) = WS-SCH-YYYY
                IF WS-HOLIDAY-COUNT < 366
                    ADD 1 TO WS-HOLIDAY-COUNT
                    SET WS-HOLIDAY-IDX TO WS-HOLIDAY-COUNT
                    MOVE HC-HOLIDAY-DATE
                        TO WS-HD-HOLIDAY-DATE (WS-HOLIDAY-IDX)
                    MOVE HC-HOLIDAY-NAME
                        TO WS-HD-HOLIDAY-NAME (WS-HOLIDAY-IDX)
                ELSE
                    ADD 1 TO WS-HOLIDAY-OVERFLOW-COUNT
                END-IF
            END-IF
    END-READ.

*> Weekday and business-day standing of WS-PROBE-DATE. Day 1 of the
*> integer calendar, 1 January 1601, was a Monday.
CLASSIFY-PROBE-DATE.
    COMPUTE WS-PROBE-DAY-NUMBER =
        FUNCTION INTEGER-OF-DATE (WS-PROBE-DATE).
    PERFORM CLASSIFY-PROBE-DAY-NUMBER.

CLASSIFY-PROBE-DAY-NUMBER.
    COMPUTE WS-PROBE-DATE =
        FUNCTION DATE-OF-INTEGER (WS-PROBE-DAY-NUMBER).
    DIVIDE 7 INTO WS-PROBE-DAY-NUMBER
        GIVING WS-WEEKDAY-QUOTIENT
        REMAINDER WS-PROBE-WEEKDAY.
    IF WS-PROBE-WEEKDAY = ZERO
        MOVE 7 TO WS-PROBE-WEEKDAY
    END-IF.
    MOVE 'N' TO WS-PROBE-HOLIDAY-SWITCH.
    IF WS-HOLIDAY-COUNT > ZERO
        SET WS-HOLIDAY-IDX TO 1
        SEARCH WS-HOLIDAY-ENTRY
            AT END CONTINUE
            WHEN WS-HD-HOLIDAY-DATE (WS-HOLIDAY-IDX) = WS-PROBE-DATE
                SET WS-PROBE-IS-HOLIDAY TO TRUE
        END-SEARCH
    END-IF.
    IF WS-PROBE-WEEKDAY < 6 AND NOT WS-PROBE-IS-HOLIDAY
        SET WS-PROBE-IS-BUSINESS-DAY TO TRUE
    ELSE
        MOVE 'N' TO WS-PROBE-BUSINESS-SWITCH
    END-IF.

FIND-MONTH-BOUNDS.
    COMPUTE WS-MONTH-FIRST-DAY-NUMBER = WS-SCHEDULE-DAY-NUMBER
        - WS-SCH-DD + 1.
    MOVE WS-SCH-YYYY TO WS-NM-YYYY.
    MOVE WS-SCH-MM TO WS-NM-MM.
    MOVE 1 TO WS-NM-DD.
    IF WS-NM-MM = 12
        ADD 1 TO WS-NM-YYYY
        MOVE 1 TO WS-NM-MM
    ELSE
        ADD 1 TO WS-NM-MM
    END-IF.
    COMPUTE WS-MONTH-LAST-DAY-NUMBER =
        FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-FIRST) - 1.

COUNT-ONE-EARLIER-BUSINESS-DAY.
    PERFORM CLASSIFY-PROBE-DAY-NUMBER.
    IF WS-PROBE-IS-BUSINESS-DAY
        ADD 1 TO WS-SCHEDULE-BUSINESS-DAY
    END-IF.

CHECK-ONE-LATER-BUSINESS-DAY.
    PERFORM CLASSIFY-PROBE-DAY-NUMBER.
    IF WS-PROBE-IS-BUSINESS-DAY
        MOVE 'N' TO WS-SCHEDULE-LAST-BUSINESS-SWITCH
    END-IF.
    ADD 1 TO WS-PROBE-DAY-NUMBER.

*> A NO-GO from tonight's control-deck pre-flight halts the chain
*> before anything that changes data is dispatched. Only a verdict
*> dated tonight (or the schedule date) counts; a missing or stale
*> one is no evidence the decks were checked, so it halts the chain
*> the same way. The verdict is read once the pre-flight step has
*> finished - or at the start, when the chain has no pre-flight step
*> to run tonight - and a halted chain is rerun once the pre-flight
*> has written tonight's GO.
LOAD-PREFLIGHT-VERDICT.
    OPEN INPUT PREFLIGHT-VERDICT-FILE.
    IF WS-PREFLIGHT-VERDICT-OK
        READ PREFLIGHT-VERDICT-FILE
            AT END MOVE SPACES TO PREFLIGHT-VERDICT-CARD
        END-READ
        CLOSE PREFLIGHT-VERDICT-FILE
    ELSE
        MOVE SPACES TO PREFLIGHT-VERDICT-CARD
    END-IF.
    IF PV-RUN-DATE IS NOT NUMERIC
        MOVE ZERO TO PV-RUN-DATE
    END-IF.
    IF PV-RUN-DATE NOT = WS-CURRENT-DATE-TIME (1:8)
            AND PV-RUN-DATE NOT = WS-SCHEDULE-DATE
        SET WS-CHAIN-IS-HALTED TO TRUE
        DISPLAY 'No pre-flight verdict for tonight - control decks'
            ' not checked, chain halted'
        MOVE 'PREFLIGHT-MISSING' TO WS-HALT-ERROR-CLASS
        MOVE SPACES TO WS-HALT-CORRELATION-KEY
        IF PV-RUN-DATE = ZERO
            STRING 'NO VERDICT FOR ' DELIMITED BY SIZE
                   WS-SCHEDULE-DATE DELIMITED BY SIZE
                INTO WS-HALT-CORRELATION-KEY
        ELSE
            STRING 'STALE VERDICT DATED ' DELIMITED BY SIZE
                   PV-RUN-DATE DELIMITED BY SIZE
                   ' FOR ' DELIMITED BY SIZE
                   WS-SCHEDULE-DATE DELIMITED BY SIZE
                INTO WS-HALT-CORRELATION-KEY
        END-IF
        PERFORM APPEND-CHAIN-HALT-INCIDENT
    ELSE
        IF PV-VERDICT = 'GO'
            DISPLAY 'Pre-flight verdict ' PV-VERDICT
        ELSE
            SET WS-CHAIN-IS-HALTED TO TRUE
            IF PV-FATAL-COUNT IS NUMERIC
                MOVE PV-FATAL-COUNT TO WS-PREFLIGHT-FATAL-COUNT
            END-IF
            DISPLAY 'Pre-flight verdict ' PV-VERDICT ' - '
                WS-PREFLIGHT-FATAL-COUNT
                ' fatal control deck problem(s), chain halted'
            MOVE 'PREFLIGHT-NO-GO' TO WS-HALT-ERROR-CLASS
            MOVE SPACES TO WS-HALT-CORRELATION-KEY
            STRING 'CONTROL DECKS FATAL=' DELIMITED BY SIZE
                   WS-PREFLIGHT-FATAL-COUNT DELIMITED BY SIZE
                INTO WS-HALT-CORRELATION-KEY
            PERFORM APPEND-CHAIN-HALT-INCIDENT
        END-IF
    END-IF.

LOAD-STEP-RUN-DATES.
    OPEN INPUT STEP-RUN-DATE-FILE.
    IF WS-RUN-DATE-OK
        PERFORM LOAD-ONE-STEP-RUN-DATE UNTIL END-OF-RUN-DATES
        CLOSE STEP-RUN-DATE-FILE
    END-IF.

LOAD-ONE-STEP-RUN-DATE.
    READ STEP-RUN-DATE-FILE
        AT END SET END-OF-RUN-DATES TO TRUE
        NOT AT END
            IF RD-RUN-DATE = WS-SCHEDULE-DATE
                MOVE RD-STEP-NUMBER TO WS-LOOKUP-STEP
                PERFORM FIND-STEP-BY-NUMBER
                IF WS-LOOKUP-FOUND
                    SET WS-STEP-IDX TO WS-LOOKUP-IDX
                    SET WS-ST-IS-LISTED-TONIGHT (WS-STEP-IDX)
                        TO TRUE
                END-IF
            END-IF
    END-READ.

LOAD-STEP-DATASETS.
    OPEN INPUT STEP-DATASET-FILE.
    IF WS-STEP-DATASET-OK
        PERFORM LOAD-ONE-STEP-DATASET UNTIL END-OF-STEP-DATASETS
        CLOSE STEP-DATASET-FILE
    END-IF.
    MOVE WS-POLL-SECONDS-DEFAULT TO WS-POLL-SECONDS.
    OPEN INPUT DATA-POLL-INTERVAL-FILE.
    IF WS-POLL-INTERVAL-OK
        READ DATA-POLL-INTERVAL-FILE
            AT END CONTINUE
            NOT AT END
                IF DP-POLL-SECONDS IS NUMERIC
                        AND DP-POLL-SECONDS > ZERO
                    MOVE DP-POLL-SECONDS TO WS-POLL-SECONDS
                END-IF
        END-READ
        CLOSE DATA-POLL-INTERVAL-FILE
    END-IF.

LOAD-ONE-STEP-DATASET.
    READ STEP-DATASET-FILE
        AT END SET END-OF-STEP-DATASETS TO TRUE
        NOT AT END
            MOVE DR-STEP-NUMBER TO WS-LOOKUP-STEP
            PERFORM FIND-STEP-BY-NUMBER
            IF WS-LOOKUP-FOUND AND DR-DATASET-NAME NOT = SPACES
                    AND WS-DATASET-COUNT < 300
                ADD 1 TO WS-DATASET-COUNT
                SET WS-DATASET-IDX TO WS-DATASET-COUNT
                SET WS-STEP-IDX TO WS-LOOKUP-IDX
                MOVE WS-LOOKUP-IDX TO WS-DS-STEP-IDX (WS-DATASET-IDX)
                MOVE DR-DATASET-NAME
                    TO WS-DS-DATASET-NAME (WS-DATASET-IDX)
                MOVE DR-FRESHNESS-RULE
                    TO WS-DS-FRESHNESS-RULE (WS-DATASET-IDX)
                ADD 1 TO WS-ST-DATASET-COUNT (WS-STEP-IDX)
                IF DR-WAIT-MINUTES IS NUMERIC
                        AND DR-WAIT-MINUTES * 60 >
                            WS-ST-DATA-WAIT-LIMIT (WS-STEP-IDX)
                    COMPUTE WS-ST-DATA-WAIT-LIMIT (WS-STEP-IDX) =
                        DR-WAIT-MINUTES * 60
                END-IF
            END-IF
    END-READ.

LOAD-DATASET-ARRIVALS.
    MOVE ZERO TO WS-ARRIVAL-COUNT.
    MOVE ZERO TO WS-ARRIVAL-OVERFLOW-COUNT.
    OPEN INPUT DATASET-ARRIVAL-FILE.
    IF WS-ARRIVAL-OK
        PERFORM LOAD-ONE-DATASET-ARRIVAL UNTIL END-OF-ARRIVALS
        CLOSE DATASET-ARRIVAL-FILE
    END-IF.
    IF WS-ARRIVAL-OVERFLOW-COUNT > ZERO
        MOVE WS-ARRIVAL-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
        DISPLAY 'INCOMPLETE ARRIVAL DECK - CARDS BEYOND THE 500-'
            'ARRIVAL LIMIT=' WS-OVERFLOW-DISPLAY
            ' - THEIR DATASETS COUNT AS NOT ARRIVED'
    END-IF.

LOAD-ONE-DATASET-ARRIVAL.
    READ DATASET-ARRIVAL-FILE
        AT END SET END-OF-ARRIVALS TO TRUE
        NOT AT END
            IF DA-DATASET-NAME NOT = SPACES
                    AND DA-ARRIVAL-STAMP IS NUMERIC
                    AND DA-RECORD-COUNT IS NUMERIC
                IF WS-ARRIVAL-COUNT < 500
                    ADD 1 TO WS-ARRIVAL-COUNT
                    SET WS-ARRIVAL-IDX TO WS-ARRIVAL-COUNT
                    MOVE DA-DATASET-NAME
                        TO WS-AR-DATASET-NAME (WS-ARRIVAL-IDX)
                    MOVE DA-ARRIVAL-DATE
                        TO WS-AR-ARRIVAL-DATE (WS-ARRIVAL-IDX)
                    COMPUTE WS-AR-ARRIVAL-SECONDS (WS-ARRIVAL-IDX) =
                        FUNCTION INTEGER-OF-DATE (DA-ARRIVAL-DATE)
                            * 86400
                        + DA-ARRIVAL-HH * 3600 + DA-ARRIVAL-MM * 60
                        + DA-ARRIVAL-SS
                    MOVE DA-RECORD-COUNT
                        TO WS-AR-RECORD-COUNT (WS-ARRIVAL-IDX)
                ELSE
                    ADD 1 TO WS-ARRIVAL-OVERFLOW-COUNT
                END-IF
            END-IF
    END-READ.

LOAD-PRIOR-JOURNAL.
    PERFORM PRESET-ONE-STEP-STATUS
        VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT.
    PERFORM NOTE-PREFLIGHT-STEP
        VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT.
    IF NOT WS-PREFLIGHT-PENDING AND NOT WS-HOLIDAYS-INCOMPLETE
        PERFORM SETTLE-PREFLIGHT-VERDICT
    END-IF.
    MOVE ZERO TO WS-WAVE-NUMBER.
    PERFORM COMPUTE-NOW-SECONDS.
    SET WS-WAVE-MADE-PROGRESS TO TRUE.
    PERFORM DISPATCH-ONE-WAVE
        UNTIL NOT WS-WAVE-MADE-PROGRESS
            AND NOT WS-WAVE-HELD-FOR-DATA.
    IF WS-PREFLIGHT-PENDING
        PERFORM SETTLE-PREFLIGHT-VERDICT
    END-IF.
    PERFORM MARK-ONE-BLOCKED-STEP
        VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT.

*> A step its calendar leaves out tonight is journaled SKIPPED-CAL
*> and counts as satisfied for its successors; a calendar code the
*> orchestrator does not know refuses the step rather than guess
*> which nights it meant. With the holiday deck incomplete no
*> calendar can be trusted, so every step not already complete is
*> held.
PRESET-ONE-STEP-STATUS.
    PERFORM JUDGE-STEP-CALENDAR.
    EVALUATE TRUE
        WHEN WS-HOLIDAYS-INCOMPLETE
                AND WS-ST-PRIOR-STATUS (WS-STEP-IDX) NOT = 'COMPLETED'
            ADD 1 TO WS-HOLIDAY-HELD-COUNT
            MOVE 'HELD-HOLIDAY' TO WS-ST-RUN-STATUS (WS-STEP-IDX)
        WHEN WS-ST-HAS-BAD-CALENDAR (WS-STEP-IDX)
            MOVE 'REFUSED' TO WS-ST-RUN-STATUS (WS-STEP-IDX)
            DISPLAY 'Step ' WS-ST-STEP-NUMBER (WS-STEP-IDX)
                ' has unknown run calendar '
                WS-ST-RUN-CALENDAR (WS-STEP-IDX) ' - run refused'
        WHEN NOT WS-ST-IS-SCHEDULED (WS-STEP-IDX)
            ADD 1 TO WS-CALENDAR-SKIPPED-COUNT
            MOVE 'SKIPPED-CAL' TO WS-ST-RUN-STATUS (WS-STEP-IDX)
        WHEN WS-ST-PRIOR-STATUS (WS-STEP-IDX) = 'COMPLETED'
            ADD 1 TO WS-SKIPPED-COUNT
            MOVE 'COMPLETED' TO WS-ST-RUN-STATUS (WS-STEP-IDX)
            MOVE 'READY' TO WS-ST-RUN-STATUS (WS-STEP-IDX)
    END-EVALUATE.

*> Tonight's pre-flight step, if it is still to run, puts the verdict
*> on hold until it has finished.
NOTE-PREFLIGHT-STEP.
    IF WS-ST-PROGRAM-NAME (WS-STEP-IDX) = WS-PREFLIGHT-PROGRAM
            AND WS-ST-RUN-STATUS (WS-STEP-IDX) = 'READY'
            AND NOT WS-PREFLIGHT-PENDING
        SET WS-PREFLIGHT-PENDING TO TRUE
        SET WS-PREFLIGHT-STEP-IDX TO WS-STEP-IDX
    END-IF.

*> The verdict decides, once, what the steps still READY may do: on
*> GO they go on as they stand, otherwise each is journaled
*> HELD-PREFLT.
SETTLE-PREFLIGHT-VERDICT.
    MOVE 'N' TO WS-PREFLIGHT-PENDING-SWITCH.
    PERFORM LOAD-PREFLIGHT-VERDICT.
    IF WS-CHAIN-IS-HALTED
        PERFORM HOLD-ONE-UNVERIFIED-STEP
            VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
    END-IF.

HOLD-ONE-UNVERIFIED-STEP.
    IF WS-ST-RUN-STATUS (WS-STEP-IDX) = 'READY'
        ADD 1 TO WS-PREFLIGHT-HELD-COUNT
        MOVE 'HELD-PREFLT' TO WS-ST-RUN-STATUS (WS-STEP-IDX)
    END-IF.

JUDGE-STEP-CALENDAR.
    MOVE 'N' TO WS-ST-SCHEDULED-SWITCH (WS-STEP-IDX).
    EVALUATE TRUE
        WHEN WS-ST-RUNS-DAILY (WS-STEP-IDX)
            IF NOT (WS-TONIGHT-IS-HOLIDAY
                    AND WS-ST-SKIPS-HOLIDAYS (WS-STEP-IDX))
                SET WS-ST-IS-SCHEDULED (WS-STEP-IDX) TO TRUE
            END-IF
        WHEN WS-ST-RUNS-ON-WEEKDAYS (WS-STEP-IDX)
            IF WS-ST-WEEKDAY-FLAGS (WS-STEP-IDX)
                    (WS-SCHEDULE-WEEKDAY:1) = 'Y'
                AND (NOT WS-TONIGHT-IS-HOLIDAY
                    OR WS-ST-RUNS-HOLIDAYS (WS-STEP-IDX))
                SET WS-ST-IS-SCHEDULED (WS-STEP-IDX) TO TRUE
            END-IF
        WHEN WS-ST-RUNS-ON-BUSINESS-DAY (WS-STEP-IDX)
            IF WS-TONIGHT-IS-BUSINESS-DAY
                AND WS-ST-BUSINESS-DAY (WS-STEP-IDX) =
                    WS-SCHEDULE-BUSINESS-DAY
                SET WS-ST-IS-SCHEDULED (WS-STEP-IDX) TO TRUE
            END-IF
        WHEN WS-ST-RUNS-ON-LAST-BUSINESS-DAY (WS-STEP-IDX)
            IF WS-TONIGHT-IS-LAST-BUSINESS-DAY
                SET WS-ST-IS-SCHEDULED (WS-STEP-IDX) TO TRUE
            END-IF
        WHEN WS-ST-RUNS-ON-LISTED-DATES (WS-STEP-IDX)
            IF WS-ST-IS-LISTED-TONIGHT (WS-STEP-IDX)
                AND NOT (WS-TONIGHT-IS-HOLIDAY
                    AND WS-ST-SKIPS-HOLIDAYS (WS-STEP-IDX))
                SET WS-ST-IS-SCHEDULED (WS-STEP-IDX) TO TRUE
            END-IF
        WHEN OTHER
            SET WS-ST-HAS-BAD-CALENDAR (WS-STEP-IDX) TO TRUE
    END-EVALUATE.

*> A wave that released nothing while a step sat held on its data
*> is only a poll: the wave number is given back, the poll clock
*> moves on by the poll interval, and the next wave looks again at
*> what has arrived by then. The wave that sees the pre-flight step
*> finish settles the verdict before the next is dispatched; a GO
*> releases the steps it was holding, which is progress in itself.
DISPATCH-ONE-WAVE.
    MOVE 'N' TO WS-WAVE-PROGRESS-SWITCH.
    MOVE 'N' TO WS-DATA-HELD-SWITCH.
    MOVE ZERO TO WS-WAVE-SLOTS-USED.
    ADD 1 TO WS-WAVE-NUMBER.
    PERFORM TRY-DISPATCH-ONE-STEP
        VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT
            OR WS-WAVE-SLOTS-USED NOT < WS-MAX-CONCURRENT.
    IF WS-WAVE-HELD-FOR-DATA AND NOT WS-WAVE-MADE-PROGRESS
        SUBTRACT 1 FROM WS-WAVE-NUMBER
        ADD WS-POLL-SECONDS TO WS-NOW-SECONDS
    END-IF.
    IF WS-PREFLIGHT-PENDING
        IF WS-ST-RUN-STATUS (WS-PREFLIGHT-STEP-IDX) NOT = 'READY'
            PERFORM SETTLE-PREFLIGHT-VERDICT
            IF NOT WS-CHAIN-IS-HALTED
                SET WS-WAVE-MADE-PROGRESS TO TRUE
            END-IF
        END-IF
    END-IF.

TRY-DISPATCH-ONE-STEP.
    IF WS-ST-RUN-STATUS (WS-STEP-IDX) = 'READY'
            AND (NOT WS-PREFLIGHT-PENDING
                OR WS-STEP-IDX = WS-PREFLIGHT-STEP-IDX)
        PERFORM CHECK-PREDECESSOR-COMPLETE
        IF WS-PREDS-ARE-READY
            IF WS-ST-DATASET-COUNT (WS-STEP-IDX) > ZERO
                PERFORM CHECK-STEP-DATA-READY
            ELSE
                SET WS-DATA-IS-READY TO TRUE
            END-IF
        END-IF
        IF WS-PREDS-ARE-READY AND WS-DATA-IS-READY
            ADD 1 TO WS-WAVE-SLOTS-USED
            SET WS-WAVE-MADE-PROGRESS TO TRUE
            MOVE WS-WAVE-NUMBER
        END-IF
    END-IF.

*> Every listed predecessor must be COMPLETED, or SKIPPED-CAL - not
*> scheduled tonight, so nothing to wait for; a zero slot is no
*> predecessor at all, and an unknown step number blocks its
*> dependent rather than silently passing.
CHECK-PREDECESSOR-COMPLETE.
                UNTIL WS-PRED-SCAN-IDX > WS-STEP-COUNT
            IF WS-ST-STEP-NUMBER (WS-PRED-SCAN-IDX) =
                    WS-PRED-NUMBER
                AND (WS-ST-RUN-STATUS (WS-PRED-SCAN-IDX) =
                    'COMPLETED'
                    OR WS-ST-RUN-STATUS (WS-PRED-SCAN-IDX) =
                    'SKIPPED-CAL')
                SET WS-PREDS-ARE-READY TO TRUE
            END-IF
        END-PERFORM
    END-IF.

*> A step whose predecessors are done still waits on its datasets.
*> The first time one is missing or stale the hold starts; once
*> they are all there the step goes with the time it waited, and
*> if the wait limit runs out first it is journaled WAITING-DATA
*> and an incident is raised for the dataset that never came.
CHECK-STEP-DATA-READY.
    SET WS-DATA-IS-READY TO TRUE.
    PERFORM CHECK-ONE-STEP-DATASET
        VARYING WS-DATASET-IDX FROM 1 BY 1
        UNTIL WS-DATASET-IDX > WS-DATASET-COUNT
            OR NOT WS-DATA-IS-READY.
    IF WS-ST-WAIT-START-SECONDS (WS-STEP-IDX) = ZERO
        MOVE ZERO TO WS-WAITED-SECONDS
    ELSE
        COMPUTE WS-WAITED-SECONDS = WS-NOW-SECONDS
            - WS-ST-WAIT-START-SECONDS (WS-STEP-IDX)
    END-IF.
    MOVE WS-WAITED-SECONDS TO WS-ST-DATA-WAIT-SECONDS (WS-STEP-IDX).
    EVALUATE TRUE
        WHEN WS-DATA-IS-READY
            CONTINUE
        WHEN WS-WAITED-SECONDS NOT <
                WS-ST-DATA-WAIT-LIMIT (WS-STEP-IDX)
            ADD 1 TO WS-WAITING-DATA-COUNT
            MOVE 'WAITING-DATA' TO WS-ST-RUN-STATUS (WS-STEP-IDX)
            DISPLAY 'Step ' WS-ST-STEP-NUMBER (WS-STEP-IDX)
                ' gave up after ' WS-WAITED-SECONDS
                ' seconds - ' WS-MISSING-REASON ' '
                FUNCTION TRIM (WS-MISSING-DATASET)
            PERFORM APPEND-DATA-INCIDENT
        WHEN OTHER
            SET WS-WAVE-HELD-FOR-DATA TO TRUE
            IF WS-ST-WAIT-START-SECONDS (WS-STEP-IDX) = ZERO
                MOVE WS-NOW-SECONDS
                    TO WS-ST-WAIT-START-SECONDS (WS-STEP-IDX)
                DISPLAY 'Step ' WS-ST-STEP-NUMBER (WS-STEP-IDX)
                    ' held - ' WS-MISSING-REASON ' '
                    FUNCTION TRIM (WS-MISSING-DATASET)
            END-IF
    END-EVALUATE.

*> A dataset counts as it stood at its latest arrival by the poll
*> clock; with none yet it has not arrived.
CHECK-ONE-STEP-DATASET.
    IF WS-DS-STEP-IDX (WS-DATASET-IDX) = WS-STEP-IDX
        MOVE 'N' TO WS-ARRIVAL-FOUND-SWITCH
        MOVE ZERO TO WS-FOUND-ARRIVAL-SECONDS
        PERFORM MATCH-ONE-DATASET-ARRIVAL
            VARYING WS-ARRIVAL-IDX FROM 1 BY 1
            UNTIL WS-ARRIVAL-IDX > WS-ARRIVAL-COUNT
        EVALUATE TRUE
            WHEN NOT WS-ARRIVAL-FOUND
                MOVE 'NOT-ARRIVED' TO WS-MISSING-REASON
            WHEN WS-DS-MUST-BE-NON-EMPTY (WS-DATASET-IDX)
                    AND WS-FOUND-RECORD-COUNT = ZERO
                MOVE 'EMPTY' TO WS-MISSING-REASON
            WHEN WS-DS-MUST-BE-CURRENT (WS-DATASET-IDX)
                    AND WS-FOUND-ARRIVAL-DATE < WS-SCHEDULE-DATE
                MOVE 'STALE' TO WS-MISSING-REASON
            WHEN OTHER
                MOVE SPACES TO WS-MISSING-REASON
        END-EVALUATE
        IF WS-MISSING-REASON NOT = SPACES
            MOVE 'N' TO WS-DATA-READY-SWITCH
            MOVE WS-DS-DATASET-NAME (WS-DATASET-IDX)
                TO WS-MISSING-DATASET
        END-IF
    END-IF.

MATCH-ONE-DATASET-ARRIVAL.
    IF WS-AR-DATASET-NAME (WS-ARRIVAL-IDX) =
            WS-DS-DATASET-NAME (WS-DATASET-IDX)
        AND WS-AR-ARRIVAL-SECONDS (WS-ARRIVAL-IDX) NOT >
            WS-NOW-SECONDS
        AND (NOT WS-ARRIVAL-FOUND
            OR WS-AR-ARRIVAL-SECONDS (WS-ARRIVAL-IDX) NOT <
                WS-FOUND-ARRIVAL-SECONDS)
        SET WS-ARRIVAL-FOUND TO TRUE
        MOVE WS-AR-ARRIVAL-SECONDS (WS-ARRIVAL-IDX)
            TO WS-FOUND-ARRIVAL-SECONDS
        MOVE WS-AR-ARRIVAL-DATE (WS-ARRIVAL-IDX)
            TO WS-FOUND-ARRIVAL-DATE
        MOVE WS-AR-RECORD-COUNT (WS-ARRIVAL-IDX)
            TO WS-FOUND-RECORD-COUNT
    END-IF.

COMPUTE-NOW-SECONDS.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-NOW-PARTS.
    COMPUTE WS-NOW-SECONDS =
        FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) * 86400
        + WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS.

APPEND-DATA-INCIDENT.
    MOVE FUNCTION CURRENT-DATE TO WS-INCIDENT-DATE-TIME.
    OPEN EXTEND INCIDENT-LOG-FILE.
    IF NOT WS-INCIDENT-LOG-OK
        CLOSE INCIDENT-LOG-FILE
        OPEN OUTPUT INCIDENT-LOG-FILE
    END-IF.
    MOVE SPACES TO INCIDENT-REC.
    MOVE WS-INCIDENT-DATE-TIME (1:14) TO IN-TIMESTAMP.
    MOVE 'BATCHORCHESTRATOR' TO IN-PROGRAM-ID.
    MOVE 'SEVERE' TO IN-SEVERITY.
    STRING 'DATA-' DELIMITED BY SIZE
           WS-MISSING-REASON DELIMITED BY SPACE
        INTO IN-ERROR-CLASS.
    MOVE WS-MISSING-DATASET TO IN-CORRELATION-KEY.
    WRITE INCIDENT-REC.
    CLOSE INCIDENT-LOG-FILE.

APPEND-CHAIN-HALT-INCIDENT.
    MOVE FUNCTION CURRENT-DATE TO WS-INCIDENT-DATE-TIME.
    OPEN EXTEND INCIDENT-LOG-FILE.
    IF NOT WS-INCIDENT-LOG-OK
        CLOSE INCIDENT-LOG-FILE
        OPEN OUTPUT INCIDENT-LOG-FILE
    END-IF.
    MOVE SPACES TO INCIDENT-REC.
    MOVE WS-INCIDENT-DATE-TIME (1:14) TO IN-TIMESTAMP.
    MOVE 'BATCHORCHESTRATOR' TO IN-PROGRAM-ID.
    MOVE 'SEVERE' TO IN-SEVERITY.
    MOVE WS-HALT-ERROR-CLASS TO IN-ERROR-CLASS.
    MOVE WS-HALT-CORRELATION-KEY TO IN-CORRELATION-KEY.
    WRITE INCIDENT-REC.
    CLOSE INCIDENT-LOG-FILE.

MARK-ONE-BLOCKED-STEP.
    IF WS-ST-RUN-STATUS (WS-STEP-IDX) = 'READY'
        ADD 1 TO WS-BLOCKED-COUNT
    MOVE WS-ST-RUN-RC (WS-STEP-IDX) TO JR-RETURN-CODE.
    MOVE WS-ST-RUN-STATUS (WS-STEP-IDX) TO JR-STATUS.
    MOVE WS-ST-WAVE-NUMBER (WS-STEP-IDX) TO JR-WAVE-NUMBER.
    MOVE WS-ST-DATA-WAIT-SECONDS (WS-STEP-IDX)
        TO JR-DATA-WAIT-SECONDS.
    WRITE RUN-JOURNAL-CARD.
