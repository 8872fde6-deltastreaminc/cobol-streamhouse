IDENTIFICATION DIVISION.
PROGRAM-ID. REMOTE-SEGMENT-VERIFY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REMOTE-LOG-SEGMENTS
        ASSIGN TO REMOTE-LOG-SEGMENT-FILE
        FILE STATUS IS WS-SEGMENT-FILE-STATUS.
    SELECT OBJECT-STORE-LISTING-FILE
        ASSIGN TO "OBJECTSTORELISTING"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LISTING-FILE-STATUS.
    SELECT VERIFY-RUN-REPORT
        ASSIGN TO "REMOTEVERIFYREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INCIDENT-LOG-FILE
        ASSIGN TO "INCIDENTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INCIDENT-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
*> The remote segment metadata in the exact record REMOTE-LOG-MANAGER
*> reads - what we believe is sitting in the object store.
FD REMOTE-LOG-SEGMENTS.
   01 REMOTE-LOG-SEGMENT-RECORD.
      05 SEGMENT-ID PIC X(36).
      05 SEGMENT-START-OFFSET PIC 9(18).
      05 SEGMENT-END-OFFSET PIC 9(18).
      05 SEGMENT-MAX-TIMESTAMP PIC 9(18).
      05 BROKER-ID PIC 9(9).
      05 COPY-TIME PIC 9(18).
      05 SEGMENT-SIZE PIC 9(18).
      05 EPOCH-COUNT PIC 9(2).
      05 SEGMENT-LEADER-EPOCHS.
         10 OCCURS 1 TO 10 TIMES DEPENDING ON EPOCH-COUNT.
            15 EPOCH PIC 9(9).
            15 EPOCH-START-OFFSET PIC 9(18).
      05 IS-TXN-IDX-EMPTY PIC X.
      05 SEGMENT-TOPIC-NAME PIC X(40).
      05 SEGMENT-PRESENT-LOCALLY PIC X.
         88 SEGMENT-IS-PRESENT-LOCALLY VALUE 'Y'.
      05 SEGMENT-CHECKSUM PIC X(32).

*> What is actually there: one object-store listing entry per segment
*> object, keyed by segment id, with the stored size and checksum.
FD OBJECT-STORE-LISTING-FILE.
01 OBJECT-STORE-LISTING-REC.
   05 OL-SEGMENT-ID PIC X(36).
   05 OL-OBJECT-BYTES PIC 9(18).
   05 OL-CHECKSUM PIC X(32).

FD VERIFY-RUN-REPORT.
01 VERIFY-RUN-LINE PIC X(250).

*> The shop-wide structured incident record pioneered by the broker
*> endpoint exception payload: timestamp, program, severity, error
*> class and a correlation key (topic or table), one format across
*> CobKa and CobBerg so one bad night is one merge, not nine greps.
FD INCIDENT-LOG-FILE.
01 INCIDENT-REC.
   05 IN-TIMESTAMP PIC 9(14).
   05 IN-PROGRAM-ID PIC X(30).
   05 IN-SEVERITY PIC X(8).
   05 IN-ERROR-CLASS PIC X(20).
   05 IN-CORRELATION-KEY PIC X(60).

WORKING-STORAGE SECTION.
01 WS-SEGMENT-FILE-STATUS PIC XX.
   88 WS-SEGMENT-FILE-OK VALUE '00'.
01 WS-LISTING-FILE-STATUS PIC XX.
   88 WS-LISTING-FILE-OK VALUE '00'.
01 WS-INCIDENT-LOG-STATUS PIC XX.
   88 WS-INCIDENT-LOG-OK VALUE '00'.
01 WS-SEGMENT-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SEGMENTS VALUE 'Y'.
01 WS-LISTING-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-LISTING VALUE 'Y'.

*> The remote segment metadata held whole, with the epoch that opens
*> and the epoch that closes each segment and the verdict the sweep
*> reaches on it.
01 WS-SEGMENT-COUNT PIC 9(5) VALUE ZERO.
01 WS-SEGMENT-TABLE.
   05 WS-SEGMENT-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON WS-SEGMENT-COUNT
         INDEXED BY WS-SEG-IDX.
      10 WS-SG-SEGMENT-ID PIC X(36).
      10 WS-SG-TOPIC PIC X(40).
      10 WS-SG-START-OFFSET PIC 9(18).
      10 WS-SG-END-OFFSET PIC 9(18).
      10 WS-SG-SEGMENT-BYTES PIC 9(18).
      10 WS-SG-CHECKSUM PIC X(32).
      10 WS-SG-FIRST-EPOCH PIC 9(9).
      10 WS-SG-LAST-EPOCH PIC 9(9).
      10 WS-SG-VERDICT PIC X.
         88 WS-SG-IS-VERIFIED VALUE 'V'.
         88 WS-SG-IS-MISSING VALUE 'M'.
         88 WS-SG-IS-TRUNCATED VALUE 'T'.
         88 WS-SG-IS-MISMATCHED VALUE 'X'.

*> The object-store listing held whole so each segment can find its
*> object, and objects no segment claims can be reported as orphans.
01 WS-LISTING-COUNT PIC 9(5) VALUE ZERO.
01 WS-LISTING-TABLE.
   05 WS-LISTING-ENTRY OCCURS 1 TO 5000 TIMES
         DEPENDING ON WS-LISTING-COUNT
         INDEXED BY WS-OL-IDX.
      10 WS-OL-SEGMENT-ID PIC X(36).
      10 WS-OL-OBJECT-BYTES PIC 9(18).
      10 WS-OL-CHECKSUM PIC X(32).
      10 WS-OL-CLAIMED-SWITCH PIC X.
         88 WS-OL-IS-CLAIMED VALUE 'Y'.

*> One entry per topic: the segment metadata is kept per topic in
*> this shop, so a topic's remote history is the unit that is or is
*> not restorable.
01 WS-TOPIC-COUNT PIC 9(4) VALUE ZERO.
01 WS-TOPIC-TABLE.
   05 WS-TOPIC-ENTRY OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-TOPIC-COUNT
         INDEXED BY WS-TP-IDX.
      10 WS-TP-TOPIC PIC X(40).
      10 WS-TP-SEGMENTS PIC 9(5).
      10 WS-TP-DAMAGED PIC 9(5).
      10 WS-TP-GAPS PIC 9(5).
      10 WS-TP-OVERLAPS PIC 9(5).

01 WS-LISTING-FOUND-SWITCH PIC X.
   88 WS-LISTING-FOUND VALUE 'Y'.
01 WS-TOPIC-FOUND-SWITCH PIC X.
   88 WS-TOPIC-FOUND VALUE 'Y'.
01 WS-TOPIC-KEY PIC X(40).
01 WS-SUBJECT-IDX PIC 9(5).
01 WS-SCAN-IDX PIC 9(5).
01 WS-PRED-IDX PIC 9(5).
01 WS-PRED-START-OFFSET PIC 9(18).
01 WS-NEXT-EXPECTED-OFFSET PIC 9(18).
01 WS-VERDICT-TEXT PIC X(10).

01 WS-VERIFIED-COUNT PIC 9(5) VALUE ZERO.
01 WS-MISSING-COUNT PIC 9(5) VALUE ZERO.
01 WS-TRUNCATED-COUNT PIC 9(5) VALUE ZERO.
01 WS-MISMATCHED-COUNT PIC 9(5) VALUE ZERO.
01 WS-GAP-COUNT PIC 9(5) VALUE ZERO.
01 WS-OVERLAP-COUNT PIC 9(5) VALUE ZERO.
01 WS-ORPHAN-COUNT PIC 9(5) VALUE ZERO.
01 WS-UNRESTORABLE-COUNT PIC 9(4) VALUE ZERO.
*> Records the tables had no room for: segments and objects beyond
*> their limits leave the sweep nothing it can prove, and segments of
*> topics beyond the topic limit are checked but their topic is not
*> judged.
01 WS-SEGMENT-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-LISTING-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-TOPIC-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-OVERFLOW-DISPLAY-1 PIC Z(6)9.
01 WS-OVERFLOW-DISPLAY-2 PIC Z(6)9.
01 WS-INCIDENT-DATE-TIME PIC X(21).

01 WS-EPOCH-DISPLAY PIC Z(8)9.
01 WS-EXPECTED-BYTES-DISPLAY PIC Z(17)9.
01 WS-FOUND-BYTES-DISPLAY PIC Z(17)9.
01 WS-COUNT-DISPLAY-1 PIC ZZZZ9.
01 WS-COUNT-DISPLAY-2 PIC ZZZZ9.
01 WS-COUNT-DISPLAY-3 PIC ZZZZ9.
01 WS-COUNT-DISPLAY-4 PIC ZZZZ9.
01 WS-COUNT-DISPLAY-5 PIC ZZZZ9.
01 WS-COUNT-DISPLAY-6 PIC ZZZZ9.
01 WS-COUNT-DISPLAY-7 PIC ZZZZ9.
01 WS-TOPIC-COUNT-DISPLAY PIC ZZZ9.

PROCEDURE DIVISION.

*> The scheduled proof that what REMOTE-LOG-SEGMENTS lists is really
*> in the object store, whole: every segment is matched against the
*> listing by id, size and checksum, every topic's offset history is
*> walked for gaps and overlaps inside a leader epoch, and a topic
*> whose remote history could no longer be restored gets an incident
*> now rather than during the outage REMOTE-SEGMENT-RESTORE is for.
MAIN-PROCEDURE.
    PERFORM LOAD-REMOTE-SEGMENTS.
    PERFORM LOAD-OBJECT-STORE-LISTING.
    OPEN OUTPUT VERIFY-RUN-REPORT.
    IF WS-SEGMENT-FILE-OK AND WS-LISTING-FILE-OK
            AND (WS-SEGMENT-OVERFLOW-COUNT > ZERO
                OR WS-LISTING-OVERFLOW-COUNT > ZERO)
        PERFORM REPORT-SWEEP-INPUT-INCOMPLETE
    END-IF.
    IF WS-SEGMENT-FILE-OK AND WS-LISTING-FILE-OK
            AND WS-SEGMENT-OVERFLOW-COUNT = ZERO
            AND WS-LISTING-OVERFLOW-COUNT = ZERO
        PERFORM VERIFY-ONE-SEGMENT-OBJECT
            VARYING WS-SEG-IDX FROM 1 BY 1
            UNTIL WS-SEG-IDX > WS-SEGMENT-COUNT
        PERFORM CHECK-ONE-SEGMENT-CONTINUITY
            VARYING WS-SUBJECT-IDX FROM 1 BY 1
            UNTIL WS-SUBJECT-IDX > WS-SEGMENT-COUNT
        PERFORM REPORT-ONE-ORPHAN-OBJECT
            VARYING WS-OL-IDX FROM 1 BY 1
            UNTIL WS-OL-IDX > WS-LISTING-COUNT
        PERFORM JUDGE-ONE-TOPIC-HISTORY
            VARYING WS-TP-IDX FROM 1 BY 1
            UNTIL WS-TP-IDX > WS-TOPIC-COUNT
        PERFORM WRITE-VERIFY-SUMMARY
    END-IF.
    IF NOT WS-SEGMENT-FILE-OK OR NOT WS-LISTING-FILE-OK
        PERFORM REPORT-SWEEP-INPUT-ABSENT
    END-IF.
    CLOSE VERIFY-RUN-REPORT.
    STOP RUN.

LOAD-REMOTE-SEGMENTS.
    MOVE ZERO TO WS-SEGMENT-COUNT.
    MOVE ZERO TO WS-SEGMENT-OVERFLOW-COUNT.
    MOVE ZERO TO WS-TOPIC-OVERFLOW-COUNT.
    OPEN INPUT REMOTE-LOG-SEGMENTS.
    IF WS-SEGMENT-FILE-OK
        PERFORM LOAD-ONE-REMOTE-SEGMENT UNTIL END-OF-SEGMENTS
        CLOSE REMOTE-LOG-SEGMENTS
    END-IF.

LOAD-ONE-REMOTE-SEGMENT.
    READ REMOTE-LOG-SEGMENTS
        AT END SET END-OF-SEGMENTS TO TRUE
        NOT AT END
            IF WS-SEGMENT-COUNT < 5000
                PERFORM HOLD-ONE-REMOTE-SEGMENT
            ELSE
                ADD 1 TO WS-SEGMENT-OVERFLOW-COUNT
            END-IF
    END-READ.

HOLD-ONE-REMOTE-SEGMENT.
    ADD 1 TO WS-SEGMENT-COUNT.
    SET WS-SEG-IDX TO WS-SEGMENT-COUNT.
    MOVE SEGMENT-ID TO WS-SG-SEGMENT-ID (WS-SEG-IDX).
    MOVE SEGMENT-TOPIC-NAME TO WS-SG-TOPIC (WS-SEG-IDX).
    MOVE SEGMENT-START-OFFSET TO WS-SG-START-OFFSET (WS-SEG-IDX).
    MOVE SEGMENT-END-OFFSET TO WS-SG-END-OFFSET (WS-SEG-IDX).
    MOVE SEGMENT-SIZE TO WS-SG-SEGMENT-BYTES (WS-SEG-IDX).
    MOVE SEGMENT-CHECKSUM TO WS-SG-CHECKSUM (WS-SEG-IDX).
    MOVE ZERO TO WS-SG-FIRST-EPOCH (WS-SEG-IDX).
    MOVE ZERO TO WS-SG-LAST-EPOCH (WS-SEG-IDX).
    IF EPOCH-COUNT > ZERO
        MOVE EPOCH (1) TO WS-SG-FIRST-EPOCH (WS-SEG-IDX)
        MOVE EPOCH (EPOCH-COUNT) TO WS-SG-LAST-EPOCH (WS-SEG-IDX)
    END-IF.
    MOVE 'V' TO WS-SG-VERDICT (WS-SEG-IDX).
    MOVE SEGMENT-TOPIC-NAME TO WS-TOPIC-KEY.
    PERFORM FIND-OR-ADD-TOPIC.
    IF WS-TOPIC-FOUND
        ADD 1 TO WS-TP-SEGMENTS (WS-TP-IDX)
    ELSE
        ADD 1 TO WS-TOPIC-OVERFLOW-COUNT
    END-IF.

FIND-OR-ADD-TOPIC.
    MOVE 'N' TO WS-TOPIC-FOUND-SWITCH.
    IF WS-TOPIC-COUNT > ZERO
        SET WS-TP-IDX TO 1
        SEARCH WS-TOPIC-ENTRY
            AT END CONTINUE
            WHEN WS-TP-TOPIC (WS-TP-IDX) = WS-TOPIC-KEY
                SET WS-TOPIC-FOUND TO TRUE
        END-SEARCH
    END-IF.
    IF NOT WS-TOPIC-FOUND AND WS-TOPIC-COUNT < 1000
        SET WS-TOPIC-FOUND TO TRUE
        ADD 1 TO WS-TOPIC-COUNT
        SET WS-TP-IDX TO WS-TOPIC-COUNT
        MOVE WS-TOPIC-KEY TO WS-TP-TOPIC (WS-TP-IDX)
        MOVE ZERO TO WS-TP-SEGMENTS (WS-TP-IDX)
        MOVE ZERO TO WS-TP-DAMAGED (WS-TP-IDX)
        MOVE ZERO TO WS-TP-GAPS (WS-TP-IDX)
        MOVE ZERO TO WS-TP-OVERLAPS (WS-TP-IDX)
    END-IF.

LOAD-OBJECT-STORE-LISTING.
    MOVE ZERO TO WS-LISTING-COUNT.
    MOVE ZERO TO WS-LISTING-OVERFLOW-COUNT.
    OPEN INPUT OBJECT-STORE-LISTING-FILE.
    IF WS-LISTING-FILE-OK
        PERFORM LOAD-ONE-LISTING-ENTRY UNTIL END-OF-LISTING
        CLOSE OBJECT-STORE-LISTING-FILE
    END-IF.

LOAD-ONE-LISTING-ENTRY.
    READ OBJECT-STORE-LISTING-FILE
        AT END SET END-OF-LISTING TO TRUE
        NOT AT END
            IF WS-LISTING-COUNT < 5000
                ADD 1 TO WS-LISTING-COUNT
                SET WS-OL-IDX TO WS-LISTING-COUNT
                MOVE OL-SEGMENT-ID TO WS-OL-SEGMENT-ID (WS-OL-IDX)
                MOVE OL-OBJECT-BYTES TO WS-OL-OBJECT-BYTES (WS-OL-IDX)
                MOVE OL-CHECKSUM TO WS-OL-CHECKSUM (WS-OL-IDX)
                MOVE 'N' TO WS-OL-CLAIMED-SWITCH (WS-OL-IDX)
            ELSE
                ADD 1 TO WS-LISTING-OVERFLOW-COUNT
            END-IF
    END-READ.

*> Neither input may be guessed at: a sweep run without the listing
*> or without the metadata proves nothing and says so.
REPORT-SWEEP-INPUT-ABSENT.
    MOVE SPACES TO VERIFY-RUN-LINE.
    STRING "VERIFICATION INPUT ABSENT (SEGMENTS STATUS "
            DELIMITED BY SIZE
        WS-SEGMENT-FILE-STATUS DELIMITED BY SIZE
        ", LISTING STATUS " DELIMITED BY SIZE
        WS-LISTING-FILE-STATUS DELIMITED BY SIZE
        ") - SWEEP SKIPPED THIS RUN" DELIMITED BY SIZE
        INTO VERIFY-RUN-LINE.
    WRITE VERIFY-RUN-LINE.

*> Nor may a part of either: a segment left unloaded reads as a gap
*> in its topic, and an object left unloaded as a missing segment.
REPORT-SWEEP-INPUT-INCOMPLETE.
    MOVE WS-SEGMENT-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY-1.
    MOVE WS-LISTING-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY-2.
    MOVE SPACES TO VERIFY-RUN-LINE.
    STRING "VERIFICATION INPUT INCOMPLETE (SEGMENTS BEYOND THE "
            DELIMITED BY SIZE
        "5000-SEGMENT LIMIT=" WS-OVERFLOW-DISPLAY-1 DELIMITED BY SIZE
        ", OBJECTS BEYOND THE 5000-OBJECT LIMIT="
            DELIMITED BY SIZE
        WS-OVERFLOW-DISPLAY-2 DELIMITED BY SIZE
        ") - SWEEP SKIPPED THIS RUN" DELIMITED BY SIZE
        INTO VERIFY-RUN-LINE.
    WRITE VERIFY-RUN-LINE.

*> Missing: no object under the segment id. Truncated: the object is
*> shorter than SEGMENT-SIZE. Mismatched: longer than recorded, or a
*> recorded checksum that the stored object does not carry.
VERIFY-ONE-SEGMENT-OBJECT.
    MOVE 'N' TO WS-LISTING-FOUND-SWITCH.
    IF WS-LISTING-COUNT > ZERO
        SET WS-OL-IDX TO 1
        SEARCH WS-LISTING-ENTRY
            AT END CONTINUE
            WHEN WS-OL-SEGMENT-ID (WS-OL-IDX) =
                    WS-SG-SEGMENT-ID (WS-SEG-IDX)
                SET WS-LISTING-FOUND TO TRUE
                SET WS-OL-IS-CLAIMED (WS-OL-IDX) TO TRUE
        END-SEARCH
    END-IF.
    EVALUATE TRUE
        WHEN NOT WS-LISTING-FOUND
            MOVE 'M' TO WS-SG-VERDICT (WS-SEG-IDX)
            ADD 1 TO WS-MISSING-COUNT
            MOVE 'MISSING' TO WS-VERDICT-TEXT
        WHEN WS-OL-OBJECT-BYTES (WS-OL-IDX) <
                WS-SG-SEGMENT-BYTES (WS-SEG-IDX)
            MOVE 'T' TO WS-SG-VERDICT (WS-SEG-IDX)
            ADD 1 TO WS-TRUNCATED-COUNT
            MOVE 'TRUNCATED' TO WS-VERDICT-TEXT
        WHEN WS-OL-OBJECT-BYTES (WS-OL-IDX) >
                WS-SG-SEGMENT-BYTES (WS-SEG-IDX)
            MOVE 'X' TO WS-SG-VERDICT (WS-SEG-IDX)
            ADD 1 TO WS-MISMATCHED-COUNT
            MOVE 'MISMATCHED' TO WS-VERDICT-TEXT
        WHEN WS-SG-CHECKSUM (WS-SEG-IDX) NOT = SPACES
                AND WS-OL-CHECKSUM (WS-OL-IDX) NOT =
                    WS-SG-CHECKSUM (WS-SEG-IDX)
            MOVE 'X' TO WS-SG-VERDICT (WS-SEG-IDX)
            ADD 1 TO WS-MISMATCHED-COUNT
            MOVE 'MISMATCHED' TO WS-VERDICT-TEXT
        WHEN OTHER
            ADD 1 TO WS-VERIFIED-COUNT
    END-EVALUATE.
    IF NOT WS-SG-IS-VERIFIED (WS-SEG-IDX)
        PERFORM WRITE-DAMAGED-SEGMENT-LINE
    END-IF.

WRITE-DAMAGED-SEGMENT-LINE.
    MOVE WS-SG-TOPIC (WS-SEG-IDX) TO WS-TOPIC-KEY.
    PERFORM FIND-OR-ADD-TOPIC.
    IF WS-TOPIC-FOUND
        ADD 1 TO WS-TP-DAMAGED (WS-TP-IDX)
    END-IF.
    MOVE WS-SG-SEGMENT-BYTES (WS-SEG-IDX)
        TO WS-EXPECTED-BYTES-DISPLAY.
    IF WS-LISTING-FOUND
        MOVE WS-OL-OBJECT-BYTES (WS-OL-IDX) TO WS-FOUND-BYTES-DISPLAY
    ELSE
        MOVE ZERO TO WS-FOUND-BYTES-DISPLAY
    END-IF.
    MOVE SPACES TO VERIFY-RUN-LINE.
    STRING WS-VERDICT-TEXT DELIMITED BY SPACE
        " SEGMENT=" DELIMITED BY SIZE
        WS-SG-SEGMENT-ID (WS-SEG-IDX) DELIMITED BY SPACE
        " TOPIC=" DELIMITED BY SIZE
        WS-SG-TOPIC (WS-SEG-IDX) DELIMITED BY SPACE
        " RANGE=" WS-SG-START-OFFSET (WS-SEG-IDX) DELIMITED BY SIZE
        "-" WS-SG-END-OFFSET (WS-SEG-IDX) DELIMITED BY SIZE
        " EXPECTED-BYTES=" WS-EXPECTED-BYTES-DISPLAY
            DELIMITED BY SIZE
        " STORED-BYTES=" WS-FOUND-BYTES-DISPLAY DELIMITED BY SIZE
        INTO VERIFY-RUN-LINE.
    WRITE VERIFY-RUN-LINE.

*> Each segment is set against its predecessor in the same topic -
*> the segment with the nearest lower start offset. Where the
*> predecessor closes in the same leader epoch this segment opens in,
*> the offsets must run on without a hole and without a repeat; a
*> change of epoch is where truncation is allowed to rewrite history.
CHECK-ONE-SEGMENT-CONTINUITY.
    SET WS-SEG-IDX TO WS-SUBJECT-IDX.
    MOVE ZERO TO WS-PRED-IDX.
    MOVE ZERO TO WS-PRED-START-OFFSET.
    PERFORM CONSIDER-ONE-PREDECESSOR
        VARYING WS-SCAN-IDX FROM 1 BY 1
        UNTIL WS-SCAN-IDX > WS-SEGMENT-COUNT.
    IF WS-PRED-IDX > ZERO
        SET WS-SEG-IDX TO WS-PRED-IDX
        COMPUTE WS-NEXT-EXPECTED-OFFSET =
            WS-SG-END-OFFSET (WS-SEG-IDX) + 1
        SET WS-SEG-IDX TO WS-SUBJECT-IDX
        IF WS-SG-LAST-EPOCH (WS-PRED-IDX) =
                WS-SG-FIRST-EPOCH (WS-SEG-IDX)
            IF WS-SG-START-OFFSET (WS-SEG-IDX) >
                    WS-NEXT-EXPECTED-OFFSET
                ADD 1 TO WS-GAP-COUNT
                MOVE 'GAP' TO WS-VERDICT-TEXT
                PERFORM WRITE-CONTINUITY-LINE
            END-IF
            IF WS-SG-START-OFFSET (WS-SEG-IDX) <
                    WS-NEXT-EXPECTED-OFFSET
                ADD 1 TO WS-OVERLAP-COUNT
                MOVE 'OVERLAP' TO WS-VERDICT-TEXT
                PERFORM WRITE-CONTINUITY-LINE
            END-IF
        END-IF
    END-IF.

*> Two segments starting at the same offset are ordered by position
*> so the later of the pair is the one reported as overlapping.
CONSIDER-ONE-PREDECESSOR.
    IF WS-SCAN-IDX NOT = WS-SUBJECT-IDX
            AND WS-SG-TOPIC (WS-SCAN-IDX) = WS-SG-TOPIC (WS-SEG-IDX)
        IF WS-SG-START-OFFSET (WS-SCAN-IDX) <
                WS-SG-START-OFFSET (WS-SEG-IDX)
            OR (WS-SG-START-OFFSET (WS-SCAN-IDX) =
                    WS-SG-START-OFFSET (WS-SEG-IDX)
                AND WS-SCAN-IDX < WS-SUBJECT-IDX)
            IF WS-PRED-IDX = ZERO
                    OR WS-SG-START-OFFSET (WS-SCAN-IDX) NOT <
                        WS-PRED-START-OFFSET
                MOVE WS-SCAN-IDX TO WS-PRED-IDX
                MOVE WS-SG-START-OFFSET (WS-SCAN-IDX)
                    TO WS-PRED-START-OFFSET
            END-IF
        END-IF
    END-IF.

WRITE-CONTINUITY-LINE.
    MOVE WS-SG-TOPIC (WS-SEG-IDX) TO WS-TOPIC-KEY.
    PERFORM FIND-OR-ADD-TOPIC.
    IF WS-TOPIC-FOUND AND WS-VERDICT-TEXT = 'GAP'
        ADD 1 TO WS-TP-GAPS (WS-TP-IDX)
    END-IF.
    IF WS-TOPIC-FOUND AND WS-VERDICT-TEXT NOT = 'GAP'
        ADD 1 TO WS-TP-OVERLAPS (WS-TP-IDX)
    END-IF.
    MOVE WS-SG-FIRST-EPOCH (WS-SEG-IDX) TO WS-EPOCH-DISPLAY.
    MOVE SPACES TO VERIFY-RUN-LINE.
    STRING WS-VERDICT-TEXT DELIMITED BY SPACE
        " TOPIC=" DELIMITED BY SIZE
        WS-SG-TOPIC (WS-SEG-IDX) DELIMITED BY SPACE
        " LEADER-EPOCH=" WS-EPOCH-DISPLAY DELIMITED BY SIZE
        " AFTER-SEGMENT=" DELIMITED BY SIZE
        WS-SG-SEGMENT-ID (WS-PRED-IDX) DELIMITED BY SPACE
        " EXPECTED-START=" WS-NEXT-EXPECTED-OFFSET DELIMITED BY SIZE
        " SEGMENT=" DELIMITED BY SIZE
        WS-SG-SEGMENT-ID (WS-SEG-IDX) DELIMITED BY SPACE
        " STARTS-AT=" WS-SG-START-OFFSET (WS-SEG-IDX)
            DELIMITED BY SIZE
        INTO VERIFY-RUN-LINE.
    WRITE VERIFY-RUN-LINE.

REPORT-ONE-ORPHAN-OBJECT.
    IF NOT WS-OL-IS-CLAIMED (WS-OL-IDX)
        ADD 1 TO WS-ORPHAN-COUNT
        MOVE WS-OL-OBJECT-BYTES (WS-OL-IDX) TO WS-FOUND-BYTES-DISPLAY
        MOVE SPACES TO VERIFY-RUN-LINE
        STRING "ORPHAN OBJECT=" DELIMITED BY SIZE
            WS-OL-SEGMENT-ID (WS-OL-IDX) DELIMITED BY SPACE
            " STORED-BYTES=" WS-FOUND-BYTES-DISPLAY DELIMITED BY SIZE
            " - NOT LISTED IN REMOTE SEGMENT METADATA"
                DELIMITED BY SIZE
            INTO VERIFY-RUN-LINE
        WRITE VERIFY-RUN-LINE
    END-IF.

*> A damaged segment or a hole inside an epoch leaves offsets that no
*> restore can bring back; an overlap alone does not, so it is
*> reported but raises no incident.
JUDGE-ONE-TOPIC-HISTORY.
    MOVE WS-TP-SEGMENTS (WS-TP-IDX) TO WS-COUNT-DISPLAY-1.
    MOVE WS-TP-DAMAGED (WS-TP-IDX) TO WS-COUNT-DISPLAY-2.
    MOVE WS-TP-GAPS (WS-TP-IDX) TO WS-COUNT-DISPLAY-3.
    MOVE WS-TP-OVERLAPS (WS-TP-IDX) TO WS-COUNT-DISPLAY-4.
    MOVE SPACES TO VERIFY-RUN-LINE.
    IF WS-TP-DAMAGED (WS-TP-IDX) > ZERO
            OR WS-TP-GAPS (WS-TP-IDX) > ZERO
        ADD 1 TO WS-UNRESTORABLE-COUNT
        STRING "UNRESTORABLE TOPIC=" DELIMITED BY SIZE
            WS-TP-TOPIC (WS-TP-IDX) DELIMITED BY SPACE
            " SEGMENTS=" WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
            " DAMAGED=" WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
            " GAPS=" WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
            " OVERLAPS=" WS-COUNT-DISPLAY-4 DELIMITED BY SIZE
            INTO VERIFY-RUN-LINE
        WRITE VERIFY-RUN-LINE
        PERFORM APPEND-UNRESTORABLE-INCIDENT
    ELSE
        STRING "RESTORABLE TOPIC=" DELIMITED BY SIZE
            WS-TP-TOPIC (WS-TP-IDX) DELIMITED BY SPACE
            " SEGMENTS=" WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
            " OVERLAPS=" WS-COUNT-DISPLAY-4 DELIMITED BY SIZE
            INTO VERIFY-RUN-LINE
        WRITE VERIFY-RUN-LINE
    END-IF.

APPEND-UNRESTORABLE-INCIDENT.
    MOVE FUNCTION CURRENT-DATE TO WS-INCIDENT-DATE-TIME.
    OPEN EXTEND INCIDENT-LOG-FILE.
    IF NOT WS-INCIDENT-LOG-OK
        CLOSE INCIDENT-LOG-FILE
        OPEN OUTPUT INCIDENT-LOG-FILE
    END-IF.
    MOVE SPACES TO INCIDENT-REC.
    MOVE WS-INCIDENT-DATE-TIME (1:14) TO IN-TIMESTAMP.
    MOVE 'REMOTESEGMENTVERIFY' TO IN-PROGRAM-ID.
    MOVE 'SEVERE' TO IN-SEVERITY.
    MOVE 'REMOTE-UNRESTORABLE' TO IN-ERROR-CLASS.
    MOVE WS-TP-TOPIC (WS-TP-IDX) TO IN-CORRELATION-KEY.
    WRITE INCIDENT-REC.
    CLOSE INCIDENT-LOG-FILE.

WRITE-VERIFY-SUMMARY.
    MOVE WS-VERIFIED-COUNT TO WS-COUNT-DISPLAY-1.
    MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY-2.
    MOVE WS-TRUNCATED-COUNT TO WS-COUNT-DISPLAY-3.
    MOVE WS-MISMATCHED-COUNT TO WS-COUNT-DISPLAY-4.
    MOVE WS-GAP-COUNT TO WS-COUNT-DISPLAY-5.
    MOVE WS-OVERLAP-COUNT TO WS-COUNT-DISPLAY-6.
    MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISPLAY-7.
    MOVE WS-UNRESTORABLE-COUNT TO WS-TOPIC-COUNT-DISPLAY.
    MOVE SPACES TO VERIFY-RUN-LINE.
    STRING "SUMMARY VERIFIED=" WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
        " MISSING=" WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
        " TRUNCATED=" WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
        " MISMATCHED=" WS-COUNT-DISPLAY-4 DELIMITED BY SIZE
        " GAPS=" WS-COUNT-DISPLAY-5 DELIMITED BY SIZE
        " OVERLAPS=" WS-COUNT-DISPLAY-6 DELIMITED BY SIZE
        " ORPHANS=" WS-COUNT-DISPLAY-7 DELIMITED BY SIZE
        " UNRESTORABLE-TOPICS=" WS-TOPIC-COUNT-DISPLAY
            DELIMITED BY SIZE
        INTO VERIFY-RUN-LINE.
    WRITE VERIFY-RUN-LINE.
    IF WS-TOPIC-OVERFLOW-COUNT > ZERO
        MOVE WS-TOPIC-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY-1
        MOVE SPACES TO VERIFY-RUN-LINE
        STRING "INCOMPLETE TOPIC VERDICTS - SEGMENTS OF TOPICS BEYOND "
                DELIMITED BY SIZE
            "THE 1000-TOPIC LIMIT=" WS-OVERFLOW-DISPLAY-1
                DELIMITED BY SIZE
            " - CHECKED ABOVE BUT THEIR TOPICS NOT JUDGED"
                DELIMITED BY SIZE
            INTO VERIFY-RUN-LINE
        WRITE VERIFY-RUN-LINE
    END-IF.
