IDENTIFICATION DIVISION.
PROGRAM-ID. CLONE-SEED-LOADER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLONE-SEED-CARD-FILE
        ASSIGN TO "CLONESEEDCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEED-CARD-STATUS.
    SELECT CLONE-SEED-HISTORY-FILE
        ASSIGN TO "CLONESEEDHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEED-HISTORY-STATUS.
    SELECT CLONE-SEED-LISTING-FILE
        ASSIGN TO "CLONESEEDLISTING"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEED-LISTING-STATUS.
    SELECT SNAPSHOT-FILE-HISTORY
        ASSIGN TO "SNAPSHOTFILEHISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-HISTORY-STATUS.
    SELECT TABLE-DATA-FILE-LISTING
        ASSIGN TO "TABLEDATAFILES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DATAFILE-LISTING-STATUS.
    SELECT CLONE-SEED-REPORT
        ASSIGN TO "CLONESEEDREPORT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Which clone this run loads: its catalog key, namespace.table, as
*> CATALOG-HANDLERS stamped it on the seed records. The step runs
*> after the clone deck, once per clone, with the clone's own
*> SNAPSHOTFILEHISTORY and TABLEDATAFILES allocated.
FD CLONE-SEED-CARD-FILE.
01 CLONE-SEED-CARD.
   05 SC-CLONE-KEY PIC X(160).

*> CATALOG-HANDLERS' seed history and listing, in its exact layouts.
FD CLONE-SEED-HISTORY-FILE.
01 CLONE-SEED-HISTORY-REC.
   05 CSH-CLONE-KEY PIC X(160).
   05 CSH-SNAPSHOT-ID PIC 9(18).
   05 CSH-FILE-PATH PIC X(256).
   05 CSH-CHANGE-TYPE PIC X.
   05 CSH-REFERENCED-DATA-FILE PIC X(256).
   05 CSH-DELETED-ROW-COUNT PIC 9(9).

FD CLONE-SEED-LISTING-FILE.
01 CLONE-SEED-LISTING-REC.
   05 CSL-CLONE-KEY PIC X(160).
   05 CSL-FILE-PATH PIC X(256).
   05 CSL-PARTITION-VALUE PIC X(64).
   05 CSL-RECORD-COUNT PIC 9(18).
   05 CSL-FILE-SIZE-BYTES PIC 9(18).
   05 CSL-NULL-COUNT PIC 9(18).
   05 CSL-PARTITION-SPEC-ID PIC 9(9).

*> The clone's own file-change history and data-file listing,
*> TABLE-INTERFACE's exact layouts. The seed is the clone's first
*> history, so these must still be empty: a clone that already holds
*> history was seeded, or has committed, and is left as it stands.
FD SNAPSHOT-FILE-HISTORY.
01 SNAPSHOT-FILE-HISTORY-REC.
   05 SFH-SNAPSHOT-ID PIC 9(18).
   05 SFH-FILE-PATH PIC X(256).
   05 SFH-CHANGE-TYPE PIC X.
   05 SFH-REFERENCED-DATA-FILE PIC X(256).
   05 SFH-DELETED-ROW-COUNT PIC 9(9).

FD TABLE-DATA-FILE-LISTING.
01 TABLE-DATA-FILE-REC.
   05 DF-FILE-PATH PIC X(256).
   05 DF-PARTITION-VALUE PIC X(64).
   05 DF-RECORD-COUNT PIC 9(18).
   05 DF-FILE-SIZE-BYTES PIC 9(18).
   05 DF-NULL-COUNT PIC 9(18).
   05 DF-PARTITION-SPEC-ID PIC 9(9).

FD CLONE-SEED-REPORT.
01 CLONE-SEED-REPORT-LINE PIC X(300).

WORKING-STORAGE SECTION.
01 WS-SEED-CARD-STATUS PIC XX.
   88 WS-SEED-CARD-OK VALUE '00'.
01 WS-SEED-HISTORY-STATUS PIC XX.
   88 WS-SEED-HISTORY-OK VALUE '00'.
01 WS-SEED-LISTING-STATUS PIC XX.
   88 WS-SEED-LISTING-OK VALUE '00'.
01 WS-FILE-HISTORY-STATUS PIC XX.
   88 WS-FILE-HISTORY-OK VALUE '00'.
01 WS-DATAFILE-LISTING-STATUS PIC XX.
   88 WS-DATAFILE-LISTING-OK VALUE '00'.
01 WS-SEED-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SEED-HISTORY VALUE 'Y'.
01 WS-SEED-LISTING-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-SEED-LISTING VALUE 'Y'.

01 WS-CLONE-KEY PIC X(160) VALUE SPACES.
01 WS-LOAD-REFUSAL PIC X(20) VALUE SPACES.
01 WS-HISTORY-LOADED PIC 9(7) VALUE ZERO.
01 WS-LISTING-LOADED PIC 9(7) VALUE ZERO.
01 WS-HISTORY-DISPLAY PIC Z(6)9.
01 WS-LISTING-DISPLAY PIC Z(6)9.

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    PERFORM LOAD-CLONE-SEED-CARD.
    OPEN OUTPUT CLONE-SEED-REPORT.
    IF WS-CLONE-KEY = SPACES
        MOVE 'NO-CLONE-CARD' TO WS-LOAD-REFUSAL
    END-IF.
    IF WS-LOAD-REFUSAL = SPACES
        PERFORM CHECK-CLONE-FILES-EMPTY
    END-IF.
    IF WS-LOAD-REFUSAL = SPACES
        PERFORM LOAD-CLONE-HISTORY
        PERFORM LOAD-CLONE-LISTING
        PERFORM WRITE-LOAD-SUMMARY
    ELSE
        PERFORM WRITE-LOAD-REFUSAL
    END-IF.
    CLOSE CLONE-SEED-REPORT.
    STOP RUN.

LOAD-CLONE-SEED-CARD.
    OPEN INPUT CLONE-SEED-CARD-FILE.
    IF WS-SEED-CARD-OK
        READ CLONE-SEED-CARD-FILE
            AT END CONTINUE
            NOT AT END MOVE SC-CLONE-KEY TO WS-CLONE-KEY
        END-READ
        CLOSE CLONE-SEED-CARD-FILE
    END-IF.

*> A dataset that cannot be opened is one not yet written, which is
*> as empty as the seed needs it.
CHECK-CLONE-FILES-EMPTY.
    OPEN INPUT SNAPSHOT-FILE-HISTORY.
    IF WS-FILE-HISTORY-OK
        READ SNAPSHOT-FILE-HISTORY
            AT END CONTINUE
            NOT AT END MOVE 'HISTORY-NOT-EMPTY' TO WS-LOAD-REFUSAL
        END-READ
        CLOSE SNAPSHOT-FILE-HISTORY
    END-IF.
    IF WS-LOAD-REFUSAL = SPACES
        OPEN INPUT TABLE-DATA-FILE-LISTING
        IF WS-DATAFILE-LISTING-OK
            READ TABLE-DATA-FILE-LISTING
                AT END CONTINUE
                NOT AT END MOVE 'LISTING-NOT-EMPTY' TO WS-LOAD-REFUSAL
            END-READ
            CLOSE TABLE-DATA-FILE-LISTING
        END-IF
    END-IF.

LOAD-CLONE-HISTORY.
    MOVE ZERO TO WS-HISTORY-LOADED.
    OPEN OUTPUT SNAPSHOT-FILE-HISTORY.
    OPEN INPUT CLONE-SEED-HISTORY-FILE.
    IF WS-SEED-HISTORY-OK
        PERFORM LOAD-ONE-SEED-HISTORY-REC UNTIL END-OF-SEED-HISTORY
        CLOSE CLONE-SEED-HISTORY-FILE
    END-IF.
    CLOSE SNAPSHOT-FILE-HISTORY.

LOAD-ONE-SEED-HISTORY-REC.
    READ CLONE-SEED-HISTORY-FILE
        AT END SET END-OF-SEED-HISTORY TO TRUE
        NOT AT END
            IF CSH-CLONE-KEY = WS-CLONE-KEY
                MOVE SPACES TO SNAPSHOT-FILE-HISTORY-REC
                MOVE CSH-SNAPSHOT-ID TO SFH-SNAPSHOT-ID
                MOVE CSH-FILE-PATH TO SFH-FILE-PATH
                MOVE CSH-CHANGE-TYPE TO SFH-CHANGE-TYPE
                MOVE CSH-REFERENCED-DATA-FILE
                    TO SFH-REFERENCED-DATA-FILE
                MOVE CSH-DELETED-ROW-COUNT TO SFH-DELETED-ROW-COUNT
                WRITE SNAPSHOT-FILE-HISTORY-REC
                ADD 1 TO WS-HISTORY-LOADED
            END-IF
    END-READ.

LOAD-CLONE-LISTING.
    MOVE ZERO TO WS-LISTING-LOADED.
    OPEN OUTPUT TABLE-DATA-FILE-LISTING.
    OPEN INPUT CLONE-SEED-LISTING-FILE.
    IF WS-SEED-LISTING-OK
        PERFORM LOAD-ONE-SEED-LISTING-REC UNTIL END-OF-SEED-LISTING
        CLOSE CLONE-SEED-LISTING-FILE
    END-IF.
    CLOSE TABLE-DATA-FILE-LISTING.

LOAD-ONE-SEED-LISTING-REC.
    READ CLONE-SEED-LISTING-FILE
        AT END SET END-OF-SEED-LISTING TO TRUE
        NOT AT END
            IF CSL-CLONE-KEY = WS-CLONE-KEY
                MOVE SPACES TO TABLE-DATA-FILE-REC
                MOVE CSL-FILE-PATH TO DF-FILE-PATH
                MOVE CSL-PARTITION-VALUE TO DF-PARTITION-VALUE
                MOVE CSL-RECORD-COUNT TO DF-RECORD-COUNT
                MOVE CSL-FILE-SIZE-BYTES TO DF-FILE-SIZE-BYTES
                MOVE CSL-NULL-COUNT TO DF-NULL-COUNT
                MOVE CSL-PARTITION-SPEC-ID TO DF-PARTITION-SPEC-ID
                WRITE TABLE-DATA-FILE-REC
                ADD 1 TO WS-LISTING-LOADED
            END-IF
    END-READ.

*> A clone the seed deck holds nothing for is reported as such: its
*> key is mistyped, or the clone pass refused it.
WRITE-LOAD-SUMMARY.
    MOVE WS-HISTORY-LOADED TO WS-HISTORY-DISPLAY.
    MOVE WS-LISTING-LOADED TO WS-LISTING-DISPLAY.
    MOVE SPACES TO CLONE-SEED-REPORT-LINE.
    STRING 'CLONE SEED LOADED CLONE=' DELIMITED BY SIZE
        WS-CLONE-KEY DELIMITED BY SPACE
        ' HISTORY=' WS-HISTORY-DISPLAY DELIMITED BY SIZE
        ' LISTING=' WS-LISTING-DISPLAY DELIMITED BY SIZE
        INTO CLONE-SEED-REPORT-LINE.
    WRITE CLONE-SEED-REPORT-LINE.
    IF WS-HISTORY-LOADED = ZERO
        MOVE SPACES TO CLONE-SEED-REPORT-LINE
        STRING 'NO SEED RECORDS FOR CLONE=' DELIMITED BY SIZE
            WS-CLONE-KEY DELIMITED BY SPACE
            ' - ITS HISTORY AND LISTING ARE EMPTY' DELIMITED BY SIZE
            INTO CLONE-SEED-REPORT-LINE
        WRITE CLONE-SEED-REPORT-LINE
    END-IF.

WRITE-LOAD-REFUSAL.
    MOVE SPACES TO CLONE-SEED-REPORT-LINE.
    STRING 'CLONE SEED REFUSED CLONE=' DELIMITED BY SIZE
        WS-CLONE-KEY DELIMITED BY SPACE
        ' REASON=' DELIMITED BY SIZE
        WS-LOAD-REFUSAL DELIMITED BY SPACE
        ' - NOTHING LOADED' DELIMITED BY SIZE
        INTO CLONE-SEED-REPORT-LINE.
    WRITE CLONE-SEED-REPORT-LINE.
