        ASSIGN TO "LEGALHOLDFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEGAL-HOLD-STATUS.
    SELECT CLONE-SHARED-FILE
        ASSIGN TO "CLONESHAREDFILES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLONE-SHARED-STATUS.
    SELECT RECLAIM-ACTION-FILE
        ASSIGN TO "RECLAIMACTIONS"
        ORGANIZATION IS LINE SEQUENTIAL.
   05 DF-RECORD-COUNT PIC 9(18).
   05 DF-FILE-SIZE-BYTES PIC 9(18).
   05 DF-NULL-COUNT PIC 9(18).
   05 DF-PARTITION-SPEC-ID PIC 9(9).

*> Which table this run's card files belong to; the legal-hold check
*> keys on it.
   05 LH-EFFECTIVE-DATE PIC 9(8).
   05 LH-RELEASE-DATE PIC 9(8).

*> CATALOG-HANDLERS' shared-file register: every file a shallow clone
*> still shares with its source. A registered path is referenced, so a
*> file this table's expiry would otherwise free stays on disk for as
*> long as the clone lives.
FD CLONE-SHARED-FILE.
01 CLONE-SHARED-REC.
   05 CSF-CLONE-KEY PIC X(160).
   05 CSF-SOURCE-KEY PIC X(160).
   05 CSF-SNAPSHOT-ID PIC 9(18).
   05 CSF-FILE-PATH PIC X(256).
   05 CSF-FILE-SIZE-BYTES PIC 9(18).

*> Verified delete actions for the storage job - this program only
*> ever decides, like the metadata GC and the quarantine executor.
FD RECLAIM-ACTION-FILE.
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE ZERO.

01 WS-CLONE-SHARED-STATUS PIC XX.
   88 WS-CLONE-SHARED-OK VALUE '00'.
01 WS-CLONE-SHARED-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CLONE-SHARED VALUE 'Y'.
*> Register records beyond the table are counted: with part of the
*> register unread a shared file could look reclaimable, so the run
*> reclaims nothing.
01 WS-SHARED-PATH-COUNT PIC 9(5) VALUE ZERO.
01 WS-SHARED-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-SHARED-PATH-TABLE.
   05 WS-SHARED-PATH OCCURS 1 TO 20000 TIMES
         DEPENDING ON WS-SHARED-PATH-COUNT
         INDEXED BY WS-SHARED-IDX PIC X(256).
01 WS-FILE-SHARED-SWITCH PIC X.
   88 WS-FILE-IS-SHARED VALUE 'Y'.
01 WS-SHARED-KEPT-COUNT PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.

MAIN-PROCEDURE.
    PERFORM LOAD-STAGED-SNAPSHOT-IDS.
    PERFORM LOAD-HISTORY-AND-PATHS.
    PERFORM BUILD-PROTECTION-POINTS.
    PERFORM LOAD-CLONE-SHARED-PATHS.
    OPEN OUTPUT RECLAIM-ACTION-FILE.
    OPEN OUTPUT RECLAMATION-REPORT.
    IF WS-SHARED-OVERFLOW-COUNT > ZERO
        MOVE SPACES TO RECLAMATION-REPORT-LINE
        STRING 'RECLAMATION REFUSED TABLE=' DELIMITED BY SIZE
            WS-SUBJECT-TABLE-NAME DELIMITED BY SPACE
            ' CLONE SHARED-FILE REGISTER HAS ' DELIMITED BY SIZE
            WS-SHARED-OVERFLOW-COUNT DELIMITED BY SIZE
            ' RECORDS BEYOND THE 20000-PATH LIMIT - NOTHING RECLAIMED'
                DELIMITED BY SIZE
            INTO RECLAMATION-REPORT-LINE
        WRITE RECLAMATION-REPORT-LINE
    ELSE
        PERFORM JUDGE-ONE-FILE-PATH
            VARYING WS-PATH-IDX FROM 1 BY 1
            UNTIL WS-PATH-IDX > WS-PATH-COUNT
        PERFORM WRITE-RECLAMATION-SUMMARY
    END-IF.
    CLOSE RECLAIM-ACTION-FILE.
    CLOSE RECLAMATION-REPORT.
    STOP RUN.
        IF WS-FILE-IS-PROTECTED
            ADD 1 TO WS-KEPT-COUNT
        ELSE
            PERFORM CHECK-FILE-SHARED-WITH-CLONE
            IF WS-FILE-IS-SHARED
                PERFORM KEEP-ONE-SHARED-FILE
            ELSE
                PERFORM RECLAIM-ONE-FILE
            END-IF
        END-IF
    END-IF.

        END-IF
    END-IF.

LOAD-CLONE-SHARED-PATHS.
    MOVE ZERO TO WS-SHARED-PATH-COUNT.
    MOVE ZERO TO WS-SHARED-OVERFLOW-COUNT.
    OPEN INPUT CLONE-SHARED-FILE.
    IF WS-CLONE-SHARED-OK
        PERFORM LOAD-ONE-CLONE-SHARED-PATH UNTIL END-OF-CLONE-SHARED
        CLOSE CLONE-SHARED-FILE
    END-IF.

LOAD-ONE-CLONE-SHARED-PATH.
    READ CLONE-SHARED-FILE
        AT END SET END-OF-CLONE-SHARED TO TRUE
        NOT AT END
            IF WS-SHARED-PATH-COUNT < 20000
                ADD 1 TO WS-SHARED-PATH-COUNT
                SET WS-SHARED-IDX TO WS-SHARED-PATH-COUNT
                MOVE CSF-FILE-PATH TO WS-SHARED-PATH (WS-SHARED-IDX)
            ELSE
                ADD 1 TO WS-SHARED-OVERFLOW-COUNT
            END-IF
    END-READ.

CHECK-FILE-SHARED-WITH-CLONE.
    MOVE 'N' TO WS-FILE-SHARED-SWITCH.
    IF WS-SHARED-PATH-COUNT > ZERO
        SET WS-SHARED-IDX TO 1
        SEARCH WS-SHARED-PATH
            AT END CONTINUE
            WHEN WS-SHARED-PATH (WS-SHARED-IDX) = WS-SUBJECT-PATH
                SET WS-FILE-IS-SHARED TO TRUE
        END-SEARCH
    END-IF.

*> Reclaimable by this table's own history, but a clone still reads
*> it: kept, and said so, so the bytes the clone holds are visible.
KEEP-ONE-SHARED-FILE.
    ADD 1 TO WS-KEPT-COUNT.
    ADD 1 TO WS-SHARED-KEPT-COUNT.
    MOVE SPACES TO RECLAMATION-REPORT-LINE.
    STRING 'KEPT ' DELIMITED BY SIZE
        WS-SUBJECT-PATH DELIMITED BY SPACE
        ' SHARED WITH A CLONE' DELIMITED BY SIZE
        INTO RECLAMATION-REPORT-LINE.
    WRITE RECLAMATION-REPORT-LINE.

RECLAIM-ONE-FILE.
    ADD 1 TO WS-RECLAIMED-COUNT.
    PERFORM LOOK-UP-FILE-SIZE.
            DELIMITED BY SIZE
        ' FILES-KEPT=' WS-KEPT-DISPLAY DELIMITED BY SIZE
        ' BYTES-RECLAIMED=' WS-RECLAIMED-BYTES DELIMITED BY SIZE
        ' KEPT-FOR-CLONES=' WS-SHARED-KEPT-COUNT DELIMITED BY SIZE
        INTO RECLAMATION-REPORT-LINE.
    WRITE RECLAMATION-REPORT-LINE.
