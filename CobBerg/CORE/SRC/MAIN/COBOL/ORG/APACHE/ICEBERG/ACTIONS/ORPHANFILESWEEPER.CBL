        ASSIGN TO "ORPHANGRACECONFIG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRACE-CONFIG-STATUS.
    SELECT TABLE-PROPERTY-FILE
        ASSIGN TO "TABLEPROPERTIES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPERTY-STATUS.
    SELECT CLONE-SHARED-FILE
        ASSIGN TO "CLONESHAREDFILES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLONE-SHARED-STATUS.
    SELECT DELETION-CANDIDATE-FILE
        ASSIGN TO "DELETIONCANDIDATES"
        ORGANIZATION IS LINE SEQUENTIAL.
01 ORPHAN-GRACE-CONFIG-CARD.
   05 OG-GRACE-SECONDS PIC 9(9).

*> TABLE-INTERFACE's table property store. A grace window held there
*> for the swept table overrides the shop-wide card.
FD TABLE-PROPERTY-FILE.
01 TABLE-PROPERTY-REC.
   05 TP-TABLE-NAME PIC X(128).
   05 TP-PROPERTY-KEY PIC X(40).
   05 TP-PROPERTY-VALUE PIC X(64).
   05 TP-VALUE-NUMERIC REDEFINES TP-PROPERTY-VALUE.
      10 TP-VALUE-NUMBER PIC 9(18).
      10 FILLER PIC X(46).

*> CATALOG-HANDLERS' shared-file register: every file a shallow clone
*> still shares with its source. A registered path is referenced
*> whatever the source's own manifests say - the clone's metadata
*> still points at it.
FD CLONE-SHARED-FILE.
01 CLONE-SHARED-REC.
   05 CSF-CLONE-KEY PIC X(160).
   05 CSF-SOURCE-KEY PIC X(160).
   05 CSF-SNAPSHOT-ID PIC 9(18).
   05 CSF-FILE-PATH PIC X(256).
   05 CSF-FILE-SIZE-BYTES PIC 9(18).

FD DELETION-CANDIDATE-FILE.
01 DELETION-CANDIDATE-REC.
   05 DC-FILE-PATH PIC X(256).
   88 WS-MANIFEST-ENTRY-OK VALUE '00'.
01 WS-GRACE-CONFIG-STATUS PIC XX.
   88 WS-GRACE-CONFIG-OK VALUE '00'.
01 WS-PROPERTY-STATUS PIC XX.
   88 WS-PROPERTY-OK VALUE '00'.
01 WS-PROPERTY-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-PROPERTIES VALUE 'Y'.
01 WS-SWEEP-TABLE-NAME PIC X(128) VALUE 'EVENTS'.

01 WS-DATAFILE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-DATA-FILES VALUE 'Y'.
01 WS-GRACE-SECONDS PIC 9(9) VALUE 259200.

*> Every data file path any live manifest still references, loaded
*> once so each disk file can be checked against it. Paths beyond the
*> table are counted: with part of them unheld a live file could look
*> orphaned, so the sweep offers nothing for deletion.
01 WS-REFERENCED-PATH-COUNT PIC 9(5) VALUE ZERO.
01 WS-REFERENCED-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
01 WS-REFERENCED-PATH-TABLE.
   05 WS-REFERENCED-PATH OCCURS 1 TO 20000 TIMES
         DEPENDING ON WS-REFERENCED-PATH-COUNT
         INDEXED BY WS-REF-PATH-IDX PIC X(256).
01 WS-PATH-REFERENCED-SWITCH PIC X.
   88 WS-PATH-IS-REFERENCED VALUE 'Y'.
01 WS-CLONE-SHARED-STATUS PIC XX.
   88 WS-CLONE-SHARED-OK VALUE '00'.
01 WS-CLONE-SHARED-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-CLONE-SHARED VALUE 'Y'.
01 WS-CLONE-PINNED-COUNT PIC 9(7) VALUE ZERO.

01 WS-DISK-FILE-COUNT PIC 9(7) VALUE ZERO.
01 WS-ORPHAN-COUNT PIC 9(7) VALUE ZERO.

MAIN-PROCEDURE.
    PERFORM LOAD-GRACE-WINDOW.
    PERFORM APPLY-TABLE-PROPERTIES.
    PERFORM LOAD-REFERENCED-PATHS.
    PERFORM LOAD-CLONE-SHARED-PATHS.
    PERFORM SWEEP-DISK-LISTING.
    PERFORM DISPLAY-SWEEP-SUMMARY.
    STOP RUN.
        CLOSE ORPHAN-GRACE-CONFIG-FILE
    END-IF.

*> The table property store has the last word on the grace window.
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
            IF TP-TABLE-NAME = WS-SWEEP-TABLE-NAME
                    AND TP-PROPERTY-KEY = 'orphan.grace-seconds'
                    AND TP-VALUE-NUMBER IS NUMERIC
                MOVE TP-VALUE-NUMBER TO WS-GRACE-SECONDS
            END-IF
    END-READ.

LOAD-REFERENCED-PATHS.
    OPEN INPUT MANIFEST-ENTRY-FILE.
    IF WS-MANIFEST-ENTRY-OK
    READ MANIFEST-ENTRY-FILE
        AT END SET END-OF-MANIFEST-ENTRIES TO TRUE
        NOT AT END
            IF WS-REFERENCED-PATH-COUNT < 20000
                ADD 1 TO WS-REFERENCED-PATH-COUNT
                SET WS-REF-PATH-IDX TO WS-REFERENCED-PATH-COUNT
                MOVE MEF-FILE-PATH
                    TO WS-REFERENCED-PATH (WS-REF-PATH-IDX)
            ELSE
                ADD 1 TO WS-REFERENCED-OVERFLOW-COUNT
            END-IF
    END-READ.

*> Files a clone shares join the referenced paths, so no disk file a
*> clone can still read is ever offered for deletion.
LOAD-CLONE-SHARED-PATHS.
    OPEN INPUT CLONE-SHARED-FILE.
    IF WS-CLONE-SHARED-OK
        PERFORM LOAD-ONE-CLONE-SHARED-PATH UNTIL END-OF-CLONE-SHARED
        CLOSE CLONE-SHARED-FILE
    END-IF.

LOAD-ONE-CLONE-SHARED-PATH.
    READ CLONE-SHARED-FILE
        AT END SET END-OF-CLONE-SHARED TO TRUE
        NOT AT END
            IF WS-REFERENCED-PATH-COUNT < 20000
                ADD 1 TO WS-CLONE-PINNED-COUNT
                ADD 1 TO WS-REFERENCED-PATH-COUNT
                SET WS-REF-PATH-IDX TO WS-REFERENCED-PATH-COUNT
                MOVE CSF-FILE-PATH
                    TO WS-REFERENCED-PATH (WS-REF-PATH-IDX)
            ELSE
                ADD 1 TO WS-REFERENCED-OVERFLOW-COUNT
            END-IF
    END-READ.

*> Walks the filesystem listing: a file no live manifest references is
SWEEP-DISK-LISTING.
    OPEN OUTPUT DELETION-CANDIDATE-FILE.
    OPEN OUTPUT KEPT-TOO-YOUNG-REPORT.
    IF WS-REFERENCED-OVERFLOW-COUNT > ZERO
        MOVE WS-REFERENCED-OVERFLOW-COUNT TO WS-ORPHAN-COUNT-DISPLAY
        MOVE SPACES TO KEPT-TOO-YOUNG-LINE
        STRING 'SWEEP REFUSED TABLE=' DELIMITED BY SIZE
            WS-SWEEP-TABLE-NAME DELIMITED BY SPACE
            ' REFERENCED AND CLONE-SHARED PATHS EXCEED THE'
                DELIMITED BY SIZE
            ' 20000-PATH LIMIT BY ' WS-ORPHAN-COUNT-DISPLAY
                DELIMITED BY SIZE
            ' - NO DELETION CANDIDATES OFFERED' DELIMITED BY SIZE
            INTO KEPT-TOO-YOUNG-LINE
        WRITE KEPT-TOO-YOUNG-LINE
        DISPLAY 'Sweep refused, referenced paths over the 20000 limit: '
            WS-ORPHAN-COUNT-DISPLAY
    ELSE
        OPEN INPUT ORPHAN-DISK-LISTING
        IF WS-DISK-LISTING-OK
            PERFORM SWEEP-ONE-DISK-FILE UNTIL END-OF-DATA-FILES
            CLOSE ORPHAN-DISK-LISTING
        END-IF
        PERFORM WRITE-KEPT-REPORT-SUMMARY
    END-IF.
    CLOSE DELETION-CANDIDATE-FILE.
    CLOSE KEPT-TOO-YOUNG-REPORT.

        ' KEPT-TOO-YOUNG=' WS-KEPT-COUNT-DISPLAY DELIMITED BY SIZE
        ' RECLAIMABLE-BYTES=' WS-RECLAIMABLE-DISPLAY
            DELIMITED BY SIZE
        ' TABLE=' DELIMITED BY SIZE
        WS-SWEEP-TABLE-NAME DELIMITED BY SPACE
        INTO KEPT-TOO-YOUNG-LINE.
    WRITE KEPT-TOO-YOUNG-LINE.

    MOVE WS-ORPHAN-COUNT TO WS-ORPHAN-COUNT-DISPLAY.
    MOVE WS-CANDIDATE-COUNT TO WS-CANDIDATE-COUNT-DISPLAY.
    DISPLAY 'Disk files examined: ' WS-DISK-COUNT-DISPLAY.
    MOVE WS-CLONE-PINNED-COUNT TO WS-DISK-COUNT-DISPLAY.
    DISPLAY 'Paths shared with clones: ' WS-DISK-COUNT-DISPLAY.
    DISPLAY 'Orphans found: ' WS-ORPHAN-COUNT-DISPLAY.
    DISPLAY 'Deletion candidates written: ' WS-CANDIDATE-COUNT-DISPLAY.
