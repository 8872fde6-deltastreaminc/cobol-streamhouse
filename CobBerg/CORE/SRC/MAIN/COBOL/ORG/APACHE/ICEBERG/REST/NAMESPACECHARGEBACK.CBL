        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TBL-KEY
        FILE STATUS IS WS-TABLE-FILE-STATUS.
    SELECT NAMESPACE-FILE
        ASSIGN TO "NAMESPACEFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NS-KEY
        FILE STATUS IS WS-NAMESPACE-FILE-STATUS.
    SELECT CATALOG-DATA-FILE-LISTING
        ASSIGN TO "CATALOGDATAFILES"
        ORGANIZATION IS LINE SEQUENTIAL
DATA DIVISION.
FILE SECTION.
*> The per-scan accounting records TABLE-INTERFACE appends: table,
*> scan type, files and rows returned, the scan date, and how many
*> manifests the scan skipped on their partition ranges.
FD SCAN-USAGE-FILE.
01 SCAN-USAGE-REC.
   05 SU-TABLE-NAME PIC X(128).
   05 SU-FILE-COUNT PIC 9(9).
   05 SU-ROW-COUNT PIC 9(18).
   05 SU-SCAN-DATE PIC 9(8).
   05 SU-MANIFESTS-SKIPPED PIC 9(9).

*> The statement month (YYYYMM); with no card present every recorded
*> scan is billed, which is what a first full-history run wants.
   05 TBL-METADATA-LOCATION PIC X(256).
   05 TBL-STAGED-SWITCH PIC X.

*> The catalog's namespace records, walked once for the cost center
*> each namespace's spend is billed to.
FD NAMESPACE-FILE.
01 NAMESPACE-REC.
   05 NS-KEY PIC X(128).
   05 NS-PROPERTIES PIC X(512).
   05 NS-PROPERTY-FIELDS REDEFINES NS-PROPERTIES.
      10 NS-OWNER PIC X(64).
      10 NS-COST-CENTER PIC X(20).
      10 NS-SUPPORT-CONTACT PIC X(128).
      10 NS-DATA-DOMAIN PIC X(64).
      10 FILLER PIC X(236).

*> The catalog-wide data-file listing the compaction advisor reads,
*> reused here for each table's stored bytes.
FD CATALOG-DATA-FILE-LISTING.
   88 WS-TABLE-FILE-OK VALUE '00'.
01 WS-CATALOG-LISTING-STATUS PIC XX.
   88 WS-CATALOG-LISTING-OK VALUE '00'.
01 WS-NAMESPACE-FILE-STATUS PIC XX.
   88 WS-NAMESPACE-FILE-OK VALUE '00'.
01 WS-NAMESPACE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-NAMESPACES VALUE 'Y'.
01 WS-USAGE-EOF-SWITCH PIC X VALUE 'N'.
   88 END-OF-USAGE VALUE 'Y'.
01 WS-TABLE-EOF-SWITCH PIC X VALUE 'N'.
01 WS-LOOKUP-TABLE-NAME PIC X(128).
01 WS-LOOKUP-NAMESPACE PIC X(128).

*> Namespace-to-cost-center map built from the namespace file. A
*> namespace with no cost center recorded bills to UNASSIGNED and is
*> named at the foot of the statement so its owner can be chased.
01 WS-CC-MAP-COUNT PIC 9(3) VALUE ZERO.
01 WS-COST-CENTER-MAP.
   05 WS-CC-MAP-ENTRY OCCURS 1 TO 500 TIMES
         DEPENDING ON WS-CC-MAP-COUNT
         INDEXED BY WS-CC-MAP-IDX.
      10 WS-CC-NAMESPACE PIC X(128).
      10 WS-CC-COST-CENTER PIC X(20).
01 WS-LOOKUP-COST-CENTER PIC X(20).

*> The statement lines in the making: one accumulator per cost center.
01 WS-BILL-COUNT PIC 9(3) VALUE ZERO.
01 WS-BILLING-TABLE.
   05 WS-BILL-ENTRY OCCURS 1 TO 200 TIMES
         DEPENDING ON WS-BILL-COUNT
         INDEXED BY WS-BILL-IDX.
      10 WS-BL-COST-CENTER PIC X(20).
      10 WS-BL-SCAN-COUNT PIC 9(9).
      10 WS-BL-FILE-COUNT PIC 9(12).
      10 WS-BL-ROW-COUNT PIC 9(18).
MAIN-PROCEDURE.
    PERFORM LOAD-CHARGEBACK-PERIOD.
    PERFORM BUILD-TABLE-NAMESPACE-MAP.
    PERFORM BUILD-COST-CENTER-MAP.
    PERFORM ROLL-UP-SCAN-USAGE.
    PERFORM ROLL-UP-STORED-BYTES.
    PERFORM WRITE-CHARGEBACK-STATEMENT.
                TO WS-LOOKUP-NAMESPACE
    END-SEARCH.

BUILD-COST-CENTER-MAP.
    MOVE ZERO TO WS-CC-MAP-COUNT.
    OPEN INPUT NAMESPACE-FILE.
    IF WS-NAMESPACE-FILE-OK
        MOVE SPACES TO NS-KEY
        START NAMESPACE-FILE KEY IS GREATER THAN NS-KEY
            INVALID KEY SET END-OF-NAMESPACES TO TRUE
        END-START
        PERFORM MAP-ONE-NAMESPACE UNTIL END-OF-NAMESPACES
        CLOSE NAMESPACE-FILE
    END-IF.

MAP-ONE-NAMESPACE.
    READ NAMESPACE-FILE NEXT RECORD
        AT END SET END-OF-NAMESPACES TO TRUE
        NOT AT END
            IF WS-CC-MAP-COUNT < 500
                ADD 1 TO WS-CC-MAP-COUNT
                SET WS-CC-MAP-IDX TO WS-CC-MAP-COUNT
                MOVE NS-KEY TO WS-CC-NAMESPACE (WS-CC-MAP-IDX)
                MOVE NS-COST-CENTER
                    TO WS-CC-COST-CENTER (WS-CC-MAP-IDX)
            END-IF
    END-READ.

FIND-COST-CENTER-FOR-NAMESPACE.
    MOVE 'UNASSIGNED' TO WS-LOOKUP-COST-CENTER.
    SET WS-CC-MAP-IDX TO 1.
    SEARCH WS-CC-MAP-ENTRY
        AT END CONTINUE
        WHEN WS-CC-NAMESPACE (WS-CC-MAP-IDX) = WS-LOOKUP-NAMESPACE
            IF WS-CC-COST-CENTER (WS-CC-MAP-IDX) NOT = SPACES
                MOVE WS-CC-COST-CENTER (WS-CC-MAP-IDX)
                    TO WS-LOOKUP-COST-CENTER
            END-IF
    END-SEARCH.

FIND-OR-ADD-BILL-ENTRY.
    PERFORM FIND-COST-CENTER-FOR-NAMESPACE.
    MOVE 'N' TO WS-BILL-FOUND-SWITCH.
    SET WS-BILL-IDX TO 1.
    SEARCH WS-BILL-ENTRY
        AT END CONTINUE
        WHEN WS-BL-COST-CENTER (WS-BILL-IDX) = WS-LOOKUP-COST-CENTER
            SET WS-BILL-FOUND TO TRUE
    END-SEARCH.
    IF NOT WS-BILL-FOUND
        ADD 1 TO WS-BILL-COUNT
        SET WS-BILL-IDX TO WS-BILL-COUNT
        MOVE WS-LOOKUP-COST-CENTER TO WS-BL-COST-CENTER (WS-BILL-IDX)
        MOVE ZERO TO WS-BL-SCAN-COUNT (WS-BILL-IDX)
        MOVE ZERO TO WS-BL-FILE-COUNT (WS-BILL-IDX)
        MOVE ZERO TO WS-BL-ROW-COUNT (WS-BILL-IDX)
    PERFORM WRITE-ONE-STATEMENT-LINE
        VARYING WS-BILL-IDX FROM 1 BY 1
        UNTIL WS-BILL-IDX > WS-BILL-COUNT.
    PERFORM WRITE-ONE-UNCOSTED-NAMESPACE
        VARYING WS-CC-MAP-IDX FROM 1 BY 1
        UNTIL WS-CC-MAP-IDX > WS-CC-MAP-COUNT.
    CLOSE CHARGEBACK-STATEMENT.

WRITE-ONE-UNCOSTED-NAMESPACE.
    IF WS-CC-COST-CENTER (WS-CC-MAP-IDX) = SPACES
        MOVE SPACES TO CHARGEBACK-LINE
        STRING 'NO COST CENTER NAMESPACE=' DELIMITED BY SIZE
            WS-CC-NAMESPACE (WS-CC-MAP-IDX) DELIMITED BY SPACE
            ' BILLED TO UNASSIGNED' DELIMITED BY SIZE
            INTO CHARGEBACK-LINE
        WRITE CHARGEBACK-LINE
    END-IF.

WRITE-ONE-STATEMENT-LINE.
    MOVE WS-BL-SCAN-COUNT (WS-BILL-IDX) TO WS-SCANS-DISPLAY.
    MOVE WS-BL-FILE-COUNT (WS-BILL-IDX) TO WS-FILES-DISPLAY.
    MOVE SPACES TO CHARGEBACK-LINE.
    STRING 'COST-CENTER=' DELIMITED BY SIZE
        WS-BL-COST-CENTER (WS-BILL-IDX) DELIMITED BY SPACE
        ' SCANS=' WS-SCANS-DISPLAY DELIMITED BY SIZE
        ' FILES-RETURNED=' WS-FILES-DISPLAY DELIMITED BY SIZE
        ' ROWS-RETURNED=' WS-BL-ROW-COUNT (WS-BILL-IDX)
