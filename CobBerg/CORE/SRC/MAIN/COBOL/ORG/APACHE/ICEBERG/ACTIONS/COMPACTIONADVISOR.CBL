   05 SPD-MAX-FILE-SIZE PIC 9(18).
   05 SPD-MIN-INPUT-FILES PIC 9(9).
   05 SPD-MAX-GROUP-SIZE PIC 9(18).
   05 SPD-REWRITE-STRATEGY PIC X(8).

FD COMPACTION-ADVICE-REPORT.
01 COMPACTION-ADVICE-LINE PIC X(200).
        MOVE DEFAULT-MAX-FILE-SIZE-V TO SPD-MAX-FILE-SIZE
        MOVE DEFAULT-MIN-INPUT-FILES-V TO SPD-MIN-INPUT-FILES
        MOVE DEFAULT-MAX-GROUP-SIZE-V TO SPD-MAX-GROUP-SIZE
        MOVE SPACES TO SPD-REWRITE-STRATEGY
        WRITE SIZE-PARAMS-DECK-REC
    END-IF.

