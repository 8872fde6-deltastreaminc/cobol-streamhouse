   05 PSC-FILE-SIZE-BYTES PIC 9(18).
   05 PSC-GROUP-ID PIC 9(3).
   05 PSC-LITERAL-TYPE PIC X(10).
   05 PSC-DECIMAL-PRECISION PIC 9(2).
   05 PSC-DECIMAL-SCALE PIC 9(2).

*> Per-file, per-field column metrics the ingest bridge writes with
*> every batch - the other half of the eval card.
   05 DF-RECORD-COUNT PIC 9(18).
   05 DF-FILE-SIZE-BYTES PIC 9(18).
   05 DF-NULL-COUNT PIC 9(18).
   05 DF-PARTITION-SPEC-ID PIC 9(9).

*> The generated deck, in the exact STRICTEVALCARDS contract both
*> metrics evaluators read.
   05 SEC-FILE-SIZE-BYTES PIC 9(18).
   05 SEC-GROUP-ID PIC 9(3).
   05 SEC-LITERAL-TYPE PIC X(10).
   05 SEC-DECIMAL-PRECISION PIC 9(2).
   05 SEC-DECIMAL-SCALE PIC 9(2).

*> Which short file id stands for which full data-file path, so the
*> evaluator reports can be tied back to real files.
      10 WS-PR-LITERAL PIC X(40).
      10 WS-PR-GROUP-ID PIC 9(3).
      10 WS-PR-LITERAL-TYPE PIC X(10).
      10 WS-PR-DECIMAL-PRECISION PIC 9(2).
      10 WS-PR-DECIMAL-SCALE PIC 9(2).

*> The distinct data files seen in the bounds file, each assigned the
*> short id the evaluator card carries, with the file size joined
            END-IF
            MOVE PSC-LITERAL-TYPE
                TO WS-PR-LITERAL-TYPE (WS-PRED-IDX)
            IF PSC-DECIMAL-PRECISION IS NUMERIC
                    AND PSC-DECIMAL-SCALE IS NUMERIC
                MOVE PSC-DECIMAL-PRECISION
                    TO WS-PR-DECIMAL-PRECISION (WS-PRED-IDX)
                MOVE PSC-DECIMAL-SCALE
                    TO WS-PR-DECIMAL-SCALE (WS-PRED-IDX)
            ELSE
                MOVE ZERO TO WS-PR-DECIMAL-PRECISION (WS-PRED-IDX)
                MOVE ZERO TO WS-PR-DECIMAL-SCALE (WS-PRED-IDX)
            END-IF
    END-READ.

LOAD-COLUMN-BOUNDS.
        MOVE WS-PR-GROUP-ID (WS-PRED-IDX) TO SEC-GROUP-ID
        MOVE WS-PR-LITERAL-TYPE (WS-PRED-IDX)
            TO SEC-LITERAL-TYPE
        MOVE WS-PR-DECIMAL-PRECISION (WS-PRED-IDX)
            TO SEC-DECIMAL-PRECISION
        MOVE WS-PR-DECIMAL-SCALE (WS-PRED-IDX)
            TO SEC-DECIMAL-SCALE
        WRITE STRICT-EVAL-CARD
    END-IF.

