   05 JR-START-STAMP PIC 9(14).
   05 JR-END-STAMP PIC 9(14).
   05 JR-RETURN-CODE PIC 9(4).
   05 JR-STATUS PIC X(12).
   05 JR-WAVE-NUMBER PIC 9(3).
   05 JR-DATA-WAIT-SECONDS PIC 9(7).

*> One attainment record per step per night, appended by the
*> nightly evaluation and rolled up by the monthly report.
*> The nightly stamping: each journal entry with an SLA card gets a
*> MET / AT-RISK / MISSED verdict with its minutes of margin, and
*> the verdict lands on the durable attainment log the monthly
*> rollup reads. A step its run calendar left out tonight owed
*> nothing and is not judged.
EVALUATE-TONIGHTS-JOURNAL.
    OPEN EXTEND ATTAINMENT-LOG-FILE.
    IF NOT WS-ATTAINMENT-LOG-OK
        NOT AT END
            PERFORM FIND-SLA-FOR-STEP
            IF WS-SLA-FOUND AND JR-END-STAMP > ZERO
                    AND JR-STATUS NOT = 'SKIPPED-CAL'
                PERFORM JUDGE-ONE-JOURNAL-ENTRY
            END-IF
    END-READ.
