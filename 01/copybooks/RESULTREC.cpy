*> writes one of these records for itself at the end of its own run,
*> using its own program name, so the driver does not need to know
*> anything about how each program produced its figures.
*> CR-GRAND-TOTAL is sized for the widest program's total.
*>
*> CR-RUN-CYCLE is the intraday processing cycle (1-9) the program's
*> batch header carried, so a run date with a morning, midday, and
*> evening cycle holds one record per program per cycle. The driver
*> keeps the run date's records from one cycle to the next and
*> empties the file when the date changes, so there is no history in
*> an older layout to carry forward.
*>
*>*********************************
01  CONS-RESULT-RECORD.
        10  CR-RUN-MM           PIC 9(2).
        10  CR-RUN-DD           PIC 9(2).
    05  CR-REQUEST-COUNT        PIC 9(6).
    05  CR-GRAND-TOTAL          PIC 9(18).
    05  CR-REJECT-COUNT         PIC 9(6).
    05  CR-RUN-CYCLE            PIC 9(1).
