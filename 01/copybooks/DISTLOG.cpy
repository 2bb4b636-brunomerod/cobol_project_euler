*>*********************************
*>
*> DIST-LOG-RECORD - shared layout for DISTLOG, the delivery log
*> PE-DISTRIBUTE appends to every night: one record per department
*> file it produced (or failed to produce), with the file's name and
*> the totals its trailer carries, so operations can answer "did we
*> send it, and what was in it" without the file itself.
*> DLG-OUTCOME is P for a file produced and balanced, E for a file
*> produced but out of balance with the night's tally, F for a file
*> that could not be written, K for a cycle's file already delivered
*> and left in place rather than replaced by an empty one.
*> DLG-RUN-CYCLE is the intraday cycle (1-9) the file was for; log
*> records written before cycles were kept end at DLG-OUTCOME.
*>
*>*********************************
01  DIST-LOG-RECORD.
    05  DLG-RUN-DATE            PIC 9(8).
    05  DLG-RUN-TIME            PIC 9(6).
    05  DLG-DEPT                PIC X(4).
    05  DLG-FILE-NAME           PIC X(12).
    05  DLG-DETAIL-COUNT        PIC 9(6).
    05  DLG-ANSWERED            PIC 9(6).
    05  DLG-REJECTED            PIC 9(6).
    05  DLG-HELD                PIC 9(6).
    05  DLG-NO-RESPONSE         PIC 9(6).
    05  DLG-RESULT-HASH         PIC 9(18).
    05  DLG-OUTCOME             PIC X(1).
        88  DLG-PRODUCED            VALUE "P".
        88  DLG-OUT-OF-BALANCE      VALUE "E".
        88  DLG-FAILED              VALUE "F".
        88  DLG-KEPT                VALUE "K".
    05  DLG-RUN-CYCLE           PIC 9(1).
