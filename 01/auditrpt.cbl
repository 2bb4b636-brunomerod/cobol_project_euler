*> and picks the run id to report on; with no control file the whole
*> history of PROJECT-EULER-01 is reported.
*>
*> A run date can hold several intraday cycles; each day's line is
*> followed by a line per cycle when more than one ran, and the
*> summary gives each cycle's figures over the range.
*>
*>*********************************

IDENTIFICATION DIVISION.
*>             master-served columns added to the shared audit line;
*>             the tallies here are unchanged (PE01-DEPT-RPT is the
*>             per-department view of the same history).
*> 2026-10-15  Follows the widened audit line (fifteen-digit SUM
*>             column) and PROJECT-EULER-01's eight-digit MAXN: the
*>             busiest-values tally is now a table of the distinct
*>             values seen rather than one slot per possible value,
*>             and the day and overall sums are eighteen digits.
*> 2026-10-15  A missing audit file and history left out of the day or
*>             busiest-value tables are also raised on the shared alert
*>             file (ALERTREC copybook).
*> 2026-10-15  Intraday cycles. Day figures are also kept per cycle off
*>             the audit line's cycle column (blank is cycle 1); a day
*>             that ran more than one cycle gets a line per cycle under
*>             its day line, and the summary gives each cycle's totals
*>             and reject rate over the range.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE.
01  AUDIT-REC-IN                PIC X(130).

FD  ANAL-CTL-FILE.
01  ANAL-CTL-RECORD.
FD  ANAL-RPT-FILE.
01  ANAL-RPT-RECORD             PIC X(80).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Audit-File-Status PIC X(02) VALUE "00".
01 Ctl-File-Status  PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Audit-Eof-Sw     PIC X(01) VALUE "N".
    88  Audit-Eof               VALUE "Y".
01 Audit-Open-Sw    PIC X(01) VALUE "N".
        10  DAY-DATE        PIC 9(8).
        10  DAY-COMPLETED   PIC 9(6).
        10  DAY-REJECTED    PIC 9(6).
        10  DAY-SUM         PIC 9(18).
        10  DAY-CYCLE-COUNT PIC 9(1).
        10  Day-Cycle-Entry OCCURS 9 TIMES.
            15  DYC-COMPLETED   PIC 9(6).
            15  DYC-REJECTED    PIC 9(6).
            15  DYC-SUM         PIC 9(18).

*> The intraday cycle of the line in hand, and the range's figures per
*> cycle for the summary.
01 Line-Cycle       PIC 9(1) VALUE 1.
01 Cyc-Idx          PIC 9(2) VALUE 0.
01 Cycle-Total-Table.
    05  Cycle-Total-Entry OCCURS 9 TIMES.
        10  CYT-COMPLETED   PIC 9(9).
        10  CYT-REJECTED    PIC 9(9).

*> Frequency of each completed MAXN value, for the busiest-values
*> section, one entry per distinct value in first-seen order. MAXN
*> is PIC 9(8) in PROJECT-EULER-01, far too wide for a slot per
*> possible value, so only the values that actually occur are
*> tabled; a history with more distinct values than the table holds
*> has the overflow lines counted and noted rather than dropped.
01 Freq-Max-Entries PIC 9(5) VALUE 5000.
01 Freq-Used        PIC 9(5) VALUE 0.
01 Freq-Idx         PIC 9(5) VALUE 0.
01 Freq-Slot        PIC 9(5) VALUE 0.
01 Freq-Untabled-Count PIC 9(9) VALUE 0.
01 Freq-Table.
    05  Freq-Entry OCCURS 5000 TIMES.
        10  FRQ-VALUE       PIC 9(9).
        10  FRQ-COUNT       PIC 9(6).
01 Top-K            PIC 9(2) VALUE 0.
01 Best-Idx         PIC 9(5) VALUE 0.
01 Best-Count       PIC 9(6) VALUE 0.

01 Total-Completed  PIC 9(9) VALUE 0.
01 Total-Rejected   PIC 9(9) VALUE 0.
01 Total-Sum        PIC 9(18) VALUE 0.
01 Rate-Work        PIC 9(3)V9 VALUE 0.
01 Avg-Work         PIC 9(9) VALUE 0.
01 Avg-Sum-Work     PIC 9(15) VALUE 0.

01 Run-Date.
    05  Run-Date-CCYY       PIC 9(4).
    05  DL-RATE             PIC ZZ9.9.
    05  FILLER              PIC X(01) VALUE "%".
    05  FILLER              PIC X(06) VALUE "  SUM=".
    05  DL-SUM              PIC Z(17)9.

01 Cycle-Line.
    05  FILLER              PIC X(08) VALUE "  CYCLE ".
    05  CYL-CYCLE           PIC 9(1).
    05  FILLER              PIC X(06) VALUE SPACES.
    05  FILLER              PIC X(07) VALUE "  COMP=".
    05  CYL-COMPLETED       PIC ZZZZZ9.
    05  FILLER              PIC X(06) VALUE "  REJ=".
    05  CYL-REJECTED        PIC ZZZZZ9.
    05  FILLER              PIC X(07) VALUE "  RATE=".
    05  CYL-RATE            PIC ZZ9.9.
    05  FILLER              PIC X(01) VALUE "%".
    05  FILLER              PIC X(06) VALUE "  SUM=".
    05  CYL-SUM             PIC Z(17)9.

01 Section-Line-Busy.
    05  FILLER              PIC X(20) VALUE "BUSIEST MAXN VALUES:".

01 Busy-Line.
    05  FILLER              PIC X(05) VALUE "MAXN=".
    05  BL-MAXN             PIC Z(8)9.
    05  FILLER              PIC X(11) VALUE "  REQUESTS=".
    05  BL-COUNT            PIC ZZZZZ9.

    05  SM1-RATE            PIC ZZ9.9.
    05  FILLER              PIC X(01) VALUE "%".

01 Cycle-Summary-Line.
    05  FILLER              PIC X(06) VALUE "CYCLE ".
    05  CSL-CYCLE           PIC 9(1).
    05  FILLER              PIC X(12) VALUE "  COMPLETED=".
    05  CSL-COMPLETED       PIC ZZZZZZZZ9.
    05  FILLER              PIC X(11) VALUE "  REJECTED=".
    05  CSL-REJECTED        PIC ZZZZZZZZ9.
    05  FILLER              PIC X(14) VALUE "  REJECT RATE=".
    05  CSL-RATE            PIC ZZ9.9.
    05  FILLER              PIC X(01) VALUE "%".

01 Summary-Line-2.
    05  FILLER              PIC X(27) VALUE "AVG COMPLETED PER RUN DAY: ".
    05  SM2-AVG-PER-DAY     PIC ZZZZZZZZ9.
    05  FILLER              PIC X(23) VALUE "  AVG SUM PER REQUEST: ".
    05  SM2-AVG-SUM         PIC Z(14)9.

01 Counts-Line.
    05  FILLER              PIC X(11) VALUE "LINES READ=".

    MOVE ZEROS TO Day-Table
    MOVE ZEROS TO Freq-Table
    MOVE ZEROS TO Cycle-Total-Table

    OPEN INPUT AUDIT-FILE
    IF Audit-File-Status = "00"
        MOVE "AUDIT-FILE NOT AVAILABLE, STATUS " TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE ANAL-RPT-RECORD FROM Note-Line
        SET Alert-Critical TO TRUE
        MOVE "AUDMISS" TO Alert-Code
        MOVE "AUDIT FILE NOT AVAILABLE - NO HISTORY REPORTED" TO Alert-Text
        PERFORM Write-Alert
    END-IF.

*> Applies the one-record ANAL-CTL control file when one is supplied:
            END-IF
    END-EVALUATE.

*> Adds one selected history line to the day table and its cycle, the
*> busiest-value frequency table, and the overall and cycle totals.
*> A line written before cycles were kept is cycle 1.
Tally-Selected-Line.
    IF AL-CYCLE IS NUMERIC AND AL-CYCLE NOT = "0"
        MOVE AL-CYCLE TO Line-Cycle
    ELSE
        MOVE 1 TO Line-Cycle
    END-IF
    PERFORM Find-Day-Slot
    IF Day-Slot = 0
        ADD 1 TO Day-Overflow-Count
    ELSE
        IF DYC-COMPLETED(Day-Slot Line-Cycle) = 0
                AND DYC-REJECTED(Day-Slot Line-Cycle) = 0
            ADD 1 TO DAY-CYCLE-COUNT(Day-Slot)
        END-IF
        IF AL-COMPLETED
            ADD 1        TO DAY-COMPLETED(Day-Slot)
            ADD AL-SUMN  TO DAY-SUM(Day-Slot)
            ADD 1        TO DYC-COMPLETED(Day-Slot Line-Cycle)
            ADD AL-SUMN  TO DYC-SUM(Day-Slot Line-Cycle)
        ELSE
            ADD 1 TO DAY-REJECTED(Day-Slot)
            ADD 1 TO DYC-REJECTED(Day-Slot Line-Cycle)
        END-IF
    END-IF
    IF AL-COMPLETED
        ADD 1       TO CYT-COMPLETED(Line-Cycle)
    ELSE
        ADD 1       TO CYT-REJECTED(Line-Cycle)
    END-IF
    IF AL-COMPLETED
        ADD 1       TO Total-Completed
        ADD AL-SUMN TO Total-Sum
        PERFORM Find-Freq-Slot
        IF Freq-Slot = 0
            ADD 1 TO Freq-Untabled-Count
        ELSE
            ADD 1 TO FRQ-COUNT(Freq-Slot)
        END-IF
    ELSE
        ADD 1 TO Total-Rejected
        MOVE Day-Idx TO Day-Slot
    END-IF.

*> Finds (or creates) the frequency-table entry for the current
*> line's input value, leaving its subscript in Freq-Slot - or zero
*> when the table is full and the value is a new one.
Find-Freq-Slot.
    MOVE 0 TO Freq-Slot
    PERFORM Match-Freq-Entry
        VARYING Freq-Idx FROM 1 BY 1
        UNTIL Freq-Idx > Freq-Used OR Freq-Slot > 0
    IF Freq-Slot = 0 AND Freq-Used < Freq-Max-Entries
        ADD 1 TO Freq-Used
        MOVE Freq-Used TO Freq-Slot
        MOVE AL-VALUE-IN TO FRQ-VALUE(Freq-Slot)
    END-IF.

*> One probe of the frequency table for the current line's value.
Match-Freq-Entry.
    IF FRQ-VALUE(Freq-Idx) = AL-VALUE-IN
        MOVE Freq-Idx TO Freq-Slot
    END-IF.

*> Writes the per-day section, the busiest-values section, and the
*> summary, then closes the report.
Term-Run.
        MOVE "DATES BEYOND DAY TABLE, LINES=" TO NL-TEXT
        MOVE Day-Overflow-Count TO NL-COUNT
        WRITE ANAL-RPT-RECORD FROM Note-Line
        SET Alert-Warning TO TRUE
        MOVE "DAYOVFL" TO Alert-Code
        MOVE Day-Overflow-Count TO Alert-Count
        MOVE "AUDIT LINES LEFT OUT - DATES BEYOND THE DAY TABLE"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF

    WRITE ANAL-RPT-RECORD FROM Section-Line-Busy
    PERFORM Write-Busy-Line
        VARYING Top-K FROM 1 BY 1 UNTIL Top-K > 10
    IF Freq-Untabled-Count > 0
        MOVE "VALUES BEYOND FREQ TABLE, LINES=" TO NL-TEXT
        MOVE Freq-Untabled-Count TO NL-COUNT
        WRITE ANAL-RPT-RECORD FROM Note-Line
        SET Alert-Warning TO TRUE
        MOVE "FREQOVFL" TO Alert-Code
        MOVE Freq-Untabled-Count TO Alert-Count
        MOVE "AUDIT LINES LEFT OUT - VALUES BEYOND THE BUSIEST TABLE"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF

    PERFORM Write-Summary
    CLOSE ANAL-RPT-FILE.

*> Writes one date's line: completed and rejected counts, the day's
*> reject rate, and the day's result total - followed, when the day
*> ran more than one cycle, by the same figures for each cycle.
Write-Day-Line.
    MOVE DAY-DATE(Day-Idx) TO Audit-Date-Num
    MOVE ADW-CCYY TO DL-CCYY
        / (DAY-COMPLETED(Day-Idx) + DAY-REJECTED(Day-Idx))
    MOVE Rate-Work TO DL-RATE
    MOVE DAY-SUM(Day-Idx) TO DL-SUM
    WRITE ANAL-RPT-RECORD FROM Day-Line
    IF DAY-CYCLE-COUNT(Day-Idx) > 1
        PERFORM Write-Cycle-Line
            VARYING Cyc-Idx FROM 1 BY 1
            UNTIL Cyc-Idx > 9
    END-IF.

*> Writes one cycle's line under its day, for a cycle that has lines.
Write-Cycle-Line.
    IF DYC-COMPLETED(Day-Idx Cyc-Idx) > 0
            OR DYC-REJECTED(Day-Idx Cyc-Idx) > 0
        MOVE Cyc-Idx TO CYL-CYCLE
        MOVE DYC-COMPLETED(Day-Idx Cyc-Idx) TO CYL-COMPLETED
        MOVE DYC-REJECTED(Day-Idx Cyc-Idx)  TO CYL-REJECTED
        COMPUTE Rate-Work ROUNDED =
            (DYC-REJECTED(Day-Idx Cyc-Idx) * 100)
            / (DYC-COMPLETED(Day-Idx Cyc-Idx)
               + DYC-REJECTED(Day-Idx Cyc-Idx))
        MOVE Rate-Work TO CYL-RATE
        MOVE DYC-SUM(Day-Idx Cyc-Idx) TO CYL-SUM
        WRITE ANAL-RPT-RECORD FROM Cycle-Line
    END-IF.

*> Writes the next-busiest MAXN value: finds the largest remaining
*> frequency, reports it, and clears it so the next pass finds the
    MOVE 0 TO Best-Count
    PERFORM Scan-Freq-Entry
        VARYING Freq-Idx FROM 1 BY 1
        UNTIL Freq-Idx > Freq-Used
    IF Best-Count > 0
        MOVE FRQ-VALUE(Best-Idx) TO BL-MAXN
        MOVE Best-Count TO BL-COUNT
        WRITE ANAL-RPT-RECORD FROM Busy-Line
        MOVE 0 TO FRQ-COUNT(Best-Idx)
    END-IF.

*> One probe of the frequency table for the current busiest pass.
Scan-Freq-Entry.
    IF FRQ-COUNT(Freq-Idx) > Best-Count
        MOVE FRQ-COUNT(Freq-Idx) TO Best-Count
        MOVE Freq-Idx TO Best-Idx
    END-IF.

*> Writes the overall totals and reject rate, each cycle's over the
*> range, and per-run-day averages, plus the read/used/skipped
*> accounting so a short report can be told apart from a short
*> history.
Write-Summary.
    MOVE Day-Count       TO SM1-DAYS
    MOVE Total-Completed TO SM1-COMPLETED
    END-IF
    MOVE Rate-Work TO SM1-RATE
    WRITE ANAL-RPT-RECORD FROM Summary-Line-1
    PERFORM Write-Cycle-Summary
        VARYING Cyc-Idx FROM 1 BY 1
        UNTIL Cyc-Idx > 9

    IF Day-Count > 0
        COMPUTE Avg-Work = Total-Completed / Day-Count
    END-IF
    MOVE Avg-Work TO SM2-AVG-PER-DAY
    IF Total-Completed > 0
        COMPUTE Avg-Sum-Work = Total-Sum / Total-Completed
    ELSE
        MOVE 0 TO Avg-Sum-Work
    END-IF
    MOVE Avg-Sum-Work TO SM2-AVG-SUM
    WRITE ANAL-RPT-RECORD FROM Summary-Line-2

    MOVE Line-Read-Count    TO CL-READ
    MOVE Line-Used-Count    TO CL-USED
    MOVE Line-Skipped-Count TO CL-SKIPPED
    WRITE ANAL-RPT-RECORD FROM Counts-Line.

*> Writes one cycle's totals over the range, for a cycle that has
*> lines.
Write-Cycle-Summary.
    IF CYT-COMPLETED(Cyc-Idx) > 0 OR CYT-REJECTED(Cyc-Idx) > 0
        MOVE Cyc-Idx TO CSL-CYCLE
        MOVE CYT-COMPLETED(Cyc-Idx) TO CSL-COMPLETED
        MOVE CYT-REJECTED(Cyc-Idx)  TO CSL-REJECTED
        COMPUTE Rate-Work ROUNDED = (CYT-REJECTED(Cyc-Idx) * 100)
            / (CYT-COMPLETED(Cyc-Idx) + CYT-REJECTED(Cyc-Idx))
        MOVE Rate-Work TO CSL-RATE
        WRITE ANAL-RPT-RECORD FROM Cycle-Summary-Line
    END-IF.

*> Appends the staged alert to the shared alert file (ALERTREC
*> copybook), stamped with the date, time and this program's name,
*> opening and closing the file around the one record so an alert is
*> on file even if the run later abends. A file that cannot be opened
*> is passed over quietly - the alert is also on this program's own
*> report.
Write-Alert.
    OPEN EXTEND ALERT-FILE
    IF Alert-File-Status NOT = "00"
        OPEN OUTPUT ALERT-FILE
    END-IF
    IF Alert-File-Status = "00"
        MOVE SPACES TO ALERT-RECORD
        ACCEPT ALR-DATE FROM DATE YYYYMMDD
        ACCEPT Alert-Time-Work FROM TIME
        MOVE Alert-Time-Work(1:6) TO ALR-TIME
        MOVE "PE01-AUDIT-RPT" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
