*>
*> Modification history:
*> 2026-09-02  Original version.
*> 2026-10-15  A missing step history, nights outside the agreed
*>             window, growing steps, and history beyond the tables
*>             are also raised on the shared alert file (ALERTREC
*>             copybook).
*> 2026-10-15  History record read at 110 bytes; STEPHIST lines now
*>             carry the intraday cycle.
*> 2026-10-15  Nights keyed on run date and intraday cycle (a blank
*>             cycle read as 1), so each cycle's chain is its own
*>             line against the window and its own run in a step's
*>             trend, instead of a date's cycles being added together
*>             into one over-long night. *CHAIN* records within a date
*>             and cycle are still summed, so a restarted chain counts
*>             in full. The cycle is printed on the chain and step
*>             night lines.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  STEP-HIST-FILE.
01  HIST-REC-IN                 PIC X(110).

FD  TREND-CTL-FILE.
01  TREND-CTL-RECORD.
FD  TREND-RPT-FILE.
01  TREND-RPT-RECORD            PIC X(100).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Hist-File-Status PIC X(02) VALUE "00".
01 Ctl-File-Status  PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Hist-Eof-Sw      PIC X(01) VALUE "N".
    88  Hist-Eof                VALUE "Y".
01 Hist-Open-Sw     PIC X(01) VALUE "N".
    05  HDW-MM              PIC 9(2).
    05  HDW-DD              PIC 9(2).
01 Hist-Date-Num REDEFINES Hist-Date-Work PIC 9(8).
01 Hist-Cycle-Work  PIC 9(1) VALUE 1.

*> One entry per distinct history night - a run date and intraday
*> cycle, each cycle being a chain of its own - in first-seen
*> (chronological, since the history is appended to) order. A
*> history spanning more nights than the table holds has the
*> overflow counted and noted on the report rather than dropped
*> with no trace. The *CHAIN* record's elapsed is the night's
*> window figure; a night written before the chain record existed
*> falls back to the sum of its step elapsed times, marked so on
*> the report. A restarted chain writes a *CHAIN* record for each
*> attempt, and they add up to the night's figure.
01 Night-Max-Entries PIC 9(3) VALUE 200.
01 Night-Count      PIC 9(3) VALUE 0.
01 Night-Idx        PIC 9(3) VALUE 0.
01 Night-Table.
    05  Night-Entry OCCURS 200 TIMES.
        10  NT-DATE         PIC 9(8).
        10  NT-CYCLE        PIC 9(1).
        10  NT-CHAIN-SECS   PIC 9(6).
        10  NT-CHAIN-SW     PIC X(1).
            88  NT-CHAIN-SEEN   VALUE "Y".
    05  CNL-MM              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "-".
    05  CNL-DD              PIC 9(2).
    05  FILLER              PIC X(08) VALUE "  CYCLE=".
    05  CNL-CYCLE           PIC 9(1).
    05  FILLER              PIC X(14) VALUE "  CHAIN-SECS=".
    05  CNL-CHAIN-SECS      PIC ZZZZZ9.
    05  FILLER              PIC X(08) VALUE "  STEPS=".
    05  SNL-MM              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "-".
    05  SNL-DD              PIC 9(2).
    05  FILLER              PIC X(08) VALUE "  CYCLE=".
    05  SNL-CYCLE           PIC 9(1).
    05  FILLER              PIC X(10) VALUE "  ELAPSED=".
    05  SNL-SECS            PIC ZZZZZ9.

        MOVE "STEP-HISTORY NOT AVAILABLE, STATUS " TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE TREND-RPT-RECORD FROM Note-Line
        SET Alert-Critical TO TRUE
        MOVE "HISTMISS" TO Alert-Code
        MOVE "STEP HISTORY NOT AVAILABLE - NO TREND REPORTED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF.

*> Applies the one-record TRENDCTL control file when one is
            MOVE SH-RUN-CCYY TO HDW-CCYY
            MOVE SH-RUN-MM   TO HDW-MM
            MOVE SH-RUN-DD   TO HDW-DD
            IF SH-RUN-CYCLE IS NUMERIC AND SH-RUN-CYCLE > 0
                MOVE SH-RUN-CYCLE TO Hist-Cycle-Work
            ELSE
                MOVE 1 TO Hist-Cycle-Work
            END-IF
            IF Hist-Date-Num < Select-From-Date
                    OR Hist-Date-Num > Select-To-Date
                ADD 1 TO Line-Skipped-Count
    END-EVALUATE.

*> Adds one selected history record to the night and step tables. A
*> *CHAIN* record carries the night's whole-window elapsed (added to
*> any earlier attempt's, for a restarted chain); any other record is
*> one step's run that night.
Tally-Selected-Record.
    PERFORM Find-Night-Slot
    IF Night-Slot = 0
            TO ST-NIGHT-SECS(Step-Slot, Night-Slot)
    END-IF.

*> Finds (or creates) the night-table entry for Hist-Date-Num and
*> Hist-Cycle-Work, leaving its subscript in Night-Slot - or zero
*> when the table is full and the night is a new one.
Find-Night-Slot.
    MOVE 0 TO Night-Slot
    PERFORM Match-Night-Entry
        ADD 1 TO Night-Count
        MOVE Night-Count TO Night-Slot
        MOVE Hist-Date-Num TO NT-DATE(Night-Slot)
        MOVE Hist-Cycle-Work TO NT-CYCLE(Night-Slot)
    END-IF.

*> One probe of the night table for the current record's date and
*> cycle.
Match-Night-Entry.
    IF NT-DATE(Night-Idx) = Hist-Date-Num
            AND NT-CYCLE(Night-Idx) = Hist-Cycle-Work
        MOVE Night-Idx TO Night-Slot
    END-IF.

    END-IF.

*> Writes the per-night chain section, the per-step section with its
*> trend verdicts, and the summary, then closes the report. Nights
*> outside the window, growing steps, and history beyond the tables
*> are raised on the alert file as well.
Term-Run.
    WRITE TREND-RPT-RECORD FROM Section-Line-Chain
    PERFORM Write-Chain-Night-Line

    PERFORM Write-Summary

    IF Outside-Window-Count > 0
        SET Alert-Warning TO TRUE
        MOVE "OUTWINDW" TO Alert-Code
        MOVE Outside-Window-Count TO Alert-Count
        MOVE "NIGHTS WHOSE CHAIN RAN OUTSIDE THE AGREED WINDOW"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Growing-Step-Count > 0
        SET Alert-Info TO TRUE
        MOVE "STEPGROW" TO Alert-Code
        MOVE Growing-Step-Count TO Alert-Count
        MOVE "STEPS WHOSE ELAPSED TIME IS GROWING, SEE TRENDRPT"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Night-Overflow-Count + Step-Overflow-Count > 0
        SET Alert-Warning TO TRUE
        MOVE "TRNDOVFL" TO Alert-Code
        COMPUTE Alert-Count =
            Night-Overflow-Count + Step-Overflow-Count
        MOVE "STEP HISTORY LINES BEYOND THE TREND TABLES - NOT REPORTED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF

    IF Hist-File-Opened
        CLOSE STEP-HIST-FILE
    END-IF
    MOVE HDW-CCYY TO CNL-CCYY
    MOVE HDW-MM   TO CNL-MM
    MOVE HDW-DD   TO CNL-DD
    MOVE NT-CYCLE(Night-Idx) TO CNL-CYCLE
    IF NT-CHAIN-SEEN(Night-Idx)
        MOVE NT-CHAIN-SECS(Night-Idx) TO Night-Secs-Work
        MOVE SPACES TO CNL-FLAG
        MOVE HDW-CCYY TO SNL-CCYY
        MOVE HDW-MM   TO SNL-MM
        MOVE HDW-DD   TO SNL-DD
        MOVE NT-CYCLE(Night-Idx) TO SNL-CYCLE
        MOVE ST-NIGHT-SECS(Step-Idx, Night-Idx) TO SNL-SECS
        WRITE TREND-RPT-RECORD FROM Step-Night-Line
    END-IF.
    MOVE Line-Used-Count    TO CL-USED
    MOVE Line-Skipped-Count TO CL-SKIPPED
    WRITE TREND-RPT-RECORD FROM Counts-Line.

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
        MOVE "PE-STEP-TREND" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
