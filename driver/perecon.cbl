*> amounts - so an out-of-balance night is caught before the
*> CONS-FILE figures go out on the consolidated summary.
*>
*> Which programs can be balanced, the run id each stamps on its
*> audit lines, and which report file carries its trailer all come
*> from the problem registry (PROBREG, layout in the PROBREG
*> copybook). Inactive entries are tabled too, so a program parked
*> after it ran tonight still balances.
*>
*> A run date can hold several intraday cycles. Each CONS-FILE record
*> names its cycle, and is balanced against that cycle's audit lines
*> and the trailer printed under that cycle's report header; each
*> program is then balanced again for the whole day, across every
*> cycle, so a cycle whose CONS record went missing still shows.
*>
*>*********************************

IDENTIFICATION DIVISION.
*> 2026-09-02  Widened the audit input record for the department and
*>             master-served columns added to the shared audit line;
*>             the balancing figures are unchanged.
*> 2026-10-15  Grand totals widened to eighteen digits throughout -
*>             the CONS-FILE record, both programs' report trailers,
*>             and the audit line's fifteen-digit SUM column - with the
*>             trailer parse, the differences, and the report lines
*>             widened to match.
*> 2026-10-15  Program map and the fixed report-file selects replaced
*>             by the problem registry: each registered program's
*>             report trailer is read through one report FD under the
*>             file name its registry record gives.
*> 2026-10-15  Each program out of balance or not registered, a
*>             missing CONS-FILE, and a missing problem registry are
*>             also raised on the shared alert file (ALERTREC
*>             copybook).
*> 2026-10-15  Intraday cycles. Audit figures are kept per run id and
*>             cycle (a line with no cycle is cycle 1), report
*>             trailers per cycle off the report header above them
*>             (only headers dated today count), and each CONS record
*>             is balanced for its own cycle. A whole-day balance per
*>             program follows, summing every cycle on each side.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Audit-File-Status.

    SELECT RPT-IN-FILE ASSIGN USING Rpt-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-In-File-Status.

    SELECT PROB-REG-FILE ASSIGN TO "PROBREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Reg-File-Status.

    SELECT CTL-RPT-FILE ASSIGN TO "CTLRPTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Ctl-Rpt-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  CONS-FILE.
    COPY RESULTREC.

FD  AUDIT-FILE.
01  AUDIT-REC-IN                PIC X(130).

*> Wide enough for the widest registered program's report line;
*> a shorter report reads in space-filled on the right.
FD  RPT-IN-FILE.
01  RPT-REC-IN                  PIC X(120).

FD  PROB-REG-FILE.
    COPY PROBREG.

FD  CTL-RPT-FILE.
01  CTL-RPT-RECORD              PIC X(100).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Cons-File-Status PIC X(02) VALUE "00".
01 Audit-File-Status PIC X(02) VALUE "00".
01 Rpt-In-File-Status PIC X(02) VALUE "00".
01 Reg-File-Status  PIC X(02) VALUE "00".
01 Ctl-Rpt-Status   PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Cons-Eof-Sw      PIC X(01) VALUE "N".
    88  Cons-Eof                VALUE "Y".
01 Cons-Open-Sw     PIC X(01) VALUE "N".
    88  Cons-File-Opened        VALUE "Y".
01 Audit-Eof-Sw     PIC X(01) VALUE "N".
    88  Audit-Eof               VALUE "Y".
01 Rpt-Eof-Sw       PIC X(01) VALUE "N".
    88  Rpt-Eof                 VALUE "Y".
01 Reg-Eof-Sw       PIC X(01) VALUE "N".
    88  Reg-Eof                 VALUE "Y".
01 Rpt-File-Name    PIC X(12) VALUE SPACES.

*> The intraday cycle in hand: the CONS record's, the audit line's,
*> and the one named by the report header above the trailers being
*> read (zero when that header is not today's, so its trailers are
*> passed over).
01 Cons-Cycle       PIC 9(1) VALUE 1.
01 Audit-Cycle      PIC 9(1) VALUE 1.
01 Rpt-Cycle        PIC 9(1) VALUE 0.
01 Cyc-Idx          PIC 9(2) VALUE 0.

*> Audit lines are read INTO the shared layout so this program
*> re-adds the history with the same picture clauses it was written
*> with.
COPY AUDITLN.

*> The problem registry maps a CONS-FILE program name to the run id
*> its audit lines carry and the report file its trailer is printed
*> on; the report-figure table below is kept by registry slot.
COPY PROBTAB.

*> The night's audit figures, accumulated per run id and cycle on the
*> first (and only) pass over AUDIT-FILE. Only lines stamped with the
*> run date are the night's business; history from earlier nights
*> stays out of the balance.
01 Aud-Max-Entries  PIC 9(2) VALUE 99.
01 Aud-Count        PIC 9(2) VALUE 0.
01 Aud-Idx          PIC 9(2) VALUE 0.
01 Aud-Slot         PIC 9(2) VALUE 0.
01 Aud-Table.
    05  Aud-Entry OCCURS 99 TIMES.
        10  AUD-RUN-ID          PIC X(12).
        10  AUD-CYCLE           PIC 9(1).
        10  AUD-COMPLETED       PIC 9(6).
        10  AUD-REJECTED        PIC 9(6).
        10  AUD-SUM             PIC 9(18).

*> The report-trailer figures per registry slot and cycle, parsed off
*> the last trailer line each report holds under a header for that
*> cycle (the report is appended to across restarts, so the last
*> trailer is the cycle's final one).
01 Rpt-Fig-Table.
    05  Rpt-Fig-Entry OCCURS 20 TIMES.
        10  Rpt-Fig-Cycle OCCURS 9 TIMES.
            15  RF-FOUND-SW         PIC X(1).
                88  RF-Trailer-Found    VALUE "Y".
            15  RF-REQ-COUNT        PIC 9(6).
            15  RF-GRAND-TOTAL      PIC 9(18).
            15  RF-REJECT-COUNT     PIC 9(6).

*> Parse view of a calculation program's report header line, laid
*> out to match Report-Header-2 in PROJECT-EULER-01; a header written
*> before cycles were printed carries no cycle and reads as cycle 1.
01 Rpt-Header-Parse.
    05  RHP-LIT-1           PIC X(10).
    05  RHP-MM              PIC X(2).
    05  FILLER              PIC X(1).
    05  RHP-DD              PIC X(2).
    05  FILLER              PIC X(1).
    05  RHP-CCYY            PIC X(4).
    05  RHP-LIT-2           PIC X(9).
    05  RHP-CYCLE           PIC X(1).
        88  RHP-Cycle-Keyed     VALUE "1" THRU "9".
    05  FILLER              PIC X(90).

*> Each registered program's figures for the whole day, summed over
*> its cycles on each side, by registry slot.
01 Day-Fig-Table.
    05  Day-Fig-Entry OCCURS 20 TIMES.
        10  DF-CONS-SW          PIC X(1).
            88  DF-Cons-Seen        VALUE "Y".
        10  DF-CONS-REQ         PIC 9(7).
        10  DF-CONS-TOTAL       PIC 9(18).
        10  DF-CONS-REJ         PIC 9(7).
01 Day-Aud-Req      PIC 9(7) VALUE 0.
01 Day-Aud-Total    PIC 9(18) VALUE 0.
01 Day-Aud-Rej      PIC 9(7) VALUE 0.
01 Day-Rpt-Req      PIC 9(7) VALUE 0.
01 Day-Rpt-Total    PIC 9(18) VALUE 0.
01 Day-Rpt-Rej      PIC 9(7) VALUE 0.

*> Parse view of a calculation program's report trailer line, laid
*> out to match Report-Trailer in PROJECT-EULER-01 (and siblings
    05  RTP-LIT-1           PIC X(22).
    05  RTP-REQ-X           PIC X(6).
    05  RTP-LIT-2           PIC X(16).
    05  RTP-TOTAL-X         PIC X(18).
    05  RTP-LIT-3           PIC X(12).
    05  RTP-REJ-X           PIC X(6).
    05  FILLER              PIC X(40).

01 Recon-Program-Count PIC 9(3) VALUE 0.
01 Recon-Oob-Count  PIC 9(3) VALUE 0.

01 Diff-Req-Audit   PIC S9(7) VALUE 0.
01 Diff-Req-Rpt     PIC S9(7) VALUE 0.
01 Diff-Tot-Audit   PIC S9(19) VALUE 0.
01 Diff-Tot-Rpt     PIC S9(19) VALUE 0.
01 Diff-Rej-Audit   PIC S9(7) VALUE 0.
01 Diff-Rej-Rpt     PIC S9(7) VALUE 0.

    05  RPG-PROGRAM         PIC X(20).
    05  FILLER              PIC X(09) VALUE "  STATUS=".
    05  RPG-STATUS          PIC X(14).
    05  FILLER              PIC X(08) VALUE "  CYCLE=".
    05  RPG-CYCLE           PIC X(3).

01 Recon-Req-Line.
    05  FILLER              PIC X(16) VALUE "  REQUESTS CONS=".
    05  RRQ-CONS            PIC ZZZZZZ9.
    05  FILLER              PIC X(08) VALUE "  AUDIT=".
    05  RRQ-AUDIT           PIC ZZZZZZ9.
    05  FILLER              PIC X(06) VALUE "  RPT=".
    05  RRQ-RPT             PIC ZZZZZZ9.

01 Recon-Tot-Line.
    05  FILLER              PIC X(16) VALUE "  TOTAL    CONS=".
    05  RTO-CONS            PIC Z(17)9.
    05  FILLER              PIC X(08) VALUE "  AUDIT=".
    05  RTO-AUDIT           PIC Z(17)9.
    05  FILLER              PIC X(06) VALUE "  RPT=".
    05  RTO-RPT             PIC Z(17)9.

01 Recon-Rej-Line.
    05  FILLER              PIC X(16) VALUE "  REJECTS  CONS=".
    05  RRJ-CONS            PIC ZZZZZZ9.
    05  FILLER              PIC X(08) VALUE "  AUDIT=".
    05  RRJ-AUDIT           PIC ZZZZZZ9.
    05  FILLER              PIC X(06) VALUE "  RPT=".
    05  RRJ-RPT             PIC ZZZZZZ9.

01 Recon-Diff-Line.
    05  FILLER              PIC X(07) VALUE "  DIFF ".
    05  RDF-FIGURE          PIC X(08).
    05  FILLER              PIC X(11) VALUE " AUDIT-CONS".
    05  RDF-AUDIT-DIFF      PIC +(18)9.
    05  FILLER              PIC X(09) VALUE " RPT-CONS".
    05  RDF-RPT-DIFF        PIC +(18)9.

01 Recon-Note-Line.
    05  FILLER              PIC X(02) VALUE "  ".
    05  RNL-TEXT            PIC X(60).

01 Registry-Note-Line.
    05  FILLER              PIC X(12) VALUE "  REGISTRY: ".
    05  RGN-TEXT            PIC X(46).
    05  RGN-COUNT           PIC ZZZ9.

01 Recon-Trailer.
    05  FILLER              PIC X(14) VALUE "NIGHT STATUS: ".
    05  RT-STATUS           PIC X(14).
    PERFORM Reconcile-One-Program
    PERFORM Read-Cons-Record.

*> Opens the control report, tables the problem registry, re-adds
*> the night's audit lines, parses each registered program's report
*> trailer, and positions on the first CONS-FILE record. Inputs that
*> are missing read as zero figures - the comparison then shows
*> exactly which side is short, which is the point of the exercise.
Init-Run.
    ACCEPT Run-Date FROM DATE YYYYMMDD
    MOVE Run-Date-MM   TO RH2-MM
    WRITE CTL-RPT-RECORD FROM Report-Header-2

    MOVE ZEROS TO Rpt-Fig-Table
    MOVE ZEROS TO Day-Fig-Table
    PERFORM Load-Problem-Registry
    PERFORM Load-Audit-Figures
    PERFORM Load-Rpt-Trailer
        VARYING Reg-Idx FROM 1 BY 1
        UNTIL Reg-Idx > Reg-Count

    OPEN INPUT CONS-FILE
    IF Cons-File-Status = "00"
        MOVE "CONS-FILE NOT AVAILABLE - NOTHING TO BALANCE" TO RNL-TEXT
        WRITE CTL-RPT-RECORD FROM Recon-Note-Line
        ADD 1 TO Recon-Oob-Count
        SET Alert-Critical TO TRUE
        MOVE "CONSMISS" TO Alert-Code
        MOVE "CONS-FILE NOT AVAILABLE - NIGHT NOT RECONCILED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF.

*> One pass over AUDIT-FILE, accumulating tonight's lines (run date
*> stamp) per run id and cycle. Lines this layout cannot make sense
*> of are ignored here; the analysis report is where they are
*> accounted for.
Load-Audit-Figures.
    OPEN INPUT AUDIT-FILE
    IF Audit-File-Status = "00"
        MOVE AL-MM   TO ADW-MM
        MOVE AL-DD   TO ADW-DD
        IF Audit-Date-Num = Run-Date-Num
            IF AL-CYCLE IS NUMERIC AND AL-CYCLE NOT = "0"
                MOVE AL-CYCLE TO Audit-Cycle
            ELSE
                MOVE 1 TO Audit-Cycle
            END-IF
            PERFORM Find-Aud-Slot
            IF Aud-Slot > 0
                IF AL-COMPLETED
    PERFORM Read-Audit-Record.

*> Finds (or creates) the audit-figures entry for the current line's
*> run id and cycle, leaving its subscript in Aud-Slot - or zero when
*> the table is full.
Find-Aud-Slot.
    MOVE 0 TO Aud-Slot
    PERFORM Match-Aud-Entry
        ADD 1 TO Aud-Count
        MOVE Aud-Count TO Aud-Slot
        MOVE AL-RUN-ID TO AUD-RUN-ID(Aud-Slot)
        MOVE Audit-Cycle TO AUD-CYCLE(Aud-Slot)
        MOVE 0 TO AUD-COMPLETED(Aud-Slot)
        MOVE 0 TO AUD-REJECTED(Aud-Slot)
        MOVE 0 TO AUD-SUM(Aud-Slot)
    END-IF.

*> One probe of the audit-figures table for the current run id and
*> cycle.
Match-Aud-Entry.
    IF AUD-RUN-ID(Aud-Idx) = AL-RUN-ID
            AND AUD-CYCLE(Aud-Idx) = Audit-Cycle
        MOVE Aud-Idx TO Aud-Slot
    END-IF.

            SET Audit-Eof TO TRUE
    END-READ.

*> Tables the problem registry. A missing or empty registry falls
*> back to the built-in entries with a note; registry records beyond
*> the table, or with no problem id or program, are noted and left
*> out - their CONS records then show as not registered.
Load-Problem-Registry.
    OPEN INPUT PROB-REG-FILE
    IF Reg-File-Status = "00"
        PERFORM Read-Registry-Record
        PERFORM Store-Registry-Entry UNTIL Reg-Eof
        CLOSE PROB-REG-FILE
    END-IF
    IF Reg-Count = 0
        SET Reg-Built-In TO TRUE
        PERFORM Load-Default-Entry
            VARYING Reg-Idx FROM 1 BY 1
            UNTIL Reg-Idx > Reg-Default-Count
        MOVE "NOT AVAILABLE - BUILT-IN ENTRIES USED, COUNT=" TO RGN-TEXT
        MOVE Reg-Count TO RGN-COUNT
        WRITE CTL-RPT-RECORD FROM Registry-Note-Line
        SET Alert-Warning TO TRUE
        MOVE "REGMISS" TO Alert-Code
        MOVE "PROBLEM REGISTRY NOT AVAILABLE - BUILT-IN ENTRIES USED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Reg-Overflow-Count > 0
        MOVE "RECORDS BEYOND TABLE IGNORED, COUNT=" TO RGN-TEXT
        MOVE Reg-Overflow-Count TO RGN-COUNT
        WRITE CTL-RPT-RECORD FROM Registry-Note-Line
    END-IF
    IF Reg-Blank-Count > 0
        MOVE "RECORDS MISSING ID OR PROGRAM IGNORED, COUNT=" TO RGN-TEXT
        MOVE Reg-Blank-Count TO RGN-COUNT
        WRITE CTL-RPT-RECORD FROM Registry-Note-Line
    END-IF.

Read-Registry-Record.
    READ PROB-REG-FILE
        AT END
            SET Reg-Eof TO TRUE
    END-READ.

*> Tables the registry record in the buffer, then reads the next.
Store-Registry-Entry.
    EVALUATE TRUE
        WHEN PRG-PROBLEM-ID = SPACES OR PRG-PROGRAM = SPACES
            ADD 1 TO Reg-Blank-Count
        WHEN Reg-Count < Reg-Max-Entries
            ADD 1 TO Reg-Count
            MOVE PROB-REG-RECORD TO Reg-Entry(Reg-Count)
        WHEN OTHER
            ADD 1 TO Reg-Overflow-Count
    END-EVALUATE
    PERFORM Read-Registry-Record.

Load-Default-Entry.
    ADD 1 TO Reg-Count
    MOVE Reg-Default-Entry(Reg-Idx) TO Reg-Entry(Reg-Count).

*> Reads one registered program's report and keeps the figures off
*> the last trailer line it holds for each of today's cycles, in the
*> registry entry's slot of the report-figure table.
Load-Rpt-Trailer.
    MOVE RGT-RPT-FILE(Reg-Idx) TO Rpt-File-Name
    MOVE "N" TO Rpt-Eof-Sw
    MOVE 0 TO Rpt-Cycle
    OPEN INPUT RPT-IN-FILE
    IF Rpt-In-File-Status = "00"
        PERFORM Read-Rpt-Record
        PERFORM Scan-Rpt-Record UNTIL Rpt-Eof
        CLOSE RPT-IN-FILE
    END-IF.

*> Checks whether the current report line is a header or a trailer.
*> A header sets the cycle the trailers after it belong to; a
*> trailer under one of today's headers has its figures parsed into
*> the entry's slot for that cycle. Then reads the next line. Later
*> trailers overwrite earlier ones, leaving the cycle's final one.
Scan-Rpt-Record.
    MOVE RPT-REC-IN TO Rpt-Trailer-Parse
    MOVE RPT-REC-IN TO Rpt-Header-Parse
    IF RHP-LIT-1 = "RUN DATE: "
        PERFORM Parse-Rpt-Header
    END-IF
    IF RTP-LIT-1 = "REQUESTS PROCESSED: " AND Rpt-Cycle > 0
        PERFORM Parse-Rpt-Trailer
        IF Figures-Agree
            MOVE "Y" TO RF-FOUND-SW(Reg-Idx Rpt-Cycle)
            MOVE RTP-REQ-X   TO RF-REQ-COUNT(Reg-Idx Rpt-Cycle)
            MOVE RTP-TOTAL-X TO RF-GRAND-TOTAL(Reg-Idx Rpt-Cycle)
            MOVE RTP-REJ-X   TO RF-REJECT-COUNT(Reg-Idx Rpt-Cycle)
        END-IF
    END-IF
    PERFORM Read-Rpt-Record.

*> Takes the cycle off a report header dated today - cycle 1 when
*> the header names none - and zero off any other header, so an
*> earlier night's trailers are passed over.
Parse-Rpt-Header.
    MOVE 0 TO Rpt-Cycle
    IF RHP-MM = Run-Date(5:2) AND RHP-DD = Run-Date(7:2)
            AND RHP-CCYY = Run-Date(1:4)
        IF RHP-LIT-2 = "  CYCLE: " AND RHP-Cycle-Keyed
            MOVE RHP-CYCLE TO Rpt-Cycle
        ELSE
            MOVE 1 TO Rpt-Cycle
        END-IF
    END-IF.

*> Zero-fills the blank-suppressed trailer figures in place and
*> checks they parse as numbers, using Figures-Agree-Sw as the "this
        MOVE "N" TO Figures-Agree-Sw
    END-IF.

Read-Rpt-Record.
    READ RPT-IN-FILE
        AT END
            SET Rpt-Eof TO TRUE
    END-READ.

Read-Cons-Record.
            SET Cons-Eof TO TRUE
    END-READ.

*> Balances one program's three sets of figures for one cycle: the
*> CONS-FILE record in the buffer, the audit figures for its run id
*> and cycle, and its report trailer for the cycle. Any disagreement
*> writes the discrepancy amounts and marks the program (and so the
*> night) out of balance, and is raised on the alert file under the
*> program's name.
Reconcile-One-Program.
    ADD 1 TO Recon-Program-Count
    MOVE CR-PROGRAM-NAME TO RPG-PROGRAM
    IF CR-RUN-CYCLE IS NUMERIC AND CR-RUN-CYCLE > 0
        MOVE CR-RUN-CYCLE TO Cons-Cycle
    ELSE
        MOVE 1 TO Cons-Cycle
    END-IF
    MOVE Cons-Cycle TO RPG-CYCLE
    PERFORM Find-Registry-Program
    IF Reg-Slot = 0
        MOVE "NOT REGISTERED" TO RPG-STATUS
        WRITE CTL-RPT-RECORD FROM Recon-Pgm-Line
        MOVE "ADD THIS PROGRAM TO THE PROBLEM REGISTRY" TO RNL-TEXT
        WRITE CTL-RPT-RECORD FROM Recon-Note-Line
        ADD 1 TO Recon-Oob-Count
        SET Alert-Error TO TRUE
        MOVE "RECONUNR" TO Alert-Code
        MOVE SPACES TO Alert-Text
        STRING "NOT IN PROBLEM REGISTRY - NOT BALANCED: "
                DELIMITED BY SIZE
            CR-PROGRAM-NAME DELIMITED BY SPACE
            INTO Alert-Text
        END-STRING
        PERFORM Write-Alert
    ELSE
        PERFORM Compare-Figures
    END-IF.

*> Looks the CONS record's program name up in the problem registry.
Find-Registry-Program.
    MOVE 0 TO Reg-Slot
    PERFORM Match-Registry-Program
        VARYING Reg-Idx FROM 1 BY 1
        UNTIL Reg-Idx > Reg-Count OR Reg-Slot > 0.

Match-Registry-Program.
    IF RGT-PROGRAM(Reg-Idx) = CR-PROGRAM-NAME
        MOVE Reg-Idx TO Reg-Slot
    END-IF.

*> The comparison proper: request counts, grand totals, and reject
*> counts across CONS, AUDIT, and the report trailer. A CONS record
*> not stamped with tonight's date is flagged too - a leftover
*> summary is exactly the kind of stale figure this report exists to
*> stop. Today's records are added into the program's whole-day
*> figures.
Compare-Figures.
    MOVE "Y" TO Figures-Agree-Sw
    PERFORM Locate-Audit-Slot
    IF CR-RUN-DATE = Run-Date
        MOVE "Y" TO DF-CONS-SW(Reg-Slot)
        ADD CR-REQUEST-COUNT TO DF-CONS-REQ(Reg-Slot)
        ADD CR-GRAND-TOTAL   TO DF-CONS-TOTAL(Reg-Slot)
        ADD CR-REJECT-COUNT  TO DF-CONS-REJ(Reg-Slot)
    END-IF

    MOVE CR-REQUEST-COUNT TO RRQ-CONS
    MOVE CR-GRAND-TOTAL   TO RTO-CONS
        COMPUTE Diff-Rej-Audit = 0 - CR-REJECT-COUNT
    END-IF

    IF RF-Trailer-Found(Reg-Slot Cons-Cycle)
        MOVE RF-REQ-COUNT(Reg-Slot Cons-Cycle)    TO RRQ-RPT
        MOVE RF-GRAND-TOTAL(Reg-Slot Cons-Cycle)  TO RTO-RPT
        MOVE RF-REJECT-COUNT(Reg-Slot Cons-Cycle) TO RRJ-RPT
        COMPUTE Diff-Req-Rpt = RF-REQ-COUNT(Reg-Slot Cons-Cycle)
            - CR-REQUEST-COUNT
        COMPUTE Diff-Tot-Rpt = RF-GRAND-TOTAL(Reg-Slot Cons-Cycle)
            - CR-GRAND-TOTAL
        COMPUTE Diff-Rej-Rpt = RF-REJECT-COUNT(Reg-Slot Cons-Cycle)
            - CR-REJECT-COUNT
    ELSE
        MOVE 0 TO RRQ-RPT RTO-RPT RRJ-RPT
    ELSE
        MOVE "OUT OF BALANCE" TO RPG-STATUS
        ADD 1 TO Recon-Oob-Count
        SET Alert-Error TO TRUE
        MOVE "RECONMIS" TO Alert-Code
        MOVE SPACES TO Alert-Text
        STRING "CONS/AUDIT/REPORT FIGURES DISAGREE FOR "
                DELIMITED BY SIZE
            CR-PROGRAM-NAME DELIMITED BY SPACE
            INTO Alert-Text
        END-STRING
        PERFORM Write-Alert
    END-IF
    WRITE CTL-RPT-RECORD FROM Recon-Pgm-Line
    WRITE CTL-RPT-RECORD FROM Recon-Req-Line
            MOVE "CONS RECORD NOT STAMPED WITH TONIGHTS DATE" TO RNL-TEXT
            WRITE CTL-RPT-RECORD FROM Recon-Note-Line
        END-IF
        PERFORM Write-Diff-Lines
    END-IF.

*> Writes the three discrepancy lines for a program out of balance.
Write-Diff-Lines.
    MOVE "REQUESTS" TO RDF-FIGURE
    MOVE Diff-Req-Audit TO RDF-AUDIT-DIFF
    MOVE Diff-Req-Rpt   TO RDF-RPT-DIFF
    WRITE CTL-RPT-RECORD FROM Recon-Diff-Line
    MOVE "TOTAL   " TO RDF-FIGURE
    MOVE Diff-Tot-Audit TO RDF-AUDIT-DIFF
    MOVE Diff-Tot-Rpt   TO RDF-RPT-DIFF
    WRITE CTL-RPT-RECORD FROM Recon-Diff-Line
    MOVE "REJECTS " TO RDF-FIGURE
    MOVE Diff-Rej-Audit TO RDF-AUDIT-DIFF
    MOVE Diff-Rej-Rpt   TO RDF-RPT-DIFF
    WRITE CTL-RPT-RECORD FROM Recon-Diff-Line.

*> Finds the audit-figures entry for the registered run id and the
*> CONS record's cycle (Aud-Slot zero when tonight's audit holds no
*> lines for them).
Locate-Audit-Slot.
    MOVE 0 TO Aud-Slot
    PERFORM Probe-Audit-Slot
        UNTIL Aud-Idx > Aud-Count OR Aud-Slot > 0.

Probe-Audit-Slot.
    IF AUD-RUN-ID(Aud-Idx) = RGT-RUN-ID(Reg-Slot)
            AND AUD-CYCLE(Aud-Idx) = Cons-Cycle
        MOVE Aud-Idx TO Aud-Slot
    END-IF.

*> Balances each registered program for the whole day: today's CONS
*> records summed over their cycles against every cycle's audit
*> lines and report trailers. A program with nothing on any side is
*> passed over; one with figures on any side is reported, so work
*> whose CONS record never arrived still shows.
Reconcile-Day-Program.
    MOVE 0 TO Day-Aud-Req Day-Aud-Total Day-Aud-Rej
    MOVE 0 TO Day-Rpt-Req Day-Rpt-Total Day-Rpt-Rej
    PERFORM Add-Day-Audit
        VARYING Aud-Idx FROM 1 BY 1
        UNTIL Aud-Idx > Aud-Count
    PERFORM Add-Day-Rpt
        VARYING Cyc-Idx FROM 1 BY 1
        UNTIL Cyc-Idx > 9
    IF DF-Cons-Seen(Reg-Slot)
            OR Day-Aud-Req > 0 OR Day-Aud-Rej > 0
            OR Day-Rpt-Req > 0 OR Day-Rpt-Rej > 0
        PERFORM Compare-Day-Figures
    END-IF.

Add-Day-Audit.
    IF AUD-RUN-ID(Aud-Idx) = RGT-RUN-ID(Reg-Slot)
        ADD AUD-COMPLETED(Aud-Idx) TO Day-Aud-Req
        ADD AUD-SUM(Aud-Idx)       TO Day-Aud-Total
        ADD AUD-REJECTED(Aud-Idx)  TO Day-Aud-Rej
    END-IF.

Add-Day-Rpt.
    IF RF-Trailer-Found(Reg-Slot Cyc-Idx)
        ADD RF-REQ-COUNT(Reg-Slot Cyc-Idx)    TO Day-Rpt-Req
        ADD RF-GRAND-TOTAL(Reg-Slot Cyc-Idx)  TO Day-Rpt-Total
        ADD RF-REJECT-COUNT(Reg-Slot Cyc-Idx) TO Day-Rpt-Rej
    END-IF.

*> The whole-day comparison, laid out as the per-cycle one with DAY
*> in the cycle column.
Compare-Day-Figures.
    MOVE RGT-PROGRAM(Reg-Slot) TO RPG-PROGRAM
    MOVE "DAY"                 TO RPG-CYCLE
    MOVE DF-CONS-REQ(Reg-Slot)   TO RRQ-CONS
    MOVE DF-CONS-TOTAL(Reg-Slot) TO RTO-CONS
    MOVE DF-CONS-REJ(Reg-Slot)   TO RRJ-CONS
    MOVE Day-Aud-Req   TO RRQ-AUDIT
    MOVE Day-Aud-Total TO RTO-AUDIT
    MOVE Day-Aud-Rej   TO RRJ-AUDIT
    MOVE Day-Rpt-Req   TO RRQ-RPT
    MOVE Day-Rpt-Total TO RTO-RPT
    MOVE Day-Rpt-Rej   TO RRJ-RPT
    COMPUTE Diff-Req-Audit = Day-Aud-Req - DF-CONS-REQ(Reg-Slot)
    COMPUTE Diff-Tot-Audit = Day-Aud-Total - DF-CONS-TOTAL(Reg-Slot)
    COMPUTE Diff-Rej-Audit = Day-Aud-Rej - DF-CONS-REJ(Reg-Slot)
    COMPUTE Diff-Req-Rpt = Day-Rpt-Req - DF-CONS-REQ(Reg-Slot)
    COMPUTE Diff-Tot-Rpt = Day-Rpt-Total - DF-CONS-TOTAL(Reg-Slot)
    COMPUTE Diff-Rej-Rpt = Day-Rpt-Rej - DF-CONS-REJ(Reg-Slot)
    IF Diff-Req-Audit = 0 AND Diff-Tot-Audit = 0
            AND Diff-Rej-Audit = 0
            AND Diff-Req-Rpt = 0 AND Diff-Tot-Rpt = 0
            AND Diff-Rej-Rpt = 0
        MOVE "BALANCED" TO RPG-STATUS
    ELSE
        MOVE "OUT OF BALANCE" TO RPG-STATUS
        ADD 1 TO Recon-Oob-Count
        SET Alert-Error TO TRUE
        MOVE "RECONDAY" TO Alert-Code
        MOVE SPACES TO Alert-Text
        STRING "WHOLE-DAY FIGURES DISAGREE FOR "
                DELIMITED BY SIZE
            RGT-PROGRAM(Reg-Slot) DELIMITED BY SPACE
            INTO Alert-Text
        END-STRING
        PERFORM Write-Alert
    END-IF
    WRITE CTL-RPT-RECORD FROM Recon-Pgm-Line
    WRITE CTL-RPT-RECORD FROM Recon-Req-Line
    WRITE CTL-RPT-RECORD FROM Recon-Tot-Line
    WRITE CTL-RPT-RECORD FROM Recon-Rej-Line
    IF RPG-STATUS NOT = "BALANCED"
        PERFORM Write-Diff-Lines
    END-IF.

*> Writes the whole-day balance and the night's verdict, and closes
*> the report.
Term-Run.
    MOVE "WHOLE DAY, ALL CYCLES:" TO RNL-TEXT
    WRITE CTL-RPT-RECORD FROM Recon-Note-Line
    PERFORM Reconcile-Day-Program
        VARYING Reg-Slot FROM 1 BY 1
        UNTIL Reg-Slot > Reg-Count

    IF Recon-Oob-Count = 0
        MOVE "BALANCED" TO RT-STATUS
    ELSE
    IF Cons-File-Opened
        CLOSE CONS-FILE
    END-IF
    CLOSE CTL-RPT-FILE.

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
        MOVE "PE-RECON" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
