*> into one consolidated end-of-night report instead of leaving one
*> spool listing per job step for someone to hunt through.
*>
*> The built-in default chain takes its calculation programs from the
*> problem registry (PROBREG, layout in the PROBREG copybook): every
*> active entry's program runs between PE-ROUTER and PE-COMBINE, in
*> registry order, so a new problem program joins the default chain
*> by adding its registry record. Ahead of them all, PE01-BACKUP takes
*> the night's generations of PARM-FILE and MAST-FILE; after the
*> merge, PE-DISTRIBUTE splits the answers by department and
*> PE-LEDGER carries what is still unanswered on the open-items
*> ledger.
*>
*> Every step the chain dispatches is also recorded on CHAINSTATE,
*> the chain-state file, with its step number and the PGMSTAT outcome
*> it passed back. When a night's chain stops on a failed step, the
*> operator fixes the cause and reruns with CHAINCTL "RESTART": the
*> steps that completed are carried from the earlier attempt instead
*> of being run again, and the chain resumes at the first step that
*> did not complete.
*>
*> A run date can have more than one intraday cycle - morning,
*> midday, evening - each its own chain. CHAINCTL names the cycle
*> (or the next one after those already on CONS-FILE today is taken),
*> every chain-state and step-history record carries it, and a
*> restart resumes the one cycle it names. CONS-FILE keeps the whole
*> day's records, one per program per cycle, so PE-RECON can balance
*> each cycle and the day.
*>
*>*********************************

IDENTIFICATION DIVISION.
*>             run. PE-STEP-TREND reports the window trend off that
*>             history; the print lines on the summary report are
*>             unchanged.
*> 2026-10-15  Summary line's grand total widened to the eighteen
*>             digits CONS-FILE now carries.
*> 2026-10-15  Default chain's calculation steps taken from the
*>             problem registry (PROBREG) instead of one hardcoded
*>             block per program: each active entry's program runs
*>             stop-on-failure between PE-ROUTER and PE-COMBINE.
*> 2026-10-15  Chain restart. Each dispatched step is recorded on the
*>             chain-state file (CHAINSTATE) with its step number,
*>             times, and PGMSTAT outcome, one open/close per record
*>             so an abend leaves every finished step on file. With
*>             CHAINCTL "RESTART" the steps that completed on the run
*>             date are carried instead of rerun, up to the first one
*>             that did not complete, where the chain resumes. Step
*>             lines carry MODE=RUN-NOW or MODE=CARRIED (report line
*>             widened to 90); carried steps are not written to
*>             STEPHIST again, and on a restart CONS-FILE is kept and
*>             read back one record per program, so neither the
*>             summary nor the *CHAIN* record counts a step twice.
*> 2026-10-15  Alerts. A failed or missing step, a stopped chain, a
*>             missing or empty schedule, a missing problem registry,
*>             chain-state or step-history file, and a restart are
*>             raised on the shared alert file (ALERTREC copybook).
*>             PE-ALERT-SUM runs last, after PE-RECON, printing the
*>             night's alerts by severity; its return code is the one
*>             this job ends with, for the scheduler to page on.
*> 2026-10-15  PE01-BACKUP, the PARM-FILE and MAST-FILE backup, is
*>             the default chain's first step, ahead of the router
*>             and the calculation programs; a backup that fails
*>             stops the chain.
*> 2026-10-15  PE-DISTRIBUTE follows PE-COMBINE in the default chain,
*>             splitting the combined answer file into one outbound
*>             file per department.
*> 2026-10-15  PE-LEDGER follows PE-DISTRIBUTE in the default chain,
*>             carrying every request held, out for correction, or
*>             aged out on the open-items ledger across nights.
*> 2026-10-15  Intraday cycles. CHAINCTL carries a cycle number after
*>             its date: for a fresh chain it names the cycle being
*>             run (blank takes the cycle after the last one on
*>             CONS-FILE today, or 1), for a restart the cycle being
*>             resumed (blank takes the one on the chain-state file).
*>             Chain-state and step-history records carry the cycle,
*>             so a second cycle on the same date is not taken for a
*>             restart of the first. CONS-FILE is no longer emptied
*>             at every fresh chain: the date's other cycles are kept
*>             and only a rerun cycle's own records are cleared, so
*>             PE-RECON balances each cycle and the whole day. The
*>             summary reports this cycle's programs and flags one
*>             whose batch header named another cycle.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Hist-File-Status.

    SELECT PROB-REG-FILE ASSIGN TO "PROBREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Reg-File-Status.

    SELECT CHAIN-STATE-FILE ASSIGN TO "CHAINSTATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS State-File-Status.

    SELECT CHAIN-CTL-FILE ASSIGN TO "CHAINCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Chainctl-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  CONS-FILE.
    COPY RESULTREC.

FD  SUMMARY-RPT-FILE.
01  SUMMARY-RPT-RECORD          PIC X(90).

FD  SCHED-FILE.
01  SCHED-RECORD.
FD  STEP-HIST-FILE.
    COPY STEPHIST.

FD  PROB-REG-FILE.
    COPY PROBREG.

*> One record per step dispatched, in dispatch order: the chain's run
*> date, the step's position in the chain, the program, its clock-in
*> and clock-out, the PGMSTAT status it passed back (blank for a step
*> passed over unrun), the outcome as logged, and whether the step
*> completed - ran and did not fail - and so can be carried by a
*> restart. A step recorded twice for one date (a failed step rerun
*> by a restart) is read back latest record wins.
FD  CHAIN-STATE-FILE.
01  CHAIN-STATE-RECORD.
    05  CHS-RUN-DATE            PIC 9(8).
    05  CHS-STEP-NO             PIC 9(3).
    05  CHS-PROGRAM             PIC X(20).
    05  CHS-START-TIME          PIC X(6).
    05  CHS-END-TIME            PIC X(6).
    05  CHS-RETURN-STATUS       PIC X(2).
    05  CHS-OUTCOME             PIC X(12).
    05  CHS-COMPLETED-SW        PIC X(1).
        88  CHS-STEP-COMPLETED      VALUE "Y".
    05  CHS-RUN-CYCLE           PIC X(1).

*> One-record operator control file. "RESTART" asks for the chain to
*> be resumed rather than run from the top; the run date, when keyed,
*> names the attempt being restarted (a chain that failed before
*> midnight is restarted after it), and defaults to today. The cycle,
*> when keyed (1-9), names the intraday cycle being run or restarted,
*> whatever the action.
FD  CHAIN-CTL-FILE.
01  CHAIN-CTL-RECORD.
    05  CCT-ACTION              PIC X(9).
    05  CCT-RUN-DATE            PIC X(8).
    05  CCT-RUN-CYCLE           PIC X(1).
        88  CCT-CYCLE-KEYED         VALUE "1" THRU "9".

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Cons-File-Status PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
01 Sched-File-Status PIC X(02) VALUE "00".
01 Hist-File-Status PIC X(02) VALUE "00".
01 Reg-File-Status  PIC X(02) VALUE "00".
01 State-File-Status PIC X(02) VALUE "00".
01 Chainctl-File-Status PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Cons-Eof-Sw      PIC X(01) VALUE "N".
    88  Cons-Eof                VALUE "Y".
01 Sched-Eof-Sw     PIC X(01) VALUE "N".
    88  Sched-Eof               VALUE "Y".
01 Hist-Open-Sw     PIC X(01) VALUE "N".
    88  Hist-File-Opened        VALUE "Y".
01 Reg-Eof-Sw       PIC X(01) VALUE "N".
    88  Reg-Eof                 VALUE "Y".
01 State-Eof-Sw     PIC X(01) VALUE "N".
    88  State-Eof               VALUE "Y".

*> The problem registry, tabled only when the default chain runs.
COPY PROBTAB.

01 Program-Count    PIC 9(4) VALUE 0.

01 Chain-Stopped-Sw PIC X(01) VALUE "N".
    88  Chain-Stopped           VALUE "Y".
01 Step-Status-Desc PIC X(12) VALUE SPACES.
01 Step-Return-Status PIC X(02) VALUE SPACES.

01 Step-Start-Time.
    05  SST-HH              PIC 9(2).
01 Any-Step-Failed-Sw PIC X(01) VALUE "N".
    88  Any-Step-Failed         VALUE "Y".

*> Restart controls. Step-Number is the dispatched step's position in
*> the chain (every schedule record, or every default-chain step,
*> counts whether it runs or not), which is what the chain-state
*> records are matched on along with the program name. A restart is
*> active only when CHAINCTL asks for one and the chain-state file
*> holds records for the attempt's run date; until the first step
*> that did not complete is reached (Resume-Reached), a step on file
*> as completed is carried rather than run. Steps beyond the table
*> are never carried - they simply run again.
01 Restart-Req-Sw   PIC X(01) VALUE "N".
    88  Restart-Requested       VALUE "Y".
01 Restart-Active-Sw PIC X(01) VALUE "N".
    88  Restart-Active          VALUE "Y".
01 Resume-Reached-Sw PIC X(01) VALUE "N".
    88  Resume-Reached          VALUE "Y".
01 Step-Carried-Sw  PIC X(01) VALUE "N".
    88  Step-Carried            VALUE "Y".
01 State-Open-Sw    PIC X(01) VALUE "N".
    88  State-File-Usable       VALUE "Y".
01 State-Run-Date   PIC 9(8) VALUE 0.
01 State-Run-Cycle  PIC 9(1) VALUE 0.
01 State-Cycle-Work PIC 9(1) VALUE 0.
01 Step-Number      PIC 9(3) VALUE 0.
01 State-Record-Count PIC 9(4) VALUE 0.
01 Steps-Run-Count  PIC 9(4) VALUE 0.
01 Steps-Carried-Count PIC 9(4) VALUE 0.
01 State-Max-Entries PIC 9(3) VALUE 99.
01 State-Table.
    05  State-Entry OCCURS 99 TIMES.
        10  CST-PROGRAM         PIC X(20).
        10  CST-START-TIME      PIC X(6).
        10  CST-END-TIME        PIC X(6).
        10  CST-OUTCOME         PIC X(12).
        10  CST-COMPLETED-SW    PIC X(1).
            88  CST-STEP-COMPLETED  VALUE "Y".
        10  CST-THIS-RUN-SW     PIC X(1).
            88  CST-IN-THIS-CHAIN   VALUE "Y".

*> CONS-FILE as read back on a restart: one entry per program for the
*> cycle restarted, a later record for a program replacing an earlier
*> one (the rerun of a step that had failed after writing its
*> figures), and only for programs this chain carried or ran, so
*> nothing is counted twice; the date's other cycles are carried as
*> they are. A fresh chain tables the file too, keeping the run date's
*> records for the other cycles (Cons-Carried-Count of them, written
*> back first) and learning the last cycle run today (Day-Max-Cycle).
01 Cons-Max-Entries PIC 9(3) VALUE 99.
01 Cons-Carried-Count PIC 9(4) VALUE 0.
01 Cons-Read-Count  PIC 9(4) VALUE 0.
01 Cycle-Mismatch-Count PIC 9(4) VALUE 0.
01 Day-Max-Cycle    PIC 9(1) VALUE 0.
01 Cons-Count       PIC 9(3) VALUE 0.
01 Cons-Idx         PIC 9(3) VALUE 0.
01 Cons-Slot        PIC 9(3) VALUE 0.
01 Cons-Overflow-Count PIC 9(4) VALUE 0.
01 Cons-Dropped-Count PIC 9(4) VALUE 0.
01 Cons-Keep-Sw     PIC X(01) VALUE "N".
    88  Cons-Keep               VALUE "Y".
01 Cons-Table.
    05  Cons-Entry OCCURS 99 TIMES PIC X(59).

01 Step-Log-Line.
    05  FILLER              PIC X(05) VALUE "STEP ".
    05  SLL-PROGRAM         PIC X(20).
    05  SLL-END-SS          PIC 9(2).
    05  FILLER              PIC X(08) VALUE " STATUS=".
    05  SLL-STATUS          PIC X(12).
    05  FILLER              PIC X(06) VALUE " MODE=".
    05  SLL-MODE            PIC X(07).

01 Sched-Note-Line.
    05  FILLER              PIC X(48) VALUE
    05  FILLER              PIC X(40) VALUE
        "SCHEDULE FILE EMPTY - DEFAULT CHAIN RUN".

01 Registry-Note-Line.
    05  FILLER              PIC X(10) VALUE "REGISTRY: ".
    05  RNL-TEXT            PIC X(46).
    05  RNL-COUNT           PIC ZZZ9.

01 Chain-Flag-Line.
    05  FILLER              PIC X(38) VALUE
        "*** CHAIN STOPPED ON A FAILED STEP ***".

01 Restart-Note-Line.
    05  FILLER              PIC X(09) VALUE "RESTART: ".
    05  RSN-TEXT            PIC X(48).
    05  RSN-COUNT           PIC ZZZ9.

01 Restart-Date-Line.
    05  FILLER              PIC X(30) VALUE
        "RESTART OF CHAIN RUN DATED:  ".
    05  RDL-MM              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RDL-DD              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RDL-CCYY            PIC 9(4).
    05  FILLER              PIC X(09) VALUE "  CYCLE: ".
    05  RDL-CYCLE           PIC 9(1).

01 Cycle-Note-Line.
    05  FILLER              PIC X(07) VALUE "CYCLE: ".
    05  CNL-TEXT            PIC X(42).
    05  CNL-COUNT           PIC ZZZ9.

01 Restart-Trailer.
    05  FILLER              PIC X(20) VALUE "STEPS RUN NOW:      ".
    05  RST-RUN-COUNT       PIC ZZZ9.
    05  FILLER              PIC X(18) VALUE "  STEPS CARRIED:  ".
    05  RST-CARRIED-COUNT   PIC ZZZ9.

01 Hist-Note-Line.
    05  FILLER              PIC X(49) VALUE
        "STEP-HISTORY FILE NOT AVAILABLE - TIMING NOT KEPT".
    05  SH2-DD              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  SH2-CCYY            PIC 9(4).
    05  FILLER              PIC X(09) VALUE "  CYCLE: ".
    05  SH2-CYCLE           PIC 9(1).

01 Summary-Line.
    05  FILLER              PIC X(08) VALUE "PROGRAM=".
    05  FILLER              PIC X(06) VALUE "  REQ=".
    05  SL-REQUEST-COUNT    PIC ZZZZZ9.
    05  FILLER              PIC X(08) VALUE "  TOTAL=".
    05  SL-GRAND-TOTAL      PIC Z(17)9.
    05  FILLER              PIC X(06) VALUE "  REJ=".
    05  SL-REJECT-COUNT     PIC ZZZZZ9.


    PERFORM Term-Run

    PERFORM Balance-The-Night

    PERFORM Summarize-The-Alerts.
STOP RUN.

*> Chains the end-of-night reconciliation once the summary is built
Balance-The-Night.
    CALL "PE-RECON".

*> Chains the alert summary last, once every step and the
*> reconciliation have raised theirs. PE-ALERT-SUM sets the return
*> code to the worst severity it printed, and this job ends with it
*> untouched, so the scheduler pages on a single status.
Summarize-The-Alerts.
    CALL "PE-ALERT-SUM".

*> Opens the summary report and sets up the chain state; a fresh
*> chain starts this run's consolidated result file with only the
*> date's other cycles on it (see Start-Chain-State), so Build-Summary
*> only ever reports on programs this run actually chained, not
*> history left over from an earlier run.
Init-Run.
    ACCEPT Run-Date FROM DATE YYYYMMDD
    MOVE Run-Date-MM   TO SH2-MM
    MOVE Run-Date-DD   TO SH2-DD
    MOVE Run-Date-CCYY TO SH2-CCYY
    PERFORM Find-Chain-Identity
    MOVE State-Run-Cycle TO SH2-CYCLE

    OPEN OUTPUT SUMMARY-RPT-FILE
    WRITE SUMMARY-RPT-RECORD FROM Summary-Header-1
    WRITE SUMMARY-RPT-RECORD FROM Summary-Header-2

    PERFORM Start-Chain-State

    ACCEPT Chain-Start-Time FROM TIME

    OPEN EXTEND STEP-HIST-FILE
        SET Hist-File-Opened TO TRUE
    ELSE
        WRITE SUMMARY-RPT-RECORD FROM Hist-Note-Line
        SET Alert-Warning TO TRUE
        MOVE "HISTMISS" TO Alert-Code
        MOVE "STEP-HISTORY FILE NOT AVAILABLE - TIMING NOT KEPT"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF.

*> Settles which chain this is - its run date and intraday cycle, and
*> whether it restarts an earlier attempt - before anything is
*> written. A restart is active when CHAINCTL asks for one and the
*> chain-state file holds records for the attempt's date and cycle;
*> its cycle is the one keyed, or else the one on file. A fresh
*> chain's cycle is the one keyed, or else the one after the last
*> cycle CONS-FILE holds for today (1 on a new date).
Find-Chain-Identity.
    PERFORM Load-Chain-Control
    IF Restart-Requested
        PERFORM Load-Chain-State
        IF State-Record-Count > 0
            SET Restart-Active TO TRUE
        END-IF
    END-IF
    IF NOT Restart-Active
        MOVE Run-Date TO State-Run-Date
        PERFORM Load-Day-Cons
        IF State-Run-Cycle = 0
            IF Day-Max-Cycle < 9
                COMPUTE State-Run-Cycle = Day-Max-Cycle + 1
            ELSE
                MOVE 9 TO State-Run-Cycle
            END-IF
        END-IF
    END-IF
    IF State-Run-Cycle = 0
        MOVE 1 TO State-Run-Cycle
    END-IF.

*> Readies the chain-state and consolidated result files for the
*> chain Find-Chain-Identity settled on. A restart keeps both files
*> as the earlier attempt left them; anything else is a fresh chain,
*> which empties the chain-state file and writes CONS-FILE back with
*> only the run date's other cycles on it - a restart asked for with
*> nothing on file for the date and cycle is noted and run from the
*> top, since there is nothing to carry. A chain-state file that
*> cannot be written is noted and the night runs without keeping a
*> restart point.
Start-Chain-State.
    IF Restart-Requested
        IF Restart-Active
            MOVE State-Run-Date(5:2) TO RDL-MM
            MOVE State-Run-Date(7:2) TO RDL-DD
            MOVE State-Run-Date(1:4) TO RDL-CCYY
            MOVE State-Run-Cycle     TO RDL-CYCLE
            WRITE SUMMARY-RPT-RECORD FROM Restart-Date-Line
            MOVE "STEP RECORDS ON CHAIN-STATE FILE, COUNT=" TO RSN-TEXT
            MOVE State-Record-Count TO RSN-COUNT
            WRITE SUMMARY-RPT-RECORD FROM Restart-Note-Line
            SET Alert-Info TO TRUE
            MOVE "RESTART" TO Alert-Code
            MOVE State-Record-Count TO Alert-Count
            MOVE "CHAIN RESTARTED BY CHAINCTL - STEP RECORDS ON FILE"
                TO Alert-Text
            PERFORM Write-Alert
        ELSE
            MOVE "NO CHAIN STATE FOR DATE/CYCLE - FULL CHAIN RUN"
                TO RSN-TEXT
            MOVE 0 TO RSN-COUNT
            WRITE SUMMARY-RPT-RECORD FROM Restart-Note-Line
        END-IF
    END-IF
    IF Restart-Active
        SET State-File-Usable TO TRUE
    ELSE
        PERFORM Rewrite-Day-Cons
        OPEN OUTPUT CHAIN-STATE-FILE
        IF State-File-Status = "00"
            SET State-File-Usable TO TRUE
            CLOSE CHAIN-STATE-FILE
        ELSE
            MOVE "CHAIN-STATE FILE NOT AVAILABLE - NOT RESTARTABLE"
                TO RSN-TEXT
            MOVE 0 TO RSN-COUNT
            WRITE SUMMARY-RPT-RECORD FROM Restart-Note-Line
            SET Alert-Warning TO TRUE
            MOVE "CHSTMISS" TO Alert-Code
            MOVE "CHAIN-STATE FILE NOT AVAILABLE - CHAIN NOT RESTARTABLE"
                TO Alert-Text
            PERFORM Write-Alert
        END-IF
    END-IF.

*> Reads the one-record operator control file, when one is supplied:
*> "RESTART" resumes the chain of the keyed run date (today when the
*> date is blank or not a date). Anything else - or no file - asks
*> for a fresh chain. A keyed cycle names the cycle either way.
Load-Chain-Control.
    MOVE Run-Date TO State-Run-Date
    OPEN INPUT CHAIN-CTL-FILE
    IF Chainctl-File-Status = "00"
        READ CHAIN-CTL-FILE
            NOT AT END
                IF CCT-ACTION = "RESTART  "
                    SET Restart-Requested TO TRUE
                    IF CCT-RUN-DATE IS NUMERIC
                            AND CCT-RUN-DATE NOT = "00000000"
                        MOVE CCT-RUN-DATE TO State-Run-Date
                    END-IF
                END-IF
                IF CCT-CYCLE-KEYED
                    MOVE CCT-RUN-CYCLE TO State-Run-Cycle
                END-IF
        END-READ
        CLOSE CHAIN-CTL-FILE
    END-IF.

*> Tables the chain-state records for the attempt's run date and
*> cycle by step number, latest record for a step winning. With no
*> cycle keyed, the first record for the date names it (the file
*> only ever holds one chain). A record written before cycles were
*> kept reads as cycle 1. Records for any other date or cycle, or for
*> a step number beyond the table, are passed over.
Load-Chain-State.
    OPEN INPUT CHAIN-STATE-FILE
    IF State-File-Status = "00"
        PERFORM Read-Chain-State-Record
        PERFORM Store-Chain-State-Entry UNTIL State-Eof
        CLOSE CHAIN-STATE-FILE
    END-IF.

Read-Chain-State-Record.
    READ CHAIN-STATE-FILE
        AT END
            SET State-Eof TO TRUE
    END-READ.

*> Tables the chain-state record in the buffer, then reads the next.
Store-Chain-State-Entry.
    IF CHS-RUN-CYCLE IS NUMERIC AND CHS-RUN-CYCLE NOT = "0"
        MOVE CHS-RUN-CYCLE TO State-Cycle-Work
    ELSE
        MOVE 1 TO State-Cycle-Work
    END-IF
    IF CHS-RUN-DATE = State-Run-Date AND State-Run-Cycle = 0
        MOVE State-Cycle-Work TO State-Run-Cycle
    END-IF
    IF CHS-RUN-DATE = State-Run-Date
            AND State-Cycle-Work = State-Run-Cycle
            AND CHS-STEP-NO > 0
            AND CHS-STEP-NO NOT > State-Max-Entries
        ADD 1 TO State-Record-Count
        MOVE CHS-PROGRAM       TO CST-PROGRAM(CHS-STEP-NO)
        MOVE CHS-START-TIME    TO CST-START-TIME(CHS-STEP-NO)
        MOVE CHS-END-TIME      TO CST-END-TIME(CHS-STEP-NO)
        MOVE CHS-OUTCOME       TO CST-OUTCOME(CHS-STEP-NO)
        MOVE CHS-COMPLETED-SW  TO CST-COMPLETED-SW(CHS-STEP-NO)
    END-IF
    PERFORM Read-Chain-State-Record.

*> Tables CONS-FILE's records for today ahead of a fresh chain,
*> noting the last cycle they show. Records of an earlier date are
*> left out - a new date starts the file afresh - and records beyond
*> the table are counted for Rewrite-Day-Cons to note.
Load-Day-Cons.
    MOVE 0 TO Cons-Count
    MOVE "N" TO Cons-Eof-Sw
    OPEN INPUT CONS-FILE
    IF Cons-File-Status = "00"
        PERFORM Read-Cons-Record
        PERFORM Store-Day-Cons-Entry UNTIL Cons-Eof
        CLOSE CONS-FILE
    END-IF
    MOVE "N" TO Cons-Eof-Sw.

*> Tables the CONS record in the buffer when it is today's, then
*> reads the next.
Store-Day-Cons-Entry.
    IF CR-RUN-DATE = Run-Date
        IF CR-RUN-CYCLE IS NUMERIC AND CR-RUN-CYCLE > Day-Max-Cycle
            MOVE CR-RUN-CYCLE TO Day-Max-Cycle
        END-IF
        IF Cons-Count < Cons-Max-Entries
            ADD 1 TO Cons-Count
            MOVE CONS-RESULT-RECORD TO Cons-Entry(Cons-Count)
        ELSE
            ADD 1 TO Cons-Overflow-Count
        END-IF
    END-IF
    PERFORM Read-Cons-Record.

*> Writes CONS-FILE back for a fresh chain with today's records for
*> every other cycle - the figures PE-RECON balances the day with -
*> and without this cycle's own, which are about to be written again.
Rewrite-Day-Cons.
    OPEN OUTPUT CONS-FILE
    PERFORM Carry-Day-Cons-Entry
        VARYING Cons-Idx FROM 1 BY 1
        UNTIL Cons-Idx > Cons-Count
    CLOSE CONS-FILE
    IF Cons-Carried-Count > 0
        MOVE "EARLIER CYCLES' CONS RECORDS KEPT, COUNT=" TO CNL-TEXT
        MOVE Cons-Carried-Count TO CNL-COUNT
        WRITE SUMMARY-RPT-RECORD FROM Cycle-Note-Line
    END-IF
    IF Cons-Overflow-Count > 0
        MOVE "CONS RECORDS BEYOND TABLE LEFT OUT, COUNT=" TO CNL-TEXT
        MOVE Cons-Overflow-Count TO CNL-COUNT
        WRITE SUMMARY-RPT-RECORD FROM Cycle-Note-Line
        MOVE 0 TO Cons-Overflow-Count
    END-IF.

Carry-Day-Cons-Entry.
    MOVE Cons-Entry(Cons-Idx) TO CONS-RESULT-RECORD
    IF CR-RUN-CYCLE NOT = State-Run-Cycle
        WRITE CONS-RESULT-RECORD
        ADD 1 TO Cons-Carried-Count
    END-IF.

*> Runs the chain the operator scheduled: one SCHED-FILE record per
        PERFORM Read-Sched-Record
        IF Sched-Eof
            WRITE SUMMARY-RPT-RECORD FROM Sched-Empty-Line
            SET Alert-Warning TO TRUE
            MOVE "SCHDEMPT" TO Alert-Code
            MOVE "SCHEDULE FILE EMPTY - DEFAULT CHAIN RUN" TO Alert-Text
            PERFORM Write-Alert
            PERFORM Run-Default-Chain
        ELSE
            PERFORM Run-Sched-Step UNTIL Sched-Eof OR Chain-Stopped
        CLOSE SCHED-FILE
    ELSE
        WRITE SUMMARY-RPT-RECORD FROM Sched-Note-Line
        SET Alert-Warning TO TRUE
        MOVE "SCHDMISS" TO Alert-Code
        MOVE "SCHEDULE FILE NOT AVAILABLE - DEFAULT CHAIN RUN"
            TO Alert-Text
        PERFORM Write-Alert
        PERFORM Run-Default-Chain
    END-IF.

*> but not run; anything else is CALLed and judged by the status it
*> passes back.
Run-Sched-Step.
    ADD 1 TO Step-Number
    MOVE SCH-PROGRAM TO Step-Program
    MOVE SCH-ON-FAIL TO Step-On-Fail
    EVALUATE TRUE
            MOVE "SKIPPED-DEP" TO Step-Status-Desc
            PERFORM Log-Unrun-Step
        WHEN OTHER
            PERFORM Run-Or-Carry-Step
    END-EVALUATE
    PERFORM Read-Sched-Record.

*> The built-in chain for a night without a schedule file: the
*> keyed-file backup (stop on failure - the calculation programs do
*> not run against files with no restore point), the combined-intake
*> router, every active registered calculation program (stop on
*> failure), then the response merge and its split into the
*> departments' outbound files, and last the open-items ledger of
*> the requests the night left unanswered.
Run-Default-Chain.
    PERFORM Load-Problem-Registry
    ADD 1 TO Step-Number
    MOVE "PE01-BACKUP" TO Step-Program
    MOVE "S" TO Step-On-Fail
    IF NOT Chain-Stopped AND NOT Skip-Dependents
        PERFORM Run-Or-Carry-Step
    END-IF
    ADD 1 TO Step-Number
    MOVE "PE-ROUTER" TO Step-Program
    MOVE "C" TO Step-On-Fail
    IF NOT Chain-Stopped AND NOT Skip-Dependents
        PERFORM Run-Or-Carry-Step
    END-IF
    PERFORM Run-Registry-Step
        VARYING Reg-Idx FROM 1 BY 1
        UNTIL Reg-Idx > Reg-Count
    ADD 1 TO Step-Number
    MOVE "PE-COMBINE" TO Step-Program
    MOVE "C" TO Step-On-Fail
    IF NOT Chain-Stopped AND NOT Skip-Dependents
        PERFORM Run-Or-Carry-Step
    END-IF
    ADD 1 TO Step-Number
    MOVE "PE-DISTRIBUTE" TO Step-Program
    MOVE "C" TO Step-On-Fail
    IF NOT Chain-Stopped AND NOT Skip-Dependents
        PERFORM Run-Or-Carry-Step
    END-IF
    ADD 1 TO Step-Number
    MOVE "PE-LEDGER" TO Step-Program
    MOVE "C" TO Step-On-Fail
    IF NOT Chain-Stopped AND NOT Skip-Dependents
        PERFORM Run-Or-Carry-Step
    END-IF.

*> Runs one registered calculation program; an entry parked inactive
*> is passed by without a step line, as a program not in the chain.
Run-Registry-Step.
    IF RGT-ACTIVE(Reg-Idx)
        ADD 1 TO Step-Number
        MOVE RGT-PROGRAM(Reg-Idx) TO Step-Program
        MOVE "S" TO Step-On-Fail
        IF NOT Chain-Stopped AND NOT Skip-Dependents
            PERFORM Run-Or-Carry-Step
        END-IF
    END-IF.

*> Tables the problem registry. A missing or empty registry falls
*> back to the built-in entries with a note, so the night's
*> calculation programs still run; registry records beyond the
*> table, or with no problem id or program, are noted and left out.
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
        MOVE "NOT AVAILABLE - BUILT-IN ENTRIES USED, COUNT=" TO RNL-TEXT
        MOVE Reg-Count TO RNL-COUNT
        WRITE SUMMARY-RPT-RECORD FROM Registry-Note-Line
        SET Alert-Warning TO TRUE
        MOVE "REGMISS" TO Alert-Code
        MOVE "PROBLEM REGISTRY NOT AVAILABLE - BUILT-IN ENTRIES USED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Reg-Overflow-Count > 0
        MOVE "RECORDS BEYOND TABLE IGNORED, COUNT=" TO RNL-TEXT
        MOVE Reg-Overflow-Count TO RNL-COUNT
        WRITE SUMMARY-RPT-RECORD FROM Registry-Note-Line
    END-IF
    IF Reg-Blank-Count > 0
        MOVE "RECORDS MISSING ID OR PROGRAM IGNORED, COUNT=" TO RNL-TEXT
        MOVE Reg-Blank-Count TO RNL-COUNT
        WRITE SUMMARY-RPT-RECORD FROM Registry-Note-Line
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

*> Carries the staged step when this is a restart, the resume point
*> has not been reached yet, and the chain-state file shows this
*> same program completed at this position; otherwise the resume
*> point is here and the step is run.
Run-Or-Carry-Step.
    MOVE "N" TO Step-Carried-Sw
    IF Restart-Active AND NOT Resume-Reached
            AND Step-Number NOT > State-Max-Entries
        IF CST-STEP-COMPLETED(Step-Number)
                AND CST-PROGRAM(Step-Number) = Step-Program
            SET Step-Carried TO TRUE
        END-IF
    END-IF
    IF Step-Carried
        PERFORM Log-Carried-Step
    ELSE
        SET Resume-Reached TO TRUE
        PERFORM Run-One-Program
    END-IF.

*> Logs a step carried from the earlier attempt, with that attempt's
*> times and outcome. It is not written to the step history or the
*> chain-state file again - both already hold it.
Log-Carried-Step.
    MOVE CST-START-TIME(Step-Number) TO Step-Start-Time(1:6)
    MOVE CST-END-TIME(Step-Number)   TO Step-End-Time(1:6)
    MOVE CST-OUTCOME(Step-Number)    TO Step-Status-Desc
    SET CST-IN-THIS-CHAIN(Step-Number) TO TRUE
    ADD 1 TO Steps-Carried-Count
    PERFORM Write-Step-Log-Line.

*> CALLs the staged program with the status area, clocks it in and
*> out, logs the step, and honors the on-failure action when it
*> failed (or could not be found): C continues the chain, D lets the
*> chain read on but skips every later step, anything else (S, or an
*> unkeyed action - fail safe) stops the chain and flags the summary.
*> A failed step is raised on the alert file under its own name.
Run-One-Program.
    ACCEPT Step-Start-Time FROM TIME
    MOVE "N" TO Step-Failed-Sw
            MOVE "NOT FOUND" TO Step-Status-Desc
    END-CALL
    ACCEPT Step-End-Time FROM TIME
    MOVE PGM-RETURN-STATUS TO Step-Return-Status
    IF Step-Failed
        MOVE "12" TO Step-Return-Status
    END-IF
    IF Step-Number NOT > State-Max-Entries
        MOVE Step-Program TO CST-PROGRAM(Step-Number)
        SET CST-IN-THIS-CHAIN(Step-Number) TO TRUE
    END-IF
    ADD 1 TO Steps-Run-Count
    IF NOT Step-Failed
        EVALUATE TRUE
            WHEN PGM-STATUS-FAILED
    PERFORM Write-Step-Log-Line
    IF Step-Failed
        SET Any-Step-Failed TO TRUE
        SET Alert-Critical TO TRUE
        MOVE "STEPFAIL" TO Alert-Code
        MOVE SPACES TO Alert-Text
        STRING "STEP " DELIMITED BY SIZE
            Step-Program DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            Step-Status-Desc DELIMITED BY "  "
            " - SEE SUMRPTFILE" DELIMITED BY SIZE
            INTO Alert-Text
        END-STRING
        PERFORM Write-Alert
        EVALUATE Step-On-Fail
            WHEN "C"
                CONTINUE
        END-EVALUATE
    END-IF.

*> Logs a step, with its start and end times and whether it ran now
*> or was carried; a step dispatched by this attempt also goes to
*> the step history and the chain-state file.
Write-Step-Log-Line.
    MOVE Step-Program     TO SLL-PROGRAM
    MOVE SST-HH           TO SLL-START-HH
    MOVE SET-MM           TO SLL-END-MM
    MOVE SET-SS           TO SLL-END-SS
    MOVE Step-Status-Desc TO SLL-STATUS
    IF Step-Carried
        MOVE "CARRIED" TO SLL-MODE
    ELSE
        MOVE "RUN-NOW" TO SLL-MODE
    END-IF
    WRITE SUMMARY-RPT-RECORD FROM Step-Log-Line

    IF NOT Step-Carried
        PERFORM Write-Step-Hist-Record
        PERFORM Write-Chain-State-Record
    END-IF.

*> Appends the staged step to the chain-state file, opened and closed
*> around the one record so the step is on file even if a later step
*> abends the chain. A step completed when it was run and did not
*> fail; a step passed over unrun carries a blank status.
Write-Chain-State-Record.
    IF State-File-Usable
        OPEN EXTEND CHAIN-STATE-FILE
        IF State-File-Status NOT = "00"
            OPEN OUTPUT CHAIN-STATE-FILE
        END-IF
        IF State-File-Status = "00"
            MOVE State-Run-Date     TO CHS-RUN-DATE
            MOVE State-Run-Cycle    TO CHS-RUN-CYCLE
            MOVE Step-Number        TO CHS-STEP-NO
            MOVE Step-Program       TO CHS-PROGRAM
            MOVE Step-Start-Time(1:6) TO CHS-START-TIME
            MOVE Step-End-Time(1:6) TO CHS-END-TIME
            MOVE Step-Return-Status TO CHS-RETURN-STATUS
            MOVE Step-Status-Desc   TO CHS-OUTCOME
            IF Step-Return-Status NOT = SPACES AND NOT Step-Failed
                MOVE "Y" TO CHS-COMPLETED-SW
            ELSE
                MOVE "N" TO CHS-COMPLETED-SW
            END-IF
            WRITE CHAIN-STATE-RECORD
            CLOSE CHAIN-STATE-FILE
        END-IF
    END-IF.

*> Writes the staged step's timing to the step-history file in the
*> shared STEPHIST layout - skipped quietly when the history file
        PERFORM Compute-Elapsed-Secs
        MOVE Elapsed-Secs-Work TO SH-ELAPSED-SECS
        MOVE Step-Status-Desc  TO SH-OUTCOME
        MOVE State-Run-Cycle   TO SH-RUN-CYCLE
        WRITE STEP-HIST-RECORD
    END-IF.

Log-Unrun-Step.
    ACCEPT Step-Start-Time FROM TIME
    MOVE Step-Start-Time TO Step-End-Time
    MOVE "N" TO Step-Carried-Sw
    MOVE "N" TO Step-Failed-Sw
    MOVE SPACES TO Step-Return-Status
    PERFORM Write-Step-Log-Line.

*> Reads back the records this chain's programs added to CONS-FILE -
*> those past the earlier cycles' records Start-Chain-State carried -
*> and writes one summary line per program to SUMMARY-RPT-FILE. On a
*> restart the file also holds the earlier attempt's records, so it
*> is read through the consolidation table instead. A program whose
*> record names another cycle than this chain's was handed a batch
*> header for that cycle; it is reported, noted, and raised, since
*> PE-RECON will balance it under the cycle it names.
Build-Summary.
    IF Restart-Active
        PERFORM Build-Restart-Summary
    ELSE
        OPEN INPUT CONS-FILE
        PERFORM Read-Cons-Record
        PERFORM Write-Summary-Line UNTIL Cons-Eof
        CLOSE CONS-FILE
    END-IF
    IF Cycle-Mismatch-Count > 0
        MOVE "PROGRAMS REPORTING ANOTHER CYCLE, COUNT=" TO CNL-TEXT
        MOVE Cycle-Mismatch-Count TO CNL-COUNT
        WRITE SUMMARY-RPT-RECORD FROM Cycle-Note-Line
        SET Alert-Warning TO TRUE
        MOVE "CYCLMISM" TO Alert-Code
        MOVE Cycle-Mismatch-Count TO Alert-Count
        MOVE "PROGRAM BATCH HEADER NAMED ANOTHER CYCLE THAN CHAINCTL"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF.

*> Tables CONS-FILE one entry per program for a restarted chain's
*> cycle, rewrites the file from the table so PE-RECON balances the
*> same records the summary reports, and writes the summary lines
*> from it. The run date's other cycles are tabled and written back
*> as they were, without summary lines. Records beyond the table, of
*> another date, or for a program this chain neither carried nor ran,
*> are noted and left out.
Build-Restart-Summary.
    OPEN INPUT CONS-FILE
    IF Cons-File-Status = "00"
        PERFORM Read-Cons-Record
        PERFORM Store-Cons-Entry UNTIL Cons-Eof
        CLOSE CONS-FILE
    END-IF
    OPEN OUTPUT CONS-FILE
    PERFORM Write-Cons-Entry
        VARYING Cons-Idx FROM 1 BY 1
        UNTIL Cons-Idx > Cons-Count
    CLOSE CONS-FILE
    IF Cons-Dropped-Count > 0
        MOVE "CONS RECORDS NOT IN THIS CHAIN LEFT OUT, COUNT=" TO RSN-TEXT
        MOVE Cons-Dropped-Count TO RSN-COUNT
        WRITE SUMMARY-RPT-RECORD FROM Restart-Note-Line
    END-IF
    IF Cons-Overflow-Count > 0
        MOVE "CONS RECORDS BEYOND TABLE LEFT OUT, COUNT=" TO RSN-TEXT
        MOVE Cons-Overflow-Count TO RSN-COUNT
        WRITE SUMMARY-RPT-RECORD FROM Restart-Note-Line
    END-IF.

*> Tables the CONS record in the buffer - replacing the program's
*> earlier record for the cycle when it has one - then reads the
*> next.
Store-Cons-Entry.
    IF CR-RUN-CYCLE = State-Run-Cycle
        PERFORM Check-Cons-In-Chain
    ELSE
        MOVE "N" TO Cons-Keep-Sw
        IF CR-RUN-DATE = State-Run-Date
            SET Cons-Keep TO TRUE
        END-IF
    END-IF
    IF Cons-Keep
        MOVE 0 TO Cons-Slot
        PERFORM Match-Cons-Entry
            VARYING Cons-Idx FROM 1 BY 1
            UNTIL Cons-Idx > Cons-Count OR Cons-Slot > 0
        EVALUATE TRUE
            WHEN Cons-Slot > 0
                MOVE CONS-RESULT-RECORD TO Cons-Entry(Cons-Slot)
            WHEN Cons-Count < Cons-Max-Entries
                ADD 1 TO Cons-Count
                MOVE CONS-RESULT-RECORD TO Cons-Entry(Cons-Count)
            WHEN OTHER
                ADD 1 TO Cons-Overflow-Count
        END-EVALUATE
    ELSE
        ADD 1 TO Cons-Dropped-Count
    END-IF
    PERFORM Read-Cons-Record.

Match-Cons-Entry.
    IF Cons-Entry(Cons-Idx)(1:20) = CR-PROGRAM-NAME
            AND Cons-Entry(Cons-Idx)(59:1) = CR-RUN-CYCLE
            AND CR-RUN-CYCLE = State-Run-Cycle
        MOVE Cons-Idx TO Cons-Slot
    END-IF.

*> Keeps a CONS record only for a program this chain carried or ran.
Check-Cons-In-Chain.
    MOVE "N" TO Cons-Keep-Sw
    PERFORM Match-Chain-Step
        VARYING Cons-Idx FROM 1 BY 1
        UNTIL Cons-Idx > Step-Number OR Cons-Idx > State-Max-Entries
                OR Cons-Keep.

Match-Chain-Step.
    IF CST-IN-THIS-CHAIN(Cons-Idx)
            AND CST-PROGRAM(Cons-Idx) = CR-PROGRAM-NAME
        SET Cons-Keep TO TRUE
    END-IF.

*> Writes one consolidated program back to CONS-FILE and reports it
*> when it is the restarted cycle's.
Write-Cons-Entry.
    MOVE Cons-Entry(Cons-Idx) TO CONS-RESULT-RECORD
    WRITE CONS-RESULT-RECORD
    IF CR-RUN-CYCLE = State-Run-Cycle
        MOVE CR-PROGRAM-NAME  TO SL-PROGRAM-NAME
        MOVE CR-REQUEST-COUNT TO SL-REQUEST-COUNT
        MOVE CR-GRAND-TOTAL   TO SL-GRAND-TOTAL
        MOVE CR-REJECT-COUNT  TO SL-REJECT-COUNT
        WRITE SUMMARY-RPT-RECORD FROM Summary-Line
        ADD 1 TO Program-Count
    END-IF.

*> Reads the next program's result off CONS-FILE.
Read-Cons-Record.

*> Writes one program's result to the consolidated report, then reads
*> the next one, so the batch is looped by PERFORMing this paragraph
*> rather than an inline block. The earlier cycles' records at the
*> front of the file are read past.
Write-Summary-Line.
    ADD 1 TO Cons-Read-Count
    IF Cons-Read-Count > Cons-Carried-Count
        IF CR-RUN-CYCLE NOT = State-Run-Cycle
            ADD 1 TO Cycle-Mismatch-Count
        END-IF
        MOVE CR-PROGRAM-NAME  TO SL-PROGRAM-NAME
        MOVE CR-REQUEST-COUNT TO SL-REQUEST-COUNT
        MOVE CR-GRAND-TOTAL   TO SL-GRAND-TOTAL
        MOVE CR-REJECT-COUNT  TO SL-REJECT-COUNT
        WRITE SUMMARY-RPT-RECORD FROM Summary-Line
        ADD 1 TO Program-Count
    END-IF

    PERFORM Read-Cons-Record.

*> Writes the trailer - flagged when the chain was stopped on a
*> failed step, so the summary cannot be read as a clean night, and
*> raised on the alert file - and closes the report.
Term-Run.
    MOVE Program-Count TO ST-PROGRAM-COUNT
    WRITE SUMMARY-RPT-RECORD FROM Summary-Trailer
    IF Restart-Active
        MOVE Steps-Run-Count     TO RST-RUN-COUNT
        MOVE Steps-Carried-Count TO RST-CARRIED-COUNT
        WRITE SUMMARY-RPT-RECORD FROM Restart-Trailer
    END-IF
    IF Chain-Stopped
        WRITE SUMMARY-RPT-RECORD FROM Chain-Flag-Line
        SET Alert-Critical TO TRUE
        MOVE "CHAINSTP" TO Alert-Code
        MOVE "CHAIN STOPPED ON A FAILED STEP - LATER STEPS NOT RUN"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF

    PERFORM Write-Chain-Hist-Record
*> Writes the night's *CHAIN* history record - the whole run from
*> before the first step to after the last, clocked out here, with
*> the worst outcome any step had - by staging it through the same
*> step fields Write-Step-Hist-Record formats from. A restarted
*> chain's record covers this attempt only (the earlier attempt
*> wrote its own), and its outcome judges only the steps run now.
Write-Chain-Hist-Record.
    MOVE "*CHAIN*" TO Step-Program
    MOVE Chain-Start-Time TO Step-Start-Time
            MOVE "STOPPED" TO Step-Status-Desc
        WHEN Any-Step-Failed
            MOVE "FAILED STEPS" TO Step-Status-Desc
        WHEN Restart-Active
            MOVE "RESTARTED" TO Step-Status-Desc
        WHEN OTHER
            MOVE "OK" TO Step-Status-Desc
    END-EVALUATE
    PERFORM Write-Step-Hist-Record.

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
        MOVE "PE-DRIVER" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
