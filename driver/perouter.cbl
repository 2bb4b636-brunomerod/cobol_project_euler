*> them from scratch, so combined and direct submissions are not
*> mixed in one run.
*>
*> Which problem ids are routed, to which transaction file, and in
*> which record shape comes from the problem registry (PROBREG,
*> layout in the PROBREG copybook), so a new problem program is
*> routed by adding its registry record. Each active problem's
*> transaction file is built on its own pass of the intake once the
*> intake has been verified and every detail slotted in the cross-
*> reference, so any number of problems is routed through one
*> transaction-file FD.
*>
*>*********************************

IDENTIFICATION DIVISION.
*>             and turnaround tracking, so a department submitting
*>             through the combined intake can mark a request urgent
*>             the same as one keying TRAN-FILE directly.
*> 2026-10-15  PE01 details carry an eight-position MAXN, on the
*>             intake and on the routed TRAN-FILE detail, following
*>             PROJECT-EULER-01's wider MAXN; the routed TRAN-FILE
*>             trailer's MAXN hash is twelve digits to match.
*> 2026-10-15  Routing driven by the problem registry (PROBREG)
*>             instead of an EVALUATE on PE01/PE02: an unregistered
*>             problem id is rejected as before, an inactive one with
*>             its own reason, and each active problem's transaction
*>             file is written on its own pass of the intake under
*>             the file name and record shape its registry record
*>             gives. The report lists the routed count per problem.
*> 2026-10-15  Department edits against the department master are
*>             left to the calculation programs, which send a failed
*>             detail round the reject-recycle loop; the router routes
*>             it as usual. Reject lines now carry a four-character
*>             reject code beside the reason, the same codes the
*>             calculation programs put on their recycle records
*>             where they correspond.
*> 2026-10-15  A rejected or out-of-balance intake batch, intake
*>             rejects, and a missing problem registry are also
*>             raised on the shared alert file (ALERTREC copybook).
*> 2026-10-15  Intraday cycles. The intake header carries a cycle
*>             number (1-9, blank read as 1) after its date; a cycle
*>             that is neither is rejected like an unreadable date.
*>             The header must still be dated today. The cycle is
*>             written on every routed transaction file's header, for
*>             the calculation programs to check and carry, and shown
*>             on the batch control line.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Intake-File-Status.

    SELECT ROUTE-OUT-FILE ASSIGN USING Route-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Route-File-Status.

    SELECT PROB-REG-FILE ASSIGN TO "PROBREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Reg-File-Status.

    SELECT XREF-FILE ASSIGN TO "XREFFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  INTAKE-FILE.
    05  INT-DETAIL-BODY.
        10  INT-PROBLEM-ID      PIC X(04).
        10  INT-DEPT            PIC X(04).
        10  INT-MAXN-BODY.
            15  INT-MAXN            PIC X(08).
            15  INT-DIV-COUNT       PIC X(02).
            15  INT-DIVISORS        PIC X(40).
            15  INT-PRIORITY        PIC X(01).
            15  INT-REQ-BY          PIC X(08).
        10  INT-VALUE-BODY REDEFINES INT-MAXN-BODY.
            15  INT-VALUE           PIC X(09).
            15  FILLER              PIC X(50).
    05  INT-HEADER-BODY REDEFINES INT-DETAIL-BODY.
        10  INT-HDR-DATE        PIC 9(8).
        10  INT-HDR-CYCLE       PIC X(1).
            88  Int-Hdr-Cycle-Blank     VALUE SPACE.
            88  Int-Hdr-Cycle-Keyed     VALUE "1" THRU "9".
        10  FILLER              PIC X(58).
    05  INT-TRAILER-BODY REDEFINES INT-DETAIL-BODY.
        10  INT-TRL-COUNT       PIC 9(6).
        10  INT-TRL-HASH        PIC 9(12).
        10  FILLER              PIC X(49).

*> The per-program transaction records this program writes, one
*> record description per registry layout: the M shape matches the
*> TRAN-FILE FD in PROJECT-EULER-01 and the V shape the TRANFILE2 FD
*> in PROJECT-EULER-02 record for record - the router is a writer of
*> those files, so these layouts must move with theirs. The file
*> name is the registry entry's transaction file, staged into
*> Route-File-Name before each open.
FD  ROUTE-OUT-FILE.
01  ROUTE-M-RECORD.
    05  OUTM-REC-TYPE       PIC X(01).
    05  OUTM-DETAIL-BODY.
        10  OUTM-MAXN           PIC X(08).
        10  OUTM-DIV-COUNT      PIC X(02).
        10  OUTM-DIVISORS       PIC X(40).
        10  OUTM-DEPT           PIC X(04).
        10  OUTM-INTAKE-SEQ     PIC X(06).
        10  OUTM-PRIORITY       PIC X(01).
        10  OUTM-REQ-BY         PIC X(08).
    05  OUTM-HEADER-BODY REDEFINES OUTM-DETAIL-BODY.
        10  OUTM-HDR-DATE       PIC 9(8).
        10  OUTM-HDR-CYCLE      PIC X(1).
        10  FILLER              PIC X(60).
    05  OUTM-TRAILER-BODY REDEFINES OUTM-DETAIL-BODY.
        10  OUTM-TRL-COUNT      PIC 9(6).
        10  OUTM-TRL-HASH       PIC 9(12).
        10  FILLER              PIC X(51).
01  ROUTE-V-RECORD.
    05  OUTV-REC-TYPE       PIC X(01).
    05  OUTV-DETAIL-BODY.
        10  OUTV-VALUE          PIC X(09).
        10  OUTV-DEPT           PIC X(04).
        10  OUTV-INTAKE-SEQ     PIC X(06).
    05  OUTV-HEADER-BODY REDEFINES OUTV-DETAIL-BODY.
        10  OUTV-HDR-DATE       PIC 9(8).
        10  OUTV-HDR-CYCLE      PIC X(1).
        10  FILLER              PIC X(10).
    05  OUTV-TRAILER-BODY REDEFINES OUTV-DETAIL-BODY.
        10  OUTV-TRL-COUNT      PIC 9(6).
        10  OUTV-TRL-HASH       PIC 9(12).
        10  FILLER              PIC X(01).

FD  PROB-REG-FILE.
    COPY PROBREG.

FD  XREF-FILE.
    COPY XREFREC.

FD  INT-RPT-FILE.
01  INT-RPT-RECORD              PIC X(80).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Intake-File-Status PIC X(02) VALUE "00".
01 Route-File-Status PIC X(02) VALUE "00".
01 Reg-File-Status  PIC X(02) VALUE "00".
01 Xref-File-Status PIC X(02) VALUE "00".
01 Rej-File-Status  PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Intake-Eof-Sw    PIC X(01) VALUE "N".
    88  Intake-Eof              VALUE "Y".
01 Intake-Open-Sw   PIC X(01) VALUE "N".
    88  Intake-File-Opened      VALUE "Y".
01 Reg-Eof-Sw       PIC X(01) VALUE "N".
    88  Reg-Eof                 VALUE "Y".

*> The problem registry, loaded once up front.
COPY PROBTAB.

*> What was routed to each registry entry's transaction file on the
*> main pass - the count and value hash its trailer carries - indexed
*> the same as the registry table.
01 Route-Tally-Table.
    05  Route-Tally-Entry OCCURS 20 TIMES.
        10  RTT-ROUTED-COUNT    PIC 9(6).
        10  RTT-HASH-TOTAL      PIC 9(12).
01 Route-File-Name  PIC X(12) VALUE SPACES.

*> State for a per-problem copy pass over the intake: it numbers the
*> details exactly as the main pass did (every detail ahead of the
*> trailer), so a routed detail carries the intake sequence its
*> cross-reference slot was written under.
01 Pass-Eof-Sw      PIC X(01) VALUE "N".
    88  Pass-Eof                VALUE "Y".
01 Pass-Trailer-Sw  PIC X(01) VALUE "N".
    88  Pass-Trailer-Seen       VALUE "Y".
01 Pass-Seq         PIC 9(6) VALUE 0.

*> Intake batch-control state, the same rules the calculation
*> programs enforce on their own transaction files: the header must
01 Detail-Read-Count PIC 9(6) VALUE 0.
01 Value-Hash-Total PIC 9(12) VALUE 0.

*> The intake's intraday cycle, off its header; cycle 1 when the
*> header carries none (keyed before cycles were) or could not be
*> read, so the routed files always carry a valid one.
01 Intake-Cycle     PIC X(1) VALUE "1".

01 Intake-Seq       PIC 9(6) VALUE 0.
01 Routed-Count     PIC 9(6) VALUE 0.
01 Intake-Reject-Count PIC 9(6) VALUE 0.
01 Maxn-Work        PIC 9(8) VALUE 0.
01 Value-Work       PIC 9(9) VALUE 0.
01 Reject-Reason    PIC X(30) VALUE SPACES.
01 Reject-Code      PIC X(4) VALUE SPACES.

01 Reject-Line.
    05  FILLER              PIC X(08) VALUE "INTAKE #".
    05  RJL-PROBLEM-ID      PIC X(4).
    05  FILLER              PIC X(07) VALUE "  DEPT=".
    05  RJL-DEPT            PIC X(4).
    05  FILLER              PIC X(07) VALUE "  CODE=".
    05  RJL-CODE            PIC X(4).
    05  FILLER              PIC X(09) VALUE "  REASON=".
    05  RJL-REASON          PIC X(30).

    05  FILLER              PIC X(52) VALUE
        "NO INTAKE FILE - PER-PROGRAM FILES LEFT AS SUPPLIED".

01 Registry-Note-Line.
    05  FILLER              PIC X(10) VALUE "REGISTRY: ".
    05  RNL-TEXT            PIC X(46).
    05  RNL-COUNT           PIC ZZZ9.

01 Problem-Route-Line.
    05  FILLER              PIC X(10) VALUE "  PROBLEM=".
    05  PRL-PROBLEM-ID      PIC X(4).
    05  FILLER              PIC X(06) VALUE "  PGM=".
    05  PRL-PROGRAM         PIC X(20).
    05  FILLER              PIC X(07) VALUE "  FILE=".
    05  PRL-FILE            PIC X(12).
    05  FILLER              PIC X(09) VALUE "  ROUTED=".
    05  PRL-ROUTED          PIC ZZZZZ9.

01 Report-Trailer.
    05  FILLER              PIC X(15) VALUE "DETAILS READ: ".
    05  RT-READ-COUNT       PIC ZZZZZ9.
    05  FILLER              PIC X(10) VALUE "  ROUTED=".
    05  RT-ROUTED-COUNT     PIC ZZZZZ9.
    05  FILLER              PIC X(12) VALUE "  REJECTED=".
    05  RT-REJECT-COUNT     PIC ZZZZZ9.

01 Report-Trailer-2.
    05  FILLER              PIC X(15) VALUE "BATCH CONTROL: ".
    05  RT2-BALANCE         PIC X(14).
    05  FILLER              PIC X(09) VALUE "  CYCLE: ".
    05  RT2-CYCLE           PIC X(1).

LINKAGE SECTION.
COPY PGMSTAT.
    PERFORM Route-Intake-Record
    PERFORM Read-Intake-Record.

*> Opens the report, loads the problem registry, and, when an intake
*> file is supplied, the cross-reference and the intake reject file;
*> then verifies the intake header. The per-program transaction files
*> are written once the main pass is done (Build-Routed-Files). With
*> no intake file nothing is opened OUTPUT, so transaction files
*> keyed directly are left exactly as supplied.
Init-Run.
    ACCEPT Run-Date FROM DATE YYYYMMDD
    MOVE Run-Date-MM   TO RH2-MM
    WRITE INT-RPT-RECORD FROM Report-Header-1
    WRITE INT-RPT-RECORD FROM Report-Header-2

    PERFORM Load-Problem-Registry
    MOVE ZEROS TO Route-Tally-Table

    OPEN INPUT INTAKE-FILE
    IF Intake-File-Status = "00"
        SET Intake-File-Opened TO TRUE
    END-IF

    IF Intake-File-Opened
        OPEN OUTPUT XREF-FILE
        OPEN OUTPUT INT-REJ-FILE
        PERFORM Verify-Intake-Header
        IF NOT Batch-Rejected AND NOT Intake-Eof
            PERFORM Read-Intake-Record
        END-IF
    END-IF.

*> Tables the problem registry. A missing or empty registry falls
*> back to the built-in entries with a note; registry records beyond
*> the table, or with no problem id or program, are noted and left
*> out rather than routed to nowhere.
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
        WRITE INT-RPT-RECORD FROM Registry-Note-Line
        SET Alert-Warning TO TRUE
        MOVE "REGMISS" TO Alert-Code
        MOVE "PROBLEM REGISTRY NOT AVAILABLE - BUILT-IN ENTRIES USED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Reg-Overflow-Count > 0
        MOVE "RECORDS BEYOND TABLE IGNORED, COUNT=" TO RNL-TEXT
        MOVE Reg-Overflow-Count TO RNL-COUNT
        WRITE INT-RPT-RECORD FROM Registry-Note-Line
    END-IF
    IF Reg-Blank-Count > 0
        MOVE "RECORDS MISSING ID OR PROGRAM IGNORED, COUNT=" TO RNL-TEXT
        MOVE Reg-Blank-Count TO RNL-COUNT
        WRITE INT-RPT-RECORD FROM Registry-Note-Line
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

*> Finds the registry entry for the current detail's problem id,
*> leaving its subscript in Reg-Slot - or zero when the id is not
*> registered.
Find-Registry-Problem.
    MOVE 0 TO Reg-Slot
    PERFORM Match-Registry-Problem
        VARYING Reg-Idx FROM 1 BY 1
        UNTIL Reg-Idx > Reg-Count OR Reg-Slot > 0.

Match-Registry-Problem.
    IF RGT-PROBLEM-ID(Reg-Idx) = INT-PROBLEM-ID
        MOVE Reg-Idx TO Reg-Slot
    END-IF.

*> The first intake record must be an "H" header carrying this run's
*> date, the same rule the calculation programs apply to their own
*> files, and a cycle of 1-9 (blank reads as 1). A header that is
*> missing, unreadable, or stale rejects the whole intake before any
*> detail is routed; an empty file is the fully-truncated transfer
*> and is rejected the same way. Whether the cycle has already run
*> today is for the calculation programs to judge off their own run
*> locks.
Verify-Intake-Header.
    READ INTAKE-FILE
        AT END
                WHEN INT-HDR-DATE NOT = Run-Date-Num
                    MOVE "INTAKE HEADER DATE STALE" TO Reject-Reason
                    PERFORM Reject-Whole-Intake
                WHEN Int-Hdr-Cycle-Keyed
                    MOVE INT-HDR-CYCLE TO Intake-Cycle
                WHEN NOT Int-Hdr-Cycle-Blank
                    MOVE "INTAKE HEADER CYCLE UNREADABLE" TO Reject-Reason
                    PERFORM Reject-Whole-Intake
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    MOVE 0 TO RJL-SEQ
    MOVE SPACES TO RJL-PROBLEM-ID
    MOVE SPACES TO RJL-DEPT
    PERFORM Derive-Reject-Code
    MOVE Reject-Code TO RJL-CODE
    MOVE Reject-Reason TO RJL-REASON
    WRITE INT-REJ-RECORD FROM Reject-Line
    PERFORM Reject-Intake-Record UNTIL Intake-Eof
            PERFORM Log-Balance-Exception
    END-EVALUATE.

*> Routes one detail by its problem id's registry entry: the request
*> value (read under the entry's layout) is folded into that entry's
*> trailer hash and the intake's own, the entry's routed count goes
*> up, and the cross-reference gets a routed slot; the detail itself
*> goes onto the entry's transaction file on that file's own pass
*> (Build-Routed-Files). An unregistered problem id - the wrong-file
*> keying mistake this program exists to stop - and one whose entry
*> is parked inactive are rejected here, with the cross-reference
*> slot marked so the combined answer file still answers the
*> submitter. The department is not edited here: the calculation
*> program's Validate-Dept does that, so a department failure goes
*> round the reject-recycle loop for correction.
Route-One-Detail.
    PERFORM Find-Registry-Problem
    EVALUATE TRUE
        WHEN Reg-Slot = 0
            MOVE "UNRECOGNIZED PROBLEM ID" TO Reject-Reason
            PERFORM Reject-Intake-Detail
        WHEN NOT RGT-ACTIVE(Reg-Slot)
            MOVE "PROBLEM ID NOT ACTIVE" TO Reject-Reason
            PERFORM Reject-Intake-Detail
        WHEN OTHER
            ADD 1 TO Routed-Count
            ADD 1 TO RTT-ROUTED-COUNT(Reg-Slot)
            IF RGT-MAXN-LAYOUT(Reg-Slot)
                IF INT-MAXN IS NUMERIC
                    MOVE INT-MAXN TO Maxn-Work
                    ADD Maxn-Work TO RTT-HASH-TOTAL(Reg-Slot)
                    ADD Maxn-Work TO Value-Hash-Total
                END-IF
            ELSE
                IF INT-VALUE IS NUMERIC
                    MOVE INT-VALUE TO Value-Work
                    ADD Value-Work TO RTT-HASH-TOTAL(Reg-Slot)
                    ADD Value-Work TO Value-Hash-Total
                END-IF
            END-IF
            PERFORM Write-Routed-Xref
    END-EVALUATE.

*> Boils the reject reason down to a four-character code for the
*> reject line:
*>   PUNK  problem id not registered
*>   PINA  problem id registered but not active
*>   BTCH  intake batch control (header, trailer, balance)
Derive-Reject-Code.
    EVALUATE TRUE
        WHEN Reject-Reason = "UNRECOGNIZED PROBLEM ID"
            MOVE "PUNK" TO Reject-Code
        WHEN Reject-Reason = "PROBLEM ID NOT ACTIVE"
            MOVE "PINA" TO Reject-Code
        WHEN OTHER
            MOVE "BTCH" TO Reject-Code
    END-EVALUATE.

*> Writes the cross-reference slot for a routed detail, carrying the
    MOVE Intake-Seq     TO XRF-SEQ
    MOVE INT-PROBLEM-ID TO XRF-PROBLEM-ID
    MOVE INT-DEPT       TO XRF-DEPT
    PERFORM Pick-Xref-Value
    SET XRF-ROUTED TO TRUE
    MOVE SPACES TO XRF-REASON
    WRITE XREF-RECORD.

*> Picks the value column for the cross-reference by the registry
*> layout of the entry in Reg-Slot, so the department reads back the
*> value it keyed; an unregistered id can only show the detail's
*> leading bytes.
Pick-Xref-Value.
    MOVE SPACES TO XRF-VALUE
    EVALUATE TRUE
        WHEN Reg-Slot = 0
            MOVE INT-MAXN-BODY(1:9) TO XRF-VALUE
        WHEN RGT-MAXN-LAYOUT(Reg-Slot)
            MOVE INT-MAXN TO XRF-VALUE
        WHEN OTHER
            MOVE INT-VALUE TO XRF-VALUE
    END-EVALUATE.

*> Rejects one intake detail (an unregistered or inactive problem id,
*> or a detail of a wholly rejected intake): a reject line for
*> operations and a rejected cross-reference slot so the combined
*> answer file still carries the submitter's answer-shaped rejection.
Reject-Intake-Detail.
    ADD 1 TO Intake-Reject-Count
    MOVE Intake-Seq     TO RJL-SEQ
    MOVE INT-PROBLEM-ID TO RJL-PROBLEM-ID
    MOVE INT-DEPT       TO RJL-DEPT
    PERFORM Derive-Reject-Code
    MOVE Reject-Code    TO RJL-CODE
    MOVE Reject-Reason  TO RJL-REASON
    WRITE INT-REJ-RECORD FROM Reject-Line

    MOVE Intake-Seq     TO XRF-SEQ
    MOVE INT-PROBLEM-ID TO XRF-PROBLEM-ID
    MOVE INT-DEPT       TO XRF-DEPT
    PERFORM Find-Registry-Problem
    PERFORM Pick-Xref-Value
    SET XRF-INTAKE-REJECT TO TRUE
    MOVE Reject-Reason  TO XRF-REASON
    WRITE XREF-RECORD.
    MOVE 0 TO RJL-SEQ
    MOVE SPACES TO RJL-PROBLEM-ID
    MOVE SPACES TO RJL-DEPT
    PERFORM Derive-Reject-Code
    MOVE Reject-Code TO RJL-CODE
    MOVE Reject-Reason TO RJL-REASON
    WRITE INT-REJ-RECORD FROM Reject-Line.

*> Closes out the split: the intake is closed and each active
*> problem's transaction file is built from it; then the router's own
*> counts, the per-problem routed counts, and the balance verdict go
*> on the report. With no intake file only the report is open. A
*> rejected or out-of-balance batch and any intake rejects are raised
*> on the alert file as well.
Term-Run.
    IF Intake-File-Opened
        CLOSE INTAKE-FILE
        PERFORM Build-Routed-Files
            VARYING Reg-Idx FROM 1 BY 1
            UNTIL Reg-Idx > Reg-Count

        MOVE Detail-Read-Count   TO RT-READ-COUNT
        MOVE Routed-Count        TO RT-ROUTED-COUNT
        MOVE Intake-Reject-Count TO RT-REJECT-COUNT
        WRITE INT-RPT-RECORD FROM Report-Trailer
        PERFORM Write-Problem-Route-Line
            VARYING Reg-Idx FROM 1 BY 1
            UNTIL Reg-Idx > Reg-Count
        EVALUATE TRUE
            WHEN Batch-Rejected
                MOVE "BATCH REJECTED" TO RT2-BALANCE
                SET Alert-Error TO TRUE
                MOVE "BATCHREJ" TO Alert-Code
                MOVE "INTAKE BATCH REJECTED - NOTHING ROUTED, SEE INTRPTFILE"
                    TO Alert-Text
                PERFORM Write-Alert
            WHEN Batch-In-Balance
                MOVE "IN BALANCE"     TO RT2-BALANCE
            WHEN OTHER
                MOVE "OUT OF BALANCE" TO RT2-BALANCE
                SET Alert-Error TO TRUE
                MOVE "OUTBAL" TO Alert-Code
                MOVE "INTAKE BATCH OUT OF BALANCE ON THE ROUTING REPORT"
                    TO Alert-Text
                PERFORM Write-Alert
        END-EVALUATE
        MOVE Intake-Cycle TO RT2-CYCLE
        WRITE INT-RPT-RECORD FROM Report-Trailer-2
        IF Intake-Reject-Count > 0
            SET Alert-Warning TO TRUE
            MOVE "INTREJ" TO Alert-Code
            MOVE Intake-Reject-Count TO Alert-Count
            MOVE "INTAKE DETAILS REJECTED - NOT ROUTED, SEE INTRPTFILE"
                TO Alert-Text
            PERFORM Write-Alert
        END-IF

        CLOSE XREF-FILE
        CLOSE INT-REJ-FILE
    END-IF
    CLOSE INT-RPT-FILE.

*> Builds one active registry entry's transaction file from scratch:
*> a header carrying the run date and intake cycle the calculation
*> program will verify it against, the entry's details copied off a
*> fresh pass of the intake, and a trailer carrying the count and
*> hash the main pass tallied, so the calculation program's batch
*> control reconciles what this program built. Written even when the
*> intake rejected whole - just header and zero trailer - so the
*> calculation program sees a valid empty batch instead of leftovers
*> from an earlier night. An inactive entry's file is not touched.
Build-Routed-Files.
    IF RGT-ACTIVE(Reg-Idx)
        MOVE RGT-TRAN-FILE(Reg-Idx) TO Route-File-Name
        OPEN OUTPUT ROUTE-OUT-FILE
        IF RGT-MAXN-LAYOUT(Reg-Idx)
            MOVE SPACES TO ROUTE-M-RECORD
            MOVE "H" TO OUTM-REC-TYPE
            MOVE Run-Date-Num TO OUTM-HDR-DATE
            MOVE Intake-Cycle TO OUTM-HDR-CYCLE
            WRITE ROUTE-M-RECORD
        ELSE
            MOVE SPACES TO ROUTE-V-RECORD
            MOVE "H" TO OUTV-REC-TYPE
            MOVE Run-Date-Num TO OUTV-HDR-DATE
            MOVE Intake-Cycle TO OUTV-HDR-CYCLE
            WRITE ROUTE-V-RECORD
        END-IF

        IF NOT Batch-Rejected AND RTT-ROUTED-COUNT(Reg-Idx) > 0
            PERFORM Copy-Routed-Details
        END-IF

        IF RGT-MAXN-LAYOUT(Reg-Idx)
            MOVE SPACES TO ROUTE-M-RECORD
            MOVE "T" TO OUTM-REC-TYPE
            MOVE RTT-ROUTED-COUNT(Reg-Idx) TO OUTM-TRL-COUNT
            MOVE RTT-HASH-TOTAL(Reg-Idx)   TO OUTM-TRL-HASH
            WRITE ROUTE-M-RECORD
        ELSE
            MOVE SPACES TO ROUTE-V-RECORD
            MOVE "T" TO OUTV-REC-TYPE
            MOVE RTT-ROUTED-COUNT(Reg-Idx) TO OUTV-TRL-COUNT
            MOVE RTT-HASH-TOTAL(Reg-Idx)   TO OUTV-TRL-HASH
            WRITE ROUTE-V-RECORD
        END-IF
        CLOSE ROUTE-OUT-FILE
    END-IF.

*> One pass over the intake for the registry entry in Reg-Idx: the
*> header (already verified) is read past, then every detail ahead
*> of the trailer is numbered as the main pass numbered it and the
*> entry's own details written.
Copy-Routed-Details.
    MOVE "N" TO Pass-Eof-Sw
    MOVE "N" TO Pass-Trailer-Sw
    MOVE 0   TO Pass-Seq
    OPEN INPUT INTAKE-FILE
    PERFORM Read-Pass-Record
    IF NOT Pass-Eof
        PERFORM Read-Pass-Record
    END-IF
    PERFORM Copy-One-Pass-Record UNTIL Pass-Eof
    CLOSE INTAKE-FILE.

Read-Pass-Record.
    READ INTAKE-FILE
        AT END
            SET Pass-Eof TO TRUE
    END-READ.

*> Numbers and, when it belongs to this pass's entry, writes the
*> intake record in the buffer; then reads the next.
Copy-One-Pass-Record.
    EVALUATE TRUE
        WHEN Int-Detail-Rec AND NOT Pass-Trailer-Seen
            ADD 1 TO Pass-Seq
            IF INT-PROBLEM-ID = RGT-PROBLEM-ID(Reg-Idx)
                PERFORM Write-Routed-Detail
            END-IF
        WHEN Int-Trailer-Rec
            SET Pass-Trailer-Seen TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM Read-Pass-Record.

*> Writes the intake detail in the buffer onto the entry's
*> transaction file in the entry's record shape, stamped with its
*> intake sequence number.
Write-Routed-Detail.
    IF RGT-MAXN-LAYOUT(Reg-Idx)
        MOVE SPACES TO ROUTE-M-RECORD
        MOVE "D"             TO OUTM-REC-TYPE
        MOVE INT-MAXN        TO OUTM-MAXN
        MOVE INT-DIV-COUNT   TO OUTM-DIV-COUNT
        MOVE INT-DIVISORS    TO OUTM-DIVISORS
        MOVE INT-DEPT        TO OUTM-DEPT
        MOVE Pass-Seq        TO OUTM-INTAKE-SEQ
        MOVE INT-PRIORITY    TO OUTM-PRIORITY
        MOVE INT-REQ-BY      TO OUTM-REQ-BY
        WRITE ROUTE-M-RECORD
    ELSE
        MOVE SPACES TO ROUTE-V-RECORD
        MOVE "D"             TO OUTV-REC-TYPE
        MOVE INT-VALUE       TO OUTV-VALUE
        MOVE INT-DEPT        TO OUTV-DEPT
        MOVE Pass-Seq        TO OUTV-INTAKE-SEQ
        WRITE ROUTE-V-RECORD
    END-IF.

*> Lists one registry entry's routing for the night; an inactive
*> entry shows as not routed.
Write-Problem-Route-Line.
    MOVE RGT-PROBLEM-ID(Reg-Idx)   TO PRL-PROBLEM-ID
    MOVE RGT-PROGRAM(Reg-Idx)      TO PRL-PROGRAM
    IF RGT-ACTIVE(Reg-Idx)
        MOVE RGT-TRAN-FILE(Reg-Idx) TO PRL-FILE
    ELSE
        MOVE "(INACTIVE)"           TO PRL-FILE
    END-IF
    MOVE RTT-ROUTED-COUNT(Reg-Idx) TO PRL-ROUTED
    WRITE INT-RPT-RECORD FROM Problem-Route-Line.

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
        MOVE "PE-ROUTER" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
