       >>SOURCE FORMAT FREE
*>*********************************
*>
*> PE-TRACE - request lifecycle trace inquiry. When a department asks
*> what became of a request, the answer is spread over a dozen files:
*> the routing cross-reference (XREFFILE), the hold and approval files
*> (PENDFILE, APPRFILE), the reject-recycle files (RECYCLOUT/RECYCLIN
*> and their PROJECT-EULER-02 counterparts), the response files
*> (RESPFILE, RESPFILE2), the reject logs (for a request aged out of
*> the recycle loop), the combined answer file (COMBFILE), and the
*> audit history, live and archived (AUDITFILE, AUDITARCH). This job
*> reads them all for each inquiry on TRACEINQ and prints one
*> timeline per request found:
*>   - an inquiry names an intake sequence number ("S"), an original
*>     request number ("O"), or a department plus date range ("D");
*>     a problem id, a department, and a from/to date narrow any of
*>     them;
*>   - every record found for the request is listed in time order -
*>     routed, held, approved and by whom, rejected and why, sent for
*>     correction and on which cycle, answered (computed or served
*>     from the results master), delivered on the combined answer
*>     file. The audit history and the hold records carry dates; the
*>     working files do not, so their records follow the dated ones
*>     in the order the files hold them;
*>   - a closing disposition, with the number of correction cycles,
*>     and an explicit LOST flag for a request whose trail stops with
*>     no final disposition: not answered, not finally rejected, not
*>     delivered, and not waiting on approval, a rerun, or a
*>     correction.
*>
*> Original request numbers and intake sequence numbers are assigned
*> run by run, so an old request can share a number with a newer one;
*> the department, the problem id, and a date range on the inquiry
*> keep the audit history to the right request. Which audit run id
*> belongs to which problem id comes from the problem registry
*> (PROBREG).
*>
*>*********************************

IDENTIFICATION DIVISION.
PROGRAM-ID. PE-TRACE.
*> AUTHOR. Applications Development.
*> DATE-WRITTEN. October 15th 2026.
*>
*> Modification history:
*> 2026-10-15  Original version.
*> 2026-10-15  Requests traced as LOST, and inquiries rejected or
*>             finding nothing, are also raised on the shared alert
*>             file (ALERTREC copybook).
*> 2026-10-15  A request the calculation program sends for correction
*>             with the DUNK, DCLS or DAUT department code is shown
*>             open, awaiting the department fix.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRACE-INQ-FILE ASSIGN TO "TRACEINQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Inq-File-Status.

    SELECT TRACE-RPT-FILE ASSIGN TO "TRACERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT PROB-REG-FILE ASSIGN TO "PROBREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Reg-File-Status.

    SELECT XREF-FILE ASSIGN TO "XREFFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Scan-File-Status.

    SELECT PEND-FILE ASSIGN TO "PENDFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Scan-File-Status.

    SELECT APPR-FILE ASSIGN TO "APPRFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Scan-File-Status.

    SELECT RECYCLE-OUT ASSIGN TO "RECYCLOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Scan-File-Status.

    SELECT RECYCLE-IN ASSIGN TO "RECYCLIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Scan-File-Status.

    SELECT RECYCLE2-OUT ASSIGN TO "RECYCLOUT2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Scan-File-Status.

    SELECT RECYCLE2-IN ASSIGN TO "RECYCLIN2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Scan-File-Status.

    SELECT RESP-FILE ASSIGN TO "RESPFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Scan-File-Status.

    SELECT RESP2-FILE ASSIGN TO "RESPFILE2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Scan-File-Status.

    SELECT REJ-FILE ASSIGN TO "REJFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Scan-File-Status.

    SELECT REJ2-FILE ASSIGN TO "REJFILE2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Scan-File-Status.

    SELECT COMB-FILE ASSIGN TO "COMBFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Scan-File-Status.

    SELECT AUDIT-ARCH-FILE ASSIGN TO "AUDITARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Scan-File-Status.

    SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Scan-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  TRACE-INQ-FILE.
01  TRACE-INQ-RECORD.
    05  TIQ-TYPE                PIC X(1).
        88  TIQ-BY-SEQ              VALUE "S".
        88  TIQ-BY-ORIG             VALUE "O".
        88  TIQ-BY-DEPT             VALUE "D".
    05  TIQ-KEY                 PIC X(6).
    05  TIQ-PROBLEM-ID          PIC X(4).
    05  TIQ-DEPT                PIC X(4).
    05  TIQ-FROM-DATE           PIC X(8).
    05  TIQ-TO-DATE             PIC X(8).

FD  TRACE-RPT-FILE.
01  TRACE-RPT-RECORD            PIC X(100).

FD  PROB-REG-FILE.
    COPY PROBREG.

*> The traced files are read into working-storage copies of their
*> shared layouts (several files share one layout), so each FD here
*> is only as wide as the widest record the file carries.
FD  XREF-FILE.
    COPY XREFREC.

FD  PEND-FILE.
01  PEND-REC-IN                 PIC X(103).

FD  APPR-FILE.
01  APPR-REC-IN                 PIC X(103).

FD  RECYCLE-OUT.
01  RECOUT-REC-IN               PIC X(39).

FD  RECYCLE-IN.
01  RECIN-REC-IN                PIC X(39).

FD  RECYCLE2-OUT.
01  RECOUT2-REC-IN              PIC X(31).

FD  RECYCLE2-IN.
01  RECIN2-REC-IN               PIC X(31).

FD  RESP-FILE.
    COPY RESPREC.

FD  RESP2-FILE.
    COPY RESP2REC.

FD  REJ-FILE.
01  REJ-REC-IN                  PIC X(100).

FD  REJ2-FILE.
01  REJ2-REC-IN                 PIC X(100).

FD  COMB-FILE.
    COPY COMBREC.

FD  AUDIT-ARCH-FILE.
01  AUDIT-ARCH-REC-IN           PIC X(130).

FD  AUDIT-FILE.
01  AUDIT-REC-IN                PIC X(130).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Inq-File-Status  PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
01 Reg-File-Status  PIC X(02) VALUE "00".
01 Scan-File-Status PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Inq-Eof-Sw       PIC X(01) VALUE "N".
    88  Inq-Eof                 VALUE "Y".
01 Inq-Open-Sw      PIC X(01) VALUE "N".
    88  Inq-File-Opened         VALUE "Y".
01 Scan-Eof-Sw      PIC X(01) VALUE "N".
    88  Scan-Eof                VALUE "Y".
01 Reg-Eof-Sw       PIC X(01) VALUE "N".
    88  Reg-Eof                 VALUE "Y".

*> The problem registry, loaded once up front to tie an audit line's
*> run id to its problem id.
COPY PROBTAB.

*> Working copies of the shared layouts for the files that are read
*> INTO them.
COPY HOLDREC.
COPY RECYCREC.
COPY RECYC2REC.
COPY AUDITLN.

*> The reject logs are print images; the only line this job needs
*> from them is a request aged out of the recycle loop, which is
*> picked out by the columns PROJECT-EULER-01 and PROJECT-EULER-02
*> write their reject lines in (the value column is one wider on the
*> PROJECT-EULER-02 line).
01 Rej-Line-Parse.
    05  RJP-LIT-1           PIC X(09).
        88  RJP-IS-REQUEST-LINE     VALUE "REQUEST #".
    05  FILLER              PIC X(06).
    05  FILLER              PIC X(06).
    05  RJP-ORIG-X          PIC X(06).
    05  FILLER              PIC X(07).
    05  RJP-DEPT            PIC X(04).
    05  FILLER              PIC X(08).
    05  RJP-VALUE-X         PIC X(08).
    05  FILLER              PIC X(09).
    05  RJP-REASON          PIC X(30).
    05  FILLER              PIC X(07).
01 Rej2-Line-Parse.
    05  RJ2-LIT-1           PIC X(09).
        88  RJ2-IS-REQUEST-LINE     VALUE "REQUEST #".
    05  FILLER              PIC X(06).
    05  FILLER              PIC X(06).
    05  RJ2-ORIG-X          PIC X(06).
    05  FILLER              PIC X(07).
    05  RJ2-DEPT            PIC X(04).
    05  FILLER              PIC X(08).
    05  RJ2-VALUE-X         PIC X(09).
    05  FILLER              PIC X(09).
    05  RJ2-REASON          PIC X(30).
    05  FILLER              PIC X(06).

*> The current inquiry, edited. A blank from date and to date keep
*> the whole history; a blank problem id or department matches any.
01 Inq-Num          PIC 9(6) VALUE 0.
01 Inq-Key-Num      PIC 9(6) VALUE 0.
01 Inq-Seq-X        PIC X(6) VALUE SPACES.
01 Inq-From-Date    PIC 9(8) VALUE 0.
01 Inq-To-Date      PIC 9(8) VALUE 99999999.
01 Inq-Valid-Sw     PIC X(01) VALUE "Y".
    88  Inq-Is-Valid            VALUE "Y".
01 Inq-Reject-Reason PIC X(40) VALUE SPACES.

*> Which pass over the files is under way: the first finds the
*> requests an inquiry selects; the linking pass ties a request found
*> only by its intake sequence to the same request found only by its
*> original request number, through the records that carry both; the
*> last gathers every record belonging to one of them.
01 Scan-Mode-Sw     PIC X(01) VALUE "F".
    88  Scan-Finding            VALUE "F".
    88  Scan-Linking            VALUE "L".
    88  Scan-Collecting         VALUE "C".

*> One traced-file record boiled down to what the trace needs: whose
*> request it is, when (zero when the file carries no date), where
*> it sorts, its timeline text, and what it says about the request's
*> fate.
01 Cand-Problem-Id  PIC X(4) VALUE SPACES.
01 Cand-Orig        PIC 9(6) VALUE 0.
01 Cand-Dept        PIC X(4) VALUE SPACES.
01 Cand-Seq         PIC X(6) VALUE SPACES.
01 Cand-Cycle       PIC 9(2) VALUE 0.
01 Cand-Source      PIC X(10) VALUE SPACES.
01 Cand-Text        PIC X(60) VALUE SPACES.
01 Cand-Effect      PIC X(01) VALUE SPACE.
    88  Cand-Answered           VALUE "A".
    88  Cand-Final-Reject       VALUE "F".
    88  Cand-Delivered          VALUE "D".
    88  Cand-Open               VALUE "O".
    88  Cand-No-Effect          VALUE " ".
01 Cand-Open-Desc   PIC X(36) VALUE SPACES.
01 Cand-Sort-Key.
    05  Cand-Date           PIC 9(8).
    05  Cand-Time           PIC 9(6).
    05  Cand-Stage          PIC 9(2).
    05  Cand-Order          PIC 9(4).
01 Cand-Match-Sw    PIC X(01) VALUE "N".
    88  Cand-Matches            VALUE "Y".
01 Source-Save      PIC X(10) VALUE SPACES.

*> Record-order stamp, so records the files carry undated keep their
*> file order on the timeline; and the stage numbers that place each
*> kind of record where it falls in a request's life when dates tie
*> or are missing.
01 Event-Order-Seq  PIC 9(4) VALUE 0.
01 Undated          PIC 9(8) VALUE 99999999.
01 Stage-Routed     PIC 9(2) VALUE 10.
01 Stage-Held       PIC 9(2) VALUE 20.
01 Stage-Approved   PIC 9(2) VALUE 30.
01 Stage-Audit      PIC 9(2) VALUE 40.
01 Stage-Response   PIC 9(2) VALUE 50.
01 Stage-Aged-Out   PIC 9(2) VALUE 55.
01 Stage-Recycle-Out PIC 9(2) VALUE 60.
01 Stage-Recycle-In PIC 9(2) VALUE 65.
01 Stage-Delivered  PIC 9(2) VALUE 80.

*> The requests the current inquiry selects. A record that carries an
*> intake sequence number and an original request number both lets
*> the first pass tie a routed request to its calculation-program
*> history, so both numbers are filled in as they are learned.
01 Subj-Max-Entries PIC 9(3) VALUE 50.
01 Subj-Count       PIC 9(3) VALUE 0.
01 Subj-Idx         PIC 9(3) VALUE 0.
01 Subj-Slot        PIC 9(3) VALUE 0.
01 Subj-Overflow-Count PIC 9(6) VALUE 0.
01 Subj-Dup-Idx     PIC 9(3) VALUE 0.
01 Link-Needed-Sw   PIC X(01) VALUE "N".
    88  Link-Needed             VALUE "Y".
01 Subject-Table.
    05  Subject-Entry OCCURS 50 TIMES.
        10  SBJ-PROBLEM-ID  PIC X(4).
        10  SBJ-ORIG        PIC 9(6).
        10  SBJ-DEPT        PIC X(4).
        10  SBJ-SEQ         PIC X(6).
        10  SBJ-DUP-SW      PIC X(1).
            88  SBJ-IS-DUP          VALUE "Y".

*> The current request's timeline, kept in sort-key order as records
*> are found.
01 Event-Max-Entries PIC 9(3) VALUE 200.
01 Event-Count      PIC 9(3) VALUE 0.
01 Event-Idx        PIC 9(3) VALUE 0.
01 Event-Overflow-Count PIC 9(6) VALUE 0.
01 Shift-Done-Sw    PIC X(01) VALUE "N".
    88  Shift-Done              VALUE "Y".
01 Event-Table.
    05  Event-Entry OCCURS 200 TIMES.
        10  EVT-SORT-KEY.
            15  EVT-DATE        PIC 9(8).
            15  EVT-TIME        PIC 9(6).
            15  EVT-STAGE       PIC 9(2).
            15  EVT-ORDER       PIC 9(4).
        10  EVT-SOURCE      PIC X(10).
        10  EVT-TEXT        PIC X(60).

*> What the current request's records say about its fate. The
*> disposition is decided in that order of precedence: an answer, a
*> final rejection, a wait still in progress, a delivered rejection;
*> a trail with none of these is lost.
01 Answered-Sw      PIC X(01) VALUE "N".
    88  Trail-Answered          VALUE "Y".
01 Final-Reject-Sw  PIC X(01) VALUE "N".
    88  Trail-Final-Reject      VALUE "Y".
01 Delivered-Sw     PIC X(01) VALUE "N".
    88  Trail-Delivered         VALUE "Y".
01 Open-Sw          PIC X(01) VALUE "N".
    88  Trail-Open              VALUE "Y".
01 Open-Desc        PIC X(36) VALUE SPACES.
01 Max-Cycle        PIC 9(2) VALUE 0.

01 Inquiry-Count    PIC 9(6) VALUE 0.
01 Inquiry-Reject-Count PIC 9(6) VALUE 0.
01 Traced-Count     PIC 9(6) VALUE 0.
01 Lost-Count       PIC 9(6) VALUE 0.
01 Open-Count       PIC 9(6) VALUE 0.
01 Not-Found-Count  PIC 9(6) VALUE 0.

01 Orig-Work-X      PIC X(6) VALUE SPACES.
01 Sum-Edit         PIC Z(14)9.
01 Sum-Lead-Count   PIC 9(2) VALUE 0.
01 Sum-Text         PIC X(15) VALUE SPACES.

01 Run-Date.
    05  Run-Date-CCYY       PIC 9(4).
    05  Run-Date-MM         PIC 9(2).
    05  Run-Date-DD         PIC 9(2).
01 Run-Date-Num REDEFINES Run-Date PIC 9(8).

01 Date-Work.
    05  DW-CCYY             PIC 9(4).
    05  DW-MM               PIC 9(2).
    05  DW-DD               PIC 9(2).
01 Date-Work-Num REDEFINES Date-Work PIC 9(8).
01 Date-Print.
    05  DP-MM               PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  DP-DD               PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  DP-CCYY             PIC 9(4).
01 Time-Work.
    05  TW-HH               PIC 9(2).
    05  TW-MI               PIC 9(2).
    05  TW-SS               PIC 9(2).
01 Time-Work-Num REDEFINES Time-Work PIC 9(6).
01 Time-Print.
    05  TP-HH               PIC 9(2).
    05  FILLER              PIC X(01) VALUE ":".
    05  TP-MI               PIC 9(2).
    05  FILLER              PIC X(01) VALUE ":".
    05  TP-SS               PIC 9(2).

01 Report-Header-1.
    05  FILLER              PIC X(17) VALUE "PROGRAM: PE-TRACE".

01 Report-Header-2.
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  RH2-MM              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-DD              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-CCYY            PIC 9(4).

01 Blank-Line               PIC X(01) VALUE SPACE.

01 Inquiry-Line.
    05  FILLER              PIC X(09) VALUE "INQUIRY #".
    05  IQL-NUM             PIC ZZZZZ9.
    05  FILLER              PIC X(07) VALUE "  TYPE=".
    05  IQL-TYPE            PIC X(1).
    05  FILLER              PIC X(06) VALUE "  KEY=".
    05  IQL-KEY             PIC X(6).
    05  FILLER              PIC X(07) VALUE "  PROB=".
    05  IQL-PROBLEM-ID      PIC X(4).
    05  FILLER              PIC X(07) VALUE "  DEPT=".
    05  IQL-DEPT            PIC X(4).
    05  FILLER              PIC X(07) VALUE "  FROM=".
    05  IQL-FROM            PIC X(8).
    05  FILLER              PIC X(05) VALUE "  TO=".
    05  IQL-TO              PIC X(8).

01 Inquiry-Reject-Line.
    05  FILLER              PIC X(20) VALUE "  INQUIRY REJECTED: ".
    05  IRL-REASON          PIC X(40).

01 Not-Found-Line.
    05  FILLER              PIC X(42) VALUE
        "  NO REQUEST ON FILE MATCHES THIS INQUIRY".

01 Subject-Line.
    05  FILLER              PIC X(16) VALUE "  REQUEST: PROB=".
    05  SBL-PROBLEM-ID      PIC X(4).
    05  FILLER              PIC X(07) VALUE "  ORIG=".
    05  SBL-ORIG            PIC X(6).
    05  FILLER              PIC X(07) VALUE "  DEPT=".
    05  SBL-DEPT            PIC X(4).
    05  FILLER              PIC X(13) VALUE "  INTAKE SEQ=".
    05  SBL-SEQ             PIC X(6).

01 Event-Line.
    05  FILLER              PIC X(04) VALUE SPACES.
    05  ELN-DATE            PIC X(10).
    05  FILLER              PIC X(01) VALUE SPACE.
    05  ELN-TIME            PIC X(08).
    05  FILLER              PIC X(02) VALUE SPACES.
    05  ELN-SOURCE          PIC X(10).
    05  FILLER              PIC X(02) VALUE SPACES.
    05  ELN-TEXT            PIC X(60).

01 Disposition-Line.
    05  FILLER              PIC X(17) VALUE "    DISPOSITION: ".
    05  DSL-TEXT            PIC X(36).
    05  FILLER              PIC X(11) VALUE "  RECYCLED=".
    05  DSL-CYCLES          PIC Z9.
    05  FILLER              PIC X(09) VALUE "  EVENTS=".
    05  DSL-EVENTS          PIC ZZ9.

01 Lost-Line.
    05  FILLER              PIC X(57) VALUE
        "    *** LOST *** TRAIL ENDS WITHOUT A FINAL DISPOSITION".

01 Note-Line.
    05  FILLER              PIC X(06) VALUE "NOTE: ".
    05  NL-TEXT             PIC X(46).
    05  NL-COUNT            PIC ZZZZZ9.

01 Registry-Note-Line.
    05  FILLER              PIC X(10) VALUE "REGISTRY: ".
    05  RGN-TEXT            PIC X(46).
    05  RGN-COUNT           PIC ZZZ9.

01 Report-Trailer.
    05  FILLER              PIC X(10) VALUE "INQUIRIES=".
    05  RT-INQUIRIES        PIC ZZZZZ9.
    05  FILLER              PIC X(11) VALUE "  REJECTED=".
    05  RT-INQ-REJECTED     PIC ZZZZZ9.
    05  FILLER              PIC X(12) VALUE "  NOT FOUND=".
    05  RT-NOT-FOUND        PIC ZZZZZ9.
    05  FILLER              PIC X(10) VALUE "  TRACED=".
    05  RT-TRACED           PIC ZZZZZ9.
    05  FILLER              PIC X(08) VALUE "  OPEN=".
    05  RT-OPEN             PIC ZZZZZ9.
    05  FILLER              PIC X(08) VALUE "  LOST=".
    05  RT-LOST             PIC ZZZZZ9.

PROCEDURE DIVISION.
    PERFORM Init-Run

    PERFORM Process-Inquiry UNTIL Inq-Eof

    PERFORM Term-Run.
STOP RUN.

*> Traces the current inquiry, then reads the next one, so the
*> inquiries are looped by PERFORMing this paragraph rather than an
*> inline block.
Process-Inquiry.
    PERFORM Trace-Inquiry
    PERFORM Read-Inquiry.

*> Opens the report, loads the problem registry, and positions on
*> the first inquiry. No inquiry file is a headed report saying so.
Init-Run.
    ACCEPT Run-Date FROM DATE YYYYMMDD
    MOVE Run-Date-MM   TO RH2-MM
    MOVE Run-Date-DD   TO RH2-DD
    MOVE Run-Date-CCYY TO RH2-CCYY

    OPEN OUTPUT TRACE-RPT-FILE
    WRITE TRACE-RPT-RECORD FROM Report-Header-1
    WRITE TRACE-RPT-RECORD FROM Report-Header-2

    PERFORM Load-Problem-Registry

    OPEN INPUT TRACE-INQ-FILE
    IF Inq-File-Status = "00"
        SET Inq-File-Opened TO TRUE
        PERFORM Read-Inquiry
    ELSE
        SET Inq-Eof TO TRUE
        MOVE "TRACEINQ NOT AVAILABLE - NOTHING TRACED" TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE TRACE-RPT-RECORD FROM Note-Line
    END-IF.

*> Tables the problem registry. A missing or empty registry falls
*> back to the built-in entries with a note; registry records beyond
*> the table, or with no problem id or program, are noted and left
*> out - audit lines under their run ids are then not traced.
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
        WRITE TRACE-RPT-RECORD FROM Registry-Note-Line
    END-IF
    IF Reg-Overflow-Count > 0
        MOVE "RECORDS BEYOND TABLE IGNORED, COUNT=" TO RGN-TEXT
        MOVE Reg-Overflow-Count TO RGN-COUNT
        WRITE TRACE-RPT-RECORD FROM Registry-Note-Line
    END-IF
    IF Reg-Blank-Count > 0
        MOVE "RECORDS MISSING ID OR PROGRAM IGNORED, COUNT=" TO RGN-TEXT
        MOVE Reg-Blank-Count TO RGN-COUNT
        WRITE TRACE-RPT-RECORD FROM Registry-Note-Line
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

*> Finds the registry entry whose run id is on the current audit
*> line, leaving its subscript in Reg-Slot (zero when none).
Find-Registry-Run-Id.
    MOVE 0 TO Reg-Slot
    PERFORM Match-Registry-Run-Id
        VARYING Reg-Idx FROM 1 BY 1
        UNTIL Reg-Idx > Reg-Count OR Reg-Slot > 0.

Match-Registry-Run-Id.
    IF RGT-RUN-ID(Reg-Idx) = AL-RUN-ID
        MOVE Reg-Idx TO Reg-Slot
    END-IF.

Read-Inquiry.
    READ TRACE-INQ-FILE
        AT END
            SET Inq-Eof TO TRUE
        NOT AT END
            ADD 1 TO Inq-Num
    END-READ.

*> Edits the inquiry, finds the requests it selects, and prints a
*> timeline for each one.
Trace-Inquiry.
    ADD 1 TO Inquiry-Count
    WRITE TRACE-RPT-RECORD FROM Blank-Line
    MOVE Inq-Num        TO IQL-NUM
    MOVE TIQ-TYPE       TO IQL-TYPE
    MOVE TIQ-KEY        TO IQL-KEY
    MOVE TIQ-PROBLEM-ID TO IQL-PROBLEM-ID
    MOVE TIQ-DEPT       TO IQL-DEPT
    MOVE TIQ-FROM-DATE  TO IQL-FROM
    MOVE TIQ-TO-DATE    TO IQL-TO
    WRITE TRACE-RPT-RECORD FROM Inquiry-Line

    PERFORM Validate-Inquiry
    IF NOT Inq-Is-Valid
        ADD 1 TO Inquiry-Reject-Count
        MOVE Inq-Reject-Reason TO IRL-REASON
        WRITE TRACE-RPT-RECORD FROM Inquiry-Reject-Line
    ELSE
        MOVE 0 TO Subj-Count
        MOVE 0 TO Subj-Overflow-Count
        SET Scan-Finding TO TRUE
        PERFORM Scan-All-Files
        MOVE "N" TO Link-Needed-Sw
        PERFORM Check-Link-Needed
            VARYING Subj-Idx FROM 1 BY 1
            UNTIL Subj-Idx > Subj-Count
        IF Link-Needed
            SET Scan-Linking TO TRUE
            PERFORM Scan-All-Files
            PERFORM Mark-Duplicate-Subject
                VARYING Subj-Idx FROM 2 BY 1
                UNTIL Subj-Idx > Subj-Count
        END-IF
        IF Subj-Count = 0
            ADD 1 TO Not-Found-Count
            WRITE TRACE-RPT-RECORD FROM Not-Found-Line
        ELSE
            SET Scan-Collecting TO TRUE
            PERFORM Trace-Subject
                VARYING Subj-Idx FROM 1 BY 1
                UNTIL Subj-Idx > Subj-Count
        END-IF
        IF Subj-Overflow-Count > 0
            MOVE "MORE REQUESTS MATCHED THAN TRACED, COUNT=" TO NL-TEXT
            MOVE Subj-Overflow-Count TO NL-COUNT
            WRITE TRACE-RPT-RECORD FROM Note-Line
        END-IF
    END-IF.

*> An intake sequence or original request inquiry needs a numeric
*> key, a department inquiry needs a department; dates, when given,
*> must be numeric and in order.
Validate-Inquiry.
    MOVE "Y" TO Inq-Valid-Sw
    MOVE SPACES TO Inq-Reject-Reason
    MOVE 0 TO Inq-Key-Num
    MOVE SPACES TO Inq-Seq-X
    MOVE 0 TO Inq-From-Date
    MOVE 99999999 TO Inq-To-Date
    IF TIQ-FROM-DATE IS NUMERIC
        MOVE TIQ-FROM-DATE TO Inq-From-Date
    END-IF
    IF TIQ-TO-DATE IS NUMERIC
        MOVE TIQ-TO-DATE TO Inq-To-Date
    END-IF
    EVALUATE TRUE
        WHEN NOT TIQ-BY-SEQ AND NOT TIQ-BY-ORIG AND NOT TIQ-BY-DEPT
            MOVE "N" TO Inq-Valid-Sw
            MOVE "TYPE MUST BE S, O, OR D" TO Inq-Reject-Reason
        WHEN (TIQ-BY-SEQ OR TIQ-BY-ORIG) AND TIQ-KEY IS NOT NUMERIC
            MOVE "N" TO Inq-Valid-Sw
            MOVE "KEY MUST BE A SIX-DIGIT NUMBER" TO Inq-Reject-Reason
        WHEN TIQ-BY-DEPT AND TIQ-DEPT = SPACES
            MOVE "N" TO Inq-Valid-Sw
            MOVE "DEPARTMENT INQUIRY NEEDS A DEPARTMENT"
                TO Inq-Reject-Reason
        WHEN (TIQ-FROM-DATE NOT = SPACES AND TIQ-FROM-DATE IS NOT NUMERIC)
                OR (TIQ-TO-DATE NOT = SPACES AND TIQ-TO-DATE IS NOT NUMERIC)
            MOVE "N" TO Inq-Valid-Sw
            MOVE "DATES MUST BE CCYYMMDD OR BLANK" TO Inq-Reject-Reason
        WHEN Inq-From-Date > Inq-To-Date
            MOVE "N" TO Inq-Valid-Sw
            MOVE "FROM DATE IS AFTER TO DATE" TO Inq-Reject-Reason
        WHEN OTHER
            IF TIQ-BY-SEQ OR TIQ-BY-ORIG
                MOVE TIQ-KEY TO Inq-Key-Num
                MOVE Inq-Key-Num TO Inq-Seq-X
            END-IF
    END-EVALUATE.

*> A request found without its intake sequence or without its
*> original request number wants the linking pass.
Check-Link-Needed.
    IF SBJ-SEQ(Subj-Idx) = SPACES OR SBJ-ORIG(Subj-Idx) = 0
        SET Link-Needed TO TRUE
    END-IF.

*> Marks a request the linking pass has made identical to one found
*> earlier, so it is traced once.
Mark-Duplicate-Subject.
    PERFORM Match-Earlier-Subject
        VARYING Subj-Dup-Idx FROM 1 BY 1
        UNTIL Subj-Dup-Idx = Subj-Idx OR SBJ-IS-DUP(Subj-Idx).

Match-Earlier-Subject.
    IF SBJ-PROBLEM-ID(Subj-Dup-Idx) = SBJ-PROBLEM-ID(Subj-Idx)
            AND SBJ-ORIG(Subj-Dup-Idx) = SBJ-ORIG(Subj-Idx)
            AND SBJ-DEPT(Subj-Dup-Idx) = SBJ-DEPT(Subj-Idx)
            AND SBJ-SEQ(Subj-Dup-Idx) = SBJ-SEQ(Subj-Idx)
            AND NOT SBJ-IS-DUP(Subj-Dup-Idx)
        SET SBJ-IS-DUP(Subj-Idx) TO TRUE
    END-IF.

*> Gathers and prints the timeline of the request in Subj-Idx.
Trace-Subject.
    IF NOT SBJ-IS-DUP(Subj-Idx)
        PERFORM Trace-One-Subject
    END-IF.

Trace-One-Subject.
    ADD 1 TO Traced-Count
    MOVE 0 TO Event-Count
    MOVE 0 TO Event-Overflow-Count
    MOVE 0 TO Event-Order-Seq
    MOVE 0 TO Max-Cycle
    MOVE "N" TO Answered-Sw
    MOVE "N" TO Final-Reject-Sw
    MOVE "N" TO Delivered-Sw
    MOVE "N" TO Open-Sw
    MOVE SPACES TO Open-Desc

    MOVE SBJ-PROBLEM-ID(Subj-Idx) TO SBL-PROBLEM-ID
    IF SBJ-ORIG(Subj-Idx) = 0
        MOVE "NONE" TO SBL-ORIG
    ELSE
        MOVE SBJ-ORIG(Subj-Idx) TO SBL-ORIG
    END-IF
    MOVE SBJ-DEPT(Subj-Idx) TO SBL-DEPT
    IF SBJ-SEQ(Subj-Idx) = SPACES
        MOVE "NONE" TO SBL-SEQ
    ELSE
        MOVE SBJ-SEQ(Subj-Idx) TO SBL-SEQ
    END-IF
    WRITE TRACE-RPT-RECORD FROM Subject-Line

    PERFORM Scan-All-Files
    PERFORM Write-Event-Line
        VARYING Event-Idx FROM 1 BY 1
        UNTIL Event-Idx > Event-Count
    IF Event-Overflow-Count > 0
        MOVE "  MORE RECORDS THAN THE TIMELINE HOLDS, COUNT=" TO NL-TEXT
        MOVE Event-Overflow-Count TO NL-COUNT
        WRITE TRACE-RPT-RECORD FROM Note-Line
    END-IF
    PERFORM Write-Disposition.

*> Settles and prints the request's disposition; a trail with no
*> answer, no final rejection, no wait in progress, and no delivered
*> rejection is flagged lost.
Write-Disposition.
    EVALUATE TRUE
        WHEN Trail-Answered
            MOVE "ANSWERED" TO DSL-TEXT
        WHEN Trail-Final-Reject
            MOVE "REJECTED - FINAL" TO DSL-TEXT
        WHEN Trail-Open
            ADD 1 TO Open-Count
            MOVE Open-Desc TO DSL-TEXT
        WHEN Trail-Delivered
            MOVE "REJECTION DELIVERED TO DEPARTMENT" TO DSL-TEXT
        WHEN OTHER
            ADD 1 TO Lost-Count
            MOVE "LOST" TO DSL-TEXT
    END-EVALUATE
    MOVE Max-Cycle   TO DSL-CYCLES
    MOVE Event-Count TO DSL-EVENTS
    WRITE TRACE-RPT-RECORD FROM Disposition-Line
    IF NOT Trail-Answered AND NOT Trail-Final-Reject
            AND NOT Trail-Open AND NOT Trail-Delivered
        WRITE TRACE-RPT-RECORD FROM Lost-Line
    END-IF.

*> Prints one timeline entry. Records the files carry undated print
*> as such, after the dated ones.
Write-Event-Line.
    IF EVT-DATE(Event-Idx) = 0 OR EVT-DATE(Event-Idx) = Undated
        MOVE "UNDATED" TO ELN-DATE
        MOVE SPACES TO ELN-TIME
    ELSE
        MOVE EVT-DATE(Event-Idx) TO Date-Work-Num
        MOVE DW-MM   TO DP-MM
        MOVE DW-DD   TO DP-DD
        MOVE DW-CCYY TO DP-CCYY
        MOVE Date-Print TO ELN-DATE
        IF EVT-STAGE(Event-Idx) = Stage-Audit
            MOVE EVT-TIME(Event-Idx) TO Time-Work-Num
            MOVE TW-HH TO TP-HH
            MOVE TW-MI TO TP-MI
            MOVE TW-SS TO TP-SS
            MOVE Time-Print TO ELN-TIME
        ELSE
            MOVE SPACES TO ELN-TIME
        END-IF
    END-IF
    MOVE EVT-SOURCE(Event-Idx) TO ELN-SOURCE
    MOVE EVT-TEXT(Event-Idx)   TO ELN-TEXT
    WRITE TRACE-RPT-RECORD FROM Event-Line.

*> One pass over every traced file, in the order the first pass
*> needs: the calculation programs' files carry both the intake
*> sequence and the original request number, so they go ahead of the
*> cross-reference and combined answer file (intake sequence only)
*> and the audit history (original request number only).
Scan-All-Files.
    PERFORM Scan-Resp-File
    PERFORM Scan-Resp2-File
    PERFORM Scan-Pend-File
    PERFORM Scan-Appr-File
    PERFORM Scan-Recout-File
    PERFORM Scan-Recin-File
    PERFORM Scan-Recout2-File
    PERFORM Scan-Recin2-File
    PERFORM Scan-Rej-File
    PERFORM Scan-Rej2-File
    PERFORM Scan-Xref-File
    PERFORM Scan-Comb-File
    PERFORM Scan-Audit-Arch-File
    PERFORM Scan-Audit-File.

*> Clears the candidate area ahead of the next record.
Clear-Candidate.
    MOVE SPACES TO Cand-Problem-Id
    MOVE 0      TO Cand-Orig
    MOVE SPACES TO Cand-Dept
    MOVE SPACES TO Cand-Seq
    MOVE 0      TO Cand-Cycle
    MOVE SPACES TO Cand-Source
    MOVE SPACES TO Cand-Text
    MOVE SPACE  TO Cand-Effect
    MOVE SPACES TO Cand-Open-Desc
    MOVE Undated TO Cand-Date
    MOVE 0      TO Cand-Time
    MOVE 0      TO Cand-Stage
    MOVE 0      TO Cand-Order.

*> Hands the candidate in hand to the pass under way.
Handle-Candidate.
    EVALUATE TRUE
        WHEN Scan-Finding
            PERFORM Check-Inquiry-Match
            IF Cand-Matches
                PERFORM Add-Subject
            END-IF
        WHEN Scan-Linking
            IF Cand-Seq NOT = SPACES AND Cand-Orig > 0
                PERFORM Link-Subject
                    VARYING Subj-Idx FROM 1 BY 1
                    UNTIL Subj-Idx > Subj-Count
            END-IF
        WHEN OTHER
            PERFORM Check-Subject-Match
            IF Cand-Matches
                PERFORM Add-Event
            END-IF
    END-EVALUATE.

*> Fills in the missing number on a request the candidate - which
*> carries both numbers - shows to be its own.
Link-Subject.
    IF SBJ-PROBLEM-ID(Subj-Idx) = Cand-Problem-Id
        IF SBJ-ORIG(Subj-Idx) = 0 AND SBJ-SEQ(Subj-Idx) = Cand-Seq
            MOVE Cand-Orig TO SBJ-ORIG(Subj-Idx)
        END-IF
        IF SBJ-SEQ(Subj-Idx) = SPACES
                AND SBJ-ORIG(Subj-Idx) = Cand-Orig
                AND SBJ-DEPT(Subj-Idx) = Cand-Dept
            MOVE Cand-Seq TO SBJ-SEQ(Subj-Idx)
        END-IF
    END-IF.

*> Does the candidate belong to a request the inquiry selects? A
*> dated record must fall in the inquiry's date range. A department
*> inquiry is found from the dated records (and from the cross-
*> reference, when the range takes in the run date): the undated
*> working files cannot say which period they belong to.
Check-Inquiry-Match.
    MOVE "Y" TO Cand-Match-Sw
    IF Cand-Date NOT = Undated AND Cand-Date NOT = 0
        IF Cand-Date < Inq-From-Date OR Cand-Date > Inq-To-Date
            MOVE "N" TO Cand-Match-Sw
        END-IF
    END-IF
    IF TIQ-PROBLEM-ID NOT = SPACES AND Cand-Problem-Id NOT = TIQ-PROBLEM-ID
        MOVE "N" TO Cand-Match-Sw
    END-IF
    IF TIQ-DEPT NOT = SPACES AND Cand-Dept NOT = TIQ-DEPT
        MOVE "N" TO Cand-Match-Sw
    END-IF
    EVALUATE TRUE
        WHEN TIQ-BY-SEQ
            IF Cand-Seq NOT = Inq-Seq-X
                MOVE "N" TO Cand-Match-Sw
            END-IF
        WHEN TIQ-BY-ORIG
            IF Cand-Orig NOT = Inq-Key-Num
                MOVE "N" TO Cand-Match-Sw
            END-IF
        WHEN OTHER
            IF Cand-Date = Undated
                MOVE "N" TO Cand-Match-Sw
            END-IF
            IF Cand-Date = 0
                    AND (Run-Date-Num < Inq-From-Date
                         OR Run-Date-Num > Inq-To-Date)
                MOVE "N" TO Cand-Match-Sw
            END-IF
    END-EVALUATE.

*> Adds the candidate's request to the subject table, or fills in
*> the intake sequence or original request number on the entry it
*> turns out to be: the same problem id and either the same intake
*> sequence, or the same original request number from the same
*> department.
Add-Subject.
    MOVE 0 TO Subj-Slot
    PERFORM Match-Subject-Entry
        VARYING Subj-Idx FROM 1 BY 1
        UNTIL Subj-Idx > Subj-Count OR Subj-Slot > 0
    EVALUATE TRUE
        WHEN Subj-Slot > 0
            IF SBJ-SEQ(Subj-Slot) = SPACES
                MOVE Cand-Seq TO SBJ-SEQ(Subj-Slot)
            END-IF
            IF SBJ-ORIG(Subj-Slot) = 0
                MOVE Cand-Orig TO SBJ-ORIG(Subj-Slot)
            END-IF
        WHEN Subj-Count < Subj-Max-Entries
            ADD 1 TO Subj-Count
            MOVE Cand-Problem-Id TO SBJ-PROBLEM-ID(Subj-Count)
            MOVE Cand-Orig       TO SBJ-ORIG(Subj-Count)
            MOVE Cand-Dept       TO SBJ-DEPT(Subj-Count)
            MOVE Cand-Seq        TO SBJ-SEQ(Subj-Count)
            MOVE "N"             TO SBJ-DUP-SW(Subj-Count)
        WHEN OTHER
            ADD 1 TO Subj-Overflow-Count
    END-EVALUATE.

Match-Subject-Entry.
    IF SBJ-PROBLEM-ID(Subj-Idx) = Cand-Problem-Id
        IF SBJ-SEQ(Subj-Idx) NOT = SPACES AND Cand-Seq NOT = SPACES
            IF SBJ-SEQ(Subj-Idx) = Cand-Seq
                MOVE Subj-Idx TO Subj-Slot
            END-IF
        ELSE
            IF SBJ-ORIG(Subj-Idx) > 0
                    AND SBJ-ORIG(Subj-Idx) = Cand-Orig
                    AND SBJ-DEPT(Subj-Idx) = Cand-Dept
                MOVE Subj-Idx TO Subj-Slot
            END-IF
        END-IF
    END-IF.

*> Does the candidate belong to the request being traced? The same
*> problem id, inside the inquiry's date range when dated, and then
*> the same intake sequence when both carry one, or else the same
*> original request number from the same department.
Check-Subject-Match.
    MOVE "N" TO Cand-Match-Sw
    IF Cand-Problem-Id = SBJ-PROBLEM-ID(Subj-Idx)
        IF SBJ-SEQ(Subj-Idx) NOT = SPACES AND Cand-Seq NOT = SPACES
            IF Cand-Seq = SBJ-SEQ(Subj-Idx)
                MOVE "Y" TO Cand-Match-Sw
            END-IF
        ELSE
            IF SBJ-ORIG(Subj-Idx) > 0
                    AND Cand-Orig = SBJ-ORIG(Subj-Idx)
                    AND Cand-Dept = SBJ-DEPT(Subj-Idx)
                MOVE "Y" TO Cand-Match-Sw
            END-IF
        END-IF
    END-IF
    IF Cand-Date NOT = Undated AND Cand-Date NOT = 0
        IF Cand-Date < Inq-From-Date OR Cand-Date > Inq-To-Date
            MOVE "N" TO Cand-Match-Sw
        END-IF
    END-IF.

*> Files the candidate on the timeline in sort-key order, and notes
*> what it says about the request's fate.
Add-Event.
    EVALUATE TRUE
        WHEN Cand-Answered
            SET Trail-Answered TO TRUE
        WHEN Cand-Final-Reject
            SET Trail-Final-Reject TO TRUE
        WHEN Cand-Delivered
            SET Trail-Delivered TO TRUE
        WHEN Cand-Open
            SET Trail-Open TO TRUE
            MOVE Cand-Open-Desc TO Open-Desc
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF Cand-Cycle > Max-Cycle
        MOVE Cand-Cycle TO Max-Cycle
    END-IF
    IF Event-Count < Event-Max-Entries
        ADD 1 TO Event-Order-Seq
        MOVE Event-Order-Seq TO Cand-Order
        MOVE "N" TO Shift-Done-Sw
        MOVE Event-Count TO Event-Idx
        PERFORM Shift-Event-Down UNTIL Event-Idx = 0 OR Shift-Done
        ADD 1 TO Event-Idx
        MOVE Cand-Sort-Key TO EVT-SORT-KEY(Event-Idx)
        MOVE Cand-Source   TO EVT-SOURCE(Event-Idx)
        MOVE Cand-Text     TO EVT-TEXT(Event-Idx)
        ADD 1 TO Event-Count
    ELSE
        ADD 1 TO Event-Overflow-Count
    END-IF.

*> Moves one timeline entry down a place while it sorts after the
*> candidate, opening the candidate's slot.
Shift-Event-Down.
    IF EVT-SORT-KEY(Event-Idx) > Cand-Sort-Key
        MOVE Event-Entry(Event-Idx) TO Event-Entry(Event-Idx + 1)
        SUBTRACT 1 FROM Event-Idx
    ELSE
        SET Shift-Done TO TRUE
    END-IF.

*> PROJECT-EULER-01's response records: answered, rejected (with the
*> reason), or held.
Scan-Resp-File.
    MOVE "N" TO Scan-Eof-Sw
    OPEN INPUT RESP-FILE
    IF Scan-File-Status = "00"
        PERFORM Read-Resp-Record
        PERFORM Take-Resp-Record UNTIL Scan-Eof
        CLOSE RESP-FILE
    END-IF.

Read-Resp-Record.
    READ RESP-FILE
        AT END
            SET Scan-Eof TO TRUE
    END-READ.

Take-Resp-Record.
    PERFORM Clear-Candidate
    MOVE "PE01"          TO Cand-Problem-Id
    MOVE RESP-ORIG       TO Cand-Orig
    MOVE RESP-DEPT       TO Cand-Dept
    MOVE RESP-INTAKE-SEQ TO Cand-Seq
    MOVE Stage-Response  TO Cand-Stage
    MOVE "RESPFILE"      TO Cand-Source
    EVALUATE TRUE
        WHEN RESP-ACCEPTED
            MOVE RESP-SUMN TO Sum-Edit
            PERFORM Left-Justify-Sum
            STRING "ANSWERED, SUM=" Sum-Text
                DELIMITED BY SIZE INTO Cand-Text
            SET Cand-Answered TO TRUE
        WHEN RESP-REJECTED
            STRING "REJECTED: " RESP-REASON
                DELIMITED BY SIZE INTO Cand-Text
        WHEN OTHER
            STRING "HELD: " RESP-REASON
                DELIMITED BY SIZE INTO Cand-Text
    END-EVALUATE
    PERFORM Handle-Candidate
    PERFORM Read-Resp-Record.

*> PROJECT-EULER-02's response records: answered or rejected.
Scan-Resp2-File.
    MOVE "N" TO Scan-Eof-Sw
    OPEN INPUT RESP2-FILE
    IF Scan-File-Status = "00"
        PERFORM Read-Resp2-Record
        PERFORM Take-Resp2-Record UNTIL Scan-Eof
        CLOSE RESP2-FILE
    END-IF.

Read-Resp2-Record.
    READ RESP2-FILE
        AT END
            SET Scan-Eof TO TRUE
    END-READ.

Take-Resp2-Record.
    PERFORM Clear-Candidate
    MOVE "PE02"           TO Cand-Problem-Id
    MOVE RESP2-ORIG       TO Cand-Orig
    MOVE RESP2-DEPT       TO Cand-Dept
    MOVE RESP2-INTAKE-SEQ TO Cand-Seq
    MOVE Stage-Response   TO Cand-Stage
    MOVE "RESPFILE2"      TO Cand-Source
    IF RESP2-ACCEPTED
        MOVE RESP2-SUMN TO Sum-Edit
        PERFORM Left-Justify-Sum
        STRING "ANSWERED, SUM=" Sum-Text
            DELIMITED BY SIZE INTO Cand-Text
        SET Cand-Answered TO TRUE
    ELSE
        STRING "REJECTED: " RESP2-REASON
            DELIMITED BY SIZE INTO Cand-Text
    END-IF
    PERFORM Handle-Candidate
    PERFORM Read-Resp2-Record.

*> Holds still waiting for a supervisor's decision.
Scan-Pend-File.
    MOVE "N" TO Scan-Eof-Sw
    OPEN INPUT PEND-FILE
    IF Scan-File-Status = "00"
        PERFORM Read-Pend-Record
        PERFORM Take-Pend-Record UNTIL Scan-Eof
        CLOSE PEND-FILE
    END-IF.

Read-Pend-Record.
    READ PEND-FILE INTO HOLD-RECORD
        AT END
            SET Scan-Eof TO TRUE
    END-READ.

Take-Pend-Record.
    PERFORM Clear-Candidate
    PERFORM Take-Hold-Fields
    MOVE Stage-Held TO Cand-Stage
    MOVE "PENDFILE" TO Cand-Source
    STRING "HELD, RULE " HOLD-REASON-CODE " - PENDING APPROVAL"
        DELIMITED BY SIZE INTO Cand-Text
    SET Cand-Open TO TRUE
    MOVE "OPEN - HELD PENDING APPROVAL" TO Cand-Open-Desc
    PERFORM Handle-Candidate
    PERFORM Read-Pend-Record.

*> Holds a supervisor has approved, waiting on the next run to
*> answer them.
Scan-Appr-File.
    MOVE "N" TO Scan-Eof-Sw
    OPEN INPUT APPR-FILE
    IF Scan-File-Status = "00"
        PERFORM Read-Appr-Record
        PERFORM Take-Appr-Record UNTIL Scan-Eof
        CLOSE APPR-FILE
    END-IF.

Read-Appr-Record.
    READ APPR-FILE INTO HOLD-RECORD
        AT END
            SET Scan-Eof TO TRUE
    END-READ.

Take-Appr-Record.
    PERFORM Clear-Candidate
    PERFORM Take-Hold-Fields
    MOVE Stage-Approved TO Cand-Stage
    MOVE "APPRFILE"     TO Cand-Source
    STRING "APPROVED BY " HOLD-APPROVER " - AWAITING RERUN"
        DELIMITED BY SIZE INTO Cand-Text
    SET Cand-Open TO TRUE
    MOVE "OPEN - APPROVED, AWAITING RERUN" TO Cand-Open-Desc
    PERFORM Handle-Candidate
    PERFORM Read-Appr-Record.

*> The fields a pending or approved hold record shares; the hold is
*> dated with the run that parked it.
Take-Hold-Fields.
    MOVE "PE01"          TO Cand-Problem-Id
    MOVE HOLD-ORIG       TO Cand-Orig
    MOVE HOLD-DEPT       TO Cand-Dept
    MOVE HOLD-INTAKE-SEQ TO Cand-Seq
    MOVE HOLD-CYCLE-COUNT TO Cand-Cycle
    IF HOLD-DATE IS NUMERIC
        MOVE HOLD-DATE TO Cand-Date
    END-IF.

*> PROJECT-EULER-01 rejects sent out for correction.
Scan-Recout-File.
    MOVE "N" TO Scan-Eof-Sw
    OPEN INPUT RECYCLE-OUT
    IF Scan-File-Status = "00"
        PERFORM Read-Recout-Record
        PERFORM Take-Recout-Record UNTIL Scan-Eof
        CLOSE RECYCLE-OUT
    END-IF.

Read-Recout-Record.
    READ RECYCLE-OUT INTO RECYCLE-RECORD
        AT END
            SET Scan-Eof TO TRUE
    END-READ.

Take-Recout-Record.
    PERFORM Clear-Candidate
    PERFORM Take-Recycle-Fields
    MOVE Stage-Recycle-Out TO Cand-Stage
    MOVE "RECYCLOUT"       TO Cand-Source
    STRING "SENT FOR CORRECTION, CODE " REC-REASON-CODE
        ", CYCLE " Cand-Cycle
        DELIMITED BY SIZE INTO Cand-Text
    IF REC-REASON-CODE = "DUNK" OR "DCLS" OR "DAUT"
        MOVE "OPEN - AWAITING DEPARTMENT FIX" TO Cand-Open-Desc
    ELSE
        MOVE "OPEN - AWAITING CORRECTION" TO Cand-Open-Desc
    END-IF
    PERFORM Handle-Candidate
    PERFORM Read-Recout-Record.

*> PROJECT-EULER-01 corrections returned for the next run.
Scan-Recin-File.
    MOVE "N" TO Scan-Eof-Sw
    OPEN INPUT RECYCLE-IN
    IF Scan-File-Status = "00"
        PERFORM Read-Recin-Record
        PERFORM Take-Recin-Record UNTIL Scan-Eof
        CLOSE RECYCLE-IN
    END-IF.

Read-Recin-Record.
    READ RECYCLE-IN INTO RECYCLE-RECORD
        AT END
            SET Scan-Eof TO TRUE
    END-READ.

Take-Recin-Record.
    PERFORM Clear-Candidate
    PERFORM Take-Recycle-Fields
    MOVE Stage-Recycle-In TO Cand-Stage
    MOVE "RECYCLIN"       TO Cand-Source
    STRING "CORRECTION RETURNED, CYCLE " Cand-Cycle
        " - AWAITING RERUN"
        DELIMITED BY SIZE INTO Cand-Text
    MOVE "OPEN - CORRECTION AWAITING RERUN" TO Cand-Open-Desc
    PERFORM Handle-Candidate
    PERFORM Read-Recin-Record.

*> The fields a PROJECT-EULER-01 recycle record carries either way
*> round the loop; the record keeps the request open.
Take-Recycle-Fields.
    MOVE "PE01"           TO Cand-Problem-Id
    MOVE REC-ORIG-REQ-NUM TO Cand-Orig
    MOVE REC-DEPT         TO Cand-Dept
    MOVE REC-INTAKE-SEQ   TO Cand-Seq
    MOVE REC-CYCLE-COUNT  TO Cand-Cycle
    SET Cand-Open TO TRUE.

*> PROJECT-EULER-02 rejects sent out for correction.
Scan-Recout2-File.
    MOVE "N" TO Scan-Eof-Sw
    OPEN INPUT RECYCLE2-OUT
    IF Scan-File-Status = "00"
        PERFORM Read-Recout2-Record
        PERFORM Take-Recout2-Record UNTIL Scan-Eof
        CLOSE RECYCLE2-OUT
    END-IF.

Read-Recout2-Record.
    READ RECYCLE2-OUT INTO RECYCLE2-RECORD
        AT END
            SET Scan-Eof TO TRUE
    END-READ.

Take-Recout2-Record.
    PERFORM Clear-Candidate
    PERFORM Take-Recycle2-Fields
    MOVE Stage-Recycle-Out TO Cand-Stage
    MOVE "RECYCLOUT2"      TO Cand-Source
    STRING "SENT FOR CORRECTION, CODE " REC2-REASON-CODE
        ", CYCLE " Cand-Cycle
        DELIMITED BY SIZE INTO Cand-Text
    IF REC2-REASON-CODE = "DUNK" OR "DCLS" OR "DAUT"
        MOVE "OPEN - AWAITING DEPARTMENT FIX" TO Cand-Open-Desc
    ELSE
        MOVE "OPEN - AWAITING CORRECTION" TO Cand-Open-Desc
    END-IF
    PERFORM Handle-Candidate
    PERFORM Read-Recout2-Record.

*> PROJECT-EULER-02 corrections returned for the next run.
Scan-Recin2-File.
    MOVE "N" TO Scan-Eof-Sw
    OPEN INPUT RECYCLE2-IN
    IF Scan-File-Status = "00"
        PERFORM Read-Recin2-Record
        PERFORM Take-Recin2-Record UNTIL Scan-Eof
        CLOSE RECYCLE2-IN
    END-IF.

Read-Recin2-Record.
    READ RECYCLE2-IN INTO RECYCLE2-RECORD
        AT END
            SET Scan-Eof TO TRUE
    END-READ.

Take-Recin2-Record.
    PERFORM Clear-Candidate
    PERFORM Take-Recycle2-Fields
    MOVE Stage-Recycle-In TO Cand-Stage
    MOVE "RECYCLIN2"      TO Cand-Source
    STRING "CORRECTION RETURNED, CYCLE " Cand-Cycle
        " - AWAITING RERUN"
        DELIMITED BY SIZE INTO Cand-Text
    MOVE "OPEN - CORRECTION AWAITING RERUN" TO Cand-Open-Desc
    PERFORM Handle-Candidate
    PERFORM Read-Recin2-Record.

Take-Recycle2-Fields.
    MOVE "PE02"            TO Cand-Problem-Id
    MOVE REC2-ORIG-REQ-NUM TO Cand-Orig
    MOVE REC2-DEPT         TO Cand-Dept
    MOVE REC2-INTAKE-SEQ   TO Cand-Seq
    MOVE REC2-CYCLE-COUNT  TO Cand-Cycle
    SET Cand-Open TO TRUE.

*> PROJECT-EULER-01's reject log, for requests aged out of the
*> recycle loop - a final rejection that leaves no recycle record.
Scan-Rej-File.
    MOVE "N" TO Scan-Eof-Sw
    OPEN INPUT REJ-FILE
    IF Scan-File-Status = "00"
        PERFORM Read-Rej-Record
        PERFORM Take-Rej-Record UNTIL Scan-Eof
        CLOSE REJ-FILE
    END-IF.

Read-Rej-Record.
    READ REJ-FILE INTO Rej-Line-Parse
        AT END
            SET Scan-Eof TO TRUE
    END-READ.

Take-Rej-Record.
    IF RJP-IS-REQUEST-LINE AND RJP-REASON = "RECYCLE AGED OUT"
        MOVE RJP-ORIG-X TO Orig-Work-X
        INSPECT Orig-Work-X REPLACING LEADING " " BY "0"
        IF Orig-Work-X IS NUMERIC
            PERFORM Clear-Candidate
            MOVE "PE01"      TO Cand-Problem-Id
            MOVE Orig-Work-X TO Cand-Orig
            MOVE RJP-DEPT    TO Cand-Dept
            PERFORM Take-Aged-Out-Fields
            MOVE "REJFILE"   TO Cand-Source
            PERFORM Handle-Candidate
        END-IF
    END-IF
    PERFORM Read-Rej-Record.

*> PROJECT-EULER-02's reject log, the same way.
Scan-Rej2-File.
    MOVE "N" TO Scan-Eof-Sw
    OPEN INPUT REJ2-FILE
    IF Scan-File-Status = "00"
        PERFORM Read-Rej2-Record
        PERFORM Take-Rej2-Record UNTIL Scan-Eof
        CLOSE REJ2-FILE
    END-IF.

Read-Rej2-Record.
    READ REJ2-FILE INTO Rej2-Line-Parse
        AT END
            SET Scan-Eof TO TRUE
    END-READ.

Take-Rej2-Record.
    IF RJ2-IS-REQUEST-LINE AND RJ2-REASON = "RECYCLE AGED OUT"
        MOVE RJ2-ORIG-X TO Orig-Work-X
        INSPECT Orig-Work-X REPLACING LEADING " " BY "0"
        IF Orig-Work-X IS NUMERIC
            PERFORM Clear-Candidate
            MOVE "PE02"      TO Cand-Problem-Id
            MOVE Orig-Work-X TO Cand-Orig
            MOVE RJ2-DEPT    TO Cand-Dept
            PERFORM Take-Aged-Out-Fields
            MOVE "REJFILE2"  TO Cand-Source
            PERFORM Handle-Candidate
        END-IF
    END-IF
    PERFORM Read-Rej2-Record.

Take-Aged-Out-Fields.
    MOVE Stage-Aged-Out TO Cand-Stage
    MOVE "AGED OUT OF THE RECYCLE LOOP - NO FURTHER CORRECTION"
        TO Cand-Text
    SET Cand-Final-Reject TO TRUE.

*> The routing cross-reference: routed to its problem's calculation
*> program, or rejected at intake - a final rejection. Only a bad
*> problem id or batch control is rejected at intake; a department
*> failure is routed and turns up on the recycle files instead.
Scan-Xref-File.
    MOVE "N" TO Scan-Eof-Sw
    OPEN INPUT XREF-FILE
    IF Scan-File-Status = "00"
        PERFORM Read-Xref-Record
        PERFORM Take-Xref-Record UNTIL Scan-Eof
        CLOSE XREF-FILE
    END-IF.

Read-Xref-Record.
    READ XREF-FILE
        AT END
            SET Scan-Eof TO TRUE
    END-READ.

Take-Xref-Record.
    PERFORM Clear-Candidate
    MOVE XRF-PROBLEM-ID TO Cand-Problem-Id
    MOVE XRF-DEPT       TO Cand-Dept
    MOVE XRF-SEQ        TO Cand-Seq
    MOVE 0              TO Cand-Date
    MOVE Stage-Routed   TO Cand-Stage
    MOVE "XREFFILE"     TO Cand-Source
    IF XRF-INTAKE-REJECT
        STRING "REJECTED AT INTAKE: " XRF-REASON
            DELIMITED BY SIZE INTO Cand-Text
        SET Cand-Final-Reject TO TRUE
    ELSE
        STRING "ROUTED TO " XRF-PROBLEM-ID ", VALUE " XRF-VALUE
            DELIMITED BY SIZE INTO Cand-Text
    END-IF
    PERFORM Handle-Candidate
    PERFORM Read-Xref-Record.

*> The combined answer file: what the department was sent.
Scan-Comb-File.
    MOVE "N" TO Scan-Eof-Sw
    OPEN INPUT COMB-FILE
    IF Scan-File-Status = "00"
        PERFORM Read-Comb-Record
        PERFORM Take-Comb-Record UNTIL Scan-Eof
        CLOSE COMB-FILE
    END-IF.

Read-Comb-Record.
    READ COMB-FILE
        AT END
            SET Scan-Eof TO TRUE
    END-READ.

Take-Comb-Record.
    PERFORM Clear-Candidate
    MOVE CMB-PROBLEM-ID  TO Cand-Problem-Id
    MOVE CMB-DEPT        TO Cand-Dept
    MOVE CMB-SEQ         TO Cand-Seq
    MOVE Stage-Delivered TO Cand-Stage
    MOVE "COMBFILE"      TO Cand-Source
    EVALUATE TRUE
        WHEN CMB-ANSWERED
            MOVE CMB-RESULT TO Sum-Edit
            PERFORM Left-Justify-Sum
            STRING "DELIVERED ANSWERED, RESULT=" Sum-Text
                DELIMITED BY SIZE INTO Cand-Text
            SET Cand-Answered TO TRUE
        WHEN CMB-REJECTED
            STRING "DELIVERED REJECTED: " CMB-REASON
                DELIMITED BY SIZE INTO Cand-Text
            SET Cand-Delivered TO TRUE
        WHEN CMB-HELD
            STRING "DELIVERED AS HELD: " CMB-REASON
                DELIMITED BY SIZE INTO Cand-Text
        WHEN OTHER
            STRING "DELIVERED AS NO RESPONSE: " CMB-REASON
                DELIMITED BY SIZE INTO Cand-Text
    END-EVALUATE
    PERFORM Handle-Candidate
    PERFORM Read-Comb-Record.

*> The archived audit history, ahead of the live file so the dated
*> records arrive oldest first.
Scan-Audit-Arch-File.
    MOVE "N" TO Scan-Eof-Sw
    OPEN INPUT AUDIT-ARCH-FILE
    IF Scan-File-Status = "00"
        PERFORM Read-Audit-Arch-Record
        PERFORM Take-Audit-Arch-Record UNTIL Scan-Eof
        CLOSE AUDIT-ARCH-FILE
    END-IF.

Read-Audit-Arch-Record.
    READ AUDIT-ARCH-FILE INTO AUDIT-LINE
        AT END
            SET Scan-Eof TO TRUE
    END-READ.

Take-Audit-Arch-Record.
    MOVE "AUDITARCH" TO Cand-Source
    PERFORM Take-Audit-Line
    PERFORM Read-Audit-Arch-Record.

*> The live audit history.
Scan-Audit-File.
    MOVE "N" TO Scan-Eof-Sw
    OPEN INPUT AUDIT-FILE
    IF Scan-File-Status = "00"
        PERFORM Read-Audit-Record
        PERFORM Take-Audit-Record UNTIL Scan-Eof
        CLOSE AUDIT-FILE
    END-IF.

Read-Audit-Record.
    READ AUDIT-FILE INTO AUDIT-LINE
        AT END
            SET Scan-Eof TO TRUE
    END-READ.

Take-Audit-Record.
    MOVE "AUDITFILE" TO Cand-Source
    PERFORM Take-Audit-Line
    PERFORM Read-Audit-Record.

*> Turns an audit line into a dated timeline entry: answered
*> (computed, or served from the results master, and released by an
*> approver when it had been held), rejected, or held. A line this
*> layout cannot read, or under a run id the registry does not know,
*> is passed over.
Take-Audit-Line.
    MOVE Cand-Source TO Source-Save
    PERFORM Clear-Candidate
    MOVE Source-Save TO Cand-Source
    PERFORM Find-Registry-Run-Id
    IF Reg-Slot > 0
            AND AL-CCYY IS NUMERIC AND AL-MM IS NUMERIC
            AND AL-DD IS NUMERIC AND AL-ORIG IS NUMERIC
            AND (AL-COMPLETED OR AL-REJECTED OR AL-HELD)
        MOVE RGT-PROBLEM-ID(Reg-Slot) TO Cand-Problem-Id
        MOVE AL-ORIG TO Cand-Orig
        MOVE AL-DEPT TO Cand-Dept
        MOVE AL-CCYY TO DW-CCYY
        MOVE AL-MM   TO DW-MM
        MOVE AL-DD   TO DW-DD
        MOVE Date-Work-Num TO Cand-Date
        IF AL-HH IS NUMERIC AND AL-MI IS NUMERIC AND AL-SS IS NUMERIC
            MOVE AL-HH TO TW-HH
            MOVE AL-MI TO TW-MI
            MOVE AL-SS TO TW-SS
            MOVE Time-Work-Num TO Cand-Time
        END-IF
        MOVE Stage-Audit TO Cand-Stage
        EVALUATE TRUE
            WHEN AL-COMPLETED
                PERFORM Word-Audit-Answer
                SET Cand-Answered TO TRUE
            WHEN AL-REJECTED
                MOVE "REJECTED (REASON ON THE RESPONSE RECORD)"
                    TO Cand-Text
            WHEN OTHER
                MOVE "HELD FOR APPROVAL" TO Cand-Text
        END-EVALUATE
        PERFORM Handle-Candidate
    END-IF.

*> Words an answered audit line: computed or from the master, with
*> the releasing approver when there was one.
Word-Audit-Answer.
    IF AL-SUMN IS NUMERIC
        MOVE AL-SUMN TO Sum-Edit
    ELSE
        MOVE 0 TO Sum-Edit
    END-IF
    PERFORM Left-Justify-Sum
    EVALUATE TRUE
        WHEN AL-SERVED-PREV AND AL-APPROVER NOT = SPACES
            STRING "ANSWERED FROM MASTER (PREV), APPROVED BY "
                AL-APPROVER
                DELIMITED BY SIZE INTO Cand-Text
        WHEN AL-SERVED-PREV
            STRING "ANSWERED FROM MASTER (PREV), SUM=" Sum-Text
                DELIMITED BY SIZE INTO Cand-Text
        WHEN AL-APPROVER NOT = SPACES
            STRING "ANSWERED, COMPUTED, APPROVED BY " AL-APPROVER
                DELIMITED BY SIZE INTO Cand-Text
        WHEN OTHER
            STRING "ANSWERED, COMPUTED, SUM=" Sum-Text
                DELIMITED BY SIZE INTO Cand-Text
    END-EVALUATE.

*> Drops the leading blanks off the edited sum in Sum-Edit, leaving
*> it in Sum-Text for the timeline wording.
Left-Justify-Sum.
    MOVE 0 TO Sum-Lead-Count
    INSPECT Sum-Edit TALLYING Sum-Lead-Count FOR LEADING SPACES
    MOVE Sum-Edit(Sum-Lead-Count + 1:) TO Sum-Text.

*> Writes the run totals and closes the files. Requests traced as
*> LOST, and inquiries that were rejected or found nothing, are raised
*> on the alert file as well.
Term-Run.
    WRITE TRACE-RPT-RECORD FROM Blank-Line
    MOVE Inquiry-Count        TO RT-INQUIRIES
    MOVE Inquiry-Reject-Count TO RT-INQ-REJECTED
    MOVE Not-Found-Count      TO RT-NOT-FOUND
    MOVE Traced-Count         TO RT-TRACED
    MOVE Open-Count           TO RT-OPEN
    MOVE Lost-Count           TO RT-LOST
    WRITE TRACE-RPT-RECORD FROM Report-Trailer
    IF Lost-Count > 0
        SET Alert-Warning TO TRUE
        MOVE "TRACLOST" TO Alert-Code
        MOVE Lost-Count TO Alert-Count
        MOVE "REQUESTS TRACED AS LOST - NO FINAL DISPOSITION, SEE TRACERPT"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Inquiry-Reject-Count + Not-Found-Count > 0
        SET Alert-Info TO TRUE
        MOVE "TRACNFND" TO Alert-Code
        COMPUTE Alert-Count = Inquiry-Reject-Count + Not-Found-Count
        MOVE "TRACE INQUIRIES REJECTED OR FINDING NOTHING" TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Inq-File-Opened
        CLOSE TRACE-INQ-FILE
    END-IF
    CLOSE TRACE-RPT-FILE.

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
        MOVE "PE-TRACE" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
