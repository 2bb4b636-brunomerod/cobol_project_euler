       >>SOURCE FORMAT FREE
*>*********************************
*>
*> PE-LEDGER - the open-items ledger. A request that is not answered
*> on the night it arrives ends up in one of several places: parked
*> on PENDFILE for a supervisor, released to APPRFILE for the next
*> run, sent round the reject-recycle loop on RECYCLOUT/RECYCLOUT2,
*> or aged out of that loop and gone. This program keeps one keyed
*> list of all of them, LEDGFILE (layout in the LEDGREC copybook),
*> run nightly in PE-DRIVER's chain after the calculation programs
*> and the distribution step:
*>   - the night's responses (RESPFILE, RESPFILE2) drive it: a held
*>     or rejected request opens an item, an answer delivered for a
*>     request on the ledger closes its item, and a reject that did
*>     not go back out on the recycle file has aged out, and its item
*>     is written off - kept on the ledger, marked written off, so it
*>     stays in sight;
*>   - the recycle-out records give a rejected item its reject code,
*>     cycle count, and requested-by date; the pending and approved
*>     files give a held item its hold, and say whether a supervisor
*>     has approved it - a held item that has left both files with
*>     no answer was denied, and is written off;
*>   - it prints what closed and what was written off tonight, an
*>     aging report of the whole ledger by department (days
*>     outstanding, the requested-by date, and what is overdue), and
*>     the roll-forward: opening items plus new, less closed, less
*>     written off, equals closing, proven against the ledger itself.
*>
*> The response and recycle-out files are only ever appended to
*> between month ends, so "tonight's" records are the ones beyond
*> the counts this job left on LEDGMARK last night - the same mark
*> idea PE-ALERT-SUM uses. A file shorter than its mark has been
*> restarted (PE-ARCHIVE, at month end) and all of it is tonight's.
*>
*> Original request numbers restart every run, so a returned request
*> is told from a new one by where it sits in the run: recycled
*> corrections are processed first, one response each, as many as
*> RECYCLIN (RECYCLIN2) holds; approved releases come next, and are
*> recognized by their department, original number, and value as
*> submitted against a held item whose hold has left the pending and
*> approved files; everything after that is the night's new work.
*>
*>*********************************

IDENTIFICATION DIVISION.
PROGRAM-ID. PE-LEDGER.
*> AUTHOR. Applications Development.
*> DATE-WRITTEN. October 15th 2026.
*>
*> Modification history:
*> 2026-10-15  Original version.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEDG-FILE ASSIGN TO "LEDGFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LGR-KEY
        FILE STATUS IS Ledg-File-Status.

    SELECT LEDG-MARK-FILE ASSIGN TO "LEDGMARK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Mark-File-Status.

    SELECT COUNT-FILE ASSIGN USING Count-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Count-File-Status.

    SELECT RESP-FILE ASSIGN TO "RESPFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Resp-File-Status.

    SELECT RESP2-FILE ASSIGN TO "RESPFILE2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Resp2-File-Status.

    SELECT RECYCLE-OUT ASSIGN TO "RECYCLOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Recout-File-Status.

    SELECT RECYCLE2-OUT ASSIGN TO "RECYCLOUT2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Recout2-File-Status.

    SELECT PEND-FILE ASSIGN TO "PENDFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Pend-File-Status.

    SELECT APPR-FILE ASSIGN TO "APPRFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Appr-File-Status.

    SELECT LEDG-RPT-FILE ASSIGN TO "LEDGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  LEDG-FILE.
    COPY LEDGREC.

*> When the last ledger run finished, how many records each appended
*> file held then, and how many items it left open.
FD  LEDG-MARK-FILE.
01  LEDG-MARK-RECORD.
    05  LMK-DATE                PIC 9(8).
    05  LMK-TIME                PIC 9(6).
    05  LMK-RESP-RECORDS        PIC 9(9).
    05  LMK-RESP2-RECORDS       PIC 9(9).
    05  LMK-RECOUT-RECORDS      PIC 9(9).
    05  LMK-RECOUT2-RECORDS     PIC 9(9).
    05  LMK-CLOSING-COUNT       PIC 9(6).

*> Any of the input files, opened by name only to count its records.
FD  COUNT-FILE.
01  COUNT-RECORD                PIC X(200).

FD  RESP-FILE.
    COPY RESPREC.

FD  RESP2-FILE.
    COPY RESP2REC.

FD  RECYCLE-OUT.
01  RECYCLE-OUT-RECORD          PIC X(39).

FD  RECYCLE2-OUT.
01  RECYCLE2-OUT-RECORD         PIC X(31).

FD  PEND-FILE.
01  PEND-RECORD                 PIC X(103).

FD  APPR-FILE.
01  APPR-RECORD                 PIC X(103).

FD  LEDG-RPT-FILE.
01  LEDG-RPT-RECORD             PIC X(132).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Ledg-File-Status PIC X(02) VALUE "00".
01 Mark-File-Status PIC X(02) VALUE "00".
01 Count-File-Status PIC X(02) VALUE "00".
01 Resp-File-Status PIC X(02) VALUE "00".
01 Resp2-File-Status PIC X(02) VALUE "00".
01 Recout-File-Status PIC X(02) VALUE "00".
01 Recout2-File-Status PIC X(02) VALUE "00".
01 Pend-File-Status PIC X(02) VALUE "00".
01 Appr-File-Status PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

*> The recycle-out and hold records are read into the shared layouts.
COPY RECYCREC.
COPY RECYC2REC.
COPY HOLDREC.

01 Ledg-Eof-Sw      PIC X(01) VALUE "N".
    88  Ledg-Eof                VALUE "Y".
01 Count-Eof-Sw     PIC X(01) VALUE "N".
    88  Count-Eof               VALUE "Y".
01 Resp-Eof-Sw      PIC X(01) VALUE "N".
    88  Resp-Eof                VALUE "Y".
01 Recout-Eof-Sw    PIC X(01) VALUE "N".
    88  Recout-Eof              VALUE "Y".
01 Hold-Eof-Sw      PIC X(01) VALUE "N".
    88  Hold-Eof                VALUE "Y".
01 Ledg-Open-Sw     PIC X(01) VALUE "N".
    88  Ledg-File-Opened        VALUE "Y".
01 Mark-Found-Sw    PIC X(01) VALUE "N".
    88  Mark-Found              VALUE "Y".
01 Count-Present-Sw PIC X(01) VALUE "N".
    88  Count-File-Present      VALUE "Y".
01 Run-Refused-Sw   PIC X(01) VALUE "N".
    88  Run-Refused             VALUE "Y".
01 Approval-Zone-Sw PIC X(01) VALUE "N".
    88  Approval-Zone           VALUE "Y".
01 Dept-Started-Sw  PIC X(01) VALUE "N".
    88  Dept-Started            VALUE "Y".
01 Roll-Unbalanced-Sw PIC X(01) VALUE "N".
    88  Roll-Unbalanced         VALUE "Y".
01 Opening-Differs-Sw PIC X(01) VALUE "N".
    88  Opening-Differs         VALUE "Y".

*> The mark the last run left.
01 Mark-Resp        PIC 9(9) VALUE 0.
01 Mark-Resp2       PIC 9(9) VALUE 0.
01 Mark-Recout      PIC 9(9) VALUE 0.
01 Mark-Recout2     PIC 9(9) VALUE 0.
01 Mark-Closing     PIC 9(6) VALUE 0.

*> Record counts: what each file holds, and how many of the records
*> on the appended files earlier runs have already taken.
01 Count-File-Name  PIC X(12) VALUE SPACES.
01 Count-Records    PIC 9(9) VALUE 0.
01 Count-Mark       PIC 9(9) VALUE 0.
01 Count-Skip       PIC 9(9) VALUE 0.
01 Resp-On-File     PIC 9(9) VALUE 0.
01 Resp2-On-File    PIC 9(9) VALUE 0.
01 Recout-On-File   PIC 9(9) VALUE 0.
01 Recout2-On-File  PIC 9(9) VALUE 0.
01 Recin-On-File    PIC 9(9) VALUE 0.
01 Recin2-On-File   PIC 9(9) VALUE 0.
01 Resp-Skip        PIC 9(9) VALUE 0.
01 Resp2-Skip       PIC 9(9) VALUE 0.
01 Recout-Skip      PIC 9(9) VALUE 0.
01 Recout2-Skip     PIC 9(9) VALUE 0.
01 Record-Seq       PIC 9(9) VALUE 0.

*> One of tonight's responses, from either response file, as the
*> ledger sees it. Evt-Seq is its place among tonight's responses
*> from its program; Returned-Count how many of those were returned
*> corrections, run first.
01 Evt-Problem      PIC X(4) VALUE SPACES.
01 Evt-Seq          PIC 9(9) VALUE 0.
01 Evt-Request-Num  PIC 9(6) VALUE 0.
01 Evt-Orig         PIC 9(6) VALUE 0.
01 Evt-Dept         PIC X(4) VALUE SPACES.
01 Evt-Intake-Seq   PIC X(6) VALUE SPACES.
01 Evt-Value        PIC X(9) VALUE SPACES.
01 Evt-Status       PIC X(1) VALUE SPACE.
01 Returned-Count   PIC 9(9) VALUE 0.

*> Every open item on the ledger, and every item opened tonight,
*> held here while tonight's work is applied; the ledger is updated
*> from the table at the end, so a run refused part-way leaves the
*> ledger exactly as it was. ITM-LEDGER matches LEDGER-RECORD byte
*> for byte. A ledger with more open items than the table holds
*> refuses the run; new items beyond it are counted and raised.
01 Item-Max-Entries PIC 9(4) VALUE 2000.
01 Item-Count       PIC 9(4) VALUE 0.
01 Item-Idx         PIC 9(4) VALUE 0.
01 Item-Slot        PIC 9(4) VALUE 0.
01 Item-Overflow-Count PIC 9(6) VALUE 0.
01 Item-Table.
    05  Item-Entry OCCURS 2000 TIMES.
        10  ITM-LEDGER.
            15  ITM-DEPT            PIC X(4).
            15  ITM-PROBLEM-ID      PIC X(4).
            15  ITM-OPEN-DATE       PIC 9(8).
            15  ITM-OPEN-SEQ        PIC 9(6).
            15  ITM-ORIG            PIC 9(6).
            15  ITM-INTAKE-SEQ      PIC X(6).
            15  ITM-VALUE           PIC X(9).
            15  ITM-PRIORITY        PIC X(1).
            15  ITM-REQ-BY          PIC X(8).
            15  ITM-STATUS          PIC X(1).
                88  ITM-HELD            VALUE "H".
                88  ITM-APPROVED        VALUE "A".
                88  ITM-IN-CORRECTION   VALUE "C".
                88  ITM-WRITTEN-OFF     VALUE "W".
            15  ITM-REASON-CODE     PIC X(4).
            15  ITM-CYCLE-COUNT     PIC 9(2).
            15  ITM-HOLD-DATE       PIC 9(8).
            15  ITM-HOLD-SEQ        PIC 9(6).
            15  ITM-LAST-DATE       PIC 9(8).
            15  ITM-WRITE-OFF-DATE  PIC 9(8).
            15  ITM-WRITE-OFF-CODE  PIC X(4).
        10  ITM-ACTION          PIC X(1).
            88  ITM-UNCHANGED       VALUE " ".
            88  ITM-NEW             VALUE "N".
            88  ITM-CHANGED         VALUE "U".
            88  ITM-CLOSED          VALUE "D" "X".
            88  ITM-DROPPED         VALUE "X".

*> Tonight's records off the recycle-out file of the program being
*> taken, in file order - the same order as its rejects.
01 Rcy-Max-Entries  PIC 9(4) VALUE 2000.
01 Rcy-Count        PIC 9(4) VALUE 0.
01 Rcy-Idx          PIC 9(4) VALUE 0.
01 Rcy-Slot         PIC 9(4) VALUE 0.
01 Recycle-Table.
    05  Rcy-Entry OCCURS 2000 TIMES.
        10  RCY-ORIG        PIC 9(6).
        10  RCY-DEPT        PIC X(4).
        10  RCY-CYCLE       PIC 9(2).
        10  RCY-CODE        PIC X(4).
        10  RCY-PRIORITY    PIC X(1).
        10  RCY-REQ-BY      PIC X(8).
        10  RCY-USED-SW     PIC X(1).
            88  RCY-USED        VALUE "Y".

*> Every hold on the pending and approved files as they stand
*> tonight - the same limit PE01-HOLD-REL buffers each file to.
01 Hold-Max-Entries PIC 9(4) VALUE 1000.
01 Hold-Count       PIC 9(4) VALUE 0.
01 Hold-Idx         PIC 9(4) VALUE 0.
01 Hold-Slot        PIC 9(4) VALUE 0.
01 Hold-Source-Work PIC X(1) VALUE SPACE.
01 Find-Hold-Date   PIC 9(8) VALUE 0.
01 Find-Hold-Seq    PIC 9(6) VALUE 0.
01 Hold-Table.
    05  Hold-Entry OCCURS 1000 TIMES.
        10  HLT-SOURCE      PIC X(1).
            88  HLT-FROM-PEND   VALUE "P".
            88  HLT-FROM-APPR   VALUE "A".
        10  HLT-DATE        PIC 9(8).
        10  HLT-SEQ         PIC 9(6).
        10  HLT-ORIG        PIC 9(6).
        10  HLT-DEPT        PIC X(4).
        10  HLT-INTAKE-SEQ  PIC X(6).
        10  HLT-PRIORITY    PIC X(1).
        10  HLT-REQ-BY      PIC X(8).
        10  HLT-CYCLE       PIC 9(2).
        10  HLT-MAXN        PIC X(8).
        10  HLT-REASON      PIC X(4).
        10  HLT-USED-SW     PIC X(1).
            88  HLT-USED        VALUE "Y".

*> The roll-forward.
01 Opening-Count    PIC 9(6) VALUE 0.
01 New-Count        PIC 9(6) VALUE 0.
01 Closed-Count     PIC 9(6) VALUE 0.
01 Written-Off-Count PIC 9(6) VALUE 0.
01 Closing-Computed PIC S9(7) VALUE 0.
01 Closing-On-Ledger PIC 9(6) VALUE 0.
01 Written-Off-On-File PIC 9(6) VALUE 0.

01 Taken-On-Count   PIC 9(6) VALUE 0.
01 Hold-Unmatched-Count PIC 9(6) VALUE 0.
01 Unknown-Status-Count PIC 9(6) VALUE 0.
01 Ledger-Error-Count PIC 9(6) VALUE 0.
01 Write-Off-Code   PIC X(4) VALUE SPACES.
01 Item-Status-Desc PIC X(24) VALUE SPACES.
01 Refuse-Text      PIC X(60) VALUE SPACES.

*> Aging figures for the department being printed, and for the
*> whole ledger.
01 Prev-Dept        PIC X(4) VALUE SPACES.
01 Dept-Totals.
    05  DTT-OPEN            PIC 9(6).
    05  DTT-AGE-1           PIC 9(6).
    05  DTT-AGE-2           PIC 9(6).
    05  DTT-AGE-3           PIC 9(6).
    05  DTT-AGE-4           PIC 9(6).
    05  DTT-OVERDUE         PIC 9(6).
    05  DTT-WRITTEN-OFF     PIC 9(6).
01 All-Totals.
    05  ALT-OPEN            PIC 9(6).
    05  ALT-AGE-1           PIC 9(6).
    05  ALT-AGE-2           PIC 9(6).
    05  ALT-AGE-3           PIC 9(6).
    05  ALT-AGE-4           PIC 9(6).
    05  ALT-OVERDUE         PIC 9(6).
    05  ALT-WRITTEN-OFF     PIC 9(6).
01 Ledger-Lines-Count PIC 9(6) VALUE 0.

*> Date work: a ccyymmdd value checked and edited for the report,
*> and days outstanding counted from it.
01 Fmt-Date-In.
    05  FDI-CCYY            PIC X(4).
    05  FDI-MM              PIC X(2).
    05  FDI-DD              PIC X(2).
01 Fmt-Date-Num REDEFINES Fmt-Date-In PIC 9(8).
01 Fmt-Date-Out.
    05  FDO-MM              PIC X(2).
    05  FILLER              PIC X(1) VALUE "/".
    05  FDO-DD              PIC X(2).
    05  FILLER              PIC X(1) VALUE "/".
    05  FDO-CCYY            PIC X(4).
01 Fmt-Date-Result  PIC X(10) VALUE SPACES.
01 Fmt-Date-Valid-Sw PIC X(01) VALUE "N".
    88  Fmt-Date-Valid          VALUE "Y".
01 Days-Work        PIC S9(7) VALUE 0.
01 Days-Outstanding PIC 9(5) VALUE 0.
01 Item-Overdue-Sw  PIC X(01) VALUE "N".
    88  Item-Overdue            VALUE "Y".

01 Run-Date.
    05  Run-Date-CCYY       PIC 9(4).
    05  Run-Date-MM         PIC 9(2).
    05  Run-Date-DD         PIC 9(2).
01 Run-Date-Num REDEFINES Run-Date PIC 9(8).
01 Run-Time-Work    PIC 9(8) VALUE 0.

01 Report-Header-1.
    05  FILLER              PIC X(18) VALUE "PROGRAM: PE-LEDGER".

01 Report-Header-2.
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  RH2-MM              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-DD              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-CCYY            PIC 9(4).

01 Section-Files-Line.
    05  FILLER              PIC X(10) VALUE "FILES READ".

01 Section-Closed-Line.
    05  FILLER              PIC X(35)
            VALUE "ITEMS CLOSED OR WRITTEN OFF TONIGHT".

01 Section-Aging-Line.
    05  FILLER              PIC X(30) VALUE "OPEN ITEMS AGING BY DEPARTMENT".

01 Section-Roll-Line.
    05  FILLER              PIC X(26) VALUE "ROLL-FORWARD OF OPEN ITEMS".

01 File-Line.
    05  FILLER              PIC X(02) VALUE SPACES.
    05  FLN-FILE            PIC X(12).
    05  FILLER              PIC X(10) VALUE "  ON FILE=".
    05  FLN-ON-FILE         PIC Z(8)9.
    05  FILLER              PIC X(16) VALUE "  TAKEN BEFORE=".
    05  FLN-SKIPPED         PIC Z(8)9.
    05  FILLER              PIC X(11) VALUE "  TONIGHT=".
    05  FLN-NEW             PIC Z(8)9.
    05  FILLER              PIC X(02) VALUE SPACES.
    05  FLN-NOTE            PIC X(30).

*> One ledger item: tonight's closures and write-offs, and the aging
*> report's detail lines.
01 Item-Line.
    05  FILLER              PIC X(02) VALUE SPACES.
    05  ITL-DEPT            PIC X(04).
    05  FILLER              PIC X(02) VALUE SPACES.
    05  ITL-PROBLEM         PIC X(04).
    05  FILLER              PIC X(07) VALUE "  ORIG=".
    05  ITL-ORIG            PIC ZZZZZ9.
    05  FILLER              PIC X(09) VALUE "  OPENED=".
    05  ITL-OPENED          PIC X(10).
    05  FILLER              PIC X(09) VALUE "  REQ-BY=".
    05  ITL-REQ-BY          PIC X(10).
    05  FILLER              PIC X(07) VALUE "  DAYS=".
    05  ITL-DAYS            PIC ZZZZ9.
    05  FILLER              PIC X(02) VALUE SPACES.
    05  ITL-STATUS          PIC X(24).
    05  FILLER              PIC X(07) VALUE "  CODE=".
    05  ITL-CODE            PIC X(04).
    05  FILLER              PIC X(09) VALUE "  CYCLES=".
    05  ITL-CYCLES          PIC Z9.
    05  FILLER              PIC X(02) VALUE SPACES.
    05  ITL-FLAG            PIC X(07).

01 Total-Line.
    05  FILLER              PIC X(02) VALUE SPACES.
    05  TTL-LABEL           PIC X(13).
    05  FILLER              PIC X(07) VALUE "  OPEN=".
    05  TTL-OPEN            PIC ZZZZZ9.
    05  FILLER              PIC X(11) VALUE "  0-2 DAYS=".
    05  TTL-AGE-1           PIC ZZZZZ9.
    05  FILLER              PIC X(11) VALUE "  3-7 DAYS=".
    05  TTL-AGE-2           PIC ZZZZZ9.
    05  FILLER              PIC X(12) VALUE "  8-30 DAYS=".
    05  TTL-AGE-3           PIC ZZZZZ9.
    05  FILLER              PIC X(10) VALUE "  OVER 30=".
    05  TTL-AGE-4           PIC ZZZZZ9.
    05  FILLER              PIC X(10) VALUE "  OVERDUE=".
    05  TTL-OVERDUE         PIC ZZZZZ9.
    05  FILLER              PIC X(14) VALUE "  WRITTEN OFF=".
    05  TTL-WRITTEN-OFF     PIC ZZZZZ9.

01 Roll-Line.
    05  FILLER              PIC X(02) VALUE SPACES.
    05  RFL-LABEL           PIC X(30).
    05  RFL-COUNT           PIC Z(6)9.

01 Roll-Verdict-Line.
    05  FILLER              PIC X(14) VALUE "ROLL-FORWARD: ".
    05  RVL-VERDICT         PIC X(14).

01 None-Line.
    05  FILLER              PIC X(06) VALUE "  NONE".

01 Note-Line.
    05  FILLER              PIC X(06) VALUE "NOTE: ".
    05  NL-TEXT             PIC X(60).
    05  NL-COUNT            PIC ZZZZZZ.

LINKAGE SECTION.
COPY PGMSTAT.

PROCEDURE DIVISION USING PGM-STATUS-AREA.
    PERFORM Init-Run

    IF NOT Run-Refused
        PERFORM Take-Problem-01
    END-IF
    IF NOT Run-Refused
        PERFORM Take-Problem-02
    END-IF
    IF NOT Run-Refused
        PERFORM Reconcile-Holds
        PERFORM Update-Ledger
        PERFORM Write-Aging-Report
        PERFORM Write-Roll-Forward
        PERFORM Save-Ledger-Mark
    END-IF

    PERFORM Term-Run

    PERFORM Set-Return-Status.
GOBACK.

*> Reports how the ledger run went to the driver, through the
*> LINKAGE status area; a standalone run has no status area and skips
*> the store. A ledger that could not be updated (or was refused) is
*> a failed run; a roll-forward out of balance, or unanswered
*> requests that could not be put on the ledger, is a run with
*> rejects.
Set-Return-Status.
    IF ADDRESS OF PGM-STATUS-AREA = NULL
        CONTINUE
    ELSE
        EVALUATE TRUE
            WHEN Run-Refused OR Ledger-Error-Count > 0
                SET PGM-STATUS-FAILED TO TRUE
            WHEN Roll-Unbalanced OR Opening-Differs
                    OR Item-Overflow-Count > 0
                SET PGM-STATUS-REJECTS TO TRUE
            WHEN OTHER
                SET PGM-STATUS-OK TO TRUE
        END-EVALUATE
    END-IF.

*> Opens the report, reads last night's mark, counts the input files
*> to find tonight's records on each, opens the ledger and tables
*> its open items, and tables the holds on the pending and approved
*> files.
Init-Run.
    ACCEPT Run-Date FROM DATE YYYYMMDD
    ACCEPT Run-Time-Work FROM TIME
    MOVE Run-Date-MM   TO RH2-MM
    MOVE Run-Date-DD   TO RH2-DD
    MOVE Run-Date-CCYY TO RH2-CCYY

    OPEN OUTPUT LEDG-RPT-FILE
    WRITE LEDG-RPT-RECORD FROM Report-Header-1
    WRITE LEDG-RPT-RECORD FROM Report-Header-2

    PERFORM Load-Ledger-Mark
    PERFORM Count-Input-Files
    PERFORM Open-Ledger
    IF NOT Run-Refused
        PERFORM Load-Open-Items
    END-IF
    IF NOT Run-Refused
        PERFORM Load-Hold-Files
    END-IF
    IF NOT Run-Refused
        WRITE LEDG-RPT-RECORD FROM Section-Closed-Line
    END-IF.

*> Reads the one-record mark the last run left, when there is one. A
*> mark that does not read as numbers is taken as no mark at all, so
*> every record on file is taken rather than some skipped on a guess.
Load-Ledger-Mark.
    OPEN INPUT LEDG-MARK-FILE
    IF Mark-File-Status = "00"
        READ LEDG-MARK-FILE
            NOT AT END
                IF LMK-RESP-RECORDS IS NUMERIC
                        AND LMK-RESP2-RECORDS IS NUMERIC
                        AND LMK-RECOUT-RECORDS IS NUMERIC
                        AND LMK-RECOUT2-RECORDS IS NUMERIC
                        AND LMK-CLOSING-COUNT IS NUMERIC
                    SET Mark-Found TO TRUE
                    MOVE LMK-RESP-RECORDS    TO Mark-Resp
                    MOVE LMK-RESP2-RECORDS   TO Mark-Resp2
                    MOVE LMK-RECOUT-RECORDS  TO Mark-Recout
                    MOVE LMK-RECOUT2-RECORDS TO Mark-Recout2
                    MOVE LMK-CLOSING-COUNT   TO Mark-Closing
                END-IF
        END-READ
        CLOSE LEDG-MARK-FILE
    END-IF
    IF NOT Mark-Found
        MOVE "NO EARLIER LEDGER RUN - EVERY RECORD ON FILE TAKEN"
            TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE LEDG-RPT-RECORD FROM Note-Line
    END-IF.

*> Counts every input file and lists it. On the appended files
*> (responses, recycle-out) the records beyond last night's mark are
*> tonight's; the recycle-in, pending, and approved files are taken
*> whole.
Count-Input-Files.
    WRITE LEDG-RPT-RECORD FROM Section-Files-Line
    MOVE "RESPFILE" TO Count-File-Name
    MOVE Mark-Resp TO Count-Mark
    PERFORM Count-New-Records
    MOVE Count-Records TO Resp-On-File
    MOVE Count-Skip    TO Resp-Skip

    MOVE "RECYCLOUT" TO Count-File-Name
    MOVE Mark-Recout TO Count-Mark
    PERFORM Count-New-Records
    MOVE Count-Records TO Recout-On-File
    MOVE Count-Skip    TO Recout-Skip

    MOVE "RECYCLIN" TO Count-File-Name
    MOVE "CORRECTIONS RUN TONIGHT" TO FLN-NOTE
    PERFORM Count-Whole-File
    MOVE Count-Records TO Recin-On-File

    MOVE "PENDFILE" TO Count-File-Name
    MOVE "HELD, AWAITING A DECISION" TO FLN-NOTE
    PERFORM Count-Whole-File

    MOVE "APPRFILE" TO Count-File-Name
    MOVE "APPROVED, AWAITING A RUN" TO FLN-NOTE
    PERFORM Count-Whole-File

    MOVE "RESPFILE2" TO Count-File-Name
    MOVE Mark-Resp2 TO Count-Mark
    PERFORM Count-New-Records
    MOVE Count-Records TO Resp2-On-File
    MOVE Count-Skip    TO Resp2-Skip

    MOVE "RECYCLOUT2" TO Count-File-Name
    MOVE Mark-Recout2 TO Count-Mark
    PERFORM Count-New-Records
    MOVE Count-Records TO Recout2-On-File
    MOVE Count-Skip    TO Recout2-Skip

    MOVE "RECYCLIN2" TO Count-File-Name
    MOVE "CORRECTIONS RUN TONIGHT" TO FLN-NOTE
    PERFORM Count-Whole-File
    MOVE Count-Records TO Recin2-On-File.

*> Counts an appended file and settles how many of its records are
*> already accounted for: the mark, unless there is no mark or the
*> file is shorter than it (restarted since), when none are.
Count-New-Records.
    PERFORM Count-One-File
    EVALUATE TRUE
        WHEN NOT Count-File-Present
            MOVE 0 TO Count-Skip
            MOVE "NOT PRESENT" TO FLN-NOTE
        WHEN NOT Mark-Found
            MOVE 0 TO Count-Skip
            MOVE "NO EARLIER RUN - ALL TAKEN" TO FLN-NOTE
        WHEN Count-Records < Count-Mark
            MOVE 0 TO Count-Skip
            MOVE "FILE RESTARTED - ALL TAKEN" TO FLN-NOTE
        WHEN OTHER
            MOVE Count-Mark TO Count-Skip
            MOVE SPACES TO FLN-NOTE
    END-EVALUATE
    PERFORM Report-File-Count.

*> Counts a file taken whole; the caller has set its note.
Count-Whole-File.
    PERFORM Count-One-File
    MOVE 0 TO Count-Skip
    IF NOT Count-File-Present
        MOVE "NOT PRESENT" TO FLN-NOTE
    END-IF
    PERFORM Report-File-Count.

Report-File-Count.
    MOVE Count-File-Name TO FLN-FILE
    MOVE Count-Records   TO FLN-ON-FILE
    MOVE Count-Skip      TO FLN-SKIPPED
    COMPUTE FLN-NEW = Count-Records - Count-Skip
    WRITE LEDG-RPT-RECORD FROM File-Line.

*> Counts the records on the file named in Count-File-Name; a file
*> that is not there counts none.
Count-One-File.
    MOVE 0 TO Count-Records
    MOVE "N" TO Count-Present-Sw
    MOVE "N" TO Count-Eof-Sw
    OPEN INPUT COUNT-FILE
    IF Count-File-Status = "00"
        SET Count-File-Present TO TRUE
        PERFORM Read-Count-Record
        PERFORM Tally-Count-Record UNTIL Count-Eof
        CLOSE COUNT-FILE
    END-IF.

Read-Count-Record.
    READ COUNT-FILE
        AT END
            SET Count-Eof TO TRUE
    END-READ.

Tally-Count-Record.
    ADD 1 TO Count-Records
    PERFORM Read-Count-Record.

*> Opens the ledger for update, creating it empty the first time.
*> One that can neither be opened nor created refuses the run.
Open-Ledger.
    OPEN I-O LEDG-FILE
    IF Ledg-File-Status NOT = "00"
        OPEN OUTPUT LEDG-FILE
        IF Ledg-File-Status = "00"
            CLOSE LEDG-FILE
            OPEN I-O LEDG-FILE
            IF Ledg-File-Status = "00"
                MOVE "OPEN-ITEMS LEDGER NOT FOUND - CREATED EMPTY"
                    TO NL-TEXT
                MOVE 0 TO NL-COUNT
                WRITE LEDG-RPT-RECORD FROM Note-Line
            END-IF
        END-IF
    END-IF
    IF Ledg-File-Status = "00"
        SET Ledg-File-Opened TO TRUE
    ELSE
        MOVE "OPEN-ITEMS LEDGER COULD NOT BE OPENED OR CREATED"
            TO Refuse-Text
        PERFORM Refuse-Run
    END-IF.

*> Tables every open item on the ledger, in key order, and counts
*> the written-off ones, which stay on file untouched.
Load-Open-Items.
    MOVE "N" TO Ledg-Eof-Sw
    MOVE LOW-VALUES TO LGR-KEY
    START LEDG-FILE KEY IS NOT LESS THAN LGR-KEY
        INVALID KEY
            SET Ledg-Eof TO TRUE
    END-START
    IF NOT Ledg-Eof
        PERFORM Read-Ledger-Next
    END-IF
    PERFORM Table-Ledger-Item UNTIL Ledg-Eof OR Run-Refused.

Read-Ledger-Next.
    READ LEDG-FILE NEXT RECORD
        AT END
            SET Ledg-Eof TO TRUE
    END-READ.

Table-Ledger-Item.
    EVALUATE TRUE
        WHEN LGR-OPEN
            IF Item-Count < Item-Max-Entries
                ADD 1 TO Item-Count
                ADD 1 TO Opening-Count
                MOVE LEDGER-RECORD TO ITM-LEDGER(Item-Count)
                MOVE SPACE TO ITM-ACTION(Item-Count)
            ELSE
                MOVE "OPEN ITEMS ON THE LEDGER BEYOND THE ITEM TABLE"
                    TO Refuse-Text
                PERFORM Refuse-Run
            END-IF
        WHEN LGR-WRITTEN-OFF
            ADD 1 TO Written-Off-On-File
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM Read-Ledger-Next.

*> Tables every hold on the pending file and the approved-release
*> file. More than the table holds refuses the run.
Load-Hold-Files.
    MOVE "P" TO Hold-Source-Work
    MOVE "N" TO Hold-Eof-Sw
    OPEN INPUT PEND-FILE
    IF Pend-File-Status = "00"
        PERFORM Read-Pend-Record
        PERFORM Table-Pend-Hold UNTIL Hold-Eof OR Run-Refused
        CLOSE PEND-FILE
    END-IF
    MOVE "A" TO Hold-Source-Work
    MOVE "N" TO Hold-Eof-Sw
    OPEN INPUT APPR-FILE
    IF Appr-File-Status = "00"
        PERFORM Read-Appr-Record
        PERFORM Table-Appr-Hold UNTIL Hold-Eof OR Run-Refused
        CLOSE APPR-FILE
    END-IF.

Read-Pend-Record.
    READ PEND-FILE INTO HOLD-RECORD
        AT END
            SET Hold-Eof TO TRUE
    END-READ.

Read-Appr-Record.
    READ APPR-FILE INTO HOLD-RECORD
        AT END
            SET Hold-Eof TO TRUE
    END-READ.

Table-Pend-Hold.
    PERFORM Table-Hold-Record
    PERFORM Read-Pend-Record.

Table-Appr-Hold.
    PERFORM Table-Hold-Record
    PERFORM Read-Appr-Record.

*> Tables the hold in HOLD-RECORD. A garbled number on the hold is
*> taken as zero rather than abending the run over it.
Table-Hold-Record.
    IF Hold-Count < Hold-Max-Entries
        ADD 1 TO Hold-Count
        MOVE Hold-Source-Work TO HLT-SOURCE(Hold-Count)
        MOVE 0 TO HLT-DATE(Hold-Count)
        MOVE 0 TO HLT-SEQ(Hold-Count)
        MOVE 0 TO HLT-ORIG(Hold-Count)
        MOVE 0 TO HLT-CYCLE(Hold-Count)
        IF HOLD-DATE IS NUMERIC
            MOVE HOLD-DATE TO HLT-DATE(Hold-Count)
        END-IF
        IF HOLD-SEQ IS NUMERIC
            MOVE HOLD-SEQ TO HLT-SEQ(Hold-Count)
        END-IF
        IF HOLD-ORIG IS NUMERIC
            MOVE HOLD-ORIG TO HLT-ORIG(Hold-Count)
        END-IF
        IF HOLD-CYCLE-COUNT IS NUMERIC
            MOVE HOLD-CYCLE-COUNT TO HLT-CYCLE(Hold-Count)
        END-IF
        MOVE HOLD-DEPT        TO HLT-DEPT(Hold-Count)
        MOVE HOLD-INTAKE-SEQ  TO HLT-INTAKE-SEQ(Hold-Count)
        MOVE HOLD-PRIORITY    TO HLT-PRIORITY(Hold-Count)
        MOVE HOLD-REQ-BY      TO HLT-REQ-BY(Hold-Count)
        MOVE HOLD-MAXN        TO HLT-MAXN(Hold-Count)
        MOVE HOLD-REASON-CODE TO HLT-REASON(Hold-Count)
        MOVE "N"              TO HLT-USED-SW(Hold-Count)
    ELSE
        MOVE "HOLDS ON THE PENDING AND APPROVED FILES BEYOND THE TABLE"
            TO Refuse-Text
        PERFORM Refuse-Run
    END-IF.

*> Refuses the run with nothing applied: the reason goes on the
*> report, and the ledger and its mark are left as they were, so the
*> next run takes tonight's records along with its own.
Refuse-Run.
    IF NOT Run-Refused
        SET Run-Refused TO TRUE
        MOVE Refuse-Text TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE LEDG-RPT-RECORD FROM Note-Line
    END-IF.

*> PROJECT-EULER-01's night: its recycle-out records are tabled, then
*> its responses taken in order - returned corrections first, then
*> approved releases, then new work.
Take-Problem-01.
    MOVE "PE01" TO Evt-Problem
    MOVE Recin-On-File TO Returned-Count
    SET Approval-Zone TO TRUE
    PERFORM Load-Recout-Segment
    IF NOT Run-Refused
        MOVE 0 TO Record-Seq
        MOVE "N" TO Resp-Eof-Sw
        OPEN INPUT RESP-FILE
        IF Resp-File-Status = "00"
            PERFORM Read-Resp-Record
            PERFORM Take-Resp-Record UNTIL Resp-Eof
            CLOSE RESP-FILE
        END-IF
    END-IF.

*> Tables tonight's records off RECYCLOUT.
Load-Recout-Segment.
    MOVE 0 TO Rcy-Count
    MOVE 0 TO Record-Seq
    MOVE "N" TO Recout-Eof-Sw
    OPEN INPUT RECYCLE-OUT
    IF Recout-File-Status = "00"
        PERFORM Read-Recout-Record
        PERFORM Table-Recout-Record UNTIL Recout-Eof OR Run-Refused
        CLOSE RECYCLE-OUT
    END-IF.

Read-Recout-Record.
    READ RECYCLE-OUT INTO RECYCLE-RECORD
        AT END
            SET Recout-Eof TO TRUE
    END-READ.

Table-Recout-Record.
    ADD 1 TO Record-Seq
    IF Record-Seq > Recout-Skip
        PERFORM Add-Recycle-Entry
        IF Rcy-Slot > 0
            IF REC-ORIG-REQ-NUM IS NUMERIC
                MOVE REC-ORIG-REQ-NUM TO RCY-ORIG(Rcy-Slot)
            END-IF
            IF REC-CYCLE-COUNT IS NUMERIC
                MOVE REC-CYCLE-COUNT TO RCY-CYCLE(Rcy-Slot)
            END-IF
            MOVE REC-DEPT        TO RCY-DEPT(Rcy-Slot)
            MOVE REC-REASON-CODE TO RCY-CODE(Rcy-Slot)
            MOVE REC-PRIORITY    TO RCY-PRIORITY(Rcy-Slot)
            MOVE REC-REQ-BY      TO RCY-REQ-BY(Rcy-Slot)
        END-IF
    END-IF
    PERFORM Read-Recout-Record.

*> Opens a cleared recycle-table entry, leaving its subscript in
*> Rcy-Slot; more of tonight's recycle records than the table holds
*> refuses the run.
Add-Recycle-Entry.
    MOVE 0 TO Rcy-Slot
    IF Rcy-Count < Rcy-Max-Entries
        ADD 1 TO Rcy-Count
        MOVE Rcy-Count TO Rcy-Slot
        MOVE 0      TO RCY-ORIG(Rcy-Slot)
        MOVE SPACES TO RCY-DEPT(Rcy-Slot)
        MOVE 0      TO RCY-CYCLE(Rcy-Slot)
        MOVE SPACES TO RCY-CODE(Rcy-Slot)
        MOVE SPACES TO RCY-PRIORITY(Rcy-Slot)
        MOVE SPACES TO RCY-REQ-BY(Rcy-Slot)
        MOVE "N"    TO RCY-USED-SW(Rcy-Slot)
    ELSE
        MOVE "TONIGHT'S RECYCLE RECORDS BEYOND THE TABLE" TO Refuse-Text
        PERFORM Refuse-Run
    END-IF.

Read-Resp-Record.
    READ RESP-FILE
        AT END
            SET Resp-Eof TO TRUE
    END-READ.

*> Stages one of tonight's PROJECT-EULER-01 responses and applies it.
Take-Resp-Record.
    ADD 1 TO Record-Seq
    IF Record-Seq > Resp-Skip
        COMPUTE Evt-Seq = Record-Seq - Resp-Skip
        MOVE 0 TO Evt-Request-Num
        MOVE 0 TO Evt-Orig
        IF RESP-REQUEST-NUM IS NUMERIC
            MOVE RESP-REQUEST-NUM TO Evt-Request-Num
        END-IF
        IF RESP-ORIG IS NUMERIC
            MOVE RESP-ORIG TO Evt-Orig
        END-IF
        MOVE RESP-DEPT       TO Evt-Dept
        MOVE RESP-INTAKE-SEQ TO Evt-Intake-Seq
        MOVE RESP-MAXN       TO Evt-Value
        MOVE RESP-STATUS     TO Evt-Status
        PERFORM Apply-Response-Event
    END-IF
    PERFORM Read-Resp-Record.

*> PROJECT-EULER-02's night, the same way; it has no hold workflow,
*> so there are no approved releases among its responses.
Take-Problem-02.
    MOVE "PE02" TO Evt-Problem
    MOVE Recin2-On-File TO Returned-Count
    MOVE "N" TO Approval-Zone-Sw
    PERFORM Load-Recout2-Segment
    IF NOT Run-Refused
        MOVE 0 TO Record-Seq
        MOVE "N" TO Resp-Eof-Sw
        OPEN INPUT RESP2-FILE
        IF Resp2-File-Status = "00"
            PERFORM Read-Resp2-Record
            PERFORM Take-Resp2-Record UNTIL Resp-Eof
            CLOSE RESP2-FILE
        END-IF
    END-IF.

*> Tables tonight's records off RECYCLOUT2. The ceiling-request
*> recycle record carries no priority or requested-by date.
Load-Recout2-Segment.
    MOVE 0 TO Rcy-Count
    MOVE 0 TO Record-Seq
    MOVE "N" TO Recout-Eof-Sw
    OPEN INPUT RECYCLE2-OUT
    IF Recout2-File-Status = "00"
        PERFORM Read-Recout2-Record
        PERFORM Table-Recout2-Record UNTIL Recout-Eof OR Run-Refused
        CLOSE RECYCLE2-OUT
    END-IF.

Read-Recout2-Record.
    READ RECYCLE2-OUT INTO RECYCLE2-RECORD
        AT END
            SET Recout-Eof TO TRUE
    END-READ.

Table-Recout2-Record.
    ADD 1 TO Record-Seq
    IF Record-Seq > Recout2-Skip
        PERFORM Add-Recycle-Entry
        IF Rcy-Slot > 0
            IF REC2-ORIG-REQ-NUM IS NUMERIC
                MOVE REC2-ORIG-REQ-NUM TO RCY-ORIG(Rcy-Slot)
            END-IF
            IF REC2-CYCLE-COUNT IS NUMERIC
                MOVE REC2-CYCLE-COUNT TO RCY-CYCLE(Rcy-Slot)
            END-IF
            MOVE REC2-DEPT        TO RCY-DEPT(Rcy-Slot)
            MOVE REC2-REASON-CODE TO RCY-CODE(Rcy-Slot)
        END-IF
    END-IF
    PERFORM Read-Recout2-Record.

Read-Resp2-Record.
    READ RESP2-FILE
        AT END
            SET Resp-Eof TO TRUE
    END-READ.

*> Stages one of tonight's PROJECT-EULER-02 responses and applies it.
Take-Resp2-Record.
    ADD 1 TO Record-Seq
    IF Record-Seq > Resp2-Skip
        COMPUTE Evt-Seq = Record-Seq - Resp2-Skip
        MOVE 0 TO Evt-Request-Num
        MOVE 0 TO Evt-Orig
        IF RESP2-REQUEST-NUM IS NUMERIC
            MOVE RESP2-REQUEST-NUM TO Evt-Request-Num
        END-IF
        IF RESP2-ORIG IS NUMERIC
            MOVE RESP2-ORIG TO Evt-Orig
        END-IF
        MOVE RESP2-DEPT       TO Evt-Dept
        MOVE RESP2-INTAKE-SEQ TO Evt-Intake-Seq
        MOVE RESP2-CEILING    TO Evt-Value
        MOVE RESP2-STATUS     TO Evt-Status
        PERFORM Apply-Response-Event
    END-IF
    PERFORM Read-Resp2-Record.

*> Applies one response to the ledger. First, whose item is it: a
*> returned correction's (among the first Returned-Count responses),
*> an approved release's (the responses after those, for as long as
*> each one matches a held item whose hold is gone), or - for new
*> work - nobody's yet. Then:
*>   answered  closes the item; new work answered needs none;
*>   rejected  opens an item for new work; if the reject went back
*>             out on the recycle file the item is out for
*>             correction (a second or later cycle finds its item
*>             even out of place), otherwise it has aged out and is
*>             written off;
*>   held      opens an item for new work; the item is held, on the
*>             hold PROJECT-EULER-01 parked it under.
Apply-Response-Event.
    MOVE 0 TO Item-Slot
    MOVE 0 TO Rcy-Slot
    MOVE 0 TO Hold-Slot
    EVALUATE TRUE
        WHEN Evt-Seq NOT > Returned-Count
            PERFORM Find-Correction-Item
        WHEN Approval-Zone
            PERFORM Find-Approval-Item
            MOVE 0 TO Hold-Slot
            IF Item-Slot = 0
                MOVE "N" TO Approval-Zone-Sw
            END-IF
    END-EVALUATE

    EVALUATE Evt-Status
        WHEN "A"
            IF Item-Slot > 0
                PERFORM Close-Item
            END-IF
        WHEN "R"
            PERFORM Find-Recycle-Entry
            IF Item-Slot = 0 AND Rcy-Slot > 0
                IF RCY-CYCLE(Rcy-Slot) > 1
                    PERFORM Find-Correction-Item
                END-IF
            END-IF
            IF Item-Slot = 0
                PERFORM Open-New-Item
            END-IF
            IF Item-Slot > 0
                IF Rcy-Slot > 0
                    PERFORM Send-Item-To-Correction
                ELSE
                    MOVE "AGED" TO Write-Off-Code
                    PERFORM Write-Off-Item
                END-IF
            END-IF
        WHEN "H"
            PERFORM Find-Pend-Hold
            IF Item-Slot = 0
                PERFORM Open-New-Item
            END-IF
            IF Item-Slot > 0
                PERFORM Hold-Item
            END-IF
        WHEN OTHER
            ADD 1 TO Unknown-Status-Count
    END-EVALUATE.

*> Finds the oldest item out for correction for this response's
*> problem, department, and original request number.
Find-Correction-Item.
    MOVE 0 TO Item-Slot
    PERFORM Match-Correction-Item
        VARYING Item-Idx FROM 1 BY 1
        UNTIL Item-Idx > Item-Count OR Item-Slot > 0.

Match-Correction-Item.
    IF NOT ITM-CLOSED(Item-Idx)
            AND ITM-IN-CORRECTION(Item-Idx)
            AND ITM-PROBLEM-ID(Item-Idx) = Evt-Problem
            AND ITM-DEPT(Item-Idx) = Evt-Dept
            AND ITM-ORIG(Item-Idx) = Evt-Orig
        MOVE Item-Idx TO Item-Slot
    END-IF.

*> Finds the oldest held or approved item this response can be the
*> release of: same problem, department, original request number,
*> and value as submitted, and its hold no longer on the pending or
*> approved file.
Find-Approval-Item.
    MOVE 0 TO Item-Slot
    PERFORM Match-Approval-Item
        VARYING Item-Idx FROM 1 BY 1
        UNTIL Item-Idx > Item-Count OR Item-Slot > 0.

Match-Approval-Item.
    IF NOT ITM-CLOSED(Item-Idx)
            AND (ITM-HELD(Item-Idx) OR ITM-APPROVED(Item-Idx))
            AND ITM-PROBLEM-ID(Item-Idx) = Evt-Problem
            AND ITM-DEPT(Item-Idx) = Evt-Dept
            AND ITM-ORIG(Item-Idx) = Evt-Orig
            AND ITM-VALUE(Item-Idx) = Evt-Value
        MOVE ITM-HOLD-DATE(Item-Idx) TO Find-Hold-Date
        MOVE ITM-HOLD-SEQ(Item-Idx)  TO Find-Hold-Seq
        PERFORM Find-Hold-Key
        IF Hold-Slot = 0
            MOVE Item-Idx TO Item-Slot
        END-IF
    END-IF.

*> Finds the hold keyed Find-Hold-Date/Find-Hold-Seq on the pending
*> or approved file, leaving its subscript in Hold-Slot.
Find-Hold-Key.
    MOVE 0 TO Hold-Slot
    PERFORM Match-Hold-Key
        VARYING Hold-Idx FROM 1 BY 1
        UNTIL Hold-Idx > Hold-Count OR Hold-Slot > 0.

Match-Hold-Key.
    IF HLT-DATE(Hold-Idx) = Find-Hold-Date
            AND HLT-SEQ(Hold-Idx) = Find-Hold-Seq
        MOVE Hold-Idx TO Hold-Slot
    END-IF.

*> Finds the first of tonight's recycle records not yet matched that
*> carries this response's original request number and department -
*> the recycle records are written in the same order as the rejects.
Find-Recycle-Entry.
    MOVE 0 TO Rcy-Slot
    PERFORM Match-Recycle-Entry
        VARYING Rcy-Idx FROM 1 BY 1
        UNTIL Rcy-Idx > Rcy-Count OR Rcy-Slot > 0.

Match-Recycle-Entry.
    IF NOT RCY-USED(Rcy-Idx)
            AND RCY-ORIG(Rcy-Idx) = Evt-Orig
            AND RCY-DEPT(Rcy-Idx) = Evt-Dept
        MOVE Rcy-Idx TO Rcy-Slot
    END-IF.

*> Finds the hold a held response was parked under: its request
*> number in the run is the hold sequence, and the latest hold date
*> carrying it is tonight's.
Find-Pend-Hold.
    MOVE 0 TO Hold-Slot
    PERFORM Match-Pend-Hold
        VARYING Hold-Idx FROM 1 BY 1
        UNTIL Hold-Idx > Hold-Count.

Match-Pend-Hold.
    IF NOT HLT-USED(Hold-Idx)
            AND HLT-SEQ(Hold-Idx) = Evt-Request-Num
            AND HLT-ORIG(Hold-Idx) = Evt-Orig
            AND HLT-DEPT(Hold-Idx) = Evt-Dept
        IF Hold-Slot = 0
            MOVE Hold-Idx TO Hold-Slot
        ELSE
            IF HLT-DATE(Hold-Idx) > HLT-DATE(Hold-Slot)
                MOVE Hold-Idx TO Hold-Slot
            END-IF
        END-IF
    END-IF.

*> Opens a new item for the staged response, keyed by its department,
*> problem, tonight's date, and its request number in the run,
*> leaving its subscript in Item-Slot. The caller sets what state it
*> is in. An item beyond the table is counted, not recorded.
Open-New-Item.
    MOVE 0 TO Item-Slot
    IF Item-Count < Item-Max-Entries
        ADD 1 TO Item-Count
        ADD 1 TO New-Count
        MOVE Item-Count TO Item-Slot
        MOVE SPACES          TO ITM-LEDGER(Item-Slot)
        MOVE Evt-Dept        TO ITM-DEPT(Item-Slot)
        MOVE Evt-Problem     TO ITM-PROBLEM-ID(Item-Slot)
        MOVE Run-Date-Num    TO ITM-OPEN-DATE(Item-Slot)
        MOVE Evt-Request-Num TO ITM-OPEN-SEQ(Item-Slot)
        MOVE Evt-Orig        TO ITM-ORIG(Item-Slot)
        MOVE Evt-Intake-Seq  TO ITM-INTAKE-SEQ(Item-Slot)
        MOVE Evt-Value       TO ITM-VALUE(Item-Slot)
        MOVE 0               TO ITM-CYCLE-COUNT(Item-Slot)
        MOVE 0               TO ITM-HOLD-DATE(Item-Slot)
        MOVE 0               TO ITM-HOLD-SEQ(Item-Slot)
        MOVE Run-Date-Num    TO ITM-LAST-DATE(Item-Slot)
        MOVE 0               TO ITM-WRITE-OFF-DATE(Item-Slot)
        SET ITM-NEW(Item-Slot) TO TRUE
    ELSE
        ADD 1 TO Item-Overflow-Count
    END-IF.

*> Marks an item already on the ledger as needing its record
*> rewritten; a new item is written whole anyway.
Mark-Item-Changed.
    IF NOT ITM-NEW(Item-Slot)
        SET ITM-CHANGED(Item-Slot) TO TRUE
    END-IF.

*> The item's request was rejected and went back out for correction
*> on tonight's recycle record.
Send-Item-To-Correction.
    SET ITM-IN-CORRECTION(Item-Slot) TO TRUE
    SET RCY-USED(Rcy-Slot) TO TRUE
    MOVE RCY-CODE(Rcy-Slot)  TO ITM-REASON-CODE(Item-Slot)
    MOVE RCY-CYCLE(Rcy-Slot) TO ITM-CYCLE-COUNT(Item-Slot)
    IF RCY-PRIORITY(Rcy-Slot) NOT = SPACE
        MOVE RCY-PRIORITY(Rcy-Slot) TO ITM-PRIORITY(Item-Slot)
    END-IF
    IF RCY-REQ-BY(Rcy-Slot) NOT = SPACES
        MOVE RCY-REQ-BY(Rcy-Slot) TO ITM-REQ-BY(Item-Slot)
    END-IF
    MOVE Evt-Value    TO ITM-VALUE(Item-Slot)
    MOVE 0            TO ITM-HOLD-DATE(Item-Slot)
    MOVE 0            TO ITM-HOLD-SEQ(Item-Slot)
    MOVE Run-Date-Num TO ITM-LAST-DATE(Item-Slot)
    PERFORM Mark-Item-Changed.

*> The item's request is held, under the hold in Hold-Slot - or,
*> when the pending file has no hold for it, under its own request
*> number tonight (counted: the hold record is missing).
Hold-Item.
    SET ITM-HELD(Item-Slot) TO TRUE
    IF Hold-Slot > 0
        SET HLT-USED(Hold-Slot) TO TRUE
        MOVE HLT-DATE(Hold-Slot)     TO ITM-HOLD-DATE(Item-Slot)
        MOVE HLT-SEQ(Hold-Slot)      TO ITM-HOLD-SEQ(Item-Slot)
        MOVE HLT-REASON(Hold-Slot)   TO ITM-REASON-CODE(Item-Slot)
        MOVE HLT-CYCLE(Hold-Slot)    TO ITM-CYCLE-COUNT(Item-Slot)
        MOVE HLT-PRIORITY(Hold-Slot) TO ITM-PRIORITY(Item-Slot)
        MOVE HLT-REQ-BY(Hold-Slot)   TO ITM-REQ-BY(Item-Slot)
        MOVE HLT-MAXN(Hold-Slot)     TO ITM-VALUE(Item-Slot)
    ELSE
        ADD 1 TO Hold-Unmatched-Count
        MOVE Run-Date-Num    TO ITM-HOLD-DATE(Item-Slot)
        MOVE Evt-Request-Num TO ITM-HOLD-SEQ(Item-Slot)
    END-IF
    MOVE Run-Date-Num TO ITM-LAST-DATE(Item-Slot)
    PERFORM Mark-Item-Changed.

*> The item's answer was delivered tonight: it comes off the ledger
*> (or, opened only tonight, never goes on it).
Close-Item.
    IF ITM-NEW(Item-Slot)
        SET ITM-DROPPED(Item-Slot) TO TRUE
    ELSE
        SET ITM-CLOSED(Item-Slot) TO TRUE
    END-IF
    ADD 1 TO Closed-Count
    MOVE ITM-LEDGER(Item-Slot) TO LEDGER-RECORD
    MOVE "CLOSED - ANSWERED" TO Item-Status-Desc
    PERFORM Write-Ledger-Line.

*> The item is written off for the reason in Write-Off-Code, and
*> stays on the ledger marked so.
Write-Off-Item.
    SET ITM-WRITTEN-OFF(Item-Slot) TO TRUE
    MOVE Write-Off-Code TO ITM-WRITE-OFF-CODE(Item-Slot)
    MOVE Run-Date-Num   TO ITM-WRITE-OFF-DATE(Item-Slot)
    MOVE Run-Date-Num   TO ITM-LAST-DATE(Item-Slot)
    ADD 1 TO Written-Off-Count
    PERFORM Mark-Item-Changed
    MOVE ITM-LEDGER(Item-Slot) TO LEDGER-RECORD
    PERFORM Describe-Ledger-Status
    PERFORM Write-Ledger-Line.

*> Brings every held and approved item into line with the pending
*> and approved files as they stand: a hold now on the approved file
*> is approved; a hold on neither file, with no answer tonight, was
*> denied and is written off. Any hold on either file the ledger
*> does not have yet is then taken on as a new item. Ends the
*> night's section of closures and write-offs.
Reconcile-Holds.
    PERFORM Reconcile-One-Item
        VARYING Item-Idx FROM 1 BY 1
        UNTIL Item-Idx > Item-Count
    PERFORM Take-On-Hold
        VARYING Hold-Idx FROM 1 BY 1
        UNTIL Hold-Idx > Hold-Count

    IF Closed-Count = 0 AND Written-Off-Count = 0
        WRITE LEDG-RPT-RECORD FROM None-Line
    END-IF
    IF Taken-On-Count > 0
        MOVE "HOLDS NOT ON THE LEDGER, TAKEN ON FROM PENDFILE/APPRFILE="
            TO NL-TEXT
        MOVE Taken-On-Count TO NL-COUNT
        WRITE LEDG-RPT-RECORD FROM Note-Line
    END-IF
    IF Hold-Unmatched-Count > 0
        MOVE "HELD RESPONSES WITH NO HOLD ON PENDFILE/APPRFILE="
            TO NL-TEXT
        MOVE Hold-Unmatched-Count TO NL-COUNT
        WRITE LEDG-RPT-RECORD FROM Note-Line
    END-IF
    IF Unknown-Status-Count > 0
        MOVE "RESPONSES WITH A STATUS NEITHER A, R, NOR H - IGNORED="
            TO NL-TEXT
        MOVE Unknown-Status-Count TO NL-COUNT
        WRITE LEDG-RPT-RECORD FROM Note-Line
    END-IF
    IF Item-Overflow-Count > 0
        MOVE "UNANSWERED REQUESTS BEYOND THE ITEM TABLE - NOT ON LEDGER="
            TO NL-TEXT
        MOVE Item-Overflow-Count TO NL-COUNT
        WRITE LEDG-RPT-RECORD FROM Note-Line
    END-IF.

Reconcile-One-Item.
    IF NOT ITM-CLOSED(Item-Idx)
            AND (ITM-HELD(Item-Idx) OR ITM-APPROVED(Item-Idx))
        MOVE Item-Idx TO Item-Slot
        MOVE ITM-HOLD-DATE(Item-Slot) TO Find-Hold-Date
        MOVE ITM-HOLD-SEQ(Item-Slot)  TO Find-Hold-Seq
        PERFORM Find-Hold-Key
        IF Hold-Slot > 0
            SET HLT-USED(Hold-Slot) TO TRUE
            IF HLT-FROM-APPR(Hold-Slot) AND ITM-HELD(Item-Slot)
                SET ITM-APPROVED(Item-Slot) TO TRUE
                MOVE Run-Date-Num TO ITM-LAST-DATE(Item-Slot)
                PERFORM Mark-Item-Changed
            END-IF
        ELSE
            MOVE "DENY" TO Write-Off-Code
            PERFORM Write-Off-Item
        END-IF
    END-IF.

*> Takes on a hold the ledger has no item for (a hold from before the
*> ledger's first run, or one whose response was on a response file
*> restarted since), opened on the date it was held.
Take-On-Hold.
    IF NOT HLT-USED(Hold-Idx)
        MOVE "PE01"                 TO Evt-Problem
        MOVE HLT-DEPT(Hold-Idx)     TO Evt-Dept
        MOVE HLT-SEQ(Hold-Idx)      TO Evt-Request-Num
        MOVE HLT-ORIG(Hold-Idx)     TO Evt-Orig
        MOVE HLT-INTAKE-SEQ(Hold-Idx) TO Evt-Intake-Seq
        MOVE HLT-MAXN(Hold-Idx)     TO Evt-Value
        PERFORM Open-New-Item
        IF Item-Slot > 0
            ADD 1 TO Taken-On-Count
            MOVE HLT-DATE(Hold-Idx) TO ITM-OPEN-DATE(Item-Slot)
            MOVE Hold-Idx TO Hold-Slot
            PERFORM Hold-Item
            IF HLT-FROM-APPR(Hold-Idx)
                SET ITM-APPROVED(Item-Slot) TO TRUE
            END-IF
        END-IF
    END-IF.

*> Writes tonight's changes to the ledger: new items added, changed
*> ones rewritten, closed ones deleted. A failed update is counted
*> and raised - the roll-forward will not prove either.
Update-Ledger.
    PERFORM Store-One-Item
        VARYING Item-Idx FROM 1 BY 1
        UNTIL Item-Idx > Item-Count
    IF Ledger-Error-Count > 0
        MOVE "LEDGER UPDATES THAT FAILED=" TO NL-TEXT
        MOVE Ledger-Error-Count TO NL-COUNT
        WRITE LEDG-RPT-RECORD FROM Note-Line
    END-IF.

Store-One-Item.
    EVALUATE TRUE
        WHEN ITM-DROPPED(Item-Idx)
            CONTINUE
        WHEN ITM-NEW(Item-Idx)
            MOVE ITM-LEDGER(Item-Idx) TO LEDGER-RECORD
            WRITE LEDGER-RECORD
                INVALID KEY
                    ADD 1 TO Ledger-Error-Count
            END-WRITE
        WHEN ITM-CHANGED(Item-Idx)
            MOVE ITM-LEDGER(Item-Idx) TO LEDGER-RECORD
            REWRITE LEDGER-RECORD
                INVALID KEY
                    ADD 1 TO Ledger-Error-Count
            END-REWRITE
        WHEN ITM-CLOSED(Item-Idx)
            MOVE ITM-LEDGER(Item-Idx) TO LEDGER-RECORD
            DELETE LEDG-FILE RECORD
                INVALID KEY
                    ADD 1 TO Ledger-Error-Count
            END-DELETE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Prints the whole ledger, department by department in key order:
*> every open item with its days outstanding and requested-by date
*> (flagged when that date has passed), every written-off item, and
*> each department's totals by age, then the totals for all
*> departments. The open items counted here are the closing figure
*> the roll-forward is proven against.
Write-Aging-Report.
    WRITE LEDG-RPT-RECORD FROM Section-Aging-Line
    MOVE ZEROS TO All-Totals
    MOVE "N" TO Dept-Started-Sw
    MOVE "N" TO Ledg-Eof-Sw
    MOVE LOW-VALUES TO LGR-KEY
    START LEDG-FILE KEY IS NOT LESS THAN LGR-KEY
        INVALID KEY
            SET Ledg-Eof TO TRUE
    END-START
    IF NOT Ledg-Eof
        PERFORM Read-Ledger-Next
    END-IF
    PERFORM Age-Ledger-Record UNTIL Ledg-Eof
    IF Dept-Started
        PERFORM Write-Dept-Total
    END-IF
    IF Ledger-Lines-Count = 0
        WRITE LEDG-RPT-RECORD FROM None-Line
    END-IF
    MOVE "ALL DEPTS"     TO TTL-LABEL
    MOVE ALT-OPEN        TO TTL-OPEN
    MOVE ALT-AGE-1       TO TTL-AGE-1
    MOVE ALT-AGE-2       TO TTL-AGE-2
    MOVE ALT-AGE-3       TO TTL-AGE-3
    MOVE ALT-AGE-4       TO TTL-AGE-4
    MOVE ALT-OVERDUE     TO TTL-OVERDUE
    MOVE ALT-WRITTEN-OFF TO TTL-WRITTEN-OFF
    WRITE LEDG-RPT-RECORD FROM Total-Line.

Age-Ledger-Record.
    IF NOT Dept-Started OR LGR-DEPT NOT = Prev-Dept
        IF Dept-Started
            PERFORM Write-Dept-Total
        END-IF
        SET Dept-Started TO TRUE
        MOVE LGR-DEPT TO Prev-Dept
        MOVE ZEROS TO Dept-Totals
    END-IF
    PERFORM Describe-Ledger-Status
    PERFORM Write-Ledger-Line
    ADD 1 TO Ledger-Lines-Count
    EVALUATE TRUE
        WHEN LGR-OPEN
            ADD 1 TO Closing-On-Ledger
            ADD 1 TO DTT-OPEN
            EVALUATE TRUE
                WHEN Days-Outstanding < 3
                    ADD 1 TO DTT-AGE-1
                WHEN Days-Outstanding < 8
                    ADD 1 TO DTT-AGE-2
                WHEN Days-Outstanding < 31
                    ADD 1 TO DTT-AGE-3
                WHEN OTHER
                    ADD 1 TO DTT-AGE-4
            END-EVALUATE
            IF Item-Overdue
                ADD 1 TO DTT-OVERDUE
            END-IF
        WHEN LGR-WRITTEN-OFF
            ADD 1 TO DTT-WRITTEN-OFF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM Read-Ledger-Next.

*> Prints the totals for the department just finished and adds them
*> into the totals for all departments.
Write-Dept-Total.
    MOVE SPACES TO TTL-LABEL
    STRING "DEPT " Prev-Dept DELIMITED BY SIZE INTO TTL-LABEL
    MOVE DTT-OPEN        TO TTL-OPEN
    MOVE DTT-AGE-1       TO TTL-AGE-1
    MOVE DTT-AGE-2       TO TTL-AGE-2
    MOVE DTT-AGE-3       TO TTL-AGE-3
    MOVE DTT-AGE-4       TO TTL-AGE-4
    MOVE DTT-OVERDUE     TO TTL-OVERDUE
    MOVE DTT-WRITTEN-OFF TO TTL-WRITTEN-OFF
    WRITE LEDG-RPT-RECORD FROM Total-Line
    ADD DTT-OPEN        TO ALT-OPEN
    ADD DTT-AGE-1       TO ALT-AGE-1
    ADD DTT-AGE-2       TO ALT-AGE-2
    ADD DTT-AGE-3       TO ALT-AGE-3
    ADD DTT-AGE-4       TO ALT-AGE-4
    ADD DTT-OVERDUE     TO ALT-OVERDUE
    ADD DTT-WRITTEN-OFF TO ALT-WRITTEN-OFF.

*> Describes the state of the item in LEDGER-RECORD for its line.
Describe-Ledger-Status.
    EVALUATE TRUE
        WHEN LGR-HELD
            MOVE "HELD FOR APPROVAL" TO Item-Status-Desc
        WHEN LGR-APPROVED
            MOVE "APPROVED, AWAITING RUN" TO Item-Status-Desc
        WHEN LGR-IN-CORRECTION
            MOVE "OUT FOR CORRECTION" TO Item-Status-Desc
        WHEN LGR-WRITTEN-OFF AND LGR-AGED-OUT
            MOVE "WRITTEN OFF - AGED OUT" TO Item-Status-Desc
        WHEN LGR-WRITTEN-OFF AND LGR-DENIED
            MOVE "WRITTEN OFF - DENIED" TO Item-Status-Desc
        WHEN LGR-WRITTEN-OFF
            MOVE "WRITTEN OFF" TO Item-Status-Desc
        WHEN OTHER
            MOVE "UNKNOWN STATUS" TO Item-Status-Desc
    END-EVALUATE.

*> Prints the item in LEDGER-RECORD, described by Item-Status-Desc:
*> its dates edited, the days it has been outstanding, and OVERDUE
*> when it is still open past its requested-by date.
Write-Ledger-Line.
    MOVE LGR-DEPT       TO ITL-DEPT
    MOVE LGR-PROBLEM-ID TO ITL-PROBLEM
    MOVE LGR-ORIG       TO ITL-ORIG
    MOVE 0 TO Days-Outstanding
    MOVE LGR-OPEN-DATE TO Fmt-Date-In
    PERFORM Format-Date
    MOVE Fmt-Date-Result TO ITL-OPENED
    IF Fmt-Date-Valid
        COMPUTE Days-Work = FUNCTION INTEGER-OF-DATE(Run-Date-Num)
            - FUNCTION INTEGER-OF-DATE(Fmt-Date-Num)
        IF Days-Work > 0
            MOVE Days-Work TO Days-Outstanding
        END-IF
    END-IF
    MOVE "N" TO Item-Overdue-Sw
    MOVE LGR-REQ-BY TO Fmt-Date-In
    PERFORM Format-Date
    MOVE Fmt-Date-Result TO ITL-REQ-BY
    IF Fmt-Date-Valid AND LGR-OPEN
        IF Fmt-Date-Num < Run-Date-Num
            SET Item-Overdue TO TRUE
        END-IF
    END-IF
    MOVE Days-Outstanding TO ITL-DAYS
    MOVE Item-Status-Desc TO ITL-STATUS
    MOVE LGR-REASON-CODE  TO ITL-CODE
    MOVE LGR-CYCLE-COUNT  TO ITL-CYCLES
    IF Item-Overdue
        MOVE "OVERDUE" TO ITL-FLAG
    ELSE
        MOVE SPACES TO ITL-FLAG
    END-IF
    WRITE LEDG-RPT-RECORD FROM Item-Line.

*> Edits the ccyymmdd date in Fmt-Date-In as MM/DD/CCYY, or spaces
*> when it is blank or not a date.
Format-Date.
    MOVE "N" TO Fmt-Date-Valid-Sw
    IF Fmt-Date-In IS NUMERIC
        IF FDI-CCYY > "1600" AND FDI-MM >= "01" AND FDI-MM <= "12"
                AND FDI-DD >= "01" AND FDI-DD <= "31"
            SET Fmt-Date-Valid TO TRUE
        END-IF
    END-IF
    IF Fmt-Date-Valid
        MOVE FDI-MM   TO FDO-MM
        MOVE FDI-DD   TO FDO-DD
        MOVE FDI-CCYY TO FDO-CCYY
        MOVE Fmt-Date-Out TO Fmt-Date-Result
    ELSE
        MOVE SPACES TO Fmt-Date-Result
    END-IF.

*> Prints the roll-forward - last night's closing open items, plus
*> tonight's new items, less those closed and those written off,
*> equals tonight's closing - and proves it against the open items
*> actually on the ledger; and proves tonight's opening against the
*> closing the last run left on the mark.
Write-Roll-Forward.
    WRITE LEDG-RPT-RECORD FROM Section-Roll-Line
    COMPUTE Closing-Computed = Opening-Count + New-Count
        - Closed-Count - Written-Off-Count
    MOVE "OPENING OPEN ITEMS" TO RFL-LABEL
    MOVE Opening-Count TO RFL-COUNT
    WRITE LEDG-RPT-RECORD FROM Roll-Line
    MOVE "PLUS NEW ITEMS" TO RFL-LABEL
    MOVE New-Count TO RFL-COUNT
    WRITE LEDG-RPT-RECORD FROM Roll-Line
    MOVE "LESS CLOSED - ANSWERED" TO RFL-LABEL
    MOVE Closed-Count TO RFL-COUNT
    WRITE LEDG-RPT-RECORD FROM Roll-Line
    MOVE "LESS WRITTEN OFF" TO RFL-LABEL
    MOVE Written-Off-Count TO RFL-COUNT
    WRITE LEDG-RPT-RECORD FROM Roll-Line
    MOVE "EQUALS CLOSING OPEN ITEMS" TO RFL-LABEL
    MOVE Closing-Computed TO RFL-COUNT
    WRITE LEDG-RPT-RECORD FROM Roll-Line
    MOVE "OPEN ITEMS ON THE LEDGER" TO RFL-LABEL
    MOVE Closing-On-Ledger TO RFL-COUNT
    WRITE LEDG-RPT-RECORD FROM Roll-Line
    MOVE "WRITTEN-OFF ITEMS ON LEDGER" TO RFL-LABEL
    MOVE ALT-WRITTEN-OFF TO RFL-COUNT
    WRITE LEDG-RPT-RECORD FROM Roll-Line

    IF Closing-Computed NOT = Closing-On-Ledger
            OR Ledger-Error-Count > 0
        SET Roll-Unbalanced TO TRUE
        MOVE "OUT OF BALANCE" TO RVL-VERDICT
    ELSE
        MOVE "IN BALANCE" TO RVL-VERDICT
    END-IF
    WRITE LEDG-RPT-RECORD FROM Roll-Verdict-Line

    IF Mark-Found AND Mark-Closing NOT = Opening-Count
        SET Opening-Differs TO TRUE
        MOVE "OPENING DIFFERS FROM THE LAST RUN'S CLOSING, WHICH WAS"
            TO NL-TEXT
        MOVE Mark-Closing TO NL-COUNT
        WRITE LEDG-RPT-RECORD FROM Note-Line
    END-IF.

*> Leaves tonight's mark for the next run: how many records each
*> appended file holds now, and the open items left on the ledger.
Save-Ledger-Mark.
    OPEN OUTPUT LEDG-MARK-FILE
    IF Mark-File-Status = "00"
        MOVE Run-Date-Num       TO LMK-DATE
        MOVE Run-Time-Work(1:6) TO LMK-TIME
        MOVE Resp-On-File       TO LMK-RESP-RECORDS
        MOVE Resp2-On-File      TO LMK-RESP2-RECORDS
        MOVE Recout-On-File     TO LMK-RECOUT-RECORDS
        MOVE Recout2-On-File    TO LMK-RECOUT2-RECORDS
        MOVE Closing-On-Ledger  TO LMK-CLOSING-COUNT
        WRITE LEDG-MARK-RECORD
        CLOSE LEDG-MARK-FILE
    END-IF.

*> Raises what the morning shift must see and closes up.
Term-Run.
    IF Run-Refused
        MOVE "RUN REFUSED - LEDGER NOT UPDATED, MARK NOT MOVED" TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE LEDG-RPT-RECORD FROM Note-Line
        SET Alert-Critical TO TRUE
        MOVE "LEDGFAIL" TO Alert-Code
        MOVE Refuse-Text TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Ledger-Error-Count > 0
        SET Alert-Critical TO TRUE
        MOVE "LEDGIOER" TO Alert-Code
        MOVE Ledger-Error-Count TO Alert-Count
        MOVE "OPEN-ITEMS LEDGER UPDATES FAILED - SEE LEDGRPT" TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Roll-Unbalanced OR Opening-Differs
        SET Alert-Error TO TRUE
        MOVE "OUTBAL" TO Alert-Code
        MOVE "OPEN-ITEMS ROLL-FORWARD OUT OF BALANCE - SEE LEDGRPT"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Item-Overflow-Count > 0
        SET Alert-Error TO TRUE
        MOVE "LEDGOVFL" TO Alert-Code
        MOVE Item-Overflow-Count TO Alert-Count
        MOVE "UNANSWERED REQUESTS BEYOND THE ITEM TABLE - NOT ON LEDGER"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Written-Off-Count > 0
        SET Alert-Warning TO TRUE
        MOVE "WRITEOFF" TO Alert-Code
        MOVE Written-Off-Count TO Alert-Count
        MOVE "REQUESTS WRITTEN OFF THE OPEN-ITEMS LEDGER TONIGHT"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF ALT-OVERDUE > 0
        SET Alert-Warning TO TRUE
        MOVE "OVERDUE" TO Alert-Code
        MOVE ALT-OVERDUE TO Alert-Count
        MOVE "OPEN ITEMS PAST THEIR REQUESTED-BY DATE - SEE LEDGRPT"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Hold-Unmatched-Count > 0
        SET Alert-Warning TO TRUE
        MOVE "HOLDMISS" TO Alert-Code
        MOVE Hold-Unmatched-Count TO Alert-Count
        MOVE "HELD RESPONSES WITH NO HOLD ON PENDFILE/APPRFILE"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF

    IF Ledg-File-Opened
        CLOSE LEDG-FILE
    END-IF
    CLOSE LEDG-RPT-FILE.

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
        MOVE "PE-LEDGER" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
