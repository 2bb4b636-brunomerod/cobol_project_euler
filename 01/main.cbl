*>             checkpointed like any other disposition; the per-
*>             department volume counts restart from the resume
*>             point, like the turnaround detail lines.
*> 2026-10-15  Widened MAXN to eight digits (the full width of the
*>             PARM-FILE bounds) and SUMN to fifteen, with every record
*>             that carries them: the TRAN detail, the checkpoint, the
*>             response, results-master, recycle, and pending/approved
*>             layouts, and the audit line's SUM column. The MAXN bound
*>             and hold-margin parameters now load at their full eight
*>             digits; the TRAN trailer's MAXN hash is twelve digits
*>             and the grand total eighteen. Files written under the
*>             old layouts are carried forward once by PE01-CONVERT.
*> 2026-10-15  Department edits against DEPT-FILE, the keyed
*>             department master maintained by PE01-DEPT-MAINT: a
*>             request from a department not on the master, from a
*>             closed department, or from one not authorized for
*>             problem PE01 is rejected with its own reason and
*>             recycle code (DUNK, DCLS, DAUT) and goes around the
*>             reject-recycle loop like any other reject. A run with
*>             no department master applies no department edits and
*>             says so on the report.
*> 2026-10-15  Conditions the morning shift must see are also
*>             appended to the shared alert file (ALERTREC copybook):
*>             a refused start or restart, a missing transaction
*>             file, a rejected or out-of-balance batch, rejects,
*>             late answers, held requests, parameter rejects, a
*>             missing results or department master, and an
*>             operator-cleared checkpoint.
*> 2026-10-15  Intraday cycles. The TRAN-FILE header carries a cycle
*>             number (1-9; blank, as on a header keyed before cycles,
*>             reads as 1) after its date, so a morning, midday, and
*>             evening batch can each be run on the same date. The
*>             header must still be dated today; a cycle no later than
*>             the last one LOCK-FILE shows finished today rejects the
*>             batch as already run. The cycle is carried into the
*>             lock, the checkpoint (a restart must present the same
*>             cycle), the audit line, the CONS-FILE record, and the
*>             report header. Request numbers start at 100000 times
*>             the cycle less one, so a hold, a response, and an
*>             original request number name one request on its date
*>             whatever cycle it came in on; cycle 1 numbers as before.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS MAST-KEY
        FILE STATUS IS Mast-File-Status.

    SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DEPT-KEY
        FILE STATUS IS Dept-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  TRAN-FILE.
        88  Tran-Detail-Rec         VALUE "D".
        88  Tran-Trailer-Rec        VALUE "T".
    05  TRAN-DETAIL-BODY.
        10  TRAN-MAXN           PIC 9(8).
        10  TRAN-DIV-COUNT      PIC X(02).
        10  TRAN-DIVISORS.
            15  TRAN-DIVISOR OCCURS 10 TIMES PIC X(04).
        10  TRAN-REQ-BY-DATE    PIC X(08).
    05  TRAN-HEADER-BODY REDEFINES TRAN-DETAIL-BODY.
        10  TRAN-HDR-DATE       PIC 9(8).
        10  TRAN-HDR-CYCLE      PIC X(1).
            88  Tran-Hdr-Cycle-Blank    VALUE SPACE.
            88  Tran-Hdr-Cycle-Keyed    VALUE "1" THRU "9".
        10  FILLER              PIC X(60).
    05  TRAN-TRAILER-BODY REDEFINES TRAN-DETAIL-BODY.
        10  TRAN-TRL-COUNT      PIC 9(6).
        10  TRAN-TRL-HASH       PIC 9(12).
        10  FILLER              PIC X(51).

FD  DIV-FILE.
01  DIV-RECORD.
    05  DIV-FACTOR          PIC 9(4).

FD  RPT-FILE.
01  RPT-RECORD                 PIC X(120).

FD  CKPT-FILE.
01  CKPT-RECORD.
    05  CKPT-LAST-COMPLETED PIC 9(6).
    05  CKPT-REQ-COUNT      PIC 9(6).
    05  CKPT-GRAND-TOTAL    PIC 9(18).
    05  CKPT-REJECT-COUNT   PIC 9(6).
    05  CKPT-HIT-COUNT      PIC 9(6).
    05  CKPT-FRESH-COUNT    PIC 9(6).
    05  CKPT-ATRISK-COUNT   PIC 9(6).
    05  CKPT-RUN-DATE       PIC 9(8).
    05  CKPT-HDR-DATE       PIC 9(8).
    05  CKPT-TRAN-HASH      PIC 9(12).
    05  CKPT-HELD-COUNT     PIC 9(6).
    05  CKPT-HDR-CYCLE      PIC 9(1).

FD  REJ-FILE.
01  REJ-RECORD                 PIC X(100).

FD  AUDIT-FILE.
01  AUDIT-RECORD                PIC X(130).

FD  PARM-FILE.
    COPY PARMREC.
    COPY RESPREC.

FD  RECYCLE-IN.
01  RECYCLE-IN-RECORD           PIC X(39).

FD  RECYCLE-OUT.
01  RECYCLE-OUT-RECORD          PIC X(39).

FD  PEND-FILE.
01  PEND-RECORD                 PIC X(103).

FD  APPROVE-IN.
01  APPROVE-IN-RECORD           PIC X(103).

FD  LOCK-FILE.
01  LOCK-RECORD.
        88  Lock-Ended              VALUE "ENDED  ".
    05  LCK-DATE                PIC 9(8).
    05  LCK-TIME                PIC 9(6).
    05  LCK-CYCLE               PIC 9(1).

FD  RUN-CTL-FILE.
01  RUN-CTL-RECORD.
FD  MAST-FILE.
    COPY MASTREC.

FD  DEPT-FILE.
    COPY DEPTREC.

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 MAXN PIC 9(8)    VALUE 0.
*> Byte view of MAXN, for staging a value that may not be numeric
*> (a recycled request's MAXN comes back exactly as received) without
*> a numeric MOVE converting it before Validate-Maxn can see it.
01 Maxn-Alpha REDEFINES MAXN PIC X(8).
01 SUMN PIC 9(15)   VALUE 0.
01 Tran-File-Status PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
01 Ckpt-File-Status PIC X(02) VALUE "00".
01 Recycle-Eof-Sw   PIC X(01) VALUE "N".
    88  Recycle-Eof             VALUE "Y".

*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

*> Reject-recycle state. RECYCLE-RECORD is the shared in/out layout
*> (see the RECYCREC copybook); RECYCLE-IN is read into it and
*> RECYCLE-OUT written from it. Current-Orig-Req rides along with the
    88  Request-Held            VALUE "Y".
01 Hold-Rule-Code PIC X(4) VALUE SPACES.
01 Hold-Rule-Desc PIC X(30) VALUE SPACES.
01 Hold-Bound-Margin PIC 9(8) VALUE 0.
01 Hold-Override-Sw PIC X(1) VALUE "N".
    88  Hold-Override-On        VALUE "Y".
01 Hold-Dept-Volume PIC 9(6) VALUE 0.
01 Balance-Sw       PIC X(01) VALUE "Y".
    88  Batch-In-Balance        VALUE "Y".
01 Detail-Read-Count PIC 9(6) VALUE 0.
01 Maxn-Hash-Total  PIC 9(12) VALUE 0.
01 Tran-Open-Sw     PIC X(01) VALUE "N".
    88  Tran-File-Opened        VALUE "Y".
01 Div-Eof-Sw       PIC X(01) VALUE "N".
01 Master-Hit-Count PIC 9(6) VALUE 0.
01 Fresh-Compute-Count PIC 9(6) VALUE 0.

*> Department-edit controls. Every request's department is looked up
*> on the department master: it must be on file, open, and list this
*> program's problem id among the problems it may submit. A master
*> that will not open leaves Dept-File-Opened off and the edits are
*> not applied - noted on the report - rather than rejecting the
*> whole night's work.
01 Dept-File-Status PIC X(02) VALUE "00".
01 Dept-Open-Sw     PIC X(01) VALUE "N".
    88  Dept-File-Opened        VALUE "Y".
01 Dept-Valid-Sw    PIC X(01) VALUE "Y".
    88  Dept-Is-Valid           VALUE "Y".
01 Dept-Auth-Sw     PIC X(01) VALUE "N".
    88  Dept-Authorized         VALUE "Y".
01 Dept-Auth-Idx    PIC 9(2) VALUE 0.
01 Problem-Id       PIC X(4) VALUE "PE01".

*> Zero-padded "nnnn/nnnn/..." rendering of the active divisor set,
*> built once per request for the report's DIVS= column. A set with
*> more divisors than the column can show is truncated on the print

01 Request-Count    PIC 9(6) VALUE 0.
01 Reject-Count     PIC 9(6) VALUE 0.
01 Grand-Total      PIC 9(18) VALUE 0.
01 Current-Req-Num  PIC 9(6) VALUE 0.

*> MAXN edit bounds. The upper bound is a sanity limit on the request
*> itself (and on MAXN's own PIC 9(8) ceiling); it is NOT, on its own,
*> a guarantee that COMPUTE SUMN cannot overflow, because the divisor
*> table behind Loop-1 is itself configurable - a table with a small
*> factor (e.g. a lone "1") produces a much larger sum for the same
*> explicit overflow check against SUMN's actual capacity (see
*> Sumn-Overflow-Sw below) so an oversized result is rejected rather
*> than silently truncated regardless of which divisors are in play.
01 Maxn-Lower-Limit PIC 9(8) VALUE 1.
01 Maxn-Upper-Limit PIC 9(8) VALUE 2000.
01 Maxn-Valid-Sw    PIC X(01) VALUE "Y".
    88  Maxn-Is-Valid           VALUE "Y".
01 Reject-Reason    PIC X(30) VALUE SPACES.

*> Set by Loop-1 when the computed sum would not fit in SUMN's PIC
*> 9(15); Process-Transaction routes such a request to Reject-
*> Transaction instead of moving the oversized result into SUMN.
01 Sumn-Max-Value   PIC 9(15) VALUE 999999999999999.
01 Sumn-Overflow-Sw PIC X(01) VALUE "N".
    88  Sumn-Overflow           VALUE "Y".

    05  FILLER              PIC X(07) VALUE "  DEPT=".
    05  REJ-DEPT            PIC X(4).
    05  FILLER              PIC X(08) VALUE "  MAXN=".
    05  REJ-MAXN            PIC Z(7)9.
    05  FILLER              PIC X(09) VALUE "  REASON=".
    05  REJ-REASON          PIC X(30).

*> Rejected-parameter line: written when a PARM-FILE record's value
*> does not fit the divisor or control field it would be moved into,
*> so an oversized setting is logged and skipped instead of silently
*> truncated onto a wrong, smaller divisor or limit.
01 Parm-Reject-Count PIC 9(4) VALUE 0.
01 Parm-Reject-Reason PIC X(30) VALUE SPACES.
01 Reject-Parm-Line.
    88  Clear-Ckpt-Requested    VALUE "Y".
01 Restart-Run-Date PIC 9(8) VALUE 0.
01 Restart-Hdr-Date PIC 9(8) VALUE 0.
01 Restart-Tran-Hash PIC 9(12) VALUE 0.
01 Batch-Header-Date PIC 9(8) VALUE 0.

*> Intraday cycle controls. The TRAN-FILE header is read as soon as
*> the file is opened (Read-Batch-Header), so the recycled and
*> approved requests worked ahead of the header check carry the
*> batch's cycle too: Header-Cycle is the header's own reading (zero
*> when there is none that can be read), Batch-Cycle the cycle this
*> run's output is stamped with. Last-Done-Date and Last-Done-Cycle
*> are the last cycle a run finished, off the lock; LCK-CYCLE is kept
*> the last cycle finished on LCK-DATE, carried through a RUNNING
*> lock so it is still known when that run abends. Set-Batch-Cycle
*> also starts the request numbering at 100000 for each cycle past
*> the first, so request numbers - and with them hold keys and
*> original request numbers - stay unique within a date.
01 Restart-Hdr-Cycle PIC 9(1) VALUE 0.
01 Header-Cycle     PIC 9(1) VALUE 0.
01 Batch-Cycle      PIC 9(1) VALUE 1.
01 Last-Done-Date   PIC 9(8) VALUE 0.
01 Last-Done-Cycle  PIC 9(1) VALUE 0.
01 Tran-Hdr-Absent-Sw PIC X(01) VALUE "N".
    88  Tran-Hdr-Absent         VALUE "Y".

*> Turnaround tracking against the requested-by date: answered
*> requests either met their date or ran late, rejected ones with a
*> date are at risk (or already overdue) while they go around the
        10  TRN-KIND        PIC X(1).

*> Closed-form (inclusion-exclusion) working fields for Loop-1.
01 Signed-Sum       PIC S9(17) VALUE 0.
01 Subset-Num       PIC 9(4) VALUE 0.
01 Max-Subset       PIC 9(4) VALUE 0.
01 Temp-Subset      PIC 9(4) VALUE 0.
01 Lcm-Overflow-Sw  PIC X(01) VALUE "N".
    88  Lcm-Overflow             VALUE "Y".
01 Term-Count       PIC 9(8) VALUE 0.
01 Term-Sum         PIC 9(17) VALUE 0.
01 Gcd-A            PIC 9(8) VALUE 0.
01 Gcd-B            PIC 9(8) VALUE 0.
01 Gcd-Quotient     PIC 9(8) VALUE 0.
    05  RH2-DD              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-CCYY            PIC 9(4).
    05  FILLER              PIC X(09) VALUE "  CYCLE: ".
    05  RH2-CYCLE           PIC 9(1).

01 Report-Result-Line.
    05  FILLER              PIC X(09) VALUE "REQUEST #".
    05  FILLER              PIC X(07) VALUE "  DEPT=".
    05  RRL-DEPT            PIC X(4).
    05  FILLER              PIC X(08) VALUE "  MAXN=".
    05  RRL-MAXN            PIC Z(7)9.
    05  FILLER              PIC X(07) VALUE "  SUM=".
    05  RRL-SUMN            PIC Z(14)9.
    05  FILLER              PIC X(07) VALUE "  DIVS=".
    05  RRL-DIV-SET         PIC X(16).
    05  FILLER              PIC X(06) VALUE "  PRI=".
    05  FILLER              PIC X(22) VALUE "REQUESTS PROCESSED: ".
    05  RT-REQ-COUNT        PIC ZZZZZ9.
    05  FILLER              PIC X(16) VALUE "  GRAND TOTAL: ".
    05  RT-GRAND-TOTAL      PIC Z(17)9.
    05  FILLER              PIC X(12) VALUE "  REJECTED: ".
    05  RT-REJECT-COUNT     PIC ZZZZZ9.

    05  FILLER              PIC X(07) VALUE "  DEPT=".
    05  HL-DEPT             PIC X(4).
    05  FILLER              PIC X(08) VALUE "  MAXN=".
    05  HL-MAXN             PIC X(8).
    05  FILLER              PIC X(20) VALUE "  HELD FOR APPROVAL:".
    05  HL-REASON           PIC X(30).

01 Dept-Note-Line.
    05  FILLER              PIC X(62) VALUE
        "DEPARTMENT MASTER NOT AVAILABLE - DEPARTMENT EDITS NOT APPLIED".

01 Refused-Flag-Line.
    05  FILLER              PIC X(53) VALUE
        "*** RUN REFUSED - CHECKPOINT IS FOR ANOTHER BATCH ***".
        PERFORM Release-Run-Lock
    END-IF

    PERFORM Raise-Run-Alerts
    PERFORM Set-Return-Status.
GOBACK.

*> refuses the start with an operator message - the other run may be
*> live, or may have abended, and only the operator can tell which;
*> RUNCTL "OVERRIDE" is the operator saying it abended. A missing or
*> ENDED lock is taken normally. Either way the last cycle finished
*> is kept, for Verify-Batch-Header's already-run check; a lock
*> written before cycles were kept has none, and nothing is refused
*> on its account.
Take-Run-Lock.
    PERFORM Load-Run-Control
    OPEN INPUT LOCK-FILE
                        " IT; IF IT ABENDED, RERUN WITH RUNCTL"
                        " OVERRIDE TO TAKE THE LOCK"
                END-IF
                IF LCK-DATE IS NUMERIC AND LCK-CYCLE IS NUMERIC
                    MOVE LCK-DATE  TO Last-Done-Date
                    MOVE LCK-CYCLE TO Last-Done-Cycle
                END-IF
        END-READ
        CLOSE LOCK-FILE
    END-IF
        PERFORM Stamp-Lock-Running
    END-IF.

*> Writes the lock RUNNING with this start's date and time, carrying
*> the last cycle finished today (none on a new date).
Stamp-Lock-Running.
    ACCEPT Run-Date FROM DATE YYYYMMDD
    ACCEPT Run-Time FROM TIME
    SET Lock-Held-Running TO TRUE
    MOVE Run-Date-Num TO LCK-DATE
    MOVE Run-Time(1:6) TO LCK-TIME
    IF Last-Done-Date = Run-Date-Num
        MOVE Last-Done-Cycle TO LCK-CYCLE
    ELSE
        MOVE 0 TO LCK-CYCLE
    END-IF
    WRITE LOCK-RECORD
    CLOSE LOCK-FILE.

*> Marks the lock ENDED at the end of a normal run, so the next
*> start is taken without ceremony. An abended run never gets here,
*> which is exactly what leaves the lock RUNNING for the next start
*> to question. The batch's cycle is recorded as finished only when
*> its header was accepted; a rejected or refused batch leaves the
*> last cycle finished as it was, so the corrected file can be run.
Release-Run-Lock.
    ACCEPT Run-Time FROM TIME
    OPEN OUTPUT LOCK-FILE
    SET Lock-Ended TO TRUE
    MOVE Run-Date-Num TO LCK-DATE
    MOVE Run-Time(1:6) TO LCK-TIME
    EVALUATE TRUE
        WHEN Header-Seen AND NOT Batch-Rejected
            MOVE Batch-Cycle TO LCK-CYCLE
        WHEN Last-Done-Date = Run-Date-Num
            MOVE Last-Done-Cycle TO LCK-CYCLE
        WHEN OTHER
            MOVE 0 TO LCK-CYCLE
    END-EVALUATE
    WRITE LOCK-RECORD
    CLOSE LOCK-FILE.

        CLOSE RUN-CTL-FILE
    END-IF.

*> Raises the run's alerts on the shared alert file, most urgent
*> first. A start refused on the lock, a refused restart, or a
*> missing transaction file did no work, so nothing else is judged;
*> otherwise the batch controls, the rejects and holds, and the
*> inputs the run fell back without are each raised in turn.
Raise-Run-Alerts.
    EVALUATE TRUE
        WHEN Run-Refused
            SET Alert-Critical TO TRUE
            MOVE "LOCKHELD" TO Alert-Code
            MOVE "RUN LOCK HELD BY ANOTHER RUN - NOT STARTED" TO Alert-Text
            PERFORM Write-Alert
        WHEN Restart-Refused
            SET Alert-Critical TO TRUE
            MOVE "CKPTMISM" TO Alert-Code
            MOVE "RESTART REFUSED - CHECKPOINT IS FOR ANOTHER BATCH"
                TO Alert-Text
            PERFORM Write-Alert
        WHEN NOT Tran-File-Opened
            SET Alert-Critical TO TRUE
            MOVE "TRANMISS" TO Alert-Code
            MOVE "TRANSACTION FILE NOT AVAILABLE - NO WORK DONE"
                TO Alert-Text
            PERFORM Write-Alert
        WHEN OTHER
            PERFORM Raise-Batch-Alerts
    END-EVALUATE.

*> The alerts of a run that did its work.
Raise-Batch-Alerts.
    IF Batch-Rejected
        SET Alert-Error TO TRUE
        MOVE "BATCHREJ" TO Alert-Code
        MOVE "BATCH REJECTED - HEADER OR CONTROLS FAILED, SEE REPORT"
            TO Alert-Text
        PERFORM Write-Alert
    ELSE
        IF NOT Batch-In-Balance
            SET Alert-Error TO TRUE
            MOVE "OUTBAL" TO Alert-Code
            MOVE "BATCH OUT OF BALANCE ON THE REPORT TRAILER"
                TO Alert-Text
            PERFORM Write-Alert
        END-IF
    END-IF
    IF Reject-Count > 0
        SET Alert-Warning TO TRUE
        MOVE "REJECTS" TO Alert-Code
        MOVE Reject-Count TO Alert-Count
        MOVE "REQUESTS REJECTED" TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Late-Count > 0
        SET Alert-Warning TO TRUE
        MOVE "LATE" TO Alert-Code
        MOVE Late-Count TO Alert-Count
        MOVE "REQUESTS ANSWERED AFTER THEIR REQUESTED-BY DATE"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Parm-Reject-Count > 0
        SET Alert-Warning TO TRUE
        MOVE "PARMREJ" TO Alert-Code
        MOVE Parm-Reject-Count TO Alert-Count
        MOVE "PARAMETER RECORDS REJECTED - SETTINGS NOT APPLIED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF NOT Mast-File-Opened
        SET Alert-Warning TO TRUE
        MOVE "MASTMISS" TO Alert-Code
        MOVE "RESULTS MASTER NOT AVAILABLE - EVERY ANSWER COMPUTED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF NOT Dept-File-Opened
        SET Alert-Warning TO TRUE
        MOVE "DEPTMISS" TO Alert-Code
        MOVE "DEPARTMENT MASTER NOT AVAILABLE - EDITS NOT APPLIED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Held-Count > 0
        SET Alert-Info TO TRUE
        MOVE "HELD" TO Alert-Code
        MOVE Held-Count TO Alert-Count
        MOVE "REQUESTS HELD FOR SUPERVISOR APPROVAL" TO Alert-Text
        PERFORM Write-Alert
    END-IF.

*> Reports how the run went to the driver that CALLed this program,
*> through the LINKAGE status area. When this program is executed on
*> its own there is no status area to store into, so the store is
    OPEN INPUT TRAN-FILE
    IF Tran-File-Status = "00"
        SET Tran-File-Opened TO TRUE
        PERFORM Read-Batch-Header
    ELSE
        PERFORM Tran-File-Open-Failure
    END-IF
    PERFORM Set-Batch-Cycle
    OPEN EXTEND AUDIT-FILE
    IF Audit-File-Status NOT = "00"
        OPEN OUTPUT AUDIT-FILE
        WRITE RPT-RECORD FROM Report-Header-1
        WRITE RPT-RECORD FROM Report-Header-2
    END-IF
    PERFORM Open-Dept-Master

    PERFORM Process-Recycle
    PERFORM Process-Approved
            MOVE HOLD-APPROVER TO Current-Approver
    END-READ.

*> Reads the first TRAN-FILE record - the header Verify-Batch-Header
*> judges once the recycled and approved requests have been worked -
*> and takes the batch's cycle off it now, so those requests are
*> stamped with it too. The record stays in the buffer: nothing else
*> reads TRAN-FILE before the header is judged. A blank cycle is a
*> header keyed before cycles were and reads as cycle 1; anything
*> but 1-9 leaves Header-Cycle zero for the check to reject.
Read-Batch-Header.
    READ TRAN-FILE
        AT END
            SET Tran-Hdr-Absent TO TRUE
            SET Tran-Eof TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN NOT Tran-Header-Rec
                    MOVE 0 TO Header-Cycle
                WHEN Tran-Hdr-Cycle-Blank
                    MOVE 1 TO Header-Cycle
                WHEN Tran-Hdr-Cycle-Keyed
                    MOVE TRAN-HDR-CYCLE TO Header-Cycle
                WHEN OTHER
                    MOVE 0 TO Header-Cycle
            END-EVALUATE
    END-READ.

*> Settles the cycle this run's output is stamped with: a restart
*> keeps the interrupted run's, off the checkpoint; otherwise it is
*> the header's. A run with no readable header, or one whose cycle
*> has already run today (its batch is rejected either way), is
*> counted as the cycle after the last one finished today, so its
*> recycled and approved work never lands on a cycle already
*> balanced. The cycle's request numbering starts here too; a
*> restart replays from the same starting number.
Set-Batch-Cycle.
    EVALUATE TRUE
        WHEN Restart-In-Effect AND Restart-Hdr-Cycle > 0
            MOVE Restart-Hdr-Cycle TO Batch-Cycle
        WHEN Header-Cycle > 0
                AND (Last-Done-Date NOT = Run-Date-Num
                    OR Header-Cycle > Last-Done-Cycle)
            MOVE Header-Cycle TO Batch-Cycle
        WHEN Last-Done-Date = Run-Date-Num AND Last-Done-Cycle < 9
            COMPUTE Batch-Cycle = Last-Done-Cycle + 1
        WHEN Last-Done-Date = Run-Date-Num
            MOVE 9 TO Batch-Cycle
        WHEN OTHER
            MOVE 1 TO Batch-Cycle
    END-EVALUATE
    MOVE Batch-Cycle TO RH2-CYCLE
    COMPUTE Current-Req-Num = (Batch-Cycle - 1) * 100000.

*> The first TRAN-FILE record must be an "H" header carrying this
*> run's date and a cycle not yet run today. A header that is
*> missing, unreadable, or stale (its date is not the run date - the
*> sign of a re-sent or leftover transfer) rejects the whole batch
*> before any request is processed, and so does a cycle no later
*> than the last one finished today (the same re-sent transfer,
*> within the day).
*> An empty file is the fully-truncated transfer and is rejected the
*> same way, not passed off as a clean zero-request night. With a
*> checkpoint in effect, though, ANY failing header refuses the run
*> down before it read the header (still working the recycled or
*> approved requests), so the header-date match is waived and the
*> run-date match alone decides - otherwise a batch abended in that
*> phase could never be resumed at all. The header's cycle must match
*> the checkpoint's whenever the checkpoint carries one (the header
*> was read before any request was worked, so it always does unless
*> the checkpoint was written before cycles were kept). The header
*> itself was read by Read-Batch-Header.
Verify-Batch-Header.
    IF Tran-Hdr-Absent
        IF Restart-In-Effect
            PERFORM Refuse-Restart-Mismatch
        ELSE
            MOVE "TRAN FILE EMPTY" TO Reject-Reason
            PERFORM Reject-Whole-Batch
        END-IF
    ELSE
        EVALUATE TRUE
            WHEN Restart-In-Effect
                    AND (NOT Tran-Header-Rec
                        OR TRAN-HDR-DATE IS NOT NUMERIC
                        OR TRAN-HDR-DATE NOT = Run-Date-Num
                        OR (Restart-Hdr-Date NOT = 0
                            AND TRAN-HDR-DATE NOT = Restart-Hdr-Date)
                        OR (Restart-Hdr-Cycle NOT = 0
                            AND Header-Cycle NOT = Restart-Hdr-Cycle))
                PERFORM Refuse-Restart-Mismatch
            WHEN NOT Tran-Header-Rec
                MOVE "TRAN HEADER RECORD MISSING" TO Reject-Reason
                PERFORM Reject-Whole-Batch
            WHEN TRAN-HDR-DATE IS NOT NUMERIC
                MOVE "TRAN HEADER DATE UNREADABLE" TO Reject-Reason
                PERFORM Reject-Whole-Batch
            WHEN TRAN-HDR-DATE NOT = Run-Date-Num
                MOVE "TRAN HEADER DATE STALE" TO Reject-Reason
                PERFORM Reject-Whole-Batch
            WHEN Header-Cycle = 0
                MOVE "TRAN HEADER CYCLE UNREADABLE" TO Reject-Reason
                PERFORM Reject-Whole-Batch
            WHEN NOT Restart-In-Effect
                    AND Last-Done-Date = Run-Date-Num
                    AND Header-Cycle NOT > Last-Done-Cycle
                MOVE "TRAN HEADER CYCLE ALREADY RUN" TO Reject-Reason
                PERFORM Reject-Whole-Batch
            WHEN OTHER
                SET Header-Seen TO TRUE
                MOVE TRAN-HDR-DATE TO Batch-Header-Date
        END-EVALUATE
    END-IF.

*> The checkpoint on file belongs to a different batch than the one
*> being started - the header date does not match, the details do
    MOVE "CHECKPOINT FOR ANOTHER BATCH" TO REJ-REASON
    WRITE REJ-RECORD FROM Reject-Line
    DISPLAY "PROJECT-EULER-01 RUN REFUSED - CHECKPOINT IS FOR THE"
        " BATCH DATED " Restart-Hdr-Date " CYCLE " Restart-Hdr-Cycle
        " INTERRUPTED ON " Restart-Run-Date
    DISPLAY "RERUN WITH THE ORIGINAL TRANSACTION FILE TO RESUME IT,"
        " OR RERUN WITH RUNCTL CLEARCKPT TO ABANDON IT AND START"
        " THIS BATCH FRESH".
        SET Mast-File-Opened TO TRUE
    END-IF.

*> Opens the department master for lookups. One that will not open
*> leaves the department edits off for the run, with a note on the
*> report so nobody mistakes an unedited night for a clean one.
Open-Dept-Master.
    OPEN INPUT DEPT-FILE
    IF Dept-File-Status = "00"
        SET Dept-File-Opened TO TRUE
    ELSE
        WRITE RPT-RECORD FROM Dept-Note-Line
    END-IF.

*> TRAN-FILE is this batch's driving input; if it is missing or
*> misallocated, logs the file status to REJ-FILE (already open at
*> this point) and forces Tran-Eof so the mainline's PERFORM UNTIL
    MOVE "CHECKPOINT CLEARED BY OPERATOR" TO REJ-REASON
    WRITE REJ-RECORD FROM Reject-Line
    DISPLAY "PROJECT-EULER-01 CHECKPOINT CLEARED BY RUNCTL -"
        " INTERRUPTED BATCH ABANDONED"
    SET Alert-Info TO TRUE
    MOVE "CKPTCLR" TO Alert-Code
    MOVE "CHECKPOINT CLEARED BY OPERATOR - INTERRUPTED BATCH ABANDONED"
        TO Alert-Text
    PERFORM Write-Alert.

*> Restores the interrupted run's totals and identity off the
*> checkpoint record in the buffer.
    END-IF
    IF CKPT-TRAN-HASH IS NUMERIC
        MOVE CKPT-TRAN-HASH TO Restart-Tran-Hash
    END-IF
    IF CKPT-HDR-CYCLE IS NUMERIC
        MOVE CKPT-HDR-CYCLE TO Restart-Hdr-Cycle
    END-IF.

*> Loads the divisor table, the MAXN edit bounds, and the control

*> Reads the next PARM-FILE record in key order and, if it is active,
*> applies it to the divisor table or the matching MAXN bound. PARM-
*> VALUE is PIC 9(8); the MAXN bounds and the hold margin are as wide
*> and take it whole, but the divisor and control fields are
*> narrower, and a value that would not fit one of those is rejected
*> via Reject-Parm-Record instead of being MOVEd and silently
*> truncated to its low-order digits. A DIVR
*> record offered once the table already holds Div-Max-Entries entries
*> is rejected rather than dropped with no trace, and a DIVR value of
*> zero is rejected rather than accepted, since Extract-Bit relies on
                        MOVE "DIVISOR TABLE FULL" TO Parm-Reject-Reason
                        PERFORM Reject-Parm-Record
                    WHEN PARM-TYPE = "BND " AND PARM-NAME = "MAXN-LOWER-LIMIT"
                        MOVE PARM-VALUE TO Maxn-Lower-Limit
                    WHEN PARM-TYPE = "BND " AND PARM-NAME = "MAXN-UPPER-LIMIT"
                        MOVE PARM-VALUE TO Maxn-Upper-Limit
                    WHEN PARM-TYPE = "CTL " AND PARM-NAME = "RECYCLE-LIMIT"
                        IF PARM-VALUE > 99
                            MOVE "PARM VALUE EXCEEDS FIELD RANGE" TO Parm-Reject-Reason
                            MOVE PARM-VALUE TO Recycle-Limit
                        END-IF
                    WHEN PARM-TYPE = "CTL " AND PARM-NAME = "HOLD-NEAR-BOUND"
                        MOVE PARM-VALUE TO Hold-Bound-Margin
                    WHEN PARM-TYPE = "CTL " AND PARM-NAME = "HOLD-OVERRIDE"
                        IF PARM-VALUE = 1
                            SET Hold-Override-On TO TRUE
            IF TRAN-TRL-HASH NOT = Maxn-Hash-Total
                MOVE "N" TO Balance-Sw
                MOVE SPACES TO Reject-Reason
                STRING "HASH " TRAN-TRL-HASH
                       "/" Maxn-Hash-Total
                    DELIMITED BY SIZE INTO Reject-Reason
                PERFORM Log-Balance-Exception
            END-IF
    IF Maxn-Is-Valid
        PERFORM Build-Active-Divisors
    END-IF
    PERFORM Validate-Dept
    MOVE "N" TO Hold-Request-Sw
    IF NOT Current-Approved AND NOT Batch-Rejected AND Dept-Is-Valid
        PERFORM Check-Hold-Rules
    END-IF
    EVALUATE TRUE
        WHEN Request-Held
            PERFORM Hold-Transaction
        WHEN Maxn-Is-Valid AND Override-Is-Valid AND Dept-Is-Valid
            PERFORM Answer-Transaction
        WHEN OTHER
            PERFORM Reject-Transaction
    END-EVALUATE
    PERFORM Write-Checkpoint.

*> Edits the submitting department against the department master:
*> not on file, closed, or not authorized for this program's problem
*> id each reject with their own reason. The department reason wins
*> over a MAXN or override reason on the same request - the request
*> has to go back to the department either way, and to the right
*> one. Supervisor-approved releases are edited too: a department
*> closed while its request sat on hold gets no answer.
Validate-Dept.
    MOVE "Y" TO Dept-Valid-Sw
    IF Dept-File-Opened
        MOVE Current-Dept TO DEPT-CODE
        READ DEPT-FILE
            INVALID KEY
                MOVE "N" TO Dept-Valid-Sw
                MOVE "DEPARTMENT NOT ON MASTER" TO Reject-Reason
            NOT INVALID KEY
                PERFORM Check-Dept-Authorized
                EVALUATE TRUE
                    WHEN NOT DEPT-IS-OPEN
                        MOVE "N" TO Dept-Valid-Sw
                        MOVE "DEPARTMENT CLOSED" TO Reject-Reason
                    WHEN NOT Dept-Authorized
                        MOVE "N" TO Dept-Valid-Sw
                        MOVE "PROBLEM NOT AUTHORIZED TO DEPT"
                            TO Reject-Reason
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-IF.

*> Looks for this program's problem id on the department's
*> authorization list.
Check-Dept-Authorized.
    MOVE "N" TO Dept-Auth-Sw
    PERFORM Match-Dept-Auth
        VARYING Dept-Auth-Idx FROM 1 BY 1
        UNTIL Dept-Auth-Idx > 10 OR Dept-Authorized.

Match-Dept-Auth.
    IF DEPT-AUTH-PROBLEM(Dept-Auth-Idx) = Problem-Id
        SET Dept-Authorized TO TRUE
    END-IF.

*> Answers the current edited request: the master lookup, the
*> closed-form computation on a miss, the result line, and the
*> accepted response and audit records - or the overflow reject when
Build-Audit-Stamp.
    ACCEPT Run-Time FROM TIME
    MOVE Run-Id         TO AL-RUN-ID
    MOVE Batch-Cycle    TO AL-CYCLE
    MOVE Run-Date-CCYY  TO AL-CCYY
    MOVE Run-Date-MM    TO AL-MM
    MOVE Run-Date-DD    TO AL-DD
            MOVE "ODIV" TO Reject-Code
        WHEN Reject-Reason = "OVERRIDE DIVISOR IS ZERO"
            MOVE "ODIV" TO Reject-Code
        WHEN Reject-Reason = "DEPARTMENT NOT ON MASTER"
            MOVE "DUNK" TO Reject-Code
        WHEN Reject-Reason = "DEPARTMENT CLOSED"
            MOVE "DCLS" TO Reject-Code
        WHEN Reject-Reason = "PROBLEM NOT AUTHORIZED TO DEPT"
            MOVE "DAUT" TO Reject-Code
        WHEN OTHER
            MOVE "MISC" TO Reject-Code
    END-EVALUATE.
    MOVE Request-Count       TO CR-REQUEST-COUNT
    MOVE Grand-Total         TO CR-GRAND-TOTAL
    MOVE Reject-Count        TO CR-REJECT-COUNT
    MOVE Batch-Cycle         TO CR-RUN-CYCLE
    WRITE CONS-RESULT-RECORD

    OPEN OUTPUT CKPT-FILE
    IF Mast-File-Opened
        CLOSE MAST-FILE
    END-IF
    IF Dept-File-Opened
        CLOSE DEPT-FILE
    END-IF
    CLOSE RPT-FILE
    CLOSE REJ-FILE
    CLOSE RESP-FILE
    MOVE Batch-Header-Date TO CKPT-HDR-DATE
    MOVE Maxn-Hash-Total TO CKPT-TRAN-HASH
    MOVE Held-Count      TO CKPT-HELD-COUNT
    MOVE Batch-Cycle     TO CKPT-HDR-CYCLE

    OPEN OUTPUT CKPT-FILE
    WRITE CKPT-RECORD
*> number of factors and subtracted when even (the same principle as
*> the classic 3/5/15 formula, generalized to however many divisors
*> DIV-FILE supplies). Signed-Sum is wider than SUMN, so a result that
*> would not fit SUMN's PIC 9(15) is flagged via Sumn-Overflow-Sw
*> instead of being MOVEd and silently truncated.
Loop-1.
    MOVE 0 TO Signed-Sum
    ELSE
        SUBTRACT Term-Sum FROM Signed-Sum
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
        MOVE "PROJECT-EULER-01" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
