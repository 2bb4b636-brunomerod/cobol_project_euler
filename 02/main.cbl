*> 2026-09-02  The shared audit line grew an approver column for the
*>             PROJECT-EULER-01 approval workflow; this program has
*>             no hold rules, so its lines carry spaces there.
*> 2026-10-15  The shared audit line's SUM column widened to fifteen
*>             digits, and the report trailer's grand total to
*>             eighteen, keeping the trailer the same shape as
*>             PROJECT-EULER-01's; this program's own figures are
*>             unchanged.
*> 2026-10-15  Department edits against DEPT-FILE, the keyed
*>             department master, the same edits PROJECT-EULER-01
*>             applies: a ceiling from a department not on the
*>             master, from a closed department, or from one not
*>             authorized for problem PE02 is rejected with its own
*>             reason and recycle code (DUNK, DCLS, DAUT). A run with
*>             no department master applies no department edits and
*>             says so on the report.
*> 2026-10-15  Conditions the morning shift must see are also
*>             appended to the shared alert file (ALERTREC copybook),
*>             the same set PROJECT-EULER-01 raises: a refused start
*>             or restart, a missing transaction file, a rejected or
*>             out-of-balance batch, rejects, a missing department
*>             master, and an operator-cleared checkpoint.
*> 2026-10-15  Intraday cycles, the same as PROJECT-EULER-01: the
*>             TRAN2-FILE header carries a cycle number (1-9, blank
*>             read as 1) after its date, a cycle no later than the
*>             last one LOCK2-FILE shows finished today rejects the
*>             batch as already run, and the cycle is carried into
*>             the lock, the checkpoint (a restart must present the
*>             same cycle), the audit line, the CONS-FILE record, and
*>             the report header. Request numbers start at 100000
*>             times the cycle less one, as they do there.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS PARM-KEY
        FILE STATUS IS Parm-File-Status.

    SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DEPT-KEY
        FILE STATUS IS Dept-File-Status.

    SELECT CONS-FILE ASSIGN TO "CONSFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Cons-File-Status.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Runctl-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  TRAN2-FILE.
        10  TRAN2-INTAKE-SEQ    PIC X(06).
    05  TRAN2-HEADER-BODY REDEFINES TRAN2-DETAIL-BODY.
        10  TRAN2-HDR-DATE      PIC 9(8).
        10  TRAN2-HDR-CYCLE     PIC X(1).
            88  Tran2-Hdr-Cycle-Blank   VALUE SPACE.
            88  Tran2-Hdr-Cycle-Keyed   VALUE "1" THRU "9".
        10  FILLER              PIC X(10).
    05  TRAN2-TRAILER-BODY REDEFINES TRAN2-DETAIL-BODY.
        10  TRAN2-TRL-COUNT     PIC 9(6).
        10  TRAN2-TRL-HASH      PIC 9(12).
    05  CKPT2-RUN-DATE       PIC 9(8).
    05  CKPT2-HDR-DATE       PIC 9(8).
    05  CKPT2-TRAN-HASH      PIC 9(12).
    05  CKPT2-HDR-CYCLE      PIC 9(1).

FD  AUDIT-FILE.
01  AUDIT-RECORD                PIC X(130).

FD  PARM-FILE.
    COPY PARMREC.

FD  DEPT-FILE.
    COPY DEPTREC.

FD  CONS-FILE.
    COPY RESULTREC.

        88  Lock-Ended              VALUE "ENDED  ".
    05  LCK2-DATE               PIC 9(8).
    05  LCK2-TIME               PIC 9(6).
    05  LCK2-CYCLE              PIC 9(1).

FD  RUN-CTL-FILE.
01  RUN-CTL-RECORD.
    05  RCT-ACTION              PIC X(9).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 CEILN PIC 9(9)   VALUE 0.
*> Byte view of CEILN, for staging a value that may not be numeric
01 Tran-File-Status PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
01 Rej-File-Status  PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Ckpt-File-Status PIC X(02) VALUE "00".
01 Audit-File-Status PIC X(02) VALUE "00".
01 Parm-File-Status PIC X(02) VALUE "00".
    88  Ceil-Is-Valid           VALUE "Y".
01 Reject-Reason    PIC X(30) VALUE SPACES.

*> Department-edit controls, as in PROJECT-EULER-01: the department
*> must be on the master, open, and authorized for this program's
*> problem id. A master that will not open leaves the edits off for
*> the run, noted on the report.
01 Dept-File-Status PIC X(02) VALUE "00".
01 Dept-Open-Sw     PIC X(01) VALUE "N".
    88  Dept-File-Opened        VALUE "Y".
01 Dept-Valid-Sw    PIC X(01) VALUE "Y".
    88  Dept-Is-Valid           VALUE "Y".
01 Dept-Auth-Sw     PIC X(01) VALUE "N".
    88  Dept-Authorized         VALUE "Y".
01 Dept-Auth-Idx    PIC 9(2) VALUE 0.
01 Problem-Id       PIC X(4) VALUE "PE02".

01 Sumn-Max-Value   PIC 9(12) VALUE 999999999.
01 Sumn-Overflow-Sw PIC X(01) VALUE "N".
    88  Sumn-Overflow           VALUE "Y".
01 Restart-Tran-Hash PIC 9(12) VALUE 0.
01 Batch-Header-Date PIC 9(8) VALUE 0.

*> Intraday cycle controls, as in PROJECT-EULER-01: the header is
*> read as soon as TRAN2-FILE is opened, so the recycled corrections
*> worked ahead of the header check carry the batch's cycle too.
*> Header-Cycle is the header's own reading (zero when there is none
*> that can be read), Batch-Cycle the cycle this run's output is
*> stamped with, and Last-Done-Date/Cycle the last cycle a run
*> finished, off the lock. Each cycle past the first numbers its
*> requests from 100000 on, keeping request numbers unique within a
*> date.
01 Restart-Hdr-Cycle PIC 9(1) VALUE 0.
01 Header-Cycle     PIC 9(1) VALUE 0.
01 Batch-Cycle      PIC 9(1) VALUE 1.
01 Last-Done-Date   PIC 9(8) VALUE 0.
01 Last-Done-Cycle  PIC 9(1) VALUE 0.
01 Tran-Hdr-Absent-Sw PIC X(01) VALUE "N".
    88  Tran-Hdr-Absent         VALUE "Y".

01 Run-Date.
    05  Run-Date-CCYY       PIC 9(4).
    05  Run-Date-MM         PIC 9(2).
    05  RH2-DD              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-CCYY            PIC 9(4).
    05  FILLER              PIC X(09) VALUE "  CYCLE: ".
    05  RH2-CYCLE           PIC 9(1).

01 Report-Result-Line.
    05  FILLER              PIC X(09) VALUE "REQUEST #".
    05  FILLER              PIC X(22) VALUE "REQUESTS PROCESSED: ".
    05  RT-REQ-COUNT        PIC ZZZZZ9.
    05  FILLER              PIC X(16) VALUE "  GRAND TOTAL: ".
    05  RT-GRAND-TOTAL      PIC Z(17)9.
    05  FILLER              PIC X(12) VALUE "  REJECTED: ".
    05  RT-REJECT-COUNT     PIC ZZZZZ9.

    05  FILLER              PIC X(54) VALUE
        "*** GRAND TOTAL EXCEEDED ITS FIELD - FIGURE CAPPED ***".

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

                        " IT; IF IT ABENDED, RERUN WITH RUNCTL2"
                        " OVERRIDE TO TAKE THE LOCK"
                END-IF
                IF LCK2-DATE IS NUMERIC AND LCK2-CYCLE IS NUMERIC
                    MOVE LCK2-DATE  TO Last-Done-Date
                    MOVE LCK2-CYCLE TO Last-Done-Cycle
                END-IF
        END-READ
        CLOSE LOCK2-FILE
    END-IF
        PERFORM Stamp-Lock-Running
    END-IF.

*> Writes the lock RUNNING with this start's date and time, carrying
*> the last cycle finished today (none on a new date).
Stamp-Lock-Running.
    ACCEPT Run-Date FROM DATE YYYYMMDD
    ACCEPT Run-Time FROM TIME
    SET Lock-Held-Running TO TRUE
    MOVE Run-Date-Num TO LCK2-DATE
    MOVE Run-Time(1:6) TO LCK2-TIME
    IF Last-Done-Date = Run-Date-Num
        MOVE Last-Done-Cycle TO LCK2-CYCLE
    ELSE
        MOVE 0 TO LCK2-CYCLE
    END-IF
    WRITE LOCK2-RECORD
    CLOSE LOCK2-FILE.

*> Marks the lock ENDED at the end of a normal run; an abended run
*> never gets here, which is what leaves the lock RUNNING for the
*> next start to question. The batch's cycle is recorded as finished
*> only when its header was accepted, so a rejected or refused batch
*> can be corrected and run again.
Release-Run-Lock.
    ACCEPT Run-Time FROM TIME
    OPEN OUTPUT LOCK2-FILE
    SET Lock-Ended TO TRUE
    MOVE Run-Date-Num TO LCK2-DATE
    MOVE Run-Time(1:6) TO LCK2-TIME
    EVALUATE TRUE
        WHEN Header-Seen AND NOT Batch-Rejected
            MOVE Batch-Cycle TO LCK2-CYCLE
        WHEN Last-Done-Date = Run-Date-Num
            MOVE Last-Done-Cycle TO LCK2-CYCLE
        WHEN OTHER
            MOVE 0 TO LCK2-CYCLE
    END-EVALUATE
    WRITE LOCK2-RECORD
    CLOSE LOCK2-FILE.

        CLOSE RUN-CTL-FILE
    END-IF.

*> Raises the run's alerts on the shared alert file, most urgent
*> first. A start refused on the lock, a refused restart, or a
*> missing transaction file did no work, so nothing else is judged;
*> otherwise the batch controls, the rejects, and a missing
*> department master are each raised in turn.
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
    IF NOT Dept-File-Opened
        SET Alert-Warning TO TRUE
        MOVE "DEPTMISS" TO Alert-Code
        MOVE "DEPARTMENT MASTER NOT AVAILABLE - EDITS NOT APPLIED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF.

*> Reports how the run went to the driver that CALLed this program,
*> through the LINKAGE status area; a standalone run has no status
*> area and skips the store, the same as PROJECT-EULER-01.
    OPEN INPUT TRAN2-FILE
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
        WRITE RPT2-RECORD FROM Report-Header-1
        WRITE RPT2-RECORD FROM Report-Header-2
    END-IF
    PERFORM Open-Dept-Master

    PERFORM Process-Recycle

            MOVE REC2-INTAKE-SEQ TO Current-Intake-Seq
    END-READ.

*> Reads the first TRAN2-FILE record - the header Verify-Batch-Header
*> judges once the recycled corrections have been worked - and takes
*> the batch's cycle off it now, the same as Read-Batch-Header in
*> PROJECT-EULER-01. A blank cycle reads as cycle 1; anything but 1-9
*> leaves Header-Cycle zero for the check to reject.
Read-Batch-Header.
    READ TRAN2-FILE
        AT END
            SET Tran-Hdr-Absent TO TRUE
            SET Tran-Eof TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN NOT Tran2-Header-Rec
                    MOVE 0 TO Header-Cycle
                WHEN Tran2-Hdr-Cycle-Blank
                    MOVE 1 TO Header-Cycle
                WHEN Tran2-Hdr-Cycle-Keyed
                    MOVE TRAN2-HDR-CYCLE TO Header-Cycle
                WHEN OTHER
                    MOVE 0 TO Header-Cycle
            END-EVALUATE
    END-READ.

*> Settles the cycle this run's output is stamped with: a restart
*> keeps the interrupted run's, off the checkpoint; otherwise it is
*> the header's. A run with no readable header, or one whose cycle
*> has already run today, is counted as the cycle after the last one
*> finished today, so its recycled work never lands on a cycle
*> already balanced. The cycle's request numbering starts here too;
*> a restart replays from the same starting number.
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

*> The first TRAN2-FILE record must be an "H" header carrying this
*> run's date and a cycle not yet run today. A header that is
*> missing, unreadable, or stale (its date is not the run date - the
*> sign of a re-sent or leftover transfer) rejects the whole batch
*> before any request is processed. An empty file is the
*> fully-truncated transfer and is rejected the same way, not passed
*> off as a clean zero-request night. A checkpointed header date of
*> zero means the interrupted run went down before it read the
*> header (still working the recycled corrections), so the restart's
*> header-date match is waived and the run-date check alone decides
*> - otherwise a batch abended in that phase could never be resumed
*> at all. A restart must also present the checkpoint's cycle,
*> whenever the checkpoint carries one. A cycle no later than the
*> last one finished today is the re-sent transfer within the day
*> and rejects the batch. The header itself was read by
*> Read-Batch-Header.
Verify-Batch-Header.
    IF Tran-Hdr-Absent
        MOVE "TRAN FILE EMPTY" TO Reject-Reason
        PERFORM Reject-Whole-Batch
    ELSE
        EVALUATE TRUE
            WHEN NOT Tran2-Header-Rec
                MOVE "TRAN HEADER RECORD MISSING" TO Reject-Reason
                PERFORM Reject-Whole-Batch
            WHEN TRAN2-HDR-DATE IS NOT NUMERIC
                MOVE "TRAN HEADER DATE UNREADABLE" TO Reject-Reason
                PERFORM Reject-Whole-Batch
            WHEN TRAN2-HDR-DATE NOT = Run-Date-Num
                MOVE "TRAN HEADER DATE STALE" TO Reject-Reason
                PERFORM Reject-Whole-Batch
            WHEN Header-Cycle = 0
                MOVE "TRAN HEADER CYCLE UNREADABLE" TO Reject-Reason
                PERFORM Reject-Whole-Batch
            WHEN Restart-In-Effect
                    AND ((Restart-Hdr-Date NOT = 0
                        AND TRAN2-HDR-DATE NOT = Restart-Hdr-Date)
                      OR (Restart-Hdr-Cycle NOT = 0
                        AND Header-Cycle NOT = Restart-Hdr-Cycle))
                MOVE TRAN2-HDR-DATE TO Batch-Header-Date
                PERFORM Refuse-Restart-Mismatch
            WHEN NOT Restart-In-Effect
                    AND Last-Done-Date = Run-Date-Num
                    AND Header-Cycle NOT > Last-Done-Cycle
                MOVE "TRAN HEADER CYCLE ALREADY RUN" TO Reject-Reason
                PERFORM Reject-Whole-Batch
            WHEN OTHER
                SET Header-Seen TO TRUE
                MOVE TRAN2-HDR-DATE TO Batch-Header-Date
        END-EVALUATE
    END-IF.

*> The checkpoint on file belongs to a different batch than the one
*> being started, the same condition Refuse-Restart-Mismatch guards
*> in PROJECT-EULER-01: running on would silently skip this batch's
    MOVE "CHECKPOINT FOR ANOTHER BATCH" TO REJ-REASON
    WRITE REJ2-RECORD FROM Reject-Line
    DISPLAY "PROJECT-EULER-02 RUN REFUSED - CHECKPOINT IS FOR THE"
        " BATCH DATED " Restart-Hdr-Date " CYCLE " Restart-Hdr-Cycle
        " INTERRUPTED ON " Restart-Run-Date
    DISPLAY "RERUN WITH THE ORIGINAL TRANSACTION FILE TO RESUME IT,"
        " OR RERUN WITH RUNCTL2 CLEARCKPT TO ABANDON IT AND START"
        " THIS BATCH FRESH".
    MOVE "CHECKPOINT CLEARED BY OPERATOR" TO REJ-REASON
    WRITE REJ2-RECORD FROM Reject-Line
    DISPLAY "PROJECT-EULER-02 CHECKPOINT CLEARED BY RUNCTL2 -"
        " INTERRUPTED BATCH ABANDONED"
    SET Alert-Info TO TRUE
    MOVE "CKPTCLR" TO Alert-Code
    MOVE "CHECKPOINT CLEARED BY OPERATOR - INTERRUPTED BATCH ABANDONED"
        TO Alert-Text
    PERFORM Write-Alert.

*> Restores the interrupted run's totals and identity off the
*> checkpoint record in the buffer.
    END-IF
    IF CKPT2-TRAN-HASH IS NUMERIC
        MOVE CKPT2-TRAN-HASH TO Restart-Tran-Hash
    END-IF
    IF CKPT2-HDR-CYCLE IS NUMERIC
        MOVE CKPT2-HDR-CYCLE TO Restart-Hdr-Cycle
    END-IF.

*> Loads the ceiling edit bounds and the recycle limit from
    MOVE Reject-Reason TO REJ-REASON
    WRITE REJ2-RECORD FROM Reject-Line.

*> Opens the department master for lookups; one that will not open
*> leaves the department edits off for the run, with a note on the
*> report.
Open-Dept-Master.
    OPEN INPUT DEPT-FILE
    IF Dept-File-Status = "00"
        SET Dept-File-Opened TO TRUE
    ELSE
        WRITE RPT2-RECORD FROM Dept-Note-Line
    END-IF.

*> Edits the ceiling ahead of the calculation: it must be numeric and
*> fall within the operator-set bounds.
Validate-Ceiling.
*> would recompute a completed one.
Process-Transaction.
    PERFORM Validate-Ceiling
    PERFORM Validate-Dept
    IF Ceil-Is-Valid AND Dept-Is-Valid
        PERFORM Compute-Even-Fib-Sum
        IF Sumn-Overflow
            MOVE "SUM EXCEEDS SUMN CAPACITY" TO Reject-Reason
    END-IF
    PERFORM Write-Checkpoint.

*> Edits the submitting department against the department master,
*> the same edit Validate-Dept makes in PROJECT-EULER-01: not on
*> file, closed, or not authorized for this program's problem id each
*> reject with their own reason, which wins over a ceiling reason on
*> the same request.
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

*> Writes the machine-readable response record for an answered
*> request, so the submitting department's own system can pick the
*> answer up without reading the print report.
Build-Audit-Stamp.
    ACCEPT Run-Time FROM TIME
    MOVE Run-Id         TO AL-RUN-ID
    MOVE Batch-Cycle    TO AL-CYCLE
    MOVE Run-Date-CCYY  TO AL-CCYY
    MOVE Run-Date-MM    TO AL-MM
    MOVE Run-Date-DD    TO AL-DD
            MOVE "RNGE" TO Reject-Code
        WHEN Reject-Reason = "SUM EXCEEDS SUMN CAPACITY"
            MOVE "OVFL" TO Reject-Code
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

    OPEN OUTPUT CKPT2-FILE
    IF Tran-File-Opened
        CLOSE TRAN2-FILE
    END-IF
    IF Dept-File-Opened
        CLOSE DEPT-FILE
    END-IF
    CLOSE RPT2-FILE
    CLOSE REJ2-FILE
    CLOSE RESP2-FILE
    MOVE Run-Date-Num      TO CKPT2-RUN-DATE
    MOVE Batch-Header-Date TO CKPT2-HDR-DATE
    MOVE Ceil-Hash-Total   TO CKPT2-TRAN-HASH
    MOVE Batch-Cycle       TO CKPT2-HDR-CYCLE

    OPEN OUTPUT CKPT2-FILE
    WRITE CKPT2-RECORD
    CLOSE CKPT2-FILE.

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
        MOVE "PROJECT-EULER-02" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
