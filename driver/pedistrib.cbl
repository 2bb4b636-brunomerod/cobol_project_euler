       >>SOURCE FORMAT FREE
*>*********************************
*>
*> PE-DISTRIBUTE - outbound end of the combined-intake flow. After
*> PE-COMBINE has written the night's combined answer file (COMBFILE,
*> layout in the COMBREC copybook), this program splits it by
*> CMB-DEPT into one outbound file per department (layout in the
*> DISTREC copybook), so each department collects its own answers
*> instead of picking them out of everybody's:
*>   - every department open on the department master (DEPTFILE,
*>     DEPTREC copybook) gets a file, with an empty header/trailer
*>     file on a night it sent no work; a department with work on
*>     the file but not open on the master (closed since, or never
*>     added - its requests were rejected by the department edits)
*>     gets one too, since its rejections still have to reach it;
*>   - each file's trailer carries the answered, rejected, held, and
*>     no-response counts and the hash total of CMB-RESULT, and is
*>     proven against the tally taken on the first pass over the
*>     combined answer file;
*>   - every file produced is recorded, with its totals, on the
*>     delivery log (DISTLOG, DISTLOG copybook), appended to nightly;
*>   - each file is named for the department and the intraday cycle
*>     named on tonight's intake header (DIST<dept><cycle>, blank
*>     read as 1), so a later cycle never overwrites an earlier
*>     cycle's delivery.
*> The combined answer file is only distributed when a combined
*> intake file came in tonight: without one PE-ROUTER and PE-COMBINE
*> leave the last intake's files in place, and sending those answers
*> again would be worse than sending none - every department gets its
*> empty file and the report says why, except that a cycle's file
*> already delivered is left as it is rather than replaced by an
*> empty one.
*>
*>*********************************

IDENTIFICATION DIVISION.
PROGRAM-ID. PE-DISTRIBUTE.
*> AUTHOR. Applications Development.
*> DATE-WRITTEN. October 15th 2026.
*>
*> Modification history:
*> 2026-10-15  Original version.
*> 2026-10-15  Intraday cycles. The cycle is taken off the intake
*>             header (blank read as 1, as the calculation programs
*>             read their batch headers) and carried on each
*>             department file's header and delivery log record, and
*>             in the file's name (DIST<dept><cycle>), so an earlier
*>             cycle's delivery is never overwritten. With nothing to
*>             distribute, a file already on hand for the cycle is
*>             kept, not replaced by an empty one.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INTAKE-FILE ASSIGN TO "INTAKEFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Intake-File-Status.

    SELECT COMB-FILE ASSIGN TO "COMBFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Comb-File-Status.

    SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DEPT-KEY
        FILE STATUS IS Dept-File-Status.

    SELECT DIST-FILE ASSIGN USING Dist-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Dist-File-Status.

    SELECT DIST-LOG-FILE ASSIGN TO "DISTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Log-File-Status.

    SELECT DIST-RPT-FILE ASSIGN TO "DISTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
*> Whether tonight's intake file is there, and the intraday cycle its
*> header names, is all that matters here; its details are
*> PE-ROUTER's business.
FD  INTAKE-FILE.
01  INTAKE-REC-IN.
    05  INH-REC-TYPE            PIC X(01).
        88  INH-HEADER              VALUE "H".
    05  INH-DATE                PIC X(08).
    05  INH-CYCLE               PIC X(01).
        88  INH-CYCLE-KEYED         VALUE "1" THRU "9".
    05  FILLER                  PIC X(70).

FD  COMB-FILE.
    COPY COMBREC.

FD  DEPT-FILE.
    COPY DEPTREC.

FD  DIST-FILE.
    COPY DISTREC.

FD  DIST-LOG-FILE.
    COPY DISTLOG.

FD  DIST-RPT-FILE.
01  DIST-RPT-RECORD             PIC X(150).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Intake-File-Status PIC X(02) VALUE "00".
01 Comb-File-Status PIC X(02) VALUE "00".
01 Dept-File-Status PIC X(02) VALUE "00".
01 Dist-File-Status PIC X(02) VALUE "00".
01 Log-File-Status  PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Comb-Eof-Sw      PIC X(01) VALUE "N".
    88  Comb-Eof                VALUE "Y".
01 Dept-Eof-Sw      PIC X(01) VALUE "N".
    88  Dept-Eof                VALUE "Y".
01 Comb-Usable-Sw   PIC X(01) VALUE "N".
    88  Comb-Usable             VALUE "Y".
01 Dept-Master-Sw   PIC X(01) VALUE "N".
    88  Dept-Master-Read        VALUE "Y".
01 Log-Open-Sw      PIC X(01) VALUE "N".
    88  Log-File-Opened         VALUE "Y".
01 Dist-Write-Ok-Sw PIC X(01) VALUE "Y".
    88  Dist-Write-Ok           VALUE "Y".
01 Dist-Failed-Sw   PIC X(01) VALUE "N".
    88  Dist-Failed             VALUE "Y".
01 Dist-Unbalanced-Sw PIC X(01) VALUE "N".
    88  Dist-Unbalanced         VALUE "Y".
01 Dist-Kept-Sw     PIC X(01) VALUE "N".
    88  Dist-Kept               VALUE "Y".

*> The intraday cycle the night's answers belong to.
01 Run-Cycle        PIC 9(1) VALUE 1.

*> One entry per department to be sent a file: the open departments
*> off the master first, in key order, then any other department
*> found on the combined answer file, in the order first met. The
*> first pass tallies each department's records and totals here; the
*> department's file is proven against them as it is written.
*> Departments beyond the table cannot be sent a file - their records
*> are counted and raised, not dropped without trace.
01 Dept-Max-Entries PIC 9(3) VALUE 300.
01 Dept-Count       PIC 9(3) VALUE 0.
01 Dept-Idx         PIC 9(3) VALUE 0.
01 Dept-Slot        PIC 9(3) VALUE 0.
01 Dept-Overflow-Count PIC 9(6) VALUE 0.
01 Dept-Table.
    05  Dept-Entry OCCURS 300 TIMES.
        10  DPT-CODE        PIC X(4).
        10  DPT-NAME        PIC X(30).
        10  DPT-ON-MASTER-SW PIC X(1).
            88  DPT-ON-MASTER       VALUE "Y".
        10  DPT-DETAILS     PIC 9(6).
        10  DPT-ANSWERED    PIC 9(6).
        10  DPT-REJECTED    PIC 9(6).
        10  DPT-HELD        PIC 9(6).
        10  DPT-NO-RESPONSE PIC 9(6).
        10  DPT-RESULT-HASH PIC 9(18).

*> The department file being written, and what has actually gone
*> into it - the figures on its trailer and its log record.
01 Dist-File-Name   PIC X(12) VALUE SPACES.
01 Wrt-Details      PIC 9(6) VALUE 0.
01 Wrt-Answered     PIC 9(6) VALUE 0.
01 Wrt-Rejected     PIC 9(6) VALUE 0.
01 Wrt-Held         PIC 9(6) VALUE 0.
01 Wrt-No-Response  PIC 9(6) VALUE 0.
01 Wrt-Result-Hash  PIC 9(18) VALUE 0.

01 Comb-Read-Count  PIC 9(6) VALUE 0.
01 Distributed-Count PIC 9(6) VALUE 0.
01 Files-Sent-Count PIC 9(3) VALUE 0.
01 Files-Empty-Count PIC 9(3) VALUE 0.
01 Files-Failed-Count PIC 9(3) VALUE 0.
01 Files-Kept-Count PIC 9(3) VALUE 0.

01 Run-Date.
    05  Run-Date-CCYY       PIC 9(4).
    05  Run-Date-MM         PIC 9(2).
    05  Run-Date-DD         PIC 9(2).
01 Run-Date-Num REDEFINES Run-Date PIC 9(8).
01 Run-Time-Work    PIC 9(8) VALUE 0.

01 Report-Header-1.
    05  FILLER              PIC X(22) VALUE "PROGRAM: PE-DISTRIBUTE".

01 Report-Header-2.
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  RH2-MM              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-DD              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-CCYY            PIC 9(4).
    05  FILLER              PIC X(09) VALUE "  CYCLE: ".
    05  RH2-CYCLE           PIC 9(1).

01 Dept-Line.
    05  FILLER              PIC X(05) VALUE "DEPT=".
    05  DTL-DEPT            PIC X(04).
    05  FILLER              PIC X(07) VALUE "  FILE=".
    05  DTL-FILE            PIC X(12).
    05  FILLER              PIC X(10) VALUE "  DETAILS=".
    05  DTL-DETAILS         PIC ZZZZZ9.
    05  FILLER              PIC X(06) VALUE "  ANS=".
    05  DTL-ANSWERED        PIC ZZZZZ9.
    05  FILLER              PIC X(06) VALUE "  REJ=".
    05  DTL-REJECTED        PIC ZZZZZ9.
    05  FILLER              PIC X(07) VALUE "  HELD=".
    05  DTL-HELD            PIC ZZZZZ9.
    05  FILLER              PIC X(09) VALUE "  NORESP=".
    05  DTL-NO-RESPONSE     PIC ZZZZZ9.
    05  FILLER              PIC X(07) VALUE "  HASH=".
    05  DTL-HASH            PIC Z(17)9.
    05  FILLER              PIC X(02) VALUE "  ".
    05  DTL-VERDICT         PIC X(14).

01 Note-Line.
    05  FILLER              PIC X(06) VALUE "NOTE: ".
    05  NL-TEXT             PIC X(60).
    05  NL-COUNT            PIC ZZZZZZ.

01 Report-Trailer.
    05  FILLER              PIC X(18) VALUE "COMBINED RECORDS: ".
    05  RT-READ             PIC ZZZZZ9.
    05  FILLER              PIC X(15) VALUE "  DISTRIBUTED=".
    05  RT-DISTRIBUTED      PIC ZZZZZ9.
    05  FILLER              PIC X(14) VALUE "  FILES SENT=".
    05  RT-SENT             PIC ZZ9.
    05  FILLER              PIC X(09) VALUE "  EMPTY=".
    05  RT-EMPTY            PIC ZZ9.
    05  FILLER              PIC X(10) VALUE "  FAILED=".
    05  RT-FAILED           PIC ZZ9.
    05  FILLER              PIC X(08) VALUE "  KEPT=".
    05  RT-KEPT             PIC ZZ9.
    05  FILLER              PIC X(02) VALUE "  ".
    05  RT-VERDICT          PIC X(14).

LINKAGE SECTION.
COPY PGMSTAT.

PROCEDURE DIVISION USING PGM-STATUS-AREA.
    PERFORM Init-Run

    PERFORM Send-Dept-File
        VARYING Dept-Idx FROM 1 BY 1
        UNTIL Dept-Idx > Dept-Count

    PERFORM Term-Run

    PERFORM Set-Return-Status.
GOBACK.

*> Reports how the distribution went to the driver, through the
*> LINKAGE status area; a standalone run has no status area and skips
*> the store. A department file that could not be written is a
*> failed run - that department gets nothing tonight. Records left
*> undistributed or a file out of balance is a run with rejects.
Set-Return-Status.
    IF ADDRESS OF PGM-STATUS-AREA = NULL
        CONTINUE
    ELSE
        EVALUATE TRUE
            WHEN Dist-Failed
                SET PGM-STATUS-FAILED TO TRUE
            WHEN Dist-Unbalanced OR Dept-Overflow-Count > 0
                SET PGM-STATUS-REJECTS TO TRUE
            WHEN OTHER
                SET PGM-STATUS-OK TO TRUE
        END-EVALUATE
    END-IF.

*> Takes the cycle off tonight's intake header, opens the report and
*> the delivery log, tables the open departments off the master, and
*> takes the first pass over the combined answer file when tonight's
*> intake came in.
Init-Run.
    ACCEPT Run-Date FROM DATE YYYYMMDD
    ACCEPT Run-Time-Work FROM TIME
    MOVE Run-Date-MM   TO RH2-MM
    MOVE Run-Date-DD   TO RH2-DD
    MOVE Run-Date-CCYY TO RH2-CCYY

    OPEN INPUT INTAKE-FILE
    IF Intake-File-Status = "00"
        READ INTAKE-FILE
            NOT AT END
                IF INH-HEADER AND INH-CYCLE-KEYED
                    MOVE INH-CYCLE TO Run-Cycle
                END-IF
        END-READ
        CLOSE INTAKE-FILE
    END-IF
    MOVE Run-Cycle TO RH2-CYCLE

    OPEN OUTPUT DIST-RPT-FILE
    WRITE DIST-RPT-RECORD FROM Report-Header-1
    WRITE DIST-RPT-RECORD FROM Report-Header-2

    OPEN EXTEND DIST-LOG-FILE
    IF Log-File-Status NOT = "00"
        OPEN OUTPUT DIST-LOG-FILE
    END-IF
    IF Log-File-Status = "00"
        SET Log-File-Opened TO TRUE
    ELSE
        MOVE "DELIVERY LOG NOT AVAILABLE - FILES NOT LOGGED" TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE DIST-RPT-RECORD FROM Note-Line
        SET Alert-Warning TO TRUE
        MOVE "DLOGMISS" TO Alert-Code
        MOVE "DELIVERY LOG NOT AVAILABLE - DEPARTMENT FILES NOT LOGGED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF

    PERFORM Load-Dept-Master

    OPEN INPUT INTAKE-FILE
    IF Intake-File-Status = "00"
        CLOSE INTAKE-FILE
        OPEN INPUT COMB-FILE
        IF Comb-File-Status = "00"
            SET Comb-Usable TO TRUE
            MOVE "N" TO Comb-Eof-Sw
            PERFORM Read-Comb-Record
            PERFORM Tally-Comb-Record UNTIL Comb-Eof
            CLOSE COMB-FILE
        ELSE
            MOVE "NO COMBINED ANSWER FILE - EMPTY FILES SENT" TO NL-TEXT
            MOVE 0 TO NL-COUNT
            WRITE DIST-RPT-RECORD FROM Note-Line
            SET Alert-Warning TO TRUE
            MOVE "COMBMISS" TO Alert-Code
            MOVE "COMBINED ANSWER FILE NOT AVAILABLE - EMPTY FILES SENT"
                TO Alert-Text
            PERFORM Write-Alert
        END-IF
    ELSE
        MOVE "NO COMBINED INTAKE TONIGHT - EMPTY FILES SENT" TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE DIST-RPT-RECORD FROM Note-Line
    END-IF

    IF Dept-Overflow-Count > 0
        MOVE "RECORDS FOR DEPARTMENTS BEYOND TABLE - NOT SENT=" TO NL-TEXT
        MOVE Dept-Overflow-Count TO NL-COUNT
        WRITE DIST-RPT-RECORD FROM Note-Line
        SET Alert-Error TO TRUE
        MOVE "DISTOVFL" TO Alert-Code
        MOVE Dept-Overflow-Count TO Alert-Count
        MOVE "ANSWERS FOR DEPARTMENTS BEYOND THE TABLE - NOT SENT"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF.

*> Tables every open department on the master. A master that will
*> not open leaves only the departments with work tonight to be sent
*> a file - noted, and raised, since the quiet departments will find
*> no file at all.
Load-Dept-Master.
    OPEN INPUT DEPT-FILE
    IF Dept-File-Status = "00"
        SET Dept-Master-Read TO TRUE
        MOVE "N" TO Dept-Eof-Sw
        MOVE LOW-VALUES TO DEPT-KEY
        START DEPT-FILE KEY IS NOT LESS THAN DEPT-KEY
            INVALID KEY
                SET Dept-Eof TO TRUE
        END-START
        IF NOT Dept-Eof
            PERFORM Read-Dept-Next
        END-IF
        PERFORM Table-Open-Dept UNTIL Dept-Eof
        CLOSE DEPT-FILE
    ELSE
        MOVE "DEPARTMENT MASTER NOT AVAILABLE - ONLY DEPTS WITH WORK SENT"
            TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE DIST-RPT-RECORD FROM Note-Line
        SET Alert-Warning TO TRUE
        MOVE "DEPTMISS" TO Alert-Code
        MOVE "DEPARTMENT MASTER NOT AVAILABLE - ONLY DEPTS WITH WORK SENT"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF.

Read-Dept-Next.
    READ DEPT-FILE NEXT RECORD
        AT END
            SET Dept-Eof TO TRUE
    END-READ.

Table-Open-Dept.
    IF DEPT-IS-OPEN
        IF Dept-Count < Dept-Max-Entries
            ADD 1 TO Dept-Count
            MOVE Dept-Count TO Dept-Slot
            PERFORM Clear-Dept-Entry
            MOVE DEPT-CODE TO DPT-CODE(Dept-Slot)
            MOVE DEPT-NAME TO DPT-NAME(Dept-Slot)
            SET DPT-ON-MASTER(Dept-Slot) TO TRUE
        END-IF
    END-IF
    PERFORM Read-Dept-Next.

Read-Comb-Record.
    READ COMB-FILE
        AT END
            SET Comb-Eof TO TRUE
    END-READ.

*> First pass: adds the combined answer into its department's tally,
*> opening an entry for a department not met before.
Tally-Comb-Record.
    ADD 1 TO Comb-Read-Count
    MOVE 0 TO Dept-Slot
    PERFORM Find-Dept-Slot
        VARYING Dept-Idx FROM 1 BY 1
        UNTIL Dept-Idx > Dept-Count OR Dept-Slot > 0
    IF Dept-Slot = 0
        IF Dept-Count < Dept-Max-Entries
            ADD 1 TO Dept-Count
            MOVE Dept-Count TO Dept-Slot
            PERFORM Clear-Dept-Entry
            MOVE CMB-DEPT TO DPT-CODE(Dept-Slot)
        ELSE
            ADD 1 TO Dept-Overflow-Count
        END-IF
    END-IF
    IF Dept-Slot > 0
        ADD 1 TO DPT-DETAILS(Dept-Slot)
        ADD CMB-RESULT TO DPT-RESULT-HASH(Dept-Slot)
        EVALUATE TRUE
            WHEN CMB-ANSWERED
                ADD 1 TO DPT-ANSWERED(Dept-Slot)
            WHEN CMB-REJECTED
                ADD 1 TO DPT-REJECTED(Dept-Slot)
            WHEN CMB-HELD
                ADD 1 TO DPT-HELD(Dept-Slot)
            WHEN OTHER
                ADD 1 TO DPT-NO-RESPONSE(Dept-Slot)
        END-EVALUATE
    END-IF
    PERFORM Read-Comb-Record.

Find-Dept-Slot.
    IF DPT-CODE(Dept-Idx) = CMB-DEPT
        MOVE Dept-Idx TO Dept-Slot
    END-IF.

Clear-Dept-Entry.
    MOVE SPACES TO DPT-CODE(Dept-Slot)
    MOVE SPACES TO DPT-NAME(Dept-Slot)
    MOVE "N"    TO DPT-ON-MASTER-SW(Dept-Slot)
    MOVE 0      TO DPT-DETAILS(Dept-Slot)
    MOVE 0      TO DPT-ANSWERED(Dept-Slot)
    MOVE 0      TO DPT-REJECTED(Dept-Slot)
    MOVE 0      TO DPT-HELD(Dept-Slot)
    MOVE 0      TO DPT-NO-RESPONSE(Dept-Slot)
    MOVE 0      TO DPT-RESULT-HASH(Dept-Slot).

*> Sends one department its file for the cycle, then proves what was
*> written against the first pass's tally, and logs and reports it.
*> With nothing to distribute, a file the cycle already delivered is
*> kept as it is - its answers are not to be replaced by an empty
*> file.
Send-Dept-File.
    MOVE SPACES TO Dist-File-Name
    IF DPT-CODE(Dept-Idx) = SPACES
        STRING "DISTNODEPT" Run-Cycle DELIMITED BY SIZE
            INTO Dist-File-Name
    ELSE
        STRING "DIST" DPT-CODE(Dept-Idx) DELIMITED BY SPACE
            Run-Cycle DELIMITED BY SIZE
            INTO Dist-File-Name
    END-IF
    MOVE 0 TO Wrt-Details
    MOVE 0 TO Wrt-Answered
    MOVE 0 TO Wrt-Rejected
    MOVE 0 TO Wrt-Held
    MOVE 0 TO Wrt-No-Response
    MOVE 0 TO Wrt-Result-Hash
    MOVE "Y" TO Dist-Write-Ok-Sw
    MOVE "N" TO Dist-Kept-Sw

    IF NOT Comb-Usable
        OPEN INPUT DIST-FILE
        IF Dist-File-Status = "00"
            CLOSE DIST-FILE
            SET Dist-Kept TO TRUE
        END-IF
    END-IF
    IF NOT Dist-Kept
        PERFORM Write-Dept-File
    END-IF
    PERFORM Report-Dept-File.

*> Writes the department's file: the header, the department's
*> combined answers off a second pass over the combined answer file
*> (none on a quiet night), and the trailer.
Write-Dept-File.
    OPEN OUTPUT DIST-FILE
    IF Dist-File-Status NOT = "00"
        MOVE "N" TO Dist-Write-Ok-Sw
    ELSE
        MOVE SPACES TO DIST-RECORD
        SET DST-HEADER TO TRUE
        MOVE Run-Date-Num        TO DSH-RUN-DATE
        MOVE DPT-CODE(Dept-Idx)  TO DSH-DEPT
        MOVE DPT-NAME(Dept-Idx)  TO DSH-DEPT-NAME
        MOVE Run-Cycle           TO DSH-RUN-CYCLE
        PERFORM Write-Dist-Record
        IF Comb-Usable AND DPT-DETAILS(Dept-Idx) > 0
            OPEN INPUT COMB-FILE
            MOVE "N" TO Comb-Eof-Sw
            PERFORM Read-Comb-Record
            PERFORM Copy-Dept-Record UNTIL Comb-Eof OR NOT Dist-Write-Ok
            CLOSE COMB-FILE
        END-IF
        MOVE SPACES TO DIST-RECORD
        SET DST-TRAILER TO TRUE
        MOVE DPT-CODE(Dept-Idx) TO DST-DEPT
        MOVE Wrt-Details        TO DST-DETAIL-COUNT
        MOVE Wrt-Answered       TO DST-ANSWERED
        MOVE Wrt-Rejected       TO DST-REJECTED
        MOVE Wrt-Held           TO DST-HELD
        MOVE Wrt-No-Response    TO DST-NO-RESPONSE
        MOVE Wrt-Result-Hash    TO DST-RESULT-HASH
        PERFORM Write-Dist-Record
        CLOSE DIST-FILE
    END-IF.

*> Second pass: copies the combined answer to the file when it is
*> this department's.
Copy-Dept-Record.
    IF CMB-DEPT = DPT-CODE(Dept-Idx)
        MOVE SPACES TO DIST-RECORD
        SET DST-DETAIL TO TRUE
        MOVE COMB-ANSWER-RECORD TO DST-DATA
        PERFORM Write-Dist-Record
        ADD 1 TO Wrt-Details
        ADD CMB-RESULT TO Wrt-Result-Hash
        EVALUATE TRUE
            WHEN CMB-ANSWERED
                ADD 1 TO Wrt-Answered
            WHEN CMB-REJECTED
                ADD 1 TO Wrt-Rejected
            WHEN CMB-HELD
                ADD 1 TO Wrt-Held
            WHEN OTHER
                ADD 1 TO Wrt-No-Response
        END-EVALUATE
    END-IF
    PERFORM Read-Comb-Record.

Write-Dist-Record.
    WRITE DIST-RECORD
    IF Dist-File-Status NOT = "00"
        MOVE "N" TO Dist-Write-Ok-Sw
    END-IF.

*> Judges the file just written - kept from an earlier run of the
*> cycle, not written, written out of balance with the tally, or
*> sent (empty on a quiet night) - and puts it on the report and the
*> delivery log.
Report-Dept-File.
    MOVE SPACES TO DIST-LOG-RECORD
    EVALUATE TRUE
        WHEN Dist-Kept
            ADD 1 TO Files-Kept-Count
            MOVE "KEPT, ON FILE" TO DTL-VERDICT
            SET DLG-KEPT TO TRUE
        WHEN NOT Dist-Write-Ok
            SET Dist-Failed TO TRUE
            ADD 1 TO Files-Failed-Count
            MOVE "NOT WRITTEN" TO DTL-VERDICT
            SET DLG-FAILED TO TRUE
        WHEN Wrt-Details     NOT = DPT-DETAILS(Dept-Idx)
                OR Wrt-Answered    NOT = DPT-ANSWERED(Dept-Idx)
                OR Wrt-Rejected    NOT = DPT-REJECTED(Dept-Idx)
                OR Wrt-Held        NOT = DPT-HELD(Dept-Idx)
                OR Wrt-No-Response NOT = DPT-NO-RESPONSE(Dept-Idx)
                OR Wrt-Result-Hash NOT = DPT-RESULT-HASH(Dept-Idx)
            SET Dist-Unbalanced TO TRUE
            ADD 1 TO Files-Sent-Count
            MOVE "OUT OF BALANCE" TO DTL-VERDICT
            SET DLG-OUT-OF-BALANCE TO TRUE
        WHEN Wrt-Details = 0
            ADD 1 TO Files-Sent-Count
            ADD 1 TO Files-Empty-Count
            MOVE "SENT, NO WORK" TO DTL-VERDICT
            SET DLG-PRODUCED TO TRUE
        WHEN OTHER
            ADD 1 TO Files-Sent-Count
            MOVE "SENT" TO DTL-VERDICT
            SET DLG-PRODUCED TO TRUE
    END-EVALUATE
    ADD Wrt-Details TO Distributed-Count

    MOVE DPT-CODE(Dept-Idx) TO DTL-DEPT
    MOVE Dist-File-Name     TO DTL-FILE
    MOVE Wrt-Details        TO DTL-DETAILS
    MOVE Wrt-Answered       TO DTL-ANSWERED
    MOVE Wrt-Rejected       TO DTL-REJECTED
    MOVE Wrt-Held           TO DTL-HELD
    MOVE Wrt-No-Response    TO DTL-NO-RESPONSE
    MOVE Wrt-Result-Hash    TO DTL-HASH
    WRITE DIST-RPT-RECORD FROM Dept-Line
    IF Dept-Master-Read AND NOT DPT-ON-MASTER(Dept-Idx)
        MOVE "  DEPARTMENT ABOVE IS NOT OPEN ON THE DEPARTMENT MASTER"
            TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE DIST-RPT-RECORD FROM Note-Line
    END-IF

    IF Log-File-Opened
        MOVE Run-Date-Num         TO DLG-RUN-DATE
        MOVE Run-Time-Work(1:6)   TO DLG-RUN-TIME
        MOVE Run-Cycle            TO DLG-RUN-CYCLE
        MOVE DPT-CODE(Dept-Idx)   TO DLG-DEPT
        MOVE Dist-File-Name       TO DLG-FILE-NAME
        MOVE Wrt-Details          TO DLG-DETAIL-COUNT
        MOVE Wrt-Answered         TO DLG-ANSWERED
        MOVE Wrt-Rejected         TO DLG-REJECTED
        MOVE Wrt-Held             TO DLG-HELD
        MOVE Wrt-No-Response      TO DLG-NO-RESPONSE
        MOVE Wrt-Result-Hash      TO DLG-RESULT-HASH
        WRITE DIST-LOG-RECORD
    END-IF.

*> Writes the job trailer - every combined record read must have gone
*> to exactly one department file - raises what went wrong, and
*> closes the report and the delivery log.
Term-Run.
    MOVE Comb-Read-Count   TO RT-READ
    MOVE Distributed-Count TO RT-DISTRIBUTED
    MOVE Files-Sent-Count  TO RT-SENT
    MOVE Files-Empty-Count TO RT-EMPTY
    MOVE Files-Failed-Count TO RT-FAILED
    MOVE Files-Kept-Count  TO RT-KEPT
    IF Comb-Usable AND Distributed-Count NOT = Comb-Read-Count
        SET Dist-Unbalanced TO TRUE
    END-IF
    IF Dist-Unbalanced OR Dist-Failed
        MOVE "OUT OF BALANCE" TO RT-VERDICT
    ELSE
        MOVE "IN BALANCE" TO RT-VERDICT
    END-IF
    WRITE DIST-RPT-RECORD FROM Report-Trailer

    IF Dist-Failed
        SET Alert-Critical TO TRUE
        MOVE "DISTFAIL" TO Alert-Code
        MOVE Files-Failed-Count TO Alert-Count
        MOVE "DEPARTMENT FILES NOT WRITTEN - SEE DISTRPT" TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Dist-Unbalanced
        SET Alert-Error TO TRUE
        MOVE "OUTBAL" TO Alert-Code
        MOVE "DEPARTMENT FILES OUT OF BALANCE WITH COMBFILE" TO Alert-Text
        PERFORM Write-Alert
    END-IF

    IF Log-File-Opened
        CLOSE DIST-LOG-FILE
    END-IF
    CLOSE DIST-RPT-FILE.

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
        MOVE "PE-DISTRIBUTE" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
