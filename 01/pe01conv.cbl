       >>SOURCE FORMAT FREE
*>*********************************
*>
*> PE01-CONVERT - one-time conversion job run when PROJECT-EULER-01's
*> MAXN and SUMN were widened (MAXN from four to eight digits, SUMN
*> from six to fifteen). Every file that carries a MAXN or a SUMN
*> from one night to the next is read in its old layout and written
*> back out in the new one, so nothing waiting in the system is lost
*> across the change:
*>
*>   MASTOLD    -> MASTFILE   keyed results master (answers keep
*>                            serving hits instead of rebuilding)
*>   PENDOLD    -> PENDFILE   holds waiting on a supervisor
*>   APPROLD    -> APPRFILE   approved holds not yet processed
*>   RECYCOLD   -> RECYCLOUT  rejects waiting on the correction area
*>   RECYCINOLD -> RECYCLIN   corrections not yet processed
*>   RESPOLD    -> RESPFILE   responses not yet archived
*>   AUDITOLD   -> AUDITFILE  run history not yet archived
*>   AUDARCHOLD -> AUDITARCH  archived run history
*>   SUMMOLD    -> SUMMHIST   monthly summary history
*>
*> Operations renames each production file to its old name before
*> the run. A file with no old copy has nothing to convert and its
*> production file is left exactly as it is. Old MAXN values are
*> carried zero-extended to eight digits when numeric, and as
*> received when not (a value that was rejected as non-numeric stays
*> rejectable as the same value); old sums are zero-extended.
*> Audit lines already in the wide layout are passed through
*> untouched, so the history files can safely be run through twice.
*>
*> The job refuses to run while CKPTFILE holds a checkpoint: an
*> interrupted PROJECT-EULER-01 batch must be finished (or cleared)
*> under the layout it started with before anything is converted.
*> The report shows, for every file, the records read and written;
*> read must equal written for each file or the run is flagged out of
*> balance. A new file that will not open is reported with its file
*> status and skipped (its old copy is left where it is for a rerun),
*> and a master record the new master will not take on its key is
*> listed by key and counted as dropped. Either one fails the run:
*> it ends with return code 12 and is raised on the alert file.
*>
*> The CONSFILE and COMBFILE work files are emptied every night and
*> need no conversion; the archived response, reject, and report
*> files are print images and are left as written.
*>
*>*********************************

IDENTIFICATION DIVISION.
PROGRAM-ID. PE01-CONVERT.
*> AUTHOR. Applications Development.
*> DATE-WRITTEN. October 15th 2026.
*>
*> Modification history:
*> 2026-10-15  Original version.
*> 2026-10-15  A refused run and an out-of-balance conversion are also
*>             raised on the shared alert file (ALERTREC copybook).
*> 2026-10-15  Each new file's OPEN OUTPUT is checked: a file that will
*>             not open is reported with its status, raised on the
*>             alert file and left unconverted. Master records dropped
*>             on a duplicate key are listed and counted. Either one
*>             fails the conversion (return code 12).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Ckpt-File-Status.

    SELECT MAST-OLD-FILE ASSIGN TO "MASTOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-MAST-KEY
        FILE STATUS IS Old-File-Status.

    SELECT MAST-FILE ASSIGN TO "MASTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MAST-KEY
        FILE STATUS IS New-File-Status.

    SELECT PEND-OLD-FILE ASSIGN TO "PENDOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Old-File-Status.

    SELECT PEND-FILE ASSIGN TO "PENDFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS New-File-Status.

    SELECT APPR-OLD-FILE ASSIGN TO "APPROLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Old-File-Status.

    SELECT APPR-FILE ASSIGN TO "APPRFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS New-File-Status.

    SELECT RECOUT-OLD-FILE ASSIGN TO "RECYCOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Old-File-Status.

    SELECT RECYCLE-OUT ASSIGN TO "RECYCLOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS New-File-Status.

    SELECT RECIN-OLD-FILE ASSIGN TO "RECYCINOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Old-File-Status.

    SELECT RECYCLE-IN ASSIGN TO "RECYCLIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS New-File-Status.

    SELECT RESP-OLD-FILE ASSIGN TO "RESPOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Old-File-Status.

    SELECT RESP-FILE ASSIGN TO "RESPFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS New-File-Status.

    SELECT AUDIT-OLD-FILE ASSIGN TO "AUDITOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Old-File-Status.

    SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS New-File-Status.

    SELECT ARCH-OLD-FILE ASSIGN TO "AUDARCHOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Old-File-Status.

    SELECT AUDIT-ARCH-FILE ASSIGN TO "AUDITARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS New-File-Status.

    SELECT SUMM-OLD-FILE ASSIGN TO "SUMMOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Old-File-Status.

    SELECT SUMM-HIST-FILE ASSIGN TO "SUMMHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS New-File-Status.

    SELECT CONV-RPT-FILE ASSIGN TO "CONVRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  CKPT-FILE.
01  CKPT-RECORD                 PIC X(120).

*> The results master as it was keyed before the widening.
FD  MAST-OLD-FILE.
01  OLD-MAST-RECORD.
    05  OLD-MAST-KEY.
        10  OLD-MAST-MAXN       PIC 9(4).
        10  OLD-MAST-DIV-KEY    PIC X(40).
    05  OLD-MAST-SUMN           PIC 9(6).
    05  OLD-MAST-STORED-DATE    PIC 9(8).
    05  OLD-MAST-LAST-USED      PIC 9(8).

FD  MAST-FILE.
    COPY MASTREC.

*> Pending and approved holds, four-position MAXN (99 bytes).
FD  PEND-OLD-FILE.
01  PEND-OLD-RECORD             PIC X(99).

FD  PEND-FILE.
01  PEND-RECORD                 PIC X(103).

FD  APPR-OLD-FILE.
01  APPR-OLD-RECORD             PIC X(99).

FD  APPR-FILE.
01  APPR-RECORD                 PIC X(103).

*> Recycle records, four-position MAXN (35 bytes).
FD  RECOUT-OLD-FILE.
01  RECOUT-OLD-RECORD           PIC X(35).

FD  RECYCLE-OUT.
01  RECOUT-RECORD               PIC X(39).

FD  RECIN-OLD-FILE.
01  RECIN-OLD-RECORD            PIC X(35).

FD  RECYCLE-IN.
01  RECIN-RECORD                PIC X(39).

*> Responses, four-position MAXN and six-digit SUMN.
FD  RESP-OLD-FILE.
01  OLD-RESP-RECORD.
    05  OLD-RESP-REQUEST-NUM    PIC 9(6).
    05  OLD-RESP-ORIG           PIC 9(6).
    05  OLD-RESP-DEPT           PIC X(4).
    05  OLD-RESP-INTAKE-SEQ     PIC X(6).
    05  OLD-RESP-MAXN           PIC X(4).
    05  OLD-RESP-DIV-SET        PIC X(40).
    05  OLD-RESP-SUMN           PIC 9(6).
    05  OLD-RESP-STATUS         PIC X(01).
    05  OLD-RESP-REASON         PIC X(30).

FD  RESP-FILE.
    COPY RESPREC.

*> Audit history, either layout; judged line by line.
FD  AUDIT-OLD-FILE.
01  AUDIT-OLD-RECORD            PIC X(130).

FD  AUDIT-FILE.
01  AUDIT-RECORD                PIC X(130).

FD  ARCH-OLD-FILE.
01  ARCH-OLD-RECORD             PIC X(130).

FD  AUDIT-ARCH-FILE.
01  AUDIT-ARCH-RECORD           PIC X(130).

*> Monthly summary history, fifteen-digit month sum.
FD  SUMM-OLD-FILE.
01  OLD-SUMM-RECORD.
    05  OLD-SH-RUN-ID           PIC X(12).
    05  OLD-SH-MONTH            PIC 9(6).
    05  OLD-SH-COMPLETED        PIC 9(9).
    05  OLD-SH-REJECTED         PIC 9(9).
    05  OLD-SH-SUM              PIC 9(15).
    05  OLD-SH-REJ-RATE         PIC 9(3)V9.

FD  SUMM-HIST-FILE.
01  SUMM-HIST-RECORD.
    05  SH-RUN-ID               PIC X(12).
    05  SH-MONTH                PIC 9(6).
    05  SH-COMPLETED            PIC 9(9).
    05  SH-REJECTED             PIC 9(9).
    05  SH-SUM                  PIC 9(18).
    05  SH-REJ-RATE             PIC 9(3)V9.

FD  CONV-RPT-FILE.
01  CONV-RPT-RECORD             PIC X(100).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Ckpt-File-Status PIC X(02) VALUE "00".
01 Old-File-Status  PIC X(02) VALUE "00".
01 New-File-Status  PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Old-Eof-Sw       PIC X(01) VALUE "N".
    88  Old-Eof                 VALUE "Y".
01 Run-Refused-Sw   PIC X(01) VALUE "N".
    88  Run-Refused             VALUE "Y".
01 Out-Of-Balance-Sw PIC X(01) VALUE "N".
    88  Run-Out-Of-Balance      VALUE "Y".
01 Conv-Failed-Sw   PIC X(01) VALUE "N".
    88  Conversion-Failed       VALUE "Y".

*> The shared layouts the widened records are built in.
COPY HOLDREC.
COPY RECYCREC.

*> The old hold and recycle layouts, laid over their read areas.
01 Old-Hold-Record.
    05  OHL-DATE                PIC 9(8).
    05  OHL-SEQ                 PIC 9(6).
    05  OHL-ORIG                PIC 9(6).
    05  OHL-DEPT                PIC X(4).
    05  OHL-INTAKE-SEQ          PIC X(6).
    05  OHL-PRIORITY            PIC X(1).
    05  OHL-REQ-BY              PIC X(8).
    05  OHL-CYCLE-COUNT         PIC 9(2).
    05  OHL-MAXN                PIC X(4).
    05  OHL-DIV-COUNT           PIC X(2).
    05  OHL-DIVISORS            PIC X(40).
    05  OHL-REASON-CODE         PIC X(4).
    05  OHL-APPROVER            PIC X(8).

01 Old-Recycle-Record.
    05  ORC-ORIG-REQ-NUM        PIC 9(6).
    05  ORC-MAXN                PIC X(4).
    05  ORC-REASON-CODE         PIC X(4).
    05  ORC-CYCLE-COUNT         PIC 9(2).
    05  ORC-DEPT                PIC X(4).
    05  ORC-INTAKE-SEQ          PIC X(6).
    05  ORC-PRIORITY            PIC X(1).
    05  ORC-REQ-BY              PIC X(8).

*> An audit line as the old layout wrote it (nine-digit SUM= column,
*> 119 bytes) and as the wide one does (fifteen digits, 125 bytes).
*> Everything around the sum is unchanged, so only the sum moves.
01 Old-Audit-Line.
    05  OAL-HEAD                PIC X(60).
    05  OAL-SUMN                PIC 9(9).
    05  OAL-ORIG-TAG            PIC X(06).
    05  OAL-REST                PIC X(44).
    05  FILLER                  PIC X(11).
01 New-Audit-Line REDEFINES Old-Audit-Line.
    05  NAL-HEAD                PIC X(60).
    05  NAL-SUMN                PIC 9(15).
    05  NAL-ORIG-TAG            PIC X(06).
    05  NAL-REST                PIC X(44).
    05  FILLER                  PIC X(05).
01 Wide-Audit-Line.
    05  WAL-HEAD                PIC X(60).
    05  WAL-SUMN                PIC 9(15).
    05  WAL-ORIG-TAG            PIC X(06).
    05  WAL-REST                PIC X(44).
    05  FILLER                  PIC X(05) VALUE SPACES.

*> MAXN widening work area: a numeric old value is zero-extended to
*> eight digits, anything else is carried as received.
01 Old-Maxn-Work    PIC X(04).
01 Old-Maxn-Num REDEFINES Old-Maxn-Work PIC 9(04).
01 New-Maxn-Work    PIC X(08).
01 New-Maxn-Num REDEFINES New-Maxn-Work PIC 9(08).

*> Per-file counts, reset as each file starts; the run totals sum
*> them across every file converted.
01 File-Read-Count  PIC 9(9) VALUE 0.
01 File-Write-Count PIC 9(9) VALUE 0.
01 File-Error-Count PIC 9(9) VALUE 0.
01 File-Asis-Count  PIC 9(9) VALUE 0.
01 Files-Converted-Count PIC 9(6) VALUE 0.
01 Files-Absent-Count PIC 9(6) VALUE 0.
01 Files-Failed-Count PIC 9(6) VALUE 0.
01 Mast-Dropped-Count PIC 9(9) VALUE 0.
01 Total-Read-Count PIC 9(9) VALUE 0.
01 Total-Write-Count PIC 9(9) VALUE 0.
01 Current-File-Name PIC X(10) VALUE SPACES.

01 Run-Date.
    05  Run-Date-CCYY       PIC 9(4).
    05  Run-Date-MM         PIC 9(2).
    05  Run-Date-DD         PIC 9(2).

01 Report-Header-1.
    05  FILLER              PIC X(21) VALUE "PROGRAM: PE01-CONVERT".

01 Report-Header-2.
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  RH2-MM              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-DD              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-CCYY            PIC 9(4).

01 File-Count-Line.
    05  FILLER              PIC X(05) VALUE "FILE ".
    05  FCL-NAME            PIC X(10).
    05  FILLER              PIC X(07) VALUE "  READ=".
    05  FCL-READ            PIC Z(8)9.
    05  FILLER              PIC X(10) VALUE "  WRITTEN=".
    05  FCL-WRITTEN         PIC Z(8)9.
    05  FILLER              PIC X(09) VALUE "  ERRORS=".
    05  FCL-ERRORS          PIC Z(8)9.
    05  FILLER              PIC X(02) VALUE "  ".
    05  FCL-VERDICT         PIC X(14).

01 Absent-Line.
    05  FILLER              PIC X(05) VALUE "FILE ".
    05  AL-NAME             PIC X(10).
    05  FILLER              PIC X(38) VALUE
        "  NO OLD COPY - NOTHING TO CONVERT".

01 Open-Failed-Line.
    05  FILLER              PIC X(05) VALUE "FILE ".
    05  OFL-NAME            PIC X(10).
    05  FILLER              PIC X(28) VALUE
        "  OUTPUT OPEN FAILED STATUS=".
    05  OFL-STATUS          PIC X(02).
    05  FILLER              PIC X(16) VALUE " - NOT CONVERTED".

01 Dropped-Key-Line.
    05  FILLER              PIC X(23) VALUE "MASTFILE RECORD DROPPED".
    05  FILLER              PIC X(07) VALUE "  MAXN=".
    05  DKL-MAXN            PIC 9(8).
    05  FILLER              PIC X(06) VALUE "  KEY=".
    05  DKL-KEY             PIC X(40).
    05  FILLER              PIC X(09) VALUE "  STATUS=".
    05  DKL-STATUS          PIC X(02).

01 Summary-Line.
    05  FILLER              PIC X(16) VALUE "FILES CONVERTED=".
    05  SM-CONVERTED        PIC ZZZZZ9.
    05  FILLER              PIC X(09) VALUE "  ABSENT=".
    05  SM-ABSENT           PIC ZZZZZ9.
    05  FILLER              PIC X(09) VALUE "  FAILED=".
    05  SM-FAILED           PIC ZZZZZ9.
    05  FILLER              PIC X(07) VALUE "  READ=".
    05  SM-READ             PIC Z(8)9.
    05  FILLER              PIC X(10) VALUE "  WRITTEN=".
    05  SM-WRITTEN          PIC Z(8)9.

01 Balance-Line.
    05  FILLER              PIC X(18) VALUE "CONVERSION TOTAL: ".
    05  BL-VERDICT          PIC X(14).

01 Refused-Line.
    05  FILLER              PIC X(56) VALUE
        "*** RUN REFUSED - NOTHING CONVERTED, NOTHING CHANGED ***".

01 Note-Line.
    05  FILLER              PIC X(06) VALUE "NOTE: ".
    05  NL-TEXT             PIC X(44).
    05  NL-COUNT            PIC Z(8)9.

PROCEDURE DIVISION.
    PERFORM Init-Run

    IF NOT Run-Refused
        PERFORM Convert-Mast-File
        PERFORM Convert-Pend-File
        PERFORM Convert-Appr-File
        PERFORM Convert-Recycle-Out
        PERFORM Convert-Recycle-In
        PERFORM Convert-Resp-File
        PERFORM Convert-Audit-File
        PERFORM Convert-Audit-Arch-File
        PERFORM Convert-Summ-Hist-File
    END-IF

    PERFORM Term-Run.
STOP RUN.

*> Opens the report and checks for a standing checkpoint. A
*> checkpoint means PROJECT-EULER-01 was interrupted mid-batch under
*> the old layout: its restart has to run against the files it was
*> writing, so the conversion is refused until that batch is done.
Init-Run.
    ACCEPT Run-Date FROM DATE YYYYMMDD
    MOVE Run-Date-MM   TO RH2-MM
    MOVE Run-Date-DD   TO RH2-DD
    MOVE Run-Date-CCYY TO RH2-CCYY

    OPEN OUTPUT CONV-RPT-FILE
    WRITE CONV-RPT-RECORD FROM Report-Header-1
    WRITE CONV-RPT-RECORD FROM Report-Header-2

    OPEN INPUT CKPT-FILE
    IF Ckpt-File-Status = "00"
        READ CKPT-FILE
            NOT AT END
                IF CKPT-RECORD NOT = SPACES
                    SET Run-Refused TO TRUE
                    MOVE "CHECKPOINT STANDING - FINISH THE BATCH" TO NL-TEXT
                    MOVE 0 TO NL-COUNT
                    WRITE CONV-RPT-RECORD FROM Note-Line
                END-IF
        END-READ
        CLOSE CKPT-FILE
    END-IF.

*> Clears the per-file counts ahead of the next file.
Start-File.
    MOVE 0   TO File-Read-Count
    MOVE 0   TO File-Write-Count
    MOVE 0   TO File-Error-Count
    MOVE 0   TO File-Asis-Count
    MOVE "N" TO Old-Eof-Sw.

*> Widens the four-position MAXN in Old-Maxn-Work into New-Maxn-Work.
Widen-Maxn.
    IF Old-Maxn-Work IS NUMERIC
        MOVE Old-Maxn-Num  TO New-Maxn-Num
    ELSE
        MOVE Old-Maxn-Work TO New-Maxn-Work
    END-IF.

*> Counts one write against the file just written, by its status.
Count-Write.
    IF New-File-Status = "00"
        ADD 1 TO File-Write-Count
    ELSE
        ADD 1 TO File-Error-Count
    END-IF.

*> Lists a file's counts once it is converted and judges it: every
*> record read must have been written.
Report-File-Counts.
    ADD 1 TO Files-Converted-Count
    ADD File-Read-Count  TO Total-Read-Count
    ADD File-Write-Count TO Total-Write-Count
    MOVE Current-File-Name TO FCL-NAME
    MOVE File-Read-Count   TO FCL-READ
    MOVE File-Write-Count  TO FCL-WRITTEN
    MOVE File-Error-Count  TO FCL-ERRORS
    IF File-Write-Count = File-Read-Count
        MOVE "IN BALANCE"     TO FCL-VERDICT
    ELSE
        MOVE "OUT OF BALANCE" TO FCL-VERDICT
        SET Run-Out-Of-Balance TO TRUE
    END-IF
    WRITE CONV-RPT-RECORD FROM File-Count-Line
    IF File-Asis-Count > 0
        MOVE "LINES ALREADY WIDE, PASSED AS-IS=" TO NL-TEXT
        MOVE File-Asis-Count TO NL-COUNT
        WRITE CONV-RPT-RECORD FROM Note-Line
    END-IF.

*> Notes a file with no old copy; its production file is untouched.
Report-File-Absent.
    ADD 1 TO Files-Absent-Count
    MOVE Current-File-Name TO AL-NAME
    WRITE CONV-RPT-RECORD FROM Absent-Line.

*> Reports a new file that would not open for output, with its file
*> status, and raises it on the alert file. Nothing is read from the
*> old copy, which stays as it is for the rerun; the run is failed.
Report-Open-Failed.
    ADD 1 TO Files-Failed-Count
    SET Conversion-Failed TO TRUE
    MOVE Current-File-Name TO OFL-NAME
    MOVE New-File-Status   TO OFL-STATUS
    WRITE CONV-RPT-RECORD FROM Open-Failed-Line
    SET Alert-Critical TO TRUE
    MOVE "CONVOPEN" TO Alert-Code
    MOVE SPACES TO Alert-Text
    STRING Current-File-Name DELIMITED BY SPACE
        " WOULD NOT OPEN, NOT CONVERTED - STATUS="
            DELIMITED BY SIZE
        New-File-Status DELIMITED BY SIZE
        INTO Alert-Text
    END-STRING
    PERFORM Write-Alert.

*> Carries the results master forward record for record. The old key
*> order is kept (a zero-extended MAXN sorts as it did), so the new
*> master comes out in the same sequence the old one was read in.
Convert-Mast-File.
    MOVE "MASTFILE" TO Current-File-Name
    PERFORM Start-File
    OPEN INPUT MAST-OLD-FILE
    IF Old-File-Status = "00"
        OPEN OUTPUT MAST-FILE
        IF New-File-Status = "00"
            PERFORM Read-Old-Mast
            PERFORM Write-New-Mast UNTIL Old-Eof
            CLOSE MAST-FILE
            PERFORM Report-File-Counts
        ELSE
            PERFORM Report-Open-Failed
        END-IF
        CLOSE MAST-OLD-FILE
    ELSE
        PERFORM Report-File-Absent
    END-IF.

Read-Old-Mast.
    READ MAST-OLD-FILE NEXT RECORD
        AT END
            SET Old-Eof TO TRUE
        NOT AT END
            ADD 1 TO File-Read-Count
    END-READ.

Write-New-Mast.
    MOVE OLD-MAST-MAXN        TO MAST-MAXN
    MOVE OLD-MAST-DIV-KEY     TO MAST-DIV-KEY
    MOVE OLD-MAST-SUMN        TO MAST-SUMN
    MOVE OLD-MAST-STORED-DATE TO MAST-STORED-DATE
    MOVE OLD-MAST-LAST-USED   TO MAST-LAST-USED
    WRITE MAST-RECORD
        INVALID KEY
            PERFORM Report-Dropped-Mast
    END-WRITE
    PERFORM Count-Write
    PERFORM Read-Old-Mast.

*> Lists a master record the new master would not take on its key
*> (a duplicate, or out of sequence) and counts it dropped; any drop
*> fails the run.
Report-Dropped-Mast.
    ADD 1 TO Mast-Dropped-Count
    SET Conversion-Failed TO TRUE
    MOVE MAST-MAXN       TO DKL-MAXN
    MOVE MAST-DIV-KEY    TO DKL-KEY
    MOVE New-File-Status TO DKL-STATUS
    WRITE CONV-RPT-RECORD FROM Dropped-Key-Line.

*> Converts the holds still waiting on a supervisor.
Convert-Pend-File.
    MOVE "PENDFILE" TO Current-File-Name
    PERFORM Start-File
    OPEN INPUT PEND-OLD-FILE
    IF Old-File-Status = "00"
        OPEN OUTPUT PEND-FILE
        IF New-File-Status = "00"
            PERFORM Read-Old-Pend
            PERFORM Write-New-Pend UNTIL Old-Eof
            CLOSE PEND-FILE
            PERFORM Report-File-Counts
        ELSE
            PERFORM Report-Open-Failed
        END-IF
        CLOSE PEND-OLD-FILE
    ELSE
        PERFORM Report-File-Absent
    END-IF.

Read-Old-Pend.
    READ PEND-OLD-FILE
        AT END
            SET Old-Eof TO TRUE
        NOT AT END
            ADD 1 TO File-Read-Count
            MOVE PEND-OLD-RECORD TO Old-Hold-Record
    END-READ.

Write-New-Pend.
    PERFORM Widen-Hold-Record
    WRITE PEND-RECORD FROM HOLD-RECORD
    PERFORM Count-Write
    PERFORM Read-Old-Pend.

*> Converts the approved holds the next run has yet to process.
Convert-Appr-File.
    MOVE "APPRFILE" TO Current-File-Name
    PERFORM Start-File
    OPEN INPUT APPR-OLD-FILE
    IF Old-File-Status = "00"
        OPEN OUTPUT APPR-FILE
        IF New-File-Status = "00"
            PERFORM Read-Old-Appr
            PERFORM Write-New-Appr UNTIL Old-Eof
            CLOSE APPR-FILE
            PERFORM Report-File-Counts
        ELSE
            PERFORM Report-Open-Failed
        END-IF
        CLOSE APPR-OLD-FILE
    ELSE
        PERFORM Report-File-Absent
    END-IF.

Read-Old-Appr.
    READ APPR-OLD-FILE
        AT END
            SET Old-Eof TO TRUE
        NOT AT END
            ADD 1 TO File-Read-Count
            MOVE APPR-OLD-RECORD TO Old-Hold-Record
    END-READ.

Write-New-Appr.
    PERFORM Widen-Hold-Record
    WRITE APPR-RECORD FROM HOLD-RECORD
    PERFORM Count-Write
    PERFORM Read-Old-Appr.

*> Builds the wide hold record from the old one in Old-Hold-Record.
Widen-Hold-Record.
    MOVE OHL-DATE        TO HOLD-DATE
    MOVE OHL-SEQ         TO HOLD-SEQ
    MOVE OHL-ORIG        TO HOLD-ORIG
    MOVE OHL-DEPT        TO HOLD-DEPT
    MOVE OHL-INTAKE-SEQ  TO HOLD-INTAKE-SEQ
    MOVE OHL-PRIORITY    TO HOLD-PRIORITY
    MOVE OHL-REQ-BY      TO HOLD-REQ-BY
    MOVE OHL-CYCLE-COUNT TO HOLD-CYCLE-COUNT
    MOVE OHL-MAXN        TO Old-Maxn-Work
    PERFORM Widen-Maxn
    MOVE New-Maxn-Work   TO HOLD-MAXN
    MOVE OHL-DIV-COUNT   TO HOLD-DIV-COUNT
    MOVE OHL-DIVISORS    TO HOLD-DIVISORS
    MOVE OHL-REASON-CODE TO HOLD-REASON-CODE
    MOVE OHL-APPROVER    TO HOLD-APPROVER.

*> Converts the rejects waiting on the correction area.
Convert-Recycle-Out.
    MOVE "RECYCLOUT" TO Current-File-Name
    PERFORM Start-File
    OPEN INPUT RECOUT-OLD-FILE
    IF Old-File-Status = "00"
        OPEN OUTPUT RECYCLE-OUT
        IF New-File-Status = "00"
            PERFORM Read-Old-Recout
            PERFORM Write-New-Recout UNTIL Old-Eof
            CLOSE RECYCLE-OUT
            PERFORM Report-File-Counts
        ELSE
            PERFORM Report-Open-Failed
        END-IF
        CLOSE RECOUT-OLD-FILE
    ELSE
        PERFORM Report-File-Absent
    END-IF.

Read-Old-Recout.
    READ RECOUT-OLD-FILE
        AT END
            SET Old-Eof TO TRUE
        NOT AT END
            ADD 1 TO File-Read-Count
            MOVE RECOUT-OLD-RECORD TO Old-Recycle-Record
    END-READ.

Write-New-Recout.
    PERFORM Widen-Recycle-Record
    WRITE RECOUT-RECORD FROM RECYCLE-RECORD
    PERFORM Count-Write
    PERFORM Read-Old-Recout.

*> Converts the corrections PROJECT-EULER-01 has yet to process.
Convert-Recycle-In.
    MOVE "RECYCLIN" TO Current-File-Name
    PERFORM Start-File
    OPEN INPUT RECIN-OLD-FILE
    IF Old-File-Status = "00"
        OPEN OUTPUT RECYCLE-IN
        IF New-File-Status = "00"
            PERFORM Read-Old-Recin
            PERFORM Write-New-Recin UNTIL Old-Eof
            CLOSE RECYCLE-IN
            PERFORM Report-File-Counts
        ELSE
            PERFORM Report-Open-Failed
        END-IF
        CLOSE RECIN-OLD-FILE
    ELSE
        PERFORM Report-File-Absent
    END-IF.

Read-Old-Recin.
    READ RECIN-OLD-FILE
        AT END
            SET Old-Eof TO TRUE
        NOT AT END
            ADD 1 TO File-Read-Count
            MOVE RECIN-OLD-RECORD TO Old-Recycle-Record
    END-READ.

Write-New-Recin.
    PERFORM Widen-Recycle-Record
    WRITE RECIN-RECORD FROM RECYCLE-RECORD
    PERFORM Count-Write
    PERFORM Read-Old-Recin.

*> Builds the wide recycle record from the old one.
Widen-Recycle-Record.
    MOVE ORC-ORIG-REQ-NUM TO REC-ORIG-REQ-NUM
    MOVE ORC-MAXN         TO Old-Maxn-Work
    PERFORM Widen-Maxn
    MOVE New-Maxn-Work    TO REC-MAXN
    MOVE ORC-REASON-CODE  TO REC-REASON-CODE
    MOVE ORC-CYCLE-COUNT  TO REC-CYCLE-COUNT
    MOVE ORC-DEPT         TO REC-DEPT
    MOVE ORC-INTAKE-SEQ   TO REC-INTAKE-SEQ
    MOVE ORC-PRIORITY     TO REC-PRIORITY
    MOVE ORC-REQ-BY       TO REC-REQ-BY.

*> Converts the responses not yet archived by PE-ARCHIVE.
Convert-Resp-File.
    MOVE "RESPFILE" TO Current-File-Name
    PERFORM Start-File
    OPEN INPUT RESP-OLD-FILE
    IF Old-File-Status = "00"
        OPEN OUTPUT RESP-FILE
        IF New-File-Status = "00"
            PERFORM Read-Old-Resp
            PERFORM Write-New-Resp UNTIL Old-Eof
            CLOSE RESP-FILE
            PERFORM Report-File-Counts
        ELSE
            PERFORM Report-Open-Failed
        END-IF
        CLOSE RESP-OLD-FILE
    ELSE
        PERFORM Report-File-Absent
    END-IF.

Read-Old-Resp.
    READ RESP-OLD-FILE
        AT END
            SET Old-Eof TO TRUE
        NOT AT END
            ADD 1 TO File-Read-Count
    END-READ.

Write-New-Resp.
    MOVE OLD-RESP-REQUEST-NUM TO RESP-REQUEST-NUM
    MOVE OLD-RESP-ORIG        TO RESP-ORIG
    MOVE OLD-RESP-DEPT        TO RESP-DEPT
    MOVE OLD-RESP-INTAKE-SEQ  TO RESP-INTAKE-SEQ
    MOVE OLD-RESP-MAXN        TO Old-Maxn-Work
    PERFORM Widen-Maxn
    MOVE New-Maxn-Work        TO RESP-MAXN
    MOVE OLD-RESP-DIV-SET     TO RESP-DIV-SET
    MOVE OLD-RESP-SUMN        TO RESP-SUMN
    MOVE OLD-RESP-STATUS      TO RESP-STATUS
    MOVE OLD-RESP-REASON      TO RESP-REASON
    WRITE RESPONSE-RECORD
    PERFORM Count-Write
    PERFORM Read-Old-Resp.

*> Converts the live run history.
Convert-Audit-File.
    MOVE "AUDITFILE" TO Current-File-Name
    PERFORM Start-File
    OPEN INPUT AUDIT-OLD-FILE
    IF Old-File-Status = "00"
        OPEN OUTPUT AUDIT-FILE
        IF New-File-Status = "00"
            PERFORM Read-Old-Audit
            PERFORM Write-New-Audit UNTIL Old-Eof
            CLOSE AUDIT-FILE
            PERFORM Report-File-Counts
        ELSE
            PERFORM Report-Open-Failed
        END-IF
        CLOSE AUDIT-OLD-FILE
    ELSE
        PERFORM Report-File-Absent
    END-IF.

Read-Old-Audit.
    READ AUDIT-OLD-FILE
        AT END
            SET Old-Eof TO TRUE
        NOT AT END
            ADD 1 TO File-Read-Count
            MOVE AUDIT-OLD-RECORD TO Old-Audit-Line
    END-READ.

Write-New-Audit.
    PERFORM Widen-Audit-Line
    WRITE AUDIT-RECORD FROM Wide-Audit-Line
    PERFORM Count-Write
    PERFORM Read-Old-Audit.

*> Converts the archived run history.
Convert-Audit-Arch-File.
    MOVE "AUDITARCH" TO Current-File-Name
    PERFORM Start-File
    OPEN INPUT ARCH-OLD-FILE
    IF Old-File-Status = "00"
        OPEN OUTPUT AUDIT-ARCH-FILE
        IF New-File-Status = "00"
            PERFORM Read-Old-Arch
            PERFORM Write-New-Arch UNTIL Old-Eof
            CLOSE AUDIT-ARCH-FILE
            PERFORM Report-File-Counts
        ELSE
            PERFORM Report-Open-Failed
        END-IF
        CLOSE ARCH-OLD-FILE
    ELSE
        PERFORM Report-File-Absent
    END-IF.

Read-Old-Arch.
    READ ARCH-OLD-FILE
        AT END
            SET Old-Eof TO TRUE
        NOT AT END
            ADD 1 TO File-Read-Count
            MOVE ARCH-OLD-RECORD TO Old-Audit-Line
    END-READ.

Write-New-Arch.
    PERFORM Widen-Audit-Line
    WRITE AUDIT-ARCH-RECORD FROM Wide-Audit-Line
    PERFORM Count-Write
    PERFORM Read-Old-Arch.

*> Builds the wide audit line from the one in Old-Audit-Line. The
*> " ORIG=" tag right after the sum tells the layouts apart: where
*> it follows nine digits the line is old and the sum is widened;
*> anywhere else (already wide, or not an audit line at all) the
*> line is carried exactly as read.
Widen-Audit-Line.
    IF OAL-ORIG-TAG = " ORIG="
        MOVE OAL-HEAD     TO WAL-HEAD
        MOVE OAL-SUMN     TO WAL-SUMN
        MOVE OAL-ORIG-TAG TO WAL-ORIG-TAG
        MOVE OAL-REST     TO WAL-REST
    ELSE
        ADD 1 TO File-Asis-Count
        MOVE New-Audit-Line TO Wide-Audit-Line
    END-IF.

*> Converts the monthly summary history PE-ARCHIVE rolls up.
Convert-Summ-Hist-File.
    MOVE "SUMMHIST" TO Current-File-Name
    PERFORM Start-File
    OPEN INPUT SUMM-OLD-FILE
    IF Old-File-Status = "00"
        OPEN OUTPUT SUMM-HIST-FILE
        IF New-File-Status = "00"
            PERFORM Read-Old-Summ
            PERFORM Write-New-Summ UNTIL Old-Eof
            CLOSE SUMM-HIST-FILE
            PERFORM Report-File-Counts
        ELSE
            PERFORM Report-Open-Failed
        END-IF
        CLOSE SUMM-OLD-FILE
    ELSE
        PERFORM Report-File-Absent
    END-IF.

Read-Old-Summ.
    READ SUMM-OLD-FILE
        AT END
            SET Old-Eof TO TRUE
        NOT AT END
            ADD 1 TO File-Read-Count
    END-READ.

Write-New-Summ.
    MOVE OLD-SH-RUN-ID    TO SH-RUN-ID
    MOVE OLD-SH-MONTH     TO SH-MONTH
    MOVE OLD-SH-COMPLETED TO SH-COMPLETED
    MOVE OLD-SH-REJECTED  TO SH-REJECTED
    MOVE OLD-SH-SUM       TO SH-SUM
    MOVE OLD-SH-REJ-RATE  TO SH-REJ-RATE
    WRITE SUMM-HIST-RECORD
    PERFORM Count-Write
    PERFORM Read-Old-Summ.

*> Writes the close-out: files converted, absent and failed, the
*> record totals and master records dropped, and the verdict -
*> failed when a file would not open or a master record was dropped,
*> out of balance when any file wrote fewer records than it read. A
*> refusal, the drops and an out-of-balance verdict are raised on the
*> alert file as well, and a failed conversion ends with return code
*> 12.
Term-Run.
    IF Run-Refused
        WRITE CONV-RPT-RECORD FROM Refused-Line
        SET Alert-Critical TO TRUE
        MOVE "CONVREFD" TO Alert-Code
        MOVE "CONVERSION REFUSED - CHECKPOINT STANDING, NOTHING CONVERTED"
            TO Alert-Text
        PERFORM Write-Alert
    ELSE
        MOVE Files-Converted-Count TO SM-CONVERTED
        MOVE Files-Absent-Count    TO SM-ABSENT
        MOVE Files-Failed-Count    TO SM-FAILED
        MOVE Total-Read-Count      TO SM-READ
        MOVE Total-Write-Count     TO SM-WRITTEN
        WRITE CONV-RPT-RECORD FROM Summary-Line
        MOVE "MASTFILE RECORDS DROPPED ON THEIR KEY=" TO NL-TEXT
        MOVE Mast-Dropped-Count TO NL-COUNT
        WRITE CONV-RPT-RECORD FROM Note-Line
        IF Mast-Dropped-Count > 0
            SET Alert-Error TO TRUE
            MOVE "MASTDROP" TO Alert-Code
            MOVE Mast-Dropped-Count TO Alert-Count
            MOVE "RESULTS MASTER RECORDS DROPPED IN CONVERSION - SEE REPORT"
                TO Alert-Text
            PERFORM Write-Alert
        END-IF
        IF Run-Out-Of-Balance
            SET Alert-Error TO TRUE
            MOVE "OUTBAL" TO Alert-Code
            MOVE "CONVERSION OUT OF BALANCE - RECORDS READ NOT ALL WRITTEN"
                TO Alert-Text
            PERFORM Write-Alert
        END-IF
        EVALUATE TRUE
            WHEN Conversion-Failed
                MOVE "FAILED"         TO BL-VERDICT
            WHEN Run-Out-Of-Balance
                MOVE "OUT OF BALANCE" TO BL-VERDICT
            WHEN OTHER
                MOVE "IN BALANCE"     TO BL-VERDICT
        END-EVALUATE
        WRITE CONV-RPT-RECORD FROM Balance-Line
        IF Conversion-Failed
            MOVE 12 TO RETURN-CODE
        END-IF
    END-IF

    CLOSE CONV-RPT-FILE.

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
        MOVE "PE01-CONVERT" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
