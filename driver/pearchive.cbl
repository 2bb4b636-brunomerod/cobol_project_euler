*>
*> Modification history:
*> 2026-09-02  Original version.
*> 2026-10-15  Audit lines are read, retained, and archived at the
*>             widened 130-byte audit record; the monthly rollup's
*>             result total is eighteen digits, on the rollup table
*>             and the summary history record alike.
*> 2026-10-15  A run with no usable boundary, an out-of-balance cut,
*>             and audit lines beyond the rollup table are also
*>             raised on the shared alert file (ALERTREC copybook).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  ARCH-CTL-FILE.
    05  ACT-BOUNDARY-DATE       PIC X(8).

FD  AUDIT-FILE.
01  AUDIT-REC-IN                PIC X(130).

FD  AUDIT-ARCH-FILE.
01  AUDIT-ARCH-RECORD           PIC X(130).

*> The dateless logs are moved line for line, so their records are
*> carried as plain text wide enough for the widest of them; line
    05  SH-MONTH                PIC 9(6).
    05  SH-COMPLETED            PIC 9(9).
    05  SH-REJECTED             PIC 9(9).
    05  SH-SUM                  PIC 9(18).
    05  SH-REJ-RATE             PIC 9(3)V9.

FD  ARCH-RPT-FILE.
01  ARCH-RPT-RECORD             PIC X(100).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Ctl-File-Status  PIC X(02) VALUE "00".
01 Live-File-Status PIC X(02) VALUE "00".
01 Arch-File-Status PIC X(02) VALUE "00".
01 Summ-File-Status PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Live-Eof-Sw      PIC X(01) VALUE "N".
    88  Live-Eof                VALUE "Y".
01 Boundary-Ok-Sw   PIC X(01) VALUE "N".
01 Retain-Idx       PIC 9(5) VALUE 0.
01 Retain-Overflow-Count PIC 9(9) VALUE 0.
01 Retain-Table.
    05  Retain-Line OCCURS 5000 TIMES PIC X(130).

*> The monthly rollup per run id per month, built from the audit
*> lines as they are archived, so the period's figures survive its
        10  RLE-MONTH       PIC 9(6).
        10  RLE-COMPLETED   PIC 9(9).
        10  RLE-REJECTED    PIC 9(9).
        10  RLE-SUM         PIC 9(18).
01 Rate-Work        PIC 9(3)V9 VALUE 0.
01 Rollup-Written-Count PIC 9(3) VALUE 0.

        MOVE "AUDIT LINES BEYOND ROLLUP TABLE=" TO NL-TEXT
        MOVE Roll-Overflow-Count TO NL-COUNT
        WRITE ARCH-RPT-RECORD FROM Note-Line
        SET Alert-Warning TO TRUE
        MOVE "ROLLOVFL" TO Alert-Code
        MOVE Roll-Overflow-Count TO Alert-Count
        MOVE "ARCHIVED AUDIT LINES BEYOND THE ROLLUP TABLE - NOT ROLLED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF.

Write-One-Rollup.
            WRITE RPT2-ARCH-RECORD FROM RPT2-REC-IN
    END-READ.

*> Writes the job verdict and closes the report. A job that cut
*> nothing for want of a boundary, or whose cut is out of balance, is
*> raised on the alert file as well.
Term-Run.
    MOVE Rollup-Written-Count TO RT-ROLLUP-COUNT
    IF Boundary-Ok AND Job-Balanced
    ELSE
        MOVE "OUT OF BALANCE" TO RT-VERDICT
    END-IF
    EVALUATE TRUE
        WHEN NOT Boundary-Ok
            SET Alert-Critical TO TRUE
            MOVE "ARCHNOBD" TO Alert-Code
            MOVE "NO USABLE BOUNDARY ON ARCHCTL - NOTHING ARCHIVED"
                TO Alert-Text
            PERFORM Write-Alert
        WHEN NOT Job-Balanced
            SET Alert-Error TO TRUE
            MOVE "OUTBAL" TO Alert-Code
            MOVE "ARCHIVE CUT OUT OF BALANCE ON THE CONTROL REPORT"
                TO Alert-Text
            PERFORM Write-Alert
    END-EVALUATE
    WRITE ARCH-RPT-RECORD FROM Report-Trailer
    CLOSE ARCH-RPT-FILE.

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
        MOVE "PE-ARCHIVE" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
