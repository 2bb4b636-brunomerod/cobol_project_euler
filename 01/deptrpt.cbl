*>
*> Modification history:
*> 2026-09-02  Original version.
*> 2026-10-15  Follows the widened audit line (fifteen-digit SUM
*>             column); department and overall totals are eighteen
*>             digits and the report line is widened to carry them.
*> 2026-10-15  Each department line carries the department's name
*>             off DEPT-FILE, the keyed department master; a code
*>             not on the master says so. With no master on hand the
*>             name column is left blank and the report notes it.
*> 2026-10-15  A missing audit file or department master, and history
*>             left out of the department table, are also raised on
*>             the shared alert file (ALERTREC copybook).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Ctl-File-Status.

    SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DEPT-KEY
        FILE STATUS IS Dept-File-Status.

    SELECT DEPT-RPT-FILE ASSIGN TO "DEPTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE.
01  AUDIT-REC-IN                PIC X(130).

FD  DEPT-CTL-FILE.
01  DEPT-CTL-RECORD.
    05  DCT-TO-DATE             PIC X(8).
    05  DCT-RUN-ID              PIC X(12).

FD  DEPT-FILE.
    COPY DEPTREC.

FD  DEPT-RPT-FILE.
01  DEPT-RPT-RECORD             PIC X(110).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Audit-File-Status PIC X(02) VALUE "00".
01 Ctl-File-Status  PIC X(02) VALUE "00".
01 Dept-File-Status PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Audit-Eof-Sw     PIC X(01) VALUE "N".
    88  Audit-Eof               VALUE "Y".
01 Audit-Open-Sw    PIC X(01) VALUE "N".
    88  Audit-File-Opened       VALUE "Y".
01 Dept-Open-Sw     PIC X(01) VALUE "N".
    88  Dept-File-Opened        VALUE "Y".

*> The audit line is read INTO this copy of the shared layout, so
*> this program parses history with the same picture clauses the
        10  DPT-COMPLETED   PIC 9(6).
        10  DPT-REJECTED    PIC 9(6).
        10  DPT-HITS        PIC 9(6).
        10  DPT-SUM         PIC 9(18).

01 Total-Completed  PIC 9(9) VALUE 0.
01 Total-Rejected   PIC 9(9) VALUE 0.
01 Total-Hits       PIC 9(9) VALUE 0.
01 Total-Sum        PIC 9(18) VALUE 0.

01 Run-Date.
    05  Run-Date-CCYY       PIC 9(4).
01 Dept-Line.
    05  FILLER              PIC X(05) VALUE "DEPT=".
    05  DLN-DEPT            PIC X(4).
    05  FILLER              PIC X(02) VALUE SPACES.
    05  DLN-NAME            PIC X(30).
    05  FILLER              PIC X(06) VALUE "  REQ=".
    05  DLN-COMPLETED       PIC ZZZZZ9.
    05  FILLER              PIC X(06) VALUE "  REJ=".
    05  FILLER              PIC X(07) VALUE "  HITS=".
    05  DLN-HITS            PIC ZZZZZ9.
    05  FILLER              PIC X(08) VALUE "  TOTAL=".
    05  DLN-SUM             PIC Z(17)9.

01 Summary-Line.
    05  FILLER              PIC X(06) VALUE "DEPTS=".
    05  FILLER              PIC X(07) VALUE "  HITS=".
    05  SM-HITS             PIC ZZZZZZZZ9.
    05  FILLER              PIC X(08) VALUE "  TOTAL=".
    05  SM-SUM              PIC Z(17)9.

01 Counts-Line.
    05  FILLER              PIC X(11) VALUE "LINES READ=".
        MOVE "AUDIT-FILE NOT AVAILABLE, STATUS " TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE DEPT-RPT-RECORD FROM Note-Line
        SET Alert-Critical TO TRUE
        MOVE "AUDMISS" TO Alert-Code
        MOVE "AUDIT FILE NOT AVAILABLE - NO HISTORY REPORTED" TO Alert-Text
        PERFORM Write-Alert
    END-IF

    OPEN INPUT DEPT-FILE
    IF Dept-File-Status = "00"
        SET Dept-File-Opened TO TRUE
    ELSE
        MOVE "DEPT MASTER NOT AVAILABLE, NO NAMES" TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE DEPT-RPT-RECORD FROM Note-Line
        SET Alert-Warning TO TRUE
        MOVE "DEPTMISS" TO Alert-Code
        MOVE "DEPARTMENT MASTER NOT AVAILABLE - NO NAMES PRINTED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF.

*> Applies the one-record DEPTCTL control file when one is supplied:
        MOVE Dept-Idx TO Dept-Slot
    END-IF.

*> Writes one department's line: its name, request count, rejects,
*> master hits, and the department's result total.
Write-Dept-Line.
    MOVE DPT-DEPT(Dept-Idx)      TO DLN-DEPT
    PERFORM Look-Up-Dept-Name
    MOVE DPT-COMPLETED(Dept-Idx) TO DLN-COMPLETED
    MOVE DPT-REJECTED(Dept-Idx)  TO DLN-REJECTED
    MOVE DPT-HITS(Dept-Idx)      TO DLN-HITS
    MOVE DPT-SUM(Dept-Idx)       TO DLN-SUM
    WRITE DEPT-RPT-RECORD FROM Dept-Line.

*> Fills the name column from the department master. A code no longer
*> (or never) on the master is marked so, and the blank-department
*> bucket is labelled; with no master every name is left blank.
Look-Up-Dept-Name.
    MOVE SPACES TO DLN-NAME
    EVALUATE TRUE
        WHEN DPT-DEPT(Dept-Idx) = SPACES
            MOVE "(NO DEPARTMENT)" TO DLN-NAME
        WHEN Dept-File-Opened
            MOVE DPT-DEPT(Dept-Idx) TO DEPT-CODE
            READ DEPT-FILE
                INVALID KEY
                    MOVE "(NOT ON DEPARTMENT MASTER)" TO DLN-NAME
                NOT INVALID KEY
                    MOVE DEPT-NAME TO DLN-NAME
            END-READ
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Writes the per-department section and the grand totals, then
*> closes the report.
Term-Run.
        MOVE "DEPTS BEYOND DEPT TABLE, LINES=" TO NL-TEXT
        MOVE Dept-Overflow-Count TO NL-COUNT
        WRITE DEPT-RPT-RECORD FROM Note-Line
        SET Alert-Warning TO TRUE
        MOVE "DEPTOVFL" TO Alert-Code
        MOVE Dept-Overflow-Count TO Alert-Count
        MOVE "AUDIT LINES LEFT OUT - DEPARTMENTS BEYOND THE TABLE"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF

    MOVE Dept-Count      TO SM-DEPTS
    IF Audit-File-Opened
        CLOSE AUDIT-FILE
    END-IF
    IF Dept-File-Opened
        CLOSE DEPT-FILE
    END-IF
    CLOSE DEPT-RPT-FILE.

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
        MOVE "PE01-DEPT-RPT" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
