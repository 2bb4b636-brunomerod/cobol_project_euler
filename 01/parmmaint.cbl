*>             MAXN bounds); PROJECT-EULER-02's ceiling bounds
*>             (CEIL-LOWER-LIMIT/CEIL-UPPER-LIMIT) may now be keyed
*>             up to the value field's full eight digits.
*> 2026-10-15  PROJECT-EULER-01's MAXN is now eight digits, so the
*>             MAXN bounds pass uncapped like the ceiling bounds; the
*>             four-digit cap stays on divisors only. The two-digit
*>             control cap is scoped to RECYCLE-LIMIT, the hold
*>             margin (in MAXN units) passes uncapped, and
*>             HOLD-DEPT-VOLUME is held to its six-digit count.
*> 2026-10-15  A maintenance file that will not open and the rejected
*>             requests are also raised on the shared alert file
*>             (ALERTREC copybook).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rej-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  PARM-MAINT-FILE.
FD  PARM-REJ-FILE.
01  PARM-REJ-RECORD             PIC X(80).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Maint-File-Status PIC X(02) VALUE "00".
01 Parm-File-Status  PIC X(02) VALUE "00".
01 Rpt-File-Status   PIC X(02) VALUE "00".
01 Rej-File-Status   PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Maint-Eof-Sw      PIC X(01) VALUE "N".
    88  Maint-Eof                VALUE "Y".
01 Maint-Open-Sw     PIC X(01) VALUE "N".
        DELIMITED BY SIZE INTO Maint-Reject-Reason
    MOVE Maint-Reject-Reason TO MJL-REASON
    WRITE PARM-REJ-RECORD FROM Maint-Reject-Line
    SET Maint-Eof TO TRUE
    SET Alert-Critical TO TRUE
    MOVE "MAINTMIS" TO Alert-Code
    MOVE "PARAMETER MAINTENANCE FILE NOT AVAILABLE - NOTHING APPLIED"
        TO Alert-Text
    PERFORM Write-Alert.

*> Reads the next maintenance request off PARM-MAINT-FILE.
Read-Maint-Transaction.
*> in once a calculation program reads it back, so an oversized value
*> is rejected at the point it enters PARM-FILE rather than being
*> written and silently truncated downstream. The four-digit cap
*> covers only the divisors, which land in PIC 9(4) fields in
*> PROJECT-EULER-01; the MAXN bounds and PROJECT-EULER-02's ceiling
*> bounds land in fields at least as wide as the value field, so they
*> pass uncapped, as does the HOLD-NEAR-BOUND margin. RECYCLE-LIMIT
*> is a two-digit count and HOLD-DEPT-VOLUME a six-digit one.
Validate-Maint-Value.
    MOVE "Y" TO Maint-Value-Valid-Sw
    IF PMT-TYPE = "DIVR" AND PMT-VALUE > 9999
        MOVE "N" TO Maint-Value-Valid-Sw
    END-IF
    IF PMT-TYPE = "CTL " AND PMT-NAME = "RECYCLE-LIMIT"
            AND PMT-VALUE > 99
        MOVE "N" TO Maint-Value-Valid-Sw
    END-IF
    IF PMT-TYPE = "CTL " AND PMT-NAME = "HOLD-DEPT-VOLUME"
            AND PMT-VALUE > 999999
        MOVE "N" TO Maint-Value-Valid-Sw
    END-IF.

    MOVE Maint-Reject-Reason TO MJL-REASON
    WRITE PARM-REJ-RECORD FROM Maint-Reject-Line.

*> Writes the job trailer (counts by action), raises the rejects on
*> the alert file, and closes the files.
Term-Run.
    MOVE Add-Count        TO MT-ADD-COUNT
    MOVE Change-Count     TO MT-CHANGE-COUNT
    MOVE Reject-Count     TO MT-REJECT-COUNT
    WRITE PARM-RPT-RECORD FROM Maint-Trailer

    IF Reject-Count > 0
        SET Alert-Warning TO TRUE
        MOVE "MAINTREJ" TO Alert-Code
        MOVE Reject-Count TO Alert-Count
        MOVE "PARAMETER MAINTENANCE REQUESTS REJECTED" TO Alert-Text
        PERFORM Write-Alert
    END-IF

    IF Maint-File-Opened
        CLOSE PARM-MAINT-FILE
    END-IF
    CLOSE PARM-FILE
    CLOSE PARM-RPT-FILE
    CLOSE PARM-REJ-FILE.

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
        MOVE "PE01-PARM-MAINT" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
