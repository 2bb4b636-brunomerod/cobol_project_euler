*>
*> Modification history:
*> 2026-09-02  Original version.
*> 2026-10-15  Pending and approved records follow the HOLDREC layout
*>             to its eight-position MAXN (103 bytes).
*> 2026-10-15  A refused run, decisions that matched no pending hold
*>             or failed their edits, and an out-of-balance hold
*>             account are also raised on the shared alert file
*>             (ALERTREC copybook).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  PEND-FILE.
01  PEND-RECORD                 PIC X(103).

FD  DEC-FILE.
01  DEC-RECORD.
    05  DEC-APPROVER            PIC X(8).

FD  APPR-FILE.
01  APPR-RECORD                 PIC X(103).

FD  REL-RPT-FILE.
01  REL-RPT-RECORD              PIC X(100).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Pend-File-Status PIC X(02) VALUE "00".
01 Dec-File-Status  PIC X(02) VALUE "00".
01 Appr-File-Status PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Pend-Eof-Sw      PIC X(01) VALUE "N".
    88  Pend-Eof                VALUE "Y".
01 Dec-Eof-Sw       PIC X(01) VALUE "N".
01 Hold-Count       PIC 9(3) VALUE 0.
01 Hold-Idx         PIC 9(3) VALUE 0.
01 Hold-Table.
    05  Hold-Line OCCURS 500 TIMES PIC X(103).
01 Run-Refused-Sw   PIC X(01) VALUE "N".
    88  Run-Refused             VALUE "Y".

    05  FILLER              PIC X(07) VALUE "  DEPT=".
    05  RL-DEPT             PIC X(4).
    05  FILLER              PIC X(07) VALUE "  MAXN=".
    05  RL-MAXN             PIC X(8).
    05  FILLER              PIC X(07) VALUE "  RULE=".
    05  RL-RULE             PIC X(4).
    05  FILLER              PIC X(02) VALUE "  ".
*> Writes the close-out: the hold and decision accounting, and the
*> proof that approved plus denied plus still pending equals holds
*> read - flagged out of balance otherwise, which would mean this
*> job itself lost track of a hold. A refusal, an out-of-balance
*> account, and any unmatched or rejected decisions are raised on
*> the alert file as well.
Term-Run.
    MOVE Holds-Read-Count    TO SM1-READ
    MOVE Approved-Count      TO SM1-APPROVED

    IF Run-Refused
        WRITE REL-RPT-RECORD FROM Refused-Line
        SET Alert-Critical TO TRUE
        MOVE "RELREFSD" TO Alert-Code
        MOVE "HOLD RELEASE REFUSED - NOTHING APPLIED, SEE RELRPT"
            TO Alert-Text
        PERFORM Write-Alert
    ELSE
        COMPUTE Balance-Work =
            Approved-Count + Denied-Count + Still-Pending-Count
            MOVE "IN BALANCE"     TO BL-VERDICT
        ELSE
            MOVE "OUT OF BALANCE" TO BL-VERDICT
            SET Alert-Error TO TRUE
            MOVE "OUTBAL" TO Alert-Code
            MOVE "HOLD ACCOUNTS OUT OF BALANCE ON THE RELEASE REPORT"
                TO Alert-Text
            PERFORM Write-Alert
        END-IF
        WRITE REL-RPT-RECORD FROM Balance-Line
    END-IF

    IF Unmatched-Count > 0
        SET Alert-Warning TO TRUE
        MOVE "DECUNMAT" TO Alert-Code
        MOVE Unmatched-Count TO Alert-Count
        MOVE "HOLD DECISIONS MATCHING NO PENDING HOLD" TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Dec-Reject-Count > 0
        SET Alert-Warning TO TRUE
        MOVE "DECREJ" TO Alert-Code
        MOVE Dec-Reject-Count TO Alert-Count
        MOVE "HOLD DECISIONS REJECTED - NOT APPLIED" TO Alert-Text
        PERFORM Write-Alert
    END-IF

    CLOSE REL-RPT-FILE.

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
        MOVE "PE01-HOLD-REL" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
