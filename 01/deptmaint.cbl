       >>SOURCE FORMAT FREE
*>*********************************
*>
*> PE01-DEPT-MAINT - maintenance batch job for DEPT-FILE, the keyed
*> department master (layout in the DEPTREC copybook) that
*> PROJECT-EULER-01 and PROJECT-EULER-02 edit every submitting
*> department against. Lets operations add departments, change their
*> name, contact, and the problem ids they may submit, close and
*> reopen them, and list what is on file, without a development
*> change ticket for every new cost centre.
*>
*>*********************************

IDENTIFICATION DIVISION.
PROGRAM-ID. PE01-DEPT-MAINT.
*> AUTHOR. Applications Development.
*> DATE-WRITTEN. October 15th 2026.
*>
*> Modification history:
*> 2026-10-15  Original version.
*> 2026-10-15  A maintenance file that will not open and the rejected
*>             requests are also raised on the shared alert file
*>             (ALERTREC copybook).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DEPT-MAINT-FILE ASSIGN TO "DEPTMAINTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Maint-File-Status.

    SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DEPT-KEY
        FILE STATUS IS Dept-File-Status.

    SELECT DEPT-MAINT-RPT-FILE ASSIGN TO "DEPTMAINTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT DEPT-MAINT-REJ-FILE ASSIGN TO "DEPTMAINTREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rej-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
*> One maintenance request. On a change, a blank name, contact, or
*> authorization list leaves what is on file alone; a nonblank one
*> replaces it whole.
FD  DEPT-MAINT-FILE.
01  DEPT-MAINT-RECORD.
    05  DMT-ACTION              PIC X(01).
    05  DMT-CODE                PIC X(04).
    05  DMT-NAME                PIC X(30).
    05  DMT-CONTACT             PIC X(30).
    05  DMT-AUTH-PROBLEMS.
        10  DMT-AUTH-PROBLEM OCCURS 10 TIMES PIC X(04).

FD  DEPT-FILE.
    COPY DEPTREC.

FD  DEPT-MAINT-RPT-FILE.
01  DEPT-MAINT-RPT-RECORD       PIC X(100).

FD  DEPT-MAINT-REJ-FILE.
01  DEPT-MAINT-REJ-RECORD       PIC X(80).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Maint-File-Status PIC X(02) VALUE "00".
01 Dept-File-Status  PIC X(02) VALUE "00".
01 Rpt-File-Status   PIC X(02) VALUE "00".
01 Rej-File-Status   PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Maint-Eof-Sw      PIC X(01) VALUE "N".
    88  Maint-Eof                VALUE "Y".
01 Maint-Open-Sw     PIC X(01) VALUE "N".
    88  Maint-File-Opened        VALUE "Y".
01 List-Eof-Sw       PIC X(01) VALUE "N".
    88  List-Eof                  VALUE "Y".

01 Current-Maint-Num PIC 9(6) VALUE 0.
01 Add-Count         PIC 9(6) VALUE 0.
01 Change-Count      PIC 9(6) VALUE 0.
01 Close-Count       PIC 9(6) VALUE 0.
01 Reopen-Count      PIC 9(6) VALUE 0.
01 List-Count        PIC 9(6) VALUE 0.
01 Reject-Count      PIC 9(6) VALUE 0.

01 Maint-Action-Desc PIC X(11) VALUE SPACES.
01 Maint-Reject-Reason PIC X(30) VALUE SPACES.

*> The authorization list is edited before it reaches DEPT-FILE:
*> entries are problem ids packed to the front of the list, so a
*> blank entry ends it and a nonblank one after a blank is a keying
*> slip that would otherwise sit on file unread.
01 Auth-Valid-Sw     PIC X(01) VALUE "Y".
    88  Auth-Is-Valid            VALUE "Y".
01 Auth-Gap-Sw       PIC X(01) VALUE "N".
    88  Auth-Gap-Seen            VALUE "Y".
01 Auth-Idx          PIC 9(2) VALUE 0.

01 Run-Date.
    05  Run-Date-CCYY       PIC 9(4).
    05  Run-Date-MM         PIC 9(2).
    05  Run-Date-DD         PIC 9(2).
01 Run-Date-Num REDEFINES Run-Date PIC 9(8).

01 Report-Header-1.
    05  FILLER              PIC X(24) VALUE "PROGRAM: PE01-DEPT-MAINT".

01 Report-Header-2.
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  RH2-MM              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-DD              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-CCYY            PIC 9(4).

01 Maint-Result-Line.
    05  FILLER              PIC X(09) VALUE "REQUEST #".
    05  MRL-MAINT-NUM       PIC ZZZZZ9.
    05  FILLER              PIC X(03) VALUE "  ".
    05  MRL-ACTION-DESC     PIC X(11).
    05  FILLER              PIC X(07) VALUE "  DEPT=".
    05  MRL-CODE            PIC X(04).
    05  FILLER              PIC X(07) VALUE "  NAME=".
    05  MRL-NAME            PIC X(30).

01 Maint-Reject-Line.
    05  FILLER              PIC X(09) VALUE "REQUEST #".
    05  MJL-MAINT-NUM       PIC ZZZZZ9.
    05  FILLER              PIC X(09) VALUE "  ACTION=".
    05  MJL-ACTION          PIC X(01).
    05  FILLER              PIC X(07) VALUE "  DEPT=".
    05  MJL-CODE            PIC X(04).
    05  FILLER              PIC X(09) VALUE "  REASON=".
    05  MJL-REASON          PIC X(30).

01 Dept-List-Line.
    05  FILLER              PIC X(06) VALUE "DEPT: ".
    05  DLL-CODE            PIC X(04).
    05  FILLER              PIC X(01) VALUE " ".
    05  DLL-NAME            PIC X(30).
    05  FILLER              PIC X(01) VALUE " ".
    05  DLL-STATUS          PIC X(06).
    05  FILLER              PIC X(09) VALUE " CONTACT=".
    05  DLL-CONTACT         PIC X(30).

01 Dept-Auth-Line.
    05  FILLER              PIC X(17) VALUE "      AUTHORIZED=".
    05  DAL-AUTH            PIC X(40).

01 List-Section-Depts.
    05  FILLER              PIC X(25) VALUE "DEPARTMENTS ON FILE:".

01 Maint-Trailer.
    05  FILLER              PIC X(04) VALUE "ADD=".
    05  MT-ADD-COUNT        PIC ZZZZZ9.
    05  FILLER              PIC X(06) VALUE "  CHG=".
    05  MT-CHANGE-COUNT     PIC ZZZZZ9.
    05  FILLER              PIC X(08) VALUE "  CLOSE=".
    05  MT-CLOSE-COUNT      PIC ZZZZZ9.
    05  FILLER              PIC X(09) VALUE "  REOPEN=".
    05  MT-REOPEN-COUNT     PIC ZZZZZ9.
    05  FILLER              PIC X(07) VALUE "  LIST=".
    05  MT-LIST-COUNT       PIC ZZZZZ9.
    05  FILLER              PIC X(06) VALUE "  REJ=".
    05  MT-REJECT-COUNT     PIC ZZZZZ9.

PROCEDURE DIVISION.
    PERFORM Init-Run

    PERFORM Process-Batch UNTIL Maint-Eof

    PERFORM Term-Run.
STOP RUN.

*> Drives the batch: one Process-Maint-Transaction/Read-Maint-
*> Transaction cycle per PERFORM, so the batch is looped by
*> PERFORMing this paragraph rather than an inline block.
Process-Batch.
    PERFORM Process-Maint-Transaction
    PERFORM Read-Maint-Transaction.

*> Opens the maintenance transaction file, the listing/reject
*> reports, and DEPT-FILE itself, creating DEPT-FILE on its first use
*> instead of requiring operations to pre-allocate an empty one. A
*> maintenance file that will not open is logged to the reject file
*> and the batch ends cleanly, the same as PE01-PARM-MAINT.
Init-Run.
    ACCEPT Run-Date FROM DATE YYYYMMDD
    MOVE Run-Date-MM   TO RH2-MM
    MOVE Run-Date-DD   TO RH2-DD
    MOVE Run-Date-CCYY TO RH2-CCYY

    OPEN OUTPUT DEPT-MAINT-RPT-FILE
    OPEN OUTPUT DEPT-MAINT-REJ-FILE

    OPEN INPUT DEPT-MAINT-FILE
    IF Maint-File-Status = "00"
        SET Maint-File-Opened TO TRUE
    ELSE
        PERFORM Maint-File-Open-Failure
    END-IF

    OPEN I-O DEPT-FILE
    IF Dept-File-Status NOT = "00"
        OPEN OUTPUT DEPT-FILE
        CLOSE DEPT-FILE
        OPEN I-O DEPT-FILE
    END-IF

    WRITE DEPT-MAINT-RPT-RECORD FROM Report-Header-1
    WRITE DEPT-MAINT-RPT-RECORD FROM Report-Header-2

    IF Maint-File-Opened
        PERFORM Read-Maint-Transaction
    END-IF.

*> DEPT-MAINT-FILE is missing or misallocated; logs the file status to
*> the reject file (already open at this point) and forces Maint-Eof
*> so the mainline's PERFORM UNTIL Maint-Eof exits immediately.
Maint-File-Open-Failure.
    MOVE 0 TO MJL-MAINT-NUM
    MOVE SPACE TO MJL-ACTION
    MOVE SPACES TO MJL-CODE
    MOVE SPACES TO Maint-Reject-Reason
    STRING "MAINT OPEN FAILED STATUS=" Maint-File-Status
        DELIMITED BY SIZE INTO Maint-Reject-Reason
    MOVE Maint-Reject-Reason TO MJL-REASON
    WRITE DEPT-MAINT-REJ-RECORD FROM Maint-Reject-Line
    SET Maint-Eof TO TRUE
    SET Alert-Critical TO TRUE
    MOVE "MAINTMIS" TO Alert-Code
    MOVE "DEPARTMENT MAINTENANCE FILE NOT AVAILABLE - NOTHING APPLIED"
        TO Alert-Text
    PERFORM Write-Alert.

*> Reads the next maintenance request off DEPT-MAINT-FILE.
Read-Maint-Transaction.
    READ DEPT-MAINT-FILE
        AT END
            SET Maint-Eof TO TRUE
        NOT AT END
            ADD 1 TO Current-Maint-Num
    END-READ.

*> Routes the current maintenance request to the paragraph for its
*> action code; an action code this job does not recognize, or a
*> request with no department code, is rejected the same way a failed
*> maintenance action is.
Process-Maint-Transaction.
    EVALUATE TRUE
        WHEN DMT-ACTION = "L"
            PERFORM List-Depts
        WHEN DMT-CODE = SPACES
            MOVE "DEPARTMENT CODE MISSING" TO Maint-Reject-Reason
            PERFORM Reject-Maint-Transaction
        WHEN DMT-ACTION = "A"
            PERFORM Add-Dept
        WHEN DMT-ACTION = "C"
            PERFORM Change-Dept
        WHEN DMT-ACTION = "D"
            PERFORM Close-Dept
        WHEN DMT-ACTION = "R"
            PERFORM Reopen-Dept
        WHEN OTHER
            MOVE "UNRECOGNIZED ACTION CODE" TO Maint-Reject-Reason
            PERFORM Reject-Maint-Transaction
    END-EVALUATE.

*> Checks the authorization list is packed to the front: once a
*> blank entry is seen, every later entry must be blank too.
Validate-Auth-List.
    MOVE "Y" TO Auth-Valid-Sw
    MOVE "N" TO Auth-Gap-Sw
    PERFORM Check-Auth-Entry
        VARYING Auth-Idx FROM 1 BY 1
        UNTIL Auth-Idx > 10.

Check-Auth-Entry.
    IF DMT-AUTH-PROBLEM(Auth-Idx) = SPACES
        SET Auth-Gap-Seen TO TRUE
    ELSE
        IF Auth-Gap-Seen
            MOVE "N" TO Auth-Valid-Sw
        END-IF
    END-IF.

*> Adds a new department, open, with the name, contact, and
*> authorization list given. A department with no name is refused -
*> the name is what the department report prints - and a duplicate
*> code is rejected rather than overwritten; Change-Dept is the
*> paragraph for updating an existing department.
Add-Dept.
    PERFORM Validate-Auth-List
    EVALUATE TRUE
        WHEN DMT-NAME = SPACES
            MOVE "DEPARTMENT NAME MISSING" TO Maint-Reject-Reason
            PERFORM Reject-Maint-Transaction
        WHEN NOT Auth-Is-Valid
            MOVE "AUTHORIZED LIST HAS A GAP" TO Maint-Reject-Reason
            PERFORM Reject-Maint-Transaction
        WHEN OTHER
            MOVE DMT-CODE          TO DEPT-CODE
            MOVE DMT-NAME          TO DEPT-NAME
            MOVE DMT-CONTACT       TO DEPT-CONTACT
            SET DEPT-IS-OPEN       TO TRUE
            MOVE DMT-AUTH-PROBLEMS TO DEPT-AUTH-PROBLEMS
            MOVE Run-Date-Num      TO DEPT-LAST-MAINT
            WRITE DEPT-RECORD
                INVALID KEY
                    MOVE "DUPLICATE DEPARTMENT CODE" TO Maint-Reject-Reason
                    PERFORM Reject-Maint-Transaction
                NOT INVALID KEY
                    ADD 1 TO Add-Count
                    MOVE "ADDED"     TO Maint-Action-Desc
                    PERFORM Write-Maint-Result-Line
            END-WRITE
    END-EVALUATE.

*> Changes the name, contact, and/or authorization list of a
*> department on file; a blank field on the request leaves that field
*> as it is. A code that is not on file is rejected rather than
*> added, so a typo does not silently create a phantom department.
Change-Dept.
    PERFORM Validate-Auth-List
    IF NOT Auth-Is-Valid
        MOVE "AUTHORIZED LIST HAS A GAP" TO Maint-Reject-Reason
        PERFORM Reject-Maint-Transaction
    ELSE
        MOVE DMT-CODE TO DEPT-CODE
        READ DEPT-FILE
            INVALID KEY
                MOVE "DEPARTMENT NOT ON FILE" TO Maint-Reject-Reason
                PERFORM Reject-Maint-Transaction
            NOT INVALID KEY
                IF DMT-NAME NOT = SPACES
                    MOVE DMT-NAME TO DEPT-NAME
                END-IF
                IF DMT-CONTACT NOT = SPACES
                    MOVE DMT-CONTACT TO DEPT-CONTACT
                END-IF
                IF DMT-AUTH-PROBLEMS NOT = SPACES
                    MOVE DMT-AUTH-PROBLEMS TO DEPT-AUTH-PROBLEMS
                END-IF
                MOVE Run-Date-Num TO DEPT-LAST-MAINT
                MOVE "CHANGED" TO Maint-Action-Desc
                PERFORM Rewrite-Dept
                IF Dept-File-Status = "00"
                    ADD 1 TO Change-Count
                END-IF
        END-READ
    END-IF.

*> Closes a department in place, rather than deleting it, so the
*> calculation programs stop accepting its work while the record -
*> and the name its history prints under - stays on file.
Close-Dept.
    MOVE DMT-CODE TO DEPT-CODE
    READ DEPT-FILE
        INVALID KEY
            MOVE "DEPARTMENT NOT ON FILE" TO Maint-Reject-Reason
            PERFORM Reject-Maint-Transaction
        NOT INVALID KEY
            IF DEPT-IS-CLOSED
                MOVE "DEPARTMENT ALREADY CLOSED" TO Maint-Reject-Reason
                PERFORM Reject-Maint-Transaction
            ELSE
                SET DEPT-IS-CLOSED TO TRUE
                MOVE Run-Date-Num TO DEPT-LAST-MAINT
                MOVE "CLOSED" TO Maint-Action-Desc
                PERFORM Rewrite-Dept
                IF Dept-File-Status = "00"
                    ADD 1 TO Close-Count
                END-IF
            END-IF
    END-READ.

*> Reopens a closed department, so its work is accepted again under
*> the authorization list it was closed with.
Reopen-Dept.
    MOVE DMT-CODE TO DEPT-CODE
    READ DEPT-FILE
        INVALID KEY
            MOVE "DEPARTMENT NOT ON FILE" TO Maint-Reject-Reason
            PERFORM Reject-Maint-Transaction
        NOT INVALID KEY
            IF DEPT-IS-OPEN
                MOVE "DEPARTMENT ALREADY OPEN" TO Maint-Reject-Reason
                PERFORM Reject-Maint-Transaction
            ELSE
                SET DEPT-IS-OPEN TO TRUE
                MOVE Run-Date-Num TO DEPT-LAST-MAINT
                MOVE "REOPENED" TO Maint-Action-Desc
                PERFORM Rewrite-Dept
                IF Dept-File-Status = "00"
                    ADD 1 TO Reopen-Count
                END-IF
            END-IF
    END-READ.

*> Rewrites the department record in the buffer and writes the result
*> line, or the reject when the rewrite fails; the caller counts the
*> action off the file status.
Rewrite-Dept.
    REWRITE DEPT-RECORD
        INVALID KEY
            MOVE "REWRITE FAILED" TO Maint-Reject-Reason
            PERFORM Reject-Maint-Transaction
        NOT INVALID KEY
            PERFORM Write-Maint-Result-Line
    END-REWRITE.

*> Lists every department on file, open and closed, with its contact
*> and authorization list, in one browse of the file from the
*> beginning of the key range.
List-Depts.
    WRITE DEPT-MAINT-RPT-RECORD FROM List-Section-Depts
    MOVE "N" TO List-Eof-Sw
    MOVE LOW-VALUES TO DEPT-KEY
    START DEPT-FILE KEY IS NOT LESS THAN DEPT-KEY
        INVALID KEY
            SET List-Eof TO TRUE
    END-START
    PERFORM List-Dept-Loop UNTIL List-Eof.

*> Reads one department forward and writes its two listing lines.
List-Dept-Loop.
    READ DEPT-FILE NEXT RECORD
        AT END
            SET List-Eof TO TRUE
        NOT AT END
            MOVE DEPT-CODE    TO DLL-CODE
            MOVE DEPT-NAME    TO DLL-NAME
            MOVE DEPT-CONTACT TO DLL-CONTACT
            IF DEPT-IS-OPEN
                MOVE "OPEN"   TO DLL-STATUS
            ELSE
                MOVE "CLOSED" TO DLL-STATUS
            END-IF
            WRITE DEPT-MAINT-RPT-RECORD FROM Dept-List-Line
            MOVE DEPT-AUTH-PROBLEMS TO DAL-AUTH
            WRITE DEPT-MAINT-RPT-RECORD FROM Dept-Auth-Line
            ADD 1 TO List-Count
    END-READ.

*> Writes a result line for a completed add, change, close, or
*> reopen.
Write-Maint-Result-Line.
    MOVE Current-Maint-Num TO MRL-MAINT-NUM
    MOVE Maint-Action-Desc TO MRL-ACTION-DESC
    MOVE DEPT-CODE         TO MRL-CODE
    MOVE DEPT-NAME         TO MRL-NAME
    WRITE DEPT-MAINT-RPT-RECORD FROM Maint-Result-Line.

*> Writes a rejected maintenance request's action code, department,
*> and reason to the reject file.
Reject-Maint-Transaction.
    ADD 1 TO Reject-Count
    MOVE Current-Maint-Num   TO MJL-MAINT-NUM
    MOVE DMT-ACTION          TO MJL-ACTION
    MOVE DMT-CODE            TO MJL-CODE
    MOVE Maint-Reject-Reason TO MJL-REASON
    WRITE DEPT-MAINT-REJ-RECORD FROM Maint-Reject-Line.

*> Writes the job trailer (counts by action), raises the rejects on
*> the alert file, and closes the files.
Term-Run.
    MOVE Add-Count    TO MT-ADD-COUNT
    MOVE Change-Count TO MT-CHANGE-COUNT
    MOVE Close-Count  TO MT-CLOSE-COUNT
    MOVE Reopen-Count TO MT-REOPEN-COUNT
    MOVE List-Count   TO MT-LIST-COUNT
    MOVE Reject-Count TO MT-REJECT-COUNT
    WRITE DEPT-MAINT-RPT-RECORD FROM Maint-Trailer

    IF Reject-Count > 0
        SET Alert-Warning TO TRUE
        MOVE "MAINTREJ" TO Alert-Code
        MOVE Reject-Count TO Alert-Count
        MOVE "DEPARTMENT MAINTENANCE REQUESTS REJECTED" TO Alert-Text
        PERFORM Write-Alert
    END-IF

    IF Maint-File-Opened
        CLOSE DEPT-MAINT-FILE
    END-IF
    CLOSE DEPT-FILE
    CLOSE DEPT-MAINT-RPT-FILE
    CLOSE DEPT-MAINT-REJ-FILE.

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
        MOVE "PE01-DEPT-MAINT" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
