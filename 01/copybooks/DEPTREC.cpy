*>*********************************
*>
*> DEPT-RECORD - shared layout for DEPT-FILE, the keyed department
*> master. Maintained by PE01-DEPT-MAINT (add, change, close, reopen,
*> list) and read by PROJECT-EULER-01 and PROJECT-EULER-02 to edit
*> the submitting department on every request, and by
*> PE01-DEPT-RPT to print department names beside the codes.
*>
*> A request is accepted only from a department that is on file, is
*> open (DEPT-IS-OPEN), and lists the request's problem id among its
*> DEPT-AUTH-PROBLEM entries; anything else is rejected with its own
*> reject code (see the RECYCREC copybook) and goes around the
*> reject-recycle loop like any other reject. A closed department is
*> kept on file rather than deleted, so its history still prints
*> under its name and it can be reopened.
*>
*> DEPT-LAST-MAINT is the run date of the last maintenance applied
*> to the record.
*>
*>*********************************
01  DEPT-RECORD.
    05  DEPT-KEY.
        10  DEPT-CODE           PIC X(04).
    05  DEPT-NAME               PIC X(30).
    05  DEPT-CONTACT            PIC X(30).
    05  DEPT-STATUS             PIC X(01).
        88  DEPT-IS-OPEN            VALUE "A".
        88  DEPT-IS-CLOSED          VALUE "C".
    05  DEPT-AUTH-PROBLEMS.
        10  DEPT-AUTH-PROBLEM OCCURS 10 TIMES PIC X(04).
    05  DEPT-LAST-MAINT         PIC 9(8).
