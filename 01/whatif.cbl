*>
*> Modification history:
*> 2026-09-02  Original version.
*> 2026-10-15  MAXN, the MAXN bounds, and the answer fields widened
*>             with PROJECT-EULER-01's (eight-digit MAXN, fifteen-digit
*>             SUMN), the saved transaction layout following the
*>             production TRAN detail; audit history with values past
*>             the old four-digit MAXN is replayed rather than skipped.
*> 2026-10-15  A refused run, a missing replay source, and requests the
*>             trial settings would newly reject are also raised on the
*>             shared alert file (ALERTREC copybook).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  WHATIF-CTL-FILE.
    05  WCT-TRIAL-DATE          PIC X(8).

FD  AUDIT-FILE.
01  AUDIT-REC-IN                PIC X(130).

*> A saved copy of a TRAN-FILE batch, in the production layout: the
*> control records are read through without ceremony (the file was
01  TRIAL-TRAN-RECORD.
    05  TRIAL-REC-TYPE      PIC X(01).
        88  Trial-Detail-Rec        VALUE "D".
    05  TRIAL-MAXN          PIC X(8).
    05  TRIAL-DIV-COUNT     PIC X(02).
    05  TRIAL-DIVISORS.
        10  TRIAL-DIVISOR OCCURS 10 TIMES PIC X(04).
    05  DIV-FACTOR          PIC 9(4).

FD  WHATIF-RPT-FILE.
01  WHATIF-RPT-RECORD           PIC X(140).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Ctl-File-Status  PIC X(02) VALUE "00".
01 Parm-File-Status PIC X(02) VALUE "00".
01 Div-File-Status  PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Audit-Eof-Sw     PIC X(01) VALUE "N".
    88  Audit-Eof               VALUE "Y".
01 Trial-Eof-Sw     PIC X(01) VALUE "N".
*> side's as-of date - with the same DIV-FILE and 3-and-5 fallbacks
*> when a side ends up with no divisors at all.
01 As-Of-Date       PIC 9(8) VALUE 0.
01 Side-Lower-Limit PIC 9(8) VALUE 1.
01 Side-Upper-Limit PIC 9(8) VALUE 2000.
01 Side-Div-Count   PIC 9(2) VALUE 0.
01 Side-Div-Table.
    05  Side-Divisor OCCURS 10 TIMES PIC 9(4).

01 Before-Lower-Limit PIC 9(8) VALUE 1.
01 Before-Upper-Limit PIC 9(8) VALUE 2000.
01 Before-Div-Count PIC 9(2) VALUE 0.
01 Before-Div-Table.
    05  Before-Divisor OCCURS 10 TIMES PIC 9(4).

01 After-Lower-Limit PIC 9(8) VALUE 1.
01 After-Upper-Limit PIC 9(8) VALUE 2000.
01 After-Div-Count  PIC 9(2) VALUE 0.
01 After-Div-Table.
    05  After-Divisor OCCURS 10 TIMES PIC 9(4).
*> is judged rather than converted, and the divisor override as raw
*> characters (spaces when the source carries none - the audit
*> history does not record overrides).
01 MAXN             PIC 9(8) VALUE 0.
01 Maxn-Alpha REDEFINES MAXN PIC X(8).
01 Req-Div-Count    PIC X(02) VALUE SPACES.
01 Req-Div-Count-N REDEFINES Req-Div-Count PIC 9(02).
01 Req-Divisors.
    88  Judge-Accepted          VALUE "A".
    88  Judge-Rejected          VALUE "R".
01 Judge-Reason     PIC X(30) VALUE SPACES.
01 Judge-Sum        PIC 9(15) VALUE 0.
01 Override-Div-Work PIC 9(4) VALUE 0.
01 Override-Valid-Sw PIC X(01) VALUE "Y".
    88  Override-Is-Valid       VALUE "Y".

01 Before-Disp      PIC X(1) VALUE "A".
01 Before-Reason    PIC X(30) VALUE SPACES.
01 Before-Sum       PIC 9(15) VALUE 0.
01 After-Disp       PIC X(1) VALUE "A".
01 After-Reason     PIC X(30) VALUE SPACES.
01 After-Sum        PIC 9(15) VALUE 0.
01 Answer-Delta     PIC S9(16) VALUE 0.

*> The production closed form, mirrored from Loop-1 and its helpers
*> in PROJECT-EULER-01 (as PE01-MAST-MAINT's verify action mirrors
01 Active-Divisor-Table.
    05  Active-Divisor OCCURS 10 TIMES PIC 9(4).
01 Div-Idx          PIC 9(2) VALUE 0.
01 Computed-Sumn    PIC 9(15) VALUE 0.
01 Sumn-Max-Value   PIC 9(15) VALUE 999999999999999.
01 Compute-Ok-Sw    PIC X(01) VALUE "Y".
    88  Compute-Ok              VALUE "Y".
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
01 Newly-Accept-Count PIC 9(9) VALUE 0.
01 Changed-Answer-Count PIC 9(9) VALUE 0.
01 Unchanged-Count  PIC 9(9) VALUE 0.
01 Before-Grand-Total PIC 9(18) VALUE 0.
01 After-Grand-Total PIC 9(18) VALUE 0.

*> Why the TRIAL side rejects, by the production reason: the
*> department conversation starts with "your requests would reject
01 Settings-Line.
    05  SL-SIDE             PIC X(7).
    05  FILLER              PIC X(08) VALUE " LOWER=".
    05  SL-LOWER            PIC Z(7)9.
    05  FILLER              PIC X(08) VALUE "  UPPER=".
    05  SL-UPPER            PIC Z(7)9.
    05  FILLER              PIC X(07) VALUE "  DIVS=".
    05  SL-DIVS             PIC X(16).


01 Impact-Line.
    05  FILLER              PIC X(05) VALUE "MAXN=".
    05  IL-MAXN             PIC X(8).
    05  FILLER              PIC X(02) VALUE "  ".
    05  IL-KIND             PIC X(14).
    05  FILLER              PIC X(09) VALUE "  BEFORE=".
    05  IL-BEFORE           PIC Z(14)9.
    05  FILLER              PIC X(08) VALUE "  AFTER=".
    05  IL-AFTER            PIC Z(14)9.
    05  FILLER              PIC X(08) VALUE "  DELTA=".
    05  IL-DELTA            PIC +(15)9.
    05  FILLER              PIC X(01) VALUE " ".
    05  IL-REASON           PIC X(30).


01 Summary-Line-5.
    05  FILLER              PIC X(19) VALUE "GRAND TOTAL BEFORE=".
    05  SM5-BEFORE          PIC Z(17)9.
    05  FILLER              PIC X(08) VALUE "  AFTER=".
    05  SM5-AFTER           PIC Z(17)9.

01 Counts-Line.
    05  FILLER              PIC X(11) VALUE "LINES READ=".
        WRITE WHATIF-RPT-RECORD FROM Report-Header-1
        WRITE WHATIF-RPT-RECORD FROM Report-Header-2
        WRITE WHATIF-RPT-RECORD FROM Refused-Line
        SET Alert-Critical TO TRUE
        MOVE "WHATREFD" TO Alert-Code
        MOVE "WHAT-IF REFUSED - NO READABLE TRIAL DATE KEYED" TO Alert-Text
        PERFORM Write-Alert
    ELSE
        MOVE Source-Sw        TO RH3-SOURCE
        MOVE Select-From-Date TO RH3-FROM
*> operations about it. A side left with no divisors falls back to
*> the DIV-FILE set, then to 3 and 5, the production chain.
Load-Side-Parms.
    MOVE 1    TO Side-Lower-Limit
    MOVE 2000 TO Side-Upper-Limit
    MOVE 0 TO Side-Div-Count
    MOVE ZEROS TO Side-Div-Table
                            TO Side-Divisor(Side-Div-Count)
                    WHEN PARM-TYPE = "BND "
                            AND PARM-NAME = "MAXN-LOWER-LIMIT"
                        MOVE PARM-VALUE TO Side-Lower-Limit
                    WHEN PARM-TYPE = "BND "
                            AND PARM-NAME = "MAXN-UPPER-LIMIT"
                        MOVE PARM-VALUE TO Side-Upper-Limit
                END-EVALUATE
            END-IF
    ELSE
        MOVE "AUDIT HISTORY NOT AVAILABLE" TO NL-TEXT
        WRITE WHATIF-RPT-RECORD FROM Note-Line
        SET Alert-Critical TO TRUE
        MOVE "AUDMISS" TO Alert-Code
        MOVE "AUDIT FILE NOT AVAILABLE - NOTHING REPLAYED" TO Alert-Text
        PERFORM Write-Alert
    END-IF.

Read-Audit-Record.
                OR AL-DD IS NOT NUMERIC
                OR AL-VALUE-IN IS NOT NUMERIC
            ADD 1 TO Line-Skipped-Count
        WHEN AL-VALUE-IN > 99999999
            ADD 1 TO Line-Skipped-Count
        WHEN OTHER
            MOVE AL-CCYY TO ADW-CCYY
    ELSE
        MOVE "SAVED TRANSACTION FILE NOT AVAILABLE" TO NL-TEXT
        WRITE WHATIF-RPT-RECORD FROM Note-Line
        SET Alert-Critical TO TRUE
        MOVE "TRANMISS" TO Alert-Code
        MOVE "SAVED TRANSACTION FILE NOT AVAILABLE - NOTHING REPLAYED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF.

Read-Trial-Record.
*> Writes the impact summary - the moved-request counts, the reject
*> counts with the TRIAL side's reasons broken out, the before and
*> after grand totals - and the read/replayed/skipped accounting, so
*> a quiet report can be told apart from a short replay. Requests
*> the trial would newly reject are raised on the alert file, so the
*> change is looked at before it takes effect.
Term-Run.
    IF NOT Run-Refused
        WRITE WHATIF-RPT-RECORD FROM Section-Line-Summary
        MOVE Replayed-Count     TO CL-REPLAYED
        MOVE Line-Skipped-Count TO CL-SKIPPED
        WRITE WHATIF-RPT-RECORD FROM Counts-Line

        IF Newly-Reject-Count > 0
            SET Alert-Warning TO TRUE
            MOVE "WHATNREJ" TO Alert-Code
            MOVE Newly-Reject-Count TO Alert-Count
            MOVE "REQUESTS THE TRIAL SETTINGS WOULD NEWLY REJECT"
                TO Alert-Text
            PERFORM Write-Alert
        END-IF
    END-IF

    CLOSE WHATIF-RPT-FILE.

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
        MOVE "PE01-WHATIF" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
