*>
*> Modification history:
*> 2026-09-02  Original version.
*> 2026-10-15  MAXN and the stored and recomputed sums widened with
*>             the MASTREC layout (eight-digit MAXN, fifteen-digit
*>             SUMN), and the verify arithmetic with them.
*> 2026-10-15  A maintenance file that will not open, a results
*>             master that will not open, verify mismatches, and the
*>             rejected requests are also raised on the shared alert
*>             file (ALERTREC copybook).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rej-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  MAST-MAINT-FILE.
FD  MAST-REJ-FILE.
01  MAST-REJ-RECORD             PIC X(80).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Maint-File-Status PIC X(02) VALUE "00".
01 Mast-File-Status  PIC X(02) VALUE "00".
01 Rpt-File-Status   PIC X(02) VALUE "00".
01 Rej-File-Status   PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Maint-Eof-Sw      PIC X(01) VALUE "N".
    88  Maint-Eof                VALUE "Y".
01 Maint-Open-Sw     PIC X(01) VALUE "N".
01 Active-Divisor-Table.
    05  Active-Divisor OCCURS 10 TIMES PIC 9(4).
01 Div-Idx          PIC 9(2) VALUE 0.
01 MAXN             PIC 9(8) VALUE 0.
01 Recomputed-Sumn  PIC 9(15) VALUE 0.
01 Sumn-Max-Value   PIC 9(15) VALUE 999999999999999.
01 Recompute-Ok-Sw  PIC X(01) VALUE "Y".
    88  Recompute-Ok            VALUE "Y".
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

01 Mast-List-Line.
    05  FILLER              PIC X(05) VALUE "MAXN=".
    05  MLL-MAXN            PIC Z(7)9.
    05  FILLER              PIC X(06) VALUE "  SUM=".
    05  MLL-SUMN            PIC Z(14)9.
    05  FILLER              PIC X(09) VALUE "  STORED=".
    05  MLL-STORED          PIC 9(8).
    05  FILLER              PIC X(07) VALUE "  USED=".

01 Purge-Line.
    05  FILLER              PIC X(12) VALUE "PURGED MAXN=".
    05  PGL-MAXN            PIC Z(7)9.
    05  FILLER              PIC X(07) VALUE "  USED=".
    05  PGL-USED            PIC 9(8).
    05  FILLER              PIC X(06) VALUE "  KEY=".

01 Mismatch-Line.
    05  FILLER              PIC X(14) VALUE "MISMATCH MAXN=".
    05  MSL-MAXN            PIC Z(7)9.
    05  FILLER              PIC X(09) VALUE "  STORED=".
    05  MSL-STORED          PIC Z(14)9.
    05  FILLER              PIC X(13) VALUE "  RECOMPUTED=".
    05  MSL-RECOMPUTED      PIC Z(14)9.
    05  FILLER              PIC X(06) VALUE "  KEY=".
    05  MSL-KEY             PIC X(20).

        DELIMITED BY SIZE INTO Maint-Reject-Reason
    MOVE Maint-Reject-Reason TO MJL-REASON
    WRITE MAST-REJ-RECORD FROM Maint-Reject-Line
    SET Maint-Eof TO TRUE
    SET Alert-Critical TO TRUE
    MOVE "MAINTMIS" TO Alert-Code
    MOVE "MASTER MAINTENANCE FILE NOT AVAILABLE - NOTHING APPLIED"
        TO Alert-Text
    PERFORM Write-Alert.

*> Reads the next maintenance request off MAST-MAINT-FILE.
Read-Maint-Transaction.
    MOVE Maint-Reject-Reason TO MJL-REASON
    WRITE MAST-REJ-RECORD FROM Maint-Reject-Line.

*> Writes the job trailer (counts by action), raises the rejects on
*> the alert file, and closes the files.
Term-Run.
    MOVE List-Count     TO MT-LIST-COUNT
    MOVE Purge-Count    TO MT-PURGE-COUNT
    MOVE Reject-Count   TO MT-REJECT-COUNT
    WRITE MAST-RPT-RECORD FROM Maint-Trailer

    IF Reject-Count > 0
        SET Alert-Warning TO TRUE
        MOVE "MAINTREJ" TO Alert-Code
        MOVE Reject-Count TO Alert-Count
        MOVE "RESULTS MASTER MAINTENANCE REQUESTS REJECTED" TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Mismatch-Count > 0
        SET Alert-Error TO TRUE
        MOVE "MASTVER" TO Alert-Code
        MOVE Mismatch-Count TO Alert-Count
        MOVE "RESULTS MASTER RECORDS DISAGREE WITH THE RECOMPUTE"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF NOT Mast-File-Opened
        SET Alert-Critical TO TRUE
        MOVE "MASTMISS" TO Alert-Code
        MOVE "RESULTS MASTER NOT AVAILABLE - NOTHING MAINTAINED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Maint-File-Opened
        CLOSE MAST-MAINT-FILE
    END-IF
    END-IF
    CLOSE MAST-RPT-FILE
    CLOSE MAST-REJ-FILE.

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
        MOVE "PE01-MAST-MAINT" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
