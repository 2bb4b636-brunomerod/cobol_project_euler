       >>SOURCE FORMAT FREE
*>*********************************
*>
*> PE-ALERT-SUM - the night's alert summary, run last in PE-DRIVER's
*> chain (after PE-RECON). Every program appends what the morning
*> shift must see to ALERT-FILE (layout in the ALERTREC copybook);
*> this program prints the alerts raised since the last summary on
*> one page, grouped by severity - critical, error, warning, info -
*> with when, which program, the alert code, the count behind it,
*> and what happened, so nobody has to hunt through each program's
*> own listing and the DISPLAYs on the spool.
*>
*> It ends with a single return code the scheduler can page on:
*>   12  at least one critical alert
*>    8  at least one error alert (or one of unknown severity)
*>    4  at least one warning alert
*>    0  info alerts only, or none at all
*> PE-DRIVER ends with this code untouched.
*>
*> "Since the last summary" is kept on ALERTMARK, a one-record mark
*> file holding when the last summary ran and how many records the
*> alert file held then. ALERT-FILE is only ever appended to, so the
*> records beyond that count are the new ones - whichever programs
*> raised them, daytime maintenance jobs included. An alert file
*> shorter than the mark has been restarted by operations, and every
*> record on it is reported. Run standalone, it reports whatever has
*> been raised since the summary before; with ALERTMARK deleted it
*> reports the whole file.
*>
*>*********************************

IDENTIFICATION DIVISION.
PROGRAM-ID. PE-ALERT-SUM.
*> AUTHOR. Applications Development.
*> DATE-WRITTEN. October 15th 2026.
*>
*> Modification history:
*> 2026-10-15  Original version.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

    SELECT ALERT-MARK-FILE ASSIGN TO "ALERTMARK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Mark-File-Status.

    SELECT ALERT-RPT-FILE ASSIGN TO "ALERTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

DATA DIVISION.
FILE SECTION.
FD  ALERT-FILE.
    COPY ALERTREC.

*> When the last summary ran, and how many alert records it had
*> accounted for.
FD  ALERT-MARK-FILE.
01  ALERT-MARK-RECORD.
    05  AMK-DATE                PIC 9(8).
    05  AMK-TIME                PIC 9(6).
    05  AMK-RECORDS             PIC 9(9).

FD  ALERT-RPT-FILE.
01  ALERT-RPT-RECORD            PIC X(130).

WORKING-STORAGE SECTION.
01 Alert-File-Status PIC X(02) VALUE "00".
01 Mark-File-Status PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
01 Alert-Eof-Sw     PIC X(01) VALUE "N".
    88  Alert-Eof               VALUE "Y".
01 Alert-Open-Sw    PIC X(01) VALUE "N".
    88  Alert-File-Opened       VALUE "Y".
01 Mark-Found-Sw    PIC X(01) VALUE "N".
    88  Mark-Found              VALUE "Y".

*> The mark left by the last summary, and the one this run leaves.
01 Mark-Date        PIC 9(8) VALUE 0.
01 Mark-Time        PIC 9(6) VALUE 0.
01 Mark-Records     PIC 9(9) VALUE 0.
01 Time-Work        PIC 9(8) VALUE 0.

*> Record positions on the alert file: how many it holds, how many
*> of those earlier summaries have reported, and where the current
*> pass is.
01 Alert-Record-Count PIC 9(9) VALUE 0.
01 Skip-Count       PIC 9(9) VALUE 0.
01 Record-Seq       PIC 9(9) VALUE 0.

*> The severities in the order they are printed, most urgent first.
*> The last entry collects records whose severity byte is none of
*> the four - printed only when there are any, and paged on as
*> errors, since an alert nobody can classify still needs a look.
01 Severity-Values.
    05  FILLER              PIC X(11) VALUE "CCRITICAL  ".
    05  FILLER              PIC X(11) VALUE "EERROR     ".
    05  FILLER              PIC X(11) VALUE "WWARNING   ".
    05  FILLER              PIC X(11) VALUE "IINFO      ".
    05  FILLER              PIC X(11) VALUE "?UNKNOWN   ".
01 Severity-Table REDEFINES Severity-Values.
    05  Sev-Entry OCCURS 5 TIMES.
        10  SEV-CODE            PIC X(1).
        10  SEV-TITLE           PIC X(10).
01 Sev-Max-Entries  PIC 9(1) VALUE 5.
01 Sev-Unknown      PIC 9(1) VALUE 5.
01 Sev-Idx          PIC 9(1) VALUE 0.
01 Sev-Slot         PIC 9(1) VALUE 0.

*> Per severity: alerts beyond the mark, and alerts on the whole
*> file (the figures used when the file has been restarted), and
*> the ones this summary reports.
01 Sev-Count-Table.
    05  Sev-Counts OCCURS 5 TIMES.
        10  SEV-NEW-COUNT       PIC 9(6).
        10  SEV-ALL-COUNT       PIC 9(6).
        10  SEV-COUNT           PIC 9(6).
01 Reported-Count   PIC 9(6) VALUE 0.

*> The single status this job ends with.
01 Page-Status      PIC 9(2) VALUE 0.

01 Alert-Date-Work.
    05  ADW-CCYY            PIC 9(4).
    05  ADW-MM              PIC 9(2).
    05  ADW-DD              PIC 9(2).
01 Alert-Date-Num REDEFINES Alert-Date-Work PIC 9(8).

01 Alert-Clock-Work.
    05  ACW-HH              PIC 9(2).
    05  ACW-MM              PIC 9(2).
    05  ACW-SS              PIC 9(2).
01 Alert-Clock-Num REDEFINES Alert-Clock-Work PIC 9(6).

01 Run-Date.
    05  Run-Date-CCYY       PIC 9(4).
    05  Run-Date-MM         PIC 9(2).
    05  Run-Date-DD         PIC 9(2).

01 Report-Header-1.
    05  FILLER              PIC X(21) VALUE "PROGRAM: PE-ALERT-SUM".

01 Report-Header-2.
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  RH2-MM              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-DD              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-CCYY            PIC 9(4).

01 Since-Line.
    05  FILLER              PIC X(36) VALUE
        "ALERTS RAISED SINCE LAST SUMMARY OF ".
    05  SNC-MM              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  SNC-DD              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  SNC-CCYY            PIC 9(4).
    05  FILLER              PIC X(01) VALUE SPACE.
    05  SNC-HH              PIC 9(2).
    05  FILLER              PIC X(01) VALUE ":".
    05  SNC-MIN             PIC 9(2).
    05  FILLER              PIC X(01) VALUE ":".
    05  SNC-SS              PIC 9(2).

01 Note-Line.
    05  FILLER              PIC X(06) VALUE "NOTE: ".
    05  NL-TEXT             PIC X(60).

01 Blank-Line               PIC X(01) VALUE SPACE.

01 Section-Header.
    05  FILLER              PIC X(10) VALUE "SEVERITY: ".
    05  SCH-TITLE           PIC X(10).

01 Column-Header.
    05  FILLER              PIC X(23) VALUE "  DATE       TIME".
    05  FILLER              PIC X(21) VALUE "PROGRAM".
    05  FILLER              PIC X(09) VALUE "CODE".
    05  FILLER              PIC X(11) VALUE "    COUNT".
    05  FILLER              PIC X(04) VALUE "TEXT".

01 Alert-Line.
    05  FILLER              PIC X(02) VALUE SPACES.
    05  ALN-MM              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  ALN-DD              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  ALN-CCYY            PIC 9(4).
    05  FILLER              PIC X(01) VALUE SPACE.
    05  ALN-HH              PIC 9(2).
    05  FILLER              PIC X(01) VALUE ":".
    05  ALN-MIN             PIC 9(2).
    05  FILLER              PIC X(01) VALUE ":".
    05  ALN-SS              PIC 9(2).
    05  FILLER              PIC X(02) VALUE SPACES.
    05  ALN-PROGRAM         PIC X(20).
    05  FILLER              PIC X(01) VALUE SPACE.
    05  ALN-CODE            PIC X(08).
    05  FILLER              PIC X(01) VALUE SPACE.
    05  ALN-COUNT           PIC Z(8)9.
    05  FILLER              PIC X(02) VALUE SPACES.
    05  ALN-TEXT            PIC X(60).

01 None-Line.
    05  FILLER              PIC X(06) VALUE "  NONE".

01 Section-Trailer.
    05  FILLER              PIC X(09) VALUE "  ALERTS=".
    05  STR-COUNT           PIC ZZZZZ9.

01 Report-Trailer.
    05  FILLER              PIC X(16) VALUE "ALERTS REPORTED=".
    05  RT-REPORTED         PIC ZZZZZ9.
    05  FILLER              PIC X(11) VALUE "  CRITICAL=".
    05  RT-CRITICAL         PIC ZZZZZ9.
    05  FILLER              PIC X(08) VALUE "  ERROR=".
    05  RT-ERROR            PIC ZZZZZ9.
    05  FILLER              PIC X(10) VALUE "  WARNING=".
    05  RT-WARNING          PIC ZZZZZ9.
    05  FILLER              PIC X(07) VALUE "  INFO=".
    05  RT-INFO             PIC ZZZZZ9.
    05  FILLER              PIC X(10) VALUE "  UNKNOWN=".
    05  RT-UNKNOWN          PIC ZZZZZ9.

01 Status-Line.
    05  FILLER              PIC X(15) VALUE "RETURN STATUS: ".
    05  SL-STATUS           PIC 99.
    05  FILLER              PIC X(03) VALUE " - ".
    05  SL-VERDICT          PIC X(40).

PROCEDURE DIVISION.
    PERFORM Init-Run

    PERFORM Write-Severity-Section
        VARYING Sev-Idx FROM 1 BY 1
        UNTIL Sev-Idx > Sev-Max-Entries

    PERFORM Term-Run.
GOBACK.

*> Leaves the worst severity reported as the return code, for
*> PE-DRIVER to end the night with and the scheduler to page on.
Set-Page-Status.
    EVALUATE TRUE
        WHEN SEV-COUNT(1) > 0
            MOVE 12 TO Page-Status
        WHEN SEV-COUNT(2) > 0 OR SEV-COUNT(Sev-Unknown) > 0
            MOVE 8 TO Page-Status
        WHEN SEV-COUNT(3) > 0
            MOVE 4 TO Page-Status
        WHEN OTHER
            MOVE 0 TO Page-Status
    END-EVALUATE
    MOVE Page-Status TO RETURN-CODE.

*> Opens the report, reads the last summary's mark, and counts the
*> alert file per severity on one pass: the alerts beyond the mark,
*> and every alert on file for when the file turns out shorter than
*> the mark (restarted by operations since). A missing alert file
*> means no program has raised anything yet - a note, not a failure.
Init-Run.
    ACCEPT Run-Date FROM DATE YYYYMMDD
    MOVE Run-Date-MM   TO RH2-MM
    MOVE Run-Date-DD   TO RH2-DD
    MOVE Run-Date-CCYY TO RH2-CCYY

    OPEN OUTPUT ALERT-RPT-FILE
    WRITE ALERT-RPT-RECORD FROM Report-Header-1
    WRITE ALERT-RPT-RECORD FROM Report-Header-2

    PERFORM Load-Alert-Mark
    MOVE ZEROS TO Sev-Count-Table

    OPEN INPUT ALERT-FILE
    IF Alert-File-Status = "00"
        SET Alert-File-Opened TO TRUE
        PERFORM Read-Alert-Record
        PERFORM Tally-Alert-Record UNTIL Alert-Eof
        CLOSE ALERT-FILE
    END-IF

    EVALUATE TRUE
        WHEN NOT Alert-File-Opened
            MOVE "ALERT FILE NOT AVAILABLE - NO ALERTS RAISED" TO NL-TEXT
            WRITE ALERT-RPT-RECORD FROM Note-Line
        WHEN NOT Mark-Found
            MOVE "NO EARLIER SUMMARY - EVERY ALERT ON FILE REPORTED"
                TO NL-TEXT
            WRITE ALERT-RPT-RECORD FROM Note-Line
        WHEN Alert-Record-Count < Mark-Records
            MOVE "ALERT FILE RESTARTED - EVERY ALERT ON FILE REPORTED"
                TO NL-TEXT
            WRITE ALERT-RPT-RECORD FROM Note-Line
        WHEN OTHER
            MOVE Mark-Date TO Alert-Date-Num
            MOVE ADW-MM   TO SNC-MM
            MOVE ADW-DD   TO SNC-DD
            MOVE ADW-CCYY TO SNC-CCYY
            MOVE Mark-Time TO Alert-Clock-Num
            MOVE ACW-HH   TO SNC-HH
            MOVE ACW-MM   TO SNC-MIN
            MOVE ACW-SS   TO SNC-SS
            WRITE ALERT-RPT-RECORD FROM Since-Line
            MOVE Mark-Records TO Skip-Count
    END-EVALUATE

    PERFORM Choose-Sev-Count
        VARYING Sev-Idx FROM 1 BY 1
        UNTIL Sev-Idx > Sev-Max-Entries.

*> Reads the one-record mark file the last summary left, when there
*> is one. A mark that does not read as numbers is treated as no
*> mark at all, so the whole file is reported rather than some of
*> it skipped on a guess.
Load-Alert-Mark.
    OPEN INPUT ALERT-MARK-FILE
    IF Mark-File-Status = "00"
        READ ALERT-MARK-FILE
            NOT AT END
                IF AMK-DATE IS NUMERIC AND AMK-TIME IS NUMERIC
                        AND AMK-RECORDS IS NUMERIC
                    SET Mark-Found TO TRUE
                    MOVE AMK-DATE    TO Mark-Date
                    MOVE AMK-TIME    TO Mark-Time
                    MOVE AMK-RECORDS TO Mark-Records
                END-IF
        END-READ
        CLOSE ALERT-MARK-FILE
    END-IF.

Read-Alert-Record.
    READ ALERT-FILE
        AT END
            SET Alert-Eof TO TRUE
    END-READ.

*> Counts the alert record in the buffer under its severity - among
*> the new ones when it lies beyond the mark - then reads the next.
Tally-Alert-Record.
    ADD 1 TO Alert-Record-Count
    PERFORM Find-Sev-Slot
    ADD 1 TO SEV-ALL-COUNT(Sev-Slot)
    IF Alert-Record-Count > Mark-Records
        ADD 1 TO SEV-NEW-COUNT(Sev-Slot)
    END-IF
    PERFORM Read-Alert-Record.

*> Finds the severity-table slot for the record in the buffer; a
*> severity byte that is none of the four lands in the last slot.
Find-Sev-Slot.
    MOVE Sev-Unknown TO Sev-Slot
    EVALUATE TRUE
        WHEN ALR-CRITICAL
            MOVE 1 TO Sev-Slot
        WHEN ALR-ERROR
            MOVE 2 TO Sev-Slot
        WHEN ALR-WARNING
            MOVE 3 TO Sev-Slot
        WHEN ALR-INFO
            MOVE 4 TO Sev-Slot
    END-EVALUATE.

*> Takes one severity's reported figure: the alerts beyond the mark,
*> or every alert on file when the mark is not being used.
Choose-Sev-Count.
    IF Skip-Count > 0
        MOVE SEV-NEW-COUNT(Sev-Idx) TO SEV-COUNT(Sev-Idx)
    ELSE
        MOVE SEV-ALL-COUNT(Sev-Idx) TO SEV-COUNT(Sev-Idx)
    END-IF
    ADD SEV-COUNT(Sev-Idx) TO Reported-Count.

*> Writes one severity's section: its heading, then every reported
*> alert of that severity in the order raised - one pass over the
*> alert file, past the records earlier summaries reported - and its
*> count; or NONE. The unknown-severity section is left off entirely
*> when it is empty.
Write-Severity-Section.
    IF Sev-Idx NOT = Sev-Unknown OR SEV-COUNT(Sev-Idx) > 0
        WRITE ALERT-RPT-RECORD FROM Blank-Line
        MOVE SEV-TITLE(Sev-Idx) TO SCH-TITLE
        WRITE ALERT-RPT-RECORD FROM Section-Header
        IF SEV-COUNT(Sev-Idx) = 0
            WRITE ALERT-RPT-RECORD FROM None-Line
        ELSE
            WRITE ALERT-RPT-RECORD FROM Column-Header
            MOVE 0 TO Record-Seq
            MOVE "N" TO Alert-Eof-Sw
            OPEN INPUT ALERT-FILE
            PERFORM Read-Alert-Record
            PERFORM Print-Alert-Record UNTIL Alert-Eof
            CLOSE ALERT-FILE
            MOVE SEV-COUNT(Sev-Idx) TO STR-COUNT
            WRITE ALERT-RPT-RECORD FROM Section-Trailer
        END-IF
    END-IF.

*> Prints the alert record in the buffer when it is a new one of the
*> section's severity, then reads the next.
Print-Alert-Record.
    ADD 1 TO Record-Seq
    IF Record-Seq > Skip-Count
        PERFORM Find-Sev-Slot
        IF Sev-Slot = Sev-Idx
            PERFORM Write-Alert-Line
        END-IF
    END-IF
    PERFORM Read-Alert-Record.

Write-Alert-Line.
    MOVE ALR-DATE TO Alert-Date-Num
    MOVE ADW-MM   TO ALN-MM
    MOVE ADW-DD   TO ALN-DD
    MOVE ADW-CCYY TO ALN-CCYY
    MOVE ALR-TIME TO Alert-Clock-Num
    MOVE ACW-HH   TO ALN-HH
    MOVE ACW-MM   TO ALN-MIN
    MOVE ACW-SS   TO ALN-SS
    MOVE ALR-PROGRAM TO ALN-PROGRAM
    MOVE ALR-CODE    TO ALN-CODE
    MOVE ALR-COUNT   TO ALN-COUNT
    MOVE ALR-TEXT    TO ALN-TEXT
    WRITE ALERT-RPT-RECORD FROM Alert-Line.

*> Writes the per-severity totals and the return status with what it
*> means, closes the report, and leaves this run's mark - when it
*> ran and how many records the alert file held - for the next
*> summary to start after.
Term-Run.
    WRITE ALERT-RPT-RECORD FROM Blank-Line
    MOVE Reported-Count TO RT-REPORTED
    MOVE SEV-COUNT(1)   TO RT-CRITICAL
    MOVE SEV-COUNT(2)   TO RT-ERROR
    MOVE SEV-COUNT(3)   TO RT-WARNING
    MOVE SEV-COUNT(4)   TO RT-INFO
    MOVE SEV-COUNT(Sev-Unknown) TO RT-UNKNOWN
    WRITE ALERT-RPT-RECORD FROM Report-Trailer

    PERFORM Set-Page-Status
    MOVE Page-Status TO SL-STATUS
    EVALUATE Page-Status
        WHEN 12
            MOVE "CRITICAL ALERTS - WORK NOT DONE" TO SL-VERDICT
        WHEN 8
            MOVE "ERROR ALERTS - FIGURES NOT TO BE TRUSTED" TO SL-VERDICT
        WHEN 4
            MOVE "WARNING ALERTS - ITEMS NEED ATTENTION" TO SL-VERDICT
        WHEN OTHER
            MOVE "NO ALERTS NEEDING ACTION" TO SL-VERDICT
    END-EVALUATE
    WRITE ALERT-RPT-RECORD FROM Status-Line
    CLOSE ALERT-RPT-FILE

    ACCEPT Mark-Date FROM DATE YYYYMMDD
    ACCEPT Time-Work FROM TIME
    MOVE Time-Work(1:6) TO Mark-Time
    OPEN OUTPUT ALERT-MARK-FILE
    IF Mark-File-Status = "00"
        MOVE Mark-Date          TO AMK-DATE
        MOVE Mark-Time          TO AMK-TIME
        MOVE Alert-Record-Count TO AMK-RECORDS
        WRITE ALERT-MARK-RECORD
        CLOSE ALERT-MARK-FILE
    END-IF.
