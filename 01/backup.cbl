       >>SOURCE FORMAT FREE
*>*********************************
*>
*> PE01-BACKUP - unloads the two keyed files the nightly run depends
*> on, PARM-FILE (layout in the PARMREC copybook) and MAST-FILE (the
*> MASTREC copybook), to dated sequential generations, so a file
*> damaged by a bad night, a bad maintenance run, or a bad disk can
*> be put back as it stood before the calculation programs touched
*> it. Run by PE-DRIVER as the first step of the chain, ahead of the
*> calculation programs. For each file this job:
*>   - writes a generation into one slot of a fixed ring of forty
*>     generation files per keyed file (PARMBK01-PARMBK40,
*>     MASTBK01-MASTBK40; layout in the BKUPREC copybook): a header,
*>     every record in key order, and a trailer with the record
*>     count and the key hash. The slot is the next one round the
*>     ring that no catalogued generation holds, so a new generation
*>     - a second cycle's, or a rerun on the same date - never
*>     overwrites one that is kept;
*>   - reads the generation back and checks it against its trailer,
*>     and only then enters it on BKUPCAT, the generation catalog
*>     (the BKUPCAT copybook), by date and time taken, with the same
*>     count and hash. A generation that fails is left off the
*>     catalog, and every generation already kept is untouched;
*>   - keeps the number of generations operations sets on the
*>     one-record BKUPCTL control file (default seven), dropping the
*>     oldest beyond it from the catalog. Nothing is deleted: a
*>     dropped generation's slot is simply free for a later one.
*> A file that cannot be opened is not backed up and its generations
*> are left as they are - nothing is aged out on a night that added
*> nothing. PE01-RESTORE reloads either file from a generation.
*>
*>*********************************

IDENTIFICATION DIVISION.
PROGRAM-ID. PE01-BACKUP.
*> AUTHOR. Applications Development.
*> DATE-WRITTEN. October 15th 2026.
*>
*> Modification history:
*> 2026-10-15  Original version.
*> 2026-10-15  Generations written to a fixed ring of slots per file
*>             (PARMBK01-40, MASTBK01-40) instead of one dated name,
*>             so an intraday cycle or a same-date rerun no longer
*>             overwrites the day's good generation. A new generation
*>             goes in a slot no catalogued generation holds, is read
*>             back and checked against its trailer, and is catalogued
*>             only then; a failed one is just left uncatalogued.
*>             Ageing out only drops the catalog entry - no file is
*>             deleted. At most 39 generations are kept, so a slot is
*>             always free for the night's new one.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BKUP-CTL-FILE ASSIGN TO "BKUPCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Ctl-File-Status.

    SELECT PARM-FILE ASSIGN TO "PARMFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PARM-KEY
        FILE STATUS IS Parm-File-Status.

    SELECT MAST-FILE ASSIGN TO "MASTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MAST-KEY
        FILE STATUS IS Mast-File-Status.

    SELECT GEN-FILE ASSIGN USING Gen-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Gen-File-Status.

    SELECT BKUP-CAT-FILE ASSIGN TO "BKUPCAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Cat-File-Status.

    SELECT BKUP-RPT-FILE ASSIGN TO "BKUPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  BKUP-CTL-FILE.
01  BKUP-CTL-RECORD.
    05  BCT-GENERATIONS         PIC X(2).

FD  PARM-FILE.
    COPY PARMREC.

FD  MAST-FILE.
    COPY MASTREC.

FD  GEN-FILE.
    COPY BKUPREC.

FD  BKUP-CAT-FILE.
    COPY BKUPCAT.

FD  BKUP-RPT-FILE.
01  BKUP-RPT-RECORD             PIC X(100).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Ctl-File-Status  PIC X(02) VALUE "00".
01 Parm-File-Status PIC X(02) VALUE "00".
01 Mast-File-Status PIC X(02) VALUE "00".
01 Gen-File-Status  PIC X(02) VALUE "00".
01 Cat-File-Status  PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Browse-Eof-Sw    PIC X(01) VALUE "N".
    88  Browse-Eof              VALUE "Y".
01 Cat-Eof-Sw       PIC X(01) VALUE "N".
    88  Cat-Eof                 VALUE "Y".
01 Gen-Write-Ok-Sw  PIC X(01) VALUE "Y".
    88  Gen-Write-Ok            VALUE "Y".
01 Catalog-Ok-Sw    PIC X(01) VALUE "Y".
    88  Catalog-Ok              VALUE "Y".
01 Backup-Failed-Sw PIC X(01) VALUE "N".
    88  Backup-Failed           VALUE "Y".
01 Backup-Missed-Sw PIC X(01) VALUE "N".
    88  Backup-Missed           VALUE "Y".

*> Generations kept per file: the BKUPCTL figure when it is a usable
*> one, the default otherwise. The ceiling is one short of the ring,
*> so however many are kept there is always a free slot for the new
*> generation, and keeps both files' worth of generations inside the
*> catalog table with room to spare.
01 Gens-Kept        PIC 9(2) VALUE 7.
01 Gens-Kept-Max    PIC 9(2) VALUE 39.

*> The ring of generation slots: the file's name prefix and a slot
*> number from one to Ring-Size make the generation's file name. The
*> new generation's slot is the first one after the newest
*> catalogued generation's that no catalogued generation holds.
01 Ring-Size        PIC 9(2) VALUE 40.
01 Ring-Prefix      PIC X(06) VALUE SPACES.
01 Ring-Start       PIC 9(2) VALUE 0.
01 Ring-Step        PIC 9(2) VALUE 0.
01 Ring-Work        PIC 9(3) VALUE 0.
01 Ring-Quotient    PIC 9(3) VALUE 0.
01 Ring-Candidate   PIC 9(2) VALUE 0.
01 Gen-Slot         PIC 9(2) VALUE 0.
01 Newest-Stamp     PIC 9(14) VALUE 0.
01 Slot-In-Use-Sw   PIC X(01) VALUE "N".
    88  Slot-In-Use             VALUE "Y".
01 Ring-Name-Sw     PIC X(01) VALUE "N".
    88  Ring-Name               VALUE "Y".
01 Cat-Name-Work    PIC X(16) VALUE SPACES.
01 Cat-Name-Parts REDEFINES Cat-Name-Work.
    05  Cat-Name-Prefix     PIC X(06).
    05  Cat-Name-Slot       PIC 9(02).
    05  Cat-Name-Rest       PIC X(08).

*> Reading the new generation back before it is catalogued.
01 Gen-Eof-Sw       PIC X(01) VALUE "N".
    88  Gen-Eof                 VALUE "Y".
01 Verify-Trailer-Sw PIC X(01) VALUE "N".
    88  Verify-Trailer-Seen     VALUE "Y".
01 Verify-Count     PIC 9(9) VALUE 0.

*> The file being unloaded, its generation's name, and the count and
*> key hash built up as its records are written, for the trailer and
*> the catalog.
01 Current-File-Id  PIC X(08) VALUE SPACES.
01 Gen-File-Name    PIC X(16) VALUE SPACES.
01 Gen-Name-Parts REDEFINES Gen-File-Name.
    05  Gen-Name-Prefix     PIC X(06).
    05  Gen-Name-Slot       PIC 9(02).
    05  Gen-Name-Rest       PIC X(08).
01 Gen-Record-Count PIC 9(9) VALUE 0.
01 Gen-Key-Hash     PIC 9(18) VALUE 0.
01 Files-Backed-Up  PIC 9(1) VALUE 0.
01 Expired-Count    PIC 9(3) VALUE 0.

*> The key hash (see the BKUPREC copybook): each character of the
*> record's key times its position in the key, added into the
*> generation's total. The key is moved here with its length so the
*> one paragraph serves both files.
01 Hash-Key-Work    PIC X(48) VALUE SPACES.
01 Hash-Key-Length  PIC 9(2) VALUE 0.
01 Hash-Idx         PIC 9(2) VALUE 0.

*> The generation catalog, read whole at the start, changed in
*> place, and written back whole at the end. A catalog bigger than
*> the table cannot be written back without losing entries, so it is
*> left as it stands, and nothing is aged out and no generation taken
*> (a slot free in the table may be held beyond it) until operations
*> clears it down.
01 Cat-Max-Entries  PIC 9(3) VALUE 100.
01 Cat-Count        PIC 9(3) VALUE 0.
01 Cat-Idx          PIC 9(3) VALUE 0.
01 Cat-Slot         PIC 9(3) VALUE 0.
01 Cat-Overflow-Count PIC 9(5) VALUE 0.
01 Cat-Table.
    05  Cat-Entry OCCURS 100 TIMES.
        10  CTE-FILE-ID     PIC X(08).
        10  CTE-BACKUP-DATE PIC 9(8).
        10  CTE-BACKUP-TIME PIC 9(6).
        10  CTE-GEN-NAME    PIC X(16).
        10  CTE-RECORD-COUNT PIC 9(9).
        10  CTE-KEY-HASH    PIC 9(18).
        10  CTE-STATE-SW    PIC X(01).
            88  CTE-EXPIRED         VALUE "X".

*> Ageing out: the file's generations still on the catalog are
*> counted, and the oldest (by date and time taken) is dropped until
*> no more than Gens-Kept remain.
01 File-Gen-Count   PIC 9(3) VALUE 0.
01 Oldest-Idx       PIC 9(3) VALUE 0.
01 Oldest-Stamp     PIC 9(14) VALUE 0.
01 Entry-Stamp      PIC 9(14) VALUE 0.

01 Run-Date.
    05  Run-Date-CCYY       PIC 9(4).
    05  Run-Date-MM         PIC 9(2).
    05  Run-Date-DD         PIC 9(2).
01 Run-Date-Num REDEFINES Run-Date PIC 9(8).
01 Run-Time-Work    PIC 9(8) VALUE 0.

01 Report-Header-1.
    05  FILLER              PIC X(20) VALUE "PROGRAM: PE01-BACKUP".

01 Report-Header-2.
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  RH2-MM              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-DD              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-CCYY            PIC 9(4).

01 Report-Header-3.
    05  FILLER              PIC X(27) VALUE "GENERATIONS KEPT PER FILE: ".
    05  RH3-GENS-KEPT       PIC Z9.

01 Generation-Line.
    05  FILLER              PIC X(15) VALUE "BACKED UP FILE=".
    05  GNL-FILE-ID         PIC X(08).
    05  FILLER              PIC X(13) VALUE "  GENERATION=".
    05  GNL-GEN-NAME        PIC X(16).
    05  FILLER              PIC X(10) VALUE "  RECORDS=".
    05  GNL-RECORDS         PIC ZZZZZZZZ9.
    05  FILLER              PIC X(11) VALUE "  KEY HASH=".
    05  GNL-KEY-HASH        PIC Z(17)9.

01 Expired-Line.
    05  FILLER              PIC X(13) VALUE "EXPIRED FILE=".
    05  EXL-FILE-ID         PIC X(08).
    05  FILLER              PIC X(13) VALUE "  GENERATION=".
    05  EXL-GEN-NAME        PIC X(16).
    05  FILLER              PIC X(08) VALUE "  TAKEN=".
    05  EXL-TAKEN           PIC 9(8).

01 Problem-Line.
    05  FILLER              PIC X(05) VALUE "FILE=".
    05  PRL-FILE-ID         PIC X(08).
    05  FILLER              PIC X(02) VALUE "  ".
    05  PRL-TEXT            PIC X(40).
    05  FILLER              PIC X(07) VALUE "STATUS=".
    05  PRL-STATUS          PIC X(02).

01 Note-Line.
    05  FILLER              PIC X(06) VALUE "NOTE: ".
    05  NL-TEXT             PIC X(50).
    05  NL-COUNT            PIC ZZZZZ.

01 Report-Trailer.
    05  FILLER              PIC X(17) VALUE "FILES BACKED UP: ".
    05  RT-FILES            PIC 9.
    05  FILLER              PIC X(23) VALUE "  GENERATIONS EXPIRED: ".
    05  RT-EXPIRED          PIC ZZ9.
    05  FILLER              PIC X(14) VALUE "  JOB STATUS: ".
    05  RT-VERDICT          PIC X(14).

LINKAGE SECTION.
COPY PGMSTAT.

PROCEDURE DIVISION USING PGM-STATUS-AREA.
    PERFORM Init-Run

    PERFORM Back-Up-Parm-File
    PERFORM Back-Up-Mast-File

    PERFORM Term-Run
    PERFORM Set-Return-Status.
GOBACK.

*> Reports how the unload went to the driver, through the LINKAGE
*> status area; a standalone run has no status area and skips the
*> store. A generation that could not be written is a failed run -
*> the night must not go on believing it has a restore point. A file
*> that was not there to back up is a run with rejects.
Set-Return-Status.
    IF ADDRESS OF PGM-STATUS-AREA = NULL
        CONTINUE
    ELSE
        EVALUATE TRUE
            WHEN Backup-Failed
                SET PGM-STATUS-FAILED TO TRUE
            WHEN Backup-Missed
                SET PGM-STATUS-REJECTS TO TRUE
            WHEN OTHER
                SET PGM-STATUS-OK TO TRUE
        END-EVALUATE
    END-IF.

*> Opens the report, takes the number of generations to keep off
*> BKUPCTL, and tables the generation catalog.
Init-Run.
    ACCEPT Run-Date FROM DATE YYYYMMDD
    ACCEPT Run-Time-Work FROM TIME
    MOVE Run-Date-MM   TO RH2-MM
    MOVE Run-Date-DD   TO RH2-DD
    MOVE Run-Date-CCYY TO RH2-CCYY

    OPEN OUTPUT BKUP-RPT-FILE
    WRITE BKUP-RPT-RECORD FROM Report-Header-1
    WRITE BKUP-RPT-RECORD FROM Report-Header-2

    PERFORM Load-Backup-Control
    MOVE Gens-Kept TO RH3-GENS-KEPT
    WRITE BKUP-RPT-RECORD FROM Report-Header-3

    PERFORM Load-Catalog.

*> Reads the generations-kept figure off the one-record control
*> file. A missing file, or a figure that is not a number from one
*> to the ceiling, keeps the default with a note - ageing out on a
*> garbled count could drop every restore point there is.
Load-Backup-Control.
    OPEN INPUT BKUP-CTL-FILE
    IF Ctl-File-Status = "00"
        READ BKUP-CTL-FILE
            AT END
                MOVE "BKUPCTL EMPTY - DEFAULT GENERATIONS KEPT"
                    TO NL-TEXT
                MOVE 0 TO NL-COUNT
                WRITE BKUP-RPT-RECORD FROM Note-Line
            NOT AT END
                IF BCT-GENERATIONS IS NUMERIC
                        AND BCT-GENERATIONS NOT = "00"
                        AND BCT-GENERATIONS NOT > Gens-Kept-Max
                    MOVE BCT-GENERATIONS TO Gens-Kept
                ELSE
                    MOVE "UNUSABLE COUNT ON BKUPCTL - DEFAULT KEPT"
                        TO NL-TEXT
                    MOVE 0 TO NL-COUNT
                    WRITE BKUP-RPT-RECORD FROM Note-Line
                END-IF
        END-READ
        CLOSE BKUP-CTL-FILE
    ELSE
        MOVE "NO BKUPCTL FILE - DEFAULT GENERATIONS KEPT" TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE BKUP-RPT-RECORD FROM Note-Line
    END-IF.

*> Tables the generation catalog. No catalog is the first night's
*> backup and starts an empty one; entries beyond the table leave
*> the catalog as it stands (see Cat-Table).
Load-Catalog.
    MOVE 0 TO Cat-Count
    MOVE 0 TO Cat-Overflow-Count
    OPEN INPUT BKUP-CAT-FILE
    IF Cat-File-Status = "00"
        MOVE "N" TO Cat-Eof-Sw
        PERFORM Read-Catalog-Record
        PERFORM Table-Catalog-Record UNTIL Cat-Eof
        CLOSE BKUP-CAT-FILE
    ELSE
        MOVE "NO BACKUP CATALOG - A NEW ONE IS STARTED" TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE BKUP-RPT-RECORD FROM Note-Line
    END-IF
    IF Cat-Overflow-Count > 0
        MOVE "N" TO Catalog-Ok-Sw
        MOVE "CATALOG ENTRIES BEYOND TABLE - NONE EXPIRED=" TO NL-TEXT
        MOVE Cat-Overflow-Count TO NL-COUNT
        WRITE BKUP-RPT-RECORD FROM Note-Line
        SET Alert-Warning TO TRUE
        MOVE "CATOVFL" TO Alert-Code
        MOVE Cat-Overflow-Count TO Alert-Count
        MOVE "BACKUP CATALOG OVER TABLE - NO GENERATIONS AGED OUT"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF.

Read-Catalog-Record.
    READ BKUP-CAT-FILE
        AT END
            SET Cat-Eof TO TRUE
    END-READ.

Table-Catalog-Record.
    IF Cat-Count < Cat-Max-Entries
        ADD 1 TO Cat-Count
        MOVE BKC-FILE-ID      TO CTE-FILE-ID(Cat-Count)
        MOVE BKC-BACKUP-DATE  TO CTE-BACKUP-DATE(Cat-Count)
        MOVE BKC-BACKUP-TIME  TO CTE-BACKUP-TIME(Cat-Count)
        MOVE BKC-GEN-NAME     TO CTE-GEN-NAME(Cat-Count)
        MOVE BKC-RECORD-COUNT TO CTE-RECORD-COUNT(Cat-Count)
        MOVE BKC-KEY-HASH     TO CTE-KEY-HASH(Cat-Count)
        MOVE SPACE            TO CTE-STATE-SW(Cat-Count)
    ELSE
        ADD 1 TO Cat-Overflow-Count
    END-IF
    PERFORM Read-Catalog-Record.

*> Unloads PARM-FILE to a new parameter generation.
Back-Up-Parm-File.
    MOVE "PARMFILE" TO Current-File-Id
    MOVE "PARMBK" TO Ring-Prefix
    OPEN INPUT PARM-FILE
    IF Parm-File-Status NOT = "00"
        MOVE Parm-File-Status TO PRL-STATUS
        PERFORM Note-File-Not-Backed-Up
    ELSE
        PERFORM Choose-Generation-Slot
        IF Gen-Slot > 0
            PERFORM Open-Generation
            IF Gen-Write-Ok
                PERFORM Start-Parm-Browse
                PERFORM Unload-Parm-Record
                    UNTIL Browse-Eof OR NOT Gen-Write-Ok
                PERFORM Close-Generation
            END-IF
            PERFORM Record-Generation
        END-IF
        CLOSE PARM-FILE
    END-IF.

*> Writes one parameter record to the generation, adds its key into
*> the hash, and steps the browse.
Unload-Parm-Record.
    MOVE SPACES TO BKUP-RECORD
    SET BKP-DETAIL TO TRUE
    MOVE PARM-RECORD TO BKP-DATA
    PERFORM Write-Gen-Record
    ADD 1 TO Gen-Record-Count
    MOVE PARM-KEY TO Hash-Key-Work
    MOVE 20 TO Hash-Key-Length
    PERFORM Hash-Key
    PERFORM Read-Parm-Next.

*> Positions a browse at the start of PARM-FILE's key range and reads
*> the first record.
Start-Parm-Browse.
    MOVE "N" TO Browse-Eof-Sw
    MOVE LOW-VALUES TO PARM-KEY
    START PARM-FILE KEY IS NOT LESS THAN PARM-KEY
        INVALID KEY
            SET Browse-Eof TO TRUE
    END-START
    IF NOT Browse-Eof
        PERFORM Read-Parm-Next
    END-IF.

Read-Parm-Next.
    READ PARM-FILE NEXT RECORD
        AT END
            SET Browse-Eof TO TRUE
    END-READ.

*> Unloads MAST-FILE to a new results master generation.
Back-Up-Mast-File.
    MOVE "MASTFILE" TO Current-File-Id
    MOVE "MASTBK" TO Ring-Prefix
    OPEN INPUT MAST-FILE
    IF Mast-File-Status NOT = "00"
        MOVE Mast-File-Status TO PRL-STATUS
        PERFORM Note-File-Not-Backed-Up
    ELSE
        PERFORM Choose-Generation-Slot
        IF Gen-Slot > 0
            PERFORM Open-Generation
            IF Gen-Write-Ok
                PERFORM Start-Mast-Browse
                PERFORM Unload-Mast-Record
                    UNTIL Browse-Eof OR NOT Gen-Write-Ok
                PERFORM Close-Generation
            END-IF
            PERFORM Record-Generation
        END-IF
        CLOSE MAST-FILE
    END-IF.

*> Writes one results master record to the generation, adds its key
*> into the hash, and steps the browse.
Unload-Mast-Record.
    MOVE SPACES TO BKUP-RECORD
    SET BKP-DETAIL TO TRUE
    MOVE MAST-RECORD TO BKP-DATA
    PERFORM Write-Gen-Record
    ADD 1 TO Gen-Record-Count
    MOVE MAST-KEY TO Hash-Key-Work
    MOVE 48 TO Hash-Key-Length
    PERFORM Hash-Key
    PERFORM Read-Mast-Next.

*> Positions a browse at the start of MAST-FILE's key range and reads
*> the first record.
Start-Mast-Browse.
    MOVE "N" TO Browse-Eof-Sw
    MOVE LOW-VALUES TO MAST-KEY
    START MAST-FILE KEY IS NOT LESS THAN MAST-KEY
        INVALID KEY
            SET Browse-Eof TO TRUE
    END-START
    IF NOT Browse-Eof
        PERFORM Read-Mast-Next
    END-IF.

Read-Mast-Next.
    READ MAST-FILE NEXT RECORD
        AT END
            SET Browse-Eof TO TRUE
    END-READ.

*> A keyed file that will not open is not backed up: the report and
*> the alert file say so, and its generations are left alone.
Note-File-Not-Backed-Up.
    SET Backup-Missed TO TRUE
    MOVE Current-File-Id TO PRL-FILE-ID
    MOVE "NOT BACKED UP - FILE WOULD NOT OPEN" TO PRL-TEXT
    WRITE BKUP-RPT-RECORD FROM Problem-Line
    SET Alert-Warning TO TRUE
    MOVE "BKUPMISS" TO Alert-Code
    MOVE SPACES TO Alert-Text
    STRING Current-File-Id DELIMITED BY SPACE
        " NOT AVAILABLE - NOT BACKED UP, NOTHING AGED OUT"
            DELIMITED BY SIZE
        INTO Alert-Text
    END-STRING
    PERFORM Write-Alert.

*> Picks the current file's slot for the new generation: the first
*> slot round the ring after the newest catalogued generation's that
*> no catalogued generation of the file holds. With no free slot -
*> or a catalog too big to table, where a slot that looks free may
*> be held by an entry beyond the table - nothing is written: every
*> slot holds a generation that is kept. That is a failed backup.
Choose-Generation-Slot.
    MOVE 0 TO Gen-Slot
    MOVE 0 TO Ring-Start
    MOVE 0 TO Newest-Stamp
    IF Catalog-Ok
        PERFORM Find-Newest-Ring-Slot
            VARYING Cat-Idx FROM 1 BY 1
            UNTIL Cat-Idx > Cat-Count
        PERFORM Try-Ring-Slot
            VARYING Ring-Step FROM 1 BY 1
            UNTIL Ring-Step > Ring-Size OR Gen-Slot > 0
    END-IF
    IF Gen-Slot > 0
        MOVE SPACES      TO Gen-File-Name
        MOVE Ring-Prefix TO Gen-Name-Prefix
        MOVE Gen-Slot    TO Gen-Name-Slot
    ELSE
        SET Backup-Failed TO TRUE
        MOVE Current-File-Id TO PRL-FILE-ID
        MOVE "NOT BACKED UP - NO FREE GENERATION SLOT" TO PRL-TEXT
        MOVE SPACES TO PRL-STATUS
        WRITE BKUP-RPT-RECORD FROM Problem-Line
        SET Alert-Critical TO TRUE
        MOVE "BKUPFAIL" TO Alert-Code
        MOVE SPACES TO Alert-Text
        STRING Current-File-Id DELIMITED BY SPACE
            " NOT BACKED UP - NO FREE GENERATION SLOT"
                DELIMITED BY SIZE
            INTO Alert-Text
        END-STRING
        PERFORM Write-Alert
    END-IF.

*> Notes the slot of the file's newest catalogued generation, where
*> the ring carries on from. Generations taken under the old dated
*> names hold no slot.
Find-Newest-Ring-Slot.
    PERFORM Check-Ring-Name
    IF Ring-Name
        COMPUTE Entry-Stamp = CTE-BACKUP-DATE(Cat-Idx) * 1000000
            + CTE-BACKUP-TIME(Cat-Idx)
        IF Entry-Stamp > Newest-Stamp
            MOVE Entry-Stamp   TO Newest-Stamp
            MOVE Cat-Name-Slot TO Ring-Start
        END-IF
    END-IF.

*> Tries the slot Ring-Step places after the starting one, wrapping
*> from the last slot back to the first.
Try-Ring-Slot.
    COMPUTE Ring-Work = Ring-Start + Ring-Step - 1
    DIVIDE Ring-Work BY Ring-Size
        GIVING Ring-Quotient REMAINDER Ring-Candidate
    ADD 1 TO Ring-Candidate
    MOVE "N" TO Slot-In-Use-Sw
    PERFORM Check-Slot-In-Use
        VARYING Cat-Idx FROM 1 BY 1
        UNTIL Cat-Idx > Cat-Count OR Slot-In-Use
    IF NOT Slot-In-Use
        MOVE Ring-Candidate TO Gen-Slot
    END-IF.

Check-Slot-In-Use.
    PERFORM Check-Ring-Name
    IF Ring-Name AND Cat-Name-Slot = Ring-Candidate
        SET Slot-In-Use TO TRUE
    END-IF.

*> Is the catalog entry at Cat-Idx a live generation of the current
*> file in one of its ring slots? Its slot is left in Cat-Name-Slot.
Check-Ring-Name.
    MOVE "N" TO Ring-Name-Sw
    MOVE CTE-GEN-NAME(Cat-Idx) TO Cat-Name-Work
    IF CTE-FILE-ID(Cat-Idx) = Current-File-Id
            AND NOT CTE-EXPIRED(Cat-Idx)
            AND Cat-Name-Prefix = Ring-Prefix
            AND Cat-Name-Slot IS NUMERIC
            AND Cat-Name-Rest = SPACES
        IF Cat-Name-Slot > 0 AND Cat-Name-Slot NOT > Ring-Size
            SET Ring-Name TO TRUE
        END-IF
    END-IF.

*> Opens the new generation in its slot - reusing the slot's file,
*> which holds no catalogued generation - and writes its header.
Open-Generation.
    MOVE 0 TO Gen-Record-Count
    MOVE 0 TO Gen-Key-Hash
    MOVE "Y" TO Gen-Write-Ok-Sw
    OPEN OUTPUT GEN-FILE
    IF Gen-File-Status NOT = "00"
        MOVE "N" TO Gen-Write-Ok-Sw
    ELSE
        MOVE SPACES TO BKUP-RECORD
        SET BKP-HEADER TO TRUE
        MOVE Current-File-Id  TO BKH-FILE-ID
        MOVE Run-Date-Num     TO BKH-BACKUP-DATE
        MOVE Run-Time-Work(1:6) TO BKH-BACKUP-TIME
        MOVE Gen-File-Name    TO BKH-GEN-NAME
        PERFORM Write-Gen-Record
    END-IF.

Write-Gen-Record.
    WRITE BKUP-RECORD
    IF Gen-File-Status NOT = "00"
        MOVE "N" TO Gen-Write-Ok-Sw
    END-IF.

*> Writes the trailer, when every record before it made it out,
*> closes the generation, and reads it back to prove it.
Close-Generation.
    IF Gen-Write-Ok
        MOVE SPACES TO BKUP-RECORD
        SET BKP-TRAILER TO TRUE
        MOVE Current-File-Id  TO BKT-FILE-ID
        MOVE Gen-Record-Count TO BKT-RECORD-COUNT
        MOVE Gen-Key-Hash     TO BKT-KEY-HASH
        PERFORM Write-Gen-Record
    END-IF
    CLOSE GEN-FILE
    IF Gen-File-Status NOT = "00"
        MOVE "N" TO Gen-Write-Ok-Sw
    END-IF
    IF Gen-Write-Ok
        PERFORM Verify-Generation-Written
    END-IF.

*> Reads the closed generation back: its header must name it, its
*> details must number what was written, and exactly one trailer,
*> agreeing with the count and hash built up on the way out, must
*> close it. Anything else and the generation is not catalogued.
Verify-Generation-Written.
    MOVE 0 TO Verify-Count
    MOVE "N" TO Verify-Trailer-Sw
    OPEN INPUT GEN-FILE
    IF Gen-File-Status NOT = "00"
        MOVE "N" TO Gen-Write-Ok-Sw
    ELSE
        MOVE "N" TO Gen-Eof-Sw
        PERFORM Read-Gen-Back
        IF Gen-Eof OR NOT BKP-HEADER
                OR BKH-GEN-NAME NOT = Gen-File-Name
            MOVE "N" TO Gen-Write-Ok-Sw
        ELSE
            PERFORM Read-Gen-Back
            PERFORM Check-Gen-Back-Record UNTIL Gen-Eof
        END-IF
        CLOSE GEN-FILE
        IF NOT Verify-Trailer-Seen
                OR Verify-Count NOT = Gen-Record-Count
            MOVE "N" TO Gen-Write-Ok-Sw
        END-IF
    END-IF.

Read-Gen-Back.
    READ GEN-FILE
        AT END
            SET Gen-Eof TO TRUE
    END-READ.

Check-Gen-Back-Record.
    EVALUATE TRUE
        WHEN BKP-DETAIL AND NOT Verify-Trailer-Seen
            ADD 1 TO Verify-Count
        WHEN BKP-TRAILER AND NOT Verify-Trailer-Seen
            SET Verify-Trailer-Seen TO TRUE
            IF BKT-RECORD-COUNT NOT = Gen-Record-Count
                    OR BKT-KEY-HASH NOT = Gen-Key-Hash
                MOVE "N" TO Gen-Write-Ok-Sw
            END-IF
        WHEN OTHER
            MOVE "N" TO Gen-Write-Ok-Sw
    END-EVALUATE
    PERFORM Read-Gen-Back.

*> Adds the current key into the generation's key hash.
Hash-Key.
    PERFORM Hash-Key-Char
        VARYING Hash-Idx FROM 1 BY 1
        UNTIL Hash-Idx > Hash-Key-Length.

Hash-Key-Char.
    COMPUTE Gen-Key-Hash = Gen-Key-Hash
        + FUNCTION ORD(Hash-Key-Work(Hash-Idx:1)) * Hash-Idx.

*> A complete, verified generation goes on the report and the
*> catalog, and the file's oldest generations beyond the number kept
*> are aged out. A generation that could not be written or did not
*> verify is never catalogued, so it is never offered for a restore;
*> it sat in a slot no kept generation held, so every earlier good
*> generation is still there, and nothing is aged out.
Record-Generation.
    IF Gen-Write-Ok
        ADD 1 TO Files-Backed-Up
        MOVE Current-File-Id  TO GNL-FILE-ID
        MOVE Gen-File-Name    TO GNL-GEN-NAME
        MOVE Gen-Record-Count TO GNL-RECORDS
        MOVE Gen-Key-Hash     TO GNL-KEY-HASH
        WRITE BKUP-RPT-RECORD FROM Generation-Line
        PERFORM Catalog-Generation
        IF Catalog-Ok
            PERFORM Expire-Generations
        END-IF
    ELSE
        SET Backup-Failed TO TRUE
        MOVE Current-File-Id TO PRL-FILE-ID
        MOVE SPACES TO PRL-TEXT
        STRING Gen-File-Name DELIMITED BY SPACE
            " FAILED - LEFT OFF CATALOG"
                DELIMITED BY SIZE
            INTO PRL-TEXT
        END-STRING
        MOVE Gen-File-Status TO PRL-STATUS
        WRITE BKUP-RPT-RECORD FROM Problem-Line
        SET Alert-Critical TO TRUE
        MOVE "BKUPFAIL" TO Alert-Code
        MOVE SPACES TO Alert-Text
        STRING Current-File-Id DELIMITED BY SPACE
            " BACKUP GENERATION NOT WRITTEN - SEE BKUPRPT"
                DELIMITED BY SIZE
            INTO Alert-Text
        END-STRING
        PERFORM Write-Alert
    END-IF.

*> Enters the new generation on the catalog table in a new entry,
*> keyed by the date and time it was taken - a same-date rerun or a
*> later cycle is a generation of its own, in a slot of its own. A
*> full table stops the catalog being written back at all, so no
*> generation taken tonight could be restored: that is a failed
*> backup.
Catalog-Generation.
    MOVE 0 TO Cat-Slot
    IF Cat-Count < Cat-Max-Entries
        ADD 1 TO Cat-Count
        MOVE Cat-Count TO Cat-Slot
    ELSE
        MOVE "N" TO Catalog-Ok-Sw
        SET Backup-Failed TO TRUE
        MOVE "CATALOG TABLE FULL - GENERATION NOT ENTERED" TO NL-TEXT
        MOVE 0 TO NL-COUNT
        WRITE BKUP-RPT-RECORD FROM Note-Line
        SET Alert-Critical TO TRUE
        MOVE "BKUPFAIL" TO Alert-Code
        MOVE SPACES TO Alert-Text
        STRING Current-File-Id DELIMITED BY SPACE
            " GENERATION NOT CATALOGUED - CATALOG TABLE FULL"
                DELIMITED BY SIZE
            INTO Alert-Text
        END-STRING
        PERFORM Write-Alert
    END-IF
    IF Cat-Slot > 0
        MOVE Current-File-Id    TO CTE-FILE-ID(Cat-Slot)
        MOVE Run-Date-Num       TO CTE-BACKUP-DATE(Cat-Slot)
        MOVE Run-Time-Work(1:6) TO CTE-BACKUP-TIME(Cat-Slot)
        MOVE Gen-File-Name      TO CTE-GEN-NAME(Cat-Slot)
        MOVE Gen-Record-Count   TO CTE-RECORD-COUNT(Cat-Slot)
        MOVE Gen-Key-Hash       TO CTE-KEY-HASH(Cat-Slot)
        MOVE SPACE              TO CTE-STATE-SW(Cat-Slot)
    END-IF.

*> Ages out the current file's oldest generations until no more
*> than the number kept remain on the catalog.
Expire-Generations.
    MOVE 0 TO File-Gen-Count
    PERFORM Count-File-Generation
        VARYING Cat-Idx FROM 1 BY 1
        UNTIL Cat-Idx > Cat-Count
    PERFORM Expire-Oldest-Generation
        UNTIL File-Gen-Count NOT > Gens-Kept.

Count-File-Generation.
    IF CTE-FILE-ID(Cat-Idx) = Current-File-Id
            AND NOT CTE-EXPIRED(Cat-Idx)
        ADD 1 TO File-Gen-Count
    END-IF.

*> Finds the current file's oldest live generation and marks it off
*> the catalog. Its file is left where it is; the slot is free for a
*> later generation to reuse.
Expire-Oldest-Generation.
    MOVE 0 TO Oldest-Idx
    MOVE 99999999999999 TO Oldest-Stamp
    PERFORM Find-Oldest-Generation
        VARYING Cat-Idx FROM 1 BY 1
        UNTIL Cat-Idx > Cat-Count
    SET CTE-EXPIRED(Oldest-Idx) TO TRUE
    MOVE CTE-FILE-ID(Oldest-Idx)     TO EXL-FILE-ID
    MOVE CTE-GEN-NAME(Oldest-Idx)    TO EXL-GEN-NAME
    MOVE CTE-BACKUP-DATE(Oldest-Idx) TO EXL-TAKEN
    WRITE BKUP-RPT-RECORD FROM Expired-Line
    ADD 1 TO Expired-Count
    SUBTRACT 1 FROM File-Gen-Count.

Find-Oldest-Generation.
    IF CTE-FILE-ID(Cat-Idx) = Current-File-Id
            AND NOT CTE-EXPIRED(Cat-Idx)
        COMPUTE Entry-Stamp = CTE-BACKUP-DATE(Cat-Idx) * 1000000
            + CTE-BACKUP-TIME(Cat-Idx)
        IF Entry-Stamp < Oldest-Stamp
            MOVE Entry-Stamp TO Oldest-Stamp
            MOVE Cat-Idx TO Oldest-Idx
        END-IF
    END-IF.

*> Writes the catalog back without its aged-out entries, writes the
*> job trailer, and closes the report. A catalog that cannot be
*> written back leaves tonight's generations without an entry, so no
*> restore could find them: that is a failed backup.
Term-Run.
    IF Catalog-Ok
        OPEN OUTPUT BKUP-CAT-FILE
        IF Cat-File-Status = "00"
            PERFORM Write-Catalog-Record
                VARYING Cat-Idx FROM 1 BY 1
                UNTIL Cat-Idx > Cat-Count
            CLOSE BKUP-CAT-FILE
        ELSE
            SET Backup-Failed TO TRUE
            MOVE "BKUPCAT " TO PRL-FILE-ID
            MOVE "CATALOG NOT WRITTEN" TO PRL-TEXT
            MOVE Cat-File-Status TO PRL-STATUS
            WRITE BKUP-RPT-RECORD FROM Problem-Line
            SET Alert-Critical TO TRUE
            MOVE "BKUPFAIL" TO Alert-Code
            MOVE "BACKUP CATALOG NOT WRITTEN - SEE BKUPRPT" TO Alert-Text
            PERFORM Write-Alert
        END-IF
    END-IF

    MOVE Files-Backed-Up TO RT-FILES
    MOVE Expired-Count   TO RT-EXPIRED
    EVALUATE TRUE
        WHEN Backup-Failed
            MOVE "FAILED" TO RT-VERDICT
        WHEN Backup-Missed
            MOVE "INCOMPLETE" TO RT-VERDICT
        WHEN OTHER
            MOVE "COMPLETE" TO RT-VERDICT
    END-EVALUATE
    WRITE BKUP-RPT-RECORD FROM Report-Trailer
    CLOSE BKUP-RPT-FILE.

Write-Catalog-Record.
    IF NOT CTE-EXPIRED(Cat-Idx)
        MOVE CTE-FILE-ID(Cat-Idx)      TO BKC-FILE-ID
        MOVE CTE-BACKUP-DATE(Cat-Idx)  TO BKC-BACKUP-DATE
        MOVE CTE-BACKUP-TIME(Cat-Idx)  TO BKC-BACKUP-TIME
        MOVE CTE-GEN-NAME(Cat-Idx)     TO BKC-GEN-NAME
        MOVE CTE-RECORD-COUNT(Cat-Idx) TO BKC-RECORD-COUNT
        MOVE CTE-KEY-HASH(Cat-Idx)     TO BKC-KEY-HASH
        WRITE BKUP-CAT-RECORD
    END-IF.

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
        MOVE "PE01-BACKUP" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
