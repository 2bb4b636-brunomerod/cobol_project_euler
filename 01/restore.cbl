       >>SOURCE FORMAT FREE
*>*********************************
*>
*> PE01-RESTORE - point-in-time restore of PARM-FILE or MAST-FILE
*> from one of the generations PE01-BACKUP keeps (layout in the
*> BKUPREC copybook, catalog in the BKUPCAT copybook). Run on demand
*> by operations, never in the nightly chain, from the one-record
*> RESTCTL control file:
*>   action    C - compare only: verify the generation and print what
*>                 a restore would do, touching nothing;
*>             R - restore: the same, then reload the file from the
*>                 generation;
*>   file      PARMFILE or MASTFILE;
*>   date      the generation's date (ccyymmdd), or blank for the
*>             latest generation on the catalog;
*>   override  OVERRIDE to restore although PROJECT-EULER-01's run
*>             lock is still held (the operator knows that run
*>             abended);
*>   time      the time the generation was taken (hhmmss), to pick
*>             one of a date's several generations (one per intraday
*>             cycle), or blank for the latest taken on the date.
*> Before anything is compared or loaded the generation is verified:
*> its header must name the file and the generation, its details
*> must be in key order, and the record count and key hash worked out
*> from the details must agree with its trailer and with the catalog.
*> A generation that fails is refused untouched. The comparison lists
*> every record the restore adds (in the generation, not on the file),
*> changes (on both, different), and removes (on the file, not in the
*> generation), with the counts; the reload then replaces the file
*> whole and proves the records loaded against the trailer.
*>
*>*********************************

IDENTIFICATION DIVISION.
PROGRAM-ID. PE01-RESTORE.
*> AUTHOR. Applications Development.
*> DATE-WRITTEN. October 15th 2026.
*>
*> Modification history:
*> 2026-10-15  Original version.
*> 2026-10-15  A date can hold several generations, one per intraday
*>             cycle, each in its own ring slot: a date alone now
*>             takes the latest generation taken that date, and an
*>             optional time on RESTCTL picks an earlier one. The
*>             generation's file name comes off the catalog as before.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REST-CTL-FILE ASSIGN TO "RESTCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Ctl-File-Status.

    SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Lock-File-Status.

    SELECT BKUP-CAT-FILE ASSIGN TO "BKUPCAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Cat-File-Status.

    SELECT GEN-FILE ASSIGN USING Gen-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Gen-File-Status.

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

    SELECT REST-RPT-FILE ASSIGN TO "RESTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  REST-CTL-FILE.
01  REST-CTL-RECORD.
    05  RCT-ACTION              PIC X(01).
    05  RCT-FILE-ID             PIC X(08).
    05  RCT-GEN-DATE            PIC X(08).
    05  RCT-OVERRIDE            PIC X(08).
    05  RCT-GEN-TIME            PIC X(06).

FD  LOCK-FILE.
01  LOCK-RECORD.
    05  LCK-STATE               PIC X(7).
        88  Lock-Held-Running       VALUE "RUNNING".
        88  Lock-Ended              VALUE "ENDED  ".
    05  LCK-DATE                PIC 9(8).
    05  LCK-TIME                PIC 9(6).
    05  LCK-CYCLE               PIC 9(1).

FD  BKUP-CAT-FILE.
    COPY BKUPCAT.

FD  GEN-FILE.
    COPY BKUPREC.

FD  PARM-FILE.
    COPY PARMREC.

FD  MAST-FILE.
    COPY MASTREC.

FD  REST-RPT-FILE.
01  REST-RPT-RECORD             PIC X(100).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Ctl-File-Status  PIC X(02) VALUE "00".
01 Lock-File-Status PIC X(02) VALUE "00".
01 Cat-File-Status  PIC X(02) VALUE "00".
01 Gen-File-Status  PIC X(02) VALUE "00".
01 Parm-File-Status PIC X(02) VALUE "00".
01 Mast-File-Status PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Run-Refused-Sw   PIC X(01) VALUE "N".
    88  Run-Refused             VALUE "Y".
01 Refuse-Reason    PIC X(40) VALUE SPACES.
01 Cat-Eof-Sw       PIC X(01) VALUE "N".
    88  Cat-Eof                 VALUE "Y".
01 Gen-Eof-Sw       PIC X(01) VALUE "N".
    88  Gen-Eof                 VALUE "Y".
01 Cur-Eof-Sw       PIC X(01) VALUE "N".
    88  Cur-Eof                 VALUE "Y".
01 Trailer-Seen-Sw  PIC X(01) VALUE "N".
    88  Trailer-Seen            VALUE "Y".
01 Restore-Balanced-Sw PIC X(01) VALUE "N".
    88  Restore-Balanced        VALUE "Y".

*> The request off RESTCTL.
01 Restore-Action   PIC X(01) VALUE SPACE.
    88  Compare-Only-Requested  VALUE "C".
    88  Restore-Requested       VALUE "R".
01 Restore-File-Id  PIC X(08) VALUE SPACES.
    88  Restoring-Parm          VALUE "PARMFILE".
    88  Restoring-Mast          VALUE "MASTFILE".
01 Restore-Gen-Date PIC X(08) VALUE SPACES.
01 Restore-Gen-Time PIC X(06) VALUE SPACES.
01 Restore-Override PIC X(08) VALUE SPACES.

*> The generation chosen off the catalog: the one for the requested
*> date and time, the latest taken on the date when no time was
*> given, or the latest taken of all when no date was given.
01 Gen-Found-Sw     PIC X(01) VALUE "N".
    88  Gen-Found               VALUE "Y".
01 Gen-File-Name    PIC X(16) VALUE SPACES.
01 Gen-Backup-Date  PIC 9(8) VALUE 0.
01 Gen-Backup-Time  PIC 9(6) VALUE 0.
01 Cat-Record-Count PIC 9(9) VALUE 0.
01 Cat-Key-Hash     PIC 9(18) VALUE 0.
01 Latest-Stamp     PIC 9(14) VALUE 0.
01 Entry-Stamp      PIC 9(14) VALUE 0.
01 Cat-Gens-Listed  PIC 9(3) VALUE 0.

*> Verification figures: worked out from the generation's details,
*> and as its trailer states them.
01 Gen-Record-Count PIC 9(9) VALUE 0.
01 Gen-Key-Hash     PIC 9(18) VALUE 0.
01 Trailer-Count    PIC 9(9) VALUE 0.
01 Trailer-Hash     PIC 9(18) VALUE 0.
01 Trailer-File-Id  PIC X(08) VALUE SPACES.
01 Prev-Key         PIC X(48) VALUE LOW-VALUES.

*> The key hash (see the BKUPREC copybook), worked out exactly as
*> PE01-BACKUP works it out: each character of the record's key
*> times its position in the key. Key-Length is the key's length on
*> the file being restored (PARM-KEY 20, MAST-KEY 48); each key
*> leads its record.
01 Key-Length       PIC 9(2) VALUE 0.
01 Hash-Key-Work    PIC X(48) VALUE SPACES.
01 Hash-Idx         PIC 9(2) VALUE 0.

*> The compare is a match of two key-ordered streams - the
*> generation's details and a browse of the current file - each
*> carried as its key and its record image, the key going to
*> HIGH-VALUES when its stream runs out.
01 Gen-Key          PIC X(48) VALUE SPACES.
01 Gen-Image        PIC X(100) VALUE SPACES.
01 Cur-Key          PIC X(48) VALUE SPACES.
01 Cur-Image        PIC X(100) VALUE SPACES.
01 Cur-File-Status  PIC X(02) VALUE "00".
01 Cur-Open-Sw      PIC X(01) VALUE "N".
    88  Cur-File-Opened         VALUE "Y".
01 Add-Count        PIC 9(9) VALUE 0.
01 Change-Count     PIC 9(9) VALUE 0.
01 Remove-Count     PIC 9(9) VALUE 0.
01 Same-Count       PIC 9(9) VALUE 0.

01 Loaded-Count     PIC 9(9) VALUE 0.
01 Load-Error-Count PIC 9(9) VALUE 0.

01 Run-Date.
    05  Run-Date-CCYY       PIC 9(4).
    05  Run-Date-MM         PIC 9(2).
    05  Run-Date-DD         PIC 9(2).

01 Report-Header-1.
    05  FILLER              PIC X(21) VALUE "PROGRAM: PE01-RESTORE".

01 Report-Header-2.
    05  FILLER              PIC X(10) VALUE "RUN DATE: ".
    05  RH2-MM              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-DD              PIC 9(2).
    05  FILLER              PIC X(01) VALUE "/".
    05  RH2-CCYY            PIC 9(4).

01 Request-Line.
    05  FILLER              PIC X(16) VALUE "REQUEST: ACTION=".
    05  RQL-ACTION          PIC X(01).
    05  FILLER              PIC X(07) VALUE "  FILE=".
    05  RQL-FILE-ID         PIC X(08).
    05  FILLER              PIC X(18) VALUE "  GENERATION DATE=".
    05  RQL-GEN-DATE        PIC X(08).
    05  FILLER              PIC X(01) VALUE SPACE.
    05  RQL-GEN-TIME        PIC X(06).

01 Catalog-Section-Line.
    05  FILLER              PIC X(24) VALUE "GENERATIONS ON CATALOG:".

01 Catalog-Line.
    05  FILLER              PIC X(02) VALUE SPACES.
    05  CTL-GEN-NAME        PIC X(16).
    05  FILLER              PIC X(08) VALUE "  TAKEN=".
    05  CTL-DATE            PIC 9(8).
    05  FILLER              PIC X(01) VALUE SPACE.
    05  CTL-TIME            PIC 9(6).
    05  FILLER              PIC X(10) VALUE "  RECORDS=".
    05  CTL-RECORDS         PIC ZZZZZZZZ9.

01 Generation-Line.
    05  FILLER              PIC X(12) VALUE "GENERATION: ".
    05  GNL-GEN-NAME        PIC X(16).
    05  FILLER              PIC X(08) VALUE "  TAKEN=".
    05  GNL-DATE            PIC 9(8).
    05  FILLER              PIC X(01) VALUE SPACE.
    05  GNL-TIME            PIC 9(6).

01 Verify-Line.
    05  FILLER              PIC X(08) VALUE "VERIFY: ".
    05  VFL-WHAT            PIC X(06).
    05  FILLER              PIC X(09) VALUE "  DETAIL=".
    05  VFL-DETAIL          PIC Z(17)9.
    05  FILLER              PIC X(10) VALUE "  TRAILER=".
    05  VFL-TRAILER         PIC Z(17)9.
    05  FILLER              PIC X(10) VALUE "  CATALOG=".
    05  VFL-CATALOG         PIC Z(17)9.

01 Verified-Line.
    05  FILLER              PIC X(56) VALUE
        "GENERATION VERIFIED - DETAILS, TRAILER AND CATALOG AGREE".

01 Compare-Section-Line.
    05  FILLER              PIC X(42) VALUE
        "WHAT THE RESTORE DOES TO THE CURRENT FILE:".

01 Compare-Line.
    05  CML-ACTION          PIC X(08).
    05  FILLER              PIC X(04) VALUE "KEY=".
    05  CML-KEY             PIC X(48).

01 Image-Line.
    05  FILLER              PIC X(04) VALUE SPACES.
    05  ILL-LABEL           PIC X(09).
    05  ILL-IMAGE           PIC X(79).

01 Compare-Trailer.
    05  FILLER              PIC X(05) VALUE "ADDS=".
    05  CMT-ADDS            PIC ZZZZZZZZ9.
    05  FILLER              PIC X(10) VALUE "  CHANGES=".
    05  CMT-CHANGES         PIC ZZZZZZZZ9.
    05  FILLER              PIC X(10) VALUE "  REMOVES=".
    05  CMT-REMOVES         PIC ZZZZZZZZ9.
    05  FILLER              PIC X(12) VALUE "  UNCHANGED=".
    05  CMT-SAME            PIC ZZZZZZZZ9.

01 Load-Line.
    05  FILLER              PIC X(15) VALUE "RELOAD: LOADED=".
    05  LDL-LOADED          PIC ZZZZZZZZ9.
    05  FILLER              PIC X(10) VALUE "  TRAILER=".
    05  LDL-TRAILER         PIC ZZZZZZZZ9.
    05  FILLER              PIC X(09) VALUE "  ERRORS=".
    05  LDL-ERRORS          PIC ZZZZZZZZ9.
    05  FILLER              PIC X(02) VALUE "  ".
    05  LDL-VERDICT         PIC X(14).

01 Note-Line.
    05  FILLER              PIC X(06) VALUE "NOTE: ".
    05  NL-TEXT             PIC X(60).

01 Refused-Line.
    05  FILLER              PIC X(22) VALUE "*** RESTORE REFUSED - ".
    05  RFL-REASON          PIC X(40).
    05  FILLER              PIC X(04) VALUE " ***".

01 Report-Trailer.
    05  FILLER              PIC X(12) VALUE "JOB STATUS: ".
    05  RT-VERDICT          PIC X(40).

PROCEDURE DIVISION.
    PERFORM Init-Run

    IF NOT Run-Refused
        PERFORM Verify-Generation
    END-IF
    IF NOT Run-Refused
        PERFORM Compare-Generation
    END-IF
    IF NOT Run-Refused AND Restore-Requested
        PERFORM Reload-File
    END-IF

    PERFORM Term-Run.
STOP RUN.

*> Opens the report, reads the request, checks PROJECT-EULER-01 is
*> not mid-run before a restore, and finds the generation on the
*> catalog. Each check that fails refuses the run with its reason.
Init-Run.
    ACCEPT Run-Date FROM DATE YYYYMMDD
    MOVE Run-Date-MM   TO RH2-MM
    MOVE Run-Date-DD   TO RH2-DD
    MOVE Run-Date-CCYY TO RH2-CCYY

    OPEN OUTPUT REST-RPT-FILE
    WRITE REST-RPT-RECORD FROM Report-Header-1
    WRITE REST-RPT-RECORD FROM Report-Header-2

    PERFORM Load-Restore-Control
    IF NOT Run-Refused AND Restore-Requested
        PERFORM Check-Run-Lock
    END-IF
    IF NOT Run-Refused
        PERFORM Find-Generation
    END-IF.

*> Reads the one-record request. No request, an action other than C
*> or R, or a file other than the two this job restores refuses the
*> run - a restore is never guessed at.
Load-Restore-Control.
    OPEN INPUT REST-CTL-FILE
    IF Ctl-File-Status = "00"
        READ REST-CTL-FILE
            AT END
                MOVE "RESTCTL IS EMPTY" TO Refuse-Reason
                PERFORM Refuse-Run
            NOT AT END
                MOVE RCT-ACTION   TO Restore-Action
                MOVE RCT-FILE-ID  TO Restore-File-Id
                MOVE RCT-GEN-DATE TO Restore-Gen-Date
                MOVE RCT-GEN-TIME TO Restore-Gen-Time
                MOVE RCT-OVERRIDE TO Restore-Override
        END-READ
        CLOSE REST-CTL-FILE
    ELSE
        MOVE "NO RESTCTL REQUEST FILE" TO Refuse-Reason
        PERFORM Refuse-Run
    END-IF
    IF NOT Run-Refused
        MOVE Restore-Action   TO RQL-ACTION
        MOVE Restore-File-Id  TO RQL-FILE-ID
        MOVE Restore-Gen-Date TO RQL-GEN-DATE
        MOVE Restore-Gen-Time TO RQL-GEN-TIME
        WRITE REST-RPT-RECORD FROM Request-Line
        EVALUATE TRUE
            WHEN NOT Compare-Only-Requested AND NOT Restore-Requested
                MOVE "ACTION MUST BE C OR R" TO Refuse-Reason
                PERFORM Refuse-Run
            WHEN NOT Restoring-Parm AND NOT Restoring-Mast
                MOVE "FILE MUST BE PARMFILE OR MASTFILE" TO Refuse-Reason
                PERFORM Refuse-Run
            WHEN Restore-Gen-Date NOT = SPACES
                    AND Restore-Gen-Date IS NOT NUMERIC
                MOVE "GENERATION DATE NOT CCYYMMDD" TO Refuse-Reason
                PERFORM Refuse-Run
            WHEN Restore-Gen-Time NOT = SPACES
                    AND Restore-Gen-Date = SPACES
                MOVE "GENERATION TIME GIVEN WITHOUT A DATE"
                    TO Refuse-Reason
                PERFORM Refuse-Run
            WHEN Restore-Gen-Time NOT = SPACES
                    AND Restore-Gen-Time IS NOT NUMERIC
                MOVE "GENERATION TIME NOT HHMMSS" TO Refuse-Reason
                PERFORM Refuse-Run
            WHEN Restoring-Parm
                MOVE 20 TO Key-Length
            WHEN OTHER
                MOVE 48 TO Key-Length
        END-EVALUATE
    END-IF.

*> A run lock left RUNNING means PROJECT-EULER-01 is using the files
*> now, or abended while it was; replacing a file under a live run
*> would lose its work, so the restore is refused unless the request
*> carries OVERRIDE - the operator saying that run is dead.
Check-Run-Lock.
    OPEN INPUT LOCK-FILE
    IF Lock-File-Status = "00"
        READ LOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                IF Lock-Held-Running
                        AND Restore-Override NOT = "OVERRIDE"
                    MOVE "PROJECT-EULER-01 RUN LOCK IS HELD"
                        TO Refuse-Reason
                    PERFORM Refuse-Run
                END-IF
        END-READ
        CLOSE LOCK-FILE
    END-IF.

*> Lists the file's generations on the catalog and picks the one
*> asked for: the requested date and time's, the requested date's
*> latest when no time was given, or the latest when no date was.
Find-Generation.
    OPEN INPUT BKUP-CAT-FILE
    IF Cat-File-Status NOT = "00"
        MOVE "NO BACKUP CATALOG (BKUPCAT)" TO Refuse-Reason
        PERFORM Refuse-Run
    ELSE
        WRITE REST-RPT-RECORD FROM Catalog-Section-Line
        MOVE 0 TO Latest-Stamp
        MOVE "N" TO Cat-Eof-Sw
        PERFORM Read-Catalog-Record
        PERFORM Consider-Catalog-Record UNTIL Cat-Eof
        CLOSE BKUP-CAT-FILE
        IF Cat-Gens-Listed = 0
            MOVE "NO GENERATIONS OF THIS FILE ON THE CATALOG" TO NL-TEXT
            WRITE REST-RPT-RECORD FROM Note-Line
        END-IF
        IF Gen-Found
            MOVE Gen-File-Name   TO GNL-GEN-NAME
            MOVE Gen-Backup-Date TO GNL-DATE
            MOVE Gen-Backup-Time TO GNL-TIME
            WRITE REST-RPT-RECORD FROM Generation-Line
        ELSE
            MOVE "NO SUCH GENERATION ON THE CATALOG" TO Refuse-Reason
            PERFORM Refuse-Run
        END-IF
    END-IF.

Read-Catalog-Record.
    READ BKUP-CAT-FILE
        AT END
            SET Cat-Eof TO TRUE
    END-READ.

Consider-Catalog-Record.
    IF BKC-FILE-ID = Restore-File-Id
        ADD 1 TO Cat-Gens-Listed
        MOVE BKC-GEN-NAME     TO CTL-GEN-NAME
        MOVE BKC-BACKUP-DATE  TO CTL-DATE
        MOVE BKC-BACKUP-TIME  TO CTL-TIME
        MOVE BKC-RECORD-COUNT TO CTL-RECORDS
        WRITE REST-RPT-RECORD FROM Catalog-Line
        COMPUTE Entry-Stamp = BKC-BACKUP-DATE * 1000000
            + BKC-BACKUP-TIME
        EVALUATE TRUE
            WHEN Restore-Gen-Date = SPACES
                    OR (BKC-BACKUP-DATE = Restore-Gen-Date
                        AND Restore-Gen-Time = SPACES)
                IF Entry-Stamp > Latest-Stamp
                    MOVE Entry-Stamp TO Latest-Stamp
                    PERFORM Take-Catalog-Record
                END-IF
            WHEN BKC-BACKUP-DATE = Restore-Gen-Date
                    AND BKC-BACKUP-TIME = Restore-Gen-Time
                PERFORM Take-Catalog-Record
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    PERFORM Read-Catalog-Record.

Take-Catalog-Record.
    SET Gen-Found TO TRUE
    MOVE BKC-GEN-NAME     TO Gen-File-Name
    MOVE BKC-BACKUP-DATE  TO Gen-Backup-Date
    MOVE BKC-BACKUP-TIME  TO Gen-Backup-Time
    MOVE BKC-RECORD-COUNT TO Cat-Record-Count
    MOVE BKC-KEY-HASH     TO Cat-Key-Hash.

*> Reads the generation end to end: the header must name the file
*> and the generation, the details must climb in key order, exactly
*> one trailer must close them, and the count and hash worked out
*> here must agree with the trailer and with the catalog.
Verify-Generation.
    MOVE 0 TO Gen-Record-Count
    MOVE 0 TO Gen-Key-Hash
    MOVE LOW-VALUES TO Prev-Key
    OPEN INPUT GEN-FILE
    IF Gen-File-Status NOT = "00"
        MOVE "GENERATION FILE WOULD NOT OPEN" TO Refuse-Reason
        PERFORM Refuse-Run
    ELSE
        MOVE "N" TO Gen-Eof-Sw
        PERFORM Read-Gen-Record
        IF Gen-Eof OR NOT BKP-HEADER
                OR BKH-FILE-ID NOT = Restore-File-Id
                OR BKH-GEN-NAME NOT = Gen-File-Name
            MOVE "GENERATION HEADER MISSING OR WRONG" TO Refuse-Reason
            PERFORM Refuse-Run
        ELSE
            PERFORM Read-Gen-Record
            PERFORM Verify-Gen-Record UNTIL Gen-Eof OR Run-Refused
        END-IF
        CLOSE GEN-FILE
    END-IF
    IF NOT Run-Refused
        PERFORM Check-Generation-Totals
    END-IF.

Read-Gen-Record.
    READ GEN-FILE
        AT END
            SET Gen-Eof TO TRUE
    END-READ.

*> Checks one record after the header.
Verify-Gen-Record.
    EVALUATE TRUE
        WHEN Trailer-Seen
            MOVE "RECORDS FOLLOW THE TRAILER" TO Refuse-Reason
            PERFORM Refuse-Run
        WHEN BKP-DETAIL
            ADD 1 TO Gen-Record-Count
            MOVE BKP-DATA(1:Key-Length) TO Hash-Key-Work
            IF Hash-Key-Work NOT > Prev-Key
                MOVE "DETAILS OUT OF KEY ORDER" TO Refuse-Reason
                PERFORM Refuse-Run
            END-IF
            MOVE Hash-Key-Work TO Prev-Key
            PERFORM Hash-Key
        WHEN BKP-TRAILER
            SET Trailer-Seen TO TRUE
            MOVE BKT-FILE-ID      TO Trailer-File-Id
            MOVE BKT-RECORD-COUNT TO Trailer-Count
            MOVE BKT-KEY-HASH     TO Trailer-Hash
        WHEN OTHER
            MOVE "UNRECOGNIZED RECORD IN GENERATION" TO Refuse-Reason
            PERFORM Refuse-Run
    END-EVALUATE
    PERFORM Read-Gen-Record.

*> Adds the current key into the key hash.
Hash-Key.
    PERFORM Hash-Key-Char
        VARYING Hash-Idx FROM 1 BY 1
        UNTIL Hash-Idx > Key-Length.

Hash-Key-Char.
    COMPUTE Gen-Key-Hash = Gen-Key-Hash
        + FUNCTION ORD(Hash-Key-Work(Hash-Idx:1)) * Hash-Idx.

*> Prints the three views of the count and of the hash, and refuses
*> the generation unless all three agree.
Check-Generation-Totals.
    MOVE "COUNT" TO VFL-WHAT
    MOVE Gen-Record-Count TO VFL-DETAIL
    MOVE Trailer-Count    TO VFL-TRAILER
    MOVE Cat-Record-Count TO VFL-CATALOG
    WRITE REST-RPT-RECORD FROM Verify-Line
    MOVE "HASH" TO VFL-WHAT
    MOVE Gen-Key-Hash TO VFL-DETAIL
    MOVE Trailer-Hash TO VFL-TRAILER
    MOVE Cat-Key-Hash TO VFL-CATALOG
    WRITE REST-RPT-RECORD FROM Verify-Line
    EVALUATE TRUE
        WHEN NOT Trailer-Seen
            MOVE "GENERATION HAS NO TRAILER" TO Refuse-Reason
            PERFORM Refuse-Run
        WHEN Trailer-File-Id NOT = Restore-File-Id
            MOVE "TRAILER NAMES ANOTHER FILE" TO Refuse-Reason
            PERFORM Refuse-Run
        WHEN Gen-Record-Count NOT = Trailer-Count
                OR Gen-Key-Hash NOT = Trailer-Hash
            MOVE "DETAILS DISAGREE WITH THE TRAILER" TO Refuse-Reason
            PERFORM Refuse-Run
        WHEN Trailer-Count NOT = Cat-Record-Count
                OR Trailer-Hash NOT = Cat-Key-Hash
            MOVE "TRAILER DISAGREES WITH THE CATALOG" TO Refuse-Reason
            PERFORM Refuse-Run
        WHEN OTHER
            WRITE REST-RPT-RECORD FROM Verified-Line
    END-EVALUATE.

*> Matches the generation against the current file in key order and
*> prints each record the restore would add, change, or remove, then
*> the counts. A current file that is not there at all makes every
*> generation record an add.
Compare-Generation.
    WRITE REST-RPT-RECORD FROM Compare-Section-Line
    PERFORM Open-Gen-Details
    PERFORM Open-Current-File
    IF Cur-File-Opened
        PERFORM Start-Current-Browse
    ELSE
        MOVE SPACES TO NL-TEXT
        STRING "CURRENT FILE NOT OPENED, STATUS=" Cur-File-Status
            " - ALL RECORDS ARE ADDS" DELIMITED BY SIZE INTO NL-TEXT
        WRITE REST-RPT-RECORD FROM Note-Line
        MOVE HIGH-VALUES TO Cur-Key
    END-IF
    PERFORM Compare-One-Key
        UNTIL Gen-Key = HIGH-VALUES AND Cur-Key = HIGH-VALUES
    CLOSE GEN-FILE
    IF Cur-File-Opened
        PERFORM Close-Current-File
    END-IF
    MOVE Add-Count    TO CMT-ADDS
    MOVE Change-Count TO CMT-CHANGES
    MOVE Remove-Count TO CMT-REMOVES
    MOVE Same-Count   TO CMT-SAME
    WRITE REST-RPT-RECORD FROM Compare-Trailer.

*> Judges the lower of the two keys in hand: a generation key alone
*> is an add, a current key alone a remove, the same key on both a
*> change when the images differ.
Compare-One-Key.
    EVALUATE TRUE
        WHEN Gen-Key < Cur-Key
            ADD 1 TO Add-Count
            MOVE "ADD" TO CML-ACTION
            MOVE Gen-Key TO CML-KEY
            WRITE REST-RPT-RECORD FROM Compare-Line
            MOVE "RESTORE: " TO ILL-LABEL
            MOVE Gen-Image TO ILL-IMAGE
            WRITE REST-RPT-RECORD FROM Image-Line
            PERFORM Read-Gen-Detail
        WHEN Gen-Key > Cur-Key
            ADD 1 TO Remove-Count
            MOVE "REMOVE" TO CML-ACTION
            MOVE Cur-Key TO CML-KEY
            WRITE REST-RPT-RECORD FROM Compare-Line
            MOVE "CURRENT: " TO ILL-LABEL
            MOVE Cur-Image TO ILL-IMAGE
            WRITE REST-RPT-RECORD FROM Image-Line
            PERFORM Read-Current-Next
        WHEN OTHER
            IF Gen-Image = Cur-Image
                ADD 1 TO Same-Count
            ELSE
                ADD 1 TO Change-Count
                MOVE "CHANGE" TO CML-ACTION
                MOVE Gen-Key TO CML-KEY
                WRITE REST-RPT-RECORD FROM Compare-Line
                MOVE "CURRENT: " TO ILL-LABEL
                MOVE Cur-Image TO ILL-IMAGE
                WRITE REST-RPT-RECORD FROM Image-Line
                MOVE "RESTORE: " TO ILL-LABEL
                MOVE Gen-Image TO ILL-IMAGE
                WRITE REST-RPT-RECORD FROM Image-Line
            END-IF
            PERFORM Read-Gen-Detail
            PERFORM Read-Current-Next
    END-EVALUATE.

*> Opens the verified generation and steps past its header to the
*> first detail.
Open-Gen-Details.
    OPEN INPUT GEN-FILE
    MOVE "N" TO Gen-Eof-Sw
    PERFORM Read-Gen-Record
    PERFORM Read-Gen-Detail.

*> Next detail off the generation as key and image; the trailer (or
*> the end of the file) ends the stream.
Read-Gen-Detail.
    PERFORM Read-Gen-Record
    IF Gen-Eof OR NOT BKP-DETAIL
        SET Gen-Eof TO TRUE
        MOVE HIGH-VALUES TO Gen-Key
    ELSE
        MOVE BKP-DATA(1:Key-Length) TO Gen-Key
        MOVE BKP-DATA TO Gen-Image
    END-IF.

Open-Current-File.
    MOVE "N" TO Cur-Open-Sw
    IF Restoring-Parm
        OPEN INPUT PARM-FILE
        MOVE Parm-File-Status TO Cur-File-Status
    ELSE
        OPEN INPUT MAST-FILE
        MOVE Mast-File-Status TO Cur-File-Status
    END-IF
    IF Cur-File-Status = "00"
        SET Cur-File-Opened TO TRUE
    END-IF.

Close-Current-File.
    IF Restoring-Parm
        CLOSE PARM-FILE
    ELSE
        CLOSE MAST-FILE
    END-IF.

*> Positions a browse at the start of the current file's key range
*> and reads the first record.
Start-Current-Browse.
    MOVE "N" TO Cur-Eof-Sw
    IF Restoring-Parm
        MOVE LOW-VALUES TO PARM-KEY
        START PARM-FILE KEY IS NOT LESS THAN PARM-KEY
            INVALID KEY
                SET Cur-Eof TO TRUE
        END-START
    ELSE
        MOVE LOW-VALUES TO MAST-KEY
        START MAST-FILE KEY IS NOT LESS THAN MAST-KEY
            INVALID KEY
                SET Cur-Eof TO TRUE
        END-START
    END-IF
    IF Cur-Eof
        MOVE HIGH-VALUES TO Cur-Key
    ELSE
        PERFORM Read-Current-Next
    END-IF.

*> Next record off the current file as key and image.
Read-Current-Next.
    IF Restoring-Parm
        READ PARM-FILE NEXT RECORD
            AT END
                SET Cur-Eof TO TRUE
            NOT AT END
                MOVE PARM-KEY    TO Cur-Key
                MOVE PARM-RECORD TO Cur-Image
        END-READ
    ELSE
        READ MAST-FILE NEXT RECORD
            AT END
                SET Cur-Eof TO TRUE
            NOT AT END
                MOVE MAST-KEY    TO Cur-Key
                MOVE MAST-RECORD TO Cur-Image
        END-READ
    END-IF
    IF Cur-Eof
        MOVE HIGH-VALUES TO Cur-Key
    END-IF.

*> Replaces the current file with the generation's records and proves
*> the records loaded against the trailer. A file that cannot be
*> replaced is refused; a load that comes up short is out of balance,
*> and the generation is still there to run the restore again.
Reload-File.
    IF Restoring-Parm
        OPEN OUTPUT PARM-FILE
        MOVE Parm-File-Status TO Cur-File-Status
    ELSE
        OPEN OUTPUT MAST-FILE
        MOVE Mast-File-Status TO Cur-File-Status
    END-IF
    IF Cur-File-Status NOT = "00"
        MOVE "CURRENT FILE COULD NOT BE REPLACED" TO Refuse-Reason
        PERFORM Refuse-Run
    ELSE
        PERFORM Open-Gen-Details
        PERFORM Load-One-Record UNTIL Gen-Eof
        CLOSE GEN-FILE
        PERFORM Close-Current-File
        MOVE Loaded-Count     TO LDL-LOADED
        MOVE Trailer-Count    TO LDL-TRAILER
        MOVE Load-Error-Count TO LDL-ERRORS
        IF Loaded-Count = Trailer-Count AND Load-Error-Count = 0
            SET Restore-Balanced TO TRUE
            MOVE "IN BALANCE" TO LDL-VERDICT
        ELSE
            MOVE "OUT OF BALANCE" TO LDL-VERDICT
        END-IF
        WRITE REST-RPT-RECORD FROM Load-Line
    END-IF.

Load-One-Record.
    IF Restoring-Parm
        MOVE Gen-Image TO PARM-RECORD
        WRITE PARM-RECORD
            INVALID KEY
                ADD 1 TO Load-Error-Count
            NOT INVALID KEY
                ADD 1 TO Loaded-Count
        END-WRITE
    ELSE
        MOVE Gen-Image TO MAST-RECORD
        WRITE MAST-RECORD
            INVALID KEY
                ADD 1 TO Load-Error-Count
            NOT INVALID KEY
                ADD 1 TO Loaded-Count
        END-WRITE
    END-IF
    PERFORM Read-Gen-Detail.

*> Refuses the run with its reason on the report; the first reason
*> found is the one reported.
Refuse-Run.
    IF NOT Run-Refused
        SET Run-Refused TO TRUE
        MOVE Refuse-Reason TO RFL-REASON
        WRITE REST-RPT-RECORD FROM Refused-Line
    END-IF.

*> Writes the job's verdict, raises it on the alert file, and closes
*> the report.
Term-Run.
    EVALUATE TRUE
        WHEN Run-Refused
            MOVE "REFUSED - NOTHING RESTORED" TO RT-VERDICT
            SET Alert-Critical TO TRUE
            MOVE "RESTREFD" TO Alert-Code
            MOVE SPACES TO Alert-Text
            STRING "RESTORE REFUSED: " RFL-REASON
                DELIMITED BY SIZE INTO Alert-Text
            PERFORM Write-Alert
        WHEN Compare-Only-Requested
            MOVE "COMPARED ONLY - NOTHING RESTORED" TO RT-VERDICT
        WHEN Restore-Balanced
            MOVE "RESTORED - IN BALANCE" TO RT-VERDICT
            SET Alert-Info TO TRUE
            MOVE "RESTDONE" TO Alert-Code
            MOVE Loaded-Count TO Alert-Count
            MOVE SPACES TO Alert-Text
            STRING Restore-File-Id " RESTORED FROM " Gen-File-Name
                DELIMITED BY SIZE INTO Alert-Text
            PERFORM Write-Alert
        WHEN OTHER
            MOVE "RESTORED - OUT OF BALANCE" TO RT-VERDICT
            SET Alert-Error TO TRUE
            MOVE "OUTBAL" TO Alert-Code
            MOVE Load-Error-Count TO Alert-Count
            MOVE SPACES TO Alert-Text
            STRING Restore-File-Id " RESTORE OUT OF BALANCE - SEE RESTRPT"
                DELIMITED BY SIZE INTO Alert-Text
            PERFORM Write-Alert
    END-EVALUATE
    WRITE REST-RPT-RECORD FROM Report-Trailer
    CLOSE REST-RPT-FILE.

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
        MOVE "PE01-RESTORE" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
