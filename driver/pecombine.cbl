*> earlier night fails that check and the slot reports NO RESPONSE
*> instead of serving a stale answer.
*>
*> Which response files are read, and in which record shape, comes
*> from the problem registry (PROBREG, layout in the PROBREG
*> copybook): every active problem's response file is collected, so
*> a new problem program's answers are merged by adding its registry
*> record. A response is also trusted only for the problem id the
*> cross-reference routed the slot to.
*>
*>*********************************

IDENTIFICATION DIVISION.
*>
*> Modification history:
*> 2026-09-02  Original version.
*> 2026-10-15  Answers carried at PROJECT-EULER-01's fifteen-digit
*>             SUMN through the response table into CMB-RESULT.
*> 2026-10-15  Response files collected per active problem-registry
*>             entry (PROBREG) through one response FD, in the record
*>             shape the entry names, instead of separate RESPFILE and
*>             RESPFILE2 loads; each tabled response carries its
*>             problem id and must match the cross-reference slot's.
*> 2026-10-15  Slots left with no response, a response file or
*>             problem registry not available, and responses beyond
*>             the table are also raised on the shared alert file
*>             (ALERTREC copybook).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Xref-File-Status.

    SELECT RESP-IN-FILE ASSIGN USING Resp-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Resp-File-Status.

    SELECT PROB-REG-FILE ASSIGN TO "PROBREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Reg-File-Status.

    SELECT COMB-FILE ASSIGN TO "COMBFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rpt-File-Status.

    SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Alert-File-Status.

DATA DIVISION.
FILE SECTION.
FD  XREF-FILE.
    COPY XREFREC.

*> One response file per active registry entry, read under the
*> record description matching the entry's layout: RESPREC for the M
*> shape, RESP2REC for the V shape.
FD  RESP-IN-FILE.
    COPY RESPREC.
    COPY RESP2REC.

FD  PROB-REG-FILE.
    COPY PROBREG.

FD  COMB-FILE.
    COPY COMBREC.

FD  CMB-RPT-FILE.
01  CMB-RPT-RECORD              PIC X(100).

FD  ALERT-FILE.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 Xref-File-Status PIC X(02) VALUE "00".
01 Resp-File-Status PIC X(02) VALUE "00".
01 Reg-File-Status  PIC X(02) VALUE "00".
01 Comb-File-Status PIC X(02) VALUE "00".
01 Rpt-File-Status  PIC X(02) VALUE "00".
*> Staging for alerts appended to the shared alert file.
COPY ALERTWS.

01 Xref-Eof-Sw      PIC X(01) VALUE "N".
    88  Xref-Eof                VALUE "Y".
01 Xref-Open-Sw     PIC X(01) VALUE "N".
    88  Xref-File-Opened        VALUE "Y".
01 Resp-Eof-Sw      PIC X(01) VALUE "N".
    88  Resp-Eof                VALUE "Y".
01 Reg-Eof-Sw       PIC X(01) VALUE "N".
    88  Reg-Eof                 VALUE "Y".
01 Resp-File-Name   PIC X(12) VALUE SPACES.

*> The problem registry, loaded once up front.
COPY PROBTAB.

*> The latest response per intake sequence number, collected on one
*> pass over each response file. A later record for the same
01 Resp-Slot        PIC 9(4) VALUE 0.
01 Resp-Overflow-Count PIC 9(6) VALUE 0.
01 Resp-Seq-Work    PIC 9(6) VALUE 0.
01 Resp-Prob-Work   PIC X(4) VALUE SPACES.
01 Resp-Table.
    05  Resp-Entry OCCURS 2000 TIMES.
        10  RT-SEQ          PIC 9(6).
        10  RT-PROBLEM-ID   PIC X(4).
        10  RT-VALUE        PIC X(9).
        10  RT-SUMN         PIC 9(15).
        10  RT-STATUS       PIC X(1).
        10  RT-REASON       PIC X(30).

    05  NL-TEXT             PIC X(40).
    05  NL-COUNT            PIC ZZZZZZZZ9.

01 Registry-Note-Line.
    05  FILLER              PIC X(10) VALUE "REGISTRY: ".
    05  RNL-TEXT            PIC X(46).
    05  RNL-COUNT           PIC ZZZ9.

01 Resp-File-Line.
    05  FILLER              PIC X(10) VALUE "  PROBLEM=".
    05  RFL-PROBLEM-ID      PIC X(4).
    05  FILLER              PIC X(12) VALUE "  RESPONSES=".
    05  RFL-FILE            PIC X(12).
    05  FILLER              PIC X(02) VALUE "  ".
    05  RFL-STATUS          PIC X(16).

LINKAGE SECTION.
COPY PGMSTAT.

    PERFORM Read-Xref-Record.

*> Opens the report and the combined answer file, collects the
*> latest response per intake sequence off every active registry
*> entry's response file, and positions on the first cross-reference
*> slot. No cross-reference file means no combined intake ran
*> tonight - a note, not an ABEND.
Init-Run.
    ACCEPT Run-Date FROM DATE YYYYMMDD
    MOVE Run-Date-MM   TO RH2-MM
    IF Xref-File-Opened
        OPEN OUTPUT COMB-FILE
        MOVE ZEROS TO Resp-Table
        PERFORM Load-Problem-Registry
        PERFORM Load-Registry-Responses
            VARYING Reg-Idx FROM 1 BY 1
            UNTIL Reg-Idx > Reg-Count
        PERFORM Read-Xref-Record
    END-IF.

*> Tables the problem registry. A missing or empty registry falls
*> back to the built-in entries with a note; registry records beyond
*> the table, or with no problem id or program, are noted and left
*> out.
Load-Problem-Registry.
    OPEN INPUT PROB-REG-FILE
    IF Reg-File-Status = "00"
        PERFORM Read-Registry-Record
        PERFORM Store-Registry-Entry UNTIL Reg-Eof
        CLOSE PROB-REG-FILE
    END-IF
    IF Reg-Count = 0
        SET Reg-Built-In TO TRUE
        PERFORM Load-Default-Entry
            VARYING Reg-Idx FROM 1 BY 1
            UNTIL Reg-Idx > Reg-Default-Count
        MOVE "NOT AVAILABLE - BUILT-IN ENTRIES USED, COUNT=" TO RNL-TEXT
        MOVE Reg-Count TO RNL-COUNT
        WRITE CMB-RPT-RECORD FROM Registry-Note-Line
        SET Alert-Warning TO TRUE
        MOVE "REGMISS" TO Alert-Code
        MOVE "PROBLEM REGISTRY NOT AVAILABLE - BUILT-IN ENTRIES USED"
            TO Alert-Text
        PERFORM Write-Alert
    END-IF
    IF Reg-Overflow-Count > 0
        MOVE "RECORDS BEYOND TABLE IGNORED, COUNT=" TO RNL-TEXT
        MOVE Reg-Overflow-Count TO RNL-COUNT
        WRITE CMB-RPT-RECORD FROM Registry-Note-Line
    END-IF
    IF Reg-Blank-Count > 0
        MOVE "RECORDS MISSING ID OR PROGRAM IGNORED, COUNT=" TO RNL-TEXT
        MOVE Reg-Blank-Count TO RNL-COUNT
        WRITE CMB-RPT-RECORD FROM Registry-Note-Line
    END-IF.

Read-Registry-Record.
    READ PROB-REG-FILE
        AT END
            SET Reg-Eof TO TRUE
    END-READ.

*> Tables the registry record in the buffer, then reads the next.
Store-Registry-Entry.
    EVALUATE TRUE
        WHEN PRG-PROBLEM-ID = SPACES OR PRG-PROGRAM = SPACES
            ADD 1 TO Reg-Blank-Count
        WHEN Reg-Count < Reg-Max-Entries
            ADD 1 TO Reg-Count
            MOVE PROB-REG-RECORD TO Reg-Entry(Reg-Count)
        WHEN OTHER
            ADD 1 TO Reg-Overflow-Count
    END-EVALUATE
    PERFORM Read-Registry-Record.

Load-Default-Entry.
    ADD 1 TO Reg-Count
    MOVE Reg-Default-Entry(Reg-Idx) TO Reg-Entry(Reg-Count).

*> One pass over an active registry entry's response file, keeping
*> the latest response per intake sequence. Responses without an
*> intake sequence are direct-keyed work and are not the merge's
*> business. A missing response file is listed - the slots it would
*> have answered report NO RESPONSE - and an inactive entry is passed
*> by.
Load-Registry-Responses.
    IF RGT-ACTIVE(Reg-Idx)
        MOVE RGT-PROBLEM-ID(Reg-Idx) TO RFL-PROBLEM-ID
        MOVE RGT-RESP-FILE(Reg-Idx)  TO RFL-FILE
        MOVE RGT-RESP-FILE(Reg-Idx)  TO Resp-File-Name
        MOVE "N" TO Resp-Eof-Sw
        OPEN INPUT RESP-IN-FILE
        IF Resp-File-Status = "00"
            MOVE "READ" TO RFL-STATUS
            PERFORM Read-Resp-Record
            PERFORM Table-Resp-Record UNTIL Resp-Eof
            CLOSE RESP-IN-FILE
        ELSE
            MOVE "NOT AVAILABLE" TO RFL-STATUS
            SET Alert-Warning TO TRUE
            MOVE "RESPMISS" TO Alert-Code
            MOVE SPACES TO Alert-Text
            STRING "RESPONSE FILE " DELIMITED BY SIZE
                RGT-RESP-FILE(Reg-Idx) DELIMITED BY SPACE
                " NOT AVAILABLE - PROBLEM " DELIMITED BY SIZE
                RGT-PROBLEM-ID(Reg-Idx) DELIMITED BY SIZE
                INTO Alert-Text
            END-STRING
            PERFORM Write-Alert
        END-IF
        WRITE CMB-RPT-RECORD FROM Resp-File-Line
    END-IF.

*> Tables one response under the entry's record shape, then reads the
*> next.
Table-Resp-Record.
    IF RGT-MAXN-LAYOUT(Reg-Idx)
        IF RESP-INTAKE-SEQ IS NUMERIC AND RESP-INTAKE-SEQ NOT = "000000"
            MOVE RESP-INTAKE-SEQ TO Resp-Seq-Work
            MOVE RGT-PROBLEM-ID(Reg-Idx) TO Resp-Prob-Work
            PERFORM Find-Resp-Slot
            IF Resp-Slot = 0
                ADD 1 TO Resp-Overflow-Count
            ELSE
                MOVE Resp-Seq-Work TO RT-SEQ(Resp-Slot)
                MOVE Resp-Prob-Work TO RT-PROBLEM-ID(Resp-Slot)
                MOVE SPACES        TO RT-VALUE(Resp-Slot)
                MOVE RESP-MAXN     TO RT-VALUE(Resp-Slot)
                MOVE RESP-SUMN     TO RT-SUMN(Resp-Slot)
                MOVE RESP-STATUS   TO RT-STATUS(Resp-Slot)
                MOVE RESP-REASON   TO RT-REASON(Resp-Slot)
            END-IF
        END-IF
    ELSE
        IF RESP2-INTAKE-SEQ IS NUMERIC AND RESP2-INTAKE-SEQ NOT = "000000"
            MOVE RESP2-INTAKE-SEQ TO Resp-Seq-Work
            MOVE RGT-PROBLEM-ID(Reg-Idx) TO Resp-Prob-Work
            PERFORM Find-Resp-Slot
            IF Resp-Slot = 0
                ADD 1 TO Resp-Overflow-Count
            ELSE
                MOVE Resp-Seq-Work TO RT-SEQ(Resp-Slot)
                MOVE Resp-Prob-Work TO RT-PROBLEM-ID(Resp-Slot)
                MOVE RESP2-CEILING TO RT-VALUE(Resp-Slot)
                MOVE RESP2-SUMN    TO RT-SUMN(Resp-Slot)
                MOVE RESP2-STATUS  TO RT-STATUS(Resp-Slot)
                MOVE RESP2-REASON  TO RT-REASON(Resp-Slot)
            END-IF
        END-IF
    END-IF
    PERFORM Read-Resp-Record.

Read-Resp-Record.
    READ RESP-IN-FILE
        AT END
            SET Resp-Eof TO TRUE
    END-READ.

*> Finds (or creates) the response-table entry for Resp-Seq-Work
*> under problem Resp-Prob-Work, leaving its subscript in Resp-Slot -
*> or zero when the table is full and the sequence is a new one. An
*> existing entry is simply overwritten by its caller: last response
*> for a sequence wins.
Find-Resp-Slot.
    MOVE 0 TO Resp-Slot
    PERFORM Match-Resp-Entry
        MOVE Resp-Count TO Resp-Slot
    END-IF.

*> One probe of the response table for the current sequence number
*> and problem id.
Match-Resp-Entry.
    IF RT-SEQ(Resp-Idx) = Resp-Seq-Work
            AND RT-PROBLEM-ID(Resp-Idx) = Resp-Prob-Work
        MOVE Resp-Idx TO Resp-Slot
    END-IF.

*> Writes one combined answer slot: an intake-rejected detail
*> reports its intake reason; a routed detail is matched to the
*> latest response carrying its sequence number, trusted only when
*> the response came off the response file of the problem the slot
*> was routed to (the table is keyed by sequence and problem id) and
*> its request value agrees with the cross-reference's - otherwise
*> (or with no response at all) the slot reports NO
*> RESPONSE so a department chases a missing answer instead of
*> reading a stale one. A status-"H" response carries through as a
*> held slot, not a reject: the request is waiting on a supervisor,
        SET CMB-REJECTED TO TRUE
        MOVE XRF-REASON TO CMB-REASON
    ELSE
        MOVE XRF-SEQ        TO Resp-Seq-Work
        MOVE XRF-PROBLEM-ID TO Resp-Prob-Work
        PERFORM Locate-Resp-Entry
        IF Resp-Slot = 0
                OR RT-VALUE(Resp-Slot) NOT = XRF-VALUE
*> Writes the merge accounting - every cross-reference slot is
*> answered, rejected, held for approval, or flagged no-response,
*> so the four figures plus the slot count prove nothing was
*> dropped - and closes the files. Slots with no response and
*> responses beyond the table are raised on the alert file as well.
Term-Run.
    IF Xref-File-Opened
        MOVE Xref-Read-Count TO RT-XREF-COUNT
            MOVE "RESPONSES BEYOND TABLE, RECORDS=" TO NL-TEXT
            MOVE Resp-Overflow-Count TO NL-COUNT
            WRITE CMB-RPT-RECORD FROM Note-Line
            SET Alert-Error TO TRUE
            MOVE "RESPOVFL" TO Alert-Code
            MOVE Resp-Overflow-Count TO Alert-Count
            MOVE "RESPONSES BEYOND THE COMBINE TABLE - NOT MERGED"
                TO Alert-Text
            PERFORM Write-Alert
        END-IF
        IF No-Resp-Count > 0
            SET Alert-Warning TO TRUE
            MOVE "NORESP" TO Alert-Code
            MOVE No-Resp-Count TO Alert-Count
            MOVE "COMBINED SLOTS WITH NO RESPONSE ON FILE" TO Alert-Text
            PERFORM Write-Alert
        END-IF
        CLOSE XREF-FILE
        CLOSE COMB-FILE
    END-IF
    CLOSE CMB-RPT-FILE.

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
        MOVE "PE-COMBINE" TO ALR-PROGRAM
        MOVE Alert-Severity TO ALR-SEVERITY
        MOVE Alert-Code     TO ALR-CODE
        MOVE Alert-Count    TO ALR-COUNT
        MOVE Alert-Text     TO ALR-TEXT
        WRITE ALERT-RECORD
        CLOSE ALERT-FILE
    END-IF
    MOVE 0 TO Alert-Count.
