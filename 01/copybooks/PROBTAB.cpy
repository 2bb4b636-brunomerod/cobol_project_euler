*>*********************************
*>
*> Problem-registry table - the PROBREG file (layout in the PROBREG
*> copybook) as loaded into working storage by each program the
*> registry drives. Reg-Entry matches PROB-REG-RECORD byte for byte,
*> so a registry record is tabled with one group MOVE.
*>
*> With no registry file - or an empty one, far likelier a truncated
*> transfer than an operator meaning "no problems tonight" - the
*> built-in entries below are tabled instead and the program notes it
*> on its report, the same fallback PE-DRIVER makes for a missing
*> schedule file. They are the two programs that were in the chain
*> when the registry was introduced and are not where a new problem
*> is added.
*>
*>*********************************
01 Reg-Max-Entries  PIC 9(2) VALUE 20.
01 Reg-Count        PIC 9(2) VALUE 0.
01 Reg-Idx          PIC 9(2) VALUE 0.
01 Reg-Slot         PIC 9(2) VALUE 0.
01 Reg-Overflow-Count PIC 9(4) VALUE 0.
01 Reg-Blank-Count  PIC 9(4) VALUE 0.
01 Reg-Source-Sw    PIC X(01) VALUE "F".
    88  Reg-From-File           VALUE "F".
    88  Reg-Built-In            VALUE "B".
01 Reg-Table.
    05  Reg-Entry OCCURS 20 TIMES.
        10  RGT-PROBLEM-ID      PIC X(04).
        10  RGT-PROGRAM         PIC X(20).
        10  RGT-RUN-ID          PIC X(12).
        10  RGT-TRAN-FILE       PIC X(12).
        10  RGT-RESP-FILE       PIC X(12).
        10  RGT-RPT-FILE        PIC X(12).
        10  RGT-ACTIVE-SW       PIC X(01).
            88  RGT-ACTIVE          VALUE "Y".
        10  RGT-LAYOUT          PIC X(01).
            88  RGT-MAXN-LAYOUT     VALUE "M".
            88  RGT-VALUE-LAYOUT    VALUE "V".

01 Reg-Default-Values.
    05  FILLER PIC X(40) VALUE "PE01PROJECT-EULER-01    PROJEULER01 TRAN".
    05  FILLER PIC X(34) VALUE "FILE    RESPFILE    RPTFILE     YM".
    05  FILLER PIC X(40) VALUE "PE02PROJECT-EULER-02    PROJEULER02 TRAN".
    05  FILLER PIC X(34) VALUE "FILE2   RESPFILE2   RPTFILE2    YV".
01 Reg-Default-Table REDEFINES Reg-Default-Values.
    05  Reg-Default-Entry OCCURS 2 TIMES PIC X(74).
01 Reg-Default-Count PIC 9(2) VALUE 2.
