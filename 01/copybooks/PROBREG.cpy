*>*********************************
*>
*> PROB-REG-RECORD - shared layout for PROBREG, the operator-
*> maintained problem registry: one record per calculation program
*> brought into the PE-DRIVER chain. PE-ROUTER routes intake details
*> by PRG-PROBLEM-ID onto the program's transaction file, PE-COMBINE
*> collects its answers off its response file, PE-RECON balances its
*> CONS-FILE record against the audit lines stamped with its run id
*> and the trailer on its report file, and PE-DRIVER's default chain
*> CALLs PRG-PROGRAM - so a new problem program joins the chain by
*> adding a registry record, not by editing the driver programs.
*>
*> The file names are the logical names the program ASSIGNs its
*> files to (TRANFILE, RESPFILE2, and so on). PRG-LAYOUT says which
*> of the two transaction/response shapes the program takes:
*>   M  a MAXN request with divisor override, priority, and
*>      requested-by date (TRAN-FILE / RESPREC shape)
*>   V  a single nine-position request value (TRANFILE2 / RESP2REC
*>      shape) - the shape a new single-value problem should use
*> PRG-ACTIVE-SW "N" parks an entry without deleting it: the router
*> rejects intake for the problem, PE-COMBINE and the default chain
*> pass it by, but PE-RECON still knows its run id and report file,
*> so a program stood down mid-week still balances on its last night.
*>
*>*********************************
01  PROB-REG-RECORD.
    05  PRG-PROBLEM-ID          PIC X(04).
    05  PRG-PROGRAM             PIC X(20).
    05  PRG-RUN-ID              PIC X(12).
    05  PRG-TRAN-FILE           PIC X(12).
    05  PRG-RESP-FILE           PIC X(12).
    05  PRG-RPT-FILE            PIC X(12).
    05  PRG-ACTIVE-SW           PIC X(01).
        88  PRG-ACTIVE              VALUE "Y".
    05  PRG-LAYOUT              PIC X(01).
        88  PRG-MAXN-LAYOUT         VALUE "M".
        88  PRG-VALUE-LAYOUT        VALUE "V".
