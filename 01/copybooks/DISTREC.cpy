*>*********************************
*>
*> DIST-RECORD - shared layout for the outbound department files
*> PE-DISTRIBUTE splits COMB-FILE into after PE-COMBINE has run: one
*> file per department per intraday cycle (DIST followed by the
*> department code and the cycle, or DISTNODEPT and the cycle for
*> requests that carried no department), so each cycle's delivery
*> stands beside the earlier ones instead of replacing them, holding:
*>   H  one header: the run date, the department, its name off the
*>      department master (blank for a department not on it), and
*>      the intraday cycle (1-9) the answers belong to;
*>   D  one detail per combined answer for the department, the
*>      COMB-ANSWER-RECORD image (COMBREC copybook) in DST-DATA, in
*>      submission order;
*>   T  one trailer: the department, the detail count, the answered,
*>      rejected, held, and no-response counts, and the hash total
*>      of CMB-RESULT over the details, so the department can prove
*>      it received the whole file.
*> A department with no work on the night still gets its file, with
*> the header, no details, and a trailer of zeros - an absent file
*> then always means a delivery problem, never a quiet night.
*>
*>*********************************
01  DIST-RECORD.
    05  DST-REC-TYPE            PIC X(01).
        88  DST-HEADER              VALUE "H".
        88  DST-DETAIL              VALUE "D".
        88  DST-TRAILER             VALUE "T".
    05  DST-DATA                PIC X(69).
    05  DST-HEADER-DATA REDEFINES DST-DATA.
        10  DSH-RUN-DATE        PIC 9(8).
        10  DSH-DEPT            PIC X(4).
        10  DSH-DEPT-NAME       PIC X(30).
        10  DSH-RUN-CYCLE       PIC 9(1).
        10  FILLER              PIC X(26).
    05  DST-TRAILER-DATA REDEFINES DST-DATA.
        10  DST-DEPT            PIC X(4).
        10  DST-DETAIL-COUNT    PIC 9(6).
        10  DST-ANSWERED        PIC 9(6).
        10  DST-REJECTED        PIC 9(6).
        10  DST-HELD            PIC 9(6).
        10  DST-NO-RESPONSE     PIC 9(6).
        10  DST-RESULT-HASH     PIC 9(18).
        10  FILLER              PIC X(17).
