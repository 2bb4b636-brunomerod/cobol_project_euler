*> verify). Keeping one copy of this layout in a copybook keeps the
*> two programs from drifting out of sync with each other.
*>
*> MAST-MAXN and MAST-SUMN were widened (from four and six digits)
*> with PROJECT-EULER-01's MAXN and SUMN. A master built under the
*> narrower key is carried forward by the PE01-CONVERT job rather
*> than deleted, so the stored answers keep serving hits across the
*> change instead of every request recomputing while it rebuilds.
*>
*>*********************************
01  MAST-RECORD.
    05  MAST-KEY.
        10  MAST-MAXN           PIC 9(8).
        10  MAST-DIV-KEY        PIC X(40).
    05  MAST-SUMN               PIC 9(15).
    05  MAST-STORED-DATE        PIC 9(8).
    05  MAST-LAST-USED          PIC 9(8).
