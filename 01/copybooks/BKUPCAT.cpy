*>*********************************
*>
*> BKUP-CAT-RECORD - shared layout for BKUPCAT, the catalog of the
*> backup generations PE01-BACKUP keeps of the keyed files. One
*> record per generation on hand, identified by the file it is a
*> copy of and the date and time the unload was taken (so each
*> intraday cycle's generation is its own entry), with the ring slot
*> file holding it and the record count and key hash its trailer
*> carries (see the BKUPREC copybook). A slot file with no entry
*> here holds nothing kept. PE01-BACKUP adds each new generation
*> once it has been read back and proved, and drops the oldest
*> beyond the operator-set number kept - the entry only; the slot
*> file is left to be reused;
*> PE01-RESTORE finds the generation it is asked for here and checks
*> the generation's trailer against this record as well as against
*> the generation's own details.
*>
*>*********************************
01  BKUP-CAT-RECORD.
    05  BKC-FILE-ID             PIC X(08).
    05  BKC-BACKUP-DATE         PIC 9(8).
    05  BKC-BACKUP-TIME         PIC 9(6).
    05  BKC-GEN-NAME            PIC X(16).
    05  BKC-RECORD-COUNT        PIC 9(9).
    05  BKC-KEY-HASH            PIC 9(18).
