*>*********************************
*>
*> BKUP-RECORD - shared layout for a backup generation of one of the
*> keyed files (PARM-FILE or MAST-FILE), written by PE01-BACKUP and
*> read back by PE01-RESTORE. A generation is a sequential file in
*> one slot of a fixed ring per keyed file (PARMBK01-PARMBK40,
*> MASTBK01-MASTBK40; the BKUPCAT catalog says which slot holds
*> which date and time's generation) holding:
*>   H  one header: which file, when the unload was taken, and the
*>      generation's own name;
*>   D  one detail per record, the keyed record's image laid in
*>      BKP-DATA exactly as it sits on the file, in key order;
*>   T  one trailer: the record count and the key hash over every
*>      detail, so a generation that was truncated, edited, or mixed
*>      up with another is caught before it is reloaded.
*>
*> The key hash is the sum, over every record, of each character of
*> the record's key times its position in the key (the character's
*> position in the collating sequence, counting from one). It is
*> worked out the same way by the job that writes the trailer and
*> the job that checks it, and it changes when a key is lost, added,
*> or altered even where the record count does not.
*>
*>*********************************
01  BKUP-RECORD.
    05  BKP-REC-TYPE            PIC X(01).
        88  BKP-HEADER              VALUE "H".
        88  BKP-DETAIL              VALUE "D".
        88  BKP-TRAILER             VALUE "T".
    05  BKP-DATA                PIC X(100).
    05  BKP-HEADER-DATA REDEFINES BKP-DATA.
        10  BKH-FILE-ID         PIC X(08).
        10  BKH-BACKUP-DATE     PIC 9(8).
        10  BKH-BACKUP-TIME     PIC 9(6).
        10  BKH-GEN-NAME        PIC X(16).
        10  FILLER              PIC X(62).
    05  BKP-TRAILER-DATA REDEFINES BKP-DATA.
        10  BKT-FILE-ID         PIC X(08).
        10  BKT-RECORD-COUNT    PIC 9(9).
        10  BKT-KEY-HASH        PIC 9(18).
        10  FILLER              PIC X(65).
