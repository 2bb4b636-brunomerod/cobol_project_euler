*> a request that came back approved (spaces on everything else), so
*> the history shows both the hold and who released it.
*>
*> AL-SUMN is fifteen digits, wide enough for any answer PROJECT-
*> EULER-01 gives; history written with the earlier nine-digit column
*> is carried forward by the PE01-CONVERT job so every reader sees
*> one layout. Readers take the line into an X(130) area.
*>
*> AL-CYCLE is the intraday processing cycle (1-9) of the batch the
*> line was written for, off the transaction file's header, so a run
*> date with more than one cycle can be balanced and reported cycle
*> by cycle. AL-RUN-ID still names the program, not the cycle. Lines
*> written before cycles were kept end at AL-APPROVER; readers take
*> a blank cycle as cycle 1, the only cycle such a date had.
*>
*>*********************************
01  AUDIT-LINE.
    05  FILLER              PIC X(07) VALUE "RUN-ID=".
    05  FILLER              PIC X(04) VALUE " IN=".
    05  AL-VALUE-IN         PIC 9(9).
    05  FILLER              PIC X(05) VALUE " SUM=".
    05  AL-SUMN             PIC 9(15).
    05  FILLER              PIC X(06) VALUE " ORIG=".
    05  AL-ORIG             PIC 9(6).
    05  FILLER              PIC X(06) VALUE " DISP=".
        88  AL-SERVED-PREV      VALUE "P".
    05  FILLER              PIC X(06) VALUE " APPR=".
    05  AL-APPROVER         PIC X(8).
    05  FILLER              PIC X(04) VALUE " CY=".
    05  AL-CYCLE            PIC X(1).
