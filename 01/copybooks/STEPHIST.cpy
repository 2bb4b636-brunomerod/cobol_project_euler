*> elapsed column is already midnight-corrected by the writer, so a
*> reader never has to reconstruct it from the two clocks.
*>
*> SH-RUN-CYCLE is the intraday processing cycle (1-9) the chain ran
*> for, so a date with more than one cycle shows each cycle's steps
*> and *CHAIN* record apart; history written before cycles were kept
*> ends at SH-OUTCOME and reads back with a blank cycle.
*>
*>*********************************
01  STEP-HIST-RECORD.
    05  FILLER              PIC X(05) VALUE "DATE=".
    05  SH-ELAPSED-SECS     PIC 9(6).
    05  FILLER              PIC X(09) VALUE " OUTCOME=".
    05  SH-OUTCOME          PIC X(12).
    05  FILLER              PIC X(07) VALUE " CYCLE=".
    05  SH-RUN-CYCLE        PIC 9(1).
