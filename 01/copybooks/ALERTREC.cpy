*>*********************************
*>
*> ALERT-RECORD - shared layout for ALERT-FILE, the one file every
*> program in the nightly and daytime streams appends to when it hits
*> something the morning shift must see: a run refused on its lock
*> or checkpoint, a batch out of balance, a reconciliation mismatch,
*> intake or maintenance rejects, a failed or stopped chain step,
*> unmatched hold decisions, and the like. PE-ALERT-SUM reads it at
*> the end of PE-DRIVER's chain and prints the night's alerts grouped
*> by severity, so the problems are on one page instead of spread
*> across a DISPLAY and each program's own listing.
*>
*> ALR-DATE and ALR-TIME are when the alert was raised; ALR-PROGRAM
*> is the raising program's PROGRAM-ID. ALR-CODE is a short fixed
*> code for the condition (the same condition always raises the same
*> code, whichever night it happens); ALR-COUNT is how many items
*> are behind it - rejects, mismatches, unmatched decisions - or zero
*> for a one-off condition; ALR-TEXT says what happened.
*>
*> Severities, most urgent first:
*>   C  critical - the program could not do its work (run refused,
*>      input missing, step failed, chain stopped)
*>   E  error    - the work was done but the figures cannot be
*>      believed as they stand (out of balance, mismatch)
*>   W  warning  - the work was done but items need someone's
*>      attention (rejects, unmatched decisions, aged-out requests,
*>      a control file missing and its fallback taken)
*>   I  info     - worth knowing, nothing to fix (an operator
*>      override taken, a restart carried finished steps)
*>
*>*********************************
01  ALERT-RECORD.
    05  ALR-DATE                PIC 9(8).
    05  ALR-TIME                PIC 9(6).
    05  ALR-PROGRAM             PIC X(20).
    05  ALR-SEVERITY            PIC X(01).
        88  ALR-CRITICAL            VALUE "C".
        88  ALR-ERROR               VALUE "E".
        88  ALR-WARNING             VALUE "W".
        88  ALR-INFO                VALUE "I".
    05  ALR-CODE                PIC X(08).
    05  ALR-COUNT               PIC 9(9).
    05  ALR-TEXT                PIC X(60).
