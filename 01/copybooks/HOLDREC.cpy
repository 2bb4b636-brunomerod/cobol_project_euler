*> the hold is pending and carries the supervisor's id once
*> approved, for the audit line of the run that finally answers it.
*>
*> HOLD-MAXN carries eight positions, matching the recycle record;
*> holds parked under the earlier four-position layout are carried
*> forward by the PE01-CONVERT job, so nothing waiting on a
*> supervisor is lost across the change.
*>
*> Hold reason codes:
*>   BNDM  MAXN outside the bounds but within the hold margin
*>   OVRD  request carries a divisor override
    05  HOLD-PRIORITY           PIC X(1).
    05  HOLD-REQ-BY             PIC X(8).
    05  HOLD-CYCLE-COUNT        PIC 9(2).
    05  HOLD-MAXN               PIC X(8).
    05  HOLD-DIV-COUNT          PIC X(2).
    05  HOLD-DIVISORS.
        10  HOLD-DIVISOR OCCURS 10 TIMES PIC X(4).
