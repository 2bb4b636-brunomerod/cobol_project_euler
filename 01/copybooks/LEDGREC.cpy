*>*********************************
*>
*> LEDGER-RECORD - shared layout for LEDGFILE, the keyed open-items
*> ledger PE-LEDGER keeps of every request that was not answered on
*> the night it came in: one record per request that was held for a
*> supervisor or rejected, from the night it first went unanswered
*> until an answer is delivered. Keyed by the submitting department,
*> then the problem, then the run date the item opened and the
*> request's number in that run's processing order, so a browse of
*> the file is already in department order for the aging report and
*> an old request never collides with a newer one that reuses its
*> original request number.
*>
*> LGR-STATUS is where the request is now:
*>   H  held, waiting on a supervisor (on PENDFILE)
*>   A  approved by a supervisor, waiting for the next run (APPRFILE)
*>   C  rejected and out for correction (sent on RECYCLOUT or
*>      RECYCLOUT2, not yet answered)
*>   W  written off - aged out of the recycle loop (LGR-WRITE-OFF-CODE
*>      AGED) or a hold that left the pending and approved files with
*>      no answer, i.e. denied (DENY). A written-off item stays on the
*>      ledger, so what was never answered stays in sight.
*> An item is deleted from the ledger on the night its answer is
*> delivered.
*>
*> LGR-VALUE is the request value as last received (the MAXN, or the
*> ceiling for a single-value problem); LGR-REASON-CODE the last
*> reject or hold code (RECYCREC and HOLDREC copybooks);
*> LGR-REQ-BY the requested-by date carried on the hold or recycle
*> record, spaces when the request carried none. LGR-HOLD-DATE and
*> LGR-HOLD-SEQ key the item's hold on PENDFILE/APPRFILE while it is
*> held or approved.
*>
*>*********************************
01  LEDGER-RECORD.
    05  LGR-KEY.
        10  LGR-DEPT            PIC X(4).
        10  LGR-PROBLEM-ID      PIC X(4).
        10  LGR-OPEN-DATE       PIC 9(8).
        10  LGR-OPEN-SEQ        PIC 9(6).
    05  LGR-ORIG                PIC 9(6).
    05  LGR-INTAKE-SEQ          PIC X(6).
    05  LGR-VALUE               PIC X(9).
    05  LGR-PRIORITY            PIC X(1).
    05  LGR-REQ-BY              PIC X(8).
    05  LGR-STATUS              PIC X(1).
        88  LGR-HELD                VALUE "H".
        88  LGR-APPROVED            VALUE "A".
        88  LGR-IN-CORRECTION       VALUE "C".
        88  LGR-WRITTEN-OFF         VALUE "W".
        88  LGR-OPEN                VALUE "H" "A" "C".
    05  LGR-REASON-CODE         PIC X(4).
    05  LGR-CYCLE-COUNT         PIC 9(2).
    05  LGR-HOLD-DATE           PIC 9(8).
    05  LGR-HOLD-SEQ            PIC 9(6).
    05  LGR-LAST-DATE           PIC 9(8).
    05  LGR-WRITE-OFF-DATE      PIC 9(8).
    05  LGR-WRITE-OFF-CODE      PIC X(4).
        88  LGR-AGED-OUT            VALUE "AGED".
        88  LGR-DENIED              VALUE "DENY".
