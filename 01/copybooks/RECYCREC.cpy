*> passes the operator-set RECYCLE-LIMIT parameter rather than
*> circling forever.
*>
*> REC-MAXN carries eight positions, the full width of the MAXN
*> bounds parameters; records written under the earlier four-position
*> layout are carried forward by the PE01-CONVERT job.
*>
*> REC-DEPT is the submitting department's code, carried around the
*> loop with the original request number so a correction comes back
*> still charged to the department that submitted the request (the
*>   OVFL  sum exceeds result field capacity
*>   OCNT  divisor override count unusable
*>   ODIV  divisor override entry unusable
*>   DUNK  department not on the department master
*>   DCLS  department closed on the department master
*>   DAUT  department not authorized for the problem
*>   MISC  anything else
*>
*> The three department codes are cleared on the department master
*> (PE01-DEPT-MAINT) or by correcting the department code on the
*> recycled record, not by changing the request's own value.
*>
*>*********************************
01  RECYCLE-RECORD.
    05  REC-ORIG-REQ-NUM        PIC 9(6).
    05  REC-MAXN                PIC X(8).
    05  REC-REASON-CODE         PIC X(4).
    05  REC-CYCLE-COUNT         PIC 9(2).
    05  REC-DEPT                PIC X(4).
