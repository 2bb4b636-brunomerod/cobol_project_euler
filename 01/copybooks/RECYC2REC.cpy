*>   NNUM  ceiling is not numeric
*>   RNGE  ceiling out of supported range
*>   OVFL  sum exceeds result field capacity
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
01  RECYCLE2-RECORD.
    05  REC2-ORIG-REQ-NUM       PIC 9(6).
