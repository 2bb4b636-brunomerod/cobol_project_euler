*> regardless of which program answered it. A submitting department
*> that sends its work through the combined intake file deals with
*> this one file coming back instead of one response file per
*> program. CMB-RESULT is zero unless the request was answered (it
*> is as wide as the widest program's answer);
*> CMB-STATUS says whether the request was answered, rejected (at
*> intake or by its calculation program, with the reason carried in
*> CMB-REASON), parked for supervisor approval ("H", the hold rule
    05  CMB-PROBLEM-ID          PIC X(4).
    05  CMB-DEPT                PIC X(4).
    05  CMB-VALUE               PIC X(9).
    05  CMB-RESULT              PIC 9(15).
    05  CMB-STATUS              PIC X(1).
        88  CMB-ANSWERED            VALUE "A".
        88  CMB-REJECTED            VALUE "R".
