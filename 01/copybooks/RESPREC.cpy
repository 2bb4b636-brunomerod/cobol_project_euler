*> RESP-MAXN is the value as received, which for a rejected request
*> may not be numeric; RESP-DIV-SET is the flattened divisor-set key
*> the answer was computed under (spaces when the request never
*> reached a computation). RESP-SUMN is as wide as PROJECT-EULER-01's
*> SUMN, so any answer the program can give fits the response.
*>
*> RESP-DEPT is the submitting department's code as it came in on
*> the transaction detail, carried the same way RESP-ORIG is, so a
    05  RESP-ORIG               PIC 9(6).
    05  RESP-DEPT               PIC X(4).
    05  RESP-INTAKE-SEQ         PIC X(6).
    05  RESP-MAXN               PIC X(8).
    05  RESP-DIV-SET            PIC X(40).
    05  RESP-SUMN               PIC 9(15).
    05  RESP-STATUS             PIC X(01).
        88  RESP-ACCEPTED           VALUE "A".
        88  RESP-REJECTED           VALUE "R".
