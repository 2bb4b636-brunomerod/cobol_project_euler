*>*********************************
*>
*> Alert staging fields - working storage for a program that appends
*> to ALERT-FILE (record layout in the ALERTREC copybook). The caller
*> sets the severity, code, text and (when there are items behind the
*> alert) the count, then PERFORMs its Write-Alert paragraph, which
*> stamps the date, time and program name, appends the record, and
*> clears the count for the next alert. An alert file that cannot be
*> opened is passed over quietly: the night's work matters more than
*> its paging.
*>
*>*********************************
01 Alert-File-Status PIC X(02) VALUE "00".
01 Alert-Severity   PIC X(01) VALUE SPACE.
    88  Alert-Critical          VALUE "C".
    88  Alert-Error             VALUE "E".
    88  Alert-Warning           VALUE "W".
    88  Alert-Info              VALUE "I".
01 Alert-Code       PIC X(08) VALUE SPACES.
01 Alert-Count      PIC 9(9) VALUE 0.
01 Alert-Text       PIC X(60) VALUE SPACES.
01 Alert-Time-Work  PIC 9(8) VALUE 0.
