       02 ClosedDate PIC X(8).
       *> Standardized "First Middle Last" name, built by CUSTSTD
       02 FullName PIC X(32).
       *> Most the customer may owe across all open items, new
       *> invoice included; zero means no limit has been set
       02 CreditLimit PIC 9(8)V99.
       *> Credit-hold flag : invoices for a held account are set
       *> aside for credit review instead of being posted; W marks
       *> an account WRITEOFF wrote off in full
       02 CreditHold PIC X.
           88 CreditClear  VALUE "N" SPACE.
           88 CreditOnHold VALUE "H".
           88 CreditWrittenOff VALUE "W".

*> Exception log record layout
FD ExceptionLog.
       02 WSCustStatus  PIC X.
       02 WSClosedDate  PIC X(8).
       02 WSFullName    PIC X(32).
       02 WSCreditLimit PIC 9(8)V99.
       02 WSCreditHold  PIC X.
*> NEW : Used to react to end of file
01 WSEOF   PIC A(1).
*> Holds the status of the last CustomerFile I-O operation
