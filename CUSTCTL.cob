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

FD ControlReport.
01 ControlLine PIC X(40).
