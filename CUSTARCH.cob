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

*> An archived customer : the key plus the rest of the record
*> exactly as it stood on Customer.dat when it was purged
FD ArchiveFile.
01 ArchiveData.
       02 ArcIDNum PIC 9(8).
       02 ArcBody  PIC X(155).

*> What this and any earlier unreconciled archive runs purged
FD ArchCtlFile.
           03 AudBeforeStatus   PIC X.
           03 AudBeforeClosedDate PIC X(8).
           03 AudBeforeFullName PIC X(32).
           03 AudBeforeCreditLimit PIC 9(8)V99.
           03 AudBeforeCreditHold  PIC X.
       02 FILLER         PIC X.
       02 AudAfterImage.
           03 AudAfterName.
           03 AudAfterStatus   PIC X.
           03 AudAfterClosedDate PIC X(8).
           03 AudAfterFullName PIC X(32).
           03 AudAfterCreditLimit PIC 9(8)V99.
           03 AudAfterCreditHold  PIC X.
       02 FILLER         PIC X VALUE SPACE.
       02 AudOperator    PIC X(10).

*> Exception log record layout
FD ExceptionLog.
       02 WSBeforeStatus     PIC X.
       02 WSBeforeClosedDate PIC X(8).
       02 WSBeforeFullName   PIC X(32).
       02 WSBeforeCreditLimit PIC 9(8)V99.
       02 WSBeforeCreditHold  PIC X.
01 WSAfterImage.
       02 WSAfterFirstName  PIC X(15).
       02 WSAfterMiddleName PIC X(15).
       02 WSAfterStatus     PIC X.
       02 WSAfterClosedDate PIC X(8).
       02 WSAfterFullName   PIC X(32).
       02 WSAfterCreditLimit PIC 9(8)V99.
       02 WSAfterCreditHold  PIC X.
01 WSAuditOperation  PIC X(7).

PROCEDURE DIVISION.
       MOVE CustStatus TO WSBeforeStatus
       MOVE ClosedDate TO WSBeforeClosedDate
       MOVE FullName TO WSBeforeFullName
       MOVE CreditLimit TO WSBeforeCreditLimit
       MOVE CreditHold TO WSBeforeCreditHold

       DELETE CustomerFile RECORD
           INVALID KEY DISPLAY "Unable to delete " IDNum
       MOVE IDNum TO AudIDNum
       MOVE WSBeforeImage TO AudBeforeImage
       MOVE WSAfterImage TO AudAfterImage
       MOVE "CUSTARCH" TO AudOperator
       WRITE AuditJournalLine
       CLOSE AuditJournal.

