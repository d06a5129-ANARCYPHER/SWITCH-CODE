FD BackupFile.
01 BackupData.
       02 BakIDNum     PIC 9(8).
       02 BakBody      PIC X(155).

FD CustomerFile.
01 CustomerData.
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

*> Audit journal record layout : who/when/what changed, with
*> the before and after values of the changed fields
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

FD RecoveryReport.
01 RecoveryLine PIC X(40).
       PERFORM ReadJournal
       PERFORM UNTIL AuditEOF
           IF AudTimestamp(1:14) > WSRecoverTS
               PERFORM CheckJournalLayout
               PERFORM ApplyJournalEntry
           ELSE
               ADD 1 TO WSSkippedCount
           SET AuditEOF TO TRUE
       END-IF.

*> A line journaled before CreditLimit and CreditHold were added
*> has no digits where either image's CreditLimit now sits, and
*> would replay garbage into both, so the recovery stops until
*> CUSTCONV has converted the journal
CheckJournalLayout.
       IF AudBeforeCreditLimit NOT NUMERIC
           AND AudAfterCreditLimit NOT NUMERIC
           DISPLAY "CustAudit.jnl entry at " AudTimestamp(1:14)
               " is in the old layout - run CUSTCONV, then recover"
               " again"
           CLOSE AuditJournal
           CLOSE CustomerFile
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> Applies one journal entry to the rebuilt file. A WRITE whose
*> key is somehow already present is applied as a REWRITE, and a
*> REWRITE whose key is missing as a WRITE, so a replay that
       MOVE AudAfterPhone TO Phone
       MOVE AudAfterStatus TO CustStatus
       MOVE AudAfterClosedDate TO ClosedDate
       MOVE AudAfterFullName TO FullName
       MOVE AudAfterCreditLimit TO CreditLimit
       MOVE AudAfterCreditHold TO CreditHold.

*> Reads the rebuilt file end to end through GETSUM, the same
*> way CUSTCTL does, and reports the totals to prove the
