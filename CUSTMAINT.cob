       >>SOURCE FORMAT FREE
*> Compile with : cobc -x CUSTMAINT.cob (needs SIGNON module)
*> Execute : ./CUSTMAINT
IDENTIFICATION DIVISION.
PROGRAM-ID. CustMaint.
*> Maintains a single Customer.dat record at a time by
*> IDNum instead of rewriting the whole file. Also raises and
*> clears disputes against a customer's open items on
*> DispItem.dat, which keep DUNNING from dunning the account.
*> An address keyed on an update is checked against the ZIP
*> reference file ZipCode.dat, and the operator is warned when
*> the Zip isn't on it or is delivered under a different State
*> or City than the ones typed.
*> The operator signs on through SIGNON first and is offered
*> only what their authority level allows : an inquiry
*> operator reads, searches and views the archive; customer
*> maintenance adds update, credit and item disputes; delete,
*> restore and merge take the merge/restore/delete level. An
*> option asked for above the operator's level is refused and
*> goes on the security log, and every audit journal entry
*> carries the operator who made the change

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ACCESS IS RANDOM
           RECORD KEY IS ArcIDNum
           FILE STATUS IS WSArchFileStatus.
       *> Open items a customer disputes, keyed like CustBal.dat,
       *> opened only when the dispute option below is used
       SELECT DisputeFile ASSIGN TO "DispItem.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DispKey
           FILE STATUS IS WSDisputeFileStatus.
       *> Read-only, so a dispute is only raised on an item
       *> really open
       SELECT CustBalFile ASSIGN TO "CustBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BalKey
           FILE STATUS IS WSCustBalFileStatus.
       *> Read-only, the city, state and jurisdiction each ZIP
       *> is delivered under, maintained by ZIPMAINT
       SELECT ZipFile ASSIGN TO "ZipCode.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ZRZip
           FILE STATUS IS WSZipFileStatus.
       *> Exception log used whenever a CustomerFile I-O
       *> operation doesn't come back with status '00'
       SELECT ExceptionLog ASSIGN TO "IOError.log"
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

*> One disputed open item : the item's key, the date the
*> dispute was raised, and what the customer says is wrong
FD DisputeFile.
01 DisputeRecord.
       02 DispKey.
           03 DispIDNum      PIC 9(8).
           03 DispInvoiceNum PIC 9(8).
       02 DispDate   PIC 9(8).
       02 DispReason PIC X(24).

*> One open item per invoice still owed : who owes it, which
*> invoice raised it, when it posted, and what's left unpaid
FD CustBalFile.
01 CustBalData.
       02 BalKey.
           03 BalIDNum      PIC 9(8).
           03 BalInvoiceNum PIC 9(8).
       02 BalPostDate PIC 9(8).
       02 BalAmount   PIC 9(8)V99.

*> One ZIP code : the city and state mail to it is addressed
*> to, and the tax jurisdiction it lies in
FD ZipFile.
01 ZipRecord.
       02 ZRZip          PIC X(5).
       02 ZRCity         PIC X(15).
       02 ZRState        PIC X(2).
       02 ZRJurisdiction PIC X(10).

*> Exception log record layout
FD ExceptionLog.
           03 AudBeforeStatus   PIC X.
           03 AudBeforeClosedDate PIC X(8).
           03 AudBeforeFullName PIC X(32).
           03 AudBeforeCreditLimit PIC 9(8)V99.
           03 AudBeforeCreditHold  PIC X.
       02 FILLER         PIC X VALUE SPACE.
       02 AudAfterImage.
           03 AudAfterName.
           03 AudAfterStatus   PIC X.
           03 AudAfterClosedDate PIC X(8).
           03 AudAfterFullName PIC X(32).
           03 AudAfterCreditLimit PIC 9(8)V99.
           03 AudAfterCreditHold  PIC X.
       02 FILLER         PIC X VALUE SPACE.
       02 AudOperator    PIC X(10).

WORKING-STORAGE SECTION.
01 WSTranCode   PIC X VALUE SPACE.
       88 WSViewArcTran VALUE "V", "v".
       88 WSRestoreTran VALUE "T", "t".
       88 WSMergeTran   VALUE "M", "m".
       88 WSCreditTran  VALUE "C", "c".
       88 WSDisputeTran VALUE "I", "i".
       88 WSQuitTran    VALUE "Q", "q".
*> Holds the status of the last CustomerFile I-O operation
01 WSFileStatus        PIC XX VALUE "00".
01 WSArchFileStatus    PIC XX VALUE "00".
01 WSExcLogFileStatus  PIC XX VALUE "00".
01 WSAuditFileStatus   PIC XX VALUE "00".
01 WSDisputeFileStatus PIC XX VALUE "00".
01 WSZipFileStatus     PIC XX VALUE "00".
01 WSCustBalFileStatus PIC XX VALUE "00".
01 WSIOOperation       PIC X(10) VALUE SPACE.

*> Before and after images of the fields being changed,
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

*> Search-and-browse state : what the operator typed, which field
01 WSSurviveID PIC 9(8).
01 WSDupID     PIC 9(8).

*> Credit terms as the operator keys them : the limit in whole
*> dollars, checked numeric before it replaces CreditLimit, and
*> the hold answer
01 WSLimitInX  PIC X(8).
01 WSLimitIn REDEFINES WSLimitInX PIC 9(8).
01 WSHoldIn    PIC X.
       88 HoldYes VALUE "Y", "y".
       88 HoldNo  VALUE "N", "n".
01 WSLimitDisplay PIC Z(7)9.99.

*> A disputed item as the operator keys it, and the answer to
*> whether an existing dispute is settled
01 WSDispInvoice  PIC 9(8).
01 WSDispReasonIn PIC X(24).
01 WSClearIn      PIC X.
       88 ClearYes VALUE "Y", "y".
01 WSItemOpenFlag PIC X VALUE "N".
       88 ItemOpen VALUE "Y".

*> Set when ZipCode.dat could be opened; without it addresses
*> are taken as typed, with no warning
01 WSZipOpenFlag  PIC X VALUE "N".
       88 ZipFileOpen VALUE "Y".

*> Passed to SIGNON : who signed on, at what authority level,
*> and any option refused them
01 WSSignFunction  PIC X(4).
01 WSSignProgram   PIC X(10) VALUE "CUSTMAINT".
01 WSOperatorID    PIC X(8) VALUE SPACES.
01 WSOperatorLevel PIC 9 VALUE ZERO.
       88 MaintAuthority VALUE 2 THRU 4.
       88 MergeAuthority VALUE 3 THRU 4.
01 WSSignDetail    PIC X(30) VALUE SPACES.
01 WSSignResult    PIC X VALUE "N".
       88 SignedOn    VALUE "Y".
       88 NoOperators VALUE "F".

PROCEDURE DIVISION.
StartMaint.
       MOVE "SIGN" TO WSSignFunction
       CALL 'SIGNON' USING WSSignFunction, WSSignProgram,
           WSOperatorID, WSOperatorLevel, WSSignDetail, WSSignResult
       IF NoOperators
           DISPLAY "No operators on file - set them up in TBLMAINT"
       END-IF
       IF NOT SignedOn
           DISPLAY "CUSTMAINT not started - no operator signed on"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN I-O CustomerFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogIOError
       OPEN INPUT ZipFile
       IF WSZipFileStatus = "00"
           SET ZipFileOpen TO TRUE
       END-IF

       PERFORM UNTIL WSQuitTran
           EVALUATE TRUE
               WHEN MergeAuthority
                   DISPLAY "R)ead, U)pdate, D)elete, N)ame search, "
                       "P)hone search, V)iew archive, resT)ore, "
                       "M)erge, C)redit, I)tem dispute, Q)uit : "
                       WITH NO ADVANCING
               WHEN MaintAuthority
                   DISPLAY "R)ead, U)pdate, N)ame search, "
                       "P)hone search, V)iew archive, "
                       "C)redit, I)tem dispute, Q)uit : "
                       WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY "R)ead, N)ame search, P)hone search, "
                       "V)iew archive, Q)uit : " WITH NO ADVANCING
           END-EVALUATE
           ACCEPT WSTranCode
           EVALUATE TRUE
               WHEN NOT MaintAuthority
                   AND (WSUpdateTran OR WSCreditTran OR WSDisputeTran)
                   PERFORM RefuseMenuOption
               WHEN NOT MergeAuthority
                   AND (WSDeleteTran OR WSRestoreTran OR WSMergeTran)
                   PERFORM RefuseMenuOption
               WHEN WSReadTran   PERFORM ReadCustomer
               WHEN WSUpdateTran PERFORM UpdateCustomer
               WHEN WSDeleteTran PERFORM DeleteCustomer
               WHEN WSViewArcTran PERFORM ViewArchived
               WHEN WSRestoreTran PERFORM RestoreArchived
               WHEN WSMergeTran  PERFORM MergeCustomer
               WHEN WSCreditTran PERFORM UpdateCredit
               WHEN WSDisputeTran PERFORM DisputeItem
               WHEN WSQuitTran   CONTINUE
               WHEN OTHER        DISPLAY "Unknown option"
           END-EVALUATE
       END-PERFORM

       CLOSE CustomerFile
       IF ZipFileOpen
           CLOSE ZipFile
       END-IF
       STOP RUN.

ReadCustomer.
           MOVE CustStatus TO WSBeforeStatus
           MOVE ClosedDate TO WSBeforeClosedDate
           MOVE FullName TO WSBeforeFullName
           MOVE CreditLimit TO WSBeforeCreditLimit
           MOVE CreditHold TO WSBeforeCreditHold
           DISPLAY "First Name : " WITH NO ADVANCING
           ACCEPT FirstName
           DISPLAY "Middle Name : " WITH NO ADVANCING
           ACCEPT State
           DISPLAY "Zip : " WITH NO ADVANCING
           ACCEPT Zip
           IF ZipFileOpen
               PERFORM CheckAddressZip
           END-IF
           DISPLAY "Phone : " WITH NO ADVANCING
           ACCEPT Phone
           DISPLAY "Status (A=Active, C=Closed) : " WITH NO ADVANCING
               MOVE CustStatus TO WSAfterStatus
               MOVE ClosedDate TO WSAfterClosedDate
               MOVE FullName TO WSAfterFullName
               MOVE CreditLimit TO WSAfterCreditLimit
               MOVE CreditHold TO WSAfterCreditHold
               MOVE "REWRITE" TO WSAuditOperation
               PERFORM WriteAuditJournal
           END-IF
       END-IF.

*> Warns, without refusing the update, when the Zip just typed
*> isn't a ZIP on the reference file or is delivered under a
*> different State or City, so the operator can correct it
*> before the statements start coming back
CheckAddressZip.
       IF Zip(1:5) NOT NUMERIC
           DISPLAY "Warning : Zip " Zip " is not a 5-digit ZIP"
       ELSE
           MOVE Zip(1:5) TO ZRZip
           READ ZipFile
               INVALID KEY
                   DISPLAY "Warning : ZIP " ZRZip
                       " is not on the ZIP table"
           END-READ
           IF WSZipFileStatus NOT = "23"
               MOVE "READ" TO WSIOOperation
               PERFORM LogZipError
           END-IF
           IF WSZipFileStatus = "00"
               IF ZRState NOT = State OR ZRCity NOT = City
                   DISPLAY "Warning : ZIP " ZRZip " is " ZRCity
                       " " ZRState " - check City and State"
               END-IF
           END-IF
       END-IF.

DeleteCustomer.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT IDNum
           MOVE CustStatus TO WSBeforeStatus
           MOVE ClosedDate TO WSBeforeClosedDate
           MOVE FullName TO WSBeforeFullName
           MOVE CreditLimit TO WSBeforeCreditLimit
           MOVE CreditHold TO WSBeforeCreditHold
           DELETE CustomerFile RECORD
               INVALID KEY DISPLAY "Unable to delete " IDNum
           END-DELETE
*> keyed menu paths run
SelectCustomer.
       DISPLAY CustomerData
       EVALUATE TRUE
           WHEN MergeAuthority
               DISPLAY "U)pdate, D)elete, anything else to continue : "
                   WITH NO ADVANCING
           WHEN MaintAuthority
               DISPLAY "U)pdate, anything else to continue : "
                   WITH NO ADVANCING
           WHEN OTHER
               DISPLAY "Anything to continue : " WITH NO ADVANCING
       END-EVALUATE
       ACCEPT WSActionChoice
       EVALUATE TRUE
           WHEN ActionUpdate AND NOT MaintAuthority
               PERFORM RefuseBrowseOption
           WHEN ActionDelete AND NOT MergeAuthority
               PERFORM RefuseBrowseOption
           WHEN ActionUpdate PERFORM FetchAndUpdate
           WHEN ActionDelete PERFORM FetchAndDelete
           WHEN OTHER        CONTINUE
       END-EVALUATE.

*> Sets a customer's credit limit and credit-hold flag. These
*> are what INVEDIT checks every incoming invoice against, so
*> the change is journaled as a REWRITE like any other update
UpdateCredit.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT IDNum
       READ CustomerFile
           INVALID KEY DISPLAY "Customer " IDNum " not found"
       END-READ
       MOVE "READ" TO WSIOOperation
       PERFORM LogIOError
       IF WSFileStatus = "00"
           MOVE FirstName TO WSBeforeFirstName
           MOVE MiddleName TO WSBeforeMiddleName
           MOVE LastName TO WSBeforeLastName
           MOVE Street TO WSBeforeStreet
           MOVE City TO WSBeforeCity
           MOVE State TO WSBeforeState
           MOVE Zip TO WSBeforeZip
           MOVE Phone TO WSBeforePhone
           MOVE CustStatus TO WSBeforeStatus
           MOVE ClosedDate TO WSBeforeClosedDate
           MOVE FullName TO WSBeforeFullName
           MOVE CreditLimit TO WSBeforeCreditLimit
           MOVE CreditHold TO WSBeforeCreditHold
           MOVE CreditLimit TO WSLimitDisplay
           DISPLAY "Current limit " WSLimitDisplay
               "  hold " CreditHold
           IF CreditWrittenOff
               DISPLAY "Account was written off - answering N to "
                   "hold reopens it to invoicing"
           END-IF
           PERFORM AcceptCreditTerms
       END-IF.

*> Takes the new limit and hold answer, leaving the record
*> untouched if either one doesn't edit
AcceptCreditTerms.
       DISPLAY "Credit limit, whole dollars (8 digits, "
           "00000000 = no limit) : " WITH NO ADVANCING
       ACCEPT WSLimitInX
       DISPLAY "Hold all invoices (Y/N) : " WITH NO ADVANCING
       ACCEPT WSHoldIn
       EVALUATE TRUE
           WHEN WSLimitInX NOT NUMERIC
               DISPLAY "Credit limit must be 8 digits"
           WHEN NOT HoldYes AND NOT HoldNo
               DISPLAY "Hold must be Y or N"
           WHEN OTHER
               MOVE WSLimitIn TO CreditLimit
               IF HoldYes
                   SET CreditOnHold TO TRUE
               ELSE
                   SET CreditClear TO TRUE
               END-IF
               PERFORM RewriteCredit
       END-EVALUATE.

RewriteCredit.
       REWRITE CustomerData
           INVALID KEY DISPLAY "Unable to update " IDNum
       END-REWRITE
       MOVE "REWRITE" TO WSIOOperation
       PERFORM LogIOError
       IF WSFileStatus = "00"
           MOVE FirstName TO WSAfterFirstName
           MOVE MiddleName TO WSAfterMiddleName
           MOVE LastName TO WSAfterLastName
           MOVE Street TO WSAfterStreet
           MOVE City TO WSAfterCity
           MOVE State TO WSAfterState
           MOVE Zip TO WSAfterZip
           MOVE Phone TO WSAfterPhone
           MOVE CustStatus TO WSAfterStatus
           MOVE ClosedDate TO WSAfterClosedDate
           MOVE FullName TO WSAfterFullName
           MOVE CreditLimit TO WSAfterCreditLimit
           MOVE CreditHold TO WSAfterCreditHold
           MOVE "REWRITE" TO WSAuditOperation
           PERFORM WriteAuditJournal
           DISPLAY "Credit terms updated for " IDNum
       END-IF.

*> Raises a dispute on one of a customer's open items, or
*> settles the one already raised. While any item is disputed
*> DUNNING lists the account as an exception instead of
*> sending it a letter.
DisputeItem.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT IDNum
       READ CustomerFile
           INVALID KEY DISPLAY "Customer " IDNum " not found"
       END-READ
       MOVE "READ" TO WSIOOperation
       PERFORM LogIOError
       IF WSFileStatus = "00"
           DISPLAY "Invoice number : " WITH NO ADVANCING
           ACCEPT WSDispInvoice
           PERFORM OpenDisputeFile
           MOVE IDNum TO DispIDNum
           MOVE WSDispInvoice TO DispInvoiceNum
           READ DisputeFile
               INVALID KEY CONTINUE
           END-READ
           IF WSDisputeFileStatus = "00"
               PERFORM SettleDispute
           ELSE
               MOVE "READ" TO WSIOOperation
               IF WSDisputeFileStatus NOT = "23"
                   PERFORM LogDisputeError
               END-IF
               PERFORM RaiseDispute
           END-IF
           CLOSE DisputeFile
       END-IF.

SettleDispute.
       DISPLAY "Disputed " DispDate " : " DispReason
       DISPLAY "Dispute settled (Y/N) : " WITH NO ADVANCING
       ACCEPT WSClearIn
       IF ClearYes
           DELETE DisputeFile
               INVALID KEY DISPLAY "Unable to clear dispute"
           END-DELETE
           MOVE "DELETE" TO WSIOOperation
           PERFORM LogDisputeError
           IF WSDisputeFileStatus = "00"
               DISPLAY "Dispute cleared on invoice " DispInvoiceNum
           END-IF
       END-IF.

*> Only an item still open on CustBal.dat can be disputed
RaiseDispute.
       PERFORM CheckOpenItem
       IF ItemOpen
           DISPLAY "Reason : " WITH NO ADVANCING
           ACCEPT WSDispReasonIn
           IF WSDispReasonIn = SPACES
               DISPLAY "A dispute needs a reason"
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO DispDate
               MOVE WSDispReasonIn TO DispReason
               WRITE DisputeRecord
                   INVALID KEY DISPLAY "Unable to record dispute"
               END-WRITE
               MOVE "WRITE" TO WSIOOperation
               PERFORM LogDisputeError
               IF WSDisputeFileStatus = "00"
                   DISPLAY "Dispute recorded on invoice "
                       DispInvoiceNum
               END-IF
           END-IF
       END-IF.

*> The item being disputed, read fresh : it has to be on file
*> with something still owed on it
CheckOpenItem.
       MOVE "N" TO WSItemOpenFlag
       OPEN INPUT CustBalFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogCustBalError
       IF WSCustBalFileStatus = "00"
           MOVE IDNum TO BalIDNum
           MOVE WSDispInvoice TO BalInvoiceNum
           READ CustBalFile
               INVALID KEY DISPLAY "Invoice " WSDispInvoice
                   " is not open for customer " IDNum
           END-READ
           IF WSCustBalFileStatus = "23"
               MOVE "00" TO WSCustBalFileStatus
           ELSE
               MOVE "READ" TO WSIOOperation
               PERFORM LogCustBalError
               IF WSCustBalFileStatus = "00"
                   IF BalAmount = ZERO
                       DISPLAY "Invoice " WSDispInvoice
                           " has nothing left owing"
                   ELSE
                       SET ItemOpen TO TRUE
                   END-IF
               END-IF
           END-IF
           CLOSE CustBalFile
       ELSE
           DISPLAY "CustBal.dat not available - dispute not "
               "recorded"
       END-IF.

*> The dispute file doesn't exist until the first dispute is
*> raised, so create it empty the one time it's missing
OpenDisputeFile.
       OPEN I-O DisputeFile
       IF WSDisputeFileStatus = "35"
           OPEN OUTPUT DisputeFile
           CLOSE DisputeFile
           OPEN I-O DisputeFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogDisputeError.

*> Merges a confirmed duplicate (found by CUSTDUP or by eye)
*> into the surviving account : the duplicate is closed with
*> today's date, and both accounts are journaled with operation
               MOVE CustStatus TO WSBeforeStatus
               MOVE ClosedDate TO WSBeforeClosedDate
               MOVE FullName TO WSBeforeFullName
               MOVE CreditLimit TO WSBeforeCreditLimit
               MOVE CreditHold TO WSBeforeCreditHold
               SET ClosedCust TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO ClosedDate
               REWRITE CustomerData
                   MOVE CustStatus TO WSAfterStatus
                   MOVE ClosedDate TO WSAfterClosedDate
                   MOVE FullName TO WSAfterFullName
                   MOVE CreditLimit TO WSAfterCreditLimit
                   MOVE CreditHold TO WSAfterCreditHold
                   MOVE "MERGE" TO WSAuditOperation
                   PERFORM WriteAuditJournal
                   PERFORM MergeJournalSurvivor
           MOVE CustStatus TO WSBeforeStatus
           MOVE ClosedDate TO WSBeforeClosedDate
           MOVE FullName TO WSBeforeFullName
           MOVE CreditLimit TO WSBeforeCreditLimit
           MOVE CreditHold TO WSBeforeCreditHold
           MOVE WSBeforeImage TO WSAfterImage
           MOVE "MERGE" TO WSAuditOperation
           PERFORM WriteAuditJournal
           MOVE CustStatus TO WSAfterStatus
           MOVE ClosedDate TO WSAfterClosedDate
           MOVE FullName TO WSAfterFullName
           MOVE CreditLimit TO WSAfterCreditLimit
           MOVE CreditHold TO WSAfterCreditHold
           MOVE "WRITE" TO WSAuditOperation
           PERFORM WriteAuditJournal
           DELETE ArchiveFile RECORD
           CLOSE ExceptionLog
       END-IF.

*> Same as LogIOError, for the last DisputeFile I-O
LogDisputeError.
       IF WSDisputeFileStatus NOT = "00"
           AND WSDisputeFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "CUSTMAINT" TO ELProgram
           MOVE WSDisputeFileStatus TO ELStatus
           MOVE "DisputeFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE DispIDNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Same as LogIOError, for the last CustBalFile I-O
LogCustBalError.
       IF WSCustBalFileStatus NOT = "00"
           AND WSCustBalFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "CUSTMAINT" TO ELProgram
           MOVE WSCustBalFileStatus TO ELStatus
           MOVE "CustBalFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE BalIDNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Same as LogIOError, for the last ZipFile I-O
LogZipError.
       IF WSZipFileStatus NOT = "00"
           AND WSZipFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "CUSTMAINT" TO ELProgram
           MOVE WSZipFileStatus TO ELStatus
           MOVE "ZipFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE IDNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> OPEN EXTEND aborts the run with status 35 if ExceptionLog
*> doesn't exist yet, instead of creating it, so create it with
*> a throwaway OPEN OUTPUT first the one time that happens
           OPEN EXTEND ExceptionLog
       END-IF.

*> A main menu option above the operator's authority level
RefuseMenuOption.
       MOVE SPACES TO WSSignDetail
       STRING "MENU OPTION " DELIMITED BY SIZE
           WSTranCode DELIMITED BY SIZE
           INTO WSSignDetail
       PERFORM RefuseOption.

*> An update or delete picked from a search browse above the
*> operator's authority level
RefuseBrowseOption.
       MOVE SPACES TO WSSignDetail
       STRING "BROWSE OPTION " DELIMITED BY SIZE
           WSActionChoice DELIMITED BY SIZE
           INTO WSSignDetail
       PERFORM RefuseOption.

*> Tells the operator no, and has SIGNON put the refusal in
*> WSSignDetail on the security log
RefuseOption.
       DISPLAY "Not authorized for that option"
       MOVE "DENY" TO WSSignFunction
       CALL 'SIGNON' USING WSSignFunction, WSSignProgram,
           WSOperatorID, WSOperatorLevel, WSSignDetail, WSSignResult.

*> Appends a before/after image of the changed fields to the
*> audit journal for every add or change to CustomerFile, with
*> the operator signed on
WriteAuditJournal.
       PERFORM OpenAuditJournal
       MOVE SPACES TO AuditJournalLine
       MOVE IDNum TO AudIDNum
       MOVE WSBeforeImage TO AudBeforeImage
       MOVE WSAfterImage TO AudAfterImage
       MOVE WSOperatorID TO AudOperator
       WRITE AuditJournalLine
       CLOSE AuditJournal.

