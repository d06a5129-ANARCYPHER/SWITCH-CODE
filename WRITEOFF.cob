       >>SOURCE FORMAT FREE
*> Compile with : cobc -x WRITEOFF.cob
*> Execute : ./WRITEOFF
IDENTIFICATION DIVISION.
PROGRAM-ID. WriteOff.
*> Bad-debt write-off run : posts every write-off approved in
*> WOMAINT. Each approved request relieves its open item on
*> CustBal.dat - deleting it when the whole balance goes, or
*> reducing it when only part does - never for more than is
*> still open, since a payment may have come in after the
*> request was approved. An item no longer open is not written
*> off; the request is voided and listed as an exception.
*> What was written off is added to the customer's running
*> write-off total on WrtOff.dat, which is what lets CASHPOST
*> recognize a later payment as a recovery. A customer left
*> with nothing open once their write-offs post has been
*> written off in full : their credit-hold flag is set to W and
*> journaled to CustAudit.jnl, so INVEDIT holds any new invoice
*> for credit review until CUSTMAINT reopens the account.
*> Each write-off is kept on the permanent receivables history
*> ARHist.dat like any other change to a customer's balance.
*> The run appends one balanced pair to GLPost.dat - debit bad-
*> debt expense, credit receivables, from the BADDEBT entry on
*> GLChart.dat - for GLPROOF to prove and post, prints every
*> write-off with its approver on WriteOff.rpt, and stamps the
*> posted requests on WORequest.dat so none posts twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Every write-off ever requested, and where it stands
       SELECT RequestFile ASSIGN TO "WORequest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRequestFileStatus.
       *> WORequest.dat as rebuilt by a save, copied back over it
       *> once it is complete
       SELECT RequestWorkFile ASSIGN TO "WORequest.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRequestWorkFileStatus.
       *> Open receivable items : each written-off item read by
       *> key, then the customer's remaining items browsed to see
       *> whether anything is left open
       SELECT CustBalFile ASSIGN TO "CustBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BalKey
           FILE STATUS IS WSCustBalFileStatus.
       *> Updated only to mark an account written off in full
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WSFileStatus.
       *> Running totals written off and recovered per customer
       SELECT WrtOffFile ASSIGN TO "WrtOff.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS WOIDNum
           FILE STATUS IS WSWrtOffFileStatus.
       *> One debit and one credit GL account per posting key;
       *> BADDEBT carries the expense and receivable accounts
       SELECT GLChartFile ASSIGN TO "GLChart.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLChartFileStatus.
       *> The posting extract GLPROOF proves and posts
       SELECT GLPostFile ASSIGN TO "GLPost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLPostFileStatus.
       *> Write-off register : one line per item written off,
       *> then the totals and the requests that couldn't post
       SELECT WriteOffReport ASSIGN TO "WriteOff.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportFileStatus.
       *> Permanent receivables history : every invoice, credit,
       *> payment, and application, kept after the item is gone
       SELECT ARHistFile ASSIGN TO "ARHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AHKey
           FILE STATUS IS WSARHistFileStatus.
       *> Exception log used whenever an I-O operation on one
       *> of the above files doesn't come back with status '00'
       SELECT ExceptionLog ASSIGN TO "IOError.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExcLogFileStatus.
       *> Audit trail of every add/change to CustomerFile, with
       *> before and after images of the changed fields
       SELECT AuditJournal ASSIGN TO "CustAudit.jnl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditFileStatus.

DATA DIVISION.
FILE SECTION.
*> One write-off request : where it stands, the open item and
*> how much of it to write off, why, when and by whom it was
*> asked for, who decided it and when, and the date it posted
FD RequestFile.
01 RequestRecord.
       02 WRStatus      PIC X.
           88 WRPending    VALUE "P".
           88 WRApproved   VALUE "A".
           88 WRDenied     VALUE "D".
           88 WRWrittenOff VALUE "W".
           88 WRVoided     VALUE "X".
       02 FILLER        PIC X.
       02 WRIDNum       PIC 9(8).
       02 FILLER        PIC X.
       02 WRInvoiceNum  PIC 9(8).
       02 FILLER        PIC X.
       02 WRAmount      PIC 9(8)V99.
       02 FILLER        PIC X.
       02 WRReason      PIC X(24).
       02 FILLER        PIC X.
       02 WRRequestDate PIC 9(8).
       02 FILLER        PIC X.
       02 WRRequestedBy PIC X(8).
       02 FILLER        PIC X.
       02 WRApprover    PIC X(8).
       02 FILLER        PIC X.
       02 WRDecideDate  PIC X(8).
       02 FILLER        PIC X.
       02 WRPostDate    PIC X(8).

*> A request record, exactly as it is on WORequest.dat
FD RequestWorkFile.
01 RequestWorkRecord PIC X(100).

*> One open item per invoice still owed : who owes it, which
*> invoice raised it, when it posted, and what's left unpaid
FD CustBalFile.
01 CustBalData.
       02 BalKey.
           03 BalIDNum      PIC 9(8).
           03 BalInvoiceNum PIC 9(8).
       02 BalPostDate PIC 9(8).
       02 BalAmount   PIC 9(8)V99.

FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 CustName.
           03 FirstName    PIC X(15).
           03 MiddleName   PIC X(15).
           03 LastName     PIC X(15).
       02 CustAddress.
           03 Street       PIC X(20).
           03 City         PIC X(15).
           03 State        PIC X(2).
           03 Zip          PIC X(9).
       02 Phone    PIC X(12).
       02 CustStatus  PIC X VALUE "A".
           88 ActiveCust VALUE "A".
           88 ClosedCust VALUE "C".
       *> Date the account was closed (YYYYMMDD), spaces while
       *> the account is active
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

*> A customer's write-off history : everything ever written off
*> for them, how much of it has since been recovered, and the
*> date of the last write-off or recovery
FD WrtOffFile.
01 WrtOffRecord.
       02 WOIDNum      PIC 9(8).
       02 WOWrittenOff PIC 9(10)V99.
       02 WORecovered  PIC 9(10)V99.
       02 WOLastDate   PIC 9(8).

*> Chart-of-accounts mapping record : the GL accounts a
*> posting key posts to
FD GLChartFile.
01 GLChartRecord.
       02 GCJurisdiction PIC X(10).
       02 GCDebitAcct    PIC X(8).
       02 GCCreditAcct   PIC X(8).

*> One posting line in the fixed format the GL import accepts :
*> posting date, account, debit/credit flag, amount, and the
*> posting key as reference
FD GLPostFile.
01 GLPostRecord.
       02 GPPostDate     PIC 9(8).
       02 GPAccount      PIC X(8).
       02 GPDebitCredit  PIC X.
       02 GPAmount       PIC 9(9)V99.
       02 GPJurisdiction PIC X(10).

FD WriteOffReport.
01 ReportLine PIC X(80).

*> One receivables transaction, kept for good : whose it is and
*> when it posted (a per-run sequence keeps two postings in the
*> same instant apart), what kind it was, the document that
*> raised it, the open item it touched, the amount, and for a
*> payment where the cash went
FD ARHistFile.
01 ARHistRecord.
       02 AHKey.
           03 AHIDNum    PIC 9(8).
           03 AHTranDate PIC 9(8).
           03 AHTranTime PIC 9(8).
           03 AHSeq      PIC 9(4).
       02 AHTranType PIC X.
           88 AHInvoice       VALUE "I".
           88 AHCreditMemo    VALUE "C".
           88 AHPayment       VALUE "P".
           88 AHApplication   VALUE "A".
           88 AHFinanceCharge VALUE "F".
           88 AHWriteOff      VALUE "W".
       02 AHRefNum   PIC 9(8).
       02 AHItemNum  PIC 9(8).
       02 AHAmount   PIC 9(8)V99.
       02 AHNote     PIC X(10).

*> Exception log record layout
FD ExceptionLog.
01 ExceptionLogLine.
       02 ELTimestamp   PIC X(14).
       02 FILLER        PIC X VALUE SPACE.
       02 ELProgram     PIC X(10).
       02 FILLER        PIC X VALUE SPACE.
       02 ELStatus      PIC XX.
       02 FILLER        PIC X VALUE SPACE.
       02 ELFile        PIC X(14).
       02 FILLER        PIC X VALUE SPACE.
       02 ELOperation   PIC X(10).
       02 FILLER        PIC X VALUE SPACE.
       02 ELKey         PIC 9(8).

*> Audit journal record layout : who/when/what changed, with
*> the before and after values of the changed fields
FD AuditJournal.
01 AuditJournalLine.
       02 AudTimestamp   PIC X(21).
       02 FILLER         PIC X VALUE SPACE.
       02 AudOperation   PIC X(7).
       02 FILLER         PIC X VALUE SPACE.
       02 AudIDNum       PIC 9(8).
       02 FILLER         PIC X VALUE SPACE.
       02 AudBeforeImage.
           03 AudBeforeName.
               04 AudBeforeFirstName  PIC X(15).
               04 AudBeforeMiddleName PIC X(15).
               04 AudBeforeLastName   PIC X(15).
           03 AudBeforeAddress.
               04 AudBeforeStreet PIC X(20).
               04 AudBeforeCity   PIC X(15).
               04 AudBeforeState  PIC X(2).
               04 AudBeforeZip    PIC X(9).
           03 AudBeforePhone    PIC X(12).
           03 AudBeforeStatus   PIC X.
           03 AudBeforeClosedDate PIC X(8).
           03 AudBeforeFullName PIC X(32).
           03 AudBeforeCreditLimit PIC 9(8)V99.
           03 AudBeforeCreditHold  PIC X.
       02 FILLER         PIC X VALUE SPACE.
       02 AudAfterImage.
           03 AudAfterName.
               04 AudAfterFirstName  PIC X(15).
               04 AudAfterMiddleName PIC X(15).
               04 AudAfterLastName   PIC X(15).
           03 AudAfterAddress.
               04 AudAfterStreet PIC X(20).
               04 AudAfterCity   PIC X(15).
               04 AudAfterState  PIC X(2).
               04 AudAfterZip    PIC X(9).
           03 AudAfterPhone    PIC X(12).
           03 AudAfterStatus   PIC X.
           03 AudAfterClosedDate PIC X(8).
           03 AudAfterFullName PIC X(32).
           03 AudAfterCreditLimit PIC 9(8)V99.
           03 AudAfterCreditHold  PIC X.
       02 FILLER         PIC X VALUE SPACE.
       02 AudOperator    PIC X(10).

WORKING-STORAGE SECTION.
*> Holds the status of the last I-O against each file
01 WSRequestFileStatus PIC XX VALUE "00".
01 WSRequestWorkFileStatus PIC XX VALUE "00".
01 WSCustBalFileStatus PIC XX VALUE "00".
01 WSFileStatus        PIC XX VALUE "00".
01 WSWrtOffFileStatus  PIC XX VALUE "00".
01 WSGLChartFileStatus PIC XX VALUE "00".
01 WSGLPostFileStatus  PIC XX VALUE "00".
01 WSReportFileStatus  PIC XX VALUE "00".
01 WSExcLogFileStatus  PIC XX VALUE "00".
01 WSAuditFileStatus   PIC XX VALUE "00".
01 WSARHistFileStatus  PIC XX VALUE "00".
01 WSIOOperation       PIC X(10) VALUE SPACE.

01 WSRunDate PIC 9(8).

*> The GL accounts from the chart's BADDEBT entry
01 WSChartKey       PIC X(10) VALUE "BADDEBT".
01 WSExpenseAccount PIC X(8) VALUE SPACES.
01 WSARAccount      PIC X(8) VALUE SPACES.

*> The in-memory copy of WORequest.dat, each entry laid out
*> exactly as its record
01 WSRequestTable.
       02 WSRequestEntry OCCURS 500 TIMES.
           03 RTStatus      PIC X.
           03 FILLER        PIC X.
           03 RTIDNum       PIC 9(8).
           03 FILLER        PIC X.
           03 RTInvoiceNum  PIC 9(8).
           03 FILLER        PIC X.
           03 RTAmount      PIC 9(8)V99.
           03 FILLER        PIC X.
           03 RTReason      PIC X(24).
           03 FILLER        PIC X.
           03 RTRequestDate PIC 9(8).
           03 FILLER        PIC X.
           03 RTRequestedBy PIC X(8).
           03 FILLER        PIC X.
           03 RTApprover    PIC X(8).
           03 FILLER        PIC X.
           03 RTDecideDate  PIC X(8).
           03 FILLER        PIC X.
           03 RTPostDate    PIC X(8).
01 WSRequestCount PIC 9(4) VALUE ZERO.
01 WSMergeIdx     PIC 9(4).
01 WSTableIdx     PIC 9(4).
*> Keeps this run's history postings apart within one instant
01 WSHistSeq      PIC 9(4) VALUE ZERO.

*> Approved requests that couldn't be written off, and why,
*> listed after the register's totals
01 WSExcTable.
       02 WSExcEntry OCCURS 500 TIMES.
           03 EXRequestIdx PIC 9(4).
           03 EXReason     PIC X(24).
01 WSExcCount PIC 9(4) VALUE ZERO.
01 WSExcIdx   PIC 9(4).
01 WSExcReason PIC X(24).

*> How much of the item actually goes, and whether the
*> customer has anything left open once it has
01 WSWriteAmount  PIC 9(8)V99.
01 WSItemsLeftFlag PIC X.
       88 ItemsLeft VALUE "Y".

01 WSWrittenCount  PIC 9(8) VALUE ZERO.
01 WSMarkedCount   PIC 9(8) VALUE ZERO.
01 WSTotalWritten  PIC 9(9)V99 VALUE ZERO.

*> Before and after images of the fields being changed,
*> moved into the audit journal record by WriteAuditJournal
01 WSBeforeImage.
       02 WSBeforeFirstName  PIC X(15).
       02 WSBeforeMiddleName PIC X(15).
       02 WSBeforeLastName   PIC X(15).
       02 WSBeforeStreet     PIC X(20).
       02 WSBeforeCity       PIC X(15).
       02 WSBeforeState      PIC X(2).
       02 WSBeforeZip        PIC X(9).
       02 WSBeforePhone      PIC X(12).
       02 WSBeforeStatus     PIC X.
       02 WSBeforeClosedDate PIC X(8).
       02 WSBeforeFullName   PIC X(32).
       02 WSBeforeCreditLimit PIC 9(8)V99.
       02 WSBeforeCreditHold  PIC X.
01 WSAfterImage.
       02 WSAfterFirstName  PIC X(15).
       02 WSAfterMiddleName PIC X(15).
       02 WSAfterLastName   PIC X(15).
       02 WSAfterStreet     PIC X(20).
       02 WSAfterCity       PIC X(15).
       02 WSAfterState      PIC X(2).
       02 WSAfterZip        PIC X(9).
       02 WSAfterPhone      PIC X(12).
       02 WSAfterStatus     PIC X.
       02 WSAfterClosedDate PIC X(8).
       02 WSAfterFullName   PIC X(32).
       02 WSAfterCreditLimit PIC 9(8)V99.
       02 WSAfterCreditHold  PIC X.
01 WSAuditOperation  PIC X(7).

01 WSHeadLine.
       02 FILLER      PIC X(34) VALUE
           "BAD-DEBT WRITE-OFF REGISTER - RUN ".
       02 HDRunDate   PIC 9(8).
01 WSColumnLine.
       02 FILLER PIC X(10) VALUE "Customer".
       02 FILLER PIC X(10) VALUE "Invoice".
       02 FILLER PIC X(13) VALUE "      Amount".
       02 FILLER PIC X(26) VALUE "Reason".
       02 FILLER PIC X(10) VALUE "Requested".
       02 FILLER PIC X(10) VALUE "Approved".
01 WSDetailLine.
       02 DLIDNum     PIC 9(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 DLInvoice   PIC 9(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 DLAmount    PIC Z(7)9.99.
       02 FILLER      PIC X(2) VALUE SPACES.
       02 DLReason    PIC X(24).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 DLRequestedBy PIC X(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 DLApprover  PIC X(8).
01 WSMarkedLine.
       02 FILLER      PIC X(10) VALUE SPACES.
       02 FILLER      PIC X(50) VALUE
           "Account written off in full - held from invoicing".
01 WSTotalLine.
       02 FILLER      PIC X(18) VALUE "Total written off".
       02 TLWritten   PIC Z(8)9.99.
01 WSExcHeadLine.
       02 FILLER      PIC X(40) VALUE
           "APPROVED BUT NOT WRITTEN OFF".
01 WSExcLine.
       02 XLIDNum     PIC 9(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 XLInvoice   PIC 9(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 XLAmount    PIC Z(7)9.99.
       02 FILLER      PIC X(2) VALUE SPACES.
       02 XLReason    PIC X(24).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 XLApprover  PIC X(8).

01 WSCountLine.
       02 WSCountLabel PIC X(18).
       02 WSCountValue PIC ZZZZ,ZZ9.

PROCEDURE DIVISION.
StartWriteOff.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       PERFORM LoadRequestTable
       PERFORM LoadWriteOffAccounts

       OPEN I-O CustBalFile
       IF WSCustBalFileStatus NOT = "00"
           DISPLAY "CustBal.dat not available, status "
               WSCustBalFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O CustomerFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogIOError
       PERFORM OpenWrtOffFile
       PERFORM OpenARHistFile

       OPEN OUTPUT WriteOffReport
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogReportError
       MOVE WSRunDate TO HDRunDate
       WRITE ReportLine FROM WSHeadLine
       WRITE ReportLine FROM WSColumnLine
       PERFORM LogReportError

       PERFORM VARYING WSTableIdx FROM 1 BY 1
           UNTIL WSTableIdx > WSRequestCount
           IF RTStatus(WSTableIdx) = "A"
               PERFORM WriteOffItem
           END-IF
       END-PERFORM

       MOVE WSTotalWritten TO TLWritten
       WRITE ReportLine FROM WSTotalLine
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogReportError
       IF WSExcCount > ZERO
           PERFORM WriteExceptionList
       END-IF

       IF WSTotalWritten > ZERO
           PERFORM WriteGLPostingPair
       END-IF
       PERFORM SaveRequestTable
       PERFORM DisplayTotals

       CLOSE CustBalFile
       CLOSE CustomerFile
       CLOSE WrtOffFile
       CLOSE WriteOffReport
       CLOSE ARHistFile
       STOP RUN.

*> Loads every request still open - pending, or approved and
*> waiting on the WRITEOFF run - in the order they are on the
*> file. The file may legitimately not exist yet - nothing was
*> ever requested - which just leaves the table empty. More open
*> requests than the table takes stops the run before anything
*> is worked or saved, since a save would otherwise lose the
*> ones left out.
LoadRequestTable.
       MOVE ZERO TO WSRequestCount
       OPEN INPUT RequestFile
       IF WSRequestFileStatus = "00"
           PERFORM UNTIL WSRequestFileStatus NOT = "00"
               READ RequestFile
                   AT END MOVE "10" TO WSRequestFileStatus
                   NOT AT END
                       IF WRPending OR WRApproved
                           PERFORM AddOpenRequest
                       END-IF
               END-READ
               MOVE "READ" TO WSIOOperation
               PERFORM LogRequestError
           END-PERFORM
           CLOSE RequestFile
       END-IF.

AddOpenRequest.
       IF WSRequestCount = 500
           DISPLAY "WORequest.dat has more than 500 open "
               "requests - run stopped"
           CLOSE RequestFile
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WSRequestCount
       MOVE RequestRecord TO WSRequestEntry(WSRequestCount).

*> The write-offs can't post without somewhere to post them, so
*> a chart with no BADDEBT entry stops the run before anything
*> is touched
LoadWriteOffAccounts.
       OPEN INPUT GLChartFile
       IF WSGLChartFileStatus NOT = "00"
           DISPLAY "GLChart.dat not available, status "
               WSGLChartFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WSGLChartFileStatus NOT = "00"
           READ GLChartFile
               AT END MOVE "10" TO WSGLChartFileStatus
               NOT AT END
                   IF GCJurisdiction = WSChartKey
                       MOVE GCDebitAcct TO WSExpenseAccount
                       MOVE GCCreditAcct TO WSARAccount
                   END-IF
           END-READ
           MOVE "READ" TO WSIOOperation
           PERFORM LogGLChartError
       END-PERFORM
       CLOSE GLChartFile
       *> Both sides are needed, or the pair posts one-sided
       IF WSExpenseAccount = SPACES OR WSARAccount = SPACES
           DISPLAY "No GL accounts for " WSChartKey
               " on GLChart.dat - nothing written off"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> One approved request : relieves the item by what was
*> approved or what is still open, whichever is less, and
*> stamps the request with what actually went and when
WriteOffItem.
       MOVE RTIDNum(WSTableIdx) TO BalIDNum
       MOVE RTInvoiceNum(WSTableIdx) TO BalInvoiceNum
       READ CustBalFile
           INVALID KEY CONTINUE
       END-READ
       IF WSCustBalFileStatus = "23"
           MOVE "00" TO WSCustBalFileStatus
           MOVE "X" TO RTStatus(WSTableIdx)
           MOVE WSRunDate TO RTPostDate(WSTableIdx)
           MOVE "ITEM NO LONGER OPEN" TO WSExcReason
           PERFORM KeepException
       ELSE
           MOVE "READ" TO WSIOOperation
           PERFORM LogBalanceError
           IF WSCustBalFileStatus = "00"
               PERFORM RelieveItem
           END-IF
       END-IF.

RelieveItem.
       IF RTAmount(WSTableIdx) < BalAmount
           MOVE RTAmount(WSTableIdx) TO WSWriteAmount
           SUBTRACT WSWriteAmount FROM BalAmount
           REWRITE CustBalData
               INVALID KEY DISPLAY "Unable to update item "
                   BalInvoiceNum " for customer " BalIDNum
           END-REWRITE
           MOVE "REWRITE" TO WSIOOperation
       ELSE
           MOVE BalAmount TO WSWriteAmount
           DELETE CustBalFile
               INVALID KEY DISPLAY "Unable to remove item "
                   BalInvoiceNum " for customer " BalIDNum
           END-DELETE
           MOVE "DELETE" TO WSIOOperation
       END-IF
       PERFORM LogBalanceError
       IF WSCustBalFileStatus = "00"
           MOVE "W" TO RTStatus(WSTableIdx)
           MOVE WSWriteAmount TO RTAmount(WSTableIdx)
           MOVE WSRunDate TO RTPostDate(WSTableIdx)
           ADD WSWriteAmount TO WSTotalWritten
           ADD 1 TO WSWrittenCount
           PERFORM AddToWriteOffHistory
           MOVE SPACES TO ARHistRecord
           MOVE RTIDNum(WSTableIdx) TO AHIDNum
           MOVE "W" TO AHTranType
           MOVE RTInvoiceNum(WSTableIdx) TO AHRefNum
           MOVE RTInvoiceNum(WSTableIdx) TO AHItemNum
           MOVE WSWriteAmount TO AHAmount
           PERFORM WriteARHistory
           PERFORM WriteRegisterDetail
           PERFORM CheckItemsLeft
           IF NOT ItemsLeft
               PERFORM MarkAccountWrittenOff
           END-IF
       ELSE
           MOVE "UNABLE TO RELIEVE ITEM" TO WSExcReason
           PERFORM KeepException
       END-IF.

*> Adds the amount to the customer's write-off history,
*> starting one the first time they have anything written off
AddToWriteOffHistory.
       MOVE RTIDNum(WSTableIdx) TO WOIDNum
       READ WrtOffFile
           INVALID KEY CONTINUE
       END-READ
       IF WSWrtOffFileStatus = "23"
           MOVE RTIDNum(WSTableIdx) TO WOIDNum
           MOVE WSWriteAmount TO WOWrittenOff
           MOVE ZERO TO WORecovered
           MOVE WSRunDate TO WOLastDate
           WRITE WrtOffRecord
               INVALID KEY DISPLAY "Unable to add write-off "
                   "history for customer " WOIDNum
           END-WRITE
           MOVE "WRITE" TO WSIOOperation
       ELSE
           ADD WSWriteAmount TO WOWrittenOff
           MOVE WSRunDate TO WOLastDate
           REWRITE WrtOffRecord
               INVALID KEY DISPLAY "Unable to update write-off "
                   "history for customer " WOIDNum
           END-REWRITE
           MOVE "REWRITE" TO WSIOOperation
       END-IF
       PERFORM LogWrtOffError.

*> Whether the customer still has any item open, by starting at
*> their lowest possible key and seeing whose item comes next
CheckItemsLeft.
       MOVE "N" TO WSItemsLeftFlag
       MOVE RTIDNum(WSTableIdx) TO BalIDNum
       MOVE ZERO TO BalInvoiceNum
       START CustBalFile KEY IS NOT LESS THAN BalKey
           INVALID KEY CONTINUE
       END-START
       IF WSCustBalFileStatus = "00"
           READ CustBalFile NEXT
               AT END CONTINUE
           END-READ
           IF WSCustBalFileStatus = "00"
               AND BalIDNum = RTIDNum(WSTableIdx)
               SET ItemsLeft TO TRUE
           END-IF
       END-IF
       IF WSCustBalFileStatus = "23" OR "10"
           MOVE "00" TO WSCustBalFileStatus
       ELSE
           MOVE "START" TO WSIOOperation
           PERFORM LogBalanceError
       END-IF.

*> Nothing left open : the account was written off in full, so
*> it is flagged W and the change journaled like any other
*> change to the customer record
MarkAccountWrittenOff.
       MOVE RTIDNum(WSTableIdx) TO IDNum
       READ CustomerFile
           INVALID KEY DISPLAY "No customer " IDNum
               " to mark written off"
       END-READ
       IF WSFileStatus = "23"
           MOVE "00" TO WSFileStatus
       ELSE
           MOVE "READ" TO WSIOOperation
           PERFORM LogIOError
           IF WSFileStatus = "00" AND NOT CreditWrittenOff
               PERFORM SaveBeforeImage
               MOVE "W" TO CreditHold
               REWRITE CustomerData
                   INVALID KEY DISPLAY "Unable to update " IDNum
               END-REWRITE
               MOVE "REWRITE" TO WSIOOperation
               PERFORM LogIOError
               IF WSFileStatus = "00"
                   PERFORM SaveAfterImage
                   MOVE "REWRITE" TO WSAuditOperation
                   PERFORM WriteAuditJournal
                   ADD 1 TO WSMarkedCount
                   WRITE ReportLine FROM WSMarkedLine
                   MOVE "WRITE" TO WSIOOperation
                   PERFORM LogReportError
               END-IF
           END-IF
       END-IF.

SaveBeforeImage.
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
       MOVE CreditHold TO WSBeforeCreditHold.

SaveAfterImage.
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
       MOVE CreditHold TO WSAfterCreditHold.

WriteRegisterDetail.
       MOVE RTIDNum(WSTableIdx) TO DLIDNum
       MOVE RTInvoiceNum(WSTableIdx) TO DLInvoice
       MOVE WSWriteAmount TO DLAmount
       MOVE RTReason(WSTableIdx) TO DLReason
       MOVE RTRequestedBy(WSTableIdx) TO DLRequestedBy
       MOVE RTApprover(WSTableIdx) TO DLApprover
       WRITE ReportLine FROM WSDetailLine
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogReportError.

KeepException.
       IF WSExcCount < 500
           ADD 1 TO WSExcCount
           MOVE WSTableIdx TO EXRequestIdx(WSExcCount)
           MOVE WSExcReason TO EXReason(WSExcCount)
       END-IF.

*> The approved requests that didn't post, after the totals
WriteExceptionList.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       WRITE ReportLine FROM WSExcHeadLine
       PERFORM VARYING WSExcIdx FROM 1 BY 1
           UNTIL WSExcIdx > WSExcCount
           MOVE EXRequestIdx(WSExcIdx) TO WSTableIdx
           MOVE RTIDNum(WSTableIdx) TO XLIDNum
           MOVE RTInvoiceNum(WSTableIdx) TO XLInvoice
           MOVE RTAmount(WSTableIdx) TO XLAmount
           MOVE EXReason(WSExcIdx) TO XLReason
           MOVE RTApprover(WSTableIdx) TO XLApprover
           WRITE ReportLine FROM WSExcLine
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogReportError
       END-PERFORM.

*> One balanced pair for the run's write-offs : debit bad-debt
*> expense, credit receivables
WriteGLPostingPair.
       PERFORM OpenGLPostFile
       MOVE SPACES TO GLPostRecord
       MOVE WSRunDate TO GPPostDate
       MOVE WSExpenseAccount TO GPAccount
       MOVE "D" TO GPDebitCredit
       MOVE WSTotalWritten TO GPAmount
       MOVE WSChartKey TO GPJurisdiction
       WRITE GLPostRecord
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogGLPostError

       MOVE SPACES TO GLPostRecord
       MOVE WSRunDate TO GPPostDate
       MOVE WSARAccount TO GPAccount
       MOVE "C" TO GPDebitCredit
       MOVE WSTotalWritten TO GPAmount
       MOVE WSChartKey TO GPJurisdiction
       WRITE GLPostRecord
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogGLPostError
       CLOSE GLPostFile.

*> The extract may already hold another run's postings waiting
*> for GLPROOF, so add to it rather than replace it, creating it
*> the one time it doesn't exist
OpenGLPostFile.
       OPEN EXTEND GLPostFile
       IF WSGLPostFileStatus = "35"
           OPEN OUTPUT GLPostFile
           CLOSE GLPostFile
           OPEN EXTEND GLPostFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogGLPostError.

*> OPEN I-O aborts with status 35 the first time ARHist.dat
*> doesn't exist yet, so create it with a throwaway OPEN OUTPUT
*> the one time that happens
OpenARHistFile.
       OPEN I-O ARHistFile
       IF WSARHistFileStatus = "35"
           OPEN OUTPUT ARHistFile
           CLOSE ARHistFile
           OPEN I-O ARHistFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogARHistError.

*> Adds the transaction built in ARHistRecord to the customer's
*> history, dated with the run and timed to the moment it posted
WriteARHistory.
       ADD 1 TO WSHistSeq
       MOVE WSRunDate TO AHTranDate
       MOVE FUNCTION CURRENT-DATE(9:8) TO AHTranTime
       MOVE WSHistSeq TO AHSeq
       WRITE ARHistRecord
           INVALID KEY DISPLAY "Unable to record history for "
               "customer " AHIDNum
       END-WRITE
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogARHistError.

*> The history is created the first time anything is written
*> off, the same way the other keyed files are
OpenWrtOffFile.
       OPEN I-O WrtOffFile
       IF WSWrtOffFileStatus = "35"
           OPEN OUTPUT WrtOffFile
           CLOSE WrtOffFile
           OPEN I-O WrtOffFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogWrtOffError.

*> The requests go back with what posted and what was voided,
*> which is what keeps a request from posting twice.
*> The file is rebuilt on WORequest.wrk : each open request on
*> it, in turn, is replaced by its table entry - the table was
*> loaded from them in the same order - and every closed one is
*> carried through as it is, so the history on the file can grow
*> without limit. Requests added since the load follow. The
*> rebuilt file is copied back and the table reloaded, so it
*> holds only what is still open. WORequest.dat is only written
*> over once the rebuild has opened cleanly.
SaveRequestTable.
       *> OPEN INPUT aborts with status 35 the first time there
       *> is no WORequest.dat to carry yet, so create it empty
       OPEN INPUT RequestFile
       IF WSRequestFileStatus = "35"
           OPEN OUTPUT RequestFile
           CLOSE RequestFile
           OPEN INPUT RequestFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogRequestError
       OPEN OUTPUT RequestWorkFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogRequestWorkError
       IF WSRequestFileStatus NOT = "00"
           OR WSRequestWorkFileStatus NOT = "00"
           DISPLAY "Unable to rebuild WORequest.dat - changes not "
               "saved, run stopped"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE ZERO TO WSMergeIdx
       PERFORM UNTIL WSRequestFileStatus NOT = "00"
           READ RequestFile
               AT END MOVE "10" TO WSRequestFileStatus
               NOT AT END
                   IF (WRPending OR WRApproved)
                       AND WSMergeIdx < WSRequestCount
                       ADD 1 TO WSMergeIdx
                       MOVE WSRequestEntry(WSMergeIdx)
                           TO RequestRecord
                   END-IF
                   WRITE RequestWorkRecord FROM RequestRecord
                   MOVE "WRITE" TO WSIOOperation
                   PERFORM LogRequestWorkError
           END-READ
           MOVE "READ" TO WSIOOperation
           PERFORM LogRequestError
       END-PERFORM
       CLOSE RequestFile
       PERFORM UNTIL WSMergeIdx NOT < WSRequestCount
           ADD 1 TO WSMergeIdx
           WRITE RequestWorkRecord FROM WSRequestEntry(WSMergeIdx)
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogRequestWorkError
       END-PERFORM
       CLOSE RequestWorkFile

       OPEN INPUT RequestWorkFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogRequestWorkError
       OPEN OUTPUT RequestFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogRequestError
       PERFORM UNTIL WSRequestWorkFileStatus NOT = "00"
           READ RequestWorkFile
               AT END MOVE "10" TO WSRequestWorkFileStatus
               NOT AT END
                   WRITE RequestRecord FROM RequestWorkRecord
                   MOVE "WRITE" TO WSIOOperation
                   PERFORM LogRequestError
           END-READ
           MOVE "READ" TO WSIOOperation
           PERFORM LogRequestWorkError
       END-PERFORM
       CLOSE RequestWorkFile
       CLOSE RequestFile
       PERFORM LoadRequestTable.

DisplayTotals.
       MOVE "Items written off: " TO WSCountLabel
       MOVE WSWrittenCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Accounts in full : " TO WSCountLabel
       MOVE WSMarkedCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Not written off  : " TO WSCountLabel
       MOVE WSExcCount TO WSCountValue
       DISPLAY WSCountLine
       DISPLAY WSTotalLine.

*> Appends a before/after image of the changed fields to the
*> audit journal for every add or change to CustomerFile
WriteAuditJournal.
       PERFORM OpenAuditJournal
       MOVE SPACES TO AuditJournalLine
       MOVE FUNCTION CURRENT-DATE TO AudTimestamp
       MOVE WSAuditOperation TO AudOperation
       MOVE IDNum TO AudIDNum
       MOVE WSBeforeImage TO AudBeforeImage
       MOVE WSAfterImage TO AudAfterImage
       MOVE "WRITEOFF" TO AudOperator
       WRITE AuditJournalLine
       CLOSE AuditJournal.

*> Same OPEN EXTEND-aborts-if-missing issue as ExceptionLog,
*> fixed the same way
OpenAuditJournal.
       OPEN EXTEND AuditJournal
       IF WSAuditFileStatus = "35"
           OPEN OUTPUT AuditJournal
           CLOSE AuditJournal
           OPEN EXTEND AuditJournal
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last RequestWorkFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogRequestWorkError.
       IF WSRequestWorkFileStatus NOT = "00"
           AND WSRequestWorkFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "WRITEOFF" TO ELProgram
           MOVE WSRequestWorkFileStatus TO ELStatus
           MOVE "RequestWorkFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last RequestFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogRequestError.
       IF WSRequestFileStatus NOT = "00"
           AND WSRequestFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "WRITEOFF" TO ELProgram
           MOVE WSRequestFileStatus TO ELStatus
           MOVE "RequestFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code, operation, and record key to the
*> exception log whenever the last CustomerFile I-O didn't
*> come back '00', ignoring the normal end-of-file status '10'
LogIOError.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "WRITEOFF" TO ELProgram
           MOVE WSFileStatus TO ELStatus
           MOVE "CustomerFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE IDNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code, operation, and customer key to the
*> exception log whenever the last CustBalFile I-O didn't
*> come back '00', ignoring the normal end-of-file status '10'
LogBalanceError.
       IF WSCustBalFileStatus NOT = "00"
           AND WSCustBalFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "WRITEOFF" TO ELProgram
           MOVE WSCustBalFileStatus TO ELStatus
           MOVE "CustBalFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE BalIDNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code, operation, and customer key to the
*> exception log whenever the last WrtOffFile I-O didn't
*> come back '00', ignoring the normal end-of-file status '10'
LogWrtOffError.
       IF WSWrtOffFileStatus NOT = "00"
           AND WSWrtOffFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "WRITEOFF" TO ELProgram
           MOVE WSWrtOffFileStatus TO ELStatus
           MOVE "WrtOffFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE WOIDNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last GLChartFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogGLChartError.
       IF WSGLChartFileStatus NOT = "00"
           AND WSGLChartFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "WRITEOFF" TO ELProgram
           MOVE WSGLChartFileStatus TO ELStatus
           MOVE "GLChartFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last GLPostFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogGLPostError.
       IF WSGLPostFileStatus NOT = "00"
           AND WSGLPostFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "WRITEOFF" TO ELProgram
           MOVE WSGLPostFileStatus TO ELStatus
           MOVE "GLPostFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last WriteOffReport I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogReportError.
       IF WSReportFileStatus NOT = "00"
           AND WSReportFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "WRITEOFF" TO ELProgram
           MOVE WSReportFileStatus TO ELStatus
           MOVE "WriteOffReport" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code, operation, and customer key to the
*> exception log whenever the last ARHistFile I-O didn't
*> come back '00', ignoring the normal end-of-file status '10'
LogARHistError.
       IF WSARHistFileStatus NOT = "00"
           AND WSARHistFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "WRITEOFF" TO ELProgram
           MOVE WSARHistFileStatus TO ELStatus
           MOVE "ARHistFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE AHIDNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> OPEN EXTEND aborts the run with status 35 if ExceptionLog
*> doesn't exist yet, instead of creating it, so create it with
*> a throwaway OPEN OUTPUT first the one time that happens
OpenExceptionLog.
       OPEN EXTEND ExceptionLog
       IF WSExcLogFileStatus = "35"
           OPEN OUTPUT ExceptionLog
           CLOSE ExceptionLog
           OPEN EXTEND ExceptionLog
       END-IF.
