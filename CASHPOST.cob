*> more than the balance on file, can't just vanish : it lands
*> on the unapplied-cash suspense file CashSusp.dat with a
*> reason code for review and rework.
*> A payment from a customer whose debt WRITEOFF wrote off is a
*> recovery, not unapplied cash : whatever of it the open items
*> don't take, up to what was written off and not yet recovered
*> on WrtOff.dat, is recorded against the write-off there and
*> posted back to the GL as one pair for the run - debit cash,
*> credit bad-debt recovery, from the RECOVERY entry on
*> GLChart.dat - appended to GLPost.dat for GLPROOF.
*> The rest of the deposit goes to the GL the same way : cash
*> applied to open items as one debit cash, credit receivables
*> pair from the AR-CASH entry, and cash held in suspense as one
*> debit cash, credit unapplied cash pair from the AR-SUSP
*> entry, so the control accounts ARRECON proves against move
*> with the open items and the suspense file.
*> Every payment from a customer on file is kept on the
*> permanent receivables history ARHist.dat with where the cash
*> went, along with one application line for each item it
*> relieved, so the question "did you get my check?" still has
*> an answer after the paid item is gone.
*> The receipts register CashReg.rpt lists every payment with
*> its disposition and totals applied cash, recovered cash, and
*> suspense cash back to the deposit, so the run balances to
*> the bank.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       SELECT SuspenseFile ASSIGN TO "CashSusp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSuspenseFileStatus.
       *> Running totals written off and recovered per customer,
       *> kept by WRITEOFF; recoveries are added here
       SELECT WrtOffFile ASSIGN TO "WrtOff.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS WOIDNum
           FILE STATUS IS WSWrtOffFileStatus.
       *> One debit and one credit GL account per posting key;
       *> RECOVERY, AR-CASH and AR-SUSP carry this run's
       *> cash, receivables and suspense accounts
       SELECT GLChartFile ASSIGN TO "GLChart.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLChartFileStatus.
       *> The posting extract GLPROOF proves and posts
       SELECT GLPostFile ASSIGN TO "GLPost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLPostFileStatus.
       *> Receipts register : one line per payment plus the
       *> totals that balance back to the deposit
       SELECT ReceiptRegister ASSIGN TO "CashReg.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegisterFileStatus.
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

*> One open item per invoice still owed : who owes it, which
*> invoice raised it, when it posted, and what's left unpaid
       02 FILLER        PIC X VALUE SPACE.
       02 SusReasonText PIC X(24).

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

FD ReceiptRegister.
01 RegisterLine PIC X(60).

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
01 WSSuspenseFileStatus PIC XX VALUE "00".
01 WSRegisterFileStatus PIC XX VALUE "00".
01 WSExcLogFileStatus   PIC XX VALUE "00".
01 WSWrtOffFileStatus   PIC XX VALUE "00".
01 WSGLChartFileStatus  PIC XX VALUE "00".
01 WSGLPostFileStatus   PIC XX VALUE "00".
01 WSARHistFileStatus   PIC XX VALUE "00".
01 WSIOOperation        PIC X(10) VALUE SPACE.
01 WSReceiptEOF         PIC X VALUE "N".
       88 ReceiptEOF VALUE "Y".
01 WSRemaining  PIC 9(8)V99 VALUE ZERO.
01 WSItemEOFFlag PIC X VALUE "N".
       88 ItemEOF VALUE "Y".
*> Keeps this run's history postings apart within one instant
01 WSHistSeq    PIC 9(4) VALUE ZERO.

*> Recoveries are only recognized once there is a write-off
*> history to recover against and somewhere to post them
01 WSRecoveryFlag PIC X VALUE "N".
       88 RecoveryOn VALUE "Y".
01 WSRunDate         PIC 9(8).
01 WSChartKey        PIC X(10) VALUE "RECOVERY".
01 WSCashAccount     PIC X(8) VALUE SPACES.
01 WSRecoveryAccount PIC X(8) VALUE SPACES.
*> Where applied cash and suspense cash post : AR-CASH is cash
*> and the receivables control account, AR-SUSP cash and the
*> unapplied-cash suspense account
01 WSAppliedKey      PIC X(10) VALUE "AR-CASH".
01 WSAppliedCashAcct PIC X(8) VALUE SPACES.
01 WSReceivableAcct  PIC X(8) VALUE SPACES.
01 WSSuspKey         PIC X(10) VALUE "AR-SUSP".
01 WSSuspCashAcct    PIC X(8) VALUE SPACES.
01 WSSuspenseAcct    PIC X(8) VALUE SPACES.
*> The one pair WriteGLPostingPair writes next
01 WSPairKey         PIC X(10).
01 WSPairDebitAcct   PIC X(8).
01 WSPairCreditAcct  PIC X(8).
01 WSPairAmount      PIC 9(10)V99.

*> What of the paying customer's write-offs is still
*> unrecovered, what the payment can cover in all, and the part
*> of it that is a recovery
01 WSRecoverable  PIC 9(10)V99 VALUE ZERO.
01 WSAvailable    PIC 9(10)V99 VALUE ZERO.
01 WSRecoveryAmt  PIC 9(8)V99 VALUE ZERO.

01 WSReadCount    PIC 9(8) VALUE ZERO.
01 WSAppliedCount PIC 9(8) VALUE ZERO.
01 WSSuspCount    PIC 9(8) VALUE ZERO.
01 WSRecoveryCount PIC 9(8) VALUE ZERO.
01 WSDepositTotal PIC 9(10)V99 VALUE ZERO.
01 WSAppliedTotal PIC 9(10)V99 VALUE ZERO.
01 WSSuspTotal    PIC 9(10)V99 VALUE ZERO.
01 WSRecoveryTotal PIC 9(10)V99 VALUE ZERO.

01 WSDetailLine.
       02 FILLER            PIC X(4) VALUE SPACES.

PROCEDURE DIVISION.
StartCashPost.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       OPEN INPUT ReceiptFile
       IF WSReceiptFileStatus NOT = "00"
           DISPLAY "CashRcpt.dat not available, status "
           STOP RUN
       END-IF

       PERFORM OpenARHistFile
       PERFORM LoadChartAccounts
       PERFORM OpenRecoveryFiles

       OPEN OUTPUT ReceiptRegister
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogRegisterError
       END-PERFORM

       PERFORM WriteRegisterTotals
       PERFORM WriteCashPostings
       PERFORM DisplayTotals

       CLOSE ReceiptFile
       CLOSE CustomerFile
       CLOSE CustBalFile
       CLOSE ARHistFile
       IF RecoveryOn
           CLOSE WrtOffFile
       END-IF
       CLOSE ReceiptRegister
       STOP RUN.

*> No write-off history yet just means nothing was ever written
*> off, so there is nothing to recover. With a history but no
*> RECOVERY entry on the chart, a recovery couldn't post, so
*> such payments go on to suspense as they always did.
OpenRecoveryFiles.
       OPEN I-O WrtOffFile
       IF WSWrtOffFileStatus = "00"
           IF WSCashAccount = SPACES OR WSRecoveryAccount = SPACES
               DISPLAY "No GL accounts for " WSChartKey
                   " on GLChart.dat - recoveries held in suspense"
               CLOSE WrtOffFile
           ELSE
               SET RecoveryOn TO TRUE
           END-IF
       END-IF.

*> The three chart entries the run posts to, picked off
*> GLChart.dat in one pass; any left blank is reported when its
*> pair would have been written
LoadChartAccounts.
       OPEN INPUT GLChartFile
       IF WSGLChartFileStatus = "00"
           PERFORM UNTIL WSGLChartFileStatus NOT = "00"
               READ GLChartFile
                   AT END MOVE "10" TO WSGLChartFileStatus
                   NOT AT END
                       EVALUATE GCJurisdiction
                           WHEN WSChartKey
                               MOVE GCDebitAcct TO WSCashAccount
                               MOVE GCCreditAcct TO WSRecoveryAccount
                           WHEN WSAppliedKey
                               MOVE GCDebitAcct TO WSAppliedCashAcct
                               MOVE GCCreditAcct TO WSReceivableAcct
                           WHEN WSSuspKey
                               MOVE GCDebitAcct TO WSSuspCashAcct
                               MOVE GCCreditAcct TO WSSuspenseAcct
                       END-EVALUATE
               END-READ
               MOVE "READ" TO WSIOOperation
               PERFORM LogGLChartError
           END-PERFORM
           CLOSE GLChartFile
       END-IF.

ReadReceipt.
       READ ReceiptFile
           AT END SET ReceiptEOF TO TRUE
       MOVE "READ" TO WSIOOperation
       PERFORM LogCustomerError.

*> Applies the payment against the customer's open items, and
*> whatever they don't take against the customer's unrecovered
*> write-offs. A payment for a customer with neither, or for
*> more than both add up to, goes to suspense instead - no item
*> is ever driven negative by a posting nobody has reviewed.
ApplyPayment.
       PERFORM SumOpenItems
       PERFORM FindRecoverable
       COMPUTE WSAvailable = WSOpenTotal + WSRecoverable
       IF WSAvailable = ZERO
           MOVE "02" TO WSSuspReason
           MOVE "NO BALANCE ON FILE" TO WSSuspText
           PERFORM HoldInSuspense
       ELSE
           IF RcpAmount > WSAvailable
               MOVE "03" TO WSSuspReason
               MOVE "EXCEEDS BALANCE ON FILE" TO WSSuspText
               PERFORM HoldInSuspense
           ELSE
               MOVE ZERO TO WSRecoveryAmt
               IF RcpAmount > WSOpenTotal
                   COMPUTE WSRecoveryAmt = RcpAmount - WSOpenTotal
               END-IF
               EVALUATE TRUE
                   WHEN WSRecoveryAmt = ZERO
                       MOVE "APPLIED" TO DLDisposition
                   WHEN WSOpenTotal = ZERO
                       MOVE "RECOVERY" TO DLDisposition
                   WHEN OTHER
                       MOVE "APPL+RECOV" TO DLDisposition
               END-EVALUATE
               PERFORM RecordPaymentHistory
               IF WSOpenTotal > ZERO
                   PERFORM RelievePayment
                   ADD 1 TO WSAppliedCount
                   COMPUTE WSAppliedTotal = WSAppliedTotal
                       + RcpAmount - WSRecoveryAmt
               END-IF
               IF WSRecoveryAmt > ZERO
                   PERFORM RecordRecovery
               END-IF
               PERFORM WriteRegisterDetail
           END-IF
       END-IF.

*> What was written off for the paying customer and not yet
*> recovered, leaving their history record read for the
*> recovery to be added to
FindRecoverable.
       MOVE ZERO TO WSRecoverable
       IF RecoveryOn
           MOVE RcpIDNum TO WOIDNum
           READ WrtOffFile
               INVALID KEY CONTINUE
           END-READ
           *> '23' is a customer never written off, not an error
           IF WSWrtOffFileStatus = "23"
               MOVE "00" TO WSWrtOffFileStatus
           ELSE
               MOVE "READ" TO WSIOOperation
               PERFORM LogWrtOffError
               IF WSWrtOffFileStatus = "00"
                   AND WOWrittenOff > WORecovered
                   COMPUTE WSRecoverable =
                       WOWrittenOff - WORecovered
               END-IF
           END-IF
       END-IF.

*> The recovered part of the payment goes against the
*> write-off history, and into the run's recovery posting
RecordRecovery.
       ADD WSRecoveryAmt TO WORecovered
       MOVE WSRunDate TO WOLastDate
       REWRITE WrtOffRecord
           INVALID KEY DISPLAY "Unable to record recovery "
               RcpPayNum " for customer " WOIDNum
       END-REWRITE
       MOVE "REWRITE" TO WSIOOperation
       PERFORM LogWrtOffError
       ADD 1 TO WSRecoveryCount
       ADD WSRecoveryAmt TO WSRecoveryTotal.

*> One balanced pair per kind of cash the run took in : applied
*> cash against the receivables, suspense cash against unapplied
*> cash, and recoveries against bad-debt recovery. A kind with
*> no accounts on the chart is reported and left off the
*> extract, so GLPROOF is never fed a posting with no account.
WriteCashPostings.
       IF WSAppliedTotal > ZERO OR WSSuspTotal > ZERO
           OR WSRecoveryTotal > ZERO
           PERFORM OpenGLPostFile
           IF WSAppliedTotal > ZERO
               MOVE WSAppliedKey TO WSPairKey
               MOVE WSAppliedCashAcct TO WSPairDebitAcct
               MOVE WSReceivableAcct TO WSPairCreditAcct
               MOVE WSAppliedTotal TO WSPairAmount
               PERFORM WriteGLPostingPair
           END-IF
           IF WSSuspTotal > ZERO
               MOVE WSSuspKey TO WSPairKey
               MOVE WSSuspCashAcct TO WSPairDebitAcct
               MOVE WSSuspenseAcct TO WSPairCreditAcct
               MOVE WSSuspTotal TO WSPairAmount
               PERFORM WriteGLPostingPair
           END-IF
           IF WSRecoveryTotal > ZERO
               MOVE WSChartKey TO WSPairKey
               MOVE WSCashAccount TO WSPairDebitAcct
               MOVE WSRecoveryAccount TO WSPairCreditAcct
               MOVE WSRecoveryTotal TO WSPairAmount
               PERFORM WriteGLPostingPair
           END-IF
           CLOSE GLPostFile
       END-IF.

*> Debit WSPairDebitAcct, credit WSPairCreditAcct, for
*> WSPairAmount, referenced to the chart entry they came from
WriteGLPostingPair.
       IF WSPairDebitAcct = SPACES OR WSPairCreditAcct = SPACES
           DISPLAY "No GL accounts for " WSPairKey
               " on GLChart.dat - not posted to the GL"
       ELSE
           MOVE SPACES TO GLPostRecord
           MOVE WSRunDate TO GPPostDate
           MOVE WSPairDebitAcct TO GPAccount
           MOVE "D" TO GPDebitCredit
           MOVE WSPairAmount TO GPAmount
           MOVE WSPairKey TO GPJurisdiction
           WRITE GLPostRecord
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogGLPostError

           MOVE SPACES TO GLPostRecord
           MOVE WSRunDate TO GPPostDate
           MOVE WSPairCreditAcct TO GPAccount
           MOVE "C" TO GPDebitCredit
           MOVE WSPairAmount TO GPAmount
           MOVE WSPairKey TO GPJurisdiction
           WRITE GLPostRecord
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogGLPostError
       END-IF.

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

*> Positions the open-item walk on the paying customer's first
*> item. '23' off the START just means no item at or past the
*> key, which the walk treats as end-of-items, not an exception.
       PERFORM UNTIL ItemEOF OR WSRemaining = ZERO
           IF BalAmount NOT > WSRemaining
               SUBTRACT BalAmount FROM WSRemaining
               MOVE BalAmount TO AHAmount
               DELETE CustBalFile RECORD
                   INVALID KEY DISPLAY "Unable to clear item "
                       BalInvoiceNum " for customer " BalIDNum
               PERFORM LogCustBalError
           ELSE
               SUBTRACT WSRemaining FROM BalAmount
               MOVE WSRemaining TO AHAmount
               MOVE ZERO TO WSRemaining
               REWRITE CustBalData
                   INVALID KEY DISPLAY "Unable to post payment "
               MOVE "REWRITE" TO WSIOOperation
               PERFORM LogCustBalError
           END-IF
           IF WSCustBalFileStatus = "00"
               PERFORM RecordApplication
           END-IF
           IF WSRemaining > ZERO
               PERFORM ReadOpenItem
           END-IF
       ADD 1 TO WSSuspCount
       ADD RcpAmount TO WSSuspTotal
       MOVE "SUSPENSE" TO DLDisposition
       IF CustValid
           PERFORM RecordPaymentHistory
       END-IF
       PERFORM WriteRegisterDetail.

*> The payment as received goes on the customer's history with
*> where the cash went, whether or not any of it was applied
RecordPaymentHistory.
       MOVE SPACES TO ARHistRecord
       MOVE RcpIDNum TO AHIDNum
       MOVE "P" TO AHTranType
       MOVE RcpPayNum TO AHRefNum
       MOVE ZERO TO AHItemNum
       MOVE RcpAmount TO AHAmount
       MOVE DLDisposition TO AHNote
       PERFORM WriteARHistory.

*> One application line per item the payment relieved, for the
*> amount that came off it; AHAmount is already set by the walk
RecordApplication.
       MOVE RcpIDNum TO AHIDNum
       MOVE "A" TO AHTranType
       MOVE RcpPayNum TO AHRefNum
       MOVE BalInvoiceNum TO AHItemNum
       MOVE SPACES TO AHNote
       PERFORM WriteARHistory.

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

*> OPEN EXTEND aborts the run with status 35 if SuspenseFile
*> doesn't exist yet, instead of creating it, so create it with
*> a throwaway OPEN OUTPUT first the one time that happens
       PERFORM LogRegisterError.

*> The register's proof : deposit total on one line, applied
*> plus recovered plus suspense below it, so they tie out on
*> paper
WriteRegisterTotals.
       MOVE "Deposit Total  : " TO TLLabel
       MOVE WSDepositTotal TO TLAmount
       MOVE WSAppliedTotal TO TLAmount
       WRITE RegisterLine FROM WSTotalLine
       PERFORM LogRegisterError
       MOVE "Recovery Total : " TO TLLabel
       MOVE WSRecoveryTotal TO TLAmount
       WRITE RegisterLine FROM WSTotalLine
       PERFORM LogRegisterError
       MOVE "Suspense Total : " TO TLLabel
       MOVE WSSuspTotal TO TLAmount
       WRITE RegisterLine FROM WSTotalLine
       PERFORM LogRegisterError.

*> Run totals, so the operator can balance reads against
*> applied plus recovered plus suspense before releasing the
*> deposit
DisplayTotals.
       MOVE "Payments Read : " TO WSCountLabel
       MOVE WSReadCount TO WSCountValue
       MOVE "Payments Appld: " TO WSCountLabel
       MOVE WSAppliedCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Recoveries    : " TO WSCountLabel
       MOVE WSRecoveryCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Payments Susp : " TO WSCountLabel
       MOVE WSSuspCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Applied Total  : " TO TLLabel
       MOVE WSAppliedTotal TO TLAmount
       DISPLAY WSTotalLine
       MOVE "Recovery Total : " TO TLLabel
       MOVE WSRecoveryTotal TO TLAmount
       DISPLAY WSTotalLine
       MOVE "Suspense Total : " TO TLLabel
       MOVE WSSuspTotal TO TLAmount
       DISPLAY WSTotalLine.
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
           MOVE "CASHPOST" TO ELProgram
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
           MOVE "CASHPOST" TO ELProgram
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
           MOVE "CASHPOST" TO ELProgram
           MOVE WSGLPostFileStatus TO ELStatus
           MOVE "GLPostFile" TO ELFile
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
           MOVE "CASHPOST" TO ELProgram
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
