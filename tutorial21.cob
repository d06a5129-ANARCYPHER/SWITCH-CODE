*> The run also writes GLPost.dat, a posting extract with one
*> balanced debit/credit pair per jurisdiction's tax collected,
*> using the accounts mapped in GLChart.dat, so the tax run
*> feeds the general ledger with no retyping. The extract is
*> shared with the other runs that post to the GL, so the pairs
*> are added to whatever is already waiting for GLPROOF.
*> The feed now carries a transaction type : "I" is an invoice,
*> and "C" is a credit memo reversing a named original invoice.
*> A credit backs its tax out of the jurisdiction subtotal,
*> puts a balancing reversal pair on the GL extract, and lands
*> on the adjustments register AdjReg.rpt so every reversal
*> that went through is on paper.
*> Every invoice posted and every credit applied is also kept
*> on the permanent receivables history ARHist.dat, with the
*> amount it put on or took off the customer's balance, so the
*> statement run and customer inquiry can still show it once
*> the open item itself is gone.
*> The sales side goes to the GL as well : the run's invoice
*> prices post as one receivable/revenue pair and its credit
*> memo prices as the reversing pair, on the accounts mapped
*> to AR-SALES in GLChart.dat, so the receivables control
*> account carries everything the open items do and ARRECON
*> can prove the two agree.
*> A credit can only take off the receivable what is still open
*> on the item it reverses. Whatever it credits beyond that - all
*> of it, when the item is already gone - is owed back to the
*> customer : it is held on the suspense file CashSusp.dat as a
*> customer credit, the way CASHPOST holds unapplied cash, and
*> moved on the GL from the receivable to the AR-SUSP suspense
*> account, so the receivables control account only drops by
*> what the open items did.
*> Every taxed invoice line and every credit memo reversal is
*> also saved to the tax detail file TaxDtl.dat - jurisdiction,
*> the rate row it was taxed at, price and tax - so the sales-tax
*> return TAXRTN can be built for any filing period from the
*> detail instead of a stack of nightly registers.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       SELECT AdjRegister ASSIGN TO "AdjReg.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAdjRegFileStatus.
       *> Permanent tax detail : one line per taxed invoice and
       *> per credit memo reversal, added to every run
       SELECT TaxDetailFile ASSIGN TO "TaxDtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSTaxDtlFileStatus.
       *> One debit and one credit GL account per jurisdiction,
       *> keyed the same way TaxRate.dat is
       SELECT GLChartFile ASSIGN TO "GLChart.dat"
           ACCESS IS RANDOM
           RECORD KEY IS BalKey
           FILE STATUS IS WSCustBalFileStatus.
       *> Customer credits no open item could take, held for
       *> review alongside CASHPOST's unapplied cash
       SELECT SuspenseFile ASSIGN TO "CashSusp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSuspenseFileStatus.
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
FD TaxRegister.
01 RegisterLine PIC X(60).

*> One tax detail line : invoice or credit, the documents and
*> customer, the date it was taxed as of and the date it was
*> posted, the jurisdiction and the rate row used, and the
*> price and tax - a credit's are what it reversed
FD TaxDetailFile.
01 TaxDetailRecord.
       02 TDTranType     PIC X.
           88 TDInvoice    VALUE "I".
           88 TDCreditMemo VALUE "C".
       02 FILLER         PIC X VALUE SPACE.
       02 TDInvoiceNum   PIC 9(8).
       02 FILLER         PIC X VALUE SPACE.
       02 TDOrigInvoice  PIC 9(8).
       02 FILLER         PIC X VALUE SPACE.
       02 TDIDNum        PIC 9(8).
       02 FILLER         PIC X VALUE SPACE.
       02 TDTaxDate      PIC 9(8).
       02 FILLER         PIC X VALUE SPACE.
       02 TDPostDate     PIC 9(8).
       02 FILLER         PIC X VALUE SPACE.
       02 TDJurisdiction PIC X(10).
       02 FILLER         PIC X VALUE SPACE.
       02 TDRateEffDate  PIC 9(8).
       02 FILLER         PIC X VALUE SPACE.
       02 TDRate         PIC V999.
       02 FILLER         PIC X VALUE SPACE.
       02 TDPrice        PIC 9(6)V99.
       02 FILLER         PIC X VALUE SPACE.
       02 TDTax          PIC 9(6)V99.

FD AdjRegister.
01 AdjLine PIC X(70).

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
       02 BalPostDate PIC 9(8).
       02 BalAmount   PIC 9(8)V99.

*> One credit held in suspense, in CASHPOST's layout : the
*> credit memo, the customer, what of it went unapplied, the run
*> date, and the reason code and text
FD SuspenseFile.
01 SuspenseRecord.
       02 SusPayNum     PIC 9(8).
       02 FILLER        PIC X VALUE SPACE.
       02 SusIDNum      PIC 9(8).
       02 FILLER        PIC X VALUE SPACE.
       02 SusAmount     PIC 9(6)V99.
       02 FILLER        PIC X VALUE SPACE.
       02 SusPayDate    PIC 9(8).
       02 FILLER        PIC X VALUE SPACE.
       02 SusReason     PIC XX.
       02 FILLER        PIC X VALUE SPACE.
       02 SusReasonText PIC X(24).

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
01 WSFullPrice    PIC 9(6)V99.
01 WSGrandTax     PIC 9(8)V99 VALUE ZERO.
01 WSGrandCredit  PIC 9(8)V99 VALUE ZERO.
*> The run's invoice and credit memo prices before tax, for the
*> receivable/revenue pairs on the GL extract
01 WSGrandSales       PIC 9(8)V99 VALUE ZERO.
01 WSGrandCreditSales PIC 9(8)V99 VALUE ZERO.
*> A jurisdiction's tax net of its credits can go negative, so
*> the subtotal math carries a sign
01 WSNetTax       PIC S9(8)V99.
*> What a credit actually took off the original invoice's item,
*> and what was left over to hold for the customer, with the
*> run's total of the latter for the GL
01 WSRelieved     PIC 9(8)V99.
01 WSUnrelieved   PIC 9(8)V99.
01 WSGrandUnrelieved PIC 9(8)V99 VALUE ZERO.
*> Keeps this run's history postings apart within one instant
01 WSHistSeq      PIC 9(4) VALUE ZERO.

01 WSDetailLine.
       02 FILLER            PIC X(4) VALUE SPACES.
01 WSGLChartIdx   PIC 9(4).
01 WSGLFoundIdx   PIC 9(4).
01 WSGLPostDate   PIC 9(8).
*> The chart entry FindGLAccounts looks for : a jurisdiction
*> for the tax pairs, AR-SALES for the sales pairs
01 WSGLChartKey   PIC X(10).
01 WSSalesChartKey PIC X(10) VALUE "AR-SALES".
01 WSSuspChartKey  PIC X(10) VALUE "AR-SUSP".
*> The receivable the sales post to, kept for the credit
*> suspense pair
01 WSSalesARAcct   PIC X(8) VALUE SPACES.
*> Tonight's run date, stamped on every open item posted below
01 WSRunDate      PIC 9(8).
*> The date the rate lookup keys off, and the latest effective
01 WSInvoiceFileStatus  PIC XX VALUE "00".
01 WSRegisterFileStatus PIC XX VALUE "00".
01 WSAdjRegFileStatus   PIC XX VALUE "00".
01 WSARHistFileStatus   PIC XX VALUE "00".
01 WSTaxDtlFileStatus   PIC XX VALUE "00".
01 WSSuspenseFileStatus PIC XX VALUE "00".
01 WSExcLogFileStatus   PIC XX VALUE "00".
01 WSIOOperation        PIC X(10) VALUE SPACE.

       PERFORM LogCustomerError

       PERFORM OpenCustBalFile
       PERFORM OpenARHistFile
       PERFORM OpenTaxDetailFile

       PERFORM ReadInvoice
       PERFORM UNTIL InvoiceEOF
       CLOSE AdjRegister
       CLOSE CustomerFile
       CLOSE CustBalFile
       CLOSE ARHistFile
       CLOSE TaxDetailFile
       STOP RUN.

*> OPEN I-O aborts with status 35 the first time CustBal.dat
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogCustBalError.

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

*> Loads every jurisdiction/rate pair from TaxRateFile into
*> WSTaxRateTable so each invoice line can look its rate up
*> in memory instead of reading the rate file per line
           COMPUTE WSFullPrice ROUNDED = InvPrice + WSInvoiceTax
           ADD WSInvoiceTax TO TRETaxTotal(WSFoundIdx)
           ADD WSInvoiceTax TO WSGrandTax
           ADD InvPrice TO WSGrandSales

           MOVE InvInvoiceNum TO DLInvoiceNum
           MOVE InvJurisdiction TO DLJurisdiction
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogRegisterError

           PERFORM WriteTaxDetail
           PERFORM PostCustomerBalance
       END-IF.

               COMPUTE WSFullPrice ROUNDED = InvPrice + WSInvoiceTax
               ADD WSInvoiceTax TO TRECreditTotal(WSFoundIdx)
               ADD WSInvoiceTax TO WSGrandCredit
               ADD InvPrice TO WSGrandCreditSales

               PERFORM ReduceOpenItem
               COMPUTE WSUnrelieved = WSFullPrice - WSRelieved
               IF WSUnrelieved > ZERO
                   PERFORM HoldCreditInSuspense
               END-IF
               PERFORM WriteAdjustmentLine
               PERFORM WriteTaxDetail
               PERFORM RecordCreditHistory
           END-IF
       END-IF.

*> paid, or never posted - is reported so review can chase the
*> cash side by hand.
ReduceOpenItem.
       MOVE ZERO TO WSRelieved
       MOVE InvIDNum TO BalIDNum
       MOVE InvOrigInvoice TO BalInvoiceNum
       READ CustBalFile
           PERFORM LogCustBalError
           IF WSCustBalFileStatus = "00"
               IF WSFullPrice NOT < BalAmount
                   MOVE BalAmount TO WSRelieved
                   DELETE CustBalFile RECORD
                       INVALID KEY DISPLAY "Unable to clear item "
                           BalInvoiceNum " for customer " BalIDNum
                   MOVE "DELETE" TO WSIOOperation
                   PERFORM LogCustBalError
               ELSE
                   MOVE WSFullPrice TO WSRelieved
                   SUBTRACT WSFullPrice FROM BalAmount
                   REWRITE CustBalData
                       INVALID KEY DISPLAY "Unable to post customer "
                   MOVE "REWRITE" TO WSIOOperation
                   PERFORM LogCustBalError
               END-IF
               IF WSCustBalFileStatus NOT = "00"
                   MOVE ZERO TO WSRelieved
               END-IF
           END-IF
       END-IF.

*> What the credit couldn't take off the item goes on the
*> suspense file as a credit owed to the customer, reason 04
*> when there was no item left and 05 when the credit was for
*> more than the item
HoldCreditInSuspense.
       OPEN EXTEND SuspenseFile
       IF WSSuspenseFileStatus = "35"
           OPEN OUTPUT SuspenseFile
           CLOSE SuspenseFile
           OPEN EXTEND SuspenseFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogSuspenseError
       MOVE SPACES TO SuspenseRecord
       MOVE InvInvoiceNum TO SusPayNum
       MOVE InvIDNum TO SusIDNum
       MOVE WSUnrelieved TO SusAmount
       MOVE WSRunDate TO SusPayDate
       IF WSRelieved = ZERO
           MOVE "04" TO SusReason
           MOVE "CREDIT - NO OPEN ITEM" TO SusReasonText
       ELSE
           MOVE "05" TO SusReason
           MOVE "CREDIT EXCEEDS ITEM" TO SusReasonText
       END-IF
       WRITE SuspenseRecord
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogSuspenseError
       CLOSE SuspenseFile
       ADD WSUnrelieved TO WSGrandUnrelieved
       DISPLAY "Credit " InvInvoiceNum " : " WSUnrelieved
           " held in suspense for customer " InvIDNum.

*> The credit goes on the customer's history with what it took
*> off the original invoice's item - nothing, when there was no
*> item left to relieve
RecordCreditHistory.
       MOVE SPACES TO ARHistRecord
       MOVE InvIDNum TO AHIDNum
       MOVE "C" TO AHTranType
       MOVE InvInvoiceNum TO AHRefNum
       MOVE InvOrigInvoice TO AHItemNum
       MOVE WSRelieved TO AHAmount
       PERFORM WriteARHistory.

*> The line just taxed goes on the tax detail file with the
*> rate row FindTaxRate picked for it; a credit carries the
*> invoice it reversed
WriteTaxDetail.
       MOVE SPACES TO TaxDetailRecord
       MOVE InvTranType TO TDTranType
       MOVE InvInvoiceNum TO TDInvoiceNum
       IF CreditTran
           MOVE InvOrigInvoice TO TDOrigInvoice
       ELSE
           MOVE ZERO TO TDOrigInvoice
       END-IF
       MOVE InvIDNum TO TDIDNum
       MOVE WSLookupDate TO TDTaxDate
       MOVE WSRunDate TO TDPostDate
       MOVE TREJurisdiction(WSFoundIdx) TO TDJurisdiction
       MOVE TREEffDate(WSFoundIdx) TO TDRateEffDate
       MOVE TRERate(WSFoundIdx) TO TDRate
       MOVE InvPrice TO TDPrice
       MOVE WSInvoiceTax TO TDTax
       WRITE TaxDetailRecord
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogTaxDtlError.

*> The detail file outlives every run, so add to it, creating
*> it the one time it doesn't exist
OpenTaxDetailFile.
       OPEN EXTEND TaxDetailFile
       IF WSTaxDtlFileStatus = "35"
           OPEN OUTPUT TaxDetailFile
           CLOSE TaxDetailFile
           OPEN EXTEND TaxDetailFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogTaxDtlError.

*> One adjustments-register line per credit that went through
WriteAdjustmentLine.
       MOVE InvInvoiceNum TO AJInvoiceNum
               END-REWRITE
       END-READ
       MOVE "POST" TO WSIOOperation
       PERFORM LogCustBalError
       IF WSCustBalFileStatus = "00"
           MOVE SPACES TO ARHistRecord
           MOVE InvIDNum TO AHIDNum
           MOVE "I" TO AHTranType
           MOVE InvInvoiceNum TO AHRefNum
           MOVE InvInvoiceNum TO AHItemNum
           MOVE WSFullPrice TO AHAmount
           PERFORM WriteARHistory
       END-IF.

*> Loads every jurisdiction's GL accounts from GLChartFile into
*> WSGLChartTable, the same way the tax rate table is loaded
WriteGLExtract.
       PERFORM LoadGLChartTable

       PERFORM OpenGLPostFile

       MOVE FUNCTION CURRENT-DATE(1:8) TO WSGLPostDate
       PERFORM VARYING WSTaxRateIdx FROM 1 BY 1
               PERFORM WriteGLReversalPair
           END-IF
       END-PERFORM
       PERFORM WriteSalesPostings
       IF WSGrandUnrelieved > ZERO
           PERFORM WriteCreditSuspensePair
       END-IF

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

*> One balanced debit/credit pair for the jurisdiction indexed
*> by WSTaxRateIdx. A jurisdiction missing from the chart is
*> reported and left off the extract, so the GL import is never
*> fed a posting with no account.
WriteGLPostingPair.
       MOVE TREJurisdiction(WSTaxRateIdx) TO WSGLChartKey
       PERFORM FindGLAccounts
       IF WSGLFoundIdx = ZERO
           DISPLAY "No GL accounts for jurisdiction "
*> sides swapped, so the credits back the tax out of the GL the
*> same balanced way it went in
WriteGLReversalPair.
       MOVE TREJurisdiction(WSTaxRateIdx) TO WSGLChartKey
       PERFORM FindGLAccounts
       IF WSGLFoundIdx = ZERO
           DISPLAY "No GL accounts for jurisdiction "
           PERFORM LogGLPostError
       END-IF.

*> The run's sales, net of tax, against the AR-SALES accounts :
*> invoices debit the receivable and credit revenue, credit
*> memos the other way round. With the tax pairs debiting the
*> same receivable, the control account moves by exactly what
*> the open items did. Missing accounts are reported and the
*> pairs left off, the way a jurisdiction's are.
WriteSalesPostings.
       MOVE WSSalesChartKey TO WSGLChartKey
       PERFORM FindGLAccounts
       IF WSGLFoundIdx = ZERO
           IF WSGrandSales > ZERO OR WSGrandCreditSales > ZERO
               DISPLAY "No GL accounts for " WSSalesChartKey
                   " - sales not posted to the GL"
           END-IF
       ELSE
           MOVE GCEDebitAcct(WSGLFoundIdx) TO WSSalesARAcct
           IF WSGrandSales > ZERO
               MOVE SPACES TO GLPostRecord
               MOVE WSGLPostDate TO GPPostDate
               MOVE GCEDebitAcct(WSGLFoundIdx) TO GPAccount
               MOVE "D" TO GPDebitCredit
               MOVE WSGrandSales TO GPAmount
               MOVE WSSalesChartKey TO GPJurisdiction
               WRITE GLPostRecord
               MOVE "WRITE" TO WSIOOperation
               PERFORM LogGLPostError

               MOVE SPACES TO GLPostRecord
               MOVE WSGLPostDate TO GPPostDate
               MOVE GCECreditAcct(WSGLFoundIdx) TO GPAccount
               MOVE "C" TO GPDebitCredit
               MOVE WSGrandSales TO GPAmount
               MOVE WSSalesChartKey TO GPJurisdiction
               WRITE GLPostRecord
               MOVE "WRITE" TO WSIOOperation
               PERFORM LogGLPostError
           END-IF
           IF WSGrandCreditSales > ZERO
               MOVE SPACES TO GLPostRecord
               MOVE WSGLPostDate TO GPPostDate
               MOVE GCECreditAcct(WSGLFoundIdx) TO GPAccount
               MOVE "D" TO GPDebitCredit
               MOVE WSGrandCreditSales TO GPAmount
               MOVE WSSalesChartKey TO GPJurisdiction
               WRITE GLPostRecord
               MOVE "WRITE" TO WSIOOperation
               PERFORM LogGLPostError

               MOVE SPACES TO GLPostRecord
               MOVE WSGLPostDate TO GPPostDate
               MOVE GCEDebitAcct(WSGLFoundIdx) TO GPAccount
               MOVE "C" TO GPDebitCredit
               MOVE WSGrandCreditSales TO GPAmount
               MOVE WSSalesChartKey TO GPJurisdiction
               WRITE GLPostRecord
               MOVE "WRITE" TO WSIOOperation
               PERFORM LogGLPostError
           END-IF
       END-IF.

*> The credits' reversal pairs took their full amount off the
*> receivable; the part held in suspense goes back on it and
*> over to the AR-SUSP suspense account, debit receivable,
*> credit suspense
WriteCreditSuspensePair.
       MOVE WSSuspChartKey TO WSGLChartKey
       PERFORM FindGLAccounts
       IF WSGLFoundIdx = ZERO OR WSSalesARAcct = SPACES
           DISPLAY "No GL accounts for " WSSuspChartKey " or "
               WSSalesChartKey " - credits held in suspense not "
               "posted to the GL"
       ELSE
           MOVE SPACES TO GLPostRecord
           MOVE WSGLPostDate TO GPPostDate
           MOVE WSSalesARAcct TO GPAccount
           MOVE "D" TO GPDebitCredit
           MOVE WSGrandUnrelieved TO GPAmount
           MOVE WSSuspChartKey TO GPJurisdiction
           WRITE GLPostRecord
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogGLPostError

           MOVE SPACES TO GLPostRecord
           MOVE WSGLPostDate TO GPPostDate
           MOVE GCECreditAcct(WSGLFoundIdx) TO GPAccount
           MOVE "C" TO GPDebitCredit
           MOVE WSGrandUnrelieved TO GPAmount
           MOVE WSSuspChartKey TO GPJurisdiction
           WRITE GLPostRecord
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogGLPostError
       END-IF.

*> Searches WSGLChartTable for the entry named in WSGLChartKey,
*> leaving its index in WSGLFoundIdx, or ZERO if the chart has
*> no accounts for it
FindGLAccounts.
       MOVE ZERO TO WSGLFoundIdx
       PERFORM VARYING WSGLChartIdx FROM 1 BY 1
           UNTIL WSGLChartIdx > WSGLChartCount
           IF GCEJurisdiction(WSGLChartIdx) = WSGLChartKey
               MOVE WSGLChartIdx TO WSGLFoundIdx
           END-IF
       END-PERFORM.
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
           MOVE "TUTORIAL21" TO ELProgram
           MOVE WSARHistFileStatus TO ELStatus
           MOVE "ARHistFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE AHIDNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code, operation, and customer to the
*> exception log whenever the last SuspenseFile I-O didn't come
*> back '00', ignoring the normal end-of-file status '10'
LogSuspenseError.
       IF WSSuspenseFileStatus NOT = "00"
           AND WSSuspenseFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "TUTORIAL21" TO ELProgram
           MOVE WSSuspenseFileStatus TO ELStatus
           MOVE "SuspenseFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE InvIDNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last TaxDetailFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogTaxDtlError.
       IF WSTaxDtlFileStatus NOT = "00" AND WSTaxDtlFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "TUTORIAL21" TO ELProgram
           MOVE WSTaxDtlFileStatus TO ELStatus
           MOVE "TaxDetailFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE InvInvoiceNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> OPEN EXTEND aborts the run with status 35 if ExceptionLog
*> doesn't exist yet, instead of creating it, so create it with
*> a throwaway OPEN OUTPUT first the one time that happens
