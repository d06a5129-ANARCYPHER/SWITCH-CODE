*> register of feeds already processed; the run is refused with
*> a clear message when the counts don't match or the feed is a
*> duplicate.
*> A clean invoice is also credit-checked : the customer's open
*> items on CustBal.dat, plus whatever this run has already
*> passed for them, plus the new invoice with its tax, must not
*> exceed the CreditLimit on Customer.dat. An invoice over the
*> limit, or for an account on credit hold or written off, is
*> set aside on the pending file InvHold.dat and listed on
*> CreditHold.rpt instead of going to the tax run. CREDREL
*> releases or cancels each one;
*> the released invoices wait on InvRel.dat and are fed into the
*> top of the next clean file here, ahead of the new feed.
*> Every clean invoice is also checked against the ZIP
*> reference file ZipCode.dat : an invoice taxed in a
*> jurisdiction other than the one the customer's ZIP lies in,
*> or for a customer whose ZIP isn't on the file, is flagged on
*> JurCheck.rpt for review. A flagged invoice still goes on to
*> the tax run - it is the customer's address or the invoice
*> that may be wrong, and either is corrected at the source.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       SELECT TaxRateFile ASSIGN TO "TaxRate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSTaxRateFileStatus.
       *> Read-only, to total the customer's open items for the
       *> credit check
       SELECT CustBalFile ASSIGN TO "CustBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BalKey
           FILE STATUS IS WSCustBalFileStatus.
       *> Invoices set aside for credit review, appended to run
       *> after run and worked off by CREDREL
       SELECT HoldFile ASSIGN TO "InvHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHoldFileStatus.
       *> This run's credit holds, one line per invoice set aside
       SELECT HoldReport ASSIGN TO "CreditHold.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHoldRptFileStatus.
       *> Held invoices CREDREL has released, waiting to be fed
       *> into the next tax run
       SELECT ReleaseFile ASSIGN TO "InvRel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReleaseFileStatus.
       *> Read-only, the jurisdiction each customer's ZIP lies
       *> in, maintained by ZIPMAINT
       SELECT ZipFile ASSIGN TO "ZipCode.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ZRZip
           FILE STATUS IS WSZipFileStatus.
       *> This run's invoices taxed outside the customer's ZIP
       *> jurisdiction, one line per invoice flagged
       SELECT JurCheckReport ASSIGN TO "JurCheck.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSJurRptFileStatus.
       *> Exception log used whenever a CustomerFile I-O
       *> operation doesn't come back with status '00'
       SELECT ExceptionLog ASSIGN TO "IOError.log"
       02 TranInIDNum        PIC X(8).
       02 TranInJurisdiction PIC X(10).
       02 TranInPrice        PIC X(6).
       02 TranInPriceN REDEFINES TranInPrice PIC 9(4)V99.
       02 TranInOrigInvoice  PIC X(8).
       02 TranInInvoiceDate  PIC X(8).
*> The same record area as the feed's header sees it
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
FD CustBalFile.
01 CustBalData.
       02 BalKey.
           03 BalIDNum      PIC 9(8).
           03 BalInvoiceNum PIC 9(8).
       02 BalPostDate PIC 9(8).
       02 BalAmount   PIC 9(8)V99.

*> One invoice held for credit review : where it stands, when
*> and why it was held, what the account would have owed with
*> it and the limit that was broken, the date the credit
*> manager decided it, and the clean transaction itself
FD HoldFile.
01 HoldRecord.
       02 HoldStatus     PIC X.
           88 HoldPending   VALUE "P".
           88 HoldReleased  VALUE "R".
           88 HoldCancelled VALUE "X".
       02 FILLER         PIC X.
       02 HoldDate       PIC 9(8).
       02 FILLER         PIC X.
       02 HoldReason     PIC XX.
       02 FILLER         PIC X.
       02 HoldExposure   PIC 9(8)V99.
       02 FILLER         PIC X.
       02 HoldLimit      PIC 9(8)V99.
       02 FILLER         PIC X.
       02 HoldDecideDate PIC X(8).
       02 FILLER         PIC X.
       02 HoldTranImage  PIC X(49).

FD HoldReport.
01 HoldReportLine PIC X(100).

*> A released invoice, in the clean-file layout
FD ReleaseFile.
01 ReleaseRecord PIC X(49).

*> One effective-dated rate row : the jurisdiction, the date
*> the rate takes force, and the rate itself
       02 TREffDate      PIC 9(8).
       02 TRRate         PIC V999.

*> One ZIP code : the city and state mail to it is addressed
*> to, and the tax jurisdiction it lies in
FD ZipFile.
01 ZipRecord.
       02 ZRZip          PIC X(5).
       02 ZRCity         PIC X(15).
       02 ZRState        PIC X(2).
       02 ZRJurisdiction PIC X(10).

FD JurCheckReport.
01 JurCheckLine PIC X(80).

*> Exception log record layout
FD ExceptionLog.
01 ExceptionLogLine.
01 WSRejectFileStatus  PIC XX VALUE "00".
01 WSTaxRateFileStatus PIC XX VALUE "00".
01 WSExcLogFileStatus  PIC XX VALUE "00".
01 WSCustBalFileStatus PIC XX VALUE "00".
01 WSHoldFileStatus    PIC XX VALUE "00".
01 WSHoldRptFileStatus PIC XX VALUE "00".
01 WSReleaseFileStatus PIC XX VALUE "00".
01 WSZipFileStatus     PIC XX VALUE "00".
01 WSJurRptFileStatus  PIC XX VALUE "00".
01 WSIOOperation       PIC X(10) VALUE SPACE.
01 WSTranInEOF         PIC X VALUE "N".
       88 TranInEOF VALUE "Y".
01 WSReadCount   PIC 9(8) VALUE ZERO.
01 WSCleanCount  PIC 9(8) VALUE ZERO.
01 WSRejectCount PIC 9(8) VALUE ZERO.
01 WSHeldCount   PIC 9(8) VALUE ZERO.
01 WSReleaseCount PIC 9(8) VALUE ZERO.
01 WSJurFlagCount PIC 9(8) VALUE ZERO.

01 WSCountLine.
       02 WSCountLabel PIC X(16).
*> Every jurisdiction with a rate on file, loaded from
*> TaxRate.dat and searched per transaction the same way
*> the tax run searches its rate table
*> The rate and effective date ride along so the credit check
*> can price the invoice with its tax the way the tax run will
01 WSJurisdictionTable.
       02 WSJurisdictionEntry OCCURS 100 TIMES.
           03 WSJurCode    PIC X(10).
           03 WSJurEffDate PIC 9(8).
           03 WSJurRate    PIC V999.
01 WSJurCount   PIC 9(4) VALUE ZERO.
01 WSJurIdx     PIC 9(4).
01 WSJurFound   PIC X VALUE "N".
       88 JurFound VALUE "Y".

*> Credit check work : the invoice's rate row, the date the rate
*> is looked up by, and the pieces of the account's exposure
01 WSRateIdx      PIC 9(4).
01 WSBestEffDate  PIC 9(8).
01 WSLookupDate   PIC 9(8).
01 WSInvoiceGross PIC 9(6)V99.
01 WSOpenTotal    PIC 9(10)V99.
01 WSExposure     PIC 9(10)V99.
01 WSItemEOFFlag  PIC X VALUE "N".
       88 ItemEOF VALUE "Y".
01 WSCustBalOpen  PIC X VALUE "N".
       88 CustBalOpen VALUE "Y".
01 WSHoldFlag     PIC X VALUE "N".
       88 InvoiceHeld VALUE "Y".
01 WSHoldReason   PIC XX.
01 WSHoldText     PIC X(24).
01 WSReleaseEOF   PIC X VALUE "N".
       88 ReleaseEOF VALUE "Y".
01 WSRunDate      PIC 9(8).

*> What this run has already passed for each customer, so two
*> invoices in one feed can't each squeeze under the limit
*> when together they break it
01 WSRunExposureTable.
       02 WSRunExposureEntry OCCURS 500 TIMES.
           03 RXIDNum  PIC 9(8).
           03 RXAmount PIC 9(10)V99.
01 WSRunExpCount PIC 9(4) VALUE ZERO.
01 WSRunExpIdx   PIC 9(4).
01 WSRunExpFound PIC 9(4).

01 WSHoldHeading.
       02 FILLER PIC X(10) VALUE "Invoice".
       02 FILLER PIC X(10) VALUE "Customer".
       02 FILLER PIC X(12) VALUE "   Amount".
       02 FILLER PIC X(16) VALUE "     Exposure".
       02 FILLER PIC X(16) VALUE "        Limit".
       02 FILLER PIC X(24) VALUE "  Reason".

01 WSHoldLine.
       02 HLInvoiceNum PIC X(8).
       02 FILLER       PIC XX VALUE SPACES.
       02 HLIDNum      PIC X(8).
       02 FILLER       PIC XX VALUE SPACES.
       02 HLAmount     PIC Z(5)9.99.
       02 FILLER       PIC XX VALUE SPACES.
       02 HLExposure   PIC Z(9)9.99.
       02 FILLER       PIC XX VALUE SPACES.
       02 HLLimit      PIC Z(9)9.99.
       02 FILLER       PIC XX VALUE SPACES.
       02 HLReasonText PIC X(24).

*> Set when ZipCode.dat could be opened; without it the
*> jurisdiction cross-check is skipped
01 WSZipOpenFlag  PIC X VALUE "N".
       88 ZipFileOpen VALUE "Y".
01 WSJurFlagText  PIC X(24).

01 WSJurCheckHeading.
       02 FILLER PIC X(10) VALUE "Invoice".
       02 FILLER PIC X(10) VALUE "Customer".
       02 FILLER PIC X(11) VALUE "Zip".
       02 FILLER PIC X(12) VALUE "Invoiced".
       02 FILLER PIC X(12) VALUE "Zip Jur".
       02 FILLER PIC X(24) VALUE "Reason".

01 WSJurCheckLine.
       02 JCInvoiceNum   PIC X(8).
       02 FILLER         PIC XX VALUE SPACES.
       02 JCIDNum        PIC X(8).
       02 FILLER         PIC XX VALUE SPACES.
       02 JCZip          PIC X(9).
       02 FILLER         PIC XX VALUE SPACES.
       02 JCInvoiceJur   PIC X(10).
       02 FILLER         PIC XX VALUE SPACES.
       02 JCZipJur       PIC X(10).
       02 FILLER         PIC XX VALUE SPACES.
       02 JCReasonText   PIC X(24).

01 WSTranProcFileStatus PIC XX VALUE "00".
01 WSTranProcEOF        PIC X VALUE "N".
       88 TranProcEOF VALUE "Y".

       PERFORM LoadJurisdictions

       MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       OPEN INPUT CustomerFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogIOError
       *> No CustBal.dat yet just means nothing was ever billed
       OPEN INPUT CustBalFile
       IF WSCustBalFileStatus = "00"
           SET CustBalOpen TO TRUE
       END-IF
       *> No ZipCode.dat yet just means no ZIPs were ever entered
       OPEN INPUT ZipFile
       IF WSZipFileStatus = "00"
           SET ZipFileOpen TO TRUE
       END-IF
       OPEN OUTPUT JurCheckReport
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogJurRptError
       WRITE JurCheckLine FROM WSJurCheckHeading
       PERFORM LogJurRptError

       OPEN OUTPUT CleanTranFile
       MOVE "OPEN" TO WSIOOperation
       OPEN OUTPUT RejectReport
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogRejectError
       PERFORM OpenHoldFile
       OPEN OUTPUT HoldReport
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogHoldRptError
       WRITE HoldReportLine FROM WSHoldHeading
       PERFORM LogHoldRptError

       PERFORM FeedReleasedInvoices

       PERFORM ReadTranIn
       PERFORM UNTIL TranInEOF
               IF TranRejected
                   ADD 1 TO WSRejectCount
               ELSE
                   MOVE "N" TO WSHoldFlag
                   IF TranInTranType = "I"
                       IF ZipFileOpen
                           PERFORM CheckZipJurisdiction
                       END-IF
                       PERFORM CheckCredit
                   END-IF
                   IF InvoiceHeld
                       PERFORM WriteHold
                       ADD 1 TO WSHeldCount
                   ELSE
                       WRITE CleanTranRecord FROM TranInRecord
                       MOVE "WRITE" TO WSIOOperation
                       PERFORM LogCleanError
                       ADD 1 TO WSCleanCount
                   END-IF
               END-IF
           END-IF
           PERFORM ReadTranIn

       CLOSE TranInFile
       CLOSE CustomerFile
       IF CustBalOpen
           CLOSE CustBalFile
       END-IF
       CLOSE CleanTranFile
       CLOSE RejectReport
       CLOSE HoldFile
       CLOSE HoldReport
       IF ZipFileOpen
           CLOSE ZipFile
       END-IF
       CLOSE JurCheckReport
       STOP RUN.

ReadTranIn.
                           ADD 1 TO WSJurCount
                           MOVE TRJurisdiction
                               TO WSJurCode(WSJurCount)
                           MOVE TREffDate TO WSJurEffDate(WSJurCount)
                           MOVE TRRate TO WSJurRate(WSJurCount)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "02" TO WSRejectReason
           MOVE "INVOICE NUM NOT NUMERIC" TO WSRejectText
           PERFORM WriteReject
       ELSE
           *> 90000000 and up is FINCHG's range for the finance
           *> charges it posts, so a fed invoice can't collide
           IF TranInInvoiceNum NOT < "90000000"
               MOVE "10" TO WSRejectReason
               MOVE "INVOICE NUM RESERVED" TO WSRejectText
               PERFORM WriteReject
           END-IF
       END-IF
       IF TranInIDNum NOT NUMERIC
           MOVE "03" TO WSRejectReason
       PERFORM LogRejectError
       SET TranRejected TO TRUE.

*> Invoices CREDREL released since the last run go to the top
*> of the clean file - they passed every edit when they were
*> held, and the credit manager has since cleared them - and
*> count toward their customer's exposure for the rest of the
*> run. The release file is emptied once they are all fed.
FeedReleasedInvoices.
       OPEN INPUT ReleaseFile
       IF WSReleaseFileStatus = "00"
           MOVE "N" TO WSReleaseEOF
           PERFORM UNTIL ReleaseEOF
               READ ReleaseFile
                   AT END SET ReleaseEOF TO TRUE
                   NOT AT END
                       MOVE ReleaseRecord TO TranInRecord
                       WRITE CleanTranRecord FROM TranInRecord
                       MOVE "WRITE" TO WSIOOperation
                       PERFORM LogCleanError
                       ADD 1 TO WSReleaseCount
                       MOVE TranInIDNum TO IDNum
                       PERFORM PriceInvoice
                       PERFORM AddRunExposure
               END-READ
           END-PERFORM
           CLOSE ReleaseFile
           OPEN OUTPUT ReleaseFile
           CLOSE ReleaseFile
       END-IF.

*> Flags an invoice whose jurisdiction isn't the one the
*> customer's ZIP lies in. CustomerData still holds the
*> customer CheckCustomer read for this transaction.
CheckZipJurisdiction.
       MOVE SPACES TO WSJurFlagText
       MOVE SPACES TO ZRJurisdiction
       IF Zip(1:5) NOT NUMERIC
           MOVE "CUSTOMER ZIP MALFORMED" TO WSJurFlagText
       ELSE
           MOVE Zip(1:5) TO ZRZip
           READ ZipFile
               INVALID KEY
                   MOVE "CUSTOMER ZIP NOT ON FILE" TO WSJurFlagText
           END-READ
           IF WSZipFileStatus NOT = "23"
               MOVE "READ" TO WSIOOperation
               PERFORM LogZipError
           END-IF
           IF WSZipFileStatus = "00"
               AND ZRJurisdiction NOT = TranInJurisdiction
               MOVE "NOT ZIP'S JURISDICTION" TO WSJurFlagText
           END-IF
       END-IF
       IF WSJurFlagText NOT = SPACES
           MOVE TranInInvoiceNum TO JCInvoiceNum
           MOVE TranInIDNum TO JCIDNum
           MOVE Zip TO JCZip
           MOVE TranInJurisdiction TO JCInvoiceJur
           MOVE ZRJurisdiction TO JCZipJur
           MOVE WSJurFlagText TO JCReasonText
           WRITE JurCheckLine FROM WSJurCheckLine
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogJurRptError
           ADD 1 TO WSJurFlagCount
       END-IF.

*> Holds an invoice when the account is on credit hold, or when
*> the open items, what this run already passed, and the new
*> invoice with its tax come to more than the credit limit. A
*> zero limit means none has been set and only the hold flag
*> applies. CustomerData still holds the customer CheckCustomer
*> read for this transaction.
CheckCredit.
       PERFORM PriceInvoice
       PERFORM SumOpenItems
       PERFORM FindRunExposure
       COMPUTE WSExposure = WSOpenTotal + WSInvoiceGross
       IF WSRunExpFound > ZERO
           ADD RXAmount(WSRunExpFound) TO WSExposure
       END-IF
       EVALUATE TRUE
           WHEN CreditOnHold
               MOVE "01" TO WSHoldReason
               MOVE "ACCOUNT ON CREDIT HOLD" TO WSHoldText
               SET InvoiceHeld TO TRUE
           *> Nothing more is invoiced to an account that was
           *> written off until credit has reviewed it
           WHEN CreditWrittenOff
               MOVE "03" TO WSHoldReason
               MOVE "ACCOUNT WRITTEN OFF" TO WSHoldText
               SET InvoiceHeld TO TRUE
           WHEN CreditLimit > ZERO AND WSExposure > CreditLimit
               MOVE "02" TO WSHoldReason
               MOVE "OVER CREDIT LIMIT" TO WSHoldText
               SET InvoiceHeld TO TRUE
           WHEN OTHER
               PERFORM AddRunExposure
       END-EVALUATE.

*> The invoice's price plus its tax at the rate in force on the
*> invoice date - the amount the tax run will post for it
PriceInvoice.
       MOVE TranInInvoiceDate TO WSLookupDate
       MOVE ZERO TO WSRateIdx
       MOVE ZERO TO WSBestEffDate
       PERFORM VARYING WSJurIdx FROM 1 BY 1
           UNTIL WSJurIdx > WSJurCount
           IF WSJurCode(WSJurIdx) = TranInJurisdiction
               AND WSJurEffDate(WSJurIdx) NOT > WSLookupDate
               AND WSJurEffDate(WSJurIdx) NOT < WSBestEffDate
               MOVE WSJurIdx TO WSRateIdx
               MOVE WSJurEffDate(WSJurIdx) TO WSBestEffDate
           END-IF
       END-PERFORM
       IF WSRateIdx = ZERO
           MOVE TranInPriceN TO WSInvoiceGross
       ELSE
           COMPUTE WSInvoiceGross ROUNDED =
               TranInPriceN + TranInPriceN * WSJurRate(WSRateIdx)
       END-IF.

*> What the customer owes across every open item on CustBal.dat
SumOpenItems.
       MOVE ZERO TO WSOpenTotal
       IF CustBalOpen
           PERFORM StartAtFirstItem
           IF NOT ItemEOF
               PERFORM ReadOpenItem
           END-IF
           PERFORM UNTIL ItemEOF
               ADD BalAmount TO WSOpenTotal
               PERFORM ReadOpenItem
           END-PERFORM
       END-IF.

StartAtFirstItem.
       MOVE "N" TO WSItemEOFFlag
       MOVE IDNum TO BalIDNum
       MOVE ZERO TO BalInvoiceNum
       START CustBalFile KEY NOT < BalKey
           INVALID KEY SET ItemEOF TO TRUE
       END-START
       MOVE "START" TO WSIOOperation
       IF WSCustBalFileStatus = "23"
           MOVE "10" TO WSCustBalFileStatus
       END-IF
       PERFORM LogCustBalError
       IF WSCustBalFileStatus NOT = "00"
           SET ItemEOF TO TRUE
       END-IF.

*> One step of the walk : the next item, ending when the file
*> runs out, a read fails, or the items stop being this
*> customer's
ReadOpenItem.
       READ CustBalFile NEXT
           AT END SET ItemEOF TO TRUE
       END-READ
       MOVE "READ" TO WSIOOperation
       PERFORM LogCustBalError
       IF WSCustBalFileStatus NOT = "00"
           SET ItemEOF TO TRUE
       END-IF
       IF NOT ItemEOF AND BalIDNum NOT = IDNum
           SET ItemEOF TO TRUE
       END-IF.

*> Finds the customer's entry in the run exposure table, leaving
*> its index in WSRunExpFound, or ZERO when there isn't one yet
FindRunExposure.
       MOVE ZERO TO WSRunExpFound
       PERFORM VARYING WSRunExpIdx FROM 1 BY 1
           UNTIL WSRunExpIdx > WSRunExpCount
           IF RXIDNum(WSRunExpIdx) = IDNum
               MOVE WSRunExpIdx TO WSRunExpFound
           END-IF
       END-PERFORM.

*> Adds a passed invoice to its customer's run exposure
AddRunExposure.
       PERFORM FindRunExposure
       IF WSRunExpFound = ZERO AND WSRunExpCount < 500
           ADD 1 TO WSRunExpCount
           MOVE WSRunExpCount TO WSRunExpFound
           MOVE IDNum TO RXIDNum(WSRunExpFound)
           MOVE ZERO TO RXAmount(WSRunExpFound)
       END-IF
       IF WSRunExpFound > ZERO
           ADD WSInvoiceGross TO RXAmount(WSRunExpFound)
       END-IF.

*> Sets the invoice aside as pending on InvHold.dat and lists it
*> on the credit-hold report
WriteHold.
       MOVE SPACES TO HoldRecord
       SET HoldPending TO TRUE
       MOVE WSRunDate TO HoldDate
       MOVE WSHoldReason TO HoldReason
       MOVE WSExposure TO HoldExposure
       MOVE CreditLimit TO HoldLimit
       MOVE TranInRecord TO HoldTranImage
       WRITE HoldRecord
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogHoldError

       MOVE TranInInvoiceNum TO HLInvoiceNum
       MOVE TranInIDNum TO HLIDNum
       MOVE WSInvoiceGross TO HLAmount
       MOVE WSExposure TO HLExposure
       MOVE CreditLimit TO HLLimit
       MOVE WSHoldText TO HLReasonText
       WRITE HoldReportLine FROM WSHoldLine
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogHoldRptError.

*> Same OPEN EXTEND-aborts-if-missing issue as ExceptionLog,
*> fixed the same way
OpenHoldFile.
       OPEN EXTEND HoldFile
       IF WSHoldFileStatus = "35"
           OPEN OUTPUT HoldFile
           CLOSE HoldFile
           OPEN EXTEND HoldFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogHoldError.

*> Run totals, so the operator can balance reads against
*> cleans plus rejects before releasing the tax run
DisplayTotals.
       DISPLAY WSCountLine
       MOVE "Trans Reject : " TO WSCountLabel
       MOVE WSRejectCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Credit Held  : " TO WSCountLabel
       MOVE WSHeldCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Released In  : " TO WSCountLabel
       MOVE WSReleaseCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Jur Flagged  : " TO WSCountLabel
       MOVE WSJurFlagCount TO WSCountValue
       DISPLAY WSCountLine.

*> Writes the status code, operation, and record key to the
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code, operation, and customer to the
*> exception log whenever the last CustBalFile I-O didn't come
*> back '00', ignoring the normal end-of-file status '10'
LogCustBalError.
       IF WSCustBalFileStatus NOT = "00"
           AND WSCustBalFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "INVEDIT" TO ELProgram
           MOVE WSCustBalFileStatus TO ELStatus
           MOVE "CustBalFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE BalIDNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last HoldFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogHoldError.
       IF WSHoldFileStatus NOT = "00" AND WSHoldFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "INVEDIT" TO ELProgram
           MOVE WSHoldFileStatus TO ELStatus
           MOVE "HoldFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last HoldReport I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogHoldRptError.
       IF WSHoldRptFileStatus NOT = "00"
           AND WSHoldRptFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "INVEDIT" TO ELProgram
           MOVE WSHoldRptFileStatus TO ELStatus
           MOVE "HoldReport" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last ZipFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogZipError.
       IF WSZipFileStatus NOT = "00" AND WSZipFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "INVEDIT" TO ELProgram
           MOVE WSZipFileStatus TO ELStatus
           MOVE "ZipFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE IDNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last JurCheckReport I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogJurRptError.
       IF WSJurRptFileStatus NOT = "00"
           AND WSJurRptFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "INVEDIT" TO ELProgram
           MOVE WSJurRptFileStatus TO ELStatus
           MOVE "JurCheckReport" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> OPEN EXTEND aborts the run with status 35 if ExceptionLog
*> doesn't exist yet, instead of creating it, so create it with
*> a throwaway OPEN OUTPUT first the one time that happens
