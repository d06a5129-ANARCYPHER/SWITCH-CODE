       >>SOURCE FORMAT FREE
*> Compile with : cobc -x FINCHG.cob
*> Execute : ./FINCHG
IDENTIFICATION DIVISION.
PROGRAM-ID. FinChg.
*> Month-end finance charge run : ages every open item on
*> CustBal.dat against the due days on the finance-charge
*> control record FinChgCtl.dat (maintained in TBLMAINT), and
*> charges each customer the monthly rate on what is past due,
*> or the control record's minimum charge when the rate comes
*> to less. Closed accounts are not charged, nor are items under
*> dispute on DispItem.dat, nor earlier finance charges - no
*> interest on interest.
*> Each charge posts as its own open item on CustBal.dat, so it
*> ages, dunns, and is paid like any invoice, numbered from the
*> control record's next finance-charge number in the range
*> 90000000 and up that INVEDIT keeps fed invoices out of.
*> The run appends one balanced pair to GLPost.dat - debit
*> receivables, credit finance-charge income, from the FINCHG
*> entry on GLChart.dat - for GLPROOF to prove and post, prints
*> the charges on FinChg.rpt, keeps each on the permanent
*> receivables history ARHist.dat, and stamps the month on the
*> control record, so a second run in the same month is refused
*> before a single charge is made.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Rate, minimum, and due days, the month last charged,
       *> and the next finance-charge invoice number
       SELECT FinChgCtlFile ASSIGN TO "FinChgCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSFinChgCtlFileStatus.
       *> Open receivable items : read through in key order to age
       *> them, then written to as the charges post
       SELECT CustBalFile ASSIGN TO "CustBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BalKey
           FILE STATUS IS WSCustBalFileStatus.
       *> Read-only, so a closed account is not charged
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WSFileStatus.
       *> Open items the customer has disputed, maintained in
       *> CUSTMAINT, keyed the same way CustBal.dat is
       SELECT DisputeFile ASSIGN TO "DispItem.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DispKey
           FILE STATUS IS WSDisputeFileStatus.
       *> One debit and one credit GL account per posting key;
       *> FINCHG carries the receivable and income accounts
       SELECT GLChartFile ASSIGN TO "GLChart.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLChartFileStatus.
       *> The posting extract GLPROOF proves and posts
       SELECT GLPostFile ASSIGN TO "GLPost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLPostFileStatus.
       *> Finance charge register : one line per charge posted
       SELECT FinChgReport ASSIGN TO "FinChg.rpt"
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

DATA DIVISION.
FILE SECTION.
*> The finance-charge control record : the monthly rate, the
*> least charge worth billing, how many days past posting an
*> item falls due, the month (YYYYMM) last charged, and the
*> next invoice number to give a charge
FD FinChgCtlFile.
01 FinChgCtlRecord.
       02 FCRate        PIC V9999.
       02 FCMinimum     PIC 9(4)V99.
       02 FCDueDays     PIC 9(3).
       02 FCLastMonth   PIC 9(6).
       02 FCNextInvoice PIC 9(8).

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

*> One disputed open item : the item's key, the date the
*> dispute was raised, and what the customer says is wrong
FD DisputeFile.
01 DisputeRecord.
       02 DispKey.
           03 DispIDNum      PIC 9(8).
           03 DispInvoiceNum PIC 9(8).
       02 DispDate   PIC 9(8).
       02 DispReason PIC X(24).

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

FD FinChgReport.
01 ReportLine PIC X(60).

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

WORKING-STORAGE SECTION.
*> Holds the status of the last I-O against each file
01 WSFinChgCtlFileStatus PIC XX VALUE "00".
01 WSCustBalFileStatus   PIC XX VALUE "00".
01 WSFileStatus          PIC XX VALUE "00".
01 WSDisputeFileStatus   PIC XX VALUE "00".
01 WSGLChartFileStatus   PIC XX VALUE "00".
01 WSGLPostFileStatus    PIC XX VALUE "00".
01 WSReportFileStatus    PIC XX VALUE "00".
01 WSARHistFileStatus    PIC XX VALUE "00".
01 WSExcLogFileStatus    PIC XX VALUE "00".
01 WSIOOperation         PIC X(10) VALUE SPACE.
01 WSBalEOF              PIC X VALUE "N".
       88 BalEOF VALUE "Y".
01 WSDisputeOpen         PIC X VALUE "N".
       88 DisputeOpen VALUE "Y".

*> Finance charges are numbered from here up; nothing below it
*> is ever given to a charge
01 WSFirstChargeInvoice PIC 9(8) VALUE 90000000.

*> Run date, its day number, and the month being charged
01 WSRunDate    PIC 9(8).
01 WSRunDay     PIC 9(8).
01 WSItemDay    PIC 9(8).
01 WSAgeDays    PIC S9(8).
01 WSRunMonth   PIC 9(6).

*> The GL accounts from the chart's FINCHG entry
01 WSChartKey      PIC X(10) VALUE "FINCHG".
01 WSARAccount     PIC X(8) VALUE SPACES.
01 WSIncomeAccount PIC X(8) VALUE SPACES.

*> The customer under the control break and what of theirs is
*> past due and chargeable
01 WSCurrentID  PIC 9(8).
01 WSPastDue    PIC 9(8)V99.
01 WSCharge     PIC 9(8)V99.

*> The charges worked out on the pass through CustBal.dat,
*> posted once the pass is done so the new items can't turn up
*> under the read that found them
01 WSChargeTable.
       02 WSChargeEntry OCCURS 5000 TIMES.
           03 CHIDNum    PIC 9(8).
           03 CHPastDue  PIC 9(8)V99.
           03 CHAmount   PIC 9(8)V99.
01 WSChargeCount PIC 9(4) VALUE ZERO.
01 WSChargeIdx   PIC 9(4).
*> Keeps this run's history postings apart within one instant
01 WSHistSeq     PIC 9(4) VALUE ZERO.

01 WSChargedCount  PIC 9(8) VALUE ZERO.
01 WSClosedCount   PIC 9(8) VALUE ZERO.
01 WSMissingCount  PIC 9(8) VALUE ZERO.
01 WSTotalPastDue  PIC 9(10)V99 VALUE ZERO.
01 WSTotalCharges  PIC 9(9)V99 VALUE ZERO.

01 WSHeadLine.
       02 FILLER      PIC X(32) VALUE
           "FINANCE CHARGE REGISTER - MONTH ".
       02 HDMonth     PIC 9(6).
       02 FILLER      PIC X(7) VALUE "  RATE ".
       02 HDRate      PIC .9999.
01 WSColumnLine.
       02 FILLER PIC X(10) VALUE "Customer".
       02 FILLER PIC X(10) VALUE "Invoice".
       02 FILLER PIC X(14) VALUE "    Past Due".
       02 FILLER PIC X(14) VALUE "      Charge".
01 WSDetailLine.
       02 DLIDNum     PIC 9(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 DLInvoice   PIC 9(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 DLPastDue   PIC Z(7)9.99.
       02 FILLER      PIC X(2) VALUE SPACES.
       02 DLCharge    PIC Z(7)9.99.
01 WSTotalLine.
       02 FILLER      PIC X(20) VALUE "Totals".
       02 TLPastDue   PIC Z(9)9.99.
       02 FILLER      PIC X(1) VALUE SPACE.
       02 TLCharges   PIC Z(8)9.99.

01 WSCountLine.
       02 WSCountLabel PIC X(18).
       02 WSCountValue PIC ZZZZ,ZZ9.

PROCEDURE DIVISION.
StartFinanceCharge.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       MOVE FUNCTION INTEGER-OF-DATE(WSRunDate) TO WSRunDay
       MOVE WSRunDate(1:6) TO WSRunMonth

       PERFORM LoadControlRecord
       IF FCLastMonth = WSRunMonth
           DISPLAY "Finance charges for " WSRunMonth
               " were already run - nothing charged"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LoadChargeAccounts

       OPEN I-O CustBalFile
       IF WSCustBalFileStatus NOT = "00"
           DISPLAY "CustBal.dat not available, status "
               WSCustBalFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogIOError
       *> No dispute file yet just means nothing was ever disputed
       OPEN INPUT DisputeFile
       IF WSDisputeFileStatus = "00"
           SET DisputeOpen TO TRUE
       END-IF

       PERFORM ReadBalance
       PERFORM UNTIL BalEOF
           PERFORM SumPastDue
           IF WSPastDue > ZERO
               PERFORM WorkOutCharge
           END-IF
       END-PERFORM

       OPEN OUTPUT FinChgReport
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogReportError
       MOVE WSRunMonth TO HDMonth
       MOVE FCRate TO HDRate
       WRITE ReportLine FROM WSHeadLine
       WRITE ReportLine FROM WSColumnLine
       PERFORM LogReportError

       PERFORM OpenARHistFile
       IF FCNextInvoice <= WSFirstChargeInvoice
           COMPUTE FCNextInvoice = WSFirstChargeInvoice + 1
       END-IF
       PERFORM VARYING WSChargeIdx FROM 1 BY 1
           UNTIL WSChargeIdx > WSChargeCount
           PERFORM PostOneCharge
       END-PERFORM

       MOVE WSTotalPastDue TO TLPastDue
       MOVE WSTotalCharges TO TLCharges
       WRITE ReportLine FROM WSTotalLine
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogReportError

       IF WSTotalCharges > ZERO
           PERFORM WriteGLPostingPair
       END-IF
       MOVE WSRunMonth TO FCLastMonth
       PERFORM SaveControlRecord
       PERFORM DisplayTotals

       CLOSE CustBalFile
       CLOSE CustomerFile
       IF DisputeOpen
           CLOSE DisputeFile
       END-IF
       CLOSE FinChgReport
       CLOSE ARHistFile
       STOP RUN.

*> The run can't charge anything without its terms, so a
*> missing control record stops it before anything is touched
LoadControlRecord.
       OPEN INPUT FinChgCtlFile
       IF WSFinChgCtlFileStatus NOT = "00"
           DISPLAY "FinChgCtl.dat not available, status "
               WSFinChgCtlFileStatus " - set the terms in TBLMAINT"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       READ FinChgCtlFile
           AT END
               DISPLAY "FinChgCtl.dat is empty - set the terms "
                   "in TBLMAINT"
               CLOSE FinChgCtlFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
       END-READ
       MOVE "READ" TO WSIOOperation
       PERFORM LogFinChgCtlError
       CLOSE FinChgCtlFile.

*> The charges can't post without somewhere to post them, so a
*> chart with no FINCHG entry stops the run the same way
LoadChargeAccounts.
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
                       MOVE GCDebitAcct TO WSARAccount
                       MOVE GCCreditAcct TO WSIncomeAccount
                   END-IF
           END-READ
           MOVE "READ" TO WSIOOperation
           PERFORM LogGLChartError
       END-PERFORM
       CLOSE GLChartFile
       *> Both sides are needed, or the pair posts one-sided
       IF WSARAccount = SPACES OR WSIncomeAccount = SPACES
           DISPLAY "No GL accounts for " WSChartKey
               " on GLChart.dat - nothing charged"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

ReadBalance.
       READ CustBalFile NEXT
           AT END SET BalEOF TO TRUE
       END-READ
       IF WSCustBalFileStatus NOT = "00"
           AND WSCustBalFileStatus NOT = "10"
           MOVE "READ" TO WSIOOperation
           PERFORM LogBalanceError
           SET BalEOF TO TRUE
       END-IF
       IF WSCustBalFileStatus = "10"
           SET BalEOF TO TRUE
       END-IF.

*> The control break : totals what the customer under the read
*> owes past the due days, leaving out earlier finance charges
*> and disputed items, and leaves the read on the next
*> customer's first item
SumPastDue.
       MOVE BalIDNum TO WSCurrentID
       MOVE ZERO TO WSPastDue
       PERFORM UNTIL BalEOF OR BalIDNum NOT = WSCurrentID
           IF BalInvoiceNum < WSFirstChargeInvoice
               MOVE FUNCTION INTEGER-OF-DATE(BalPostDate)
                   TO WSItemDay
               COMPUTE WSAgeDays = WSRunDay - WSItemDay
               IF WSAgeDays > FCDueDays
                   PERFORM AddChargeableItem
               END-IF
           END-IF
           PERFORM ReadBalance
       END-PERFORM.

AddChargeableItem.
       IF DisputeOpen
           MOVE BalKey TO DispKey
           READ DisputeFile
               INVALID KEY ADD BalAmount TO WSPastDue
           END-READ
       ELSE
           ADD BalAmount TO WSPastDue
       END-IF.

*> The rate on what's past due, never less than the minimum,
*> for an account still open
WorkOutCharge.
       MOVE WSCurrentID TO IDNum
       READ CustomerFile
           INVALID KEY CONTINUE
       END-READ
       IF WSFileStatus = "23"
           MOVE "00" TO WSFileStatus
           DISPLAY "No customer " WSCurrentID
               " for past-due items - not charged"
           ADD 1 TO WSMissingCount
       ELSE
           MOVE "READ" TO WSIOOperation
           PERFORM LogIOError
           EVALUATE TRUE
               WHEN WSFileStatus NOT = "00"
                   CONTINUE
               WHEN ClosedCust
                   ADD 1 TO WSClosedCount
               WHEN OTHER
                   COMPUTE WSCharge ROUNDED = WSPastDue * FCRate
                   IF WSCharge < FCMinimum
                       MOVE FCMinimum TO WSCharge
                   END-IF
                   PERFORM KeepCharge
           END-EVALUATE
       END-IF.

KeepCharge.
       IF WSChargeCount < 5000
           ADD 1 TO WSChargeCount
           MOVE WSCurrentID TO CHIDNum(WSChargeCount)
           MOVE WSPastDue TO CHPastDue(WSChargeCount)
           MOVE WSCharge TO CHAmount(WSChargeCount)
       ELSE
           DISPLAY "Charge table is full, customer " WSCurrentID
               " not charged"
       END-IF.

*> One charge : its own open item under the next finance-charge
*> number, posted today, and its line on the register
PostOneCharge.
       MOVE CHIDNum(WSChargeIdx) TO BalIDNum
       MOVE FCNextInvoice TO BalInvoiceNum
       MOVE WSRunDate TO BalPostDate
       MOVE CHAmount(WSChargeIdx) TO BalAmount
       WRITE CustBalData
           INVALID KEY DISPLAY "Unable to post charge "
               BalInvoiceNum " for customer " BalIDNum
       END-WRITE
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogBalanceError
       IF WSCustBalFileStatus = "00"
           MOVE BalIDNum TO DLIDNum
           MOVE BalInvoiceNum TO DLInvoice
           MOVE CHPastDue(WSChargeIdx) TO DLPastDue
           MOVE CHAmount(WSChargeIdx) TO DLCharge
           WRITE ReportLine FROM WSDetailLine
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogReportError
           ADD CHPastDue(WSChargeIdx) TO WSTotalPastDue
           ADD CHAmount(WSChargeIdx) TO WSTotalCharges
           ADD 1 TO WSChargedCount
           MOVE SPACES TO ARHistRecord
           MOVE BalIDNum TO AHIDNum
           MOVE "F" TO AHTranType
           MOVE BalInvoiceNum TO AHRefNum
           MOVE BalInvoiceNum TO AHItemNum
           MOVE BalAmount TO AHAmount
           PERFORM WriteARHistory
       END-IF
       ADD 1 TO FCNextInvoice.

*> One balanced pair for the month's charges : debit the
*> receivable, credit finance-charge income
WriteGLPostingPair.
       PERFORM OpenGLPostFile
       MOVE SPACES TO GLPostRecord
       MOVE WSRunDate TO GPPostDate
       MOVE WSARAccount TO GPAccount
       MOVE "D" TO GPDebitCredit
       MOVE WSTotalCharges TO GPAmount
       MOVE WSChartKey TO GPJurisdiction
       WRITE GLPostRecord
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogGLPostError

       MOVE SPACES TO GLPostRecord
       MOVE WSRunDate TO GPPostDate
       MOVE WSIncomeAccount TO GPAccount
       MOVE "C" TO GPDebitCredit
       MOVE WSTotalCharges TO GPAmount
       MOVE WSChartKey TO GPJurisdiction
       WRITE GLPostRecord
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogGLPostError
       CLOSE GLPostFile.

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

*> The month charged and the next free number go back on the
*> control record, which is what refuses a second run this month
SaveControlRecord.
       OPEN OUTPUT FinChgCtlFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogFinChgCtlError
       WRITE FinChgCtlRecord
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogFinChgCtlError
       CLOSE FinChgCtlFile.

DisplayTotals.
       MOVE "Customers charged: " TO WSCountLabel
       MOVE WSChargedCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Closed, skipped  : " TO WSCountLabel
       MOVE WSClosedCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Not on file      : " TO WSCountLabel
       MOVE WSMissingCount TO WSCountValue
       DISPLAY WSCountLine
       DISPLAY WSTotalLine.

*> Writes the status code, operation, and record key to the
*> exception log whenever the last CustomerFile I-O didn't
*> come back '00', ignoring the normal end-of-file status '10'
LogIOError.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "FINCHG" TO ELProgram
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
           MOVE "FINCHG" TO ELProgram
           MOVE WSCustBalFileStatus TO ELStatus
           MOVE "CustBalFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE BalIDNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last FinChgCtlFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogFinChgCtlError.
       IF WSFinChgCtlFileStatus NOT = "00"
           AND WSFinChgCtlFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "FINCHG" TO ELProgram
           MOVE WSFinChgCtlFileStatus TO ELStatus
           MOVE "FinChgCtlFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
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
           MOVE "FINCHG" TO ELProgram
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
           MOVE "FINCHG" TO ELProgram
           MOVE WSGLPostFileStatus TO ELStatus
           MOVE "GLPostFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last FinChgReport I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogReportError.
       IF WSReportFileStatus NOT = "00"
           AND WSReportFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "FINCHG" TO ELProgram
           MOVE WSReportFileStatus TO ELStatus
           MOVE "FinChgReport" TO ELFile
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
           MOVE "FINCHG" TO ELProgram
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
