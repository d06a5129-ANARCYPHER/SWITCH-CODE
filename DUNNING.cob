       >>SOURCE FORMAT FREE
*> Compile with : cobc -x DUNNING.cob
*> Execute : ./DUNNING
IDENTIFICATION DIVISION.
PROGRAM-ID. Dunning.
*> Dunning letter run : ages every open item on CustBal.dat the
*> way AGEDTB does and writes one collection letter per
*> customer with anything 31 days or more past due to
*> DunLetter.rpt, addressed from Customer.dat. The letter
*> escalates with the oldest bucket the customer has reached :
*> a friendly reminder at 31-60 days, a second notice at 61-90,
*> and a final demand over 90.
*> Every letter sent goes on the dunning history DunHist.dat,
*> tagged with the month (the dunning cycle) it went out in, so
*> a rerun in the same month doesn't send anybody the same
*> level twice, and so CUSTINQ can tell a caller which notices
*> were sent. Closed accounts, accounts with an item under
*> dispute on DispItem.dat, and balances with no customer
*> record are not dunned; they are listed on the exception page
*> DunExc.rpt for collections to work by hand.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Open receivable items, keyed by customer and invoice so
       *> a customer's items arrive together on the sequential read
       SELECT CustBalFile ASSIGN TO "CustBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS BalKey
           FILE STATUS IS WSCustBalFileStatus.
       *> Read-only, for each overdue customer's name, address,
       *> and standing
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
       *> Every dunning letter ever sent, appended run after run
       SELECT DunHistFile ASSIGN TO "DunHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDunHistFileStatus.
       *> The letters themselves, ready to print and mail
       SELECT LetterFile ASSIGN TO "DunLetter.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLetterFileStatus.
       *> Overdue customers this run would not dun, and why
       SELECT DunExcReport ASSIGN TO "DunExc.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDunExcFileStatus.
       *> Exception log used whenever an I-O operation on one
       *> of the above files doesn't come back with status '00'
       SELECT ExceptionLog ASSIGN TO "IOError.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExcLogFileStatus.

DATA DIVISION.
FILE SECTION.
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

*> One letter sent : to whom, in which dunning cycle (YYYYMM),
*> at what level (1 reminder, 2 second notice, 3 final demand),
*> on what date, and for how much past due
FD DunHistFile.
01 DunHistRecord.
       02 DHIDNum    PIC 9(8).
       02 FILLER     PIC X.
       02 DHCycle    PIC 9(6).
       02 FILLER     PIC X.
       02 DHLevel    PIC 9.
       02 FILLER     PIC X.
       02 DHSentDate PIC 9(8).
       02 FILLER     PIC X.
       02 DHPastDue  PIC 9(8)V99.

FD LetterFile.
01 LetterLine PIC X(72).

FD DunExcReport.
01 DunExcLine PIC X(72).

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
01 WSFileStatus         PIC XX VALUE "00".
01 WSCustBalFileStatus  PIC XX VALUE "00".
01 WSDisputeFileStatus  PIC XX VALUE "00".
01 WSDunHistFileStatus  PIC XX VALUE "00".
01 WSLetterFileStatus   PIC XX VALUE "00".
01 WSDunExcFileStatus   PIC XX VALUE "00".
01 WSExcLogFileStatus   PIC XX VALUE "00".
01 WSIOOperation        PIC X(10) VALUE SPACE.
01 WSBalEOF             PIC X VALUE "N".
       88 BalEOF VALUE "Y".
01 WSDunHistEOF         PIC X VALUE "N".
       88 DunHistEOF VALUE "Y".
01 WSDisputeOpen        PIC X VALUE "N".
       88 DisputeOpen VALUE "Y".

*> Run date, its day number, and the dunning cycle it falls in
01 WSRunDate    PIC 9(8).
01 WSRunDay     PIC 9(8).
01 WSItemDay    PIC 9(8).
01 WSAgeDays    PIC S9(8).
01 WSRunCycle   PIC 9(6).

*> The customer whose items the control break below is aging :
*> the past-due buckets, whether any item is disputed, and the
*> overdue items themselves for the letter's item list
01 WSCurrentID  PIC 9(8).
01 WSCust31To60 PIC 9(8)V99.
01 WSCust61To90 PIC 9(8)V99.
01 WSCustOver90 PIC 9(8)V99.
01 WSPastDue    PIC 9(8)V99.
01 WSDisputeFlag PIC X VALUE "N".
       88 ItemDisputed VALUE "Y".
01 WSOverdueTable.
       02 WSOverdueEntry OCCURS 20 TIMES.
           03 ODInvoiceNum PIC 9(8).
           03 ODPostDate   PIC 9(8).
           03 ODAgeDays    PIC 9(5).
           03 ODAmount     PIC 9(8)V99.
01 WSOverdueCount PIC 9(4).
01 WSOverdueIdx   PIC 9(4).
01 WSLevel        PIC 9.

*> Letters already sent this cycle, loaded from DunHist.dat at
*> startup and added to as the run sends more
01 WSSentTable.
       02 WSSentEntry OCCURS 1000 TIMES.
           03 STIDNum PIC 9(8).
           03 STLevel PIC 9.
01 WSSentCount PIC 9(4) VALUE ZERO.
01 WSSentIdx   PIC 9(4).
01 WSSentFlag  PIC X VALUE "N".
       88 AlreadySent VALUE "Y".

*> The letter wording by level : a heading and three lines of
*> text each, stronger at every level
01 WSLetterTextValues.
       02 FILLER PIC X(20) VALUE "PAYMENT REMINDER".
       02 FILLER PIC X(60) VALUE
           "Our records show the balance below is now past due.".
       02 FILLER PIC X(60) VALUE
           "If you have already sent payment, thank you - please".
       02 FILLER PIC X(60) VALUE
           "disregard this reminder.".
       02 FILLER PIC X(20) VALUE "SECOND NOTICE".
       02 FILLER PIC X(60) VALUE
           "Your account is now more than 60 days past due and".
       02 FILLER PIC X(60) VALUE
           "we have not received payment after our reminder.".
       02 FILLER PIC X(60) VALUE
           "Please remit the balance below, or call us, at once.".
       02 FILLER PIC X(20) VALUE "FINAL DEMAND".
       02 FILLER PIC X(60) VALUE
           "Your account is more than 90 days past due. Unless the".
       02 FILLER PIC X(60) VALUE
           "balance below is paid within ten days, the account".
       02 FILLER PIC X(60) VALUE
           "will be referred for collection without further notice.".
01 WSLetterTextTable REDEFINES WSLetterTextValues.
       02 WSLevelEntry OCCURS 3 TIMES.
           03 LTTitle PIC X(20).
           03 LTLine  PIC X(60) OCCURS 3 TIMES.
01 WSTextIdx PIC 9(4).

01 WSLetterCount    PIC 9(8) VALUE ZERO.
01 WSReminderCount  PIC 9(8) VALUE ZERO.
01 WSSecondCount    PIC 9(8) VALUE ZERO.
01 WSFinalCount     PIC 9(8) VALUE ZERO.
01 WSRepeatCount    PIC 9(8) VALUE ZERO.
01 WSExceptionCount PIC 9(8) VALUE ZERO.
01 WSExcReason      PIC X(24).

01 WSLetterDateLine.
       02 FILLER       PIC X(48) VALUE SPACES.
       02 LDRunDate    PIC 9(8).
01 WSLetterNameLine.
       02 LNName       PIC X(32).
01 WSLetterStreetLine.
       02 LSStreet     PIC X(20).
01 WSLetterCityLine.
       02 LCCity       PIC X(15).
       02 FILLER       PIC X VALUE SPACE.
       02 LCState      PIC X(2).
       02 FILLER       PIC X VALUE SPACE.
       02 LCZip        PIC X(9).
01 WSLetterAcctLine.
       02 FILLER       PIC X(10) VALUE "Account : ".
       02 LAIDNum      PIC 9(8).
01 WSLetterTitleLine.
       02 FILLER       PIC X(4) VALUE SPACES.
       02 LTTitleOut   PIC X(20).
01 WSLetterTextLine.
       02 LXText       PIC X(60).
01 WSLetterItemHead.
       02 FILLER PIC X(4)  VALUE SPACES.
       02 FILLER PIC X(10) VALUE "Invoice".
       02 FILLER PIC X(10) VALUE "Posted".
       02 FILLER PIC X(8)  VALUE "Days".
       02 FILLER PIC X(12) VALUE "      Amount".
01 WSLetterItemLine.
       02 FILLER       PIC X(4) VALUE SPACES.
       02 LIInvoiceNum PIC 9(8).
       02 FILLER       PIC X(2) VALUE SPACES.
       02 LIPostDate   PIC 9(8).
       02 FILLER       PIC X(2) VALUE SPACES.
       02 LIAgeDays    PIC ZZZZ9.
       02 FILLER       PIC X(3) VALUE SPACES.
       02 LIAmount     PIC Z(7)9.99.
01 WSLetterTotalLine.
       02 FILLER       PIC X(4) VALUE SPACES.
       02 FILLER       PIC X(22) VALUE "Total past due      : ".
       02 LTPastDue    PIC Z(7)9.99.
01 WSLetterEndLine.
       02 FILLER       PIC X(72) VALUE ALL "-".

01 WSExcHeadLine.
       02 FILLER       PIC X(30) VALUE "DUNNING EXCEPTIONS - RUN DATE ".
       02 EHRunDate    PIC 9(8).
01 WSExcColumnLine.
       02 FILLER PIC X(10) VALUE "Customer".
       02 FILLER PIC X(14) VALUE "    Past Due".
       02 FILLER PIC X(4)  VALUE SPACES.
       02 FILLER PIC X(24) VALUE "Reason".
01 WSExcDetailLine.
       02 EXIDNum      PIC 9(8).
       02 FILLER       PIC X(2) VALUE SPACES.
       02 EXPastDue    PIC Z(7)9.99.
       02 FILLER       PIC X(4) VALUE SPACES.
       02 EXReason     PIC X(24).

01 WSCountLine.
       02 WSCountLabel PIC X(18).
       02 WSCountValue PIC ZZZZ,ZZ9.

PROCEDURE DIVISION.
StartDunning.
       OPEN INPUT CustBalFile
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

       MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       MOVE FUNCTION INTEGER-OF-DATE(WSRunDate) TO WSRunDay
       MOVE WSRunDate(1:6) TO WSRunCycle
       PERFORM LoadCycleHistory

       OPEN OUTPUT LetterFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogLetterError
       OPEN OUTPUT DunExcReport
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogDunExcError
       MOVE WSRunDate TO EHRunDate
       WRITE DunExcLine FROM WSExcHeadLine
       WRITE DunExcLine FROM WSExcColumnLine
       PERFORM LogDunExcError
       PERFORM OpenDunHistFile

       PERFORM ReadBalance
       PERFORM UNTIL BalEOF
           PERFORM AgeCustomerItems
           IF WSPastDue > ZERO
               PERFORM DunCustomer
           END-IF
       END-PERFORM

       PERFORM DisplayTotals

       CLOSE CustBalFile
       CLOSE CustomerFile
       IF DisputeOpen
           CLOSE DisputeFile
       END-IF
       CLOSE DunHistFile
       CLOSE LetterFile
       CLOSE DunExcReport
       STOP RUN.

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

*> The letters this cycle has already sent, so a rerun in the
*> same month skips them. No history yet just means no letter
*> was ever sent.
LoadCycleHistory.
       OPEN INPUT DunHistFile
       IF WSDunHistFileStatus = "00"
           PERFORM UNTIL DunHistEOF
               READ DunHistFile
                   AT END SET DunHistEOF TO TRUE
                   NOT AT END
                       IF DHCycle = WSRunCycle
                           MOVE DHIDNum TO WSCurrentID
                           MOVE DHLevel TO WSLevel
                           PERFORM RememberSent
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DunHistFile
       END-IF.

*> The control break : ages every open item belonging to the
*> customer now under the read, keeps the overdue ones for the
*> letter, notes any disputed item, and leaves the read sitting
*> on the next customer's first item
AgeCustomerItems.
       MOVE BalIDNum TO WSCurrentID
       MOVE ZERO TO WSCust31To60
       MOVE ZERO TO WSCust61To90
       MOVE ZERO TO WSCustOver90
       MOVE ZERO TO WSOverdueCount
       MOVE "N" TO WSDisputeFlag
       PERFORM UNTIL BalEOF OR BalIDNum NOT = WSCurrentID
           PERFORM AgeOneItem
           PERFORM CheckItemDispute
           PERFORM ReadBalance
       END-PERFORM
       COMPUTE WSPastDue = WSCust31To60 + WSCust61To90
           + WSCustOver90.

*> Ages one item the way AGEDTB buckets it; anything past 30
*> days is overdue and goes on the letter's item list
AgeOneItem.
       MOVE FUNCTION INTEGER-OF-DATE(BalPostDate) TO WSItemDay
       COMPUTE WSAgeDays = WSRunDay - WSItemDay
       IF WSAgeDays > 30
           EVALUATE TRUE
               WHEN WSAgeDays <= 60
                   ADD BalAmount TO WSCust31To60
               WHEN WSAgeDays <= 90
                   ADD BalAmount TO WSCust61To90
               WHEN OTHER
                   ADD BalAmount TO WSCustOver90
           END-EVALUATE
           IF WSOverdueCount < 20
               ADD 1 TO WSOverdueCount
               MOVE BalInvoiceNum TO ODInvoiceNum(WSOverdueCount)
               MOVE BalPostDate TO ODPostDate(WSOverdueCount)
               MOVE WSAgeDays TO ODAgeDays(WSOverdueCount)
               MOVE BalAmount TO ODAmount(WSOverdueCount)
           END-IF
       END-IF.

*> Any one disputed item holds the whole account back from
*> dunning until the dispute is settled
CheckItemDispute.
       IF DisputeOpen
           MOVE BalKey TO DispKey
           READ DisputeFile
               INVALID KEY CONTINUE
               NOT INVALID KEY SET ItemDisputed TO TRUE
           END-READ
       END-IF.

*> Picks the letter level from the oldest bucket reached, then
*> either sends the letter or lists the account as an exception
DunCustomer.
       EVALUATE TRUE
           WHEN WSCustOver90 > ZERO MOVE 3 TO WSLevel
           WHEN WSCust61To90 > ZERO MOVE 2 TO WSLevel
           WHEN OTHER               MOVE 1 TO WSLevel
       END-EVALUATE
       MOVE WSCurrentID TO IDNum
       READ CustomerFile
           INVALID KEY CONTINUE
       END-READ
       IF WSFileStatus = "23"
           MOVE "00" TO WSFileStatus
           MOVE "NOT ON CUSTOMER FILE" TO WSExcReason
           PERFORM WriteDunException
       ELSE
           MOVE "READ" TO WSIOOperation
           PERFORM LogIOError
           EVALUATE TRUE
               WHEN WSFileStatus NOT = "00"
                   CONTINUE
               WHEN ClosedCust
                   MOVE "ACCOUNT CLOSED" TO WSExcReason
                   PERFORM WriteDunException
               WHEN ItemDisputed
                   MOVE "DISPUTED ITEM" TO WSExcReason
                   PERFORM WriteDunException
               WHEN OTHER
                   PERFORM CheckAlreadySent
                   IF AlreadySent
                       ADD 1 TO WSRepeatCount
                   ELSE
                       PERFORM WriteLetter
                       PERFORM RecordLetterSent
                   END-IF
           END-EVALUATE
       END-IF.

CheckAlreadySent.
       MOVE "N" TO WSSentFlag
       PERFORM VARYING WSSentIdx FROM 1 BY 1
           UNTIL WSSentIdx > WSSentCount
           IF STIDNum(WSSentIdx) = WSCurrentID
               AND STLevel(WSSentIdx) = WSLevel
               SET AlreadySent TO TRUE
           END-IF
       END-PERFORM.

*> A letter the table can't remember could be sent again, so
*> running out of room stops the run
RememberSent.
       IF WSSentCount = 1000
           DISPLAY "More than 1000 letters this cycle - run "
               "stopped"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WSSentCount
       MOVE WSCurrentID TO STIDNum(WSSentCount)
       MOVE WSLevel TO STLevel(WSSentCount).

*> One letter : date, address block, account, the level's
*> heading and wording, the overdue items, and the total
WriteLetter.
       MOVE WSRunDate TO LDRunDate
       WRITE LetterLine FROM WSLetterDateLine
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogLetterError
       *> CUSTSTD's standardized name when it has been built,
       *> otherwise the name as keyed
       IF FullName NOT = SPACES
           MOVE FullName TO LNName
       ELSE
           MOVE SPACES TO LNName
           STRING FirstName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LastName DELIMITED BY SPACE
               INTO LNName
           END-STRING
       END-IF
       WRITE LetterLine FROM WSLetterNameLine
       MOVE Street TO LSStreet
       WRITE LetterLine FROM WSLetterStreetLine
       MOVE City TO LCCity
       MOVE State TO LCState
       MOVE Zip TO LCZip
       WRITE LetterLine FROM WSLetterCityLine
       MOVE SPACES TO LetterLine
       WRITE LetterLine
       MOVE WSCurrentID TO LAIDNum
       WRITE LetterLine FROM WSLetterAcctLine
       MOVE SPACES TO LetterLine
       WRITE LetterLine
       MOVE LTTitle(WSLevel) TO LTTitleOut
       WRITE LetterLine FROM WSLetterTitleLine
       MOVE SPACES TO LetterLine
       WRITE LetterLine
       PERFORM VARYING WSTextIdx FROM 1 BY 1 UNTIL WSTextIdx > 3
           MOVE LTLine(WSLevel, WSTextIdx) TO LXText
           WRITE LetterLine FROM WSLetterTextLine
       END-PERFORM
       MOVE SPACES TO LetterLine
       WRITE LetterLine
       WRITE LetterLine FROM WSLetterItemHead
       PERFORM VARYING WSOverdueIdx FROM 1 BY 1
           UNTIL WSOverdueIdx > WSOverdueCount
           MOVE ODInvoiceNum(WSOverdueIdx) TO LIInvoiceNum
           MOVE ODPostDate(WSOverdueIdx) TO LIPostDate
           MOVE ODAgeDays(WSOverdueIdx) TO LIAgeDays
           MOVE ODAmount(WSOverdueIdx) TO LIAmount
           WRITE LetterLine FROM WSLetterItemLine
       END-PERFORM
       MOVE WSPastDue TO LTPastDue
       WRITE LetterLine FROM WSLetterTotalLine
       WRITE LetterLine FROM WSLetterEndLine
       PERFORM LogLetterError
       ADD 1 TO WSLetterCount
       EVALUATE WSLevel
           WHEN 1 ADD 1 TO WSReminderCount
           WHEN 2 ADD 1 TO WSSecondCount
           WHEN 3 ADD 1 TO WSFinalCount
       END-EVALUATE.

*> The letter goes on the history, and on this run's copy of
*> the cycle, so it can't be sent again this month
RecordLetterSent.
       MOVE SPACES TO DunHistRecord
       MOVE WSCurrentID TO DHIDNum
       MOVE WSRunCycle TO DHCycle
       MOVE WSLevel TO DHLevel
       MOVE WSRunDate TO DHSentDate
       MOVE WSPastDue TO DHPastDue
       WRITE DunHistRecord
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogDunHistError
       PERFORM RememberSent.

WriteDunException.
       MOVE WSCurrentID TO EXIDNum
       MOVE WSPastDue TO EXPastDue
       MOVE WSExcReason TO EXReason
       WRITE DunExcLine FROM WSExcDetailLine
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogDunExcError
       ADD 1 TO WSExceptionCount.

DisplayTotals.
       MOVE "Letters sent     : " TO WSCountLabel
       MOVE WSLetterCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "  Reminders      : " TO WSCountLabel
       MOVE WSReminderCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "  Second notices : " TO WSCountLabel
       MOVE WSSecondCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "  Final demands  : " TO WSCountLabel
       MOVE WSFinalCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Sent this cycle  : " TO WSCountLabel
       MOVE WSRepeatCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Exceptions       : " TO WSCountLabel
       MOVE WSExceptionCount TO WSCountValue
       DISPLAY WSCountLine.

*> Same OPEN EXTEND-aborts-if-missing issue as ExceptionLog,
*> fixed the same way
OpenDunHistFile.
       OPEN EXTEND DunHistFile
       IF WSDunHistFileStatus = "35"
           OPEN OUTPUT DunHistFile
           CLOSE DunHistFile
           OPEN EXTEND DunHistFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogDunHistError.

*> Writes the status code, operation, and record key to the
*> exception log whenever the last CustomerFile I-O didn't
*> come back '00', ignoring the normal end-of-file status '10'
LogIOError.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "DUNNING" TO ELProgram
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
           MOVE "DUNNING" TO ELProgram
           MOVE WSCustBalFileStatus TO ELStatus
           MOVE "CustBalFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE BalIDNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last DunHistFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogDunHistError.
       IF WSDunHistFileStatus NOT = "00"
           AND WSDunHistFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "DUNNING" TO ELProgram
           MOVE WSDunHistFileStatus TO ELStatus
           MOVE "DunHistFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE WSCurrentID TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last LetterFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogLetterError.
       IF WSLetterFileStatus NOT = "00"
           AND WSLetterFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "DUNNING" TO ELProgram
           MOVE WSLetterFileStatus TO ELStatus
           MOVE "LetterFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE WSCurrentID TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last DunExcReport I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogDunExcError.
       IF WSDunExcFileStatus NOT = "00"
           AND WSDunExcFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "DUNNING" TO ELProgram
           MOVE WSDunExcFileStatus TO ELStatus
           MOVE "DunExcReport" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
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
