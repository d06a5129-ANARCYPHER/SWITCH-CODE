*> address from Customer.dat, and prints one statement per
*> customer with a balance to CustStmt.rpt, so billing comes
*> straight out of the system instead of a spreadsheet.
*> Each statement carries an activity section built from the
*> permanent receivables history ARHist.dat : the month's new
*> charges (invoices and finance charges), the payments applied,
*> and the credits (credit memos and write-offs), each listed
*> line by line, with the prior balance worked back from the
*> closing balance on CustBal.dat, so the section always foots
*> to what the customer really owes. Where there is no history
*> file yet, the statement falls back to splitting the open
*> items by posting date - items posted before this month are
*> the prior balance, the rest new charges.
*> A customer with activity on the history this month gets a
*> statement even when nothing is left owing - a payment or
*> credit that cleared every open item is exactly what they
*> need to see - and so does one with history activity and no
*> item left on CustBal.dat at all : once the balances are done
*> a second pass over the history picks up every customer with
*> activity this month and nothing on CustBal.dat. Only a
*> customer with nothing owing and no activity this month is
*> left out.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WSFileStatus.
       *> The month's receivables activity for each customer,
       *> started at the first of the month and read forward
       SELECT ARHistFile ASSIGN TO "ARHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AHKey
           FILE STATUS IS WSARHistFileStatus.
       *> One statement per customer with a balance or with
       *> activity this month
       SELECT StatementFile ASSIGN TO "CustStmt.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSStatementFileStatus.
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

FD StatementFile.
01 StatementLine PIC X(60).
01 WSCustBalFileStatus   PIC XX VALUE "00".
01 WSStatementFileStatus PIC XX VALUE "00".
01 WSExcLogFileStatus    PIC XX VALUE "00".
01 WSARHistFileStatus    PIC XX VALUE "00".
01 WSHistOpenFlag        PIC X VALUE "N".
       88 HistOpen VALUE "Y".
01 WSHistEOF             PIC X VALUE "N".
       88 HistEOF VALUE "Y".
01 WSIOOperation         PIC X(10) VALUE SPACE.
01 WSBalEOF              PIC X VALUE "N".
       88 BalEOF VALUE "Y".
*> Set when the customer under the control break has history
*> dated this month, so a zero balance still gets a statement
01 WSMonthActiveFlag     PIC X VALUE "N".
       88 MonthActive VALUE "Y".

*> The second pass : the customer the history is positioned on,
*> and whether that customer has anything on CustBal.dat
01 WSScanID              PIC 9(8) VALUE ZERO.
01 WSScanEOF             PIC X VALUE "N".
       88 ScanEOF VALUE "Y".
01 WSOnBalFlag           PIC X VALUE "N".
       88 OnBalFile VALUE "Y".

01 WSStatementCount PIC 9(8) VALUE ZERO.
01 WSMissingCount   PIC 9(8) VALUE ZERO.
01 WSTotalBilled    PIC 9(10)V99 VALUE ZERO.

*> The customer whose items the control break below is adding
*> up, and that customer's statement amounts : the balance due
*> is what is open on CustBal.dat, the month's activity comes
*> off the history, and the prior balance is what the balance
*> was before that activity - it carries a sign, since a
*> customer can have paid ahead
01 WSCurrentID   PIC 9(8).
01 WSMonthStart  PIC 9(8).
01 WSPriorBal    PIC S9(8)V99 VALUE ZERO.
01 WSNewCharges  PIC 9(8)V99 VALUE ZERO.
01 WSPayments    PIC 9(8)V99 VALUE ZERO.
01 WSCredits     PIC 9(8)V99 VALUE ZERO.
01 WSBalanceDue  PIC 9(8)V99 VALUE ZERO.

01 WSStmtHeadLine.
       02 SCZip         PIC X(9).
01 WSStmtPriorLine.
       02 FILLER        PIC X(14) VALUE "Prior Balance:".
       02 SPAmount      PIC Z(7)9.99-.
01 WSStmtChargesLine.
       02 FILLER        PIC X(14) VALUE "New Charges : ".
       02 SGAmount      PIC Z(7)9.99.
01 WSStmtPaymentsLine.
       02 FILLER        PIC X(14) VALUE "Payments    : ".
       02 SYAmount      PIC Z(7)9.99.
01 WSStmtCreditsLine.
       02 FILLER        PIC X(14) VALUE "Credits     : ".
       02 SRAmount      PIC Z(7)9.99.
01 WSStmtActivityHead.
       02 FILLER        PIC X(20) VALUE "Activity this month:".
*> One line per history transaction in the statement month :
*> when, what, the document, the item it touched, and how much
01 WSActivityLine.
       02 FILLER        PIC X(2) VALUE SPACES.
       02 ALTranDate    PIC 9(8).
       02 FILLER        PIC X(2) VALUE SPACES.
       02 ALTypeText    PIC X(14).
       02 FILLER        PIC X(2) VALUE SPACES.
       02 ALRefNum      PIC 9(8).
       02 FILLER        PIC X(2) VALUE SPACES.
       02 ALItemNum     PIC Z(7)9 BLANK WHEN ZERO.
       02 FILLER        PIC X(2) VALUE SPACES.
       02 ALAmount      PIC Z(7)9.99.
01 WSStmtBalanceLine.
       02 FILLER        PIC X(14) VALUE "Balance Due : ".
       02 SBAmount      PIC Z(7)9.99.
       OPEN OUTPUT StatementFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogStatementError
       *> No history file yet just means nothing has posted since
       *> it was introduced; the statements split by posting date
       OPEN INPUT ARHistFile
       IF WSARHistFileStatus = "00"
           SET HistOpen TO TRUE
       ELSE
           IF WSARHistFileStatus NOT = "35"
               MOVE "OPEN" TO WSIOOperation
               PERFORM LogARHistError
           END-IF
       END-IF

       *> Items posted on or after the first of this month are
       *> the statement's new charges
       PERFORM UNTIL BalEOF
           PERFORM AddUpCustomerItems
           COMPUTE WSBalanceDue = WSPriorBal + WSNewCharges
           MOVE ZERO TO WSPayments
           MOVE ZERO TO WSCredits
           MOVE "N" TO WSMonthActiveFlag
           IF HistOpen
               PERFORM SumMonthActivity
           END-IF
           IF WSBalanceDue > ZERO OR MonthActive
               PERFORM PrintStatement
           END-IF
       END-PERFORM
       IF HistOpen
           PERFORM PrintHistoryOnly
       END-IF

       MOVE "Statements     : " TO TLLabel
       MOVE WSStatementCount TO TLValue
       CLOSE CustBalFile
       CLOSE CustomerFile
       CLOSE StatementFile
       IF HistOpen
           CLOSE ARHistFile
       END-IF
       STOP RUN.

ReadBalance.
           PERFORM ReadBalance
       END-PERFORM.

*> The month's activity from the history : invoices and finance
*> charges are new charges, applications are payments, credit
*> memos and write-offs are credits. A payment line itself only
*> records the cash arriving - what it relieved is on its
*> application lines - so it doesn't count twice. The prior
*> balance is then the balance due with the month backed out.
SumMonthActivity.
       MOVE ZERO TO WSNewCharges
       PERFORM StartMonthActivity
       PERFORM UNTIL HistEOF
           SET MonthActive TO TRUE
           EVALUATE TRUE
               WHEN AHInvoice OR AHFinanceCharge
                   ADD AHAmount TO WSNewCharges
               WHEN AHApplication
                   ADD AHAmount TO WSPayments
               WHEN AHCreditMemo OR AHWriteOff
                   ADD AHAmount TO WSCredits
           END-EVALUATE
           PERFORM ReadMonthActivity
       END-PERFORM
       COMPUTE WSPriorBal = WSBalanceDue - WSNewCharges
           + WSPayments + WSCredits.

*> Positions the history on the customer's first transaction
*> dated on or after the first of the month and reads it
StartMonthActivity.
       MOVE "N" TO WSHistEOF
       MOVE WSCurrentID TO AHIDNum
       MOVE WSMonthStart TO AHTranDate
       MOVE ZERO TO AHTranTime
       MOVE ZERO TO AHSeq
       START ARHistFile KEY NOT < AHKey
           INVALID KEY SET HistEOF TO TRUE
       END-START
       *> '23' here only means nothing on file from that key on
       IF WSARHistFileStatus NOT = "23"
           MOVE "START" TO WSIOOperation
           PERFORM LogARHistError
       END-IF
       IF NOT HistEOF
           PERFORM ReadMonthActivity
       END-IF.

ReadMonthActivity.
       READ ARHistFile NEXT
           AT END SET HistEOF TO TRUE
       END-READ
       MOVE "READ" TO WSIOOperation
       PERFORM LogARHistError
       IF WSARHistFileStatus NOT = "00"
           SET HistEOF TO TRUE
       END-IF
       IF NOT HistEOF AND AHIDNum NOT = WSCurrentID
           SET HistEOF TO TRUE
       END-IF.

*> The second pass : walks the history a customer at a time,
*> positioning on each one's first transaction of the month. A
*> customer with none lands the read on the next customer, who
*> is tried in turn. Customers with month activity who still
*> have items on CustBal.dat were dealt with by the first pass.
PrintHistoryOnly.
       MOVE ZERO TO WSScanID
       MOVE "N" TO WSScanEOF
       PERFORM UNTIL ScanEOF
           PERFORM PositionHistScan
           IF NOT ScanEOF
               IF AHIDNum = WSScanID
                   PERFORM CheckOnBalFile
                   IF NOT OnBalFile
                       PERFORM StatementFromHistory
                   END-IF
                   IF WSScanID = 99999999
                       SET ScanEOF TO TRUE
                   ELSE
                       ADD 1 TO WSScanID
                   END-IF
               ELSE
                   MOVE AHIDNum TO WSScanID
               END-IF
           END-IF
       END-PERFORM.

*> Reads the first history transaction at or after the first
*> of the month for WSScanID, or failing that the next
*> customer's first transaction
PositionHistScan.
       MOVE WSScanID TO AHIDNum
       MOVE WSMonthStart TO AHTranDate
       MOVE ZERO TO AHTranTime
       MOVE ZERO TO AHSeq
       START ARHistFile KEY NOT < AHKey
           INVALID KEY SET ScanEOF TO TRUE
       END-START
       *> '23' here only means nothing on file from that key on
       IF WSARHistFileStatus NOT = "23"
           MOVE "START" TO WSIOOperation
           PERFORM LogARHistError
       END-IF
       IF NOT ScanEOF
           READ ARHistFile NEXT
               AT END SET ScanEOF TO TRUE
           END-READ
           MOVE "READ" TO WSIOOperation
           PERFORM LogARHistError
           IF WSARHistFileStatus NOT = "00"
               SET ScanEOF TO TRUE
           END-IF
       END-IF.

*> Whether WSScanID has any item on CustBal.dat. Anything but a
*> clean answer counts as on file, so an unreadable balance file
*> can't print a second statement for the same customer.
CheckOnBalFile.
       SET OnBalFile TO TRUE
       MOVE WSScanID TO BalIDNum
       MOVE ZERO TO BalInvoiceNum
       START CustBalFile KEY NOT < BalKey
           INVALID KEY CONTINUE
       END-START
       EVALUATE WSCustBalFileStatus
           WHEN "23"
               MOVE "N" TO WSOnBalFlag
           WHEN "00"
               READ CustBalFile NEXT
                   AT END CONTINUE
               END-READ
               IF WSCustBalFileStatus = "10"
                   OR (WSCustBalFileStatus = "00"
                       AND BalIDNum NOT = WSScanID)
                   MOVE "N" TO WSOnBalFlag
               END-IF
       END-EVALUATE
       IF OnBalFile AND WSCustBalFileStatus NOT = "00"
           DISPLAY "CustBal.dat unreadable for customer " WSScanID
               ", status " WSCustBalFileStatus " - no statement"
       END-IF.

*> A customer whose items this month's activity cleared : owes
*> nothing, and the month is worked back from that
StatementFromHistory.
       MOVE WSScanID TO WSCurrentID
       MOVE ZERO TO WSBalanceDue
       MOVE ZERO TO WSPayments
       MOVE ZERO TO WSCredits
       PERFORM SumMonthActivity
       PERFORM PrintStatement.

*> Pulls the customer's name and address and prints one
*> statement block. A balance whose customer is missing from
*> Customer.dat can't be mailed, so it's reported and counted
       WRITE StatementLine FROM WSStmtPriorLine
       MOVE WSNewCharges TO SGAmount
       WRITE StatementLine FROM WSStmtChargesLine
       IF HistOpen
           MOVE WSPayments TO SYAmount
           WRITE StatementLine FROM WSStmtPaymentsLine
           MOVE WSCredits TO SRAmount
           WRITE StatementLine FROM WSStmtCreditsLine
       END-IF
       MOVE WSBalanceDue TO SBAmount
       WRITE StatementLine FROM WSStmtBalanceLine
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogStatementError
       IF HistOpen
           PERFORM WriteActivityLines
       END-IF
       ADD 1 TO WSStatementCount
       ADD WSBalanceDue TO WSTotalBilled.

*> A second pass over the month's history, one line per
*> transaction under the totals it added up to
WriteActivityLines.
       PERFORM StartMonthActivity
       IF NOT HistEOF
           WRITE StatementLine FROM WSStmtActivityHead
       END-IF
       PERFORM UNTIL HistEOF
           MOVE AHTranDate TO ALTranDate
           EVALUATE TRUE
               WHEN AHInvoice       MOVE "INVOICE" TO ALTypeText
               WHEN AHCreditMemo    MOVE "CREDIT MEMO" TO ALTypeText
               WHEN AHPayment       MOVE "PAYMENT RECVD" TO ALTypeText
               WHEN AHApplication   MOVE "PAYMENT APPLD" TO ALTypeText
               WHEN AHFinanceCharge MOVE "FINANCE CHARGE" TO ALTypeText
               WHEN AHWriteOff      MOVE "WRITTEN OFF" TO ALTypeText
               WHEN OTHER           MOVE AHTranType TO ALTypeText
           END-EVALUATE
           MOVE AHRefNum TO ALRefNum
           MOVE AHItemNum TO ALItemNum
           MOVE AHAmount TO ALAmount
           WRITE StatementLine FROM WSActivityLine
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogStatementError
           PERFORM ReadMonthActivity
       END-PERFORM.

*> Writes the status code, operation, and record key to the
*> exception log whenever the last CustomerFile I-O didn't
*> come back '00', ignoring the normal end-of-file status '10'
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code, operation, and customer key to the
*> exception log whenever the last ARHistFile I-O didn't come
*> back '00', ignoring the normal end-of-file status '10'
LogARHistError.
       IF WSARHistFileStatus NOT = "00"
           AND WSARHistFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "CUSTSTMT" TO ELProgram
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
