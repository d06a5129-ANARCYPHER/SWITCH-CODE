       >>SOURCE FORMAT FREE
*> Compile with : cobc -x ARRECON.cob
*> Execute : ./ARRECON
IDENTIFICATION DIVISION.
PROGRAM-ID. ARRecon.
*> Subledger to general ledger reconciliation : totals every
*> open item on CustBal.dat and every payment held on the
*> unapplied-cash suspense file CashSusp.dat, and proves them
*> against the receivables and suspense control accounts on
*> GLBal.dat - the accounts mapped to AR-CASH and AR-SUSP on
*> GLChart.dat, the same ones the tax, cash, finance-charge and
*> write-off runs post to. The control balances are only as
*> current as the last GLPROOF, so it runs after the day's
*> postings have been proven. Balances the subledgers carried
*> from before those runs posted to the GL are brought onto the
*> control accounts once by AROPEN.
*> A difference on either account is printed to ARRecon.rpt
*> with the postings that moved that account today - the lines
*> GLPROOF posted today off the GL journal GLJrnl.dat, and any
*> still waiting on GLPost.dat for GLPROOF - so the break can
*> be chased to the run that caused it, and sets a nonzero
*> RETURN-CODE the way CUSTRECON does, so a job step running it
*> fails on a ledger that doesn't agree with its subledgers.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> The receivables subledger : every open item, read
       *> straight through
       SELECT CustBalFile ASSIGN TO "CustBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS BalKey
           FILE STATUS IS WSCustBalFileStatus.
       *> The unapplied-cash subledger CASHPOST holds payments on
       SELECT SuspenseFile ASSIGN TO "CashSusp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSuspenseFileStatus.
       *> Where to find the two control accounts : the credit
       *> accounts of AR-CASH and AR-SUSP
       SELECT GLChartFile ASSIGN TO "GLChart.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLChartFileStatus.
       *> Period-to-date debits and credits per account, as
       *> GLPROOF has posted them
       SELECT GLBalFile ASSIGN TO "GLBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS GBAccount
           FILE STATUS IS WSGLBalFileStatus.
       *> Every line GLPROOF has posted, with the day it posted it
       SELECT GLJournalFile ASSIGN TO "GLJrnl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLJrnlFileStatus.
       *> Postings written but not yet proven and posted
       SELECT GLPostFile ASSIGN TO "GLPost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLPostFileStatus.
       *> Subledger totals, control balances, differences, and
       *> the day's postings behind a difference
       SELECT ReconReport ASSIGN TO "ARRecon.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustBalFile.
01 CustBalData.
       02 BalKey.
           03 BalIDNum      PIC 9(8).
           03 BalInvoiceNum PIC 9(8).
       02 BalPostDate PIC 9(8).
       02 BalAmount   PIC 9(8)V99.

*> One payment held in suspense, as CASHPOST writes it
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

FD GLChartFile.
01 GLChartRecord.
       02 GCJurisdiction PIC X(10).
       02 GCDebitAcct    PIC X(8).
       02 GCCreditAcct   PIC X(8).

FD GLBalFile.
01 GLBalData.
       02 GBAccount PIC X(8).
       02 GBDebits  PIC 9(10)V99.
       02 GBCredits PIC 9(10)V99.

FD GLJournalFile.
01 GLJournalRecord.
       02 GJPostDate     PIC 9(8).
       02 GJAccount      PIC X(8).
       02 GJDebitCredit  PIC X.
       02 GJAmount       PIC 9(9)V99.
       02 GJReference    PIC X(10).
       02 GJPostedDate   PIC 9(8).

FD GLPostFile.
01 GLPostRecord.
       02 GPPostDate     PIC 9(8).
       02 GPAccount      PIC X(8).
       02 GPDebitCredit  PIC X.
       02 GPAmount       PIC 9(9)V99.
       02 GPJurisdiction PIC X(10).

FD ReconReport.
01 ReportLine PIC X(72).

WORKING-STORAGE SECTION.
*> Holds the status of the last I-O against each file
01 WSCustBalFileStatus  PIC XX VALUE "00".
01 WSSuspenseFileStatus PIC XX VALUE "00".
01 WSGLChartFileStatus  PIC XX VALUE "00".
01 WSGLBalFileStatus    PIC XX VALUE "00".
01 WSGLJrnlFileStatus   PIC XX VALUE "00".
01 WSGLPostFileStatus   PIC XX VALUE "00".

01 WSRunDate PIC 9(8).

*> The control accounts, off the chart entries the cash run
*> credits when it takes cash in
01 WSAppliedKey     PIC X(10) VALUE "AR-CASH".
01 WSSuspKey        PIC X(10) VALUE "AR-SUSP".
01 WSReceivableAcct PIC X(8) VALUE SPACES.
01 WSSuspenseAcct   PIC X(8) VALUE SPACES.

*> The subledger side
01 WSItemCount   PIC 9(8) VALUE ZERO.
01 WSOpenTotal   PIC 9(12)V99 VALUE ZERO.
01 WSSuspCount   PIC 9(8) VALUE ZERO.
01 WSSuspTotal   PIC 9(12)V99 VALUE ZERO.

*> The ledger side : receivables carry a debit balance and
*> suspense a credit balance, either of which can be driven the
*> wrong way, so both carry a sign, as do the differences
01 WSARControl   PIC S9(12)V99 VALUE ZERO.
01 WSSuspControl PIC S9(12)V99 VALUE ZERO.
01 WSARDiff      PIC S9(12)V99 VALUE ZERO.
01 WSSuspDiff    PIC S9(12)V99 VALUE ZERO.

*> The account whose postings ListDayPostings prints, and
*> what those postings did to it
01 WSListAccount PIC X(8).
01 WSListCount   PIC 9(8).
01 WSListNet     PIC S9(12)V99.
01 WSListAmount  PIC 9(9)V99.
01 WSJrnlEOF     PIC X VALUE "N".
       88 JrnlEOF VALUE "Y".
01 WSPostEOF     PIC X VALUE "N".
       88 PostEOF VALUE "Y".

01 WSHeadLine.
       02 FILLER      PIC X(26) VALUE "Receivables Reconciliation".
       02 FILLER      PIC X(5) VALUE SPACES.
       02 HLRunDate   PIC 9(8).

01 WSTotalLine.
       02 TLLabel PIC X(20).
       02 TLValue PIC Z(11)9.99-.

01 WSCountLine.
       02 CLLabel PIC X(20).
       02 CLValue PIC Z(7)9.

01 WSVerdictLine.
       02 FILLER    PIC X(16) VALUE "Reconciliation: ".
       02 VDVerdict PIC X(12).

01 WSListHeadLine.
       02 FILLER      PIC X(12) VALUE "Postings to ".
       02 LHAccount   PIC X(8).
       02 FILLER      PIC X(4) VALUE " on ".
       02 LHDate      PIC 9(8).

*> One posting behind a difference : POSTED off the journal,
*> PENDING off the extract
01 WSPostingLine.
       02 FILLER      PIC X(4) VALUE SPACES.
       02 PLSource    PIC X(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 PLPostDate  PIC 9(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 PLSide      PIC X.
       02 FILLER      PIC X(2) VALUE SPACES.
       02 PLAmount    PIC Z(8)9.99.
       02 FILLER      PIC X(2) VALUE SPACES.
       02 PLReference PIC X(10).

PROCEDURE DIVISION.
StartRecon.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       PERFORM LoadControlAccounts
       PERFORM SumOpenItems
       PERFORM SumSuspense
       PERFORM ReadControlBalances

       OPEN OUTPUT ReconReport
       MOVE WSRunDate TO HLRunDate
       WRITE ReportLine FROM WSHeadLine
       PERFORM ReconcileReceivables
       PERFORM ReconcileSuspense

       IF WSARDiff NOT = ZERO OR WSSuspDiff NOT = ZERO
           MOVE "BREAK" TO VDVerdict
           WRITE ReportLine FROM WSVerdictLine
           DISPLAY "Reconciliation: BREAK - see ARRecon.rpt"
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE "IN BALANCE" TO VDVerdict
           WRITE ReportLine FROM WSVerdictLine
           DISPLAY "Receivables and suspense agree with the GL"
       END-IF

       CLOSE ReconReport
       STOP RUN.

*> Without both control accounts there is nothing to prove the
*> subledgers against, which is a setup error, not a break
LoadControlAccounts.
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
                   EVALUATE GCJurisdiction
                       WHEN WSAppliedKey
                           MOVE GCCreditAcct TO WSReceivableAcct
                       WHEN WSSuspKey
                           MOVE GCCreditAcct TO WSSuspenseAcct
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE GLChartFile
       IF WSReceivableAcct = SPACES OR WSSuspenseAcct = SPACES
           DISPLAY "GLChart.dat needs both " WSAppliedKey " and "
               WSSuspKey " entries to reconcile against"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> No CustBal.dat yet just means nothing is open
SumOpenItems.
       OPEN INPUT CustBalFile
       IF WSCustBalFileStatus = "00"
           PERFORM UNTIL WSCustBalFileStatus NOT = "00"
               READ CustBalFile NEXT
                   AT END MOVE "10" TO WSCustBalFileStatus
                   NOT AT END
                       ADD 1 TO WSItemCount
                       ADD BalAmount TO WSOpenTotal
               END-READ
           END-PERFORM
           CLOSE CustBalFile
       END-IF
       IF WSCustBalFileStatus NOT = "10"
           AND WSCustBalFileStatus NOT = "35"
           DISPLAY "CustBal.dat unreadable, status "
               WSCustBalFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> Likewise, no suspense file means nothing is held
SumSuspense.
       OPEN INPUT SuspenseFile
       IF WSSuspenseFileStatus = "00"
           PERFORM UNTIL WSSuspenseFileStatus NOT = "00"
               READ SuspenseFile
                   AT END MOVE "10" TO WSSuspenseFileStatus
                   NOT AT END
                       ADD 1 TO WSSuspCount
                       ADD SusAmount TO WSSuspTotal
               END-READ
           END-PERFORM
           CLOSE SuspenseFile
       END-IF.

*> An account with no balance record has taken no postings
*> this period, so its balance is zero
ReadControlBalances.
       OPEN INPUT GLBalFile
       IF WSGLBalFileStatus = "00"
           MOVE WSReceivableAcct TO GBAccount
           READ GLBalFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE WSARControl = GBDebits - GBCredits
           END-READ
           MOVE WSSuspenseAcct TO GBAccount
           READ GLBalFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE WSSuspControl = GBCredits - GBDebits
           END-READ
           CLOSE GLBalFile
       END-IF.

*> Open items against the receivables control account, with
*> the day's postings to it listed when they don't agree
ReconcileReceivables.
       COMPUTE WSARDiff = WSOpenTotal - WSARControl
       MOVE "Open Items        : " TO CLLabel
       MOVE WSItemCount TO CLValue
       WRITE ReportLine FROM WSCountLine
       DISPLAY WSCountLine
       MOVE "Open Item Total   : " TO TLLabel
       MOVE WSOpenTotal TO TLValue
       WRITE ReportLine FROM WSTotalLine
       DISPLAY WSTotalLine
       MOVE SPACES TO TLLabel
       STRING "AR " WSReceivableAcct DELIMITED BY SIZE
           INTO TLLabel
       MOVE ": " TO TLLabel(19:2)
       MOVE WSARControl TO TLValue
       WRITE ReportLine FROM WSTotalLine
       DISPLAY WSTotalLine
       MOVE "AR Difference     : " TO TLLabel
       MOVE WSARDiff TO TLValue
       WRITE ReportLine FROM WSTotalLine
       DISPLAY WSTotalLine
       IF WSARDiff NOT = ZERO
           DISPLAY "CONTROL BREAK : open items " WSOpenTotal
               " against receivables account " WSReceivableAcct
           MOVE WSReceivableAcct TO WSListAccount
           PERFORM ListDayPostings
       END-IF.

*> Held payments against the suspense control account, the
*> same way
ReconcileSuspense.
       COMPUTE WSSuspDiff = WSSuspTotal - WSSuspControl
       MOVE "Held Payments     : " TO CLLabel
       MOVE WSSuspCount TO CLValue
       WRITE ReportLine FROM WSCountLine
       DISPLAY WSCountLine
       MOVE "Suspense Total    : " TO TLLabel
       MOVE WSSuspTotal TO TLValue
       WRITE ReportLine FROM WSTotalLine
       DISPLAY WSTotalLine
       MOVE SPACES TO TLLabel
       STRING "Susp " WSSuspenseAcct DELIMITED BY SIZE
           INTO TLLabel
       MOVE ": " TO TLLabel(19:2)
       MOVE WSSuspControl TO TLValue
       WRITE ReportLine FROM WSTotalLine
       DISPLAY WSTotalLine
       MOVE "Susp Difference   : " TO TLLabel
       MOVE WSSuspDiff TO TLValue
       WRITE ReportLine FROM WSTotalLine
       DISPLAY WSTotalLine
       IF WSSuspDiff NOT = ZERO
           DISPLAY "CONTROL BREAK : held payments " WSSuspTotal
               " against suspense account " WSSuspenseAcct
           MOVE WSSuspenseAcct TO WSListAccount
           PERFORM ListDayPostings
       END-IF.

*> Everything that moved WSListAccount today : what GLPROOF
*> posted to it today, then whatever is still waiting for
*> GLPROOF, which the control balance can't have seen yet
ListDayPostings.
       MOVE WSListAccount TO LHAccount
       MOVE WSRunDate TO LHDate
       WRITE ReportLine FROM WSListHeadLine
       MOVE ZERO TO WSListCount
       MOVE ZERO TO WSListNet

       MOVE "N" TO WSJrnlEOF
       OPEN INPUT GLJournalFile
       IF WSGLJrnlFileStatus = "00"
           PERFORM UNTIL JrnlEOF
               READ GLJournalFile
                   AT END SET JrnlEOF TO TRUE
                   NOT AT END
                       IF GJAccount = WSListAccount
                           AND GJPostedDate = WSRunDate
                           MOVE "POSTED" TO PLSource
                           MOVE GJPostDate TO PLPostDate
                           MOVE GJDebitCredit TO PLSide
                           MOVE GJAmount TO WSListAmount
                           MOVE GJReference TO PLReference
                           PERFORM WritePostingLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLJournalFile
       END-IF

       MOVE "N" TO WSPostEOF
       OPEN INPUT GLPostFile
       IF WSGLPostFileStatus = "00"
           PERFORM UNTIL PostEOF
               READ GLPostFile
                   AT END SET PostEOF TO TRUE
                   NOT AT END
                       IF GPAccount = WSListAccount
                           MOVE "PENDING" TO PLSource
                           MOVE GPPostDate TO PLPostDate
                           MOVE GPDebitCredit TO PLSide
                           MOVE GPAmount TO WSListAmount
                           MOVE GPJurisdiction TO PLReference
                           PERFORM WritePostingLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLPostFile
       END-IF

       MOVE "Postings Listed   : " TO CLLabel
       MOVE WSListCount TO CLValue
       WRITE ReportLine FROM WSCountLine
       MOVE "Net Debit Today   : " TO TLLabel
       MOVE WSListNet TO TLValue
       WRITE ReportLine FROM WSTotalLine.

*> One listed posting, counted and netted as a debit
WritePostingLine.
       MOVE WSListAmount TO PLAmount
       WRITE ReportLine FROM WSPostingLine
       ADD 1 TO WSListCount
       IF PLSide = "D"
           ADD WSListAmount TO WSListNet
       ELSE
           SUBTRACT WSListAmount FROM WSListNet
       END-IF.
