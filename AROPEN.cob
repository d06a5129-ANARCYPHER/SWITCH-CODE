       >>SOURCE FORMAT FREE
*> Compile with : cobc -x AROPEN.cob
*> Execute : ./AROPEN
IDENTIFICATION DIVISION.
PROGRAM-ID. AROpen.
*> One-time opening-balance posting for the receivables and
*> suspense control accounts : the open items on CustBal.dat and
*> the payments held on CashSusp.dat built up long before the
*> tax, cash, finance-charge and write-off runs posted to the
*> accounts mapped to AR-CASH and AR-SUSP on GLChart.dat, so the
*> GL never took them and ARRECON could only ever report a
*> break. Each subledger is totalled the way ARRECON totals it
*> and set against its control account as GLBal.dat has it plus
*> whatever is still waiting on GLPost.dat for GLPROOF; the
*> difference is the opening balance, and one pair per control
*> account is appended to GLPost.dat against the opening-equity
*> account mapped to AR-OPEN on GLChart.dat - receivables a debit
*> balance, so debited, and suspense a credit balance, so
*> credited, with the equity account taking the other side.
*> GLPROOF then proves and posts the pairs like any other run's.
*> The pairs carry AR-OPEN as their reference, and the run
*> refuses to post again once a pair so marked is on GLPost.dat
*> or the GL journal GLJrnl.dat, so the balances can only be
*> brought on once.

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
       *> Where to find the two control accounts and the
       *> opening-equity account
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
       *> Every line GLPROOF has posted, searched for an earlier
       *> opening posting
       SELECT GLJournalFile ASSIGN TO "GLJrnl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLJrnlFileStatus.
       *> Postings not yet proven, read for what is pending and
       *> then added to
       SELECT GLPostFile ASSIGN TO "GLPost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLPostFileStatus.

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

WORKING-STORAGE SECTION.
*> Holds the status of the last I-O against each file
01 WSCustBalFileStatus  PIC XX VALUE "00".
01 WSSuspenseFileStatus PIC XX VALUE "00".
01 WSGLChartFileStatus  PIC XX VALUE "00".
01 WSGLBalFileStatus    PIC XX VALUE "00".
01 WSGLJrnlFileStatus   PIC XX VALUE "00".
01 WSGLPostFileStatus   PIC XX VALUE "00".

01 WSRunDate PIC 9(8).

*> The control accounts, off the chart entries ARRECON proves,
*> and the equity account the opening balances come in against
01 WSAppliedKey     PIC X(10) VALUE "AR-CASH".
01 WSSuspKey        PIC X(10) VALUE "AR-SUSP".
01 WSOpenKey        PIC X(10) VALUE "AR-OPEN".
01 WSReceivableAcct PIC X(8) VALUE SPACES.
01 WSSuspenseAcct   PIC X(8) VALUE SPACES.
01 WSEquityAcct     PIC X(8) VALUE SPACES.

*> Set when an AR-OPEN pair is found already posted or pending
01 WSOpenedFlag PIC X VALUE "N".
       88 AlreadyOpened VALUE "Y".

*> The subledger side
01 WSItemCount   PIC 9(8) VALUE ZERO.
01 WSOpenTotal   PIC 9(12)V99 VALUE ZERO.
01 WSSuspCount   PIC 9(8) VALUE ZERO.
01 WSSuspTotal   PIC 9(12)V99 VALUE ZERO.

*> The ledger side, posted and pending, signed the way ARRECON
*> signs it : receivables as a debit balance, suspense as a
*> credit balance
01 WSARControl   PIC S9(12)V99 VALUE ZERO.
01 WSSuspControl PIC S9(12)V99 VALUE ZERO.

*> What each account needs brought on, and the pair that does it
01 WSAROpening   PIC S9(12)V99 VALUE ZERO.
01 WSSuspOpening PIC S9(12)V99 VALUE ZERO.
01 WSPairDebit   PIC X(8).
01 WSPairCredit  PIC X(8).
01 WSPairAmount  PIC 9(9)V99.
01 WSPairCount   PIC 9(8) VALUE ZERO.

01 WSDispAmount  PIC Z(11)9.99-.

PROCEDURE DIVISION.
StartOpen.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       PERFORM LoadAccounts
       PERFORM CheckNotOpened
       PERFORM SumOpenItems
       PERFORM SumSuspense
       PERFORM ReadControlBalances
       PERFORM AddPendingPostings

       COMPUTE WSAROpening = WSOpenTotal - WSARControl
       COMPUTE WSSuspOpening = WSSuspTotal - WSSuspControl

       OPEN EXTEND GLPostFile
       IF WSGLPostFileStatus = "35"
           OPEN OUTPUT GLPostFile
           CLOSE GLPostFile
           OPEN EXTEND GLPostFile
       END-IF
       IF WSGLPostFileStatus NOT = "00"
           DISPLAY "GLPost.dat not available, status "
               WSGLPostFileStatus " - nothing posted"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       *> Receivables : a shortfall is debited to the control
       *> account, an excess credited back off it
       IF WSAROpening > ZERO
           MOVE WSReceivableAcct TO WSPairDebit
           MOVE WSEquityAcct TO WSPairCredit
           MOVE WSAROpening TO WSPairAmount
           PERFORM WriteOpeningPair
       END-IF
       IF WSAROpening < ZERO
           MOVE WSEquityAcct TO WSPairDebit
           MOVE WSReceivableAcct TO WSPairCredit
           COMPUTE WSPairAmount = ZERO - WSAROpening
           PERFORM WriteOpeningPair
       END-IF

       *> Suspense the other way round : a shortfall is credited
       *> to the control account, an excess debited back off it
       IF WSSuspOpening > ZERO
           MOVE WSEquityAcct TO WSPairDebit
           MOVE WSSuspenseAcct TO WSPairCredit
           MOVE WSSuspOpening TO WSPairAmount
           PERFORM WriteOpeningPair
       END-IF
       IF WSSuspOpening < ZERO
           MOVE WSSuspenseAcct TO WSPairDebit
           MOVE WSEquityAcct TO WSPairCredit
           COMPUTE WSPairAmount = ZERO - WSSuspOpening
           PERFORM WriteOpeningPair
       END-IF

       CLOSE GLPostFile

       MOVE WSOpenTotal TO WSDispAmount
       DISPLAY "Open items      : " WSItemCount " " WSDispAmount
       MOVE WSAROpening TO WSDispAmount
       DISPLAY "AR opening      : " WSReceivableAcct " " WSDispAmount
       MOVE WSSuspTotal TO WSDispAmount
       DISPLAY "Held payments   : " WSSuspCount " " WSDispAmount
       MOVE WSSuspOpening TO WSDispAmount
       DISPLAY "Susp opening    : " WSSuspenseAcct " " WSDispAmount
       DISPLAY "Opening pairs written to GLPost.dat : " WSPairCount
       STOP RUN.

*> All three accounts are needed : the two being opened and the
*> equity account on the credit side of AR-OPEN
LoadAccounts.
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
                       WHEN WSOpenKey
                           MOVE GCCreditAcct TO WSEquityAcct
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE GLChartFile
       IF WSReceivableAcct = SPACES OR WSSuspenseAcct = SPACES
           OR WSEquityAcct = SPACES
           DISPLAY "GLChart.dat needs " WSAppliedKey ", " WSSuspKey
               " and " WSOpenKey " entries to post opening balances"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> Once the opening pairs are on the extract or the journal the
*> balances are already on, and posting them again would double
*> them
CheckNotOpened.
       OPEN INPUT GLJournalFile
       IF WSGLJrnlFileStatus = "00"
           PERFORM UNTIL WSGLJrnlFileStatus NOT = "00"
               READ GLJournalFile
                   AT END MOVE "10" TO WSGLJrnlFileStatus
                   NOT AT END
                       IF GJReference = WSOpenKey
                           SET AlreadyOpened TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLJournalFile
       END-IF
       OPEN INPUT GLPostFile
       IF WSGLPostFileStatus = "00"
           PERFORM UNTIL WSGLPostFileStatus NOT = "00"
               READ GLPostFile
                   AT END MOVE "10" TO WSGLPostFileStatus
                   NOT AT END
                       IF GPJurisdiction = WSOpenKey
                           SET AlreadyOpened TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLPostFile
       END-IF
       IF AlreadyOpened
           DISPLAY "Opening balances already posted under "
               WSOpenKey " - nothing posted"
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

*> Postings already on the extract will reach the control
*> accounts at the next GLPROOF, so they count as taken
AddPendingPostings.
       OPEN INPUT GLPostFile
       IF WSGLPostFileStatus = "00"
           PERFORM UNTIL WSGLPostFileStatus NOT = "00"
               READ GLPostFile
                   AT END MOVE "10" TO WSGLPostFileStatus
                   NOT AT END
                       EVALUATE TRUE
                           WHEN GPAccount = WSReceivableAcct
                               AND GPDebitCredit = "D"
                               ADD GPAmount TO WSARControl
                           WHEN GPAccount = WSReceivableAcct
                               SUBTRACT GPAmount FROM WSARControl
                           WHEN GPAccount = WSSuspenseAcct
                               AND GPDebitCredit = "C"
                               ADD GPAmount TO WSSuspControl
                           WHEN GPAccount = WSSuspenseAcct
                               SUBTRACT GPAmount FROM WSSuspControl
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE GLPostFile
       END-IF.

*> One opening pair, debit first the way GLPROOF proves them,
*> dated today and referenced AR-OPEN
WriteOpeningPair.
       MOVE SPACES TO GLPostRecord
       MOVE WSRunDate TO GPPostDate
       MOVE WSPairDebit TO GPAccount
       MOVE "D" TO GPDebitCredit
       MOVE WSPairAmount TO GPAmount
       MOVE WSOpenKey TO GPJurisdiction
       WRITE GLPostRecord

       MOVE SPACES TO GLPostRecord
       MOVE WSRunDate TO GPPostDate
       MOVE WSPairCredit TO GPAccount
       MOVE "C" TO GPDebitCredit
       MOVE WSPairAmount TO GPAmount
       MOVE WSOpenKey TO GPJurisdiction
       WRITE GLPostRecord
       ADD 1 TO WSPairCount.
