       >>SOURCE FORMAT FREE
*> Compile with : cobc -x TBLMAINT.cob (needs SIGNON module)
*> Execute : ./TBLMAINT
IDENTIFICATION DIVISION.
PROGRAM-ID. TblMaint.
*> Keyed maintenance for the two control tables the tax run
*> reads raw : TaxRate.dat (jurisdiction + effective date +
*> rate) and GLChart.dat (jurisdiction + debit/credit account),
*> plus the finance-charge terms FINCHG runs on in
*> FinChgCtl.dat (monthly rate, minimum charge, due days),
*> maintained one entry at a time the way CUSTMAINT maintains
*> Customer.dat, instead of hand-editing the text files with
*> nothing checking them.
*> effective date, so a mid-quarter change is entered ahead of
*> time and the tax run picks the rate in force on each
*> invoice's date instead of whatever the file held that night.
*> The GL period control record GLPeriod.dat is kept here too :
*> the fiscal year-end month, the retained earnings account and
*> the first revenue/expense account GLCLOSE closes the year
*> into it, and the first open period before any close has run.
*> Once GLCLOSE has closed a period GLPROOF refuses postings
*> dated in it; R)eopen lifts that lock for one closed period
*> only on an explicit, confirmed override with a reason, and
*> C)lose puts the lock back. Both are journaled and written to
*> the period log GLPeriod.log under the signed-on operator,
*> alongside GLCLOSE's own closes, so late adjustments are on
*> the record. A period in a fiscal year already closed to
*> retained earnings can't be reopened : its income and expense
*> would land in the current year's balances.
*> The operator file Operator.dat the online programs sign on
*> against is kept here as well : O)perators adds, updates and
*> deletes operators and their authority levels, journaled
*> without the password. Only a table maintenance operator
*> (level 4) may change any table; anyone else signed on is
*> offered L)ist alone, and an option asked for above the
*> operator's level is refused and goes on the security log.
*> Every journal entry carries the operator signed on. When no
*> operator file exists yet the first table maintenance
*> operator is taken on here, before anything else, and signed
*> on as.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       SELECT GLChartFile ASSIGN TO "GLChart.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLChartFileStatus.
       *> The finance-charge control record FINCHG reads; the
       *> month last charged and next charge number on it are
       *> FINCHG's to keep and are carried through untouched
       SELECT FinChgCtlFile ASSIGN TO "FinChgCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSFinChgCtlFileStatus.
       *> The GL period control record : the open period and any
       *> reopened period are GLCLOSE's and this program's
       *> override to keep, the year-end terms are set here
       SELECT GLPeriodFile ASSIGN TO "GLPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLPeriodFileStatus.
       *> Every close, reopen and relock of a GL period, with who
       *> did it and why
       SELECT PeriodLog ASSIGN TO "GLPeriod.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPerLogFileStatus.
       *> Audit trail of every change to any table, with
       *> before and after images of the changed entry
       SELECT TableJournal ASSIGN TO "TblAudit.jnl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSTblJnlFileStatus.
       *> The operators the online programs sign on against,
       *> kept here one at a time by ID
       SELECT OperatorFile ASSIGN TO "Operator.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OpID
           FILE STATUS IS WSOperatorFileStatus.
       *> Exception log used whenever an I-O operation on one
       *> of the above files doesn't come back with status '00'
       SELECT ExceptionLog ASSIGN TO "IOError.log"
       02 GCDebitAcct    PIC X(8).
       02 GCCreditAcct   PIC X(8).

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

*> The GL period control record : the period (YYYYMM) open for
*> posting, the fiscal year-end month, the retained earnings
*> account, the first revenue/expense account - every account
*> from it up is closed to retained earnings at year-end - and
*> the one closed period reopened by override, zero if none
FD GLPeriodFile.
01 GLPeriodRecord.
       02 PCOpenPeriod   PIC 9(6).
       02 PCYearEndMonth PIC 9(2).
       02 PCRetainedAcct PIC X(8).
       02 PCFirstIncome  PIC X(8).
       02 PCReopenPeriod PIC 9(6).

*> Period log record layout : when, what was done to which
*> period, by whom, and why
FD PeriodLog.
01 PeriodLogLine.
       02 PLTimestamp    PIC X(21).
       02 FILLER         PIC X VALUE SPACE.
       02 PLAction       PIC X(7).
       02 FILLER         PIC X VALUE SPACE.
       02 PLPeriod       PIC 9(6).
       02 FILLER         PIC X VALUE SPACE.
       02 PLBy           PIC X(8).
       02 FILLER         PIC X VALUE SPACE.
       02 PLReason       PIC X(30).

*> Operator record : ID, password, authority level, and the
*> name the sign-on greets
FD OperatorFile.
01 OperatorRecord.
       02 OpID       PIC X(8).
       02 OpPassword PIC X(8).
       02 OpLevel    PIC 9.
       02 OpName     PIC X(20).

*> Table journal record layout : when, which table, what
*> operation, with the before and after entry images, and the
*> operator who made the change
FD TableJournal.
01 TableJournalLine.
       02 TAudTimestamp  PIC X(21).
       02 TAudBefore     PIC X(30).
       02 FILLER         PIC X VALUE SPACE.
       02 TAudAfter      PIC X(30).
       02 FILLER         PIC X VALUE SPACE.
       02 TAudOperator   PIC X(8).

*> Exception log record layout
FD ExceptionLog.
01 WSTaxRateFileStatus PIC XX VALUE "00".
01 WSGLChartFileStatus PIC XX VALUE "00".
01 WSTblJnlFileStatus  PIC XX VALUE "00".
01 WSFinChgCtlFileStatus PIC XX VALUE "00".
01 WSGLPeriodFileStatus PIC XX VALUE "00".
01 WSPerLogFileStatus  PIC XX VALUE "00".
01 WSOperatorFileStatus PIC XX VALUE "00".
01 WSExcLogFileStatus  PIC XX VALUE "00".
01 WSIOOperation       PIC X(10) VALUE SPACE.

*> Passed to SIGNON : who signed on, at what authority level,
*> and any option refused them
01 WSSignFunction  PIC X(4).
01 WSSignProgram   PIC X(10) VALUE "TBLMAINT".
01 WSOperatorID    PIC X(8) VALUE SPACES.
01 WSOperatorLevel PIC 9 VALUE ZERO.
       88 TableAuthority VALUE 4.
01 WSSignDetail    PIC X(30) VALUE SPACES.
01 WSSignResult    PIC X VALUE "N".
       88 SignedOn    VALUE "Y".
       88 NoOperators VALUE "F".
01 WSMenuName      PIC X(10).

01 WSTableCode PIC X VALUE SPACE.
       88 WSRateTable  VALUE "T", "t".
       88 WSChartTable VALUE "G", "g".
       88 WSFinChgTable VALUE "F", "f".
       88 WSPeriodTable VALUE "P", "p".
       88 WSOperatorTable VALUE "O", "o".
       88 WSQuitTables VALUE "Q", "q".
01 WSTranCode  PIC X VALUE SPACE.
       88 WSListTran   VALUE "L", "l".
       88 WSAddTran    VALUE "A", "a".
       88 WSUpdateTran VALUE "U", "u".
       88 WSDeleteTran VALUE "D", "d".
       88 WSReopenTran VALUE "R", "r".
       88 WSRelockTran VALUE "C", "c".
       88 WSQuitTran   VALUE "Q", "q".

*> The in-memory copy of TaxRate.dat being maintained
           03 CTCreditAcct   PIC X(8).
01 WSChartCount PIC 9(4) VALUE ZERO.

*> The in-memory copy of the finance-charge control record,
*> all zeros until the terms are first set
01 WSFinChgTerms.
       02 FTRate        PIC V9999 VALUE ZERO.
       02 FTMinimum     PIC 9(4)V99 VALUE ZERO.
       02 FTDueDays     PIC 9(3) VALUE ZERO.
       02 FTLastMonth   PIC 9(6) VALUE ZERO.
       02 FTNextInvoice PIC 9(8) VALUE ZERO.

*> The in-memory copy of the GL period control record, all
*> zeros until the terms are first set
01 WSPeriodTerms.
       02 PTOpenPeriod   PIC 9(6) VALUE ZERO.
       02 PTYearEndMonth PIC 9(2) VALUE ZERO.
       02 PTRetainedAcct PIC X(8) VALUE SPACES.
       02 PTFirstIncome  PIC X(8) VALUE SPACES.
       02 PTReopenPeriod PIC 9(6) VALUE ZERO.

*> The last fiscal year-end closed to retained earnings, worked
*> out from the open period and the year-end month
01 WSLastYearEnd      PIC 9(6).
01 WSLastYearEndParts REDEFINES WSLastYearEnd.
       02 WSLastYearEndYear  PIC 9(4).
       02 WSLastYearEndMonth PIC 9(2).

01 WSTableIdx  PIC 9(4).
01 WSFoundIdx  PIC 9(4).
01 WSShiftIdx  PIC 9(4).
01 WSNewRate         PIC V999.
01 WSDebitAcctIn     PIC X(8).
01 WSCreditAcctIn    PIC X(8).
01 WSFinRateInX      PIC X(4).
01 WSFinRateIn       REDEFINES WSFinRateInX PIC 9(4).
01 WSMinimumInX      PIC X(6).
01 WSMinimumIn       REDEFINES WSMinimumInX PIC 9(6).
01 WSDueDaysInX      PIC X(3).
01 WSDueDaysIn       REDEFINES WSDueDaysInX PIC 9(3).
01 WSYearEndInX      PIC X(2).
01 WSYearEndIn       REDEFINES WSYearEndInX PIC 9(2).
01 WSRetainedAcctIn  PIC X(8).
01 WSFirstIncomeIn   PIC X(8).
01 WSPeriodInX       PIC X(6).
01 WSPeriodIn        REDEFINES WSPeriodInX PIC 9(6).
01 WSPeriodInParts   REDEFINES WSPeriodInX.
       02 WSPeriodInYear  PIC 9(4).
       02 WSPeriodInMonth PIC 9(2).
01 WSOverrideReason  PIC X(30).
01 WSConfirmIn       PIC X(6).
01 WSKeyOperator     PIC X(8).
01 WSPasswordIn      PIC X(8).
01 WSLevelInX        PIC X.
01 WSLevelIn         REDEFINES WSLevelInX PIC 9.
01 WSOpNameIn        PIC X(20).

*> What each authority level allows, for the operator list
01 WSLevelNames.
       02 FILLER PIC X(17) VALUE "SUSPENDED".
       02 FILLER PIC X(17) VALUE "INQUIRY ONLY".
       02 FILLER PIC X(17) VALUE "CUSTOMER MAINT".
       02 FILLER PIC X(17) VALUE "MERGE/RESTORE/DEL".
       02 FILLER PIC X(17) VALUE "TABLE MAINT".
01 WSLevelTable REDEFINES WSLevelNames.
       02 WSLevelName PIC X(17) OCCURS 5 TIMES.
01 WSLevelIdx   PIC 9.

*> Walking Operator.dat for the L)ist option
01 WSListEOF    PIC X VALUE "N".
       88 ListEOF VALUE "Y".
01 WSListCount  PIC 9(4).

*> Set whenever any edit on the entry being typed in fails
01 WSEntryValidFlag PIC X VALUE "N".
       02 WSChartImgDebit  PIC X(8).
       02 FILLER           PIC X VALUE SPACE.
       02 WSChartImgCredit PIC X(8).
01 WSFinChgImage.
       02 WSFinImgRate    PIC .9999.
       02 FILLER          PIC X VALUE SPACE.
       02 WSFinImgMinimum PIC 9(4).99.
       02 FILLER          PIC X VALUE SPACE.
       02 WSFinImgDueDays PIC 9(3).
01 WSPeriodTermsImage.
       02 WSPerImgOpen     PIC 9(6).
       02 FILLER           PIC X VALUE SPACE.
       02 WSPerImgYearEnd  PIC 9(2).
       02 FILLER           PIC X VALUE SPACE.
       02 WSPerImgRetained PIC X(8).
       02 FILLER           PIC X VALUE SPACE.
       02 WSPerImgIncome   PIC X(8).
01 WSOperatorImage.
       02 WSOpImgID       PIC X(8).
       02 FILLER          PIC X VALUE SPACE.
       02 WSOpImgLevel    PIC 9.
       02 FILLER          PIC X VALUE SPACE.
       02 WSOpImgName     PIC X(19).
01 WSPeriodLockImage.
       02 WSLockImgOpen    PIC 9(6).
       02 FILLER           PIC X VALUE SPACE.
       02 WSLockImgReopen  PIC 9(6).
01 WSBeforeImage    PIC X(30).
01 WSAfterImage     PIC X(30).
01 WSAuditTable     PIC X(7).
       02 CLDebitAcct    PIC X(8).
       02 FILLER         PIC X(2) VALUE SPACES.
       02 CLCreditAcct   PIC X(8).
01 WSFinChgListLine.
       02 FILLER         PIC X(7) VALUE "Rate : ".
       02 FLRate         PIC .9999.
       02 FILLER         PIC X(12) VALUE "  Minimum : ".
       02 FLMinimum      PIC Z(3)9.99.
       02 FILLER         PIC X(13) VALUE "  Due days : ".
       02 FLDueDays      PIC ZZ9.
       02 FILLER         PIC X(17) VALUE "  Last charged : ".
       02 FLLastMonth    PIC 9(6).
01 WSPeriodListLine.
       02 FILLER         PIC X(14) VALUE "Open period : ".
       02 PLLOpenPeriod  PIC 9(6).
       02 FILLER         PIC X(13) VALUE "  Year-end : ".
       02 PLLYearEnd     PIC 9(2).
       02 FILLER         PIC X(14) VALUE "  Retained : ".
       02 PLLRetained    PIC X(8).
       02 FILLER         PIC X(16) VALUE "  Income from : ".
       02 PLLIncome      PIC X(8).
       02 FILLER         PIC X(14) VALUE "  Reopened : ".
       02 PLLReopen      PIC 9(6).
01 WSOperatorListLine.
       02 OLID           PIC X(8).
       02 FILLER         PIC X(2) VALUE SPACES.
       02 OLLevel        PIC 9.
       02 FILLER         PIC X VALUE SPACE.
       02 OLLevelName    PIC X(17).
       02 FILLER         PIC X(2) VALUE SPACES.
       02 OLName         PIC X(20).

PROCEDURE DIVISION.
StartTblMaint.
       MOVE "SIGN" TO WSSignFunction
       CALL 'SIGNON' USING WSSignFunction, WSSignProgram,
           WSOperatorID, WSOperatorLevel, WSSignDetail, WSSignResult
       IF NoOperators
           PERFORM AddFirstOperator
       END-IF
       IF NOT SignedOn
           DISPLAY "TBLMAINT not started - no operator signed on"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LoadRateTable
       PERFORM LoadChartTable
       PERFORM LoadFinChgTerms
       PERFORM LoadPeriodTerms

       PERFORM UNTIL WSQuitTables
           IF TableAuthority
               DISPLAY "T)ax rates, G)L chart, F)inance charges, "
                   "P)eriods, O)perators, Q)uit : " WITH NO ADVANCING
           ELSE
               DISPLAY "T)ax rates, G)L chart, F)inance charges, "
                   "P)eriods, Q)uit : " WITH NO ADVANCING
           END-IF
           ACCEPT WSTableCode
           EVALUATE TRUE
               WHEN WSOperatorTable AND NOT TableAuthority
                   MOVE "OPERATORS" TO WSSignDetail
                   PERFORM RefuseOption
               WHEN WSRateTable  PERFORM RateMenu
               WHEN WSChartTable PERFORM ChartMenu
               WHEN WSFinChgTable PERFORM FinChgMenu
               WHEN WSPeriodTable PERFORM PeriodMenu
               WHEN WSOperatorTable PERFORM OperatorMenu
               WHEN WSQuitTables CONTINUE
               WHEN OTHER        DISPLAY "Unknown option"
           END-EVALUATE

RateMenu.
       MOVE SPACE TO WSTranCode
       MOVE "RATES" TO WSMenuName
       PERFORM UNTIL WSQuitTran
           IF TableAuthority
               DISPLAY "Rates - L)ist, A)dd, U)pdate, D)elete, "
                   "Q)uit : " WITH NO ADVANCING
           ELSE
               DISPLAY "Rates - L)ist, Q)uit : " WITH NO ADVANCING
           END-IF
           ACCEPT WSTranCode
           EVALUATE TRUE
               WHEN NOT TableAuthority
                   AND (WSAddTran OR WSUpdateTran OR WSDeleteTran)
                   PERFORM RefuseTableOption
               WHEN WSListTran   PERFORM ListRates
               WHEN WSAddTran    PERFORM AddRate
               WHEN WSUpdateTran PERFORM UpdateRate

ChartMenu.
       MOVE SPACE TO WSTranCode
       MOVE "CHART" TO WSMenuName
       PERFORM UNTIL WSQuitTran
           IF TableAuthority
               DISPLAY "Chart - L)ist, A)dd, U)pdate, D)elete, "
                   "Q)uit : " WITH NO ADVANCING
           ELSE
               DISPLAY "Chart - L)ist, Q)uit : " WITH NO ADVANCING
           END-IF
           ACCEPT WSTranCode
           EVALUATE TRUE
               WHEN NOT TableAuthority
                   AND (WSAddTran OR WSUpdateTran OR WSDeleteTran)
                   PERFORM RefuseTableOption
               WHEN WSListTran   PERFORM ListChart
               WHEN WSAddTran    PERFORM AddChart
               WHEN WSUpdateTran PERFORM UpdateChart
       END-PERFORM
       CLOSE GLChartFile.

*> ---- Finance-charge terms maintenance ----

*> One control record, so there is nothing to add or delete :
*> the terms are listed, or replaced as a whole
FinChgMenu.
       MOVE SPACE TO WSTranCode
       MOVE "FINCHG" TO WSMenuName
       PERFORM UNTIL WSQuitTran
           IF TableAuthority
               DISPLAY "Finance charges - L)ist, U)pdate, Q)uit : "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Finance charges - L)ist, Q)uit : "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WSTranCode
           EVALUATE TRUE
               WHEN NOT TableAuthority AND WSUpdateTran
                   PERFORM RefuseTableOption
               WHEN WSListTran   PERFORM ListFinChgTerms
               WHEN WSUpdateTran PERFORM UpdateFinChgTerms
               WHEN WSQuitTran   CONTINUE
               WHEN OTHER        DISPLAY "Unknown option"
           END-EVALUATE
       END-PERFORM.

ListFinChgTerms.
       MOVE FTRate TO FLRate
       MOVE FTMinimum TO FLMinimum
       MOVE FTDueDays TO FLDueDays
       MOVE FTLastMonth TO FLLastMonth
       DISPLAY WSFinChgListLine.

UpdateFinChgTerms.
       PERFORM BuildFinChgImage
       MOVE WSFinChgImage TO WSBeforeImage
       PERFORM AcceptFinChgTerms
       IF EntryValid
           COMPUTE FTRate = WSFinRateIn / 10000
           COMPUTE FTMinimum = WSMinimumIn / 100
           MOVE WSDueDaysIn TO FTDueDays
           PERFORM BuildFinChgImage
           MOVE WSFinChgImage TO WSAfterImage
           MOVE "UPDATE" TO WSAuditOperation
           PERFORM SaveFinChgTerms
           MOVE "FINCHG" TO WSAuditTable
           PERFORM WriteTableJournal
       END-IF.

*> All three terms must be numeric before any of them replaces
*> what FINCHG charges by
AcceptFinChgTerms.
       MOVE "N" TO WSEntryValidFlag
       DISPLAY "Monthly rate in hundredths of a percent "
           "(0150 = 1.50%) : " WITH NO ADVANCING
       ACCEPT WSFinRateInX
       IF WSFinRateInX NOT NUMERIC
           DISPLAY "Rate must be 4 digits"
       ELSE
           DISPLAY "Minimum charge in cents (000050 = .50) : "
               WITH NO ADVANCING
           ACCEPT WSMinimumInX
           IF WSMinimumInX NOT NUMERIC
               DISPLAY "Minimum must be 6 digits"
           ELSE
               DISPLAY "Days after posting an item falls due "
                   "(030) : " WITH NO ADVANCING
               ACCEPT WSDueDaysInX
               IF WSDueDaysInX NOT NUMERIC
                   DISPLAY "Due days must be 3 digits"
               ELSE
                   SET EntryValid TO TRUE
               END-IF
           END-IF
       END-IF.

BuildFinChgImage.
       MOVE FTRate TO WSFinImgRate
       MOVE FTMinimum TO WSFinImgMinimum
       MOVE FTDueDays TO WSFinImgDueDays.

*> The file may legitimately not exist yet - the terms were
*> never set - which just leaves them zero
LoadFinChgTerms.
       OPEN INPUT FinChgCtlFile
       IF WSFinChgCtlFileStatus = "00"
           READ FinChgCtlFile
               AT END CONTINUE
               NOT AT END MOVE FinChgCtlRecord TO WSFinChgTerms
           END-READ
           MOVE "READ" TO WSIOOperation
           PERFORM LogFinChgCtlError
           CLOSE FinChgCtlFile
       END-IF.

SaveFinChgTerms.
       OPEN OUTPUT FinChgCtlFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogFinChgCtlError
       MOVE WSFinChgTerms TO FinChgCtlRecord
       WRITE FinChgCtlRecord
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogFinChgCtlError
       CLOSE FinChgCtlFile.

*> ---- GL period control maintenance ----

*> One control record : the year-end terms are listed or
*> replaced as a whole, and a closed period is reopened or
*> locked again only through the override below
PeriodMenu.
       MOVE SPACE TO WSTranCode
       MOVE "PERIODS" TO WSMenuName
       PERFORM UNTIL WSQuitTran
           IF TableAuthority
               DISPLAY "Periods - L)ist, U)pdate, R)eopen, C)lose "
                   "reopened, Q)uit : " WITH NO ADVANCING
           ELSE
               DISPLAY "Periods - L)ist, Q)uit : " WITH NO ADVANCING
           END-IF
           ACCEPT WSTranCode
           EVALUATE TRUE
               WHEN NOT TableAuthority
                   AND (WSUpdateTran OR WSReopenTran OR WSRelockTran)
                   PERFORM RefuseTableOption
               WHEN WSListTran   PERFORM ListPeriodTerms
               WHEN WSUpdateTran PERFORM UpdatePeriodTerms
               WHEN WSReopenTran PERFORM ReopenPeriod
               WHEN WSRelockTran PERFORM RelockPeriod
               WHEN WSQuitTran   CONTINUE
               WHEN OTHER        DISPLAY "Unknown option"
           END-EVALUATE
       END-PERFORM.

ListPeriodTerms.
       MOVE PTOpenPeriod TO PLLOpenPeriod
       MOVE PTYearEndMonth TO PLLYearEnd
       MOVE PTRetainedAcct TO PLLRetained
       MOVE PTFirstIncome TO PLLIncome
       MOVE PTReopenPeriod TO PLLReopen
       DISPLAY WSPeriodListLine.

*> The open period is only taken here before the first close;
*> from then on GLCLOSE moves it forward a month at a time
UpdatePeriodTerms.
       PERFORM BuildPeriodTermsImage
       MOVE WSPeriodTermsImage TO WSBeforeImage
       PERFORM AcceptPeriodTerms
       IF EntryValid AND PTOpenPeriod = ZERO
           DISPLAY "First open period (YYYYMM) : " WITH NO ADVANCING
           ACCEPT WSPeriodInX
           PERFORM CheckPeriodIn
       END-IF
       IF EntryValid
           IF PTOpenPeriod = ZERO
               MOVE WSPeriodIn TO PTOpenPeriod
           END-IF
           MOVE WSYearEndIn TO PTYearEndMonth
           MOVE WSRetainedAcctIn TO PTRetainedAcct
           MOVE WSFirstIncomeIn TO PTFirstIncome
           PERFORM BuildPeriodTermsImage
           MOVE WSPeriodTermsImage TO WSAfterImage
           MOVE "UPDATE" TO WSAuditOperation
           PERFORM SavePeriodTerms
           MOVE "PERIOD" TO WSAuditTable
           PERFORM WriteTableJournal
       END-IF.

*> A real month, an 8-digit retained earnings account, and an
*> 8-digit first revenue/expense account above it, so the
*> year-end close can't sweep retained earnings into itself
AcceptPeriodTerms.
       MOVE "N" TO WSEntryValidFlag
       DISPLAY "Fiscal year-end month (12) : " WITH NO ADVANCING
       ACCEPT WSYearEndInX
       IF WSYearEndInX NOT NUMERIC
           OR WSYearEndIn < 1 OR WSYearEndIn > 12
           DISPLAY "Year-end month must be 01 to 12"
       ELSE
           DISPLAY "Retained earnings account (8 digits) : "
               WITH NO ADVANCING
           ACCEPT WSRetainedAcctIn
           IF WSRetainedAcctIn NOT NUMERIC
               DISPLAY "Retained earnings account must be 8 digits"
           ELSE
               DISPLAY "First revenue/expense account (8 digits) : "
                   WITH NO ADVANCING
               ACCEPT WSFirstIncomeIn
               IF WSFirstIncomeIn NOT NUMERIC
                   DISPLAY "First revenue/expense account must be "
                       "8 digits"
               ELSE
                   IF WSFirstIncomeIn NOT > WSRetainedAcctIn
                       DISPLAY "Revenue/expense accounts must start "
                           "above retained earnings"
                   ELSE
                       SET EntryValid TO TRUE
                   END-IF
               END-IF
           END-IF
       END-IF.

*> WSPeriodInX must be a YYYYMM with a real month
CheckPeriodIn.
       MOVE "N" TO WSEntryValidFlag
       IF WSPeriodInX NOT NUMERIC
           DISPLAY "Period must be 6 digits, YYYYMM"
       ELSE
           IF WSPeriodInMonth < 1 OR WSPeriodInMonth > 12
               DISPLAY "Period month must be 01 to 12"
           ELSE
               SET EntryValid TO TRUE
           END-IF
       END-IF.

*> The override : one closed period at a time, named, confirmed
*> by typing REOPEN, with the reason on the record before
*> GLPROOF will take postings dated in it again. Only a period
*> after the last year-end close can be reopened.
ReopenPeriod.
       EVALUATE TRUE
           WHEN PTOpenPeriod = ZERO
               DISPLAY "No period has been closed"
           WHEN PTReopenPeriod NOT = ZERO
               DISPLAY "Period " PTReopenPeriod " is already "
                   "reopened - close it again first"
           WHEN OTHER
               DISPLAY "Closed period to reopen (YYYYMM) : "
                   WITH NO ADVANCING
               ACCEPT WSPeriodInX
               PERFORM CheckPeriodIn
               IF EntryValid AND WSPeriodIn NOT < PTOpenPeriod
                   DISPLAY "Period " WSPeriodIn " is not closed - "
                       "the open period is " PTOpenPeriod
                   MOVE "N" TO WSEntryValidFlag
               END-IF
               IF EntryValid
                   PERFORM FindLastYearEnd
                   IF WSPeriodIn NOT > WSLastYearEnd
                       DISPLAY "Period " WSPeriodIn " is in a fiscal "
                           "year already closed to retained "
                           "earnings - the year ended "
                           WSLastYearEnd
                       MOVE "N" TO WSEntryValidFlag
                   END-IF
               END-IF
               IF EntryValid
                   PERFORM AcceptOverride
               END-IF
               IF EntryValid
                   DISPLAY "Type REOPEN to confirm : "
                       WITH NO ADVANCING
                   ACCEPT WSConfirmIn
                   IF WSConfirmIn NOT = "REOPEN"
                       DISPLAY "Not confirmed - period stays closed"
                       MOVE "N" TO WSEntryValidFlag
                   END-IF
               END-IF
               IF EntryValid
                   PERFORM BuildPeriodLockImage
                   MOVE WSPeriodLockImage TO WSBeforeImage
                   MOVE WSPeriodIn TO PTReopenPeriod
                   PERFORM BuildPeriodLockImage
                   MOVE WSPeriodLockImage TO WSAfterImage
                   MOVE "REOPEN" TO WSAuditOperation
                   PERFORM SavePeriodTerms
                   MOVE "PERIOD" TO WSAuditTable
                   PERFORM WriteTableJournal
                   PERFORM WritePeriodLog
                   DISPLAY "Period " PTReopenPeriod " reopened"
               END-IF
       END-EVALUATE.

*> Locks the reopened period again once its late adjustments
*> are in
RelockPeriod.
       IF PTReopenPeriod = ZERO
           DISPLAY "No period is reopened"
       ELSE
           MOVE PTReopenPeriod TO WSPeriodIn
           PERFORM AcceptOverride
           IF EntryValid
               PERFORM BuildPeriodLockImage
               MOVE WSPeriodLockImage TO WSBeforeImage
               MOVE ZERO TO PTReopenPeriod
               PERFORM BuildPeriodLockImage
               MOVE WSPeriodLockImage TO WSAfterImage
               MOVE "RELOCK" TO WSAuditOperation
               PERFORM SavePeriodTerms
               MOVE "PERIOD" TO WSAuditTable
               PERFORM WriteTableJournal
               PERFORM WritePeriodLog
               DISPLAY "Period " WSPeriodIn " closed again"
           END-IF
       END-IF.

*> Why the lock is being overridden - required. Who is
*> overriding it is the signed-on operator.
AcceptOverride.
       MOVE "N" TO WSEntryValidFlag
       DISPLAY "Reason : " WITH NO ADVANCING
       ACCEPT WSOverrideReason
       IF WSOverrideReason = SPACES
           DISPLAY "A reason is required"
       ELSE
           SET EntryValid TO TRUE
       END-IF.

*> GLCLOSE closes the year to retained earnings when it closes
*> the year-end month, so the last such close is the latest
*> year-end month before the open period : this year's when the
*> open period is past it, otherwise last year's
FindLastYearEnd.
       MOVE PTOpenPeriod TO WSLastYearEnd
       IF WSLastYearEndMonth NOT > PTYearEndMonth
           SUBTRACT 1 FROM WSLastYearEndYear
       END-IF
       MOVE PTYearEndMonth TO WSLastYearEndMonth.

BuildPeriodTermsImage.
       MOVE PTOpenPeriod TO WSPerImgOpen
       MOVE PTYearEndMonth TO WSPerImgYearEnd
       MOVE PTRetainedAcct TO WSPerImgRetained
       MOVE PTFirstIncome TO WSPerImgIncome.

BuildPeriodLockImage.
       MOVE PTOpenPeriod TO WSLockImgOpen
       MOVE PTReopenPeriod TO WSLockImgReopen.

*> The file may legitimately not exist yet - the terms were
*> never set - which just leaves them zero
LoadPeriodTerms.
       OPEN INPUT GLPeriodFile
       IF WSGLPeriodFileStatus = "00"
           READ GLPeriodFile
               AT END CONTINUE
               NOT AT END MOVE GLPeriodRecord TO WSPeriodTerms
           END-READ
           MOVE "READ" TO WSIOOperation
           PERFORM LogGLPeriodError
           CLOSE GLPeriodFile
       END-IF.

SavePeriodTerms.
       OPEN OUTPUT GLPeriodFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogGLPeriodError
       MOVE WSPeriodTerms TO GLPeriodRecord
       WRITE GLPeriodRecord
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogGLPeriodError
       CLOSE GLPeriodFile.

*> The override goes on the period log GLCLOSE writes its closes
*> to, with the signed-on operator who did it and why
WritePeriodLog.
       OPEN EXTEND PeriodLog
       IF WSPerLogFileStatus = "35"
           OPEN OUTPUT PeriodLog
           CLOSE PeriodLog
           OPEN EXTEND PeriodLog
       END-IF
       MOVE SPACES TO PeriodLogLine
       MOVE FUNCTION CURRENT-DATE TO PLTimestamp
       MOVE WSAuditOperation TO PLAction
       MOVE WSPeriodIn TO PLPeriod
       MOVE WSOperatorID TO PLBy
       MOVE WSOverrideReason TO PLReason
       WRITE PeriodLogLine
       CLOSE PeriodLog.

*> ---- Operator maintenance ----

*> Table maintenance operators only - the main menu refuses
*> anyone else. Operator.dat is held open for the menu's life
OperatorMenu.
       OPEN I-O OperatorFile
       IF WSOperatorFileStatus = "35"
           OPEN OUTPUT OperatorFile
           CLOSE OperatorFile
           OPEN I-O OperatorFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogOperatorError
       IF WSOperatorFileStatus NOT = "00"
           DISPLAY "Operator file unavailable - status "
               WSOperatorFileStatus
       ELSE
           MOVE SPACE TO WSTranCode
           PERFORM UNTIL WSQuitTran
               DISPLAY "Operators - L)ist, A)dd, U)pdate, D)elete, "
                   "Q)uit : " WITH NO ADVANCING
               ACCEPT WSTranCode
               EVALUATE TRUE
                   WHEN WSListTran   PERFORM ListOperators
                   WHEN WSAddTran    PERFORM AddOperator
                   WHEN WSUpdateTran PERFORM UpdateOperator
                   WHEN WSDeleteTran PERFORM DeleteOperator
                   WHEN WSQuitTran   CONTINUE
                   WHEN OTHER        DISPLAY "Unknown option"
               END-EVALUATE
           END-PERFORM
           CLOSE OperatorFile
       END-IF.

*> Every operator in ID order with their level - never the
*> password
ListOperators.
       MOVE "N" TO WSListEOF
       MOVE ZERO TO WSListCount
       MOVE LOW-VALUES TO OpID
       START OperatorFile KEY NOT < OpID
           INVALID KEY SET ListEOF TO TRUE
       END-START
       IF WSOperatorFileStatus NOT = "23"
           MOVE "START" TO WSIOOperation
           PERFORM LogOperatorError
       END-IF
       PERFORM UNTIL ListEOF
           READ OperatorFile NEXT
               AT END SET ListEOF TO TRUE
           END-READ
           MOVE "READ" TO WSIOOperation
           PERFORM LogOperatorError
           IF WSOperatorFileStatus NOT = "00"
               SET ListEOF TO TRUE
           ELSE
               MOVE OpID TO OLID
               MOVE OpLevel TO OLLevel
               COMPUTE WSLevelIdx = OpLevel + 1
               MOVE WSLevelName(WSLevelIdx) TO OLLevelName
               MOVE OpName TO OLName
               DISPLAY WSOperatorListLine
               ADD 1 TO WSListCount
           END-IF
       END-PERFORM
       IF WSListCount = ZERO
           DISPLAY "No operators on file"
       END-IF.

*> A new operator : the ID must not already be on file
AddOperator.
       PERFORM AcceptOperatorKey
       IF EntryValid
           MOVE WSKeyOperator TO OpID
           READ OperatorFile
               INVALID KEY CONTINUE
           END-READ
           IF WSOperatorFileStatus = "00"
               DISPLAY "Operator " WSKeyOperator " is already on file"
           ELSE
               IF WSOperatorFileStatus = "23"
                   MOVE "00" TO WSOperatorFileStatus
               END-IF
               MOVE "READ" TO WSIOOperation
               PERFORM LogOperatorError
               PERFORM AcceptOperatorPassword
               IF EntryValid
                   PERFORM AcceptOperatorDetails
               END-IF
               IF EntryValid
                   MOVE WSKeyOperator TO OpID
                   MOVE WSPasswordIn TO OpPassword
                   MOVE WSLevelIn TO OpLevel
                   MOVE WSOpNameIn TO OpName
                   WRITE OperatorRecord
                       INVALID KEY DISPLAY "Unable to add "
                           WSKeyOperator
                   END-WRITE
                   MOVE "WRITE" TO WSIOOperation
                   PERFORM LogOperatorError
                   IF WSOperatorFileStatus = "00"
                       MOVE SPACES TO WSBeforeImage
                       PERFORM BuildOperatorImage
                       MOVE WSOperatorImage TO WSAfterImage
                       MOVE "ADD" TO WSAuditOperation
                       PERFORM JournalOperatorChange
                   END-IF
               END-IF
           END-IF
       END-IF.

*> A blank password keeps the one on file. The operator signed
*> on can't take their own table maintenance level away, so
*> there is always someone left who can sign operators on
UpdateOperator.
       PERFORM AcceptOperatorKey
       IF EntryValid
           PERFORM ReadOperatorEntry
           IF WSOperatorFileStatus = "00"
               PERFORM BuildOperatorImage
               MOVE WSOperatorImage TO WSBeforeImage
               DISPLAY "New password (blank to keep) : "
                   WITH NO ADVANCING
               ACCEPT WSPasswordIn
               PERFORM AcceptOperatorDetails
               IF EntryValid AND OpID = WSOperatorID
                   AND WSLevelIn NOT = 4
                   DISPLAY "You can't lower your own level"
                   MOVE "N" TO WSEntryValidFlag
               END-IF
               IF EntryValid
                   IF WSPasswordIn NOT = SPACES
                       MOVE WSPasswordIn TO OpPassword
                   END-IF
                   MOVE WSLevelIn TO OpLevel
                   MOVE WSOpNameIn TO OpName
                   REWRITE OperatorRecord
                       INVALID KEY DISPLAY "Unable to update "
                           WSKeyOperator
                   END-REWRITE
                   MOVE "REWRITE" TO WSIOOperation
                   PERFORM LogOperatorError
                   IF WSOperatorFileStatus = "00"
                       PERFORM BuildOperatorImage
                       MOVE WSOperatorImage TO WSAfterImage
                       MOVE "UPDATE" TO WSAuditOperation
                       PERFORM JournalOperatorChange
                   END-IF
               END-IF
           END-IF
       END-IF.

*> Level 0 suspends an operator and keeps them on the list;
*> delete is for IDs that should go altogether. The operator
*> signed on can't delete themselves
DeleteOperator.
       PERFORM AcceptOperatorKey
       IF EntryValid AND WSKeyOperator = WSOperatorID
           DISPLAY "You can't delete your own operator ID"
           MOVE "N" TO WSEntryValidFlag
       END-IF
       IF EntryValid
           PERFORM ReadOperatorEntry
           IF WSOperatorFileStatus = "00"
               PERFORM BuildOperatorImage
               MOVE WSOperatorImage TO WSBeforeImage
               DELETE OperatorFile RECORD
                   INVALID KEY DISPLAY "Unable to delete "
                       WSKeyOperator
               END-DELETE
               MOVE "DELETE" TO WSIOOperation
               PERFORM LogOperatorError
               IF WSOperatorFileStatus = "00"
                   MOVE SPACES TO WSAfterImage
                   MOVE "DELETE" TO WSAuditOperation
                   PERFORM JournalOperatorChange
               END-IF
           END-IF
       END-IF.

*> Reads the operator for the ID already accepted, showing it,
*> or saying it isn't on file
ReadOperatorEntry.
       MOVE WSKeyOperator TO OpID
       READ OperatorFile
           INVALID KEY DISPLAY "Operator " WSKeyOperator
               " not on file"
       END-READ
       IF WSOperatorFileStatus NOT = "23"
           MOVE "READ" TO WSIOOperation
           PERFORM LogOperatorError
       END-IF
       IF WSOperatorFileStatus = "00"
           MOVE OpID TO OLID
           MOVE OpLevel TO OLLevel
           COMPUTE WSLevelIdx = OpLevel + 1
           MOVE WSLevelName(WSLevelIdx) TO OLLevelName
           MOVE OpName TO OLName
           DISPLAY WSOperatorListLine
       END-IF.

AcceptOperatorKey.
       MOVE "N" TO WSEntryValidFlag
       DISPLAY "Operator ID : " WITH NO ADVANCING
       ACCEPT WSKeyOperator
       IF WSKeyOperator = SPACES
           DISPLAY "Operator ID is required"
       ELSE
           SET EntryValid TO TRUE
       END-IF.

AcceptOperatorPassword.
       MOVE "N" TO WSEntryValidFlag
       DISPLAY "Password : " WITH NO ADVANCING
       ACCEPT WSPasswordIn
       IF WSPasswordIn = SPACES
           DISPLAY "A password is required"
       ELSE
           SET EntryValid TO TRUE
       END-IF.

*> The level is one digit, 0 to 4, and the name isn't blank
AcceptOperatorDetails.
       MOVE "N" TO WSEntryValidFlag
       DISPLAY "Level (0 suspended, 1 inquiry, 2 customer maint, "
           "3 merge/restore/delete, 4 table maint) : "
           WITH NO ADVANCING
       ACCEPT WSLevelInX
       IF WSLevelInX NOT NUMERIC OR WSLevelIn > 4
           DISPLAY "Level must be 0 to 4"
       ELSE
           DISPLAY "Name : " WITH NO ADVANCING
           ACCEPT WSOpNameIn
           IF WSOpNameIn = SPACES
               DISPLAY "Name is required"
           ELSE
               SET EntryValid TO TRUE
           END-IF
       END-IF.

BuildOperatorImage.
       MOVE OpID TO WSOpImgID
       MOVE OpLevel TO WSOpImgLevel
       MOVE OpName TO WSOpImgName.

JournalOperatorChange.
       MOVE "OPERATR" TO WSAuditTable
       PERFORM WriteTableJournal.

*> No operator file yet : nobody can sign on to anything until
*> the first table maintenance operator is set up, so that is
*> all that is offered, and the run goes on signed on as them
AddFirstOperator.
       DISPLAY "No operators on file - set up the first table "
           "maintenance operator"
       PERFORM AcceptOperatorKey
       IF EntryValid
           PERFORM AcceptOperatorPassword
       END-IF
       IF EntryValid
           DISPLAY "Name : " WITH NO ADVANCING
           ACCEPT WSOpNameIn
           IF WSOpNameIn = SPACES
               DISPLAY "Name is required"
               MOVE "N" TO WSEntryValidFlag
           END-IF
       END-IF
       IF EntryValid
           OPEN OUTPUT OperatorFile
           MOVE "OPEN" TO WSIOOperation
           PERFORM LogOperatorError
           MOVE WSKeyOperator TO OpID
           MOVE WSPasswordIn TO OpPassword
           MOVE 4 TO OpLevel
           MOVE WSOpNameIn TO OpName
           WRITE OperatorRecord
               INVALID KEY DISPLAY "Unable to add " WSKeyOperator
           END-WRITE
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogOperatorError
           IF WSOperatorFileStatus = "00"
               MOVE OpID TO WSOperatorID
               MOVE OpLevel TO WSOperatorLevel
               SET SignedOn TO TRUE
               MOVE SPACES TO WSBeforeImage
               PERFORM BuildOperatorImage
               MOVE WSOperatorImage TO WSAfterImage
               MOVE "ADD" TO WSAuditOperation
               PERFORM JournalOperatorChange
           END-IF
           CLOSE OperatorFile
       END-IF.

*> ---- Common paragraphs ----

*> A change option asked for by an operator below table
*> maintenance, named by menu and option for the security log
RefuseTableOption.
       MOVE SPACES TO WSSignDetail
       STRING WSMenuName DELIMITED BY SPACE
           " OPTION " DELIMITED BY SIZE
           WSTranCode DELIMITED BY SIZE
           INTO WSSignDetail
       PERFORM RefuseOption.

*> Tells the operator no, and has SIGNON put the refusal in
*> WSSignDetail on the security log
RefuseOption.
       DISPLAY "Not authorized for that option"
       MOVE "DENY" TO WSSignFunction
       CALL 'SIGNON' USING WSSignFunction, WSSignProgram,
           WSOperatorID, WSOperatorLevel, WSSignDetail, WSSignResult.

*> Appends a before/after image of the changed entry to the
*> table journal for every add, update, or delete above
WriteTableJournal.
       MOVE WSAuditOperation TO TAudOperation
       MOVE WSBeforeImage TO TAudBefore
       MOVE WSAfterImage TO TAudAfter
       MOVE WSOperatorID TO TAudOperator
       WRITE TableJournalLine
       CLOSE TableJournal.

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
           MOVE "TBLMAINT" TO ELProgram
           MOVE WSFinChgCtlFileStatus TO ELStatus
           MOVE "FinChgCtlFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last GLPeriodFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogGLPeriodError.
       IF WSGLPeriodFileStatus NOT = "00"
           AND WSGLPeriodFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "TBLMAINT" TO ELProgram
           MOVE WSGLPeriodFileStatus TO ELStatus
           MOVE "GLPeriodFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last OperatorFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogOperatorError.
       IF WSOperatorFileStatus NOT = "00"
           AND WSOperatorFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "TBLMAINT" TO ELProgram
           MOVE WSOperatorFileStatus TO ELStatus
           MOVE "OperatorFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> OPEN EXTEND aborts the run with status 35 if ExceptionLog
*> doesn't exist yet, instead of creating it, so create it with
*> a throwaway OPEN OUTPUT first the one time that happens
