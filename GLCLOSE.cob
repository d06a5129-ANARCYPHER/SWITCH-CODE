       >>SOURCE FORMAT FREE
*> Compile with : cobc -x GLCLOSE.cob
*> Execute : ./GLCLOSE
IDENTIFICATION DIVISION.
PROGRAM-ID. GLClose.
*> Month-end close of the general ledger : closes the period
*> open on the control record GLPeriod.dat - before the first
*> close, the month before the run date - once GLPROOF has
*> posted everything dated in it. Each account's GLBal.dat
*> balance is rolled into the period history file GLHist.dat
*> under the period, and the final trial balance for the period
*> goes to GLClose.rpt.
*> The new period then opens : GLBal.dat is rebuilt with each
*> account's net balance brought forward, so the receivables
*> and suspense control accounts ARRECON proves still carry
*> everything open, and the control record moves on a month.
*> When the period closed is the fiscal year-end month, every
*> revenue and expense account - from the first revenue/expense
*> account on the control record up - is zeroed into retained
*> earnings first, and the closing entries are listed.
*> From then on GLPROOF refuses postings dated in the closed
*> period. A period reopened by override in TBLMAINT is locked
*> again by the close, and every close goes on the period log
*> GLPeriod.log with the overrides.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> The open period, the year-end terms, and any period
       *> reopened by override
       SELECT GLPeriodFile ASSIGN TO "GLPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLPeriodFileStatus.
       *> Postings still waiting for GLPROOF
       SELECT GLPostFile ASSIGN TO "GLPost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLPostFileStatus.
       *> Balance per account, read whole and rebuilt for the new
       *> period
       SELECT GLBalFile ASSIGN TO "GLBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GBAccount
           FILE STATUS IS WSGLBalFileStatus.
       *> Each closed period's closing balance per account
       SELECT GLHistFile ASSIGN TO "GLHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS GHKey
           FILE STATUS IS WSGLHistFileStatus.
       *> Every close, reopen and relock of a GL period
       SELECT PeriodLog ASSIGN TO "GLPeriod.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPerLogFileStatus.
       *> The closing period's final trial balance, and the
       *> closing entries at year-end
       SELECT CloseReport ASSIGN TO "GLClose.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportFileStatus.
       *> Exception log used whenever an I-O operation on one
       *> of the above files doesn't come back with status '00'
       SELECT ExceptionLog ASSIGN TO "IOError.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExcLogFileStatus.

DATA DIVISION.
FILE SECTION.
*> The GL period control record, as TBLMAINT keeps it
FD GLPeriodFile.
01 GLPeriodRecord.
       02 PCOpenPeriod   PIC 9(6).
       02 PCYearEndMonth PIC 9(2).
       02 PCRetainedAcct PIC X(8).
       02 PCFirstIncome  PIC X(8).
       02 PCReopenPeriod PIC 9(6).

FD GLPostFile.
01 GLPostRecord.
       02 GPPostDate     PIC 9(8).
       02 GPAccount      PIC X(8).
       02 GPDebitCredit  PIC X.
       02 GPAmount       PIC 9(9)V99.
       02 GPJurisdiction PIC X(10).

FD GLBalFile.
01 GLBalData.
       02 GBAccount PIC X(8).
       02 GBDebits  PIC 9(10)V99.
       02 GBCredits PIC 9(10)V99.

*> One account's debits and credits as they stood when its
*> period closed
FD GLHistFile.
01 GLHistRecord.
       02 GHKey.
           03 GHPeriod  PIC 9(6).
           03 GHAccount PIC X(8).
       02 GHDebits  PIC 9(10)V99.
       02 GHCredits PIC 9(10)V99.

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

FD CloseReport.
01 ReportLine PIC X(72).

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
01 WSGLPeriodFileStatus PIC XX VALUE "00".
01 WSGLPostFileStatus   PIC XX VALUE "00".
01 WSGLBalFileStatus    PIC XX VALUE "00".
01 WSGLHistFileStatus   PIC XX VALUE "00".
01 WSPerLogFileStatus   PIC XX VALUE "00".
01 WSReportFileStatus   PIC XX VALUE "00".
01 WSExcLogFileStatus   PIC XX VALUE "00".
01 WSIOOperation        PIC X(10) VALUE SPACE.
01 WSPostEOF            PIC X VALUE "N".
       88 PostEOF VALUE "Y".
01 WSBalEOF             PIC X VALUE "N".
       88 BalEOF VALUE "Y".

01 WSRunDate    PIC 9(8).
01 WSRunPeriod  PIC 9(6).

*> The period being closed and the one opened after it, each
*> split into year and month for the month arithmetic
01 WSClosePeriod PIC 9(6).
01 WSCloseParts REDEFINES WSClosePeriod.
       02 WSCloseYear  PIC 9(4).
       02 WSCloseMonth PIC 9(2).
01 WSNextPeriod  PIC 9(6).
01 WSNextParts REDEFINES WSNextPeriod.
       02 WSNextYear   PIC 9(4).
       02 WSNextMonth  PIC 9(2).
01 WSPostPeriod  PIC 9(6).
01 WSPendingCount PIC 9(8) VALUE ZERO.

*> What WritePeriodLog puts on the period log
01 WSLogAction   PIC X(7).
01 WSLogPeriod   PIC 9(6).
01 WSLogReason   PIC X(30).

01 WSYearEndFlag PIC X VALUE "N".
       88 YearEndClose VALUE "Y".

*> Every account on GLBal.dat, held while the history is
*> written and the new period's balances are worked out
01 WSBalTable.
       02 WSBalEntry OCCURS 200 TIMES.
           03 BTAccount PIC X(8).
           03 BTDebits  PIC 9(10)V99.
           03 BTCredits PIC 9(10)V99.
01 WSBalCount  PIC 9(4) VALUE ZERO.
01 WSBalIdx    PIC 9(4).
01 WSRetainIdx PIC 9(4).

*> An account's net balance, debit positive, and the year's net
*> income swept into retained earnings, also debit positive -
*> a profit comes across as a credit
01 WSNetBal       PIC S9(10)V99.
01 WSIncomeNet    PIC S9(12)V99 VALUE ZERO.
01 WSTotalDebits  PIC 9(12)V99 VALUE ZERO.
01 WSTotalCredits PIC 9(12)V99 VALUE ZERO.
01 WSClosedCount  PIC 9(4) VALUE ZERO.

01 WSTitleLine.
       02 TTLabel  PIC X(30).
       02 TTPeriod PIC 9(6).

01 WSHeadLine.
       02 FILLER PIC X(10) VALUE "Account".
       02 FILLER PIC X(15) VALUE "         Debits".
       02 FILLER PIC X(15) VALUE "        Credits".

01 WSTrialLine.
       02 TBAccount PIC X(8).
       02 FILLER    PIC X(2) VALUE SPACES.
       02 TBDebits  PIC Z(9)9.99.
       02 FILLER    PIC X(2) VALUE SPACES.
       02 TBCredits PIC Z(9)9.99.

01 WSTotalsLine.
       02 FILLER    PIC X(8) VALUE "Totals".
       02 FILLER    PIC X(2) VALUE SPACES.
       02 TTDebits  PIC Z(9)9.99.
       02 FILLER    PIC X(2) VALUE SPACES.
       02 TTCredits PIC Z(9)9.99.

*> One year-end closing entry : the account zeroed and the net
*> balance taken off it
01 WSClosingLine.
       02 FILLER    PIC X(6) VALUE "Close ".
       02 CEAccount PIC X(8).
       02 FILLER    PIC X(13) VALUE " to retained ".
       02 CERetained PIC X(8).
       02 FILLER    PIC X(2) VALUE SPACES.
       02 CENet     PIC Z(9)9.99-.

01 WSIncomeLine.
       02 FILLER    PIC X(29) VALUE "Net to retained earnings   : ".
       02 ILNet     PIC Z(11)9.99-.

PROCEDURE DIVISION.
StartClose.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       MOVE WSRunDate(1:6) TO WSRunPeriod
       PERFORM LoadPeriodControl
       PERFORM SetClosePeriod
       PERFORM CheckPendingPostings
       PERFORM LoadBalances

       OPEN OUTPUT CloseReport
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogReportError

       PERFORM PrintFinalTrialBalance
       PERFORM WritePeriodHistory
       IF YearEndClose
           PERFORM CloseIncomeAccounts
       END-IF
       PERFORM OpenNewPeriod
       PERFORM AdvancePeriodControl

       CLOSE CloseReport
       DISPLAY "Period " WSClosePeriod " closed, period "
           WSNextPeriod " open"
       STOP RUN.

*> Without the retained earnings account and the year-end
*> month a year-end close can't be done, so the terms must be
*> set in TBLMAINT before any close runs
LoadPeriodControl.
       OPEN INPUT GLPeriodFile
       IF WSGLPeriodFileStatus = "00"
           READ GLPeriodFile
               AT END MOVE "10" TO WSGLPeriodFileStatus
           END-READ
           MOVE "READ" TO WSIOOperation
           PERFORM LogGLPeriodError
           CLOSE GLPeriodFile
       END-IF
       IF WSGLPeriodFileStatus NOT = "00"
           OR PCRetainedAcct = SPACES OR PCYearEndMonth = ZERO
           DISPLAY "GL period terms not set - set them with "
               "TBLMAINT P)eriods first"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> The period on the control record, or before any close has
*> run the month before this one; never a month not yet begun
SetClosePeriod.
       IF PCOpenPeriod = ZERO
           MOVE WSRunPeriod TO WSClosePeriod
           IF WSCloseMonth = 1
               SUBTRACT 1 FROM WSCloseYear
               MOVE 12 TO WSCloseMonth
           ELSE
               SUBTRACT 1 FROM WSCloseMonth
           END-IF
       ELSE
           MOVE PCOpenPeriod TO WSClosePeriod
       END-IF
       IF WSClosePeriod > WSRunPeriod
           DISPLAY "Period " WSClosePeriod " has not begun yet - "
               "nothing to close"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WSClosePeriod TO WSNextPeriod
       IF WSNextMonth = 12
           ADD 1 TO WSNextYear
           MOVE 1 TO WSNextMonth
       ELSE
           ADD 1 TO WSNextMonth
       END-IF
       IF WSCloseMonth = PCYearEndMonth
           SET YearEndClose TO TRUE
       END-IF.

*> A posting for the closing period still waiting on the
*> extract would be locked out the moment the period closed,
*> so the close waits for GLPROOF. Postings GLPROOF is holding
*> for an earlier, already closed period don't stop it.
CheckPendingPostings.
       OPEN INPUT GLPostFile
       IF WSGLPostFileStatus = "00"
           PERFORM UNTIL PostEOF
               READ GLPostFile
                   AT END SET PostEOF TO TRUE
                   NOT AT END
                       MOVE GPPostDate(1:6) TO WSPostPeriod
                       IF WSPostPeriod NOT > WSClosePeriod
                           AND (PCOpenPeriod = ZERO
                               OR WSPostPeriod NOT < PCOpenPeriod)
                           ADD 1 TO WSPendingCount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLPostFile
       END-IF
       IF WSPendingCount > ZERO
           DISPLAY WSPendingCount " postings for period "
               WSClosePeriod " still on GLPost.dat - run GLPROOF "
               "before closing"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> No GLBal.dat yet just means nothing was posted; the period
*> still closes, with an empty trial balance. One entry is kept
*> back for retained earnings' first closing entry.
LoadBalances.
       OPEN INPUT GLBalFile
       IF WSGLBalFileStatus = "00"
           PERFORM ReadBalance
           PERFORM UNTIL BalEOF
               IF WSBalCount = 199
                   DISPLAY "GLBal.dat has more accounts than the "
                       "close can hold - nothing closed"
                   CLOSE GLBalFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WSBalCount
               MOVE GBAccount TO BTAccount(WSBalCount)
               MOVE GBDebits TO BTDebits(WSBalCount)
               MOVE GBCredits TO BTCredits(WSBalCount)
               PERFORM ReadBalance
           END-PERFORM
           CLOSE GLBalFile
       END-IF.

ReadBalance.
       READ GLBalFile NEXT
           AT END SET BalEOF TO TRUE
       END-READ
       MOVE "READ" TO WSIOOperation
       PERFORM LogGLBalError
       IF WSGLBalFileStatus NOT = "00"
           SET BalEOF TO TRUE
       END-IF.

*> The closing period's balances exactly as they stand, before
*> any year-end closing entry
PrintFinalTrialBalance.
       MOVE "Final Trial Balance - Period " TO TTLabel
       MOVE WSClosePeriod TO TTPeriod
       WRITE ReportLine FROM WSTitleLine
       WRITE ReportLine FROM WSHeadLine
       PERFORM VARYING WSBalIdx FROM 1 BY 1
           UNTIL WSBalIdx > WSBalCount
           MOVE BTAccount(WSBalIdx) TO TBAccount
           MOVE BTDebits(WSBalIdx) TO TBDebits
           MOVE BTCredits(WSBalIdx) TO TBCredits
           WRITE ReportLine FROM WSTrialLine
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogReportError
           ADD BTDebits(WSBalIdx) TO WSTotalDebits
           ADD BTCredits(WSBalIdx) TO WSTotalCredits
       END-PERFORM
       MOVE WSTotalDebits TO TTDebits
       MOVE WSTotalCredits TO TTCredits
       WRITE ReportLine FROM WSTotalsLine
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogReportError
       DISPLAY WSTotalsLine.

*> One history record per account for the period. A rerun of a
*> close that stopped part way finds some already there and
*> replaces them.
WritePeriodHistory.
       OPEN I-O GLHistFile
       IF WSGLHistFileStatus = "35"
           OPEN OUTPUT GLHistFile
           CLOSE GLHistFile
           OPEN I-O GLHistFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogGLHistError
       PERFORM VARYING WSBalIdx FROM 1 BY 1
           UNTIL WSBalIdx > WSBalCount
           MOVE WSClosePeriod TO GHPeriod
           MOVE BTAccount(WSBalIdx) TO GHAccount
           MOVE BTDebits(WSBalIdx) TO GHDebits
           MOVE BTCredits(WSBalIdx) TO GHCredits
           WRITE GLHistRecord
               INVALID KEY
                   REWRITE GLHistRecord
                       INVALID KEY DISPLAY "Unable to record "
                           "history for account " GHAccount
                   END-REWRITE
           END-WRITE
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogGLHistError
       END-PERFORM
       CLOSE GLHistFile.

*> Year-end : every revenue and expense account's net balance
*> comes off it and onto retained earnings, leaving it at zero
*> for the new year
CloseIncomeAccounts.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "Year-End Closing Entries     " TO TTLabel
       MOVE WSClosePeriod TO TTPeriod
       WRITE ReportLine FROM WSTitleLine
       PERFORM VARYING WSBalIdx FROM 1 BY 1
           UNTIL WSBalIdx > WSBalCount
           IF BTAccount(WSBalIdx) NOT < PCFirstIncome
               AND BTAccount(WSBalIdx) NOT = PCRetainedAcct
               COMPUTE WSNetBal = BTDebits(WSBalIdx)
                   - BTCredits(WSBalIdx)
               IF WSNetBal NOT = ZERO
                   MOVE BTAccount(WSBalIdx) TO CEAccount
                   MOVE PCRetainedAcct TO CERetained
                   MOVE WSNetBal TO CENet
                   WRITE ReportLine FROM WSClosingLine
                   MOVE "WRITE" TO WSIOOperation
                   PERFORM LogReportError
                   ADD WSNetBal TO WSIncomeNet
                   ADD 1 TO WSClosedCount
               END-IF
               MOVE ZERO TO BTDebits(WSBalIdx)
               MOVE ZERO TO BTCredits(WSBalIdx)
           END-IF
       END-PERFORM
       PERFORM FindRetainedAccount
       IF WSIncomeNet > ZERO
           ADD WSIncomeNet TO BTDebits(WSRetainIdx)
       ELSE
           SUBTRACT WSIncomeNet FROM BTCredits(WSRetainIdx)
       END-IF
       MOVE WSIncomeNet TO ILNet
       WRITE ReportLine FROM WSIncomeLine
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogReportError
       DISPLAY WSClosedCount " revenue/expense accounts closed to "
           PCRetainedAcct.

*> Retained earnings' entry in the table, added the first year
*> it takes a closing entry
FindRetainedAccount.
       MOVE ZERO TO WSRetainIdx
       PERFORM VARYING WSBalIdx FROM 1 BY 1
           UNTIL WSBalIdx > WSBalCount
           IF BTAccount(WSBalIdx) = PCRetainedAcct
               MOVE WSBalIdx TO WSRetainIdx
           END-IF
       END-PERFORM
       IF WSRetainIdx = ZERO
           ADD 1 TO WSBalCount
           MOVE WSBalCount TO WSRetainIdx
           MOVE PCRetainedAcct TO BTAccount(WSRetainIdx)
           MOVE ZERO TO BTDebits(WSRetainIdx)
           MOVE ZERO TO BTCredits(WSRetainIdx)
       END-IF.

*> GLBal.dat starts the new period holding each account's net
*> balance brought forward, on the side it falls; an account
*> at zero starts the period with no record at all
OpenNewPeriod.
       OPEN OUTPUT GLBalFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogGLBalError
       PERFORM VARYING WSBalIdx FROM 1 BY 1
           UNTIL WSBalIdx > WSBalCount
           COMPUTE WSNetBal = BTDebits(WSBalIdx)
               - BTCredits(WSBalIdx)
           IF WSNetBal NOT = ZERO
               MOVE BTAccount(WSBalIdx) TO GBAccount
               MOVE ZERO TO GBDebits
               MOVE ZERO TO GBCredits
               IF WSNetBal > ZERO
                   MOVE WSNetBal TO GBDebits
               ELSE
                   COMPUTE GBCredits = ZERO - WSNetBal
               END-IF
               WRITE GLBalData
                   INVALID KEY DISPLAY "Unable to bring forward "
                       "account " GBAccount
               END-WRITE
               MOVE "WRITE" TO WSIOOperation
               PERFORM LogGLBalError
           END-IF
       END-PERFORM
       CLOSE GLBalFile.

*> The control record moves on a month; a period still reopened
*> by override is locked again with the rest
AdvancePeriodControl.
       IF PCReopenPeriod NOT = ZERO
           MOVE "RELOCK" TO WSLogAction
           MOVE PCReopenPeriod TO WSLogPeriod
           MOVE "LOCKED BY MONTH-END CLOSE" TO WSLogReason
           PERFORM WritePeriodLog
           MOVE ZERO TO PCReopenPeriod
       END-IF
       MOVE WSNextPeriod TO PCOpenPeriod
       OPEN OUTPUT GLPeriodFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogGLPeriodError
       WRITE GLPeriodRecord
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogGLPeriodError
       CLOSE GLPeriodFile

       MOVE "CLOSE" TO WSLogAction
       MOVE WSClosePeriod TO WSLogPeriod
       IF YearEndClose
           MOVE "YEAR-END CLOSE" TO WSLogReason
       ELSE
           MOVE "MONTH-END CLOSE" TO WSLogReason
       END-IF
       PERFORM WritePeriodLog.

*> Appends one line to the period log, creating it the one
*> time it doesn't exist
WritePeriodLog.
       OPEN EXTEND PeriodLog
       IF WSPerLogFileStatus = "35"
           OPEN OUTPUT PeriodLog
           CLOSE PeriodLog
           OPEN EXTEND PeriodLog
       END-IF
       MOVE SPACES TO PeriodLogLine
       MOVE FUNCTION CURRENT-DATE TO PLTimestamp
       MOVE WSLogAction TO PLAction
       MOVE WSLogPeriod TO PLPeriod
       MOVE "GLCLOSE" TO PLBy
       MOVE WSLogReason TO PLReason
       WRITE PeriodLogLine
       CLOSE PeriodLog.

*> Writes the status code and operation to the exception log
*> whenever the last GLPeriodFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogGLPeriodError.
       IF WSGLPeriodFileStatus NOT = "00"
           AND WSGLPeriodFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "GLCLOSE" TO ELProgram
           MOVE WSGLPeriodFileStatus TO ELStatus
           MOVE "GLPeriodFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last GLBalFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogGLBalError.
       IF WSGLBalFileStatus NOT = "00"
           AND WSGLBalFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "GLCLOSE" TO ELProgram
           MOVE WSGLBalFileStatus TO ELStatus
           MOVE "GLBalFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last GLHistFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogGLHistError.
       IF WSGLHistFileStatus NOT = "00"
           AND WSGLHistFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "GLCLOSE" TO ELProgram
           MOVE WSGLHistFileStatus TO ELStatus
           MOVE "GLHistFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last CloseReport I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogReportError.
       IF WSReportFileStatus NOT = "00"
           AND WSReportFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "GLCLOSE" TO ELProgram
           MOVE WSReportFileStatus TO ELStatus
           MOVE "CloseReport" TO ELFile
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
