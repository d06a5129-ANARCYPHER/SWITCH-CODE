*> nonzero RETURN-CODE, the way CUSTEDIT refuses an unbalanced
*> feed - nothing is posted off it.
*> A file that proves is accumulated into GLBal.dat, the
*> balance per account for the open period - brought forward
*> by GLCLOSE at each close - and the run finishes
*> with a trial balance by account to GLTrial.rpt with period
*> totals, so there is finally a record of what has been posted
*> this period instead of a hand-check and a hope.
*> Every run that posts to the GL adds its pairs to GLPost.dat,
*> so once a proven file is posted it is emptied - the next
*> proof sees only what was added since, and a rerun can't post
*> the same pairs twice.
*> Each line posted is also appended to the GL journal
*> GLJrnl.dat, stamped with the day it was posted, so what
*> moved an account on a given day can still be listed once
*> the extract it came in on has been emptied - ARRECON lists
*> the day's postings to the receivables and suspense control
*> accounts from it when they don't agree with the subledgers.
*> Once GLCLOSE has closed a period no posting dated in it goes
*> in : each such pair is listed on the reject listing
*> GLReject.rpt and held back on GLPost.dat, so it is neither
*> folded into the open period nor lost, until it is redated or
*> its period is reopened by override in TBLMAINT. A pair dated
*> in the reopened period posts, and is added to that period's
*> closing balances on GLHist.dat as well, so the late
*> adjustment shows in the period it belongs to. A pair dated
*> after the open period isn't refused but isn't posted either :
*> it is held back on GLPost.dat the same way, off the reject
*> listing, and posts on the first run after GLCLOSE has opened
*> its period, so the open period's balances and its close only
*> ever carry its own activity.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ACCESS IS DYNAMIC
           RECORD KEY IS GBAccount
           FILE STATUS IS WSGLBalFileStatus.
       *> The period open for posting and any closed period
       *> reopened by override, kept by GLCLOSE and TBLMAINT
       SELECT GLPeriodFile ASSIGN TO "GLPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLPeriodFileStatus.
       *> Each closed period's closing balance per account,
       *> adjusted by postings to a reopened period
       SELECT GLHistFile ASSIGN TO "GLHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS GHKey
           FILE STATUS IS WSGLHistFileStatus.
       *> Pairs held back for a closed period, or for one not open
       *> yet, while the extract is posted, put back on it once it
       *> is emptied
       SELECT GLHoldFile ASSIGN TO "GLHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLHoldFileStatus.
       *> Every posting refused for a closed period
       SELECT RejectReport ASSIGN TO "GLReject.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRejectFileStatus.
       *> Every line ever posted, with the day it was posted
       SELECT GLJournalFile ASSIGN TO "GLJrnl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLJrnlFileStatus.
       *> The trial balance built below
       SELECT TrialReport ASSIGN TO "GLTrial.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
       02 GBDebits  PIC 9(10)V99.
       02 GBCredits PIC 9(10)V99.

*> The GL period control record, as TBLMAINT keeps it
FD GLPeriodFile.
01 GLPeriodRecord.
       02 PCOpenPeriod   PIC 9(6).
       02 PCYearEndMonth PIC 9(2).
       02 PCRetainedAcct PIC X(8).
       02 PCFirstIncome  PIC X(8).
       02 PCReopenPeriod PIC 9(6).

*> One account's debits and credits as they stood when its
*> period closed
FD GLHistFile.
01 GLHistRecord.
       02 GHKey.
           03 GHPeriod  PIC 9(6).
           03 GHAccount PIC X(8).
       02 GHDebits  PIC 9(10)V99.
       02 GHCredits PIC 9(10)V99.

*> A held posting line, exactly as it came off the extract
FD GLHoldFile.
01 GLHoldRecord PIC X(38).

FD RejectReport.
01 RejectLine PIC X(72).

*> One posted line : the extract line as it came in, and the
*> day GLPROOF posted it
FD GLJournalFile.
01 GLJournalRecord.
       02 GJPostDate     PIC 9(8).
       02 GJAccount      PIC X(8).
       02 GJDebitCredit  PIC X.
       02 GJAmount       PIC 9(9)V99.
       02 GJReference    PIC X(10).
       02 GJPostedDate   PIC 9(8).

FD TrialReport.
01 ReportLine PIC X(60).

01 WSGLPostFileStatus  PIC XX VALUE "00".
01 WSGLChartFileStatus PIC XX VALUE "00".
01 WSGLBalFileStatus   PIC XX VALUE "00".
01 WSGLJrnlFileStatus  PIC XX VALUE "00".
01 WSGLPeriodFileStatus PIC XX VALUE "00".
01 WSGLHistFileStatus  PIC XX VALUE "00".
01 WSGLHoldFileStatus  PIC XX VALUE "00".
01 WSRejectFileStatus  PIC XX VALUE "00".
01 WSReportFileStatus  PIC XX VALUE "00".
01 WSExcLogFileStatus  PIC XX VALUE "00".
01 WSIOOperation       PIC X(10) VALUE SPACE.
       88 PostEOF VALUE "Y".
01 WSBalEOF            PIC X VALUE "N".
       88 BalEOF VALUE "Y".
01 WSRunDate           PIC 9(8).
01 WSHoldEOF           PIC X VALUE "N".
       88 HoldEOF VALUE "Y".

*> The posting lock : every period before the open period is
*> closed, except the one reopened by override, and every period
*> after it is not open yet. Both stay zero until the first
*> close, when nothing is locked.
01 WSOpenPeriod   PIC 9(6) VALUE ZERO.
01 WSReopenPeriod PIC 9(6) VALUE ZERO.
01 WSLinePeriod   PIC 9(6).
01 WSPairLocked   PIC X VALUE "N".
       88 PairLocked VALUE "Y".
01 WSPairFuture   PIC X VALUE "N".
       88 PairFuture VALUE "Y".
01 WSRejectCount  PIC 9(8) VALUE ZERO.
01 WSFutureCount  PIC 9(8) VALUE ZERO.
01 WSRefusedLines PIC 9(8) VALUE ZERO.
01 WSHeldCount    PIC 9(8) VALUE ZERO.

*> Both halves of the pair being posted, as read
01 WSDebitImage   PIC X(38).
01 WSCreditImage  PIC X(38).

*> Every account on the chart : each jurisdiction contributes
*> its debit and its credit account
       02 WSCountLabel PIC X(16).
       02 WSCountValue PIC ZZZZ,ZZ9.

01 WSRejectHeadLine.
       02 FILLER      PIC X(38)
           VALUE "Postings Refused - Closed Period  Run ".
       02 RHRunDate   PIC 9(8).

*> One refused line : the posting and the period it fell in
01 WSRejectDetail.
       02 RDPostDate  PIC 9(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 RDAccount   PIC X(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 RDSide      PIC X.
       02 FILLER      PIC X(2) VALUE SPACES.
       02 RDAmount    PIC Z(8)9.99.
       02 FILLER      PIC X(2) VALUE SPACES.
       02 RDReference PIC X(10).
       02 FILLER      PIC X(9) VALUE "  PERIOD ".
       02 RDPeriod    PIC 9(6).
       02 FILLER      PIC X(7) VALUE " CLOSED".

PROCEDURE DIVISION.
StartProof.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       OPEN INPUT GLPostFile
       IF WSGLPostFileStatus NOT = "00"
           DISPLAY "GLPost.dat not available, status "
       END-IF

       PERFORM LoadChartAccounts
       PERFORM LoadPeriodLock
       PERFORM ProvePostings
       CLOSE GLPostFile

       END-IF

       PERFORM PostToBalances
       PERFORM EmptyPostingFile
       PERFORM PrintTrialBalance

       MOVE "Pairs Proven  : " TO WSCountLabel
       MOVE WSPairCount TO WSCountValue
       DISPLAY WSCountLine
       IF WSRejectCount > ZERO
           MOVE "Pairs Refused : " TO WSCountLabel
           MOVE WSRejectCount TO WSCountValue
           DISPLAY WSCountLine
           DISPLAY "Postings dated in a closed period were refused "
               "and held on GLPost.dat - see GLReject.rpt"
       END-IF
       IF WSFutureCount > ZERO
           MOVE "Pairs Held    : " TO WSCountLabel
           MOVE WSFutureCount TO WSCountValue
           DISPLAY WSCountLine
           DISPLAY "Postings dated after open period " WSOpenPeriod
               " were held on GLPost.dat until it is closed"
       END-IF
       STOP RUN.

*> No control record just means no period has been closed yet
LoadPeriodLock.
       OPEN INPUT GLPeriodFile
       IF WSGLPeriodFileStatus = "00"
           READ GLPeriodFile
               AT END CONTINUE
               NOT AT END
                   MOVE PCOpenPeriod TO WSOpenPeriod
                   MOVE PCReopenPeriod TO WSReopenPeriod
           END-READ
           CLOSE GLPeriodFile
       END-IF.

*> Loads every account the chart knows : a posting to any other
*> account is a posting the GL can't take
LoadChartAccounts.
           MOVE "N" TO WSProofFlag
       END-IF.

*> A proven extract accumulates into the balance per account,
*> starting a balance record the first time an account takes a
*> posting this period. The proof guarantees whole debit/credit
*> pairs, so the extract is posted a pair at a time, a pair
*> dated in a closed period is refused whole, and a pair dated
*> in a period not open yet is held whole.
PostToBalances.
       MOVE "N" TO WSPostEOF
       OPEN INPUT GLPostFile
       PERFORM OpenGLBalFile
       PERFORM OpenGLJournalFile
       IF WSReopenPeriod NOT = ZERO
           PERFORM OpenGLHistFile
       END-IF
       OPEN OUTPUT GLHoldFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogGLHoldError
       OPEN OUTPUT RejectReport
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogRejectError
       MOVE WSRunDate TO RHRunDate
       WRITE RejectLine FROM WSRejectHeadLine

       PERFORM ReadPosting
       PERFORM UNTIL PostEOF
           MOVE GLPostRecord TO WSDebitImage
           PERFORM ReadPosting
           MOVE GLPostRecord TO WSCreditImage
           PERFORM CheckPairPeriod
           EVALUATE TRUE
               WHEN PairLocked
                   PERFORM RefusePair
               WHEN PairFuture
                   PERFORM HoldFuturePair
               WHEN OTHER
                   MOVE WSDebitImage TO GLPostRecord
                   PERFORM PostPairLine
                   MOVE WSCreditImage TO GLPostRecord
                   PERFORM PostPairLine
           END-EVALUATE
           PERFORM ReadPosting
       END-PERFORM

       MOVE "Lines Refused : " TO WSCountLabel
       MOVE WSRefusedLines TO WSCountValue
       WRITE RejectLine FROM WSCountLine

       CLOSE GLPostFile
       CLOSE GLBalFile
       CLOSE GLJournalFile
       IF WSReopenPeriod NOT = ZERO
           CLOSE GLHistFile
       END-IF
       CLOSE GLHoldFile
       CLOSE RejectReport.

*> A pair is locked out when either side is dated before the
*> open period in any period but the reopened one, and waits
*> when either side is dated after the open period. Locked out
*> wins, since a pair that can't post to a closed period never
*> posts by waiting.
CheckPairPeriod.
       MOVE "N" TO WSPairLocked
       MOVE "N" TO WSPairFuture
       IF WSOpenPeriod NOT = ZERO
           MOVE WSDebitImage(1:6) TO WSLinePeriod
           IF WSLinePeriod < WSOpenPeriod
               AND WSLinePeriod NOT = WSReopenPeriod
               SET PairLocked TO TRUE
           END-IF
           IF WSLinePeriod > WSOpenPeriod
               SET PairFuture TO TRUE
           END-IF
           MOVE WSCreditImage(1:6) TO WSLinePeriod
           IF WSLinePeriod < WSOpenPeriod
               AND WSLinePeriod NOT = WSReopenPeriod
               SET PairLocked TO TRUE
           END-IF
           IF WSLinePeriod > WSOpenPeriod
               SET PairFuture TO TRUE
           END-IF
       END-IF.

*> Posts the line in GLPostRecord, journals it, and when it is
*> dated in the reopened period adds it to that period's
*> history too
PostPairLine.
       PERFORM PostOneLine
       PERFORM JournalOneLine
       MOVE GPPostDate(1:6) TO WSLinePeriod
       IF WSReopenPeriod NOT = ZERO
           AND WSLinePeriod = WSReopenPeriod
           PERFORM PostToHistory
       END-IF.

*> Both lines go on the reject listing and are held to be put
*> back on the extract
RefusePair.
       ADD 1 TO WSRejectCount
       MOVE WSDebitImage TO GLPostRecord
       PERFORM RefuseOneLine
       MOVE WSCreditImage TO GLPostRecord
       PERFORM RefuseOneLine.

RefuseOneLine.
       MOVE GPPostDate TO RDPostDate
       MOVE GPAccount TO RDAccount
       MOVE GPDebitCredit TO RDSide
       MOVE GPAmount TO RDAmount
       MOVE GPJurisdiction TO RDReference
       MOVE GPPostDate(1:6) TO RDPeriod
       WRITE RejectLine FROM WSRejectDetail
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogRejectError
       ADD 1 TO WSRefusedLines
       PERFORM HoldOneLine.

*> Both lines are held to be put back on the extract, with no
*> reject listing : nothing is wrong with them, their period
*> just isn't open yet
HoldFuturePair.
       ADD 1 TO WSFutureCount
       MOVE WSDebitImage TO GLPostRecord
       PERFORM HoldOneLine
       MOVE WSCreditImage TO GLPostRecord
       PERFORM HoldOneLine.

HoldOneLine.
       WRITE GLHoldRecord FROM GLPostRecord
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogGLHoldError
       ADD 1 TO WSHeldCount.

*> A late posting to the reopened period adjusts that period's
*> closing balance for its account, starting one if the account
*> had none when the period closed
PostToHistory.
       MOVE WSLinePeriod TO GHPeriod
       MOVE GPAccount TO GHAccount
       READ GLHistFile
           INVALID KEY
               MOVE WSLinePeriod TO GHPeriod
               MOVE GPAccount TO GHAccount
               MOVE ZERO TO GHDebits
               MOVE ZERO TO GHCredits
               PERFORM AddPostingToHistory
               WRITE GLHistRecord
                   INVALID KEY DISPLAY "Unable to adjust history "
                       "for account " GHAccount
               END-WRITE
           NOT INVALID KEY
               PERFORM AddPostingToHistory
               REWRITE GLHistRecord
                   INVALID KEY DISPLAY "Unable to adjust history "
                       "for account " GHAccount
               END-REWRITE
       END-READ
       MOVE "POST" TO WSIOOperation
       PERFORM LogGLHistError.

AddPostingToHistory.
       IF GPDebitCredit = "D"
           ADD GPAmount TO GHDebits
       ELSE
           ADD GPAmount TO GHCredits
       END-IF.

*> OPEN I-O aborts with status 35 if GLHist.dat doesn't exist
*> yet, so create it the one time that happens
OpenGLHistFile.
       OPEN I-O GLHistFile
       IF WSGLHistFileStatus = "35"
           OPEN OUTPUT GLHistFile
           CLOSE GLHistFile
           OPEN I-O GLHistFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogGLHistError.

PostOneLine.
       MOVE GPAccount TO GBAccount
       MOVE "POST" TO WSIOOperation
       PERFORM LogGLBalError.

*> The line just posted goes on the journal as it came in
JournalOneLine.
       MOVE GPPostDate TO GJPostDate
       MOVE GPAccount TO GJAccount
       MOVE GPDebitCredit TO GJDebitCredit
       MOVE GPAmount TO GJAmount
       MOVE GPJurisdiction TO GJReference
       MOVE WSRunDate TO GJPostedDate
       WRITE GLJournalRecord
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogGLJrnlError.

*> The journal only ever grows, so add to it, creating it the
*> one time it doesn't exist
OpenGLJournalFile.
       OPEN EXTEND GLJournalFile
       IF WSGLJrnlFileStatus = "35"
           OPEN OUTPUT GLJournalFile
           CLOSE GLJournalFile
           OPEN EXTEND GLJournalFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogGLJrnlError.

*> Everything on the extract is in GLBal.dat now, except the
*> pairs refused for a closed period or dated in one not open
*> yet, which go back on it to wait
EmptyPostingFile.
       OPEN OUTPUT GLPostFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogGLPostError
       IF WSHeldCount > ZERO
           OPEN INPUT GLHoldFile
           MOVE "OPEN" TO WSIOOperation
           PERFORM LogGLHoldError
           PERFORM UNTIL HoldEOF
               READ GLHoldFile
                   AT END SET HoldEOF TO TRUE
                   NOT AT END
                       WRITE GLPostRecord FROM GLHoldRecord
                       MOVE "WRITE" TO WSIOOperation
                       PERFORM LogGLPostError
               END-READ
           END-PERFORM
           CLOSE GLHoldFile
       END-IF
       CLOSE GLPostFile.

AddPostingToBalance.
       IF GPDebitCredit = "D"
           ADD GPAmount TO GBDebits
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last GLJournalFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogGLJrnlError.
       IF WSGLJrnlFileStatus NOT = "00"
           AND WSGLJrnlFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "GLPROOF" TO ELProgram
           MOVE WSGLJrnlFileStatus TO ELStatus
           MOVE "GLJournalFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last TrialReport I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
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
           MOVE "GLPROOF" TO ELProgram
           MOVE WSGLHistFileStatus TO ELStatus
           MOVE "GLHistFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last GLHoldFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogGLHoldError.
       IF WSGLHoldFileStatus NOT = "00"
           AND WSGLHoldFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "GLPROOF" TO ELProgram
           MOVE WSGLHoldFileStatus TO ELStatus
           MOVE "GLHoldFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last RejectReport I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogRejectError.
       IF WSRejectFileStatus NOT = "00"
           AND WSRejectFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "GLPROOF" TO ELProgram
           MOVE WSRejectFileStatus TO ELStatus
           MOVE "RejectReport" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> OPEN EXTEND aborts the run with status 35 if ExceptionLog
*> doesn't exist yet, instead of creating it, so create it with
*> a throwaway OPEN OUTPUT first the one time that happens
