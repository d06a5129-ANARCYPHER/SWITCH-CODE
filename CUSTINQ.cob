       >>SOURCE FORMAT FREE
*> Compile with : cobc -x CUSTINQ.cob (needs SIGNON module)
*> Execute : ./CUSTINQ
IDENTIFICATION DIVISION.
PROGRAM-ID. CustInq.
*> consolidated picture for the call : the master record from
*> Customer.dat (or the archived copy from CustArch.dat if the
*> account was purged), the open items and total balance from
*> CustBal.dat, the account's standing, the most recent
*> audit journal entries for the account, the latest
*> dunning notices DUNNING sent it, and the account's last
*> receivables transactions off ARHist.dat - invoices, credits,
*> payments and where the cash went - so a caller asking about
*> a check gets an answer even after the item it paid is gone.
*> One lookup per phone call instead of four programs and a
*> scratch pad.
*> The operator signs on through SIGNON before anything is
*> shown; every authority level may inquire. The recent changes
*> show who made each one.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       SELECT AuditJournal ASSIGN TO "CustAudit.jnl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditFileStatus.
       *> Every dunning letter DUNNING has sent, read end to
       *> end keeping the account's latest notices
       SELECT DunHistFile ASSIGN TO "DunHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDunHistFileStatus.
       *> Permanent receivables history, walked from the
       *> account's first transaction keeping the latest ones
       SELECT ARHistFile ASSIGN TO "ARHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AHKey
           FILE STATUS IS WSARHistFileStatus.
       *> Exception log used whenever a CustomerFile I-O
       *> operation doesn't come back with status '00'
       SELECT ExceptionLog ASSIGN TO "IOError.log"
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

*> An archived customer : the key plus the rest of the record
*> exactly as it stood on Customer.dat when it was purged
FD ArchiveFile.
01 ArchiveData.
       02 ArcIDNum PIC 9(8).
       02 ArcBody  PIC X(155).

*> One open item per invoice still owed : who owes it, which
*> invoice raised it, when it posted, and what's left unpaid
       02 FILLER         PIC X.
       02 AudIDNum       PIC 9(8).
       02 FILLER         PIC X.
       02 AudBeforeImage PIC X(155).
       02 FILLER         PIC X.
       02 AudAfterImage  PIC X(155).
       02 FILLER         PIC X.
       02 AudOperator    PIC X(10).

*> One dunning letter sent : to whom, in which cycle (YYYYMM),
*> at what level, on what date, and for how much past due
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
           03 WSShowStatus     PIC X.
           03 WSShowClosedDate PIC X(8).
           03 WSShowFullName   PIC X(32).
           03 WSShowCreditLimit PIC 9(8)V99.
           03 WSShowCreditHold  PIC X.
01 WSLimitDisplay PIC Z(7)9.99.

*> The open-item walk's running total and item count
01 WSOpenTotal PIC 9(10)V99 VALUE ZERO.
       02 WSRecentEntry OCCURS 5 TIMES.
           03 RCTimestamp PIC X(14).
           03 RCOperation PIC X(7).
           03 RCOperator  PIC X(10).
01 WSRecentCount PIC 9(4) VALUE ZERO.
01 WSRecentIdx   PIC 9(4).

       02 HLTimestamp PIC X(14).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 HLOperation PIC X(7).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 HLOperator  PIC X(10).

*> The account's latest dunning notices, kept the same rolling
*> way as the journal entries above
01 WSDunHistFileStatus PIC XX VALUE "00".
01 WSDunHistEOF        PIC X VALUE "N".
       88 DunHistEOF VALUE "Y".
01 WSNoticeTable.
       02 WSNoticeEntry OCCURS 5 TIMES.
           03 NTSentDate PIC 9(8).
           03 NTLevel    PIC 9.
           03 NTPastDue  PIC 9(8)V99.
01 WSNoticeCount PIC 9(4) VALUE ZERO.
01 WSNoticeIdx   PIC 9(4).
01 WSLevelNames.
       02 FILLER PIC X(14) VALUE "REMINDER".
       02 FILLER PIC X(14) VALUE "SECOND NOTICE".
       02 FILLER PIC X(14) VALUE "FINAL DEMAND".
01 WSLevelNameTable REDEFINES WSLevelNames.
       02 WSLevelName PIC X(14) OCCURS 3 TIMES.
01 WSNoticeLine.
       02 FILLER      PIC X(4) VALUE SPACES.
       02 NLSentDate  PIC 9(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 NLLevel     PIC X(14).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 NLPastDue   PIC Z(7)9.99.

*> The account's latest receivables transactions, kept the
*> same rolling way, with the text each type shows as
01 WSARHistFileStatus PIC XX VALUE "00".
01 WSHistEOF          PIC X VALUE "N".
       88 HistEOF VALUE "Y".
01 WSActivityTable.
       02 WSActivityEntry OCCURS 8 TIMES.
           03 ATTranDate PIC 9(8).
           03 ATTranType PIC X.
           03 ATRefNum   PIC 9(8).
           03 ATItemNum  PIC 9(8).
           03 ATAmount   PIC 9(8)V99.
           03 ATNote     PIC X(10).
01 WSActivityCount PIC 9(4) VALUE ZERO.
01 WSActivityIdx   PIC 9(4).
01 WSActivityLine.
       02 FILLER      PIC X(4) VALUE SPACES.
       02 ALTranDate  PIC 9(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 ALTypeText  PIC X(14).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 ALRefNum    PIC 9(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 ALItemNum   PIC Z(7)9 BLANK WHEN ZERO.
       02 FILLER      PIC X(2) VALUE SPACES.
       02 ALAmount    PIC Z(7)9.99.
       02 FILLER      PIC X(2) VALUE SPACES.
       02 ALNote      PIC X(10).

*> Passed to SIGNON : who signed on, and at what authority level
01 WSSignFunction  PIC X(4).
01 WSSignProgram   PIC X(10) VALUE "CUSTINQ".
01 WSOperatorID    PIC X(8) VALUE SPACES.
01 WSOperatorLevel PIC 9 VALUE ZERO.
01 WSSignDetail    PIC X(30) VALUE SPACES.
01 WSSignResult    PIC X VALUE "N".
       88 SignedOn    VALUE "Y".
       88 NoOperators VALUE "F".

PROCEDURE DIVISION.
StartInquiry.
       MOVE "SIGN" TO WSSignFunction
       CALL 'SIGNON' USING WSSignFunction, WSSignProgram,
           WSOperatorID, WSOperatorLevel, WSSignDetail, WSSignResult
       IF NoOperators
           DISPLAY "No operators on file - set them up in TBLMAINT"
       END-IF
       IF NOT SignedOn
           DISPLAY "CUSTINQ not started - no operator signed on"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT CustomerFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogIOError
           PERFORM ShowStanding
           PERFORM ShowBalance
           PERFORM ShowRecentHistory
           PERFORM ShowDunningHistory
           PERFORM ShowRecentActivity
       END-IF.

*> The master first; an account the purge moved off lives on
                   WSShowClosedDate
           WHEN OTHER
               DISPLAY "Standing      : ACTIVE"
       END-EVALUATE
       MOVE WSShowCreditLimit TO WSLimitDisplay
       EVALUATE WSShowCreditHold
           WHEN "H"
               DISPLAY "Credit        : limit " WSLimitDisplay
                   "  ON HOLD"
           WHEN "W"
               DISPLAY "Credit        : limit " WSLimitDisplay
                   "  WRITTEN OFF"
           WHEN OTHER
               DISPLAY "Credit        : limit " WSLimitDisplay
       END-EVALUATE.

*> Walks the account's open items the way CASHPOST applies a
                   UNTIL WSRecentIdx > WSRecentCount
                   MOVE RCTimestamp(WSRecentIdx) TO HLTimestamp
                   MOVE RCOperation(WSRecentIdx) TO HLOperation
                   MOVE RCOperator(WSRecentIdx) TO HLOperator
                   DISPLAY WSHistoryLine
               END-PERFORM
           END-IF
           END-PERFORM
       END-IF
       MOVE AudTimestamp(1:14) TO RCTimestamp(WSRecentCount)
       MOVE AudOperation TO RCOperation(WSRecentCount)
       MOVE AudOperator TO RCOperator(WSRecentCount).

*> The latest notices DUNNING sent the account. No history
*> file just means no letter has ever gone out.
ShowDunningHistory.
       MOVE ZERO TO WSNoticeCount
       MOVE "N" TO WSDunHistEOF
       OPEN INPUT DunHistFile
       IF WSDunHistFileStatus NOT = "00"
           DISPLAY "Dunning       : no notices sent"
       ELSE
           PERFORM ReadDunHist
           PERFORM UNTIL DunHistEOF
               IF DHIDNum = WSInquiryID
                   PERFORM KeepRecentNotice
               END-IF
               PERFORM ReadDunHist
           END-PERFORM
           CLOSE DunHistFile
           IF WSNoticeCount = ZERO
               DISPLAY "Dunning       : no notices sent"
           ELSE
               DISPLAY "Dunning notices:"
               PERFORM VARYING WSNoticeIdx FROM 1 BY 1
                   UNTIL WSNoticeIdx > WSNoticeCount
                   MOVE NTSentDate(WSNoticeIdx) TO NLSentDate
                   MOVE WSLevelName(NTLevel(WSNoticeIdx)) TO NLLevel
                   MOVE NTPastDue(WSNoticeIdx) TO NLPastDue
                   DISPLAY WSNoticeLine
               END-PERFORM
           END-IF
       END-IF.

ReadDunHist.
       READ DunHistFile
           AT END SET DunHistEOF TO TRUE
       END-READ
       IF WSDunHistFileStatus NOT = "00"
           AND WSDunHistFileStatus NOT = "10"
           DISPLAY "DunHist.dat read failed, status "
               WSDunHistFileStatus
           SET DunHistEOF TO TRUE
       END-IF.

KeepRecentNotice.
       IF WSNoticeCount < 5
           ADD 1 TO WSNoticeCount
       ELSE
           PERFORM VARYING WSNoticeIdx FROM 1 BY 1
               UNTIL WSNoticeIdx >= WSNoticeCount
               MOVE WSNoticeEntry(WSNoticeIdx + 1)
                   TO WSNoticeEntry(WSNoticeIdx)
           END-PERFORM
       END-IF
       MOVE DHSentDate TO NTSentDate(WSNoticeCount)
       MOVE DHLevel TO NTLevel(WSNoticeCount)
       MOVE DHPastDue TO NTPastDue(WSNoticeCount).

*> The account's last eight receivables transactions. The
*> history is keyed by customer and then time, so one pass from
*> the account's first entry leaves the latest in the window.
*> No history file just means nothing has posted since it was
*> introduced.
ShowRecentActivity.
       MOVE ZERO TO WSActivityCount
       MOVE "N" TO WSHistEOF
       OPEN INPUT ARHistFile
       IF WSARHistFileStatus NOT = "00"
           DISPLAY "Activity      : no receivables history"
       ELSE
           MOVE WSInquiryID TO AHIDNum
           MOVE ZERO TO AHTranDate
           MOVE ZERO TO AHTranTime
           MOVE ZERO TO AHSeq
           START ARHistFile KEY NOT < AHKey
               INVALID KEY SET HistEOF TO TRUE
           END-START
           IF NOT HistEOF
               PERFORM ReadActivity
           END-IF
           PERFORM UNTIL HistEOF
               PERFORM KeepRecentActivity
               PERFORM ReadActivity
           END-PERFORM
           CLOSE ARHistFile
           IF WSActivityCount = ZERO
               DISPLAY "Activity      : no receivables history"
           ELSE
               DISPLAY "Recent activity:"
               PERFORM VARYING WSActivityIdx FROM 1 BY 1
                   UNTIL WSActivityIdx > WSActivityCount
                   PERFORM ShowActivityLine
               END-PERFORM
           END-IF
       END-IF.

ReadActivity.
       READ ARHistFile NEXT
           AT END SET HistEOF TO TRUE
       END-READ
       IF WSARHistFileStatus NOT = "00"
           AND WSARHistFileStatus NOT = "10"
           DISPLAY "ARHist.dat read failed, status "
               WSARHistFileStatus
       END-IF
       IF WSARHistFileStatus NOT = "00"
           SET HistEOF TO TRUE
       END-IF
       IF NOT HistEOF AND AHIDNum NOT = WSInquiryID
           SET HistEOF TO TRUE
       END-IF.

KeepRecentActivity.
       IF WSActivityCount < 8
           ADD 1 TO WSActivityCount
       ELSE
           PERFORM VARYING WSActivityIdx FROM 1 BY 1
               UNTIL WSActivityIdx >= WSActivityCount
               MOVE WSActivityEntry(WSActivityIdx + 1)
                   TO WSActivityEntry(WSActivityIdx)
           END-PERFORM
       END-IF
       MOVE AHTranDate TO ATTranDate(WSActivityCount)
       MOVE AHTranType TO ATTranType(WSActivityCount)
       MOVE AHRefNum TO ATRefNum(WSActivityCount)
       MOVE AHItemNum TO ATItemNum(WSActivityCount)
       MOVE AHAmount TO ATAmount(WSActivityCount)
       MOVE AHNote TO ATNote(WSActivityCount).

ShowActivityLine.
       MOVE ATTranDate(WSActivityIdx) TO ALTranDate
       EVALUATE ATTranType(WSActivityIdx)
           WHEN "I" MOVE "INVOICE" TO ALTypeText
           WHEN "C" MOVE "CREDIT MEMO" TO ALTypeText
           WHEN "P" MOVE "PAYMENT RECVD" TO ALTypeText
           WHEN "A" MOVE "PAYMENT APPLD" TO ALTypeText
           WHEN "F" MOVE "FINANCE CHARGE" TO ALTypeText
           WHEN "W" MOVE "WRITTEN OFF" TO ALTypeText
           WHEN OTHER MOVE ATTranType(WSActivityIdx) TO ALTypeText
       END-EVALUATE
       MOVE ATRefNum(WSActivityIdx) TO ALRefNum
       MOVE ATItemNum(WSActivityIdx) TO ALItemNum
       MOVE ATAmount(WSActivityIdx) TO ALAmount
       MOVE ATNote(WSActivityIdx) TO ALNote
       DISPLAY WSActivityLine.

*> Writes the status code, operation, and record key to the
*> exception log whenever the last I-O didn't come back '00',
