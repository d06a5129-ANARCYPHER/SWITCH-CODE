       >>SOURCE FORMAT FREE
*> Compile with : cobc -x WOMAINT.cob (needs SIGNON module)
*> Execute : ./WOMAINT
IDENTIFICATION DIVISION.
PROGRAM-ID. WOMaint.
*> Bad-debt write-off requests, worked one at a time the way
*> CREDREL works held invoices. Collections R)equests a
*> write-off of one open item on CustBal.dat - the customer,
*> the invoice, how much (the whole open balance unless less is
*> keyed) and why. An approver then A)pproves or D)enies each
*> pending request. Nothing touches the receivable here : the
*> WRITEOFF run posts the approved ones.
*> The operator signs on through SIGNON first, the way CUSTMAINT
*> does, and the request and the decision are stamped with the
*> signed-on operator's ID, not anything typed in. Any operator
*> may L)ist, a request needs customer maintenance authority
*> (level 2), and a decision needs level 3 and must be made by
*> an operator other than the one who asked. Refused options go
*> on the security log through SIGNON's DENY.
*> Every request stays on WORequest.dat, stamped with who
*> decided it, when, and - once WRITEOFF has posted it - the
*> date it was written off, so the file is the record of every
*> write-off asked for and how it was worked. Only the requests
*> still open are kept in memory; each save carries every closed
*> request through untouched, so that history can grow without
*> limit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Every write-off ever requested, and where it stands
       SELECT RequestFile ASSIGN TO "WORequest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRequestFileStatus.
       *> WORequest.dat as rebuilt by a save, copied back over it
       *> once it is complete
       SELECT RequestWorkFile ASSIGN TO "WORequest.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRequestWorkFileStatus.
       *> Read-only, so only an item really open can be requested
       SELECT CustBalFile ASSIGN TO "CustBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BalKey
           FILE STATUS IS WSCustBalFileStatus.
       *> Exception log used whenever an I-O operation on one
       *> of the above files doesn't come back with status '00'
       SELECT ExceptionLog ASSIGN TO "IOError.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExcLogFileStatus.

DATA DIVISION.
FILE SECTION.
*> One write-off request : where it stands, the open item and
*> how much of it to write off, why, when and by whom it was
*> asked for, who decided it and when, and the date WRITEOFF
*> posted it
FD RequestFile.
01 RequestRecord.
       02 WRStatus      PIC X.
           88 WRPending    VALUE "P".
           88 WRApproved   VALUE "A".
           88 WRDenied     VALUE "D".
           88 WRWrittenOff VALUE "W".
           88 WRVoided     VALUE "X".
       02 FILLER        PIC X.
       02 WRIDNum       PIC 9(8).
       02 FILLER        PIC X.
       02 WRInvoiceNum  PIC 9(8).
       02 FILLER        PIC X.
       02 WRAmount      PIC 9(8)V99.
       02 FILLER        PIC X.
       02 WRReason      PIC X(24).
       02 FILLER        PIC X.
       02 WRRequestDate PIC 9(8).
       02 FILLER        PIC X.
       02 WRRequestedBy PIC X(8).
       02 FILLER        PIC X.
       02 WRApprover    PIC X(8).
       02 FILLER        PIC X.
       02 WRDecideDate  PIC X(8).
       02 FILLER        PIC X.
       02 WRPostDate    PIC X(8).

*> A request record, exactly as it is on WORequest.dat
FD RequestWorkFile.
01 RequestWorkRecord PIC X(100).

*> One open item per invoice still owed : who owes it, which
*> invoice raised it, when it posted, and what's left unpaid
FD CustBalFile.
01 CustBalData.
       02 BalKey.
           03 BalIDNum      PIC 9(8).
           03 BalInvoiceNum PIC 9(8).
       02 BalPostDate PIC 9(8).
       02 BalAmount   PIC 9(8)V99.

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
01 WSRequestFileStatus PIC XX VALUE "00".
01 WSRequestWorkFileStatus PIC XX VALUE "00".
01 WSCustBalFileStatus PIC XX VALUE "00".
01 WSExcLogFileStatus  PIC XX VALUE "00".
01 WSIOOperation       PIC X(10) VALUE SPACE.

01 WSTranCode  PIC X VALUE SPACE.
       88 WSListTran    VALUE "L", "l".
       88 WSRequestTran VALUE "R", "r".
       88 WSApproveTran VALUE "A", "a".
       88 WSDenyTran    VALUE "D", "d".
       88 WSQuitTran    VALUE "Q", "q".

*> The requests on WORequest.dat still open, in the order they
*> are on the file, each entry laid out exactly as its record
01 WSRequestTable.
       02 WSRequestEntry OCCURS 500 TIMES.
           03 RTStatus      PIC X.
           03 FILLER        PIC X.
           03 RTIDNum       PIC 9(8).
           03 FILLER        PIC X.
           03 RTInvoiceNum  PIC 9(8).
           03 FILLER        PIC X.
           03 RTAmount      PIC 9(8)V99.
           03 FILLER        PIC X.
           03 RTReason      PIC X(24).
           03 FILLER        PIC X.
           03 RTRequestDate PIC 9(8).
           03 FILLER        PIC X.
           03 RTRequestedBy PIC X(8).
           03 FILLER        PIC X.
           03 RTApprover    PIC X(8).
           03 FILLER        PIC X.
           03 RTDecideDate  PIC X(8).
           03 FILLER        PIC X.
           03 RTPostDate    PIC X(8).
01 WSRequestCount PIC 9(4) VALUE ZERO.
01 WSMergeIdx     PIC 9(4).
01 WSOpenCount    PIC 9(4) VALUE ZERO.

01 WSTableIdx  PIC 9(4).
01 WSFoundIdx  PIC 9(4).
01 WSToday     PIC 9(8).

*> What the operator typed, validated before anything is touched
01 WSKeyIDNumX    PIC X(8).
01 WSKeyIDNum REDEFINES WSKeyIDNumX PIC 9(8).
01 WSKeyInvoiceX  PIC X(8).
01 WSKeyInvoice REDEFINES WSKeyInvoiceX PIC 9(8).
01 WSAmountInX    PIC X(10).
01 WSAmountIn REDEFINES WSAmountInX PIC 9(8)V99.
01 WSReasonIn     PIC X(24).
01 WSNewAmount    PIC 9(8)V99.
*> The item's open balance as read, kept once the file is closed
01 WSItemOpenAmount PIC 9(8)V99.
01 WSEntryValidFlag PIC X VALUE "N".
       88 EntryValid VALUE "Y".

*> Passed to SIGNON : who signed on, at what authority level,
*> and any option refused them
01 WSSignFunction  PIC X(4).
01 WSSignProgram   PIC X(10) VALUE "WOMAINT".
01 WSOperatorID    PIC X(8) VALUE SPACES.
01 WSOperatorLevel PIC 9 VALUE ZERO.
       88 RequestAuthority VALUE 2 THRU 4.
       88 ApproveAuthority VALUE 3 THRU 4.
01 WSSignDetail    PIC X(30) VALUE SPACES.
01 WSSignResult    PIC X VALUE "N".
       88 SignedOn    VALUE "Y".
       88 NoOperators VALUE "F".

*> One display line per open request for the L)ist option
01 WSRequestListLine.
       02 LLStatusText  PIC X(8).
       02 FILLER        PIC X(2) VALUE SPACES.
       02 LLIDNum       PIC 9(8).
       02 FILLER        PIC X(2) VALUE SPACES.
       02 LLInvoiceNum  PIC 9(8).
       02 FILLER        PIC X(2) VALUE SPACES.
       02 LLAmount      PIC Z(7)9.99.
       02 FILLER        PIC X(2) VALUE SPACES.
       02 LLReason      PIC X(24).
       02 FILLER        PIC X(2) VALUE SPACES.
       02 LLRequestedBy PIC X(8).
       02 FILLER        PIC X(2) VALUE SPACES.
       02 LLApprover    PIC X(8).

PROCEDURE DIVISION.
StartWOMaint.
       MOVE "SIGN" TO WSSignFunction
       CALL 'SIGNON' USING WSSignFunction, WSSignProgram,
           WSOperatorID, WSOperatorLevel, WSSignDetail, WSSignResult
       IF NoOperators
           DISPLAY "No operators on file - set them up in TBLMAINT"
       END-IF
       IF NOT SignedOn
           DISPLAY "WOMAINT not started - no operator signed on"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday
       PERFORM LoadRequestTable

       PERFORM UNTIL WSQuitTran
           EVALUATE TRUE
               WHEN ApproveAuthority
                   DISPLAY "Write-offs - L)ist, R)equest, A)pprove, "
                       "D)eny, Q)uit : " WITH NO ADVANCING
               WHEN RequestAuthority
                   DISPLAY "Write-offs - L)ist, R)equest, Q)uit : "
                       WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY "Write-offs - L)ist, Q)uit : "
                       WITH NO ADVANCING
           END-EVALUATE
           ACCEPT WSTranCode
           EVALUATE TRUE
               WHEN NOT RequestAuthority AND WSRequestTran
                   PERFORM RefuseMenuOption
               WHEN NOT ApproveAuthority
                   AND (WSApproveTran OR WSDenyTran)
                   PERFORM RefuseMenuOption
               WHEN WSListTran    PERFORM ListOpenRequests
               WHEN WSRequestTran PERFORM RequestWriteOff
               WHEN WSApproveTran PERFORM ApproveWriteOff
               WHEN WSDenyTran    PERFORM DenyWriteOff
               WHEN WSQuitTran    CONTINUE
               WHEN OTHER         DISPLAY "Unknown option"
           END-EVALUATE
       END-PERFORM
       STOP RUN.

*> Every request still waiting on a decision, or approved and
*> waiting on the WRITEOFF run
ListOpenRequests.
       MOVE ZERO TO WSOpenCount
       PERFORM VARYING WSTableIdx FROM 1 BY 1
           UNTIL WSTableIdx > WSRequestCount
           IF RTStatus(WSTableIdx) = "P" OR "A"
               ADD 1 TO WSOpenCount
               IF RTStatus(WSTableIdx) = "P"
                   MOVE "PENDING" TO LLStatusText
               ELSE
                   MOVE "APPROVED" TO LLStatusText
               END-IF
               MOVE RTIDNum(WSTableIdx) TO LLIDNum
               MOVE RTInvoiceNum(WSTableIdx) TO LLInvoiceNum
               MOVE RTAmount(WSTableIdx) TO LLAmount
               MOVE RTReason(WSTableIdx) TO LLReason
               MOVE RTRequestedBy(WSTableIdx) TO LLRequestedBy
               MOVE RTApprover(WSTableIdx) TO LLApprover
               DISPLAY WSRequestListLine
           END-IF
       END-PERFORM
       IF WSOpenCount = ZERO
           DISPLAY "No write-offs pending or awaiting posting"
       END-IF.

*> A new request : the item must be open on CustBal.dat and not
*> already asked for, and the amount can't be more than is open
RequestWriteOff.
       PERFORM AcceptItemKey
       IF EntryValid
           PERFORM FindOpenRequest
           IF WSFoundIdx NOT = ZERO
               DISPLAY "A write-off of invoice " WSKeyInvoiceX
                   " is already " WITH NO ADVANCING
               IF RTStatus(WSFoundIdx) = "P"
                   DISPLAY "pending"
               ELSE
                   DISPLAY "approved"
               END-IF
           ELSE
               PERFORM ReadOpenItem
               IF EntryValid
                   PERFORM AcceptRequestTerms
               END-IF
               IF EntryValid
                   PERFORM AddRequest
               END-IF
           END-IF
       END-IF.

*> The open item the request is against, read fresh so the
*> balance shown is the one on file now
ReadOpenItem.
       MOVE "N" TO WSEntryValidFlag
       OPEN INPUT CustBalFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogCustBalError
       IF WSCustBalFileStatus = "00"
           MOVE WSKeyIDNum TO BalIDNum
           MOVE WSKeyInvoice TO BalInvoiceNum
           READ CustBalFile
               INVALID KEY DISPLAY "Invoice " WSKeyInvoiceX
                   " is not open for customer " WSKeyIDNumX
           END-READ
           IF WSCustBalFileStatus = "23"
               MOVE "00" TO WSCustBalFileStatus
           ELSE
               MOVE "READ" TO WSIOOperation
               PERFORM LogCustBalError
               IF WSCustBalFileStatus = "00"
                   MOVE BalAmount TO WSItemOpenAmount
                   MOVE BalAmount TO LLAmount
                   DISPLAY "Open balance " LLAmount
                       "  posted " BalPostDate
                   SET EntryValid TO TRUE
               END-IF
           END-IF
           CLOSE CustBalFile
       END-IF.

*> How much and why. A blank amount writes off whatever is open
*> on the item.
AcceptRequestTerms.
       MOVE "N" TO WSEntryValidFlag
       DISPLAY "Amount in cents, blank for the whole balance "
           "(0000012550 = 125.50) : " WITH NO ADVANCING
       ACCEPT WSAmountInX
       EVALUATE TRUE
           WHEN WSAmountInX = SPACES
               MOVE WSItemOpenAmount TO WSNewAmount
               SET EntryValid TO TRUE
           WHEN WSAmountInX NOT NUMERIC
               DISPLAY "Amount must be 10 digits"
           WHEN WSAmountIn = ZERO
               DISPLAY "Amount must be more than zero"
           WHEN WSAmountIn > WSItemOpenAmount
               DISPLAY "Amount is more than the open balance"
           WHEN OTHER
               MOVE WSAmountIn TO WSNewAmount
               SET EntryValid TO TRUE
       END-EVALUATE
       IF EntryValid
           MOVE "N" TO WSEntryValidFlag
           DISPLAY "Reason : " WITH NO ADVANCING
           ACCEPT WSReasonIn
           IF WSReasonIn = SPACES
               DISPLAY "A write-off needs a reason"
           ELSE
               SET EntryValid TO TRUE
           END-IF
       END-IF.

AddRequest.
       IF WSRequestCount = 500
           DISPLAY "500 write-offs are already open - approve, "
               "deny or post some first"
       ELSE
           ADD 1 TO WSRequestCount
           MOVE SPACES TO WSRequestEntry(WSRequestCount)
           MOVE "P" TO RTStatus(WSRequestCount)
           MOVE WSKeyIDNum TO RTIDNum(WSRequestCount)
           MOVE WSKeyInvoice TO RTInvoiceNum(WSRequestCount)
           MOVE WSNewAmount TO RTAmount(WSRequestCount)
           MOVE WSReasonIn TO RTReason(WSRequestCount)
           MOVE WSToday TO RTRequestDate(WSRequestCount)
           MOVE WSOperatorID TO RTRequestedBy(WSRequestCount)
           PERFORM SaveRequestTable
           DISPLAY "Write-off of invoice " WSKeyInvoiceX
               " requested for approval"
       END-IF.

*> Approves a pending request for the WRITEOFF run to post.
*> Whoever asked for a write-off can't also approve it.
ApproveWriteOff.
       PERFORM AcceptPendingRequest
       IF WSFoundIdx NOT = ZERO
           PERFORM CheckApprover
           IF EntryValid
               MOVE "A" TO RTStatus(WSFoundIdx)
               MOVE WSOperatorID TO RTApprover(WSFoundIdx)
               MOVE WSToday TO RTDecideDate(WSFoundIdx)
               PERFORM SaveRequestTable
               DISPLAY "Write-off of invoice " WSKeyInvoiceX
                   " approved"
           END-IF
       END-IF.

*> Turns a pending request down for good
DenyWriteOff.
       PERFORM AcceptPendingRequest
       IF WSFoundIdx NOT = ZERO
           PERFORM CheckApprover
           IF EntryValid
               MOVE "D" TO RTStatus(WSFoundIdx)
               MOVE WSOperatorID TO RTApprover(WSFoundIdx)
               MOVE WSToday TO RTDecideDate(WSFoundIdx)
               PERFORM SaveRequestTable
               DISPLAY "Write-off of invoice " WSKeyInvoiceX
                   " denied"
           END-IF
       END-IF.

*> The signed-on operator decides, and can't be the one who
*> asked; trying to is refused onto the security log
CheckApprover.
       MOVE "N" TO WSEntryValidFlag
       IF WSOperatorID = RTRequestedBy(WSFoundIdx)
           DISPLAY "The requester can't decide their own "
               "write-off"
           MOVE SPACES TO WSSignDetail
           STRING "OWN WRITE-OFF " DELIMITED BY SIZE
               WSKeyInvoiceX DELIMITED BY SIZE
               INTO WSSignDetail
           PERFORM LogRefusal
       ELSE
           SET EntryValid TO TRUE
       END-IF.

*> A main menu option above the operator's authority level
RefuseMenuOption.
       DISPLAY "Not authorized for that option"
       MOVE SPACES TO WSSignDetail
       STRING "MENU OPTION " DELIMITED BY SIZE
           WSTranCode DELIMITED BY SIZE
           INTO WSSignDetail
       PERFORM LogRefusal.

*> Has SIGNON put the refusal in WSSignDetail on the security
*> log
LogRefusal.
       MOVE "DENY" TO WSSignFunction
       CALL 'SIGNON' USING WSSignFunction, WSSignProgram,
           WSOperatorID, WSOperatorLevel, WSSignDetail, WSSignResult.

*> The customer and invoice the operator wants to work on, both
*> 8 digits
AcceptItemKey.
       MOVE "N" TO WSEntryValidFlag
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT WSKeyIDNumX
       DISPLAY "Invoice number : " WITH NO ADVANCING
       ACCEPT WSKeyInvoiceX
       IF WSKeyIDNumX NOT NUMERIC OR WSKeyInvoiceX NOT NUMERIC
           DISPLAY "Customer and invoice must be 8 digits"
       ELSE
           SET EntryValid TO TRUE
       END-IF.

*> A request for the item already pending or approved, leaving
*> its index in WSFoundIdx, or ZERO when there is none
FindOpenRequest.
       MOVE ZERO TO WSFoundIdx
       PERFORM VARYING WSTableIdx FROM 1 BY 1
           UNTIL WSTableIdx > WSRequestCount
           IF RTIDNum(WSTableIdx) = WSKeyIDNum
               AND RTInvoiceNum(WSTableIdx) = WSKeyInvoice
               AND (RTStatus(WSTableIdx) = "P" OR "A")
               MOVE WSTableIdx TO WSFoundIdx
           END-IF
       END-PERFORM.

*> The request the approver wants to decide : it has to be on
*> file and still pending, leaving its index in WSFoundIdx, or
*> ZERO when it can't be worked
AcceptPendingRequest.
       MOVE ZERO TO WSFoundIdx
       PERFORM AcceptItemKey
       IF EntryValid
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSRequestCount
               IF RTIDNum(WSTableIdx) = WSKeyIDNum
                   AND RTInvoiceNum(WSTableIdx) = WSKeyInvoice
                   AND RTStatus(WSTableIdx) = "P"
                   MOVE WSTableIdx TO WSFoundIdx
               END-IF
           END-PERFORM
           IF WSFoundIdx = ZERO
               DISPLAY "No pending write-off of invoice "
                   WSKeyInvoiceX " for customer " WSKeyIDNumX
           END-IF
       END-IF.

*> Loads every request still open - pending, or approved and
*> waiting on the WRITEOFF run - in the order they are on the
*> file. The file may legitimately not exist yet - nothing was
*> ever requested - which just leaves the table empty. More open
*> requests than the table takes stops the run before anything
*> is worked or saved, since a save would otherwise lose the
*> ones left out.
LoadRequestTable.
       MOVE ZERO TO WSRequestCount
       OPEN INPUT RequestFile
       IF WSRequestFileStatus = "00"
           PERFORM UNTIL WSRequestFileStatus NOT = "00"
               READ RequestFile
                   AT END MOVE "10" TO WSRequestFileStatus
                   NOT AT END
                       IF WRPending OR WRApproved
                           PERFORM AddOpenRequest
                       END-IF
               END-READ
               MOVE "READ" TO WSIOOperation
               PERFORM LogRequestError
           END-PERFORM
           CLOSE RequestFile
       END-IF.

AddOpenRequest.
       IF WSRequestCount = 500
           DISPLAY "WORequest.dat has more than 500 open "
               "requests - run stopped"
           CLOSE RequestFile
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WSRequestCount
       MOVE RequestRecord TO WSRequestEntry(WSRequestCount).

*> Saves after every change, so the file on disk always matches
*> what the operator was just shown.
*> The file is rebuilt on WORequest.wrk : each open request on
*> it, in turn, is replaced by its table entry - the table was
*> loaded from them in the same order - and every closed one is
*> carried through as it is, so the history on the file can grow
*> without limit. Requests added since the load follow. The
*> rebuilt file is copied back and the table reloaded, so it
*> holds only what is still open. WORequest.dat is only written
*> over once the rebuild has opened cleanly.
SaveRequestTable.
       *> OPEN INPUT aborts with status 35 the first time there
       *> is no WORequest.dat to carry yet, so create it empty
       OPEN INPUT RequestFile
       IF WSRequestFileStatus = "35"
           OPEN OUTPUT RequestFile
           CLOSE RequestFile
           OPEN INPUT RequestFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogRequestError
       OPEN OUTPUT RequestWorkFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogRequestWorkError
       IF WSRequestFileStatus NOT = "00"
           OR WSRequestWorkFileStatus NOT = "00"
           DISPLAY "Unable to rebuild WORequest.dat - changes not "
               "saved, run stopped"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE ZERO TO WSMergeIdx
       PERFORM UNTIL WSRequestFileStatus NOT = "00"
           READ RequestFile
               AT END MOVE "10" TO WSRequestFileStatus
               NOT AT END
                   IF (WRPending OR WRApproved)
                       AND WSMergeIdx < WSRequestCount
                       ADD 1 TO WSMergeIdx
                       MOVE WSRequestEntry(WSMergeIdx)
                           TO RequestRecord
                   END-IF
                   WRITE RequestWorkRecord FROM RequestRecord
                   MOVE "WRITE" TO WSIOOperation
                   PERFORM LogRequestWorkError
           END-READ
           MOVE "READ" TO WSIOOperation
           PERFORM LogRequestError
       END-PERFORM
       CLOSE RequestFile
       PERFORM UNTIL WSMergeIdx NOT < WSRequestCount
           ADD 1 TO WSMergeIdx
           WRITE RequestWorkRecord FROM WSRequestEntry(WSMergeIdx)
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogRequestWorkError
       END-PERFORM
       CLOSE RequestWorkFile

       OPEN INPUT RequestWorkFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogRequestWorkError
       OPEN OUTPUT RequestFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogRequestError
       PERFORM UNTIL WSRequestWorkFileStatus NOT = "00"
           READ RequestWorkFile
               AT END MOVE "10" TO WSRequestWorkFileStatus
               NOT AT END
                   WRITE RequestRecord FROM RequestWorkRecord
                   MOVE "WRITE" TO WSIOOperation
                   PERFORM LogRequestError
           END-READ
           MOVE "READ" TO WSIOOperation
           PERFORM LogRequestWorkError
       END-PERFORM
       CLOSE RequestWorkFile
       CLOSE RequestFile
       PERFORM LoadRequestTable.

*> Writes the status code and operation to the exception log
*> whenever the last RequestWorkFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogRequestWorkError.
       IF WSRequestWorkFileStatus NOT = "00"
           AND WSRequestWorkFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "WOMAINT" TO ELProgram
           MOVE WSRequestWorkFileStatus TO ELStatus
           MOVE "RequestWorkFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last RequestFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogRequestError.
       IF WSRequestFileStatus NOT = "00"
           AND WSRequestFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "WOMAINT" TO ELProgram
           MOVE WSRequestFileStatus TO ELStatus
           MOVE "RequestFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code, operation, and customer key to the
*> exception log whenever the last CustBalFile I-O didn't
*> come back '00', ignoring the normal end-of-file status '10'
LogCustBalError.
       IF WSCustBalFileStatus NOT = "00"
           AND WSCustBalFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "WOMAINT" TO ELProgram
           MOVE WSCustBalFileStatus TO ELStatus
           MOVE "CustBalFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE BalIDNum TO ELKey
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
