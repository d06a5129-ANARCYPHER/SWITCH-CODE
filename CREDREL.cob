       >>SOURCE FORMAT FREE
*> Compile with : cobc -x CREDREL.cob
*> Execute : ./CREDREL
IDENTIFICATION DIVISION.
PROGRAM-ID. CredRel.
*> Credit manager's review of the invoices INVEDIT set aside on
*> InvHold.dat - over the customer's credit limit, or for an
*> account on credit hold or written off - one invoice at a
*> time, the way TBLMAINT works its tables. A released invoice is queued on
*> InvRel.dat, which INVEDIT feeds into the top of the next
*> clean file so it posts in the next tax run; a cancelled one
*> never posts. Either way the held entry stays on InvHold.dat,
*> stamped with its decision and the date it was made, so the
*> file is the record of every hold and how it was worked.
*> Only the holds still pending are kept in memory; each save
*> carries every decided hold through untouched, so the history
*> on the file can grow without limit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Invoices set aside for credit review, written by INVEDIT
       SELECT HoldFile ASSIGN TO "InvHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHoldFileStatus.
       *> The hold file as rebuilt by a save, copied back over
       *> InvHold.dat once it is complete
       SELECT HoldWorkFile ASSIGN TO "InvHold.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHoldWorkFileStatus.
       *> Released invoices waiting for INVEDIT's next run
       SELECT ReleaseFile ASSIGN TO "InvRel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReleaseFileStatus.
       *> Exception log used whenever an I-O operation on one
       *> of the above files doesn't come back with status '00'
       SELECT ExceptionLog ASSIGN TO "IOError.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExcLogFileStatus.

DATA DIVISION.
FILE SECTION.
*> One invoice held for credit review : where it stands, when
*> and why it was held, what the account would have owed with
*> it and the limit that was broken, the date the credit
*> manager decided it, and the clean transaction itself
FD HoldFile.
01 HoldRecord.
       02 HoldStatus     PIC X.
           88 HoldPending   VALUE "P".
           88 HoldReleased  VALUE "R".
           88 HoldCancelled VALUE "X".
       02 FILLER         PIC X.
       02 HoldDate       PIC 9(8).
       02 FILLER         PIC X.
       02 HoldReason     PIC XX.
       02 FILLER         PIC X.
       02 HoldExposure   PIC 9(8)V99.
       02 FILLER         PIC X.
       02 HoldLimit      PIC 9(8)V99.
       02 FILLER         PIC X.
       02 HoldDecideDate PIC X(8).
       02 FILLER         PIC X.
       02 HoldTranImage  PIC X(49).

*> A hold record, exactly as it is on InvHold.dat
FD HoldWorkFile.
01 HoldWorkRecord PIC X(94).

*> A released invoice, in the clean-file layout
FD ReleaseFile.
01 ReleaseRecord PIC X(49).

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
01 WSHoldFileStatus    PIC XX VALUE "00".
01 WSHoldWorkFileStatus PIC XX VALUE "00".
01 WSReleaseFileStatus PIC XX VALUE "00".
01 WSExcLogFileStatus  PIC XX VALUE "00".
01 WSIOOperation       PIC X(10) VALUE SPACE.

01 WSTranCode  PIC X VALUE SPACE.
       88 WSListTran    VALUE "L", "l".
       88 WSReleaseTran VALUE "R", "r".
       88 WSCancelTran  VALUE "C", "c".
       88 WSQuitTran    VALUE "Q", "q".

*> The holds on InvHold.dat still waiting on a decision, in
*> the order they are on the file
01 WSHoldTableArea.
       02 WSHoldEntry OCCURS 500 TIMES.
           03 HTStatus     PIC X.
           03 HTDate       PIC 9(8).
           03 HTReason     PIC XX.
           03 HTExposure   PIC 9(8)V99.
           03 HTLimit      PIC 9(8)V99.
           03 HTDecideDate PIC X(8).
           03 HTTranImage.
               04 HTTranType     PIC X.
               04 HTInvoiceNum   PIC X(8).
               04 HTIDNum        PIC X(8).
               04 HTJurisdiction PIC X(10).
               04 HTPrice        PIC 9(4)V99.
               04 FILLER         PIC X(16).
01 WSHoldCount   PIC 9(4) VALUE ZERO.
01 WSPendingCount PIC 9(4) VALUE ZERO.
01 WSMergeIdx     PIC 9(4).

01 WSTableIdx  PIC 9(4).
01 WSFoundIdx  PIC 9(4).
01 WSKeyInvoice PIC X(8).
01 WSToday      PIC 9(8).

*> One display line per pending invoice for the L)ist option
01 WSHoldListLine.
       02 HLInvoiceNum   PIC X(8).
       02 FILLER         PIC X(2) VALUE SPACES.
       02 HLIDNum        PIC X(8).
       02 FILLER         PIC X(2) VALUE SPACES.
       02 HLJurisdiction PIC X(10).
       02 FILLER         PIC X(2) VALUE SPACES.
       02 HLPrice        PIC Z(3)9.99.
       02 FILLER         PIC X(2) VALUE SPACES.
       02 HLExposure     PIC Z(7)9.99.
       02 FILLER         PIC X(2) VALUE SPACES.
       02 HLLimit        PIC Z(7)9.99.
       02 FILLER         PIC X(2) VALUE SPACES.
       02 HLHeldDate     PIC 9(8).
       02 FILLER         PIC X(2) VALUE SPACES.
       02 HLReasonText   PIC X(10).

PROCEDURE DIVISION.
StartCredRel.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday
       PERFORM LoadHoldTable

       PERFORM UNTIL WSQuitTran
           DISPLAY "Held invoices - L)ist, R)elease, C)ancel, "
               "Q)uit : " WITH NO ADVANCING
           ACCEPT WSTranCode
           EVALUATE TRUE
               WHEN WSListTran    PERFORM ListPending
               WHEN WSReleaseTran PERFORM ReleaseInvoice
               WHEN WSCancelTran  PERFORM CancelInvoice
               WHEN WSQuitTran    CONTINUE
               WHEN OTHER         DISPLAY "Unknown option"
           END-EVALUATE
       END-PERFORM
       STOP RUN.

*> Every invoice still waiting on a decision, oldest hold first
ListPending.
       MOVE ZERO TO WSPendingCount
       PERFORM VARYING WSTableIdx FROM 1 BY 1
           UNTIL WSTableIdx > WSHoldCount
           IF HTStatus(WSTableIdx) = "P"
               ADD 1 TO WSPendingCount
               MOVE HTInvoiceNum(WSTableIdx) TO HLInvoiceNum
               MOVE HTIDNum(WSTableIdx) TO HLIDNum
               MOVE HTJurisdiction(WSTableIdx) TO HLJurisdiction
               MOVE HTPrice(WSTableIdx) TO HLPrice
               MOVE HTExposure(WSTableIdx) TO HLExposure
               MOVE HTLimit(WSTableIdx) TO HLLimit
               MOVE HTDate(WSTableIdx) TO HLHeldDate
               EVALUATE HTReason(WSTableIdx)
                   WHEN "01" MOVE "ON HOLD" TO HLReasonText
                   WHEN "02" MOVE "OVER LIMIT" TO HLReasonText
                   WHEN "03" MOVE "WRITTENOFF" TO HLReasonText
                   WHEN OTHER MOVE HTReason(WSTableIdx)
                       TO HLReasonText
               END-EVALUATE
               DISPLAY WSHoldListLine
           END-IF
       END-PERFORM
       IF WSPendingCount = ZERO
           DISPLAY "No invoices waiting on credit review"
       END-IF.

*> Queues the invoice for the next tax run and marks the hold
*> released. The release file is written before the hold file
*> is saved, so an interruption between the two can only leave
*> an invoice queued and still shown pending - never marked
*> released without having been queued.
ReleaseInvoice.
       PERFORM AcceptPendingInvoice
       IF WSFoundIdx NOT = ZERO
           PERFORM OpenReleaseFile
           MOVE HTTranImage(WSFoundIdx) TO ReleaseRecord
           WRITE ReleaseRecord
           MOVE "WRITE" TO WSIOOperation
           PERFORM LogReleaseError
           IF WSReleaseFileStatus = "00"
               MOVE "R" TO HTStatus(WSFoundIdx)
               MOVE WSToday TO HTDecideDate(WSFoundIdx)
               PERFORM SaveHoldTable
               DISPLAY "Invoice " WSKeyInvoice
                   " released to the next tax run"
           END-IF
           CLOSE ReleaseFile
       END-IF.

*> Drops the invoice for good : it never reaches the tax run
CancelInvoice.
       PERFORM AcceptPendingInvoice
       IF WSFoundIdx NOT = ZERO
           MOVE "X" TO HTStatus(WSFoundIdx)
           MOVE WSToday TO HTDecideDate(WSFoundIdx)
           PERFORM SaveHoldTable
           DISPLAY "Invoice " WSKeyInvoice " cancelled"
       END-IF.

*> The invoice the manager wants to decide : it has to be on
*> the hold file and still pending, leaving its index in
*> WSFoundIdx, or ZERO when it can't be worked
AcceptPendingInvoice.
       DISPLAY "Invoice number : " WITH NO ADVANCING
       ACCEPT WSKeyInvoice
       MOVE ZERO TO WSFoundIdx
       PERFORM VARYING WSTableIdx FROM 1 BY 1
           UNTIL WSTableIdx > WSHoldCount
           IF HTInvoiceNum(WSTableIdx) = WSKeyInvoice
               AND HTStatus(WSTableIdx) = "P"
               MOVE WSTableIdx TO WSFoundIdx
           END-IF
       END-PERFORM
       IF WSFoundIdx = ZERO
           DISPLAY "No pending hold for invoice " WSKeyInvoice
       END-IF.

*> Loads every hold still pending. The file may legitimately
*> not exist yet - nothing was ever held - which just leaves the
*> table empty. More pending holds than the table takes stops
*> the run before anything is worked or saved, since a save
*> would otherwise lose the ones left out.
LoadHoldTable.
       MOVE ZERO TO WSHoldCount
       OPEN INPUT HoldFile
       IF WSHoldFileStatus = "00"
           PERFORM UNTIL WSHoldFileStatus NOT = "00"
               READ HoldFile
                   AT END MOVE "10" TO WSHoldFileStatus
                   NOT AT END
                       IF HoldPending
                           PERFORM AddPendingHold
                       END-IF
               END-READ
               MOVE "READ" TO WSIOOperation
               PERFORM LogHoldError
           END-PERFORM
           CLOSE HoldFile
       END-IF.

AddPendingHold.
       IF WSHoldCount = 500
           DISPLAY "InvHold.dat has more than 500 pending holds - "
               "run stopped"
           CLOSE HoldFile
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WSHoldCount
       MOVE HoldStatus TO HTStatus(WSHoldCount)
       MOVE HoldDate TO HTDate(WSHoldCount)
       MOVE HoldReason TO HTReason(WSHoldCount)
       MOVE HoldExposure TO HTExposure(WSHoldCount)
       MOVE HoldLimit TO HTLimit(WSHoldCount)
       MOVE HoldDecideDate TO HTDecideDate(WSHoldCount)
       MOVE HoldTranImage TO HTTranImage(WSHoldCount).

*> Saves after every decision, so the file on disk always
*> matches what the manager was just shown. The file is rebuilt
*> on InvHold.wrk : each pending hold on it, in turn, is replaced
*> by its table entry - the table was loaded from them in the
*> same order - and every other record is carried through as it
*> is, including anything INVEDIT added since the load. The
*> rebuilt file is copied back and the table reloaded, so it
*> holds only what is still pending. InvHold.dat is only
*> written over once the rebuild has opened cleanly.
SaveHoldTable.
       OPEN INPUT HoldFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogHoldError
       OPEN OUTPUT HoldWorkFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogHoldWorkError
       IF WSHoldFileStatus NOT = "00"
           OR WSHoldWorkFileStatus NOT = "00"
           DISPLAY "Unable to rebuild InvHold.dat - decision not "
               "saved, run stopped"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE ZERO TO WSMergeIdx
       PERFORM UNTIL WSHoldFileStatus NOT = "00"
           READ HoldFile
               AT END MOVE "10" TO WSHoldFileStatus
               NOT AT END
                   IF HoldPending AND WSMergeIdx < WSHoldCount
                       ADD 1 TO WSMergeIdx
                       PERFORM MoveHoldEntry
                   END-IF
                   WRITE HoldWorkRecord FROM HoldRecord
                   MOVE "WRITE" TO WSIOOperation
                   PERFORM LogHoldWorkError
           END-READ
           MOVE "READ" TO WSIOOperation
           PERFORM LogHoldError
       END-PERFORM
       CLOSE HoldFile
       CLOSE HoldWorkFile

       OPEN INPUT HoldWorkFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogHoldWorkError
       OPEN OUTPUT HoldFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogHoldError
       PERFORM UNTIL WSHoldWorkFileStatus NOT = "00"
           READ HoldWorkFile
               AT END MOVE "10" TO WSHoldWorkFileStatus
               NOT AT END
                   WRITE HoldRecord FROM HoldWorkRecord
                   MOVE "WRITE" TO WSIOOperation
                   PERFORM LogHoldError
           END-READ
           MOVE "READ" TO WSIOOperation
           PERFORM LogHoldWorkError
       END-PERFORM
       CLOSE HoldWorkFile
       CLOSE HoldFile
       PERFORM LoadHoldTable.

*> The table entry at WSMergeIdx, laid out as a hold record
MoveHoldEntry.
       MOVE SPACES TO HoldRecord
       MOVE HTStatus(WSMergeIdx) TO HoldStatus
       MOVE HTDate(WSMergeIdx) TO HoldDate
       MOVE HTReason(WSMergeIdx) TO HoldReason
       MOVE HTExposure(WSMergeIdx) TO HoldExposure
       MOVE HTLimit(WSMergeIdx) TO HoldLimit
       MOVE HTDecideDate(WSMergeIdx) TO HoldDecideDate
       MOVE HTTranImage(WSMergeIdx) TO HoldTranImage.

*> OPEN EXTEND aborts with status 35 the first time InvRel.dat
*> doesn't exist yet, so create it with a throwaway OPEN OUTPUT
*> the one time that happens
OpenReleaseFile.
       OPEN EXTEND ReleaseFile
       IF WSReleaseFileStatus = "35"
           OPEN OUTPUT ReleaseFile
           CLOSE ReleaseFile
           OPEN EXTEND ReleaseFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogReleaseError.

*> Writes the status code and operation to the exception log
*> whenever the last HoldFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogHoldError.
       IF WSHoldFileStatus NOT = "00" AND WSHoldFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "CREDREL" TO ELProgram
           MOVE WSHoldFileStatus TO ELStatus
           MOVE "HoldFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last HoldWorkFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogHoldWorkError.
       IF WSHoldWorkFileStatus NOT = "00"
           AND WSHoldWorkFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "CREDREL" TO ELProgram
           MOVE WSHoldWorkFileStatus TO ELStatus
           MOVE "HoldWorkFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last ReleaseFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogReleaseError.
       IF WSReleaseFileStatus NOT = "00"
           AND WSReleaseFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "CREDREL" TO ELProgram
           MOVE WSReleaseFileStatus TO ELStatus
           MOVE "ReleaseFile" TO ELFile
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
