       >>SOURCE FORMAT FREE
*> Compile with : cobc -x ZIPMAINT.cob (needs SIGNON module)
*> Execute : ./ZIPMAINT
IDENTIFICATION DIVISION.
PROGRAM-ID. ZipMaint.
*> Keyed maintenance for the ZIP reference file ZipCode.dat :
*> one entry per five-digit ZIP code giving the city and state
*> the Postal Service delivers it under and the tax jurisdiction
*> it lies in. CUSTEDIT rejects and CUSTMAINT warns on a
*> customer Zip that doesn't match the State or City given,
*> INVEDIT flags an invoice taxed in a jurisdiction other than
*> the customer's ZIP's, and ZIPSWEEP checks the whole of
*> Customer.dat against it.
*> Maintained one entry at a time the way TBLMAINT maintains
*> TaxRate.dat : every field is validated on entry - a numeric
*> ZIP, a real state code, a jurisdiction with a rate on
*> TaxRate.dat - and every add, update, and delete is journaled
*> to ZipAudit.jnl with before and after images.
*> The operator signs on through SIGNON as TBLMAINT's do : only
*> a table maintenance operator may change the file, anyone
*> else signed on is offered L)ist alone, a change asked for
*> above the operator's level is refused and goes on the
*> security log, and every journal entry carries the operator.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> One entry per ZIP code, keyed by the ZIP
       SELECT ZipFile ASSIGN TO "ZipCode.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ZRZip
           FILE STATUS IS WSZipFileStatus.
       *> Read-only, so a ZIP can only be placed in a
       *> jurisdiction the tax run has a rate for
       SELECT TaxRateFile ASSIGN TO "TaxRate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSTaxRateFileStatus.
       *> Audit trail of every change to the ZIP file, with
       *> before and after images of the changed entry
       SELECT ZipJournal ASSIGN TO "ZipAudit.jnl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSZipJnlFileStatus.
       *> Exception log used whenever an I-O operation on one
       *> of the above files doesn't come back with status '00'
       SELECT ExceptionLog ASSIGN TO "IOError.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExcLogFileStatus.

DATA DIVISION.
FILE SECTION.
*> One ZIP code : the city and state mail to it is addressed
*> to, and the tax jurisdiction it lies in
FD ZipFile.
01 ZipRecord.
       02 ZRZip          PIC X(5).
       02 ZRCity         PIC X(15).
       02 ZRState        PIC X(2).
       02 ZRJurisdiction PIC X(10).

*> One effective-dated rate row : the jurisdiction, the date
*> the rate takes force, and the rate itself
FD TaxRateFile.
01 TaxRateRecord.
       02 TRJurisdiction PIC X(10).
       02 TREffDate      PIC 9(8).
       02 TRRate         PIC V999.

*> ZIP journal record layout : when, which table, what
*> operation, with the before and after entry images, and the
*> operator who made the change
FD ZipJournal.
01 ZipJournalLine.
       02 ZAudTimestamp  PIC X(21).
       02 FILLER         PIC X VALUE SPACE.
       02 ZAudTable      PIC X(7).
       02 FILLER         PIC X VALUE SPACE.
       02 ZAudOperation  PIC X(7).
       02 FILLER         PIC X VALUE SPACE.
       02 ZAudBefore     PIC X(35).
       02 FILLER         PIC X VALUE SPACE.
       02 ZAudAfter      PIC X(35).
       02 FILLER         PIC X VALUE SPACE.
       02 ZAudOperator   PIC X(8).

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
01 WSZipFileStatus     PIC XX VALUE "00".
01 WSTaxRateFileStatus PIC XX VALUE "00".
01 WSZipJnlFileStatus  PIC XX VALUE "00".
01 WSExcLogFileStatus  PIC XX VALUE "00".
01 WSIOOperation       PIC X(10) VALUE SPACE.

01 WSTranCode  PIC X VALUE SPACE.
       88 WSListTran   VALUE "L", "l".
       88 WSAddTran    VALUE "A", "a".
       88 WSUpdateTran VALUE "U", "u".
       88 WSDeleteTran VALUE "D", "d".
       88 WSQuitTran   VALUE "Q", "q".

*> Every jurisdiction with a rate on TaxRate.dat
01 WSJurisdictionTable.
       02 WSJurCode PIC X(10) OCCURS 100 TIMES.
01 WSJurCount PIC 9(4) VALUE ZERO.
01 WSJurIdx   PIC 9(4).
01 WSJurFound PIC X VALUE "N".
       88 JurFound VALUE "Y".

*> Every state and district code an address may legitimately
*> carry, the same table CUSTEDIT edits the customer feed with
01 WSStateCodes PIC X(102) VALUE
    "ALAKAZARCACOCTDEDCFLGAHIIDILINIAKSKYLAMEMDMAMIMNMSMOMTNENVNHNJNMNYNCNDOHOKORPARISCSDTNTXUTVTVAWAWVWIWY".
01 WSStateTable REDEFINES WSStateCodes.
       02 WSStateCode PIC XX OCCURS 51 TIMES.
01 WSStateIdx     PIC 9(4).
01 WSStateFound   PIC X VALUE "N".
       88 StateFound VALUE "Y".

*> What the operator typed, validated before anything is touched
01 WSKeyZip          PIC X(5).
01 WSCityIn          PIC X(15).
01 WSStateIn         PIC X(2).
01 WSJurisdictionIn  PIC X(10).

*> Set whenever any edit on the entry being typed in fails
01 WSEntryValidFlag PIC X VALUE "N".
       88 EntryValid VALUE "Y".

*> The L)ist browse : where it starts, how far it has got, and
*> whether the operator has had enough
01 WSListCount  PIC 9(4).
01 WSPageLines  PIC 9(2).
01 WSListEOF    PIC X VALUE "N".
       88 ListEOF VALUE "Y".
01 WSMoreChoice PIC X.
       88 ListQuit VALUE "Q", "q".

*> Before and after entry images, moved into the ZIP journal
*> record by WriteZipJournal
01 WSZipImage.
       02 WSZipImgZip   PIC X(5).
       02 FILLER        PIC X VALUE SPACE.
       02 WSZipImgCity  PIC X(15).
       02 FILLER        PIC X VALUE SPACE.
       02 WSZipImgState PIC X(2).
       02 FILLER        PIC X VALUE SPACE.
       02 WSZipImgJur   PIC X(10).
01 WSBeforeImage    PIC X(35).
01 WSAfterImage     PIC X(35).
01 WSAuditOperation PIC X(7).

*> One display line per ZIP entry for the L)ist option
01 WSZipListLine.
       02 ZLZip          PIC X(5).
       02 FILLER         PIC X(2) VALUE SPACES.
       02 ZLCity         PIC X(15).
       02 FILLER         PIC X(2) VALUE SPACES.
       02 ZLState        PIC X(2).
       02 FILLER         PIC X(2) VALUE SPACES.
       02 ZLJurisdiction PIC X(10).

*> Passed to SIGNON : who signed on, at what authority level,
*> and any option refused them
01 WSSignFunction  PIC X(4).
01 WSSignProgram   PIC X(10) VALUE "ZIPMAINT".
01 WSOperatorID    PIC X(8) VALUE SPACES.
01 WSOperatorLevel PIC 9 VALUE ZERO.
       88 TableAuthority VALUE 4.
01 WSSignDetail    PIC X(30) VALUE SPACES.
01 WSSignResult    PIC X VALUE "N".
       88 SignedOn    VALUE "Y".
       88 NoOperators VALUE "F".

PROCEDURE DIVISION.
StartZipMaint.
       MOVE "SIGN" TO WSSignFunction
       CALL 'SIGNON' USING WSSignFunction, WSSignProgram,
           WSOperatorID, WSOperatorLevel, WSSignDetail, WSSignResult
       IF NoOperators
           DISPLAY "No operators on file - set them up in TBLMAINT"
       END-IF
       IF NOT SignedOn
           DISPLAY "ZIPMAINT not started - no operator signed on"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LoadJurisdictions
       PERFORM OpenZipFile

       PERFORM UNTIL WSQuitTran
           IF TableAuthority
               DISPLAY "ZIP codes - L)ist, A)dd, U)pdate, D)elete, "
                   "Q)uit : " WITH NO ADVANCING
           ELSE
               DISPLAY "ZIP codes - L)ist, Q)uit : " WITH NO ADVANCING
           END-IF
           ACCEPT WSTranCode
           EVALUATE TRUE
               WHEN NOT TableAuthority
                   AND (WSAddTran OR WSUpdateTran OR WSDeleteTran)
                   PERFORM RefuseOption
               WHEN WSListTran   PERFORM ListZips
               WHEN WSAddTran    PERFORM AddZip
               WHEN WSUpdateTran PERFORM UpdateZip
               WHEN WSDeleteTran PERFORM DeleteZip
               WHEN WSQuitTran   CONTINUE
               WHEN OTHER        DISPLAY "Unknown option"
           END-EVALUATE
       END-PERFORM

       CLOSE ZipFile
       STOP RUN.

*> Lists the file in ZIP order from the ZIP typed (blank for the
*> top), twenty entries at a time
ListZips.
       DISPLAY "Starting ZIP (blank for first) : " WITH NO ADVANCING
       ACCEPT WSKeyZip
       MOVE WSKeyZip TO ZRZip
       MOVE "N" TO WSListEOF
       MOVE ZERO TO WSListCount
       MOVE ZERO TO WSPageLines
       START ZipFile KEY NOT < ZRZip
           INVALID KEY SET ListEOF TO TRUE
       END-START
       MOVE "START" TO WSIOOperation
       *> '23' here only means nothing is on file from that ZIP
       IF WSZipFileStatus = "23"
           MOVE "10" TO WSZipFileStatus
       END-IF
       PERFORM LogZipError
       IF WSZipFileStatus NOT = "00"
           SET ListEOF TO TRUE
       END-IF
       PERFORM UNTIL ListEOF
           READ ZipFile NEXT
               AT END SET ListEOF TO TRUE
           END-READ
           MOVE "READ" TO WSIOOperation
           PERFORM LogZipError
           IF WSZipFileStatus NOT = "00"
               SET ListEOF TO TRUE
           END-IF
           IF NOT ListEOF
               PERFORM ShowZipLine
           END-IF
       END-PERFORM
       IF WSListCount = ZERO
           DISPLAY "No ZIP codes on file from " WSKeyZip
       END-IF.

ShowZipLine.
       MOVE ZRZip TO ZLZip
       MOVE ZRCity TO ZLCity
       MOVE ZRState TO ZLState
       MOVE ZRJurisdiction TO ZLJurisdiction
       DISPLAY WSZipListLine
       ADD 1 TO WSListCount
       ADD 1 TO WSPageLines
       IF WSPageLines = 20
           MOVE ZERO TO WSPageLines
           DISPLAY "Q)uit list, anything else for more : "
               WITH NO ADVANCING
           ACCEPT WSMoreChoice
           IF ListQuit
               SET ListEOF TO TRUE
           END-IF
       END-IF.

*> A new ZIP : it must not already be on file, so a re-add
*> can't silently move a ZIP to another city
AddZip.
       PERFORM AcceptZipKey
       IF EntryValid
           MOVE WSKeyZip TO ZRZip
           READ ZipFile
               INVALID KEY CONTINUE
           END-READ
           IF WSZipFileStatus = "00"
               DISPLAY "ZIP " WSKeyZip " is already on file"
           ELSE
               IF WSZipFileStatus = "23"
                   MOVE "00" TO WSZipFileStatus
               END-IF
               MOVE "READ" TO WSIOOperation
               PERFORM LogZipError
               PERFORM AcceptZipDetails
               IF EntryValid
                   MOVE WSKeyZip TO ZRZip
                   MOVE WSCityIn TO ZRCity
                   MOVE WSStateIn TO ZRState
                   MOVE WSJurisdictionIn TO ZRJurisdiction
                   WRITE ZipRecord
                       INVALID KEY DISPLAY "Unable to add " WSKeyZip
                   END-WRITE
                   MOVE "WRITE" TO WSIOOperation
                   PERFORM LogZipError
                   IF WSZipFileStatus = "00"
                       MOVE SPACES TO WSBeforeImage
                       PERFORM BuildZipImage
                       MOVE WSZipImage TO WSAfterImage
                       MOVE "ADD" TO WSAuditOperation
                       PERFORM WriteZipJournal
                   END-IF
               END-IF
           END-IF
       END-IF.

UpdateZip.
       PERFORM AcceptZipKey
       IF EntryValid
           PERFORM ReadZipEntry
           IF WSZipFileStatus = "00"
               PERFORM BuildZipImage
               MOVE WSZipImage TO WSBeforeImage
               PERFORM AcceptZipDetails
               IF EntryValid
                   MOVE WSCityIn TO ZRCity
                   MOVE WSStateIn TO ZRState
                   MOVE WSJurisdictionIn TO ZRJurisdiction
                   REWRITE ZipRecord
                       INVALID KEY DISPLAY "Unable to update "
                           WSKeyZip
                   END-REWRITE
                   MOVE "REWRITE" TO WSIOOperation
                   PERFORM LogZipError
                   IF WSZipFileStatus = "00"
                       PERFORM BuildZipImage
                       MOVE WSZipImage TO WSAfterImage
                       MOVE "UPDATE" TO WSAuditOperation
                       PERFORM WriteZipJournal
                   END-IF
               END-IF
           END-IF
       END-IF.

DeleteZip.
       PERFORM AcceptZipKey
       IF EntryValid
           PERFORM ReadZipEntry
           IF WSZipFileStatus = "00"
               PERFORM BuildZipImage
               MOVE WSZipImage TO WSBeforeImage
               DELETE ZipFile RECORD
                   INVALID KEY DISPLAY "Unable to delete " WSKeyZip
               END-DELETE
               MOVE "DELETE" TO WSIOOperation
               PERFORM LogZipError
               IF WSZipFileStatus = "00"
                   MOVE SPACES TO WSAfterImage
                   MOVE "DELETE" TO WSAuditOperation
                   PERFORM WriteZipJournal
               END-IF
           END-IF
       END-IF.

*> Reads the entry for the ZIP already accepted, showing it, or
*> saying it isn't on file
ReadZipEntry.
       MOVE WSKeyZip TO ZRZip
       READ ZipFile
           INVALID KEY DISPLAY "ZIP " WSKeyZip " not on file"
       END-READ
       IF WSZipFileStatus NOT = "23"
           MOVE "READ" TO WSIOOperation
           PERFORM LogZipError
       END-IF
       IF WSZipFileStatus = "00"
           PERFORM BuildZipImage
           DISPLAY WSZipImage
       END-IF.

*> The ZIP the operator wants to work on : five digits, the
*> part of a customer's Zip the add-on hangs from
AcceptZipKey.
       MOVE "N" TO WSEntryValidFlag
       DISPLAY "ZIP code (5 digits) : " WITH NO ADVANCING
       ACCEPT WSKeyZip
       IF WSKeyZip NOT NUMERIC
           DISPLAY "ZIP code must be 5 digits"
       ELSE
           SET EntryValid TO TRUE
       END-IF.

*> The city, a real state code, and a jurisdiction the tax run
*> has a rate for, all three before any of them replaces what
*> the address edits check against
AcceptZipDetails.
       MOVE "N" TO WSEntryValidFlag
       DISPLAY "City : " WITH NO ADVANCING
       ACCEPT WSCityIn
       IF WSCityIn = SPACES
           DISPLAY "City must not be blank"
       ELSE
           DISPLAY "State : " WITH NO ADVANCING
           ACCEPT WSStateIn
           PERFORM CheckStateCode
           IF NOT StateFound
               DISPLAY "State code is not a real state"
           ELSE
               DISPLAY "Jurisdiction : " WITH NO ADVANCING
               ACCEPT WSJurisdictionIn
               PERFORM CheckJurisdiction
               IF NOT JurFound
                   DISPLAY "Jurisdiction " WSJurisdictionIn
                       " has no rate on TaxRate.dat"
               ELSE
                   SET EntryValid TO TRUE
               END-IF
           END-IF
       END-IF.

*> Searches WSStateTable for WSStateIn, setting StateFound when
*> it's a real state or district code
CheckStateCode.
       MOVE "N" TO WSStateFound
       PERFORM VARYING WSStateIdx FROM 1 BY 1
           UNTIL WSStateIdx > 51
           IF WSStateCode(WSStateIdx) = WSStateIn
               SET StateFound TO TRUE
           END-IF
       END-PERFORM.

CheckJurisdiction.
       MOVE "N" TO WSJurFound
       PERFORM VARYING WSJurIdx FROM 1 BY 1
           UNTIL WSJurIdx > WSJurCount
           IF WSJurCode(WSJurIdx) = WSJurisdictionIn
               SET JurFound TO TRUE
           END-IF
       END-PERFORM.

BuildZipImage.
       MOVE ZRZip TO WSZipImgZip
       MOVE ZRCity TO WSZipImgCity
       MOVE ZRState TO WSZipImgState
       MOVE ZRJurisdiction TO WSZipImgJur.

*> Each jurisdiction once, however many effective-dated rows it
*> has. No TaxRate.dat leaves the table empty, so no ZIP can be
*> placed until the rates are set up
LoadJurisdictions.
       MOVE ZERO TO WSJurCount
       OPEN INPUT TaxRateFile
       IF WSTaxRateFileStatus = "00"
           PERFORM UNTIL WSTaxRateFileStatus NOT = "00"
               READ TaxRateFile
                   AT END MOVE "10" TO WSTaxRateFileStatus
                   NOT AT END
                       MOVE TRJurisdiction TO WSJurisdictionIn
                       PERFORM CheckJurisdiction
                       IF NOT JurFound AND WSJurCount < 100
                           ADD 1 TO WSJurCount
                           MOVE TRJurisdiction
                               TO WSJurCode(WSJurCount)
                       END-IF
               END-READ
               MOVE "READ" TO WSIOOperation
               PERFORM LogTaxRateError
           END-PERFORM
           CLOSE TaxRateFile
       ELSE
           DISPLAY "TaxRate.dat not available - no ZIP can be "
               "added or changed until rates are on file"
       END-IF.

*> The ZIP file doesn't exist until the first ZIP is added, so
*> create it empty the one time it's missing
OpenZipFile.
       OPEN I-O ZipFile
       IF WSZipFileStatus = "35"
           OPEN OUTPUT ZipFile
           CLOSE ZipFile
           OPEN I-O ZipFile
       END-IF
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogZipError
       IF WSZipFileStatus NOT = "00"
           DISPLAY "ZipCode.dat can't be opened, status "
               WSZipFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> Tells an operator below table maintenance no, and has
*> SIGNON put the refused option on the security log
RefuseOption.
       DISPLAY "Not authorized for that option"
       MOVE SPACES TO WSSignDetail
       STRING "ZIPCODE OPTION " DELIMITED BY SIZE
           WSTranCode DELIMITED BY SIZE
           INTO WSSignDetail
       MOVE "DENY" TO WSSignFunction
       CALL 'SIGNON' USING WSSignFunction, WSSignProgram,
           WSOperatorID, WSOperatorLevel, WSSignDetail, WSSignResult.

WriteZipJournal.
       PERFORM OpenZipJournal
       MOVE SPACES TO ZipJournalLine
       MOVE FUNCTION CURRENT-DATE TO ZAudTimestamp
       MOVE "ZIPCODE" TO ZAudTable
       MOVE WSAuditOperation TO ZAudOperation
       MOVE WSBeforeImage TO ZAudBefore
       MOVE WSAfterImage TO ZAudAfter
       MOVE WSOperatorID TO ZAudOperator
       WRITE ZipJournalLine
       CLOSE ZipJournal.

*> OPEN EXTEND aborts the run with status 35 if ZipJournal
*> doesn't exist yet, instead of creating it, so create it with
*> a throwaway OPEN OUTPUT first the one time that happens
OpenZipJournal.
       OPEN EXTEND ZipJournal
       IF WSZipJnlFileStatus = "35"
           OPEN OUTPUT ZipJournal
           CLOSE ZipJournal
           OPEN EXTEND ZipJournal
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last ZipFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogZipError.
       IF WSZipFileStatus NOT = "00"
           AND WSZipFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "ZIPMAINT" TO ELProgram
           MOVE WSZipFileStatus TO ELStatus
           MOVE "ZipFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           IF ZRZip NUMERIC
               MOVE ZRZip TO ELKey
           END-IF
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last TaxRateFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogTaxRateError.
       IF WSTaxRateFileStatus NOT = "00"
           AND WSTaxRateFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "ZIPMAINT" TO ELProgram
           MOVE WSTaxRateFileStatus TO ELStatus
           MOVE "TaxRateFile" TO ELFile
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
