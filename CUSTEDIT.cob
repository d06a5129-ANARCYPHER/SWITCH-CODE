*> the header date is checked against the register of feeds
*> already processed; the run is refused with a clear message
*> when the counts don't match or the feed is a duplicate.
*> A well-formed Zip is also looked up on the ZIP reference file
*> ZipCode.dat maintained by ZIPMAINT, and the transaction is
*> rejected when the ZIP isn't on it or is delivered under a
*> different State or City than the ones given, so a misspelled
*> city or wrong state never reaches Customer.dat to come back
*> later as a returned statement.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WSFileStatus.
       *> Read-only, the city, state and jurisdiction each ZIP
       *> is delivered under, maintained by ZIPMAINT
       SELECT ZipFile ASSIGN TO "ZipCode.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ZRZip
           FILE STATUS IS WSZipFileStatus.
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

*> One ZIP code : the city and state mail to it is addressed
*> to, and the tax jurisdiction it lies in
FD ZipFile.
01 ZipRecord.
       02 ZRZip          PIC X(5).
       02 ZRCity         PIC X(15).
       02 ZRState        PIC X(2).
       02 ZRJurisdiction PIC X(10).

*> Exception log record layout
FD ExceptionLog.
01 WSCleanFileStatus   PIC XX VALUE "00".
01 WSRejectFileStatus  PIC XX VALUE "00".
01 WSExcLogFileStatus  PIC XX VALUE "00".
01 WSZipFileStatus     PIC XX VALUE "00".
01 WSIOOperation       PIC X(10) VALUE SPACE.
01 WSTranInEOF         PIC X VALUE "N".
       88 TranInEOF VALUE "Y".
01 WSStateFound   PIC X VALUE "N".
       88 StateFound VALUE "Y".

*> Set when ZipCode.dat could be opened; without it the ZIP
*> table edits are skipped rather than rejecting every address
01 WSZipOpenFlag  PIC X VALUE "N".
       88 ZipFileOpen VALUE "Y".

01 WSTranProcFileStatus PIC XX VALUE "00".
01 WSTranProcEOF        PIC X VALUE "N".
       88 TranProcEOF VALUE "Y".
       OPEN INPUT CustomerFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogIOError
       OPEN INPUT ZipFile
       IF WSZipFileStatus = "00"
           SET ZipFileOpen TO TRUE
       ELSE
           DISPLAY "ZipCode.dat not available, status "
               WSZipFileStatus " - addresses not checked against it"
       END-IF

       OPEN OUTPUT CleanTranFile
       MOVE "OPEN" TO WSIOOperation

       CLOSE TranInFile
       CLOSE CustomerFile
       IF ZipFileOpen
           CLOSE ZipFile
       END-IF
       CLOSE CleanTranFile
       CLOSE RejectReport
       STOP RUN.
               MOVE "07" TO WSRejectReason
               MOVE "ZIP MALFORMED" TO WSRejectText
               PERFORM WriteReject
           ELSE
               IF ZipFileOpen
                   PERFORM CheckZipTable
               END-IF
           END-IF
       END-IF.

*> The ZIP must be on the reference file, and the State and City
*> given must be the ones it is delivered under
CheckZipTable.
       MOVE TranInZip(1:5) TO ZRZip
       READ ZipFile
           INVALID KEY CONTINUE
       END-READ
       IF WSZipFileStatus = "23"
           MOVE "00" TO WSZipFileStatus
           MOVE "10" TO WSRejectReason
           MOVE "ZIP NOT ON ZIP TABLE" TO WSRejectText
           PERFORM WriteReject
       ELSE
           MOVE "READ" TO WSIOOperation
           PERFORM LogZipError
           IF WSZipFileStatus = "00"
               IF ZRState NOT = TranInState
                   MOVE "11" TO WSRejectReason
                   MOVE "ZIP NOT IN STATE GIVEN" TO WSRejectText
                   PERFORM WriteReject
               END-IF
               IF ZRCity NOT = TranInCity
                   MOVE "12" TO WSRejectReason
                   MOVE "ZIP NOT FOR CITY GIVEN" TO WSRejectText
                   PERFORM WriteReject
               END-IF
           END-IF
       END-IF.

           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last ZipFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogZipError.
       IF WSZipFileStatus NOT = "00" AND WSZipFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "CUSTEDIT" TO ELProgram
           MOVE WSZipFileStatus TO ELStatus
           MOVE "ZipFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE ZERO TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> OPEN EXTEND aborts the run with status 35 if ExceptionLog
*> doesn't exist yet, instead of creating it, so create it with
*> a throwaway OPEN OUTPUT first the one time that happens
