       >>SOURCE FORMAT FREE
*> Compile with : cobc -x ZIPSWEEP.cob
*> Execute : ./ZIPSWEEP
IDENTIFICATION DIVISION.
PROGRAM-ID. ZipSweep.
*> One-time sweep of Customer.dat against the ZIP reference
*> file ZipCode.dat : every customer address already on file
*> went on before CUSTEDIT and CUSTMAINT checked addresses
*> against the ZIP table, so each one is put through the same
*> edits now and every address that fails is listed on
*> ZipSweep.rpt - a Zip that isn't a 5-digit ZIP, a ZIP not on
*> the table, or a State or City other than the ones the ZIP is
*> delivered under - with what the table says, so the account
*> can be corrected through CUSTMAINT. Nothing is changed.
*> Closed accounts are swept too, so one that reopens doesn't
*> bring a bad address back with it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IDNum
           FILE STATUS IS WSFileStatus.
       *> The city, state and jurisdiction each ZIP is
       *> delivered under, maintained by ZIPMAINT
       SELECT ZipFile ASSIGN TO "ZipCode.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ZRZip
           FILE STATUS IS WSZipFileStatus.
       *> One line per address failing the ZIP table
       SELECT SweepReport ASSIGN TO "ZipSweep.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSweepFileStatus.
       *> Exception log used whenever an I-O operation on one
       *> of the above files doesn't come back with status '00'
       SELECT ExceptionLog ASSIGN TO "IOError.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExcLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 CustName.
           03 FirstName    PIC X(15).
           03 MiddleName   PIC X(15).
           03 LastName     PIC X(15).
       02 CustAddress.
           03 Street       PIC X(20).
           03 City         PIC X(15).
           03 State        PIC X(2).
           03 Zip          PIC X(9).
       02 Phone    PIC X(12).
       02 CustStatus  PIC X VALUE "A".
           88 ActiveCust VALUE "A".
           88 ClosedCust VALUE "C".
       *> Date the account was closed (YYYYMMDD), spaces while
       *> the account is active
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

FD SweepReport.
01 SweepReportLine PIC X(100).

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
01 WSFileStatus       PIC XX VALUE "00".
01 WSZipFileStatus    PIC XX VALUE "00".
01 WSSweepFileStatus  PIC XX VALUE "00".
01 WSExcLogFileStatus PIC XX VALUE "00".
01 WSIOOperation      PIC X(10) VALUE SPACE.
01 WSCustEOF          PIC X VALUE "N".
       88 CustEOF VALUE "Y".

*> Set when the customer being swept has failed any edit, so it
*> is counted once however many lines it gets
01 WSFailFlag PIC X VALUE "N".
       88 AddressFailed VALUE "Y".
01 WSFailText PIC X(24).

01 WSReadCount   PIC 9(8) VALUE ZERO.
01 WSFailCount   PIC 9(8) VALUE ZERO.
01 WSLineCount   PIC 9(8) VALUE ZERO.

01 WSCountLine.
       02 WSCountLabel PIC X(16).
       02 WSCountValue PIC ZZZZ,ZZ9.

01 WSSweepHeading.
       02 FILLER PIC X(10) VALUE "Customer".
       02 FILLER PIC X(2)  VALUE "S".
       02 FILLER PIC X(17) VALUE "City".
       02 FILLER PIC X(4)  VALUE "St".
       02 FILLER PIC X(11) VALUE "Zip".
       02 FILLER PIC X(17) VALUE "ZIP's City".
       02 FILLER PIC X(4)  VALUE "St".
       02 FILLER PIC X(24) VALUE "Reason".

*> One failing address : the account and its status, the
*> address as it stands, what the ZIP table says, and why
01 WSSweepLine.
       02 SLIDNum     PIC 9(8).
       02 FILLER      PIC XX VALUE SPACES.
       02 SLStatus    PIC X.
       02 FILLER      PIC X VALUE SPACE.
       02 SLCity      PIC X(15).
       02 FILLER      PIC XX VALUE SPACES.
       02 SLState     PIC X(2).
       02 FILLER      PIC XX VALUE SPACES.
       02 SLZip       PIC X(9).
       02 FILLER      PIC XX VALUE SPACES.
       02 SLZipCity   PIC X(15).
       02 FILLER      PIC XX VALUE SPACES.
       02 SLZipState  PIC X(2).
       02 FILLER      PIC XX VALUE SPACES.
       02 SLReason    PIC X(24).

PROCEDURE DIVISION.
StartZipSweep.
       OPEN INPUT ZipFile
       IF WSZipFileStatus NOT = "00"
           DISPLAY "ZipCode.dat not available, status "
               WSZipFileStatus " - nothing to sweep against"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogIOError
       OPEN OUTPUT SweepReport
       MOVE "OPEN" TO WSIOOperation
       PERFORM LogSweepError
       WRITE SweepReportLine FROM WSSweepHeading
       PERFORM LogSweepError

       PERFORM ReadCustomer
       PERFORM UNTIL CustEOF
           ADD 1 TO WSReadCount
           PERFORM SweepAddress
           IF AddressFailed
               ADD 1 TO WSFailCount
           END-IF
           PERFORM ReadCustomer
       END-PERFORM

       MOVE "Custs Read   : " TO WSCountLabel
       MOVE WSReadCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Custs Failed : " TO WSCountLabel
       MOVE WSFailCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Report Lines : " TO WSCountLabel
       MOVE WSLineCount TO WSCountValue
       DISPLAY WSCountLine

       CLOSE CustomerFile
       CLOSE ZipFile
       CLOSE SweepReport
       STOP RUN.

ReadCustomer.
       READ CustomerFile NEXT
           AT END SET CustEOF TO TRUE
       END-READ
       MOVE "READ" TO WSIOOperation
       PERFORM LogIOError
       IF WSFileStatus NOT = "00"
           SET CustEOF TO TRUE
       END-IF.

*> The same edits CUSTEDIT gives a new customer's address :
*> a well-formed ZIP, on the table, in the State and City given
SweepAddress.
       MOVE "N" TO WSFailFlag
       MOVE SPACES TO ZRCity
       MOVE SPACES TO ZRState
       IF Zip(1:5) NOT NUMERIC
           OR (Zip(6:4) NOT = SPACES AND Zip(6:4) NOT NUMERIC)
           MOVE "ZIP MALFORMED" TO WSFailText
           PERFORM WriteSweepLine
       ELSE
           MOVE Zip(1:5) TO ZRZip
           READ ZipFile
               INVALID KEY CONTINUE
           END-READ
           IF WSZipFileStatus = "23"
               MOVE "ZIP NOT ON ZIP TABLE" TO WSFailText
               PERFORM WriteSweepLine
           ELSE
               MOVE "READ" TO WSIOOperation
               PERFORM LogZipError
               IF WSZipFileStatus = "00"
                   IF ZRState NOT = State
                       MOVE "ZIP NOT IN STATE GIVEN" TO WSFailText
                       PERFORM WriteSweepLine
                   END-IF
                   IF ZRCity NOT = City
                       MOVE "ZIP NOT FOR CITY GIVEN" TO WSFailText
                       PERFORM WriteSweepLine
                   END-IF
               END-IF
           END-IF
       END-IF.

WriteSweepLine.
       MOVE IDNum TO SLIDNum
       MOVE CustStatus TO SLStatus
       MOVE City TO SLCity
       MOVE State TO SLState
       MOVE Zip TO SLZip
       MOVE ZRCity TO SLZipCity
       MOVE ZRState TO SLZipState
       MOVE WSFailText TO SLReason
       WRITE SweepReportLine FROM WSSweepLine
       MOVE "WRITE" TO WSIOOperation
       PERFORM LogSweepError
       ADD 1 TO WSLineCount
       SET AddressFailed TO TRUE.

*> Writes the status code, operation, and record key to the
*> exception log whenever the last CustomerFile I-O didn't
*> come back '00', ignoring the normal end-of-file status '10'
LogIOError.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "ZIPSWEEP" TO ELProgram
           MOVE WSFileStatus TO ELStatus
           MOVE "CustomerFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE IDNum TO ELKey
           WRITE ExceptionLogLine
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
           MOVE "ZIPSWEEP" TO ELProgram
           MOVE WSZipFileStatus TO ELStatus
           MOVE "ZipFile" TO ELFile
           MOVE WSIOOperation TO ELOperation
           MOVE IDNum TO ELKey
           WRITE ExceptionLogLine
           CLOSE ExceptionLog
       END-IF.

*> Writes the status code and operation to the exception log
*> whenever the last SweepReport I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogSweepError.
       IF WSSweepFileStatus NOT = "00" AND WSSweepFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "ZIPSWEEP" TO ELProgram
           MOVE WSSweepFileStatus TO ELStatus
           MOVE "SweepReport" TO ELFile
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
