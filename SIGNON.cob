       >>SOURCE FORMAT FREE
*> Compile with : cobc -m SIGNON.cob
IDENTIFICATION DIVISION.
PROGRAM-ID. SIGNON.
*> Operator sign-on for the online maintenance programs : asks
*> for an operator ID and password, checks them against
*> Operator.dat, and hands back the operator and the authority
*> level the calling program gates its options on -
*>   1 inquiry only
*>   2 customer maintenance and write-off requests
*>   3 merge, restore and delete, and write-off decisions
*>   4 table maintenance
*> each level taking in everything below it, and 0 suspended.
*> Three tries, then the caller is refused. Every failed try,
*> and every option a signed-on operator asks for above their
*> level (passed in by the caller with DENY), goes on the
*> security log SecLog.dat that SECRPT reports from each day.
*> When Operator.dat doesn't exist at all the caller is told
*> so, so TBLMAINT can take the first operator on.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> One record per operator, read by the ID typed in
       SELECT OperatorFile ASSIGN TO "Operator.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OpID
           FILE STATUS IS WSOperatorFileStatus.
       *> Every failed sign-on and refused option, appended
       SELECT SecurityLog ASSIGN TO "SecLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSecLogFileStatus.
       *> Exception log used whenever an OperatorFile I-O
       *> operation doesn't come back with status '00'
       SELECT ExceptionLog ASSIGN TO "IOError.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExcLogFileStatus.

DATA DIVISION.
FILE SECTION.
*> Operator record : ID, password, authority level, and the
*> name the sign-on greets
FD OperatorFile.
01 OperatorRecord.
       02 OpID       PIC X(8).
       02 OpPassword PIC X(8).
       02 OpLevel    PIC 9.
       02 OpName     PIC X(20).

*> Security log record layout : when, in which program, which
*> operator (as typed, for a failed sign-on), what happened,
*> and why
FD SecurityLog.
01 SecurityLogLine.
       02 SGTimestamp PIC X(21).
       02 FILLER      PIC X VALUE SPACE.
       02 SGProgram   PIC X(10).
       02 FILLER      PIC X VALUE SPACE.
       02 SGOperator  PIC X(8).
       02 FILLER      PIC X VALUE SPACE.
       02 SGEvent     PIC X(7).
       02 FILLER      PIC X VALUE SPACE.
       02 SGDetail    PIC X(30).

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
01 WSOperatorFileStatus PIC XX VALUE "00".
01 WSSecLogFileStatus   PIC XX VALUE "00".
01 WSExcLogFileStatus   PIC XX VALUE "00".
01 WSIOOperation        PIC X(10) VALUE SPACE.

*> What the operator typed, and how many tries so far
01 WSOperatorIn  PIC X(8).
01 WSPasswordIn  PIC X(8).
01 WSTries       PIC 9 VALUE ZERO.
01 WSMaxTries    PIC 9 VALUE 3.
01 WSFailReason  PIC X(30).
01 WSLogOperator PIC X(8).
01 WSLogEvent    PIC X(7).

*> These variables will be assigned by the calling program
       LINKAGE SECTION.
       01 LFunction  PIC X(4).
           88 LSignOn  VALUE "SIGN".
           88 LDeny    VALUE "DENY".
       01 LProgram   PIC X(10).
       01 LOperator  PIC X(8).
       01 LLevel     PIC 9.
       01 LDetail    PIC X(30).
       01 LResult    PIC X.
           88 LSignedOn    VALUE "Y".
           88 LRefused     VALUE "N".
           88 LNoOperators VALUE "F".
*> Place the variables in the same order in which they are passed
PROCEDURE DIVISION USING LFunction, LProgram, LOperator, LLevel,
       LDetail, LResult.
StartSignOn.
       EVALUATE TRUE
           WHEN LSignOn
               PERFORM SignOnOperator
           WHEN LDeny
               MOVE LOperator TO WSLogOperator
               MOVE "REFUSED" TO WSLogEvent
               MOVE LDetail TO WSFailReason
               PERFORM WriteSecurityLog
       END-EVALUATE.

EXIT PROGRAM.

*> Up to three tries at an ID and password that match an
*> operator on file who isn't suspended; a missing operator
*> file is reported back rather than logged, since it only
*> means nobody has been set up yet
SignOnOperator.
       SET LRefused TO TRUE
       MOVE SPACES TO LOperator
       MOVE ZERO TO LLevel
       MOVE ZERO TO WSTries
       OPEN INPUT OperatorFile
       IF WSOperatorFileStatus = "35"
           SET LNoOperators TO TRUE
       ELSE
           IF WSOperatorFileStatus NOT = "00"
               MOVE "OPEN" TO WSIOOperation
               PERFORM LogOperatorError
               DISPLAY "Operator file unavailable - status "
                   WSOperatorFileStatus
           ELSE
               PERFORM UNTIL LSignedOn OR WSTries = WSMaxTries
                   PERFORM TryOneSignOn
               END-PERFORM
               CLOSE OperatorFile
               IF NOT LSignedOn
                   DISPLAY "Too many failed sign-ons"
               END-IF
           END-IF
       END-IF.

TryOneSignOn.
       ADD 1 TO WSTries
       DISPLAY "Operator ID : " WITH NO ADVANCING
       ACCEPT WSOperatorIn
       DISPLAY "Password : " WITH NO ADVANCING
       ACCEPT WSPasswordIn
       MOVE SPACES TO WSFailReason
       MOVE WSOperatorIn TO OpID
       READ OperatorFile
           INVALID KEY
               MOVE "UNKNOWN OPERATOR" TO WSFailReason
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN OpPassword NOT = WSPasswordIn
                       MOVE "BAD PASSWORD" TO WSFailReason
                   WHEN OpLevel = ZERO
                       MOVE "OPERATOR SUSPENDED" TO WSFailReason
                   WHEN OTHER
                       MOVE OpID TO LOperator
                       MOVE OpLevel TO LLevel
                       SET LSignedOn TO TRUE
                       DISPLAY "Signed on : " OpName
               END-EVALUATE
       END-READ
       *> '23' here only means no such operator
       IF WSOperatorFileStatus NOT = "23"
           MOVE "READ" TO WSIOOperation
           PERFORM LogOperatorError
       END-IF
       IF NOT LSignedOn
           DISPLAY "Sign-on refused"
           MOVE WSOperatorIn TO WSLogOperator
           MOVE "SIGNON" TO WSLogEvent
           PERFORM WriteSecurityLog
       END-IF.

*> Appends one entry for the calling program, with the
*> operator, event and reason already moved to WSLogOperator,
*> WSLogEvent and WSFailReason
WriteSecurityLog.
       OPEN EXTEND SecurityLog
       IF WSSecLogFileStatus = "35"
           OPEN OUTPUT SecurityLog
           CLOSE SecurityLog
           OPEN EXTEND SecurityLog
       END-IF
       MOVE SPACES TO SecurityLogLine
       MOVE FUNCTION CURRENT-DATE TO SGTimestamp
       MOVE LProgram TO SGProgram
       MOVE WSLogOperator TO SGOperator
       MOVE WSLogEvent TO SGEvent
       MOVE WSFailReason TO SGDetail
       WRITE SecurityLogLine
       CLOSE SecurityLog.

*> Writes the status code and operation to the exception log
*> whenever the last OperatorFile I-O didn't come back '00',
*> ignoring the normal end-of-file status '10'
LogOperatorError.
       IF WSOperatorFileStatus NOT = "00"
           AND WSOperatorFileStatus NOT = "10"
           PERFORM OpenExceptionLog
           MOVE SPACES TO ExceptionLogLine
           MOVE FUNCTION CURRENT-DATE(1:14) TO ELTimestamp
           MOVE "SIGNON" TO ELProgram
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
OpenExceptionLog.
       OPEN EXTEND ExceptionLog
       IF WSExcLogFileStatus = "35"
           OPEN OUTPUT ExceptionLog
           CLOSE ExceptionLog
           OPEN EXTEND ExceptionLog
       END-IF.
