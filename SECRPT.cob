       >>SOURCE FORMAT FREE
*> Compile with : cobc -x SECRPT.cob
*> Execute : ./SECRPT
IDENTIFICATION DIVISION.
PROGRAM-ID. SecRpt.
*> Daily security exceptions report : reads the security log
*> SecLog.dat that SIGNON writes for CUSTMAINT, CUSTINQ,
*> TBLMAINT, ZIPMAINT and WOMAINT - every failed sign-on, with
*> the ID as typed and why it was refused (unknown operator,
*> bad password, operator suspended), every option a signed-on
*> operator asked for above their authority level, and every
*> write-off an operator tried to decide on their own request -
*> and lists
*> each one in the order it happened, then summarizes them by
*> operator with a count of each kind.
*> An operator with three or more failed sign-ons in the day is
*> flagged, since that is somebody locked out of a sign-on or
*> somebody guessing at one.
*> The run finishes by cutting the log over the way OPSRPT cuts
*> over IOError.log : today's entries move to a dated archive
*> (SecLog.YYYYMMDD) and the live log restarts empty, so each
*> day's report covers only what happened since the last one.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> The live security log being reported and cut over
       SELECT SecurityLog ASSIGN TO "SecLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSecLogFileStatus.
       *> Today's dated archive; EXTEND, so a second cutover the
       *> same day appends instead of wiping the morning's
       SELECT ArchiveLog ASSIGN TO WSArchiveName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSArchLogFileStatus.
       *> The report built below
       SELECT SecReport ASSIGN TO "SecExc.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportFileStatus.

DATA DIVISION.
FILE SECTION.
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
           88 SGFailedSignOn VALUE "SIGNON".
           88 SGRefused      VALUE "REFUSED".
       02 FILLER      PIC X VALUE SPACE.
       02 SGDetail    PIC X(30).

FD ArchiveLog.
01 ArchiveLogLine PIC X(80).

FD SecReport.
01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
*> Holds the status of the last I-O against each file
01 WSSecLogFileStatus  PIC XX VALUE "00".
01 WSArchLogFileStatus PIC XX VALUE "00".
01 WSReportFileStatus  PIC XX VALUE "00".
01 WSLogEOF            PIC X VALUE "N".
       88 LogEOF VALUE "Y".

*> One slot per operator ID seen in the log
01 WSOperatorTable.
       02 WSOperatorEntry OCCURS 200 TIMES.
           03 SumOperator PIC X(8).
           03 SumFailed   PIC 9(8).
           03 SumRefused  PIC 9(8).
01 WSOperatorCount PIC 9(4) VALUE ZERO.
01 WSOperatorIdx   PIC 9(4).
01 WSFoundIdx      PIC 9(4).

*> Failed sign-ons in a day at which an operator is flagged
01 WSFailLimit PIC 9(8) VALUE 3.

01 WSEntryCount   PIC 9(8) VALUE ZERO.
01 WSFailedCount  PIC 9(8) VALUE ZERO.
01 WSRefusedCount PIC 9(8) VALUE ZERO.

*> Today's date and the dated archive name built from it
01 WSRunDate     PIC 9(8).
01 WSArchiveName PIC X(20).

01 WSSectionLine PIC X(40).

01 WSHeadingLine.
       02 FILLER    PIC X(29) VALUE "Security Exceptions Report - ".
       02 HLRunDate PIC 9(8).

01 WSDetailLine.
       02 DLTimestamp PIC X(14).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 DLProgram   PIC X(10).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 DLOperator  PIC X(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 DLEvent     PIC X(7).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 DLDetail    PIC X(30).

01 WSSummaryHeading.
       02 FILLER PIC X(8)  VALUE "Operator".
       02 FILLER PIC X(6)  VALUE SPACES.
       02 FILLER PIC X(6)  VALUE "Failed".
       02 FILLER PIC X(3)  VALUE SPACES.
       02 FILLER PIC X(7)  VALUE "Refused".

01 WSSummaryLine.
       02 SLOperator PIC X(8).
       02 FILLER     PIC X(4) VALUE SPACES.
       02 SLFailed   PIC ZZZZ,ZZ9.
       02 FILLER     PIC X(2) VALUE SPACES.
       02 SLRefused  PIC ZZZZ,ZZ9.
       02 FILLER     PIC X(2) VALUE SPACES.
       02 SLFlag     PIC X(28).

01 WSCountLine.
       02 WSCountLabel PIC X(18).
       02 WSCountValue PIC ZZZZ,ZZ9.

PROCEDURE DIVISION.
StartSecRpt.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       MOVE SPACES TO WSArchiveName
       STRING "SecLog." WSRunDate DELIMITED BY SIZE
           INTO WSArchiveName

       OPEN INPUT SecurityLog
       IF WSSecLogFileStatus NOT = "00"
           DISPLAY "SecLog.dat not on file, status "
               WSSecLogFileStatus " - nothing to report"
           STOP RUN
       END-IF

       OPEN OUTPUT SecReport
       MOVE WSRunDate TO HLRunDate
       WRITE ReportLine FROM WSHeadingLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "Exceptions" TO WSSectionLine
       WRITE ReportLine FROM WSSectionLine
       PERFORM ListLog
       CLOSE SecurityLog

       PERFORM WriteOperatorSummary
       CLOSE SecReport
       PERFORM CutOverLog

       MOVE "Log Entries     : " TO WSCountLabel
       MOVE WSEntryCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Failed Sign-ons : " TO WSCountLabel
       MOVE WSFailedCount TO WSCountValue
       DISPLAY WSCountLine
       MOVE "Refused Options : " TO WSCountLabel
       MOVE WSRefusedCount TO WSCountValue
       DISPLAY WSCountLine
       STOP RUN.

*> One pass over the log : each entry is listed as it happened
*> and lands on its operator's slot, starting the slot the
*> first time that operator shows up
ListLog.
       PERFORM ReadLogEntry
       PERFORM UNTIL LogEOF
           ADD 1 TO WSEntryCount
           IF SGFailedSignOn
               ADD 1 TO WSFailedCount
           ELSE
               ADD 1 TO WSRefusedCount
           END-IF
           MOVE SPACES TO WSDetailLine
           MOVE SGTimestamp(1:14) TO DLTimestamp
           MOVE SGProgram TO DLProgram
           MOVE SGOperator TO DLOperator
           MOVE SGEvent TO DLEvent
           MOVE SGDetail TO DLDetail
           WRITE ReportLine FROM WSDetailLine
           PERFORM TallyEntry
           PERFORM ReadLogEntry
       END-PERFORM.

ReadLogEntry.
       READ SecurityLog
           AT END SET LogEOF TO TRUE
       END-READ
       IF WSSecLogFileStatus NOT = "00"
           AND WSSecLogFileStatus NOT = "10"
           DISPLAY "SecLog.dat read failed, status "
               WSSecLogFileStatus
           SET LogEOF TO TRUE
       END-IF.

TallyEntry.
       MOVE ZERO TO WSFoundIdx
       PERFORM VARYING WSOperatorIdx FROM 1 BY 1
           UNTIL WSOperatorIdx > WSOperatorCount
           IF SumOperator(WSOperatorIdx) = SGOperator
               MOVE WSOperatorIdx TO WSFoundIdx
           END-IF
       END-PERFORM
       IF WSFoundIdx = ZERO
           IF WSOperatorCount < 200
               ADD 1 TO WSOperatorCount
               MOVE WSOperatorCount TO WSFoundIdx
               MOVE SGOperator TO SumOperator(WSFoundIdx)
               MOVE ZERO TO SumFailed(WSFoundIdx)
               MOVE ZERO TO SumRefused(WSFoundIdx)
           ELSE
               DISPLAY "More than 200 distinct operators - "
                   "entry for " SGOperator " not tallied"
           END-IF
       END-IF
       IF WSFoundIdx NOT = ZERO
           IF SGFailedSignOn
               ADD 1 TO SumFailed(WSFoundIdx)
           ELSE
               ADD 1 TO SumRefused(WSFoundIdx)
           END-IF
       END-IF.

*> Each operator's failed sign-ons and refused options, then
*> the totals the log balances to
WriteOperatorSummary.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "By Operator" TO WSSectionLine
       WRITE ReportLine FROM WSSectionLine
       WRITE ReportLine FROM WSSummaryHeading
       PERFORM VARYING WSOperatorIdx FROM 1 BY 1
           UNTIL WSOperatorIdx > WSOperatorCount
           MOVE SPACES TO WSSummaryLine
           MOVE SumOperator(WSOperatorIdx) TO SLOperator
           MOVE SumFailed(WSOperatorIdx) TO SLFailed
           MOVE SumRefused(WSOperatorIdx) TO SLRefused
           IF SumFailed(WSOperatorIdx) NOT < WSFailLimit
               MOVE "*** REPEATED FAILED SIGN-ONS" TO SLFlag
           END-IF
           WRITE ReportLine FROM WSSummaryLine
       END-PERFORM

       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "Log Entries     : " TO WSCountLabel
       MOVE WSEntryCount TO WSCountValue
       WRITE ReportLine FROM WSCountLine
       MOVE "Failed Sign-ons : " TO WSCountLabel
       MOVE WSFailedCount TO WSCountValue
       WRITE ReportLine FROM WSCountLine
       MOVE "Refused Options : " TO WSCountLabel
       MOVE WSRefusedCount TO WSCountValue
       WRITE ReportLine FROM WSCountLine.

*> Moves the reported entries to today's dated archive and
*> restarts the live log empty. EXTEND on the archive, so two
*> cutovers the same day stack instead of clobbering.
CutOverLog.
       MOVE "N" TO WSLogEOF
       OPEN INPUT SecurityLog
       IF WSSecLogFileStatus NOT = "00"
           DISPLAY "SecLog.dat reopen failed, status "
               WSSecLogFileStatus " - log not cut over"
       ELSE
           OPEN EXTEND ArchiveLog
           IF WSArchLogFileStatus = "35"
               OPEN OUTPUT ArchiveLog
               CLOSE ArchiveLog
               OPEN EXTEND ArchiveLog
           END-IF
           PERFORM ReadLogEntry
           PERFORM UNTIL LogEOF
               WRITE ArchiveLogLine FROM SecurityLogLine
               PERFORM ReadLogEntry
           END-PERFORM
           CLOSE SecurityLog
           CLOSE ArchiveLog
           *> The live log restarts empty
           OPEN OUTPUT SecurityLog
           CLOSE SecurityLog
       END-IF.
