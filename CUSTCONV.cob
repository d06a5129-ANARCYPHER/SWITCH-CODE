       >>SOURCE FORMAT FREE
*> Compile with : cobc -x CUSTCONV.cob
*> Execute : ./CUSTCONV
IDENTIFICATION DIVISION.
PROGRAM-ID. CustConv.
*> One-time conversion of the customer files to the record with
*> the credit limit and credit-hold flag : every customer record
*> already on file, and every journal image already taken of
*> one, is in the 152-byte layout from before CreditLimit and
*> CreditHold were added, and the journal lines from before the
*> operator was recorded with each change. Each record is
*> rebuilt with CreditLimit zero - no limit set - and CreditHold
*> N, and each journal image gets the same, with the operator
*> left blank, so CUSTRCVR replays an old entry to a clean
*> record and AUDITRPT prints it with no operator.
*> Converted are Customer.dat, the archive CustArch.dat, the
*> backup CustBack.dat CUSTRCVR rebuilds from, the live journal
*> CustAudit.jnl, and the CustBack.Gnnnn and CustAudit.Gnnnn
*> generations registered on BackGen.dat, so a recovery from
*> any generation still works. Each file is first copied whole
*> to a work file - CustConv.wrk for the record files,
*> JnlConv.wrk for the journals - and only then rebuilt from it,
*> so a run that stops part way leaves the file it stopped on
*> either untouched or still on the work file. A file already
*> in the new layout, or journal lines already converted, are
*> left as they are, so a rerun does nothing twice. What was
*> done to each file is listed on CustConv.rpt.
*> Run once, after the new programs are installed and before
*> any of them opens the customer files.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> The customer file being converted, as it stands
       SELECT OldCustFile ASSIGN TO WSConvName
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OldIDNum
           FILE STATUS IS WSOldFileStatus.
       *> The same file rebuilt in the new layout
       SELECT NewCustFile ASSIGN TO WSConvName
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NewIDNum
           FILE STATUS IS WSNewFileStatus.
       *> The old records, held while the file is rebuilt
       SELECT CustWorkFile ASSIGN TO "CustConv.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCustWorkFileStatus.
       *> The journal being converted, read and then rebuilt
       SELECT JournalFile ASSIGN TO WSConvName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSJournalFileStatus.
       *> The journal's lines, held while it is rebuilt
       SELECT JnlWorkFile ASSIGN TO "JnlConv.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSJnlWorkFileStatus.
       *> Every backup generation CUSTBKUP has taken
       SELECT GenRegister ASSIGN TO "BackGen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGenRegFileStatus.
       *> One line per file : what was done to it, and to how many
       SELECT ConvReport ASSIGN TO "CustConv.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> The customer record before CreditLimit and CreditHold
FD OldCustFile.
01 OldCustData.
       02 OldIDNum PIC 9(8).
       02 OldBody  PIC X(144).

*> The customer record as it is now : the old record, then
*> CreditLimit and CreditHold
FD NewCustFile.
01 NewCustData.
       02 NewIDNum       PIC 9(8).
       02 NewBody        PIC X(144).
       02 NewCreditLimit PIC 9(8)V99.
       02 NewCreditHold  PIC X.

FD CustWorkFile.
01 CustWorkRecord.
       02 WorkIDNum PIC 9(8).
       02 WorkBody  PIC X(144).

*> Journal lines are read and written whole; the buffer is
*> wider than either layout so nothing is clipped
FD JournalFile.
01 JournalLine PIC X(400).

FD JnlWorkFile.
01 JnlWorkLine PIC X(400).

*> One backup generation, as CUSTBKUP registers it
FD GenRegister.
01 GenRegisterRecord.
       02 BGGenNum    PIC 9(4).
       02 FILLER      PIC X.
       02 BGTimestamp PIC X(14).
       02 FILLER      PIC X.
       02 BGCustCount PIC 9(8).
       02 FILLER      PIC X.
       02 BGCustHash  PIC 9(16).
       02 FILLER      PIC X.
       02 BGBalCount  PIC 9(8).
       02 FILLER      PIC X.
       02 BGBalHash   PIC 9(16).

FD ConvReport.
01 ReportLine PIC X(60).

WORKING-STORAGE SECTION.
*> Holds the status of the last I-O against each file
01 WSOldFileStatus      PIC XX VALUE "00".
01 WSNewFileStatus      PIC XX VALUE "00".
01 WSCustWorkFileStatus PIC XX VALUE "00".
01 WSJournalFileStatus  PIC XX VALUE "00".
01 WSJnlWorkFileStatus  PIC XX VALUE "00".
01 WSGenRegFileStatus   PIC XX VALUE "00".
01 WSConvEOF            PIC X VALUE "N".
       88 ConvEOF VALUE "Y".
01 WSGenRegEOF          PIC X VALUE "N".
       88 GenRegEOF VALUE "Y".

*> The file being converted, and why a failed run stopped
01 WSConvName  PIC X(20).
01 WSStopText  PIC X(40).

*> Records copied to the work file and records rebuilt from it,
*> which must agree; journal lines converted; files converted
01 WSCopyCount    PIC 9(8).
01 WSConvCount    PIC 9(8).
01 WSOldLineCount PIC 9(8).
01 WSFileCount    PIC 9(4) VALUE ZERO.

*> A journal line in the new layout : the timestamp, operation
*> and account as before, each image with CreditLimit and
*> CreditHold on the end, then the operator. An image the old
*> line left blank - no record before an add, or after a
*> delete - stays blank.
01 WSNewJnlLine.
       02 NJHead        PIC X(39).
       02 NJBeforeBody  PIC X(144).
       02 NJBeforeLimit PIC X(10).
       02 NJBeforeHold  PIC X.
       02 FILLER        PIC X VALUE SPACE.
       02 NJAfterBody   PIC X(144).
       02 NJAfterLimit  PIC X(10).
       02 NJAfterHold   PIC X.
       02 FILLER        PIC X VALUE SPACE.
       02 NJOperator    PIC X(10).

*> The gen file names, built the way CUSTBKUP builds them
01 WSGenNum PIC 9(4).

01 WSConvLine.
       02 CVName    PIC X(20).
       02 FILLER    PIC X VALUE SPACE.
       02 CVVerdict PIC X(20).
       02 FILLER    PIC X VALUE SPACE.
       02 CVCount   PIC ZZZZ,ZZ9.

PROCEDURE DIVISION.
StartConv.
       OPEN OUTPUT ConvReport

       MOVE "Customer.dat" TO WSConvName
       PERFORM ConvertCustomerFile
       MOVE "CustArch.dat" TO WSConvName
       PERFORM ConvertCustomerFile
       MOVE "CustBack.dat" TO WSConvName
       PERFORM ConvertCustomerFile
       MOVE "CustAudit.jnl" TO WSConvName
       PERFORM ConvertJournal

       *> Every registered generation, the backup and the journal
       *> cycled with it
       OPEN INPUT GenRegister
       IF WSGenRegFileStatus = "00"
           PERFORM UNTIL GenRegEOF
               READ GenRegister
                   AT END SET GenRegEOF TO TRUE
                   NOT AT END
                       MOVE BGGenNum TO WSGenNum
                       MOVE SPACES TO WSConvName
                       STRING "CustBack.G" WSGenNum DELIMITED BY SIZE
                           INTO WSConvName
                       PERFORM ConvertCustomerFile
                       MOVE SPACES TO WSConvName
                       STRING "CustAudit.G" WSGenNum DELIMITED BY SIZE
                           INTO WSConvName
                       PERFORM ConvertJournal
               END-READ
           END-PERFORM
           CLOSE GenRegister
       END-IF

       CLOSE ConvReport
       DISPLAY "Files converted : " WSFileCount " - see CustConv.rpt"
       STOP RUN.

*> A customer file not there is skipped, as is one already in
*> the new layout, which won't open against the old record
*> length. Otherwise it is copied off whole before it is
*> rebuilt, and the two counts must agree.
ConvertCustomerFile.
       MOVE ZERO TO WSCopyCount
       MOVE ZERO TO WSConvCount
       OPEN INPUT OldCustFile
       EVALUATE WSOldFileStatus
           WHEN "35"
               MOVE "NOT ON FILE" TO CVVerdict
           WHEN "39"
               MOVE "ALREADY CONVERTED" TO CVVerdict
           WHEN "00"
               PERFORM CopyOldCustomers
               PERFORM RebuildCustomers
               IF WSConvCount NOT = WSCopyCount
                   MOVE "rebuilt short of the records copied"
                       TO WSStopText
                   PERFORM StopConversion
               END-IF
               MOVE "CONVERTED" TO CVVerdict
               ADD 1 TO WSFileCount
           WHEN OTHER
               MOVE "not readable, status" TO WSStopText
               MOVE WSOldFileStatus TO WSStopText(22:2)
               PERFORM StopConversion
       END-EVALUATE
       MOVE WSConvName TO CVName
       MOVE WSConvCount TO CVCount
       WRITE ReportLine FROM WSConvLine
       DISPLAY WSConvLine.

*> The whole file to CustConv.wrk before anything is replaced
CopyOldCustomers.
       OPEN OUTPUT CustWorkFile
       IF WSCustWorkFileStatus NOT = "00"
           CLOSE OldCustFile
           MOVE "not copied - CustConv.wrk won't open"
               TO WSStopText
           PERFORM StopConversion
       END-IF
       MOVE "N" TO WSConvEOF
       PERFORM UNTIL ConvEOF
           READ OldCustFile NEXT
               AT END SET ConvEOF TO TRUE
               NOT AT END
                   MOVE OldCustData TO CustWorkRecord
                   WRITE CustWorkRecord
                   IF WSCustWorkFileStatus NOT = "00"
                       CLOSE OldCustFile
                       CLOSE CustWorkFile
                       MOVE "not copied - CustConv.wrk write failed"
                           TO WSStopText
                       PERFORM StopConversion
                   END-IF
                   ADD 1 TO WSCopyCount
           END-READ
       END-PERFORM
       CLOSE OldCustFile
       CLOSE CustWorkFile.

*> The file recreated in the new layout off the work file, in
*> the key order it was copied in
RebuildCustomers.
       OPEN INPUT CustWorkFile
       OPEN OUTPUT NewCustFile
       IF WSNewFileStatus NOT = "00"
           MOVE "not rebuilt - records left on CustConv.wrk"
               TO WSStopText
           PERFORM StopConversion
       END-IF
       MOVE "N" TO WSConvEOF
       PERFORM UNTIL ConvEOF
           READ CustWorkFile
               AT END SET ConvEOF TO TRUE
               NOT AT END
                   MOVE WorkIDNum TO NewIDNum
                   MOVE WorkBody TO NewBody
                   MOVE ZERO TO NewCreditLimit
                   MOVE "N" TO NewCreditHold
                   WRITE NewCustData
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF WSNewFileStatus NOT = "00"
                       CLOSE CustWorkFile
                       CLOSE NewCustFile
                       MOVE "part rebuilt - records on CustConv.wrk"
                           TO WSStopText
                       PERFORM StopConversion
                   END-IF
                   ADD 1 TO WSConvCount
           END-READ
       END-PERFORM
       CLOSE CustWorkFile
       CLOSE NewCustFile.

*> A journal is copied off whole too, and rebuilt only if it has
*> old lines on it; lines already in the new layout are copied
*> back as they are
ConvertJournal.
       MOVE ZERO TO WSCopyCount
       MOVE ZERO TO WSOldLineCount
       OPEN INPUT JournalFile
       EVALUATE WSJournalFileStatus
           WHEN "35"
               MOVE "NOT ON FILE" TO CVVerdict
           WHEN "00"
               PERFORM CopyJournal
               IF WSOldLineCount = ZERO
                   MOVE "ALREADY CONVERTED" TO CVVerdict
               ELSE
                   PERFORM RebuildJournal
                   MOVE "CONVERTED" TO CVVerdict
                   ADD 1 TO WSFileCount
               END-IF
           WHEN OTHER
               MOVE "not readable, status" TO WSStopText
               MOVE WSJournalFileStatus TO WSStopText(22:2)
               PERFORM StopConversion
       END-EVALUATE
       MOVE WSConvName TO CVName
       MOVE WSOldLineCount TO CVCount
       WRITE ReportLine FROM WSConvLine
       DISPLAY WSConvLine.

CopyJournal.
       OPEN OUTPUT JnlWorkFile
       IF WSJnlWorkFileStatus NOT = "00"
           CLOSE JournalFile
           MOVE "not copied - JnlConv.wrk won't open"
               TO WSStopText
           PERFORM StopConversion
       END-IF
       MOVE "N" TO WSConvEOF
       PERFORM UNTIL ConvEOF
           READ JournalFile
               AT END SET ConvEOF TO TRUE
               NOT AT END
                   WRITE JnlWorkLine FROM JournalLine
                   IF WSJnlWorkFileStatus NOT = "00"
                       CLOSE JournalFile
                       CLOSE JnlWorkFile
                       MOVE "not copied - JnlConv.wrk write failed"
                           TO WSStopText
                       PERFORM StopConversion
                   END-IF
                   ADD 1 TO WSCopyCount
                   PERFORM CheckOldLine
           END-READ
       END-PERFORM
       CLOSE JournalFile
       CLOSE JnlWorkFile.

*> In the new layout at least one image carries a CreditLimit,
*> all digits, at 184 or 340; an old line has the separator
*> before its after-image at 184 and ends at 328
CheckOldLine.
       IF JournalLine(184:10) NOT NUMERIC
           AND JournalLine(340:10) NOT NUMERIC
           ADD 1 TO WSOldLineCount
       END-IF.

RebuildJournal.
       OPEN INPUT JnlWorkFile
       OPEN OUTPUT JournalFile
       IF WSJournalFileStatus NOT = "00"
           MOVE "not rebuilt - lines left on JnlConv.wrk"
               TO WSStopText
           PERFORM StopConversion
       END-IF
       MOVE "N" TO WSConvEOF
       PERFORM UNTIL ConvEOF
           READ JnlWorkFile
               AT END SET ConvEOF TO TRUE
               NOT AT END
                   MOVE JnlWorkLine TO JournalLine
                   IF JournalLine(184:10) NOT NUMERIC
                       AND JournalLine(340:10) NOT NUMERIC
                       PERFORM ConvertJournalLine
                   END-IF
                   WRITE JournalLine
                   IF WSJournalFileStatus NOT = "00"
                       CLOSE JnlWorkFile
                       CLOSE JournalFile
                       MOVE "part rebuilt - lines on JnlConv.wrk"
                           TO WSStopText
                       PERFORM StopConversion
                   END-IF
           END-READ
       END-PERFORM
       CLOSE JnlWorkFile
       CLOSE JournalFile.

*> Old line : head 1-39, before-image 40-183, after-image
*> 185-328
ConvertJournalLine.
       MOVE SPACES TO WSNewJnlLine
       MOVE JournalLine(1:39) TO NJHead
       MOVE JournalLine(40:144) TO NJBeforeBody
       MOVE JournalLine(185:144) TO NJAfterBody
       IF NJBeforeBody NOT = SPACES
           MOVE ZERO TO NJBeforeLimit
           MOVE "N" TO NJBeforeHold
       END-IF
       IF NJAfterBody NOT = SPACES
           MOVE ZERO TO NJAfterLimit
           MOVE "N" TO NJAfterHold
       END-IF
       MOVE WSNewJnlLine TO JournalLine.

*> A conversion that can't finish stops the run where it is, with
*> the file it stopped on named, before anything else is touched
StopConversion.
       DISPLAY WSConvName " " WSStopText
       MOVE WSConvName TO CVName
       MOVE "STOPPED" TO CVVerdict
       MOVE WSCopyCount TO CVCount
       WRITE ReportLine FROM WSConvLine
       CLOSE ConvReport
       MOVE 8 TO RETURN-CODE
       STOP RUN.
