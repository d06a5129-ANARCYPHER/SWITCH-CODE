       >>SOURCE FORMAT FREE
*> Compile with : cobc -x TAXRTN.cob
*> Execute : ./TAXRTN
IDENTIFICATION DIVISION.
PROGRAM-ID. TaxReturn.
*> Sales-tax return for a filing period : a month, or a run of
*> months for a quarterly return, for one jurisdiction or all
*> of them. Summarizes the tax detail file TaxDtl.dat the tax
*> run writes - every taxed invoice line and credit memo
*> reversal posted in the period - into gross sales, credits,
*> taxable sales and net tax due per jurisdiction, with each
*> rate from TaxRate.dat in effect during the period and the
*> sales and tax taxed at it. A detail line taxed at a rate row
*> since removed from TaxRate.dat, or since changed, is flagged.
*> The net tax due is then reconciled, per tax-payable account
*> on GLChart.dat, against the movement on that account over
*> the same period : its closing balance less its balance at
*> the end of the month before, from the period history
*> GLHist.dat for a closed period and GLBal.dat for the open
*> one. Any difference is flagged on TaxReturn.rpt so it is
*> run down before the return is filed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Every taxed line and reversal the tax run has posted
       SELECT TaxDetailFile ASSIGN TO "TaxDtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSTaxDtlFileStatus.
       *> Effective-dated rates, maintained by TBLMAINT
       SELECT TaxRateFile ASSIGN TO "TaxRate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSTaxRateFileStatus.
       *> Each jurisdiction's tax-payable account is the credit
       *> account of its chart entry
       SELECT GLChartFile ASSIGN TO "GLChart.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLChartFileStatus.
       *> The open period, to tell closed periods from open
       SELECT GLPeriodFile ASSIGN TO "GLPeriod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLPeriodFileStatus.
       *> Balance per account for the open period
       SELECT GLBalFile ASSIGN TO "GLBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS GBAccount
           FILE STATUS IS WSGLBalFileStatus.
       *> Each closed period's closing balance per account
       SELECT GLHistFile ASSIGN TO "GLHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS GHKey
           FILE STATUS IS WSGLHistFileStatus.
       *> The return itself and its reconciliation to the GL
       SELECT ReturnReport ASSIGN TO "TaxReturn.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportFileStatus.

DATA DIVISION.
FILE SECTION.
*> One tax detail line, as the tax run writes it
FD TaxDetailFile.
01 TaxDetailRecord.
       02 TDTranType     PIC X.
           88 TDInvoice    VALUE "I".
           88 TDCreditMemo VALUE "C".
       02 FILLER         PIC X VALUE SPACE.
       02 TDInvoiceNum   PIC 9(8).
       02 FILLER         PIC X VALUE SPACE.
       02 TDOrigInvoice  PIC 9(8).
       02 FILLER         PIC X VALUE SPACE.
       02 TDIDNum        PIC 9(8).
       02 FILLER         PIC X VALUE SPACE.
       02 TDTaxDate      PIC 9(8).
       02 FILLER         PIC X VALUE SPACE.
       02 TDPostDate     PIC 9(8).
       02 FILLER         PIC X VALUE SPACE.
       02 TDJurisdiction PIC X(10).
       02 FILLER         PIC X VALUE SPACE.
       02 TDRateEffDate  PIC 9(8).
       02 FILLER         PIC X VALUE SPACE.
       02 TDRate         PIC V999.
       02 FILLER         PIC X VALUE SPACE.
       02 TDPrice        PIC 9(6)V99.
       02 FILLER         PIC X VALUE SPACE.
       02 TDTax          PIC 9(6)V99.

FD TaxRateFile.
01 TaxRateRecord.
       02 TRJurisdiction PIC X(10).
       02 TREffDate      PIC 9(8).
       02 TRRate         PIC V999.

FD GLChartFile.
01 GLChartRecord.
       02 GCJurisdiction PIC X(10).
       02 GCDebitAcct    PIC X(8).
       02 GCCreditAcct   PIC X(8).

FD GLPeriodFile.
01 GLPeriodRecord.
       02 PCOpenPeriod   PIC 9(6).
       02 PCYearEndMonth PIC 9(2).
       02 PCRetainedAcct PIC X(8).
       02 PCFirstIncome  PIC X(8).
       02 PCReopenPeriod PIC 9(6).

FD GLBalFile.
01 GLBalData.
       02 GBAccount PIC X(8).
       02 GBDebits  PIC 9(10)V99.
       02 GBCredits PIC 9(10)V99.

FD GLHistFile.
01 GLHistRecord.
       02 GHKey.
           03 GHPeriod  PIC 9(6).
           03 GHAccount PIC X(8).
       02 GHDebits  PIC 9(10)V99.
       02 GHCredits PIC 9(10)V99.

FD ReturnReport.
01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
*> Holds the status of the last I-O against each file
01 WSTaxDtlFileStatus   PIC XX VALUE "00".
01 WSTaxRateFileStatus  PIC XX VALUE "00".
01 WSGLChartFileStatus  PIC XX VALUE "00".
01 WSGLPeriodFileStatus PIC XX VALUE "00".
01 WSGLBalFileStatus    PIC XX VALUE "00".
01 WSGLHistFileStatus   PIC XX VALUE "00".
01 WSReportFileStatus   PIC XX VALUE "00".
01 WSDetailEOF          PIC X VALUE "N".
       88 DetailEOF VALUE "Y".

*> The filing period and jurisdiction asked for, and the date
*> range they cover
01 WSFromPeriodX PIC X(6).
01 WSFromPeriod  REDEFINES WSFromPeriodX PIC 9(6).
01 WSFromParts   REDEFINES WSFromPeriodX.
       02 WSFromYear  PIC 9(4).
       02 WSFromMonth PIC 9(2).
01 WSToPeriodX   PIC X(6).
01 WSToPeriod    REDEFINES WSToPeriodX PIC 9(6).
01 WSToParts     REDEFINES WSToPeriodX.
       02 WSToYear    PIC 9(4).
       02 WSToMonth   PIC 9(2).
01 WSJurFilter   PIC X(10).
       88 AllJurisdictions VALUE SPACES.
01 WSFromDate    PIC 9(8).
01 WSToDate      PIC 9(8).

*> The month before the filing period, whose closing balance
*> the GL movement is measured from, and the period open for
*> posting, before which every period is closed
01 WSPriorPeriod PIC 9(6).
01 WSPriorParts  REDEFINES WSPriorPeriod.
       02 WSPriorYear  PIC 9(4).
       02 WSPriorMonth PIC 9(2).
01 WSOpenPeriod  PIC 9(6) VALUE ZERO.
01 WSBalOpenFlag PIC X VALUE "N".
       88 BalFileOpen VALUE "Y".
01 WSHistOpenFlag PIC X VALUE "N".
       88 HistFileOpen VALUE "Y".
01 WSOpeningNote PIC X VALUE "N".
       88 OpeningNotClosed VALUE "Y".
01 WSClosingNote PIC X VALUE "N".
       88 ClosingNotClosed VALUE "Y".

*> One entry per rate row : the rows on TaxRate.dat for the
*> jurisdictions asked for, plus any row a detail line was taxed
*> at that is no longer there, each with what was taxed at it
01 WSRateTable.
       02 WSRateEntry OCCURS 200 TIMES.
           03 RRJurisdiction PIC X(10).
           03 RREffDate      PIC 9(8).
           03 RRRate         PIC V999.
           03 RROnFile       PIC X.
               88 RowOnFile VALUE "Y".
           03 RRInForce      PIC X.
               88 RowInForce VALUE "Y".
           03 RRLines        PIC 9(6).
           03 RRRateDiffs    PIC 9(6).
           03 RRSales        PIC 9(10)V99.
           03 RRCredits      PIC 9(10)V99.
           03 RRTax          PIC 9(10)V99.
           03 RRCreditTax    PIC 9(10)V99.
01 WSRateCount PIC 9(4) VALUE ZERO.
01 WSNewJurisdiction PIC X(10).
01 WSNewEffDate      PIC 9(8).
01 WSNewRate         PIC V999.
01 WSRateIdx   PIC 9(4).
01 WSOtherIdx  PIC 9(4).
01 WSFoundIdx  PIC 9(4).

*> The jurisdictions on the return, in the order first met,
*> with the tax-payable account each posts to
01 WSJurTable.
       02 WSJurEntry OCCURS 100 TIMES.
           03 JTJurisdiction PIC X(10).
           03 JTPayableAcct  PIC X(8).
01 WSJurCount PIC 9(4) VALUE ZERO.
01 WSJurIdx   PIC 9(4).

*> The chart, looked up for each jurisdiction's payable account
01 WSChartTable.
       02 WSChartEntry OCCURS 100 TIMES.
           03 CTJurisdiction PIC X(10).
           03 CTCreditAcct   PIC X(8).
01 WSChartCount PIC 9(4) VALUE ZERO.
01 WSChartIdx   PIC 9(4).

*> Net tax due per tax-payable account, for the reconciliation
01 WSAcctTable.
       02 WSAcctEntry OCCURS 100 TIMES.
           03 ATAccount  PIC X(8).
           03 ATTaxDue   PIC S9(10)V99.
01 WSAcctCount PIC 9(4) VALUE ZERO.
01 WSAcctIdx   PIC 9(4).

*> One jurisdiction's return, built from its rate rows
01 WSJurSales     PIC 9(10)V99.
01 WSJurCredits   PIC 9(10)V99.
01 WSJurTaxable   PIC S9(10)V99.
01 WSJurTax       PIC 9(10)V99.
01 WSJurCreditTax PIC 9(10)V99.
01 WSJurNetTax    PIC S9(10)V99.
01 WSRowTaxable   PIC S9(10)V99.
01 WSRowNetTax    PIC S9(10)V99.

*> The GL side of one account
01 WSGLOpening    PIC S9(10)V99.
01 WSGLClosing    PIC S9(10)V99.
01 WSGLMovement   PIC S9(10)V99.
01 WSGLDiff       PIC S9(10)V99.
01 WSDiffCount    PIC 9(4) VALUE ZERO.
01 WSLineCount    PIC 9(8) VALUE ZERO.

01 WSTitleLine.
       02 FILLER      PIC X(29) VALUE "Sales Tax Return - Periods ".
       02 HLFrom      PIC 9(6).
       02 FILLER      PIC X(4) VALUE " to ".
       02 HLTo        PIC 9(6).

01 WSJurHeadLine.
       02 FILLER      PIC X(15) VALUE "Jurisdiction : ".
       02 JHJurisdiction PIC X(10).
       02 FILLER      PIC X(20) VALUE "   Payable account :".
       02 FILLER      PIC X VALUE SPACE.
       02 JHPayable   PIC X(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 JHFlag      PIC X(20).

*> One rate row : the rate, the date it took force, the
*> taxable sales and net tax at it, and anything wrong with it
01 WSRateLine.
       02 FILLER      PIC X(4) VALUE SPACES.
       02 FILLER      PIC X(5) VALUE "Rate ".
       02 RLRate      PIC .999.
       02 FILLER      PIC X(7) VALUE " from  ".
       02 RLEffDate   PIC 9(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 RLTaxable   PIC Z(8)9.99-.
       02 FILLER      PIC X(2) VALUE SPACES.
       02 RLNetTax    PIC Z(8)9.99-.
       02 FILLER      PIC X(2) VALUE SPACES.
       02 RLFlag      PIC X(20).

01 WSTotalLine.
       02 FILLER      PIC X(4) VALUE SPACES.
       02 TLLabel     PIC X(20).
       02 TLValue     PIC Z(10)9.99-.

01 WSReconHeadLine.
       02 FILLER      PIC X(40)
           VALUE "Payable    Net Tax Due    GL Movement  ".
       02 FILLER      PIC X(14) VALUE "    Difference".

01 WSReconLine.
       02 RCAccount   PIC X(8).
       02 FILLER      PIC X(2) VALUE SPACES.
       02 RCTaxDue    PIC Z(9)9.99-.
       02 FILLER      PIC X(2) VALUE SPACES.
       02 RCGLNet     PIC Z(9)9.99-.
       02 FILLER      PIC X(2) VALUE SPACES.
       02 RCDiff      PIC Z(9)9.99-.
       02 FILLER      PIC X(2) VALUE SPACES.
       02 RCFlag      PIC X(14).

01 WSNoteLine     PIC X(80).

PROCEDURE DIVISION.
StartTaxReturn.
       PERFORM AcceptFilingPeriod
       PERFORM LoadChart
       PERFORM LoadRates
       PERFORM MarkRatesInForce
       PERFORM SummarizeDetail
       PERFORM LoadOpenPeriod

       OPEN OUTPUT ReturnReport
       IF WSReportFileStatus NOT = "00"
           DISPLAY "TaxReturn.rpt can't be written, status "
               WSReportFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WSFromPeriod TO HLFrom
       MOVE WSToPeriod TO HLTo
       WRITE ReportLine FROM WSTitleLine

       PERFORM BuildJurisdictionList
       PERFORM VARYING WSJurIdx FROM 1 BY 1
           UNTIL WSJurIdx > WSJurCount
           PERFORM PrintJurisdiction
       END-PERFORM
       PERFORM ReconcileToGL

       CLOSE ReturnReport
       DISPLAY WSLineCount " tax detail lines in periods "
           WSFromPeriod " to " WSToPeriod
       IF WSDiffCount > ZERO
           DISPLAY "Tax due differs from the GL on " WSDiffCount
               " payable accounts - see TaxReturn.rpt before filing"
       ELSE
           DISPLAY "Tax due agrees with the GL"
       END-IF
       STOP RUN.

*> A month, or the first and last months of a longer return,
*> and a jurisdiction or all of them
AcceptFilingPeriod.
       DISPLAY "Filing period from (YYYYMM) : " WITH NO ADVANCING
       ACCEPT WSFromPeriodX
       IF WSFromPeriodX NOT NUMERIC
           OR WSFromMonth < 1 OR WSFromMonth > 12
           DISPLAY "Period must be YYYYMM with a real month"
           STOP RUN
       END-IF
       DISPLAY "Filing period to (YYYYMM, blank for one month) : "
           WITH NO ADVANCING
       ACCEPT WSToPeriodX
       IF WSToPeriodX = SPACES
           MOVE WSFromPeriodX TO WSToPeriodX
       END-IF
       IF WSToPeriodX NOT NUMERIC
           OR WSToMonth < 1 OR WSToMonth > 12
           OR WSToPeriod < WSFromPeriod
           DISPLAY "End period must be YYYYMM, not before the start"
           STOP RUN
       END-IF
       DISPLAY "Jurisdiction (blank for all) : " WITH NO ADVANCING
       ACCEPT WSJurFilter

       COMPUTE WSFromDate = WSFromPeriod * 100 + 1
       COMPUTE WSToDate = WSToPeriod * 100 + 31
       MOVE WSFromPeriod TO WSPriorPeriod
       IF WSPriorMonth = 1
           SUBTRACT 1 FROM WSPriorYear
           MOVE 12 TO WSPriorMonth
       ELSE
           SUBTRACT 1 FROM WSPriorMonth
       END-IF.

LoadChart.
       OPEN INPUT GLChartFile
       IF WSGLChartFileStatus = "00"
           PERFORM UNTIL WSGLChartFileStatus NOT = "00"
               READ GLChartFile
                   AT END MOVE "10" TO WSGLChartFileStatus
                   NOT AT END
                       IF WSChartCount < 100
                           ADD 1 TO WSChartCount
                           MOVE GCJurisdiction
                               TO CTJurisdiction(WSChartCount)
                           MOVE GCCreditAcct
                               TO CTCreditAcct(WSChartCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLChartFile
       END-IF.

*> Every rate row for the jurisdictions asked for
LoadRates.
       OPEN INPUT TaxRateFile
       IF WSTaxRateFileStatus NOT = "00"
           DISPLAY "TaxRate.dat not available, status "
               WSTaxRateFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WSTaxRateFileStatus NOT = "00"
           READ TaxRateFile
               AT END MOVE "10" TO WSTaxRateFileStatus
               NOT AT END
                   IF AllJurisdictions
                       OR TRJurisdiction = WSJurFilter
                       MOVE TRJurisdiction TO WSNewJurisdiction
                       MOVE TREffDate TO WSNewEffDate
                       MOVE TRRate TO WSNewRate
                       PERFORM AddRateRow
                       IF WSFoundIdx NOT = ZERO
                           MOVE "Y" TO RROnFile(WSFoundIdx)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TaxRateFile.

*> A new rate row for WSNewJurisdiction, WSNewEffDate and
*> WSNewRate, nothing taxed at it yet
AddRateRow.
       IF WSRateCount = 200
           DISPLAY "More rate rows than the return can hold, "
               "ignoring " WSNewJurisdiction " " WSNewEffDate
           MOVE ZERO TO WSFoundIdx
       ELSE
           ADD 1 TO WSRateCount
           MOVE WSRateCount TO WSFoundIdx
           MOVE WSNewJurisdiction TO RRJurisdiction(WSFoundIdx)
           MOVE WSNewEffDate TO RREffDate(WSFoundIdx)
           MOVE WSNewRate TO RRRate(WSFoundIdx)
           MOVE "N" TO RROnFile(WSFoundIdx)
           MOVE "N" TO RRInForce(WSFoundIdx)
           MOVE ZERO TO RRLines(WSFoundIdx)
           MOVE ZERO TO RRRateDiffs(WSFoundIdx)
           MOVE ZERO TO RRSales(WSFoundIdx)
           MOVE ZERO TO RRCredits(WSFoundIdx)
           MOVE ZERO TO RRTax(WSFoundIdx)
           MOVE ZERO TO RRCreditTax(WSFoundIdx)
       END-IF.

*> A row is in effect during the period when it took force by
*> the period's end and no later row of its jurisdiction had
*> replaced it by the period's start
MarkRatesInForce.
       PERFORM VARYING WSRateIdx FROM 1 BY 1
           UNTIL WSRateIdx > WSRateCount
           IF RREffDate(WSRateIdx) NOT > WSToDate
               MOVE "Y" TO RRInForce(WSRateIdx)
               PERFORM VARYING WSOtherIdx FROM 1 BY 1
                   UNTIL WSOtherIdx > WSRateCount
                   IF RRJurisdiction(WSOtherIdx)
                       = RRJurisdiction(WSRateIdx)
                       AND RREffDate(WSOtherIdx)
                           > RREffDate(WSRateIdx)
                       AND RREffDate(WSOtherIdx) NOT > WSFromDate
                       MOVE "N" TO RRInForce(WSRateIdx)
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.

*> Every detail line posted in the period, added to the rate
*> row it was taxed at
SummarizeDetail.
       OPEN INPUT TaxDetailFile
       IF WSTaxDtlFileStatus = "00"
           PERFORM UNTIL DetailEOF
               READ TaxDetailFile
                   AT END SET DetailEOF TO TRUE
                   NOT AT END
                       IF TDPostDate NOT < WSFromDate
                           AND TDPostDate NOT > WSToDate
                           AND (AllJurisdictions
                               OR TDJurisdiction = WSJurFilter)
                           PERFORM AddDetailLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TaxDetailFile
       ELSE
           DISPLAY "No tax detail on file - TaxDtl.dat status "
               WSTaxDtlFileStatus
       END-IF.

*> A line taxed at a row no longer on TaxRate.dat gets a row of
*> its own; one taxed at a rate the row no longer carries is
*> counted against the row
AddDetailLine.
       ADD 1 TO WSLineCount
       MOVE ZERO TO WSFoundIdx
       PERFORM VARYING WSRateIdx FROM 1 BY 1
           UNTIL WSRateIdx > WSRateCount
           IF RRJurisdiction(WSRateIdx) = TDJurisdiction
               AND RREffDate(WSRateIdx) = TDRateEffDate
               MOVE WSRateIdx TO WSFoundIdx
           END-IF
       END-PERFORM
       IF WSFoundIdx = ZERO
           MOVE TDJurisdiction TO WSNewJurisdiction
           MOVE TDRateEffDate TO WSNewEffDate
           MOVE TDRate TO WSNewRate
           PERFORM AddRateRow
       END-IF
       IF WSFoundIdx NOT = ZERO
           ADD 1 TO RRLines(WSFoundIdx)
           IF TDRate NOT = RRRate(WSFoundIdx)
               ADD 1 TO RRRateDiffs(WSFoundIdx)
           END-IF
           IF TDCreditMemo
               ADD TDPrice TO RRCredits(WSFoundIdx)
               ADD TDTax TO RRCreditTax(WSFoundIdx)
           ELSE
               ADD TDPrice TO RRSales(WSFoundIdx)
               ADD TDTax TO RRTax(WSFoundIdx)
           END-IF
       END-IF.

*> Every jurisdiction with a rate in effect or a line taxed, in
*> the order its rows were met, and its payable account
BuildJurisdictionList.
       PERFORM VARYING WSRateIdx FROM 1 BY 1
           UNTIL WSRateIdx > WSRateCount
           IF RowInForce(WSRateIdx) OR RRLines(WSRateIdx) > ZERO
               MOVE ZERO TO WSFoundIdx
               PERFORM VARYING WSJurIdx FROM 1 BY 1
                   UNTIL WSJurIdx > WSJurCount
                   IF JTJurisdiction(WSJurIdx)
                       = RRJurisdiction(WSRateIdx)
                       MOVE WSJurIdx TO WSFoundIdx
                   END-IF
               END-PERFORM
               IF WSFoundIdx = ZERO AND WSJurCount < 100
                   ADD 1 TO WSJurCount
                   MOVE RRJurisdiction(WSRateIdx)
                       TO JTJurisdiction(WSJurCount)
                   MOVE SPACES TO JTPayableAcct(WSJurCount)
                   PERFORM VARYING WSChartIdx FROM 1 BY 1
                       UNTIL WSChartIdx > WSChartCount
                       IF CTJurisdiction(WSChartIdx)
                           = RRJurisdiction(WSRateIdx)
                           MOVE CTCreditAcct(WSChartIdx)
                               TO JTPayableAcct(WSJurCount)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
       END-PERFORM.

*> One jurisdiction's return : its rates with what was taxed at
*> each, then gross sales, credits, taxable sales and net tax
*> due, which is carried to its payable account
PrintJurisdiction.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE JTJurisdiction(WSJurIdx) TO JHJurisdiction
       MOVE JTPayableAcct(WSJurIdx) TO JHPayable
       IF JTPayableAcct(WSJurIdx) = SPACES
           MOVE "*** NO GL ACCOUNT" TO JHFlag
       ELSE
           MOVE SPACES TO JHFlag
       END-IF
       WRITE ReportLine FROM WSJurHeadLine

       MOVE ZERO TO WSJurSales
       MOVE ZERO TO WSJurCredits
       MOVE ZERO TO WSJurTax
       MOVE ZERO TO WSJurCreditTax
       PERFORM VARYING WSRateIdx FROM 1 BY 1
           UNTIL WSRateIdx > WSRateCount
           IF RRJurisdiction(WSRateIdx) = JTJurisdiction(WSJurIdx)
               AND (RowInForce(WSRateIdx)
                   OR RRLines(WSRateIdx) > ZERO)
               PERFORM PrintRateRow
           END-IF
       END-PERFORM

       COMPUTE WSJurTaxable = WSJurSales - WSJurCredits
       COMPUTE WSJurNetTax = WSJurTax - WSJurCreditTax
       MOVE "Gross Sales       : " TO TLLabel
       MOVE WSJurSales TO TLValue
       WRITE ReportLine FROM WSTotalLine
       MOVE "Credits           : " TO TLLabel
       MOVE WSJurCredits TO TLValue
       WRITE ReportLine FROM WSTotalLine
       MOVE "Taxable Sales     : " TO TLLabel
       MOVE WSJurTaxable TO TLValue
       WRITE ReportLine FROM WSTotalLine
       MOVE "Tax Collected     : " TO TLLabel
       MOVE WSJurTax TO TLValue
       WRITE ReportLine FROM WSTotalLine
       MOVE "Tax Reversed      : " TO TLLabel
       MOVE WSJurCreditTax TO TLValue
       WRITE ReportLine FROM WSTotalLine
       MOVE "Net Tax Due       : " TO TLLabel
       MOVE WSJurNetTax TO TLValue
       WRITE ReportLine FROM WSTotalLine

       IF JTPayableAcct(WSJurIdx) NOT = SPACES
           PERFORM AddToPayableAccount
       END-IF.

PrintRateRow.
       ADD RRSales(WSRateIdx) TO WSJurSales
       ADD RRCredits(WSRateIdx) TO WSJurCredits
       ADD RRTax(WSRateIdx) TO WSJurTax
       ADD RRCreditTax(WSRateIdx) TO WSJurCreditTax
       COMPUTE WSRowTaxable = RRSales(WSRateIdx)
           - RRCredits(WSRateIdx)
       COMPUTE WSRowNetTax = RRTax(WSRateIdx)
           - RRCreditTax(WSRateIdx)
       MOVE RRRate(WSRateIdx) TO RLRate
       MOVE RREffDate(WSRateIdx) TO RLEffDate
       MOVE WSRowTaxable TO RLTaxable
       MOVE WSRowNetTax TO RLNetTax
       EVALUATE TRUE
           WHEN NOT RowOnFile(WSRateIdx)
               MOVE "*** NOT ON TAXRATE" TO RLFlag
           WHEN RRRateDiffs(WSRateIdx) > ZERO
               MOVE "*** RATE CHANGED" TO RLFlag
           WHEN OTHER
               MOVE SPACES TO RLFlag
       END-EVALUATE
       WRITE ReportLine FROM WSRateLine.

*> Jurisdictions sharing a payable account are reconciled
*> together, since the GL can't tell their tax apart
AddToPayableAccount.
       MOVE ZERO TO WSFoundIdx
       PERFORM VARYING WSAcctIdx FROM 1 BY 1
           UNTIL WSAcctIdx > WSAcctCount
           IF ATAccount(WSAcctIdx) = JTPayableAcct(WSJurIdx)
               MOVE WSAcctIdx TO WSFoundIdx
           END-IF
       END-PERFORM
       IF WSFoundIdx = ZERO AND WSAcctCount < 100
           ADD 1 TO WSAcctCount
           MOVE WSAcctCount TO WSFoundIdx
           MOVE JTPayableAcct(WSJurIdx) TO ATAccount(WSFoundIdx)
           MOVE ZERO TO ATTaxDue(WSFoundIdx)
       END-IF
       IF WSFoundIdx NOT = ZERO
           ADD WSJurNetTax TO ATTaxDue(WSFoundIdx)
       END-IF.

*> No control record means no period has been closed yet
LoadOpenPeriod.
       OPEN INPUT GLPeriodFile
       IF WSGLPeriodFileStatus = "00"
           READ GLPeriodFile
               AT END CONTINUE
               NOT AT END MOVE PCOpenPeriod TO WSOpenPeriod
           END-READ
           CLOSE GLPeriodFile
       END-IF.

*> Each payable account's net tax due against its movement on
*> the GL over the filing period, as a credit balance
ReconcileToGL.
       OPEN INPUT GLBalFile
       IF WSGLBalFileStatus = "00"
           SET BalFileOpen TO TRUE
       END-IF
       OPEN INPUT GLHistFile
       IF WSGLHistFileStatus = "00"
           SET HistFileOpen TO TRUE
       END-IF

       MOVE SPACES TO ReportLine
       WRITE ReportLine
       WRITE ReportLine FROM WSReconHeadLine
       PERFORM VARYING WSAcctIdx FROM 1 BY 1
           UNTIL WSAcctIdx > WSAcctCount
           PERFORM ReconcileOneAccount
       END-PERFORM

       IF OpeningNotClosed
           MOVE "Note : the month before the filing period is not closed -"
               TO WSNoteLine
           WRITE ReportLine FROM WSNoteLine
           MOVE "       GL movement includes earlier postings"
               TO WSNoteLine
           WRITE ReportLine FROM WSNoteLine
       END-IF
       IF ClosingNotClosed
           MOVE "Note : the filing period is not closed -"
               TO WSNoteLine
           WRITE ReportLine FROM WSNoteLine
           MOVE "       GL movement is to date"
               TO WSNoteLine
           WRITE ReportLine FROM WSNoteLine
       END-IF

       IF BalFileOpen
           CLOSE GLBalFile
       END-IF
       IF HistFileOpen
           CLOSE GLHistFile
       END-IF.

ReconcileOneAccount.
       MOVE ZERO TO WSGLOpening
       MOVE ZERO TO WSGLClosing
       IF WSOpenPeriod NOT = ZERO AND WSPriorPeriod < WSOpenPeriod
           MOVE WSPriorPeriod TO GHPeriod
           PERFORM ReadHistoryNet
           MOVE WSGLClosing TO WSGLOpening
           MOVE ZERO TO WSGLClosing
       ELSE
           SET OpeningNotClosed TO TRUE
       END-IF
       IF WSOpenPeriod NOT = ZERO AND WSToPeriod < WSOpenPeriod
           MOVE WSToPeriod TO GHPeriod
           PERFORM ReadHistoryNet
       ELSE
           SET ClosingNotClosed TO TRUE
           PERFORM ReadBalanceNet
       END-IF
       COMPUTE WSGLMovement = WSGLClosing - WSGLOpening
       COMPUTE WSGLDiff = ATTaxDue(WSAcctIdx) - WSGLMovement

       MOVE ATAccount(WSAcctIdx) TO RCAccount
       MOVE ATTaxDue(WSAcctIdx) TO RCTaxDue
       MOVE WSGLMovement TO RCGLNet
       MOVE WSGLDiff TO RCDiff
       IF WSGLDiff NOT = ZERO
           MOVE "*** DIFFERENCE" TO RCFlag
           ADD 1 TO WSDiffCount
       ELSE
           MOVE SPACES TO RCFlag
       END-IF
       WRITE ReportLine FROM WSReconLine.

*> The account's credit balance at the close of GHPeriod, zero
*> when it had no balance then
ReadHistoryNet.
       MOVE ZERO TO WSGLClosing
       IF HistFileOpen
           MOVE ATAccount(WSAcctIdx) TO GHAccount
           READ GLHistFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE WSGLClosing = GHCredits - GHDebits
           END-READ
       END-IF.

*> The account's credit balance as it stands in the open period
ReadBalanceNet.
       MOVE ZERO TO WSGLClosing
       IF BalFileOpen
           MOVE ATAccount(WSAcctIdx) TO GBAccount
           READ GLBalFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE WSGLClosing = GBCredits - GBDebits
           END-READ
       END-IF.
