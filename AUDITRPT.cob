*> only the fields that actually differ between the before and
*> after images - a readable change history per account instead
*> of 150-character raw journal images.
*> Each change is headed with the operator who made it (or the
*> batch program, for changes no one signed on for), and the
*> report can be limited to one operator's changes. Entries
*> journaled before operators were recorded, once CUSTCONV has
*> brought them into the current layout, show no operator and
*> are left out when an operator is asked for.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           03 AudBeforeStatus   PIC X.
           03 AudBeforeClosedDate PIC X(8).
           03 AudBeforeFullName PIC X(32).
           03 AudBeforeCreditLimit PIC 9(8)V99.
           03 AudBeforeCreditLimitX REDEFINES AudBeforeCreditLimit
                                   PIC X(10).
           03 AudBeforeCreditHold  PIC X.
       02 FILLER         PIC X.
       02 AudAfterImage.
           03 AudAfterName.
           03 AudAfterStatus   PIC X.
           03 AudAfterClosedDate PIC X(8).
           03 AudAfterFullName PIC X(32).
           03 AudAfterCreditLimit PIC 9(8)V99.
           03 AudAfterCreditLimitX REDEFINES AudAfterCreditLimit
                                   PIC X(10).
           03 AudAfterCreditHold  PIC X.
       02 FILLER         PIC X VALUE SPACE.
       02 AudOperator    PIC X(10).

FD InquiryReport.
01 ReportLine PIC X(100).
       88 FilterAll VALUE "Y".
01 WSFromTS     PIC X(14).
01 WSToTS       PIC X(14).
01 WSOperatorFilter PIC X(10).
01 WSOpFilterAll    PIC X VALUE "N".
       88 OpFilterAll VALUE "Y".

01 WSReadCount    PIC 9(8) VALUE ZERO.
01 WSPrintedCount PIC 9(8) VALUE ZERO.
01 WSFieldLabel  PIC X(12).
01 WSFieldBefore PIC X(32).
01 WSFieldAfter  PIC X(32).
*> The credit limit is numeric in the image, and blank on the
*> side of an add or delete that has no image, so it is edited
*> here before going through the same compare
01 WSLimitEdit   PIC Z(7)9.99.

01 WSChangeHead.
       02 CHTimestamp   PIC X(14).
       02 CHOperation   PIC X(7).
       02 FILLER        PIC XX VALUE SPACE.
       02 CHIDNum       PIC 9(8).
       02 FILLER        PIC XX VALUE SPACE.
       02 CHOperator    PIC X(10).

01 WSFieldLine.
       02 FILLER        PIC X(3) VALUE SPACES.
           IF (FilterAll OR AudIDNum = WSIDFilterX)
               AND AudTimestamp(1:14) NOT < WSFromTS
               AND AudTimestamp(1:14) NOT > WSToTS
               AND (OpFilterAll OR AudOperator = WSOperatorFilter)
               PERFORM PrintChange
           END-IF
           PERFORM ReadJournal
       CLOSE InquiryReport
       STOP RUN.

*> Asks for the account, timestamp range and operator to report
*> on. A blank account or operator means every one; a blank end
*> of the range is filled with low or high digits so the
*> compares above don't have to special-case it.
AcceptFilters.
       DISPLAY "Account (8 digits, blank for all) : "
           WITH NO ADVANCING
       DISPLAY "To timestamp (YYYYMMDDHHMMSS, blank for end) : "
           WITH NO ADVANCING
       ACCEPT WSToTS
       INSPECT WSToTS REPLACING ALL " " BY "9"
       DISPLAY "Operator (blank for all) : " WITH NO ADVANCING
       ACCEPT WSOperatorFilter
       IF WSOperatorFilter = SPACES
           SET OpFilterAll TO TRUE
       END-IF.

ReadJournal.
       READ AuditJournal
       MOVE AudTimestamp(1:14) TO CHTimestamp
       MOVE AudOperation TO CHOperation
       MOVE AudIDNum TO CHIDNum
       MOVE AudOperator TO CHOperator
       WRITE ReportLine FROM WSChangeHead
       PERFORM LogReportError

       MOVE "Full Name" TO WSFieldLabel
       MOVE AudBeforeFullName TO WSFieldBefore
       MOVE AudAfterFullName TO WSFieldAfter
       PERFORM PrintIfChanged
       MOVE "Credit Limit" TO WSFieldLabel
       PERFORM EditCreditLimits
       PERFORM PrintIfChanged
       MOVE "Credit Hold" TO WSFieldLabel
       MOVE AudBeforeCreditHold TO WSFieldBefore
       MOVE AudAfterCreditHold TO WSFieldAfter
       PERFORM PrintIfChanged.

EditCreditLimits.
       MOVE SPACES TO WSFieldBefore
       MOVE SPACES TO WSFieldAfter
       IF AudBeforeCreditLimitX NUMERIC
           MOVE AudBeforeCreditLimit TO WSLimitEdit
           MOVE WSLimitEdit TO WSFieldBefore
       END-IF
       IF AudAfterCreditLimitX NUMERIC
           MOVE AudAfterCreditLimit TO WSLimitEdit
           MOVE WSLimitEdit TO WSFieldAfter
       END-IF.

*> Writes the field line only when the before and after values
*> actually differ, which is what keeps the report readable
PrintIfChanged.
