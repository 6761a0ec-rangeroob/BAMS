identification division.
program-id. AUTHFRDA.

environment division.
input-output section.
file-control.
    select AuthFrdParmFile assign "authfrda.parm"
        organization line sequential
        file status FrdParmFileStatus.

    select AuthFraudCaseFile assign "authfrcs.dat"
        organization indexed
        access mode dynamic
        record key FraudCaseAuthCode
        file status FraudCaseFileStatus.

    select AuthFrdRptFile assign "authfrda.rpt"
        organization line sequential.

data division.
file section.
fd  AuthFrdParmFile.
01  AuthFrdParmLine pic x(80).

fd  AuthFraudCaseFile.
    copy authfrcs.

fd  AuthFrdRptFile.
01  AuthFrdRptLine  pic x(80).

working-storage section.
    01 FrdParmFileStatus    pic x(02) value "00".
    01 FraudCaseFileStatus  pic x(02) value "00".
    01 CaseFileOpenFlag     pic x(01) value "N".
        88 CaseFileOpen            value "Y".
    01 EndOfCasesFlag       pic x(01) value "N".
        88 EndOfCases              value "Y".
    01 TodayDate            pic x(08).
    01 CurrentDateTime      pic x(21).
    01 TodayInteger         pic 9(07) comp.
    01 OpenedDateInteger    pic 9(07) comp.
    01 CaseAgeDays          pic s9(07) comp.
    01 DefaultOverdueDays   pic 9(03) value 5.
    01 CasesReadCount       pic 9(07) value 0.
    01 OpenCaseCount        pic 9(07) value 0.
    01 ReviewCaseCount      pic 9(07) value 0.
    01 ClearedCaseCount     pic 9(07) value 0.
    01 RevokedCaseCount     pic 9(07) value 0.
    01 AgedUpTo2Count       pic 9(07) value 0.
    01 AgedUpTo7Count       pic 9(07) value 0.
    01 AgedUpTo30Count      pic 9(07) value 0.
    01 AgedOver30Count      pic 9(07) value 0.
    01 OverdueCaseCount     pic 9(07) value 0.
    01 UnassignedCaseCount  pic 9(07) value 0.
    copy authdprm.

01  ReportHeadingLine1.
    05 filler pic x(36) value "AUTHCODE OPEN FRAUD CASE AGING      ".
    05 filler pic x(44) value spaces.

01  ReportDateLine.
    05 filler pic x(14) value "RUN DATE:    ".
    05 RptLineRunDate pic x(08).
    05 filler pic x(16) value "   OVERDUE DAYS ".
    05 RptLineOverdueDays pic zz9.
    05 filler pic x(39) value spaces.

01  ReportColumnLine.
    05 filler pic x(09) value "AUTHCODE ".
    05 filler pic x(13) value "STATUS       ".
    05 filler pic x(09) value "FLAGGED  ".
    05 filler pic x(09) value "LAST     ".
    05 filler pic x(06) value "  AGE ".
    05 filler pic x(06) value " ATTS ".
    05 filler pic x(09) value "ANALYST  ".
    05 filler pic x(12) value "EXCEPTION   ".
    05 filler pic x(07) value spaces.

01  ReportCaseLine.
    05 RptCaseAuthCode pic x(08).
    05 filler pic x(01) value space.
    05 RptCaseStatus pic x(12).
    05 filler pic x(01) value space.
    05 RptCaseFirstDate pic x(08).
    05 filler pic x(01) value space.
    05 RptCaseLastDate pic x(08).
    05 filler pic x(01) value space.
    05 RptCaseAge pic zzzz9.
    05 filler pic x(01) value space.
    05 RptCaseAttempts pic zzzz9.
    05 filler pic x(01) value space.
    05 RptCaseAnalyst pic x(08).
    05 filler pic x(01) value space.
    05 RptCaseException pic x(16).
    05 filler pic x(01) value space.
    05 RptCaseOverdue pic x(01).
    05 filler pic x(01) value spaces.

01  ReportDetailLine.
    05 RptLineLabel pic x(40).
    05 RptLineValue pic zzz,zzz,zz9.
    05 filler pic x(29) value spaces.

01  ReportMessageLine.
    05 RptLineMessage pic x(80).

procedure division.
0000-mainline.
    perform 1000-initialize
    perform 2000-age-open-cases
    perform 3000-write-summary-report
    perform 4000-finalize
    stop run
    .

1000-initialize.
    move function current-date to CurrentDateTime
    move CurrentDateTime (1:8) to TodayDate
    compute TodayInteger =
        function integer-of-date (function numval (TodayDate))

    move DefaultOverdueDays to FraudOverdueDays
    open input AuthFrdParmFile
    if FrdParmFileStatus not = "35"
        read AuthFrdParmFile into AuthFrdRunParameter
            at end move DefaultOverdueDays to FraudOverdueDays
        end-read
        close AuthFrdParmFile
        if FraudOverdueDays not numeric or FraudOverdueDays = 0
            move DefaultOverdueDays to FraudOverdueDays
        end-if
    end-if

    open input AuthFraudCaseFile
    if FraudCaseFileStatus = "39"
        display "AUTHFRDA FATAL: fraud case file authfrcs.dat record"
                " layout mismatch (file status 39) - it holds open"
                " fraud cases, do not delete it without the risk team"
        move 12 to return-code
        stop run
    end-if
    if FraudCaseFileStatus = "35"
        move "Y" to EndOfCasesFlag
    else
        move "Y" to CaseFileOpenFlag
    end-if

    open output AuthFrdRptFile
    write AuthFrdRptLine from ReportHeadingLine1
    move TodayDate to RptLineRunDate
    move FraudOverdueDays to RptLineOverdueDays
    write AuthFrdRptLine from ReportDateLine
    write AuthFrdRptLine from ReportColumnLine
    .

2000-age-open-cases.
    if not EndOfCases
        perform 2100-read-next-case
        perform 2200-process-one-case until EndOfCases
    end-if
    .

2100-read-next-case.
    read AuthFraudCaseFile next record
        at end move "Y" to EndOfCasesFlag
    end-read
    .

2200-process-one-case.
    add 1 to CasesReadCount
    evaluate true
        when FraudCaseOpen
            add 1 to OpenCaseCount
            perform 2210-age-one-case
        when FraudCaseUnderReview
            add 1 to ReviewCaseCount
            perform 2210-age-one-case
        when FraudCaseCleared
            add 1 to ClearedCaseCount
        when FraudCaseRevoked
            add 1 to RevokedCaseCount
        when other
            continue
    end-evaluate
    perform 2100-read-next-case
    .

2210-age-one-case.
    if FraudCaseOpenedDate numeric
        compute OpenedDateInteger = function integer-of-date
            (function numval (FraudCaseOpenedDate))
        compute CaseAgeDays = TodayInteger - OpenedDateInteger
    else
        move 0 to CaseAgeDays
    end-if

    evaluate true
        when CaseAgeDays <= 2
            add 1 to AgedUpTo2Count
        when CaseAgeDays <= 7
            add 1 to AgedUpTo7Count
        when CaseAgeDays <= 30
            add 1 to AgedUpTo30Count
        when other
            add 1 to AgedOver30Count
    end-evaluate

    if FraudCaseAnalyst = spaces
        add 1 to UnassignedCaseCount
    end-if

    move FraudCaseAuthCode to RptCaseAuthCode
    if FraudCaseUnderReview
        move "UNDER REVIEW" to RptCaseStatus
    else
        move "OPEN" to RptCaseStatus
    end-if
    move FraudCaseFirstFlagged to RptCaseFirstDate
    move FraudCaseLastFlagged to RptCaseLastDate
    move CaseAgeDays to RptCaseAge
    move FraudCaseAttemptCount to RptCaseAttempts
    move FraudCaseAnalyst to RptCaseAnalyst
    move FraudCaseException to RptCaseException
    if CaseAgeDays > FraudOverdueDays
        move "*" to RptCaseOverdue
        add 1 to OverdueCaseCount
    else
        move space to RptCaseOverdue
    end-if
    write AuthFrdRptLine from ReportCaseLine
    .

3000-write-summary-report.
    move "TOTAL FRAUD CASES READ" to RptLineLabel
    move CasesReadCount to RptLineValue
    write AuthFrdRptLine from ReportDetailLine

    move "TOTAL CASES OPEN" to RptLineLabel
    move OpenCaseCount to RptLineValue
    write AuthFrdRptLine from ReportDetailLine

    move "TOTAL CASES UNDER REVIEW" to RptLineLabel
    move ReviewCaseCount to RptLineValue
    write AuthFrdRptLine from ReportDetailLine

    move "  OPEN 0-2 DAYS" to RptLineLabel
    move AgedUpTo2Count to RptLineValue
    write AuthFrdRptLine from ReportDetailLine

    move "  OPEN 3-7 DAYS" to RptLineLabel
    move AgedUpTo7Count to RptLineValue
    write AuthFrdRptLine from ReportDetailLine

    move "  OPEN 8-30 DAYS" to RptLineLabel
    move AgedUpTo30Count to RptLineValue
    write AuthFrdRptLine from ReportDetailLine

    move "  OPEN OVER 30 DAYS" to RptLineLabel
    move AgedOver30Count to RptLineValue
    write AuthFrdRptLine from ReportDetailLine

    move "  NOT YET ASSIGNED TO AN ANALYST" to RptLineLabel
    move UnassignedCaseCount to RptLineValue
    write AuthFrdRptLine from ReportDetailLine

    move "TOTAL OVERDUE (MARKED *)" to RptLineLabel
    move OverdueCaseCount to RptLineValue
    write AuthFrdRptLine from ReportDetailLine

    move "TOTAL CASES CLEARED" to RptLineLabel
    move ClearedCaseCount to RptLineValue
    write AuthFrdRptLine from ReportDetailLine

    move "TOTAL CASES CLOSED BY REVOCATION" to RptLineLabel
    move RevokedCaseCount to RptLineValue
    write AuthFrdRptLine from ReportDetailLine

    if not CaseFileOpen
        move "NO FRAUD CASE FILE - AUTHUSE HAS NOT RAISED ANY CASES"
            to RptLineMessage
        write AuthFrdRptLine from ReportMessageLine
    end-if
    .

4000-finalize.
    if CaseFileOpen
        close AuthFraudCaseFile
    end-if
    close AuthFrdRptFile
    display "AUTHFRDA aged " OpenCaseCount " open and "
            ReviewCaseCount " under-review fraud case(s), "
            OverdueCaseCount " overdue"
    .
end program AUTHFRDA.
