        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthRptOutFile assign "authrpt.out"
    01 TotalRejectedCount     pic 9(07) value 0.
    01 TotalUsedCount         pic 9(07) value 0.
    01 TotalOutstandingCount  pic 9(07) value 0.
    01 TotalPartialUsedToday  pic 9(07) value 0.
    01 TotalPartialUsedCount  pic 9(07) value 0.
    copy authaudit.
    copy authrprm.

    if AuthMasterFileStatus = "39"
        display "AUTHRPT FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
    if AuthCodeIssued and AuthCodeExpirationDate < RptReportDate
        add 1 to TotalOutstandingCount
    end-if
    if AuthCodeIssued and AuthCodeUsesRemaining < AuthCodeMaxUses
        add 1 to TotalPartialUsedCount
        if AuthCodeLastUseDate = RptReportDate
            add 1 to TotalPartialUsedToday
        end-if
    end-if
    perform 3100-read-next-master-record
    .

    move TotalUsedCount to RptLineValue
    write AuthRptOutLine from ReportDetailLine

    move "TOTAL USED WITH USES REMAINING" to RptLineLabel
    move TotalPartialUsedToday to RptLineValue
    write AuthRptOutLine from ReportDetailLine

    move "PARTIALLY USED CODES OUTSTANDING" to RptLineLabel
    move TotalPartialUsedCount to RptLineValue
    write AuthRptOutLine from ReportDetailLine

    move "OUTSTANDING PAST EXPIRATION" to RptLineLabel
    move TotalOutstandingCount to RptLineValue
    write AuthRptOutLine from ReportDetailLine
