        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthArchiveFile assign "autharch.dat"
    01 PurgedRejectCount    pic 9(07) value 0.
    01 AgedRejectCount      pic 9(07) value 0.
    01 CarriedForwardCount  pic 9(07) value 0.
    01 PartialUsesPostedCount pic 9(07) value 0.
    01 CheckFailRejectCount pic 9(07) value 0.
    01 DailyLimitReachedFlag pic x(01) value "N".
        88 DailyLimitReached       value "Y".
    copy authsusp.
    copy authchkk.
    copy authjnlk.
    copy authsprm.

01  ReportHeadingLine1.
    if AuthMasterFileStatus = "39"
        display "AUTHSUSR FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
        move 0 to SuspenseRetryCount
    end-if

    set CheckCharVerifyAction to true
    move SuspenseAuthCode to CheckCharAuthCode
    call "AUTHCHK" using CheckCharRequest
    if CheckCharFailed
        move "N" to CodeFoundFlag
    else
        move spaces to AuthCodeKey
        move SuspenseAuthCode to AuthCodeKey
        read AuthMasterFile key is AuthCodeKey
            invalid key
                move "N" to CodeFoundFlag
            not invalid key
                move "Y" to CodeFoundFlag
        end-read
    end-if

    move "N" to DailyLimitReachedFlag
    if CodeFound and AuthCodeIssued
        perform 2205-check-daily-limit
    end-if

    evaluate true
        when CheckCharFailed
            perform 2240-reject-check-failed-item
        when CodeFound and AuthCodeIssued and not DailyLimitReached
            perform 2210-post-recycled-item
        when CodeFound
            perform 2250-carry-or-age-off
    perform 2100-read-next-suspense-item
    .

2205-check-daily-limit.
    if not AuthCodeNoDailyLimit
       and SuspenseUsageDate = AuthCodeLastUseDate
       and AuthCodeUsesToday >= AuthCodeDailyLimit
        move "Y" to DailyLimitReachedFlag
    end-if
    .

2210-post-recycled-item.
    move AuthCodeRecord to JournalCtlBeforeImage
    if AuthCodeUsesRemaining > 0
        subtract 1 from AuthCodeUsesRemaining
    end-if
    if SuspenseUsageDate = AuthCodeLastUseDate
        add 1 to AuthCodeUsesToday
    else
        move 1 to AuthCodeUsesToday
    end-if
    move SuspenseUsageDate to AuthCodeLastUseDate

    if AuthCodeUsesRemaining = 0
        set AuthCodeUsed to true
        move SuspenseUsageDate to AuthCodeUsedDate
    else
        add 1 to PartialUsesPostedCount
    end-if
    rewrite AuthCodeRecord
    perform 2215-journal-master-change
    add 1 to ItemsPostedCount
    .

2215-journal-master-change.
    set JournalCtlWriteAction to true
    set JournalCtlRewrite to true
    move "AUTHSUSR" to JournalCtlProgram
    move TodayDate to JournalCtlRunId
    move AuthCodeRecord to JournalCtlAfterImage
    call "AUTHJRNL" using JournalRequest
    .

2220-check-archive-for-code.
    move "N" to ArchiveMatchFlag
    move spaces to FoundPurgeDate
    write AuthSusRptLine from ReportRejectLine
    .

2240-reject-check-failed-item.
    add 1 to CheckFailRejectCount
    move SuspenseAuthCode to RptRejAuthCode
    move SuspenseUsageDate to RptRejUsageDate
    move "CHECK FAIL" to RptRejReason
    move SuspenseFeedDate to RptRejFeedDate
    move SuspenseRetryCount to RptRejRetries
    move spaces to RptRejPurgeDate
    write AuthSusRptLine from ReportRejectLine
    .

2250-carry-or-age-off.
    compute FeedDateInteger =
        function integer-of-date (function numval (SuspenseFeedDate))
    move ItemsPostedCount to RptLineValue
    write AuthSusRptLine from ReportDetailLine

    move "  POSTED - CODE STILL HAS USES LEFT" to RptLineLabel
    move PartialUsesPostedCount to RptLineValue
    write AuthSusRptLine from ReportDetailLine

    move "TOTAL FINAL REJECTS - CODE PURGED" to RptLineLabel
    move PurgedRejectCount to RptLineValue
    write AuthSusRptLine from ReportDetailLine

    move "TOTAL FINAL REJECTS - CHECK CHARACTER" to RptLineLabel
    move CheckFailRejectCount to RptLineValue
    write AuthSusRptLine from ReportDetailLine

    move "TOTAL FINAL REJECTS - AGED OFF" to RptLineLabel
    move AgedRejectCount to RptLineValue
    write AuthSusRptLine from ReportDetailLine
    close AuthSuspenseFile
    close AuthSuspenseOutFile
    close AuthMasterFile
    set JournalCtlCloseAction to true
    call "AUTHJRNL" using JournalRequest
    if ArchiveFileOpen
        close AuthArchiveFile
    end-if
