        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthSuspenseFile assign "authuse.sus"
    select AuthFraudRptFile assign "authfrd.rpt"
        organization line sequential.

    select AuthFraudCaseFile assign "authfrcs.dat"
        organization indexed
        access mode dynamic
        record key FraudCaseAuthCode
        file status FraudCaseFileStatus.

data division.
file section.
fd  AuthUsageFile.
fd  AuthFraudRptFile.
01  AuthFraudRptLine pic x(80).

fd  AuthFraudCaseFile.
    copy authfrcs.

working-storage section.
    copy authctlk.
    copy authchkk.
    copy authjnlk.
    01 AuthMasterFileStatus pic x(02) value "00".
    01 UsageFileStatus      pic x(02) value "00".
    01 SuspenseFileStatus   pic x(02) value "00".
    01 ExpiredCount         pic 9(07) value 0.
    01 RevokedCount         pic 9(07) value 0.
    01 BadStatusCount       pic 9(07) value 0.
    01 DailyLimitCount      pic 9(07) value 0.
    01 CheckFailCount       pic 9(07) value 0.
    01 CheckFailedFlag      pic x(01) value "N".
        88 CheckCharacterFailed    value "Y".
    01 PartialUsesPostedCount pic 9(07) value 0.
    01 DailyLimitReachedFlag pic x(01) value "N".
        88 DailyLimitReached       value "Y".
    01 MultiUseCodeFlag     pic x(01) value "N".
        88 MultiUseCode            value "Y".
    01 PostedUseCount       pic 9(05) value 0.
    01 LegitimateRepeatCount pic 9(07) value 0.
    01 SuspendedCount       pic 9(07) value 0.
    01 FeedRunDate          pic x(08) value spaces.
    01 TrailerSeenFlag      pic x(01) value "N".
    01 UseAfterRevokeCount  pic 9(07) value 0.
    01 RepeatPresentedCount pic 9(07) value 0.
    01 ReviewFlaggedCount   pic 9(07) value 0.
    01 FraudCaseFileStatus  pic x(02) value "00".
    01 CasesOpenedCount     pic 9(07) value 0.
    01 CasesReopenedCount   pic 9(07) value 0.
    01 CasesUpdatedCount    pic 9(07) value 0.

    copy authsusp.
    copy authuprm.
    if AuthMasterFileStatus = "39"
        display "AUTHUSE FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
        open i-o AuthHistoryFile
    end-if

    open i-o AuthFraudCaseFile
    if FraudCaseFileStatus = "39"
        display "AUTHUSE FATAL: fraud case file authfrcs.dat record"
                " layout mismatch (file status 39) - it holds open"
                " fraud cases, do not delete it without the risk team"
        move 12 to return-code
        stop run
    end-if
    if FraudCaseFileStatus = "35"
        open output AuthFraudCaseFile
        close AuthFraudCaseFile
        open i-o AuthFraudCaseFile
    end-if

    open extend AuthSuspenseFile
    if SuspenseFileStatus = "35"
        open output AuthSuspenseFile
    .

2210-post-or-suspend-detail.
    perform 2205-verify-check-character
    if CheckCharacterFailed
        move "N" to CodeFoundFlag
    else
        move spaces to AuthCodeKey
        move UsageAuthCode to AuthCodeKey
        read AuthMasterFile key is AuthCodeKey
            invalid key
                move "N" to CodeFoundFlag
            not invalid key
                move "Y" to CodeFoundFlag
        end-read
    end-if

    move "N" to DailyLimitReachedFlag
    move "N" to MultiUseCodeFlag
    if CodeFound
        if not AuthCodeSingleUse
            move "Y" to MultiUseCodeFlag
        end-if
        if AuthCodeIssued
            perform 2212-check-daily-limit
        end-if
    end-if

    if CodeFound and AuthCodeIssued and not DailyLimitReached
        perform 2215-post-one-use
        move "POSTED" to CurrentDisposition
        move AuthCodeStatus to CurrentMasterStatus
    else
    perform 2240-detect-fraud-signals
    .

2205-verify-check-character.
    set CheckCharVerifyAction to true
    move UsageAuthCode to CheckCharAuthCode
    call "AUTHCHK" using CheckCharRequest
    if CheckCharFailed
        move "Y" to CheckFailedFlag
    else
        move "N" to CheckFailedFlag
    end-if
    .

2212-check-daily-limit.
    if not AuthCodeNoDailyLimit
       and UsageDate = AuthCodeLastUseDate
       and AuthCodeUsesToday >= AuthCodeDailyLimit
        move "Y" to DailyLimitReachedFlag
    end-if
    .

2215-post-one-use.
    move AuthCodeRecord to JournalCtlBeforeImage
    if AuthCodeUsesRemaining > 0
        subtract 1 from AuthCodeUsesRemaining
    end-if
    if UsageDate = AuthCodeLastUseDate
        add 1 to AuthCodeUsesToday
    else
        move 1 to AuthCodeUsesToday
    end-if
    move UsageDate to AuthCodeLastUseDate

    if AuthCodeUsesRemaining = 0
        set AuthCodeUsed to true
        move UsageDate to AuthCodeUsedDate
        add 1 to CodesMarkedUsedCount
    else
        add 1 to PartialUsesPostedCount
    end-if
    rewrite AuthCodeRecord
    perform 2216-journal-master-change
    .

2216-journal-master-change.
    set JournalCtlWriteAction to true
    set JournalCtlRewrite to true
    move "AUTHUSE" to JournalCtlProgram
    move FeedRunDate to JournalCtlRunId
    move AuthCodeRecord to JournalCtlAfterImage
    call "AUTHJRNL" using JournalRequest
    .

2220-suspend-detail.
    evaluate true
        when CheckCharacterFailed
            move "CHECK FAIL" to SuspenseReasonText
            add 1 to CheckFailCount
        when not CodeFound
            move "NOT FOUND" to SuspenseReasonText
            add 1 to NotFoundCount
        when DailyLimitReached
            move "DAILY LIMIT" to SuspenseReasonText
            add 1 to DailyLimitCount
        when AuthCodeUsed
            move "ALREADY USED" to SuspenseReasonText
            add 1 to AlreadyUsedCount

2240-detect-fraud-signals.
    move 0 to AttemptCount
    move 0 to PostedUseCount
    move spaces to FirstAttemptDate
    move spaces to LastAttemptDate
    move "N" to RevokedAttemptFlag
    end-start
    perform 2241-read-next-history-record
    perform 2242-tally-one-history-record until EndOfHistoryScan
    if MultiUseCode and CurrentDisposition = "POSTED"
       and PostedUseCount > 1
        add 1 to LegitimateRepeatCount
    end-if

    evaluate true
        when CurrentDisposition = "REVOKED"
    .

2242-tally-one-history-record.
    if MultiUseCode and HistoryDisposition = "POSTED"
        add 1 to PostedUseCount
    end-if
    if MultiUseCode and HistoryDisposition = "POSTED"
       and PostedUseCount > 1
        continue
    else
        add 1 to AttemptCount
    end-if
    if FirstAttemptDate = spaces
       or HistoryUsageDate < FirstAttemptDate
        move HistoryUsageDate to FirstAttemptDate
        move spaces to RptFraudReview
    end-if
    write AuthFraudRptLine from FraudExceptionLine
    perform 2245-record-fraud-case
    .

2245-record-fraud-case.
    move UsageAuthCode to FraudCaseAuthCode
    read AuthFraudCaseFile key is FraudCaseAuthCode
        invalid key
            perform 2246-open-new-fraud-case
        not invalid key
            perform 2247-update-fraud-case
    end-read
    .

2246-open-new-fraud-case.
    move spaces to AuthFraudCaseRecord
    move UsageAuthCode to FraudCaseAuthCode
    set FraudCaseOpen to true
    move FeedRunDate to FraudCaseFirstFlagged
    move FeedRunDate to FraudCaseOpenedDate
    move FeedRunDate to FraudCaseLastFlagged
    move AttemptCount to FraudCaseAttemptCount
    move CurrentDisposition to FraudCaseDisposition
    move RptFraudException to FraudCaseException
    move 0 to FraudCaseReopenCount
    write AuthFraudCaseRecord
    add 1 to CasesOpenedCount
    .

2247-update-fraud-case.
    evaluate true
        when FraudCaseCleared
         and AttemptCount > FraudCaseAttemptCount
            set FraudCaseOpen to true
            move FeedRunDate to FraudCaseOpenedDate
            move spaces to FraudCaseAnalyst
            move spaces to FraudCaseClosedBy
            move spaces to FraudCaseClosedDate
            add 1 to FraudCaseReopenCount
            add 1 to CasesReopenedCount
        when FraudCaseCleared
            continue
        when other
            add 1 to CasesUpdatedCount
    end-evaluate
    if not FraudCaseCleared
        move FeedRunDate to FraudCaseLastFlagged
        move AttemptCount to FraudCaseAttemptCount
        move CurrentDisposition to FraudCaseDisposition
        move RptFraudException to FraudCaseException
        rewrite AuthFraudCaseRecord
    end-if
    .

3000-write-exception-report.
    move CodesMarkedUsedCount to RptLineValue
    write AuthUseRptLine from ReportDetailLine

    move "TOTAL USES POSTED - CODE STILL LIVE" to RptLineLabel
    move PartialUsesPostedCount to RptLineValue
    write AuthUseRptLine from ReportDetailLine

    move "TOTAL WRITTEN TO SUSPENSE" to RptLineLabel
    move SuspendedCount to RptLineValue
    write AuthUseRptLine from ReportDetailLine

    move "  SUSPENDED - CHECK CHARACTER FAILED" to RptLineLabel
    move CheckFailCount to RptLineValue
    write AuthUseRptLine from ReportDetailLine

    move "  SUSPENDED - NOT ON MASTER" to RptLineLabel
    move NotFoundCount to RptLineValue
    write AuthUseRptLine from ReportDetailLine
    move BadStatusCount to RptLineValue
    write AuthUseRptLine from ReportDetailLine

    move "  SUSPENDED - DAILY USE LIMIT" to RptLineLabel
    move DailyLimitCount to RptLineValue
    write AuthUseRptLine from ReportDetailLine

    if TrailerSeen
        if TrailerControlTotal not = ConfirmationsReadCount
            move "WARNING: TRAILER CONTROL TOTAL DOES NOT MATCH"
    move "TOTAL FLAGGED FOR REVOCATION REVIEW" to RptLineLabel
    move ReviewFlaggedCount to RptLineValue
    write AuthFraudRptLine from ReportDetailLine

    move "TOTAL MULTI-USE REPEATS NOT COUNTED" to RptLineLabel
    move LegitimateRepeatCount to RptLineValue
    write AuthFraudRptLine from ReportDetailLine

    move "TOTAL FRAUD CASES OPENED" to RptLineLabel
    move CasesOpenedCount to RptLineValue
    write AuthFraudRptLine from ReportDetailLine

    move "TOTAL CLEARED CASES REOPENED" to RptLineLabel
    move CasesReopenedCount to RptLineValue
    write AuthFraudRptLine from ReportDetailLine

    move "TOTAL EXISTING CASES UPDATED" to RptLineLabel
    move CasesUpdatedCount to RptLineValue
    write AuthFraudRptLine from ReportDetailLine
    .

4000-finalize.
    close AuthUsageFile
    close AuthMasterFile
    set JournalCtlCloseAction to true
    call "AUTHJRNL" using JournalRequest
    close AuthSuspenseFile
    close AuthUseRptFile
    close AuthHistoryFile
    close AuthFraudRptFile
    close AuthFraudCaseFile
    set RunCtlCloseAction to true
    call "AUTHCTL" using RunControlRequest
    display "AUTHUSE posted " CodesMarkedUsedCount
            " used, " PartialUsesPostedCount " partial use(s),"
            " suspended " SuspendedCount
    .
end program AUTHUSE.
