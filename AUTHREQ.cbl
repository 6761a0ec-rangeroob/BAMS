        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthRequestorFile assign "authrqst.dat"
        organization indexed
        access mode dynamic
        record key RequestorId
        file status RequestorFileStatus.

    select AuthCfgFile assign "authcfg.dat"
        organization indexed
        access mode dynamic
fd  AuthMasterFile.
    copy authcode.

fd  AuthRequestorFile.
    copy authrqst.

fd  AuthCfgFile.
    copy authcfg.


working-storage section.
    copy authctlk.
    copy authbtck.
    copy authchkk.
    copy authjnlk.
    01 AuthCode pic x(8) value spaces.
    01 AuthRequestFileStatus pic x(02) value "00".
    01 AuthMasterFileStatus pic x(02) value "00".
    01 AuthCfgFileStatus    pic x(02) value "00".
    01 RequestorFileStatus  pic x(02) value "00".
    01 AuditFileStatus      pic x(02) value "00".
    01 ReqOutFileName       pic x(20) value spaces.
    01 EndOfRequestFileFlag pic x(01) value "N".
        88 RequestConfigFound      value "Y".
    01 RequestAbortedFlag   pic x(01) value "N".
        88 RequestAborted          value "Y".
    01 RequestorRefusedFlag pic x(01) value "N".
        88 RequestorRefused        value "Y".
    01 QuotaHeldFlag        pic x(01) value "N".
        88 QuotaHeld               value "Y".
    01 QuotaCappedFlag      pic x(01) value "N".
        88 QuotaCapped             value "Y".
    01 PermittedTypeFlag    pic x(01) value "N".
        88 PermittedTypeFound      value "Y".
    01 RefusalStatusText    pic x(09) value spaces.
    01 RequestTargetCount   pic 9(07) value 0.
    01 QuotaRemainingCount  pic s9(08) value 0.
    01 RequestorSlot        pic 9(02) comp value 0.
    01 CurrentMonth         pic x(06).
    01 CurrentDateTime      pic x(21).
    01 IssueDateInteger      pic 9(07) comp.
    01 ExpirationDateNumeric pic 9(08).
    01 ActiveCodeLength      pic 9(02).
    01 ActiveCharacterClass  pic x(01).
    01 ActiveExpirationDays  pic 9(03).
    01 ActiveMaxUses         pic 9(03).
    01 ActiveDailyLimit      pic 9(03).
    01 ActiveCheckCharFlag   pic x(01) value "N".
        88 ActiveCheckCharacter    value "Y".
    01 CandidateAttemptCount pic 9(05) value 0.
    01 CandidateAttemptLimit pic 9(05) value 1000.
    01 RequestAcceptedCount  pic 9(07) value 0.
    01 RequestsFailedCount    pic 9(05) value 0.
    01 RequestsShortCount     pic 9(05) value 0.
    01 RequestsPastDueCount   pic 9(05) value 0.
    01 RequestsRefusedCount   pic 9(05) value 0.
    01 RequestsCappedCount    pic 9(05) value 0.
    01 RequestsHeldCount      pic 9(05) value 0.
    01 TodayDate              pic x(08).
    01 ScheduleIndex          pic 9(03) comp.
    01 ShiftIndex             pic 9(03) comp.
    01 InsertPosition         pic 9(03) comp.
    01 ScheduleSearchIndex    pic 9(03) comp.
    01 ScheduleTableLimit     pic 9(03) comp value 500.
    01 PositionFoundFlag      pic x(01) value "N".
        88 PositionFound           value "Y".
    01 ScheduleOverflowFlag   pic x(01) value "N".
        88 ScheduleOverflow        value "Y".
    01 AlreadyScheduledFlag   pic x(01) value "N".
        88 AlreadyScheduled        value "Y".
    01 RequestGeneratedCount  pic 9(07) value 0.
    01 RequestDuplicatesCount pic 9(07) value 0.
    01 RequestClassRejectsCount pic 9(07) value 0.
    if AuthMasterFileStatus = "39"
        display "AUTHREQ FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
        end-if
    end-if

    open i-o AuthRequestorFile
    if RequestorFileStatus = "39"
        display "AUTHREQ FATAL: requestor master authrqst.dat record"
                " layout mismatch (file status 39) - it holds the"
                " month-to-date quota counts, do not delete it"
        move 12 to return-code
        stop run
    end-if
    if RequestorFileStatus = "35"
        display "AUTHREQ FATAL: requestor master authrqst.dat not"
                " found - key the requestors via AUTHRQSM"
        move 12 to return-code
        stop run
    end-if

    open i-o AuthCfgFile
    if AuthCfgFileStatus = "39"
        display "AUTHREQ FATAL: config file authcfg.dat record"

    move function current-date to CurrentDateTime
    move CurrentDateTime (1:8) to TodayDate
    move CurrentDateTime (1:6) to CurrentMonth

    perform 1200-total-pending-requests
    perform 1300-open-blocklist
    if ExtractFileStatus = "35"
        open output AuthExtractFile
    end-if
    perform 1400-open-switch-batch
    move CurrentDateTime (1:8) to ExtractRunDate
    move TotalRequestedCount to ExtractCodeCount
    move BatchCtlBatchId to ExtractBatchId
    write AuthExtractHeader
    .

1400-open-switch-batch.
    set BatchCtlOpenAction to true
    set BatchCtlExtractFile to true
    move "AUTHREQ" to BatchCtlCaller
    move CurrentDateTime (1:8) to BatchCtlRunDate
    call "AUTHBTCH" using BatchControlRequest
    if BatchCtlFailed
        display "AUTHREQ FATAL: " BatchCtlFailReason
        move 12 to return-code
        stop run
    end-if
    .

1050-verify-master-not-empty.
    read AuthMasterFile next record
        at end
    move 365 to AuthCfgRetentionDays
    move "00000000" to AuthCfgEffectiveDate
    set AuthCfgActive to true
    move 1 to AuthCfgMaxUses
    move 0 to AuthCfgDailyLimit
    move "N" to AuthCfgCheckCharacter
    write AuthCodeConfig

    move "NUM8" to AuthCfgType
    move 365 to AuthCfgRetentionDays
    move "00000000" to AuthCfgEffectiveDate
    set AuthCfgActive to true
    move 1 to AuthCfgMaxUses
    move 0 to AuthCfgDailyLimit
    move "N" to AuthCfgCheckCharacter
    write AuthCodeConfig
    .

1150-resolve-type-options.
    if AuthCfgMaxUses not numeric or AuthCfgMaxUses = 0
        move 1 to ActiveMaxUses
    else
        move AuthCfgMaxUses to ActiveMaxUses
    end-if
    if AuthCfgDailyLimit not numeric
        move 0 to ActiveDailyLimit
    else
        move AuthCfgDailyLimit to ActiveDailyLimit
    end-if
    if AuthCfgCheckCharOn and AuthCfgLength > 1
        move "Y" to ActiveCheckCharFlag
    else
        move "N" to ActiveCheckCharFlag
    end-if
    .

1300-open-blocklist.
    open input AuthBlockFile
    if BlockFileStatus = "39"
    .

2200-process-one-request.
    move "N" to AlreadyScheduledFlag
    move 1 to ScheduleSearchIndex
    perform 2205-find-scheduled-request
        until AlreadyScheduled or ScheduleSearchIndex > ScheduleCount
    if AuthReqPending and not AlreadyScheduled
        add 1 to RequestsProcessedCount
        perform 2210-execute-request
    end-if
    perform 2100-read-next-request
    .

2205-find-scheduled-request.
    if ScheduleReqId (ScheduleSearchIndex) = AuthReqId
        move "Y" to AlreadyScheduledFlag
    else
        add 1 to ScheduleSearchIndex
    end-if
    .

2210-execute-request.
    move "N" to RequestAbortedFlag
    move 0 to RequestAcceptedCount
    move 0 to RequestDuplicatesCount
    move 0 to RequestClassRejectsCount
    move 0 to RequestBlockedCount
    move "N" to RequestorRefusedFlag
    move "N" to QuotaHeldFlag
    move "N" to QuotaCappedFlag
    move 0 to RequestorSlot
    move AuthReqCount to RequestTargetCount
    perform 2220-resolve-request-config
    if RequestConfigFound
        perform 2230-check-requestor-quota
    end-if

    if QuotaHeld
        add 1 to RequestsHeldCount
        perform 2260-report-request-shortfall
    else
        if RequestConfigFound and not RequestorRefused
            move spaces to ReqOutFileName
            string function trim (AuthReqId) ".out"
                delimited size into ReqOutFileName
            open output AuthReqOutFile
            perform 2300-generate-one-code
                until RequestAcceptedCount >= RequestTargetCount
                   or RequestAborted
            close AuthReqOutFile
            perform 2240-post-requestor-usage
        end-if

        move function current-date to AuthReqCompletedTime
        move RequestAcceptedCount to AuthReqDeliveredCount
        evaluate true
            when RequestConfigFound and not RequestorRefused
             and not RequestAborted
             and RequestAcceptedCount >= AuthReqCount
                set AuthReqCompleted to true
                add 1 to RequestsCompletedCount
            when RequestAcceptedCount > 0
                set AuthReqShortDelivered to true
                add 1 to RequestsShortCount
            when other
                set AuthReqFailed to true
                add 1 to RequestsFailedCount
        end-evaluate
        rewrite AuthRequestRecord
        perform 2250-write-request-statistics
        perform 2260-report-request-shortfall
    end-if
    .

2230-check-requestor-quota.
    move AuthReqRequestor to RequestorId
    read AuthRequestorFile key is RequestorId
        invalid key
            move "UNKNOWN" to RefusalStatusText
            perform 2235-refuse-request
        not invalid key
            if RequestorInactive
                move "INACTIVE" to RefusalStatusText
                perform 2235-refuse-request
            else
                move "N" to PermittedTypeFlag
                move 1 to RequestorSlot
                perform 2231-search-permitted-types
                    until PermittedTypeFound or RequestorSlot > 5
                if not PermittedTypeFound
                    move 0 to RequestorSlot
                    move "NOT PERMT" to RefusalStatusText
                    perform 2235-refuse-request
                else
                    perform 2232-apply-monthly-quota
                end-if
            end-if
    end-read
    .

2231-search-permitted-types.
    if RequestorPermittedType (RequestorSlot) = AuthReqCodeType
        move "Y" to PermittedTypeFlag
    else
        add 1 to RequestorSlot
    end-if
    .

2232-apply-monthly-quota.
    if RequestorQuotaMonth (RequestorSlot) not = CurrentMonth
        move CurrentMonth to RequestorQuotaMonth (RequestorSlot)
        move 0 to RequestorIssuedInMonth (RequestorSlot)
    end-if

    if RequestorMonthlyQuota (RequestorSlot) > 0
        compute QuotaRemainingCount =
            RequestorMonthlyQuota (RequestorSlot)
            - RequestorIssuedInMonth (RequestorSlot)
        if QuotaRemainingCount < 0
            move 0 to QuotaRemainingCount
        end-if
        if AuthReqCount > QuotaRemainingCount
            if RequestorQuotaHold
                move "Y" to QuotaHeldFlag
                display "AUTHREQ WARNING: request " AuthReqId
                        " requestor " AuthReqRequestor
                        " over monthly quota for " AuthReqCodeType
                        ", held for next month"
            else
                move "Y" to QuotaCappedFlag
                add 1 to RequestsCappedCount
                move QuotaRemainingCount to RequestTargetCount
                display "AUTHREQ WARNING: request " AuthReqId
                        " requestor " AuthReqRequestor
                        " capped at " RequestTargetCount
                        " remaining " AuthReqCodeType " quota"
            end-if
        end-if
    end-if
    .

2235-refuse-request.
    move "Y" to RequestorRefusedFlag
    add 1 to RequestsRefusedCount
    display "AUTHREQ WARNING: request " AuthReqId
            " requestor " AuthReqRequestor " refused - "
            RefusalStatusText ", marking failed"
    .

2240-post-requestor-usage.
    if RequestorSlot > 0
        add RequestAcceptedCount
            to RequestorIssuedInMonth (RequestorSlot)
        rewrite AuthRequestorRecord
    end-if
    .

2260-report-request-shortfall.
        move AuthReqCount to RptShortRequested
        move AuthReqDeliveredCount to RptShortDelivered
        evaluate true
            when QuotaHeld
                move "QUOTA HLD" to RptShortStatus
            when RequestorRefused
                move RefusalStatusText to RptShortStatus
            when QuotaCapped
                move "QUOTA CAP" to RptShortStatus
            when AuthReqCompleted
                move "COMPLETE" to RptShortStatus
            when AuthReqShortDelivered
                move AuthCfgLength to ActiveCodeLength
                move AuthCfgCharacterClass to ActiveCharacterClass
                move AuthCfgExpirationDays to ActiveExpirationDays
                perform 1150-resolve-type-options
            end-if
    end-read
    .
    move spaces to AuthCode
    move createAuthCodeEx (ActiveCodeLength, ActiveCharacterClass)
        to AuthCode
    if ActiveCheckCharacter
        perform 2312-stamp-check-character
    end-if
    add 1 to CodesGeneratedCount
    add 1 to RequestGeneratedCount
    perform 2315-validate-candidate-class
    end-if
    .

2312-stamp-check-character.
    set CheckCharGenerateAction to true
    move ActiveCharacterClass to CheckCharClass
    move ActiveCodeLength to CheckCharLength
    move AuthCode to CheckCharAuthCode
    call "AUTHCHK" using CheckCharRequest
    move CheckCharAuthCode to AuthCode
    .

2315-validate-candidate-class.
    move "N" to CandidateValidFlag
    evaluate ActiveCharacterClass
    move AuthReqRequestor to AuthCodeRequestor
    move spaces to AuthCodeRevokeOperator
    move spaces to AuthCodeRevokeDate
    move ActiveMaxUses to AuthCodeMaxUses
    move ActiveDailyLimit to AuthCodeDailyLimit
    move ActiveMaxUses to AuthCodeUsesRemaining
    move spaces to AuthCodeLastUseDate
    move 0 to AuthCodeUsesToday

    compute IssueDateInteger =
        function integer-of-date (function numval (AuthCodeIssueDate))
    move ExpirationDateNumeric to AuthCodeExpirationDate

    write AuthCodeRecord
    perform 2342-journal-master-add

    move AuthCode to ExtractAuthCode
    move AuthCodeExpirationDate to ExtractExpirationDate
    write AuthExtractDetail
    perform 2345-register-sent-detail
    .

2342-journal-master-add.
    set JournalCtlWriteAction to true
    set JournalCtlAdd to true
    move "AUTHREQ" to JournalCtlProgram
    move AuthReqId to JournalCtlRunId
    move spaces to JournalCtlBeforeImage
    move AuthCodeRecord to JournalCtlAfterImage
    call "AUTHJRNL" using JournalRequest
    .

2345-register-sent-detail.
    set BatchCtlDetailAction to true
    move ExtractAuthCode to BatchCtlAuthCode
    move ExtractExpirationDate to BatchCtlExpirationDate
    move AuthCodeStatus to BatchCtlNewStatus
    move AuthCodeIssueDate to BatchCtlEffectiveDate
    move spaces to BatchCtlRevokeReason
    call "AUTHBTCH" using BatchControlRequest
    .

3000-finalize.
    move "TOTAL REQUESTS PAST NEEDED-BY DATE" to RptLineLabel
    move RequestsPastDueCount to RptLineValue
    write AuthReqRptLine from ReportDetailLine

    move "TOTAL REQUESTS REFUSED - REQUESTOR" to RptLineLabel
    move RequestsRefusedCount to RptLineValue
    write AuthReqRptLine from ReportDetailLine

    move "TOTAL REQUESTS CAPPED AT QUOTA" to RptLineLabel
    move RequestsCappedCount to RptLineValue
    write AuthReqRptLine from ReportDetailLine

    move "TOTAL REQUESTS HELD OVER QUOTA" to RptLineLabel
    move RequestsHeldCount to RptLineValue
    write AuthReqRptLine from ReportDetailLine
    close AuthReqRptFile

    move CodesAcceptedCount to ExtractControlTotal
    move BatchCtlBatchId to ExtractTrailerBatchId
    write AuthExtractTrailer
    close AuthExtractFile
    set BatchCtlCloseAction to true
    move CodesAcceptedCount to BatchCtlDetailCount
    call "AUTHBTCH" using BatchControlRequest

    close AuthRequestFile
    close AuthMasterFile
    set JournalCtlCloseAction to true
    call "AUTHJRNL" using JournalRequest
    close AuthCfgFile
    close AuthRequestorFile
    close AuthAuditFile
    close AuthStatFile
    if BlockFileOpen
            " request(s), completed " RequestsCompletedCount
            " short " RequestsShortCount
            " failed " RequestsFailedCount
            " held " RequestsHeldCount
            " codes accepted " CodesAcceptedCount
    .
end program AUTHREQ.
