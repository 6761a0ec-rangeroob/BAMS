        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthCfgFile assign "authcfg.dat"

working-storage section.
    copy authctlk.
    copy authbtck.
    copy authchkk.
    copy authjnlk.
    01 AuthCode pic x(8) value spaces.
    01 CodesGeneratedCount pic 9(07) value 0.
    01 CodesAcceptedCount  pic 9(07) value 0.
    01 ActiveCodeLength      pic 9(02).
    01 ActiveCharacterClass  pic x(01).
    01 ActiveExpirationDays  pic 9(03).
    01 ActiveMaxUses         pic 9(03).
    01 ActiveDailyLimit      pic 9(03).
    01 ActiveCheckCharFlag   pic x(01) value "N".
        88 ActiveCheckCharacter    value "Y".
    01 AuthCkptFileStatus    pic x(02) value "00".
    01 CheckpointIntervalSize pic 9(05) value 1000.
    01 ResumeFromSequence    pic 9(07) value 0.
    01 AlphabetIndex         pic 9(02) comp.
    01 CurrentCharIndex      pic 9(02) comp.
    01 PreviousCharIndex     pic 9(02) comp.
    01 ActiveBatchId         pic x(12) value spaces.
    01 BatchRegisteredFlag   pic x(01) value "N".
        88 BatchRegistered         value "Y".
    copy authparm.
    copy authaudit.
    copy authstat.
    if AuthMasterFileStatus = "39"
        display "AUTHGEN FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
    move AuthCfgLength to ActiveCodeLength
    move AuthCfgCharacterClass to ActiveCharacterClass
    move AuthCfgExpirationDays to ActiveExpirationDays
    perform 1150-resolve-type-options

    perform 1200-resolve-checkpoint
    perform 1300-open-blocklist
    if ResumeFromSequence > 0
        open extend AuthGenOutFile
        open extend AuthExtractFile
        if not JobAlreadyComplete
            perform 1410-resume-switch-batch
        end-if
    else
        open output AuthGenOutFile
        open output AuthExtractFile
        move function current-date to CurrentDateTime
        perform 1400-open-switch-batch
        move CurrentDateTime (1:8) to ExtractRunDate
        move ParmRequestCount to ExtractCodeCount
        move ActiveBatchId to ExtractBatchId
        write AuthExtractHeader
    end-if
    .

1400-open-switch-batch.
    set BatchCtlOpenAction to true
    set BatchCtlExtractFile to true
    move "AUTHGEN" to BatchCtlCaller
    move CurrentDateTime (1:8) to BatchCtlRunDate
    call "AUTHBTCH" using BatchControlRequest
    if BatchCtlFailed
        display "AUTHGEN FATAL: " BatchCtlFailReason
        move 12 to return-code
        stop run
    end-if
    move BatchCtlBatchId to ActiveBatchId
    move "Y" to BatchRegisteredFlag
    .

1410-resume-switch-batch.
    if ActiveBatchId = spaces
        display "AUTHGEN WARNING: checkpoint for run " ParmRunId
                " carries no switch batch id, codes written on"
                " restart are not registered for acknowledgment"
    else
        set BatchCtlResumeAction to true
        set BatchCtlExtractFile to true
        move "AUTHGEN" to BatchCtlCaller
        move ActiveBatchId to BatchCtlBatchId
        call "AUTHBTCH" using BatchControlRequest
        if BatchCtlFailed
            display "AUTHGEN WARNING: switch batch " ActiveBatchId
                    " " BatchCtlFailReason
        else
            move "Y" to BatchRegisteredFlag
        end-if
    end-if
    .

1050-verify-master-not-empty.
    read AuthMasterFile next record
        at end
            move 0 to CheckpointDuplicates
            move 0 to CheckpointClassRejects
            move 0 to CheckpointBlockedRejects
            move spaces to CheckpointBatchId
            write AuthCheckpointRecord
        not invalid key
            if ParmRestartRequested
                move CheckpointDuplicates to DuplicatesFoundCount
                move CheckpointClassRejects to ClassRejectsCount
                move CheckpointBlockedRejects to BlockedRejectsCount
                move CheckpointBatchId to ActiveBatchId
                if ResumeFromSequence >= ParmRequestCount
                    set JobAlreadyComplete to true
                end-if
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

2000-generate-requested-codes.
    perform 2050-process-one-sequence-slot
        ParmRequestCount times
    move spaces to AuthCode
    move createAuthCodeEx (ActiveCodeLength, ActiveCharacterClass)
        to AuthCode
    if ActiveCheckCharacter
        perform 2112-stamp-check-character
    end-if
    add 1 to CodesGeneratedCount
    perform 2115-validate-candidate-class
    perform 2120-write-audit-record
    end-if
    .

2112-stamp-check-character.
    set CheckCharGenerateAction to true
    move ActiveCharacterClass to CheckCharClass
    move ActiveCodeLength to CheckCharLength
    move AuthCode to CheckCharAuthCode
    call "AUTHCHK" using CheckCharRequest
    move CheckCharAuthCode to AuthCode
    .

2115-validate-candidate-class.
    move "N" to CandidateValidFlag
    evaluate ActiveCharacterClass
    move ParmRequestor to AuthCodeRequestor
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
    perform 2305-journal-master-add

    move AuthCode to ExtractAuthCode
    move AuthCodeExpirationDate to ExtractExpirationDate
    write AuthExtractDetail
    perform 2310-register-sent-detail
    .

2305-journal-master-add.
    set JournalCtlWriteAction to true
    set JournalCtlAdd to true
    move "AUTHGEN" to JournalCtlProgram
    move ParmRunId to JournalCtlRunId
    move spaces to JournalCtlBeforeImage
    move AuthCodeRecord to JournalCtlAfterImage
    call "AUTHJRNL" using JournalRequest
    .

2310-register-sent-detail.
    if BatchRegistered
        set BatchCtlDetailAction to true
        move ExtractAuthCode to BatchCtlAuthCode
        move ExtractExpirationDate to BatchCtlExpirationDate
        move AuthCodeStatus to BatchCtlNewStatus
        move AuthCodeIssueDate to BatchCtlEffectiveDate
        move spaces to BatchCtlRevokeReason
        call "AUTHBTCH" using BatchControlRequest
    end-if
    .

2400-checkpoint-if-due.
    move ClassRejectsCount to CheckpointClassRejects
    move BlockedRejectsCount to CheckpointBlockedRejects
    move function current-date to CheckpointTimestamp
    move ActiveBatchId to CheckpointBatchId
    rewrite AuthCheckpointRecord
    .


    if not JobAlreadyComplete
        move CodesAcceptedCount to ExtractControlTotal
        move ActiveBatchId to ExtractTrailerBatchId
        write AuthExtractTrailer
        perform 3050-close-switch-batch
    end-if
    close AuthExtractFile


    close AuthGenOutFile
    close AuthMasterFile
    set JournalCtlCloseAction to true
    call "AUTHJRNL" using JournalRequest
    close AuthCfgFile
    close AuthAuditFile
    if BlockFileOpen
            " accepted " CodesAcceptedCount
    .

3050-close-switch-batch.
    if BatchRegistered
        set BatchCtlCloseAction to true
        move CodesAcceptedCount to BatchCtlDetailCount
        call "AUTHBTCH" using BatchControlRequest
    end-if
    .

3100-write-run-statistics.
    open extend AuthStatFile
    if StatFileStatus = "35"
