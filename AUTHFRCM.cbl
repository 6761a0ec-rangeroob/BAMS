identification division.
program-id. AUTHFRCM.

environment division.
input-output section.
file-control.
    select AuthFraudCaseFile assign "authfrcs.dat"
        organization indexed
        access mode dynamic
        record key FraudCaseAuthCode
        file status FraudCaseFileStatus.

    select AuthHistoryFile assign "authhist.dat"
        organization indexed
        access mode dynamic
        record key HistoryKey
        file status HistoryFileStatus.

    select AuthMasterFile assign "authmstr.dat"
        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthReasonFile assign "authrsn.dat"
        organization indexed
        access mode dynamic
        record key ReasonCode
        file status ReasonFileStatus.

    select AuthOperatorFile assign "authoper.dat"
        organization indexed
        access mode dynamic
        record key OperatorId
        file status OperatorFileStatus.

    select AuthDeltaFile assign "authdlta.out"
        organization line sequential
        file status DeltaFileStatus.

data division.
file section.
fd  AuthFraudCaseFile.
    copy authfrcs.

fd  AuthHistoryFile.
    copy authhist.

fd  AuthMasterFile.
    copy authcode.

fd  AuthReasonFile.
    copy authrsn.

fd  AuthOperatorFile.
    copy authoper.

fd  AuthDeltaFile.
    copy authdlta.

working-storage section.
    copy authbtck.
    copy authjnlk.
    01 FraudCaseFileStatus  pic x(02) value "00".
    01 HistoryFileStatus    pic x(02) value "00".
    01 AuthMasterFileStatus pic x(02) value "00".
    01 ReasonFileStatus     pic x(02) value "00".
    01 OperatorFileStatus   pic x(02) value "00".
    01 DeltaFileStatus      pic x(02) value "00".
    01 DeltaDetailCount     pic 9(07) value 0.
    01 TodayDate            pic x(08).
    01 CurrentDateTime      pic x(21).
    01 OperatorDoneFlag     pic x(01) value "N".
        88 OperatorDone            value "Y".
    01 EndOfCasesFlag       pic x(01) value "N".
        88 EndOfCases              value "Y".
    01 CaseFoundFlag        pic x(01) value "N".
        88 CaseFound               value "Y".
    01 ActionDoneFlag       pic x(01) value "N".
        88 ActionDone              value "Y".
    01 EndOfHistoryScanFlag pic x(01) value "N".
        88 EndOfHistoryScan        value "Y".
    01 CodeFoundFlag        pic x(01) value "N".
        88 CodeFound               value "Y".
    01 ReasonValidFlag      pic x(01) value "N".
        88 ReasonValid             value "Y".
    01 ActiveReasonSwitchFlag pic x(01) value "Y".
        88 ActiveReasonToSwitch    value "Y".
    01 LastCaseKey          pic x(08) value low-values.
    01 CaseStatusText       pic x(12).
    01 MasterStatusText     pic x(12).
    01 CaseAction           pic x(01).
    01 CaseReasonCode       pic x(02).
    01 CaseNotesEntry       pic x(60).
    01 CaseMessage          pic x(40).
    01 ReasonDisplayText    pic x(30).
    01 HistoryPageSize      pic 9(02) value 8.
    01 HistoryTotalCount    pic 9(05).
    01 HistorySkipCount     pic 9(05).
    01 HistorySkippedCount  pic 9(05).
    01 HistoryRowCount      pic 9(02).
    01 CasesClearedCount    pic 9(07) value 0.
    01 CasesRevokedCount    pic 9(07) value 0.
    01 SignOnOperatorId     pic x(08).
    01 SignOnPassword       pic x(08).
    01 SignOnMessage        pic x(40).
    01 SignOnAttemptCount   pic 9(01) value 0.
    01 SignOnAttemptLimit   pic 9(01) value 3.
    01 SignedOnFlag         pic x(01) value "N".
        88 SignedOn                value "Y".
    01 HistoryPage.
        05 HistoryLine01    pic x(36).
        05 HistoryLine02    pic x(36).
        05 HistoryLine03    pic x(36).
        05 HistoryLine04    pic x(36).
        05 HistoryLine05    pic x(36).
        05 HistoryLine06    pic x(36).
        05 HistoryLine07    pic x(36).
        05 HistoryLine08    pic x(36).
    01 HistoryPageTable redefines HistoryPage.
        05 HistoryLine      pic x(36) occurs 8 times.
    01 HistoryRowLine.
        05 HistoryRowUsageDate pic x(08).
        05 filler           pic x(01) value space.
        05 HistoryRowSequence pic zz9.
        05 filler           pic x(01) value space.
        05 HistoryRowFeedDate pic x(08).
        05 filler           pic x(01) value space.
        05 HistoryRowDisposition pic x(12).
        05 filler           pic x(01) value space.
        05 HistoryRowStatus pic x(01).

screen section.
01  SignOnScreen.
    05 blank screen.
    05 line 1 col 1  value "FRAUD CASE WORK QUEUE".
    05 line 3 col 1  value "OPERATOR ID  . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) to SignOnOperatorId.
    05 line 4 col 1  value "PASSWORD . . . . . . . . . . . . . . . ".
    05 line 4 col 41 pic x(08) to SignOnPassword secure.
    05 line 6 col 1  pic x(40) from SignOnMessage.

01  FraudCaseScreen.
    05 blank screen.
    05 line 1 col 1  value "FRAUD CASE WORK QUEUE".
    05 line 3 col 1  value "AUTHCODE . . . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) from FraudCaseAuthCode.
    05 line 3 col 52 value "CASE".
    05 line 3 col 57 pic x(12) from CaseStatusText.
    05 line 4 col 1  value "FIRST FLAGGED / LAST FLAGGED . . . . . ".
    05 line 4 col 41 pic x(08) from FraudCaseFirstFlagged.
    05 line 4 col 50 pic x(08) from FraudCaseLastFlagged.
    05 line 4 col 60 value "OPENED".
    05 line 4 col 67 pic x(08) from FraudCaseOpenedDate.
    05 line 5 col 1  value "ATTEMPTS . . . . . . . . . . . . . . . ".
    05 line 5 col 41 pic zzzz9 from FraudCaseAttemptCount.
    05 line 5 col 52 value "REOPENED".
    05 line 5 col 61 pic zz9 from FraudCaseReopenCount.
    05 line 6 col 1  value "LATEST DISPOSITION . . . . . . . . . . ".
    05 line 6 col 41 pic x(12) from FraudCaseDisposition.
    05 line 6 col 55 pic x(16) from FraudCaseException.
    05 line 7 col 1  value "MASTER STATUS  . . . . . . . . . . . . ".
    05 line 7 col 41 pic x(12) from MasterStatusText.
    05 line 7 col 55 value "EXPIRES".
    05 line 7 col 63 pic x(08) from AuthCodeExpirationDate.
    05 line 8 col 1  value "ANALYST  . . . . . . . . . . . . . . . ".
    05 line 8 col 41 pic x(08) from FraudCaseAnalyst.
    05 line 9 col 1  value "NOTES".
    05 line 9 col 8  pic x(60) using CaseNotesEntry.
    05 line 11 col 1 value "USAGE DT SEQ FEED DT  DISPOSITION  S".
    05 line 12 col 1 pic x(36) from HistoryLine01.
    05 line 13 col 1 pic x(36) from HistoryLine02.
    05 line 14 col 1 pic x(36) from HistoryLine03.
    05 line 15 col 1 pic x(36) from HistoryLine04.
    05 line 16 col 1 pic x(36) from HistoryLine05.
    05 line 17 col 1 pic x(36) from HistoryLine06.
    05 line 18 col 1 pic x(36) from HistoryLine07.
    05 line 19 col 1 pic x(36) from HistoryLine08.
    05 line 11 col 40 value "ATTEMPTS ON FILE".
    05 line 11 col 57 pic zzzz9 from HistoryTotalCount.
    05 line 20 col 1
        value "H=TAKE FOR REVIEW C=CLEAR R=REVOKE N=NEXT X=EXIT".
    05 line 21 col 1 value "ACTION . . . . . . . . . . . . . . . . ".
    05 line 21 col 41 pic x(01) to CaseAction.
    05 line 21 col 44 value "FRAUD REASON".
    05 line 21 col 57 pic x(02) using CaseReasonCode.
    05 line 23 col 1 pic x(40) from CaseMessage.

01  FraudCaseResultScreen.
    05 blank screen.
    05 line 1 col 1  value "FRAUD CASE WORK QUEUE".
    05 line 3 col 1  value "AUTHCODE . . . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) from FraudCaseAuthCode.
    05 line 5 col 1  pic x(40) from CaseMessage.

01  NoCaseScreen.
    05 blank screen.
    05 line 1 col 1  value "FRAUD CASE WORK QUEUE".
    05 line 3 col 1  value "NO MORE OPEN FRAUD CASES".

procedure division.
0000-mainline.
    perform 1000-initialize
    perform 2000-process-one-case until OperatorDone
    perform 3000-finalize
    stop run
    .

1000-initialize.
    move function current-date to CurrentDateTime
    move CurrentDateTime (1:8) to TodayDate

    perform 1400-open-operator-file
    perform 1500-sign-on-operator

    open i-o AuthFraudCaseFile
    if FraudCaseFileStatus = "39"
        display "AUTHFRCM FATAL: fraud case file authfrcs.dat record"
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

    open input AuthHistoryFile
    if HistoryFileStatus = "39"
        display "AUTHFRCM FATAL: history file authhist.dat record"
                " layout mismatch (file status 39) - it holds fraud"
                " evidence, do not delete it without the risk team"
        move 12 to return-code
        stop run
    end-if
    if HistoryFileStatus = "35"
        open output AuthHistoryFile
        close AuthHistoryFile
        open input AuthHistoryFile
    end-if

    open i-o AuthMasterFile
    if AuthMasterFileStatus = "39"
        display "AUTHFRCM FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
    if AuthMasterFileStatus = "35"
        display "AUTHFRCM FATAL: master file authmstr.dat not found,"
                " nothing to revoke"
        move 12 to return-code
        stop run
    end-if

    open i-o AuthReasonFile
    if ReasonFileStatus = "39"
        display "AUTHFRCM FATAL: reason file authrsn.dat record"
                " layout mismatch (file status 39) - delete it and"
                " re-key the reason codes via AUTHRSNM"
        move 12 to return-code
        stop run
    end-if
    if ReasonFileStatus = "35"
        open output AuthReasonFile
        close AuthReasonFile
        open i-o AuthReasonFile
        perform 1100-load-default-reasons
    end-if

    open extend AuthDeltaFile
    if DeltaFileStatus = "35"
        open output AuthDeltaFile
    end-if
    move TodayDate to DeltaRunDate
    move "AUTHFRCM" to DeltaSourceProgram
    perform 1900-open-switch-batch
    move BatchCtlBatchId to DeltaBatchId
    write AuthDeltaHeader
    .

1100-load-default-reasons.
    move "OP" to ReasonCode
    move "OPERATOR VOID" to ReasonDescription
    move "Y" to ReasonVoidFlag
    move "N" to ReasonBlockFlag
    move "N" to ReasonExtendFlag
    move "Y" to ReasonSwitchFlag
    set ReasonActive to true
    move TodayDate to ReasonChangedDate
    move "AUTHFRCM" to ReasonChangedOperator
    write AuthReasonRecord

    move "UN" to ReasonCode
    move "UNSPECIFIED" to ReasonDescription
    move "Y" to ReasonVoidFlag
    move "N" to ReasonBlockFlag
    move "N" to ReasonExtendFlag
    move "Y" to ReasonSwitchFlag
    write AuthReasonRecord

    move "FR" to ReasonCode
    move "SUSPECTED FRAUD" to ReasonDescription
    move "Y" to ReasonVoidFlag
    move "Y" to ReasonBlockFlag
    move "N" to ReasonExtendFlag
    move "Y" to ReasonSwitchFlag
    write AuthReasonRecord
    .

1900-open-switch-batch.
    set BatchCtlOpenAction to true
    set BatchCtlDeltaFile to true
    move "AUTHFRCM" to BatchCtlCaller
    move TodayDate to BatchCtlRunDate
    call "AUTHBTCH" using BatchControlRequest
    if BatchCtlFailed
        display "AUTHFRCM FATAL: " BatchCtlFailReason
        move 12 to return-code
        stop run
    end-if
    .

1400-open-operator-file.
    open i-o AuthOperatorFile
    if OperatorFileStatus = "39"
        display "AUTHFRCM FATAL: operator file authoper.dat record"
                " layout mismatch (file status 39) - delete it and"
                " re-key the operators"
        move 12 to return-code
        stop run
    end-if
    if OperatorFileStatus = "35"
        open output AuthOperatorFile
        close AuthOperatorFile
        open i-o AuthOperatorFile
        perform 1450-load-default-operator
    end-if
    .

1450-load-default-operator.
    move "SUPERVSR" to OperatorId
    move "SUPERVSR" to OperatorPassword
    set OperatorConfigAuthority to true
    set OperatorActive to true
    move "DEFAULT SUPERVISOR" to OperatorName
    write AuthOperatorRecord
    .

1500-sign-on-operator.
    move 0 to SignOnAttemptCount
    move "N" to SignedOnFlag
    move spaces to SignOnMessage
    perform 1510-accept-one-sign-on
        until SignedOn or SignOnAttemptCount >= SignOnAttemptLimit

    if not SignedOn
        display "AUTHFRCM: operator sign-on failed, session ended"
        close AuthOperatorFile
        move 12 to return-code
        stop run
    end-if
    .

1510-accept-one-sign-on.
    add 1 to SignOnAttemptCount
    move spaces to SignOnOperatorId
    move spaces to SignOnPassword
    display SignOnScreen
    accept SignOnScreen

    move SignOnOperatorId to OperatorId
    read AuthOperatorFile key is OperatorId
        invalid key
            move "OPERATOR NOT ON FILE" to SignOnMessage
        not invalid key
            evaluate true
                when OperatorDisabled
                    move "OPERATOR DISABLED" to SignOnMessage
                when SignOnPassword not = OperatorPassword
                    move "PASSWORD NOT VALID" to SignOnMessage
                when not OperatorVoidAuthority
                 and not OperatorConfigAuthority
                    move "VOID AUTHORITY REQUIRED" to SignOnMessage
                when other
                    move "Y" to SignedOnFlag
            end-evaluate
    end-read
    .

2000-process-one-case.
    perform 2100-find-next-case
    if CaseFound
        perform 2200-show-case
    else
        display NoCaseScreen
        accept NoCaseScreen
        move "Y" to OperatorDoneFlag
    end-if
    .

2100-find-next-case.
    move "N" to CaseFoundFlag
    move "N" to EndOfCasesFlag
    move LastCaseKey to FraudCaseAuthCode
    start AuthFraudCaseFile key > FraudCaseAuthCode
        invalid key move "Y" to EndOfCasesFlag
    end-start
    perform 2110-read-next-case until CaseFound or EndOfCases
    .

2110-read-next-case.
    read AuthFraudCaseFile next record
        at end move "Y" to EndOfCasesFlag
    end-read
    if not EndOfCases
        move FraudCaseAuthCode to LastCaseKey
        if FraudCaseOpen or FraudCaseUnderReview
            move "Y" to CaseFoundFlag
        end-if
    end-if
    .

2200-show-case.
    perform 2210-read-case-master
    perform 2300-load-case-history
    move FraudCaseNotes to CaseNotesEntry
    move "FR" to CaseReasonCode
    move spaces to CaseMessage
    move "N" to ActionDoneFlag
    perform 2220-accept-case-action until ActionDone
    .

2210-read-case-master.
    move spaces to AuthCodeKey
    move FraudCaseAuthCode to AuthCodeKey
    read AuthMasterFile key is AuthCodeKey
        invalid key
            move "N" to CodeFoundFlag
            move spaces to AuthCodeExpirationDate
            move "NOT ON FILE" to MasterStatusText
        not invalid key
            move "Y" to CodeFoundFlag
            evaluate true
                when AuthCodeIssued
                 and AuthCodeUsesRemaining < AuthCodeMaxUses
                    move "PARTLY USED" to MasterStatusText
                when AuthCodeIssued  move "ISSUED"  to MasterStatusText
                when AuthCodeUsed    move "USED"    to MasterStatusText
                when AuthCodeExpired move "EXPIRED" to MasterStatusText
                when AuthCodeRevoked move "REVOKED" to MasterStatusText
                when other           move "UNKNOWN" to MasterStatusText
            end-evaluate
    end-read
    .

2220-accept-case-action.
    evaluate true
        when FraudCaseUnderReview move "UNDER REVIEW" to CaseStatusText
        when other                move "OPEN"         to CaseStatusText
    end-evaluate
    move space to CaseAction
    display FraudCaseScreen
    accept FraudCaseScreen

    evaluate CaseAction
        when "H"
        when "h"
            set FraudCaseUnderReview to true
            move SignOnOperatorId to FraudCaseAnalyst
            move CaseNotesEntry to FraudCaseNotes
            rewrite AuthFraudCaseRecord
            move "CASE TAKEN FOR REVIEW" to CaseMessage
        when "C"
        when "c"
            perform 2400-clear-case
            move "Y" to ActionDoneFlag
        when "R"
        when "r"
            perform 2500-check-case-reason
            if ReasonValid
                perform 2600-revoke-case
                move "Y" to ActionDoneFlag
            end-if
        when "N"
        when "n"
        when space
            perform 2230-save-case-notes
            move "Y" to ActionDoneFlag
        when "X"
        when "x"
            perform 2230-save-case-notes
            move "Y" to ActionDoneFlag
            move "Y" to OperatorDoneFlag
        when other
            move "ACTION MUST BE H, C, R, N OR X" to CaseMessage
    end-evaluate
    .

2230-save-case-notes.
    if CaseNotesEntry not = FraudCaseNotes
        move CaseNotesEntry to FraudCaseNotes
        rewrite AuthFraudCaseRecord
    end-if
    .

2300-load-case-history.
    move spaces to HistoryPage
    move 0 to HistoryTotalCount
    perform 2310-start-case-history
    perform 2320-read-next-case-history
    perform 2330-count-one-case-history until EndOfHistoryScan

    move 0 to HistoryRowCount
    move 0 to HistorySkippedCount
    if HistoryTotalCount > HistoryPageSize
        compute HistorySkipCount = HistoryTotalCount - HistoryPageSize
    else
        move 0 to HistorySkipCount
    end-if
    perform 2310-start-case-history
    perform 2320-read-next-case-history
    perform 2340-skip-one-case-history
        until EndOfHistoryScan or HistorySkippedCount >= HistorySkipCount
    perform 2350-load-one-case-history
        until EndOfHistoryScan or HistoryRowCount >= HistoryPageSize
    .

2310-start-case-history.
    move "N" to EndOfHistoryScanFlag
    move FraudCaseAuthCode to HistoryAuthCode
    move low-values to HistoryUsageDate
    move 0 to HistorySequence
    start AuthHistoryFile key >= HistoryKey
        invalid key move "Y" to EndOfHistoryScanFlag
    end-start
    .

2320-read-next-case-history.
    if not EndOfHistoryScan
        read AuthHistoryFile next record
            at end move "Y" to EndOfHistoryScanFlag
        end-read
    end-if
    if not EndOfHistoryScan
       and HistoryAuthCode not = FraudCaseAuthCode
        move "Y" to EndOfHistoryScanFlag
    end-if
    .

2330-count-one-case-history.
    add 1 to HistoryTotalCount
    perform 2320-read-next-case-history
    .

2340-skip-one-case-history.
    add 1 to HistorySkippedCount
    perform 2320-read-next-case-history
    .

2350-load-one-case-history.
    add 1 to HistoryRowCount
    move HistoryUsageDate to HistoryRowUsageDate
    move HistorySequence to HistoryRowSequence
    move HistoryFeedDate to HistoryRowFeedDate
    move HistoryDisposition to HistoryRowDisposition
    move HistoryMasterStatus to HistoryRowStatus
    move HistoryRowLine to HistoryLine (HistoryRowCount)
    perform 2320-read-next-case-history
    .

2400-clear-case.
    set FraudCaseCleared to true
    perform 2700-close-case
    add 1 to CasesClearedCount
    move "CASE CLEARED - CODE LEFT AS IT IS" to CaseMessage
    display FraudCaseResultScreen
    accept FraudCaseResultScreen
    .

2500-check-case-reason.
    move "Y" to ReasonValidFlag
    move "Y" to ActiveReasonSwitchFlag
    move CaseReasonCode to ReasonCode
    read AuthReasonFile key is ReasonCode
        invalid key
            move "N" to ReasonValidFlag
            move "FRAUD REASON NOT ON FILE" to CaseMessage
        not invalid key
            move ReasonDescription to ReasonDisplayText
            move ReasonSwitchFlag to ActiveReasonSwitchFlag
            evaluate true
                when ReasonInactive
                    move "N" to ReasonValidFlag
                    move "FRAUD REASON INACTIVE" to CaseMessage
                when not ReasonValidForVoid
                    move "N" to ReasonValidFlag
                    move "FRAUD REASON NOT VALID FOR VOID"
                        to CaseMessage
            end-evaluate
    end-read
    .

2600-revoke-case.
    perform 2210-read-case-master
    evaluate true
        when not CodeFound
            move "CODE NOT ON MASTER - CASE CLOSED" to CaseMessage
        when AuthCodeIssued
            perform 2610-apply-revocation
            move "CODE REVOKED - CASE CLOSED" to CaseMessage
        when other
            move "CODE NOT LIVE - CASE CLOSED" to CaseMessage
    end-evaluate

    set FraudCaseRevoked to true
    move CaseReasonCode to FraudCaseRevokeReason
    perform 2700-close-case
    add 1 to CasesRevokedCount
    display FraudCaseResultScreen
    accept FraudCaseResultScreen
    .

2610-apply-revocation.
    move AuthCodeRecord to JournalCtlBeforeImage
    set AuthCodeRevoked to true
    move CaseReasonCode to AuthCodeRevokeReason
    move SignOnOperatorId to AuthCodeRevokeOperator
    move TodayDate to AuthCodeRevokeDate
    rewrite AuthCodeRecord
    perform 2615-journal-master-change
    perform 2620-write-delta-record
    .

2615-journal-master-change.
    set JournalCtlWriteAction to true
    set JournalCtlRewrite to true
    move "AUTHFRCM" to JournalCtlProgram
    move SignOnOperatorId to JournalCtlRunId
    move AuthCodeRecord to JournalCtlAfterImage
    call "AUTHJRNL" using JournalRequest
    .

2620-write-delta-record.
    move AuthCodeKey to DeltaAuthCode
    move AuthCodeStatus to DeltaNewStatus
    move TodayDate to DeltaEffectiveDate
    if ActiveReasonToSwitch
        move AuthCodeRevokeReason to DeltaRevokeReason
    else
        move spaces to DeltaRevokeReason
    end-if
    write AuthDeltaDetail
    add 1 to DeltaDetailCount
    perform 2625-register-sent-detail
    .

2625-register-sent-detail.
    set BatchCtlDetailAction to true
    move DeltaAuthCode to BatchCtlAuthCode
    move spaces to BatchCtlExpirationDate
    move DeltaNewStatus to BatchCtlNewStatus
    move DeltaEffectiveDate to BatchCtlEffectiveDate
    move DeltaRevokeReason to BatchCtlRevokeReason
    call "AUTHBTCH" using BatchControlRequest
    .

2700-close-case.
    if FraudCaseAnalyst = spaces
        move SignOnOperatorId to FraudCaseAnalyst
    end-if
    move CaseNotesEntry to FraudCaseNotes
    move SignOnOperatorId to FraudCaseClosedBy
    move TodayDate to FraudCaseClosedDate
    rewrite AuthFraudCaseRecord
    .

3000-finalize.
    move DeltaDetailCount to DeltaControlTotal
    move BatchCtlBatchId to DeltaTrailerBatchId
    write AuthDeltaTrailer
    close AuthDeltaFile
    set BatchCtlCloseAction to true
    move DeltaDetailCount to BatchCtlDetailCount
    call "AUTHBTCH" using BatchControlRequest
    close AuthFraudCaseFile
    close AuthHistoryFile
    close AuthMasterFile
    set JournalCtlCloseAction to true
    call "AUTHJRNL" using JournalRequest
    close AuthReasonFile
    close AuthOperatorFile
    display "AUTHFRCM cleared " CasesClearedCount
            " and revoked " CasesRevokedCount " fraud case(s)"
    .
end program AUTHFRCM.
