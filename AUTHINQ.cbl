        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthPendingFile assign "authpend.dat"
        organization indexed
        access mode dynamic
        record key PendingKey
        file status PendingFileStatus.

    select AuthArchiveFile assign "autharch.dat"
        organization indexed
        record key ArchiveAuthCode
        file status ArchiveFileStatus.

    select AuthReasonFile assign "authrsn.dat"
        organization indexed
        access mode dynamic
        record key ReasonCode
        file status ReasonFileStatus.

    select AuthOperatorFile assign "authoper.dat"
        organization indexed
        access mode dynamic
fd  AuthMasterFile.
    copy authcode.

fd  AuthPendingFile.
    copy authpend.

fd  AuthArchiveFile.
    copy autharch.

fd  AuthReasonFile.
    copy authrsn.

fd  AuthOperatorFile.
    copy authoper.

working-storage section.
    01 AuthMasterFileStatus pic x(02) value "00".
    01 PendingFileStatus    pic x(02) value "00".
    01 PendingWrittenFlag   pic x(01) value "N".
        88 PendingWritten          value "Y".
    01 PendingKeyText       pic x(12).
    01 TodayDate            pic x(08).
    01 CurrentDateTime      pic x(21).
    01 OperatorDoneFlag     pic x(01) value "N".
        88 OperatorDone            value "Y".
    01 CodeFoundFlag        pic x(01) value "N".
        88 CodeFound               value "Y".
    01 CheckFailedFlag      pic x(01) value "N".
        88 CheckCharacterFailed    value "Y".
    01 ArchiveFileStatus    pic x(02) value "00".
    01 ArchiveFileOpenFlag  pic x(01) value "N".
        88 ArchiveFileOpen         value "Y".
    01 InquiryCode          pic x(08).
    01 InquiryCodeLength    pic 9(02) comp.
    01 VoidResponse         pic x(01).
    01 VoidReasonCode       pic x(02).
    01 VoidMessage          pic x(40).
    01 VoidEntryDoneFlag    pic x(01) value "N".
        88 VoidEntryDone           value "Y".
    01 ReasonFileStatus     pic x(02) value "00".
    01 RevokeReasonText     pic x(30).
    01 StatusDisplayText    pic x(12).
    01 OperatorFileStatus   pic x(02) value "00".
    01 SignOnOperatorId     pic x(08).
        88 SignedOn                value "Y".
    01 VoidAllowedFlag      pic x(01) value "N".
        88 VoidAllowed             value "Y".
    01 BrowseRequestId      pic x(08).
    01 BrowseRequestor      pic x(08).
    01 BrowseKeyFlag        pic x(01) value "Q".
        88 BrowseByRequestId       value "Q".
        88 BrowseByRequestor       value "R".
    01 BrowseKeyLabel       pic x(12).
    01 BrowseKeyValue       pic x(08).
    01 EndOfBrowseFlag      pic x(01) value "N".
        88 EndOfBrowse             value "Y".
    01 BrowseDoneFlag       pic x(01) value "N".
        88 BrowseDone              value "Y".
    01 BrowseAction         pic x(01).
    01 BrowseSelectNumber   pic 9(02).
    01 BrowseMessage        pic x(40).
    01 BrowsePageSize       pic 9(02) value 10.
    01 BrowsePageNumber     pic 9(03).
    01 BrowsePageCount      pic 9(03).
    01 BrowseSkipCount      pic 9(07).
    01 BrowseSkippedCount   pic 9(07).
    01 BrowseRowCount       pic 9(02).
    01 BrowseTotalCount     pic 9(06).
    01 BrowseIssuedCount    pic 9(06).
    01 BrowsePartlyCount    pic 9(06).
    01 BrowseUsedCount      pic 9(06).
    01 BrowseExpiredCount   pic 9(06).
    01 BrowseRevokedCount   pic 9(06).
    01 BrowsePage.
        05 BrowseLine01     pic x(56).
        05 BrowseLine02     pic x(56).
        05 BrowseLine03     pic x(56).
        05 BrowseLine04     pic x(56).
        05 BrowseLine05     pic x(56).
        05 BrowseLine06     pic x(56).
        05 BrowseLine07     pic x(56).
        05 BrowseLine08     pic x(56).
        05 BrowseLine09     pic x(56).
        05 BrowseLine10     pic x(56).
    01 BrowsePageTable redefines BrowsePage.
        05 BrowseLine       pic x(56) occurs 10 times.
    01 BrowseCodeTable.
        05 BrowseCode       pic x(08) occurs 10 times.
    01 BrowseRowLine.
        05 BrowseRowNumber  pic z9.
        05 filler           pic x(01) value space.
        05 BrowseRowCode    pic x(08).
        05 filler           pic x(01) value space.
        05 BrowseRowType    pic x(04).
        05 filler           pic x(01) value space.
        05 BrowseRowIssueDate pic x(08).
        05 filler           pic x(01) value space.
        05 BrowseRowRequestId pic x(08).
        05 filler           pic x(01) value space.
        05 BrowseRowRequestor pic x(08).
        05 filler           pic x(01) value space.
        05 BrowseRowStatus  pic x(12).
    copy authchkk.

screen section.
01  SignOnScreen.
    05 line 1 col 1  value "AUTHCODE INQUIRY / VOID".
    05 line 3 col 1  value "ENTER AUTHCODE (BLANK TO EXIT) . . . . ".
    05 line 3 col 41 pic x(08) to InquiryCode.
    05 line 5 col 1  value "OR BROWSE BY REQUEST ID  . . . . . . . ".
    05 line 5 col 41 pic x(08) to BrowseRequestId.
    05 line 6 col 1  value "OR BROWSE BY REQUESTOR . . . . . . . . ".
    05 line 6 col 41 pic x(08) to BrowseRequestor.

01  AuthBrowseScreen.
    05 blank screen.
    05 line 1 col 1  value "AUTHCODE INQUIRY / VOID - BROWSE".
    05 line 2 col 1  pic x(12) from BrowseKeyLabel.
    05 line 2 col 14 pic x(08) from BrowseKeyValue.
    05 line 2 col 26 value "CODES".
    05 line 2 col 32 pic zzzzz9 from BrowseTotalCount.
    05 line 2 col 55 value "PAGE".
    05 line 2 col 60 pic zz9 from BrowsePageNumber.
    05 line 2 col 64 value "OF".
    05 line 2 col 67 pic zz9 from BrowsePageCount.
    05 line 3 col 1  value "ISSUED".
    05 line 3 col 8  pic zzzzz9 from BrowseIssuedCount.
    05 line 3 col 16 value "PARTLY".
    05 line 3 col 23 pic zzzzz9 from BrowsePartlyCount.
    05 line 3 col 31 value "USED".
    05 line 3 col 36 pic zzzzz9 from BrowseUsedCount.
    05 line 3 col 44 value "EXPIRED".
    05 line 3 col 52 pic zzzzz9 from BrowseExpiredCount.
    05 line 3 col 60 value "REVOKED".
    05 line 3 col 68 pic zzzzz9 from BrowseRevokedCount.
    05 line 5 col 1
        value "LN AUTHCODE TYPE ISSUED   REQUEST  REQUESTR STATUS".
    05 line 6 col 1  pic x(56) from BrowseLine01.
    05 line 7 col 1  pic x(56) from BrowseLine02.
    05 line 8 col 1  pic x(56) from BrowseLine03.
    05 line 9 col 1  pic x(56) from BrowseLine04.
    05 line 10 col 1 pic x(56) from BrowseLine05.
    05 line 11 col 1 pic x(56) from BrowseLine06.
    05 line 12 col 1 pic x(56) from BrowseLine07.
    05 line 13 col 1 pic x(56) from BrowseLine08.
    05 line 14 col 1 pic x(56) from BrowseLine09.
    05 line 15 col 1 pic x(56) from BrowseLine10.
    05 line 17 col 1 value "SELECT LINE FOR DETAIL / VOID  . . . . ".
    05 line 17 col 41 pic 9(02) using BrowseSelectNumber.
    05 line 18 col 1 value "N=NEXT  P=PREVIOUS  BLANK=RETURN . . . ".
    05 line 18 col 41 pic x(01) using BrowseAction.
    05 line 20 col 1 pic x(40) from BrowseMessage.

01  AuthBrowseEmptyScreen.
    05 blank screen.
    05 line 1 col 1  value "AUTHCODE INQUIRY / VOID - BROWSE".
    05 line 3 col 1  value "NO CODES ON FILE FOR THAT".
    05 line 3 col 27 pic x(12) from BrowseKeyLabel.

01  AuthFoundScreen.
    05 blank screen.
    05 line 3 col 41 pic x(08) from InquiryCode.
    05 line 4 col 1  value "STATUS . . . . . . . . . . . . . . . . ".
    05 line 4 col 41 pic x(12) from StatusDisplayText.
    05 line 4 col 55 value "USES LEFT".
    05 line 4 col 65 pic zz9 from AuthCodeUsesRemaining.
    05 line 4 col 69 value "OF".
    05 line 4 col 72 pic zz9 from AuthCodeMaxUses.
    05 line 5 col 1  value "ISSUE DATE . . . . . . . . . . . . . . ".
    05 line 5 col 41 pic x(08) from AuthCodeIssueDate.
    05 line 5 col 55 value "LAST USE".
    05 line 5 col 65 pic x(08) from AuthCodeLastUseDate.
    05 line 6 col 1  value "EXPIRATION DATE  . . . . . . . . . . . ".
    05 line 6 col 41 pic x(08) from AuthCodeExpirationDate.
    05 line 7 col 1  value "REQUEST ID . . . . . . . . . . . . . . ".
    05 line 7 col 41 pic x(08) from AuthCodeRequestId.
    05 line 8 col 1  value "REQUESTOR  . . . . . . . . . . . . . . ".
    05 line 8 col 41 pic x(08) from AuthCodeRequestor.
    05 line 9 col 1  value "REVOKE REASON  . . . . . . . . . . . . ".
    05 line 9 col 41 pic x(02) from AuthCodeRevokeReason.
    05 line 9 col 44 pic x(30) from RevokeReasonText.
    05 line 10 col 1 value "VOID THIS CODE? (Y/N) . . . . . . . . . ".
    05 line 10 col 41 pic x(01) to VoidResponse.
    05 line 11 col 1 value "VOID REASON CODE . . . . . . . . . . . ".
    05 line 11 col 41 pic x(02) using VoidReasonCode.
    05 line 13 col 1 pic x(40) from VoidMessage.

01  AuthDisplayScreen.
    05 blank screen.
    05 line 3 col 41 pic x(08) from InquiryCode.
    05 line 4 col 1  value "STATUS . . . . . . . . . . . . . . . . ".
    05 line 4 col 41 pic x(12) from StatusDisplayText.
    05 line 4 col 55 value "USES LEFT".
    05 line 4 col 65 pic zz9 from AuthCodeUsesRemaining.
    05 line 4 col 69 value "OF".
    05 line 4 col 72 pic zz9 from AuthCodeMaxUses.
    05 line 5 col 1  value "ISSUE DATE . . . . . . . . . . . . . . ".
    05 line 5 col 41 pic x(08) from AuthCodeIssueDate.
    05 line 5 col 55 value "LAST USE".
    05 line 5 col 65 pic x(08) from AuthCodeLastUseDate.
    05 line 6 col 1  value "EXPIRATION DATE  . . . . . . . . . . . ".
    05 line 6 col 41 pic x(08) from AuthCodeExpirationDate.
    05 line 7 col 1  value "REQUEST ID . . . . . . . . . . . . . . ".
    05 line 7 col 41 pic x(08) from AuthCodeRequestId.
    05 line 8 col 1  value "REQUESTOR  . . . . . . . . . . . . . . ".
    05 line 8 col 41 pic x(08) from AuthCodeRequestor.
    05 line 9 col 1  value "REVOKE REASON  . . . . . . . . . . . . ".
    05 line 9 col 41 pic x(02) from AuthCodeRevokeReason.
    05 line 9 col 44 pic x(30) from RevokeReasonText.
    05 line 10 col 1 value "INQUIRY-ONLY AUTHORITY - PRESS ENTER".

01  AuthVoidPendingScreen.
    05 blank screen.
    05 line 1 col 1  value "AUTHCODE INQUIRY / VOID".
    05 line 3 col 1  value "AUTHCODE . . . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) from InquiryCode.
    05 line 4 col 1  value "PENDING VOID NUMBER  . . . . . . . . . ".
    05 line 4 col 41 pic x(12) from PendingKeyText.
    05 line 6 col 1  value "VOID HELD FOR APPROVAL BY A SECOND".
    05 line 7 col 1  value "OPERATOR - CODE STAYS LIVE UNTIL THEN".

01  AuthVoidNotHeldScreen.
    05 blank screen.
    05 line 1 col 1  value "AUTHCODE INQUIRY / VOID".
    05 line 3 col 1  value "AUTHCODE . . . . . . . . . . . . . . . ".
    05 line 3 col 41 pic x(08) from InquiryCode.
    05 line 5 col 1  value "PENDING QUEUE FULL - NOT HELD".
    05 line 6 col 1  value "VOID NOT RAISED - CODE STAYS LIVE".

01  AuthNotFoundScreen.
    05 blank screen.
    05 line 1 col 1  value "AUTHCODE INQUIRY / VOID".
    05 line 3 col 1  value "AUTHCODE NOT ON FILE OR NOT VALID".

01  AuthCheckFailScreen.
    05 blank screen.
    05 line 1 col 1  value "AUTHCODE INQUIRY / VOID".
    05 line 3 col 1  value "INVALID CODE - CHECK ENTRY".

01  AuthArchivedScreen.
    05 blank screen.
    05 line 1 col 1  value "AUTHCODE INQUIRY / VOID".
    05 line 10 col 41 pic x(08) from ArchiveRequestId.
    05 line 11 col 1 value "REQUESTOR  . . . . . . . . . . . . . . ".
    05 line 11 col 41 pic x(08) from ArchiveRequestor.
    05 line 12 col 1 value "REVOKE REASON  . . . . . . . . . . . . ".
    05 line 12 col 41 pic x(02) from ArchiveRevokeReason.
    05 line 12 col 44 pic x(30) from RevokeReasonText.

procedure division.
0000-mainline.
    perform 1400-open-operator-file
    perform 1500-sign-on-operator

    open input AuthMasterFile
    if AuthMasterFileStatus = "39"
        display "AUTHINQ FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
    if AuthMasterFileStatus = "35"
        open output AuthMasterFile
        close AuthMasterFile
        open input AuthMasterFile
    end-if

    open i-o AuthReasonFile
    if ReasonFileStatus = "39"
        display "AUTHINQ FATAL: reason file authrsn.dat record"
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

    open i-o AuthPendingFile
    if PendingFileStatus = "39"
        display "AUTHINQ FATAL: pending file authpend.dat record"
                " layout mismatch (file status 39) - it holds voids"
                " awaiting approval, do not delete it"
        move 12 to return-code
        stop run
    end-if
    if PendingFileStatus = "35"
        open output AuthPendingFile
        close AuthPendingFile
        open i-o AuthPendingFile
    end-if

    open input AuthArchiveFile
    if ArchiveFileStatus = "39"
    end-if
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
    move "AUTHINQ" to ReasonChangedOperator
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

1400-open-operator-file.
    open i-o AuthOperatorFile
    if OperatorFileStatus = "39"

2000-process-one-inquiry.
    move spaces to InquiryCode
    move spaces to BrowseRequestId
    move spaces to BrowseRequestor
    display AuthInquiryScreen
    accept AuthInquiryScreen

    evaluate true
        when InquiryCode not = spaces
            perform 2010-inquire-one-code
        when BrowseRequestId not = spaces
            set BrowseByRequestId to true
            move "REQUEST ID" to BrowseKeyLabel
            move BrowseRequestId to BrowseKeyValue
            perform 2700-browse-codes
        when BrowseRequestor not = spaces
            set BrowseByRequestor to true
            move "REQUESTOR" to BrowseKeyLabel
            move BrowseRequestor to BrowseKeyValue
            perform 2700-browse-codes
        when other
            move "Y" to OperatorDoneFlag
    end-evaluate
    .

2010-inquire-one-code.
    perform 2100-look-up-code
    if CodeFound
        perform 2200-show-code-and-offer-void
    else
        if CheckCharacterFailed
            display AuthCheckFailScreen
        else
            perform 2400-look-up-archived-code
            if ArchiveMatch
    .

2100-look-up-code.
    move "N" to CheckFailedFlag
    compute InquiryCodeLength = function length (function trim (InquiryCode))
    if InquiryCode (1:InquiryCodeLength) is HexNumber
        set CheckCharVerifyAction to true
        move InquiryCode to CheckCharAuthCode
        call "AUTHCHK" using CheckCharRequest
        if CheckCharFailed
            move "Y" to CheckFailedFlag
        end-if
    end-if
    if CheckCharacterFailed
        move "N" to CodeFoundFlag
    else
        perform 2110-read-master-by-code
    end-if
    .

2110-read-master-by-code.
    if InquiryCode (1:InquiryCodeLength) is HexNumber
        move spaces to AuthCodeKey
        move InquiryCode to AuthCodeKey
    .

2200-show-code-and-offer-void.
    perform 2250-describe-code-status

    move AuthCodeRevokeReason to ReasonCode
    perform 2600-describe-revoke-reason

    if VoidAllowed
        move "N" to VoidResponse
        move "OP" to VoidReasonCode
        move spaces to VoidMessage
        move "N" to VoidEntryDoneFlag
        perform 2210-accept-void-decision until VoidEntryDone

        if VoidResponse = "Y" or VoidResponse = "y"
            perform 2300-raise-pending-void
            if PendingWritten
                display AuthVoidPendingScreen
                accept AuthVoidPendingScreen
            else
                display AuthVoidNotHeldScreen
                accept AuthVoidNotHeldScreen
            end-if
        end-if
    else
        display AuthDisplayScreen
        accept AuthDisplayScreen
    end-if
    .

2250-describe-code-status.
    evaluate true
        when AuthCodeIssued and AuthCodeUsesRemaining < AuthCodeMaxUses
            move "PARTLY USED" to StatusDisplayText
        when AuthCodeIssued  move "ISSUED"  to StatusDisplayText
        when AuthCodeUsed    move "USED"    to StatusDisplayText
        when AuthCodeExpired move "EXPIRED" to StatusDisplayText
        when AuthCodeRevoked move "REVOKED" to StatusDisplayText
        when other           move "UNKNOWN" to StatusDisplayText
    end-evaluate
    .

2210-accept-void-decision.
    display AuthFoundScreen
    accept AuthFoundScreen

    if VoidResponse = "Y" or VoidResponse = "y"
        perform 2220-validate-void-reason
    else
        move "Y" to VoidEntryDoneFlag
    end-if
    .

2220-validate-void-reason.
    move "Y" to VoidEntryDoneFlag
    move VoidReasonCode to ReasonCode
    read AuthReasonFile key is ReasonCode
        invalid key
            move "N" to VoidEntryDoneFlag
            move "REASON CODE NOT ON FILE" to VoidMessage
        not invalid key
            evaluate true
                when ReasonInactive
                    move "N" to VoidEntryDoneFlag
                    move "REASON CODE INACTIVE" to VoidMessage
                when not ReasonValidForVoid
                    move "N" to VoidEntryDoneFlag
                    move "REASON CODE NOT VALID FOR VOID"
                        to VoidMessage
            end-evaluate
    end-read
    .

2300-raise-pending-void.
    move spaces to AuthPendingRecord
    move TodayDate to PendingRaisedDate
    move 1 to PendingSequence
    move "AUTHINQ" to PendingSource
    set PendingSingleCode to true
    move AuthCodeKey to PendingAuthCode
    move VoidReasonCode to PendingRevokeReason
    move 1 to PendingCodeCount
    move SignOnOperatorId to PendingRaisedBy
    move function current-date to PendingRaisedTime
    set PendingAwaiting to true
    move 0 to PendingAppliedCount
    move "N" to PendingWrittenFlag
    perform 2310-write-one-pending-try
        until PendingWritten or PendingSequence > 9998
    move PendingKey to PendingKeyText
    .

2310-write-one-pending-try.
    write AuthPendingRecord
        invalid key
            add 1 to PendingSequence
        not invalid key
            move "Y" to PendingWrittenFlag
    end-write
    .

2400-look-up-archived-code.
        when other move "UNKNOWN" to StatusDisplayText
    end-evaluate

    move ArchiveRevokeReason to ReasonCode
    perform 2600-describe-revoke-reason

    display AuthArchivedScreen
    accept AuthArchivedScreen
    .

2600-describe-revoke-reason.
    move spaces to RevokeReasonText
    if ReasonCode not = spaces
        read AuthReasonFile key is ReasonCode
            invalid key
                move "NOT ON REASON TABLE" to RevokeReasonText
            not invalid key
                move ReasonDescription to RevokeReasonText
        end-read
    end-if
    .

2700-browse-codes.
    perform 2710-count-browse-codes
    if BrowseTotalCount = 0
        display AuthBrowseEmptyScreen
    else
        compute BrowsePageCount =
            (BrowseTotalCount + BrowsePageSize - 1) / BrowsePageSize
        move 1 to BrowsePageNumber
        move spaces to BrowseMessage
        move "N" to BrowseDoneFlag
        perform 2770-show-browse-page until BrowseDone
    end-if
    .

2710-count-browse-codes.
    move 0 to BrowseTotalCount
    move 0 to BrowseIssuedCount
    move 0 to BrowsePartlyCount
    move 0 to BrowseUsedCount
    move 0 to BrowseExpiredCount
    move 0 to BrowseRevokedCount
    perform 2720-start-browse-key
    perform 2730-read-next-browse-code
    perform 2740-tally-one-browse-code until EndOfBrowse
    .

2720-start-browse-key.
    move "N" to EndOfBrowseFlag
    if BrowseByRequestId
        move BrowseRequestId to AuthCodeRequestId
        start AuthMasterFile key >= AuthCodeRequestId
            invalid key move "Y" to EndOfBrowseFlag
        end-start
    else
        move BrowseRequestor to AuthCodeRequestor
        start AuthMasterFile key >= AuthCodeRequestor
            invalid key move "Y" to EndOfBrowseFlag
        end-start
    end-if
    .

2730-read-next-browse-code.
    if not EndOfBrowse
        read AuthMasterFile next record
            at end move "Y" to EndOfBrowseFlag
            not at end perform 2735-check-browse-key
        end-read
    end-if
    .

2735-check-browse-key.
    if BrowseByRequestId
        if AuthCodeRequestId not = BrowseRequestId
            move "Y" to EndOfBrowseFlag
        end-if
    else
        if AuthCodeRequestor not = BrowseRequestor
            move "Y" to EndOfBrowseFlag
        end-if
    end-if
    .

2740-tally-one-browse-code.
    add 1 to BrowseTotalCount
    perform 2250-describe-code-status
    evaluate StatusDisplayText
        when "ISSUED"      add 1 to BrowseIssuedCount
        when "PARTLY USED" add 1 to BrowsePartlyCount
        when "USED"        add 1 to BrowseUsedCount
        when "EXPIRED"     add 1 to BrowseExpiredCount
        when "REVOKED"     add 1 to BrowseRevokedCount
        when other         continue
    end-evaluate
    perform 2730-read-next-browse-code
    .

2750-load-browse-page.
    move spaces to BrowsePage
    move spaces to BrowseCodeTable
    move 0 to BrowseRowCount
    compute BrowseSkipCount = (BrowsePageNumber - 1) * BrowsePageSize
    move 0 to BrowseSkippedCount
    perform 2720-start-browse-key
    perform 2730-read-next-browse-code
    perform 2755-skip-one-browse-code
        until EndOfBrowse or BrowseSkippedCount >= BrowseSkipCount
    perform 2760-load-one-browse-code
        until EndOfBrowse or BrowseRowCount >= BrowsePageSize
    .

2755-skip-one-browse-code.
    add 1 to BrowseSkippedCount
    perform 2730-read-next-browse-code
    .

2760-load-one-browse-code.
    add 1 to BrowseRowCount
    perform 2250-describe-code-status
    move BrowseRowCount to BrowseRowNumber
    move AuthCodeKey to BrowseRowCode
    move AuthCodeType to BrowseRowType
    move AuthCodeIssueDate to BrowseRowIssueDate
    move AuthCodeRequestId to BrowseRowRequestId
    move AuthCodeRequestor to BrowseRowRequestor
    move StatusDisplayText to BrowseRowStatus
    move BrowseRowLine to BrowseLine (BrowseRowCount)
    move AuthCodeKey to BrowseCode (BrowseRowCount)
    perform 2730-read-next-browse-code
    .

2770-show-browse-page.
    perform 2750-load-browse-page
    move 0 to BrowseSelectNumber
    move spaces to BrowseAction
    display AuthBrowseScreen
    accept AuthBrowseScreen
    move spaces to BrowseMessage

    evaluate true
        when BrowseSelectNumber > 0
            perform 2780-select-browse-code
        when BrowseAction = "N" or BrowseAction = "n"
            if BrowsePageNumber < BrowsePageCount
                add 1 to BrowsePageNumber
            else
                move "ALREADY ON THE LAST PAGE" to BrowseMessage
            end-if
        when BrowseAction = "P" or BrowseAction = "p"
            if BrowsePageNumber > 1
                subtract 1 from BrowsePageNumber
            else
                move "ALREADY ON THE FIRST PAGE" to BrowseMessage
            end-if
        when BrowseAction = spaces
            move "Y" to BrowseDoneFlag
        when other
            move "ENTER N, P, A LINE NUMBER OR BLANK" to BrowseMessage
    end-evaluate
    .

2780-select-browse-code.
    if BrowseSelectNumber > BrowseRowCount
        move "LINE NOT ON THIS PAGE" to BrowseMessage
    else
        move BrowseCode (BrowseSelectNumber) to InquiryCode
        perform 2100-look-up-code
        if CodeFound
            perform 2200-show-code-and-offer-void
        else
            move "CODE NO LONGER ON THE MASTER" to BrowseMessage
        end-if
    end-if
    .

3000-finalize.
    close AuthPendingFile
    close AuthMasterFile
    close AuthReasonFile
    if ArchiveFileOpen
        close AuthArchiveFile
    end-if
