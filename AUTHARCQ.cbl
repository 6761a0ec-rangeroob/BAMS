        record key ArchiveAuthCode
        file status ArchiveFileStatus.

    select AuthReasonFile assign "authrsn.dat"
        organization indexed
        access mode dynamic
        record key ReasonCode
        file status ReasonFileStatus.

data division.
file section.
fd  AuthArchiveFile.
    copy autharch.

fd  AuthReasonFile.
    copy authrsn.

working-storage section.
    01 ArchiveFileStatus    pic x(02) value "00".
    01 ReasonFileStatus     pic x(02) value "00".
    01 ReasonFileOpenFlag   pic x(01) value "N".
        88 ReasonFileOpen          value "Y".
    01 ReasonDisplayText    pic x(30).
    01 OperatorDoneFlag     pic x(01) value "N".
        88 OperatorDone            value "Y".
    01 CodeFoundFlag        pic x(01) value "N".
        88 CodeFound               value "Y".
    01 CheckFailedFlag      pic x(01) value "N".
        88 CheckCharacterFailed    value "Y".
    01 InquiryCode          pic x(08).
    01 InquiryCodeLength    pic 9(02) comp.
    01 StatusDisplayText    pic x(12).
        05 FoundStatus          pic x(01).
        05 FoundUsedDate        pic x(08).
        05 FoundExpirationDate  pic x(08).
        05 FoundRevokeReason    pic x(02).
    copy authchkk.

screen section.
01  ArchiveInquiryScreen.
    05 line 8 col 41 pic x(08) from FoundExpirationDate.
    05 line 9 col 1  value "PURGED ON  . . . . . . . . . . . . . . ".
    05 line 9 col 41 pic x(08) from FoundPurgeDate.
    05 line 10 col 1 value "REVOKE REASON  . . . . . . . . . . . . ".
    05 line 10 col 41 pic x(02) from FoundRevokeReason.
    05 line 10 col 44 pic x(30) from ReasonDisplayText.

01  ArchiveNotFoundScreen.
    05 blank screen.
    05 line 1 col 1  value "AUTHCODE ARCHIVE INQUIRY".
    05 line 3 col 1  value "AUTHCODE NOT ON ARCHIVE OR NOT VALID".

01  ArchiveCheckFailScreen.
    05 blank screen.
    05 line 1 col 1  value "AUTHCODE ARCHIVE INQUIRY".
    05 line 3 col 1  value "INVALID CODE - CHECK ENTRY".

procedure division.
0000-mainline.
    perform 1000-initialize
        move 12 to return-code
        stop run
    end-if

    open input AuthReasonFile
    if ReasonFileStatus = "00"
        move "Y" to ReasonFileOpenFlag
    else
        display "AUTHARCQ WARNING: reason file authrsn.dat not"
                " available (file status " ReasonFileStatus
                ") - reason descriptions not shown"
    end-if
    .

2000-process-one-inquiry.
        if CodeFound
            perform 2200-show-archived-code
        else
            if CheckCharacterFailed
                display ArchiveCheckFailScreen
            else
                display ArchiveNotFoundScreen
            end-if
        end-if
    end-if
    .

2100-look-up-archived-code.
    move "N" to CodeFoundFlag
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

    if InquiryCode (1:InquiryCodeLength) is HexNumber
       and not CheckCharacterFailed
        move spaces to ArchiveAuthCode
        move InquiryCode to ArchiveAuthCode
        read AuthArchiveFile key is ArchiveAuthCode
                move ArchiveStatus to FoundStatus
                move ArchiveUsedDate to FoundUsedDate
                move ArchiveExpirationDate to FoundExpirationDate
                move ArchiveRevokeReason to FoundRevokeReason
        end-read
    end-if
    .
        when other move "UNKNOWN" to StatusDisplayText
    end-evaluate

    perform 2300-describe-revoke-reason

    display ArchiveFoundScreen
    accept ArchiveFoundScreen
    .

2300-describe-revoke-reason.
    move spaces to ReasonDisplayText
    if ReasonFileOpen and FoundRevokeReason not = spaces
        move FoundRevokeReason to ReasonCode
        read AuthReasonFile key is ReasonCode
            invalid key
                move "NOT ON REASON TABLE" to ReasonDisplayText
            not invalid key
                move ReasonDescription to ReasonDisplayText
        end-read
    end-if
    .

3000-finalize.
    close AuthArchiveFile
    if ReasonFileOpen
        close AuthReasonFile
    end-if
    .
end program AUTHARCQ.
