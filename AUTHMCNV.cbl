        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

data division.
    05 OldAuthCodeUsedDate   pic x(08).
    05 OldAuthCodeExpirationDate pic x(08).
    05 OldAuthCodeRevokeReason pic x(02).
    05 OldAuthCodeRequestId  pic x(08).
    05 OldAuthCodeRequestor  pic x(08).
    05 OldAuthCodeRevokeOperator pic x(08).
    05 OldAuthCodeRevokeDate pic x(08).

fd  AuthMasterFile.
    copy authcode.
    move OldAuthCodeUsedDate to AuthCodeUsedDate
    move OldAuthCodeExpirationDate to AuthCodeExpirationDate
    move OldAuthCodeRevokeReason to AuthCodeRevokeReason
    move OldAuthCodeRequestId to AuthCodeRequestId
    move OldAuthCodeRequestor to AuthCodeRequestor
    move OldAuthCodeRevokeOperator to AuthCodeRevokeOperator
    move OldAuthCodeRevokeDate to AuthCodeRevokeDate
    move 1 to AuthCodeMaxUses
    move 0 to AuthCodeDailyLimit
    if AuthCodeIssued
        move 1 to AuthCodeUsesRemaining
    else
        move 0 to AuthCodeUsesRemaining
    end-if
    if AuthCodeUsed
        move AuthCodeUsedDate to AuthCodeLastUseDate
        move 1 to AuthCodeUsesToday
    else
        move spaces to AuthCodeLastUseDate
        move 0 to AuthCodeUsesToday
    end-if
    write AuthCodeRecord
    add 1 to RecordsConvertedCount
    perform 2100-read-next-old-record
