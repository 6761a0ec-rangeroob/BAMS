*> lifecycle - every program that reads or writes the master
*> issued-codes file includes this copybook so they agree on one
*> layout. the request id and requestor trace a code back to the
*> generation request (or AUTHGEN run) that issued it. the use
*> limits are copied from the code-type configuration at issue so
*> a later change to the type does not alter codes already out; a
*> code stays issued until its uses remaining reach zero.
*> the master carries alternate keys (duplicates allowed) on the
*> request id, the requestor and the type-plus-issue-date group, so
*> every select for authmstr.dat must name all three.
01  AuthCodeRecord.
    05 AuthCodeKey           pic x(08).
    05 AuthCodeTypeIssueKey.
        10 AuthCodeType      pic x(04).
        10 AuthCodeIssueDate pic x(08).
    05 AuthCodeIssueTime     pic x(08).
    05 AuthCodeStatus        pic x(01).
        88 AuthCodeIssued          value "I".
    05 AuthCodeRequestor     pic x(08).
    05 AuthCodeRevokeOperator pic x(08).
    05 AuthCodeRevokeDate    pic x(08).
    05 AuthCodeMaxUses       pic 9(03).
        88 AuthCodeSingleUse       value 0 thru 1.
    05 AuthCodeDailyLimit    pic 9(03).
        88 AuthCodeNoDailyLimit    value 0.
    05 AuthCodeUsesRemaining pic 9(03).
    05 AuthCodeLastUseDate   pic x(08).
    05 AuthCodeUsesToday     pic 9(03).
