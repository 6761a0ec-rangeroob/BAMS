*> pending-revocation file - one record per void held for a second
*> operator: a single code voided from AUTHINQ, or an AUTHVOID range
*> or request card that would revoke more codes than the approval
*> threshold. keyed by the date raised plus a sequence within the
*> day. nothing touches the master or the delta feed until another
*> operator with void authority approves the item on AUTHAPRV;
*> items nobody decides are aged off by AUTHPNDA
01  AuthPendingRecord.
    05 PendingKey.
        10 PendingRaisedDate     pic x(08).
        10 PendingSequence       pic 9(04).
    05 PendingSource         pic x(08).
    05 PendingCardType       pic x(01).
        88 PendingSingleCode       value "C".
        88 PendingRangeCard        value "R".
        88 PendingRequestCard      value "Q".
    05 PendingAuthCode       pic x(08).
    05 PendingRangeCodeType  pic x(04).
    05 PendingRangeFromDate  pic x(08).
    05 PendingRangeToDate    pic x(08).
    05 PendingRequestId      pic x(08).
    05 PendingRevokeReason   pic x(02).
    05 PendingCodeCount      pic 9(07).
    05 PendingRaisedBy       pic x(08).
    05 PendingRaisedTime     pic x(21).
    05 PendingStatus         pic x(01).
        88 PendingAwaiting         value "P".
        88 PendingApproved         value "A".
        88 PendingRejected         value "X".
        88 PendingAgedOff          value "E".
    05 PendingDecidedBy      pic x(08).
    05 PendingDecidedDate    pic x(08).
    05 PendingAppliedCount   pic 9(07).
