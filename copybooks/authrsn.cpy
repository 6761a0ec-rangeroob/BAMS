*> revocation and block reason-code reference table - one record per
*> two-byte reason stamped on the master, the archive, the delta
*> feed or the blocklist, with the description auditors see and the
*> uses the reason is valid for. a reason not sent to the switch
*> still revokes the code there but goes out on the delta feed with
*> a blank reason. maintained through AUTHRSNM; a reason is only
*> ever deactivated, never deleted, so an old revocation can always
*> be explained
01  AuthReasonRecord.
    05 ReasonCode            pic x(02).
    05 ReasonDescription     pic x(30).
    05 ReasonVoidFlag        pic x(01).
        88 ReasonValidForVoid      value "Y".
    05 ReasonBlockFlag       pic x(01).
        88 ReasonValidForBlock     value "Y".
    05 ReasonExtendFlag      pic x(01).
        88 ReasonValidForExtend    value "Y".
    05 ReasonSwitchFlag      pic x(01).
        88 ReasonSentToSwitch      value "Y".
    05 ReasonStatus          pic x(01).
        88 ReasonActive            value "A".
        88 ReasonInactive          value "D".
    05 ReasonChangedDate     pic x(08).
    05 ReasonChangedOperator pic x(08).
