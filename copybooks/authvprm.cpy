*> AUTHVOID optional parameter card layout - a range or request
*> card that would revoke more issued codes than this is written to
*> the pending-revocation file for a second operator instead of
*> being applied
01  AuthVoidRunParameter.
    05 VoidApprovalThreshold pic 9(07).
