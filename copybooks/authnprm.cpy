*> AUTHPNDA optional parameter card layout - pending revocations
*> left undecided for more than this many days are aged off to the
*> exception report
01  AuthPndRunParameter.
    05 PendingMaxDays        pic 9(03).
