*> AUTHFRDA optional parameter card layout - fraud cases still open
*> or under review more than this many days after they were first
*> flagged are marked overdue on the aging report
01  AuthFrdRunParameter.
    05 FraudOverdueDays      pic 9(03).
