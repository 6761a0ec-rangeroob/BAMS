*> AUTHACK optional parameter card layout - a batch sent more than
*> this many days ago with no switch acknowledgment is flagged
*> overdue and its codes are queued for retransmission
01  AuthAckRunParameter.
    05 AckCutoffDays         pic 9(03).
