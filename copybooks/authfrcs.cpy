*> fraud case work queue - one record per code AUTHUSE has raised
*> a use-after-revoke or repeat-presentation exception for, keyed by
*> code. AUTHUSE opens the case and keeps the attempt count and the
*> latest history disposition current; the analyst works it through
*> AUTHFRCM, which records who cleared or revoked it and when. a
*> cleared case is only reopened by AUTHUSE when the attempt count
*> rises past the count it was cleared at, and then comes back
*> unassigned with a fresh opened date; AUTHFRDA ages the cases
*> still open from the opened date for the fraud manager
01  AuthFraudCaseRecord.
    05 FraudCaseAuthCode     pic x(08).
    05 FraudCaseStatus       pic x(01).
        88 FraudCaseOpen           value "O".
        88 FraudCaseUnderReview    value "W".
        88 FraudCaseCleared        value "C".
        88 FraudCaseRevoked        value "R".
    05 FraudCaseFirstFlagged pic x(08).
    05 FraudCaseLastFlagged  pic x(08).
    05 FraudCaseAttemptCount pic 9(05).
    05 FraudCaseDisposition  pic x(12).
    05 FraudCaseException    pic x(16).
    05 FraudCaseAnalyst      pic x(08).
    05 FraudCaseNotes        pic x(60).
    05 FraudCaseRevokeReason pic x(02).
    05 FraudCaseClosedBy     pic x(08).
    05 FraudCaseClosedDate   pic x(08).
    05 FraudCaseReopenCount  pic 9(03).
    05 FraudCaseOpenedDate   pic x(08).
