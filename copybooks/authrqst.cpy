*> requestor master - one record per department or system allowed
*> to queue generation requests, keyed by the 8-byte requestor name
*> carried on AuthReqRequestor and AuthCodeRequestor. it names the
*> cost center billed for the codes, the code types the requestor
*> may order and a monthly quota per type (zero means no limit).
*> AUTHREQ keeps the month-to-date issued count per type and either
*> caps or holds a request that would run past the quota
01  AuthRequestorRecord.
    05 RequestorId            pic x(08).
    05 RequestorDepartment    pic x(20).
    05 RequestorCostCenter    pic x(10).
    05 RequestorContactName   pic x(25).
    05 RequestorContactPhone  pic x(15).
    05 RequestorStatus        pic x(01).
        88 RequestorActive          value "A".
        88 RequestorInactive        value "D".
    05 RequestorQuotaAction   pic x(01).
        88 RequestorQuotaCap        value "C".
        88 RequestorQuotaHold       value "H".
    05 RequestorTypeEntry occurs 5.
        10 RequestorPermittedType  pic x(04).
        10 RequestorMonthlyQuota   pic 9(07).
        10 RequestorQuotaMonth     pic x(06).
        10 RequestorIssuedInMonth  pic 9(07).
    05 RequestorChangedDate   pic x(08).
    05 RequestorChangedOperator pic x(08).
