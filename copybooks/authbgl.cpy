*> chargeback general-ledger load file written by AUTHBILL for the
*> finance GL interface - a header naming the period, one detail per
*> cost center and code type billed, and a trailer carrying the
*> detail count and the total amount charged
01  AuthGlHeader.
    05 GlHeaderType          pic x(01) value "H".
    05 GlPeriod              pic x(06).
    05 GlRunDate             pic x(08).
    05 GlSourceSystem        pic x(08).
    05 filler                pic x(57).

01  AuthGlDetail.
    05 GlDetailType          pic x(01) value "D".
    05 GlDetailPeriod        pic x(06).
    05 GlAccount             pic x(10).
    05 GlCostCenter          pic x(10).
    05 GlCodeType            pic x(04).
    05 GlIssuedCount         pic 9(07).
    05 GlUsedCount           pic 9(07).
    05 GlRevokedCount        pic 9(07).
    05 GlAmount              pic 9(09)v99.
    05 filler                pic x(17).

01  AuthGlTrailer.
    05 GlTrailerType         pic x(01) value "T".
    05 GlRecordCount         pic 9(07).
    05 GlTotalAmount         pic 9(11)v99.
    05 filler                pic x(59).
