*> AUTHBILL parameter card layout - the first card names the billing
*> month CCYYMM, the GL account charged and the default rate per code
*> issued, used and revoked; any further cards override the three
*> rates for one code type
01  AuthBillParameter.
    05 BillMonth             pic x(06).
    05 BillGlAccount         pic x(10).
    05 BillIssuedRate        pic 9(03)v99.
    05 BillUsedRate          pic 9(03)v99.
    05 BillRevokedRate       pic 9(03)v99.

01  AuthBillTypeRate.
    05 BillRateCodeType      pic x(04).
    05 BillRateIssued        pic 9(03)v99.
    05 BillRateUsed          pic 9(03)v99.
    05 BillRateRevoked       pic 9(03)v99.
