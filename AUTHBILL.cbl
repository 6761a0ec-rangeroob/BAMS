identification division.
program-id. AUTHBILL.

environment division.
input-output section.
file-control.
    select AuthBillParmFile assign "authbill.parm"
        organization line sequential
        file status BillParmFileStatus.

    select AuthMasterFile assign "authmstr.dat"
        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthArchiveFile assign "autharch.dat"
        organization indexed
        access mode dynamic
        record key ArchiveAuthCode
        file status ArchiveFileStatus.

    select AuthRequestorFile assign "authrqst.dat"
        organization indexed
        access mode dynamic
        record key RequestorId
        file status RequestorFileStatus.

    select AuthBillRptFile assign "authbill.rpt"
        organization line sequential.

    select AuthGlFile assign "authbill.gl"
        organization line sequential.

data division.
file section.
fd  AuthBillParmFile.
01  AuthBillParmLine pic x(80).

fd  AuthMasterFile.
    copy authcode.

fd  AuthArchiveFile.
    copy autharch.

fd  AuthRequestorFile.
    copy authrqst.

fd  AuthBillRptFile.
01  AuthBillRptLine pic x(80).

fd  AuthGlFile.
    copy authbgl.

working-storage section.
    01 BillParmFileStatus   pic x(02) value "00".
    01 AuthMasterFileStatus pic x(02) value "00".
    01 ArchiveFileStatus    pic x(02) value "00".
    01 RequestorFileStatus  pic x(02) value "00".
    01 EndOfParmFileFlag    pic x(01) value "N".
        88 EndOfParmFile           value "Y".
    01 EndOfMasterFileFlag  pic x(01) value "N".
        88 EndOfMasterFile         value "Y".
    01 EndOfArchiveFlag     pic x(01) value "N".
        88 EndOfArchive            value "Y".
    01 MasterFileOpenFlag   pic x(01) value "N".
        88 MasterFileOpen          value "Y".
    01 ArchiveFileOpenFlag  pic x(01) value "N".
        88 ArchiveFileOpen         value "Y".
    01 RequestorFileOpenFlag pic x(01) value "N".
        88 RequestorFileOpen       value "Y".
    01 BillEntryFoundFlag   pic x(01) value "N".
        88 BillEntryFound          value "Y".
    01 BillPositionFoundFlag pic x(01) value "N".
        88 BillPositionFound       value "Y".
    01 BillTableWarnedFlag  pic x(01) value "N".
        88 BillTableWarned         value "Y".
    01 RateFoundFlag        pic x(01) value "N".
        88 RateFound               value "Y".
    01 IssuedInMonthFlag    pic x(01) value "N".
        88 IssuedInMonth           value "Y".
    01 UsedInMonthFlag      pic x(01) value "N".
        88 UsedInMonth             value "Y".
    01 RevokedInMonthFlag   pic x(01) value "N".
        88 RevokedInMonth          value "Y".
    01 TodayDate            pic x(08).
    01 CurrentDateTime      pic x(21).
    01 WorkingRequestor     pic x(08).
    01 WorkingCodeType      pic x(04).
    01 WorkingCostCenter    pic x(10).
    01 LastRequestorId      pic x(08) value low-values.
    01 LastCostCenter       pic x(10) value spaces.
    01 UnassignedCostCenter pic x(10) value "UNASSIGNED".
    01 WorkingBillKey.
        05 WorkingBillCostCenter pic x(10).
        05 WorkingBillCodeType   pic x(04).
    01 BillIndex            pic 9(03) comp.
    01 ShiftIndex           pic 9(03) comp.
    01 BillTableLimit       pic 9(03) comp value 500.
    01 RateIndex            pic 9(02) comp.
    01 RateTableLimit       pic 9(02) comp value 50.
    01 ActiveIssuedRate     pic 9(03)v99.
    01 ActiveUsedRate       pic 9(03)v99.
    01 ActiveRevokedRate    pic 9(03)v99.
    01 BreakCostCenter      pic x(10) value spaces.
    01 SubIssuedCount       pic 9(07) value 0.
    01 SubUsedCount         pic 9(07) value 0.
    01 SubRevokedCount      pic 9(07) value 0.
    01 SubAmount            pic 9(09)v99 value 0.
    01 GrandIssuedCount     pic 9(07) value 0.
    01 GrandUsedCount       pic 9(07) value 0.
    01 GrandRevokedCount    pic 9(07) value 0.
    01 GrandAmount          pic 9(11)v99 value 0.
    01 GlDetailCount        pic 9(07) value 0.
    01 UnassignedCodeCount  pic 9(07) value 0.
    copy authbprm.

01  BillTable.
    05 BillEntryCount       pic 9(03) comp value 0.
    05 BillEntry occurs 500.
        10 BillKey.
            15 BillCostCenter pic x(10).
            15 BillCodeType   pic x(04).
        10 BillIssued       pic 9(07).
        10 BillUsed         pic 9(07).
        10 BillRevoked      pic 9(07).
        10 BillAmount       pic 9(09)v99.

01  RateTable.
    05 RateEntryCount       pic 9(02) comp value 0.
    05 RateEntry occurs 50.
        10 RateCodeType     pic x(04).
        10 RateIssued       pic 9(03)v99.
        10 RateUsed         pic 9(03)v99.
        10 RateRevoked      pic 9(03)v99.

01  ReportHeadingLine1.
    05 filler pic x(35) value "AUTHCODE MONTHLY CHARGEBACK BILLING".
    05 filler pic x(45) value spaces.

01  ReportMonthLine.
    05 filler pic x(15) value "BILLING MONTH: ".
    05 RptLineMonth pic x(06).
    05 filler pic x(15) value "   GL ACCOUNT: ".
    05 RptLineGlAccount pic x(10).
    05 filler pic x(34) value spaces.

01  ReportRateLine.
    05 filler pic x(06) value "RATES ".
    05 RptRateType pic x(07).
    05 filler pic x(08) value " ISSUED ".
    05 RptRateIssued pic zz9.99.
    05 filler pic x(06) value " USED ".
    05 RptRateUsed pic zz9.99.
    05 filler pic x(09) value " REVOKED ".
    05 RptRateRevoked pic zz9.99.
    05 filler pic x(26) value spaces.

01  ReportColumnLine.
    05 filler pic x(11) value "COST CTR   ".
    05 filler pic x(05) value "TYPE ".
    05 filler pic x(11) value "     ISSUED".
    05 filler pic x(11) value "       USED".
    05 filler pic x(11) value "    REVOKED".
    05 filler pic x(16) value "          AMOUNT".
    05 filler pic x(15) value spaces.

01  ReportBillLine.
    05 RptBillCostCenter pic x(10).
    05 filler pic x(01) value space.
    05 RptBillType pic x(04).
    05 filler pic x(01) value space.
    05 RptBillIssued pic zzz,zzz,zz9.
    05 RptBillUsed pic zzz,zzz,zz9.
    05 RptBillRevoked pic zzz,zzz,zz9.
    05 filler pic x(02) value spaces.
    05 RptBillAmount pic zzz,zzz,zz9.99.
    05 filler pic x(15) value spaces.

01  ReportSubtotalLine.
    05 RptSubLabel pic x(16).
    05 RptSubIssued pic zzz,zzz,zz9.
    05 RptSubUsed pic zzz,zzz,zz9.
    05 RptSubRevoked pic zzz,zzz,zz9.
    05 RptSubAmount pic zz,zzz,zzz,zz9.99.
    05 filler pic x(14) value spaces.

01  ReportDetailLine.
    05 RptLineLabel pic x(40).
    05 RptLineValue pic zzz,zzz,zz9.
    05 filler pic x(29) value spaces.

procedure division.
0000-mainline.
    perform 1000-initialize
    perform 3000-bill-master-file
    perform 4000-bill-archive-file
    perform 7000-write-billing
    perform 8000-finalize
    stop run
    .

1000-initialize.
    move function current-date to CurrentDateTime
    move CurrentDateTime (1:8) to TodayDate

    open input AuthBillParmFile
    if BillParmFileStatus = "35"
        display "AUTHBILL FATAL: parameter file authbill.parm"
                " not found"
        move 12 to return-code
        stop run
    end-if
    read AuthBillParmFile into AuthBillParameter
        at end
            display "AUTHBILL FATAL: parameter file authbill.parm"
                    " is empty"
            move 12 to return-code
            stop run
    end-read

    if BillMonth not numeric
        display "AUTHBILL FATAL: billing month " BillMonth
                " is not numeric CCYYMM"
        move 12 to return-code
        stop run
    end-if
    if BillIssuedRate not numeric
       or BillUsedRate not numeric
       or BillRevokedRate not numeric
        display "AUTHBILL FATAL: default rates on authbill.parm"
                " are not numeric"
        move 12 to return-code
        stop run
    end-if

    perform 1100-read-next-rate-card
    perform 1110-load-one-rate-card until EndOfParmFile
    close AuthBillParmFile

    open input AuthMasterFile
    if AuthMasterFileStatus = "39"
        display "AUTHBILL FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
    if AuthMasterFileStatus = "35"
        move "Y" to EndOfMasterFileFlag
    else
        move "Y" to MasterFileOpenFlag
    end-if

    open input AuthArchiveFile
    if ArchiveFileStatus = "39"
        display "AUTHBILL FATAL: archive file autharch.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHACNV conversion"
        move 12 to return-code
        stop run
    end-if
    if ArchiveFileStatus = "35"
        move "Y" to EndOfArchiveFlag
    else
        move "Y" to ArchiveFileOpenFlag
    end-if

    open input AuthRequestorFile
    if RequestorFileStatus = "00"
        move "Y" to RequestorFileOpenFlag
    else
        display "AUTHBILL WARNING: requestor master authrqst.dat not"
                " available (file status " RequestorFileStatus
                "), all codes billed to " UnassignedCostCenter
    end-if

    open output AuthBillRptFile
    open output AuthGlFile
    .

1100-read-next-rate-card.
    read AuthBillParmFile into AuthBillTypeRate
        at end move "Y" to EndOfParmFileFlag
    end-read
    .

1110-load-one-rate-card.
    evaluate true
        when BillRateCodeType = spaces
            continue
        when BillRateIssued not numeric
          or BillRateUsed not numeric
          or BillRateRevoked not numeric
            display "AUTHBILL WARNING: rate card for type "
                    BillRateCodeType " not numeric, default rates"
                    " used"
        when RateEntryCount >= RateTableLimit
            display "AUTHBILL WARNING: rate table full, type "
                    BillRateCodeType " billed at default rates"
        when other
            add 1 to RateEntryCount
            move BillRateCodeType to RateCodeType (RateEntryCount)
            move BillRateIssued to RateIssued (RateEntryCount)
            move BillRateUsed to RateUsed (RateEntryCount)
            move BillRateRevoked to RateRevoked (RateEntryCount)
    end-evaluate
    perform 1100-read-next-rate-card
    .

3000-bill-master-file.
    if not EndOfMasterFile
        perform 3100-read-next-master-record
        perform 3200-bill-one-master-record until EndOfMasterFile
    end-if
    .

3100-read-next-master-record.
    read AuthMasterFile next record
        at end move "Y" to EndOfMasterFileFlag
    end-read
    .

3200-bill-one-master-record.
    move "N" to IssuedInMonthFlag
    move "N" to UsedInMonthFlag
    move "N" to RevokedInMonthFlag
    if AuthCodeIssueDate (1:6) = BillMonth
        move "Y" to IssuedInMonthFlag
    end-if
    if AuthCodeUsed and AuthCodeUsedDate (1:6) = BillMonth
        move "Y" to UsedInMonthFlag
    end-if
    if AuthCodeRevoked and AuthCodeRevokeDate (1:6) = BillMonth
        move "Y" to RevokedInMonthFlag
    end-if

    if IssuedInMonth or UsedInMonth or RevokedInMonth
        move AuthCodeRequestor to WorkingRequestor
        move AuthCodeType to WorkingCodeType
        perform 9000-tally-bill-entry
    end-if
    perform 3100-read-next-master-record
    .

4000-bill-archive-file.
    if not EndOfArchive
        perform 4100-read-next-archive-record
        perform 4200-bill-one-archive-record until EndOfArchive
    end-if
    .

4100-read-next-archive-record.
    read AuthArchiveFile next record
        at end move "Y" to EndOfArchiveFlag
    end-read
    .

4200-bill-one-archive-record.
    move "N" to IssuedInMonthFlag
    move "N" to UsedInMonthFlag
    move "N" to RevokedInMonthFlag
    if ArchiveIssueDate (1:6) = BillMonth
        move "Y" to IssuedInMonthFlag
    end-if
    if ArchiveStatus = "U" and ArchiveUsedDate (1:6) = BillMonth
        move "Y" to UsedInMonthFlag
    end-if
    if ArchiveStatus = "R" and ArchiveRevokeDate (1:6) = BillMonth
        move "Y" to RevokedInMonthFlag
    end-if

    if IssuedInMonth or UsedInMonth or RevokedInMonth
        move ArchiveRequestor to WorkingRequestor
        move ArchiveCodeType to WorkingCodeType
        perform 9000-tally-bill-entry
    end-if
    perform 4100-read-next-archive-record
    .

7000-write-billing.
    write AuthBillRptLine from ReportHeadingLine1
    move BillMonth to RptLineMonth
    move BillGlAccount to RptLineGlAccount
    write AuthBillRptLine from ReportMonthLine

    move "DEFAULT" to RptRateType
    move BillIssuedRate to RptRateIssued
    move BillUsedRate to RptRateUsed
    move BillRevokedRate to RptRateRevoked
    write AuthBillRptLine from ReportRateLine
    perform 7050-write-one-rate-line
        varying RateIndex from 1 by 1
        until RateIndex > RateEntryCount

    move BillMonth to GlPeriod
    move TodayDate to GlRunDate
    move "AUTHBILL" to GlSourceSystem
    write AuthGlHeader

    write AuthBillRptLine from ReportColumnLine
    perform 7100-write-one-bill-line
        varying BillIndex from 1 by 1
        until BillIndex > BillEntryCount
    if BillEntryCount > 0
        perform 7200-write-cost-center-total
    end-if

    move "GRAND TOTAL" to RptSubLabel
    move GrandIssuedCount to RptSubIssued
    move GrandUsedCount to RptSubUsed
    move GrandRevokedCount to RptSubRevoked
    move GrandAmount to RptSubAmount
    write AuthBillRptLine from ReportSubtotalLine

    move "CODES BILLED TO UNASSIGNED" to RptLineLabel
    move UnassignedCodeCount to RptLineValue
    write AuthBillRptLine from ReportDetailLine

    move "GL DETAIL RECORDS WRITTEN" to RptLineLabel
    move GlDetailCount to RptLineValue
    write AuthBillRptLine from ReportDetailLine

    move GlDetailCount to GlRecordCount
    move GrandAmount to GlTotalAmount
    write AuthGlTrailer
    .

7050-write-one-rate-line.
    move RateCodeType (RateIndex) to RptRateType
    move RateIssued (RateIndex) to RptRateIssued
    move RateUsed (RateIndex) to RptRateUsed
    move RateRevoked (RateIndex) to RptRateRevoked
    write AuthBillRptLine from ReportRateLine
    .

7100-write-one-bill-line.
    if BillIndex > 1
       and BillCostCenter (BillIndex) not = BreakCostCenter
        perform 7200-write-cost-center-total
    end-if
    move BillCostCenter (BillIndex) to BreakCostCenter

    move BillCodeType (BillIndex) to WorkingCodeType
    perform 9300-resolve-type-rates
    compute BillAmount (BillIndex) =
        BillIssued (BillIndex) * ActiveIssuedRate
        + BillUsed (BillIndex) * ActiveUsedRate
        + BillRevoked (BillIndex) * ActiveRevokedRate

    move BillCostCenter (BillIndex) to RptBillCostCenter
    move BillCodeType (BillIndex) to RptBillType
    move BillIssued (BillIndex) to RptBillIssued
    move BillUsed (BillIndex) to RptBillUsed
    move BillRevoked (BillIndex) to RptBillRevoked
    move BillAmount (BillIndex) to RptBillAmount
    write AuthBillRptLine from ReportBillLine

    move BillMonth to GlDetailPeriod
    move BillGlAccount to GlAccount
    move BillCostCenter (BillIndex) to GlCostCenter
    move BillCodeType (BillIndex) to GlCodeType
    move BillIssued (BillIndex) to GlIssuedCount
    move BillUsed (BillIndex) to GlUsedCount
    move BillRevoked (BillIndex) to GlRevokedCount
    move BillAmount (BillIndex) to GlAmount
    write AuthGlDetail
    add 1 to GlDetailCount

    add BillIssued (BillIndex) to SubIssuedCount GrandIssuedCount
    add BillUsed (BillIndex) to SubUsedCount GrandUsedCount
    add BillRevoked (BillIndex) to SubRevokedCount GrandRevokedCount
    add BillAmount (BillIndex) to SubAmount GrandAmount
    .

7200-write-cost-center-total.
    move spaces to RptSubLabel
    string BreakCostCenter " TOTAL" delimited size into RptSubLabel
    move SubIssuedCount to RptSubIssued
    move SubUsedCount to RptSubUsed
    move SubRevokedCount to RptSubRevoked
    move SubAmount to RptSubAmount
    write AuthBillRptLine from ReportSubtotalLine
    move 0 to SubIssuedCount
    move 0 to SubUsedCount
    move 0 to SubRevokedCount
    move 0 to SubAmount
    .

8000-finalize.
    if MasterFileOpen
        close AuthMasterFile
    end-if
    if ArchiveFileOpen
        close AuthArchiveFile
    end-if
    if RequestorFileOpen
        close AuthRequestorFile
    end-if
    close AuthBillRptFile
    close AuthGlFile
    display "AUTHBILL billed " GlDetailCount
            " cost center/type line(s) for " BillMonth
    .

9000-tally-bill-entry.
    perform 9200-resolve-cost-center
    move WorkingCostCenter to WorkingBillCostCenter
    move WorkingCodeType to WorkingBillCodeType
    perform 9100-resolve-bill-entry
    if BillEntryFound
        if IssuedInMonth
            add 1 to BillIssued (BillIndex)
        end-if
        if UsedInMonth
            add 1 to BillUsed (BillIndex)
        end-if
        if RevokedInMonth
            add 1 to BillRevoked (BillIndex)
        end-if
    end-if
    .

9100-resolve-bill-entry.
    move "N" to BillEntryFoundFlag
    move "N" to BillPositionFoundFlag
    move 1 to BillIndex
    perform 9110-search-bill-table
        until BillEntryFound or BillPositionFound
           or BillIndex > BillEntryCount

    if not BillEntryFound
        if BillEntryCount >= BillTableLimit
            if not BillTableWarned
                display "AUTHBILL WARNING: billing table full, "
                        "untracked cost centers omitted from billing"
                set BillTableWarned to true
            end-if
        else
            perform 9120-shift-one-entry-down
                varying ShiftIndex from BillEntryCount by -1
                until ShiftIndex < BillIndex
            move WorkingBillKey to BillKey (BillIndex)
            move 0 to BillIssued (BillIndex)
            move 0 to BillUsed (BillIndex)
            move 0 to BillRevoked (BillIndex)
            move 0 to BillAmount (BillIndex)
            add 1 to BillEntryCount
            move "Y" to BillEntryFoundFlag
        end-if
    end-if
    .

9110-search-bill-table.
    evaluate true
        when BillKey (BillIndex) = WorkingBillKey
            move "Y" to BillEntryFoundFlag
        when BillKey (BillIndex) > WorkingBillKey
            move "Y" to BillPositionFoundFlag
        when other
            add 1 to BillIndex
    end-evaluate
    .

9120-shift-one-entry-down.
    move BillEntry (ShiftIndex) to BillEntry (ShiftIndex + 1)
    .

9200-resolve-cost-center.
    if WorkingRequestor not = LastRequestorId
        move WorkingRequestor to LastRequestorId
        move UnassignedCostCenter to LastCostCenter
        if RequestorFileOpen
            move WorkingRequestor to RequestorId
            read AuthRequestorFile key is RequestorId
                invalid key
                    continue
                not invalid key
                    if RequestorCostCenter not = spaces
                        move RequestorCostCenter to LastCostCenter
                    end-if
            end-read
        end-if
    end-if
    move LastCostCenter to WorkingCostCenter
    if WorkingCostCenter = UnassignedCostCenter
        add 1 to UnassignedCodeCount
    end-if
    .

9300-resolve-type-rates.
    move BillIssuedRate to ActiveIssuedRate
    move BillUsedRate to ActiveUsedRate
    move BillRevokedRate to ActiveRevokedRate
    move "N" to RateFoundFlag
    move 1 to RateIndex
    perform 9310-search-rate-table
        until RateFound or RateIndex > RateEntryCount
    if RateFound
        move RateIssued (RateIndex) to ActiveIssuedRate
        move RateUsed (RateIndex) to ActiveUsedRate
        move RateRevoked (RateIndex) to ActiveRevokedRate
    end-if
    .

9310-search-rate-table.
    if RateCodeType (RateIndex) = WorkingCodeType
        move "Y" to RateFoundFlag
    else
        add 1 to RateIndex
    end-if
    .
end program AUTHBILL.
