identification division.
program-id. AUTHPNDA.

environment division.
input-output section.
file-control.
    select AuthPndParmFile assign "authpnda.parm"
        organization line sequential
        file status PndParmFileStatus.

    select AuthPendingFile assign "authpend.dat"
        organization indexed
        access mode dynamic
        record key PendingKey
        file status PendingFileStatus.

    select AuthPndRptFile assign "authpnda.rpt"
        organization line sequential.

data division.
file section.
fd  AuthPndParmFile.
01  AuthPndParmLine pic x(80).

fd  AuthPendingFile.
    copy authpend.

fd  AuthPndRptFile.
01  AuthPndRptLine  pic x(80).

working-storage section.
    01 PndParmFileStatus    pic x(02) value "00".
    01 PendingFileStatus    pic x(02) value "00".
    01 PendingFileOpenFlag  pic x(01) value "N".
        88 PendingFileOpen         value "Y".
    01 EndOfPendingFlag     pic x(01) value "N".
        88 EndOfPending            value "Y".
    01 TodayDate            pic x(08).
    01 CurrentDateTime      pic x(21).
    01 TodayInteger         pic 9(07) comp.
    01 RaisedDateInteger    pic 9(07) comp.
    01 ItemAgeDays          pic s9(07) comp.
    01 DefaultPendingDays   pic 9(03) value 3.
    01 ItemsReadCount       pic 9(07) value 0.
    01 StillPendingCount    pic 9(07) value 0.
    01 AgedOffCount         pic 9(07) value 0.
    01 AgedOffCodesCount    pic 9(07) value 0.
    copy authnprm.

01  ReportHeadingLine1.
    05 filler pic x(36) value "AUTHCODE PENDING VOID EXCEPTIONS    ".
    05 filler pic x(44) value spaces.

01  ReportDateLine.
    05 filler pic x(14) value "RUN DATE:    ".
    05 RptLineRunDate pic x(08).
    05 filler pic x(16) value "   MAXIMUM DAYS ".
    05 RptLineMaxDays pic zz9.
    05 filler pic x(39) value spaces.

01  ReportAgedLine.
    05 filler pic x(10) value "AGED OFF: ".
    05 RptAgedKey pic x(12).
    05 filler pic x(01) value space.
    05 RptAgedRaisedBy pic x(08).
    05 filler pic x(01) value space.
    05 RptAgedType pic x(01).
    05 filler pic x(01) value space.
    05 RptAgedTarget pic x(22).
    05 filler pic x(01) value space.
    05 RptAgedReason pic x(02).
    05 filler pic x(01) value space.
    05 RptAgedCount pic zzzzzz9.
    05 filler pic x(01) value space.
    05 RptAgedDays pic zz9.
    05 filler pic x(09) value spaces.

01  ReportDetailLine.
    05 RptLineLabel pic x(40).
    05 RptLineValue pic zzz,zzz,zz9.
    05 filler pic x(29) value spaces.

procedure division.
0000-mainline.
    perform 1000-initialize
    perform 2000-age-pending-items
    perform 3000-write-summary-report
    perform 4000-finalize
    stop run
    .

1000-initialize.
    move function current-date to CurrentDateTime
    move CurrentDateTime (1:8) to TodayDate
    compute TodayInteger =
        function integer-of-date (function numval (TodayDate))

    move DefaultPendingDays to PendingMaxDays
    open input AuthPndParmFile
    if PndParmFileStatus not = "35"
        read AuthPndParmFile into AuthPndRunParameter
            at end move DefaultPendingDays to PendingMaxDays
        end-read
        close AuthPndParmFile
        if PendingMaxDays not numeric or PendingMaxDays = 0
            move DefaultPendingDays to PendingMaxDays
        end-if
    end-if

    open i-o AuthPendingFile
    if PendingFileStatus = "39"
        display "AUTHPNDA FATAL: pending file authpend.dat record"
                " layout mismatch (file status 39) - it holds voids"
                " awaiting approval, do not delete it"
        move 12 to return-code
        stop run
    end-if
    if PendingFileStatus = "35"
        move "Y" to EndOfPendingFlag
    else
        move "Y" to PendingFileOpenFlag
    end-if

    open output AuthPndRptFile
    write AuthPndRptLine from ReportHeadingLine1
    move TodayDate to RptLineRunDate
    move PendingMaxDays to RptLineMaxDays
    write AuthPndRptLine from ReportDateLine
    .

2000-age-pending-items.
    if not EndOfPending
        perform 2100-read-next-pending
        perform 2200-process-one-pending until EndOfPending
    end-if
    .

2100-read-next-pending.
    read AuthPendingFile next record
        at end move "Y" to EndOfPendingFlag
    end-read
    .

2200-process-one-pending.
    add 1 to ItemsReadCount
    if PendingAwaiting
        if PendingRaisedDate numeric
            compute RaisedDateInteger = function integer-of-date
                (function numval (PendingRaisedDate))
            compute ItemAgeDays = TodayInteger - RaisedDateInteger
        else
            move 0 to ItemAgeDays
        end-if

        if ItemAgeDays > PendingMaxDays
            perform 2210-age-off-item
        else
            add 1 to StillPendingCount
        end-if
    end-if
    perform 2100-read-next-pending
    .

2210-age-off-item.
    set PendingAgedOff to true
    move "AUTHPNDA" to PendingDecidedBy
    move TodayDate to PendingDecidedDate
    move 0 to PendingAppliedCount
    rewrite AuthPendingRecord
    add 1 to AgedOffCount
    add PendingCodeCount to AgedOffCodesCount

    move PendingKey to RptAgedKey
    move PendingRaisedBy to RptAgedRaisedBy
    move PendingCardType to RptAgedType
    move spaces to RptAgedTarget
    evaluate true
        when PendingSingleCode
            move PendingAuthCode to RptAgedTarget
        when PendingRangeCard
            string PendingRangeCodeType " " PendingRangeFromDate "-"
                PendingRangeToDate delimited size into RptAgedTarget
        when other
            move PendingRequestId to RptAgedTarget
    end-evaluate
    move PendingRevokeReason to RptAgedReason
    move PendingCodeCount to RptAgedCount
    move ItemAgeDays to RptAgedDays
    write AuthPndRptLine from ReportAgedLine
    .

3000-write-summary-report.
    move "TOTAL PENDING RECORDS READ" to RptLineLabel
    move ItemsReadCount to RptLineValue
    write AuthPndRptLine from ReportDetailLine

    move "TOTAL STILL AWAITING APPROVAL" to RptLineLabel
    move StillPendingCount to RptLineValue
    write AuthPndRptLine from ReportDetailLine

    move "TOTAL AGED OFF UNDECIDED" to RptLineLabel
    move AgedOffCount to RptLineValue
    write AuthPndRptLine from ReportDetailLine

    move "TOTAL CODES LEFT LIVE BY AGED VOIDS" to RptLineLabel
    move AgedOffCodesCount to RptLineValue
    write AuthPndRptLine from ReportDetailLine
    .

4000-finalize.
    if PendingFileOpen
        close AuthPendingFile
    end-if
    close AuthPndRptFile
    display "AUTHPNDA aged off " AgedOffCount
            " pending void(s), " StillPendingCount
            " still awaiting approval"
    .
end program AUTHPNDA.
