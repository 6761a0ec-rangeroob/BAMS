        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthAgeRptFile assign "authage.rpt"
    01 RecordAgeDays        pic s9(07) comp.
    01 IssuedCodesCount     pic 9(07) value 0.
    01 BadDateCount         pic 9(07) value 0.
    01 PartialUsedCodesCount pic 9(07) value 0.
    01 TypeIndex            pic 9(02) comp.
    01 TypeTableLimit       pic 9(02) comp value 50.
    01 TableFullWarnedFlag  pic x(01) value "N".
        10 AgeBucket61To90  pic 9(07).
        10 AgeBucketOver90  pic 9(07).
        10 ExpiringSoonCount pic 9(07).
        10 PartialUsedCount pic 9(07).
        10 PartialUsesLeft  pic 9(07).

01  ReportHeadingLine1.
    05 filler pic x(38) value "AUTHCODE OUTSTANDING AGING AND EXPIRY ".
    05 RptLineExpSoon pic zzz,zzz,zz9.
    05 filler pic x(11) value spaces.

01  ReportPartialColumnLine.
    05 filler pic x(06) value "TYPE  ".
    05 filler pic x(13) value "  PARTIALLY ".
    05 filler pic x(13) value "   USES LEFT ".
    05 filler pic x(48) value spaces.

01  ReportPartialLine.
    05 RptPartialType pic x(04).
    05 filler pic x(02) value spaces.
    05 RptPartialCodes pic zzz,zzz,zz9.
    05 filler pic x(02) value spaces.
    05 RptPartialUsesLeft pic zzz,zzz,zz9.
    05 filler pic x(50) value spaces.

01  ReportDetailLine.
    05 RptLineLabel pic x(40).
    05 RptLineValue pic zzz,zzz,zz9.
    if AuthMasterFileStatus = "39"
        display "AUTHAGE FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
           and ExpirationInteger <= ForecastHorizonInteger
            add 1 to ExpiringSoonCount (TypeIndex)
        end-if

        if AuthCodeUsesRemaining < AuthCodeMaxUses
            add 1 to PartialUsedCount (TypeIndex)
            add AuthCodeUsesRemaining to PartialUsesLeft (TypeIndex)
            add 1 to PartialUsedCodesCount
        end-if
    end-if
    .

            move 0 to AgeBucket61To90 (TypeIndex)
            move 0 to AgeBucketOver90 (TypeIndex)
            move 0 to ExpiringSoonCount (TypeIndex)
            move 0 to PartialUsedCount (TypeIndex)
            move 0 to PartialUsesLeft (TypeIndex)
            move "Y" to TypeFoundFlag
        end-if
    end-if
    move IssuedCodesCount to RptLineValue
    write AuthAgeRptLine from ReportDetailLine

    move "  OF WHICH PARTIALLY USED" to RptLineLabel
    move PartialUsedCodesCount to RptLineValue
    write AuthAgeRptLine from ReportDetailLine

    move "ISSUED CODES WITH UNUSABLE DATES" to RptLineLabel
    move BadDateCount to RptLineValue
    write AuthAgeRptLine from ReportDetailLine

    if PartialUsedCodesCount > 0
        write AuthAgeRptLine from ReportPartialColumnLine
        perform 3200-write-one-partial-line
            varying TypeIndex from 1 by 1
            until TypeIndex > AgeTypeCount
    end-if
    .

3100-write-one-type-line.
    write AuthAgeRptLine from ReportTypeLine
    .

3200-write-one-partial-line.
    if PartialUsedCount (TypeIndex) > 0
        move AgeTypeCode (TypeIndex) to RptPartialType
        move PartialUsedCount (TypeIndex) to RptPartialCodes
        move PartialUsesLeft (TypeIndex) to RptPartialUsesLeft
        write AuthAgeRptLine from ReportPartialLine
    end-if
    .

4000-finalize.
    if MasterFileOpen
        close AuthMasterFile
