        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthArchiveFile assign "autharch.dat"
        record key AuthCfgType
        file status AuthCfgFileStatus.

    select AuthReasonFile assign "authrsn.dat"
        organization indexed
        access mode dynamic
        record key ReasonCode
        file status ReasonFileStatus.

    select AuthStatFile assign "authstat.dat"
        organization line sequential
        file status StatFileStatus.
fd  AuthCfgFile.
    copy authcfg.

fd  AuthReasonFile.
    copy authrsn.

fd  AuthStatFile.
01  AuthStatLine pic x(90).

    01 ArchiveFileStatus    pic x(02) value "00".
    01 AuthCfgFileStatus    pic x(02) value "00".
    01 StatFileStatus       pic x(02) value "00".
    01 ReasonFileStatus     pic x(02) value "00".
    01 ExtAuditFileStatus   pic x(02) value "00".
    01 EndOfMasterFileFlag  pic x(01) value "N".
        88 EndOfMasterFile         value "Y".
        88 ArchiveFileOpen         value "Y".
    01 CfgFileOpenFlag      pic x(01) value "N".
        88 CfgFileOpen             value "Y".
    01 ReasonFileOpenFlag   pic x(01) value "N".
        88 ReasonFileOpen          value "Y".
    01 StatFileOpenFlag     pic x(01) value "N".
        88 StatFileOpen            value "Y".
    01 ExtAuditOpenFlag     pic x(01) value "N".
    01 TypeTableLimit       pic 9(02) comp value 50.
    01 TableFullWarnedFlag  pic x(01) value "N".
        88 TableFullWarned         value "Y".
    01 ReasonFoundFlag      pic x(01) value "N".
        88 ReasonEntryFound        value "Y".
    01 WorkingReasonCode    pic x(02).
    01 ReasonIndex          pic 9(02) comp.
    01 ReasonTableLimit     pic 9(02) comp value 50.
    01 ReasonFullWarnedFlag pic x(01) value "N".
        88 ReasonTableFullWarned   value "Y".
    01 UnknownExtendedCount pic 9(07) value 0.
    01 RunsInMonthCount     pic 9(05) value 0.
    01 TotalRequestedCount  pic 9(09) value 0.
    01 UtilizationPct       pic 9(03)v9.
    01 CharacterBase        pic 9(02) comp.
    01 PowerIndex           pic 9(02) comp.
    01 FreePositions        pic 9(02) comp.
    copy authstat.
    copy authxaud.
    copy authmprm.
        10 MonthExtended    pic 9(07).
        10 MonthPurged      pic 9(07).
        10 MonthClosing     pic 9(07).
        10 MonthPartial     pic 9(07).
        10 MonthOpening     pic s9(08) comp.
        10 MonthInUse       pic 9(07).
        10 MonthPoolSize    pic 9(10) comp.

01  MonthReasonTable.
    05 MonthReasonCount     pic 9(02) comp value 0.
    05 MonthReasonEntry occurs 50.
        10 MonthReasonCode    pic x(02).
        10 MonthReasonRevoked pic 9(07).

01  ReportHeadingLine1.
    05 filler pic x(40) value
        "AUTHCODE MONTH-END LIFECYCLE STATEMENT  ".
    05 filler pic x(08) value " EXTEND ".
    05 filler pic x(08) value " PURGED ".
    05 filler pic x(08) value "CLOSING ".
    05 filler pic x(08) value "PARTIAL ".
    05 filler pic x(10) value spaces.

01  ReportTypeLine.
    05 RptMonType pic x(04).
    05 RptMonPurged pic zzzzzz9.
    05 filler pic x(01) value space.
    05 RptMonClosing pic zzzzzz9.
    05 filler pic x(01) value space.
    05 RptMonPartial pic zzzzzz9.
    05 filler pic x(03) value spaces.

01  CapacityColumnLine.
    05 filler pic x(05) value "TYPE ".
    05 filler pic x(01) value "%".
    05 filler pic x(42) value spaces.

01  ReasonColumnLine.
    05 filler pic x(35) value "RSN DESCRIPTION".
    05 filler pic x(11) value "    REVOKED".
    05 filler pic x(34) value spaces.

01  ReasonTotalLine.
    05 RptRsnCode pic x(02).
    05 filler pic x(02) value spaces.
    05 RptRsnDescription pic x(30).
    05 filler pic x(01) value space.
    05 RptRsnRevoked pic zzz,zzz,zz9.
    05 filler pic x(34) value spaces.

01  ReportDetailLine.
    05 RptLineLabel pic x(40).
    05 RptLineValue pic zzz,zzz,zz9.
    if AuthMasterFileStatus = "39"
        display "AUTHMNTH FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
        move "Y" to CfgFileOpenFlag
    end-if

    open input AuthReasonFile
    if ReasonFileStatus = "00"
        move "Y" to ReasonFileOpenFlag
    end-if

    open input AuthStatFile
    if StatFileStatus = "35"
        move "Y" to EndOfStatFileFlag
    else
        move 16 to CharacterBase
    end-if
    if AuthCfgCheckCharOn and AuthCfgLength > 1
        compute FreePositions = AuthCfgLength - 1
    else
        move AuthCfgLength to FreePositions
    end-if

    move 1 to MonthPoolSize (TypeIndex)
    perform 2220-multiply-pool-base
        varying PowerIndex from 1 by 1
        until PowerIndex > FreePositions
    .

2220-multiply-pool-base.
            when AuthCodeRevoked
                if AuthCodeRevokeDate (1:6) = StatementMonth
                    add 1 to MonthRevoked (TypeIndex)
                    move AuthCodeRevokeReason to WorkingReasonCode
                    perform 9200-tally-revoke-reason
                end-if
            when AuthCodeIssued
                add 1 to MonthClosing (TypeIndex)
                if AuthCodeUsesRemaining < AuthCodeMaxUses
                    add 1 to MonthPartial (TypeIndex)
                end-if
            when other
                continue
        end-evaluate
            when "R"
                if ArchiveRevokeDate (1:6) = StatementMonth
                    add 1 to MonthRevoked (TypeIndex)
                    move ArchiveRevokeReason to WorkingReasonCode
                    perform 9200-tally-revoke-reason
                end-if
            when other
                continue
    move "OPENING = CLOSING - ISSUED + USED + EXPIRED + REVOKED"
        to RptLineMessage
    write AuthMnthRptLine from ReportMessageLine
    move "PARTIAL = CLOSING CODES WITH SOME OF THEIR USES TAKEN"
        to RptLineMessage
    write AuthMnthRptLine from ReportMessageLine

    if UnknownExtendedCount > 0
        move "EXTENSIONS FOR CODES NO LONGER ON FILE" to RptLineLabel
        varying TypeIndex from 1 by 1
        until TypeIndex > MonthTypeCount

    write AuthMnthRptLine from ReasonColumnLine
    perform 7400-write-one-reason-line
        varying ReasonIndex from 1 by 1
        until ReasonIndex > MonthReasonCount

    perform 7300-write-generation-rates
    .

    move MonthExtended (TypeIndex) to RptMonExtended
    move MonthPurged (TypeIndex) to RptMonPurged
    move MonthClosing (TypeIndex) to RptMonClosing
    move MonthPartial (TypeIndex) to RptMonPartial
    write AuthMnthRptLine from ReportTypeLine
    .

    end-if
    .

7400-write-one-reason-line.
    move MonthReasonCode (ReasonIndex) to RptRsnCode
    move MonthReasonRevoked (ReasonIndex) to RptRsnRevoked
    move spaces to RptRsnDescription
    evaluate true
        when MonthReasonCode (ReasonIndex) = spaces
            move "NO REASON RECORDED" to RptRsnDescription
        when ReasonFileOpen
            move MonthReasonCode (ReasonIndex) to ReasonCode
            read AuthReasonFile key is ReasonCode
                invalid key
                    move "NOT ON REASON TABLE" to RptRsnDescription
                not invalid key
                    move ReasonDescription to RptRsnDescription
            end-read
        when other
            continue
    end-evaluate
    write AuthMnthRptLine from ReasonTotalLine
    .

8000-finalize.
    if MasterFileOpen
        close AuthMasterFile
    if CfgFileOpen
        close AuthCfgFile
    end-if
    if ReasonFileOpen
        close AuthReasonFile
    end-if
    if StatFileOpen
        close AuthStatFile
    end-if
            move 0 to MonthExtended (TypeIndex)
            move 0 to MonthPurged (TypeIndex)
            move 0 to MonthClosing (TypeIndex)
            move 0 to MonthPartial (TypeIndex)
            move 0 to MonthOpening (TypeIndex)
            move 0 to MonthInUse (TypeIndex)
            move 0 to MonthPoolSize (TypeIndex)
        add 1 to TypeIndex
    end-if
    .

9200-tally-revoke-reason.
    move "N" to ReasonFoundFlag
    move 1 to ReasonIndex
    perform 9210-search-reason-table
        until ReasonEntryFound or ReasonIndex > MonthReasonCount

    if not ReasonEntryFound
        if MonthReasonCount >= ReasonTableLimit
            if not ReasonTableFullWarned
                display "AUTHMNTH WARNING: reason table full, "
                        "untracked reasons omitted from statement"
                set ReasonTableFullWarned to true
            end-if
        else
            add 1 to MonthReasonCount
            move MonthReasonCount to ReasonIndex
            move WorkingReasonCode to MonthReasonCode (ReasonIndex)
            move 0 to MonthReasonRevoked (ReasonIndex)
            move "Y" to ReasonFoundFlag
        end-if
    end-if

    if ReasonEntryFound
        add 1 to MonthReasonRevoked (ReasonIndex)
    end-if
    .

9210-search-reason-table.
    if MonthReasonCode (ReasonIndex) = WorkingReasonCode
        move "Y" to ReasonFoundFlag
    else
        add 1 to ReasonIndex
    end-if
    .
end program AUTHMNTH.
