        organization indexed
        access mode dynamic
        record key AuthCodeKey
        alternate record key AuthCodeRequestId with duplicates
        alternate record key AuthCodeRequestor with duplicates
        alternate record key AuthCodeTypeIssueKey with duplicates
        file status AuthMasterFileStatus.

    select AuthCapRptFile assign "authcap.rpt"
    01 WarningThresholdPct  pic 9(03) value 60.
    01 CharacterBase        pic 9(02) comp.
    01 PowerIndex           pic 9(02) comp.
    01 FreePositions        pic 9(02) comp.
    01 UtilizationPct       pic 9(03)v9.
    01 RemainingPool        pic 9(10) comp.
    01 ExhaustionDays       pic 9(12) comp.
    if AuthMasterFileStatus = "39"
        display "AUTHCAP FATAL: master file authmstr.dat record"
                " layout mismatch (file status 39) - run the"
                " AUTHMCNV or AUTHICNV conversion"
        move 12 to return-code
        stop run
    end-if
    else
        move 16 to CharacterBase
    end-if
    if AuthCfgCheckCharOn and AuthCfgLength > 1
        compute FreePositions = AuthCfgLength - 1
    else
        move AuthCfgLength to FreePositions
    end-if

    move 1 to CapPoolSize (TypeIndex)
    perform 2220-multiply-pool-base
        varying PowerIndex from 1 by 1
        until PowerIndex > FreePositions
    .

2220-multiply-pool-base.
