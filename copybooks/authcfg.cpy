*> per code-type generation rules - lets one generation flow serve
*> more than one product line without forking the program. max
*> uses of 1 is the ordinary single-use code; a daily limit of 0
*> means the uses may all be taken on the same day. with the check
*> character on, the last position of every code of the type is a
*> check character computed by AUTHCHK over the class alphabet.
*> the check character flag is set when the type is added and is
*> fixed from then on - AUTHCFGM will not change it on an existing
*> type, since codes already issued would then fail the check
01  AuthCodeConfig.
    05 AuthCfgType           pic x(04).
    05 AuthCfgLength         pic 9(02).
    05 AuthCfgStatus         pic x(01).
        88 AuthCfgActive           value "A".
        88 AuthCfgInactive         value "D".
    05 AuthCfgMaxUses        pic 9(03).
    05 AuthCfgDailyLimit     pic 9(03).
    05 AuthCfgCheckCharacter pic x(01).
        88 AuthCfgCheckCharOn      value "Y".
