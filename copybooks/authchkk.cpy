*> request area passed to the AUTHCHK check-character subprogram -
*> generate stamps the computed check character into the last
*> position of a freshly generated code of the given class and
*> length; verify judges a presented code against every code type
*> in authcfg.dat that carries a check character and fails it only
*> when it has the shape of such a type, fails the check for all of
*> them and cannot belong to a type without a check character
01  CheckCharRequest.
    05 CheckCharAction       pic x(01).
        88 CheckCharGenerateAction value "G".
        88 CheckCharVerifyAction   value "V".
    05 CheckCharClass        pic x(01).
    05 CheckCharLength       pic 9(02).
    05 CheckCharAuthCode     pic x(08).
    05 CheckCharReply        pic x(01).
        88 CheckCharPassed         value "P".
        88 CheckCharFailed         value "F".
