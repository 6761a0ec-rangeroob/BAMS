*> AUTHRCVR parameter card layout - journal records stamped after
*> the from point (the time the restored backup was taken) and at
*> or before the to point are rolled forward onto the restored
*> master. both are CCYYMMDDHHMMSS; a blank from point replays the
*> whole journal and a blank to point rolls to the end of it
01  AuthRecoverParameter.
    05 RecoverFromStamp      pic x(14).
    05 RecoverToStamp        pic x(14).
