      * This field represents the value of JSON schema keyword
      *  'RespBody->resetsAt'.
      * JSON schema description: When the window rolls - midnight at
      *  the start of the next RL-CALL-DATE, YYYYMMDDHHMMSS. For a
      *  client with a UTC offset on the registry this is the
      *  partner's own midnight, followed by the offset (+HHMM or
      *  -HHMM); otherwise host time with no offset.
      * JSON schema type: 'string'.
      *        09 XresetsAt                     PIC X(26).
      *
      *        09 Xcorrelationid-length         PIC S9999 COMP-5 SYNC.
      *        09 Xcorrelationid                PIC X(36).
      *
      * Comments for field 'prepaid':
      * This field represents the value of JSON schema keyword
      *  'RespBody->prepaid'.
      * JSON schema description: 'Y' when the client buys calls up
      *  front (prepaid balance) instead of being invoiced monthly,
      *  'N' otherwise.
      * JSON schema type: 'string'.
      *        09 Xprepaid                      PIC X(1).
      *
      * Comments for field 'prepaidBalance':
      * This field represents the value of JSON schema keyword
      *  'RespBody->prepaidBalance'.
      * JSON schema description: Prepaid calls remaining before
      *  status 1014; zero when the client is not prepaid.
      * JSON schema type: 'integer'.
      *        09 XprepaidBalance               PIC S9(9) COMP-5 SYNC.
      *
      * Comments for field 'orgId':
      * This field represents the value of JSON schema keyword
      *  'RespBody->orgId'.
      * JSON schema description: The partner organization the client
      *  belongs to; spaces when it stands alone.
      * JSON schema type: 'string'.
      *        09 XorgId                        PIC X(6).
      *
      * Comments for field 'orgCallsUsed':
      * This field represents the value of JSON schema keyword
      *  'RespBody->orgCallsUsed'.
      * JSON schema description: Today's calls across all the
      *  organization's production client ids combined; zero when
      *  the client has no organization.
      * JSON schema type: 'integer'.
      *        09 XorgCallsUsed                 PIC S9(9) COMP-5 SYNC.
      *
      * Comments for field 'orgDailyLimit':
      * This field represents the value of JSON schema keyword
      *  'RespBody->orgDailyLimit'.
      * JSON schema description: The organization's pooled daily
      *  limit - status 1016 once orgCallsUsed reaches it; zero when
      *  there is no pool. For a pooled production client dailyLimit
      *  and remaining also describe the pool.
      * JSON schema type: 'integer'.
      *        09 XorgDailyLimit                PIC S9(9) COMP-5 SYNC.
      *
      *
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

               09 XresetsAt                     PIC X(26).
               09 Xcorrelationid-length         PIC S9999 COMP-5 SYNC.
               09 Xcorrelationid                PIC X(36).
               09 Xprepaid                      PIC X(1).
               09 XprepaidBalance               PIC S9(9) COMP-5 SYNC.
               09 XorgId                        PIC X(6).
               09 XorgCallsUsed                 PIC S9(9) COMP-5 SYNC.
               09 XorgDailyLimit                PIC S9(9) COMP-5 SYNC.
