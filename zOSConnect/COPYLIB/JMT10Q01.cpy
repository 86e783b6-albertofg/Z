      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++
      * This file contains the generated language structure(s) for
      *  request JSON schema 'helloworld_billing_GET_request.json'.
      * This structure was generated using 'DFHJS2LS' at mapping level
      *  '4.3'.
      *
      *
      *      06 ReqQueryParameters.
      *
      * Comments for field 'period':
      * This field represents the value of JSON schema keyword
      *  'ReqQueryParameters->period'.
      * JSON schema description: Billing period YYYYMM - the current
      *  month (the default when omitted) or the month before it,
      *  the period most recently invoiced. Any other value is
      *  rejected with status 1015.
      * JSON schema type: 'string'.
      * JSON schema keyword 'minLength' value: '0'.
      * JSON schema keyword 'maxLength' value: '6'.
      * This field contains a varying length array of characters or
      *  binary data.
      *        09 Xperiod-length                PIC S9999 COMP-5 SYNC.
      *        09 Xperiod                       PIC X(6).
      *      06 ReqHeaders.
      *
      * Comments for field 'X-IBM-Client-Id':
      * This field represents the value of JSON schema keyword
      *  'ReqHeaders->X-IBM-Client-Id'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'minLength' value: '0'.
      * JSON schema keyword 'maxLength' value: '36'.
      * This field contains a varying length array of characters or
      *  binary data.
      *        09 X-IBM-Client-Id-length        PIC S9999 COMP-5 SYNC.
      *        09 X-IBM-Client-Id               PIC X(36).
      *
      * Comments for field 'X-Session-Token':
      * This field represents the value of JSON schema keyword
      *  'ReqHeaders->X-Session-Token'.
      * JSON schema description: Short-lived token returned by the
      *  HelloWorldToken_1.0.0 operation. Optional while raw OAuth
      *  client credentials are still accepted.
      * JSON schema type: 'string'.
      * JSON schema keyword 'minLength' value: '0'.
      * JSON schema keyword 'maxLength' value: '36'.
      * This field contains a varying length array of characters or
      *  binary data.
      *        09 X-Session-Token-length        PIC S9999 COMP-5 SYNC.
      *        09 X-Session-Token               PIC X(36).
      *
      * Comments for field 'X-Correlation-Id':
      * This field represents the value of JSON schema keyword
      *  'ReqHeaders->X-Correlation-Id'.
      * JSON schema description: Optional caller-supplied trace id,
      *  echoed back on RespBody.
      * JSON schema type: 'string'.
      * JSON schema keyword 'minLength' value: '0'.
      * JSON schema keyword 'maxLength' value: '36'.
      * This field contains a varying length array of characters or
      *  binary data.
      *        09 X-Correlation-Id-length       PIC S9999 COMP-5 SYNC.
      *        09 X-Correlation-Id              PIC X(36).
      *
      *
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

             06 ReqQueryParameters.
               09 Xperiod-length                PIC S9999 COMP-5 SYNC.
               09 Xperiod                       PIC X(6).
             06 ReqHeaders.
               09 X-IBM-Client-Id-length        PIC S9999 COMP-5 SYNC.
               09 X-IBM-Client-Id               PIC X(36).
               09 X-Session-Token-length        PIC S9999 COMP-5 SYNC.
               09 X-Session-Token               PIC X(36).
               09 X-Correlation-Id-length       PIC S9999 COMP-5 SYNC.
               09 X-Correlation-Id              PIC X(36).
