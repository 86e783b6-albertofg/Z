      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++
      * This file contains the generated language structure(s) for
      *  response JSON schema 'helloworld_billing_GET_200_response
      *  .json'. This structure was generated using 'DFHJS2LS' at
      *  mapping level '4.3'.
      *
      *
      *      06 RespBody.
      *
      * Comments for field 'billingPeriod':
      * This field represents the value of JSON schema keyword
      *  'RespBody->billingPeriod'.
      * JSON schema description: The billing period reported, YYYYMM.
      * JSON schema type: 'string'.
      *        09 XbillingPeriod                PIC X(6).
      *
      * Comments for field 'periodClosed':
      * This field represents the value of JSON schema keyword
      *  'RespBody->periodClosed'.
      * JSON schema description: 'N' for the current month - the figures
      *  are to date and will grow; 'Y' for the previous month, which
      *  has been invoiced.
      * JSON schema type: 'string'.
      *        09 XperiodClosed                 PIC X(1).
      *
      * Comments for field 'invoiced':
      * This field represents the value of JSON schema keyword
      *  'RespBody->invoiced'.
      * JSON schema description: 'Y' when the client is invoiced
      *  monthly. 'N' for a prepaid client (its calls are paid for up
      *  front) or a sandbox client - nothing is invoiced and every
      *  charge is zero.
      * JSON schema type: 'string'.
      *        09 Xinvoiced                     PIC X(1).
      *
      * Comments for field 'fullRateCalls':
      * This field represents the value of JSON schema keyword
      *  'RespBody->fullRateCalls'.
      * JSON schema description: Successful calls in the period, billed
      *  at the full rate.
      * JSON schema type: 'integer'.
      *        09 XfullRateCalls                PIC S9(9) COMP-5 SYNC.
      *
      * Comments for field 'reducedRateCalls':
      * This field represents the value of JSON schema keyword
      *  'RespBody->reducedRateCalls'.
      * JSON schema description: 1xxx caller-error calls in the period,
      *  billed at the reduced rate.
      * JSON schema type: 'integer'.
      *        09 XreducedRateCalls             PIC S9(9) COMP-5 SYNC.
      *
      * Comments for field 'freeCalls':
      * This field represents the value of JSON schema keyword
      *  'RespBody->freeCalls'.
      * JSON schema description: 2xxx/3xxx calls in the period - our
      *  fault, never billed.
      * JSON schema type: 'integer'.
      *        09 XfreeCalls                    PIC S9(9) COMP-5 SYNC.
      *
      * Comments for field 'estimatedCharge':
      * This field represents the value of JSON schema keyword
      *  'RespBody->estimatedCharge'.
      * JSON schema description: The period's calls priced on the
      *  client's rate tiers (or the default tiers) exactly as the
      *  month-end invoice prices them, before any adjustment.
      * JSON schema type: 'number'.
      * JSON schema keyword 'format' value: 'decimal'.
      * JSON schema keyword 'totalDigits' value: '13'.
      * JSON schema keyword 'fractionDigits' value: '2'.
      *        09 XestimatedCharge              PIC S9(11)V9(2) COMP-3.
      *
      * Comments for field 'adjusted':
      * This field represents the value of JSON schema keyword
      *  'RespBody->adjusted'.
      * JSON schema description: 'Y' when billing adjustments have been
      *  applied to the period; the adjustment fields below are zero
      *  otherwise.
      * JSON schema type: 'string'.
      *        09 Xadjusted                     PIC X(1).
      *
      * Comments for field 'adjFullRateCalls':
      * This field represents the value of JSON schema keyword
      *  'RespBody->adjFullRateCalls'.
      * JSON schema description: Net full-rate call count adjustment
      *  applied (signed).
      * JSON schema type: 'integer'.
      *        09 XadjFullRateCalls             PIC S9(9) COMP-5 SYNC.
      *
      * Comments for field 'adjReducedRateCalls':
      * This field represents the value of JSON schema keyword
      *  'RespBody->adjReducedRateCalls'.
      * JSON schema description: Net reduced-rate call count adjustment
      *  applied (signed).
      * JSON schema type: 'integer'.
      *        09 XadjReducedRateCalls          PIC S9(9) COMP-5 SYNC.
      *
      * Comments for field 'adjAmount':
      * This field represents the value of JSON schema keyword
      *  'RespBody->adjAmount'.
      * JSON schema description: Net flat-amount adjustment applied
      *  (signed).
      * JSON schema type: 'number'.
      * JSON schema keyword 'format' value: 'decimal'.
      * JSON schema keyword 'totalDigits' value: '13'.
      * JSON schema keyword 'fractionDigits' value: '2'.
      *        09 XadjAmount                    PIC S9(11)V9(2) COMP-3.
      *
      * Comments for field 'charge':
      * This field represents the value of JSON schema keyword
      *  'RespBody->charge'.
      * JSON schema description: What the client owes for the period:
      *  the corrected amount when the period has been adjusted, the
      *  estimated charge otherwise.
      * JSON schema type: 'number'.
      * JSON schema keyword 'format' value: 'decimal'.
      * JSON schema keyword 'totalDigits' value: '13'.
      * JSON schema keyword 'fractionDigits' value: '2'.
      *        09 Xcharge                       PIC S9(11)V9(2) COMP-3.
      *
      * Comments for field 'correlationId':
      * This field represents the value of JSON schema keyword
      *  'RespBody->correlationId'.
      * JSON schema description: Echo of ReqHeaders->X-Correlation-Id
      *  when the caller supplied one; spaces otherwise.
      * JSON schema type: 'string'.
      *        09 Xcorrelationid-length         PIC S9999 COMP-5 SYNC.
      *        09 Xcorrelationid                PIC X(36).
      *
      *
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

             06 RespBody.
               09 XbillingPeriod                PIC X(6).
               09 XperiodClosed                 PIC X(1).
               09 Xinvoiced                     PIC X(1).
               09 XfullRateCalls                PIC S9(9) COMP-5 SYNC.
               09 XreducedRateCalls             PIC S9(9) COMP-5 SYNC.
               09 XfreeCalls                    PIC S9(9) COMP-5 SYNC.
               09 XestimatedCharge              PIC S9(11)V9(2) COMP-3.
               09 Xadjusted                     PIC X(1).
               09 XadjFullRateCalls             PIC S9(9) COMP-5 SYNC.
               09 XadjReducedRateCalls          PIC S9(9) COMP-5 SYNC.
               09 XadjAmount                    PIC S9(11)V9(2) COMP-3.
               09 Xcharge                       PIC S9(11)V9(2) COMP-3.
               09 Xcorrelationid-length         PIC S9999 COMP-5 SYNC.
               09 Xcorrelationid                PIC X(36).
