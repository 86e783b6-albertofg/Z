                   '1011Correlation id not found'.
               10 FILLER PIC X(37) VALUE
                   '1012Unrecognized scope parameter'.
               10 FILLER PIC X(37) VALUE
                   '1013Client history under legal hold'.
               10 FILLER PIC X(37) VALUE
                   '1014Prepaid call balance exhausted'.
               10 FILLER PIC X(37) VALUE
                   '1015Billing period not available'.
               10 FILLER PIC X(37) VALUE
                   '1016Organization daily pool exhausted'.
               10 FILLER PIC X(37) VALUE
                   '1017Name refused by content screening'.
               10 FILLER PIC X(37) VALUE
                   '1018Id locked out - repeated failures'.
               10 FILLER PIC X(37) VALUE
                   '2001zOS Connect layer error'.
               10 FILLER PIC X(37) VALUE
                   '2002Planned maintenance in progress'.
               10 FILLER PIC X(37) VALUE
                   '3001Unexpected error in stub logic'.
               10 FILLER PIC X(37) VALUE
                   '3002Greeting-history file I/O error'.
       01  WS-SC-TABLE REDEFINES WS-STATUS-CATALOG.
           05 WS-SC-ROW OCCURS 23 TIMES
                       INDEXED BY WS-SC-IDX.
               10 WS-SC-CODE            PIC 9(04).
               10 WS-SC-MESSAGE         PIC X(33).
       77  WS-SC-TABLE-MAX             PIC S9(4) COMP-5 VALUE 23.
