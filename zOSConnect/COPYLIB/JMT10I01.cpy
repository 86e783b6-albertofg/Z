           03 BAQ-APINAME                PIC X(255)
              VALUE 'HelloWorldBilling_1.0.0'.
           03 BAQ-APINAME-LEN            PIC S9(9) COMP-5 SYNC
              VALUE 23.
           03 BAQ-APIPATH                PIC X(255)
              VALUE '%2Fhelloworld%2Fbilling'.
           03 BAQ-APIPATH-LEN            PIC S9(9) COMP-5 SYNC
              VALUE 23.
           03 BAQ-APIMETHOD              PIC X(255)
              VALUE 'GET'.
           03 BAQ-APIMETHOD-LEN          PIC S9(9) COMP-5 SYNC
              VALUE 3.
