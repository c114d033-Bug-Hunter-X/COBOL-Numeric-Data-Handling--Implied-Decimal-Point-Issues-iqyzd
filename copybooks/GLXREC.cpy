           05  GLX-BUSINESS-DATE           PIC 9(8).
           05  GLX-ACCOUNT-NUMBER          PIC X(10).
           05  GLX-CURRENCY-CODE           PIC X(3).
           05  GLX-AMOUNT                  PIC S9(7)V999.
