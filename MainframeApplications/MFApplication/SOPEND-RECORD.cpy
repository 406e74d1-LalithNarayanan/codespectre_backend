           05  WS-PA-NEW-ANCHOR      PIC 9(8).
           05  WS-PA-NEW-PRIORITY    PIC 9(2).
           05  WS-PA-NEW-FEE-WAIVED  PIC X.
      * The purpose code is carried whole like the fields above -
      * spaces hand the order back to the beneficiary's code.
           05  WS-PA-NEW-PURPOSE-CODE PIC X(4).
