      * For CANCEL: "E" = erase the record outright, anything else =
      * mark it CANCELLED.
           05  WS-AP-CANCEL-MODE     PIC X.
      * The purpose code is carried whole like the fields above -
      * spaces hand the order back to the beneficiary's code.
           05  WS-AP-NEW-PURPOSE-CODE PIC X(4).
