      * per-claim ceiling; the creditor's own internal account takes   *
      * the credit. DDCLAIM validates each claim file line against     *
      * its mandate before posting. Status is ACTIVE or CLOSED - a    *
      * CLOSED mandate refuses every claim. DDINDEM sets the           *
      * indemnity flag ("Y") when the mandate has drawn too many       *
      * indemnity claims within the INDEM-POLICY period - a prompt for *
      * MANDMNT to close it, not a closure in itself.                  *
      ******************************************************************
       01  WS-MANDATE-RECORD.
           05  WS-MD-ID              PIC X(20).
           05  WS-MD-STAT            PIC X(8).
           05  WS-MD-CREAT-DATE      PIC 9(8).
           05  WS-MD-LAST-MOD        PIC 9(8).
           05  WS-MD-INDEM-FLAG      PIC X.
           05  WS-MD-INDEM-DATE      PIC 9(8).
