      * the beneficiary ID in its to-account field; STOREXEC debits    *
      * the from-account and writes the payment to the outbound        *
      * payment file for the interbank interface instead of crediting  *
      * an internal account. Status is ACTIVE, HELD or CLOSED - a      *
      * CLOSED beneficiary suspends the orders that point at it; a     *
      * HELD one (a sanctions screening hit awaiting a compliance      *
      * decision) suspends them until compliance releases it.          *
      * WS-BN-ADDED-DATE is the date the beneficiary was set up (zero  *
      * on beneficiaries set up before it was recorded) - AMLMON       *
      * watches for large payments to newly added payees.              *
      * WS-BN-PURPOSE-CODE is the payment purpose code reported on the *
      * central bank's cross-border return (XBRETURN) for payments to  *
      * the beneficiary whose standing order carries no code of its    *
      * own. Spaces mean none has been given.                          *
      ******************************************************************
       01  WS-BENEF-RECORD.
           05  WS-BN-ID              PIC X(10).
           05  WS-BN-BANK-ID         PIC X(11).
           05  WS-BN-ACCT-NO         PIC X(20).
           05  WS-BN-STAT            PIC X(8).
           05  WS-BN-ADDED-DATE      PIC 9(8).
           05  WS-BN-PURPOSE-CODE    PIC X(4).
