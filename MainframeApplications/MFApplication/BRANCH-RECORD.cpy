      ******************************************************************
      * BRANCH-RECORD.CPY                                              *
      * Branch directory record (BRANCH.DAT), one per branch, kept by  *
      * BRCHMNT. Customers, accounts and operators carry a home branch *
      * from this directory: clerks see and maintain only their own    *
      * branch's customers (BRCHAUTH), and the standing order, hold,   *
      * suspense and cash-flow reports subtotal and select by it.      *
      * A CLOSED branch stays on file so the records that still name   *
      * it resolve, but takes no new customers or operators.           *
      ******************************************************************
       01  WS-BRANCH-RECORD.
           05  WS-BR-ID              PIC X(4).
           05  WS-BR-NAME            PIC X(30).
           05  WS-BR-ADDRESS         PIC X(60).
      * ACTIVE or CLOSED.
           05  WS-BR-STAT            PIC X(8).
           05  WS-BR-OPENED-DATE     PIC 9(8).
           05  WS-BR-LAST-MOD        PIC 9(8).
