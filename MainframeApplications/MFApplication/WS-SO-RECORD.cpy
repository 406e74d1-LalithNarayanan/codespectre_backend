      * (including records stored before the field existed) means the
      * SOFEE.DAT tariff for the from-account's type applies.
           05  WS-SO-FEE-WAIVED      PIC X.
      * Customer's instruction to miss payments without cancelling
      * the order, set through STORDSKP. WS-SO-SKIP-COUNT is the
      * number of upcoming executions still to be skipped;
      * WS-SO-PAUSE-UNTIL is the date the order resumes - every
      * execution falling before it is skipped. STOREXEC rolls the
      * schedule past a skipped execution without posting it: the
      * roll counts toward the end date but not the execution cap,
      * and the instruction clears itself once used up. Zero in
      * either field (including records stored before the fields
      * existed) means no instruction of that kind.
           05  WS-SO-SKIP-COUNT      PIC 9(3).
           05  WS-SO-PAUSE-UNTIL     PIC 9(8).
      * Annual escalation (indexation) clause, set through STORDESC.
      * WS-SO-ESC-TYPE: "P" = the amount rises by WS-SO-ESC-RATE
      * percent, "A" = it rises by the fixed WS-SO-ESC-STEP; space
      * or "N" (including records stored before the clause existed)
      * means no clause. The rise is taken by STOREXEC at the first
      * execution falling in or after WS-SO-ESC-MONTH each year,
      * never beyond WS-SO-ESC-CEILING (zero = no ceiling), and only
      * once the new amount passes the debit caps - at or above the
      * dual-authorization threshold it goes to the approvals queue
      * instead. WS-SO-ESC-LAST-YEAR is the last year a rise was
      * taken (or queued), WS-SO-ESC-NOTICE-YEAR the year whose rise
      * the customer has been given advance notice of (SOESCNOT).
           05  WS-SO-ESC-TYPE        PIC X.
           05  WS-SO-ESC-RATE        PIC 9(3)V99.
           05  WS-SO-ESC-STEP        PIC 9(10)V99.
           05  WS-SO-ESC-MONTH       PIC 9(2).
           05  WS-SO-ESC-CEILING     PIC 9(10)V99.
           05  WS-SO-ESC-LAST-YEAR   PIC 9(4).
           05  WS-SO-ESC-NOTICE-YEAR PIC 9(4).
      * Time of day (HHMMSS) of the last change keyed against the
      * order on WS-SO-LAST-MOD - creation, amendment, approval,
      * release from suspense. An order changed on the business date
      * after an execution cycle's cut-off (CYCLE-POLICY.cpy) waits
      * for the next cycle. Batch jobs record zero: their changes
      * never hold an order back. Zero (including records stored
      * before the field existed) means the start of the day.
           05  WS-SO-LAST-MOD-TIME   PIC 9(6).
      * Payment purpose code of an external order ("X"), four letters,
      * carried on each OUTPAY record for the central bank's
      * cross-border return. Spaces (including records stored before
      * the field existed, and every internal order) mean the
      * beneficiary's own purpose code applies.
           05  WS-SO-PURPOSE-CODE    PIC X(4).
