      ******************************************************************
      * CYCLE-POLICY.CPY                                               *
      * Site-configurable intraday execution cycles. STOREXEC runs     *
      * once per cycle of the business date - as shipped a morning,    *
      * a midday and a night cycle - and each cycle has a published    *
      * cut-off time (HHMMSS): an order created, amended or released   *
      * after the cut-off waits for the next cycle, and the night      *
      * cycle's cut-off rolls it to the next business date. Cycle      *
      * numbers run 1 to WS-CY-CYCLE-COUNT in cut-off order; the       *
      * last cycle completes the business date on JOBCTL. Cycle 0      *
      * stands for the business date as a whole on JOBCTL, RUNSTAT     *
      * and CHKPT, and on the posting log for postings made outside    *
      * the execution cycles (workbench, interest, sweeps, claims).    *
      * Unused slots stay zero.                                        *
      ******************************************************************
       01  WS-CYCLE-POLICY.
           05  WS-CY-CYCLE-COUNT        PIC 9 VALUE 3.
           05  WS-CY-CUTOFF-VALUES.
               10  FILLER               PIC 9(6) VALUE 090000.
               10  FILLER               PIC 9(6) VALUE 130000.
               10  FILLER               PIC 9(6) VALUE 200000.
               10  FILLER               PIC 9(6) VALUE ZERO.
               10  FILLER               PIC 9(6) VALUE ZERO.
               10  FILLER               PIC 9(6) VALUE ZERO.
               10  FILLER               PIC 9(6) VALUE ZERO.
               10  FILLER               PIC 9(6) VALUE ZERO.
               10  FILLER               PIC 9(6) VALUE ZERO.
           05  WS-CY-CUTOFF-TABLE REDEFINES WS-CY-CUTOFF-VALUES.
               10  WS-CY-CUTOFF         PIC 9(6) OCCURS 9 TIMES.
