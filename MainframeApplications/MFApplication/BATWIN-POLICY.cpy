      ******************************************************************
      * BATWIN-POLICY.CPY                                              *
      * Site-configurable online/batch interlock. While any job named  *
      * here shows STARTED on JOBCTL.DAT - any cycle, for a business   *
      * date no more than WS-BP-LOOKBACK-DAYS before today - the       *
      * updating online functions refuse and stay usable for inquiry   *
      * only (BATWCHK). A supervisor may open an emergency window      *
      * (BATWMNT) for at most WS-BP-MAX-MINUTES; every update made     *
      * under it is audited. Unused job slots stay spaces.             *
      ******************************************************************
       01  WS-BATWIN-POLICY.
           05  WS-BP-JOB-COUNT          PIC 9 VALUE 3.
           05  WS-BP-JOB-VALUES.
               10  FILLER               PIC X(8) VALUE "STOREXEC".
               10  FILLER               PIC X(8) VALUE "SOSWEEP".
               10  FILLER               PIC X(8) VALUE "INTPOST".
               10  FILLER               PIC X(8) VALUE SPACES.
               10  FILLER               PIC X(8) VALUE SPACES.
               10  FILLER               PIC X(8) VALUE SPACES.
           05  WS-BP-JOB-TABLE REDEFINES WS-BP-JOB-VALUES.
               10  WS-BP-JOB-NAME       PIC X(8) OCCURS 6 TIMES.
           05  WS-BP-LOOKBACK-DAYS      PIC 9(2) VALUE 1.
           05  WS-BP-MAX-MINUTES        PIC 9(3) VALUE 120.
