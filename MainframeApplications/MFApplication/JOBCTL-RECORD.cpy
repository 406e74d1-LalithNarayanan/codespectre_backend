      * on a clean finish; a downstream job refuses to start until     *
      * its predecessor shows COMPLETE for the business date, unless   *
      * a supervisor overrides (recorded on the downstream job's own   *
      * record). A job that runs once per execution cycle keeps one    *
      * record per cycle as well (WS-JC-CYCLE, CYCLE-POLICY.cpy);      *
      * cycle 0 is the business date as a whole.                       *
      ******************************************************************
       01  WS-JOBCTL-RECORD.
           05  WS-JC-KEY.
               10  WS-JC-JOB-NAME    PIC X(8).
               10  WS-JC-RUN-DATE    PIC 9(8).
               10  WS-JC-CYCLE       PIC 9.
           05  WS-JC-STATUS          PIC X(8).
           05  WS-JC-START-TIME      PIC 9(6).
           05  WS-JC-END-TIME        PIC 9(6).
