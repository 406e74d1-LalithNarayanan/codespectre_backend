      * Batch run-statistics record (RUNSTAT.DAT), one per job per     *
      * business date, written through RUNSTATW at end of job. Each    *
      * job fills the counters that apply to it and leaves the rest    *
      * zero; STORDBAL cross-foots them at end of day. STOREXEC        *
      * writes one record per execution cycle (WS-RS-CYCLE); every     *
      * other job writes cycle 0, the business date as a whole.        *
      ******************************************************************
       01  WS-RUNSTAT-RECORD.
           05  WS-RS-KEY.
               10  WS-RS-JOB-NAME    PIC X(8).
               10  WS-RS-RUN-DATE    PIC 9(8).
               10  WS-RS-CYCLE       PIC 9.
           05  WS-RS-START-TIME      PIC 9(6).
           05  WS-RS-END-TIME        PIC 9(6).
           05  WS-RS-PROCESSED       PIC 9(7).
