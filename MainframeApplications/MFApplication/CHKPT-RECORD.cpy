           05  WS-CHKPT-POSTED       PIC 9(7).
           05  WS-CHKPT-SUSPENDED    PIC 9(7).
           05  WS-CHKPT-EXPIRED      PIC 9(7).
      * Execution cycle the checkpoint belongs to (CYCLE-POLICY.cpy) -
      * a checkpoint resumes only a rerun of the same business date
      * and cycle. Zero for jobs that run once a day.
           05  WS-CHKPT-CYCLE        PIC 9.
