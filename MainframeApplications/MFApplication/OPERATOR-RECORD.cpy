      * maintenance programs, so the audit trail names the human and   *
      * sensitive actions (record erasure, high-value amendments,      *
      * operator maintenance) are held to supervisor level.            *
      * WS-OPR-LEVEL: "S" = supervisor, "C" = clerk, "K" = compliance  *
      * officer (works the sanctions hold queue in SANCWRK and the     *
      * monitoring alerts in AMLWRK).                                  *
      * WS-OPR-STAT:  ACTIVE or CLOSED - a CLOSED operator cannot      *
      * sign on.                                                       *
      * WS-OPR-BRANCH: the operator's branch on BRANCH.DAT. A clerk    *
      * sees and maintains only that branch's customers (BRCHAUTH); a  *
      * supervisor works every branch under the head-office override.  *
      * Spaces are read as the head office branch in BRANCH-POLICY.    *
      ******************************************************************
       01  WS-OPERATOR-RECORD.
           05  WS-OPR-ID             PIC X(10).
           05  WS-OPR-NAME           PIC X(30).
           05  WS-OPR-LEVEL          PIC X.
           05  WS-OPR-STAT           PIC X(8).
           05  WS-OPR-BRANCH         PIC X(4).
