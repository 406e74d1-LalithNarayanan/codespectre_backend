      * close and list; closing an operator bars the sign-on without
      * losing the identity history on the audit trail. Every change
      * is written to the audit trail via AUDITLOG under the signed-on
      * supervisor's own identity. Each operator works from a branch
      * on BRANCH.DAT - a clerk sees only that branch's customers -
      * and a new operator may only be placed in an ACTIVE branch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-OPR-ID OF OPERATOR-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BR-ID OF BRANCH-RECORD
               FILE STATUS IS WS-BRANCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD OPERATOR-FILE.
               COPY OPERATOR-RECORD
                   REPLACING ==WS-OPERATOR-RECORD==
                   BY ==OPERATOR-RECORD==.
           FD BRANCH-FILE.
               COPY BRANCH-RECORD
                   REPLACING ==WS-BRANCH-RECORD==
                   BY ==BRANCH-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY BRANCH-POLICY.
       01  WS-BRANCH-STATUS        PIC XX.
       01  WS-BRANCH-INPUT         PIC X(4).
       01  WS-BRANCH-VALID         PIC X.
       01  WS-MENU-CHOICE          PIC X.
       01  WS-DONE-FLAG            PIC X.
       01  WS-LIST-COUNT           PIC 9(5).
           MOVE WS-OPR-ID-INPUT TO WS-OPR-ID OF OPERATOR-RECORD.
           DISPLAY "Enter Name: ".
           ACCEPT WS-OPR-NAME OF OPERATOR-RECORD.
           DISPLAY "Enter Level (S=supervisor, C=clerk, "
               "K=compliance): ".
           ACCEPT WS-OPR-LEVEL OF OPERATOR-RECORD.
           INSPECT WS-OPR-LEVEL OF OPERATOR-RECORD
               CONVERTING "sck" TO "SCK".
           IF WS-OPR-LEVEL OF OPERATOR-RECORD NOT = "S" AND
              WS-OPR-LEVEL OF OPERATOR-RECORD NOT = "C" AND
              WS-OPR-LEVEL OF OPERATOR-RECORD NOT = "K"
               DISPLAY "Level must be S, C or K."
               GO TO ADD-OPERATOR-EXIT
           END-IF.
           DISPLAY "Enter Branch ID (blank = head office "
               WS-BRP-HEAD-OFFICE "): ".
           MOVE SPACES TO WS-BRANCH-INPUT.
           ACCEPT WS-BRANCH-INPUT.
           IF WS-BRANCH-INPUT = SPACES
               MOVE WS-BRP-HEAD-OFFICE TO WS-BRANCH-INPUT
           END-IF.
           PERFORM VALIDATE-BRANCH THRU VALIDATE-BRANCH-EXIT.
           IF WS-BRANCH-VALID NOT = "Y"
               GO TO ADD-OPERATOR-EXIT
           END-IF.
           MOVE WS-BRANCH-INPUT TO WS-OPR-BRANCH OF OPERATOR-RECORD.
           MOVE "ACTIVE" TO WS-OPR-STAT OF OPERATOR-RECORD.

           MOVE WS-OPR-ID-INPUT TO WS-AUD-KEY.
           STRING "NAME=" WS-OPR-NAME OF OPERATOR-RECORD
               " LEVEL=" WS-OPR-LEVEL OF OPERATOR-RECORD
               " STAT=" WS-OPR-STAT OF OPERATOR-RECORD
               " BRANCH=" WS-OPR-BRANCH OF OPERATOR-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           WRITE OPERATOR-RECORD
               INVALID KEY
           STRING "NAME=" WS-OPR-NAME OF OPERATOR-RECORD
               " LEVEL=" WS-OPR-LEVEL OF OPERATOR-RECORD
               " STAT=" WS-OPR-STAT OF OPERATOR-RECORD
               " BRANCH=" WS-OPR-BRANCH OF OPERATOR-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

           DISPLAY "Current Name..: " WS-OPR-NAME OF OPERATOR-RECORD.
                   WS-OPR-NAME OF OPERATOR-RECORD
           END-IF.
           DISPLAY "Current Level.: " WS-OPR-LEVEL OF OPERATOR-RECORD.
           DISPLAY "Enter New Level (S/C/K, blank to keep): ".
           ACCEPT WS-MESSAGE.
           INSPECT WS-MESSAGE(1:1) CONVERTING "sck" TO "SCK".
           IF WS-MESSAGE(1:1) = "S" OR WS-MESSAGE(1:1) = "C" OR
              WS-MESSAGE(1:1) = "K"
               MOVE WS-MESSAGE(1:1) TO
                   WS-OPR-LEVEL OF OPERATOR-RECORD
           END-IF.
           DISPLAY "Current Branch: " WS-OPR-BRANCH OF OPERATOR-RECORD.
           DISPLAY "Enter New Branch ID (blank to keep): ".
           MOVE SPACES TO WS-BRANCH-INPUT.
           ACCEPT WS-BRANCH-INPUT.
           IF WS-BRANCH-INPUT NOT = SPACES
               PERFORM VALIDATE-BRANCH THRU VALIDATE-BRANCH-EXIT
               IF WS-BRANCH-VALID NOT = "Y"
                   GO TO AMEND-OPERATOR-EXIT
               END-IF
               MOVE WS-BRANCH-INPUT TO
                   WS-OPR-BRANCH OF OPERATOR-RECORD
           END-IF.
      * Reopening a CLOSED operator is an explicit amendment.
           IF WS-OPR-STAT OF OPERATOR-RECORD = "CLOSED"
               DISPLAY "Operator is CLOSED - reopen? (Y/N): "
           STRING "NAME=" WS-OPR-NAME OF OPERATOR-RECORD
               " LEVEL=" WS-OPR-LEVEL OF OPERATOR-RECORD
               " STAT=" WS-OPR-STAT OF OPERATOR-RECORD
               " BRANCH=" WS-OPR-BRANCH OF OPERATOR-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           REWRITE OPERATOR-RECORD
               INVALID KEY
                           " " WS-OPR-NAME OF OPERATOR-RECORD
                           " " WS-OPR-LEVEL OF OPERATOR-RECORD
                           " " WS-OPR-STAT OF OPERATOR-RECORD
                           " " WS-OPR-BRANCH OF OPERATOR-RECORD
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "Operators on file: " WS-LIST-COUNT.
           MOVE "00" TO WS-FILE-STATUS.

       VALIDATE-BRANCH.
      * The branch keyed in WS-BRANCH-INPUT must be an ACTIVE branch
      * on the directory.
           MOVE "N" TO WS-BRANCH-VALID.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS NOT = "00"
               DISPLAY "BRANCH.DAT OPEN Error, Status: "
                   WS-BRANCH-STATUS
               GO TO VALIDATE-BRANCH-EXIT
           END-IF.
           MOVE WS-BRANCH-INPUT TO WS-BR-ID OF BRANCH-RECORD.
           READ BRANCH-FILE
               INVALID KEY
                   DISPLAY "Branch " WS-BRANCH-INPUT
                       " is not on the branch directory."
               NOT INVALID KEY
                   IF WS-BR-STAT OF BRANCH-RECORD = "CLOSED"
                       DISPLAY "Branch " WS-BRANCH-INPUT
                           " is CLOSED."
                   ELSE
                       MOVE "Y" TO WS-BRANCH-VALID
                   END-IF
           END-READ.
           CLOSE BRANCH-FILE.
       VALIDATE-BRANCH-EXIT.
           EXIT.

       WRITE-AUDIT-ENTRY.
      * WS-AUD-OPER, WS-AUD-KEY and the old/new values are set by the
      * caller before this paragraph is performed.
