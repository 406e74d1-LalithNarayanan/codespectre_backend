      ******************************************************************
      * BRCHAUTH.CBL - Branch Access Check                             *
      ******************************************************************
      * Answers one question for every online program that shows or
      * maintains a customer's business: may this operator work this
      * customer? A clerk works only the customers of the branch on
      * the clerk's own OPERATOR.DAT record; a supervisor (and a
      * compliance officer) works every branch under the head-office
      * override, told on the screen when the customer belongs to
      * another branch. A blank branch on either side is the head
      * office branch in BRANCH-POLICY.
      *
      * LINK-MODE:
      *   "C" - check, with the refusal or override shown on screen.
      *   "L" - the same check without any message, for a program
      *         filtering a list down to the operator's branch.
      *   "O" - no check: return the operator's own branch in
      *         LINK-BRANCH, with LINK-RESULT "Y" when the operator
      *         may act for any branch and "N" when held to it.
      * For "C"/"L" the customer is named by LINK-CUST-ID, whose home
      * branch is read from CUST.DAT and returned in LINK-BRANCH; a
      * caller that already holds the branch (an account's own, or
      * a customer record it has read) passes LINK-CUST-ID as spaces
      * and the branch in LINK-BRANCH.
      * LINK-RESULT: "Y" = own branch, "O" = another branch under the
      * head-office override, "N" = another branch, refused, "E" = a
      * master could not be read - the caller must refuse.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHAUTH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-OPR-ID OF OPERATOR-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CUST-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD OPERATOR-FILE.
               COPY OPERATOR-RECORD
                   REPLACING ==WS-OPERATOR-RECORD==
                   BY ==OPERATOR-RECORD==.
           FD CUSTOMER-FILE.
               COPY WS-CUSTOMER-RECORD
                   REPLACING ==WS-CUSTOMER-RECORD==
                   BY ==CUSTOMER-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY BRANCH-POLICY.
       01  WS-OPERATOR-BRANCH      PIC X(4).
       01  WS-OPERATOR-LEVEL       PIC X.
       LINKAGE SECTION.
       01  LINK-MODE               PIC X.
       01  LINK-OPERATOR-ID        PIC X(10).
       01  LINK-CUST-ID            PIC X(10).
       01  LINK-BRANCH             PIC X(4).
       01  LINK-RESULT             PIC X.
       PROCEDURE DIVISION USING LINK-MODE, LINK-OPERATOR-ID,
               LINK-CUST-ID, LINK-BRANCH, LINK-RESULT.
       MAIN-PROCEDURE.
           MOVE "Y" TO LINK-RESULT.

           PERFORM LOAD-OPERATOR THRU LOAD-OPERATOR-EXIT.
           IF LINK-RESULT = "E"
               GO TO END-PROGRAM
           END-IF.

           IF LINK-MODE = "O"
               MOVE WS-OPERATOR-BRANCH TO LINK-BRANCH
               IF WS-OPERATOR-LEVEL = "C"
                   MOVE "N" TO LINK-RESULT
               END-IF
               GO TO END-PROGRAM
           END-IF.

           IF LINK-CUST-ID NOT = SPACES
               PERFORM LOAD-CUSTOMER-BRANCH
                   THRU LOAD-CUSTOMER-BRANCH-EXIT
               IF LINK-RESULT = "E"
                   GO TO END-PROGRAM
               END-IF
           END-IF.
           IF LINK-BRANCH = SPACES
               MOVE WS-BRP-HEAD-OFFICE TO LINK-BRANCH
           END-IF.

           IF LINK-BRANCH = WS-OPERATOR-BRANCH
               GO TO END-PROGRAM
           END-IF.

           IF WS-OPERATOR-LEVEL = "C"
               MOVE "N" TO LINK-RESULT
               IF LINK-MODE = "C"
                   DISPLAY "Customer belongs to branch " LINK-BRANCH
                       " - clerks work their own branch ("
                       WS-OPERATOR-BRANCH ") only."
               END-IF
           ELSE
               MOVE "O" TO LINK-RESULT
               IF LINK-MODE = "C"
                   DISPLAY "Head-office override - customer belongs "
                       "to branch " LINK-BRANCH "."
               END-IF
           END-IF.

       END-PROGRAM.
           EXIT PROGRAM.

       LOAD-OPERATOR.
      * An operator not on file never signed on through STORDMENU -
      * held to the head office branch like a clerk. No operator
      * master at all is STORDMENU's bootstrap session, which runs at
      * supervisor level.
           MOVE "C" TO WS-OPERATOR-LEVEL.
           MOVE SPACES TO WS-OPERATOR-BRANCH.
           OPEN INPUT OPERATOR-FILE.
           IF WS-FILE-STATUS = "35"
               MOVE "S" TO WS-OPERATOR-LEVEL
           END-IF.
           IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "35"
               DISPLAY "OPERATOR.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               MOVE "E" TO LINK-RESULT
               GO TO LOAD-OPERATOR-EXIT
           END-IF.
           IF WS-FILE-STATUS = "00"
               MOVE LINK-OPERATOR-ID TO WS-OPR-ID OF OPERATOR-RECORD
               READ OPERATOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-OPR-LEVEL OF OPERATOR-RECORD TO
                           WS-OPERATOR-LEVEL
                       MOVE WS-OPR-BRANCH OF OPERATOR-RECORD TO
                           WS-OPERATOR-BRANCH
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.
           IF WS-OPERATOR-BRANCH = SPACES
               MOVE WS-BRP-HEAD-OFFICE TO WS-OPERATOR-BRANCH
           END-IF.
       LOAD-OPERATOR-EXIT.
           EXIT.

       LOAD-CUSTOMER-BRANCH.
      * A customer not on file has no branch of its own - the caller
      * reports the missing customer; the check falls to head office.
           MOVE SPACES TO LINK-BRANCH.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-FILE-STATUS = "35"
               GO TO LOAD-CUSTOMER-BRANCH-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CUST.DAT OPEN Error, Status: " WS-FILE-STATUS
               MOVE "E" TO LINK-RESULT
               GO TO LOAD-CUSTOMER-BRANCH-EXIT
           END-IF.
           MOVE LINK-CUST-ID TO WS-CUST-ID OF CUSTOMER-RECORD.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-CUST-BRANCH OF CUSTOMER-RECORD TO LINK-BRANCH
           END-READ.
           CLOSE CUSTOMER-FILE.
       LOAD-CUSTOMER-BRANCH-EXIT.
           EXIT.
