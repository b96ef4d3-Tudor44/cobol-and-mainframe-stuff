      *   WIDENED SUSPENSE-REC WITH THE REJECTING RUN'S RUN-ID SO     *
      *   THE NIGHT-END BALANCING CERTIFICATE CAN COUNT ONE RUN'S     *
      *   REJECTS ON THE ACCUMULATING SUSPENSE FILE.                  *
      *   A PAYMENT ON AN ACCOUNT STILL OPEN ON THE CHARGED-OFF       *
      *   ACCOUNT REGISTER (CHGOREC, ACCTPRM ENTRY FIFTY-TWO) NOW     *
      *   POSTS AS A RECOVERY.  THE PART UP TO THE LOSS STILL OPEN    *
      *   IS JOURNALED AS A CODE Y PAIR - THE WRITTEN-OFF DEBT        *
      *   REINSTATED, THEN THE WHOLE PAYMENT COLLECTED - SO THE       *
      *   MASTER MOVES ONLY BY ANY EXCESS OVER THE LOSS, THE GL SEES  *
      *   A RECOVERY INSTEAD OF A PAYMENT, AND THE REGISTER CARRIES   *
      *   THE AMOUNT RECOVERED.                                       *
      *   EVERY JOURNAL ENTRY IS NOW STAMPED WITH THE NEXT JOURNAL    *
      *   SEQUENCE NUMBER AND CHAIN HASH (JSEQPRC) BEFORE IT IS       *
      *   WRITTEN, AND THE JOURNAL CONTROL RECORD (JCTLREC, ACCTPRM   *
      *   ENTRY SEVENTY) IS SAVED ONCE THE JOURNAL IS CLOSED, SO      *
      *   ACCT-JRNL-VERIFY CAN PROVE NO ENTRY WAS LOST OR ALTERED.    *
      *   EVERY RUN NOW APPENDS A START AND AN END RECORD (RCTLREC)   *
      *   TO THE RUN-CONTROL LOG, ACCTPRM ENTRY SEVENTY-ONE, SO       *
      *   ACCT-RUN-SUMMARY CAN SHOW IT ON THE MORNING OPERATIONS      *
      *   SUMMARY.                                                    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
       SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT JCTL-FILE ASSIGN TO WS-JCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JCTL-STATUS.
       SELECT RUN-HIST-FILE ASSIGN TO WS-RUN-HIST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-HIST-STATUS.
       SELECT CHGOFF-FILE ASSIGN TO WS-CHGOFF-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHGO-ACCT-NO
           FILE STATUS IS WS-CHGOFF-STATUS.
       SELECT RCTL-FILE ASSIGN TO WS-RCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
               02 CKPT-LAST-SEQ-NO          PIC 9(9).
               02 CKPT-LAST-ACCT-NO         PIC 9(9).
       FD JOURNAL-FILE
           RECORD CONTAINS 108 CHARACTERS.
           COPY JRNLREC.
       FD JCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY JCTLREC.
       FD RUN-HIST-FILE
           RECORD CONTAINS 56 CHARACTERS.
           COPY RUNHREC.
       FD CHGOFF-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY CHGOREC.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
           02 WS-CHECKPOINT-FILE-PATH     PIC X(100).
           02 WS-JOURNAL-FILE-PATH        PIC X(100).
           02 WS-RUN-HIST-FILE-PATH       PIC X(100).
           02 WS-CHGOFF-FILE-PATH         PIC X(100).
       01 WS-DUP-KEY-SW                   PIC X VALUE "N".
           88 DUPLICATE-KEY-FOUND                 VALUE "Y".
       01 WS-INCOMING-AMOUNT              PIC S9(9)V99 COMP-3
       01 WS-RESTART-SW                   PIC X VALUE "N".
           88 RESTART-CHECKPOINT-FOUND            VALUE "Y".
       01 WS-RUN-HIST-STATUS              PIC XX.
       01 WS-CHGOFF-STATUS                PIC XX.
       01 WS-CHGOFF-FILE-SW               PIC X VALUE "N".
           88 CHGOFF-FILE-OPEN                    VALUE "Y".
       01 WS-RECOVERY-AMOUNT              PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-APPLY-AMOUNT                 PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-RECOVERY-BASE-AMT            PIC S9(9)V99 VALUE ZERO.
       01 WS-OVERRIDE-PARM                PIC X(8) VALUE SPACES.
           88 OVERRIDE-REQUESTED                  VALUE "OVERRIDE".
       01 WS-MORE-HISTORY                 PIC XXX VALUE "YES".
                                               VALUE ZERO.
           02 WS-REPLACE-COUNT            PIC 9(7) COMP VALUE ZERO.
           02 WS-CLOSE-COUNT              PIC 9(7) COMP VALUE ZERO.
           02 WS-RECOVERY-COUNT           PIC 9(7) COMP VALUE ZERO.
           02 WS-RECOVERY-AMT             PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
           02 WS-CLOSE-AMT                PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
           02 WS-OUT-NET-CHANGE           PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
           02 WS-OUT-REJECT-COUNT         PIC 9(7) COMP VALUE ZERO.
       COPY JSEQWS.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "CREATE-INDEX-FILE" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           PERFORM 615-OPEN-CHECKPOINT-RTN
           PERFORM 650-CHECK-RESTART-RTN
           PERFORM 655-SCAN-EXTRACT-RTN
           PERFORM 610-OPEN-OUT-FILE-RTN
           PERFORM 620-OPEN-SUSPENSE-FILE-RTN
           PERFORM 630-OPEN-JOURNAL-FILE-RTN
           PERFORM 640-OPEN-CHGOFF-FILE-RTN
            PERFORM UNTIL NO-MORE-RECORDS
              READ IN-FILE
                  AT END
                  SUSPENSE-FILE
                  CHECKPOINT-FILE
                  JOURNAL-FILE
             PERFORM 979-JRNL-CHAIN-SAVE-RTN
             IF CHGOFF-FILE-OPEN
                 CLOSE CHGOFF-FILE
             END-IF
             PERFORM 990-RCTL-END-RTN
             STOP RUN.

       600-READ-PARM-RTN.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ACCTPRM PARAMETER FILE OPEN ERROR, STATUS "
                   WS-PARM-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-OVERRIDE-PARM
           PERFORM 605-SKIP-PARM-RTN 30 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-CHGOFF-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 17 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-JCTL-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

       610-OPEN-OUT-FILE-RTN.
           OPEN I-O OUT-FILE
           IF WS-STATUS = "35"
           ELSE
               IF WS-STATUS NOT = "00"
                   DISPLAY "OUT-FILE OPEN ERROR, STATUS " WS-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF.
               IF WS-SUSPENSE-STATUS NOT = "00"
                   DISPLAY "SUSPENSE-FILE OPEN ERROR, STATUS "
                       WS-SUSPENSE-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF.

       630-OPEN-JOURNAL-FILE-RTN.
           PERFORM 970-JRNL-CHAIN-START-RTN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS "
                       WS-JOURNAL-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * NO REGISTER YET MEANS NOTHING HAS EVER BEEN CHARGED OFF,  *
      * SO EVERY PAYMENT IS AN ORDINARY ONE.                      *
      *----------------------------------------------------------*
       640-OPEN-CHGOFF-FILE-RTN.
           OPEN I-O CHGOFF-FILE
           IF WS-CHGOFF-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-CHGOFF-STATUS NOT = "00"
                   DISPLAY "CHGOFF-FILE OPEN ERROR, STATUS "
                       WS-CHGOFF-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-CHGOFF-FILE-SW
           END-IF.

       615-OPEN-CHECKPOINT-RTN.
               IF WS-CHECKPOINT-STATUS NOT = "00"
                   DISPLAY "CHECKPOINT-FILE OPEN ERROR, STATUS "
                       WS-CHECKPOINT-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF.
               IF WS-RUN-HIST-STATUS NOT = "00"
                   DISPLAY "RUN-HISTORY OPEN ERROR, STATUS "
                       WS-RUN-HIST-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "YES" TO WS-MORE-HISTORY
                   DISPLAY "* RESUBMIT.                           *"
                   DISPLAY "***************************************"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-RCTL-END-RTN
                   STOP RUN
               END-IF
           END-IF.
               IF WS-RUN-HIST-STATUS NOT = "00"
                   DISPLAY "RUN-HISTORY OPEN ERROR, STATUS "
                       WS-RUN-HIST-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
                   PERFORM 400-ERROR-RTN
               NOT INVALID KEY
                   MOVE AMT-DUE-OUT TO WS-JOURNAL-OLD-AMT
                   PERFORM 225-CHECK-RECOVERY-RTN
                   COMPUTE WS-APPLY-AMOUNT =
                       WS-INCOMING-AMOUNT - WS-RECOVERY-AMOUNT
                   SUBTRACT WS-APPLY-AMOUNT FROM AMT-DUE-OUT
                   COMPUTE AMT-DUE-KEY = AMT-DUE-OUT + AMT-DUE-KEY-BIAS
                   MOVE WS-EFFECTIVE-DATE TO LAST-ACTIVITY-DATE
                   REWRITE OUT-REC
                           MOVE WS-INCOMING-AMOUNT TO AMT-DUE-OUT
                           PERFORM 400-ERROR-RTN
                       NOT INVALID KEY
                           SUBTRACT WS-APPLY-AMOUNT
                               FROM WS-OUT-NET-CHANGE
                           MOVE ACCT-NO-OUT TO WS-LAST-GOOD-ACCT-NO
                           MOVE ACCT-NO-OUT TO WS-JOURNAL-ACCT-NO
                           IF WS-RECOVERY-AMOUNT > ZERO
                               PERFORM 260-POST-RECOVERY-RTN
                           ELSE
                               ADD 1 TO WS-PAYMENT-COUNT
                               ADD WS-INCOMING-AMOUNT TO WS-PAYMENT-AMT
                               MOVE AMT-DUE-OUT TO WS-JOURNAL-NEW-AMT
                               MOVE "P" TO WS-JOURNAL-TRAN-CODE
                               PERFORM 900-WRITE-JOURNAL-RTN
                           END-IF
                           PERFORM 700-WRITE-CHECKPOINT-RTN
                   END-REWRITE
           END-READ.

      *----------------------------------------------------------*
      * A PAYMENT ON AN ACCOUNT STILL OPEN ON THE CHARGED-OFF     *
      * REGISTER IS A RECOVERY UP TO THE LOSS NOT YET RECOVERED.  *
      * ONLY THE REST, IF ANY, IS APPLIED TO THE MASTER BALANCE.  *
      * A NEGATIVE (REVERSING) PAYMENT IS NEVER A RECOVERY.       *
      *----------------------------------------------------------*
       225-CHECK-RECOVERY-RTN.
           MOVE ZERO TO WS-RECOVERY-AMOUNT
           IF CHGOFF-FILE-OPEN AND WS-INCOMING-AMOUNT > ZERO
               MOVE ACCT-NO-OUT TO CHGO-ACCT-NO
               READ CHGOFF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHGO-OPEN
                           COMPUTE WS-RECOVERY-AMOUNT =
                               CHGO-ORIGINAL-AMT - CHGO-RECOVERED-AMT
                           IF WS-RECOVERY-AMOUNT > WS-INCOMING-AMOUNT
                               MOVE WS-INCOMING-AMOUNT
                                   TO WS-RECOVERY-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * THE RECOVERY IS JOURNALED AS A CODE Y PAIR: FIRST THE     *
      * WRITTEN-OFF DEBT IS REINSTATED ON TOP OF THE BALANCE THE  *
      * ACCOUNT HAD BEFORE THE PAYMENT (DEBIT), THEN THE WHOLE    *
      * PAYMENT IS COLLECTED AGAINST IT (CREDIT), LEAVING THE     *
      * BALANCE ALREADY REWRITTEN TO THE MASTER.  THE GL GETS     *
      * BOTH HALVES UNDER THE RECOVERY CATEGORY, AND THE PAIR     *
      * STAYS TWO ENTRIES FOR ONE FEED RECORD WHETHER OR NOT THE  *
      * PAYMENT WAS LARGER THAN THE LOSS STILL OPEN.              *
      *----------------------------------------------------------*
       260-POST-RECOVERY-RTN.
           MOVE WS-JOURNAL-OLD-AMT TO WS-RECOVERY-BASE-AMT
           COMPUTE WS-JOURNAL-NEW-AMT =
               WS-RECOVERY-BASE-AMT + WS-RECOVERY-AMOUNT
           MOVE "Y" TO WS-JOURNAL-TRAN-CODE
           PERFORM 900-WRITE-JOURNAL-RTN
           MOVE WS-JOURNAL-NEW-AMT TO WS-JOURNAL-OLD-AMT
           MOVE AMT-DUE-OUT TO WS-JOURNAL-NEW-AMT
           PERFORM 900-WRITE-JOURNAL-RTN
           ADD 1 TO WS-RECOVERY-COUNT
           ADD WS-RECOVERY-AMOUNT TO WS-RECOVERY-AMT
           ADD WS-RECOVERY-AMOUNT TO CHGO-RECOVERED-AMT
           MOVE WS-EFFECTIVE-DATE TO CHGO-LAST-RECOV-DATE
           IF CHGO-RECOVERED-AMT NOT < CHGO-ORIGINAL-AMT
               MOVE "R" TO CHGO-STATUS
           END-IF
           REWRITE CHGO-REC
               INVALID KEY
                   DISPLAY "CHGOFF-FILE REWRITE ERROR, ACCT "
                       CHGO-ACCT-NO " STATUS " WS-CHGOFF-STATUS
           END-REWRITE.

       230-REPLACE-RTN.
           MOVE AMT-DUE-IN TO WS-INCOMING-AMOUNT
           MOVE ACCT-NO-IN TO ACCT-NO-OUT
           MOVE SPACES TO JRNL-OPERATOR-ID
           MOVE SPACES TO JRNL-CHECKER-ID
           MOVE WS-JOURNAL-TRAN-CODE TO JRNL-TRAN-CODE
           PERFORM 975-JRNL-STAMP-RTN
           WRITE JOURNAL-REC.

        400-ERROR-RTN.
           DISPLAY "OUT-FILE UPDATE COUNT . . . : " WS-OUT-UPDATE-COUNT.
           DISPLAY "PAYMENT  COUNT  . . . . . . : " WS-PAYMENT-COUNT.
           DISPLAY "PAYMENT  AMOUNT TOTAL . . . : " WS-PAYMENT-AMT.
           DISPLAY "RECOVERY COUNT  . . . . . . : " WS-RECOVERY-COUNT.
           DISPLAY "LOSS RECOVERED TOTAL  . . . : " WS-RECOVERY-AMT.
           DISPLAY "REPLACE  COUNT  . . . . . . : " WS-REPLACE-COUNT.
           DISPLAY "CLOSE    COUNT  . . . . . . : " WS-CLOSE-COUNT.
           DISPLAY "CLOSED BALANCES REMOVED . . : " WS-CLOSE-AMT.
           DISPLAY "OUT-FILE REJECT COUNT . . . : " WS-OUT-REJECT-COUNT.
           IF WS-IN-RECORD-COUNT = WS-OUT-WRITE-COUNT
                   + WS-OUT-UPDATE-COUNT + WS-PAYMENT-COUNT
                   + WS-RECOVERY-COUNT
                   + WS-REPLACE-COUNT + WS-CLOSE-COUNT
               MOVE "BALANCED" TO WS-RECON-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-RECON-VERDICT
           END-IF
           DISPLAY "RECONCILIATION. . . . . . . : " WS-RECON-VERDICT.

       COPY JSEQPRC.
       COPY JHASHPRC.

       985-RCTL-TOTALS-RTN.
           IF WS-RUN-DATE NOT = ZERO
               MOVE WS-RUN-ID TO WS-RCTL-RUN-ID
           END-IF
           MOVE WS-IN-RECORD-COUNT TO WS-RCTL-READ-COUNT
           COMPUTE WS-RCTL-WRITTEN-COUNT =
               WS-OUT-WRITE-COUNT + WS-OUT-UPDATE-COUNT
           MOVE WS-OUT-REJECT-COUNT TO WS-RCTL-REJECT-COUNT
           MOVE WS-OUT-NET-CHANGE TO WS-RCTL-MONEY-POSTED.

       COPY RCTLPRC.
