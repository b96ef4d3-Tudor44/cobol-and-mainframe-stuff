      * 1.5 PCT) AND MINIMUM BALANCE (ELEVEN DIGITS, CENTS        *
      * IMPLIED) ARE THE NEW ENTRIES TWENTY-SIX AND               *
      * TWENTY-SEVEN.                                             *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *   ACCOUNTS WITH AN OPEN HOLD ON THE HOLD FILE (HOLDREC,   *
      *   ACCTPRM ENTRY FORTY-TWO) ARE NO LONGER CHARGED.  A      *
      *   DISPUTE HOLD FOR LESS THAN THE WHOLE BALANCE SETS THE   *
      *   DISPUTED AMOUNT ASIDE AND CHARGES ONLY THE UNDISPUTED   *
      *   REMAINDER; EVERY OTHER HOLD SKIPS THE ACCOUNT.  HELD    *
      *   ACCOUNTS AND THE AMOUNT SET ASIDE ARE COUNTED ON THE    *
      *   CONTROL TOTALS AND IN THE RECONCILIATION.               *
      *   EVERY JOURNAL ENTRY IS NOW STAMPED WITH THE NEXT        *
      *   JOURNAL SEQUENCE NUMBER AND CHAIN HASH (JSEQPRC) BEFORE *
      *   IT IS WRITTEN, AND THE JOURNAL CONTROL RECORD (JCTLREC, *
      *   ACCTPRM ENTRY SEVENTY) IS SAVED ONCE THE JOURNAL IS     *
      *   CLOSED, SO ACCT-JRNL-VERIFY CAN PROVE NO ENTRY WAS LOST *
      *   OR ALTERED.                                             *
      *   EVERY RUN NOW APPENDS A START AND AN END RECORD         *
      *   (RCTLREC) TO THE RUN-CONTROL LOG, ACCTPRM ENTRY         *
      *   SEVENTY-ONE, SO ACCT-RUN-SUMMARY CAN SHOW IT ON THE     *
      *   MORNING OPERATIONS SUMMARY.                             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
       SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT JCTL-FILE ASSIGN TO WS-JCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JCTL-STATUS.
       SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HOLD-ACCT-NO
           FILE STATUS IS WS-HOLD-STATUS.
       SELECT RCTL-FILE ASSIGN TO WS-RCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
       FD OUT-FILE.
           COPY ACCTREC.
       FD JOURNAL-FILE
           RECORD CONTAINS 108 CHARACTERS.
           COPY JRNLREC.
       FD JCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY JCTLREC.
       FD HOLD-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY HOLDREC.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-STATUS                       PIC XX.
       01 WS-PARM-STATUS                  PIC XX.
       01 WS-JOURNAL-STATUS                PIC XX.
       01 WS-HOLD-STATUS                  PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-JOURNAL-FILE-PATH        PIC X(100).
           02 WS-HOLD-FILE-PATH           PIC X(100).
       01 AMT-DUE-KEY-BIAS                 PIC 9(10)V99 COMP-3
                                               VALUE 1000000000.00.
       01 WS-FC-RATE-PARM.
       01 WS-CHARGE-AMT                   PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-JOURNAL-OLD-AMT               PIC S9(9)V99 VALUE ZERO.
       01 WS-HOLD-FILE-SW                 PIC X VALUE "N".
           88 HOLD-FILE-OPEN                      VALUE "Y".
       01 WS-CHARGE-BASE                  PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-ASIDE-AMT                    PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-CONTROL-TOTALS.
           02 WS-READ-COUNT               PIC 9(7) COMP VALUE ZERO.
           02 WS-CHARGED-COUNT            PIC 9(7) COMP VALUE ZERO.
           02 WS-CREDIT-SKIP-COUNT        PIC 9(7) COMP VALUE ZERO.
           02 WS-BAD-DATE-SKIP-COUNT      PIC 9(7) COMP VALUE ZERO.
           02 WS-REWRITE-FAIL-COUNT       PIC 9(7) COMP VALUE ZERO.
           02 WS-HOLD-SKIP-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-DISPUTE-SPLIT-COUNT      PIC 9(7) COMP VALUE ZERO.
           02 WS-ASIDE-TOTAL              PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       COPY JSEQWS.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-FINANCE-CHARGE" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
               + WS-RUN-MM * 30 + WS-RUN-DD
           PERFORM 610-OPEN-OUT-FILE-RTN
           PERFORM 630-OPEN-JOURNAL-FILE-RTN
           PERFORM 640-OPEN-HOLD-FILE-RTN
           MOVE LOW-VALUES TO ACCT-NO-OUT
           START OUT-FILE
               KEY IS NOT LESS THAN ACCT-NO-OUT
           PERFORM 800-PRINT-CONTROL-TOTALS-RTN
           CLOSE OUT-FILE
                 JOURNAL-FILE
           PERFORM 979-JRNL-CHAIN-SAVE-RTN
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
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
           PERFORM 605-SKIP-PARM-RTN 1 TIMES
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-FC-MIN-PARM
           PERFORM 605-SKIP-PARM-RTN 14 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-HOLD-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 27 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-JCTL-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE
           IF WS-FC-RATE IS NOT NUMERIC
               OR WS-FC-MIN-BAL IS NOT NUMERIC
               DISPLAY "BAD FINANCE-CHARGE PARAMETERS IN ACCTPRM"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF
           IF WS-FC-RATE = ZERO
               DISPLAY "FINANCE-CHARGE RATE IS ZERO, NOTHING TO DO"
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF.

           OPEN I-O OUT-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "OUT-FILE OPEN ERROR, STATUS " WS-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
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

       640-OPEN-HOLD-FILE-RTN.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               DISPLAY "HOLD-FILE NOT FOUND - NO ACCOUNTS ON HOLD"
           ELSE
               IF WS-HOLD-STATUS NOT = "00"
                   DISPLAY "HOLD-FILE OPEN ERROR, STATUS "
                       WS-HOLD-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-HOLD-FILE-SW
           END-IF.

       300-ASSESS-ACCOUNT-RTN.
           PERFORM 320-CHECK-HOLD-RTN
           IF AMT-DUE-OUT NOT > ZERO
               ADD 1 TO WS-CREDIT-SKIP-COUNT
           ELSE
            IF WS-CHARGE-BASE NOT > ZERO
               ADD 1 TO WS-HOLD-SKIP-COUNT
            ELSE
             IF WS-CHARGE-BASE < WS-FC-MIN-BAL
               ADD 1 TO WS-BELOW-MIN-SKIP-COUNT
             ELSE
              IF LAST-ACTIVITY-DATE IS NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-SKIP-COUNT
              ELSE
               MOVE LAST-ACTIVITY-DATE TO WS-ACT-DATE-PARTS
               COMPUTE WS-ACT-DAY-NO = WS-ACT-YYYY * 365
                   + WS-ACT-MM * 30 + WS-ACT-DD
               ELSE
                   PERFORM 350-POST-CHARGE-RTN
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF.

      *----------------------------------------------------------*
      * THE CHARGE BASE IS THE BALANCE LESS WHATEVER AN OPEN      *
      * HOLD SHELTERS: A DISPUTE FOR PART OF THE BALANCE SETS     *
      * JUST THAT PART ASIDE, ANY OTHER OPEN HOLD SHELTERS IT     *
      * ALL AND LEAVES NOTHING TO CHARGE.                         *
      *----------------------------------------------------------*
       320-CHECK-HOLD-RTN.
           MOVE AMT-DUE-OUT TO WS-CHARGE-BASE
           MOVE ZERO TO WS-ASIDE-AMT
           IF HOLD-FILE-OPEN
               MOVE ACCT-NO-OUT TO HOLD-ACCT-NO
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-OPEN
                           IF HOLD-DISPUTE
                                   AND HOLD-AMOUNT > ZERO
                                   AND HOLD-AMOUNT < AMT-DUE-OUT
                               MOVE HOLD-AMOUNT TO WS-ASIDE-AMT
                               COMPUTE WS-CHARGE-BASE =
                                   AMT-DUE-OUT - HOLD-AMOUNT
                           ELSE
                               MOVE ZERO TO WS-CHARGE-BASE
                           END-IF
                       END-IF
               END-READ
           END-IF.

       350-POST-CHARGE-RTN.
           MOVE AMT-DUE-OUT TO WS-JOURNAL-OLD-AMT
           COMPUTE WS-CHARGE-AMT ROUNDED =
               WS-CHARGE-BASE * WS-FC-RATE / 100
           ADD WS-CHARGE-AMT TO AMT-DUE-OUT
           COMPUTE AMT-DUE-KEY = AMT-DUE-OUT + AMT-DUE-KEY-BIAS
           REWRITE OUT-REC
               NOT INVALID KEY
                   ADD 1 TO WS-CHARGED-COUNT
                   ADD WS-CHARGE-AMT TO WS-CHARGE-TOTAL
                   IF WS-ASIDE-AMT > ZERO
                       ADD 1 TO WS-DISPUTE-SPLIT-COUNT
                       ADD WS-ASIDE-AMT TO WS-ASIDE-TOTAL
                   END-IF
                   PERFORM 900-WRITE-JOURNAL-RTN
           END-REWRITE.

           MOVE SPACES TO JRNL-OPERATOR-ID
           MOVE SPACES TO JRNL-CHECKER-ID
           MOVE "F" TO JRNL-TRAN-CODE
           PERFORM 975-JRNL-STAMP-RTN
           WRITE JOURNAL-REC.

       800-PRINT-CONTROL-TOTALS-RTN.
               WS-CREDIT-SKIP-COUNT.
           DISPLAY "SKIPPED - BAD ACTIVITY DATE : "
               WS-BAD-DATE-SKIP-COUNT.
           DISPLAY "SKIPPED - ACCOUNT ON HOLD . : "
               WS-HOLD-SKIP-COUNT.
           DISPLAY "CHARGED - DISPUTE SET ASIDE : "
               WS-DISPUTE-SPLIT-COUNT.
           DISPLAY "DISPUTED AMOUNT SET ASIDE . : " WS-ASIDE-TOTAL.
           DISPLAY "REWRITE FAILURES  . . . . . : "
               WS-REWRITE-FAIL-COUNT.
           IF WS-READ-COUNT = WS-CHARGED-COUNT
                   + WS-CURRENT-SKIP-COUNT + WS-BELOW-MIN-SKIP-COUNT
                   + WS-CREDIT-SKIP-COUNT + WS-BAD-DATE-SKIP-COUNT
                   + WS-HOLD-SKIP-COUNT + WS-REWRITE-FAIL-COUNT
               DISPLAY "RECONCILIATION. . . . . . . : BALANCED"
           ELSE
               DISPLAY "RECONCILIATION. . . . . . . : OUT OF BALANCE"
           END-IF.

       COPY JSEQPRC.
       COPY JHASHPRC.

       985-RCTL-TOTALS-RTN.
           IF WS-RUN-DATE NOT = ZERO
               MOVE WS-RUN-ID TO WS-RCTL-RUN-ID
           END-IF
           MOVE WS-READ-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-CHARGED-COUNT TO WS-RCTL-WRITTEN-COUNT
           MOVE WS-REWRITE-FAIL-COUNT TO WS-RCTL-REJECT-COUNT
           MOVE WS-CHARGE-TOTAL TO WS-RCTL-MONEY-POSTED.

       COPY RCTLPRC.
