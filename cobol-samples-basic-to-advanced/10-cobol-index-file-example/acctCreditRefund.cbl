       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CREDIT-REFUND.
       AUTHOR. GAETANO.
      *----------------------------------------------------------*
      * CREDIT-BALANCE REFUND RUN.  OVERPAYMENTS - MORE OF THEM   *
      * SINCE LOCKBOX INTAKE STARTED POSTING CHEQUES - LEAVE      *
      * AMT-DUE-OUT NEGATIVE, AND UNTIL NOW NOTHING GAVE THE      *
      * MONEY BACK SHORT OF ACCT-DORMANT-ESCHEAT SENDING IT TO    *
      * THE STATE YEARS LATER.  REFUND CHEQUES WRITTEN BY HAND    *
      * LEFT NO TRAIL IN THE JOURNAL.                             *
      * SCANS EVERY MASTER RECORD IN KEY SEQUENCE.  AN ACCOUNT    *
      * IS A REFUND CANDIDATE WHEN ITS CREDIT IS LARGER THAN THE  *
      * REFUND THRESHOLD AND ITS LAST-ACTIVITY-DATE IS AT LEAST   *
      * THE WAITING PERIOD OLD (SAME 30-DAY-MONTH CONVENTION AS   *
      * THE AGING REPORT) - THE CREDIT HAS SAT THAT LONG WITH     *
      * NOTHING POSTED AGAINST IT, SO IT IS NOT ABOUT TO BE USED  *
      * UP BY A NEW CHARGE.  A CANDIDATE IS LEFT ALONE, AND       *
      * LISTED, WHEN:                                             *
      *   - AN OPEN HOLD IS ON THE HOLD FILE (A BANKRUPTCY        *
      *     TRUSTEE OR ESTATE DECIDES WHO GETS THE MONEY, AND A   *
      *     DISPUTE MAY STILL MOVE THE BALANCE), OR               *
      *   - CUST-FILE HAS NO ADDRESS TO MAIL THE CHEQUE TO.       *
      * SYSIN MODE "ISSUE" REFUNDS EVERY CLEAN CANDIDATE:         *
      *   - THE MASTER BALANCE GOES TO ZERO, RECOMPUTING          *
      *     AMT-DUE-KEY PER THE ACCTREC RULE, JOURNALED UNDER     *
      *     TRAN CODE D SO THE REFUND FLOWS TO THE GL AND ONTO    *
      *     THE STATEMENT LIKE ANY OTHER POSTING,                 *
      *   - ONE DISBURSEMENT RECORD GOES TO ACCOUNTS PAYABLE      *
      *     WITH THE PAYEE NAME, ADDRESS, AMOUNT AND CHEQUE       *
      *     NUMBER,                                               *
      *   - ONE ISSUE RECORD GOES TO THE BANK'S POSITIVE-PAY      *
      *     FILE, WHICH ENDS WITH A TRAILER CARRYING THE ISSUE    *
      *     COUNT AND TOTAL, SO THE BANK WILL HONOUR THE CHEQUE.  *
      * CHEQUE NUMBERS RUN UP FROM THE FIRST NUMBER OF THE        *
      * CHEQUE STOCK, KEYED ON SYSIN AFTER THE MODE.  ANY OTHER   *
      * MODE (OR BLANK) IS A REPORT-ONLY PASS THAT TOUCHES        *
      * NOTHING AND WRITES NEITHER OUTBOUND FILE.                 *
      * LAST-ACTIVITY-DATE IS NOT CHANGED - A REFUND WE ISSUE IS  *
      * NOT CUSTOMER ACTIVITY.                                    *
      * THE MASTER, JOURNAL, CUST-FILE AND HOLD FILE PATHS ARE    *
      * ACCTPRM ENTRIES TWO, FIVE, EIGHTEEN AND FORTY-TWO; THE    *
      * REFUND THRESHOLD (ELEVEN DIGITS, CENTS IMPLIED), WAITING  *
      * PERIOD DAYS (FIVE DIGITS), AP DISBURSEMENT FILE,          *
      * POSITIVE-PAY FILE AND REFUND REGISTER ARE THE NEW         *
      * ENTRIES FORTY-THREE TO FORTY-SEVEN.                       *
      * EVERY JOURNAL ENTRY IS STAMPED WITH THE NEXT JOURNAL      *
      * SEQUENCE NUMBER AND CHAIN HASH (JSEQPRC) JUST BEFORE IT   *
      * IS WRITTEN, AND THE JOURNAL CONTROL RECORD (JCTLREC,      *
      * ACCTPRM ENTRY SEVENTY) IS SAVED ONCE THE JOURNAL IS       *
      * CLOSED.                                                   *
      * EVERY RUN APPENDS A START AND AN END RECORD (RCTLREC) TO  *
      * THE RUN-CONTROL LOG, ACCTPRM ENTRY SEVENTY-ONE, SO        *
      * ACCT-RUN-SUMMARY CAN SHOW IT ON THE MORNING OPERATIONS    *
      * SUMMARY.                                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT PARM-FILE ASSIGN TO "ACCTPRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
       SELECT OUT-FILE ASSIGN TO WS-OUT-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NO-OUT
           ALTERNATE RECORD KEY IS AMT-DUE-KEY WITH DUPLICATES
           FILE STATUS IS WS-STATUS.
       SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT JCTL-FILE ASSIGN TO WS-JCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JCTL-STATUS.
       SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUST-ACCT-NO
           FILE STATUS IS WS-CUST-STATUS.
       SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HOLD-ACCT-NO
           FILE STATUS IS WS-HOLD-STATUS.
       SELECT DISB-FILE ASSIGN TO WS-DISB-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISB-STATUS.
       SELECT POSPAY-FILE ASSIGN TO WS-POSPAY-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSPAY-STATUS.
       SELECT REFUND-FILE ASSIGN TO WS-REFUND-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.
       SELECT RCTL-FILE ASSIGN TO WS-RCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORD CONTAINS 100 CHARACTERS.
           01 PARM-REC                     PIC X(100).
       FD OUT-FILE.
           COPY ACCTREC.
       FD JOURNAL-FILE
           RECORD CONTAINS 108 CHARACTERS.
           COPY JRNLREC.
       FD JCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY JCTLREC.
       FD CUST-FILE
           RECORD CONTAINS 79 CHARACTERS.
           COPY CUSTREC.
       FD HOLD-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY HOLDREC.
       FD DISB-FILE
           RECORD CONTAINS 144 CHARACTERS.
           01 DISB-REC.
               02 DISB-ACCT-NO             PIC 9(9).
               02 DISB-CHEQUE-NO           PIC 9(10).
               02 DISB-PAYEE-NAME          PIC X(30).
               02 DISB-PAYEE-ADDRESS       PIC X(60).
               02 DISB-AMOUNT              PIC 9(9)V99.
               02 DISB-ISSUE-DATE          PIC 9(8).
               02 DISB-RUN-ID              PIC X(16).
       FD POSPAY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           01 POSPAY-REC                   PIC X(60).
       FD REFUND-FILE
           RECORD CONTAINS 133 CHARACTERS.
           01 REFUND-REC                   PIC X(133).
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-STATUS                       PIC XX.
       01 WS-PARM-STATUS                  PIC XX.
       01 WS-JOURNAL-STATUS                PIC XX.
       01 WS-CUST-STATUS                  PIC XX.
       01 WS-HOLD-STATUS                  PIC XX.
       01 WS-DISB-STATUS                  PIC XX.
       01 WS-POSPAY-STATUS                PIC XX.
       01 WS-REFUND-STATUS                PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-JOURNAL-FILE-PATH        PIC X(100).
           02 WS-CUST-FILE-PATH           PIC X(100).
           02 WS-HOLD-FILE-PATH           PIC X(100).
           02 WS-DISB-FILE-PATH           PIC X(100).
           02 WS-POSPAY-FILE-PATH         PIC X(100).
           02 WS-REFUND-FILE-PATH         PIC X(100).
       01 AMT-DUE-KEY-BIAS                 PIC 9(10)V99 COMP-3
                                               VALUE 1000000000.00.
       01 WS-THRESHOLD-PARM.
           02 WS-REFUND-THRESHOLD         PIC 9(9)V99.
       01 WS-WAIT-PARM.
           02 WS-WAIT-DAYS                PIC 9(5).
       01 WS-RUN-MODE                     PIC X(8) VALUE SPACES.
           88 ISSUE-PASS                          VALUE "ISSUE".
       01 WS-FIRST-CHEQUE-NO              PIC 9(10) VALUE ZERO.
       01 WS-NEXT-CHEQUE-NO               PIC 9(10) VALUE ZERO.
       01 WS-HOLD-FILE-SW                 PIC X VALUE "N".
           88 HOLD-FILE-OPEN                      VALUE "Y".
       01 WS-ON-HOLD-SW                   PIC X VALUE "N".
           88 ACCOUNT-ON-HOLD                     VALUE "Y".
       01 WS-CURRENT-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIMESTAMP.
           02 WS-RUN-DATE                  PIC 9(8) VALUE ZERO.
           02 WS-RUN-TIME                  PIC 9(8) VALUE ZERO.
       01 WS-RUN-ID REDEFINES WS-RUN-TIMESTAMP PIC X(16).
       01 WS-RUN-DATE-PARTS.
           02 WS-RUN-YYYY                 PIC 9(4).
           02 WS-RUN-MM                   PIC 9(2).
           02 WS-RUN-DD                   PIC 9(2).
       01 WS-ACT-DATE-PARTS.
           02 WS-ACT-YYYY                 PIC 9(4).
           02 WS-ACT-MM                   PIC 9(2).
           02 WS-ACT-DD                   PIC 9(2).
       01 WS-RUN-DAY-NO                   PIC S9(9) COMP VALUE ZERO.
       01 WS-ACT-DAY-NO                   PIC S9(9) COMP VALUE ZERO.
       01 WS-DAYS-INACTIVE                PIC S9(9) COMP VALUE ZERO.
       01 WS-REFUND-AMT                   PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-JOURNAL-OLD-AMT               PIC S9(9)V99 VALUE ZERO.
       01 WS-ADDRESS-OK-SW                PIC X VALUE "N".
           88 ADDRESS-ON-FILE                     VALUE "Y".
       01 WS-WORK-ADDRESS                 PIC X(60) VALUE SPACES.
       01 WS-PAGE-SIZE                    PIC 9(2) COMP VALUE 50.
       01 WS-LINE-COUNT                   PIC 9(2) COMP VALUE ZERO.
       01 WS-PAGE-COUNT                   PIC 9(4) COMP VALUE ZERO.
       01 WS-CONTROL-TOTALS.
           02 WS-READ-COUNT               PIC 9(7) COMP VALUE ZERO.
           02 WS-CANDIDATE-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-CANDIDATE-AMT            PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-HOLD-SKIP-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-NO-ADDR-COUNT            PIC 9(7) COMP VALUE ZERO.
           02 WS-READY-COUNT              PIC 9(7) COMP VALUE ZERO.
           02 WS-READY-AMT                PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-REFUNDED-COUNT           PIC 9(7) COMP VALUE ZERO.
           02 WS-REFUNDED-AMT             PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-REWRITE-FAIL-COUNT       PIC 9(7) COMP VALUE ZERO.
           02 WS-BAD-DATE-COUNT           PIC 9(7) COMP VALUE ZERO.
       01 WS-POSPAY-ISSUE-REC.
           02 FILLER                      PIC X VALUE "I".
           02 PPI-CHEQUE-NO               PIC 9(10).
           02 PPI-AMOUNT                  PIC 9(9)V99.
           02 PPI-ISSUE-DATE              PIC 9(8).
           02 PPI-PAYEE-NAME              PIC X(30).
       01 WS-POSPAY-TRAILER-REC.
           02 FILLER                      PIC X VALUE "T".
           02 PPT-ISSUE-COUNT             PIC 9(7).
           02 PPT-ISSUE-TOTAL             PIC 9(11)V99.
           02 PPT-ISSUE-DATE              PIC 9(8).
           02 FILLER                      PIC X(31) VALUE SPACES.
       01 WS-REFUND-HDR-LINE.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(40) VALUE
               "===== CREDIT BALANCE REFUNDS - PAGE ".
           02 HDR-PAGE-NO                 PIC Z(3)9.
           02 FILLER                      PIC X(7) VALUE " - RUN ".
           02 HDR-RUN-DATE                PIC 9(8).
           02 FILLER                      PIC X(6) VALUE " =====".
           02 FILLER                      PIC X(67) VALUE SPACES.
       01 WS-REFUND-COL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(11)
                                           VALUE "ACCT-NO    ".
           02 FILLER                      PIC X(27)
                                           VALUE "CUSTOMER-NAME".
           02 FILLER                      PIC X(9)
                                           VALUE "LAST-ACT ".
           02 FILLER                      PIC X(8) VALUE "   DAYS ".
           02 FILLER                      PIC X(16)
                                           VALUE "  REFUND AMOUNT ".
           02 FILLER                      PIC X(12)
                                           VALUE "CHEQUE-NO   ".
           02 FILLER                      PIC X(20)
                                           VALUE "DISPOSITION".
           02 FILLER                      PIC X(29) VALUE SPACES.
       01 WS-REFUND-DETAIL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-ACCT-NO                 PIC 9(9).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-CUSTOMER-NAME           PIC X(26).
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-LAST-ACT                PIC 9(8).
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-DAYS                    PIC Z(5)9.
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-REFUND-AMT              PIC Z(9)9.99.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-CHEQUE-NO               PIC Z(9)9.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-DISPOSITION             PIC X(28).
           02 FILLER                      PIC X(23) VALUE SPACES.
       01 WS-REFUND-SUM-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 SUM-TEXT                    PIC X(30).
           02 SUM-COUNT                   PIC Z(6)9.
           02 FILLER                      PIC X(5) VALUE SPACES.
           02 SUM-AMT                     PIC -(11)9.99.
           02 FILLER                      PIC X(74) VALUE SPACES.
       01 WS-BLANK-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(132) VALUE SPACES.
       COPY JSEQWS.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-CREDIT-REFUND" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-PARTS
           COMPUTE WS-RUN-DAY-NO = WS-RUN-YYYY * 365
               + WS-RUN-MM * 30 + WS-RUN-DD
           DISPLAY "MODE (ISSUE = REFUND AND POST,"
               " ANYTHING ELSE = REPORT ONLY): "
           ACCEPT WS-RUN-MODE
           IF ISSUE-PASS
               DISPLAY "FIRST CHEQUE NUMBER OF THE STOCK (10 DIGITS): "
               ACCEPT WS-FIRST-CHEQUE-NO
               IF WS-FIRST-CHEQUE-NO IS NOT NUMERIC
                   OR WS-FIRST-CHEQUE-NO = ZERO
                   DISPLAY "BAD FIRST CHEQUE NUMBER - NOTHING ISSUED"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-RCTL-END-RTN
                   STOP RUN
               END-IF
               MOVE WS-FIRST-CHEQUE-NO TO WS-NEXT-CHEQUE-NO
           END-IF
           PERFORM 610-OPEN-FILES-RTN
           MOVE LOW-VALUES TO ACCT-NO-OUT
           START OUT-FILE
               KEY IS NOT LESS THAN ACCT-NO-OUT
               INVALID KEY
                   MOVE "NO" TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS
               READ OUT-FILE NEXT RECORD
                   AT END
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 300-SCREEN-ACCOUNT-RTN
               END-READ
           END-PERFORM
           PERFORM 800-PRINT-TOTALS-RTN
           CLOSE OUT-FILE
                 CUST-FILE
                 REFUND-FILE
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF ISSUE-PASS
               PERFORM 700-WRITE-POSPAY-TRAILER-RTN
               CLOSE JOURNAL-FILE
                     DISB-FILE
                     POSPAY-FILE
               PERFORM 979-JRNL-CHAIN-SAVE-RTN
           END-IF
           PERFORM 990-RCTL-END-RTN
           STOP RUN.

       600-READ-PARM-RTN.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ACCTPRM PARAMETER FILE OPEN ERROR, STATUS "
                   WS-PARM-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           PERFORM 605-SKIP-PARM-RTN 1 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-OUT-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 2 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-JOURNAL-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 12 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-CUST-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 23 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-HOLD-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-THRESHOLD-PARM
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-WAIT-PARM
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-DISB-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-POSPAY-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-REFUND-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 22 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-JCTL-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE
           IF WS-REFUND-THRESHOLD IS NOT NUMERIC
               OR WS-WAIT-DAYS IS NOT NUMERIC
               OR WS-WAIT-DAYS = ZERO
               DISPLAY "BAD REFUND PARAMETERS IN ACCTPRM"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

       610-OPEN-FILES-RTN.
           IF ISSUE-PASS
               OPEN I-O OUT-FILE
           ELSE
               OPEN INPUT OUT-FILE
           END-IF
           IF WS-STATUS NOT = "00"
               DISPLAY "OUT-FILE OPEN ERROR, STATUS " WS-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "35"
               DISPLAY "CUST-FILE NOT FOUND - EVERY REFUND"
                   " CANDIDATE WILL BE FLAGGED NO-ADDRESS"
           ELSE
               IF WS-CUST-STATUS NOT = "00"
                   DISPLAY "CUST-FILE OPEN ERROR, STATUS "
                       WS-CUST-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
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
           END-IF
           OPEN OUTPUT REFUND-FILE
           IF WS-REFUND-STATUS NOT = "00"
               DISPLAY "REFUND-FILE OPEN ERROR, STATUS "
                   WS-REFUND-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           IF ISSUE-PASS
               PERFORM 620-OPEN-ISSUE-FILES-RTN
           END-IF.

       620-OPEN-ISSUE-FILES-RTN.
           OPEN OUTPUT DISB-FILE
           IF WS-DISB-STATUS NOT = "00"
               DISPLAY "DISB-FILE OPEN ERROR, STATUS "
                   WS-DISB-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN OUTPUT POSPAY-FILE
           IF WS-POSPAY-STATUS NOT = "00"
               DISPLAY "POSPAY-FILE OPEN ERROR, STATUS "
                   WS-POSPAY-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           PERFORM 970-JRNL-CHAIN-START-RTN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           ELSE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS "
                       WS-JOURNAL-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF.

       300-SCREEN-ACCOUNT-RTN.
           COMPUTE WS-REFUND-AMT = ZERO - AMT-DUE-OUT
           IF WS-REFUND-AMT > WS-REFUND-THRESHOLD
               IF LAST-ACTIVITY-DATE IS NOT NUMERIC
                   ADD 1 TO WS-BAD-DATE-COUNT
               ELSE
                   MOVE LAST-ACTIVITY-DATE TO WS-ACT-DATE-PARTS
                   COMPUTE WS-ACT-DAY-NO = WS-ACT-YYYY * 365
                       + WS-ACT-MM * 30 + WS-ACT-DD
                   COMPUTE WS-DAYS-INACTIVE =
                       WS-RUN-DAY-NO - WS-ACT-DAY-NO
                   IF WS-DAYS-INACTIVE NOT < WS-WAIT-DAYS
                       PERFORM 320-REFUND-CANDIDATE-RTN
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * A HELD ACCOUNT OR ONE WITH NOWHERE TO MAIL THE CHEQUE IS  *
      * ONLY LISTED.  EVERYTHING ELSE IS READY TO REFUND, AND IS  *
      * REFUNDED WHEN THIS IS AN ISSUE PASS.                      *
      *----------------------------------------------------------*
       320-REFUND-CANDIDATE-RTN.
           ADD 1 TO WS-CANDIDATE-COUNT
           ADD WS-REFUND-AMT TO WS-CANDIDATE-AMT
           MOVE ZERO TO DTL-CHEQUE-NO
           PERFORM 330-CHECK-HOLD-RTN
           IF ACCOUNT-ON-HOLD
               ADD 1 TO WS-HOLD-SKIP-COUNT
               MOVE "ON HOLD - NOT REFUNDED" TO DTL-DISPOSITION
           ELSE
               PERFORM 350-GET-ADDRESS-RTN
               IF ADDRESS-ON-FILE
                   ADD 1 TO WS-READY-COUNT
                   ADD WS-REFUND-AMT TO WS-READY-AMT
                   MOVE "READY TO REFUND" TO DTL-DISPOSITION
                   IF ISSUE-PASS
                       PERFORM 360-ISSUE-REFUND-RTN
                   END-IF
               ELSE
                   ADD 1 TO WS-NO-ADDR-COUNT
                   MOVE "REFUND - *** NO ADDRESS ***"
                       TO DTL-DISPOSITION
               END-IF
           END-IF
           PERFORM 500-PRINT-REFUND-RTN.

       330-CHECK-HOLD-RTN.
           MOVE "N" TO WS-ON-HOLD-SW
           IF HOLD-FILE-OPEN
               MOVE ACCT-NO-OUT TO HOLD-ACCT-NO
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-OPEN
                           MOVE "Y" TO WS-ON-HOLD-SW
                       END-IF
               END-READ
           END-IF.

       350-GET-ADDRESS-RTN.
           MOVE "N" TO WS-ADDRESS-OK-SW
           MOVE SPACES TO WS-WORK-ADDRESS
           IF WS-CUST-STATUS = "35"
               CONTINUE
           ELSE
               MOVE ACCT-NO-OUT TO CUST-ACCT-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-ADDRESS TO WS-WORK-ADDRESS
                       IF CUST-ADDRESS NOT = SPACES
                           MOVE "Y" TO WS-ADDRESS-OK-SW
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * THE MASTER IS CLEARED FIRST.  ONLY WHEN THE REWRITE       *
      * TAKES DOES THE CHEQUE GET A NUMBER AND GO TO AP AND THE   *
      * BANK, SO A FAILED REWRITE NEVER PUTS A CHEQUE IN THE      *
      * POST FOR MONEY STILL SHOWING ON THE ACCOUNT.              *
      *----------------------------------------------------------*
       360-ISSUE-REFUND-RTN.
           MOVE AMT-DUE-OUT TO WS-JOURNAL-OLD-AMT
           MOVE ZERO TO AMT-DUE-OUT
           COMPUTE AMT-DUE-KEY = AMT-DUE-OUT + AMT-DUE-KEY-BIAS
           REWRITE OUT-REC
               INVALID KEY
                   DISPLAY "REFUND REWRITE FAILED, ACCT " ACCT-NO-OUT
                       " STATUS " WS-STATUS
                   ADD 1 TO WS-REWRITE-FAIL-COUNT
                   MOVE WS-JOURNAL-OLD-AMT TO AMT-DUE-OUT
                   MOVE "REWRITE FAILED - NO CHEQUE"
                       TO DTL-DISPOSITION
               NOT INVALID KEY
                   PERFORM 370-WRITE-DISBURSEMENT-RTN
                   PERFORM 900-WRITE-JOURNAL-RTN
                   ADD 1 TO WS-REFUNDED-COUNT
                   ADD WS-REFUND-AMT TO WS-REFUNDED-AMT
                   MOVE WS-NEXT-CHEQUE-NO TO DTL-CHEQUE-NO
                   ADD 1 TO WS-NEXT-CHEQUE-NO
                   MOVE "REFUNDED - CHEQUE ISSUED" TO DTL-DISPOSITION
           END-REWRITE.

       370-WRITE-DISBURSEMENT-RTN.
           MOVE ACCT-NO-OUT TO DISB-ACCT-NO
           MOVE WS-NEXT-CHEQUE-NO TO DISB-CHEQUE-NO
           MOVE CUSTOMER-NAME TO DISB-PAYEE-NAME
           MOVE WS-WORK-ADDRESS TO DISB-PAYEE-ADDRESS
           MOVE WS-REFUND-AMT TO DISB-AMOUNT
           MOVE WS-RUN-DATE TO DISB-ISSUE-DATE
           MOVE WS-RUN-ID TO DISB-RUN-ID
           WRITE DISB-REC
           MOVE WS-NEXT-CHEQUE-NO TO PPI-CHEQUE-NO
           MOVE WS-REFUND-AMT TO PPI-AMOUNT
           MOVE WS-RUN-DATE TO PPI-ISSUE-DATE
           MOVE CUSTOMER-NAME TO PPI-PAYEE-NAME
           WRITE POSPAY-REC FROM WS-POSPAY-ISSUE-REC.

       500-PRINT-REFUND-RTN.
           IF WS-LINE-COUNT = ZERO
               PERFORM 520-PRINT-PAGE-HEADER-RTN
           END-IF
           MOVE ACCT-NO-OUT TO DTL-ACCT-NO
           MOVE CUSTOMER-NAME TO DTL-CUSTOMER-NAME
           MOVE LAST-ACTIVITY-DATE TO DTL-LAST-ACT
           MOVE WS-DAYS-INACTIVE TO DTL-DAYS
           MOVE WS-REFUND-AMT TO DTL-REFUND-AMT
           WRITE REFUND-REC FROM WS-REFUND-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               MOVE ZERO TO WS-LINE-COUNT
           END-IF.

       520-PRINT-PAGE-HEADER-RTN.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NO
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REFUND-REC FROM WS-REFUND-HDR-LINE
           WRITE REFUND-REC FROM WS-REFUND-COL-LINE.

       700-WRITE-POSPAY-TRAILER-RTN.
           MOVE WS-REFUNDED-COUNT TO PPT-ISSUE-COUNT
           MOVE WS-REFUNDED-AMT TO PPT-ISSUE-TOTAL
           MOVE WS-RUN-DATE TO PPT-ISSUE-DATE
           WRITE POSPAY-REC FROM WS-POSPAY-TRAILER-REC.

       900-WRITE-JOURNAL-RTN.
           MOVE ACCT-NO-OUT TO JRNL-ACCT-NO
           MOVE WS-JOURNAL-OLD-AMT TO JRNL-OLD-AMT
           MOVE ZERO TO JRNL-NEW-AMT
           MOVE WS-RUN-DATE TO JRNL-DATE
           ACCEPT JRNL-TIME FROM TIME
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE "D" TO JRNL-TRAN-CODE
           MOVE SPACES TO JRNL-OPERATOR-ID
           MOVE SPACES TO JRNL-CHECKER-ID
           PERFORM 975-JRNL-STAMP-RTN
           WRITE JOURNAL-REC.

       800-PRINT-TOTALS-RTN.
           WRITE REFUND-REC FROM WS-BLANK-LINE
           MOVE "ACCOUNTS READ . . . . . . . :" TO SUM-TEXT
           MOVE WS-READ-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMT
           WRITE REFUND-REC FROM WS-REFUND-SUM-LINE
           MOVE "REFUND CANDIDATES . . . . . :" TO SUM-TEXT
           MOVE WS-CANDIDATE-COUNT TO SUM-COUNT
           MOVE WS-CANDIDATE-AMT TO SUM-AMT
           WRITE REFUND-REC FROM WS-REFUND-SUM-LINE
           MOVE "ON HOLD - NOT REFUNDED  . . :" TO SUM-TEXT
           MOVE WS-HOLD-SKIP-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMT
           WRITE REFUND-REC FROM WS-REFUND-SUM-LINE
           MOVE "REFUNDS WITH NO ADDRESS . . :" TO SUM-TEXT
           MOVE WS-NO-ADDR-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMT
           WRITE REFUND-REC FROM WS-REFUND-SUM-LINE
           MOVE "READY TO REFUND . . . . . . :" TO SUM-TEXT
           MOVE WS-READY-COUNT TO SUM-COUNT
           MOVE WS-READY-AMT TO SUM-AMT
           WRITE REFUND-REC FROM WS-REFUND-SUM-LINE
           MOVE "CHEQUES ISSUED AND POSTED . :" TO SUM-TEXT
           MOVE WS-REFUNDED-COUNT TO SUM-COUNT
           MOVE WS-REFUNDED-AMT TO SUM-AMT
           WRITE REFUND-REC FROM WS-REFUND-SUM-LINE
           DISPLAY "===== ACCT-CREDIT-REFUND CONTROL TOTALS ====="
           DISPLAY "POSTING RUN-ID  . . . . . . : " WS-RUN-ID
           DISPLAY "MODE  . . . . . . . . . . . : " WS-RUN-MODE
           DISPLAY "REFUND THRESHOLD  . . . . . : "
               WS-REFUND-THRESHOLD
           DISPLAY "WAITING PERIOD (DAYS) . . . : " WS-WAIT-DAYS
           DISPLAY "ACCOUNTS READ . . . . . . . : " WS-READ-COUNT
           DISPLAY "REFUND CANDIDATES . . . . . : "
               WS-CANDIDATE-COUNT
           DISPLAY "CANDIDATE AMOUNT (CREDITS)  : " WS-CANDIDATE-AMT
           DISPLAY "SKIPPED - ACCOUNT ON HOLD . : "
               WS-HOLD-SKIP-COUNT
           DISPLAY "REFUNDS WITH NO ADDRESS . . : " WS-NO-ADDR-COUNT
           DISPLAY "READY TO REFUND . . . . . . : " WS-READY-COUNT
           DISPLAY "READY AMOUNT  . . . . . . . : " WS-READY-AMT
           DISPLAY "CHEQUES ISSUED AND POSTED . : "
               WS-REFUNDED-COUNT
           DISPLAY "AMOUNT REFUNDED . . . . . . : " WS-REFUNDED-AMT
           DISPLAY "REFUND REWRITES FAILED  . . : "
               WS-REWRITE-FAIL-COUNT
           DISPLAY "NON-NUMERIC ACTIVITY DATES  : "
               WS-BAD-DATE-COUNT
           IF ISSUE-PASS
               DISPLAY "FIRST CHEQUE NUMBER . . . . : "
                   WS-FIRST-CHEQUE-NO
               DISPLAY "NEXT UNUSED CHEQUE NUMBER . : "
                   WS-NEXT-CHEQUE-NO
           END-IF
           IF WS-CANDIDATE-COUNT = WS-HOLD-SKIP-COUNT
                   + WS-NO-ADDR-COUNT + WS-READY-COUNT
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
           MOVE WS-REFUNDED-COUNT TO WS-RCTL-WRITTEN-COUNT
           MOVE WS-REWRITE-FAIL-COUNT TO WS-RCTL-REJECT-COUNT
           MOVE WS-REFUNDED-AMT TO WS-RCTL-MONEY-POSTED.

       COPY RCTLPRC.
