       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ACH-ENROLL.
       AUTHOR. GAETANO.
      *----------------------------------------------------------*
      * ACH AUTOPAY ENROLLMENT MAINTENANCE FOR THE ENROLLMENT     *
      * FILE (ACHEREC).  CUSTOMERS WHO WANT TO PAY BY AUTOMATIC   *
      * BANK DEBIT INSTEAD OF MAILING CHEQUES TO THE LOCKBOX ARE  *
      * SET UP HERE; ACCT-ACH-ORIGINATE DRAFTS THEM NIGHTLY.      *
      * THIS PROGRAM READS ACTIONS FROM SYSIN, ONE FIELD PER LINE:*
      *   E  ACCT(9)  ROUTING NUMBER(9)  BANK ACCOUNT(17)         *
      *      ACCOUNT TYPE(C/S)  PAY TYPE(F/A)  FIXED AMOUNT (9    *
      *      DIGITS, CENTS IMPLIED - ZEROS FOR PAY TYPE F)        *
      *      DRAFT DAY(01-28)  ACCOUNT HOLDER NAME(22)            *
      *      OPERATOR-ID(8)              - ENROLL                 *
      *   C  ACCT(9)  OPERATOR-ID(8)     - CANCEL THE ENROLLMENT  *
      *   R  ACCT(9)  OPERATOR-ID(8)     - REINSTATE A SUSPENDED  *
      *                                    ENROLLMENT             *
      *   X                              - END OF INPUT           *
      * PAY TYPE F DRAFTS THE FULL BALANCE OWED ON THE DRAFT      *
      * DAY, A DRAFTS THE FIXED AMOUNT (CAPPED AT THE BALANCE).   *
      * THE ROUTING NUMBER MUST PASS THE ABA CHECK-DIGIT TEST     *
      * (3-7-1 WEIGHTS, MODULUS 10) - A MISKEYED ROUTING NUMBER   *
      * WOULD OTHERWISE ONLY SHOW UP AS AN R03/R04 RETURN A WEEK  *
      * LATER.  A BLANK HOLDER NAME TAKES THE FIRST 22            *
      * CHARACTERS OF THE CUSTOMER NAME ON THE MASTER.  AN        *
      * ACCOUNT ALREADY ACTIVE IS REFUSED - CANCEL IT FIRST SO    *
      * THE TRAIL SHOWS WHO CHANGED THE BANK DETAILS; A SUSPENDED *
      * OR CANCELLED ENROLLMENT IS REPLACED BY THE NEW ONE.       *
      * REINSTATING A SUSPENDED ENROLLMENT CLEARS ITS RETURN      *
      * COUNT.                                                    *
      * NOTHING HERE MOVES MONEY, SO NOTHING IS JOURNALED.        *
      * THE RUN ENDS WITH THE ENROLLMENT CONTROL REPORT: COUNTS   *
      * BY STATUS AND ONE LINE PER ACTIVE OR SUSPENDED            *
      * ENROLLMENT.                                               *
      * THE MASTER PATH IS ACCTPRM ENTRY TWO; THE ENROLLMENT      *
      * FILE IS THE NEW ENTRY FIFTY-FIVE.                         *
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
       SELECT ACHE-FILE ASSIGN TO WS-ACHE-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACHE-ACCT-NO
           FILE STATUS IS WS-ACHE-STATUS.
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
       FD ACHE-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY ACHEREC.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-STATUS                       PIC XX.
       01 WS-PARM-STATUS                  PIC XX.
       01 WS-ACHE-STATUS                  PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-ACHE-FILE-PATH           PIC X(100).
       01 WS-CURRENT-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-ACTION                       PIC X VALUE "?".
           88 ACTION-ENROLL                       VALUE "E".
           88 ACTION-CANCEL                       VALUE "C".
           88 ACTION-REINSTATE                    VALUE "R".
           88 ACTION-END                          VALUE "X", " ".
       01 WS-IN-ACCT                      PIC X(9) VALUE SPACES.
       01 WS-IN-ROUTING                   PIC X(9) VALUE SPACES.
       01 WS-IN-ROUTING-DIGITS REDEFINES WS-IN-ROUTING.
           02 WS-RT-DIGIT                 PIC 9 OCCURS 9 TIMES.
       01 WS-IN-BANK-ACCT                 PIC X(17) VALUE SPACES.
       01 WS-IN-ACCT-TYPE                 PIC X VALUE SPACE.
           88 IN-ACCT-TYPE-VALID                  VALUE "C", "S".
       01 WS-IN-PAY-TYPE                  PIC X VALUE SPACE.
           88 IN-PAY-FULL                         VALUE "F".
           88 IN-PAY-FIXED                        VALUE "A".
       01 WS-IN-AMOUNT                    PIC X(9) VALUE SPACES.
       01 WS-IN-AMT-NUM REDEFINES WS-IN-AMOUNT
                                           PIC 9(7)V99.
       01 WS-IN-DRAFT-DAY                 PIC X(2) VALUE SPACES.
       01 WS-IN-DRAFT-DAY-NUM REDEFINES WS-IN-DRAFT-DAY
                                           PIC 9(2).
       01 WS-IN-HOLDER-NAME               PIC X(22) VALUE SPACES.
       01 WS-IN-OPERATOR                  PIC X(8) VALUE SPACES.
       01 WS-ROUTING-SUM                  PIC 9(4) COMP VALUE ZERO.
       01 WS-ROUTING-QUOT                 PIC 9(4) COMP VALUE ZERO.
       01 WS-ROUTING-REM                  PIC 9(4) COMP VALUE ZERO.
       01 WS-ROUTING-SW                   PIC X VALUE "N".
           88 ROUTING-IS-VALID                    VALUE "Y".
       01 WS-ACHE-FOUND-SW                PIC X VALUE "N".
           88 ACHE-ON-FILE                        VALUE "Y".
       01 WS-EDIT-AMT                     PIC Z(6)9.99.
       01 WS-CONTROL-TOTALS.
           02 WS-ENROLL-COUNT             PIC 9(5) COMP VALUE ZERO.
           02 WS-CANCEL-COUNT             PIC 9(5) COMP VALUE ZERO.
           02 WS-REINSTATE-COUNT          PIC 9(5) COMP VALUE ZERO.
           02 WS-REFUSED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-FILE-COUNTS.
           02 WS-ACTIVE-COUNT             PIC 9(5) COMP VALUE ZERO.
           02 WS-SUSPENDED-COUNT          PIC 9(5) COMP VALUE ZERO.
           02 WS-CANCELLED-COUNT          PIC 9(5) COMP VALUE ZERO.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-ACH-ENROLL" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 610-OPEN-FILES-RTN
           PERFORM 200-ACTION-RTN
               UNTIL ACTION-END
           PERFORM 800-PRINT-CONTROL-REPORT-RTN
           CLOSE OUT-FILE
                 ACHE-FILE
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
           PERFORM 605-SKIP-PARM-RTN 52 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ACHE-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 15 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

       610-OPEN-FILES-RTN.
           OPEN INPUT OUT-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "OUT-FILE OPEN ERROR, STATUS " WS-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN I-O ACHE-FILE
           IF WS-ACHE-STATUS = "35"
               OPEN OUTPUT ACHE-FILE
               CLOSE ACHE-FILE
               OPEN I-O ACHE-FILE
           ELSE
               IF WS-ACHE-STATUS NOT = "00"
                   DISPLAY "ACHE-FILE OPEN ERROR, STATUS "
                       WS-ACHE-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF.

       200-ACTION-RTN.
           DISPLAY "ACTION (E/C/R/X): "
           ACCEPT WS-ACTION
           IF ACTION-ENROLL
               PERFORM 220-ENROLL-RTN
           ELSE
            IF ACTION-CANCEL
               PERFORM 240-CANCEL-RTN
            ELSE
             IF ACTION-REINSTATE
               PERFORM 250-REINSTATE-RTN
             ELSE
              IF ACTION-END
               CONTINUE
              ELSE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "UNKNOWN ACTION " WS-ACTION " IGNORED"
              END-IF
             END-IF
            END-IF
           END-IF.

      *----------------------------------------------------------*
      * A NEW ENROLLMENT NEEDS AN ACCOUNT ON THE MASTER, A        *
      * ROUTING NUMBER THAT PASSES THE CHECK DIGIT, A BANK        *
      * ACCOUNT, A VALID ACCOUNT AND PAY TYPE, A REAL AMOUNT FOR  *
      * A FIXED DRAFT, A DRAFT DAY EVERY MONTH HAS AND AN         *
      * OPERATOR TO ANSWER FOR IT.                                *
      *----------------------------------------------------------*
       220-ENROLL-RTN.
           DISPLAY "ACCOUNT (9 DIGITS): "
           ACCEPT WS-IN-ACCT
           DISPLAY "BANK ROUTING NUMBER (9 DIGITS): "
           ACCEPT WS-IN-ROUTING
           DISPLAY "BANK ACCOUNT NUMBER (UP TO 17): "
           ACCEPT WS-IN-BANK-ACCT
           DISPLAY "BANK ACCOUNT TYPE (C = CHECKING, S = SAVINGS): "
           ACCEPT WS-IN-ACCT-TYPE
           DISPLAY "PAY TYPE (F = FULL BALANCE, A = FIXED AMOUNT): "
           ACCEPT WS-IN-PAY-TYPE
           DISPLAY "FIXED AMOUNT (9 DIGITS, CENTS IMPLIED): "
           ACCEPT WS-IN-AMOUNT
           DISPLAY "DRAFT DAY (01-28): "
           ACCEPT WS-IN-DRAFT-DAY
           DISPLAY "ACCOUNT HOLDER NAME (BLANK = CUSTOMER NAME): "
           ACCEPT WS-IN-HOLDER-NAME
           DISPLAY "YOUR OPERATOR ID: "
           ACCEPT WS-IN-OPERATOR
           PERFORM 230-CHECK-ROUTING-RTN
           IF WS-IN-ACCT IS NOT NUMERIC
               OR WS-IN-DRAFT-DAY IS NOT NUMERIC
               OR WS-IN-BANK-ACCT = SPACES
               OR WS-IN-OPERATOR = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "ENROLLMENT REFUSED - BAD ACCOUNT, DRAFT DAY,"
                   " BANK ACCOUNT OR MISSING OPERATOR ID"
           ELSE
            IF NOT ROUTING-IS-VALID
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "ENROLLMENT REFUSED - ROUTING NUMBER "
                   WS-IN-ROUTING " FAILS THE CHECK DIGIT"
            ELSE
             IF NOT IN-ACCT-TYPE-VALID
                   OR (NOT IN-PAY-FULL AND NOT IN-PAY-FIXED)
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "ENROLLMENT REFUSED - ACCOUNT TYPE MUST BE C"
                   " OR S AND PAY TYPE F OR A"
             ELSE
              IF IN-PAY-FIXED
                    AND (WS-IN-AMOUNT IS NOT NUMERIC
                         OR WS-IN-AMT-NUM = ZERO)
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "ENROLLMENT REFUSED - A FIXED DRAFT NEEDS AN"
                   " AMOUNT MORE THAN ZERO"
              ELSE
               IF WS-IN-DRAFT-DAY-NUM < 1 OR WS-IN-DRAFT-DAY-NUM > 28
                ADD 1 TO WS-REFUSED-COUNT
                DISPLAY "ENROLLMENT REFUSED - DRAFT DAY "
                    WS-IN-DRAFT-DAY " IS NOT 01-28"
               ELSE
                MOVE WS-IN-ACCT TO ACCT-NO-OUT
                READ OUT-FILE
                    KEY IS ACCT-NO-OUT
                    INVALID KEY
                        ADD 1 TO WS-REFUSED-COUNT
                        DISPLAY "ENROLLMENT REFUSED - ACCOUNT "
                            WS-IN-ACCT " NOT ON THE MASTER"
                    NOT INVALID KEY
                        PERFORM 235-WRITE-ENROLLMENT-RTN
                END-READ
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF.

      *----------------------------------------------------------*
      * ABA CHECK DIGIT: 3 X (DIGITS 1, 4, 7) + 7 X (DIGITS 2, 5, *
      * 8) + (DIGITS 3, 6, 9) MUST BE A MULTIPLE OF TEN.          *
      *----------------------------------------------------------*
       230-CHECK-ROUTING-RTN.
           MOVE "N" TO WS-ROUTING-SW
           IF WS-IN-ROUTING IS NUMERIC
                   AND WS-IN-ROUTING NOT = "000000000"
               COMPUTE WS-ROUTING-SUM =
                   3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4)
                        + WS-RT-DIGIT(7))
                 + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5)
                        + WS-RT-DIGIT(8))
                 + WS-RT-DIGIT(3) + WS-RT-DIGIT(6) + WS-RT-DIGIT(9)
               DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOT
                   REMAINDER WS-ROUTING-REM
               IF WS-ROUTING-REM = ZERO
                   MOVE "Y" TO WS-ROUTING-SW
               END-IF
           END-IF.

       235-WRITE-ENROLLMENT-RTN.
           PERFORM 260-READ-ACHE-RTN
           IF ACHE-ON-FILE AND ACHE-ACTIVE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "ENROLLMENT REFUSED - ACCOUNT " ACHE-ACCT-NO
                   " ALREADY ENROLLED SINCE " ACHE-SETUP-DATE
                   " - CANCEL IT FIRST"
           ELSE
               MOVE WS-IN-ACCT TO ACHE-ACCT-NO
               MOVE "A" TO ACHE-STATUS
               MOVE WS-IN-ROUTING TO ACHE-ROUTING-NO
               MOVE WS-IN-BANK-ACCT TO ACHE-BANK-ACCT-NO
               MOVE WS-IN-ACCT-TYPE TO ACHE-BANK-ACCT-TYPE
               MOVE WS-IN-PAY-TYPE TO ACHE-PAY-TYPE
               IF IN-PAY-FIXED
                   MOVE WS-IN-AMT-NUM TO ACHE-FIXED-AMT
               ELSE
                   MOVE ZERO TO ACHE-FIXED-AMT
               END-IF
               MOVE WS-IN-DRAFT-DAY-NUM TO ACHE-DRAFT-DAY
               IF WS-IN-HOLDER-NAME = SPACES
                   MOVE CUSTOMER-NAME TO ACHE-HOLDER-NAME
               ELSE
                   MOVE WS-IN-HOLDER-NAME TO ACHE-HOLDER-NAME
               END-IF
               MOVE WS-CURRENT-DATE TO ACHE-SETUP-DATE
               MOVE WS-IN-OPERATOR TO ACHE-SETUP-BY
               MOVE WS-CURRENT-DATE TO ACHE-STATUS-DATE
               MOVE WS-IN-OPERATOR TO ACHE-STATUS-BY
               MOVE ZERO TO ACHE-LAST-DRAFT-DATE
               MOVE ZERO TO ACHE-LAST-DRAFT-AMT
               MOVE ZERO TO ACHE-RETURN-COUNT
               MOVE ZERO TO ACHE-LAST-RETURN-DATE
               MOVE SPACES TO ACHE-LAST-RETURN-CODE
               IF ACHE-ON-FILE
                   REWRITE ACHE-REC
                       INVALID KEY
                           ADD 1 TO WS-REFUSED-COUNT
                           DISPLAY "ACHE-FILE REWRITE ERROR, STATUS "
                               WS-ACHE-STATUS
                       NOT INVALID KEY
                           PERFORM 238-ENROLLED-RTN
                   END-REWRITE
               ELSE
                   WRITE ACHE-REC
                       INVALID KEY
                           ADD 1 TO WS-REFUSED-COUNT
                           DISPLAY "ACHE-FILE WRITE ERROR, STATUS "
                               WS-ACHE-STATUS
                       NOT INVALID KEY
                           PERFORM 238-ENROLLED-RTN
                   END-WRITE
               END-IF
           END-IF.

       238-ENROLLED-RTN.
           ADD 1 TO WS-ENROLL-COUNT
           IF ACHE-PAY-FULL
               DISPLAY "ENROLLED " ACHE-ACCT-NO " - FULL BALANCE ON"
                   " DAY " ACHE-DRAFT-DAY " FROM ROUTING "
                   ACHE-ROUTING-NO " BY " ACHE-SETUP-BY
           ELSE
               MOVE ACHE-FIXED-AMT TO WS-EDIT-AMT
               DISPLAY "ENROLLED " ACHE-ACCT-NO " - " WS-EDIT-AMT
                   " ON DAY " ACHE-DRAFT-DAY " FROM ROUTING "
                   ACHE-ROUTING-NO " BY " ACHE-SETUP-BY
           END-IF
           IF AMT-DUE-OUT NOT > ZERO
               DISPLAY "  NOTE - ACCOUNT OWES NOTHING TODAY; NOTHING"
                   " IS DRAFTED UNTIL IT DOES"
           END-IF.

       240-CANCEL-RTN.
           DISPLAY "ACCOUNT (9 DIGITS): "
           ACCEPT WS-IN-ACCT
           DISPLAY "YOUR OPERATOR ID: "
           ACCEPT WS-IN-OPERATOR
           IF WS-IN-ACCT IS NOT NUMERIC
               OR WS-IN-OPERATOR = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "CANCEL REFUSED - BAD ACCOUNT OR MISSING"
                   " OPERATOR ID"
           ELSE
               PERFORM 260-READ-ACHE-RTN
               IF NOT ACHE-ON-FILE
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "CANCEL REFUSED - NO ENROLLMENT ON FILE FOR "
                       WS-IN-ACCT
               ELSE
                   IF ACHE-CANCELLED
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY "CANCEL REFUSED - ENROLLMENT ON "
                           WS-IN-ACCT " ALREADY CANCELLED "
                           ACHE-STATUS-DATE
                   ELSE
                       MOVE "X" TO ACHE-STATUS
                       MOVE WS-CURRENT-DATE TO ACHE-STATUS-DATE
                       MOVE WS-IN-OPERATOR TO ACHE-STATUS-BY
                       REWRITE ACHE-REC
                           INVALID KEY
                               ADD 1 TO WS-REFUSED-COUNT
                               DISPLAY "ACHE-FILE REWRITE ERROR,"
                                   " STATUS " WS-ACHE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-CANCEL-COUNT
                               DISPLAY "ENROLLMENT ON " ACHE-ACCT-NO
                                   " CANCELLED BY " ACHE-STATUS-BY
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * ONLY A SUSPENDED ENROLLMENT CAN BE REINSTATED - ONCE THE  *
      * CUSTOMER HAS SORTED OUT THE BANK ACCOUNT.  THE RETURN     *
      * COUNT STARTS AGAIN FROM ZERO.                             *
      *----------------------------------------------------------*
       250-REINSTATE-RTN.
           DISPLAY "ACCOUNT (9 DIGITS): "
           ACCEPT WS-IN-ACCT
           DISPLAY "YOUR OPERATOR ID: "
           ACCEPT WS-IN-OPERATOR
           IF WS-IN-ACCT IS NOT NUMERIC
               OR WS-IN-OPERATOR = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REINSTATE REFUSED - BAD ACCOUNT OR MISSING"
                   " OPERATOR ID"
           ELSE
               PERFORM 260-READ-ACHE-RTN
               IF NOT ACHE-ON-FILE
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "REINSTATE REFUSED - NO ENROLLMENT ON FILE"
                       " FOR " WS-IN-ACCT
               ELSE
                   IF NOT ACHE-SUSPENDED
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY "REINSTATE REFUSED - ENROLLMENT ON "
                           WS-IN-ACCT " IS NOT SUSPENDED, STATUS "
                           ACHE-STATUS
                   ELSE
                       MOVE "A" TO ACHE-STATUS
                       MOVE WS-CURRENT-DATE TO ACHE-STATUS-DATE
                       MOVE WS-IN-OPERATOR TO ACHE-STATUS-BY
                       MOVE ZERO TO ACHE-RETURN-COUNT
                       REWRITE ACHE-REC
                           INVALID KEY
                               ADD 1 TO WS-REFUSED-COUNT
                               DISPLAY "ACHE-FILE REWRITE ERROR,"
                                   " STATUS " WS-ACHE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-REINSTATE-COUNT
                               DISPLAY "ENROLLMENT ON " ACHE-ACCT-NO
                                   " REINSTATED BY " ACHE-STATUS-BY
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       260-READ-ACHE-RTN.
           MOVE "N" TO WS-ACHE-FOUND-SW
           MOVE WS-IN-ACCT TO ACHE-ACCT-NO
           READ ACHE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACHE-FOUND-SW
           END-READ.

      *----------------------------------------------------------*
      * THE CONTROL REPORT LISTS EVERY ACTIVE AND SUSPENDED       *
      * ENROLLMENT WITH ITS LAST DRAFT AND LAST RETURN, SO        *
      * COLLECTIONS CAN SEE WHO NEEDS A CALL ABOUT THEIR BANK.    *
      *----------------------------------------------------------*
       800-PRINT-CONTROL-REPORT-RTN.
           DISPLAY "===== ACCT-ACH-ENROLL CONTROL REPORT =====".
           DISPLAY "ENROLLED THIS SESSION . . . : " WS-ENROLL-COUNT.
           DISPLAY "CANCELLED THIS SESSION  . . : " WS-CANCEL-COUNT.
           DISPLAY "REINSTATED THIS SESSION . . : "
               WS-REINSTATE-COUNT.
           DISPLAY "ACTIONS REFUSED . . . . . . : " WS-REFUSED-COUNT.
           DISPLAY "----- ACTIVE AND SUSPENDED ENROLLMENTS -----"
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           MOVE LOW-VALUES TO ACHE-ACCT-NO
           START ACHE-FILE
               KEY IS NOT LESS THAN ACHE-ACCT-NO
               INVALID KEY
                   MOVE "NO" TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS
               READ ACHE-FILE NEXT RECORD
                   AT END
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 820-REPORT-ENROLLMENT-RTN
               END-READ
           END-PERFORM
           DISPLAY "ACTIVE  . . . . . . . . . . : " WS-ACTIVE-COUNT
           DISPLAY "SUSPENDED . . . . . . . . . : " WS-SUSPENDED-COUNT
           DISPLAY "CANCELLED . . . . . . . . . : "
               WS-CANCELLED-COUNT.

       820-REPORT-ENROLLMENT-RTN.
           IF ACHE-CANCELLED
               ADD 1 TO WS-CANCELLED-COUNT
           ELSE
               IF ACHE-SUSPENDED
                   ADD 1 TO WS-SUSPENDED-COUNT
               ELSE
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
               MOVE ACHE-LAST-DRAFT-AMT TO WS-EDIT-AMT
               DISPLAY "  ACCT " ACHE-ACCT-NO " STATUS " ACHE-STATUS
                   " DAY " ACHE-DRAFT-DAY " PAY " ACHE-PAY-TYPE
                   " LAST DRAFT " ACHE-LAST-DRAFT-DATE " "
                   WS-EDIT-AMT " RETURNS " ACHE-RETURN-COUNT
                   " LAST " ACHE-LAST-RETURN-CODE
           END-IF.

       985-RCTL-TOTALS-RTN.
           COMPUTE WS-RCTL-WRITTEN-COUNT =
               WS-ENROLL-COUNT + WS-CANCEL-COUNT
               + WS-REINSTATE-COUNT
           MOVE WS-REFUSED-COUNT TO WS-RCTL-REJECT-COUNT
           COMPUTE WS-RCTL-READ-COUNT =
               WS-RCTL-WRITTEN-COUNT + WS-RCTL-REJECT-COUNT.

       COPY RCTLPRC.
