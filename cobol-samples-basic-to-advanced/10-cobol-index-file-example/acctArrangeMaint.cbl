       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ARRANGE-MAINT.
       AUTHOR. GAETANO.
      *----------------------------------------------------------*
      * PAYMENT ARRANGEMENT MAINTENANCE FOR THE ARRANGEMENT FILE  *
      * (ARRREC).  COLLECTIONS AGREES PLANS LIKE "$200 ON THE     *
      * 1ST FOR SIX MONTHS" WITH PAST-DUE CUSTOMERS, BUT THE      *
      * SYSTEM HAD NOWHERE TO RECORD ONE, SO THE DUNNING RUN      *
      * ESCALATED THE CUSTOMER TO A FINAL DEMAND ANYWAY.  THIS    *
      * PROGRAM READS ACTIONS FROM SYSIN, ONE FIELD PER LINE:     *
      *   S  ACCT(9)  INSTALLMENTS(2, 01-12)  AMOUNT EACH (9      *
      *      DIGITS, CENTS IMPLIED)  FIRST DUE DATE(YYYYMMDD)     *
      *      OPERATOR-ID(8)              - SET UP A PLAN          *
      *   C  ACCT(9)  OPERATOR-ID(8)     - CANCEL THE ACTIVE PLAN *
      *   X                              - END OF INPUT           *
      * INSTALLMENTS FALL DUE MONTHLY ON THE DAY OF THE FIRST     *
      * DUE DATE, WHICH MUST BE THE 1ST TO THE 28TH SO EVERY      *
      * MONTH HAS IT, AND NOT IN THE PAST.  A PLAN CAN ONLY BE    *
      * SET UP ON A DEBIT BALANCE ON THE MASTER WITH NO PLAN      *
      * ALREADY ACTIVE - CANCEL THE OLD ONE FIRST SO THE TRAIL    *
      * SHOWS WHO ENDED IT.  A PLAN THAT PROMISES LESS THAN THE   *
      * BALANCE IS ALLOWED (A SETTLEMENT) BUT IS NOTED ON SYSOUT. *
      * A COMPLETE, BROKEN OR CANCELLED PLAN ALREADY ON THE FILE  *
      * IS REPLACED BY THE NEW ONE.                               *
      * NOTHING HERE MOVES MONEY, SO NOTHING IS JOURNALED.        *
      * THE RUN ENDS WITH THE ARRANGEMENT CONTROL REPORT: COUNTS  *
      * BY STATUS AND ONE LINE PER ACTIVE PLAN WITH ITS NEXT      *
      * INSTALLMENT DUE.                                          *
      * THE MASTER PATH IS ACCTPRM ENTRY TWO; THE ARRANGEMENT     *
      * FILE IS THE NEW ENTRY FORTY-EIGHT.                        *
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
       SELECT ARR-FILE ASSIGN TO WS-ARR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARR-ACCT-NO
           FILE STATUS IS WS-ARR-STATUS.
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
       FD ARR-FILE
           RECORD CONTAINS 368 CHARACTERS.
           COPY ARRREC.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-STATUS                       PIC XX.
       01 WS-PARM-STATUS                  PIC XX.
       01 WS-ARR-STATUS                   PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-ARR-FILE-PATH            PIC X(100).
       01 WS-CURRENT-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-ACTION                       PIC X VALUE "?".
           88 ACTION-SETUP                        VALUE "S".
           88 ACTION-CANCEL                       VALUE "C".
           88 ACTION-END                          VALUE "X", " ".
       01 WS-IN-ACCT                      PIC X(9) VALUE SPACES.
       01 WS-IN-COUNT                     PIC X(2) VALUE SPACES.
       01 WS-IN-COUNT-NUM REDEFINES WS-IN-COUNT
                                           PIC 9(2).
       01 WS-IN-AMOUNT                    PIC X(9) VALUE SPACES.
       01 WS-IN-AMT-NUM REDEFINES WS-IN-AMOUNT
                                           PIC 9(7)V99.
       01 WS-IN-FIRST-DUE                 PIC X(8) VALUE SPACES.
       01 WS-IN-DUE-PARTS REDEFINES WS-IN-FIRST-DUE.
           02 WS-IN-DUE-YYYY              PIC 9(4).
           02 WS-IN-DUE-MM                PIC 9(2).
           02 WS-IN-DUE-DD                PIC 9(2).
       01 WS-IN-OPERATOR                  PIC X(8) VALUE SPACES.
       01 WS-DUE-PARTS.
           02 WS-DUE-YYYY                 PIC 9(4).
           02 WS-DUE-MM                   PIC 9(2).
           02 WS-DUE-DD                   PIC 9(2).
       01 WS-DUE-DATE REDEFINES WS-DUE-PARTS PIC 9(8).
       01 WS-INST-IX                      PIC 9(2) COMP VALUE ZERO.
       01 WS-PLAN-TOTAL                   PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-PLAN-PAID                    PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-NEXT-DUE-DATE                PIC 9(8) VALUE ZERO.
       01 WS-NEXT-DUE-AMT                 PIC 9(7)V99 VALUE ZERO.
       01 WS-ARR-FOUND-SW                 PIC X VALUE "N".
           88 ARR-ON-FILE                         VALUE "Y".
       01 WS-EDIT-AMT                     PIC Z(8)9.99.
       01 WS-EDIT-AMT-2                   PIC Z(8)9.99.
       01 WS-CONTROL-TOTALS.
           02 WS-SETUP-COUNT              PIC 9(5) COMP VALUE ZERO.
           02 WS-CANCEL-COUNT             PIC 9(5) COMP VALUE ZERO.
           02 WS-REFUSED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-FILE-COUNTS.
           02 WS-ACTIVE-COUNT             PIC 9(5) COMP VALUE ZERO.
           02 WS-COMPLETE-COUNT           PIC 9(5) COMP VALUE ZERO.
           02 WS-BROKEN-COUNT             PIC 9(5) COMP VALUE ZERO.
           02 WS-CANCELLED-COUNT          PIC 9(5) COMP VALUE ZERO.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-ARRANGE-MAINT" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 610-OPEN-FILES-RTN
           PERFORM 200-ACTION-RTN
               UNTIL ACTION-END
           PERFORM 800-PRINT-CONTROL-REPORT-RTN
           CLOSE OUT-FILE
                 ARR-FILE
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
           PERFORM 605-SKIP-PARM-RTN 45 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ARR-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 22 TIMES
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
           OPEN I-O ARR-FILE
           IF WS-ARR-STATUS = "35"
               OPEN OUTPUT ARR-FILE
               CLOSE ARR-FILE
               OPEN I-O ARR-FILE
           ELSE
               IF WS-ARR-STATUS NOT = "00"
                   DISPLAY "ARR-FILE OPEN ERROR, STATUS "
                       WS-ARR-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF.

       200-ACTION-RTN.
           DISPLAY "ACTION (S/C/X): "
           ACCEPT WS-ACTION
           IF ACTION-SETUP
               PERFORM 220-SETUP-RTN
           ELSE
            IF ACTION-CANCEL
               PERFORM 240-CANCEL-RTN
            ELSE
             IF ACTION-END
               CONTINUE
             ELSE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "UNKNOWN ACTION " WS-ACTION " IGNORED"
             END-IF
            END-IF
           END-IF.

      *----------------------------------------------------------*
      * A NEW PLAN NEEDS AN ACCOUNT ON THE MASTER THAT OWES US    *
      * MONEY, ONE TO TWELVE INSTALLMENTS OF A REAL AMOUNT, A     *
      * FIRST DUE DATE FROM TODAY ON WITH A DAY EVERY MONTH HAS,  *
      * AND AN OPERATOR TO ANSWER FOR IT.                         *
      *----------------------------------------------------------*
       220-SETUP-RTN.
           DISPLAY "ACCOUNT (9 DIGITS): "
           ACCEPT WS-IN-ACCT
           DISPLAY "NUMBER OF INSTALLMENTS (01-12): "
           ACCEPT WS-IN-COUNT
           DISPLAY "AMOUNT OF EACH INSTALLMENT (9 DIGITS, CENTS"
               " IMPLIED): "
           ACCEPT WS-IN-AMOUNT
           DISPLAY "FIRST DUE DATE (YYYYMMDD, DAY 01-28): "
           ACCEPT WS-IN-FIRST-DUE
           DISPLAY "YOUR OPERATOR ID: "
           ACCEPT WS-IN-OPERATOR
           IF WS-IN-ACCT IS NOT NUMERIC
               OR WS-IN-COUNT IS NOT NUMERIC
               OR WS-IN-AMOUNT IS NOT NUMERIC
               OR WS-IN-FIRST-DUE IS NOT NUMERIC
               OR WS-IN-OPERATOR = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PLAN REFUSED - BAD ACCOUNT, COUNT, AMOUNT,"
                   " DUE DATE OR MISSING OPERATOR ID"
           ELSE
            IF WS-IN-COUNT-NUM < 1 OR WS-IN-COUNT-NUM > 12
                   OR WS-IN-AMT-NUM = ZERO
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PLAN REFUSED - INSTALLMENTS MUST BE 01-12"
                   " AND THE AMOUNT MORE THAN ZERO"
            ELSE
             IF WS-IN-DUE-MM < 1 OR WS-IN-DUE-MM > 12
                   OR WS-IN-DUE-DD < 1 OR WS-IN-DUE-DD > 28
                   OR WS-IN-FIRST-DUE < WS-CURRENT-DATE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PLAN REFUSED - FIRST DUE DATE " WS-IN-FIRST-DUE
                   " IS NOT A DAY 01-28 FROM TODAY ON"
             ELSE
               MOVE WS-IN-ACCT TO ACCT-NO-OUT
               READ OUT-FILE
                   KEY IS ACCT-NO-OUT
                   INVALID KEY
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY "PLAN REFUSED - ACCOUNT " WS-IN-ACCT
                           " NOT ON THE MASTER"
                   NOT INVALID KEY
                       IF AMT-DUE-OUT NOT > ZERO
                           ADD 1 TO WS-REFUSED-COUNT
                           DISPLAY "PLAN REFUSED - ACCOUNT "
                               WS-IN-ACCT " OWES NOTHING"
                       ELSE
                           PERFORM 230-WRITE-PLAN-RTN
                       END-IF
               END-READ
             END-IF
            END-IF
           END-IF.

       230-WRITE-PLAN-RTN.
           PERFORM 260-READ-ARR-RTN
           IF ARR-ON-FILE AND ARR-ACTIVE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PLAN REFUSED - ACCOUNT " ARR-ACCT-NO
                   " ALREADY HAS A PLAN ACTIVE SINCE " ARR-SETUP-DATE
           ELSE
               MOVE WS-IN-ACCT TO ARR-ACCT-NO
               MOVE "A" TO ARR-STATUS
               MOVE WS-CURRENT-DATE TO ARR-SETUP-DATE
               MOVE WS-IN-OPERATOR TO ARR-SETUP-BY
               MOVE ZERO TO ARR-CLOSE-DATE
               MOVE SPACES TO ARR-CLOSED-BY
               MOVE WS-IN-COUNT-NUM TO ARR-INST-COUNT
               MOVE WS-IN-FIRST-DUE TO WS-DUE-DATE
               PERFORM 235-BUILD-INSTALLMENT-RTN
                   VARYING WS-INST-IX FROM 1 BY 1
                   UNTIL WS-INST-IX > 12
               IF ARR-ON-FILE
                   REWRITE ARR-REC
                       INVALID KEY
                           ADD 1 TO WS-REFUSED-COUNT
                           DISPLAY "ARR-FILE REWRITE ERROR, STATUS "
                               WS-ARR-STATUS
                       NOT INVALID KEY
                           PERFORM 238-PLAN-SET-UP-RTN
                   END-REWRITE
               ELSE
                   WRITE ARR-REC
                       INVALID KEY
                           ADD 1 TO WS-REFUSED-COUNT
                           DISPLAY "ARR-FILE WRITE ERROR, STATUS "
                               WS-ARR-STATUS
                       NOT INVALID KEY
                           PERFORM 238-PLAN-SET-UP-RTN
                   END-WRITE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * INSTALLMENT ONE FALLS ON THE FIRST DUE DATE AND EACH      *
      * LATER ONE A CALENDAR MONTH AFTER THE LAST.  SLOTS PAST    *
      * THE PLAN'S COUNT ARE CLEARED.                             *
      *----------------------------------------------------------*
       235-BUILD-INSTALLMENT-RTN.
           IF WS-INST-IX > ARR-INST-COUNT
               MOVE ZERO TO ARR-INST-DUE-DATE(WS-INST-IX)
               MOVE ZERO TO ARR-INST-AMOUNT(WS-INST-IX)
           ELSE
               MOVE WS-DUE-DATE TO ARR-INST-DUE-DATE(WS-INST-IX)
               MOVE WS-IN-AMT-NUM TO ARR-INST-AMOUNT(WS-INST-IX)
               IF WS-DUE-MM = 12
                   MOVE 1 TO WS-DUE-MM
                   ADD 1 TO WS-DUE-YYYY
               ELSE
                   ADD 1 TO WS-DUE-MM
               END-IF
           END-IF
           MOVE ZERO TO ARR-INST-PAID(WS-INST-IX)
           MOVE SPACE TO ARR-INST-STATUS(WS-INST-IX).

       238-PLAN-SET-UP-RTN.
           ADD 1 TO WS-SETUP-COUNT
           COMPUTE WS-PLAN-TOTAL = WS-IN-AMT-NUM * WS-IN-COUNT-NUM
           MOVE WS-PLAN-TOTAL TO WS-EDIT-AMT
           DISPLAY "PLAN SET UP ON " ARR-ACCT-NO " - " ARR-INST-COUNT
               " INSTALLMENTS FROM " WS-IN-FIRST-DUE " TOTAL "
               WS-EDIT-AMT " BY " ARR-SETUP-BY
           IF WS-PLAN-TOTAL < AMT-DUE-OUT
               MOVE AMT-DUE-OUT TO WS-EDIT-AMT-2
               DISPLAY "  NOTE - PLAN TOTAL IS LESS THAN THE BALANCE "
                   WS-EDIT-AMT-2
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
               PERFORM 260-READ-ARR-RTN
               IF NOT ARR-ON-FILE
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "CANCEL REFUSED - NO PLAN ON FILE FOR "
                       WS-IN-ACCT
               ELSE
                   IF NOT ARR-ACTIVE
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY "CANCEL REFUSED - PLAN ON " WS-IN-ACCT
                           " ALREADY CLOSED " ARR-CLOSE-DATE
                           " STATUS " ARR-STATUS
                   ELSE
                       MOVE "X" TO ARR-STATUS
                       MOVE WS-CURRENT-DATE TO ARR-CLOSE-DATE
                       MOVE WS-IN-OPERATOR TO ARR-CLOSED-BY
                       REWRITE ARR-REC
                           INVALID KEY
                               ADD 1 TO WS-REFUSED-COUNT
                               DISPLAY "ARR-FILE REWRITE ERROR,"
                                   " STATUS " WS-ARR-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-CANCEL-COUNT
                               DISPLAY "PLAN ON " ARR-ACCT-NO
                                   " CANCELLED BY " ARR-CLOSED-BY
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       260-READ-ARR-RTN.
           MOVE "N" TO WS-ARR-FOUND-SW
           MOVE WS-IN-ACCT TO ARR-ACCT-NO
           READ ARR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ARR-FOUND-SW
           END-READ.

      *----------------------------------------------------------*
      * THE CONTROL REPORT LISTS EVERY ACTIVE PLAN WITH ITS NEXT  *
      * INSTALLMENT NOT YET MARKED, AND WHAT THE NIGHTLY MONITOR  *
      * HAS MATCHED TO THE PLAN SO FAR.                           *
      *----------------------------------------------------------*
       800-PRINT-CONTROL-REPORT-RTN.
           DISPLAY "===== ACCT-ARRANGE-MAINT CONTROL REPORT =====".
           DISPLAY "PLANS SET UP THIS SESSION . : " WS-SETUP-COUNT.
           DISPLAY "PLANS CANCELLED THIS SESSION: " WS-CANCEL-COUNT.
           DISPLAY "ACTIONS REFUSED . . . . . . : " WS-REFUSED-COUNT.
           DISPLAY "----- ACTIVE PLANS -----"
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           MOVE LOW-VALUES TO ARR-ACCT-NO
           START ARR-FILE
               KEY IS NOT LESS THAN ARR-ACCT-NO
               INVALID KEY
                   MOVE "NO" TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS
               READ ARR-FILE NEXT RECORD
                   AT END
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 820-REPORT-PLAN-RTN
               END-READ
           END-PERFORM
           DISPLAY "ACTIVE  . . . . . . . . . . : " WS-ACTIVE-COUNT
           DISPLAY "COMPLETE  . . . . . . . . . : " WS-COMPLETE-COUNT
           DISPLAY "BROKEN  . . . . . . . . . . : " WS-BROKEN-COUNT
           DISPLAY "CANCELLED . . . . . . . . . : "
               WS-CANCELLED-COUNT.

       820-REPORT-PLAN-RTN.
           IF ARR-COMPLETE
               ADD 1 TO WS-COMPLETE-COUNT
           ELSE
            IF ARR-BROKEN
               ADD 1 TO WS-BROKEN-COUNT
            ELSE
             IF ARR-CANCELLED
               ADD 1 TO WS-CANCELLED-COUNT
             ELSE
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE ZERO TO WS-PLAN-PAID
               MOVE ZERO TO WS-NEXT-DUE-DATE
               MOVE ZERO TO WS-NEXT-DUE-AMT
               PERFORM 830-SCAN-INSTALLMENT-RTN
                   VARYING WS-INST-IX FROM 1 BY 1
                   UNTIL WS-INST-IX > ARR-INST-COUNT
               MOVE WS-PLAN-PAID TO WS-EDIT-AMT
               MOVE WS-NEXT-DUE-AMT TO WS-EDIT-AMT-2
               DISPLAY "  ACCT " ARR-ACCT-NO " SET UP "
                   ARR-SETUP-DATE " BY " ARR-SETUP-BY
                   " PAID " WS-EDIT-AMT " NEXT DUE "
                   WS-NEXT-DUE-DATE " FOR " WS-EDIT-AMT-2
             END-IF
            END-IF
           END-IF.

       830-SCAN-INSTALLMENT-RTN.
           ADD ARR-INST-PAID(WS-INST-IX) TO WS-PLAN-PAID
           IF ARR-INST-PENDING(WS-INST-IX)
                   AND WS-NEXT-DUE-DATE = ZERO
               MOVE ARR-INST-DUE-DATE(WS-INST-IX) TO WS-NEXT-DUE-DATE
               MOVE ARR-INST-AMOUNT(WS-INST-IX) TO WS-NEXT-DUE-AMT
           END-IF.

       985-RCTL-TOTALS-RTN.
           COMPUTE WS-RCTL-WRITTEN-COUNT =
               WS-SETUP-COUNT + WS-CANCEL-COUNT
           MOVE WS-REFUSED-COUNT TO WS-RCTL-REJECT-COUNT
           COMPUTE WS-RCTL-READ-COUNT =
               WS-RCTL-WRITTEN-COUNT + WS-RCTL-REJECT-COUNT.

       COPY RCTLPRC.
