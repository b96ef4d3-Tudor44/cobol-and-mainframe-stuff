       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ARRANGE-MONITOR.
       AUTHOR. GAETANO.
      *----------------------------------------------------------*
      * NIGHTLY PAYMENT ARRANGEMENT MONITOR.  MATCHES THE         *
      * PAYMENTS ON THE JOURNAL AGAINST EVERY ACTIVE PLAN ON THE  *
      * ARRANGEMENT FILE (ARRREC) AND MARKS EACH INSTALLMENT THAT *
      * HAS COME DUE KEPT, PARTIAL OR BROKEN.                     *
      * THE MATCH IS REBUILT FROM SCRATCH EVERY NIGHT, SO A RERUN *
      * OR A LATE BACK-OUT CAN NEVER COUNT A PAYMENT TWICE:       *
      *   PASS 1 - CLEARS THE MATCHED AMOUNTS AND INSTALLMENT     *
      *            MARKS ON EVERY ACTIVE PLAN,                    *
      *   PASS 2 - READS THE JOURNAL ARCHIVE (IF                  *
      *            ACCT-JRNL-CUTOVER HAS WRITTEN ONE) AND THEN    *
      *            THE LIVE JOURNAL, SO A PAYMENT ARCHIVED BY A   *
      *            CUTOVER STILL COUNTS.  EVERY CODE-P ENTRY THAT *
      *            LOWERED THE BALANCE OF AN ACCOUNT WITH AN      *
      *            ACTIVE PLAN, ON OR AFTER THE DAY THE PLAN WAS  *
      *            SET UP, IS A PAYMENT.  ITS DATE IS THE CHEQUE  *
      *            DATE ON THE PAYMENT-DETAIL FILE (PAYDTL) WHEN  *
      *            LOCKBOX LEFT ONE, OTHERWISE THE POSTING DATE.  *
      *            THE PAYMENT FILLS THE EARLIEST INSTALLMENTS    *
      *            NOT YET FULLY PAID WHOSE GRACE PERIOD HAS NOT  *
      *            RUN OUT ON THAT DATE, OLDEST FIRST, SO A       *
      *            DOUBLE PAYMENT PREPAYS THE NEXT MONTH.  A      *
      *            CODE-B BACK-OUT THAT RAISED THE BALANCE, OR A  *
      *            CODE-U ACH RETURN, TAKES THE MONEY BACK OFF    *
      *            THE LATEST INSTALLMENTS FIRST.                 *
      *   PASS 3 - EVERY INSTALLMENT WHOSE DUE DATE PLUS THE      *
      *            GRACE DAYS IS BEHIND US IS MARKED: K KEPT      *
      *            (PAID IN FULL), P PARTIAL (SOMETHING PAID) OR  *
      *            B BROKEN (NOTHING PAID).  ONE P OR B BREAKS    *
      *            THE WHOLE PLAN; EVERY INSTALLMENT KEPT         *
      *            COMPLETES IT.  EITHER WAY THE PLAN LEAVES      *
      *            STATUS A, CLOSED BY "MONITOR", AND             *
      *            ACCT-DUNNING-LETTERS PICKS THE ACCOUNT UP      *
      *            AGAIN ON ITS NEXT RUN.                         *
      * EVERY PLAN BROKEN TODAY GOES ON THE BROKEN-PROMISE        *
      * WORKLIST WITH THE CUSTOMER'S NAME, BALANCE AND PHONE AND  *
      * THE INSTALLMENT THAT BROKE IT, SO COLLECTIONS CAN CALL    *
      * THE SAME MORNING.  THE WORKLIST CARRIES ASA CARRIAGE      *
      * CONTROL IN COLUMN ONE.                                    *
      * NOTHING HERE MOVES MONEY, SO NOTHING IS JOURNALED.        *
      * THE MASTER, JOURNAL, CUST-FILE, JOURNAL ARCHIVE AND       *
      * PAYMENT-DETAIL PATHS ARE ACCTPRM ENTRIES TWO, FIVE,       *
      * EIGHTEEN, TWENTY-TWO AND THIRTY-NINE;                     *
      * THE ARRANGEMENT FILE IS ENTRY FORTY-EIGHT, AND THE GRACE  *
      * DAYS (FIVE DIGITS) AND THE WORKLIST ARE THE NEW ENTRIES   *
      * FORTY-NINE AND FIFTY.                                     *
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
       SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-READ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUST-ACCT-NO
           FILE STATUS IS WS-CUST-STATUS.
       SELECT PAY-DTL-FILE ASSIGN TO WS-PAY-DTL-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PD-KEY
           FILE STATUS IS WS-PAY-DTL-STATUS.
       SELECT ARR-FILE ASSIGN TO WS-ARR-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARR-ACCT-NO
           FILE STATUS IS WS-ARR-STATUS.
       SELECT WORKLIST-FILE ASSIGN TO WS-WORKLIST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORKLIST-STATUS.
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
       FD CUST-FILE
           RECORD CONTAINS 79 CHARACTERS.
           COPY CUSTREC.
       FD PAY-DTL-FILE
           RECORD CONTAINS 78 CHARACTERS.
           COPY PAYDTL.
       FD ARR-FILE
           RECORD CONTAINS 368 CHARACTERS.
           COPY ARRREC.
       FD WORKLIST-FILE
           RECORD CONTAINS 133 CHARACTERS.
           01 WORKLIST-REC                 PIC X(133).
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
       01 WS-PAY-DTL-STATUS               PIC XX.
       01 WS-ARR-STATUS                   PIC XX.
       01 WS-WORKLIST-STATUS              PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-JOURNAL-FILE-PATH        PIC X(100).
           02 WS-ARCHIVE-FILE-PATH        PIC X(100).
           02 WS-CUST-FILE-PATH           PIC X(100).
           02 WS-PAY-DTL-FILE-PATH        PIC X(100).
           02 WS-ARR-FILE-PATH            PIC X(100).
           02 WS-WORKLIST-FILE-PATH       PIC X(100).
       01 WS-JRNL-READ-PATH               PIC X(100) VALUE SPACES.
       01 WS-JRNL-SOURCE                  PIC X(8) VALUE SPACES.
       01 WS-GRACE-PARM.
           02 WS-GRACE-DAYS               PIC 9(5).
       01 WS-PAY-DTL-SW                   PIC X VALUE "N".
           88 PAY-DETAIL-PRESENT                  VALUE "Y".
       01 WS-CURRENT-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-PARTS REDEFINES WS-CURRENT-DATE.
           02 WS-RUN-YYYY                 PIC 9(4).
           02 WS-RUN-MM                   PIC 9(2).
           02 WS-RUN-DD                   PIC 9(2).
       01 WS-WORK-DATE                    PIC 9(8) VALUE ZERO.
       01 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           02 WS-WORK-YYYY                PIC 9(4).
           02 WS-WORK-MM                  PIC 9(2).
           02 WS-WORK-DD                  PIC 9(2).
       01 WS-RUN-DAY-NO                   PIC S9(9) COMP VALUE ZERO.
       01 WS-WORK-DAY-NO                  PIC S9(9) COMP VALUE ZERO.
       01 WS-PAY-DAY-NO                   PIC S9(9) COMP VALUE ZERO.
       01 WS-PAY-DATE                     PIC 9(8) VALUE ZERO.
       01 WS-INST-IX                      PIC 9(2) COMP VALUE ZERO.
       01 WS-BREAK-IX                     PIC 9(2) COMP VALUE ZERO.
       01 WS-KEPT-IN-PLAN                 PIC 9(2) COMP VALUE ZERO.
       01 WS-PAY-LEFT                     PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-INST-SHORT                   PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-DELTA-AMT                    PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-WORK-PHONE                   PIC X(10) VALUE SPACES.
       01 WS-PAGE-SIZE                    PIC 9(2) COMP VALUE 50.
       01 WS-LINE-COUNT                   PIC 9(2) COMP VALUE ZERO.
       01 WS-PAGE-COUNT                   PIC 9(4) COMP VALUE ZERO.
       01 WS-CONTROL-TOTALS.
           02 WS-ACTIVE-COUNT             PIC 9(7) COMP VALUE ZERO.
           02 WS-JRNL-READ-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-PAY-MATCH-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-PAY-MATCH-AMT            PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-PAY-EXCESS-AMT           PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-REVERSAL-COUNT           PIC 9(7) COMP VALUE ZERO.
           02 WS-REVERSAL-AMT             PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-INST-KEPT-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-INST-PARTIAL-COUNT       PIC 9(7) COMP VALUE ZERO.
           02 WS-INST-BROKEN-COUNT        PIC 9(7) COMP VALUE ZERO.
           02 WS-PLAN-KEPT-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-PLAN-COMPLETE-COUNT      PIC 9(7) COMP VALUE ZERO.
           02 WS-PLAN-BROKEN-COUNT        PIC 9(7) COMP VALUE ZERO.
           02 WS-WORKLIST-COUNT           PIC 9(7) COMP VALUE ZERO.
       01 WS-WORK-HDR-LINE.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(40) VALUE
               "===== BROKEN-PROMISE WORKLIST - PAGE ".
           02 HDR-PAGE-NO                 PIC Z(3)9.
           02 FILLER                      PIC X(7) VALUE " - RUN ".
           02 HDR-RUN-DATE                PIC 9(8).
           02 FILLER                      PIC X(6) VALUE " =====".
           02 FILLER                      PIC X(67) VALUE SPACES.
       01 WS-WORK-COL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(11)
                                           VALUE "ACCT-NO    ".
           02 FILLER                      PIC X(27)
                                           VALUE "CUSTOMER-NAME".
           02 FILLER                      PIC X(12)
                                           VALUE "PHONE       ".
           02 FILLER                      PIC X(16)
                                           VALUE "     AMOUNT DUE ".
           02 FILLER                      PIC X(9) VALUE "INST DUE ".
           02 FILLER                      PIC X(13)
                                           VALUE "    PROMISED ".
           02 FILLER                      PIC X(13)
                                           VALUE "        PAID ".
           02 FILLER                      PIC X(9) VALUE "SET UP BY".
           02 FILLER                      PIC X(22) VALUE SPACES.
       01 WS-WORK-DETAIL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 WRK-ACCT-NO                 PIC 9(9).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 WRK-CUSTOMER-NAME           PIC X(26).
           02 FILLER                      PIC X VALUE SPACE.
           02 WRK-PHONE                   PIC X(10).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 WRK-AMT-DUE                 PIC -(9)9.99.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 WRK-INST-DUE                PIC 9(8).
           02 FILLER                      PIC X VALUE SPACE.
           02 WRK-PROMISED                PIC Z(8)9.99.
           02 FILLER                      PIC X VALUE SPACE.
           02 WRK-PAID                    PIC Z(8)9.99.
           02 FILLER                      PIC X VALUE SPACE.
           02 WRK-INST-STATUS             PIC X(8).
           02 FILLER                      PIC X VALUE SPACE.
           02 WRK-SETUP-BY                PIC X(8).
           02 FILLER                      PIC X(15) VALUE SPACES.
       01 WS-BLANK-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(132) VALUE SPACES.
       01 WS-WORK-NONE-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(40) VALUE
               "NO PLANS BROKE TODAY".
           02 FILLER                      PIC X(92) VALUE SPACES.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-ARRANGE-MONITOR" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-NO = WS-RUN-YYYY * 365
               + WS-RUN-MM * 30 + WS-RUN-DD
           PERFORM 610-OPEN-FILES-RTN
           PERFORM 200-RESET-PLANS-RTN
           IF WS-ACTIVE-COUNT > ZERO
               MOVE WS-ARCHIVE-FILE-PATH TO WS-JRNL-READ-PATH
               MOVE "ARCHIVE" TO WS-JRNL-SOURCE
               PERFORM 300-JOURNAL-PASS-RTN
               MOVE WS-JOURNAL-FILE-PATH TO WS-JRNL-READ-PATH
               MOVE "JOURNAL" TO WS-JRNL-SOURCE
               PERFORM 300-JOURNAL-PASS-RTN
           END-IF
           PERFORM 400-EVALUATE-PLANS-RTN
           IF WS-WORKLIST-COUNT = ZERO
               PERFORM 520-PRINT-PAGE-HEADER-RTN
               WRITE WORKLIST-REC FROM WS-WORK-NONE-LINE
           END-IF
           PERFORM 800-PRINT-CONTROL-TOTALS-RTN
           CLOSE OUT-FILE
                 CUST-FILE
                 ARR-FILE
                 WORKLIST-FILE
           IF PAY-DETAIL-PRESENT
               CLOSE PAY-DTL-FILE
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
           PERFORM 605-SKIP-PARM-RTN 3 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ARCHIVE-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 16 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-PAY-DTL-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 8 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ARR-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-GRACE-PARM
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-WORKLIST-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 20 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE
           IF WS-GRACE-DAYS IS NOT NUMERIC
               DISPLAY "BAD ARRANGEMENT GRACE DAYS IN ACCTPRM"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF.

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
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "35"
               DISPLAY "CUST-FILE NOT FOUND - WORKLIST PHONE NUMBERS"
                   " WILL BE BLANK"
           ELSE
               IF WS-CUST-STATUS NOT = "00"
                   DISPLAY "CUST-FILE OPEN ERROR, STATUS "
                       WS-CUST-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT PAY-DTL-FILE
           IF WS-PAY-DTL-STATUS = "35"
               MOVE "N" TO WS-PAY-DTL-SW
           ELSE
               IF WS-PAY-DTL-STATUS NOT = "00"
                   DISPLAY "PAY-DTL-FILE OPEN ERROR, STATUS "
                       WS-PAY-DTL-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-PAY-DTL-SW
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
           END-IF
           OPEN OUTPUT WORKLIST-FILE
           IF WS-WORKLIST-STATUS NOT = "00"
               DISPLAY "WORKLIST-FILE OPEN ERROR, STATUS "
                   WS-WORKLIST-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      * PASS 1 - EVERY ACTIVE PLAN STARTS THE NIGHT WITH NOTHING  *
      * MATCHED AND NO INSTALLMENT MARKED.                        *
      *----------------------------------------------------------*
       200-RESET-PLANS-RTN.
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
                       IF ARR-ACTIVE
                           ADD 1 TO WS-ACTIVE-COUNT
                           PERFORM 210-CLEAR-INSTALLMENT-RTN
                               VARYING WS-INST-IX FROM 1 BY 1
                               UNTIL WS-INST-IX > 12
                           PERFORM 250-REWRITE-PLAN-RTN
                       END-IF
               END-READ
           END-PERFORM.

       210-CLEAR-INSTALLMENT-RTN.
           MOVE ZERO TO ARR-INST-PAID(WS-INST-IX)
           MOVE SPACE TO ARR-INST-STATUS(WS-INST-IX).

       250-REWRITE-PLAN-RTN.
           REWRITE ARR-REC
               INVALID KEY
                   DISPLAY "ARR-FILE REWRITE ERROR, STATUS "
                       WS-ARR-STATUS " ACCT " ARR-ACCT-NO
           END-REWRITE.

      *----------------------------------------------------------*
      * PASS 2 - ONLY PAYMENTS (CODE P, BALANCE DOWN) AND         *
      * BACK-OUTS THAT PUT A BALANCE BACK UP (CODE B) TOUCH A     *
      * PLAN, AND ONLY FROM THE DAY THE PLAN WAS SET UP.          *
      * CALLED ONCE FOR THE ARCHIVE AND ONCE FOR THE LIVE         *
      * JOURNAL.  A MISSING ARCHIVE ONLY MEANS NO CUTOVER HAS     *
      * RUN YET.                                                  *
      *----------------------------------------------------------*
       300-JOURNAL-PASS-RTN.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               DISPLAY WS-JRNL-SOURCE " FILE NOT FOUND - SKIPPED"
           ELSE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY WS-JRNL-SOURCE " OPEN ERROR, STATUS "
                       WS-JOURNAL-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "YES" TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL NO-MORE-RECORDS
                   READ JOURNAL-FILE
                       AT END
                           MOVE "NO" TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           ADD 1 TO WS-JRNL-READ-COUNT
                           PERFORM 310-SCREEN-ENTRY-RTN
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       310-SCREEN-ENTRY-RTN.
           COMPUTE WS-DELTA-AMT = JRNL-NEW-AMT - JRNL-OLD-AMT
           IF (JRNL-TRAN-CODE = "P" AND WS-DELTA-AMT < ZERO)
                   OR (JRNL-TRAN-CODE = "B" AND WS-DELTA-AMT > ZERO)
                   OR (JRNL-TRAN-CODE = "U" AND WS-DELTA-AMT > ZERO)
               MOVE JRNL-ACCT-NO TO ARR-ACCT-NO
               READ ARR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ARR-ACTIVE
                               AND JRNL-DATE NOT < ARR-SETUP-DATE
                           IF JRNL-TRAN-CODE = "P"
                               PERFORM 320-MATCH-PAYMENT-RTN
                           ELSE
                               PERFORM 340-TAKE-BACK-RTN
                           END-IF
                           PERFORM 250-REWRITE-PLAN-RTN
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * A LOCKBOX PAYMENT COUNTS FROM THE DATE ON THE CHEQUE, SO  *
      * A CUSTOMER WHO MAILED ON TIME IS NOT BROKEN BY THE POST.  *
      * A PAYMENT FROM THE NIGHTLY FEED HAS NO DETAIL RECORD AND  *
      * COUNTS FROM ITS POSTING DATE.                             *
      *----------------------------------------------------------*
       320-MATCH-PAYMENT-RTN.
           ADD 1 TO WS-PAY-MATCH-COUNT
           COMPUTE WS-PAY-LEFT = ZERO - WS-DELTA-AMT
           ADD WS-PAY-LEFT TO WS-PAY-MATCH-AMT
           MOVE JRNL-DATE TO WS-PAY-DATE
           IF PAY-DETAIL-PRESENT
               MOVE JRNL-ACCT-NO TO PD-ACCT-NO
               MOVE JRNL-DATE TO PD-POST-DATE
               MOVE JRNL-TIME TO PD-POST-TIME
               READ PAY-DTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PD-PAY-DATE IS NUMERIC
                               AND PD-PAY-DATE > ZERO
                           MOVE PD-PAY-DATE TO WS-PAY-DATE
                       END-IF
               END-READ
           END-IF
           MOVE WS-PAY-DATE TO WS-WORK-DATE
           COMPUTE WS-PAY-DAY-NO = WS-WORK-YYYY * 365
               + WS-WORK-MM * 30 + WS-WORK-DD
           PERFORM 330-FILL-INSTALLMENT-RTN
               VARYING WS-INST-IX FROM 1 BY 1
               UNTIL WS-INST-IX > ARR-INST-COUNT
                   OR WS-PAY-LEFT NOT > ZERO
           ADD WS-PAY-LEFT TO WS-PAY-EXCESS-AMT.

       330-FILL-INSTALLMENT-RTN.
           MOVE ARR-INST-DUE-DATE(WS-INST-IX) TO WS-WORK-DATE
           COMPUTE WS-WORK-DAY-NO = WS-WORK-YYYY * 365
               + WS-WORK-MM * 30 + WS-WORK-DD + WS-GRACE-DAYS
           COMPUTE WS-INST-SHORT = ARR-INST-AMOUNT(WS-INST-IX)
               - ARR-INST-PAID(WS-INST-IX)
           IF WS-INST-SHORT > ZERO
                   AND WS-WORK-DAY-NO NOT < WS-PAY-DAY-NO
               IF WS-PAY-LEFT < WS-INST-SHORT
                   ADD WS-PAY-LEFT TO ARR-INST-PAID(WS-INST-IX)
                   MOVE ZERO TO WS-PAY-LEFT
               ELSE
                   ADD WS-INST-SHORT TO ARR-INST-PAID(WS-INST-IX)
                   SUBTRACT WS-INST-SHORT FROM WS-PAY-LEFT
               END-IF
           END-IF.

       340-TAKE-BACK-RTN.
           ADD 1 TO WS-REVERSAL-COUNT
           MOVE WS-DELTA-AMT TO WS-PAY-LEFT
           ADD WS-PAY-LEFT TO WS-REVERSAL-AMT
           PERFORM 350-EMPTY-INSTALLMENT-RTN
               VARYING WS-INST-IX FROM ARR-INST-COUNT BY -1
               UNTIL WS-INST-IX < 1
                   OR WS-PAY-LEFT NOT > ZERO.

       350-EMPTY-INSTALLMENT-RTN.
           IF ARR-INST-PAID(WS-INST-IX) > ZERO
               IF WS-PAY-LEFT < ARR-INST-PAID(WS-INST-IX)
                   SUBTRACT WS-PAY-LEFT FROM ARR-INST-PAID(WS-INST-IX)
                   MOVE ZERO TO WS-PAY-LEFT
               ELSE
                   SUBTRACT ARR-INST-PAID(WS-INST-IX) FROM WS-PAY-LEFT
                   MOVE ZERO TO ARR-INST-PAID(WS-INST-IX)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * PASS 3 - MARK WHAT HAS COME DUE, THEN BREAK OR COMPLETE   *
      * THE PLAN.  A PLAN ALREADY BROKEN EARLIER TODAY IS LISTED  *
      * AGAIN SO A RERUN STILL PRODUCES THE FULL WORKLIST.        *
      *----------------------------------------------------------*
       400-EVALUATE-PLANS-RTN.
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
                       IF ARR-ACTIVE
                           PERFORM 410-EVALUATE-PLAN-RTN
                       ELSE
                           IF ARR-BROKEN
                                   AND ARR-CLOSE-DATE = WS-CURRENT-DATE
                               PERFORM 460-FIND-BREAK-RTN
                               PERFORM 500-PRINT-WORKLIST-RTN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       410-EVALUATE-PLAN-RTN.
           MOVE ZERO TO WS-BREAK-IX
           MOVE ZERO TO WS-KEPT-IN-PLAN
           PERFORM 420-MARK-INSTALLMENT-RTN
               VARYING WS-INST-IX FROM 1 BY 1
               UNTIL WS-INST-IX > ARR-INST-COUNT
           IF WS-BREAK-IX > ZERO
               ADD 1 TO WS-PLAN-BROKEN-COUNT
               MOVE "B" TO ARR-STATUS
               MOVE WS-CURRENT-DATE TO ARR-CLOSE-DATE
               MOVE "MONITOR" TO ARR-CLOSED-BY
               PERFORM 500-PRINT-WORKLIST-RTN
           ELSE
               IF WS-KEPT-IN-PLAN = ARR-INST-COUNT
                   ADD 1 TO WS-PLAN-COMPLETE-COUNT
                   MOVE "K" TO ARR-STATUS
                   MOVE WS-CURRENT-DATE TO ARR-CLOSE-DATE
                   MOVE "MONITOR" TO ARR-CLOSED-BY
               ELSE
                   ADD 1 TO WS-PLAN-KEPT-COUNT
               END-IF
           END-IF
           PERFORM 250-REWRITE-PLAN-RTN.

       420-MARK-INSTALLMENT-RTN.
           MOVE ARR-INST-DUE-DATE(WS-INST-IX) TO WS-WORK-DATE
           COMPUTE WS-WORK-DAY-NO = WS-WORK-YYYY * 365
               + WS-WORK-MM * 30 + WS-WORK-DD + WS-GRACE-DAYS
           IF ARR-INST-PAID(WS-INST-IX) NOT <
                   ARR-INST-AMOUNT(WS-INST-IX)
               IF WS-WORK-DAY-NO < WS-RUN-DAY-NO
                   MOVE "K" TO ARR-INST-STATUS(WS-INST-IX)
                   ADD 1 TO WS-INST-KEPT-COUNT
               END-IF
               ADD 1 TO WS-KEPT-IN-PLAN
           ELSE
               IF WS-WORK-DAY-NO < WS-RUN-DAY-NO
                   IF ARR-INST-PAID(WS-INST-IX) > ZERO
                       MOVE "P" TO ARR-INST-STATUS(WS-INST-IX)
                       ADD 1 TO WS-INST-PARTIAL-COUNT
                   ELSE
                       MOVE "B" TO ARR-INST-STATUS(WS-INST-IX)
                       ADD 1 TO WS-INST-BROKEN-COUNT
                   END-IF
                   IF WS-BREAK-IX = ZERO
                       MOVE WS-INST-IX TO WS-BREAK-IX
                   END-IF
               END-IF
           END-IF.

       460-FIND-BREAK-RTN.
           MOVE ZERO TO WS-BREAK-IX
           PERFORM 470-TEST-BREAK-RTN
               VARYING WS-INST-IX FROM 1 BY 1
               UNTIL WS-INST-IX > ARR-INST-COUNT
                   OR WS-BREAK-IX > ZERO
           IF WS-BREAK-IX = ZERO
               MOVE 1 TO WS-BREAK-IX
           END-IF.

       470-TEST-BREAK-RTN.
           IF ARR-INST-PARTIAL(WS-INST-IX)
                   OR ARR-INST-MISSED(WS-INST-IX)
               MOVE WS-INST-IX TO WS-BREAK-IX
           END-IF.

       500-PRINT-WORKLIST-RTN.
           IF WS-LINE-COUNT = ZERO
               PERFORM 520-PRINT-PAGE-HEADER-RTN
           END-IF
           ADD 1 TO WS-WORKLIST-COUNT
           MOVE ARR-ACCT-NO TO WRK-ACCT-NO
           MOVE ARR-ACCT-NO TO ACCT-NO-OUT
           READ OUT-FILE
               KEY IS ACCT-NO-OUT
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO WRK-CUSTOMER-NAME
                   MOVE ZERO TO WRK-AMT-DUE
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME TO WRK-CUSTOMER-NAME
                   MOVE AMT-DUE-OUT TO WRK-AMT-DUE
           END-READ
           MOVE SPACES TO WS-WORK-PHONE
           IF WS-CUST-STATUS NOT = "35"
               MOVE ARR-ACCT-NO TO CUST-ACCT-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-PHONE TO WS-WORK-PHONE
               END-READ
           END-IF
           MOVE WS-WORK-PHONE TO WRK-PHONE
           MOVE ARR-INST-DUE-DATE(WS-BREAK-IX) TO WRK-INST-DUE
           MOVE ARR-INST-AMOUNT(WS-BREAK-IX) TO WRK-PROMISED
           MOVE ARR-INST-PAID(WS-BREAK-IX) TO WRK-PAID
           IF ARR-INST-PARTIAL(WS-BREAK-IX)
               MOVE "PARTIAL" TO WRK-INST-STATUS
           ELSE
               MOVE "BROKEN" TO WRK-INST-STATUS
           END-IF
           MOVE ARR-SETUP-BY TO WRK-SETUP-BY
           WRITE WORKLIST-REC FROM WS-WORK-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               MOVE ZERO TO WS-LINE-COUNT
           END-IF.

       520-PRINT-PAGE-HEADER-RTN.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NO
           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE
           WRITE WORKLIST-REC FROM WS-WORK-HDR-LINE
           WRITE WORKLIST-REC FROM WS-WORK-COL-LINE.

       800-PRINT-CONTROL-TOTALS-RTN.
           DISPLAY "===== ACCT-ARRANGE-MONITOR CONTROL TOTALS =====".
           DISPLAY "GRACE DAYS  . . . . . . . . : " WS-GRACE-DAYS.
           DISPLAY "ACTIVE PLANS AT START . . . : " WS-ACTIVE-COUNT.
           DISPLAY "JOURNAL ENTRIES READ  . . . : "
               WS-JRNL-READ-COUNT.
           DISPLAY "PAYMENTS MATCHED TO PLANS . : "
               WS-PAY-MATCH-COUNT.
           DISPLAY "PAYMENT AMOUNT MATCHED  . . : " WS-PAY-MATCH-AMT.
           DISPLAY "PAID BEYOND THE PLAN  . . . : "
               WS-PAY-EXCESS-AMT.
           DISPLAY "BACK-OUTS TAKEN BACK  . . . : "
               WS-REVERSAL-COUNT.
           DISPLAY "BACK-OUT AMOUNT . . . . . . : " WS-REVERSAL-AMT.
           DISPLAY "INSTALLMENTS KEPT . . . . . : "
               WS-INST-KEPT-COUNT.
           DISPLAY "INSTALLMENTS PARTIAL  . . . : "
               WS-INST-PARTIAL-COUNT.
           DISPLAY "INSTALLMENTS BROKEN . . . . : "
               WS-INST-BROKEN-COUNT.
           DISPLAY "PLANS STILL BEING KEPT  . . : "
               WS-PLAN-KEPT-COUNT.
           DISPLAY "PLANS COMPLETED TODAY . . . : "
               WS-PLAN-COMPLETE-COUNT.
           DISPLAY "PLANS BROKEN TONIGHT  . . . : "
               WS-PLAN-BROKEN-COUNT.
           DISPLAY "WORKLIST LINES  . . . . . . : " WS-WORKLIST-COUNT.
           IF WS-ACTIVE-COUNT = WS-PLAN-KEPT-COUNT
                   + WS-PLAN-COMPLETE-COUNT + WS-PLAN-BROKEN-COUNT
               DISPLAY "RECONCILIATION. . . . . . . : BALANCED"
           ELSE
               DISPLAY "RECONCILIATION. . . . . . . : OUT OF BALANCE"
           END-IF.

       985-RCTL-TOTALS-RTN.
           MOVE WS-JRNL-READ-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-WORKLIST-COUNT TO WS-RCTL-WRITTEN-COUNT.

       COPY RCTLPRC.
