      * TWO AND EIGHTEEN; THE LETTER PRINT FILE, LETTER-HISTORY   *
      * FILE AND EXCEPTION LIST ARE THE NEW ENTRIES TWENTY-EIGHT  *
      * TO THIRTY.                                                *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *   A PAST-DUE ACCOUNT WITH AN OPEN HOLD ON THE HOLD FILE   *
      *   (HOLDREC, ACCTPRM ENTRY FORTY-TWO) - DISPUTE,           *
      *   BANKRUPTCY, DECEASED OR LEGAL - GETS NO LETTER AT ALL   *
      *   AND IS COUNTED AS HELD ON THE CONTROL TOTALS AND IN     *
      *   THE RECONCILIATION.  ITS LETTER HISTORY IS LEFT ALONE,  *
      *   SO ESCALATION PICKS UP WHERE IT STOPPED ONCE THE HOLD   *
      *   IS RELEASED.                                            *
      *   A PAST-DUE ACCOUNT WITH AN ACTIVE PAYMENT ARRANGEMENT   *
      *   ON THE ARRANGEMENT FILE (ARRREC, ACCTPRM ENTRY          *
      *   FORTY-EIGHT) GETS NO LETTER WHILE THE PLAN IS BEING     *
      *   KEPT, AND IS COUNTED AS ON A PLAN.  ONCE                *
      *   ACCT-ARRANGE-MONITOR MARKS THE PLAN BROKEN THE ACCOUNT  *
      *   GOES STRAIGHT BACK INTO THE NORMAL ESCALATION.          *
      *   EVERY RUN NOW APPENDS A START AND AN END RECORD         *
      *   (RCTLREC) TO THE RUN-CONTROL LOG, ACCTPRM ENTRY         *
      *   SEVENTY-ONE, SO ACCT-RUN-SUMMARY CAN SHOW IT ON THE     *
      *   MORNING OPERATIONS SUMMARY.                             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
       SELECT EXCEPTION-FILE ASSIGN TO WS-EXCEPTION-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.
       SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HOLD-ACCT-NO
           FILE STATUS IS WS-HOLD-STATUS.
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
       FD EXCEPTION-FILE
           RECORD CONTAINS 133 CHARACTERS.
           01 EXCEPTION-REC                PIC X(133).
       FD HOLD-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY HOLDREC.
       FD ARR-FILE
           RECORD CONTAINS 368 CHARACTERS.
           COPY ARRREC.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-LETTER-STATUS                PIC XX.
       01 WS-LETTER-HIST-STATUS           PIC XX.
       01 WS-EXCEPTION-STATUS             PIC XX.
       01 WS-HOLD-STATUS                  PIC XX.
       01 WS-ARR-STATUS                   PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-CUST-FILE-PATH           PIC X(100).
           02 WS-LETTER-FILE-PATH         PIC X(100).
           02 WS-LETTER-HIST-PATH         PIC X(100).
           02 WS-EXCEPTION-FILE-PATH      PIC X(100).
           02 WS-HOLD-FILE-PATH           PIC X(100).
           02 WS-ARR-FILE-PATH            PIC X(100).
       01 WS-RUN-DATE                     PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           02 WS-RUN-YYYY                 PIC 9(4).
           88 HISTORY-ON-FILE                     VALUE "Y".
       01 WS-ADDRESS-OK-SW                PIC X VALUE "N".
           88 ADDRESS-ON-FILE                     VALUE "Y".
       01 WS-HOLD-FILE-SW                 PIC X VALUE "N".
           88 HOLD-FILE-OPEN                      VALUE "Y".
       01 WS-ON-HOLD-SW                   PIC X VALUE "N".
           88 ACCOUNT-ON-HOLD                     VALUE "Y".
       01 WS-ARR-FILE-SW                  PIC X VALUE "N".
           88 ARR-FILE-OPEN                       VALUE "Y".
       01 WS-ON-PLAN-SW                   PIC X VALUE "N".
           88 ACCOUNT-ON-PLAN                     VALUE "Y".
       01 WS-WORK-ADDRESS                 PIC X(60) VALUE SPACES.
       01 WS-WORK-PHONE                   PIC X(10) VALUE SPACES.
       01 WS-EXC-LINE-COUNT               PIC 9(4) COMP VALUE ZERO.
           02 WS-CURRENT-SKIP-COUNT       PIC 9(7) COMP VALUE ZERO.
           02 WS-CREDIT-SKIP-COUNT        PIC 9(7) COMP VALUE ZERO.
           02 WS-BAD-DATE-SKIP-COUNT      PIC 9(7) COMP VALUE ZERO.
           02 WS-HOLD-SKIP-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-PLAN-SKIP-COUNT          PIC 9(7) COMP VALUE ZERO.
       01 WS-LETTER-HDR-LINE.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(20)
           02 FILLER                      PIC X(4) VALUE SPACES.
           02 EXC-PHONE                   PIC X(10).
           02 FILLER                      PIC X(61) VALUE SPACES.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-DUNNING-LETTERS" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-CYCLE
           COMPUTE WS-RUN-DAY-NO = WS-RUN-YYYY * 365
                 LETTER-FILE
                 LETTER-HIST-FILE
                 EXCEPTION-FILE
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF ARR-FILE-OPEN
               CLOSE ARR-FILE
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
           MOVE PARM-REC TO WS-EXCEPTION-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 11 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-HOLD-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 5 TIMES
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
           OPEN INPUT OUT-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "OUT-FILE OPEN ERROR, STATUS " WS-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN INPUT CUST-FILE
               IF WS-CUST-STATUS NOT = "00"
                   DISPLAY "CUST-FILE OPEN ERROR, STATUS "
                       WS-CUST-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "LETTER-FILE OPEN ERROR, STATUS "
                   WS-LETTER-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN I-O LETTER-HIST-FILE
               IF WS-LETTER-HIST-STATUS NOT = "00"
                   DISPLAY "LETTER-HIST-FILE OPEN ERROR, STATUS "
                       WS-LETTER-HIST-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "EXCEPTION-FILE OPEN ERROR, STATUS "
                   WS-EXCEPTION-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
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
           OPEN INPUT ARR-FILE
           IF WS-ARR-STATUS = "35"
               DISPLAY "ARR-FILE NOT FOUND - NO PAYMENT PLANS ON FILE"
           ELSE
               IF WS-ARR-STATUS NOT = "00"
                   DISPLAY "ARR-FILE OPEN ERROR, STATUS "
                       WS-ARR-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-ARR-FILE-SW
           END-IF.

       300-SELECT-ACCOUNT-RTN.
                       ADD 1 TO WS-CURRENT-SKIP-COUNT
                   ELSE
                       ADD 1 TO WS-PAST-DUE-COUNT
                       PERFORM 325-CHECK-HOLD-RTN
                       PERFORM 327-CHECK-PLAN-RTN
                       IF ACCOUNT-ON-HOLD
                           ADD 1 TO WS-HOLD-SKIP-COUNT
                       ELSE
                           IF ACCOUNT-ON-PLAN
                               ADD 1 TO WS-PLAN-SKIP-COUNT
                           ELSE
                               PERFORM 330-DUN-ACCOUNT-RTN
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * ANY OPEN HOLD STOPS THE LETTER - A DEMAND MUST NEVER GO   *
      * TO A BANKRUPTCY, AN ESTATE, A LITIGATED ACCOUNT OR A      *
      * CUSTOMER WE HAVE AGREED NOT TO CHASE WHILE A DISPUTE IS   *
      * OPEN, WHATEVER PART OF THE BALANCE IT COVERS.             *
      *----------------------------------------------------------*
       325-CHECK-HOLD-RTN.
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

      *----------------------------------------------------------*
      * A PLAN STILL ACTIVE IS BEING KEPT - THE NIGHTLY MONITOR   *
      * TAKES IT OUT OF STATUS A THE DAY AN INSTALLMENT COMES     *
      * DUE SHORT - SO THE LETTER WAITS.  A BROKEN, COMPLETE OR   *
      * CANCELLED PLAN SHELTERS NOTHING.                          *
      *----------------------------------------------------------*
       327-CHECK-PLAN-RTN.
           MOVE "N" TO WS-ON-PLAN-SW
           IF ARR-FILE-OPEN
               MOVE ACCT-NO-OUT TO ARR-ACCT-NO
               READ ARR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ARR-ACTIVE
                           MOVE "Y" TO WS-ON-PLAN-SW
                       END-IF
               END-READ
           END-IF.

       330-DUN-ACCOUNT-RTN.
           IF WS-BUCKET-IX = 2
               MOVE 1 TO WS-SEVERITY
               WS-ALREADY-SENT-COUNT.
           DISPLAY "NO-ADDRESS EXCEPTIONS . . . : "
               WS-NO-ADDRESS-COUNT.
           DISPLAY "HELD - ACCOUNT ON HOLD  . . : "
               WS-HOLD-SKIP-COUNT.
           DISPLAY "HELD - PAYMENT PLAN KEPT  . : "
               WS-PLAN-SKIP-COUNT.
           DISPLAY "SKIPPED - CURRENT . . . . . : "
               WS-CURRENT-SKIP-COUNT.
           DISPLAY "SKIPPED - CREDIT/ZERO BAL . : "
               WS-BAD-DATE-SKIP-COUNT.
           IF WS-PAST-DUE-COUNT = WS-LETTER-COUNT
                   + WS-ALREADY-SENT-COUNT + WS-NO-ADDRESS-COUNT
                   + WS-HOLD-SKIP-COUNT + WS-PLAN-SKIP-COUNT
               DISPLAY "RECONCILIATION. . . . . . . : BALANCED"
           ELSE
               DISPLAY "RECONCILIATION. . . . . . . : OUT OF BALANCE"
           END-IF.

       985-RCTL-TOTALS-RTN.
           MOVE WS-READ-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-LETTER-COUNT TO WS-RCTL-WRITTEN-COUNT
           MOVE WS-NO-ADDRESS-COUNT TO WS-RCTL-REJECT-COUNT.

       COPY RCTLPRC.
