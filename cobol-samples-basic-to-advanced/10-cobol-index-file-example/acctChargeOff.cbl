       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CHARGE-OFF.
       AUTHOR. GAETANO.
      *----------------------------------------------------------*
      * CHARGE-OFF OF UNCOLLECTIBLE ACCOUNTS.  A DEBIT BALANCE    *
      * THAT NOBODY WILL EVER PAY USED TO SIT IN THE 120+ BUCKET  *
      * OF ACCT-AGING-REPORT FOREVER, INFLATING THE RECEIVABLE    *
      * THE GL SEES, BECAUSE NOTHING COULD WRITE IT OFF.          *
      * SCANS EVERY MASTER RECORD IN KEY SEQUENCE.  AN ACCOUNT    *
      * IS ELIGIBLE WHEN IT OWES US MONEY AND ITS                 *
      * LAST-ACTIVITY-DATE IS AT LEAST THE CHARGE-OFF AGE OLD     *
      * (SAME 30-DAY-MONTH CONVENTION AS THE AGING REPORT).  AN   *
      * ELIGIBLE ACCOUNT IS LISTED BUT LEFT ALONE WHEN:           *
      *   - AN OPEN HOLD IS ON THE HOLD FILE (A DISPUTE, ESTATE,  *
      *     BANKRUPTCY OR LEGAL MATTER DECIDES WHAT IS OWED -     *
      *     COLLECTIONS RELEASES THE HOLD FIRST IF IT SHOULD GO), *
      *   - AN ACTIVE PAYMENT ARRANGEMENT IS BEING KEPT.          *
      * EVERYTHING ELSE IS LISTED "FOR CHARGE-OFF".               *
      * A BLANK (OR ANY OTHER) SYSIN MODE ONLY PRINTS THE         *
      * APPROVAL LIST; IT TOUCHES NOTHING.  FINANCE SIGNS THE     *
      * LIST AND THE JOB IS RESUBMITTED WITH MODE "APPROVE",      *
      * THE APPROVING SUPERVISOR'S ID, AND THE "FOR CHARGE-OFF"   *
      * COUNT AND AMOUNT FROM THE SIGNED LIST (SEVEN DIGITS AND   *
      * ELEVEN DIGITS, CENTS IMPLIED).  THE APPROVE PASS LISTS    *
      * AGAIN AND POSTS ONLY IF ITS OWN "FOR CHARGE-OFF" TOTALS   *
      * STILL AGREE WITH THE APPROVED ONES - A PAYMENT OR AGE     *
      * CHANGE SINCE THE LIST WAS SIGNED STOPS THE RUN RC=8 WITH  *
      * NOTHING POSTED, AND THE LIST MUST BE SIGNED AGAIN.        *
      * WHEN THE TOTALS AGREE, EVERY ACCOUNT LISTED FOR           *
      * CHARGE-OFF:                                               *
      *   - GOES TO ZERO ON THE MASTER, RECOMPUTING AMT-DUE-KEY   *
      *     PER THE ACCTREC RULE, JOURNALED UNDER TRAN CODE W     *
      *     WITH THE APPROVER IN JRNL-CHECKER-ID, SO THE          *
      *     WRITE-OFF REACHES THE GL AS BAD-DEBT EXPENSE AND NOT  *
      *     AS A PAYMENT,                                         *
      *   - IS WRITTEN TO THE CHARGED-OFF ACCOUNT REGISTER        *
      *     (CHGOREC) WITH THE ORIGINAL BALANCE.  A LATER         *
      *     PAYMENT ON THE ACCOUNT POSTS AS A RECOVERY AGAINST    *
      *     THAT REGISTER ENTRY.                                  *
      * THE ACCOUNT STAYS ON THE MASTER AT ZERO SO A RECOVERY     *
      * PAYMENT STILL FINDS IT.  LAST-ACTIVITY-DATE IS NOT        *
      * CHANGED - A WRITE-OFF IS NOT CUSTOMER ACTIVITY.           *
      * THE MASTER, JOURNAL, HOLD FILE AND ARRANGEMENT FILE       *
      * PATHS ARE ACCTPRM ENTRIES TWO, FIVE, FORTY-TWO AND        *
      * FORTY-EIGHT; THE CHARGE-OFF AGE IN DAYS (FIVE DIGITS),    *
      * THE CHARGED-OFF ACCOUNT REGISTER AND THE APPROVAL LIST    *
      * ARE THE NEW ENTRIES FIFTY-ONE TO FIFTY-THREE.             *
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
       SELECT CHGOFF-FILE ASSIGN TO WS-CHGOFF-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHGO-ACCT-NO
           FILE STATUS IS WS-CHGOFF-STATUS.
       SELECT APPROVAL-FILE ASSIGN TO WS-APPROVAL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVAL-STATUS.
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
       FD HOLD-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY HOLDREC.
       FD ARR-FILE
           RECORD CONTAINS 368 CHARACTERS.
           COPY ARRREC.
       FD CHGOFF-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY CHGOREC.
       FD APPROVAL-FILE
           RECORD CONTAINS 133 CHARACTERS.
           01 APPROVAL-REC                 PIC X(133).
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
       01 WS-ARR-STATUS                   PIC XX.
       01 WS-CHGOFF-STATUS                PIC XX.
       01 WS-APPROVAL-STATUS              PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-JOURNAL-FILE-PATH        PIC X(100).
           02 WS-HOLD-FILE-PATH           PIC X(100).
           02 WS-ARR-FILE-PATH            PIC X(100).
           02 WS-CHGOFF-FILE-PATH         PIC X(100).
           02 WS-APPROVAL-FILE-PATH       PIC X(100).
       01 AMT-DUE-KEY-BIAS                 PIC 9(10)V99 COMP-3
                                               VALUE 1000000000.00.
       01 WS-AGE-PARM.
           02 WS-CHGOFF-DAYS              PIC 9(5).
       01 WS-RUN-MODE                     PIC X(8) VALUE SPACES.
           88 APPROVE-PASS                        VALUE "APPROVE".
       01 WS-APPROVER-ID                  PIC X(8) VALUE SPACES.
       01 WS-APPROVED-COUNT               PIC 9(7) VALUE ZERO.
       01 WS-APPROVED-AMT                 PIC 9(9)V99 VALUE ZERO.
       01 WS-PASS-SW                      PIC X VALUE "1".
           88 LISTING-PASS                        VALUE "1".
           88 POSTING-PASS                        VALUE "2".
       01 WS-APPROVAL-SW                  PIC X VALUE "N".
           88 APPROVAL-AGREES                     VALUE "Y".
       01 WS-HOLD-FILE-SW                 PIC X VALUE "N".
           88 HOLD-FILE-OPEN                      VALUE "Y".
       01 WS-ARR-FILE-SW                  PIC X VALUE "N".
           88 ARR-FILE-OPEN                       VALUE "Y".
       01 WS-ON-HOLD-SW                   PIC X VALUE "N".
           88 ACCOUNT-ON-HOLD                     VALUE "Y".
       01 WS-ON-PLAN-SW                   PIC X VALUE "N".
           88 ACCOUNT-ON-PLAN                     VALUE "Y".
       01 WS-REG-FOUND-SW                 PIC X VALUE "N".
           88 REGISTER-ENTRY-FOUND                VALUE "Y".
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
       01 WS-CHGOFF-AMT                   PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-JOURNAL-OLD-AMT               PIC S9(9)V99 VALUE ZERO.
       01 WS-PAGE-SIZE                    PIC 9(2) COMP VALUE 50.
       01 WS-LINE-COUNT                   PIC 9(2) COMP VALUE ZERO.
       01 WS-PAGE-COUNT                   PIC 9(4) COMP VALUE ZERO.
       01 WS-CONTROL-TOTALS.
           02 WS-READ-COUNT               PIC 9(7) COMP VALUE ZERO.
           02 WS-CANDIDATE-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-CANDIDATE-AMT            PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-HOLD-SKIP-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-PLAN-SKIP-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-READY-COUNT              PIC 9(7) COMP VALUE ZERO.
           02 WS-READY-AMT                PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-CHARGED-COUNT            PIC 9(7) COMP VALUE ZERO.
           02 WS-CHARGED-AMT              PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-REWRITE-FAIL-COUNT       PIC 9(7) COMP VALUE ZERO.
           02 WS-REGISTER-FAIL-COUNT      PIC 9(7) COMP VALUE ZERO.
           02 WS-BAD-DATE-COUNT           PIC 9(7) COMP VALUE ZERO.
       01 WS-APPROVAL-HDR-LINE.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(40) VALUE
               "===== CHARGE-OFF APPROVAL LIST - PAGE ".
           02 HDR-PAGE-NO                 PIC Z(3)9.
           02 FILLER                      PIC X(7) VALUE " - RUN ".
           02 HDR-RUN-DATE                PIC 9(8).
           02 FILLER                      PIC X(6) VALUE " =====".
           02 FILLER                      PIC X(67) VALUE SPACES.
       01 WS-APPROVAL-COL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(11)
                                           VALUE "ACCT-NO    ".
           02 FILLER                      PIC X(27)
                                           VALUE "CUSTOMER-NAME".
           02 FILLER                      PIC X(9)
                                           VALUE "LAST-ACT ".
           02 FILLER                      PIC X(8) VALUE "   DAYS ".
           02 FILLER                      PIC X(16)
                                           VALUE "  BALANCE OWED  ".
           02 FILLER                      PIC X(30)
                                           VALUE "DISPOSITION".
           02 FILLER                      PIC X(31) VALUE SPACES.
       01 WS-APPROVAL-DETAIL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-ACCT-NO                 PIC 9(9).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-CUSTOMER-NAME           PIC X(26).
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-LAST-ACT                PIC 9(8).
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-DAYS                    PIC Z(5)9.
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-BALANCE                 PIC Z(9)9.99.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-DISPOSITION             PIC X(34).
           02 FILLER                      PIC X(29) VALUE SPACES.
       01 WS-APPROVAL-SUM-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 SUM-TEXT                    PIC X(30).
           02 SUM-COUNT                   PIC Z(6)9.
           02 FILLER                      PIC X(5) VALUE SPACES.
           02 SUM-AMT                     PIC -(11)9.99.
           02 FILLER                      PIC X(74) VALUE SPACES.
       01 WS-APPROVAL-SIGN-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(60) VALUE
               "APPROVED FOR CHARGE-OFF BY ____________  DATE ________".
           02 FILLER                      PIC X(72) VALUE SPACES.
       01 WS-BLANK-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(132) VALUE SPACES.
       COPY JSEQWS.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-CHARGE-OFF" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-PARTS
           COMPUTE WS-RUN-DAY-NO = WS-RUN-YYYY * 365
               + WS-RUN-MM * 30 + WS-RUN-DD
           DISPLAY "MODE (APPROVE = CHARGE OFF AND POST,"
               " ANYTHING ELSE = LIST FOR APPROVAL ONLY): "
           ACCEPT WS-RUN-MODE
           IF APPROVE-PASS
               PERFORM 150-ACCEPT-APPROVAL-RTN
           END-IF
           PERFORM 610-OPEN-FILES-RTN
           MOVE "1" TO WS-PASS-SW
           PERFORM 200-SCAN-MASTER-RTN
           IF APPROVE-PASS
               PERFORM 250-CHECK-APPROVAL-RTN
               IF APPROVAL-AGREES
                   MOVE "2" TO WS-PASS-SW
                   PERFORM 200-SCAN-MASTER-RTN
               END-IF
           END-IF
           PERFORM 800-PRINT-TOTALS-RTN
           CLOSE OUT-FILE
                 APPROVAL-FILE
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF ARR-FILE-OPEN
               CLOSE ARR-FILE
           END-IF
           IF APPROVE-PASS
               CLOSE JOURNAL-FILE
                     CHGOFF-FILE
               PERFORM 979-JRNL-CHAIN-SAVE-RTN
           END-IF
           PERFORM 990-RCTL-END-RTN
           STOP RUN.

       150-ACCEPT-APPROVAL-RTN.
           DISPLAY "APPROVING SUPERVISOR ID: "
           ACCEPT WS-APPROVER-ID
           DISPLAY "APPROVED ACCOUNT COUNT FROM THE SIGNED LIST"
               " (7 DIGITS): "
           ACCEPT WS-APPROVED-COUNT
           DISPLAY "APPROVED AMOUNT FROM THE SIGNED LIST"
               " (11 DIGITS, CENTS IMPLIED): "
           ACCEPT WS-APPROVED-AMT
           IF WS-APPROVER-ID = SPACES
               OR WS-APPROVED-COUNT IS NOT NUMERIC
               OR WS-APPROVED-AMT IS NOT NUMERIC
               DISPLAY "BAD APPROVAL INPUT - NOTHING CHARGED OFF"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF.

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
           PERFORM 605-SKIP-PARM-RTN 36 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-HOLD-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 5 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ARR-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 2 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-AGE-PARM
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-CHGOFF-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-APPROVAL-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 16 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-JCTL-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE
           IF WS-CHGOFF-DAYS IS NOT NUMERIC
               OR WS-CHGOFF-DAYS = ZERO
               DISPLAY "BAD CHARGE-OFF AGE IN ACCTPRM"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

       610-OPEN-FILES-RTN.
           IF APPROVE-PASS
               OPEN I-O OUT-FILE
           ELSE
               OPEN INPUT OUT-FILE
           END-IF
           IF WS-STATUS NOT = "00"
               DISPLAY "OUT-FILE OPEN ERROR, STATUS " WS-STATUS
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
           END-IF
           OPEN OUTPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = "00"
               DISPLAY "APPROVAL-FILE OPEN ERROR, STATUS "
                   WS-APPROVAL-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           IF APPROVE-PASS
               PERFORM 620-OPEN-POSTING-FILES-RTN
           END-IF.

       620-OPEN-POSTING-FILES-RTN.
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
           END-IF
           OPEN I-O CHGOFF-FILE
           IF WS-CHGOFF-STATUS = "35"
               OPEN OUTPUT CHGOFF-FILE
               CLOSE CHGOFF-FILE
               OPEN I-O CHGOFF-FILE
           ELSE
               IF WS-CHGOFF-STATUS NOT = "00"
                   DISPLAY "CHGOFF-FILE OPEN ERROR, STATUS "
                       WS-CHGOFF-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * THE SAME SCAN RUNS TWICE ON AN APPROVE PASS: THE LISTING  *
      * PASS PRINTS AND COUNTS, THE POSTING PASS (ONLY ONCE THE   *
      * APPROVED TOTALS AGREE) CHARGES OFF WHAT WAS LISTED.       *
      *----------------------------------------------------------*
       200-SCAN-MASTER-RTN.
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
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
                       IF LISTING-PASS
                           ADD 1 TO WS-READ-COUNT
                       END-IF
                       PERFORM 300-SCREEN-ACCOUNT-RTN
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      * THE LIST IS ONLY AS GOOD AS WHAT FINANCE SIGNED.  THE     *
      * APPROVE PASS POSTS NOTHING UNLESS ITS OWN "FOR            *
      * CHARGE-OFF" COUNT AND AMOUNT ARE EXACTLY THE ONES KEYED   *
      * FROM THE SIGNED LIST.                                     *
      *----------------------------------------------------------*
       250-CHECK-APPROVAL-RTN.
           IF WS-READY-COUNT = WS-APPROVED-COUNT
                   AND WS-READY-AMT = WS-APPROVED-AMT
               MOVE "Y" TO WS-APPROVAL-SW
           ELSE
               DISPLAY "***************************************"
               DISPLAY "* ACCOUNTS FOR CHARGE-OFF NO LONGER   *"
               DISPLAY "* AGREE WITH THE APPROVED LIST.       *"
               DISPLAY "* APPROVED COUNT  " WS-APPROVED-COUNT
                   "              *"
               DISPLAY "* LISTED COUNT    " WS-READY-COUNT
                   "              *"
               DISPLAY "* NOTHING CHARGED OFF - HAVE THE NEW  *"
               DISPLAY "* LIST SIGNED AND RESUBMIT.           *"
               DISPLAY "***************************************"
               MOVE 8 TO RETURN-CODE
           END-IF.

       300-SCREEN-ACCOUNT-RTN.
           IF AMT-DUE-OUT > ZERO
               IF LAST-ACTIVITY-DATE IS NOT NUMERIC
                   IF LISTING-PASS
                       ADD 1 TO WS-BAD-DATE-COUNT
                       DISPLAY "DAMAGED LAST-ACTIVITY-DATE, ACCT "
                           ACCT-NO-OUT " - NOT SCREENED"
                   END-IF
               ELSE
                   MOVE LAST-ACTIVITY-DATE TO WS-ACT-DATE-PARTS
                   COMPUTE WS-ACT-DAY-NO = WS-ACT-YYYY * 365
                       + WS-ACT-MM * 30 + WS-ACT-DD
                   COMPUTE WS-DAYS-INACTIVE =
                       WS-RUN-DAY-NO - WS-ACT-DAY-NO
                   IF WS-DAYS-INACTIVE NOT < WS-CHGOFF-DAYS
                       PERFORM 320-CHGOFF-CANDIDATE-RTN
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * A HELD ACCOUNT OR ONE ON A PAYMENT PLAN IS ONLY LISTED.   *
      * EVERYTHING ELSE IS LISTED FOR CHARGE-OFF, AND IS CHARGED  *
      * OFF ON THE POSTING PASS.                                  *
      *----------------------------------------------------------*
       320-CHGOFF-CANDIDATE-RTN.
           MOVE AMT-DUE-OUT TO WS-CHGOFF-AMT
           PERFORM 330-CHECK-HOLD-RTN
           IF ACCOUNT-ON-HOLD
               MOVE "ON HOLD - NOT CHARGED OFF" TO DTL-DISPOSITION
               IF LISTING-PASS
                   ADD 1 TO WS-HOLD-SKIP-COUNT
               END-IF
           ELSE
               PERFORM 340-CHECK-PLAN-RTN
               IF ACCOUNT-ON-PLAN
                   MOVE "ON PAYMENT PLAN - NOT CHARGED OFF"
                       TO DTL-DISPOSITION
                   IF LISTING-PASS
                       ADD 1 TO WS-PLAN-SKIP-COUNT
                   END-IF
               ELSE
                   MOVE "FOR CHARGE-OFF" TO DTL-DISPOSITION
                   IF LISTING-PASS
                       ADD 1 TO WS-READY-COUNT
                       ADD WS-CHGOFF-AMT TO WS-READY-AMT
                   ELSE
                       PERFORM 360-CHARGE-OFF-RTN
                   END-IF
               END-IF
           END-IF
           IF LISTING-PASS
               ADD 1 TO WS-CANDIDATE-COUNT
               ADD WS-CHGOFF-AMT TO WS-CANDIDATE-AMT
               PERFORM 500-PRINT-APPROVAL-RTN
           END-IF.

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

       340-CHECK-PLAN-RTN.
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

      *----------------------------------------------------------*
      * THE MASTER IS CLEARED FIRST.  ONLY WHEN THE REWRITE       *
      * TAKES IS THE WRITE-OFF JOURNALED AND REGISTERED, SO A     *
      * FAILED REWRITE LEAVES NO REGISTER ENTRY FOR A BALANCE     *
      * STILL SHOWING ON THE ACCOUNT.                             *
      *----------------------------------------------------------*
       360-CHARGE-OFF-RTN.
           MOVE AMT-DUE-OUT TO WS-JOURNAL-OLD-AMT
           MOVE ZERO TO AMT-DUE-OUT
           COMPUTE AMT-DUE-KEY = AMT-DUE-OUT + AMT-DUE-KEY-BIAS
           REWRITE OUT-REC
               INVALID KEY
                   DISPLAY "CHARGE-OFF REWRITE FAILED, ACCT "
                       ACCT-NO-OUT " STATUS " WS-STATUS
                   ADD 1 TO WS-REWRITE-FAIL-COUNT
                   MOVE WS-JOURNAL-OLD-AMT TO AMT-DUE-OUT
               NOT INVALID KEY
                   PERFORM 900-WRITE-JOURNAL-RTN
                   PERFORM 370-WRITE-REGISTER-RTN
                   ADD 1 TO WS-CHARGED-COUNT
                   ADD WS-CHGOFF-AMT TO WS-CHARGED-AMT
           END-REWRITE.

      *----------------------------------------------------------*
      * A FIRST CHARGE-OFF ADDS THE ACCOUNT TO THE REGISTER.  AN  *
      * ACCOUNT CHARGED OFF BEFORE ADDS THE NEW WRITE-OFF TO ITS  *
      * ORIGINAL AMOUNT AND IS OPEN AGAIN, KEEPING WHAT WAS       *
      * ALREADY RECOVERED.                                        *
      *----------------------------------------------------------*
       370-WRITE-REGISTER-RTN.
           MOVE ACCT-NO-OUT TO CHGO-ACCT-NO
           READ CHGOFF-FILE
               INVALID KEY
                   MOVE "N" TO WS-REG-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND-SW
           END-READ
           IF REGISTER-ENTRY-FOUND
               ADD WS-CHGOFF-AMT TO CHGO-ORIGINAL-AMT
           ELSE
               MOVE ACCT-NO-OUT TO CHGO-ACCT-NO
               MOVE WS-CHGOFF-AMT TO CHGO-ORIGINAL-AMT
               MOVE ZERO TO CHGO-RECOVERED-AMT
               MOVE ZERO TO CHGO-LAST-RECOV-DATE
           END-IF
           MOVE "O" TO CHGO-STATUS
           MOVE WS-RUN-DATE TO CHGO-DATE
           MOVE LAST-ACTIVITY-DATE TO CHGO-LAST-ACT-DATE
           MOVE CUSTOMER-NAME TO CHGO-CUSTOMER-NAME
           MOVE WS-APPROVER-ID TO CHGO-APPROVED-BY
           MOVE WS-RUN-ID TO CHGO-RUN-ID
           IF REGISTER-ENTRY-FOUND
               REWRITE CHGO-REC
                   INVALID KEY
                       DISPLAY "REGISTER REWRITE FAILED, ACCT "
                           CHGO-ACCT-NO " STATUS " WS-CHGOFF-STATUS
                       ADD 1 TO WS-REGISTER-FAIL-COUNT
               END-REWRITE
           ELSE
               WRITE CHGO-REC
                   INVALID KEY
                       DISPLAY "REGISTER WRITE FAILED, ACCT "
                           CHGO-ACCT-NO " STATUS " WS-CHGOFF-STATUS
                       ADD 1 TO WS-REGISTER-FAIL-COUNT
               END-WRITE
           END-IF.

       500-PRINT-APPROVAL-RTN.
           IF WS-LINE-COUNT = ZERO
               PERFORM 520-PRINT-PAGE-HEADER-RTN
           END-IF
           MOVE ACCT-NO-OUT TO DTL-ACCT-NO
           MOVE CUSTOMER-NAME TO DTL-CUSTOMER-NAME
           MOVE LAST-ACTIVITY-DATE TO DTL-LAST-ACT
           MOVE WS-DAYS-INACTIVE TO DTL-DAYS
           MOVE WS-CHGOFF-AMT TO DTL-BALANCE
           WRITE APPROVAL-REC FROM WS-APPROVAL-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               MOVE ZERO TO WS-LINE-COUNT
           END-IF.

       520-PRINT-PAGE-HEADER-RTN.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NO
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE APPROVAL-REC FROM WS-APPROVAL-HDR-LINE
           WRITE APPROVAL-REC FROM WS-APPROVAL-COL-LINE.

       900-WRITE-JOURNAL-RTN.
           MOVE ACCT-NO-OUT TO JRNL-ACCT-NO
           MOVE WS-JOURNAL-OLD-AMT TO JRNL-OLD-AMT
           MOVE ZERO TO JRNL-NEW-AMT
           MOVE WS-RUN-DATE TO JRNL-DATE
           ACCEPT JRNL-TIME FROM TIME
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE "W" TO JRNL-TRAN-CODE
           MOVE SPACES TO JRNL-OPERATOR-ID
           MOVE WS-APPROVER-ID TO JRNL-CHECKER-ID
           PERFORM 975-JRNL-STAMP-RTN
           WRITE JOURNAL-REC.

       800-PRINT-TOTALS-RTN.
           WRITE APPROVAL-REC FROM WS-BLANK-LINE
           MOVE "ACCOUNTS READ . . . . . . . :" TO SUM-TEXT
           MOVE WS-READ-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMT
           WRITE APPROVAL-REC FROM WS-APPROVAL-SUM-LINE
           MOVE "PAST THE CHARGE-OFF AGE  . . :" TO SUM-TEXT
           MOVE WS-CANDIDATE-COUNT TO SUM-COUNT
           MOVE WS-CANDIDATE-AMT TO SUM-AMT
           WRITE APPROVAL-REC FROM WS-APPROVAL-SUM-LINE
           MOVE "ON HOLD - NOT CHARGED OFF . :" TO SUM-TEXT
           MOVE WS-HOLD-SKIP-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMT
           WRITE APPROVAL-REC FROM WS-APPROVAL-SUM-LINE
           MOVE "ON PAYMENT PLAN . . . . . . :" TO SUM-TEXT
           MOVE WS-PLAN-SKIP-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMT
           WRITE APPROVAL-REC FROM WS-APPROVAL-SUM-LINE
           MOVE "FOR CHARGE-OFF  . . . . . . :" TO SUM-TEXT
           MOVE WS-READY-COUNT TO SUM-COUNT
           MOVE WS-READY-AMT TO SUM-AMT
           WRITE APPROVAL-REC FROM WS-APPROVAL-SUM-LINE
           MOVE "CHARGED OFF AND POSTED  . . :" TO SUM-TEXT
           MOVE WS-CHARGED-COUNT TO SUM-COUNT
           MOVE WS-CHARGED-AMT TO SUM-AMT
           WRITE APPROVAL-REC FROM WS-APPROVAL-SUM-LINE
           IF NOT APPROVE-PASS
               WRITE APPROVAL-REC FROM WS-BLANK-LINE
               WRITE APPROVAL-REC FROM WS-APPROVAL-SIGN-LINE
           END-IF
           DISPLAY "===== ACCT-CHARGE-OFF CONTROL TOTALS ====="
           DISPLAY "POSTING RUN-ID  . . . . . . : " WS-RUN-ID
           DISPLAY "MODE  . . . . . . . . . . . : " WS-RUN-MODE
           DISPLAY "CHARGE-OFF AGE (DAYS) . . . : " WS-CHGOFF-DAYS
           DISPLAY "ACCOUNTS READ . . . . . . . : " WS-READ-COUNT
           DISPLAY "PAST THE CHARGE-OFF AGE . . : "
               WS-CANDIDATE-COUNT
           DISPLAY "AMOUNT PAST THE AGE . . . . : " WS-CANDIDATE-AMT
           DISPLAY "SKIPPED - ACCOUNT ON HOLD . : "
               WS-HOLD-SKIP-COUNT
           DISPLAY "SKIPPED - ON PAYMENT PLAN . : "
               WS-PLAN-SKIP-COUNT
           DISPLAY "FOR CHARGE-OFF  . . . . . . : " WS-READY-COUNT
           DISPLAY "FOR CHARGE-OFF AMOUNT . . . : " WS-READY-AMT
           IF APPROVE-PASS
               DISPLAY "APPROVED BY . . . . . . . . : "
                   WS-APPROVER-ID
               DISPLAY "APPROVED COUNT  . . . . . . : "
                   WS-APPROVED-COUNT
               DISPLAY "APPROVED AMOUNT . . . . . . : "
                   WS-APPROVED-AMT
           END-IF
           DISPLAY "CHARGED OFF AND POSTED  . . : " WS-CHARGED-COUNT
           DISPLAY "AMOUNT CHARGED OFF  . . . . : " WS-CHARGED-AMT
           DISPLAY "CHARGE-OFF REWRITES FAILED  : "
               WS-REWRITE-FAIL-COUNT
           DISPLAY "REGISTER UPDATES FAILED . . : "
               WS-REGISTER-FAIL-COUNT
           DISPLAY "NON-NUMERIC ACTIVITY DATES  : "
               WS-BAD-DATE-COUNT
           IF WS-CANDIDATE-COUNT = WS-HOLD-SKIP-COUNT
                   + WS-PLAN-SKIP-COUNT + WS-READY-COUNT
               AND (NOT APPROVAL-AGREES
                   OR WS-CHARGED-COUNT + WS-REWRITE-FAIL-COUNT
                       = WS-READY-COUNT)
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
           COMPUTE WS-RCTL-REJECT-COUNT =
               WS-REWRITE-FAIL-COUNT + WS-REGISTER-FAIL-COUNT
           COMPUTE WS-RCTL-MONEY-POSTED = 0 - WS-CHARGED-AMT.

       COPY RCTLPRC.
