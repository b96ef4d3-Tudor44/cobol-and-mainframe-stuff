      * THE MASTER AUDIT CAN CHASE IT.                            *
      * THE MASTER PATH IS ACCTPRM ENTRY TWO; THE AGING REPORT    *
      * PRINT FILE IS THE NEW ENTRY TWELVE.                       *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *   AN ACCOUNT WITH AN OPEN HOLD ON THE HOLD FILE (HOLDREC, *
      *   ACCTPRM ENTRY FORTY-TWO) NO LONGER AGES THE AMOUNT WE   *
      *   HAVE AGREED NOT TO COLLECT: A DISPUTE FOR PART OF THE   *
      *   BALANCE SETS THAT PART ASIDE, ANY OTHER OPEN HOLD SETS  *
      *   THE WHOLE DEBIT BALANCE ASIDE.  THE DETAIL LINE SHOWS   *
      *   ONLY THE AGED REMAINDER IN ITS BUCKET AND FLAGS THE     *
      *   HOLD TYPE; THE TOTALS PAGE COUNTS HELD ACCOUNTS AND     *
      *   SHOWS THE AMOUNT SET ASIDE, SO BUCKET SUBTOTALS PLUS    *
      *   THE HELD AMOUNT STILL TIE TO THE GRAND TOTAL AND THE    *
      *   GRAND TOTAL STILL TIES TO THE FULL LISTING.             *
      *   EVERY RUN NOW APPENDS A START AND AN END RECORD         *
      *   (RCTLREC) TO THE RUN-CONTROL LOG, ACCTPRM ENTRY         *
      *   SEVENTY-ONE, SO ACCT-RUN-SUMMARY CAN SHOW IT ON THE     *
      *   MORNING OPERATIONS SUMMARY.                             *
      *   EVERY RUN NOW ALSO WRITES AN ACCOUNT-LEVEL AGING        *
      *   SNAPSHOT (AGSNREC, ACCTPRM ENTRY SEVENTY-THREE): EACH   *
      *   ACCOUNT'S BUCKET, BALANCE, AGED AMOUNT AND HOLD FLAG,   *
      *   THEN A T RECORD WITH THE RUN TOTALS.  THE FIRST RUN IN  *
      *   A NEW MONTH FIRST COPIES THE SNAPSHOT LEFT BY THE MONTH *
      *   BEFORE TO THE PRIOR-MONTH SNAPSHOT, ENTRY SEVENTY-FOUR, *
      *   SO THE LAST RUN OF EACH MONTH IS ITS MONTH-END SNAPSHOT *
      *   AND ACCT-ROLL-RATE CAN MATCH IT TO THE NEXT MONTH'S.    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
       SELECT AGING-FILE ASSIGN TO WS-AGING-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGING-STATUS.
       SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HOLD-ACCT-NO
           FILE STATUS IS WS-HOLD-STATUS.
       SELECT AGSN-FILE ASSIGN TO WS-AGSN-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGSN-STATUS.
       SELECT AGSN-PRIOR-FILE ASSIGN TO WS-AGSN-PRIOR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGSN-PRIOR-STATUS.
       SELECT RCTL-FILE ASSIGN TO WS-RCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
       FD AGING-FILE
           RECORD CONTAINS 133 CHARACTERS.
           01 AGING-REC                    PIC X(133).
       FD HOLD-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY HOLDREC.
       FD AGSN-FILE
           RECORD CONTAINS 52 CHARACTERS.
           COPY AGSNREC.
       FD AGSN-PRIOR-FILE
           RECORD CONTAINS 52 CHARACTERS.
           01 AGSN-PRIOR-REC               PIC X(52).
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-STATUS                       PIC XX.
       01 WS-PARM-STATUS                  PIC XX.
       01 WS-AGING-STATUS                 PIC XX.
       01 WS-HOLD-STATUS                  PIC XX.
       01 WS-AGSN-STATUS                  PIC XX.
       01 WS-AGSN-PRIOR-STATUS            PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-AGING-FILE-PATH          PIC X(100).
           02 WS-HOLD-FILE-PATH           PIC X(100).
           02 WS-AGSN-FILE-PATH           PIC X(100).
           02 WS-AGSN-PRIOR-PATH          PIC X(100).
       01 WS-HOLD-FILE-SW                 PIC X VALUE "N".
           88 HOLD-FILE-OPEN                      VALUE "Y".
       01 WS-AGSN-EOF-SW                  PIC X VALUE "N".
           88 AGSN-EOF                            VALUE "Y".
       01 WS-AGSN-SAVED-COUNT             PIC 9(7) COMP VALUE ZERO.
       01 WS-ON-HOLD-SW                   PIC X VALUE "N".
           88 ACCOUNT-ON-HOLD                     VALUE "Y".
       01 WS-HELD-AMT                     PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-AGED-AMT                     PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-RUN-DATE                     PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           02 WS-RUN-YYYY                 PIC 9(4).
                                               VALUE ZERO.
           02 WS-BAD-DATE-COUNT           PIC 9(7) COMP VALUE ZERO.
           02 WS-FUTURE-DATE-COUNT        PIC 9(7) COMP VALUE ZERO.
           02 WS-HOLD-COUNT               PIC 9(7) COMP VALUE ZERO.
           02 WS-HOLD-AMT                 PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
           02 WS-AGED-TOTAL               PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-PAGE-SIZE                    PIC 9(2) COMP VALUE 50.
       01 WS-LINE-COUNT                   PIC 9(2) COMP VALUE ZERO.
       01 WS-PAGE-COUNT                   PIC 9(4) COMP VALUE ZERO.
                                           VALUE "         90-119".
           02 FILLER                      PIC X(15)
                                           VALUE "           120+".
           02 FILLER                      PIC X(12)
                                           VALUE "  HOLD".
       01 WS-AGING-DETAIL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-ACCT-NO                 PIC 9(9).
           02 DTL-LAST-ACT                PIC 9(8).
           02 DTL-BUCKET-AMT              PIC X(15)
                                           OCCURS 5 TIMES.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-HOLD-FLAG               PIC X(10).
       01 WS-EDIT-AMT                     PIC -(11)9.99.
       01 WS-EDIT-CNT                     PIC Z(14)9.
       01 WS-AGING-TOTAL-LINE.
       01 WS-BLANK-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(132) VALUE SPACES.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-AGING-REPORT" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-NO = WS-RUN-YYYY * 365
               + WS-RUN-MM * 30 + WS-RUN-DD
               UNTIL WS-BUCKET-IX > 5
           PERFORM 610-OPEN-OUT-FILE-RTN
           PERFORM 615-OPEN-AGING-FILE-RTN
           PERFORM 620-OPEN-HOLD-FILE-RTN
           PERFORM 630-SAVE-PRIOR-SNAPSHOT-RTN
           PERFORM 640-OPEN-AGSN-FILE-RTN
           MOVE LOW-VALUES TO ACCT-NO-OUT
           START OUT-FILE
               KEY IS NOT LESS THAN ACCT-NO-OUT
                       PERFORM 300-AGE-ACCOUNT-RTN
               END-READ
           END-PERFORM
           PERFORM 390-WRITE-SNAPSHOT-TOTAL-RTN
           PERFORM 800-PRINT-TOTALS-RTN
           CLOSE OUT-FILE
                 AGING-FILE
                 AGSN-FILE
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
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-AGING-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 29 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-HOLD-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 28 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-AGSN-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-AGSN-PRIOR-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

       610-OPEN-OUT-FILE-RTN.
           OPEN INPUT OUT-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "OUT-FILE OPEN ERROR, STATUS " WS-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.

           IF WS-AGING-STATUS NOT = "00"
               DISPLAY "AGING-FILE OPEN ERROR, STATUS "
                   WS-AGING-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.

       620-OPEN-HOLD-FILE-RTN.
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

      *----------------------------------------------------------*
      * THE SNAPSHOT LEFT BY THE LAST RUN IS THE MONTH-END        *
      * SNAPSHOT OF ITS MONTH ONCE THE MONTH HAS TURNED, SO THE   *
      * FIRST RUN IN A LATER MONTH COPIES IT WHOLE TO THE         *
      * PRIOR-MONTH SNAPSHOT BEFORE THIS RUN REPLACES IT.  A      *
      * RERUN IN THE SAME MONTH LEAVES THE PRIOR-MONTH SNAPSHOT   *
      * ALONE AND SIMPLY REPLACES THIS MONTH'S.                   *
      *----------------------------------------------------------*
       630-SAVE-PRIOR-SNAPSHOT-RTN.
           OPEN INPUT AGSN-FILE
           IF WS-AGSN-STATUS = "35"
               DISPLAY "AGING SNAPSHOT NOT FOUND - FIRST SNAPSHOT"
           ELSE
               IF WS-AGSN-STATUS NOT = "00"
                   DISPLAY "AGSN-FILE OPEN ERROR, STATUS "
                       WS-AGSN-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               PERFORM 635-READ-SNAPSHOT-RTN
               IF NOT AGSN-EOF
                   IF AGSN-SNAP-DATE(1:6) < WS-RUN-DATE(1:6)
                       OPEN OUTPUT AGSN-PRIOR-FILE
                       IF WS-AGSN-PRIOR-STATUS NOT = "00"
                           DISPLAY "AGSN-PRIOR-FILE OPEN ERROR, STATUS "
                               WS-AGSN-PRIOR-STATUS
                           PERFORM 991-RCTL-ABORT-RTN
                           STOP RUN
                       END-IF
                       DISPLAY "PRIOR-MONTH AGING SNAPSHOT SAVED,"
                           " DATED " AGSN-SNAP-DATE
                       PERFORM UNTIL AGSN-EOF
                           WRITE AGSN-PRIOR-REC FROM AGSN-REC
                           IF AGSN-ACCOUNT-REC
                               ADD 1 TO WS-AGSN-SAVED-COUNT
                           END-IF
                           PERFORM 635-READ-SNAPSHOT-RTN
                       END-PERFORM
                       CLOSE AGSN-PRIOR-FILE
                   END-IF
               END-IF
               CLOSE AGSN-FILE
           END-IF.

       635-READ-SNAPSHOT-RTN.
           READ AGSN-FILE
               AT END
                   MOVE "Y" TO WS-AGSN-EOF-SW
           END-READ.

       640-OPEN-AGSN-FILE-RTN.
           OPEN OUTPUT AGSN-FILE
           IF WS-AGSN-STATUS NOT = "00"
               DISPLAY "AGSN-FILE OPEN ERROR, STATUS " WS-AGSN-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.


       300-AGE-ACCOUNT-RTN.
           PERFORM 320-COMPUTE-BUCKET-RTN
           PERFORM 340-CHECK-HOLD-RTN
           IF WS-LINE-COUNT = ZERO
               PERFORM 360-PRINT-PAGE-HEADER-RTN
           END-IF
           MOVE SPACES TO DTL-BUCKET-AMT(3)
           MOVE SPACES TO DTL-BUCKET-AMT(4)
           MOVE SPACES TO DTL-BUCKET-AMT(5)
           MOVE WS-AGED-AMT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO DTL-BUCKET-AMT(WS-BUCKET-IX)
           MOVE SPACES TO DTL-HOLD-FLAG
           IF ACCOUNT-ON-HOLD
               MOVE "ON HOLD" TO DTL-HOLD-FLAG
               MOVE HOLD-TYPE TO DTL-HOLD-FLAG(9:1)
               ADD 1 TO WS-HOLD-COUNT
               ADD WS-HELD-AMT TO WS-HOLD-AMT
           END-IF
           WRITE AGING-REC FROM WS-AGING-DETAIL-LINE
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IX)
           ADD WS-AGED-AMT TO WS-BUCKET-AMT(WS-BUCKET-IX)
           ADD WS-AGED-AMT TO WS-AGED-TOTAL
           ADD 1 TO WS-GRAND-COUNT
           ADD AMT-DUE-OUT TO WS-GRAND-AMT
           PERFORM 380-WRITE-SNAPSHOT-RTN
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               MOVE ZERO TO WS-LINE-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * AN OPEN HOLD TAKES ITS AMOUNT OUT OF THE AGING: A         *
      * DISPUTE FOR PART OF A DEBIT BALANCE SETS JUST THAT PART   *
      * ASIDE, ANY OTHER OPEN HOLD SETS THE WHOLE DEBIT BALANCE   *
      * ASIDE.  A CREDIT OR ZERO BALANCE HAS NOTHING TO SET       *
      * ASIDE BUT THE ACCOUNT IS STILL FLAGGED AND COUNTED.       *
      *----------------------------------------------------------*
       340-CHECK-HOLD-RTN.
           MOVE "N" TO WS-ON-HOLD-SW
           MOVE ZERO TO WS-HELD-AMT
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
           END-IF
           IF ACCOUNT-ON-HOLD AND AMT-DUE-OUT > ZERO
               IF HOLD-DISPUTE
                       AND HOLD-AMOUNT > ZERO
                       AND HOLD-AMOUNT < AMT-DUE-OUT
                   MOVE HOLD-AMOUNT TO WS-HELD-AMT
               ELSE
                   MOVE AMT-DUE-OUT TO WS-HELD-AMT
               END-IF
           END-IF
           COMPUTE WS-AGED-AMT = AMT-DUE-OUT - WS-HELD-AMT.

       380-WRITE-SNAPSHOT-RTN.
           MOVE SPACES TO AGSN-REC
           MOVE "A" TO AGSN-REC-TYPE
           MOVE ACCT-NO-OUT TO AGSN-ACCT-NO
           MOVE WS-RUN-DATE TO AGSN-SNAP-DATE
           MOVE WS-BUCKET-IX TO AGSN-BUCKET
           MOVE AMT-DUE-OUT TO AGSN-BALANCE
           MOVE WS-AGED-AMT TO AGSN-AGED-AMT
           IF ACCOUNT-ON-HOLD
               MOVE "Y" TO AGSN-HOLD-FLAG
           ELSE
               MOVE "N" TO AGSN-HOLD-FLAG
           END-IF
           IF LAST-ACTIVITY-DATE IS NUMERIC
               MOVE LAST-ACTIVITY-DATE TO AGSN-LAST-ACT-DATE
           ELSE
               MOVE ZERO TO AGSN-LAST-ACT-DATE
           END-IF
           WRITE AGSN-REC.

      *----------------------------------------------------------*
      * THE T RECORD CARRIES THE ACCOUNT COUNT, THE GRAND TOTAL   *
      * AND THE TOTAL AGED IN BUCKETS - THE GRAND TOTAL LESS THE  *
      * TOTAL AGED IS THE AMOUNT SET ASIDE BY HOLDS.              *
      *----------------------------------------------------------*
       390-WRITE-SNAPSHOT-TOTAL-RTN.
           MOVE SPACES TO AGSN-REC
           MOVE "T" TO AGSN-REC-TYPE
           MOVE WS-GRAND-COUNT TO AGSN-ACCT-COUNT
           MOVE WS-RUN-DATE TO AGSN-SNAP-DATE
           MOVE ZERO TO AGSN-BUCKET
           MOVE WS-GRAND-AMT TO AGSN-BALANCE
           MOVE WS-AGED-TOTAL TO AGSN-AGED-AMT
           MOVE "N" TO AGSN-HOLD-FLAG
           MOVE ZERO TO AGSN-LAST-ACT-DATE
           WRITE AGSN-REC.

       360-PRINT-PAGE-HEADER-RTN.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NO
           MOVE WS-FUTURE-DATE-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMT
           WRITE AGING-REC FROM WS-AGING-SUM-LINE
           MOVE "AGED IN BUCKETS . . . . . . :" TO SUM-TEXT
           MOVE WS-GRAND-COUNT TO SUM-COUNT
           MOVE WS-AGED-TOTAL TO SUM-AMT
           WRITE AGING-REC FROM WS-AGING-SUM-LINE
           MOVE "ON HOLD - SET ASIDE . . . . :" TO SUM-TEXT
           MOVE WS-HOLD-COUNT TO SUM-COUNT
           MOVE WS-HOLD-AMT TO SUM-AMT
           WRITE AGING-REC FROM WS-AGING-SUM-LINE
           DISPLAY "===== ACCT-AGING-REPORT TOTALS ====="
           DISPLAY "ACCOUNTS AGED . . . . . . . : " WS-GRAND-COUNT
           DISPLAY "AMT-DUE-OUT GRAND TOTAL . . : " WS-GRAND-AMT
           DISPLAY "AMOUNT AGED IN BUCKETS  . . : " WS-AGED-TOTAL
           DISPLAY "ACCOUNTS ON HOLD  . . . . . : " WS-HOLD-COUNT
           DISPLAY "AMOUNT ON HOLD, NOT AGED  . : " WS-HOLD-AMT
           IF WS-GRAND-AMT = WS-AGED-TOTAL + WS-HOLD-AMT
               DISPLAY "RECONCILIATION. . . . . . . : BALANCED"
           ELSE
               DISPLAY "RECONCILIATION. . . . . . . : OUT OF BALANCE"
           END-IF
           DISPLAY "AGING SNAPSHOT ACCOUNTS . . : " WS-GRAND-COUNT
           DISPLAY "PRIOR-MONTH SNAPSHOT SAVED  : " WS-AGSN-SAVED-COUNT
           DISPLAY "GRAND TOTAL TIES TO THE FULL LISTING WHEN THE"
           DISPLAY "TWO REPORTS RUN AGAINST THE SAME MASTER.".

       830-EDIT-BUCKET-CNT-RTN.
           MOVE WS-BUCKET-COUNT(WS-BUCKET-IX) TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO TOT-BUCKET-AMT(WS-BUCKET-IX).

       985-RCTL-TOTALS-RTN.
           MOVE WS-GRAND-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-GRAND-COUNT TO WS-RCTL-WRITTEN-COUNT.

       COPY RCTLPRC.
