      * ZERO BALANCE - THE JOURNAL CANNOT DISTINGUISH A CREATE    *
      * FROM AN ACCUMULATION ONTO A ZERO BALANCE, SO DELETING     *
      * WOULD BE GUESSING.                                        *
      * A RUN IS REFUSED OUTRIGHT, WITH NOTHING REVERSED AND      *
      * RC=8, WHEN IT CHARGED OFF AN ACCOUNT (CODE W), POSTED A   *
      * RECOVERY (CODE Y) OR AN ACH RETURN (CODE U), ISSUED       *
      * CREDIT-BALANCE REFUNDS (CODE D), OR ORIGINATED ACH DRAFTS *
      * (ITS RUN-ID IS ON THE DRAFT HISTORY FILE).  A BACK-OUT    *
      * RESTORES ONLY THE MASTER: THE CHARGE-OFF REGISTER WOULD   *
      * STILL SHOW THE LOSS OPEN AND ITS RECOVERIES COLLECTED,    *
      * THE DRAFT HISTORY WOULD STILL SHOW THE DRAFTS SENT OR     *
      * RETURNED, AND A DRAFT ALREADY SENT TO THE BANK OR A       *
      * REFUND CHEQUE ALREADY SENT TO ACCOUNTS PAYABLE AND        *
      * POSITIVE PAY CANNOT BE RECALLED BY A BACK-OUT ANYWAY - A  *
      * RESTORED CREDIT BALANCE WOULD SIMPLY BE REFUNDED A SECOND *
      * TIME.  THOSE RUNS ARE CORRECTED BY HAND.                  *
      * THE MASTER AND JOURNAL PATHS ARE CREATE-INDEX-FILE'S      *
      * ENTRIES TWO AND FIVE IN THE ACCTPRM PARAMETER FILE; THE   *
      * ACH DRAFT HISTORY IS ENTRY FIFTY-SEVEN.                   *
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
       SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT ACHD-FILE ASSIGN TO WS-ACHD-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACHD-TRACE-NO
           FILE STATUS IS WS-ACHD-STATUS.
       SELECT JCTL-FILE ASSIGN TO WS-JCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JCTL-STATUS.
       SELECT BKO-SORT-FILE ASSIGN TO "SORTWK".
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
       FD ACHD-FILE
           RECORD CONTAINS 121 CHARACTERS.
           COPY ACHDREC.
       FD JCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY JCTLREC.
       SD BKO-SORT-FILE.
           01 BKO-SORT-REC.
               02 BS-ACCT                  PIC 9(9).
               02 BS-NEW                   PIC S9(9)V99.
               02 BS-TRAN                  PIC X.
               02 BS-RUN-ID                PIC X(16).
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-STATUS                       PIC XX.
       01 WS-PARM-STATUS                  PIC XX.
       01 WS-JOURNAL-STATUS                PIC XX.
       01 WS-ACHD-STATUS                  PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-JOURNAL-FILE-PATH        PIC X(100).
           02 WS-ACHD-FILE-PATH           PIC X(100).
       01 WS-TARGET-RUN-ID                PIC X(16) VALUE SPACES.
       01 AMT-DUE-KEY-BIAS                 PIC 9(10)V99 COMP-3
                                               VALUE 1000000000.00.
       01 WS-RECREATE-SW                  PIC X VALUE "N".
           88 RECREATE-DELETED-ACCT               VALUE "Y".
       01 WS-SKIP-REASON                  PIC X(12) VALUE SPACES.
       01 WS-REFUSE-REASON                PIC X(48) VALUE SPACES.
       01 WS-BACKOUT-TOTALS.
           02 WS-TGT-TOTAL-ENTRIES        PIC 9(9) COMP VALUE ZERO.
           02 WS-ACCT-TOUCHED-COUNT       PIC 9(7) COMP VALUE ZERO.
           02 WS-REVERSED-COUNT           PIC 9(7) COMP VALUE ZERO.
           02 WS-SKIPPED-COUNT            PIC 9(7) COMP VALUE ZERO.
       COPY JSEQWS.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-RUN-BACKOUT" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-TARGET-RUN-ID
           IF WS-TARGET-RUN-ID = SPACES
               DISPLAY "NO RUN-ID GIVEN, NOTHING TO BACK OUT"
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF
           IF WS-TARGET-RUN-ID = WS-RUN-ID
               DISPLAY "BACK-OUT RUN-ID EQUALS TARGET RUN-ID"
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           PERFORM 200-SCREEN-RUN-RTN
           IF WS-REFUSE-REASON = SPACES
               PERFORM 220-SCREEN-DRAFTS-RTN
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               DISPLAY "RUN " WS-TARGET-RUN-ID " NOT BACKED OUT - "
                   WS-REFUSE-REASON
               DISPLAY "A BACK-OUT CANNOT REVERSE THE CHARGE-OFF "
                   "REGISTER, THE ACH DRAFT HISTORY OR A REFUND "
                   "CHEQUE ALREADY ISSUED -"
                   " CORRECT THIS RUN BY HAND"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF
           PERFORM 610-OPEN-OUT-FILE-RTN
           PERFORM 800-PRINT-TOTALS-RTN
           CLOSE OUT-FILE
                 JOURNAL-FILE
           PERFORM 979-JRNL-CHAIN-SAVE-RTN
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
           MOVE PARM-REC TO WS-JOURNAL-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 51 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ACHD-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 12 TIMES
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
           IF WS-STATUS NOT = "00"
               DISPLAY "OUT-FILE OPEN ERROR, STATUS " WS-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.

       630-OPEN-JOURNAL-EXTEND-RTN.
           PERFORM 970-JRNL-CHAIN-START-RTN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS "
                   WS-JOURNAL-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      * THE TARGET RUN MAY ONLY MOVE MONEY ON THE MASTER.  ITS    *
      * FIRST CODE W, Y, U OR D ENTRY REFUSES IT.                 *
      *----------------------------------------------------------*
       200-SCREEN-RUN-RTN.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS "
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
                       IF JRNL-RUN-ID = WS-TARGET-RUN-ID
                           PERFORM 210-SCREEN-ENTRY-RTN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       210-SCREEN-ENTRY-RTN.
           EVALUATE JRNL-TRAN-CODE
               WHEN "W"
                   MOVE "IT CHARGED OFF ACCOUNTS (CODE W)"
                       TO WS-REFUSE-REASON
               WHEN "Y"
                   MOVE "IT POSTED CHARGE-OFF RECOVERIES (CODE Y)"
                       TO WS-REFUSE-REASON
               WHEN "U"
                   MOVE "IT POSTED ACH RETURNS (CODE U)"
                       TO WS-REFUSE-REASON
               WHEN "D"
                   MOVE "IT ISSUED CREDIT-BALANCE REFUNDS (CODE D)"
                       TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               MOVE "NO" TO ARE-THERE-MORE-RECORDS
           END-IF.

      *----------------------------------------------------------*
      * A RUN WHOSE RUN-ID IS ON A DRAFT (NOT THE TRACE-ZERO      *
      * CONTROL RECORD) ORIGINATED ACH DEBITS.  NO DRAFT HISTORY  *
      * MEANS NO ACH HAS EVER RUN.                                *
      *----------------------------------------------------------*
       220-SCREEN-DRAFTS-RTN.
           OPEN INPUT ACHD-FILE
           IF WS-ACHD-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-ACHD-STATUS NOT = "00"
                   DISPLAY "ACHD-FILE OPEN ERROR, STATUS "
                       WS-ACHD-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "YES" TO ARE-THERE-MORE-RECORDS
               MOVE ZERO TO ACHD-TRACE-NO
               START ACHD-FILE
                   KEY IS NOT LESS THAN ACHD-TRACE-NO
                   INVALID KEY
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
               END-START
               PERFORM UNTIL NO-MORE-RECORDS
                   READ ACHD-FILE NEXT RECORD
                       AT END
                           MOVE "NO" TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           IF ACHD-TRACE-NO NOT = ZERO
                                   AND ACHD-RUN-ID = WS-TARGET-RUN-ID
                               MOVE "IT ORIGINATED ACH DRAFTS"
                                   TO WS-REFUSE-REASON
                               MOVE "NO" TO ARE-THERE-MORE-RECORDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACHD-FILE
           END-IF.

      *----------------------------------------------------------*
      * SORT INPUT: EVERY JOURNAL ENTRY, TAGGED WITH ITS          *
      * POSITION IN THE FILE.  EVERY RUN'S ENTRIES ARE NEEDED,    *
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS "
                   WS-JOURNAL-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           MOVE "B" TO JRNL-TRAN-CODE
           MOVE SPACES TO JRNL-OPERATOR-ID
           MOVE SPACES TO JRNL-CHECKER-ID
           PERFORM 975-JRNL-STAMP-RTN
           WRITE JOURNAL-REC
           COMPUTE WS-RCTL-MONEY-POSTED = WS-RCTL-MONEY-POSTED
               + JRNL-NEW-AMT - JRNL-OLD-AMT.

       590-REPORT-SKIP-RTN.
           ADD 1 TO WS-SKIPPED-COUNT
               WS-ACCT-TOUCHED-COUNT.
           DISPLAY "ACCOUNTS REVERSED . . . . . : " WS-REVERSED-COUNT.
           DISPLAY "ACCOUNTS SKIPPED  . . . . . : " WS-SKIPPED-COUNT.

       COPY JSEQPRC.
       COPY JHASHPRC.

       985-RCTL-TOTALS-RTN.
           IF WS-RUN-DATE NOT = ZERO
               MOVE WS-RUN-ID TO WS-RCTL-RUN-ID
           END-IF
           MOVE WS-TGT-TOTAL-ENTRIES TO WS-RCTL-READ-COUNT
           MOVE WS-REVERSED-COUNT TO WS-RCTL-WRITTEN-COUNT
           MOVE WS-SKIPPED-COUNT TO WS-RCTL-REJECT-COUNT.

       COPY RCTLPRC.
