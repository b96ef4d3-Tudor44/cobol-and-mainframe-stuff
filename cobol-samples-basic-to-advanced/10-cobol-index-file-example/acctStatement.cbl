      * DISAGREEMENT IS FLAGGED ON THE STATEMENT AND COUNTED ON   *
      * THE SUMMARY PAGE.  NO SNAPSHOT FILE MEANS NO CUTOVER HAS  *
      * RUN AND THE CHECK IS SKIPPED.                             *
      * A PAYMENT LINE (OR THE COLLECTING HALF OF A CODE Y        *
      * RECOVERY PAIR) WHOSE POSTING CAME THROUGH THE LOCKBOX     *
      * QUOTES THE CHECK NUMBER FROM THE PAYMENT-DETAIL FILE      *
      * (PAYDTL, KEYED ACCT + JRNL-DATE + JRNL-TIME); NO          *
      * PAYMENT-DETAIL FILE MEANS NO LOCKBOX RUNS YET AND THE     *
      * FIVE; THE STATEMENT PRINT FILE IS THE NEW ENTRY ELEVEN,   *
      * THE SNAPSHOT IS ENTRY TWENTY-THREE AND THE                *
      * PAYMENT-DETAIL FILE IS ENTRY THIRTY-NINE.                 *
      * EVERY RUN APPENDS A START AND AN END RECORD (RCTLREC) TO  *
      * THE RUN-CONTROL LOG, ACCTPRM ENTRY SEVENTY-ONE, SO        *
      * ACCT-RUN-SUMMARY CAN SHOW IT ON THE MORNING OPERATIONS    *
      * SUMMARY.                                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           RECORD KEY IS PD-KEY
           FILE STATUS IS WS-PAY-DTL-STATUS.
       SELECT STMT-SORT-FILE ASSIGN TO "SORTWK".
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
       FD STMT-FILE
           RECORD CONTAINS 133 CHARACTERS.
               02 SS-TIME                  PIC 9(8).
               02 SS-RUN-ID                PIC X(16).
               02 SS-TRAN                  PIC X.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-TD-IX                        PIC 9(2) COMP VALUE ZERO.
       01 WS-TD-FOUND-IX                  PIC 9(2) COMP VALUE ZERO.
       01 WS-TD-TABLE.
           02 WS-TD-ENTRY OCCURS 13 TIMES.
               03 WS-TD-CODE              PIC X.
               03 WS-TD-DESC              PIC X(12).
       01 WS-SUMMARY-TOTALS.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(132) VALUE
               "===== ACCOUNT STATEMENT SUMMARY =====".
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-STATEMENT" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           PERFORM 650-INIT-TRAN-DESC-RTN
           DISPLAY "ENTER STATEMENT FROM-DATE (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
               OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "INVALID STATEMENT DATE RANGE"
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           PERFORM 610-OPEN-OUT-FILE-RTN
           END-IF
           CLOSE OUT-FILE
                 STMT-FILE
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
           MOVE PARM-REC TO WS-PAY-DTL-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 31 TIMES
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
           END-IF.

           OPEN OUTPUT STMT-FILE
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "STMT-FILE OPEN ERROR, STATUS " WS-STMT-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.

           MOVE "J" TO WS-TD-CODE(8)
           MOVE "ADJUSTMENT  " TO WS-TD-DESC(8)
           MOVE "E" TO WS-TD-CODE(9)
           MOVE "ESCHEATMENT " TO WS-TD-DESC(9)
           MOVE "D" TO WS-TD-CODE(10)
           MOVE "REFUND      " TO WS-TD-DESC(10)
           MOVE "W" TO WS-TD-CODE(11)
           MOVE "CHARGE-OFF  " TO WS-TD-DESC(11)
           MOVE "Y" TO WS-TD-CODE(12)
           MOVE "RECOVERY    " TO WS-TD-DESC(12)
           MOVE "U" TO WS-TD-CODE(13)
           MOVE "ACH RETURNED" TO WS-TD-DESC(13).

       655-FIND-TRAN-DESC-RTN.
           IF WS-TD-CODE(WS-TD-IX) = WS-TD-WORK-CODE
               IF WS-SNAPSHOT-STATUS NOT = "00"
                   DISPLAY "SNAPSHOT-FILE OPEN ERROR, STATUS "
                       WS-SNAPSHOT-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-SNAP-PRESENT-SW
               IF WS-PAY-DTL-STATUS NOT = "00"
                   DISPLAY "PAY-DTL-FILE OPEN ERROR, STATUS "
                       WS-PAY-DTL-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-PAY-DTL-SW
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS "
                   WS-JOURNAL-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           MOVE ZERO TO WS-TD-FOUND-IX
           PERFORM 655-FIND-TRAN-DESC-RTN
               VARYING WS-TD-IX FROM 1 BY 1
               UNTIL WS-TD-IX > 13
           IF WS-TD-FOUND-IX = ZERO
               MOVE SPACES TO DTL-TRAN-DESC
           ELSE
               MOVE WS-TD-DESC(WS-TD-FOUND-IX) TO DTL-TRAN-DESC
           END-IF
           MOVE SPACES TO DTL-CHECK-REF
           IF PAY-DETAIL-PRESENT
                   AND (SS-TRAN = "P"
                   OR (SS-TRAN = "Y" AND WS-DELTA-AMT < ZERO))
               PERFORM 395-QUOTE-CHECK-RTN
           END-IF
           WRITE STMT-REC FROM WS-STMT-DETAIL-LINE
               WS-STMT-COUNT " STATEMENTS, "
               WS-MISMATCH-COUNT " MISMATCHES, "
               WS-ORPHAN-COUNT " ORPHAN ACCOUNTS".

       985-RCTL-TOTALS-RTN.
           MOVE WS-EXTRACT-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-STMT-COUNT TO WS-RCTL-WRITTEN-COUNT
           COMPUTE WS-RCTL-REJECT-COUNT =
               WS-MISMATCH-COUNT + WS-ORPHAN-COUNT
               + WS-SNAP-MISMATCH-COUNT.

       COPY RCTLPRC.
