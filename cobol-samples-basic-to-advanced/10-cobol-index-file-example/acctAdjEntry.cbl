      * OR REJECTED, SO UNDECIDED WORK CANNOT AGE UNSEEN.         *
      * THE PENDING-ADJUSTMENTS FILE IS THE NEW ACCTPRM ENTRY     *
      * THIRTY-ONE.                                               *
      * EVERY RUN APPENDS A START AND AN END RECORD (RCTLREC) TO  *
      * THE RUN-CONTROL LOG, ACCTPRM ENTRY SEVENTY-ONE, SO        *
      * ACCT-RUN-SUMMARY CAN SHOW IT ON THE MORNING OPERATIONS    *
      * SUMMARY.                                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           ACCESS IS DYNAMIC
           RECORD KEY IS ADJ-ID
           FILE STATUS IS WS-ADJUST-STATUS.
       SELECT RCTL-FILE ASSIGN TO WS-RCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
       FD ADJUST-FILE
           RECORD CONTAINS 72 CHARACTERS.
           COPY ADJREC.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
           02 WS-APPR-COUNT               PIC 9(5) COMP VALUE ZERO.
           02 WS-REJ-COUNT                PIC 9(5) COMP VALUE ZERO.
           02 WS-DONE-COUNT               PIC 9(5) COMP VALUE ZERO.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-ADJ-ENTRY" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 610-OPEN-ADJUST-FILE-RTN
           PERFORM 620-FIND-NEXT-ID-RTN
               UNTIL ACTION-END
           PERFORM 800-PRINT-CONTROL-REPORT-RTN
           CLOSE ADJUST-FILE
           PERFORM 990-RCTL-END-RTN
           STOP RUN.

       600-READ-PARM-RTN.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ACCTPRM PARAMETER FILE OPEN ERROR, STATUS "
                   WS-PARM-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           PERFORM 605-SKIP-PARM-RTN 30 TIMES
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ADJUST-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 39 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
               IF WS-ADJUST-STATUS NOT = "00"
                   DISPLAY "ADJUST-FILE OPEN ERROR, STATUS "
                       WS-ADJUST-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF.
                   ADJ-REASON-CODE " MAKER " ADJ-MAKER-ID
                   " ENTERED " ADJ-ENTRY-DATE
           END-IF.

       985-RCTL-TOTALS-RTN.
           COMPUTE WS-RCTL-WRITTEN-COUNT =
               WS-ENTERED-COUNT + WS-APPROVED-COUNT
               + WS-REJECTED-COUNT + WS-DELETED-COUNT
           MOVE WS-REFUSED-COUNT TO WS-RCTL-REJECT-COUNT
           COMPUTE WS-RCTL-READ-COUNT =
               WS-RCTL-WRITTEN-COUNT + WS-RCTL-REJECT-COUNT.

       COPY RCTLPRC.
