      *   DATE - AND ADDED EDITS ON THE SIGN BYTE AND THE DATE    *
      *   (NUMERIC, PLAUSIBLE MONTH AND DAY, OR ALL ZEROS TO      *
      *   MEAN "USE THE RUN DATE").                               *
      *   EVERY RUN NOW APPENDS A START AND AN END RECORD         *
      *   (RCTLREC) TO THE RUN-CONTROL LOG, ACCTPRM ENTRY         *
      *   SEVENTY-ONE, SO ACCT-RUN-SUMMARY CAN SHOW IT ON THE     *
      *   MORNING OPERATIONS SUMMARY.                             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BAD-OUT-FILE ASSIGN TO WS-BAD-OUT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RCTL-FILE ASSIGN TO WS-RCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
               02 BAD-RAW-DATA              PIC X(30).
               02 FILLER                    PIC X(1).
               02 BAD-REASON                PIC X(8).
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
           02 WS-RAW-RECORD-COUNT         PIC 9(7) COMP VALUE ZERO.
           02 WS-CLEAN-RECORD-COUNT       PIC 9(7) COMP VALUE ZERO.
           02 WS-BAD-RECORD-COUNT         PIC 9(7) COMP VALUE ZERO.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-VALIDATE-RTN" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           OPEN INPUT RAW-IN-FILE
                OUTPUT CLEAN-OUT-FILE
                OUTPUT BAD-OUT-FILE
             CLOSE RAW-IN-FILE
                   CLEAN-OUT-FILE
                   BAD-OUT-FILE
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
           MOVE PARM-REC TO WS-BAD-OUT-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 62 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

       200-EDIT-RTN.
           PERFORM 300-CHECK-EFF-DATE-RTN
           IF RAW-ACCT-NO IS NUMERIC
           DISPLAY "CLEAN RECORDS WRITTEN . . . : "
               WS-CLEAN-RECORD-COUNT.
           DISPLAY "BAD RECORDS REJECTED . . . : " WS-BAD-RECORD-COUNT.

       985-RCTL-TOTALS-RTN.
           MOVE WS-RAW-RECORD-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-CLEAN-RECORD-COUNT TO WS-RCTL-WRITTEN-COUNT
           MOVE WS-BAD-RECORD-COUNT TO WS-RCTL-REJECT-COUNT.

       COPY RCTLPRC.
