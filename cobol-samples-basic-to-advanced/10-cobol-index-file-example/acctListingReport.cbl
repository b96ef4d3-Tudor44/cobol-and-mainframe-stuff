      *   SYSIN PROMPTS STILL WORK FOR AD-HOC USE.                *
      *   THE REQUEST FILE IS ACCTPRM ENTRY THIRTEEN AND THE      *
      *   LISTING PRINT FILE IS ENTRY FIFTEEN.                    *
      *   TYPE-H (ACCOUNT HISTORY) REQUESTS BELONG TO             *
      *   ACCT-HIST-INQUIRY AND ARE PASSED OVER LIKE THE OTHER    *
      *   PROGRAM'S; THE REQUEST RECORD IS NOW 28 CHARACTERS TO   *
      *   CARRY THEIR DATE RANGE.                                 *
      *   EVERY RUN NOW APPENDS A START AND AN END RECORD         *
      *   (RCTLREC) TO THE RUN-CONTROL LOG, ACCTPRM ENTRY         *
      *   SEVENTY-ONE, SO ACCT-RUN-SUMMARY CAN SHOW IT ON THE     *
      *   MORNING OPERATIONS SUMMARY.                             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
       SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
       SELECT RCTL-FILE ASSIGN TO WS-RCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
       FD OUT-FILE.
           COPY ACCTREC.
       FD REQUEST-FILE
           RECORD CONTAINS 28 CHARACTERS.
           COPY REQREC.
       FD REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
           01 REPORT-REC                   PIC X(133).
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-BLANK-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(132) VALUE SPACES.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-LISTING-REPORT" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           OPEN INPUT OUT-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "OUT-FILE OPEN ERROR, STATUS " WS-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN INPUT REQUEST-FILE
               ELSE
                   DISPLAY "REQUEST-FILE OPEN ERROR, STATUS "
                       WS-REQUEST-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
           CLOSE OUT-FILE
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
           MOVE PARM-REC TO WS-REPORT-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 55 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

       150-INTERACTIVE-RTN.
           DISPLAY "ENTER 1 FOR SINGLE ACCOUNT, 2 FOR FULL LISTING: "
           ACCEPT WS-REPORT-MODE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "REPORT-FILE OPEN ERROR, STATUS "
                   WS-REPORT-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-REQUESTS
                   WRITE REPORT-REC FROM WS-BLANK-LINE
               ELSE
                   IF REQ-BALANCE-THRESHOLD
                           OR REQ-ACCOUNT-HISTORY
                       ADD 1 TO WS-PASSED-COUNT
                   ELSE
                       ADD 1 TO WS-INVALID-COUNT
           MOVE WS-ANSWERED-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMT
           WRITE REPORT-REC FROM WS-RPT-SUM-LINE
           MOVE "PASSED TO OTHER PROGRAMS  . . ." TO SUM-TEXT
           MOVE WS-PASSED-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMT
           WRITE REPORT-REC FROM WS-RPT-SUM-LINE
           DISPLAY "===== ACCT-LISTING-REPORT BATCH TOTALS ====="
           DISPLAY "REQUESTS READ . . . . . . . : " WS-REQUEST-COUNT
           DISPLAY "LOOKUP/LISTING ANSWERED . . : " WS-ANSWERED-COUNT
           DISPLAY "PASSED TO OTHER PROGRAMS  . : " WS-PASSED-COUNT
           DISPLAY "INVALID REQUESTS  . . . . . : " WS-INVALID-COUNT.

       985-RCTL-TOTALS-RTN.
           MOVE WS-REQUEST-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-ANSWERED-COUNT TO WS-RCTL-WRITTEN-COUNT
           MOVE WS-INVALID-COUNT TO WS-RCTL-REJECT-COUNT.

       COPY RCTLPRC.
