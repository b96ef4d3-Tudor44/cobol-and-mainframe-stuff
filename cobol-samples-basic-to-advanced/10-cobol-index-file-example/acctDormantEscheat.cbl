      * DAYS, STATUTORY ESCHEAT DAYS (BOTH FIVE DIGITS), DORMANT  *
      * REVIEW REPORT AND ESCHEAT EXTRACT ARE THE NEW ENTRIES     *
      * THIRTY-FOUR TO THIRTY-SEVEN.                              *
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
       SELECT JCTL-FILE ASSIGN TO WS-JCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JCTL-STATUS.
       SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
       SELECT ESCHEAT-FILE ASSIGN TO WS-ESCHEAT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESCHEAT-STATUS.
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
       FD JCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY JCTLREC.
       FD CUST-FILE
           RECORD CONTAINS 79 CHARACTERS.
           COPY CUSTREC.
               02 ESC-REMIT-AMT            PIC 9(9)V99.
               02 ESC-LAST-ACTIVITY        PIC 9(8).
               02 ESC-DORMANT-DAYS         PIC 9(5).
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-BLANK-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(132) VALUE SPACES.
       COPY JSEQWS.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-DORMANT-ESCHEAT" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
                 ESCHEAT-FILE
           IF REMIT-PASS
               CLOSE JOURNAL-FILE
               PERFORM 979-JRNL-CHAIN-SAVE-RTN
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
           MOVE PARM-REC TO WS-ESCHEAT-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 32 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-JCTL-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE
           IF WS-HORIZON-DAYS IS NOT NUMERIC
               OR WS-STATUTE-DAYS IS NOT NUMERIC
               OR WS-STATUTE-DAYS = ZERO
               DISPLAY "BAD DORMANCY PARAMETERS IN ACCTPRM"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF
           IF WS-STATUTE-DAYS < WS-HORIZON-DAYS
               DISPLAY "STATUTORY PERIOD SHORTER THAN DORMANCY"
                   " HORIZON - CHECK ACCTPRM"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF.

           END-IF
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
           IF WS-DORMANT-STATUS NOT = "00"
               DISPLAY "DORMANT-FILE OPEN ERROR, STATUS "
                   WS-DORMANT-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN OUTPUT ESCHEAT-FILE
           IF WS-ESCHEAT-STATUS NOT = "00"
               DISPLAY "ESCHEAT-FILE OPEN ERROR, STATUS "
                   WS-ESCHEAT-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           IF REMIT-PASS
               PERFORM 970-JRNL-CHAIN-START-RTN
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT JOURNAL-FILE
                   IF WS-JOURNAL-STATUS NOT = "00"
                       DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS "
                           WS-JOURNAL-STATUS
                       PERFORM 991-RCTL-ABORT-RTN
                       STOP RUN
                   END-IF
               END-IF
           MOVE "E" TO JRNL-TRAN-CODE
           MOVE SPACES TO JRNL-OPERATOR-ID
           MOVE SPACES TO JRNL-CHECKER-ID
           PERFORM 975-JRNL-STAMP-RTN
           WRITE JOURNAL-REC.

       800-PRINT-TOTALS-RTN.
           DISPLAY "AMOUNT REMITTED . . . . . . : " WS-REMITTED-AMT
           DISPLAY "NON-NUMERIC ACTIVITY DATES  : "
               WS-BAD-DATE-COUNT.

       COPY JSEQPRC.
       COPY JHASHPRC.

       985-RCTL-TOTALS-RTN.
           IF WS-RUN-DATE NOT = ZERO
               MOVE WS-RUN-ID TO WS-RCTL-RUN-ID
           END-IF
           MOVE WS-READ-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-REMITTED-COUNT TO WS-RCTL-WRITTEN-COUNT
           MOVE WS-REMITTED-AMT TO WS-RCTL-MONEY-POSTED.

       COPY RCTLPRC.
