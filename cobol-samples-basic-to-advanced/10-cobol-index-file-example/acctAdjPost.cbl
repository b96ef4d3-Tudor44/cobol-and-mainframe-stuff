      * THE MASTER AND JOURNAL PATHS ARE ACCTPRM ENTRIES TWO AND  *
      * FIVE; THE PENDING-ADJUSTMENTS FILE IS THE NEW ENTRY       *
      * THIRTY-ONE.                                               *
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
       SELECT ADJUST-FILE ASSIGN TO WS-ADJUST-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ADJ-ID
           FILE STATUS IS WS-ADJUST-STATUS.
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
       FD ADJUST-FILE
           RECORD CONTAINS 72 CHARACTERS.
           COPY ADJREC.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
           02 WS-NOT-ON-FILE-COUNT        PIC 9(5) COMP VALUE ZERO.
           02 WS-SAME-ID-COUNT            PIC 9(5) COMP VALUE ZERO.
           02 WS-FAILED-COUNT             PIC 9(5) COMP VALUE ZERO.
       COPY JSEQWS.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-ADJ-POST" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           CLOSE ADJUST-FILE
                 OUT-FILE
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
           MOVE PARM-REC TO WS-ADJUST-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 38 TIMES
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
           OPEN I-O OUT-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "OUT-FILE OPEN ERROR, STATUS " WS-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
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
               DISPLAY "NO PENDING-ADJUSTMENTS FILE, NOTHING TO POST"
               CLOSE OUT-FILE
                     JOURNAL-FILE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           ELSE
               IF WS-ADJUST-STATUS NOT = "00"
                   DISPLAY "ADJUST-FILE OPEN ERROR, STATUS "
                       WS-ADJUST-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF.
           MOVE "J" TO JRNL-TRAN-CODE
           MOVE ADJ-MAKER-ID TO JRNL-OPERATOR-ID
           MOVE ADJ-CHECKER-ID TO JRNL-CHECKER-ID
           PERFORM 975-JRNL-STAMP-RTN
           WRITE JOURNAL-REC.

       800-PRINT-CONTROL-TOTALS-RTN.
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
           MOVE WS-POSTED-COUNT TO WS-RCTL-WRITTEN-COUNT
           COMPUTE WS-RCTL-REJECT-COUNT =
               WS-NOT-ON-FILE-COUNT + WS-SAME-ID-COUNT
               + WS-FAILED-COUNT
           MOVE WS-POSTED-AMT TO WS-RCTL-MONEY-POSTED.

       COPY RCTLPRC.
