      * NIGHT'S LOAD.                                             *
      * THE MASTER AND JOURNAL PATHS ARE ACCTPRM ENTRIES TWO AND  *
      * FIVE; THE SNAPSHOT IS ENTRY TWENTY-THREE.                 *
      * EVERY RUN APPENDS A START AND AN END RECORD (RCTLREC) TO  *
      * THE RUN-CONTROL LOG, ACCTPRM ENTRY SEVENTY-ONE, SO        *
      * ACCT-RUN-SUMMARY CAN SHOW IT ON THE MORNING OPERATIONS    *
      * SUMMARY.                                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
       SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPSHOT-STATUS.
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
       FD SNAPSHOT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY SNAPREC.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
           02 WS-SNAPSHOT-BASE            PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-SNAP-ACCT-COUNT          PIC 9(7) COMP VALUE ZERO.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-MASTER-AUDIT" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 610-OPEN-OUT-FILE-RTN
           MOVE LOW-VALUES TO ACCT-NO-OUT
           IF AUDIT-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 990-RCTL-END-RTN
           STOP RUN.

       600-READ-PARM-RTN.
               DISPLAY "ACCTPRM PARAMETER FILE OPEN ERROR, STATUS "
                   WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           PERFORM 605-SKIP-PARM-RTN 1 TIMES
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-SNAPSHOT-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 47 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
           IF WS-STATUS NOT = "00"
               DISPLAY "OUT-FILE OPEN ERROR, STATUS " WS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.

                   DISPLAY "SNAPSHOT-FILE OPEN ERROR, STATUS "
                       WS-SNAPSHOT-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "YES" TO ARE-THERE-MORE-RECORDS
                   DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS "
                       WS-JOURNAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "YES" TO ARE-THERE-MORE-RECORDS
           ELSE
               DISPLAY "AUDIT RESULT  . . . . . . . : CLEAN"
           END-IF.

       985-RCTL-TOTALS-RTN.
           MOVE WS-RECORD-COUNT TO WS-RCTL-READ-COUNT
           COMPUTE WS-RCTL-REJECT-COUNT =
               WS-KEY-ERROR-COUNT + WS-DATE-ERROR-COUNT
               + WS-SEQ-ERROR-COUNT.

       COPY RCTLPRC.
