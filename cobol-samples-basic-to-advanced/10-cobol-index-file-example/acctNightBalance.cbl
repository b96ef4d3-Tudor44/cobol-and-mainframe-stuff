      *   1. LOADER VERDICT = BALANCED,                           *
      *   2. JOURNAL NET FOR THE RUN = GL TRAILER NET,            *
      *   3. JOURNAL POSTINGS + SUSPENSE REJECTS = EXTRACT        *
      *      IDENTITY COUNT FROM THE RUN HISTORY.  A RECOVERY     *
      *      POSTS ONE FEED RECORD AS A CODE Y PAIR, SO ONLY ITS  *
      *      REINSTATING HALF IS COUNTED AS A POSTING.            *
      * A ONE-PAGE PASS/FAIL CERTIFICATE GOES TO THE PRINT FILE   *
      * (ASA CARRIAGE CONTROL) AND ANY MISMATCH ENDS RC=8 SO THE  *
      * SCHEDULER CAN PAGE SOMEONE INSTEAD OF TRUSTING TIRED      *
      * PATHS ARE ACCTPRM ENTRIES THREE, FIVE, NINETEEN AND       *
      * TWENTY; THE CERTIFICATE PRINT FILE IS THE NEW ENTRY       *
      * THIRTY-THREE.                                             *
      * EVERY RUN APPENDS A START AND AN END RECORD (RCTLREC) TO  *
      * THE RUN-CONTROL LOG, ACCTPRM ENTRY SEVENTY-ONE, SO        *
      * ACCT-RUN-SUMMARY CAN SHOW IT ON THE MORNING OPERATIONS    *
      * SUMMARY.                                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
       SELECT CERT-FILE ASSIGN TO WS-CERT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.
       SELECT RCTL-FILE ASSIGN TO WS-RCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY SUSPREC.
       FD JOURNAL-FILE
           RECORD CONTAINS 108 CHARACTERS.
           COPY JRNLREC.
       FD GL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       FD CERT-FILE
           RECORD CONTAINS 133 CHARACTERS.
           01 CERT-REC                     PIC X(133).
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
           MOVE "ACCT-NIGHT-BALANCE" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 610-OPEN-CERT-FILE-RTN
           PERFORM 200-READ-LAST-RUN-RTN
                   " CERTIFY"
               MOVE 8 TO RETURN-CODE
               CLOSE CERT-FILE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF
           PERFORM 300-SUM-JOURNAL-RTN
           IF WS-OVERALL-VERDICT NOT = "PASS"
               MOVE 8 TO RETURN-CODE
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
           PERFORM 605-SKIP-PARM-RTN 2 TIMES
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-CERT-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 37 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
           OPEN OUTPUT CERT-FILE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "CERT-FILE OPEN ERROR, STATUS " WS-CERT-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.

                   DISPLAY "RUN-HISTORY OPEN ERROR, STATUS "
                       WS-RUN-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "YES" TO WS-MORE-HISTORY
               DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS "
                   WS-JOURNAL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF JRNL-RUN-ID = WS-TARGET-RUN-ID
                           IF JRNL-TRAN-CODE = "Y"
                                   AND JRNL-NEW-AMT < JRNL-OLD-AMT
                               CONTINUE
                           ELSE
                               ADD 1 TO WS-JRNL-POST-COUNT
                           END-IF
                           COMPUTE WS-JRNL-NET = WS-JRNL-NET
                               + JRNL-NEW-AMT - JRNL-OLD-AMT
                       END-IF
                   DISPLAY "SUSPENSE-FILE OPEN ERROR, STATUS "
                       WS-SUSPENSE-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "YES" TO ARE-THERE-MORE-RECORDS
               IF WS-GL-STATUS NOT = "00"
                   DISPLAY "GL-FILE OPEN ERROR, STATUS " WS-GL-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "YES" TO ARE-THERE-MORE-RECORDS
               WS-CHECK-3-RESULT
           DISPLAY "NIGHT-END VERDICT . . . . . : "
               WS-OVERALL-VERDICT.

       985-RCTL-TOTALS-RTN.
           IF WS-TARGET-RUN-ID NOT = SPACES
               MOVE WS-TARGET-RUN-ID TO WS-RCTL-RUN-ID
           END-IF
           IF WS-CHECK-1-RESULT = "FAIL"
               ADD 1 TO WS-RCTL-REJECT-COUNT
           END-IF
           IF WS-CHECK-2-RESULT = "FAIL"
               ADD 1 TO WS-RCTL-REJECT-COUNT
           END-IF
           IF WS-CHECK-3-RESULT = "FAIL"
               ADD 1 TO WS-RCTL-REJECT-COUNT
           END-IF.

       COPY RCTLPRC.
