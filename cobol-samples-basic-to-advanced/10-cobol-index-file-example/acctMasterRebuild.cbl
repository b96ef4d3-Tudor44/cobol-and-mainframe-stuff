      *   - CODE C DELETES THE ACCOUNT,                           *
      *   - EVERY OTHER CODE SETS THE BALANCE TO JRNL-NEW-AMT,    *
      *     CREATING THE ACCOUNT IF THE JOURNAL SAYS IT EXISTED,  *
      *   - CODES N, F, J, E, D, W AND U LEAVE LAST-ACTIVITY-DATE *
      *     ALONE, THE SAME RULE THE PROGRAMS THAT WROTE THEM     *
      *     FOLLOW.                                               *
      * THE REPLAY CAN BE LIMITED: A SYSIN CUTOFF DATE REPLAYS    *
      * ONLY ENTRIES DATED ON OR BEFORE IT, AND A SYSIN RUN-ID    *
      * REPLAYS UP TO AND INCLUDING THAT RUN'S ENTRIES, STOPPING  *
      * PASS VERDICT.  THE JOURNAL AND SNAPSHOT PATHS ARE ACCTPRM *
      * ENTRIES FIVE AND TWENTY-THREE; THE REBUILD TARGET IS THE  *
      * NEW ENTRY THIRTY-TWO.                                     *
      * EVERY RUN APPENDS A START AND AN END RECORD (RCTLREC) TO  *
      * THE RUN-CONTROL LOG, ACCTPRM ENTRY SEVENTY-ONE, SO        *
      * ACCT-RUN-SUMMARY CAN SHOW IT ON THE MORNING OPERATIONS    *
      * SUMMARY.                                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           RECORD KEY IS ACCT-NO-OUT
           ALTERNATE RECORD KEY IS AMT-DUE-KEY WITH DUPLICATES
           FILE STATUS IS WS-STATUS.
       SELECT RCTL-FILE ASSIGN TO WS-RCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORD CONTAINS 100 CHARACTERS.
           01 PARM-REC                     PIC X(100).
       FD JOURNAL-FILE
           RECORD CONTAINS 108 CHARACTERS.
           COPY JRNLREC.
       FD SNAPSHOT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY SNAPREC.
       FD OUT-FILE.
           COPY ACCTREC.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
           02 WS-DELETE-MISS-COUNT        PIC 9(7) COMP VALUE ZERO.
           02 WS-MASTER-REC-COUNT         PIC 9(7) COMP VALUE ZERO.
       01 WS-RECON-VERDICT                PIC X(14) VALUE SPACES.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-MASTER-REBUILD" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           DISPLAY "REPLAY UP TO DATE (YYYYMMDD, 0 = NO LIMIT): "
           ACCEPT WS-CUTOFF-DATE
           DISPLAY "REPLAY UP TO RUN-ID (BLANK = NO LIMIT): "
           IF WS-RECON-VERDICT NOT = "BALANCED"
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
           PERFORM 605-SKIP-PARM-RTN 4 TIMES
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-REBUILD-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 38 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE
           IF WS-REBUILD-FILE-PATH = SPACES
               DISPLAY "NO REBUILD TARGET PATH IN ACCTPRM - REFUSING"
                   " TO GUESS WHERE TO BUILD"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF.

           IF WS-STATUS NOT = "00"
               DISPLAY "REBUILD FILE CREATE ERROR, STATUS " WS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           CLOSE OUT-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "REBUILD FILE OPEN ERROR, STATUS " WS-STATUS
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
                   AND JRNL-TRAN-CODE NOT = "F"
                   AND JRNL-TRAN-CODE NOT = "J"
                   AND JRNL-TRAN-CODE NOT = "E"
                   AND JRNL-TRAN-CODE NOT = "D"
                   AND JRNL-TRAN-CODE NOT = "W"
                   AND JRNL-TRAN-CODE NOT = "U"
               MOVE JRNL-DATE TO LAST-ACTIVITY-DATE
           END-IF
           REWRITE OUT-REC
           ELSE
               DISPLAY "DO NOT SWAP THE REBUILT FILE IN."
           END-IF.

       985-RCTL-TOTALS-RTN.
           MOVE WS-JRNL-READ-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-REPLAYED-COUNT TO WS-RCTL-WRITTEN-COUNT.

       COPY RCTLPRC.
