      * FIVE; THE REMITTANCE FILE, PAYMENT-DETAIL FILE,           *
      * EXCEPTION FILE AND RECONCILIATION PRINT FILE ARE THE NEW  *
      * ENTRIES THIRTY-EIGHT TO FORTY-ONE.                        *
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *   A CHEQUE FOR AN ACCOUNT STILL OPEN ON THE CHARGED-OFF   *
      *   ACCOUNT REGISTER (CHGOREC, ACCTPRM ENTRY FIFTY-TWO)     *
      *   NOW POSTS AS A RECOVERY, THE SAME WAY THE LOADER'S      *
      *   220-PAYMENT-RTN DOES IT: UP TO THE LOSS STILL OPEN THE  *
      *   WRITTEN-OFF DEBT IS REINSTATED AND THE WHOLE CHEQUE     *
      *   COLLECTED AGAINST IT AS A CODE Y PAIR, AND THE          *
      *   REGISTER IS UPDATED WITH THE AMOUNT RECOVERED.  THE     *
      *   CHEQUE REFERENCE IS KEPT AGAINST THE COLLECTING ENTRY.  *
      *   RECOVERIES ARE COUNTED INSIDE ITEMS POSTED AND SHOWN    *
      *   SEPARATELY ON THE RECONCILIATION PAGE.                  *
      *   EVERY JOURNAL ENTRY IS NOW STAMPED WITH THE NEXT        *
      *   JOURNAL SEQUENCE NUMBER AND CHAIN HASH (JSEQPRC) BEFORE *
      *   IT IS WRITTEN, AND THE JOURNAL CONTROL RECORD (JCTLREC, *
      *   ACCTPRM ENTRY SEVENTY) IS SAVED ONCE THE JOURNAL IS     *
      *   CLOSED, SO ACCT-JRNL-VERIFY CAN PROVE NO ENTRY WAS LOST *
      *   OR ALTERED.                                             *
      *   EVERY RUN NOW APPENDS A START AND AN END RECORD         *
      *   (RCTLREC) TO THE RUN-CONTROL LOG, ACCTPRM ENTRY         *
      *   SEVENTY-ONE, SO ACCT-RUN-SUMMARY CAN SHOW IT ON THE     *
      *   MORNING OPERATIONS SUMMARY.                             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
       SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT JCTL-FILE ASSIGN TO WS-JCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JCTL-STATUS.
       SELECT LOCKBOX-FILE ASSIGN TO WS-LOCKBOX-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCKBOX-STATUS.
       SELECT RECON-FILE ASSIGN TO WS-RECON-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECON-STATUS.
       SELECT CHGOFF-FILE ASSIGN TO WS-CHGOFF-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHGO-ACCT-NO
           FILE STATUS IS WS-CHGOFF-STATUS.
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
       FD LOCKBOX-FILE
           RECORD CONTAINS 39 CHARACTERS.
           01 LOCKBOX-REC                  PIC X(39).
       FD RECON-FILE
           RECORD CONTAINS 133 CHARACTERS.
           01 RECON-REC                    PIC X(133).
       FD CHGOFF-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY CHGOREC.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-PAY-DTL-STATUS               PIC XX.
       01 WS-EXCEPTION-STATUS             PIC XX.
       01 WS-RECON-STATUS                 PIC XX.
       01 WS-CHGOFF-STATUS                PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-JOURNAL-FILE-PATH        PIC X(100).
           02 WS-PAY-DTL-FILE-PATH        PIC X(100).
           02 WS-EXCEPTION-FILE-PATH      PIC X(100).
           02 WS-RECON-FILE-PATH          PIC X(100).
           02 WS-CHGOFF-FILE-PATH         PIC X(100).
       01 AMT-DUE-KEY-BIAS                 PIC 9(10)V99 COMP-3
                                               VALUE 1000000000.00.
       01 WS-LBX-DETAIL.
       01 WS-INCOMING-AMOUNT              PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-JOURNAL-OLD-AMT               PIC S9(9)V99 VALUE ZERO.
       01 WS-JOURNAL-NEW-AMT               PIC S9(9)V99 VALUE ZERO.
       01 WS-JOURNAL-TRAN-CODE             PIC X VALUE "P".
       01 WS-CHGOFF-FILE-SW               PIC X VALUE "N".
           88 CHGOFF-FILE-OPEN                    VALUE "Y".
       01 WS-RECOVERY-AMOUNT              PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-APPLY-AMOUNT                 PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-CONTROL-TOTALS.
           02 WS-ITEM-READ-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-ITEM-READ-AMT            PIC S9(11)V99 COMP-3
           02 WS-EXCEPTION-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-EXCEPTION-AMT            PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-RECOVERY-COUNT           PIC 9(7) COMP VALUE ZERO.
           02 WS-RECOVERY-AMT             PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-PROVE-COUNT                  PIC 9(7) COMP VALUE ZERO.
       01 WS-PROVE-AMT                    PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-BLANK-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(132) VALUE SPACES.
       COPY JSEQWS.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-LOCKBOX-INTAKE" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
                 PAY-DTL-FILE
                 EXCEPTION-FILE
                 RECON-FILE
           PERFORM 979-JRNL-CHAIN-SAVE-RTN
           IF CHGOFF-FILE-OPEN
               CLOSE CHGOFF-FILE
           END-IF
           IF WS-RECON-VERDICT NOT = "PROVEN"
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
           PERFORM 605-SKIP-PARM-RTN 1 TIMES
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RECON-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 10 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-CHGOFF-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 17 TIMES
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
               DISPLAY "LOCKBOX-FILE OPEN ERROR, STATUS "
                   WS-LOCKBOX-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
               DISPLAY "NO T RECORD ON THE REMITTANCE FILE -"
                   " NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF.

           IF WS-LOCKBOX-STATUS NOT = "00"
               DISPLAY "LOCKBOX-FILE OPEN ERROR, STATUS "
                   WS-LOCKBOX-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
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
               IF WS-PAY-DTL-STATUS NOT = "00"
                   DISPLAY "PAY-DTL-FILE OPEN ERROR, STATUS "
                       WS-PAY-DTL-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "EXCEPTION-FILE OPEN ERROR, STATUS "
                   WS-EXCEPTION-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN OUTPUT RECON-FILE
           IF WS-RECON-STATUS NOT = "00"
               DISPLAY "RECON-FILE OPEN ERROR, STATUS "
                   WS-RECON-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN I-O CHGOFF-FILE
           IF WS-CHGOFF-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-CHGOFF-STATUS NOT = "00"
                   DISPLAY "CHGOFF-FILE OPEN ERROR, STATUS "
                       WS-CHGOFF-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-CHGOFF-FILE-SW
           END-IF.

       200-DISPATCH-RTN.
                   PERFORM 400-EXCEPTION-RTN
               NOT INVALID KEY
                   MOVE AMT-DUE-OUT TO WS-JOURNAL-OLD-AMT
                   PERFORM 320-CHECK-RECOVERY-RTN
                   COMPUTE WS-APPLY-AMOUNT =
                       WS-INCOMING-AMOUNT - WS-RECOVERY-AMOUNT
                   SUBTRACT WS-APPLY-AMOUNT FROM AMT-DUE-OUT
                   COMPUTE AMT-DUE-KEY = AMT-DUE-OUT + AMT-DUE-KEY-BIAS
                   MOVE WS-EFFECTIVE-DATE TO LAST-ACTIVITY-DATE
                   REWRITE OUT-REC
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-COUNT
                           ADD WS-INCOMING-AMOUNT TO WS-POSTED-AMT
                           IF WS-RECOVERY-AMOUNT > ZERO
                               PERFORM 340-POST-RECOVERY-RTN
                           ELSE
                               MOVE AMT-DUE-OUT TO WS-JOURNAL-NEW-AMT
                               MOVE "P" TO WS-JOURNAL-TRAN-CODE
                               PERFORM 900-WRITE-JOURNAL-RTN
                           END-IF
                           PERFORM 460-KEEP-PAY-DETAIL-RTN
                   END-REWRITE
           END-READ.

      *----------------------------------------------------------*
      * SAME RULE AS THE LOADER'S 225-CHECK-RECOVERY-RTN: A       *
      * CHEQUE ON AN ACCOUNT STILL OPEN ON THE CHARGED-OFF        *
      * REGISTER IS A RECOVERY UP TO THE LOSS NOT YET RECOVERED,  *
      * AND ONLY THE REST MOVES THE MASTER BALANCE.               *
      *----------------------------------------------------------*
       320-CHECK-RECOVERY-RTN.
           MOVE ZERO TO WS-RECOVERY-AMOUNT
           IF CHGOFF-FILE-OPEN
               MOVE ACCT-NO-OUT TO CHGO-ACCT-NO
               READ CHGOFF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHGO-OPEN
                           COMPUTE WS-RECOVERY-AMOUNT =
                               CHGO-ORIGINAL-AMT - CHGO-RECOVERED-AMT
                           IF WS-RECOVERY-AMOUNT > WS-INCOMING-AMOUNT
                               MOVE WS-INCOMING-AMOUNT
                                   TO WS-RECOVERY-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * CODE Y PAIR, AS IN THE LOADER'S 260-POST-RECOVERY-RTN:    *
      * THE WRITTEN-OFF DEBT REINSTATED, THEN THE WHOLE CHEQUE    *
      * COLLECTED AGAINST IT.  THE COLLECTING ENTRY IS WRITTEN    *
      * LAST, SO ITS TIME IS THE ONE THE PAYMENT-DETAIL RECORD    *
      * IS KEYED ON.                                              *
      *----------------------------------------------------------*
       340-POST-RECOVERY-RTN.
           COMPUTE WS-JOURNAL-NEW-AMT =
               WS-JOURNAL-OLD-AMT + WS-RECOVERY-AMOUNT
           MOVE "Y" TO WS-JOURNAL-TRAN-CODE
           PERFORM 900-WRITE-JOURNAL-RTN
           MOVE WS-JOURNAL-NEW-AMT TO WS-JOURNAL-OLD-AMT
           MOVE AMT-DUE-OUT TO WS-JOURNAL-NEW-AMT
           PERFORM 900-WRITE-JOURNAL-RTN
           ADD 1 TO WS-RECOVERY-COUNT
           ADD WS-RECOVERY-AMOUNT TO WS-RECOVERY-AMT
           ADD WS-RECOVERY-AMOUNT TO CHGO-RECOVERED-AMT
           MOVE WS-EFFECTIVE-DATE TO CHGO-LAST-RECOV-DATE
           IF CHGO-RECOVERED-AMT NOT < CHGO-ORIGINAL-AMT
               MOVE "R" TO CHGO-STATUS
           END-IF
           REWRITE CHGO-REC
               INVALID KEY
                   DISPLAY "CHGOFF-FILE REWRITE ERROR, ACCT "
                       CHGO-ACCT-NO " STATUS " WS-CHGOFF-STATUS
           END-REWRITE.

       400-EXCEPTION-RTN.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-LBX-AMOUNT IS NUMERIC
       900-WRITE-JOURNAL-RTN.
           MOVE ACCT-NO-OUT TO JRNL-ACCT-NO
           MOVE WS-JOURNAL-OLD-AMT TO JRNL-OLD-AMT
           MOVE WS-JOURNAL-NEW-AMT TO JRNL-NEW-AMT
           MOVE WS-EFFECTIVE-DATE TO JRNL-DATE
           ACCEPT WS-POST-TIME FROM TIME
           MOVE WS-POST-TIME TO JRNL-TIME
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE WS-JOURNAL-TRAN-CODE TO JRNL-TRAN-CODE
           MOVE SPACES TO JRNL-OPERATOR-ID
           MOVE SPACES TO JRNL-CHECKER-ID
           PERFORM 975-JRNL-STAMP-RTN
           WRITE JOURNAL-REC.

      *----------------------------------------------------------*
           MOVE WS-POSTED-AMT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO RCN-AMOUNT
           WRITE RECON-REC FROM WS-RECON-TEXT-LINE
           MOVE "  OF WHICH LOSS RECOVERED . . . . . ."
               TO RCN-TEXT
           MOVE WS-RECOVERY-COUNT TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO RCN-COUNT
           MOVE WS-RECOVERY-AMT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO RCN-AMOUNT
           WRITE RECON-REC FROM WS-RECON-TEXT-LINE
           MOVE "ITEMS TO EXCEPTION FILE . . . . . . ."
               TO RCN-TEXT
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-CNT
               WS-ITEM-READ-COUNT
           DISPLAY "ITEMS POSTED  . . . . . . . : " WS-POSTED-COUNT
           DISPLAY "AMOUNT POSTED . . . . . . . : " WS-POSTED-AMT
           DISPLAY "RECOVERIES POSTED . . . . . : "
               WS-RECOVERY-COUNT
           DISPLAY "LOSS RECOVERED  . . . . . . : " WS-RECOVERY-AMT
           DISPLAY "EXCEPTIONS  . . . . . . . . : "
               WS-EXCEPTION-COUNT
           DISPLAY "EXCEPTION AMOUNT  . . . . . : "
               WS-EXCEPTION-AMT
           DISPLAY "DEPOSIT RECONCILIATION  . . : "
               WS-RECON-VERDICT.

       COPY JSEQPRC.
       COPY JHASHPRC.

       985-RCTL-TOTALS-RTN.
           IF WS-RUN-DATE NOT = ZERO
               MOVE WS-RUN-ID TO WS-RCTL-RUN-ID
           END-IF
           MOVE WS-ITEM-READ-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-POSTED-COUNT TO WS-RCTL-WRITTEN-COUNT
           MOVE WS-EXCEPTION-COUNT TO WS-RCTL-REJECT-COUNT
           COMPUTE WS-RCTL-MONEY-POSTED =
               0 - (WS-POSTED-AMT - WS-RECOVERY-AMT)
           IF TRAILER-FOUND
               MOVE WS-LBX-TRAILER (2:28) TO WS-RCTL-INPUT-ID
           END-IF.

       COPY RCTLPRC.
