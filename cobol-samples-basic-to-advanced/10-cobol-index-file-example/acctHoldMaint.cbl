       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-HOLD-MAINT.
       AUTHOR. GAETANO.
      *----------------------------------------------------------*
      * ACCOUNT HOLD MAINTENANCE FOR THE HOLD FILE (HOLDREC).     *
      * NOTHING ON THE MASTER OR CUST-FILE SAID A CUSTOMER HAD A  *
      * DISPUTE OPEN, A BANKRUPTCY FILED, HAD DIED OR WAS IN      *
      * LITIGATION, SO FINANCE CHARGES, DUNNING LETTERS AND THE   *
      * AGING KEPT ACTING ON BALANCES WE HAD AGREED NOT TO        *
      * COLLECT.  THIS PROGRAM READS ACTIONS FROM SYSIN, ONE      *
      * FIELD PER LINE:                                           *
      *   P  ACCT(9)  TYPE(D/B/E/L)  AMOUNT(11 DIGITS, CENTS      *
      *      IMPLIED, ZERO = WHOLE BALANCE)  OPERATOR-ID(8)       *
      *                                  - PLACE A HOLD           *
      *   R  ACCT(9)  OPERATOR-ID(8)     - RELEASE THE OPEN HOLD  *
      *   X                              - END OF INPUT           *
      * A HOLD CAN ONLY BE PLACED ON AN ACCOUNT THAT IS ON THE    *
      * MASTER AND HAS NO HOLD ALREADY OPEN - RELEASE THE OLD     *
      * ONE FIRST SO THE TRAIL SHOWS WHO CLOSED IT.  A RELEASED   *
      * HOLD STAYS ON THE FILE WITH ITS CLOSE DATE AND RELEASING  *
      * OPERATOR UNTIL A NEW HOLD REPLACES IT.                    *
      * NOTHING HERE MOVES MONEY, SO NOTHING IS JOURNALED.        *
      * THE RUN ENDS WITH THE HOLD-FILE CONTROL REPORT: COUNTS    *
      * BY TYPE AND ONE LINE PER OPEN HOLD WITH ITS AGE IN DAYS,  *
      * SO A DISPUTE NOBODY IS WORKING CANNOT SIT UNSEEN.         *
      * THE MASTER PATH IS ACCTPRM ENTRY TWO; THE HOLD FILE IS    *
      * THE NEW ENTRY FORTY-TWO.                                  *
      * EVERY RUN APPENDS A START AND AN END RECORD (RCTLREC) TO  *
      * THE RUN-CONTROL LOG, ACCTPRM ENTRY SEVENTY-ONE, SO        *
      * ACCT-RUN-SUMMARY CAN SHOW IT ON THE MORNING OPERATIONS    *
      * SUMMARY.                                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT PARM-FILE ASSIGN TO "ACCTPRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
       SELECT OUT-FILE ASSIGN TO WS-OUT-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NO-OUT
           ALTERNATE RECORD KEY IS AMT-DUE-KEY WITH DUPLICATES
           FILE STATUS IS WS-STATUS.
       SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HOLD-ACCT-NO
           FILE STATUS IS WS-HOLD-STATUS.
       SELECT RCTL-FILE ASSIGN TO WS-RCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORD CONTAINS 100 CHARACTERS.
           01 PARM-REC                     PIC X(100).
       FD OUT-FILE.
           COPY ACCTREC.
       FD HOLD-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY HOLDREC.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-STATUS                       PIC XX.
       01 WS-PARM-STATUS                  PIC XX.
       01 WS-HOLD-STATUS                  PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-HOLD-FILE-PATH           PIC X(100).
       01 WS-CURRENT-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-PARTS REDEFINES WS-CURRENT-DATE.
           02 WS-RUN-YYYY                 PIC 9(4).
           02 WS-RUN-MM                   PIC 9(2).
           02 WS-RUN-DD                   PIC 9(2).
       01 WS-OPEN-DATE-PARTS.
           02 WS-OPEN-YYYY                PIC 9(4).
           02 WS-OPEN-MM                  PIC 9(2).
           02 WS-OPEN-DD                  PIC 9(2).
       01 WS-RUN-DAY-NO                   PIC S9(9) COMP VALUE ZERO.
       01 WS-OPEN-DAY-NO                  PIC S9(9) COMP VALUE ZERO.
       01 WS-DAYS-OPEN                    PIC S9(9) COMP VALUE ZERO.
       01 WS-ACTION                       PIC X VALUE "?".
           88 ACTION-PLACE                        VALUE "P".
           88 ACTION-RELEASE                      VALUE "R".
           88 ACTION-END                          VALUE "X", " ".
       01 WS-IN-ACCT                      PIC X(9) VALUE SPACES.
       01 WS-IN-TYPE                      PIC X VALUE SPACE.
           88 IN-TYPE-VALID                       VALUE "D", "B",
                                                         "E", "L".
       01 WS-IN-AMOUNT                    PIC X(11) VALUE SPACES.
       01 WS-IN-AMT-NUM REDEFINES WS-IN-AMOUNT
                                           PIC 9(9)V99.
       01 WS-IN-OPERATOR                  PIC X(8) VALUE SPACES.
       01 WS-HOLD-FOUND-SW                PIC X VALUE "N".
           88 HOLD-ON-FILE                        VALUE "Y".
       01 WS-EDIT-AMT                     PIC Z(8)9.99.
       01 WS-EDIT-DAYS                    PIC Z(4)9.
       01 WS-CONTROL-TOTALS.
           02 WS-PLACED-COUNT             PIC 9(5) COMP VALUE ZERO.
           02 WS-RELEASED-COUNT           PIC 9(5) COMP VALUE ZERO.
           02 WS-REFUSED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-FILE-COUNTS.
           02 WS-OPEN-DISPUTE-COUNT       PIC 9(5) COMP VALUE ZERO.
           02 WS-OPEN-BANKRUPT-COUNT      PIC 9(5) COMP VALUE ZERO.
           02 WS-OPEN-DECEASED-COUNT      PIC 9(5) COMP VALUE ZERO.
           02 WS-OPEN-LEGAL-COUNT         PIC 9(5) COMP VALUE ZERO.
           02 WS-CLOSED-COUNT             PIC 9(5) COMP VALUE ZERO.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-HOLD-MAINT" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-NO = WS-RUN-YYYY * 365
               + WS-RUN-MM * 30 + WS-RUN-DD
           PERFORM 610-OPEN-FILES-RTN
           PERFORM 200-ACTION-RTN
               UNTIL ACTION-END
           PERFORM 800-PRINT-CONTROL-REPORT-RTN
           CLOSE OUT-FILE
                 HOLD-FILE
           PERFORM 990-RCTL-END-RTN
           STOP RUN.

       600-READ-PARM-RTN.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ACCTPRM PARAMETER FILE OPEN ERROR, STATUS "
                   WS-PARM-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           PERFORM 605-SKIP-PARM-RTN 1 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-OUT-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 39 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-HOLD-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 28 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

       610-OPEN-FILES-RTN.
           OPEN INPUT OUT-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "OUT-FILE OPEN ERROR, STATUS " WS-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           ELSE
               IF WS-HOLD-STATUS NOT = "00"
                   DISPLAY "HOLD-FILE OPEN ERROR, STATUS "
                       WS-HOLD-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF.

       200-ACTION-RTN.
           DISPLAY "ACTION (P/R/X): "
           ACCEPT WS-ACTION
           IF ACTION-PLACE
               PERFORM 220-PLACE-RTN
           ELSE
            IF ACTION-RELEASE
               PERFORM 240-RELEASE-RTN
            ELSE
             IF ACTION-END
               CONTINUE
             ELSE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "UNKNOWN ACTION " WS-ACTION " IGNORED"
             END-IF
            END-IF
           END-IF.

      *----------------------------------------------------------*
      * A NEW HOLD NEEDS AN ACCOUNT ON THE MASTER, A KNOWN HOLD   *
      * TYPE AND AN OPERATOR TO ANSWER FOR IT.  A RELEASED HOLD   *
      * ALREADY ON THE FILE IS REPLACED; AN OPEN ONE IS NOT.      *
      *----------------------------------------------------------*
       220-PLACE-RTN.
           DISPLAY "ACCOUNT (9 DIGITS): "
           ACCEPT WS-IN-ACCT
           DISPLAY "HOLD TYPE (D=DISPUTE B=BANKRUPTCY E=DECEASED"
               " L=LEGAL): "
           ACCEPT WS-IN-TYPE
           DISPLAY "DISPUTED AMOUNT (11 DIGITS, CENTS IMPLIED,"
               " 0 = WHOLE BALANCE): "
           ACCEPT WS-IN-AMOUNT
           DISPLAY "YOUR OPERATOR ID: "
           ACCEPT WS-IN-OPERATOR
           IF WS-IN-AMOUNT = SPACES
               MOVE ZERO TO WS-IN-AMT-NUM
           END-IF
           IF WS-IN-ACCT IS NOT NUMERIC
               OR NOT IN-TYPE-VALID
               OR WS-IN-AMOUNT IS NOT NUMERIC
               OR WS-IN-OPERATOR = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "HOLD REFUSED - BAD ACCOUNT, TYPE, AMOUNT OR"
                   " MISSING OPERATOR ID"
           ELSE
               MOVE WS-IN-ACCT TO ACCT-NO-OUT
               READ OUT-FILE
                   KEY IS ACCT-NO-OUT
                   INVALID KEY
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY "HOLD REFUSED - ACCOUNT " WS-IN-ACCT
                           " NOT ON THE MASTER"
                   NOT INVALID KEY
                       PERFORM 230-WRITE-HOLD-RTN
               END-READ
           END-IF.

       230-WRITE-HOLD-RTN.
           PERFORM 260-READ-HOLD-RTN
           IF HOLD-ON-FILE AND HOLD-OPEN
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "HOLD REFUSED - ACCOUNT " HOLD-ACCT-NO
                   " ALREADY HAS A TYPE " HOLD-TYPE " HOLD OPEN"
                   " SINCE " HOLD-OPEN-DATE
           ELSE
               MOVE WS-IN-ACCT TO HOLD-ACCT-NO
               MOVE WS-IN-TYPE TO HOLD-TYPE
               MOVE "O" TO HOLD-STATUS
               IF WS-IN-TYPE = "D"
                   MOVE WS-IN-AMT-NUM TO HOLD-AMOUNT
               ELSE
                   MOVE ZERO TO HOLD-AMOUNT
               END-IF
               MOVE WS-CURRENT-DATE TO HOLD-OPEN-DATE
               MOVE ZERO TO HOLD-CLOSE-DATE
               MOVE WS-IN-OPERATOR TO HOLD-PLACED-BY
               MOVE SPACES TO HOLD-RELEASED-BY
               IF HOLD-ON-FILE
                   REWRITE HOLD-REC
                       INVALID KEY
                           ADD 1 TO WS-REFUSED-COUNT
                           DISPLAY "HOLD-FILE REWRITE ERROR, STATUS "
                               WS-HOLD-STATUS
                       NOT INVALID KEY
                           PERFORM 235-PLACED-RTN
                   END-REWRITE
               ELSE
                   WRITE HOLD-REC
                       INVALID KEY
                           ADD 1 TO WS-REFUSED-COUNT
                           DISPLAY "HOLD-FILE WRITE ERROR, STATUS "
                               WS-HOLD-STATUS
                       NOT INVALID KEY
                           PERFORM 235-PLACED-RTN
                   END-WRITE
               END-IF
           END-IF.

       235-PLACED-RTN.
           ADD 1 TO WS-PLACED-COUNT
           DISPLAY "HOLD TYPE " HOLD-TYPE " PLACED ON " HOLD-ACCT-NO
               " BY " HOLD-PLACED-BY.

       240-RELEASE-RTN.
           DISPLAY "ACCOUNT (9 DIGITS): "
           ACCEPT WS-IN-ACCT
           DISPLAY "YOUR OPERATOR ID: "
           ACCEPT WS-IN-OPERATOR
           IF WS-IN-ACCT IS NOT NUMERIC
               OR WS-IN-OPERATOR = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "RELEASE REFUSED - BAD ACCOUNT OR MISSING"
                   " OPERATOR ID"
           ELSE
               PERFORM 260-READ-HOLD-RTN
               IF NOT HOLD-ON-FILE
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "RELEASE REFUSED - NO HOLD ON FILE FOR "
                       WS-IN-ACCT
               ELSE
                   IF NOT HOLD-OPEN
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY "RELEASE REFUSED - HOLD ON " WS-IN-ACCT
                           " ALREADY RELEASED " HOLD-CLOSE-DATE
                   ELSE
                       MOVE "R" TO HOLD-STATUS
                       MOVE WS-CURRENT-DATE TO HOLD-CLOSE-DATE
                       MOVE WS-IN-OPERATOR TO HOLD-RELEASED-BY
                       REWRITE HOLD-REC
                           INVALID KEY
                               ADD 1 TO WS-REFUSED-COUNT
                               DISPLAY "HOLD-FILE REWRITE ERROR,"
                                   " STATUS " WS-HOLD-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-RELEASED-COUNT
                               DISPLAY "HOLD ON " HOLD-ACCT-NO
                                   " RELEASED BY " HOLD-RELEASED-BY
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       260-READ-HOLD-RTN.
           MOVE "N" TO WS-HOLD-FOUND-SW
           MOVE WS-IN-ACCT TO HOLD-ACCT-NO
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HOLD-FOUND-SW
           END-READ.

      *----------------------------------------------------------*
      * THE CONTROL REPORT LISTS EVERY HOLD STILL OPEN WITH HOW   *
      * LONG IT HAS BEEN OPEN, SO A FORGOTTEN DISPUTE AGES IN     *
      * PLAIN SIGHT INSTEAD OF SHELTERING A BALANCE FOREVER.      *
      *----------------------------------------------------------*
       800-PRINT-CONTROL-REPORT-RTN.
           DISPLAY "===== ACCT-HOLD-MAINT CONTROL REPORT =====".
           DISPLAY "HOLDS PLACED THIS SESSION . : " WS-PLACED-COUNT.
           DISPLAY "HOLDS RELEASED THIS SESSION : " WS-RELEASED-COUNT.
           DISPLAY "ACTIONS REFUSED . . . . . . : " WS-REFUSED-COUNT.
           DISPLAY "----- OPEN HOLDS -----"
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           MOVE LOW-VALUES TO HOLD-ACCT-NO
           START HOLD-FILE
               KEY IS NOT LESS THAN HOLD-ACCT-NO
               INVALID KEY
                   MOVE "NO" TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 820-REPORT-HOLD-RTN
               END-READ
           END-PERFORM
           DISPLAY "OPEN - DISPUTE  . . . . . . : "
               WS-OPEN-DISPUTE-COUNT
           DISPLAY "OPEN - BANKRUPTCY . . . . . : "
               WS-OPEN-BANKRUPT-COUNT
           DISPLAY "OPEN - DECEASED . . . . . . : "
               WS-OPEN-DECEASED-COUNT
           DISPLAY "OPEN - LEGAL  . . . . . . . : "
               WS-OPEN-LEGAL-COUNT
           DISPLAY "RELEASED, KEPT FOR TRAIL  . : " WS-CLOSED-COUNT.

       820-REPORT-HOLD-RTN.
           IF HOLD-RELEASED
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               IF HOLD-DISPUTE
                   ADD 1 TO WS-OPEN-DISPUTE-COUNT
               ELSE
                IF HOLD-BANKRUPTCY
                   ADD 1 TO WS-OPEN-BANKRUPT-COUNT
                ELSE
                 IF HOLD-DECEASED
                   ADD 1 TO WS-OPEN-DECEASED-COUNT
                 ELSE
                   ADD 1 TO WS-OPEN-LEGAL-COUNT
                 END-IF
                END-IF
               END-IF
               MOVE HOLD-OPEN-DATE TO WS-OPEN-DATE-PARTS
               COMPUTE WS-OPEN-DAY-NO = WS-OPEN-YYYY * 365
                   + WS-OPEN-MM * 30 + WS-OPEN-DD
               COMPUTE WS-DAYS-OPEN = WS-RUN-DAY-NO - WS-OPEN-DAY-NO
               MOVE WS-DAYS-OPEN TO WS-EDIT-DAYS
               MOVE HOLD-AMOUNT TO WS-EDIT-AMT
               DISPLAY "  " HOLD-TYPE " ACCT " HOLD-ACCT-NO
                   " DISPUTED " WS-EDIT-AMT " OPENED "
                   HOLD-OPEN-DATE " BY " HOLD-PLACED-BY
                   " DAYS OPEN " WS-EDIT-DAYS
           END-IF.

       985-RCTL-TOTALS-RTN.
           COMPUTE WS-RCTL-WRITTEN-COUNT =
               WS-PLACED-COUNT + WS-RELEASED-COUNT
           MOVE WS-REFUSED-COUNT TO WS-RCTL-REJECT-COUNT
           COMPUTE WS-RCTL-READ-COUNT =
               WS-RCTL-WRITTEN-COUNT + WS-RCTL-REJECT-COUNT.

       COPY RCTLPRC.
