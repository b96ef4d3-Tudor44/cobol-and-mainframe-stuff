       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CHGOFF-REGISTER.
       AUTHOR. GAETANO.
      *----------------------------------------------------------*
      * MONTHLY CHARGED-OFF ACCOUNT REGISTER FOR FINANCE.         *
      * TAKES THE REPORT MONTH (YYYYMM) FROM SYSIN - BLANK OR     *
      * ZERO MEANS THE MONTH OF THE RUN DATE.                     *
      * THE MONTH'S FIGURES COME FROM THE JOURNAL, READ FROM THE  *
      * ARCHIVE (IF ACCT-JRNL-CUTOVER HAS WRITTEN ONE) AND THEN   *
      * THE LIVE JOURNAL, SO A CUTOVER IN THE MIDDLE OF THE       *
      * MONTH LOSES NOTHING AND COUNTS NOTHING TWICE:             *
      *   - CHARGED OFF = EVERY CODE W ENTRY DATED IN THE MONTH   *
      *     (OLD BALANCE MINUS NEW),                              *
      *   - RECOVERED = THE REINSTATING HALF OF EVERY CODE Y      *
      *     PAIR DATED IN THE MONTH (NEW BALANCE MINUS OLD) -     *
      *     THE PART OF A PAYMENT THAT WENT AGAINST THE LOSS,     *
      *   - NET LOSS = CHARGED OFF MINUS RECOVERED.               *
      * THE REGISTER PAGES LIST EVERY ACCOUNT ON THE CHARGED-OFF  *
      * ACCOUNT REGISTER (CHGOREC) IN ACCOUNT ORDER WITH ITS      *
      * ORIGINAL BALANCE, AMOUNT RECOVERED TO DATE AND NET LOSS   *
      * STILL OPEN, FLAGGING ACCOUNTS CHARGED OFF OR RECOVERING   *
      * IN THE MONTH.                                             *
      * THE SAME JOURNAL PASS TOTALS EVERY W AND EVERY            *
      * REINSTATING Y ENTRY REGARDLESS OF DATE, AND THOSE         *
      * TO-DATE TOTALS MUST EQUAL THE REGISTER'S OWN ORIGINAL     *
      * AND RECOVERED TOTALS - A REGISTER THAT DOES NOT TIE TO    *
      * THE JOURNAL ENDS RC=8.  NOTHING HERE MOVES MONEY, SO      *
      * NOTHING IS JOURNALED.                                     *
      * THE JOURNAL AND ARCHIVE PATHS ARE ACCTPRM ENTRIES FIVE    *
      * AND TWENTY-TWO, THE CHARGED-OFF ACCOUNT REGISTER IS       *
      * ENTRY FIFTY-TWO; THE REGISTER PRINT FILE IS THE NEW       *
      * ENTRY FIFTY-FOUR.                                         *
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
       SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-READ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT CHGOFF-FILE ASSIGN TO WS-CHGOFF-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHGO-ACCT-NO
           FILE STATUS IS WS-CHGOFF-STATUS.
       SELECT REGISTER-FILE ASSIGN TO WS-REGISTER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
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
       FD CHGOFF-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY CHGOREC.
       FD REGISTER-FILE
           RECORD CONTAINS 133 CHARACTERS.
           01 REGISTER-REC                 PIC X(133).
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-PARM-STATUS                  PIC XX.
       01 WS-JOURNAL-STATUS                PIC XX.
       01 WS-CHGOFF-STATUS                PIC XX.
       01 WS-REGISTER-STATUS              PIC XX.
       01 WS-FILE-PATHS.
           02 WS-JOURNAL-FILE-PATH        PIC X(100).
           02 WS-ARCHIVE-FILE-PATH        PIC X(100).
           02 WS-CHGOFF-FILE-PATH         PIC X(100).
           02 WS-REGISTER-FILE-PATH       PIC X(100).
       01 WS-JRNL-READ-PATH               PIC X(100) VALUE SPACES.
       01 WS-JRNL-SOURCE                  PIC X(8) VALUE SPACES.
       01 WS-CHGOFF-FILE-SW               PIC X VALUE "N".
           88 CHGOFF-FILE-OPEN                    VALUE "Y".
       01 WS-CURRENT-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-REPORT-MONTH                 PIC 9(6) VALUE ZERO.
       01 WS-ENTRY-MONTH                  PIC 9(6) VALUE ZERO.
       01 WS-DELTA-AMT                    PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-NET-LOSS-AMT                 PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-PAGE-SIZE                    PIC 9(2) COMP VALUE 50.
       01 WS-LINE-COUNT                   PIC 9(2) COMP VALUE ZERO.
       01 WS-PAGE-COUNT                   PIC 9(4) COMP VALUE ZERO.
       01 WS-RECON-VERDICT                PIC X(14) VALUE SPACES.
       01 WS-CONTROL-TOTALS.
           02 WS-JRNL-READ-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-MTH-CHGOFF-COUNT         PIC 9(7) COMP VALUE ZERO.
           02 WS-MTH-CHGOFF-AMT           PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-MTH-RECOV-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-MTH-RECOV-AMT            PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-MTH-NET-LOSS             PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-JRNL-CHGOFF-COUNT        PIC 9(7) COMP VALUE ZERO.
           02 WS-JRNL-CHGOFF-AMT          PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-JRNL-RECOV-COUNT         PIC 9(7) COMP VALUE ZERO.
           02 WS-JRNL-RECOV-AMT           PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-REG-COUNT                PIC 9(7) COMP VALUE ZERO.
           02 WS-REG-OPEN-COUNT           PIC 9(7) COMP VALUE ZERO.
           02 WS-REG-ORIGINAL-AMT         PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-REG-RECOV-AMT            PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-REG-NET-LOSS             PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-REG-HDR-LINE.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(44) VALUE
               "===== CHARGED-OFF ACCOUNT REGISTER - PAGE ".
           02 HDR-PAGE-NO                 PIC Z(3)9.
           02 FILLER                      PIC X(9) VALUE " - MONTH ".
           02 HDR-MONTH                   PIC 9(6).
           02 FILLER                      PIC X(6) VALUE " =====".
           02 FILLER                      PIC X(63) VALUE SPACES.
       01 WS-REG-COL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(11)
                                           VALUE "ACCT-NO    ".
           02 FILLER                      PIC X(27)
                                           VALUE "CUSTOMER-NAME".
           02 FILLER                      PIC X(10)
                                           VALUE "CHGD-OFF".
           02 FILLER                      PIC X(15)
                                           VALUE "   ORIGINAL AMT".
           02 FILLER                      PIC X(15)
                                           VALUE "      RECOVERED".
           02 FILLER                      PIC X(15)
                                           VALUE "       NET LOSS".
           02 FILLER                      PIC X(10)
                                           VALUE "  LAST-REC".
           02 FILLER                      PIC X(20)
                                           VALUE "  STATUS".
           02 FILLER                      PIC X(9) VALUE SPACES.
       01 WS-REG-DETAIL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-ACCT-NO                 PIC 9(9).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-CUSTOMER-NAME           PIC X(26).
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-CHGO-DATE               PIC 9(8).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-ORIGINAL-AMT            PIC Z(9)9.99.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-RECOVERED-AMT           PIC Z(9)9.99.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-NET-LOSS                PIC -(9)9.99.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-LAST-RECOV              PIC 9(8).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-FLAG                    PIC X(20).
           02 FILLER                      PIC X(9) VALUE SPACES.
       01 WS-REG-TITLE-LINE.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(44) VALUE
               "===== CHARGE-OFF AND RECOVERY SUMMARY =====".
           02 FILLER                      PIC X(7) VALUE " MONTH ".
           02 TTL-MONTH                   PIC 9(6).
           02 FILLER                      PIC X(75) VALUE SPACES.
       01 WS-REG-SUM-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 SUM-TEXT                    PIC X(30).
           02 SUM-COUNT                   PIC Z(6)9.
           02 FILLER                      PIC X(5) VALUE SPACES.
           02 SUM-AMT                     PIC -(11)9.99.
           02 FILLER                      PIC X(74) VALUE SPACES.
       01 WS-REG-VERDICT-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(30) VALUE
               "REGISTER TIES TO JOURNAL  . :".
           02 FILLER                      PIC X VALUE SPACE.
           02 VRD-VERDICT                 PIC X(14).
           02 FILLER                      PIC X(87) VALUE SPACES.
       01 WS-BLANK-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(132) VALUE SPACES.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-CHGOFF-REGISTER" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY "REPORT MONTH (YYYYMM, BLANK = THIS MONTH): "
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MONTH IS NOT NUMERIC
               OR WS-REPORT-MONTH = ZERO
               COMPUTE WS-REPORT-MONTH = WS-CURRENT-DATE / 100
           END-IF
           PERFORM 610-OPEN-FILES-RTN
           MOVE WS-ARCHIVE-FILE-PATH TO WS-JRNL-READ-PATH
           MOVE "ARCHIVE" TO WS-JRNL-SOURCE
           PERFORM 200-READ-JOURNAL-RTN
           MOVE WS-JOURNAL-FILE-PATH TO WS-JRNL-READ-PATH
           MOVE "JOURNAL" TO WS-JRNL-SOURCE
           PERFORM 200-READ-JOURNAL-RTN
           IF CHGOFF-FILE-OPEN
               PERFORM 300-LIST-REGISTER-RTN
               CLOSE CHGOFF-FILE
           END-IF
           PERFORM 800-PRINT-SUMMARY-RTN
           CLOSE REGISTER-FILE
           IF WS-RECON-VERDICT NOT = "BALANCED"
               MOVE 8 TO RETURN-CODE
           END-IF
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
           PERFORM 605-SKIP-PARM-RTN 4 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-JOURNAL-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 16 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ARCHIVE-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 29 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-CHGOFF-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 1 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-REGISTER-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 16 TIMES
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
           OPEN INPUT CHGOFF-FILE
           IF WS-CHGOFF-STATUS = "35"
               DISPLAY "CHGOFF-FILE NOT FOUND - NOTHING CHARGED OFF"
                   " YET"
           ELSE
               IF WS-CHGOFF-STATUS NOT = "00"
                   DISPLAY "CHGOFF-FILE OPEN ERROR, STATUS "
                       WS-CHGOFF-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-CHGOFF-FILE-SW
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "REGISTER-FILE OPEN ERROR, STATUS "
                   WS-REGISTER-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      * CALLED ONCE FOR THE ARCHIVE AND ONCE FOR THE LIVE         *
      * JOURNAL.  A MISSING ARCHIVE ONLY MEANS NO CUTOVER HAS     *
      * RUN YET.                                                  *
      *----------------------------------------------------------*
       200-READ-JOURNAL-RTN.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               DISPLAY WS-JRNL-SOURCE " FILE NOT FOUND - SKIPPED"
           ELSE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY WS-JRNL-SOURCE " OPEN ERROR, STATUS "
                       WS-JOURNAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "YES" TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL NO-MORE-RECORDS
                   READ JOURNAL-FILE
                       AT END
                           MOVE "NO" TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           ADD 1 TO WS-JRNL-READ-COUNT
                           PERFORM 250-TALLY-ENTRY-RTN
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       250-TALLY-ENTRY-RTN.
           COMPUTE WS-DELTA-AMT = JRNL-NEW-AMT - JRNL-OLD-AMT
           COMPUTE WS-ENTRY-MONTH = JRNL-DATE / 100
           IF JRNL-TRAN-CODE = "W"
               ADD 1 TO WS-JRNL-CHGOFF-COUNT
               SUBTRACT WS-DELTA-AMT FROM WS-JRNL-CHGOFF-AMT
               IF WS-ENTRY-MONTH = WS-REPORT-MONTH
                   ADD 1 TO WS-MTH-CHGOFF-COUNT
                   SUBTRACT WS-DELTA-AMT FROM WS-MTH-CHGOFF-AMT
               END-IF
           ELSE
               IF JRNL-TRAN-CODE = "Y" AND WS-DELTA-AMT > ZERO
                   ADD 1 TO WS-JRNL-RECOV-COUNT
                   ADD WS-DELTA-AMT TO WS-JRNL-RECOV-AMT
                   IF WS-ENTRY-MONTH = WS-REPORT-MONTH
                       ADD 1 TO WS-MTH-RECOV-COUNT
                       ADD WS-DELTA-AMT TO WS-MTH-RECOV-AMT
                   END-IF
               END-IF
           END-IF.

       300-LIST-REGISTER-RTN.
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           MOVE LOW-VALUES TO CHGO-ACCT-NO
           START CHGOFF-FILE
               KEY IS NOT LESS THAN CHGO-ACCT-NO
               INVALID KEY
                   MOVE "NO" TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS
               READ CHGOFF-FILE NEXT RECORD
                   AT END
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 350-REGISTER-ENTRY-RTN
               END-READ
           END-PERFORM.

       350-REGISTER-ENTRY-RTN.
           ADD 1 TO WS-REG-COUNT
           ADD CHGO-ORIGINAL-AMT TO WS-REG-ORIGINAL-AMT
           ADD CHGO-RECOVERED-AMT TO WS-REG-RECOV-AMT
           COMPUTE WS-NET-LOSS-AMT =
               CHGO-ORIGINAL-AMT - CHGO-RECOVERED-AMT
           IF CHGO-OPEN
               ADD 1 TO WS-REG-OPEN-COUNT
           END-IF
           IF CHGO-RECOVERED
               MOVE "RECOVERED IN FULL" TO DTL-FLAG
           ELSE
               COMPUTE WS-ENTRY-MONTH = CHGO-DATE / 100
               IF WS-ENTRY-MONTH = WS-REPORT-MONTH
                   MOVE "NEW THIS MONTH" TO DTL-FLAG
               ELSE
                   COMPUTE WS-ENTRY-MONTH = CHGO-LAST-RECOV-DATE / 100
                   IF WS-ENTRY-MONTH = WS-REPORT-MONTH
                       MOVE "RECOVERY THIS MONTH" TO DTL-FLAG
                   ELSE
                       MOVE "OPEN" TO DTL-FLAG
                   END-IF
               END-IF
           END-IF
           PERFORM 500-PRINT-ENTRY-RTN.

       500-PRINT-ENTRY-RTN.
           IF WS-LINE-COUNT = ZERO
               PERFORM 520-PRINT-PAGE-HEADER-RTN
           END-IF
           MOVE CHGO-ACCT-NO TO DTL-ACCT-NO
           MOVE CHGO-CUSTOMER-NAME TO DTL-CUSTOMER-NAME
           MOVE CHGO-DATE TO DTL-CHGO-DATE
           MOVE CHGO-ORIGINAL-AMT TO DTL-ORIGINAL-AMT
           MOVE CHGO-RECOVERED-AMT TO DTL-RECOVERED-AMT
           MOVE WS-NET-LOSS-AMT TO DTL-NET-LOSS
           MOVE CHGO-LAST-RECOV-DATE TO DTL-LAST-RECOV
           WRITE REGISTER-REC FROM WS-REG-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               MOVE ZERO TO WS-LINE-COUNT
           END-IF.

       520-PRINT-PAGE-HEADER-RTN.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NO
           MOVE WS-REPORT-MONTH TO HDR-MONTH
           WRITE REGISTER-REC FROM WS-REG-HDR-LINE
           WRITE REGISTER-REC FROM WS-REG-COL-LINE.

      *----------------------------------------------------------*
      * THE MONTH FIRST, THEN THE REGISTER TO DATE AND THE SAME   *
      * TOTALS FROM THE JOURNAL, WHICH MUST AGREE.                *
      *----------------------------------------------------------*
       800-PRINT-SUMMARY-RTN.
           COMPUTE WS-MTH-NET-LOSS =
               WS-MTH-CHGOFF-AMT - WS-MTH-RECOV-AMT
           COMPUTE WS-REG-NET-LOSS =
               WS-REG-ORIGINAL-AMT - WS-REG-RECOV-AMT
           IF WS-REG-ORIGINAL-AMT = WS-JRNL-CHGOFF-AMT
                   AND WS-REG-RECOV-AMT = WS-JRNL-RECOV-AMT
               MOVE "BALANCED" TO WS-RECON-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-RECON-VERDICT
           END-IF
           MOVE WS-REPORT-MONTH TO TTL-MONTH
           WRITE REGISTER-REC FROM WS-REG-TITLE-LINE
           WRITE REGISTER-REC FROM WS-BLANK-LINE
           MOVE "CHARGED OFF THIS MONTH  . . :" TO SUM-TEXT
           MOVE WS-MTH-CHGOFF-COUNT TO SUM-COUNT
           MOVE WS-MTH-CHGOFF-AMT TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "RECOVERED THIS MONTH  . . . :" TO SUM-TEXT
           MOVE WS-MTH-RECOV-COUNT TO SUM-COUNT
           MOVE WS-MTH-RECOV-AMT TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "NET LOSS THIS MONTH . . . . :" TO SUM-TEXT
           MOVE ZERO TO SUM-COUNT
           MOVE WS-MTH-NET-LOSS TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           WRITE REGISTER-REC FROM WS-BLANK-LINE
           MOVE "ACCOUNTS ON THE REGISTER  . :" TO SUM-TEXT
           MOVE WS-REG-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "CHARGED OFF TO DATE . . . . :" TO SUM-TEXT
           MOVE WS-REG-COUNT TO SUM-COUNT
           MOVE WS-REG-ORIGINAL-AMT TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "RECOVERED TO DATE . . . . . :" TO SUM-TEXT
           MOVE ZERO TO SUM-COUNT
           MOVE WS-REG-RECOV-AMT TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "NET LOSS STILL OPEN . . . . :" TO SUM-TEXT
           MOVE WS-REG-OPEN-COUNT TO SUM-COUNT
           MOVE WS-REG-NET-LOSS TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           WRITE REGISTER-REC FROM WS-BLANK-LINE
           MOVE "JOURNAL W ENTRIES TO DATE . :" TO SUM-TEXT
           MOVE WS-JRNL-CHGOFF-COUNT TO SUM-COUNT
           MOVE WS-JRNL-CHGOFF-AMT TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "JOURNAL Y RECOVERIES TO DATE:" TO SUM-TEXT
           MOVE WS-JRNL-RECOV-COUNT TO SUM-COUNT
           MOVE WS-JRNL-RECOV-AMT TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE WS-RECON-VERDICT TO VRD-VERDICT
           WRITE REGISTER-REC FROM WS-REG-VERDICT-LINE
           DISPLAY "===== ACCT-CHGOFF-REGISTER CONTROL TOTALS ====="
           DISPLAY "REPORT MONTH  . . . . . . . : " WS-REPORT-MONTH
           DISPLAY "JOURNAL ENTRIES READ  . . . : "
               WS-JRNL-READ-COUNT
           DISPLAY "CHARGED OFF THIS MONTH  . . : "
               WS-MTH-CHGOFF-AMT
           DISPLAY "RECOVERED THIS MONTH  . . . : " WS-MTH-RECOV-AMT
           DISPLAY "NET LOSS THIS MONTH . . . . : " WS-MTH-NET-LOSS
           DISPLAY "ACCOUNTS ON THE REGISTER  . : " WS-REG-COUNT
           DISPLAY "REGISTER CHARGED OFF  . . . : "
               WS-REG-ORIGINAL-AMT
           DISPLAY "REGISTER RECOVERED  . . . . : " WS-REG-RECOV-AMT
           DISPLAY "JOURNAL CHARGED OFF . . . . : "
               WS-JRNL-CHGOFF-AMT
           DISPLAY "JOURNAL RECOVERED . . . . . : " WS-JRNL-RECOV-AMT
           DISPLAY "RECONCILIATION. . . . . . . : " WS-RECON-VERDICT.

       985-RCTL-TOTALS-RTN.
           MOVE WS-JRNL-READ-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-REG-COUNT TO WS-RCTL-WRITTEN-COUNT.

       COPY RCTLPRC.
