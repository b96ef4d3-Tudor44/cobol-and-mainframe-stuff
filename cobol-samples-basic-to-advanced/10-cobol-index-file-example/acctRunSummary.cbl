       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-RUN-SUMMARY.
       AUTHOR. GAETANO.
      *----------------------------------------------------------*
      * MORNING OPERATIONS SUMMARY FROM THE RUN-CONTROL LOG.      *
      * EVERY PROGRAM IN THE SUITE APPENDS AN S RECORD WHEN IT    *
      * STARTS AND AN E RECORD WHEN IT STOPS (RCTLREC).  THIS     *
      * PROGRAM TAKES THE BUSINESS DATE TO REPORT FROM SYSIN -    *
      * BLANK OR ZERO MEANS THE LATEST BUSINESS DATE ON THE LOG - *
      * AND PRINTS ONE PAGE:                                      *
      *   - WHAT RAN: EVERY RUN OF THE DATE WITH ITS START AND    *
      *     END TIME, RETURN CODE, RECORD COUNTS AND MONEY        *
      *     POSTED, MARKED OK, WARNING (RC 4), FAILED (RC 8 OR    *
      *     MORE), ENDED EARLY (GAVE UP ON A FILE ERROR) OR       *
      *     ABENDED (AN S RECORD WITH NO E RECORD),               *
      *   - WHAT DID NOT RUN: EVERY NIGHTLY JOB WITH NO GOOD RUN  *
      *     ON THE DATE, AND EVERY MONTHLY JOB WITH NO GOOD RUN   *
      *     IN THE LAST 31 DAYS (SAME 30-DAY-MONTH CONVENTION AS  *
      *     ACCT-AGING-REPORT) - A GOOD RUN IS ONE THAT REACHED   *
      *     ITS NORMAL END WITH A RETURN CODE BELOW 8,            *
      *   - WHAT WAS RECEIVED BUT NEVER POSTED: A LOCKBOX FILE    *
      *     OR ACH RETURN FILE STILL WAITING WHOSE CONTROL RECORD *
      *     (LOCKBOX T RECORD, ACH FILE CONTROL) NO GOOD RUN OF   *
      *     ACCT-LOCKBOX-INTAKE OR ACCT-ACH-RETURNS EVER POSTED.  *
      * ANY FAILED OR MISSING RUN OR UNPOSTED FILE ENDS RC=4 SO   *
      * THE SCHEDULER CAN FLAG THE MORNING; THE SUMMARY NEVER     *
      * ENDS RC=8 ON WHAT IT FINDS - IT ONLY REPORTS.  NOTHING    *
      * HERE MOVES MONEY, SO NOTHING IS JOURNALED.                *
      * THE LOCKBOX AND ACH RETURN FILE PATHS ARE ACCTPRM ENTRIES *
      * THIRTY-EIGHT AND SIXTY, THE RUN-CONTROL LOG IS ENTRY      *
      * SEVENTY-ONE; THE SUMMARY PRINT FILE IS THE NEW ENTRY      *
      * SEVENTY-TWO.                                              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT PARM-FILE ASSIGN TO "ACCTPRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
       SELECT LOG-FILE ASSIGN TO WS-RCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       SELECT LOCKBOX-FILE ASSIGN TO WS-LOCKBOX-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCKBOX-STATUS.
       SELECT RETURN-FILE ASSIGN TO WS-RETURN-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.
       SELECT SUMMARY-FILE ASSIGN TO WS-SUMMARY-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.
       SELECT RCTL-FILE ASSIGN TO WS-RCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORD CONTAINS 100 CHARACTERS.
           01 PARM-REC                     PIC X(100).
       FD LOG-FILE
           RECORD CONTAINS 160 CHARACTERS.
           01 LOG-REC                      PIC X(160).
       FD LOCKBOX-FILE
           RECORD CONTAINS 39 CHARACTERS.
           01 LOCKBOX-REC                  PIC X(39).
       FD RETURN-FILE
           RECORD CONTAINS 94 CHARACTERS.
           01 RETURN-REC                   PIC X(94).
       FD SUMMARY-FILE
           RECORD CONTAINS 133 CHARACTERS.
           01 SUMMARY-REC                  PIC X(133).
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-PARM-STATUS                  PIC XX.
       01 WS-LOG-STATUS                   PIC XX.
       01 WS-LOCKBOX-STATUS               PIC XX.
       01 WS-RETURN-STATUS                PIC XX.
       01 WS-SUMMARY-STATUS               PIC XX.
       01 WS-FILE-PATHS.
           02 WS-LOCKBOX-FILE-PATH        PIC X(100).
           02 WS-RETURN-FILE-PATH         PIC X(100).
           02 WS-SUMMARY-FILE-PATH        PIC X(100).
       01 WS-CURRENT-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-REPORT-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-REPORT-DATE-PARTS REDEFINES WS-REPORT-DATE.
           02 WS-RPT-YYYY                 PIC 9(4).
           02 WS-RPT-MM                   PIC 9(2).
           02 WS-RPT-DD                   PIC 9(2).
       01 WS-RPT-DAY-NO                   PIC 9(7) COMP VALUE ZERO.
       01 WS-WORK-DATE                    PIC 9(8) VALUE ZERO.
       01 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           02 WS-WORK-YYYY                PIC 9(4).
           02 WS-WORK-MM                  PIC 9(2).
           02 WS-WORK-DD                  PIC 9(2).
       01 WS-WORK-DAY-NO                  PIC 9(7) COMP VALUE ZERO.
       01 WS-DAYS-SINCE                   PIC S9(7) COMP VALUE ZERO.
       01 WS-MONTHLY-DAYS                 PIC 9(2) COMP VALUE 31.
      *----------------------------------------------------------*
      * THE LOCKBOX T RECORD AND ACH FILE CONTROL AS THEY SIT ON  *
      * THE FILES NOW, IN THE FORM THE POSTING PROGRAMS LOG THEM  *
      * IN RCTL-INPUT-ID.                                         *
      *----------------------------------------------------------*
       01 WS-LBX-TRAILER.
           02 FILLER                      PIC X.
           02 WS-LBX-DEPOSIT-DATE         PIC 9(8).
           02 WS-LBX-ITEM-COUNT           PIC 9(7).
           02 WS-LBX-DEPOSIT-AMT          PIC 9(11)V99.
           02 FILLER                      PIC X(10).
       01 WS-LBX-INPUT-ID                 PIC X(30) VALUE SPACES.
       01 WS-LBX-FILE-SW                  PIC X VALUE "N".
           88 LBX-FILE-RECEIVED                   VALUE "Y".
       01 WS-LBX-POSTED-SW                PIC X VALUE "N".
           88 LBX-FILE-POSTED                     VALUE "Y".
       01 WS-RTN-FILE-CONTROL.
           02 FILLER                      PIC X.
           02 WS-FC-BATCH-COUNT           PIC 9(6).
           02 WS-FC-BLOCK-COUNT           PIC 9(6).
           02 WS-FC-ENTRY-COUNT           PIC 9(8).
           02 WS-FC-ENTRY-HASH            PIC 9(10).
           02 WS-FC-TOTAL-DEBIT           PIC 9(10)V99.
           02 WS-FC-TOTAL-CREDIT          PIC 9(10)V99.
           02 FILLER                      PIC X(39).
       01 WS-RTN-INPUT-ID                 PIC X(30) VALUE SPACES.
       01 WS-RTN-FILE-SW                  PIC X VALUE "N".
           88 RTN-FILE-RECEIVED                   VALUE "Y".
       01 WS-RTN-TRAILER-SW               PIC X VALUE "N".
           88 RTN-TRAILER-FOUND                   VALUE "Y".
       01 WS-RTN-POSTED-SW                PIC X VALUE "N".
           88 RTN-FILE-POSTED                     VALUE "Y".
      *----------------------------------------------------------*
      * THE JOBS THE SUMMARY EXPECTS TO SEE.  FREQUENCY N IS      *
      * NIGHTLY (A GOOD RUN ON THE REPORT DATE ITSELF), M IS      *
      * MONTHLY (A GOOD RUN WITHIN WS-MONTHLY-DAYS OF IT).        *
      *----------------------------------------------------------*
       01 WS-JOB-COUNT                    PIC 9(2) COMP VALUE 20.
       01 WS-JOB-IX                       PIC 9(2) COMP VALUE ZERO.
       01 WS-JOB-FOUND-IX                 PIC 9(2) COMP VALUE ZERO.
       01 WS-JOB-MISSING-SW               PIC X VALUE "N".
           88 JOB-MISSING                         VALUE "Y".
       01 WS-JOB-TABLE.
           02 WS-JOB-ENTRY OCCURS 20 TIMES.
               03 WS-JOB-PROGRAM-ID       PIC X(20).
               03 WS-JOB-FREQUENCY        PIC X.
                   88 JOB-NIGHTLY                 VALUE "N".
                   88 JOB-MONTHLY                 VALUE "M".
               03 WS-JOB-MESSAGE          PIC X(44).
               03 WS-JOB-LAST-GOOD        PIC 9(8).
      *----------------------------------------------------------*
      * THE RUNS OF THE REPORT DATE, ONE ENTRY PER S RECORD,      *
      * COMPLETED FROM ITS E RECORD WHEN ONE TURNS UP.            *
      *----------------------------------------------------------*
       01 WS-RUN-MAX                      PIC 9(3) COMP VALUE 100.
       01 WS-RUN-COUNT                    PIC 9(3) COMP VALUE ZERO.
       01 WS-RUN-IX                       PIC 9(3) COMP VALUE ZERO.
       01 WS-RUN-FOUND-IX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-RUN-OVERFLOW-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-RUN-TABLE.
           02 WS-RUN-ENTRY OCCURS 100 TIMES.
               03 WS-RUN-PROGRAM-ID       PIC X(20).
               03 WS-RUN-RUN-ID           PIC X(16).
               03 WS-RUN-START-DATE       PIC 9(8).
               03 WS-RUN-START-TIME       PIC 9(8).
               03 WS-RUN-END-TIME         PIC 9(8).
               03 WS-RUN-RETURN-CODE      PIC 9(4).
               03 WS-RUN-COMPLETION       PIC X.
               03 WS-RUN-ENDED-SW         PIC X.
                   88 RUN-ENDED                   VALUE "Y".
               03 WS-RUN-READ-COUNT       PIC 9(9) COMP.
               03 WS-RUN-WRITTEN-COUNT    PIC 9(9) COMP.
               03 WS-RUN-REJECT-COUNT     PIC 9(9) COMP.
               03 WS-RUN-MONEY-POSTED     PIC S9(11)V99 COMP-3.
       01 WS-CONTROL-TOTALS.
           02 WS-LOG-READ-COUNT           PIC 9(9) COMP VALUE ZERO.
           02 WS-LISTED-COUNT             PIC 9(5) COMP VALUE ZERO.
           02 WS-FAILED-COUNT             PIC 9(5) COMP VALUE ZERO.
           02 WS-MISSING-COUNT            PIC 9(5) COMP VALUE ZERO.
           02 WS-UNPOSTED-COUNT           PIC 9(5) COMP VALUE ZERO.
           02 WS-MONEY-TOTAL              PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-RUN-STATUS-TEXT              PIC X(12) VALUE SPACES.
       01 WS-OVERALL-VERDICT              PIC X(16) VALUE SPACES.
       01 WS-SUM-TITLE-LINE.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(49) VALUE
               "===== MORNING OPERATIONS SUMMARY - BUSINESS DATE ".
           02 TTL-REPORT-DATE             PIC 9(8).
           02 FILLER                      PIC X(6) VALUE " =====".
           02 FILLER                      PIC X(69) VALUE SPACES.
       01 WS-SUM-SECTION-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 SEC-TEXT                    PIC X(60).
           02 FILLER                      PIC X(72) VALUE SPACES.
       01 WS-SUM-COL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(22)
                                           VALUE "PROGRAM".
           02 FILLER                      PIC X(18)
                                           VALUE "RUN-ID".
           02 FILLER                      PIC X(8)
                                           VALUE "START".
           02 FILLER                      PIC X(8)
                                           VALUE "END".
           02 FILLER                      PIC X(6)
                                           VALUE "  RC".
           02 FILLER                      PIC X(10)
                                           VALUE "     READ".
           02 FILLER                      PIC X(10)
                                           VALUE "  WRITTEN".
           02 FILLER                      PIC X(10)
                                           VALUE " REJECTED".
           02 FILLER                      PIC X(18)
                                           VALUE "    MONEY POSTED".
           02 FILLER                      PIC X(12)
                                           VALUE "STATUS".
           02 FILLER                      PIC X(10) VALUE SPACES.
       01 WS-SUM-RUN-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 RUN-PROGRAM-ID              PIC X(20).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 RUN-RUN-ID                  PIC X(16).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 RUN-START-TIME              PIC X(6).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 RUN-END-TIME                PIC X(6).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 RUN-RETURN-CODE             PIC Z(3)9.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 RUN-READ-COUNT              PIC Z(8)9.
           02 FILLER                      PIC X VALUE SPACE.
           02 RUN-WRITTEN-COUNT           PIC Z(8)9.
           02 FILLER                      PIC X VALUE SPACE.
           02 RUN-REJECT-COUNT            PIC Z(8)9.
           02 FILLER                      PIC X VALUE SPACE.
           02 RUN-MONEY-POSTED            PIC -(12)9.99.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 RUN-STATUS                  PIC X(12).
           02 FILLER                      PIC X(10) VALUE SPACES.
       01 WS-SUM-JOB-LINE.
           02 FILLER                      PIC X(3) VALUE SPACES.
           02 JOB-PROGRAM-ID              PIC X(20).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 JOB-FREQUENCY               PIC X(8).
           02 FILLER                      PIC X(15)
                                           VALUE "LAST GOOD RUN ".
           02 JOB-LAST-GOOD               PIC X(8).
           02 FILLER                      PIC X(3) VALUE SPACES.
           02 JOB-MESSAGE                 PIC X(44).
           02 FILLER                      PIC X(30) VALUE SPACES.
       01 WS-SUM-LBX-LINE.
           02 FILLER                      PIC X(3) VALUE SPACES.
           02 FILLER                      PIC X(27) VALUE
               "LOCKBOX FILE    DEPOSIT OF ".
           02 LBX-DEPOSIT-DATE            PIC 9(8).
           02 FILLER                      PIC X(8) VALUE "  ITEMS ".
           02 LBX-ITEM-COUNT              PIC Z(6)9.
           02 FILLER                      PIC X(8) VALUE "  TOTAL ".
           02 LBX-DEPOSIT-AMT             PIC Z(10)9.99.
           02 FILLER                      PIC X(3) VALUE SPACES.
           02 LBX-MESSAGE                 PIC X(40).
           02 FILLER                      PIC X(15) VALUE SPACES.
       01 WS-SUM-RTN-LINE.
           02 FILLER                      PIC X(3) VALUE SPACES.
           02 FILLER                      PIC X(27) VALUE
               "ACH RETURN FILE ENTRIES    ".
           02 RTN-ENTRY-COUNT             PIC Z(7)9.
           02 FILLER                      PIC X(8) VALUE "  DEBIT ".
           02 RTN-TOTAL-DEBIT             PIC Z(9)9.99.
           02 FILLER                      PIC X(8) VALUE "  HASH  ".
           02 RTN-ENTRY-HASH              PIC 9(10).
           02 FILLER                      PIC X(3) VALUE SPACES.
           02 RTN-MESSAGE                 PIC X(40).
           02 FILLER                      PIC X(13) VALUE SPACES.
       01 WS-SUM-NONE-LINE.
           02 FILLER                      PIC X(3) VALUE SPACES.
           02 FILLER                      PIC X(4) VALUE "NONE".
           02 FILLER                      PIC X(126) VALUE SPACES.
       01 WS-SUM-COUNT-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 CNT-TEXT                    PIC X(30).
           02 CNT-COUNT                   PIC Z(6)9.
           02 FILLER                      PIC X(95) VALUE SPACES.
       01 WS-SUM-VERDICT-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(30) VALUE
               "MORNING VERDICT . . . . . . :".
           02 FILLER                      PIC X VALUE SPACE.
           02 VRD-VERDICT                 PIC X(16).
           02 FILLER                      PIC X(85) VALUE SPACES.
       01 WS-BLANK-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(132) VALUE SPACES.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-RUN-SUMMARY" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY "BUSINESS DATE (YYYYMMDD, BLANK = LATEST ON LOG): "
           ACCEPT WS-REPORT-DATE
           IF WS-REPORT-DATE IS NOT NUMERIC
               MOVE ZERO TO WS-REPORT-DATE
           END-IF
           PERFORM 610-OPEN-FILES-RTN
           PERFORM 650-INIT-JOBS-RTN
           PERFORM 300-READ-LOCKBOX-RTN
           PERFORM 350-READ-RETURN-FILE-RTN
           IF WS-REPORT-DATE = ZERO
               PERFORM 200-FIND-LATEST-DATE-RTN
           END-IF
           IF WS-REPORT-DATE = ZERO
               MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
           END-IF
           COMPUTE WS-RPT-DAY-NO = WS-RPT-YYYY * 365
               + WS-RPT-MM * 30 + WS-RPT-DD
           PERFORM 400-SCAN-LOG-RTN
           PERFORM 800-PRINT-SUMMARY-RTN
           CLOSE SUMMARY-FILE
           IF WS-FAILED-COUNT > ZERO
                   OR WS-MISSING-COUNT > ZERO
                   OR WS-UNPOSTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
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
           PERFORM 605-SKIP-PARM-RTN 37 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-LOCKBOX-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 21 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RETURN-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 10 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-SUMMARY-FILE-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

       610-OPEN-FILES-RTN.
           OPEN OUTPUT SUMMARY-FILE
           IF WS-SUMMARY-STATUS NOT = "00"
               DISPLAY "SUMMARY-FILE OPEN ERROR, STATUS "
                   WS-SUMMARY-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.

       650-INIT-JOBS-RTN.
           MOVE "ACCT-JRNL-VERIFY" TO WS-JOB-PROGRAM-ID(1)
           MOVE "N" TO WS-JOB-FREQUENCY(1)
           MOVE "JOURNAL SEQUENCE AND CHAIN NOT VERIFIED"
               TO WS-JOB-MESSAGE(1)
           MOVE "ACCT-MASTER-AUDIT" TO WS-JOB-PROGRAM-ID(2)
           MOVE "N" TO WS-JOB-FREQUENCY(2)
           MOVE "MASTER NOT AUDITED BEFORE THE LOAD"
               TO WS-JOB-MESSAGE(2)
           MOVE "ACCT-VALIDATE-RTN" TO WS-JOB-PROGRAM-ID(3)
           MOVE "N" TO WS-JOB-FREQUENCY(3)
           MOVE "NIGHTLY EXTRACT NOT EDITED" TO WS-JOB-MESSAGE(3)
           MOVE "CREATE-INDEX-FILE" TO WS-JOB-PROGRAM-ID(4)
           MOVE "N" TO WS-JOB-FREQUENCY(4)
           MOVE "NIGHTLY POSTINGS NOT LOADED" TO WS-JOB-MESSAGE(4)
           MOVE "ACCT-BALANCE-INQUIRY" TO WS-JOB-PROGRAM-ID(5)
           MOVE "N" TO WS-JOB-FREQUENCY(5)
           MOVE "BALANCE REQUESTS NOT ANSWERED" TO WS-JOB-MESSAGE(5)
           MOVE "ACCT-LISTING-REPORT" TO WS-JOB-PROGRAM-ID(6)
           MOVE "N" TO WS-JOB-FREQUENCY(6)
           MOVE "LISTING REQUESTS NOT ANSWERED" TO WS-JOB-MESSAGE(6)
           MOVE "ACCT-HIST-INQUIRY" TO WS-JOB-PROGRAM-ID(7)
           MOVE "N" TO WS-JOB-FREQUENCY(7)
           MOVE "HISTORY REQUESTS NOT ANSWERED" TO WS-JOB-MESSAGE(7)
           MOVE "ACCT-ACH-ORIGINATE" TO WS-JOB-PROGRAM-ID(8)
           MOVE "N" TO WS-JOB-FREQUENCY(8)
           MOVE "AUTOPAY DRAFTS NOT ORIGINATED" TO WS-JOB-MESSAGE(8)
           MOVE "ACCT-ARRANGE-MONITOR" TO WS-JOB-PROGRAM-ID(9)
           MOVE "N" TO WS-JOB-FREQUENCY(9)
           MOVE "ARRANGEMENT PAYMENTS NOT MONITORED"
               TO WS-JOB-MESSAGE(9)
           MOVE "ACCT-GL-EXTRACT" TO WS-JOB-PROGRAM-ID(10)
           MOVE "N" TO WS-JOB-FREQUENCY(10)
           MOVE "POSTINGS NOT EXTRACTED TO THE GL"
               TO WS-JOB-MESSAGE(10)
           MOVE "ACCT-NIGHT-BALANCE" TO WS-JOB-PROGRAM-ID(11)
           MOVE "N" TO WS-JOB-FREQUENCY(11)
           MOVE "NIGHT-END BALANCING NOT CERTIFIED"
               TO WS-JOB-MESSAGE(11)
           MOVE "ACCT-FINANCE-CHARGE" TO WS-JOB-PROGRAM-ID(12)
           MOVE "M" TO WS-JOB-FREQUENCY(12)
           MOVE "FINANCE CHARGES NOT ASSESSED THIS CYCLE"
               TO WS-JOB-MESSAGE(12)
           MOVE "ACCT-STATEMENT" TO WS-JOB-PROGRAM-ID(13)
           MOVE "M" TO WS-JOB-FREQUENCY(13)
           MOVE "STATEMENTS NOT PRODUCED THIS CYCLE"
               TO WS-JOB-MESSAGE(13)
           MOVE "ACCT-AGING-REPORT" TO WS-JOB-PROGRAM-ID(14)
           MOVE "M" TO WS-JOB-FREQUENCY(14)
           MOVE "AGED TRIAL BALANCE NOT PRINTED THIS CYCLE"
               TO WS-JOB-MESSAGE(14)
           MOVE "ACCT-DUNNING-LETTERS" TO WS-JOB-PROGRAM-ID(15)
           MOVE "M" TO WS-JOB-FREQUENCY(15)
           MOVE "DUNNING LETTERS NOT SENT THIS CYCLE"
               TO WS-JOB-MESSAGE(15)
           MOVE "ACCT-CHARGE-OFF" TO WS-JOB-PROGRAM-ID(16)
           MOVE "M" TO WS-JOB-FREQUENCY(16)
           MOVE "CHARGE-OFF REVIEW NOT RUN THIS CYCLE"
               TO WS-JOB-MESSAGE(16)
           MOVE "ACCT-CHGOFF-REGISTER" TO WS-JOB-PROGRAM-ID(17)
           MOVE "M" TO WS-JOB-FREQUENCY(17)
           MOVE "CHARGE-OFF REGISTER NOT PRINTED THIS CYCLE"
               TO WS-JOB-MESSAGE(17)
           MOVE "ACCT-METRO2-EXTRACT" TO WS-JOB-PROGRAM-ID(18)
           MOVE "M" TO WS-JOB-FREQUENCY(18)
           MOVE "CREDIT BUREAUS NOT FURNISHED THIS CYCLE"
               TO WS-JOB-MESSAGE(18)
           MOVE "ACCT-JRNL-CUTOVER" TO WS-JOB-PROGRAM-ID(19)
           MOVE "M" TO WS-JOB-FREQUENCY(19)
           MOVE "JOURNAL PERIOD NOT CLOSED THIS CYCLE"
               TO WS-JOB-MESSAGE(19)
           MOVE "ACCT-ROLL-RATE" TO WS-JOB-PROGRAM-ID(20)
           MOVE "M" TO WS-JOB-FREQUENCY(20)
           MOVE "ROLL RATES AND TREND NOT PRINTED THIS CYCLE"
               TO WS-JOB-MESSAGE(20)
           PERFORM 660-ZERO-JOB-RTN
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT.

       660-ZERO-JOB-RTN.
           MOVE ZERO TO WS-JOB-LAST-GOOD(WS-JOB-IX).

      *----------------------------------------------------------*
      * A BLANK SYSIN MEANS THE LATEST BUSINESS DATE ANY RUN ON   *
      * THE LOG CARRIES - LAST NIGHT, WHEN THE SUMMARY RUNS AT    *
      * THE END OF THE NIGHT'S STREAM OR FIRST THING IN THE       *
      * MORNING.  THIS RUN'S OWN S RECORD DOES NOT COUNT.         *
      *----------------------------------------------------------*
       200-FIND-LATEST-DATE-RTN.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-LOG-STATUS NOT = "00"
                   DISPLAY "RUN-CONTROL LOG OPEN ERROR, STATUS "
                       WS-LOG-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "YES" TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL NO-MORE-RECORDS
                   READ LOG-FILE INTO RCTL-REC
                       AT END
                           MOVE "NO" TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 250-NOTE-LATEST-DATE-RTN
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.

       250-NOTE-LATEST-DATE-RTN.
           IF RCTL-PROGRAM-ID = WS-RCTL-PROGRAM-ID
                   AND RCTL-START-DATE = WS-RCTL-START-DATE
                   AND RCTL-START-TIME = WS-RCTL-START-TIME
               CONTINUE
           ELSE
               IF RCTL-BUSINESS-DATE > WS-REPORT-DATE
                   MOVE RCTL-BUSINESS-DATE TO WS-REPORT-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * A LOCKBOX FILE STILL ON DISK HAS BEEN RECEIVED.  ITS T    *
      * RECORD IS WHAT ACCT-LOCKBOX-INTAKE LOGS WHEN IT POSTS     *
      * THE FILE.  NO FILE, OR AN EMPTY ONE, IS NOTHING WAITING.  *
      *----------------------------------------------------------*
       300-READ-LOCKBOX-RTN.
           OPEN INPUT LOCKBOX-FILE
           IF WS-LOCKBOX-STATUS = "00"
               MOVE "YES" TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL NO-MORE-RECORDS
                   READ LOCKBOX-FILE
                       AT END
                           MOVE "NO" TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           MOVE "Y" TO WS-LBX-FILE-SW
                           IF LOCKBOX-REC(1:1) = "T"
                               MOVE LOCKBOX-REC TO WS-LBX-TRAILER
                               MOVE WS-LBX-TRAILER(2:28)
                                   TO WS-LBX-INPUT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCKBOX-FILE
           END-IF.

       350-READ-RETURN-FILE-RTN.
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS = "00"
               MOVE "YES" TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL NO-MORE-RECORDS
                   READ RETURN-FILE
                       AT END
                           MOVE "NO" TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           MOVE "Y" TO WS-RTN-FILE-SW
                           IF RETURN-REC(1:1) = "9"
                                   AND RETURN-REC NOT = ALL "9"
                                   AND NOT RTN-TRAILER-FOUND
                               MOVE RETURN-REC TO WS-RTN-FILE-CONTROL
                               MOVE WS-RTN-FILE-CONTROL(14:30)
                                   TO WS-RTN-INPUT-ID
                               MOVE "Y" TO WS-RTN-TRAILER-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF.

      *----------------------------------------------------------*
      * ONE PASS OVER THE WHOLE LOG.  RUNS DATED AFTER THE REPORT *
      * DATE ARE IGNORED, SO AN EARLIER MORNING CAN BE REPRINTED  *
      * AS IT STOOD.                                              *
      *----------------------------------------------------------*
       400-SCAN-LOG-RTN.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "35"
               DISPLAY "RUN-CONTROL LOG NOT FOUND - NO RUNS LOGGED"
           ELSE
               IF WS-LOG-STATUS NOT = "00"
                   DISPLAY "RUN-CONTROL LOG OPEN ERROR, STATUS "
                       WS-LOG-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "YES" TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL NO-MORE-RECORDS
                   READ LOG-FILE INTO RCTL-REC
                       AT END
                           MOVE "NO" TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           ADD 1 TO WS-LOG-READ-COUNT
                           PERFORM 450-TALLY-LOG-REC-RTN
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.

       450-TALLY-LOG-REC-RTN.
           IF RCTL-PROGRAM-ID = WS-RCTL-PROGRAM-ID
                   AND RCTL-START-DATE = WS-RCTL-START-DATE
                   AND RCTL-START-TIME = WS-RCTL-START-TIME
               CONTINUE
           ELSE
               IF RCTL-BUSINESS-DATE NOT > WS-REPORT-DATE
                   IF RCTL-END-REC AND RCTL-COMPLETED
                           AND RCTL-RETURN-CODE < 8
                       PERFORM 460-NOTE-GOOD-RUN-RTN
                   END-IF
                   IF RCTL-BUSINESS-DATE = WS-REPORT-DATE
                       IF RCTL-START-REC
                           PERFORM 480-ADD-RUN-RTN
                       ELSE
                           PERFORM 490-END-RUN-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * A GOOD RUN ADVANCES ITS JOB'S LAST GOOD DATE, AND A GOOD  *
      * POSTING RUN WHOSE INPUT-ID MATCHES A FILE STILL ON DISK   *
      * PROVES THAT FILE WAS POSTED.                              *
      *----------------------------------------------------------*
       460-NOTE-GOOD-RUN-RTN.
           MOVE ZERO TO WS-JOB-FOUND-IX
           PERFORM 470-MATCH-JOB-RTN
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
           IF WS-JOB-FOUND-IX > ZERO
               IF RCTL-BUSINESS-DATE >
                       WS-JOB-LAST-GOOD(WS-JOB-FOUND-IX)
                   MOVE RCTL-BUSINESS-DATE
                       TO WS-JOB-LAST-GOOD(WS-JOB-FOUND-IX)
               END-IF
           END-IF
           IF RCTL-PROGRAM-ID = "ACCT-LOCKBOX-INTAKE"
                   AND WS-LBX-INPUT-ID NOT = SPACES
                   AND RCTL-INPUT-ID = WS-LBX-INPUT-ID
               MOVE "Y" TO WS-LBX-POSTED-SW
           END-IF
           IF RCTL-PROGRAM-ID = "ACCT-ACH-RETURNS"
                   AND WS-RTN-INPUT-ID NOT = SPACES
                   AND RCTL-INPUT-ID = WS-RTN-INPUT-ID
               MOVE "Y" TO WS-RTN-POSTED-SW
           END-IF.

       470-MATCH-JOB-RTN.
           IF WS-JOB-PROGRAM-ID(WS-JOB-IX) = RCTL-PROGRAM-ID
               MOVE WS-JOB-IX TO WS-JOB-FOUND-IX
           END-IF.

       480-ADD-RUN-RTN.
           IF WS-RUN-COUNT >= WS-RUN-MAX
               ADD 1 TO WS-RUN-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-RUN-COUNT
               MOVE RCTL-PROGRAM-ID TO WS-RUN-PROGRAM-ID(WS-RUN-COUNT)
               MOVE RCTL-RUN-ID TO WS-RUN-RUN-ID(WS-RUN-COUNT)
               MOVE RCTL-START-DATE TO WS-RUN-START-DATE(WS-RUN-COUNT)
               MOVE RCTL-START-TIME TO WS-RUN-START-TIME(WS-RUN-COUNT)
               MOVE ZERO TO WS-RUN-END-TIME(WS-RUN-COUNT)
               MOVE ZERO TO WS-RUN-RETURN-CODE(WS-RUN-COUNT)
               MOVE SPACE TO WS-RUN-COMPLETION(WS-RUN-COUNT)
               MOVE "N" TO WS-RUN-ENDED-SW(WS-RUN-COUNT)
               MOVE ZERO TO WS-RUN-READ-COUNT(WS-RUN-COUNT)
               MOVE ZERO TO WS-RUN-WRITTEN-COUNT(WS-RUN-COUNT)
               MOVE ZERO TO WS-RUN-REJECT-COUNT(WS-RUN-COUNT)
               MOVE ZERO TO WS-RUN-MONEY-POSTED(WS-RUN-COUNT)
           END-IF.

      *----------------------------------------------------------*
      * AN E RECORD COMPLETES THE S RECORD WITH THE SAME PROGRAM, *
      * START DATE AND START TIME.  ONE WHOSE S RECORD WAS NEVER  *
      * LOGGED (THE LOG COULD NOT BE OPENED THEN) GETS AN ENTRY   *
      * OF ITS OWN.                                               *
      *----------------------------------------------------------*
       490-END-RUN-RTN.
           MOVE ZERO TO WS-RUN-FOUND-IX
           PERFORM 495-MATCH-RUN-RTN
               VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > WS-RUN-COUNT
           IF WS-RUN-FOUND-IX = ZERO
               PERFORM 480-ADD-RUN-RTN
               IF WS-RUN-OVERFLOW-COUNT = ZERO
                   MOVE WS-RUN-COUNT TO WS-RUN-FOUND-IX
               END-IF
           END-IF
           IF WS-RUN-FOUND-IX > ZERO
               MOVE RCTL-RUN-ID TO WS-RUN-RUN-ID(WS-RUN-FOUND-IX)
               MOVE RCTL-END-TIME TO WS-RUN-END-TIME(WS-RUN-FOUND-IX)
               MOVE RCTL-RETURN-CODE
                   TO WS-RUN-RETURN-CODE(WS-RUN-FOUND-IX)
               MOVE RCTL-COMPLETION
                   TO WS-RUN-COMPLETION(WS-RUN-FOUND-IX)
               MOVE "Y" TO WS-RUN-ENDED-SW(WS-RUN-FOUND-IX)
               MOVE RCTL-READ-COUNT
                   TO WS-RUN-READ-COUNT(WS-RUN-FOUND-IX)
               MOVE RCTL-WRITTEN-COUNT
                   TO WS-RUN-WRITTEN-COUNT(WS-RUN-FOUND-IX)
               MOVE RCTL-REJECT-COUNT
                   TO WS-RUN-REJECT-COUNT(WS-RUN-FOUND-IX)
               MOVE RCTL-MONEY-POSTED
                   TO WS-RUN-MONEY-POSTED(WS-RUN-FOUND-IX)
           END-IF.

       495-MATCH-RUN-RTN.
           IF WS-RUN-PROGRAM-ID(WS-RUN-IX) = RCTL-PROGRAM-ID
                   AND WS-RUN-START-DATE(WS-RUN-IX) = RCTL-START-DATE
                   AND WS-RUN-START-TIME(WS-RUN-IX) = RCTL-START-TIME
                   AND NOT RUN-ENDED(WS-RUN-IX)
               MOVE WS-RUN-IX TO WS-RUN-FOUND-IX
           END-IF.

      *----------------------------------------------------------*
      * THE ONE PAGE: WHAT RAN, WHAT DID NOT, WHAT IS WAITING.    *
      *----------------------------------------------------------*
       800-PRINT-SUMMARY-RTN.
           MOVE WS-REPORT-DATE TO TTL-REPORT-DATE
           WRITE SUMMARY-REC FROM WS-SUM-TITLE-LINE
           WRITE SUMMARY-REC FROM WS-BLANK-LINE
           MOVE "RUNS ON THE BUSINESS DATE" TO SEC-TEXT
           WRITE SUMMARY-REC FROM WS-SUM-SECTION-LINE
           WRITE SUMMARY-REC FROM WS-SUM-COL-LINE
           IF WS-RUN-COUNT = ZERO
               WRITE SUMMARY-REC FROM WS-SUM-NONE-LINE
           END-IF
           PERFORM 820-PRINT-RUN-RTN
               VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > WS-RUN-COUNT
           IF WS-RUN-OVERFLOW-COUNT > ZERO
               MOVE "RUNS NOT LISTED (TABLE FULL) :" TO CNT-TEXT
               MOVE WS-RUN-OVERFLOW-COUNT TO CNT-COUNT
               WRITE SUMMARY-REC FROM WS-SUM-COUNT-LINE
           END-IF
           WRITE SUMMARY-REC FROM WS-BLANK-LINE
           MOVE "EXPECTED JOBS WITH NO GOOD RUN" TO SEC-TEXT
           WRITE SUMMARY-REC FROM WS-SUM-SECTION-LINE
           PERFORM 840-CHECK-JOB-RTN
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
           IF WS-MISSING-COUNT = ZERO
               WRITE SUMMARY-REC FROM WS-SUM-NONE-LINE
           END-IF
           WRITE SUMMARY-REC FROM WS-BLANK-LINE
           MOVE "FILES RECEIVED BUT NOT POSTED" TO SEC-TEXT
           WRITE SUMMARY-REC FROM WS-SUM-SECTION-LINE
           PERFORM 860-CHECK-FILES-RTN
           IF WS-UNPOSTED-COUNT = ZERO
               WRITE SUMMARY-REC FROM WS-SUM-NONE-LINE
           END-IF
           WRITE SUMMARY-REC FROM WS-BLANK-LINE
           MOVE "RUNS LISTED . . . . . . . . :" TO CNT-TEXT
           MOVE WS-LISTED-COUNT TO CNT-COUNT
           WRITE SUMMARY-REC FROM WS-SUM-COUNT-LINE
           MOVE "RUNS FAILED OR ABENDED  . . :" TO CNT-TEXT
           MOVE WS-FAILED-COUNT TO CNT-COUNT
           WRITE SUMMARY-REC FROM WS-SUM-COUNT-LINE
           MOVE "EXPECTED JOBS NOT RUN . . . :" TO CNT-TEXT
           MOVE WS-MISSING-COUNT TO CNT-COUNT
           WRITE SUMMARY-REC FROM WS-SUM-COUNT-LINE
           MOVE "FILES NOT POSTED  . . . . . :" TO CNT-TEXT
           MOVE WS-UNPOSTED-COUNT TO CNT-COUNT
           WRITE SUMMARY-REC FROM WS-SUM-COUNT-LINE
           IF WS-FAILED-COUNT > ZERO
                   OR WS-MISSING-COUNT > ZERO
                   OR WS-UNPOSTED-COUNT > ZERO
               MOVE "ATTENTION NEEDED" TO WS-OVERALL-VERDICT
           ELSE
               MOVE "ALL CLEAR" TO WS-OVERALL-VERDICT
           END-IF
           MOVE WS-OVERALL-VERDICT TO VRD-VERDICT
           WRITE SUMMARY-REC FROM WS-SUM-VERDICT-LINE
           DISPLAY "===== ACCT-RUN-SUMMARY CONTROL TOTALS ====="
           DISPLAY "BUSINESS DATE . . . . . . . : " WS-REPORT-DATE
           DISPLAY "LOG RECORDS READ  . . . . . : " WS-LOG-READ-COUNT
           DISPLAY "RUNS LISTED . . . . . . . . : " WS-LISTED-COUNT
           DISPLAY "RUNS FAILED OR ABENDED  . . : " WS-FAILED-COUNT
           DISPLAY "EXPECTED JOBS NOT RUN . . . : " WS-MISSING-COUNT
           DISPLAY "FILES NOT POSTED  . . . . . : " WS-UNPOSTED-COUNT
           DISPLAY "MONEY POSTED ON THE DATE  . : " WS-MONEY-TOTAL
           DISPLAY "MORNING VERDICT . . . . . . : " WS-OVERALL-VERDICT.

       820-PRINT-RUN-RTN.
           ADD 1 TO WS-LISTED-COUNT
           MOVE WS-RUN-PROGRAM-ID(WS-RUN-IX) TO RUN-PROGRAM-ID
           MOVE WS-RUN-RUN-ID(WS-RUN-IX) TO RUN-RUN-ID
           MOVE WS-RUN-START-TIME(WS-RUN-IX) TO WS-WORK-DATE
           MOVE WS-WORK-DATE(1:6) TO RUN-START-TIME
           IF RUN-ENDED(WS-RUN-IX)
               MOVE WS-RUN-END-TIME(WS-RUN-IX) TO WS-WORK-DATE
               MOVE WS-WORK-DATE(1:6) TO RUN-END-TIME
               MOVE WS-RUN-RETURN-CODE(WS-RUN-IX) TO RUN-RETURN-CODE
               ADD WS-RUN-MONEY-POSTED(WS-RUN-IX) TO WS-MONEY-TOTAL
               IF WS-RUN-COMPLETION(WS-RUN-IX) = "E"
                   MOVE "ENDED EARLY" TO WS-RUN-STATUS-TEXT
                   ADD 1 TO WS-FAILED-COUNT
               ELSE
                   IF WS-RUN-RETURN-CODE(WS-RUN-IX) >= 8
                       MOVE "FAILED" TO WS-RUN-STATUS-TEXT
                       ADD 1 TO WS-FAILED-COUNT
                   ELSE
                       IF WS-RUN-RETURN-CODE(WS-RUN-IX) > ZERO
                           MOVE "WARNING" TO WS-RUN-STATUS-TEXT
                       ELSE
                           MOVE "OK" TO WS-RUN-STATUS-TEXT
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO RUN-END-TIME
               MOVE ZERO TO RUN-RETURN-CODE
               MOVE "ABENDED" TO WS-RUN-STATUS-TEXT
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           MOVE WS-RUN-READ-COUNT(WS-RUN-IX) TO RUN-READ-COUNT
           MOVE WS-RUN-WRITTEN-COUNT(WS-RUN-IX) TO RUN-WRITTEN-COUNT
           MOVE WS-RUN-REJECT-COUNT(WS-RUN-IX) TO RUN-REJECT-COUNT
           MOVE WS-RUN-MONEY-POSTED(WS-RUN-IX) TO RUN-MONEY-POSTED
           MOVE WS-RUN-STATUS-TEXT TO RUN-STATUS
           WRITE SUMMARY-REC FROM WS-SUM-RUN-LINE.

      *----------------------------------------------------------*
      * NIGHTLY: NO GOOD RUN ON THE REPORT DATE.  MONTHLY: NO     *
      * GOOD RUN IN THE LAST WS-MONTHLY-DAYS DAYS.                *
      *----------------------------------------------------------*
       840-CHECK-JOB-RTN.
           MOVE "N" TO WS-JOB-MISSING-SW
           IF WS-JOB-LAST-GOOD(WS-JOB-IX) = ZERO
               MOVE "Y" TO WS-JOB-MISSING-SW
           ELSE
               IF JOB-NIGHTLY(WS-JOB-IX)
                   IF WS-JOB-LAST-GOOD(WS-JOB-IX) NOT = WS-REPORT-DATE
                       MOVE "Y" TO WS-JOB-MISSING-SW
                   END-IF
               ELSE
                   MOVE WS-JOB-LAST-GOOD(WS-JOB-IX) TO WS-WORK-DATE
                   COMPUTE WS-WORK-DAY-NO = WS-WORK-YYYY * 365
                       + WS-WORK-MM * 30 + WS-WORK-DD
                   COMPUTE WS-DAYS-SINCE =
                       WS-RPT-DAY-NO - WS-WORK-DAY-NO
                   IF WS-DAYS-SINCE > WS-MONTHLY-DAYS
                       MOVE "Y" TO WS-JOB-MISSING-SW
                   END-IF
               END-IF
           END-IF
           IF JOB-MISSING
               PERFORM 850-PRINT-MISSING-JOB-RTN
           END-IF.

       850-PRINT-MISSING-JOB-RTN.
           ADD 1 TO WS-MISSING-COUNT
           MOVE WS-JOB-PROGRAM-ID(WS-JOB-IX) TO JOB-PROGRAM-ID
           IF JOB-NIGHTLY(WS-JOB-IX)
               MOVE "NIGHTLY" TO JOB-FREQUENCY
           ELSE
               MOVE "MONTHLY" TO JOB-FREQUENCY
           END-IF
           IF WS-JOB-LAST-GOOD(WS-JOB-IX) = ZERO
               MOVE "NEVER" TO JOB-LAST-GOOD
           ELSE
               MOVE WS-JOB-LAST-GOOD(WS-JOB-IX) TO JOB-LAST-GOOD
           END-IF
           MOVE WS-JOB-MESSAGE(WS-JOB-IX) TO JOB-MESSAGE
           WRITE SUMMARY-REC FROM WS-SUM-JOB-LINE.

      *----------------------------------------------------------*
      * A FILE ON DISK WITH NO CONTROL RECORD CANNOT BE POSTED BY *
      * EITHER PROGRAM, SO IT IS REPORTED AS WAITING TOO.         *
      *----------------------------------------------------------*
       860-CHECK-FILES-RTN.
           IF LBX-FILE-RECEIVED AND NOT LBX-FILE-POSTED
               ADD 1 TO WS-UNPOSTED-COUNT
               IF WS-LBX-INPUT-ID = SPACES
                   MOVE ZERO TO LBX-DEPOSIT-DATE
                   MOVE ZERO TO LBX-ITEM-COUNT
                   MOVE ZERO TO LBX-DEPOSIT-AMT
                   MOVE "HAS NO T RECORD - CANNOT BE POSTED"
                       TO LBX-MESSAGE
               ELSE
                   MOVE WS-LBX-DEPOSIT-DATE TO LBX-DEPOSIT-DATE
                   MOVE WS-LBX-ITEM-COUNT TO LBX-ITEM-COUNT
                   MOVE WS-LBX-DEPOSIT-AMT TO LBX-DEPOSIT-AMT
                   MOVE "NEVER POSTED BY ACCT-LOCKBOX-INTAKE"
                       TO LBX-MESSAGE
               END-IF
               WRITE SUMMARY-REC FROM WS-SUM-LBX-LINE
           END-IF
           IF RTN-FILE-RECEIVED AND NOT RTN-FILE-POSTED
               ADD 1 TO WS-UNPOSTED-COUNT
               IF WS-RTN-INPUT-ID = SPACES
                   MOVE ZERO TO RTN-ENTRY-COUNT
                   MOVE ZERO TO RTN-TOTAL-DEBIT
                   MOVE ZERO TO RTN-ENTRY-HASH
                   MOVE "HAS NO FILE CONTROL - CANNOT BE POSTED"
                       TO RTN-MESSAGE
               ELSE
                   MOVE WS-FC-ENTRY-COUNT TO RTN-ENTRY-COUNT
                   MOVE WS-FC-TOTAL-DEBIT TO RTN-TOTAL-DEBIT
                   MOVE WS-FC-ENTRY-HASH TO RTN-ENTRY-HASH
                   MOVE "NEVER POSTED BY ACCT-ACH-RETURNS"
                       TO RTN-MESSAGE
               END-IF
               WRITE SUMMARY-REC FROM WS-SUM-RTN-LINE
           END-IF.

       985-RCTL-TOTALS-RTN.
           MOVE WS-LOG-READ-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-LISTED-COUNT TO WS-RCTL-WRITTEN-COUNT.

       COPY RCTLPRC.
