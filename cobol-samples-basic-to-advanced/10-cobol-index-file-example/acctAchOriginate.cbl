       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ACH-ORIGINATE.
       AUTHOR. GAETANO.
      *----------------------------------------------------------*
      * NIGHTLY ACH AUTOPAY ORIGINATION.  READS EVERY ACTIVE      *
      * ENROLLMENT ON THE ENROLLMENT FILE (ACHEREC) AND DRAFTS    *
      * THE ONES WHOSE DRAFT DAY HAS COME THIS MONTH AND THAT     *
      * HAVE NOT BEEN DRAFTED SINCE - SO A NIGHT THE JOB DOES     *
      * NOT RUN IS CAUGHT UP THE NEXT NIGHT, AND A RERUN NEVER    *
      * DRAFTS ANYONE TWICE.  AN ENROLLMENT SET UP AFTER THIS     *
      * MONTH'S DRAFT DAY WAITS FOR NEXT MONTH.                   *
      * THE AMOUNT IS THE FULL BALANCE OWED (PAY TYPE F) OR THE   *
      * FIXED AMOUNT, NEVER MORE THAN IS OWED (PAY TYPE A).  A    *
      * DUE ENROLLMENT IS LISTED BUT NOT DRAFTED WHEN:            *
      *   - THE ACCOUNT IS NOT ON THE MASTER,                     *
      *   - AN OPEN HOLD IS ON THE HOLD FILE - NOTHING IS         *
      *     COLLECTED WHILE A DISPUTE OR LEGAL MATTER IS OPEN,    *
      *     AND THE ACCOUNT IS TRIED AGAIN EACH NIGHT,            *
      *   - NOTHING IS OWED - THE MONTH COUNTS AS DRAFTED.        *
      * EVERY DRAFT POSTS THROUGH THE SAME JOURNALED LOGIC AS     *
      * ACCT-LOCKBOX-INTAKE - BALANCE DOWN, AMT-DUE-KEY           *
      * RECOMPUTED, JOURNAL CODE P DATED WITH THE RUN DATE - AND  *
      * LEAVES A PAYMENT-DETAIL RECORD (PAYDTL) WHOSE CHEQUE      *
      * NUMBER IS "ACH" PLUS THE TRACE SEQUENCE, SO THE           *
      * STATEMENT AND THE ARRANGEMENT MONITOR TREAT IT LIKE ANY   *
      * OTHER PAYMENT.  EACH DRAFT IS ALSO KEPT ON THE DRAFT      *
      * HISTORY FILE (ACHDREC) UNDER ITS TRACE NUMBER SO          *
      * ACCT-ACH-RETURNS CAN FIND AND REVERSE IT IF THE BANK      *
      * SENDS IT BACK.                                            *
      * THE NACHA FILE FOR THE BANK IS ONE PPD DEBIT BATCH        *
      * (SERVICE CLASS 225, ENTRY DESCRIPTION AUTOPAY): FILE      *
      * HEADER, BATCH HEADER, ONE ENTRY DETAIL (TRANSACTION CODE  *
      * 27 CHECKING OR 37 SAVINGS) PER DRAFT, BATCH CONTROL, FILE *
      * CONTROL, PADDED WITH ALL-NINES RECORDS TO A BLOCKING      *
      * FACTOR OF TEN.  THE EFFECTIVE ENTRY DATE IS THE RUN DATE; *
      * THE BANK SETTLES ON ITS NEXT PROCESSING DAY.  A NIGHT     *
      * WITH NOTHING TO DRAFT STILL SENDS A FILE HEADER AND FILE  *
      * CONTROL WITH NO BATCH.                                    *
      * THE ORIGINATOR DETAILS THE BANK ASSIGNED US ARE ONE       *
      * ACCTPRM LINE:                                             *
      *   IMMEDIATE DESTINATION (10)  IMMEDIATE ORIGIN (10)       *
      *   DESTINATION NAME (23)       ORIGIN NAME (23)            *
      *   COMPANY NAME (16)           COMPANY ID (10)             *
      *   ODFI ROUTING PREFIX (8)                                 *
      * THE RUN ENDS WITH THE ORIGINATION REGISTER AND ITS        *
      * CONTROL TOTALS; DRAFTS POSTED THAT DO NOT AGREE WITH THE  *
      * NACHA BATCH TOTALS END RC=8.  THE POSTING RUN-ID IS       *
      * DISPLAYED FOR ACCT-GL-EXTRACT.                            *
      * THE MASTER, JOURNAL, PAYMENT-DETAIL AND HOLD FILE PATHS   *
      * ARE ACCTPRM ENTRIES TWO, FIVE, THIRTY-NINE AND            *
      * FORTY-TWO, THE ENROLLMENT FILE IS ENTRY FIFTY-FIVE; THE   *
      * ORIGINATOR DETAILS, THE DRAFT HISTORY FILE, THE NACHA     *
      * FILE AND THE REGISTER ARE THE NEW ENTRIES FIFTY-SIX TO    *
      * FIFTY-NINE.                                               *
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
       SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT JCTL-FILE ASSIGN TO WS-JCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JCTL-STATUS.
       SELECT PAY-DTL-FILE ASSIGN TO WS-PAY-DTL-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PD-KEY
           FILE STATUS IS WS-PAY-DTL-STATUS.
       SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HOLD-ACCT-NO
           FILE STATUS IS WS-HOLD-STATUS.
       SELECT ACHE-FILE ASSIGN TO WS-ACHE-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACHE-ACCT-NO
           FILE STATUS IS WS-ACHE-STATUS.
       SELECT ACHD-FILE ASSIGN TO WS-ACHD-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACHD-TRACE-NO
           FILE STATUS IS WS-ACHD-STATUS.
       SELECT NACHA-FILE ASSIGN TO WS-NACHA-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NACHA-STATUS.
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
       FD OUT-FILE.
           COPY ACCTREC.
       FD JOURNAL-FILE
           RECORD CONTAINS 108 CHARACTERS.
           COPY JRNLREC.
       FD JCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY JCTLREC.
       FD PAY-DTL-FILE
           RECORD CONTAINS 78 CHARACTERS.
           COPY PAYDTL.
       FD HOLD-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY HOLDREC.
       FD ACHE-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY ACHEREC.
       FD ACHD-FILE
           RECORD CONTAINS 121 CHARACTERS.
           COPY ACHDREC.
       FD NACHA-FILE
           RECORD CONTAINS 94 CHARACTERS.
           01 NACHA-REC                    PIC X(94).
       FD REGISTER-FILE
           RECORD CONTAINS 133 CHARACTERS.
           01 REGISTER-REC                 PIC X(133).
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-STATUS                       PIC XX.
       01 WS-PARM-STATUS                  PIC XX.
       01 WS-JOURNAL-STATUS                PIC XX.
       01 WS-PAY-DTL-STATUS               PIC XX.
       01 WS-HOLD-STATUS                  PIC XX.
       01 WS-ACHE-STATUS                  PIC XX.
       01 WS-ACHD-STATUS                  PIC XX.
       01 WS-NACHA-STATUS                 PIC XX.
       01 WS-REGISTER-STATUS              PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-JOURNAL-FILE-PATH        PIC X(100).
           02 WS-PAY-DTL-FILE-PATH        PIC X(100).
           02 WS-HOLD-FILE-PATH           PIC X(100).
           02 WS-ACHE-FILE-PATH           PIC X(100).
           02 WS-ACHD-FILE-PATH           PIC X(100).
           02 WS-NACHA-FILE-PATH          PIC X(100).
           02 WS-REGISTER-FILE-PATH       PIC X(100).
       01 WS-ACH-PARM.
           02 WS-ACH-IMMED-DEST           PIC X(10).
           02 WS-ACH-IMMED-ORIGIN         PIC X(10).
           02 WS-ACH-DEST-NAME            PIC X(23).
           02 WS-ACH-ORIGIN-NAME          PIC X(23).
           02 WS-ACH-COMPANY-NAME         PIC X(16).
           02 WS-ACH-COMPANY-ID           PIC X(10).
           02 WS-ACH-ODFI-ID              PIC X(8).
           02 WS-ACH-ODFI-NUM REDEFINES WS-ACH-ODFI-ID
                                           PIC 9(8).
       01 AMT-DUE-KEY-BIAS                 PIC 9(10)V99 COMP-3
                                               VALUE 1000000000.00.
       01 WS-HOLD-FILE-SW                 PIC X VALUE "N".
           88 HOLD-FILE-OPEN                      VALUE "Y".
       01 WS-ON-HOLD-SW                   PIC X VALUE "N".
           88 ACCOUNT-ON-HOLD                     VALUE "Y".
       01 WS-BATCH-SW                     PIC X VALUE "N".
           88 BATCH-OPEN                          VALUE "Y".
       01 WS-CURRENT-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIMESTAMP.
           02 WS-RUN-DATE                  PIC 9(8) VALUE ZERO.
           02 WS-RUN-TIME                  PIC 9(8) VALUE ZERO.
       01 WS-RUN-ID REDEFINES WS-RUN-TIMESTAMP PIC X(16).
       01 WS-RUN-TIME-PARTS.
           02 WS-RUN-HHMM                 PIC 9(4).
           02 FILLER                      PIC 9(4).
       01 WS-RUN-DATE-PARTS.
           02 WS-RUN-CC                   PIC 9(2).
           02 WS-RUN-YY                   PIC 9(2).
           02 WS-RUN-MM                   PIC 9(2).
           02 WS-RUN-DD                   PIC 9(2).
       01 WS-NACHA-DATE.
           02 WS-ND-YY                    PIC 9(2).
           02 WS-ND-MM                    PIC 9(2).
           02 WS-ND-DD                    PIC 9(2).
       01 WS-RUN-MONTH                    PIC 9(6) VALUE ZERO.
       01 WS-DUE-DATE                     PIC 9(8) VALUE ZERO.
       01 WS-POST-TIME                    PIC 9(8) VALUE ZERO.
       01 WS-DRAFT-AMOUNT                 PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-JOURNAL-OLD-AMT               PIC S9(9)V99 VALUE ZERO.
       01 WS-TRACE-SEQ                    PIC 9(7) VALUE ZERO.
       01 WS-TRACE-NO                     PIC 9(15) VALUE ZERO.
       01 WS-CHECK-NO.
           02 FILLER                      PIC X(3) VALUE "ACH".
           02 WS-CHECK-SEQ                PIC 9(7).
       01 WS-RDFI-ID                      PIC 9(8) VALUE ZERO.
       01 WS-RDFI-CHECK                   PIC 9 VALUE ZERO.
       01 WS-ENTRY-HASH-SUM               PIC 9(12) VALUE ZERO.
       01 WS-ENTRY-HASH                   PIC 9(10) VALUE ZERO.
       01 WS-NACHA-REC-COUNT              PIC 9(7) COMP VALUE ZERO.
       01 WS-BLOCK-COUNT                  PIC 9(6) VALUE ZERO.
       01 WS-BLOCK-REM                    PIC 9(2) VALUE ZERO.
       01 WS-BATCH-COUNT                  PIC 9(6) VALUE ZERO.
       01 WS-DISPOSITION                  PIC X(27) VALUE SPACES.
       01 WS-MASK-LEN                     PIC 9(2) COMP VALUE ZERO.
       01 WS-MASKED-ACCT                  PIC X(17) VALUE SPACES.
       01 WS-PAGE-SIZE                    PIC 9(2) COMP VALUE 50.
       01 WS-LINE-COUNT                   PIC 9(2) COMP VALUE ZERO.
       01 WS-PAGE-COUNT                   PIC 9(4) COMP VALUE ZERO.
       01 WS-RECON-VERDICT                PIC X(14) VALUE SPACES.
       01 WS-CONTROL-TOTALS.
           02 WS-ENROLL-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
           02 WS-DUE-COUNT                PIC 9(7) COMP VALUE ZERO.
           02 WS-DRAFTED-COUNT            PIC 9(7) COMP VALUE ZERO.
           02 WS-DRAFTED-AMT              PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-HOLD-SKIP-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-NOTHING-OWED-COUNT       PIC 9(7) COMP VALUE ZERO.
           02 WS-NOT-FOUND-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-POST-FAIL-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-NACHA-ENTRY-COUNT        PIC 9(6) VALUE ZERO.
           02 WS-NACHA-DEBIT-AMT          PIC 9(10)V99 VALUE ZERO.
      *----------------------------------------------------------*
      * NACHA RECORD LAYOUTS - 94 CHARACTERS EACH.                *
      *----------------------------------------------------------*
       01 WS-FILE-HEADER-REC.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(2) VALUE "01".
           02 FH-IMMED-DEST               PIC X(10).
           02 FH-IMMED-ORIGIN             PIC X(10).
           02 FH-CREATE-DATE              PIC X(6).
           02 FH-CREATE-TIME              PIC 9(4).
           02 FILLER                      PIC X VALUE "A".
           02 FILLER                      PIC X(3) VALUE "094".
           02 FILLER                      PIC X(2) VALUE "10".
           02 FILLER                      PIC X VALUE "1".
           02 FH-DEST-NAME                PIC X(23).
           02 FH-ORIGIN-NAME              PIC X(23).
           02 FILLER                      PIC X(8) VALUE SPACES.
       01 WS-BATCH-HEADER-REC.
           02 FILLER                      PIC X VALUE "5".
           02 FILLER                      PIC X(3) VALUE "225".
           02 BH-COMPANY-NAME             PIC X(16).
           02 FILLER                      PIC X(20) VALUE SPACES.
           02 BH-COMPANY-ID               PIC X(10).
           02 FILLER                      PIC X(3) VALUE "PPD".
           02 FILLER                      PIC X(10) VALUE "AUTOPAY".
           02 BH-DESC-DATE                PIC X(6).
           02 BH-EFFECTIVE-DATE           PIC X(6).
           02 FILLER                      PIC X(3) VALUE SPACES.
           02 FILLER                      PIC X VALUE "1".
           02 BH-ODFI-ID                  PIC X(8).
           02 BH-BATCH-NO                 PIC 9(7).
       01 WS-ENTRY-DETAIL-REC.
           02 FILLER                      PIC X VALUE "6".
           02 ED-TRAN-CODE                PIC X(2).
           02 ED-RDFI-ID                  PIC 9(8).
           02 ED-CHECK-DIGIT              PIC 9.
           02 ED-DFI-ACCT-NO              PIC X(17).
           02 ED-AMOUNT                   PIC 9(8)V99.
           02 ED-INDIVIDUAL-ID            PIC X(15).
           02 ED-INDIVIDUAL-NAME          PIC X(22).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 FILLER                      PIC X VALUE "0".
           02 ED-TRACE-NO                 PIC 9(15).
       01 WS-BATCH-CONTROL-REC.
           02 FILLER                      PIC X VALUE "8".
           02 FILLER                      PIC X(3) VALUE "225".
           02 BC-ENTRY-COUNT              PIC 9(6).
           02 BC-ENTRY-HASH               PIC 9(10).
           02 BC-TOTAL-DEBIT              PIC 9(10)V99.
           02 BC-TOTAL-CREDIT             PIC 9(10)V99.
           02 BC-COMPANY-ID               PIC X(10).
           02 FILLER                      PIC X(19) VALUE SPACES.
           02 FILLER                      PIC X(6) VALUE SPACES.
           02 BC-ODFI-ID                  PIC X(8).
           02 BC-BATCH-NO                 PIC 9(7).
       01 WS-FILE-CONTROL-REC.
           02 FILLER                      PIC X VALUE "9".
           02 FC-BATCH-COUNT              PIC 9(6).
           02 FC-BLOCK-COUNT              PIC 9(6).
           02 FC-ENTRY-COUNT              PIC 9(8).
           02 FC-ENTRY-HASH               PIC 9(10).
           02 FC-TOTAL-DEBIT              PIC 9(10)V99.
           02 FC-TOTAL-CREDIT             PIC 9(10)V99.
           02 FILLER                      PIC X(39) VALUE SPACES.
       01 WS-FILLER-REC                   PIC X(94) VALUE ALL "9".
      *----------------------------------------------------------*
      * ORIGINATION REGISTER PRINT LINES - 133 CHARACTERS WITH    *
      * ASA CARRIAGE CONTROL IN COLUMN ONE.                       *
      *----------------------------------------------------------*
       01 WS-REG-HDR-LINE.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(46) VALUE
               "===== ACH AUTOPAY ORIGINATION REGISTER - PAGE ".
           02 HDR-PAGE-NO                 PIC Z(3)9.
           02 FILLER                      PIC X(7) VALUE " - RUN ".
           02 HDR-RUN-DATE                PIC 9(8).
           02 FILLER                      PIC X(6) VALUE " =====".
           02 FILLER                      PIC X(61) VALUE SPACES.
       01 WS-REG-COL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(11)
                                           VALUE "ACCT-NO    ".
           02 FILLER                      PIC X(24)
                                           VALUE "ACCOUNT HOLDER".
           02 FILLER                      PIC X(11)
                                           VALUE "ROUTING".
           02 FILLER                      PIC X(19)
                                           VALUE "BANK ACCOUNT".
           02 FILLER                      PIC X(6) VALUE "T  P".
           02 FILLER                      PIC X(15)
                                           VALUE "  DRAFT AMOUNT".
           02 FILLER                      PIC X(17)
                                           VALUE "TRACE NUMBER".
           02 FILLER                      PIC X(29)
                                           VALUE "DISPOSITION".
       01 WS-REG-DETAIL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-ACCT-NO                 PIC 9(9).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-HOLDER-NAME             PIC X(22).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-ROUTING-NO              PIC 9(9).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-BANK-ACCT               PIC X(17).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-ACCT-TYPE               PIC X.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-PAY-TYPE                PIC X.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-AMOUNT                  PIC Z(9)9.99.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-TRACE-NO                PIC X(15).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-DISPOSITION             PIC X(27).
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
               "DRAFTS AGREE WITH NACHA BATCH:".
           02 FILLER                      PIC X VALUE SPACE.
           02 VRD-VERDICT                 PIC X(14).
           02 FILLER                      PIC X(87) VALUE SPACES.
       01 WS-BLANK-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(132) VALUE SPACES.
       COPY JSEQWS.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-ACH-ORIGINATE" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME TO WS-RUN-TIME-PARTS
           MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS
           MOVE WS-RUN-YY TO WS-ND-YY
           MOVE WS-RUN-MM TO WS-ND-MM
           MOVE WS-RUN-DD TO WS-ND-DD
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100
           PERFORM 610-OPEN-FILES-RTN
           PERFORM 650-READ-TRACE-SEQ-RTN
           PERFORM 700-WRITE-FILE-HEADER-RTN
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           MOVE LOW-VALUES TO ACHE-ACCT-NO
           START ACHE-FILE
               KEY IS NOT LESS THAN ACHE-ACCT-NO
               INVALID KEY
                   MOVE "NO" TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS
               READ ACHE-FILE NEXT RECORD
                   AT END
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-ENROLL-READ-COUNT
                       PERFORM 200-SCREEN-ENROLLMENT-RTN
               END-READ
           END-PERFORM
           PERFORM 750-WRITE-FILE-TRAILER-RTN
           PERFORM 800-PRINT-TOTALS-RTN
           CLOSE OUT-FILE
                 JOURNAL-FILE
                 PAY-DTL-FILE
                 ACHE-FILE
                 ACHD-FILE
                 NACHA-FILE
                 REGISTER-FILE
           PERFORM 979-JRNL-CHAIN-SAVE-RTN
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
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
           PERFORM 605-SKIP-PARM-RTN 1 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-OUT-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 2 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-JOURNAL-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 33 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-PAY-DTL-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 2 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-HOLD-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 12 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ACHE-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ACH-PARM
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ACHD-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-NACHA-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-REGISTER-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 10 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-JCTL-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE
           IF WS-ACH-ODFI-ID IS NOT NUMERIC
               OR WS-ACH-COMPANY-ID = SPACES
               OR WS-ACH-IMMED-DEST = SPACES
               OR WS-ACH-IMMED-ORIGIN = SPACES
               DISPLAY "BAD ACH ORIGINATOR DETAILS IN ACCTPRM -"
                   " NOTHING DRAFTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

       610-OPEN-FILES-RTN.
           OPEN I-O OUT-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "OUT-FILE OPEN ERROR, STATUS " WS-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN I-O ACHE-FILE
           IF WS-ACHE-STATUS = "35"
               OPEN OUTPUT ACHE-FILE
               CLOSE ACHE-FILE
               OPEN I-O ACHE-FILE
           ELSE
               IF WS-ACHE-STATUS NOT = "00"
                   DISPLAY "ACHE-FILE OPEN ERROR, STATUS "
                       WS-ACHE-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
           PERFORM 970-JRNL-CHAIN-START-RTN
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           ELSE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS "
                       WS-JOURNAL-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O PAY-DTL-FILE
           IF WS-PAY-DTL-STATUS = "35"
               OPEN OUTPUT PAY-DTL-FILE
               CLOSE PAY-DTL-FILE
               OPEN I-O PAY-DTL-FILE
           ELSE
               IF WS-PAY-DTL-STATUS NOT = "00"
                   DISPLAY "PAY-DTL-FILE OPEN ERROR, STATUS "
                       WS-PAY-DTL-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O ACHD-FILE
           IF WS-ACHD-STATUS = "35"
               OPEN OUTPUT ACHD-FILE
               CLOSE ACHD-FILE
               OPEN I-O ACHD-FILE
           ELSE
               IF WS-ACHD-STATUS NOT = "00"
                   DISPLAY "ACHD-FILE OPEN ERROR, STATUS "
                       WS-ACHD-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               DISPLAY "HOLD-FILE NOT FOUND - NO ACCOUNTS ON HOLD"
           ELSE
               IF WS-HOLD-STATUS NOT = "00"
                   DISPLAY "HOLD-FILE OPEN ERROR, STATUS "
                       WS-HOLD-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-HOLD-FILE-SW
           END-IF
           OPEN OUTPUT NACHA-FILE
           IF WS-NACHA-STATUS NOT = "00"
               DISPLAY "NACHA-FILE OPEN ERROR, STATUS "
                   WS-NACHA-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "REGISTER-FILE OPEN ERROR, STATUS "
                   WS-REGISTER-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      * THE LAST TRACE SEQUENCE ISSUED LIVES ON THE DRAFT HISTORY *
      * FILE'S CONTROL RECORD (TRACE NUMBER ZERO).  THE FIRST RUN *
      * EVER WRITES IT.                                           *
      *----------------------------------------------------------*
       650-READ-TRACE-SEQ-RTN.
           MOVE ZERO TO ACHD-TRACE-NO
           READ ACHD-FILE
               INVALID KEY
                   MOVE ZERO TO WS-TRACE-SEQ
                   PERFORM 655-BUILD-CONTROL-REC-RTN
                   WRITE ACHD-REC
                       INVALID KEY
                           DISPLAY "ACHD-FILE CONTROL RECORD WRITE"
                               " ERROR, STATUS " WS-ACHD-STATUS
                           MOVE 8 TO RETURN-CODE
                           PERFORM 991-RCTL-ABORT-RTN
                           STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   MOVE ACHD-LAST-SEQ TO WS-TRACE-SEQ
           END-READ.

       655-BUILD-CONTROL-REC-RTN.
           MOVE SPACES TO ACHD-REC
           MOVE ZERO TO ACHD-TRACE-NO
           MOVE WS-TRACE-SEQ TO ACHD-LAST-SEQ
           MOVE ZERO TO ACHD-POST-DATE
           MOVE ZERO TO ACHD-POST-TIME
           MOVE ZERO TO ACHD-AMOUNT
           MOVE ZERO TO ACHD-ROUTING-NO
           MOVE ZERO TO ACHD-RETURN-DATE
           MOVE WS-RUN-ID TO ACHD-RUN-ID.

       660-SAVE-TRACE-SEQ-RTN.
           PERFORM 655-BUILD-CONTROL-REC-RTN
           REWRITE ACHD-REC
               INVALID KEY
                   DISPLAY "ACHD-FILE CONTROL RECORD REWRITE ERROR,"
                       " STATUS " WS-ACHD-STATUS
           END-REWRITE.

      *----------------------------------------------------------*
      * DUE MEANS ACTIVE, THIS MONTH'S DRAFT DAY REACHED, NOT     *
      * DRAFTED SINCE IT, AND ENROLLED ON OR BEFORE IT.           *
      *----------------------------------------------------------*
       200-SCREEN-ENROLLMENT-RTN.
           COMPUTE WS-DUE-DATE = WS-RUN-MONTH * 100 + ACHE-DRAFT-DAY
           IF ACHE-ACTIVE
                   AND WS-RUN-DATE NOT < WS-DUE-DATE
                   AND ACHE-LAST-DRAFT-DATE < WS-DUE-DATE
                   AND ACHE-SETUP-DATE NOT > WS-DUE-DATE
               ADD 1 TO WS-DUE-COUNT
               MOVE ZERO TO WS-DRAFT-AMOUNT
               MOVE SPACES TO DTL-TRACE-NO
               MOVE ACHE-ACCT-NO TO ACCT-NO-OUT
               READ OUT-FILE
                   KEY IS ACCT-NO-OUT
                   INVALID KEY
                       ADD 1 TO WS-NOT-FOUND-COUNT
                       MOVE "NOT ON THE MASTER" TO WS-DISPOSITION
                   NOT INVALID KEY
                       PERFORM 220-DRAFT-CANDIDATE-RTN
               END-READ
               PERFORM 500-PRINT-REGISTER-RTN
           END-IF.

       220-DRAFT-CANDIDATE-RTN.
           PERFORM 230-CHECK-HOLD-RTN
           IF ACCOUNT-ON-HOLD
               ADD 1 TO WS-HOLD-SKIP-COUNT
               MOVE "ON HOLD - NOT DRAFTED" TO WS-DISPOSITION
           ELSE
               IF AMT-DUE-OUT NOT > ZERO
                   ADD 1 TO WS-NOTHING-OWED-COUNT
                   MOVE "NOTHING OWED - NOT DRAFTED" TO WS-DISPOSITION
                   MOVE WS-RUN-DATE TO ACHE-LAST-DRAFT-DATE
                   MOVE ZERO TO ACHE-LAST-DRAFT-AMT
                   PERFORM 380-REWRITE-ENROLLMENT-RTN
               ELSE
                   IF ACHE-PAY-FIXED
                           AND ACHE-FIXED-AMT < AMT-DUE-OUT
                       MOVE ACHE-FIXED-AMT TO WS-DRAFT-AMOUNT
                   ELSE
                       MOVE AMT-DUE-OUT TO WS-DRAFT-AMOUNT
                   END-IF
                   PERFORM 300-POST-DRAFT-RTN
               END-IF
           END-IF.

       230-CHECK-HOLD-RTN.
           MOVE "N" TO WS-ON-HOLD-SW
           IF HOLD-FILE-OPEN
               MOVE ACCT-NO-OUT TO HOLD-ACCT-NO
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-OPEN
                           MOVE "Y" TO WS-ON-HOLD-SW
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * SAME SHAPE AS ACCT-LOCKBOX-INTAKE'S 300-MATCH-AND-POST:   *
      * THE MASTER IS POSTED FIRST, AND ONLY A POSTED DRAFT IS    *
      * JOURNALED, KEPT ON PAYDTL AND THE DRAFT HISTORY, AND      *
      * SENT TO THE BANK - A FAILED REWRITE SENDS NOTHING.        *
      *----------------------------------------------------------*
       300-POST-DRAFT-RTN.
           MOVE AMT-DUE-OUT TO WS-JOURNAL-OLD-AMT
           SUBTRACT WS-DRAFT-AMOUNT FROM AMT-DUE-OUT
           COMPUTE AMT-DUE-KEY = AMT-DUE-OUT + AMT-DUE-KEY-BIAS
           MOVE WS-RUN-DATE TO LAST-ACTIVITY-DATE
           REWRITE OUT-REC
               INVALID KEY
                   MOVE WS-JOURNAL-OLD-AMT TO AMT-DUE-OUT
                   ADD 1 TO WS-POST-FAIL-COUNT
                   MOVE "POST FAILED - NOT DRAFTED" TO WS-DISPOSITION
                   DISPLAY "DRAFT REWRITE FAILED, ACCT " ACCT-NO-OUT
                       " STATUS " WS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-TRACE-SEQ
                   COMPUTE WS-TRACE-NO =
                       WS-ACH-ODFI-NUM * 10000000 + WS-TRACE-SEQ
                   MOVE WS-TRACE-NO TO DTL-TRACE-NO
                   PERFORM 900-WRITE-JOURNAL-RTN
                   PERFORM 340-KEEP-PAY-DETAIL-RTN
                   PERFORM 360-KEEP-DRAFT-RTN
                   PERFORM 660-SAVE-TRACE-SEQ-RTN
                   MOVE WS-RUN-DATE TO ACHE-LAST-DRAFT-DATE
                   MOVE WS-DRAFT-AMOUNT TO ACHE-LAST-DRAFT-AMT
                   PERFORM 380-REWRITE-ENROLLMENT-RTN
                   PERFORM 720-WRITE-ENTRY-RTN
                   ADD 1 TO WS-DRAFTED-COUNT
                   ADD WS-DRAFT-AMOUNT TO WS-DRAFTED-AMT
                   MOVE "DRAFTED" TO WS-DISPOSITION
           END-REWRITE.

       340-KEEP-PAY-DETAIL-RTN.
           MOVE WS-TRACE-SEQ TO WS-CHECK-SEQ
           MOVE ACCT-NO-OUT TO PD-ACCT-NO
           MOVE WS-RUN-DATE TO PD-POST-DATE
           MOVE WS-POST-TIME TO PD-POST-TIME
           MOVE WS-CHECK-NO TO PD-CHECK-NO
           MOVE WS-RUN-DATE TO PD-PAY-DATE
           MOVE WS-DRAFT-AMOUNT TO PD-AMOUNT
           MOVE WS-RUN-DATE TO PD-DEPOSIT-DATE
           MOVE WS-RUN-ID TO PD-RUN-ID
           WRITE PAY-DTL-REC
               INVALID KEY
                   DISPLAY "PAY-DTL WRITE FAILED, ACCT " PD-ACCT-NO
                       " DRAFT " PD-CHECK-NO " STATUS "
                       WS-PAY-DTL-STATUS
           END-WRITE.

       360-KEEP-DRAFT-RTN.
           MOVE WS-TRACE-NO TO ACHD-TRACE-NO
           MOVE ACCT-NO-OUT TO ACHD-ACCT-NO
           MOVE "O" TO ACHD-STATUS
           MOVE WS-RUN-DATE TO ACHD-POST-DATE
           MOVE WS-POST-TIME TO ACHD-POST-TIME
           MOVE WS-DRAFT-AMOUNT TO ACHD-AMOUNT
           MOVE ACHE-ROUTING-NO TO ACHD-ROUTING-NO
           MOVE ACHE-BANK-ACCT-NO TO ACHD-BANK-ACCT-NO
           MOVE WS-RUN-ID TO ACHD-RUN-ID
           MOVE SPACES TO ACHD-RETURN-CODE
           MOVE ZERO TO ACHD-RETURN-DATE
           MOVE SPACES TO ACHD-RETURN-RUN-ID
           WRITE ACHD-REC
               INVALID KEY
                   DISPLAY "ACHD-FILE WRITE FAILED, TRACE "
                       ACHD-TRACE-NO " STATUS " WS-ACHD-STATUS
           END-WRITE.

       380-REWRITE-ENROLLMENT-RTN.
           REWRITE ACHE-REC
               INVALID KEY
                   DISPLAY "ACHE-FILE REWRITE FAILED, ACCT "
                       ACHE-ACCT-NO " STATUS " WS-ACHE-STATUS
           END-REWRITE.

       500-PRINT-REGISTER-RTN.
           IF WS-LINE-COUNT = ZERO
               PERFORM 520-PRINT-PAGE-HEADER-RTN
           END-IF
           PERFORM 510-MASK-BANK-ACCT-RTN
           MOVE ACHE-ACCT-NO TO DTL-ACCT-NO
           MOVE ACHE-HOLDER-NAME TO DTL-HOLDER-NAME
           MOVE ACHE-ROUTING-NO TO DTL-ROUTING-NO
           MOVE WS-MASKED-ACCT TO DTL-BANK-ACCT
           MOVE ACHE-BANK-ACCT-TYPE TO DTL-ACCT-TYPE
           MOVE ACHE-PAY-TYPE TO DTL-PAY-TYPE
           MOVE WS-DRAFT-AMOUNT TO DTL-AMOUNT
           MOVE WS-DISPOSITION TO DTL-DISPOSITION
           WRITE REGISTER-REC FROM WS-REG-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               MOVE ZERO TO WS-LINE-COUNT
           END-IF.

      *----------------------------------------------------------*
      * ONLY THE LAST FOUR CHARACTERS OF THE CUSTOMER'S BANK      *
      * ACCOUNT NUMBER GO ON PAPER.                               *
      *----------------------------------------------------------*
       510-MASK-BANK-ACCT-RTN.
           MOVE ACHE-BANK-ACCT-NO TO WS-MASKED-ACCT
           MOVE ZERO TO WS-MASK-LEN
           INSPECT WS-MASKED-ACCT TALLYING WS-MASK-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-MASK-LEN > 4
               SUBTRACT 4 FROM WS-MASK-LEN
               MOVE ALL "*" TO WS-MASKED-ACCT(1:WS-MASK-LEN)
           END-IF.

       520-PRINT-PAGE-HEADER-RTN.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NO
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REGISTER-REC FROM WS-REG-HDR-LINE
           WRITE REGISTER-REC FROM WS-REG-COL-LINE.

       700-WRITE-FILE-HEADER-RTN.
           MOVE WS-ACH-IMMED-DEST TO FH-IMMED-DEST
           MOVE WS-ACH-IMMED-ORIGIN TO FH-IMMED-ORIGIN
           MOVE WS-NACHA-DATE TO FH-CREATE-DATE
           MOVE WS-RUN-HHMM TO FH-CREATE-TIME
           MOVE WS-ACH-DEST-NAME TO FH-DEST-NAME
           MOVE WS-ACH-ORIGIN-NAME TO FH-ORIGIN-NAME
           WRITE NACHA-REC FROM WS-FILE-HEADER-REC
           ADD 1 TO WS-NACHA-REC-COUNT.

      *----------------------------------------------------------*
      * THE BATCH HEADER GOES OUT WITH THE FIRST ENTRY, SO A      *
      * NIGHT WITH NOTHING TO DRAFT SENDS NO EMPTY BATCH.  THE    *
      * ENTRY HASH IS THE SUM OF THE EIGHT-DIGIT RECEIVING BANK   *
      * ROUTING PREFIXES, KEEPING ONLY THE LOW TEN DIGITS.        *
      *----------------------------------------------------------*
       720-WRITE-ENTRY-RTN.
           IF NOT BATCH-OPEN
               MOVE WS-ACH-COMPANY-NAME TO BH-COMPANY-NAME
               MOVE WS-ACH-COMPANY-ID TO BH-COMPANY-ID
               MOVE WS-NACHA-DATE TO BH-DESC-DATE
               MOVE WS-NACHA-DATE TO BH-EFFECTIVE-DATE
               MOVE WS-ACH-ODFI-ID TO BH-ODFI-ID
               MOVE 1 TO BH-BATCH-NO
               WRITE NACHA-REC FROM WS-BATCH-HEADER-REC
               ADD 1 TO WS-NACHA-REC-COUNT
               MOVE 1 TO WS-BATCH-COUNT
               MOVE "Y" TO WS-BATCH-SW
           END-IF
           DIVIDE ACHE-ROUTING-NO BY 10 GIVING WS-RDFI-ID
               REMAINDER WS-RDFI-CHECK
           IF ACHE-SAVINGS
               MOVE "37" TO ED-TRAN-CODE
           ELSE
               MOVE "27" TO ED-TRAN-CODE
           END-IF
           MOVE WS-RDFI-ID TO ED-RDFI-ID
           MOVE WS-RDFI-CHECK TO ED-CHECK-DIGIT
           MOVE ACHE-BANK-ACCT-NO TO ED-DFI-ACCT-NO
           MOVE WS-DRAFT-AMOUNT TO ED-AMOUNT
           MOVE ACHE-ACCT-NO TO ED-INDIVIDUAL-ID
           MOVE ACHE-HOLDER-NAME TO ED-INDIVIDUAL-NAME
           MOVE WS-TRACE-NO TO ED-TRACE-NO
           WRITE NACHA-REC FROM WS-ENTRY-DETAIL-REC
           ADD 1 TO WS-NACHA-REC-COUNT
           ADD 1 TO WS-NACHA-ENTRY-COUNT
           ADD WS-DRAFT-AMOUNT TO WS-NACHA-DEBIT-AMT
           ADD WS-RDFI-ID TO WS-ENTRY-HASH-SUM.

       750-WRITE-FILE-TRAILER-RTN.
           MOVE WS-ENTRY-HASH-SUM TO WS-ENTRY-HASH
           IF BATCH-OPEN
               MOVE WS-NACHA-ENTRY-COUNT TO BC-ENTRY-COUNT
               MOVE WS-ENTRY-HASH TO BC-ENTRY-HASH
               MOVE WS-NACHA-DEBIT-AMT TO BC-TOTAL-DEBIT
               MOVE ZERO TO BC-TOTAL-CREDIT
               MOVE WS-ACH-COMPANY-ID TO BC-COMPANY-ID
               MOVE WS-ACH-ODFI-ID TO BC-ODFI-ID
               MOVE 1 TO BC-BATCH-NO
               WRITE NACHA-REC FROM WS-BATCH-CONTROL-REC
               ADD 1 TO WS-NACHA-REC-COUNT
           END-IF
           ADD 1 TO WS-NACHA-REC-COUNT
           DIVIDE WS-NACHA-REC-COUNT BY 10 GIVING WS-BLOCK-COUNT
               REMAINDER WS-BLOCK-REM
           IF WS-BLOCK-REM > ZERO
               ADD 1 TO WS-BLOCK-COUNT
           END-IF
           MOVE WS-BATCH-COUNT TO FC-BATCH-COUNT
           MOVE WS-BLOCK-COUNT TO FC-BLOCK-COUNT
           MOVE WS-NACHA-ENTRY-COUNT TO FC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH TO FC-ENTRY-HASH
           MOVE WS-NACHA-DEBIT-AMT TO FC-TOTAL-DEBIT
           MOVE ZERO TO FC-TOTAL-CREDIT
           WRITE NACHA-REC FROM WS-FILE-CONTROL-REC
           PERFORM 760-WRITE-FILLER-RTN
               UNTIL WS-BLOCK-REM = ZERO.

       760-WRITE-FILLER-RTN.
           WRITE NACHA-REC FROM WS-FILLER-REC
           ADD 1 TO WS-NACHA-REC-COUNT
           DIVIDE WS-NACHA-REC-COUNT BY 10 GIVING WS-BLOCK-COUNT
               REMAINDER WS-BLOCK-REM.

       900-WRITE-JOURNAL-RTN.
           MOVE ACCT-NO-OUT TO JRNL-ACCT-NO
           MOVE WS-JOURNAL-OLD-AMT TO JRNL-OLD-AMT
           MOVE AMT-DUE-OUT TO JRNL-NEW-AMT
           MOVE WS-RUN-DATE TO JRNL-DATE
           ACCEPT WS-POST-TIME FROM TIME
           MOVE WS-POST-TIME TO JRNL-TIME
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE "P" TO JRNL-TRAN-CODE
           MOVE SPACES TO JRNL-OPERATOR-ID
           MOVE SPACES TO JRNL-CHECKER-ID
           PERFORM 975-JRNL-STAMP-RTN
           WRITE JOURNAL-REC.

      *----------------------------------------------------------*
      * EVERY DUE ENROLLMENT IS ACCOUNTED FOR ONCE, AND WHAT WAS  *
      * POSTED MUST BE EXACTLY WHAT THE BANK WILL DRAFT.          *
      *----------------------------------------------------------*
       800-PRINT-TOTALS-RTN.
           IF WS-DUE-COUNT = WS-DRAFTED-COUNT + WS-HOLD-SKIP-COUNT
                   + WS-NOTHING-OWED-COUNT + WS-NOT-FOUND-COUNT
                   + WS-POST-FAIL-COUNT
               AND WS-DRAFTED-COUNT = WS-NACHA-ENTRY-COUNT
               AND WS-DRAFTED-AMT = WS-NACHA-DEBIT-AMT
               MOVE "BALANCED" TO WS-RECON-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-RECON-VERDICT
           END-IF
           WRITE REGISTER-REC FROM WS-BLANK-LINE
           MOVE "ENROLLMENTS READ  . . . . . :" TO SUM-TEXT
           MOVE WS-ENROLL-READ-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "DUE FOR DRAFTING  . . . . . :" TO SUM-TEXT
           MOVE WS-DUE-COUNT TO SUM-COUNT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "ON HOLD - NOT DRAFTED . . . :" TO SUM-TEXT
           MOVE WS-HOLD-SKIP-COUNT TO SUM-COUNT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "NOTHING OWED  . . . . . . . :" TO SUM-TEXT
           MOVE WS-NOTHING-OWED-COUNT TO SUM-COUNT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "NOT ON THE MASTER . . . . . :" TO SUM-TEXT
           MOVE WS-NOT-FOUND-COUNT TO SUM-COUNT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "POSTING FAILED  . . . . . . :" TO SUM-TEXT
           MOVE WS-POST-FAIL-COUNT TO SUM-COUNT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "DRAFTED AND POSTED  . . . . :" TO SUM-TEXT
           MOVE WS-DRAFTED-COUNT TO SUM-COUNT
           MOVE WS-DRAFTED-AMT TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "NACHA BATCH DEBITS  . . . . :" TO SUM-TEXT
           MOVE WS-NACHA-ENTRY-COUNT TO SUM-COUNT
           MOVE WS-NACHA-DEBIT-AMT TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE WS-RECON-VERDICT TO VRD-VERDICT
           WRITE REGISTER-REC FROM WS-REG-VERDICT-LINE
           DISPLAY "===== ACCT-ACH-ORIGINATE CONTROL TOTALS ====="
           DISPLAY "POSTING RUN-ID  . . . . . . : " WS-RUN-ID
           DISPLAY "ENROLLMENTS READ  . . . . . : "
               WS-ENROLL-READ-COUNT
           DISPLAY "DUE FOR DRAFTING  . . . . . : " WS-DUE-COUNT
           DISPLAY "SKIPPED - ACCOUNT ON HOLD . : "
               WS-HOLD-SKIP-COUNT
           DISPLAY "SKIPPED - NOTHING OWED  . . : "
               WS-NOTHING-OWED-COUNT
           DISPLAY "SKIPPED - NOT ON MASTER . . : "
               WS-NOT-FOUND-COUNT
           DISPLAY "POSTING FAILED  . . . . . . : "
               WS-POST-FAIL-COUNT
           DISPLAY "DRAFTED AND POSTED  . . . . : " WS-DRAFTED-COUNT
           DISPLAY "AMOUNT DRAFTED  . . . . . . : " WS-DRAFTED-AMT
           DISPLAY "NACHA ENTRIES . . . . . . . : "
               WS-NACHA-ENTRY-COUNT
           DISPLAY "NACHA TOTAL DEBIT . . . . . : "
               WS-NACHA-DEBIT-AMT
           DISPLAY "NACHA ENTRY HASH  . . . . . : " WS-ENTRY-HASH
           DISPLAY "NACHA BLOCK COUNT . . . . . : " WS-BLOCK-COUNT
           DISPLAY "LAST TRACE SEQUENCE . . . . : " WS-TRACE-SEQ
           DISPLAY "RECONCILIATION. . . . . . . : " WS-RECON-VERDICT.

       COPY JSEQPRC.
       COPY JHASHPRC.

       985-RCTL-TOTALS-RTN.
           IF WS-RUN-DATE NOT = ZERO
               MOVE WS-RUN-ID TO WS-RCTL-RUN-ID
           END-IF
           MOVE WS-ENROLL-READ-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-DRAFTED-COUNT TO WS-RCTL-WRITTEN-COUNT
           COMPUTE WS-RCTL-REJECT-COUNT =
               WS-NOT-FOUND-COUNT + WS-POST-FAIL-COUNT
           COMPUTE WS-RCTL-MONEY-POSTED = 0 - WS-DRAFTED-AMT.

       COPY RCTLPRC.
