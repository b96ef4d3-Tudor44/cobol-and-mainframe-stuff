       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ACH-RETURNS.
       AUTHOR. GAETANO.
      *----------------------------------------------------------*
      * ACH RETURNS INTAKE.  READS THE RETURN FILE THE BANK SENDS *
      * BACK FOR THE AUTOPAY DEBITS ACCT-ACH-ORIGINATE            *
      * ORIGINATED - NACHA FORMAT, ONE ENTRY DETAIL (6) AND ITS   *
      * ADDENDA (7) PER RETURNED DEBIT, AND A FILE CONTROL (9)    *
      * RECORD WITH THE BANK'S TOTALS.                            *
      * A TYPE-99 ADDENDA IS A RETURN: ITS REASON CODE (R01       *
      * INSUFFICIENT FUNDS, R02 ACCOUNT CLOSED AND SO ON) AND THE *
      * ORIGINAL TRACE NUMBER FIND THE DRAFT ON THE DRAFT HISTORY *
      * FILE (ACHDREC).  THE PAYMENT IS REVERSED ON THE MASTER -  *
      * BALANCE BACK UP, AMT-DUE-KEY RECOMPUTED, JOURNAL CODE U   *
      * DATED WITH THE RUN DATE; LAST-ACTIVITY-DATE IS LEFT ALONE *
      * BECAUSE A RETURNED DRAFT IS NOT CUSTOMER ACTIVITY.  THE   *
      * DRAFT IS MARKED RETURNED WITH THE REASON CODE, AND THE    *
      * ENROLLMENT'S RETURN COUNT, LAST RETURN DATE AND REASON    *
      * ARE UPDATED.  THE ENROLLMENT IS SUSPENDED WHEN THE RETURN *
      * COUNT REACHES THE RETURN LIMIT, OR AT ONCE FOR A REASON   *
      * THAT MEANS THE BANK ACCOUNT CANNOT BE DRAFTED AGAIN       *
      * (R02, R03, R04, R05, R07, R10, R16, R20, R29).            *
      * THE RETURN LIMIT IS AN ACCTPRM LINE (PIC 9(5)); ZERO OR   *
      * NOT NUMERIC MEANS TWO.                                    *
      * A TYPE-98 ADDENDA IS A NOTIFICATION OF CHANGE - NO MONEY  *
      * MOVES; IT IS LISTED WITH THE CORRECTED DATA SO            *
      * COLLECTIONS CAN RE-ENROLL THE ACCOUNT THROUGH             *
      * ACCT-ACH-ENROLL.                                          *
      * A RETURN THAT CANNOT BE REVERSED GOES TO THE EXCEPTION    *
      * FILE WITH ITS REASON:                                     *
      *   NODRAFT  - NO DRAFT ON FILE WITH THAT TRACE NUMBER      *
      *   DUPRTN   - THE DRAFT HAS ALREADY BEEN RETURNED          *
      *   AMTDIFF  - THE RETURN AMOUNT IS NOT THE DRAFT AMOUNT    *
      *   NOMATCH  - THE DRAFT'S ACCOUNT IS NOT ON THE MASTER     *
      *   POSTFAIL - THE MASTER REWRITE FAILED                    *
      *   NOADDNDA - AN ENTRY WITH NO ADDENDA                     *
      *   BADADDND - AN ADDENDA THAT IS NOT A RETURN OR A NOTICE  *
      *              OF CHANGE, OR HAS NO ENTRY                   *
      * THE PROOF: REVERSED PLUS EXCEPTIONS PLUS NOTICES MUST     *
      * EQUAL THE FILE CONTROL TOTAL AND ENTRY/ADDENDA COUNT, OR  *
      * THE RUN ENDS RC=8.  A FILE WITH NO 9 RECORD IS REFUSED    *
      * BEFORE ANYTHING POSTS.  THE POSTING RUN-ID IS DISPLAYED   *
      * FOR ACCT-GL-EXTRACT.                                      *
      * THE MASTER AND JOURNAL PATHS ARE ACCTPRM ENTRIES TWO AND  *
      * FIVE, THE ENROLLMENT FILE IS ENTRY FIFTY-FIVE AND THE     *
      * DRAFT HISTORY FILE ENTRY FIFTY-SEVEN; THE RETURN FILE,    *
      * THE RETURN LIMIT, THE EXCEPTION FILE AND THE RETURNS      *
      * REGISTER ARE THE NEW ENTRIES SIXTY TO SIXTY-THREE.        *
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
       SELECT RETURN-FILE ASSIGN TO WS-RETURN-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.
       SELECT EXCEPTION-FILE ASSIGN TO WS-EXCEPTION-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.
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
       FD ACHE-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY ACHEREC.
       FD ACHD-FILE
           RECORD CONTAINS 121 CHARACTERS.
           COPY ACHDREC.
       FD RETURN-FILE
           RECORD CONTAINS 94 CHARACTERS.
           01 RETURN-REC                   PIC X(94).
       FD EXCEPTION-FILE
           RECORD CONTAINS 55 CHARACTERS.
           01 EXCEPTION-REC.
               02 EXC-ORIG-TRACE           PIC X(15).
               02 FILLER                   PIC X(1).
               02 EXC-INDIVIDUAL-ID        PIC X(15).
               02 FILLER                   PIC X(1).
               02 EXC-AMOUNT               PIC X(10).
               02 FILLER                   PIC X(1).
               02 EXC-RETURN-CODE          PIC X(3).
               02 FILLER                   PIC X(1).
               02 EXC-REASON               PIC X(8).
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
       01 WS-ACHE-STATUS                  PIC XX.
       01 WS-ACHD-STATUS                  PIC XX.
       01 WS-RETURN-STATUS                PIC XX.
       01 WS-EXCEPTION-STATUS             PIC XX.
       01 WS-REGISTER-STATUS              PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-JOURNAL-FILE-PATH        PIC X(100).
           02 WS-ACHE-FILE-PATH           PIC X(100).
           02 WS-ACHD-FILE-PATH           PIC X(100).
           02 WS-RETURN-FILE-PATH         PIC X(100).
           02 WS-EXCEPTION-FILE-PATH      PIC X(100).
           02 WS-REGISTER-FILE-PATH       PIC X(100).
       01 WS-LIMIT-PARM.
           02 WS-RETURN-LIMIT             PIC 9(5).
       01 AMT-DUE-KEY-BIAS                 PIC 9(10)V99 COMP-3
                                               VALUE 1000000000.00.
       01 WS-TRAILER-SW                   PIC X VALUE "N".
           88 TRAILER-FOUND                       VALUE "Y".
       01 WS-PENDING-SW                   PIC X VALUE "N".
           88 ENTRY-PENDING                       VALUE "Y".
       01 WS-IMMEDIATE-SW                 PIC X VALUE "N".
           88 SUSPEND-AT-ONCE                     VALUE "Y".
       01 WS-CURRENT-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIMESTAMP.
           02 WS-RUN-DATE                  PIC 9(8) VALUE ZERO.
           02 WS-RUN-TIME                  PIC 9(8) VALUE ZERO.
       01 WS-RUN-ID REDEFINES WS-RUN-TIMESTAMP PIC X(16).
       01 WS-POST-TIME                    PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-OLD-AMT               PIC S9(9)V99 VALUE ZERO.
      *----------------------------------------------------------*
      * THE BANK'S RECORDS, AS FAR AS THIS RUN NEEDS THEM.        *
      *----------------------------------------------------------*
       01 WS-RTN-ENTRY.
           02 FILLER                      PIC X(29).
           02 WS-RTN-AMOUNT               PIC X(10).
           02 WS-RTN-AMOUNT-N REDEFINES WS-RTN-AMOUNT
                                           PIC 9(8)V99.
           02 WS-RTN-INDIVIDUAL-ID        PIC X(15).
           02 FILLER                      PIC X(40).
       01 WS-RTN-ADDENDA.
           02 FILLER                      PIC X.
           02 WS-ADD-TYPE                 PIC X(2).
           02 WS-ADD-REASON-CODE          PIC X(3).
           02 WS-ADD-ORIG-TRACE           PIC X(15).
           02 WS-ADD-ORIG-TRACE-N REDEFINES WS-ADD-ORIG-TRACE
                                           PIC 9(15).
           02 FILLER                      PIC X(14).
           02 WS-ADD-CORRECTED-DATA       PIC X(29).
           02 FILLER                      PIC X(30).
       01 WS-RTN-FILE-CONTROL.
           02 FILLER                      PIC X.
           02 WS-FC-BATCH-COUNT           PIC 9(6).
           02 WS-FC-BLOCK-COUNT           PIC 9(6).
           02 WS-FC-ENTRY-COUNT           PIC 9(8).
           02 WS-FC-ENTRY-HASH            PIC 9(10).
           02 WS-FC-TOTAL-DEBIT           PIC 9(10)V99.
           02 WS-FC-TOTAL-CREDIT          PIC 9(10)V99.
           02 FILLER                      PIC X(39).
       01 WS-ENTRY-AMT                    PIC 9(8)V99 VALUE ZERO.
       01 WS-REASON-DESC                  PIC X(30) VALUE SPACES.
       01 WS-ACTION                       PIC X(40) VALUE SPACES.
       01 WS-EXC-REASON                   PIC X(8) VALUE SPACES.
       01 WS-PAGE-SIZE                    PIC 9(2) COMP VALUE 50.
       01 WS-LINE-COUNT                   PIC 9(2) COMP VALUE ZERO.
       01 WS-PAGE-COUNT                   PIC 9(4) COMP VALUE ZERO.
       01 WS-RECON-VERDICT                PIC X(10) VALUE SPACES.
       01 WS-CONTROL-TOTALS.
           02 WS-RECORD-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
           02 WS-ENTRY-ADDENDA-COUNT      PIC 9(8) VALUE ZERO.
           02 WS-REVERSED-COUNT           PIC 9(7) COMP VALUE ZERO.
           02 WS-REVERSED-AMT             PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-SUSPENDED-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-NOC-COUNT                PIC 9(7) COMP VALUE ZERO.
           02 WS-NOC-AMT                  PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-EXCEPTION-COUNT          PIC 9(7) COMP VALUE ZERO.
           02 WS-EXCEPTION-AMT            PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-PROVE-AMT                PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-FILE-TOTAL-AMT           PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
      *----------------------------------------------------------*
      * RETURNS REGISTER PRINT LINES - 133 CHARACTERS WITH ASA    *
      * CARRIAGE CONTROL IN COLUMN ONE.                           *
      *----------------------------------------------------------*
       01 WS-REG-HDR-LINE.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(42) VALUE
               "===== ACH AUTOPAY RETURNS REGISTER - PAGE ".
           02 HDR-PAGE-NO                 PIC Z(3)9.
           02 FILLER                      PIC X(7) VALUE " - RUN ".
           02 HDR-RUN-DATE                PIC 9(8).
           02 FILLER                      PIC X(6) VALUE " =====".
           02 FILLER                      PIC X(65) VALUE SPACES.
       01 WS-REG-COL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(11)
                                           VALUE "ACCT-NO    ".
           02 FILLER                      PIC X(17)
                                           VALUE "ORIGINAL TRACE".
           02 FILLER                      PIC X(15)
                                           VALUE "        AMOUNT".
           02 FILLER                      PIC X(5) VALUE "CODE".
           02 FILLER                      PIC X(32)
                                           VALUE "REASON".
           02 FILLER                      PIC X(52)
                                           VALUE "ACTION".
       01 WS-REG-DETAIL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-ACCT-NO                 PIC X(9).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-ORIG-TRACE              PIC X(15).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-AMOUNT                  PIC Z(9)9.99.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-RETURN-CODE             PIC X(3).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-REASON-DESC             PIC X(30).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-ACTION                  PIC X(40).
           02 FILLER                      PIC X(12) VALUE SPACES.
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
               "RETURN FILE RECONCILIATION . :".
           02 FILLER                      PIC X VALUE SPACE.
           02 VRD-VERDICT                 PIC X(10).
           02 FILLER                      PIC X(91) VALUE SPACES.
       01 WS-BLANK-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(132) VALUE SPACES.
       COPY JSEQWS.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-ACH-RETURNS" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 150-SCAN-TRAILER-RTN
           PERFORM 610-OPEN-FILES-RTN
           PERFORM UNTIL NO-MORE-RECORDS
               READ RETURN-FILE
                   AT END
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-RECORD-READ-COUNT
                       PERFORM 200-DISPATCH-RTN
               END-READ
           END-PERFORM
           IF ENTRY-PENDING
               MOVE "NOADDNDA" TO WS-EXC-REASON
               MOVE SPACES TO WS-RTN-ADDENDA
               PERFORM 400-EXCEPTION-RTN
           END-IF
           PERFORM 800-PRINT-TOTALS-RTN
           CLOSE OUT-FILE
                 JOURNAL-FILE
                 ACHE-FILE
                 ACHD-FILE
                 RETURN-FILE
                 EXCEPTION-FILE
                 REGISTER-FILE
           PERFORM 979-JRNL-CHAIN-SAVE-RTN
           IF WS-RECON-VERDICT NOT = "PROVEN"
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
           PERFORM 605-SKIP-PARM-RTN 49 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ACHE-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 1 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ACHD-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 2 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RETURN-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-LIMIT-PARM
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-EXCEPTION-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-REGISTER-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 6 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-JCTL-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE
           IF WS-RETURN-LIMIT IS NOT NUMERIC
               OR WS-RETURN-LIMIT = ZERO
               MOVE 2 TO WS-RETURN-LIMIT
           END-IF.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

      *----------------------------------------------------------*
      * THE FILE CONTROL (9) RECORD IS READ FIRST: A RETURN FILE  *
      * WITHOUT ONE CANNOT BE PROVEN AND IS REFUSED BEFORE        *
      * ANYTHING POSTS.  THE ALL-NINES RECORDS THAT PAD THE LAST  *
      * BLOCK ARE NOT FILE CONTROLS.                              *
      *----------------------------------------------------------*
       150-SCAN-TRAILER-RTN.
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "RETURN-FILE OPEN ERROR, STATUS "
                   WS-RETURN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL NO-MORE-RECORDS
               READ RETURN-FILE
                   AT END
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF RETURN-REC(1:1) = "9"
                               AND RETURN-REC(2:6) IS NUMERIC
                               AND RETURN-REC NOT = ALL "9"
                               AND NOT TRAILER-FOUND
                           MOVE RETURN-REC TO WS-RTN-FILE-CONTROL
                           MOVE "Y" TO WS-TRAILER-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-FILE
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           IF NOT TRAILER-FOUND
               DISPLAY "NO 9 RECORD ON THE ACH RETURN FILE -"
                   " NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF.

       610-OPEN-FILES-RTN.
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "RETURN-FILE OPEN ERROR, STATUS "
                   WS-RETURN-STATUS
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
           ELSE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS "
                       WS-JOURNAL-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
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
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "EXCEPTION-FILE OPEN ERROR, STATUS "
                   WS-EXCEPTION-STATUS
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
      * AN ENTRY (6) IS HELD UNTIL ITS ADDENDA (7) ARRIVES; AN    *
      * ENTRY FOLLOWED BY ANYTHING ELSE HAD NO ADDENDA.  HEADER,  *
      * BATCH AND CONTROL RECORDS CARRY NOTHING TO POST.          *
      *----------------------------------------------------------*
       200-DISPATCH-RTN.
           IF ENTRY-PENDING AND RETURN-REC(1:1) NOT = "7"
               MOVE "NOADDNDA" TO WS-EXC-REASON
               MOVE SPACES TO WS-RTN-ADDENDA
               PERFORM 400-EXCEPTION-RTN
           END-IF
           IF RETURN-REC(1:1) = "6"
               ADD 1 TO WS-ENTRY-ADDENDA-COUNT
               MOVE RETURN-REC TO WS-RTN-ENTRY
               IF WS-RTN-AMOUNT IS NUMERIC
                   MOVE WS-RTN-AMOUNT-N TO WS-ENTRY-AMT
               ELSE
                   MOVE ZERO TO WS-ENTRY-AMT
               END-IF
               MOVE "Y" TO WS-PENDING-SW
           ELSE
               IF RETURN-REC(1:1) = "7"
                   ADD 1 TO WS-ENTRY-ADDENDA-COUNT
                   MOVE RETURN-REC TO WS-RTN-ADDENDA
                   PERFORM 250-EDIT-ADDENDA-RTN
               END-IF
           END-IF.

       250-EDIT-ADDENDA-RTN.
           IF NOT ENTRY-PENDING
               MOVE SPACES TO WS-RTN-ENTRY
               MOVE ZERO TO WS-ENTRY-AMT
               MOVE "BADADDND" TO WS-EXC-REASON
               PERFORM 400-EXCEPTION-RTN
           ELSE
               MOVE "N" TO WS-PENDING-SW
               IF WS-ADD-TYPE = "99"
                   PERFORM 300-PROCESS-RETURN-RTN
               ELSE
                   IF WS-ADD-TYPE = "98"
                       PERFORM 350-NOTICE-OF-CHANGE-RTN
                   ELSE
                       MOVE "BADADDND" TO WS-EXC-REASON
                       PERFORM 400-EXCEPTION-RTN
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * FIND THE DRAFT BY ITS ORIGINAL TRACE NUMBER AND REVERSE   *
      * IT, UNLESS IT WAS NEVER SENT, IS ALREADY REVERSED, OR     *
      * THE BANK'S AMOUNT IS NOT WHAT WAS DRAFTED.                *
      *----------------------------------------------------------*
       300-PROCESS-RETURN-RTN.
           PERFORM 260-LOOK-UP-REASON-RTN
           IF WS-ADD-ORIG-TRACE IS NOT NUMERIC
               MOVE "NODRAFT" TO WS-EXC-REASON
               PERFORM 400-EXCEPTION-RTN
           ELSE
               MOVE WS-ADD-ORIG-TRACE-N TO ACHD-TRACE-NO
               READ ACHD-FILE
                   INVALID KEY
                       MOVE "NODRAFT" TO WS-EXC-REASON
                       PERFORM 400-EXCEPTION-RTN
                   NOT INVALID KEY
                       IF ACHD-TRACE-NO = ZERO
                           MOVE "NODRAFT" TO WS-EXC-REASON
                           PERFORM 400-EXCEPTION-RTN
                       ELSE
                        IF ACHD-RETURNED
                           MOVE "DUPRTN" TO WS-EXC-REASON
                           PERFORM 400-EXCEPTION-RTN
                        ELSE
                         IF ACHD-AMOUNT NOT = WS-ENTRY-AMT
                           MOVE "AMTDIFF" TO WS-EXC-REASON
                           PERFORM 400-EXCEPTION-RTN
                         ELSE
                           PERFORM 320-REVERSE-DRAFT-RTN
                         END-IF
                        END-IF
                       END-IF
               END-READ
           END-IF.

       260-LOOK-UP-REASON-RTN.
           MOVE "N" TO WS-IMMEDIATE-SW
           EVALUATE WS-ADD-REASON-CODE
               WHEN "R01"
                   MOVE "INSUFFICIENT FUNDS" TO WS-REASON-DESC
               WHEN "R02"
                   MOVE "ACCOUNT CLOSED" TO WS-REASON-DESC
                   MOVE "Y" TO WS-IMMEDIATE-SW
               WHEN "R03"
                   MOVE "NO ACCOUNT/UNABLE TO LOCATE" TO WS-REASON-DESC
                   MOVE "Y" TO WS-IMMEDIATE-SW
               WHEN "R04"
                   MOVE "INVALID ACCOUNT NUMBER" TO WS-REASON-DESC
                   MOVE "Y" TO WS-IMMEDIATE-SW
               WHEN "R05"
                   MOVE "UNAUTHORIZED CONSUMER DEBIT" TO WS-REASON-DESC
                   MOVE "Y" TO WS-IMMEDIATE-SW
               WHEN "R06"
                   MOVE "RETURNED PER ODFI REQUEST" TO WS-REASON-DESC
               WHEN "R07"
                   MOVE "AUTHORIZATION REVOKED" TO WS-REASON-DESC
                   MOVE "Y" TO WS-IMMEDIATE-SW
               WHEN "R08"
                   MOVE "PAYMENT STOPPED" TO WS-REASON-DESC
               WHEN "R09"
                   MOVE "UNCOLLECTED FUNDS" TO WS-REASON-DESC
               WHEN "R10"
                   MOVE "NOT AUTHORIZED BY CUSTOMER" TO WS-REASON-DESC
                   MOVE "Y" TO WS-IMMEDIATE-SW
               WHEN "R16"
                   MOVE "ACCOUNT FROZEN" TO WS-REASON-DESC
                   MOVE "Y" TO WS-IMMEDIATE-SW
               WHEN "R20"
                   MOVE "NON-TRANSACTION ACCOUNT" TO WS-REASON-DESC
                   MOVE "Y" TO WS-IMMEDIATE-SW
               WHEN "R29"
                   MOVE "CORPORATE NOT AUTHORIZED" TO WS-REASON-DESC
                   MOVE "Y" TO WS-IMMEDIATE-SW
               WHEN OTHER
                   MOVE "OTHER RETURN REASON" TO WS-REASON-DESC
           END-EVALUATE.

      *----------------------------------------------------------*
      * THE MASTER IS POSTED FIRST; ONLY A POSTED REVERSAL IS     *
      * JOURNALED AND MARKED ON THE DRAFT AND THE ENROLLMENT.     *
      *----------------------------------------------------------*
       320-REVERSE-DRAFT-RTN.
           MOVE ACHD-ACCT-NO TO ACCT-NO-OUT
           READ OUT-FILE
               KEY IS ACCT-NO-OUT
               INVALID KEY
                   MOVE "NOMATCH" TO WS-EXC-REASON
                   PERFORM 400-EXCEPTION-RTN
               NOT INVALID KEY
                   MOVE AMT-DUE-OUT TO WS-JOURNAL-OLD-AMT
                   ADD ACHD-AMOUNT TO AMT-DUE-OUT
                   COMPUTE AMT-DUE-KEY = AMT-DUE-OUT + AMT-DUE-KEY-BIAS
                   REWRITE OUT-REC
                       INVALID KEY
                           MOVE WS-JOURNAL-OLD-AMT TO AMT-DUE-OUT
                           DISPLAY "RETURN REWRITE FAILED, ACCT "
                               ACCT-NO-OUT " STATUS " WS-STATUS
                           MOVE "POSTFAIL" TO WS-EXC-REASON
                           PERFORM 400-EXCEPTION-RTN
                       NOT INVALID KEY
                           PERFORM 900-WRITE-JOURNAL-RTN
                           PERFORM 330-MARK-DRAFT-RTN
                           MOVE "REVERSED" TO WS-ACTION
                           PERFORM 340-UPDATE-ENROLLMENT-RTN
                           ADD 1 TO WS-REVERSED-COUNT
                           ADD ACHD-AMOUNT TO WS-REVERSED-AMT
                           MOVE ACHD-ACCT-NO TO DTL-ACCT-NO
                           MOVE ACHD-AMOUNT TO DTL-AMOUNT
                           PERFORM 500-PRINT-REGISTER-RTN
                   END-REWRITE
           END-READ.

       330-MARK-DRAFT-RTN.
           MOVE "R" TO ACHD-STATUS
           MOVE WS-ADD-REASON-CODE TO ACHD-RETURN-CODE
           MOVE WS-RUN-DATE TO ACHD-RETURN-DATE
           MOVE WS-RUN-ID TO ACHD-RETURN-RUN-ID
           REWRITE ACHD-REC
               INVALID KEY
                   DISPLAY "ACHD-FILE REWRITE FAILED, TRACE "
                       ACHD-TRACE-NO " STATUS " WS-ACHD-STATUS
           END-REWRITE.

      *----------------------------------------------------------*
      * COUNT THE RETURN AGAINST THE ENROLLMENT AND SUSPEND IT    *
      * AT THE LIMIT, OR AT ONCE FOR A DEAD BANK ACCOUNT.  A      *
      * CANCELLED ENROLLMENT KEEPS ITS STATUS.                    *
      *----------------------------------------------------------*
       340-UPDATE-ENROLLMENT-RTN.
           MOVE ACHD-ACCT-NO TO ACHE-ACCT-NO
           READ ACHE-FILE
               INVALID KEY
                   MOVE "REVERSED - NO ENROLLMENT ON FILE"
                       TO WS-ACTION
               NOT INVALID KEY
                   IF ACHE-RETURN-COUNT < 99
                       ADD 1 TO ACHE-RETURN-COUNT
                   END-IF
                   MOVE WS-RUN-DATE TO ACHE-LAST-RETURN-DATE
                   MOVE WS-ADD-REASON-CODE TO ACHE-LAST-RETURN-CODE
                   IF ACHE-ACTIVE
                       AND (SUSPEND-AT-ONCE
                            OR ACHE-RETURN-COUNT NOT < WS-RETURN-LIMIT)
                       MOVE "S" TO ACHE-STATUS
                       MOVE WS-RUN-DATE TO ACHE-STATUS-DATE
                       MOVE "RETURNS" TO ACHE-STATUS-BY
                       ADD 1 TO WS-SUSPENDED-COUNT
                       MOVE "REVERSED - ENROLLMENT SUSPENDED"
                           TO WS-ACTION
                   END-IF
                   REWRITE ACHE-REC
                       INVALID KEY
                           DISPLAY "ACHE-FILE REWRITE FAILED, ACCT "
                               ACHE-ACCT-NO " STATUS " WS-ACHE-STATUS
                   END-REWRITE
           END-READ.

      *----------------------------------------------------------*
      * A NOTIFICATION OF CHANGE MOVES NO MONEY.  IT IS LISTED    *
      * WITH THE BANK'S CORRECTED DATA IN THE REASON COLUMN.      *
      *----------------------------------------------------------*
       350-NOTICE-OF-CHANGE-RTN.
           ADD 1 TO WS-NOC-COUNT
           ADD WS-ENTRY-AMT TO WS-NOC-AMT
           MOVE WS-RTN-INDIVIDUAL-ID TO DTL-ACCT-NO
           IF WS-ADD-ORIG-TRACE IS NUMERIC
               MOVE WS-ADD-ORIG-TRACE-N TO ACHD-TRACE-NO
               READ ACHD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACHD-ACCT-NO TO DTL-ACCT-NO
               END-READ
           END-IF
           MOVE WS-ADD-CORRECTED-DATA TO WS-REASON-DESC
           MOVE "NOTICE OF CHANGE - UPDATE ENROLLMENT" TO WS-ACTION
           MOVE WS-ENTRY-AMT TO DTL-AMOUNT
           PERFORM 500-PRINT-REGISTER-RTN.

       400-EXCEPTION-RTN.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD WS-ENTRY-AMT TO WS-EXCEPTION-AMT
           MOVE SPACES TO EXCEPTION-REC
           MOVE WS-ADD-ORIG-TRACE TO EXC-ORIG-TRACE
           MOVE WS-RTN-INDIVIDUAL-ID TO EXC-INDIVIDUAL-ID
           MOVE WS-RTN-AMOUNT TO EXC-AMOUNT
           MOVE WS-ADD-REASON-CODE TO EXC-RETURN-CODE
           MOVE WS-EXC-REASON TO EXC-REASON
           WRITE EXCEPTION-REC
           IF WS-ADD-TYPE NOT = "99"
               MOVE SPACES TO WS-REASON-DESC
           END-IF
           MOVE WS-RTN-INDIVIDUAL-ID TO DTL-ACCT-NO
           MOVE WS-ENTRY-AMT TO DTL-AMOUNT
           MOVE SPACES TO WS-ACTION
           STRING "EXCEPTION - " DELIMITED BY SIZE
                  WS-EXC-REASON DELIMITED BY SPACE
               INTO WS-ACTION
           END-STRING
           PERFORM 500-PRINT-REGISTER-RTN
           MOVE "N" TO WS-PENDING-SW.

       500-PRINT-REGISTER-RTN.
           IF WS-LINE-COUNT = ZERO
               PERFORM 520-PRINT-PAGE-HEADER-RTN
           END-IF
           MOVE WS-ADD-ORIG-TRACE TO DTL-ORIG-TRACE
           MOVE WS-ADD-REASON-CODE TO DTL-RETURN-CODE
           MOVE WS-REASON-DESC TO DTL-REASON-DESC
           MOVE WS-ACTION TO DTL-ACTION
           WRITE REGISTER-REC FROM WS-REG-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               MOVE ZERO TO WS-LINE-COUNT
           END-IF.

       520-PRINT-PAGE-HEADER-RTN.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NO
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REGISTER-REC FROM WS-REG-HDR-LINE
           WRITE REGISTER-REC FROM WS-REG-COL-LINE.

       900-WRITE-JOURNAL-RTN.
           MOVE ACCT-NO-OUT TO JRNL-ACCT-NO
           MOVE WS-JOURNAL-OLD-AMT TO JRNL-OLD-AMT
           MOVE AMT-DUE-OUT TO JRNL-NEW-AMT
           MOVE WS-RUN-DATE TO JRNL-DATE
           ACCEPT WS-POST-TIME FROM TIME
           MOVE WS-POST-TIME TO JRNL-TIME
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE "U" TO JRNL-TRAN-CODE
           MOVE SPACES TO JRNL-OPERATOR-ID
           MOVE SPACES TO JRNL-CHECKER-ID
           PERFORM 975-JRNL-STAMP-RTN
           WRITE JOURNAL-REC.

      *----------------------------------------------------------*
      * THE PROOF: EVERY ENTRY ON THE FILE WAS REVERSED, SENT TO  *
      * THE EXCEPTION FILE OR LISTED AS A NOTICE OF CHANGE, AND   *
      * TOGETHER THEY EQUAL THE BANK'S FILE CONTROL TOTALS.       *
      *----------------------------------------------------------*
       800-PRINT-TOTALS-RTN.
           COMPUTE WS-PROVE-AMT =
               WS-REVERSED-AMT + WS-EXCEPTION-AMT + WS-NOC-AMT
           COMPUTE WS-FILE-TOTAL-AMT =
               WS-FC-TOTAL-DEBIT + WS-FC-TOTAL-CREDIT
           IF WS-PROVE-AMT = WS-FILE-TOTAL-AMT
                   AND WS-ENTRY-ADDENDA-COUNT = WS-FC-ENTRY-COUNT
               MOVE "PROVEN" TO WS-RECON-VERDICT
           ELSE
               MOVE "NOT PROVEN" TO WS-RECON-VERDICT
           END-IF
           IF WS-PAGE-COUNT = ZERO
               PERFORM 520-PRINT-PAGE-HEADER-RTN
           END-IF
           WRITE REGISTER-REC FROM WS-BLANK-LINE
           MOVE "RETURNS REVERSED  . . . . . :" TO SUM-TEXT
           MOVE WS-REVERSED-COUNT TO SUM-COUNT
           MOVE WS-REVERSED-AMT TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "ENROLLMENTS SUSPENDED . . . :" TO SUM-TEXT
           MOVE WS-SUSPENDED-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "NOTICES OF CHANGE . . . . . :" TO SUM-TEXT
           MOVE WS-NOC-COUNT TO SUM-COUNT
           MOVE WS-NOC-AMT TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "TO EXCEPTION FILE . . . . . :" TO SUM-TEXT
           MOVE WS-EXCEPTION-COUNT TO SUM-COUNT
           MOVE WS-EXCEPTION-AMT TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "ACCOUNTED FOR . . . . . . . :" TO SUM-TEXT
           MOVE WS-ENTRY-ADDENDA-COUNT TO SUM-COUNT
           MOVE WS-PROVE-AMT TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE "BANK FILE CONTROL (9) . . . :" TO SUM-TEXT
           MOVE WS-FC-ENTRY-COUNT TO SUM-COUNT
           MOVE WS-FILE-TOTAL-AMT TO SUM-AMT
           WRITE REGISTER-REC FROM WS-REG-SUM-LINE
           MOVE WS-RECON-VERDICT TO VRD-VERDICT
           WRITE REGISTER-REC FROM WS-REG-VERDICT-LINE
           DISPLAY "===== ACCT-ACH-RETURNS CONTROL TOTALS ====="
           DISPLAY "POSTING RUN-ID  . . . . . . : " WS-RUN-ID
           DISPLAY "RECORDS READ  . . . . . . . : "
               WS-RECORD-READ-COUNT
           DISPLAY "ENTRIES AND ADDENDA . . . . : "
               WS-ENTRY-ADDENDA-COUNT
           DISPLAY "RETURNS REVERSED  . . . . . : " WS-REVERSED-COUNT
           DISPLAY "AMOUNT REVERSED . . . . . . : " WS-REVERSED-AMT
           DISPLAY "ENROLLMENTS SUSPENDED . . . : "
               WS-SUSPENDED-COUNT
           DISPLAY "RETURN LIMIT  . . . . . . . : " WS-RETURN-LIMIT
           DISPLAY "NOTICES OF CHANGE . . . . . : " WS-NOC-COUNT
           DISPLAY "EXCEPTIONS  . . . . . . . . : "
               WS-EXCEPTION-COUNT
           DISPLAY "EXCEPTION AMOUNT  . . . . . : "
               WS-EXCEPTION-AMT
           DISPLAY "FILE CONTROL ENTRY COUNT  . : " WS-FC-ENTRY-COUNT
           DISPLAY "FILE CONTROL TOTAL  . . . . : "
               WS-FILE-TOTAL-AMT
           DISPLAY "RETURN FILE RECONCILIATION  : "
               WS-RECON-VERDICT.

       COPY JSEQPRC.
       COPY JHASHPRC.

       985-RCTL-TOTALS-RTN.
           IF WS-RUN-DATE NOT = ZERO
               MOVE WS-RUN-ID TO WS-RCTL-RUN-ID
           END-IF
           MOVE WS-RECORD-READ-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-REVERSED-COUNT TO WS-RCTL-WRITTEN-COUNT
           MOVE WS-EXCEPTION-COUNT TO WS-RCTL-REJECT-COUNT
           MOVE WS-REVERSED-AMT TO WS-RCTL-MONEY-POSTED
           IF TRAILER-FOUND
               MOVE WS-RTN-FILE-CONTROL (14:30) TO WS-RCTL-INPUT-ID
           END-IF.

       COPY RCTLPRC.
