       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ROLL-RATE.
       AUTHOR. GAETANO.
      *----------------------------------------------------------*
      * DELINQUENCY ROLL RATES AND PORTFOLIO TREND FROM THE       *
      * MONTH-END AGING SNAPSHOTS.                                *
      * ACCT-AGING-REPORT WRITES AN ACCOUNT-LEVEL SNAPSHOT        *
      * (AGSNREC) ON EVERY RUN AND, ON THE FIRST RUN IN A NEW     *
      * MONTH, SAVES THE ONE LEFT BY THE MONTH BEFORE AS THE      *
      * PRIOR-MONTH SNAPSHOT.  RUN AFTER THE MONTH-END AGING RUN, *
      * THIS PROGRAM MATCHES THE TWO SNAPSHOTS BY ACCOUNT AND     *
      * PRINTS:                                                   *
      *   - THE ROLL-RATE MATRIX: FOR EVERY ACCOUNT ON FILE BOTH  *
      *     MONTHS, LAST MONTH'S BUCKET DOWN THE SIDE AGAINST     *
      *     THIS MONTH'S BUCKET ACROSS, ONCE IN ACCOUNTS AND ONCE *
      *     IN DOLLARS (LAST MONTH'S BALANCE), WITH THE PERCENT   *
      *     OF EACH ROW THAT CURED (MOVED TO A LOWER BUCKET) AND  *
      *     THAT ROLLED FORWARD (MOVED TO A HIGHER ONE),          *
      *   - THE ACCOUNTS OUTSIDE THE MATRIX: NEW ACCOUNTS (THIS   *
      *     MONTH ONLY) BY THIS MONTH'S BUCKET, AND CLOSED        *
      *     ACCOUNTS (LAST MONTH ONLY) AND ACCOUNTS CHARGED OFF   *
      *     SINCE LAST MONTH'S SNAPSHOT (CHARGE-OFF REGISTER,     *
      *     CHGOREC) BY LAST MONTH'S BUCKET, WITH A COUNT CHECK   *
      *     THAT TIES BOTH MONTHS' ACCOUNTS TO THE MATRIX,        *
      *   - THE 13-MONTH TREND PAGE: TOTAL RECEIVABLE AND THE     *
      *     PERCENT OF IT IN EACH BUCKET FOR THIS MONTH AND THE   *
      *     TWELVE BEFORE IT, FROM THE TREND FILE (TRNDREC) THIS  *
      *     PROGRAM KEEPS ONE RECORD A MONTH ON - A RERUN         *
      *     REPLACES THE MONTH'S RECORD.                          *
      * A MISSING PRIOR-MONTH SNAPSHOT (THE FIRST MONTH) OR ONE   *
      * OLDER THAN LAST MONTH ENDS RC=4.  A SNAPSHOT WITH NO T    *
      * RECORD, A PRIOR SNAPSHOT NOT FROM AN EARLIER MONTH, OR    *
      * COUNTS THAT DO NOT TIE END RC=8 AND LEAVE THE TREND FILE  *
      * ALONE.  NOTHING HERE MOVES MONEY, SO NOTHING IS           *
      * JOURNALED.                                                *
      * THE CHARGE-OFF REGISTER IS ACCTPRM ENTRY FIFTY-TWO, THE   *
      * RUN-CONTROL LOG ENTRY SEVENTY-ONE AND THE AGING SNAPSHOTS *
      * ENTRIES SEVENTY-THREE AND SEVENTY-FOUR; THE TREND FILE    *
      * AND THE ROLL-RATE PRINT FILE ARE THE NEW ENTRIES          *
      * SEVENTY-FIVE AND SEVENTY-SIX.                             *
      * EVERY RUN APPENDS A START AND AN END RECORD (RCTLREC) TO  *
      * THE RUN-CONTROL LOG SO ACCT-RUN-SUMMARY CAN SHOW IT ON    *
      * THE MORNING OPERATIONS SUMMARY.                           *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT PARM-FILE ASSIGN TO "ACCTPRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
       SELECT CUR-SNAP-FILE ASSIGN TO WS-CUR-SNAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUR-SNAP-STATUS.
       SELECT PRIOR-SNAP-FILE ASSIGN TO WS-PRIOR-SNAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRIOR-SNAP-STATUS.
       SELECT CHGOFF-FILE ASSIGN TO WS-CHGOFF-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHGO-ACCT-NO
           FILE STATUS IS WS-CHGOFF-STATUS.
       SELECT TREND-FILE ASSIGN TO WS-TREND-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TRND-MONTH
           FILE STATUS IS WS-TREND-STATUS.
       SELECT ROLL-FILE ASSIGN TO WS-ROLL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROLL-STATUS.
       SELECT RCTL-FILE ASSIGN TO WS-RCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORD CONTAINS 100 CHARACTERS.
           01 PARM-REC                     PIC X(100).
       FD CUR-SNAP-FILE
           RECORD CONTAINS 52 CHARACTERS.
           COPY AGSNREC.
       FD PRIOR-SNAP-FILE
           RECORD CONTAINS 52 CHARACTERS.
           COPY AGSNREC REPLACING LEADING ==AGSN-== BY ==AGSP-==.
       FD CHGOFF-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY CHGOREC.
       FD TREND-FILE
           RECORD CONTAINS 149 CHARACTERS.
           COPY TRNDREC.
       FD ROLL-FILE
           RECORD CONTAINS 133 CHARACTERS.
           01 ROLL-REC                     PIC X(133).
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-PARM-STATUS                  PIC XX.
       01 WS-CUR-SNAP-STATUS              PIC XX.
       01 WS-PRIOR-SNAP-STATUS            PIC XX.
       01 WS-CHGOFF-STATUS                PIC XX.
       01 WS-TREND-STATUS                 PIC XX.
       01 WS-ROLL-STATUS                  PIC XX.
       01 WS-FILE-PATHS.
           02 WS-CHGOFF-FILE-PATH         PIC X(100).
           02 WS-CUR-SNAP-PATH            PIC X(100).
           02 WS-PRIOR-SNAP-PATH          PIC X(100).
           02 WS-TREND-FILE-PATH          PIC X(100).
           02 WS-ROLL-FILE-PATH           PIC X(100).
       01 WS-PRIOR-FILE-SW                PIC X VALUE "N".
           88 PRIOR-ON-FILE                       VALUE "Y".
       01 WS-CHGOFF-FILE-SW               PIC X VALUE "N".
           88 CHGOFF-FILE-OPEN                    VALUE "Y".
       01 WS-CUR-EOF-SW                   PIC X VALUE "N".
           88 CUR-EOF                             VALUE "Y".
       01 WS-PRIOR-EOF-SW                 PIC X VALUE "N".
           88 PRIOR-EOF                           VALUE "Y".
       01 WS-CUR-TOTAL-SW                 PIC X VALUE "N".
           88 CUR-TOTAL-SEEN                      VALUE "Y".
       01 WS-PRIOR-TOTAL-SW               PIC X VALUE "N".
           88 PRIOR-TOTAL-SEEN                    VALUE "Y".
       01 WS-CHARGED-OFF-SW               PIC X VALUE "N".
           88 ACCOUNT-CHARGED-OFF                 VALUE "Y".
       01 WS-TREND-ON-FILE-SW             PIC X VALUE "N".
           88 TREND-ON-FILE                       VALUE "Y".
      *----------------------------------------------------------*
      * MATCH KEYS - AN EXHAUSTED SNAPSHOT HOLDS THE HIGH KEY,    *
      * WHICH NO NINE-DIGIT ACCOUNT NUMBER CAN REACH.             *
      *----------------------------------------------------------*
       01 WS-HIGH-KEY                     PIC 9(10) VALUE 9999999999.
       01 WS-CUR-KEY                      PIC 9(10) VALUE ZERO.
       01 WS-PRIOR-KEY                    PIC 9(10) VALUE ZERO.
       01 WS-CUR-BUCKET                   PIC 9(2) COMP VALUE ZERO.
       01 WS-PRIOR-BUCKET                 PIC 9(2) COMP VALUE ZERO.
       01 WS-CUR-SNAP-DATE                PIC 9(8) VALUE ZERO.
       01 WS-CUR-SNAP-PARTS REDEFINES WS-CUR-SNAP-DATE.
           02 WS-CUR-YYYY                 PIC 9(4).
           02 WS-CUR-MM                   PIC 9(2).
           02 WS-CUR-DD                   PIC 9(2).
       01 WS-PRIOR-SNAP-DATE              PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-SNAP-PARTS REDEFINES WS-PRIOR-SNAP-DATE.
           02 WS-PRIOR-YYYY               PIC 9(4).
           02 WS-PRIOR-MM                 PIC 9(2).
           02 WS-PRIOR-DD                 PIC 9(2).
       01 WS-CUR-MONTH-NO                 PIC S9(7) COMP VALUE ZERO.
       01 WS-PRIOR-MONTH-NO               PIC S9(7) COMP VALUE ZERO.
       01 WS-MONTHS-APART                 PIC S9(7) COMP VALUE ZERO.
       01 WS-TREND-MONTH                  PIC 9(6) VALUE ZERO.
       01 WS-START-MONTH-NO               PIC S9(7) COMP VALUE ZERO.
       01 WS-START-YYYY                   PIC 9(4) VALUE ZERO.
       01 WS-START-MM                     PIC 9(2) VALUE ZERO.
       01 WS-START-MONTH                  PIC 9(6) VALUE ZERO.
       01 WS-SNAPSHOT-TOTALS.
           02 WS-CUR-READ-COUNT           PIC 9(9) COMP VALUE ZERO.
           02 WS-CUR-T-COUNT              PIC 9(9) COMP VALUE ZERO.
           02 WS-CUR-T-BALANCE            PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
           02 WS-CUR-T-AGED               PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
           02 WS-PRIOR-READ-COUNT         PIC 9(9) COMP VALUE ZERO.
           02 WS-PRIOR-T-COUNT            PIC 9(9) COMP VALUE ZERO.
           02 WS-PRIOR-T-BALANCE          PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-MATCH-TOTALS.
           02 WS-MATRIX-COUNT             PIC 9(9) COMP VALUE ZERO.
           02 WS-MATRIX-AMT               PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-NEW-COUNT                PIC 9(9) COMP VALUE ZERO.
           02 WS-NEW-AMT                  PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-CLOSED-COUNT             PIC 9(9) COMP VALUE ZERO.
           02 WS-CLOSED-AMT               PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-CHGOFF-COUNT             PIC 9(9) COMP VALUE ZERO.
           02 WS-CHGOFF-AMT               PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-CHGOFF-ON-FILE-COUNT     PIC 9(9) COMP VALUE ZERO.
           02 WS-CHGOFF-ON-FILE-AMT       PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-TREND-WRITTEN-COUNT      PIC 9(9) COMP VALUE ZERO.
       01 WS-MATCH-VERDICT                PIC X(16) VALUE SPACES.
      *----------------------------------------------------------*
      * THE ROLL-RATE MATRIX.  ROW = LAST MONTH'S BUCKET, CELL =  *
      * THIS MONTH'S BUCKET (1 = CURRENT ... 5 = 120+).  DOLLARS  *
      * ARE LAST MONTH'S BALANCE - THE MONEY THAT MOVED.  THE     *
      * ROW AND COLUMN TOTALS AND THE CURED AND ROLLED-FORWARD    *
      * PARTS OF EACH ROW ARE ADDED UP AFTER THE MATCH.           *
      *----------------------------------------------------------*
       01 WS-FROM-IX                      PIC 9(2) COMP VALUE ZERO.
       01 WS-TO-IX                        PIC 9(2) COMP VALUE ZERO.
       01 WS-ROLL-MATRIX.
           02 WS-ROLL-ROW OCCURS 5 TIMES.
               03 WS-ROLL-CELL OCCURS 5 TIMES.
                   04 WS-CELL-COUNT       PIC 9(9) COMP.
                   04 WS-CELL-AMT         PIC S9(11)V99 COMP-3.
               03 WS-ROW-COUNT            PIC 9(9) COMP.
               03 WS-ROW-AMT              PIC S9(11)V99 COMP-3.
               03 WS-ROW-CURE-COUNT       PIC 9(9) COMP.
               03 WS-ROW-CURE-AMT         PIC S9(11)V99 COMP-3.
               03 WS-ROW-FWD-COUNT        PIC 9(9) COMP.
               03 WS-ROW-FWD-AMT          PIC S9(11)V99 COMP-3.
       01 WS-COLUMN-TOTALS.
           02 WS-COL-ENTRY OCCURS 5 TIMES.
               03 WS-COL-COUNT            PIC 9(9) COMP.
               03 WS-COL-AMT              PIC S9(11)V99 COMP-3.
       01 WS-ALL-CURE-COUNT               PIC 9(9) COMP VALUE ZERO.
       01 WS-ALL-CURE-AMT                 PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-ALL-FWD-COUNT                PIC 9(9) COMP VALUE ZERO.
       01 WS-ALL-FWD-AMT                  PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
      *----------------------------------------------------------*
      * ACCOUNTS OUTSIDE THE MATRIX - NEW BY THIS MONTH'S         *
      * BUCKET, CLOSED AND CHARGED OFF BY LAST MONTH'S.           *
      *----------------------------------------------------------*
       01 WS-OUTSIDE-TABLE.
           02 WS-OUT-ENTRY OCCURS 5 TIMES.
               03 WS-OUT-NEW-COUNT        PIC 9(9) COMP.
               03 WS-OUT-NEW-AMT          PIC S9(11)V99 COMP-3.
               03 WS-OUT-CLOSED-COUNT     PIC 9(9) COMP.
               03 WS-OUT-CLOSED-AMT       PIC S9(11)V99 COMP-3.
               03 WS-OUT-CHGOFF-COUNT     PIC 9(9) COMP.
               03 WS-OUT-CHGOFF-AMT       PIC S9(11)V99 COMP-3.
      *----------------------------------------------------------*
      * THIS MONTH'S BUCKET COUNTS AND AGED AMOUNTS FOR THE       *
      * TREND RECORD.                                             *
      *----------------------------------------------------------*
       01 WS-CUR-BUCKET-TABLE.
           02 WS-CUR-BKT-ENTRY OCCURS 5 TIMES.
               03 WS-CUR-BKT-COUNT        PIC 9(7) COMP.
               03 WS-CUR-BKT-AMT          PIC S9(9)V99 COMP-3.
       01 WS-BUCKET-NAMES.
           02 WS-BUCKET-NAME              PIC X(12) OCCURS 5 TIMES.
       01 WS-PCT                          PIC S9(5)V99 COMP-3
                                               VALUE ZERO.
       01 WS-PCT-BASE                     PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-PCT-PART                     PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-EDIT-AMT                     PIC -(11)9.99.
       01 WS-EDIT-CNT                     PIC Z(14)9.
       01 WS-EDIT-PCT                     PIC -(5)9.99.
       01 WS-ROLL-TITLE-LINE.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(31) VALUE
               "===== DELINQUENCY ROLL RATES - ".
           02 TTL-CUR-DATE                PIC 9(8).
           02 FILLER                      PIC X(9) VALUE " AGAINST ".
           02 TTL-PRIOR-DATE              PIC 9(8).
           02 FILLER                      PIC X(6) VALUE " =====".
           02 FILLER                      PIC X(70) VALUE SPACES.
       01 WS-ROLL-SECTION-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 SEC-TEXT                    PIC X(80).
           02 FILLER                      PIC X(52) VALUE SPACES.
       01 WS-ROLL-COL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(12)
                                           VALUE "LAST MONTH".
           02 FILLER                      PIC X(15)
                                           VALUE "        CURRENT".
           02 FILLER                      PIC X(15)
                                           VALUE "          30-59".
           02 FILLER                      PIC X(15)
                                           VALUE "          60-89".
           02 FILLER                      PIC X(15)
                                           VALUE "         90-119".
           02 FILLER                      PIC X(15)
                                           VALUE "           120+".
           02 FILLER                      PIC X(15)
                                           VALUE "          TOTAL".
           02 FILLER                      PIC X(9)
                                           VALUE "  CURED %".
           02 FILLER                      PIC X(9)
                                           VALUE " ROLLED %".
           02 FILLER                      PIC X(12) VALUE SPACES.
       01 WS-ROLL-MATRIX-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 MTX-LABEL                   PIC X(12).
           02 MTX-CELL                    PIC X(15)
                                           OCCURS 5 TIMES.
           02 MTX-TOTAL                   PIC X(15).
           02 MTX-CURE-PCT                PIC X(9).
           02 MTX-FWD-PCT                 PIC X(9).
           02 FILLER                      PIC X(12) VALUE SPACES.
       01 WS-ROLL-OUT-COL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(12)
                                           VALUE "BUCKET".
           02 FILLER                      PIC X(15)
                                           VALUE "      NEW ACCTS".
           02 FILLER                      PIC X(15)
                                           VALUE "     NEW AMOUNT".
           02 FILLER                      PIC X(15)
                                           VALUE "   CLOSED ACCTS".
           02 FILLER                      PIC X(15)
                                           VALUE "  CLOSED AMOUNT".
           02 FILLER                      PIC X(15)
                                           VALUE "  CHG-OFF ACCTS".
           02 FILLER                      PIC X(15)
                                           VALUE " CHG-OFF AMOUNT".
           02 FILLER                      PIC X(30) VALUE SPACES.
       01 WS-ROLL-OUT-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 OUT-LABEL                   PIC X(12).
           02 OUT-CELL                    PIC X(15)
                                           OCCURS 6 TIMES.
           02 FILLER                      PIC X(30) VALUE SPACES.
       01 WS-ROLL-SUM-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 SUM-TEXT                    PIC X(30).
           02 SUM-COUNT                   PIC Z(8)9.
           02 FILLER                      PIC X(5) VALUE SPACES.
           02 SUM-AMT                     PIC -(12)9.99.
           02 FILLER                      PIC X(72) VALUE SPACES.
       01 WS-ROLL-VERDICT-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(30) VALUE
               "ACCOUNT MATCH . . . . . . . :".
           02 FILLER                      PIC X VALUE SPACE.
           02 VRD-VERDICT                 PIC X(16).
           02 FILLER                      PIC X(85) VALUE SPACES.
       01 WS-TREND-TITLE-LINE.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(41) VALUE
               "===== 13-MONTH DELINQUENCY TREND THROUGH ".
           02 TTL-TREND-YYYY              PIC 9(4).
           02 FILLER                      PIC X VALUE "/".
           02 TTL-TREND-MM                PIC 9(2).
           02 FILLER                      PIC X(6) VALUE " =====".
           02 FILLER                      PIC X(78) VALUE SPACES.
       01 WS-TREND-COL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(9)
                                           VALUE "MONTH".
           02 FILLER                      PIC X(9)
                                           VALUE " ACCOUNTS".
           02 FILLER                      PIC X(17)
                                           VALUE " TOTAL RECEIVABLE".
           02 FILLER                      PIC X(10)
                                           VALUE "  CURRENT%".
           02 FILLER                      PIC X(10)
                                           VALUE "    30-59%".
           02 FILLER                      PIC X(10)
                                           VALUE "    60-89%".
           02 FILLER                      PIC X(10)
                                           VALUE "   90-119%".
           02 FILLER                      PIC X(10)
                                           VALUE "     120+%".
           02 FILLER                      PIC X(10)
                                           VALUE "  ALL 30+%".
           02 FILLER                      PIC X(10)
                                           VALUE "     HELD%".
           02 FILLER                      PIC X(27) VALUE SPACES.
       01 WS-TREND-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 TRL-YYYY                    PIC 9(4).
           02 FILLER                      PIC X VALUE "/".
           02 TRL-MM                      PIC 9(2).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 TRL-ACCT-COUNT              PIC Z(8)9.
           02 TRL-RECEIVABLE              PIC -(13)9.99.
           02 TRL-PCT                     PIC -(6)9.99
                                           OCCURS 7 TIMES.
           02 FILLER                      PIC X(27) VALUE SPACES.
       01 WS-TREND-MONTH-PARTS.
           02 WS-TRND-YYYY                PIC 9(4).
           02 WS-TRND-MM                  PIC 9(2).
       01 WS-TREND-DELQ-AMT               PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-TREND-LINE-COUNT             PIC 9(2) COMP VALUE ZERO.
       01 WS-BLANK-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(132) VALUE SPACES.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-ROLL-RATE" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           PERFORM 650-INIT-TABLES-RTN
           PERFORM 250-CHECK-SNAPSHOTS-RTN
           PERFORM 610-OPEN-FILES-RTN
           PERFORM 300-MATCH-SNAPSHOTS-RTN
           PERFORM 500-ROW-TOTALS-RTN
               VARYING WS-FROM-IX FROM 1 BY 1
               UNTIL WS-FROM-IX > 5
           PERFORM 550-CHECK-MATCH-RTN
           IF WS-MATCH-VERDICT = "BALANCED"
               PERFORM 700-UPDATE-TREND-RTN
           END-IF
           PERFORM 800-PRINT-ROLL-PAGE-RTN
           PERFORM 880-PRINT-TREND-PAGE-RTN
           PERFORM 890-DISPLAY-TOTALS-RTN
           CLOSE CUR-SNAP-FILE
                 TREND-FILE
                 ROLL-FILE
           IF PRIOR-ON-FILE
               CLOSE PRIOR-SNAP-FILE
           END-IF
           IF CHGOFF-FILE-OPEN
               CLOSE CHGOFF-FILE
           END-IF
           IF WS-MATCH-VERDICT NOT = "BALANCED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT PRIOR-ON-FILE OR WS-MONTHS-APART > 1
                   MOVE 4 TO RETURN-CODE
               END-IF
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
           PERFORM 605-SKIP-PARM-RTN 51 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-CHGOFF-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 18 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-CUR-SNAP-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-PRIOR-SNAP-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-TREND-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ROLL-FILE-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

      *----------------------------------------------------------*
      * BOTH SNAPSHOTS ARE READ THROUGH ONCE BEFORE ANYTHING IS   *
      * OPENED FOR OUTPUT: EACH MUST END IN ITS T RECORD (AN      *
      * AGING RUN THAT DID NOT FINISH LEAVES NONE), AND LAST      *
      * MONTH'S MUST COME FROM AN EARLIER MONTH THAN THIS         *
      * MONTH'S.  NO PRIOR-MONTH SNAPSHOT AT ALL IS THE FIRST     *
      * MONTH - EVERY ACCOUNT IS THEN NEW.                        *
      *----------------------------------------------------------*
       250-CHECK-SNAPSHOTS-RTN.
           OPEN INPUT CUR-SNAP-FILE
           IF WS-CUR-SNAP-STATUS = "35"
               DISPLAY "AGING SNAPSHOT NOT FOUND - RUN"
                   " ACCT-AGING-REPORT FIRST"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF
           IF WS-CUR-SNAP-STATUS NOT = "00"
               DISPLAY "CUR-SNAP-FILE OPEN ERROR, STATUS "
                   WS-CUR-SNAP-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL NO-MORE-RECORDS
               READ CUR-SNAP-FILE
                   AT END
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF AGSN-TOTAL-REC
                           MOVE "Y" TO WS-CUR-TOTAL-SW
                           MOVE AGSN-SNAP-DATE TO WS-CUR-SNAP-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUR-SNAP-FILE
           IF NOT CUR-TOTAL-SEEN
               DISPLAY "AGING SNAPSHOT HAS NO T RECORD - INCOMPLETE,"
                   " RERUN ACCT-AGING-REPORT"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF
           COMPUTE WS-CUR-MONTH-NO = WS-CUR-YYYY * 12 + WS-CUR-MM - 1
           OPEN INPUT PRIOR-SNAP-FILE
           IF WS-PRIOR-SNAP-STATUS = "35"
               DISPLAY "PRIOR-MONTH AGING SNAPSHOT NOT FOUND - EVERY"
                   " ACCOUNT SHOWN AS NEW"
           ELSE
               IF WS-PRIOR-SNAP-STATUS NOT = "00"
                   DISPLAY "PRIOR-SNAP-FILE OPEN ERROR, STATUS "
                       WS-PRIOR-SNAP-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-PRIOR-FILE-SW
               MOVE "YES" TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL NO-MORE-RECORDS
                   READ PRIOR-SNAP-FILE
                       AT END
                           MOVE "NO" TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           IF AGSP-TOTAL-REC
                               MOVE "Y" TO WS-PRIOR-TOTAL-SW
                               MOVE AGSP-SNAP-DATE
                                   TO WS-PRIOR-SNAP-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-SNAP-FILE
               IF NOT PRIOR-TOTAL-SEEN
                   DISPLAY "PRIOR-MONTH AGING SNAPSHOT HAS NO T"
                       " RECORD - INCOMPLETE, REFUSED"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-RCTL-END-RTN
                   STOP RUN
               END-IF
               COMPUTE WS-PRIOR-MONTH-NO =
                   WS-PRIOR-YYYY * 12 + WS-PRIOR-MM - 1
               COMPUTE WS-MONTHS-APART =
                   WS-CUR-MONTH-NO - WS-PRIOR-MONTH-NO
               IF WS-MONTHS-APART < 1
                   DISPLAY "PRIOR-MONTH SNAPSHOT " WS-PRIOR-SNAP-DATE
                       " NOT FROM A MONTH BEFORE " WS-CUR-SNAP-DATE
                       " - REFUSED"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-RCTL-END-RTN
                   STOP RUN
               END-IF
               IF WS-MONTHS-APART > 1
                   DISPLAY "PRIOR-MONTH SNAPSHOT " WS-PRIOR-SNAP-DATE
                       " IS NOT LAST MONTH'S - ROLL RATES SPAN MORE"
                       " THAN ONE MONTH"
               END-IF
           END-IF.

       610-OPEN-FILES-RTN.
           OPEN INPUT CUR-SNAP-FILE
           IF WS-CUR-SNAP-STATUS NOT = "00"
               DISPLAY "CUR-SNAP-FILE OPEN ERROR, STATUS "
                   WS-CUR-SNAP-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           IF PRIOR-ON-FILE
               OPEN INPUT PRIOR-SNAP-FILE
               IF WS-PRIOR-SNAP-STATUS NOT = "00"
                   DISPLAY "PRIOR-SNAP-FILE OPEN ERROR, STATUS "
                       WS-PRIOR-SNAP-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CHGOFF-FILE
           IF WS-CHGOFF-STATUS = "35"
               DISPLAY "CHGOFF-FILE NOT FOUND - NO CHARGED-OFF"
                   " ACCOUNTS"
           ELSE
               IF WS-CHGOFF-STATUS NOT = "00"
                   DISPLAY "CHGOFF-FILE OPEN ERROR, STATUS "
                       WS-CHGOFF-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-CHGOFF-FILE-SW
           END-IF
           OPEN I-O TREND-FILE
           IF WS-TREND-STATUS = "35"
               OPEN OUTPUT TREND-FILE
               CLOSE TREND-FILE
               OPEN I-O TREND-FILE
           END-IF
           IF WS-TREND-STATUS NOT = "00"
               DISPLAY "TREND-FILE OPEN ERROR, STATUS "
                   WS-TREND-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN OUTPUT ROLL-FILE
           IF WS-ROLL-STATUS NOT = "00"
               DISPLAY "ROLL-FILE OPEN ERROR, STATUS " WS-ROLL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      * THE T RECORD ENDS A SNAPSHOT FOR THE MATCH: IT AND END OF *
      * FILE BOTH LEAVE THE HIGH KEY.  A BUCKET OUTSIDE 1 TO 5    *
      * COUNTS AS 120+, THE SAME WAY ACCT-AGING-REPORT AGES A     *
      * DAMAGED DATE.                                             *
      *----------------------------------------------------------*
       630-READ-CUR-SNAP-RTN.
           READ CUR-SNAP-FILE
               AT END
                   MOVE "Y" TO WS-CUR-EOF-SW
           END-READ
           IF NOT CUR-EOF
               IF AGSN-TOTAL-REC
                   MOVE "Y" TO WS-CUR-EOF-SW
                   MOVE AGSN-ACCT-COUNT TO WS-CUR-T-COUNT
                   MOVE AGSN-BALANCE TO WS-CUR-T-BALANCE
                   MOVE AGSN-AGED-AMT TO WS-CUR-T-AGED
               ELSE
                   ADD 1 TO WS-CUR-READ-COUNT
                   MOVE AGSN-ACCT-NO TO WS-CUR-KEY
                   MOVE AGSN-BUCKET TO WS-CUR-BUCKET
                   IF WS-CUR-BUCKET < 1 OR WS-CUR-BUCKET > 5
                       MOVE 5 TO WS-CUR-BUCKET
                   END-IF
                   ADD 1 TO WS-CUR-BKT-COUNT(WS-CUR-BUCKET)
                   ADD AGSN-AGED-AMT TO WS-CUR-BKT-AMT(WS-CUR-BUCKET)
               END-IF
           END-IF
           IF CUR-EOF
               MOVE WS-HIGH-KEY TO WS-CUR-KEY
           END-IF.

       635-READ-PRIOR-SNAP-RTN.
           IF PRIOR-ON-FILE
               READ PRIOR-SNAP-FILE
                   AT END
                       MOVE "Y" TO WS-PRIOR-EOF-SW
               END-READ
           ELSE
               MOVE "Y" TO WS-PRIOR-EOF-SW
           END-IF
           IF NOT PRIOR-EOF
               IF AGSP-TOTAL-REC
                   MOVE "Y" TO WS-PRIOR-EOF-SW
                   MOVE AGSP-ACCT-COUNT TO WS-PRIOR-T-COUNT
                   MOVE AGSP-BALANCE TO WS-PRIOR-T-BALANCE
               ELSE
                   ADD 1 TO WS-PRIOR-READ-COUNT
                   MOVE AGSP-ACCT-NO TO WS-PRIOR-KEY
                   MOVE AGSP-BUCKET TO WS-PRIOR-BUCKET
                   IF WS-PRIOR-BUCKET < 1 OR WS-PRIOR-BUCKET > 5
                       MOVE 5 TO WS-PRIOR-BUCKET
                   END-IF
               END-IF
           END-IF
           IF PRIOR-EOF
               MOVE WS-HIGH-KEY TO WS-PRIOR-KEY
           END-IF.

       650-INIT-TABLES-RTN.
           MOVE "CURRENT" TO WS-BUCKET-NAME(1)
           MOVE "30-59" TO WS-BUCKET-NAME(2)
           MOVE "60-89" TO WS-BUCKET-NAME(3)
           MOVE "90-119" TO WS-BUCKET-NAME(4)
           MOVE "120+" TO WS-BUCKET-NAME(5)
           PERFORM 660-ZERO-ROW-RTN
               VARYING WS-FROM-IX FROM 1 BY 1
               UNTIL WS-FROM-IX > 5.

       660-ZERO-ROW-RTN.
           PERFORM 665-ZERO-CELL-RTN
               VARYING WS-TO-IX FROM 1 BY 1
               UNTIL WS-TO-IX > 5
           MOVE ZERO TO WS-ROW-COUNT(WS-FROM-IX)
           MOVE ZERO TO WS-ROW-AMT(WS-FROM-IX)
           MOVE ZERO TO WS-ROW-CURE-COUNT(WS-FROM-IX)
           MOVE ZERO TO WS-ROW-CURE-AMT(WS-FROM-IX)
           MOVE ZERO TO WS-ROW-FWD-COUNT(WS-FROM-IX)
           MOVE ZERO TO WS-ROW-FWD-AMT(WS-FROM-IX)
           MOVE ZERO TO WS-COL-COUNT(WS-FROM-IX)
           MOVE ZERO TO WS-COL-AMT(WS-FROM-IX)
           MOVE ZERO TO WS-OUT-NEW-COUNT(WS-FROM-IX)
           MOVE ZERO TO WS-OUT-NEW-AMT(WS-FROM-IX)
           MOVE ZERO TO WS-OUT-CLOSED-COUNT(WS-FROM-IX)
           MOVE ZERO TO WS-OUT-CLOSED-AMT(WS-FROM-IX)
           MOVE ZERO TO WS-OUT-CHGOFF-COUNT(WS-FROM-IX)
           MOVE ZERO TO WS-OUT-CHGOFF-AMT(WS-FROM-IX)
           MOVE ZERO TO WS-CUR-BKT-COUNT(WS-FROM-IX)
           MOVE ZERO TO WS-CUR-BKT-AMT(WS-FROM-IX).

       665-ZERO-CELL-RTN.
           MOVE ZERO TO WS-CELL-COUNT(WS-FROM-IX, WS-TO-IX)
           MOVE ZERO TO WS-CELL-AMT(WS-FROM-IX, WS-TO-IX).

      *----------------------------------------------------------*
      * MATCH THIS MONTH'S SNAPSHOT TO LAST MONTH'S - BOTH IN     *
      * ASCENDING ACCOUNT ORDER - ONE ACCOUNT AT A TIME.          *
      *----------------------------------------------------------*
       300-MATCH-SNAPSHOTS-RTN.
           PERFORM 630-READ-CUR-SNAP-RTN
           PERFORM 635-READ-PRIOR-SNAP-RTN
           PERFORM UNTIL WS-CUR-KEY = WS-HIGH-KEY
                   AND WS-PRIOR-KEY = WS-HIGH-KEY
               EVALUATE TRUE
                   WHEN WS-CUR-KEY < WS-PRIOR-KEY
                       PERFORM 400-NEW-ACCOUNT-RTN
                       PERFORM 630-READ-CUR-SNAP-RTN
                   WHEN WS-CUR-KEY > WS-PRIOR-KEY
                       PERFORM 420-GONE-ACCOUNT-RTN
                       PERFORM 635-READ-PRIOR-SNAP-RTN
                   WHEN OTHER
                       PERFORM 440-MATCHED-ACCOUNT-RTN
                       PERFORM 630-READ-CUR-SNAP-RTN
                       PERFORM 635-READ-PRIOR-SNAP-RTN
               END-EVALUATE
           END-PERFORM.

       400-NEW-ACCOUNT-RTN.
           ADD 1 TO WS-NEW-COUNT
           ADD AGSN-BALANCE TO WS-NEW-AMT
           ADD 1 TO WS-OUT-NEW-COUNT(WS-CUR-BUCKET)
           ADD AGSN-BALANCE TO WS-OUT-NEW-AMT(WS-CUR-BUCKET).

      *----------------------------------------------------------*
      * AN ACCOUNT ON LAST MONTH'S SNAPSHOT ONLY HAS LEFT THE     *
      * MASTER - CHARGED OFF IF THE REGISTER SAYS SO, OTHERWISE   *
      * CLOSED.                                                   *
      *----------------------------------------------------------*
       420-GONE-ACCOUNT-RTN.
           PERFORM 460-CHECK-CHGOFF-RTN
           IF ACCOUNT-CHARGED-OFF
               ADD 1 TO WS-CHGOFF-COUNT
               ADD AGSP-BALANCE TO WS-CHGOFF-AMT
               ADD 1 TO WS-OUT-CHGOFF-COUNT(WS-PRIOR-BUCKET)
               ADD AGSP-BALANCE TO WS-OUT-CHGOFF-AMT(WS-PRIOR-BUCKET)
           ELSE
               ADD 1 TO WS-CLOSED-COUNT
               ADD AGSP-BALANCE TO WS-CLOSED-AMT
               ADD 1 TO WS-OUT-CLOSED-COUNT(WS-PRIOR-BUCKET)
               ADD AGSP-BALANCE TO WS-OUT-CLOSED-AMT(WS-PRIOR-BUCKET)
           END-IF.

      *----------------------------------------------------------*
      * A CHARGED-OFF ACCOUNT STAYS ON THE MASTER AT A ZERO       *
      * BALANCE, SO AN ACCOUNT ON BOTH SNAPSHOTS IS TAKEN OUT OF  *
      * THE MATRIX TOO WHEN IT WAS CHARGED OFF IN BETWEEN - IT    *
      * DID NOT CURE.                                             *
      *----------------------------------------------------------*
       440-MATCHED-ACCOUNT-RTN.
           PERFORM 460-CHECK-CHGOFF-RTN
           IF ACCOUNT-CHARGED-OFF
               ADD 1 TO WS-CHGOFF-COUNT
               ADD AGSP-BALANCE TO WS-CHGOFF-AMT
               ADD 1 TO WS-OUT-CHGOFF-COUNT(WS-PRIOR-BUCKET)
               ADD AGSP-BALANCE TO WS-OUT-CHGOFF-AMT(WS-PRIOR-BUCKET)
               ADD 1 TO WS-CHGOFF-ON-FILE-COUNT
               ADD AGSN-BALANCE TO WS-CHGOFF-ON-FILE-AMT
           ELSE
               ADD 1 TO WS-MATRIX-COUNT
               ADD AGSP-BALANCE TO WS-MATRIX-AMT
               ADD 1 TO
                   WS-CELL-COUNT(WS-PRIOR-BUCKET, WS-CUR-BUCKET)
               ADD AGSP-BALANCE TO
                   WS-CELL-AMT(WS-PRIOR-BUCKET, WS-CUR-BUCKET)
           END-IF.

      *----------------------------------------------------------*
      * CHARGED OFF SINCE LAST MONTH = A CHARGE-OFF DATED AFTER   *
      * LAST MONTH'S SNAPSHOT AND NO LATER THAN THIS MONTH'S.  AN *
      * OLDER CHARGE-OFF WAS COUNTED IN THE MONTH IT HAPPENED.    *
      *----------------------------------------------------------*
       460-CHECK-CHGOFF-RTN.
           MOVE "N" TO WS-CHARGED-OFF-SW
           IF CHGOFF-FILE-OPEN
               MOVE AGSP-ACCT-NO TO CHGO-ACCT-NO
               READ CHGOFF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHGO-DATE > WS-PRIOR-SNAP-DATE
                               AND CHGO-DATE NOT > WS-CUR-SNAP-DATE
                           MOVE "Y" TO WS-CHARGED-OFF-SW
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * ROW AND COLUMN TOTALS.  A CELL LEFT OF THE DIAGONAL CURED *
      * (THIS MONTH'S BUCKET IS LOWER THAN LAST MONTH'S), A CELL  *
      * RIGHT OF IT ROLLED FORWARD.                               *
      *----------------------------------------------------------*
       500-ROW-TOTALS-RTN.
           PERFORM 510-ADD-CELL-RTN
               VARYING WS-TO-IX FROM 1 BY 1
               UNTIL WS-TO-IX > 5
           ADD WS-ROW-CURE-COUNT(WS-FROM-IX) TO WS-ALL-CURE-COUNT
           ADD WS-ROW-CURE-AMT(WS-FROM-IX) TO WS-ALL-CURE-AMT
           ADD WS-ROW-FWD-COUNT(WS-FROM-IX) TO WS-ALL-FWD-COUNT
           ADD WS-ROW-FWD-AMT(WS-FROM-IX) TO WS-ALL-FWD-AMT.

       510-ADD-CELL-RTN.
           ADD WS-CELL-COUNT(WS-FROM-IX, WS-TO-IX)
               TO WS-ROW-COUNT(WS-FROM-IX)
           ADD WS-CELL-AMT(WS-FROM-IX, WS-TO-IX)
               TO WS-ROW-AMT(WS-FROM-IX)
           ADD WS-CELL-COUNT(WS-FROM-IX, WS-TO-IX)
               TO WS-COL-COUNT(WS-TO-IX)
           ADD WS-CELL-AMT(WS-FROM-IX, WS-TO-IX)
               TO WS-COL-AMT(WS-TO-IX)
           IF WS-TO-IX < WS-FROM-IX
               ADD WS-CELL-COUNT(WS-FROM-IX, WS-TO-IX)
                   TO WS-ROW-CURE-COUNT(WS-FROM-IX)
               ADD WS-CELL-AMT(WS-FROM-IX, WS-TO-IX)
                   TO WS-ROW-CURE-AMT(WS-FROM-IX)
           END-IF
           IF WS-TO-IX > WS-FROM-IX
               ADD WS-CELL-COUNT(WS-FROM-IX, WS-TO-IX)
                   TO WS-ROW-FWD-COUNT(WS-FROM-IX)
               ADD WS-CELL-AMT(WS-FROM-IX, WS-TO-IX)
                   TO WS-ROW-FWD-AMT(WS-FROM-IX)
           END-IF.

      *----------------------------------------------------------*
      * EVERY ACCOUNT ON EACH SNAPSHOT MUST BE ACCOUNTED FOR      *
      * EXACTLY ONCE: LAST MONTH'S ARE IN THE MATRIX, CLOSED OR   *
      * CHARGED OFF; THIS MONTH'S ARE IN THE MATRIX, NEW OR       *
      * CHARGED OFF AND STILL ON FILE; AND EACH SNAPSHOT'S A      *
      * RECORDS MUST ADD UP TO ITS OWN T RECORD.                  *
      *----------------------------------------------------------*
       550-CHECK-MATCH-RTN.
           MOVE "BALANCED" TO WS-MATCH-VERDICT
           IF WS-CUR-READ-COUNT NOT = WS-CUR-T-COUNT
               MOVE "OUT OF BALANCE" TO WS-MATCH-VERDICT
           END-IF
           IF WS-PRIOR-READ-COUNT NOT = WS-PRIOR-T-COUNT
               MOVE "OUT OF BALANCE" TO WS-MATCH-VERDICT
           END-IF
           IF WS-PRIOR-READ-COUNT NOT =
                   WS-MATRIX-COUNT + WS-CLOSED-COUNT + WS-CHGOFF-COUNT
               MOVE "OUT OF BALANCE" TO WS-MATCH-VERDICT
           END-IF
           IF WS-CUR-READ-COUNT NOT = WS-MATRIX-COUNT + WS-NEW-COUNT
                   + WS-CHGOFF-ON-FILE-COUNT
               MOVE "OUT OF BALANCE" TO WS-MATCH-VERDICT
           END-IF.

      *----------------------------------------------------------*
      * RECORD THIS MONTH ON THE TREND FILE - RECEIVABLE AND HELD *
      * AMOUNT FROM THE T RECORD, BUCKETS FROM THE A RECORDS.  A  *
      * RERUN IN THE SAME MONTH REWRITES THE MONTH'S RECORD.      *
      *----------------------------------------------------------*
       700-UPDATE-TREND-RTN.
           MOVE WS-CUR-SNAP-DATE(1:6) TO WS-TREND-MONTH
           MOVE WS-TREND-MONTH TO TRND-MONTH
           READ TREND-FILE
               INVALID KEY
                   MOVE "N" TO WS-TREND-ON-FILE-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-TREND-ON-FILE-SW
           END-READ
           MOVE SPACES TO TRND-REC
           MOVE WS-TREND-MONTH TO TRND-MONTH
           MOVE WS-CUR-SNAP-DATE TO TRND-SNAP-DATE
           MOVE WS-CUR-T-COUNT TO TRND-ACCT-COUNT
           MOVE WS-CUR-T-BALANCE TO TRND-RECEIVABLE
           COMPUTE TRND-HELD-AMT = WS-CUR-T-BALANCE - WS-CUR-T-AGED
           PERFORM 710-MOVE-TREND-BUCKET-RTN
               VARYING WS-TO-IX FROM 1 BY 1
               UNTIL WS-TO-IX > 5
           MOVE WS-RCTL-RUN-ID TO TRND-RUN-ID
           IF TREND-ON-FILE
               REWRITE TRND-REC
                   INVALID KEY
                       DISPLAY "TREND-FILE REWRITE ERROR, STATUS "
                           WS-TREND-STATUS
               END-REWRITE
           ELSE
               WRITE TRND-REC
                   INVALID KEY
                       DISPLAY "TREND-FILE WRITE ERROR, STATUS "
                           WS-TREND-STATUS
               END-WRITE
           END-IF
           IF WS-TREND-STATUS = "00"
               ADD 1 TO WS-TREND-WRITTEN-COUNT
           END-IF.

       710-MOVE-TREND-BUCKET-RTN.
           MOVE WS-CUR-BKT-COUNT(WS-TO-IX)
               TO TRND-BUCKET-COUNT(WS-TO-IX)
           MOVE WS-CUR-BKT-AMT(WS-TO-IX) TO TRND-BUCKET-AMT(WS-TO-IX).

       800-PRINT-ROLL-PAGE-RTN.
           MOVE WS-CUR-SNAP-DATE TO TTL-CUR-DATE
           MOVE WS-PRIOR-SNAP-DATE TO TTL-PRIOR-DATE
           WRITE ROLL-REC FROM WS-ROLL-TITLE-LINE
           WRITE ROLL-REC FROM WS-BLANK-LINE
           MOVE "ACCOUNTS - LAST MONTH DOWN, THIS MONTH ACROSS"
               TO SEC-TEXT
           WRITE ROLL-REC FROM WS-ROLL-SECTION-LINE
           WRITE ROLL-REC FROM WS-ROLL-COL-LINE
           PERFORM 810-PRINT-COUNT-ROW-RTN
               VARYING WS-FROM-IX FROM 1 BY 1
               UNTIL WS-FROM-IX > 5
           PERFORM 815-PRINT-COUNT-TOTAL-RTN
           WRITE ROLL-REC FROM WS-BLANK-LINE
           MOVE "DOLLARS AT LAST MONTH'S BALANCE - SAME LAYOUT"
               TO SEC-TEXT
           WRITE ROLL-REC FROM WS-ROLL-SECTION-LINE
           WRITE ROLL-REC FROM WS-ROLL-COL-LINE
           PERFORM 820-PRINT-AMOUNT-ROW-RTN
               VARYING WS-FROM-IX FROM 1 BY 1
               UNTIL WS-FROM-IX > 5
           PERFORM 825-PRINT-AMOUNT-TOTAL-RTN
           WRITE ROLL-REC FROM WS-BLANK-LINE
           MOVE "OUTSIDE THE MATRIX - NEW BY THIS MONTH'S BUCKET"
               TO SEC-TEXT
           WRITE ROLL-REC FROM WS-ROLL-SECTION-LINE
           MOVE "CLOSED AND CHARGED OFF BY LAST MONTH'S BUCKET"
               TO SEC-TEXT
           WRITE ROLL-REC FROM WS-ROLL-SECTION-LINE
           WRITE ROLL-REC FROM WS-ROLL-OUT-COL-LINE
           PERFORM 840-PRINT-OUTSIDE-ROW-RTN
               VARYING WS-FROM-IX FROM 1 BY 1
               UNTIL WS-FROM-IX > 5
           PERFORM 845-PRINT-OUTSIDE-TOTAL-RTN
           WRITE ROLL-REC FROM WS-BLANK-LINE
           PERFORM 860-PRINT-SUMMARY-RTN.

       810-PRINT-COUNT-ROW-RTN.
           MOVE WS-BUCKET-NAME(WS-FROM-IX) TO MTX-LABEL
           PERFORM 812-EDIT-COUNT-CELL-RTN
               VARYING WS-TO-IX FROM 1 BY 1
               UNTIL WS-TO-IX > 5
           MOVE WS-ROW-COUNT(WS-FROM-IX) TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO MTX-TOTAL
           MOVE WS-ROW-COUNT(WS-FROM-IX) TO WS-PCT-BASE
           MOVE WS-ROW-CURE-COUNT(WS-FROM-IX) TO WS-PCT-PART
           PERFORM 850-EDIT-PCT-RTN
           MOVE WS-EDIT-PCT TO MTX-CURE-PCT
           MOVE WS-ROW-FWD-COUNT(WS-FROM-IX) TO WS-PCT-PART
           PERFORM 850-EDIT-PCT-RTN
           MOVE WS-EDIT-PCT TO MTX-FWD-PCT
           PERFORM 830-BLANK-EDGE-PCT-RTN
           WRITE ROLL-REC FROM WS-ROLL-MATRIX-LINE.

       812-EDIT-COUNT-CELL-RTN.
           MOVE WS-CELL-COUNT(WS-FROM-IX, WS-TO-IX) TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO MTX-CELL(WS-TO-IX).

       815-PRINT-COUNT-TOTAL-RTN.
           MOVE "TOTAL" TO MTX-LABEL
           PERFORM 817-EDIT-COUNT-COL-RTN
               VARYING WS-TO-IX FROM 1 BY 1
               UNTIL WS-TO-IX > 5
           MOVE WS-MATRIX-COUNT TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO MTX-TOTAL
           MOVE WS-MATRIX-COUNT TO WS-PCT-BASE
           MOVE WS-ALL-CURE-COUNT TO WS-PCT-PART
           PERFORM 850-EDIT-PCT-RTN
           MOVE WS-EDIT-PCT TO MTX-CURE-PCT
           MOVE WS-ALL-FWD-COUNT TO WS-PCT-PART
           PERFORM 850-EDIT-PCT-RTN
           MOVE WS-EDIT-PCT TO MTX-FWD-PCT
           WRITE ROLL-REC FROM WS-ROLL-MATRIX-LINE.

       817-EDIT-COUNT-COL-RTN.
           MOVE WS-COL-COUNT(WS-TO-IX) TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO MTX-CELL(WS-TO-IX).

       820-PRINT-AMOUNT-ROW-RTN.
           MOVE WS-BUCKET-NAME(WS-FROM-IX) TO MTX-LABEL
           PERFORM 822-EDIT-AMOUNT-CELL-RTN
               VARYING WS-TO-IX FROM 1 BY 1
               UNTIL WS-TO-IX > 5
           MOVE WS-ROW-AMT(WS-FROM-IX) TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO MTX-TOTAL
           MOVE WS-ROW-AMT(WS-FROM-IX) TO WS-PCT-BASE
           MOVE WS-ROW-CURE-AMT(WS-FROM-IX) TO WS-PCT-PART
           PERFORM 850-EDIT-PCT-RTN
           MOVE WS-EDIT-PCT TO MTX-CURE-PCT
           MOVE WS-ROW-FWD-AMT(WS-FROM-IX) TO WS-PCT-PART
           PERFORM 850-EDIT-PCT-RTN
           MOVE WS-EDIT-PCT TO MTX-FWD-PCT
           PERFORM 830-BLANK-EDGE-PCT-RTN
           WRITE ROLL-REC FROM WS-ROLL-MATRIX-LINE.

       822-EDIT-AMOUNT-CELL-RTN.
           MOVE WS-CELL-AMT(WS-FROM-IX, WS-TO-IX) TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO MTX-CELL(WS-TO-IX).

       825-PRINT-AMOUNT-TOTAL-RTN.
           MOVE "TOTAL" TO MTX-LABEL
           PERFORM 827-EDIT-AMOUNT-COL-RTN
               VARYING WS-TO-IX FROM 1 BY 1
               UNTIL WS-TO-IX > 5
           MOVE WS-MATRIX-AMT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO MTX-TOTAL
           MOVE WS-MATRIX-AMT TO WS-PCT-BASE
           MOVE WS-ALL-CURE-AMT TO WS-PCT-PART
           PERFORM 850-EDIT-PCT-RTN
           MOVE WS-EDIT-PCT TO MTX-CURE-PCT
           MOVE WS-ALL-FWD-AMT TO WS-PCT-PART
           PERFORM 850-EDIT-PCT-RTN
           MOVE WS-EDIT-PCT TO MTX-FWD-PCT
           WRITE ROLL-REC FROM WS-ROLL-MATRIX-LINE.

       827-EDIT-AMOUNT-COL-RTN.
           MOVE WS-COL-AMT(WS-TO-IX) TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO MTX-CELL(WS-TO-IX).

      *----------------------------------------------------------*
      * A CURRENT ACCOUNT HAS NOWHERE LOWER TO CURE TO AND A 120+ *
      * ACCOUNT NOWHERE HIGHER TO ROLL, SO THOSE PERCENTS ARE     *
      * LEFT BLANK.                                               *
      *----------------------------------------------------------*
       830-BLANK-EDGE-PCT-RTN.
           IF WS-FROM-IX = 1
               MOVE SPACES TO MTX-CURE-PCT
           END-IF
           IF WS-FROM-IX = 5
               MOVE SPACES TO MTX-FWD-PCT
           END-IF.

       840-PRINT-OUTSIDE-ROW-RTN.
           MOVE WS-BUCKET-NAME(WS-FROM-IX) TO OUT-LABEL
           MOVE WS-OUT-NEW-COUNT(WS-FROM-IX) TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO OUT-CELL(1)
           MOVE WS-OUT-NEW-AMT(WS-FROM-IX) TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO OUT-CELL(2)
           MOVE WS-OUT-CLOSED-COUNT(WS-FROM-IX) TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO OUT-CELL(3)
           MOVE WS-OUT-CLOSED-AMT(WS-FROM-IX) TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO OUT-CELL(4)
           MOVE WS-OUT-CHGOFF-COUNT(WS-FROM-IX) TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO OUT-CELL(5)
           MOVE WS-OUT-CHGOFF-AMT(WS-FROM-IX) TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO OUT-CELL(6)
           WRITE ROLL-REC FROM WS-ROLL-OUT-LINE.

       845-PRINT-OUTSIDE-TOTAL-RTN.
           MOVE "TOTAL" TO OUT-LABEL
           MOVE WS-NEW-COUNT TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO OUT-CELL(1)
           MOVE WS-NEW-AMT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO OUT-CELL(2)
           MOVE WS-CLOSED-COUNT TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO OUT-CELL(3)
           MOVE WS-CLOSED-AMT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO OUT-CELL(4)
           MOVE WS-CHGOFF-COUNT TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO OUT-CELL(5)
           MOVE WS-CHGOFF-AMT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO OUT-CELL(6)
           WRITE ROLL-REC FROM WS-ROLL-OUT-LINE.

       850-EDIT-PCT-RTN.
           IF WS-PCT-BASE = ZERO
               MOVE ZERO TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-PCT-PART * 100 / WS-PCT-BASE
           END-IF
           MOVE WS-PCT TO WS-EDIT-PCT.

       860-PRINT-SUMMARY-RTN.
           MOVE "LAST MONTH ACCOUNTS . . . . :" TO SUM-TEXT
           MOVE WS-PRIOR-READ-COUNT TO SUM-COUNT
           MOVE WS-PRIOR-T-BALANCE TO SUM-AMT
           WRITE ROLL-REC FROM WS-ROLL-SUM-LINE
           MOVE "  IN THE MATRIX . . . . . . :" TO SUM-TEXT
           MOVE WS-MATRIX-COUNT TO SUM-COUNT
           MOVE WS-MATRIX-AMT TO SUM-AMT
           WRITE ROLL-REC FROM WS-ROLL-SUM-LINE
           MOVE "  CLOSED  . . . . . . . . . :" TO SUM-TEXT
           MOVE WS-CLOSED-COUNT TO SUM-COUNT
           MOVE WS-CLOSED-AMT TO SUM-AMT
           WRITE ROLL-REC FROM WS-ROLL-SUM-LINE
           MOVE "  CHARGED OFF . . . . . . . :" TO SUM-TEXT
           MOVE WS-CHGOFF-COUNT TO SUM-COUNT
           MOVE WS-CHGOFF-AMT TO SUM-AMT
           WRITE ROLL-REC FROM WS-ROLL-SUM-LINE
           MOVE "THIS MONTH ACCOUNTS . . . . :" TO SUM-TEXT
           MOVE WS-CUR-READ-COUNT TO SUM-COUNT
           MOVE WS-CUR-T-BALANCE TO SUM-AMT
           WRITE ROLL-REC FROM WS-ROLL-SUM-LINE
           MOVE "  NEW . . . . . . . . . . . :" TO SUM-TEXT
           MOVE WS-NEW-COUNT TO SUM-COUNT
           MOVE WS-NEW-AMT TO SUM-AMT
           WRITE ROLL-REC FROM WS-ROLL-SUM-LINE
           MOVE "  CHARGED OFF, STILL ON FILE:" TO SUM-TEXT
           MOVE WS-CHGOFF-ON-FILE-COUNT TO SUM-COUNT
           MOVE WS-CHGOFF-ON-FILE-AMT TO SUM-AMT
           WRITE ROLL-REC FROM WS-ROLL-SUM-LINE
           MOVE WS-MATCH-VERDICT TO VRD-VERDICT
           WRITE ROLL-REC FROM WS-ROLL-VERDICT-LINE.

      *----------------------------------------------------------*
      * THE TREND PAGE RUNS FROM TWELVE MONTHS BEFORE THIS        *
      * MONTH'S SNAPSHOT THROUGH THIS MONTH - A MONTH WITH NO     *
      * TREND RECORD (NO ROLL-RATE RUN THAT MONTH) IS SIMPLY NOT  *
      * PRINTED.  EACH PERCENT IS OF THE MONTH'S TOTAL            *
      * RECEIVABLE; THE FIVE BUCKETS AND THE HELD AMOUNT ADD TO   *
      * 100.                                                      *
      *----------------------------------------------------------*
       880-PRINT-TREND-PAGE-RTN.
           MOVE WS-CUR-SNAP-DATE(1:6) TO WS-TREND-MONTH
           MOVE WS-CUR-YYYY TO TTL-TREND-YYYY
           MOVE WS-CUR-MM TO TTL-TREND-MM
           COMPUTE WS-START-MONTH-NO = WS-CUR-MONTH-NO - 12
           DIVIDE WS-START-MONTH-NO BY 12
               GIVING WS-START-YYYY REMAINDER WS-START-MM
           ADD 1 TO WS-START-MM
           COMPUTE WS-START-MONTH = WS-START-YYYY * 100 + WS-START-MM
           WRITE ROLL-REC FROM WS-TREND-TITLE-LINE
           WRITE ROLL-REC FROM WS-BLANK-LINE
           WRITE ROLL-REC FROM WS-TREND-COL-LINE
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           MOVE WS-START-MONTH TO TRND-MONTH
           START TREND-FILE
               KEY IS NOT LESS THAN TRND-MONTH
               INVALID KEY
                   MOVE "NO" TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS
               READ TREND-FILE NEXT RECORD
                   AT END
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF TRND-MONTH > WS-TREND-MONTH
                           MOVE "NO" TO ARE-THERE-MORE-RECORDS
                       ELSE
                           PERFORM 885-PRINT-TREND-LINE-RTN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TREND-LINE-COUNT = ZERO
               MOVE "NO TREND HISTORY ON FILE" TO SEC-TEXT
               WRITE ROLL-REC FROM WS-ROLL-SECTION-LINE
           END-IF.

       885-PRINT-TREND-LINE-RTN.
           MOVE TRND-MONTH TO WS-TREND-MONTH-PARTS
           MOVE WS-TRND-YYYY TO TRL-YYYY
           MOVE WS-TRND-MM TO TRL-MM
           MOVE TRND-ACCT-COUNT TO TRL-ACCT-COUNT
           MOVE TRND-RECEIVABLE TO TRL-RECEIVABLE
           MOVE TRND-RECEIVABLE TO WS-PCT-BASE
           MOVE ZERO TO WS-TREND-DELQ-AMT
           PERFORM 887-EDIT-TREND-PCT-RTN
               VARYING WS-TO-IX FROM 1 BY 1
               UNTIL WS-TO-IX > 5
           MOVE WS-TREND-DELQ-AMT TO WS-PCT-PART
           PERFORM 850-EDIT-PCT-RTN
           MOVE WS-PCT TO TRL-PCT(6)
           MOVE TRND-HELD-AMT TO WS-PCT-PART
           PERFORM 850-EDIT-PCT-RTN
           MOVE WS-PCT TO TRL-PCT(7)
           WRITE ROLL-REC FROM WS-TREND-LINE
           ADD 1 TO WS-TREND-LINE-COUNT.

       887-EDIT-TREND-PCT-RTN.
           MOVE TRND-BUCKET-AMT(WS-TO-IX) TO WS-PCT-PART
           PERFORM 850-EDIT-PCT-RTN
           MOVE WS-PCT TO TRL-PCT(WS-TO-IX)
           IF WS-TO-IX > 1
               ADD TRND-BUCKET-AMT(WS-TO-IX) TO WS-TREND-DELQ-AMT
           END-IF.

       890-DISPLAY-TOTALS-RTN.
           DISPLAY "===== ACCT-ROLL-RATE TOTALS ====="
           DISPLAY "THIS MONTH'S SNAPSHOT . . . : " WS-CUR-SNAP-DATE
           DISPLAY "LAST MONTH'S SNAPSHOT . . . : " WS-PRIOR-SNAP-DATE
           DISPLAY "THIS MONTH'S ACCOUNTS . . . : " WS-CUR-READ-COUNT
           DISPLAY "LAST MONTH'S ACCOUNTS . . . : " WS-PRIOR-READ-COUNT
           DISPLAY "ACCOUNTS IN THE MATRIX  . . : " WS-MATRIX-COUNT
           DISPLAY "NEW ACCOUNTS  . . . . . . . : " WS-NEW-COUNT
           DISPLAY "CLOSED ACCOUNTS . . . . . . : " WS-CLOSED-COUNT
           DISPLAY "CHARGED-OFF ACCOUNTS  . . . : " WS-CHGOFF-COUNT
           DISPLAY "TREND RECORDS WRITTEN . . . : "
               WS-TREND-WRITTEN-COUNT
           DISPLAY "ACCOUNT MATCH . . . . . . . : " WS-MATCH-VERDICT
           IF WS-MATCH-VERDICT NOT = "BALANCED"
               DISPLAY "TREND FILE NOT UPDATED - CHECK THE SNAPSHOTS"
           END-IF.

       985-RCTL-TOTALS-RTN.
           COMPUTE WS-RCTL-READ-COUNT =
               WS-CUR-READ-COUNT + WS-PRIOR-READ-COUNT
           MOVE WS-TREND-WRITTEN-COUNT TO WS-RCTL-WRITTEN-COUNT.

       COPY RCTLPRC.
