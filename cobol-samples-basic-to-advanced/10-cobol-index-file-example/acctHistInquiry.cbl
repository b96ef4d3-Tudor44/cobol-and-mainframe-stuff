       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-HIST-INQUIRY.
       AUTHOR. GAETANO.
      *----------------------------------------------------------*
      * POINT-IN-TIME ACCOUNT HISTORY INQUIRY.  ANSWERS THE       *
      * TYPE-H REQUESTS ON THE OVERNIGHT REQUEST FILE (REQREC) -  *
      * "WHAT DID ACCOUNT X OWE ON THIS DATE" AND "EVERY POSTING  *
      * ON ACCOUNT X BETWEEN THESE DATES" - WITHOUT ANYONE HAND-  *
      * SCANNING THE ARCHIVE, THE SNAPSHOT AND THE LIVE JOURNAL.  *
      * EACH REQUEST STARTS FROM THE CLOSEST SNAPSHOT (SNAPREC)   *
      * CUT OVER BEFORE THE FIRST DATE IT NEEDS, TAKING THE       *
      * ACCOUNT'S A-RECORD BALANCE AS ITS OPENING BALANCE; WHEN   *
      * THE SNAPSHOT IS TOO LATE, OR THE REQUEST ASKS FOR EVERY   *
      * POSTING SINCE THE ACCOUNT OPENED, IT STARTS FROM ZERO AT  *
      * THE FIRST ARCHIVED ENTRY.  IT THEN READS THE ARCHIVE AND  *
      * THE LIVE JOURNAL IN THAT ORDER - THE ORDER THE ENTRIES    *
      * WERE WRITTEN - AND PRINTS EVERY POSTING FOR THE ACCOUNT   *
      * IN THE REQUESTED PERIOD WITH ITS RUNNING BALANCE, TRAN    *
      * CODE, RUN-ID, OPERATOR AND CHECKER, AND THE CHEQUE NUMBER *
      * FROM THE PAYMENT-DETAIL FILE (PAYDTL, KEYED ACCT +        *
      * JRNL-DATE + JRNL-TIME) WHERE THE POSTING LEFT ONE.        *
      * POSTINGS BETWEEN THE SNAPSHOT AND THE START OF A DATE     *
      * RANGE ARE ROLLED INTO THE BALANCE BROUGHT FORWARD.  EACH  *
      * ANSWER ENDS WITH THE BALANCE THE POSTINGS PROVE AS OF THE *
      * END OF THE PERIOD; WHEN THE PERIOD RUNS TO TODAY IT IS    *
      * ALSO TIED TO THE MASTER'S AMT-DUE-OUT.                    *
      * A POSTING WHOSE OLD AMOUNT IS NOT THE RUNNING BALANCE IT  *
      * FOLLOWS IS FLAGGED "BREAK" - THE JOURNAL DOES NOT         *
      * CONTINUE FROM THE ENTRY BEFORE IT - AND COUNTED UNDER THE *
      * PROVEN BALANCE; THE PROOF STILL ADDS EVERY POSTING'S NET. *
      * WHEN THE REQUEST FILE DOES NOT EXIST THE ACCOUNT AND      *
      * DATES ARE PROMPTED FROM SYSIN FOR AD-HOC USE AND THE      *
      * ANSWER STILL GOES TO THE PRINT FILE.                      *
      * THE MASTER, JOURNAL, REQUEST FILE, ARCHIVE, SNAPSHOT AND  *
      * PAYMENT-DETAIL PATHS ARE ACCTPRM ENTRIES TWO, FIVE,       *
      * THIRTEEN, TWENTY-TWO, TWENTY-THREE AND THIRTY-NINE; THE   *
      * HISTORY PRINT FILE IS THE NEW ENTRY SIXTY-NINE.           *
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
       SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-READ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT REQUEST-FILE ASSIGN TO WS-REQUEST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQUEST-STATUS.
       SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPSHOT-STATUS.
       SELECT PAY-DTL-FILE ASSIGN TO WS-PAY-DTL-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PD-KEY
           FILE STATUS IS WS-PAY-DTL-STATUS.
       SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
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
       FD REQUEST-FILE
           RECORD CONTAINS 28 CHARACTERS.
           COPY REQREC.
       FD SNAPSHOT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY SNAPREC.
       FD PAY-DTL-FILE
           RECORD CONTAINS 78 CHARACTERS.
           COPY PAYDTL.
       FD REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
           01 REPORT-REC                   PIC X(133).
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-MORE-REQUESTS                PIC XXX VALUE "YES".
           88 NO-MORE-REQUESTS                    VALUE "NO".
       01 WS-STATUS                       PIC XX.
       01 WS-PARM-STATUS                  PIC XX.
       01 WS-JOURNAL-STATUS                PIC XX.
       01 WS-REQUEST-STATUS               PIC XX.
       01 WS-SNAPSHOT-STATUS              PIC XX.
       01 WS-PAY-DTL-STATUS               PIC XX.
       01 WS-REPORT-STATUS                PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-JOURNAL-FILE-PATH        PIC X(100).
           02 WS-REQUEST-FILE-PATH        PIC X(100).
           02 WS-ARCHIVE-FILE-PATH        PIC X(100).
           02 WS-SNAPSHOT-FILE-PATH       PIC X(100).
           02 WS-PAY-DTL-FILE-PATH        PIC X(100).
           02 WS-REPORT-FILE-PATH         PIC X(100).
       01 WS-JRNL-READ-PATH               PIC X(100) VALUE SPACES.
       01 WS-JRNL-SOURCE                  PIC X(7) VALUE SPACES.
       01 WS-BATCH-SW                     PIC X VALUE "N".
           88 BATCH-MODE                          VALUE "Y".
       01 WS-SNAP-PRESENT-SW              PIC X VALUE "N".
           88 SNAPSHOT-PRESENT                    VALUE "Y".
       01 WS-PAY-DTL-SW                   PIC X VALUE "N".
           88 PAY-DETAIL-PRESENT                  VALUE "Y".
       01 WS-MASTER-SW                    PIC X VALUE "N".
           88 ACCOUNT-ON-MASTER                   VALUE "Y".
       01 WS-REQ-EDIT-SW                  PIC X VALUE "N".
           88 REQUEST-VALID                       VALUE "Y".
       01 WS-BF-SW                        PIC X VALUE "N".
           88 BALANCE-FORWARD-PRINTED             VALUE "Y".
       01 WS-CURRENT-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE                     PIC 9(8) VALUE ZERO.
       01 WS-SNAP-CUTOVER                 PIC 9(8) VALUE ZERO.
       01 WS-EDIT-DATE                    PIC 9(8) VALUE ZERO.
       01 WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           02 WS-EDIT-YYYY                PIC 9(4).
           02 WS-EDIT-MM                  PIC 9(2).
           02 WS-EDIT-DD                  PIC 9(2).
       01 WS-EDIT-DATE-SW                 PIC X VALUE "N".
           88 EDIT-DATE-VALID                     VALUE "Y".
      *----------------------------------------------------------*
      * THE REQUEST BEING ANSWERED.  AS-OF (FROM DATE BLANK)      *
      * LISTS FROM THE STARTING POINT TO THE AS-OF DATE; RANGE    *
      * LISTS FROM THE FROM DATE; FULL (FROM DATE ZEROS) LISTS    *
      * FROM THE FIRST ARCHIVED ENTRY.                            *
      *----------------------------------------------------------*
       01 WS-OPERAND-X                    PIC X(11).
       01 WS-OPERAND-ACCT REDEFINES WS-OPERAND-X.
           02 WS-OPERAND-ACCT-NO          PIC 9(9).
           02 FILLER                      PIC X(2).
       01 WS-HIST-MODE                    PIC X VALUE SPACE.
           88 HIST-AS-OF                          VALUE "A".
           88 HIST-RANGE                          VALUE "R".
           88 HIST-FULL                           VALUE "F".
       01 WS-HIST-ACCT                    PIC 9(9) VALUE ZERO.
       01 WS-FROM-DATE                    PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE                      PIC 9(8) VALUE ZERO.
       01 WS-START-DATE                   PIC 9(8) VALUE ZERO.
       01 WS-START-BAL                    PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-RUNNING-BAL                  PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-NET-AMT                      PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-HIST-TOTALS.
           02 WS-LISTED-COUNT             PIC 9(7) COMP VALUE ZERO.
           02 WS-FORWARD-COUNT            PIC 9(7) COMP VALUE ZERO.
           02 WS-BREAK-COUNT              PIC 9(7) COMP VALUE ZERO.
           02 WS-LISTED-NET               PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-START-TEXT                   PIC X(40) VALUE SPACES.
       01 WS-TD-WORK-CODE                 PIC X VALUE SPACE.
       01 WS-TD-IX                        PIC 9(2) COMP VALUE ZERO.
       01 WS-TD-FOUND-IX                  PIC 9(2) COMP VALUE ZERO.
       01 WS-TD-TABLE.
           02 WS-TD-ENTRY OCCURS 13 TIMES.
               03 WS-TD-CODE              PIC X.
               03 WS-TD-DESC              PIC X(12).
       01 WS-PAGE-SIZE                    PIC 9(2) COMP VALUE 50.
       01 WS-LINE-COUNT                   PIC 9(2) COMP VALUE ZERO.
       01 WS-PAGE-COUNT                   PIC 9(4) COMP VALUE ZERO.
       01 WS-REQUEST-TOTALS.
           02 WS-REQUEST-COUNT            PIC 9(5) COMP VALUE ZERO.
           02 WS-ANSWERED-COUNT           PIC 9(5) COMP VALUE ZERO.
           02 WS-PASSED-COUNT             PIC 9(5) COMP VALUE ZERO.
           02 WS-INVALID-COUNT            PIC 9(5) COMP VALUE ZERO.
           02 WS-JRNL-READ-COUNT          PIC 9(9) COMP VALUE ZERO.
       01 WS-RPT-HDR-LINE.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(38) VALUE
               "===== ACCOUNT HISTORY INQUIRY - PAGE ".
           02 HDR-PAGE-NO                 PIC Z(3)9.
           02 FILLER                      PIC X(7) VALUE " - RUN ".
           02 HDR-RUN-DATE                PIC 9(8).
           02 FILLER                      PIC X(6) VALUE " =====".
           02 FILLER                      PIC X(69) VALUE SPACES.
       01 WS-RPT-ACCT-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(9) VALUE "ACCOUNT  ".
           02 HA-ACCT-NO                  PIC 9(9).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 HA-CUSTOMER-NAME            PIC X(30).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 HA-PERIOD                   PIC X(40).
           02 FILLER                      PIC X(40) VALUE SPACES.
       01 WS-RPT-COL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(10) VALUE "DATE".
           02 FILLER                      PIC X(10) VALUE "TIME".
           02 FILLER                      PIC X(2) VALUE "C".
           02 FILLER                      PIC X(14)
                                           VALUE "DESCRIPTION".
           02 FILLER                      PIC X(15)
                                           VALUE "       AMOUNT".
           02 FILLER                      PIC X(15)
                                           VALUE "      BALANCE".
           02 FILLER                      PIC X(18) VALUE "RUN-ID".
           02 FILLER                      PIC X(9) VALUE "OPERATOR".
           02 FILLER                      PIC X(10) VALUE "CHECKER".
           02 FILLER                      PIC X(12) VALUE "CHEQUE".
           02 FILLER                      PIC X(8) VALUE "SOURCE".
           02 FILLER                      PIC X(5) VALUE "FLAG".
           02 FILLER                      PIC X(4) VALUE SPACES.
       01 WS-RPT-DETAIL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-DATE                    PIC 9(8).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-TIME                    PIC 9(8).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-TRAN-CODE               PIC X.
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-TRAN-DESC               PIC X(12).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-AMOUNT                  PIC -(9)9.99.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-BALANCE                 PIC -(9)9.99.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-RUN-ID                  PIC X(16).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-OPERATOR-ID             PIC X(8).
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-CHECKER-ID              PIC X(8).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-CHECK-NO                PIC X(10).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 DTL-SOURCE                  PIC X(7).
           02 FILLER                      PIC X VALUE SPACE.
           02 DTL-FLAG                    PIC X(5).
           02 FILLER                      PIC X(4) VALUE SPACES.
       01 WS-RPT-SUM-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 SUM-TEXT                    PIC X(32).
           02 SUM-COUNT                   PIC Z(6)9.
           02 FILLER                      PIC X(5) VALUE SPACES.
           02 SUM-AMT                     PIC -(9)9.99.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 SUM-NOTE                    PIC X(40).
           02 FILLER                      PIC X(33) VALUE SPACES.
       01 WS-RPT-MSG-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 MSG-TEXT                    PIC X(60).
           02 FILLER                      PIC X(72) VALUE SPACES.
       01 WS-BLANK-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(132) VALUE SPACES.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-HIST-INQUIRY" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           PERFORM 650-INIT-TRAN-DESC-RTN
           OPEN INPUT OUT-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "OUT-FILE OPEN ERROR, STATUS " WS-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           PERFORM 620-CHECK-SNAPSHOT-RTN
           PERFORM 630-OPEN-PAY-DTL-RTN
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "REPORT-FILE OPEN ERROR, STATUS "
                   WS-REPORT-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS = "00"
               MOVE "Y" TO WS-BATCH-SW
               PERFORM 500-BATCH-RTN
               CLOSE REQUEST-FILE
           ELSE
               IF WS-REQUEST-STATUS = "35"
                   PERFORM 150-INTERACTIVE-RTN
               ELSE
                   DISPLAY "REQUEST-FILE OPEN ERROR, STATUS "
                       WS-REQUEST-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
           PERFORM 800-PRINT-RUN-TOTALS-RTN
           CLOSE OUT-FILE
                 REPORT-FILE
           IF PAY-DETAIL-PRESENT
               CLOSE PAY-DTL-FILE
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
           PERFORM 605-SKIP-PARM-RTN 7 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-REQUEST-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 8 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ARCHIVE-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-SNAPSHOT-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 15 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-PAY-DTL-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 29 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-REPORT-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 1 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

      *----------------------------------------------------------*
      * THE LIVE SNAPSHOT'S CUTOVER DATE IS ON EVERY RECORD; THE  *
      * FIRST ONE IS ENOUGH.  NO SNAPSHOT MEANS NO CUTOVER HAS    *
      * RUN AND EVERY REQUEST STARTS FROM THE FIRST ENTRY.        *
      *----------------------------------------------------------*
       620-CHECK-SNAPSHOT-RTN.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = "35"
               MOVE "N" TO WS-SNAP-PRESENT-SW
           ELSE
               IF WS-SNAPSHOT-STATUS NOT = "00"
                   DISPLAY "SNAPSHOT-FILE OPEN ERROR, STATUS "
                       WS-SNAPSHOT-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               READ SNAPSHOT-FILE
                   AT END
                       MOVE "N" TO WS-SNAP-PRESENT-SW
                   NOT AT END
                       MOVE "Y" TO WS-SNAP-PRESENT-SW
                       MOVE SNAP-CUTOVER-DATE TO WS-SNAP-CUTOVER
               END-READ
               CLOSE SNAPSHOT-FILE
           END-IF.

       630-OPEN-PAY-DTL-RTN.
           OPEN INPUT PAY-DTL-FILE
           IF WS-PAY-DTL-STATUS = "35"
               MOVE "N" TO WS-PAY-DTL-SW
           ELSE
               IF WS-PAY-DTL-STATUS NOT = "00"
                   DISPLAY "PAY-DTL-FILE OPEN ERROR, STATUS "
                       WS-PAY-DTL-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-PAY-DTL-SW
           END-IF.

      *----------------------------------------------------------*
      * SAME DESCRIPTIONS AS ACCT-STATEMENT, SO THE RESEARCH      *
      * PRINT READS THE WAY THE CUSTOMER'S STATEMENT DID.         *
      *----------------------------------------------------------*
       650-INIT-TRAN-DESC-RTN.
           MOVE "A" TO WS-TD-CODE(1)
           MOVE "ADDITION    " TO WS-TD-DESC(1)
           MOVE "P" TO WS-TD-CODE(2)
           MOVE "PAYMENT     " TO WS-TD-DESC(2)
           MOVE "R" TO WS-TD-CODE(3)
           MOVE "REPLACEMENT " TO WS-TD-DESC(3)
           MOVE "C" TO WS-TD-CODE(4)
           MOVE "CLOSURE     " TO WS-TD-DESC(4)
           MOVE "B" TO WS-TD-CODE(5)
           MOVE "BACK-OUT    " TO WS-TD-DESC(5)
           MOVE "N" TO WS-TD-CODE(6)
           MOVE "NAME CHANGE " TO WS-TD-DESC(6)
           MOVE "F" TO WS-TD-CODE(7)
           MOVE "FINANCE CHG " TO WS-TD-DESC(7)
           MOVE "J" TO WS-TD-CODE(8)
           MOVE "ADJUSTMENT  " TO WS-TD-DESC(8)
           MOVE "E" TO WS-TD-CODE(9)
           MOVE "ESCHEATMENT " TO WS-TD-DESC(9)
           MOVE "D" TO WS-TD-CODE(10)
           MOVE "REFUND      " TO WS-TD-DESC(10)
           MOVE "W" TO WS-TD-CODE(11)
           MOVE "CHARGE-OFF  " TO WS-TD-DESC(11)
           MOVE "Y" TO WS-TD-CODE(12)
           MOVE "RECOVERY    " TO WS-TD-DESC(12)
           MOVE "U" TO WS-TD-CODE(13)
           MOVE "ACH RETURNED" TO WS-TD-DESC(13).

       655-FIND-TRAN-DESC-RTN.
           IF WS-TD-CODE(WS-TD-IX) = WS-TD-WORK-CODE
               MOVE WS-TD-IX TO WS-TD-FOUND-IX
           END-IF.

       150-INTERACTIVE-RTN.
           MOVE SPACES TO REQUEST-REC
           MOVE "H" TO REQ-TYPE
           DISPLAY "ENTER ACCOUNT NUMBER (9 DIGITS): "
           ACCEPT WS-OPERAND-X
           MOVE WS-OPERAND-X TO REQ-OPERAND
           DISPLAY "ENTER AS-OF DATE (YYYYMMDD, BLANK = TODAY): "
           ACCEPT REQ-TO-DATE
           DISPLAY "ENTER FROM DATE (YYYYMMDD, BLANK = AS-OF ONLY,"
               " ZEROS = SINCE OPENED): "
           ACCEPT REQ-FROM-DATE
           ADD 1 TO WS-REQUEST-COUNT
           PERFORM 520-BATCH-REQUEST-RTN.

       500-BATCH-RTN.
           PERFORM UNTIL NO-MORE-REQUESTS
               READ REQUEST-FILE
                   AT END
                       MOVE "NO" TO WS-MORE-REQUESTS
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM 520-BATCH-REQUEST-RTN
               END-READ
           END-PERFORM.

       520-BATCH-REQUEST-RTN.
           IF REQ-ACCOUNT-HISTORY
               PERFORM 210-EDIT-REQUEST-RTN
               IF REQUEST-VALID
                   ADD 1 TO WS-ANSWERED-COUNT
                   PERFORM 200-HISTORY-RTN
               ELSE
                   ADD 1 TO WS-INVALID-COUNT
                   IF WS-LINE-COUNT = ZERO
                       PERFORM 360-PRINT-PAGE-HEADER-RTN
                   END-IF
                   MOVE SPACES TO MSG-TEXT
                   STRING "INVALID HISTORY REQUEST: " REQ-OPERAND
                       " " REQ-FROM-DATE " " REQ-TO-DATE
                       DELIMITED BY SIZE INTO MSG-TEXT
                   WRITE REPORT-REC FROM WS-RPT-MSG-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           ELSE
               IF REQ-BALANCE-THRESHOLD OR REQ-SINGLE-ACCOUNT
                       OR REQ-FULL-LISTING
                   ADD 1 TO WS-PASSED-COUNT
               ELSE
                   ADD 1 TO WS-INVALID-COUNT
                   IF WS-LINE-COUNT = ZERO
                       PERFORM 360-PRINT-PAGE-HEADER-RTN
                   END-IF
                   MOVE SPACES TO MSG-TEXT
                   STRING "UNKNOWN REQUEST TYPE: " REQ-TYPE
                       DELIMITED BY SIZE INTO MSG-TEXT
                   WRITE REPORT-REC FROM WS-RPT-MSG-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * ACCOUNT MUST BE NUMERIC; THE AS-OF DATE (BLANK = TODAY)   *
      * AND ANY FROM DATE MUST BE REAL DATES, FROM NOT AFTER TO.  *
      *----------------------------------------------------------*
       210-EDIT-REQUEST-RTN.
           MOVE "Y" TO WS-REQ-EDIT-SW
           MOVE REQ-OPERAND TO WS-OPERAND-X
           IF WS-OPERAND-ACCT-NO IS NUMERIC
               MOVE WS-OPERAND-ACCT-NO TO WS-HIST-ACCT
           ELSE
               MOVE "N" TO WS-REQ-EDIT-SW
           END-IF
           IF REQ-TO-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-TO-DATE
           ELSE
               IF REQ-TO-DATE IS NUMERIC
                   MOVE REQ-TO-DATE TO WS-EDIT-DATE
                   PERFORM 960-EDIT-DATE-RTN
                   IF EDIT-DATE-VALID
                       MOVE WS-EDIT-DATE TO WS-TO-DATE
                   ELSE
                       MOVE "N" TO WS-REQ-EDIT-SW
                   END-IF
               ELSE
                   MOVE "N" TO WS-REQ-EDIT-SW
               END-IF
           END-IF
           MOVE ZERO TO WS-FROM-DATE
           IF REQ-FROM-DATE = SPACES
               MOVE "A" TO WS-HIST-MODE
           ELSE
               IF REQ-FROM-DATE = ZEROS
                   MOVE "F" TO WS-HIST-MODE
               ELSE
                   MOVE "R" TO WS-HIST-MODE
                   IF REQ-FROM-DATE IS NUMERIC
                       MOVE REQ-FROM-DATE TO WS-EDIT-DATE
                       PERFORM 960-EDIT-DATE-RTN
                       IF EDIT-DATE-VALID
                           MOVE WS-EDIT-DATE TO WS-FROM-DATE
                       ELSE
                           MOVE "N" TO WS-REQ-EDIT-SW
                       END-IF
                   ELSE
                       MOVE "N" TO WS-REQ-EDIT-SW
                   END-IF
               END-IF
           END-IF
           IF REQUEST-VALID AND HIST-RANGE
               IF WS-FROM-DATE > WS-TO-DATE
                   MOVE "N" TO WS-REQ-EDIT-SW
               END-IF
           END-IF.

       960-EDIT-DATE-RTN.
           MOVE "Y" TO WS-EDIT-DATE-SW
           IF WS-EDIT-YYYY < 1900
                   OR WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
                   OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
               MOVE "N" TO WS-EDIT-DATE-SW
           END-IF.

      *----------------------------------------------------------*
      * ONE HISTORY REQUEST: PICK THE STARTING POINT, WALK THE    *
      * ARCHIVE AND THE LIVE JOURNAL, PROVE THE BALANCE.          *
      *----------------------------------------------------------*
       200-HISTORY-RTN.
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE ZERO TO WS-FORWARD-COUNT
           MOVE ZERO TO WS-BREAK-COUNT
           MOVE ZERO TO WS-LISTED-NET
           MOVE "N" TO WS-BF-SW
           MOVE WS-HIST-ACCT TO ACCT-NO-OUT
           READ OUT-FILE
               KEY IS ACCT-NO-OUT
               INVALID KEY
                   MOVE "N" TO WS-MASTER-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-SW
           END-READ
           PERFORM 220-PICK-START-RTN
           MOVE WS-START-BAL TO WS-RUNNING-BAL
           MOVE ZERO TO WS-LINE-COUNT
           PERFORM 360-PRINT-PAGE-HEADER-RTN
           MOVE WS-ARCHIVE-FILE-PATH TO WS-JRNL-READ-PATH
           MOVE "ARCHIVE" TO WS-JRNL-SOURCE
           PERFORM 300-SCAN-JOURNAL-RTN
           MOVE WS-JOURNAL-FILE-PATH TO WS-JRNL-READ-PATH
           MOVE "JOURNAL" TO WS-JRNL-SOURCE
           PERFORM 300-SCAN-JOURNAL-RTN
           IF NOT BALANCE-FORWARD-PRINTED
               PERFORM 340-PRINT-FORWARD-RTN
           END-IF
           PERFORM 380-PRINT-PROOF-RTN
           MOVE "N" TO WS-REQ-EDIT-SW
           MOVE ZERO TO WS-LINE-COUNT.

      *----------------------------------------------------------*
      * THE SNAPSHOT CAN ONLY STAND IN FOR POSTINGS DATED ON OR   *
      * BEFORE ITS CUTOVER, SO IT IS USED ONLY WHEN THE CUTOVER   *
      * FALLS BEFORE THE FIRST DAY THE REQUEST HAS TO LIST.  A    *
      * CLOSED ACCOUNT HAS NO A RECORD AND OPENS AT ZERO.         *
      *----------------------------------------------------------*
       220-PICK-START-RTN.
           MOVE ZERO TO WS-START-DATE
           MOVE ZERO TO WS-START-BAL
           MOVE "FROM FIRST ARCHIVED ENTRY" TO WS-START-TEXT
           IF SNAPSHOT-PRESENT AND NOT HIST-FULL
               IF (HIST-RANGE AND WS-SNAP-CUTOVER < WS-FROM-DATE)
                   OR (HIST-AS-OF AND WS-SNAP-CUTOVER < WS-TO-DATE)
                   MOVE WS-SNAP-CUTOVER TO WS-START-DATE
                   MOVE SPACES TO WS-START-TEXT
                   STRING "FROM SNAPSHOT OF " WS-SNAP-CUTOVER
                       DELIMITED BY SIZE INTO WS-START-TEXT
                   PERFORM 230-FIND-SNAP-BAL-RTN
               END-IF
           END-IF.

       230-FIND-SNAP-BAL-RTN.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "SNAPSHOT-FILE OPEN ERROR, STATUS "
                   WS-SNAPSHOT-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL NO-MORE-RECORDS
               READ SNAPSHOT-FILE
                   AT END
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF SNAP-ACCOUNT-REC
                           IF SNAP-ACCT-NO = WS-HIST-ACCT
                               MOVE SNAP-BALANCE TO WS-START-BAL
                               MOVE "NO" TO ARE-THERE-MORE-RECORDS
                           ELSE
                               IF SNAP-ACCT-NO > WS-HIST-ACCT
                                   MOVE "NO" TO ARE-THERE-MORE-RECORDS
                               END-IF
                           END-IF
                       ELSE
                           MOVE "NO" TO ARE-THERE-MORE-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       300-SCAN-JOURNAL-RTN.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               CONTINUE
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
                           IF JRNL-ACCT-NO = WS-HIST-ACCT
                               PERFORM 320-HISTORY-ENTRY-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

      *----------------------------------------------------------*
      * ENTRIES UP TO THE SNAPSHOT CUTOVER ARE ALREADY IN THE     *
      * OPENING BALANCE AND ENTRIES AFTER THE AS-OF DATE ARE NOT  *
      * PART OF THE ANSWER.  IN A RANGE, ENTRIES BEFORE THE FROM  *
      * DATE ARE ROLLED INTO THE BALANCE BROUGHT FORWARD.         *
      *----------------------------------------------------------*
       320-HISTORY-ENTRY-RTN.
           IF JRNL-DATE > WS-START-DATE
                   AND JRNL-DATE NOT > WS-TO-DATE
               COMPUTE WS-NET-AMT = JRNL-NEW-AMT - JRNL-OLD-AMT
               MOVE SPACES TO DTL-FLAG
               IF JRNL-OLD-AMT NOT = WS-RUNNING-BAL
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE "BREAK" TO DTL-FLAG
               END-IF
               ADD WS-NET-AMT TO WS-RUNNING-BAL
               IF HIST-RANGE AND JRNL-DATE < WS-FROM-DATE
                   ADD 1 TO WS-FORWARD-COUNT
               ELSE
                   IF NOT BALANCE-FORWARD-PRINTED
                       SUBTRACT WS-NET-AMT FROM WS-RUNNING-BAL
                       PERFORM 340-PRINT-FORWARD-RTN
                       ADD WS-NET-AMT TO WS-RUNNING-BAL
                   END-IF
                   PERFORM 350-PRINT-ENTRY-RTN
               END-IF
           END-IF.

       340-PRINT-FORWARD-RTN.
           MOVE "Y" TO WS-BF-SW
           IF HIST-RANGE
               MOVE "BALANCE BROUGHT FORWARD . . . ." TO SUM-TEXT
               MOVE WS-FORWARD-COUNT TO SUM-COUNT
               MOVE SPACES TO SUM-NOTE
               STRING "TO " WS-FROM-DATE ", " WS-START-TEXT
                   DELIMITED BY "  " INTO SUM-NOTE
           ELSE
               MOVE "OPENING BALANCE . . . . . . . ." TO SUM-TEXT
               MOVE ZERO TO SUM-COUNT
               MOVE WS-START-TEXT TO SUM-NOTE
           END-IF
           MOVE WS-RUNNING-BAL TO SUM-AMT
           WRITE REPORT-REC FROM WS-RPT-SUM-LINE
           ADD 1 TO WS-LINE-COUNT.

       350-PRINT-ENTRY-RTN.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               PERFORM 360-PRINT-PAGE-HEADER-RTN
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           ADD WS-NET-AMT TO WS-LISTED-NET
           MOVE JRNL-DATE TO DTL-DATE
           MOVE JRNL-TIME TO DTL-TIME
           MOVE JRNL-TRAN-CODE TO DTL-TRAN-CODE
           MOVE JRNL-TRAN-CODE TO WS-TD-WORK-CODE
           IF WS-TD-WORK-CODE = SPACE
               MOVE "A" TO WS-TD-WORK-CODE
           END-IF
           MOVE ZERO TO WS-TD-FOUND-IX
           PERFORM 655-FIND-TRAN-DESC-RTN
               VARYING WS-TD-IX FROM 1 BY 1
               UNTIL WS-TD-IX > 13
           IF WS-TD-FOUND-IX = ZERO
               MOVE SPACES TO DTL-TRAN-DESC
           ELSE
               MOVE WS-TD-DESC(WS-TD-FOUND-IX) TO DTL-TRAN-DESC
           END-IF
           MOVE WS-NET-AMT TO DTL-AMOUNT
           MOVE WS-RUNNING-BAL TO DTL-BALANCE
           MOVE JRNL-RUN-ID TO DTL-RUN-ID
           MOVE JRNL-OPERATOR-ID TO DTL-OPERATOR-ID
           MOVE JRNL-CHECKER-ID TO DTL-CHECKER-ID
           MOVE SPACES TO DTL-CHECK-NO
           IF PAY-DETAIL-PRESENT
               PERFORM 395-QUOTE-CHECK-RTN
           END-IF
           MOVE WS-JRNL-SOURCE TO DTL-SOURCE
           WRITE REPORT-REC FROM WS-RPT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       360-PRINT-PAGE-HEADER-RTN.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NO
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-REC FROM WS-RPT-HDR-LINE
           MOVE 1 TO WS-LINE-COUNT
           IF REQ-ACCOUNT-HISTORY AND REQUEST-VALID
               MOVE WS-HIST-ACCT TO HA-ACCT-NO
               IF ACCOUNT-ON-MASTER
                   MOVE CUSTOMER-NAME TO HA-CUSTOMER-NAME
               ELSE
                   MOVE "NOT ON MASTER" TO HA-CUSTOMER-NAME
               END-IF
               MOVE SPACES TO HA-PERIOD
               IF HIST-RANGE
                   STRING "FROM " WS-FROM-DATE " TO " WS-TO-DATE
                       DELIMITED BY SIZE INTO HA-PERIOD
               ELSE
                   IF HIST-FULL
                       STRING "SINCE OPENED TO " WS-TO-DATE
                           DELIMITED BY SIZE INTO HA-PERIOD
                   ELSE
                       STRING "AS OF " WS-TO-DATE
                           DELIMITED BY SIZE INTO HA-PERIOD
                   END-IF
               END-IF
               WRITE REPORT-REC FROM WS-RPT-ACCT-LINE
               WRITE REPORT-REC FROM WS-RPT-COL-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.

      *----------------------------------------------------------*
      * A LOCKBOX OR ACH PAYMENT LEFT ITS CHEQUE REFERENCE ON THE *
      * PAYMENT-DETAIL FILE UNDER THE SAME ACCT/DATE/TIME THE     *
      * JOURNAL ENTRY CARRIES, SO ONE KEYED READ FINDS IT.        *
      *----------------------------------------------------------*
       395-QUOTE-CHECK-RTN.
           MOVE WS-HIST-ACCT TO PD-ACCT-NO
           MOVE JRNL-DATE TO PD-POST-DATE
           MOVE JRNL-TIME TO PD-POST-TIME
           READ PAY-DTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PD-CHECK-NO TO DTL-CHECK-NO
           END-READ.

      *----------------------------------------------------------*
      * THE PROVEN BALANCE IS THE OPENING BALANCE PLUS THE NET OF *
      * EVERY POSTING UP TO THE AS-OF DATE.  A PERIOD THAT RUNS   *
      * TO TODAY MUST ALSO AGREE WITH THE MASTER.                 *
      *----------------------------------------------------------*
       380-PRINT-PROOF-RTN.
           WRITE REPORT-REC FROM WS-BLANK-LINE
           MOVE "POSTINGS LISTED . . . . . . . ." TO SUM-TEXT
           MOVE WS-LISTED-COUNT TO SUM-COUNT
           MOVE WS-LISTED-NET TO SUM-AMT
           MOVE SPACES TO SUM-NOTE
           WRITE REPORT-REC FROM WS-RPT-SUM-LINE
           MOVE "PROVEN BALANCE  . . . . . . . ." TO SUM-TEXT
           MOVE ZERO TO SUM-COUNT
           MOVE WS-RUNNING-BAL TO SUM-AMT
           MOVE SPACES TO SUM-NOTE
           STRING "AS OF " WS-TO-DATE DELIMITED BY SIZE
               INTO SUM-NOTE
           WRITE REPORT-REC FROM WS-RPT-SUM-LINE
           IF WS-TO-DATE NOT < WS-RUN-DATE
               MOVE "MASTER BALANCE  . . . . . . . ." TO SUM-TEXT
               MOVE ZERO TO SUM-COUNT
               IF ACCOUNT-ON-MASTER
                   MOVE AMT-DUE-OUT TO SUM-AMT
                   IF AMT-DUE-OUT = WS-RUNNING-BAL
                       MOVE "TIES TO PROVEN BALANCE" TO SUM-NOTE
                   ELSE
                       MOVE "*** DOES NOT TIE TO PROVEN BALANCE ***"
                           TO SUM-NOTE
                   END-IF
               ELSE
                   MOVE ZERO TO SUM-AMT
                   MOVE "NOT ON MASTER - CLOSED OR NEVER LOADED"
                       TO SUM-NOTE
               END-IF
               WRITE REPORT-REC FROM WS-RPT-SUM-LINE
           END-IF
           IF WS-BREAK-COUNT > ZERO
               MOVE "POSTINGS FLAGGED BREAK  . . . ." TO SUM-TEXT
               MOVE WS-BREAK-COUNT TO SUM-COUNT
               MOVE ZERO TO SUM-AMT
               MOVE "OLD AMOUNT NOT THE RUNNING BALANCE"
                   TO SUM-NOTE
               WRITE REPORT-REC FROM WS-RPT-SUM-LINE
           END-IF
           IF NOT BATCH-MODE
               DISPLAY "ACCOUNT " WS-HIST-ACCT " PROVEN BALANCE AS OF "
                   WS-TO-DATE " : " WS-RUNNING-BAL
               DISPLAY "POSTINGS LISTED . . . . . . : "
                   WS-LISTED-COUNT
           END-IF.

       800-PRINT-RUN-TOTALS-RTN.
           IF WS-LINE-COUNT = ZERO
               PERFORM 360-PRINT-PAGE-HEADER-RTN
           END-IF
           WRITE REPORT-REC FROM WS-BLANK-LINE
           MOVE SPACES TO SUM-NOTE
           MOVE ZERO TO SUM-AMT
           MOVE "REQUESTS READ . . . . . . . . ." TO SUM-TEXT
           MOVE WS-REQUEST-COUNT TO SUM-COUNT
           WRITE REPORT-REC FROM WS-RPT-SUM-LINE
           MOVE "HISTORY REQUESTS ANSWERED . . ." TO SUM-TEXT
           MOVE WS-ANSWERED-COUNT TO SUM-COUNT
           WRITE REPORT-REC FROM WS-RPT-SUM-LINE
           MOVE "PASSED TO OTHER PROGRAMS  . . ." TO SUM-TEXT
           MOVE WS-PASSED-COUNT TO SUM-COUNT
           WRITE REPORT-REC FROM WS-RPT-SUM-LINE
           MOVE "INVALID REQUESTS  . . . . . . ." TO SUM-TEXT
           MOVE WS-INVALID-COUNT TO SUM-COUNT
           WRITE REPORT-REC FROM WS-RPT-SUM-LINE
           DISPLAY "===== ACCT-HIST-INQUIRY BATCH TOTALS ====="
           DISPLAY "REQUESTS READ . . . . . . . : " WS-REQUEST-COUNT
           DISPLAY "HISTORY REQUESTS ANSWERED . : " WS-ANSWERED-COUNT
           DISPLAY "PASSED TO OTHER PROGRAMS  . : " WS-PASSED-COUNT
           DISPLAY "INVALID REQUESTS  . . . . . : " WS-INVALID-COUNT
           DISPLAY "JOURNAL ENTRIES READ  . . . : " WS-JRNL-READ-COUNT.

       985-RCTL-TOTALS-RTN.
           MOVE WS-REQUEST-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-ANSWERED-COUNT TO WS-RCTL-WRITTEN-COUNT
           MOVE WS-INVALID-COUNT TO WS-RCTL-REJECT-COUNT.

       COPY RCTLPRC.
