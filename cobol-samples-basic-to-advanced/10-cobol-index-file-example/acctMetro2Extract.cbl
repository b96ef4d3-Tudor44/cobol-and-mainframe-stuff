       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-METRO2-EXTRACT.
       AUTHOR. GAETANO.
      *----------------------------------------------------------*
      * MONTHLY CREDIT BUREAU FURNISHING EXTRACT.  BUILDS THE     *
      * METRO 2 FILE (426-CHARACTER FIXED RECORDS: ONE HEADER,    *
      * ONE BASE SEGMENT PER ACCOUNT, ONE TRAILER) FROM THE       *
      * file1.txt MASTER, CUST-FILE, THE HOLD FILE, THE           *
      * CHARGED-OFF REGISTER AND THE JOURNAL.                     *
      * THE JOURNAL ARCHIVE (IF ACCT-JRNL-CUTOVER HAS WRITTEN     *
      * ONE) AND THE LIVE JOURNAL GO THROUGH AN INTERNAL SORT ON  *
      * ACCOUNT AND INPUT SEQUENCE, AND THE SORTED GROUPS ARE     *
      * MATCHED AGAINST THE MASTER IN ACCOUNT ORDER.  EACH GROUP  *
      * GIVES THE ACCOUNT'S FIRST POSTING DATE (DATE OPENED THE   *
      * FIRST TIME IT IS FURNISHED), HIGHEST BALANCE, DATE OF     *
      * LAST PAYMENT (CODE P, OR THE COLLECTING HALF OF A CODE-Y  *
      * PAIR) AND THE PAYMENTS SINCE THE LAST EXTRACT, LESS ANY   *
      * ACH RETURNS (CODE U).  A GROUP WITH NO MASTER RECORD      *
      * WHOSE LAST ENTRY IS A CLOSE (CODE C) DATED AFTER THE LAST *
      * EXTRACT IS FURNISHED ONCE MORE AS CLOSED.                 *
      * ACCOUNT STATUS AND PAYMENT RATING COME FROM THE SAME      *
      * 30-DAY-MONTH AGING ACCT-AGING-REPORT USES, ITS 120+       *
      * BUCKET SPLIT INTO THE BUREAU'S 120, 150 AND 180-DAY       *
      * STATUSES:                                                 *
      *   11/0 CURRENT        71/1 30-59     78/2 60-89           *
      *   80/3 90-119         82/4 120-149   83/5 150-179         *
      *   84/6 180 AND OVER                                       *
      *   13   CLOSED - RATING IS THE LAST ONE FURNISHED          *
      *   97/L CHARGED OFF, LOSS STILL OPEN ON THE REGISTER       *
      *   64/L CHARGED OFF, SINCE RECOVERED IN FULL               *
      * A ZERO OR CREDIT BALANCE IS CURRENT, AND SO IS ONE THAT   *
      * OPEN HOLDS SET ASIDE IN FULL.  PAST DUE IS THE AGED       *
      * AMOUNT - THE PART OF THE BALANCE AN OPEN HOLD SETS ASIDE  *
      * IS NOT PAST DUE.  AN OPEN DISPUTE HOLD CARRIES COMPLIANCE *
      * CONDITION CODE XB; A DECEASED HOLD CARRIES ECOA CODE X.   *
      * THE DATE OF FIRST DELINQUENCY IS A MONTH AFTER THE LAST   *
      * ACTIVITY THAT STARTED THE DELINQUENCY.  AMOUNTS ARE WHOLE *
      * DOLLARS, CENTS DROPPED.                                   *
      * CUSTOMER-NAME IS SPLIT INTO SURNAME, FIRST AND MIDDLE     *
      * NAME ("SURNAME, FIRST MIDDLE" OR "FIRST MIDDLE SURNAME"); *
      * CUST-ADDRESS IS SPLIT AT ITS COMMAS INTO STREET, OPTIONAL *
      * SECOND LINE, CITY AND "STATE ZIP".  THE SYSTEM HOLDS NO   *
      * SOCIAL SECURITY NUMBER OR DATE OF BIRTH; BOTH GO AS       *
      * ZEROS.                                                    *
      * AN ACCOUNT THE BUREAU WOULD REJECT IS LEFT OFF THE FILE   *
      * AND PRINTED ON THE EXCEPTIONS LIST, ONE LINE PER PROBLEM: *
      *   BLANK NAME, NO ADDRESS ON FILE, ADDRESS INCOMPLETE,     *
      *   DAMAGED ACTIVITY DATE (NOT A DATE, OR IN THE FUTURE).   *
      * EVERY ACCOUNT FURNISHED IS KEPT ON THE REPORTING HISTORY  *
      * FILE (M2HREC) - NAME, DATE OPENED, HIGHEST BALANCE, LAST  *
      * STATUS AND THE 24-MONTH PAYMENT HISTORY PROFILE - SO      *
      * THE NEXT MONTH CAN CARRY THEM FORWARD.                    *
      * THE RUN ENDS RC=8 IF MASTER ACCOUNTS READ DO NOT EQUAL    *
      * ACCOUNTS FURNISHED PLUS ACCOUNTS EXCEPTED, OR THE         *
      * TRAILER'S BASE COUNT DOES NOT EQUAL THE RECORDS WRITTEN.  *
      * THE FURNISHER DETAILS ARE ONE ACCTPRM LINE:               *
      *   IDENTIFICATION NUMBER (20)  EQUIFAX PROGRAM ID (10)     *
      *   EXPERIAN PROGRAM ID (5)     TRANSUNION PROGRAM ID (10)  *
      *   INNOVIS PROGRAM ID (10)     REPORTER NAME (32)          *
      *   REPORTER TELEPHONE (10)     PORTFOLIO TYPE (1)          *
      *   ACCOUNT TYPE (2)                                        *
      * AND THE REPORTER ADDRESS (96) IS THE NEXT LINE.  THE      *
      * REPORTER NAME IS SPACE-FILLED TO FORTY IN THE HEADER      *
      * RECORD.  A BLANK PORTFOLIO OR ACCOUNT TYPE MEANS R        *
      * (REVOLVING) AND 07.                                       *
      * THE MASTER, JOURNAL, CUST-FILE, ARCHIVE, HOLD FILE AND    *
      * CHARGED-OFF REGISTER PATHS ARE ACCTPRM ENTRIES TWO, FIVE, *
      * EIGHTEEN, TWENTY-TWO, FORTY-TWO AND FIFTY-TWO; THE        *
      * FURNISHER DETAILS, REPORTER ADDRESS, REPORTING HISTORY    *
      * FILE, METRO 2 FILE AND EXCEPTIONS LIST ARE THE NEW        *
      * ENTRIES SIXTY-FOUR TO SIXTY-EIGHT.                        *
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
       SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUST-ACCT-NO
           FILE STATUS IS WS-CUST-STATUS.
       SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HOLD-ACCT-NO
           FILE STATUS IS WS-HOLD-STATUS.
       SELECT CHGOFF-FILE ASSIGN TO WS-CHGOFF-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHGO-ACCT-NO
           FILE STATUS IS WS-CHGOFF-STATUS.
       SELECT M2H-FILE ASSIGN TO WS-M2H-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS M2H-ACCT-NO
           FILE STATUS IS WS-M2H-STATUS.
       SELECT METRO2-FILE ASSIGN TO WS-METRO2-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-METRO2-STATUS.
       SELECT EXCEPTION-FILE ASSIGN TO WS-EXCEPTION-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.
       SELECT M2-SORT-FILE ASSIGN TO "SORTWK".
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
       FD CUST-FILE
           RECORD CONTAINS 79 CHARACTERS.
           COPY CUSTREC.
       FD HOLD-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY HOLDREC.
       FD CHGOFF-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY CHGOREC.
       FD M2H-FILE
           RECORD CONTAINS 144 CHARACTERS.
           COPY M2HREC.
       FD METRO2-FILE
           RECORD CONTAINS 426 CHARACTERS.
           01 METRO2-REC                   PIC X(426).
       FD EXCEPTION-FILE
           RECORD CONTAINS 133 CHARACTERS.
           01 EXCEPTION-REC                PIC X(133).
       SD M2-SORT-FILE.
           01 M2-SORT-REC.
               02 SW-ACCT                  PIC 9(9).
               02 SW-SEQ                   PIC 9(9).
               02 SW-OLD                   PIC S9(9)V99.
               02 SW-NEW                   PIC S9(9)V99.
               02 SW-DATE                  PIC 9(8).
               02 SW-TRAN                  PIC X.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-MORE-SORT-RECS               PIC XXX VALUE "YES".
           88 NO-MORE-SORT-RECS                   VALUE "NO".
       01 WS-GROUPS-SW                    PIC X VALUE "N".
           88 GROUPS-DONE                         VALUE "Y".
       01 WS-STATUS                       PIC XX.
       01 WS-PARM-STATUS                  PIC XX.
       01 WS-JOURNAL-STATUS                PIC XX.
       01 WS-CUST-STATUS                  PIC XX.
       01 WS-HOLD-STATUS                  PIC XX.
       01 WS-CHGOFF-STATUS                PIC XX.
       01 WS-M2H-STATUS                   PIC XX.
       01 WS-METRO2-STATUS                PIC XX.
       01 WS-EXCEPTION-STATUS             PIC XX.
       01 WS-FILE-PATHS.
           02 WS-OUT-FILE-PATH            PIC X(100).
           02 WS-JOURNAL-FILE-PATH        PIC X(100).
           02 WS-CUST-FILE-PATH           PIC X(100).
           02 WS-ARCHIVE-FILE-PATH        PIC X(100).
           02 WS-HOLD-FILE-PATH           PIC X(100).
           02 WS-CHGOFF-FILE-PATH         PIC X(100).
           02 WS-M2H-FILE-PATH            PIC X(100).
           02 WS-METRO2-FILE-PATH         PIC X(100).
           02 WS-EXCEPTION-FILE-PATH      PIC X(100).
       01 WS-JRNL-READ-PATH               PIC X(100) VALUE SPACES.
       01 WS-JRNL-SOURCE                  PIC X(7) VALUE SPACES.
       01 WS-FURNISHER-PARM.
           02 WS-FP-ID-NUMBER             PIC X(20).
           02 WS-FP-EQUIFAX-ID            PIC X(10).
           02 WS-FP-EXPERIAN-ID           PIC X(5).
           02 WS-FP-TRANSUNION-ID         PIC X(10).
           02 WS-FP-INNOVIS-ID            PIC X(10).
           02 WS-FP-REPORTER-NAME         PIC X(32).
           02 WS-FP-REPORTER-PHONE        PIC X(10).
           02 WS-FP-PORTFOLIO-TYPE        PIC X.
           02 WS-FP-ACCOUNT-TYPE          PIC X(2).
       01 WS-REPORTER-ADDRESS             PIC X(96) VALUE SPACES.
       01 WS-CUST-FILE-SW                 PIC X VALUE "N".
           88 CUST-FILE-OPEN                      VALUE "Y".
       01 WS-HOLD-FILE-SW                 PIC X VALUE "N".
           88 HOLD-FILE-OPEN                      VALUE "Y".
       01 WS-CHGOFF-FILE-SW               PIC X VALUE "N".
           88 CHGOFF-FILE-OPEN                    VALUE "Y".
       01 WS-HISTORY-SW                   PIC X VALUE "N".
           88 HISTORY-ON-FILE                     VALUE "Y".
       01 WS-CHGOFF-SW                    PIC X VALUE "N".
           88 ACCOUNT-CHARGED-OFF                 VALUE "Y".
       01 WS-CLOSED-SW                    PIC X VALUE "N".
           88 ACCOUNT-CLOSED                      VALUE "Y".
       01 WS-EXCEPTED-SW                  PIC X VALUE "N".
           88 ACCOUNT-EXCEPTED                    VALUE "Y".
       01 WS-ADDRESS-SW                   PIC X VALUE "N".
           88 ADDRESS-ON-FILE                     VALUE "Y".
           88 ADDRESS-COMPLETE                    VALUE "C".
       01 WS-CURRENT-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIMESTAMP.
           02 WS-RUN-DATE                  PIC 9(8) VALUE ZERO.
           02 WS-RUN-TIME                  PIC 9(8) VALUE ZERO.
       01 WS-RUN-ID REDEFINES WS-RUN-TIMESTAMP PIC X(16).
       01 WS-RUN-DATE-PARTS.
           02 WS-RUN-YYYY                 PIC 9(4).
           02 WS-RUN-MM                   PIC 9(2).
           02 WS-RUN-DD                   PIC 9(2).
       01 WS-RUN-TIME-PARTS.
           02 WS-RUN-HHMMSS               PIC 9(6).
           02 FILLER                      PIC 9(2).
       01 WS-RUN-DAY-NO                   PIC S9(9) COMP VALUE ZERO.
       01 WS-ACT-DATE-PARTS.
           02 WS-ACT-YYYY                 PIC 9(4).
           02 WS-ACT-MM                   PIC 9(2).
           02 WS-ACT-DD                   PIC 9(2).
       01 WS-ACT-DAY-NO                   PIC S9(9) COMP VALUE ZERO.
       01 WS-DAYS-INACTIVE                PIC S9(9) COMP VALUE ZERO.
       01 WS-CUTOFF-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-PARTS.
           02 WS-CUTOFF-YYYY              PIC 9(4).
           02 WS-CUTOFF-MM                PIC 9(2).
           02 WS-CUTOFF-DD                PIC 9(2).
       01 WS-PROGRAM-REVISION-DATE        PIC 9(8) VALUE 10152026.
       01 WS-CONV-IN                      PIC 9(8) VALUE ZERO.
       01 WS-CONV-IN-PARTS REDEFINES WS-CONV-IN.
           02 WS-CONV-IN-YYYY             PIC 9(4).
           02 WS-CONV-IN-MM               PIC 9(2).
           02 WS-CONV-IN-DD               PIC 9(2).
       01 WS-CONV-OUT-PARTS.
           02 WS-CONV-OUT-MM              PIC 9(2).
           02 WS-CONV-OUT-DD              PIC 9(2).
           02 WS-CONV-OUT-YYYY            PIC 9(4).
       01 WS-CONV-OUT REDEFINES WS-CONV-OUT-PARTS PIC 9(8).
      *----------------------------------------------------------*
      * ONE SORTED JOURNAL GROUP, AND THE COPY OF IT KEPT FOR THE *
      * MASTER ACCOUNT IT BELONGS TO.                             *
      *----------------------------------------------------------*
       01 WS-JOURNAL-SEQ                  PIC 9(9) VALUE ZERO.
       01 WS-GROUP-SUMMARY.
           02 WS-GRP-ACCT                 PIC 9(9) VALUE ZERO.
           02 WS-GRP-FIRST-DATE           PIC 9(8) VALUE ZERO.
           02 WS-GRP-LAST-PAY-DATE        PIC 9(8) VALUE ZERO.
           02 WS-GRP-CLOSE-DATE           PIC 9(8) VALUE ZERO.
           02 WS-GRP-LAST-TRAN            PIC X VALUE SPACE.
           02 WS-GRP-HIGH-BAL             PIC S9(9)V99 VALUE ZERO.
           02 WS-GRP-PAID-AMT             PIC S9(9)V99 VALUE ZERO.
       01 WS-ACCT-SUMMARY.
           02 WS-ACCT-GRP-ACCT            PIC 9(9) VALUE ZERO.
           02 WS-ACCT-FIRST-DATE          PIC 9(8) VALUE ZERO.
           02 WS-ACCT-LAST-PAY-DATE       PIC 9(8) VALUE ZERO.
           02 WS-ACCT-CLOSE-DATE          PIC 9(8) VALUE ZERO.
           02 WS-ACCT-LAST-TRAN           PIC X VALUE SPACE.
           02 WS-ACCT-HIGH-BAL            PIC S9(9)V99 VALUE ZERO.
           02 WS-ACCT-PAID-AMT            PIC S9(9)V99 VALUE ZERO.
       01 WS-DELTA-AMT                    PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
      *----------------------------------------------------------*
      * THE ACCOUNT BEING FURNISHED.                              *
      *----------------------------------------------------------*
       01 WS-REPORT-ACCT-NO               PIC 9(9) VALUE ZERO.
       01 WS-REPORT-NAME                  PIC X(30) VALUE SPACES.
       01 WS-REPORT-LAST-ACT              PIC 9(8) VALUE ZERO.
       01 WS-REPORT-MASTER-BAL            PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-REPORT-BAL                   PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-PAST-DUE-AMT                 PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-HELD-AMT                     PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-HIGH-BAL                     PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-ORIG-CHGOFF-AMT              PIC S9(9)V99 COMP-3
                                               VALUE ZERO.
       01 WS-ACCOUNT-STATUS               PIC X(2) VALUE SPACES.
       01 WS-PAYMENT-RATING               PIC X VALUE SPACE.
       01 WS-COMPLIANCE-COND              PIC X(2) VALUE SPACES.
       01 WS-ECOA-CODE                    PIC X VALUE SPACE.
       01 WS-DATE-OPENED                  PIC 9(8) VALUE ZERO.
       01 WS-DATE-CLOSED                  PIC 9(8) VALUE ZERO.
       01 WS-DATE-FIRST-DLQ               PIC 9(8) VALUE ZERO.
       01 WS-DATE-LAST-PAY                PIC 9(8) VALUE ZERO.
       01 WS-DLQ-BASE-DATE                PIC 9(8) VALUE ZERO.
       01 WS-DLQ-PARTS.
           02 WS-DLQ-YYYY                 PIC 9(4).
           02 WS-DLQ-MM                   PIC 9(2).
           02 WS-DLQ-DD                   PIC 9(2).
       01 WS-PAY-PROFILE                  PIC X(24) VALUE SPACES.
      *----------------------------------------------------------*
      * NAME AND ADDRESS SPLITTING.                               *
      *----------------------------------------------------------*
       01 WS-SURNAME                      PIC X(25) VALUE SPACES.
       01 WS-FIRST-NAME                   PIC X(20) VALUE SPACES.
       01 WS-MIDDLE-NAME                  PIC X(20) VALUE SPACES.
       01 WS-NAME-REST                    PIC X(30) VALUE SPACES.
       01 WS-NAME-WORDS.
           02 WS-NAME-WORD                PIC X(25) OCCURS 4 TIMES.
       01 WS-WORD-COUNT                   PIC 9(2) COMP VALUE ZERO.
       01 WS-COMMA-COUNT                  PIC 9(2) COMP VALUE ZERO.
       01 WS-LEAD-COUNT                   PIC 9(2) COMP VALUE ZERO.
       01 WS-ADDR-PARTS.
           02 WS-ADDR-PART                PIC X(32) OCCURS 4 TIMES.
       01 WS-PART-COUNT                   PIC 9(2) COMP VALUE ZERO.
       01 WS-PART-IX                      PIC 9(2) COMP VALUE ZERO.
       01 WS-JUSTIFY-WORK                 PIC X(32) VALUE SPACES.
       01 WS-JUSTIFY-HOLD                 PIC X(32) VALUE SPACES.
       01 WS-ADDRESS-1                    PIC X(32) VALUE SPACES.
       01 WS-ADDRESS-2                    PIC X(32) VALUE SPACES.
       01 WS-CITY                         PIC X(20) VALUE SPACES.
       01 WS-STATE-ZIP                    PIC X(32) VALUE SPACES.
       01 WS-STATE-WORD                   PIC X(10) VALUE SPACES.
       01 WS-STATE-LEN                    PIC 9(2) COMP VALUE ZERO.
       01 WS-ZIP-WORD                     PIC X(10) VALUE SPACES.
       01 WS-ZIP-5                        PIC X(5) VALUE SPACES.
       01 WS-ZIP-5-LEN                    PIC 9(2) COMP VALUE ZERO.
       01 WS-ZIP-4                        PIC X(4) VALUE SPACES.
       01 WS-POSTAL-CODE                  PIC X(9) VALUE SPACES.
       01 WS-PHONE                        PIC X(10) VALUE SPACES.
       01 WS-EXC-REASON                   PIC X(30) VALUE SPACES.
      *----------------------------------------------------------*
      * METRO 2 RECORDS - 426 CHARACTERS EACH.                    *
      *----------------------------------------------------------*
       01 WS-HEADER-REC.
           02 FILLER                      PIC X(4) VALUE "0426".
           02 FILLER                      PIC X(6) VALUE "HEADER".
           02 HR-CYCLE-ID                 PIC X(2) VALUE SPACES.
           02 HR-INNOVIS-ID               PIC X(10).
           02 HR-EQUIFAX-ID               PIC X(10).
           02 HR-EXPERIAN-ID              PIC X(5).
           02 HR-TRANSUNION-ID            PIC X(10).
           02 HR-ACTIVITY-DATE            PIC 9(8).
           02 HR-DATE-CREATED             PIC 9(8).
           02 HR-PROGRAM-DATE             PIC 9(8).
           02 HR-PROGRAM-REVISION-DATE    PIC 9(8).
           02 HR-REPORTER-NAME            PIC X(40).
           02 HR-REPORTER-ADDRESS         PIC X(96).
           02 HR-REPORTER-PHONE           PIC X(10).
           02 HR-SOFTWARE-VENDOR          PIC X(40) VALUE SPACES.
           02 HR-SOFTWARE-VERSION         PIC X(5) VALUE SPACES.
           02 HR-PRBC-ID                  PIC X(10) VALUE SPACES.
           02 FILLER                      PIC X(146) VALUE SPACES.
       01 WS-BASE-SEGMENT.
           02 FILLER                      PIC X(4) VALUE "0426".
           02 FILLER                      PIC X VALUE "1".
           02 BS-TIME-STAMP.
               03 BS-TS-DATE              PIC 9(8).
               03 BS-TS-TIME              PIC 9(6).
           02 FILLER                      PIC X VALUE SPACE.
           02 BS-ID-NUMBER                PIC X(20).
           02 BS-CYCLE-ID                 PIC X(2) VALUE SPACES.
           02 BS-CONS-ACCT-NO             PIC X(30).
           02 BS-PORTFOLIO-TYPE           PIC X.
           02 BS-ACCOUNT-TYPE             PIC X(2).
           02 BS-DATE-OPENED              PIC 9(8).
           02 BS-CREDIT-LIMIT             PIC 9(9) VALUE ZERO.
           02 BS-HIGH-CREDIT              PIC 9(9).
           02 BS-TERMS-DURATION           PIC X(3) VALUE "REV".
           02 BS-TERMS-FREQUENCY          PIC X VALUE "M".
           02 BS-SCHEDULED-PAYMENT        PIC 9(9) VALUE ZERO.
           02 BS-ACTUAL-PAYMENT           PIC 9(9).
           02 BS-ACCOUNT-STATUS           PIC X(2).
           02 BS-PAYMENT-RATING           PIC X.
           02 BS-PAY-PROFILE              PIC X(24).
           02 BS-SPECIAL-COMMENT          PIC X(2) VALUE SPACES.
           02 BS-COMPLIANCE-COND          PIC X(2).
           02 BS-CURRENT-BALANCE          PIC 9(9).
           02 BS-AMOUNT-PAST-DUE          PIC 9(9).
           02 BS-ORIG-CHGOFF-AMT          PIC 9(9).
           02 BS-DATE-ACCT-INFO           PIC 9(8).
           02 BS-DATE-FIRST-DLQ           PIC 9(8).
           02 BS-DATE-CLOSED              PIC 9(8).
           02 BS-DATE-LAST-PAYMENT        PIC 9(8).
           02 BS-INTEREST-TYPE            PIC X VALUE SPACE.
           02 FILLER                      PIC X(16) VALUE SPACES.
           02 BS-CONS-TRAN-TYPE           PIC X VALUE SPACE.
           02 BS-SURNAME                  PIC X(25).
           02 BS-FIRST-NAME               PIC X(20).
           02 BS-MIDDLE-NAME              PIC X(20).
           02 BS-GENERATION-CODE          PIC X VALUE SPACE.
           02 BS-SSN                      PIC 9(9) VALUE ZERO.
           02 BS-DATE-OF-BIRTH            PIC 9(8) VALUE ZERO.
           02 BS-TELEPHONE                PIC X(10).
           02 BS-ECOA-CODE                PIC X.
           02 BS-CONS-INFO-IND            PIC X(2) VALUE SPACES.
           02 BS-COUNTRY-CODE             PIC X(2) VALUE "US".
           02 BS-ADDRESS-1                PIC X(32).
           02 BS-ADDRESS-2                PIC X(32).
           02 BS-CITY                     PIC X(20).
           02 BS-STATE                    PIC X(2).
           02 BS-POSTAL-CODE              PIC X(9).
           02 BS-ADDRESS-IND              PIC X VALUE SPACE.
           02 BS-RESIDENCE-CODE           PIC X VALUE SPACE.
       01 WS-TRAILER-REC.
           02 FILLER                      PIC X(4) VALUE "0426".
           02 FILLER                      PIC X(7) VALUE "TRAILER".
           02 TR-TOTAL-BASE               PIC 9(9) VALUE ZERO.
           02 FILLER                      PIC 9(9) VALUE ZERO.
           02 TR-STATUS-DF                PIC 9(9) VALUE ZERO.
           02 TR-TOTAL-J1                 PIC 9(9) VALUE ZERO.
           02 TR-TOTAL-J2                 PIC 9(9) VALUE ZERO.
           02 TR-BLOCK-COUNT              PIC 9(9) VALUE ZERO.
           02 TR-STATUS-DA                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-05                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-11                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-13                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-61                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-62                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-63                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-64                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-65                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-71                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-78                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-80                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-82                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-83                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-84                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-88                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-89                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-93                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-94                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-95                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-96                PIC 9(9) VALUE ZERO.
           02 TR-STATUS-97                PIC 9(9) VALUE ZERO.
           02 TR-ECOA-Z                   PIC 9(9) VALUE ZERO.
           02 TR-EMPLOYMENT               PIC 9(9) VALUE ZERO.
           02 TR-ORIGINAL-CREDITOR        PIC 9(9) VALUE ZERO.
           02 TR-PURCHASED-SOLD           PIC 9(9) VALUE ZERO.
           02 TR-MORTGAGE                 PIC 9(9) VALUE ZERO.
           02 TR-SPECIALIZED-PAYMENT      PIC 9(9) VALUE ZERO.
           02 TR-CHANGE                   PIC 9(9) VALUE ZERO.
           02 TR-SSN-ALL                  PIC 9(9) VALUE ZERO.
           02 TR-SSN-BASE                 PIC 9(9) VALUE ZERO.
           02 TR-SSN-J1                   PIC 9(9) VALUE ZERO.
           02 TR-SSN-J2                   PIC 9(9) VALUE ZERO.
           02 TR-DOB-ALL                  PIC 9(9) VALUE ZERO.
           02 TR-DOB-BASE                 PIC 9(9) VALUE ZERO.
           02 TR-DOB-J1                   PIC 9(9) VALUE ZERO.
           02 TR-DOB-J2                   PIC 9(9) VALUE ZERO.
           02 TR-TELEPHONE                PIC 9(9) VALUE ZERO.
           02 FILLER                      PIC X(19) VALUE SPACES.
      *----------------------------------------------------------*
      * EXCEPTIONS LIST PRINT LINES - 133 CHARACTERS WITH ASA     *
      * CARRIAGE CONTROL IN COLUMN ONE.                           *
      *----------------------------------------------------------*
       01 WS-PAGE-SIZE                    PIC 9(2) COMP VALUE 50.
       01 WS-LINE-COUNT                   PIC 9(2) COMP VALUE ZERO.
       01 WS-PAGE-COUNT                   PIC 9(4) COMP VALUE ZERO.
       01 WS-EXC-HDR-LINE.
           02 FILLER                      PIC X VALUE "1".
           02 FILLER                      PIC X(43) VALUE
               "===== METRO 2 EXTRACT EXCEPTIONS - PAGE ".
           02 HDR-PAGE-NO                 PIC Z(3)9.
           02 FILLER                      PIC X(7) VALUE " - RUN ".
           02 HDR-RUN-DATE                PIC 9(8).
           02 FILLER                      PIC X(6) VALUE " =====".
           02 FILLER                      PIC X(64) VALUE SPACES.
       01 WS-EXC-COL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(11)
                                           VALUE "ACCT-NO    ".
           02 FILLER                      PIC X(32)
                                           VALUE "CUSTOMER-NAME".
           02 FILLER                      PIC X(10)
                                           VALUE "LAST-ACT".
           02 FILLER                      PIC X(15)
                                           VALUE "      BALANCE".
           02 FILLER                      PIC X(64)
                                           VALUE "PROBLEM".
       01 WS-EXC-DETAIL-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 EXD-ACCT-NO                 PIC 9(9).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 EXD-CUSTOMER-NAME           PIC X(30).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 EXD-LAST-ACT                PIC X(8).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 EXD-BALANCE                 PIC -(9)9.99.
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 EXD-REASON                  PIC X(30).
           02 FILLER                      PIC X(34) VALUE SPACES.
       01 WS-EXC-SUM-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 SUM-TEXT                    PIC X(30).
           02 SUM-COUNT                   PIC Z(6)9.
           02 FILLER                      PIC X(95) VALUE SPACES.
       01 WS-BLANK-LINE.
           02 FILLER                      PIC X VALUE SPACE.
           02 FILLER                      PIC X(132) VALUE SPACES.
       01 WS-RECON-VERDICT                PIC X(14) VALUE SPACES.
       01 WS-CONTROL-TOTALS.
           02 WS-JRNL-READ-COUNT          PIC 9(9) COMP VALUE ZERO.
           02 WS-MASTER-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
           02 WS-OPEN-REPORTED-COUNT      PIC 9(7) COMP VALUE ZERO.
           02 WS-OPEN-EXCEPTED-COUNT      PIC 9(7) COMP VALUE ZERO.
           02 WS-CLOSED-FOUND-COUNT       PIC 9(7) COMP VALUE ZERO.
           02 WS-CLOSED-REPORTED-COUNT    PIC 9(7) COMP VALUE ZERO.
           02 WS-CLOSED-EXCEPTED-COUNT    PIC 9(7) COMP VALUE ZERO.
           02 WS-EXCEPTION-LINE-COUNT     PIC 9(7) COMP VALUE ZERO.
           02 WS-BASE-WRITTEN-COUNT       PIC 9(7) COMP VALUE ZERO.
           02 WS-DISPUTE-COUNT            PIC 9(7) COMP VALUE ZERO.
           02 WS-REPORTED-BAL             PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
           02 WS-REPORTED-PAST-DUE        PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-METRO2-EXTRACT" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS
           MOVE WS-RUN-TIME TO WS-RUN-TIME-PARTS
           COMPUTE WS-RUN-DAY-NO = WS-RUN-YYYY * 365
               + WS-RUN-MM * 30 + WS-RUN-DD
           PERFORM 610-OPEN-FILES-RTN
           PERFORM 650-READ-CONTROL-RTN
           PERFORM 750-WRITE-HEADER-REC-RTN
           SORT M2-SORT-FILE
               ON ASCENDING KEY SW-ACCT
               ON ASCENDING KEY SW-SEQ
               INPUT PROCEDURE IS 300-EXTRACT-JOURNAL-RTN
               OUTPUT PROCEDURE IS 400-REPORT-PASS-RTN
           PERFORM 760-WRITE-TRAILER-REC-RTN
           PERFORM 660-SAVE-CONTROL-RTN
           PERFORM 800-PRINT-TOTALS-RTN
           CLOSE OUT-FILE
                 M2H-FILE
                 METRO2-FILE
                 EXCEPTION-FILE
           IF CUST-FILE-OPEN
               CLOSE CUST-FILE
           END-IF
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF CHGOFF-FILE-OPEN
               CLOSE CHGOFF-FILE
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
           PERFORM 605-SKIP-PARM-RTN 12 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-CUST-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 3 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ARCHIVE-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 19 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-HOLD-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 9 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-CHGOFF-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 11 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-FURNISHER-PARM
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-REPORTER-ADDRESS
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-M2H-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-METRO2-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-EXCEPTION-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 2 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE
           IF WS-FP-ID-NUMBER = SPACES
               OR WS-FP-REPORTER-NAME = SPACES
               DISPLAY "NO FURNISHER IDENTIFICATION IN ACCTPRM -"
                   " NOTHING EXTRACTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF
           IF WS-FP-PORTFOLIO-TYPE = SPACE
               MOVE "R" TO WS-FP-PORTFOLIO-TYPE
           END-IF
           IF WS-FP-ACCOUNT-TYPE = SPACES
               MOVE "07" TO WS-FP-ACCOUNT-TYPE
           END-IF.

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
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "35"
               DISPLAY "CUST-FILE NOT FOUND - EVERY ACCOUNT WILL BE"
                   " A NO-ADDRESS EXCEPTION"
           ELSE
               IF WS-CUST-STATUS NOT = "00"
                   DISPLAY "CUST-FILE OPEN ERROR, STATUS "
                       WS-CUST-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-CUST-FILE-SW
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
           OPEN INPUT CHGOFF-FILE
           IF WS-CHGOFF-STATUS = "35"
               DISPLAY "CHGOFF-FILE NOT FOUND - NO CHARGED-OFF"
                   " ACCOUNTS"
           ELSE
               IF WS-CHGOFF-STATUS NOT = "00"
                   DISPLAY "CHGOFF-FILE OPEN ERROR, STATUS "
                       WS-CHGOFF-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-CHGOFF-FILE-SW
           END-IF
           OPEN I-O M2H-FILE
           IF WS-M2H-STATUS = "35"
               OPEN OUTPUT M2H-FILE
               CLOSE M2H-FILE
               OPEN I-O M2H-FILE
           ELSE
               IF WS-M2H-STATUS NOT = "00"
                   DISPLAY "M2H-FILE OPEN ERROR, STATUS "
                       WS-M2H-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT METRO2-FILE
           IF WS-METRO2-STATUS NOT = "00"
               DISPLAY "METRO2-FILE OPEN ERROR, STATUS "
                   WS-METRO2-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "EXCEPTION-FILE OPEN ERROR, STATUS "
                   WS-EXCEPTION-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      * THE CUT-OFF FOR CLOSES AND PAYMENTS IS THE LAST RUN DATE, *
      * OR THAT RUN'S OWN CUT-OFF WHEN THIS IS A RERUN THE SAME   *
      * DAY.  THE FIRST RUN EVER TAKES EVERYTHING FROM THE START  *
      * OF LAST MONTH.                                            *
      *----------------------------------------------------------*
       650-READ-CONTROL-RTN.
           MOVE ZERO TO M2H-ACCT-NO
           READ M2H-FILE
               INVALID KEY
                   MOVE WS-RUN-YYYY TO WS-CUTOFF-YYYY
                   MOVE WS-RUN-MM TO WS-CUTOFF-MM
                   MOVE ZERO TO WS-CUTOFF-DD
                   IF WS-CUTOFF-MM = 1
                       MOVE 12 TO WS-CUTOFF-MM
                       SUBTRACT 1 FROM WS-CUTOFF-YYYY
                   ELSE
                       SUBTRACT 1 FROM WS-CUTOFF-MM
                   END-IF
                   MOVE WS-CUTOFF-PARTS TO WS-CUTOFF-DATE
               NOT INVALID KEY
                   IF M2H-LAST-REPORT-DATE = WS-RUN-DATE
                       MOVE M2H-PRIOR-REPORT-DATE TO WS-CUTOFF-DATE
                   ELSE
                       MOVE M2H-LAST-REPORT-DATE TO WS-CUTOFF-DATE
                   END-IF
           END-READ.

       660-SAVE-CONTROL-RTN.
           MOVE ZERO TO M2H-ACCT-NO
           READ M2H-FILE
               INVALID KEY
                   MOVE "N" TO WS-HISTORY-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-HISTORY-SW
           END-READ
           MOVE SPACES TO M2H-REC
           MOVE ZERO TO M2H-ACCT-NO
           MOVE ZERO TO M2H-DATE-OPENED
           MOVE ZERO TO M2H-HIGH-BALANCE
           MOVE ZERO TO M2H-LAST-PAY-DATE
           MOVE WS-RUN-DATE TO M2H-LAST-REPORT-DATE
           MOVE WS-CUTOFF-DATE TO M2H-PRIOR-REPORT-DATE
           IF HISTORY-ON-FILE
               REWRITE M2H-REC
                   INVALID KEY
                       DISPLAY "M2H-FILE CONTROL RECORD REWRITE ERROR,"
                           " STATUS " WS-M2H-STATUS
               END-REWRITE
           ELSE
               WRITE M2H-REC
                   INVALID KEY
                       DISPLAY "M2H-FILE CONTROL RECORD WRITE ERROR,"
                           " STATUS " WS-M2H-STATUS
               END-WRITE
           END-IF.

      *----------------------------------------------------------*
      * SORT INPUT: THE ARCHIVE, THEN THE LIVE JOURNAL, EACH      *
      * ENTRY TAGGED WITH ITS POSITION SO THE SORT KEEPS EVERY    *
      * ACCOUNT'S POSTINGS IN THE ORDER THEY WERE JOURNALED.      *
      *----------------------------------------------------------*
       300-EXTRACT-JOURNAL-RTN.
           MOVE WS-ARCHIVE-FILE-PATH TO WS-JRNL-READ-PATH
           MOVE "ARCHIVE" TO WS-JRNL-SOURCE
           PERFORM 310-READ-JOURNAL-RTN
           MOVE WS-JOURNAL-FILE-PATH TO WS-JRNL-READ-PATH
           MOVE "JOURNAL" TO WS-JRNL-SOURCE
           PERFORM 310-READ-JOURNAL-RTN.

       310-READ-JOURNAL-RTN.
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
                           PERFORM 320-RELEASE-ENTRY-RTN
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       320-RELEASE-ENTRY-RTN.
           ADD 1 TO WS-JOURNAL-SEQ
           MOVE JRNL-ACCT-NO TO SW-ACCT
           MOVE WS-JOURNAL-SEQ TO SW-SEQ
           MOVE JRNL-OLD-AMT TO SW-OLD
           MOVE JRNL-NEW-AMT TO SW-NEW
           MOVE JRNL-DATE TO SW-DATE
           MOVE JRNL-TRAN-CODE TO SW-TRAN
           RELEASE M2-SORT-REC.

      *----------------------------------------------------------*
      * SORT OUTPUT: THE SORTED GROUPS AND THE MASTER BOTH RUN IN *
      * ASCENDING ACCOUNT ORDER, SO ONE MATCHED PASS FINDS EACH   *
      * MASTER ACCOUNT'S GROUP AND EVERY GROUP THAT HAS NO        *
      * MASTER RECORD LEFT.                                       *
      *----------------------------------------------------------*
       400-REPORT-PASS-RTN.
           MOVE "YES" TO WS-MORE-SORT-RECS
           PERFORM 410-RETURN-SORT-RTN
           PERFORM 420-NEXT-GROUP-RTN
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           MOVE LOW-VALUES TO ACCT-NO-OUT
           START OUT-FILE
               KEY IS NOT LESS THAN ACCT-NO-OUT
               INVALID KEY
                   MOVE "NO" TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS
               READ OUT-FILE NEXT RECORD
                   AT END
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       PERFORM 430-CLOSED-GROUP-RTN
                           UNTIL GROUPS-DONE
                               OR WS-GRP-ACCT NOT < ACCT-NO-OUT
                       IF NOT GROUPS-DONE
                               AND WS-GRP-ACCT = ACCT-NO-OUT
                           MOVE WS-GROUP-SUMMARY TO WS-ACCT-SUMMARY
                           PERFORM 420-NEXT-GROUP-RTN
                       ELSE
                           INITIALIZE WS-ACCT-SUMMARY
                       END-IF
                       PERFORM 450-OPEN-ACCOUNT-RTN
               END-READ
           END-PERFORM
           PERFORM 430-CLOSED-GROUP-RTN
               UNTIL GROUPS-DONE.

       410-RETURN-SORT-RTN.
           RETURN M2-SORT-FILE
               AT END
                   MOVE "NO" TO WS-MORE-SORT-RECS
           END-RETURN.

       420-NEXT-GROUP-RTN.
           IF NO-MORE-SORT-RECS
               MOVE "Y" TO WS-GROUPS-SW
           ELSE
               INITIALIZE WS-GROUP-SUMMARY
               MOVE SW-ACCT TO WS-GRP-ACCT
               PERFORM 425-ABSORB-ENTRY-RTN
                   UNTIL NO-MORE-SORT-RECS
                       OR SW-ACCT NOT = WS-GRP-ACCT
           END-IF.

       425-ABSORB-ENTRY-RTN.
           IF SW-DATE IS NUMERIC
               IF WS-GRP-FIRST-DATE = ZERO
                       OR SW-DATE < WS-GRP-FIRST-DATE
                   MOVE SW-DATE TO WS-GRP-FIRST-DATE
               END-IF
               COMPUTE WS-DELTA-AMT = SW-NEW - SW-OLD
               IF SW-TRAN = "P"
                       OR (SW-TRAN = "Y" AND WS-DELTA-AMT < ZERO)
                   IF SW-DATE > WS-GRP-LAST-PAY-DATE
                       MOVE SW-DATE TO WS-GRP-LAST-PAY-DATE
                   END-IF
                   IF SW-DATE > WS-CUTOFF-DATE
                       SUBTRACT WS-DELTA-AMT FROM WS-GRP-PAID-AMT
                   END-IF
               END-IF
               IF SW-TRAN = "U" AND SW-DATE > WS-CUTOFF-DATE
                   SUBTRACT WS-DELTA-AMT FROM WS-GRP-PAID-AMT
               END-IF
               IF SW-TRAN = "C"
                   MOVE SW-DATE TO WS-GRP-CLOSE-DATE
               END-IF
           END-IF
           IF SW-NEW > WS-GRP-HIGH-BAL
               MOVE SW-NEW TO WS-GRP-HIGH-BAL
           END-IF
           MOVE SW-TRAN TO WS-GRP-LAST-TRAN
           PERFORM 410-RETURN-SORT-RTN.

      *----------------------------------------------------------*
      * A GROUP WITH NO MASTER RECORD: FURNISHED AS CLOSED WHEN   *
      * ITS LAST ENTRY IS A CLOSE SINCE THE LAST EXTRACT, OTHER-  *
      * WISE ALREADY REPORTED (OR NEVER OURS TO REPORT).          *
      *----------------------------------------------------------*
       430-CLOSED-GROUP-RTN.
           IF WS-GRP-LAST-TRAN = "C"
                   AND WS-GRP-CLOSE-DATE > WS-CUTOFF-DATE
               MOVE WS-GROUP-SUMMARY TO WS-ACCT-SUMMARY
               PERFORM 500-CLOSED-ACCOUNT-RTN
           END-IF
           PERFORM 420-NEXT-GROUP-RTN.

      *----------------------------------------------------------*
      * AN ACCOUNT STILL ON THE MASTER.                           *
      *----------------------------------------------------------*
       450-OPEN-ACCOUNT-RTN.
           MOVE "N" TO WS-CLOSED-SW
           MOVE "N" TO WS-EXCEPTED-SW
           MOVE ACCT-NO-OUT TO WS-REPORT-ACCT-NO
           MOVE CUSTOMER-NAME TO WS-REPORT-NAME
           MOVE LAST-ACTIVITY-DATE TO WS-REPORT-LAST-ACT
           MOVE AMT-DUE-OUT TO WS-REPORT-MASTER-BAL
           PERFORM 540-READ-HISTORY-RTN
           IF CUSTOMER-NAME = SPACES
               MOVE "BLANK NAME" TO WS-EXC-REASON
               PERFORM 700-EXCEPTION-RTN
           ELSE
               PERFORM 520-SPLIT-NAME-RTN
           END-IF
           PERFORM 530-GET-ADDRESS-RTN
           PERFORM 460-CHECK-DATE-RTN
           IF ACCOUNT-EXCEPTED
               ADD 1 TO WS-OPEN-EXCEPTED-COUNT
           ELSE
               PERFORM 470-CHECK-HOLD-RTN
               PERFORM 480-CHECK-CHGOFF-RTN
               PERFORM 490-SET-STATUS-RTN
               PERFORM 550-WRITE-BASE-RTN
               ADD 1 TO WS-OPEN-REPORTED-COUNT
           END-IF.

      *----------------------------------------------------------*
      * A DAMAGED ACTIVITY DATE CANNOT BE AGED OR FURNISHED - THE *
      * AGING REPORT PUTS IT IN 120+, BUT THE BUREAU WOULD GET A  *
      * DELINQUENCY WE CANNOT DATE.                               *
      *----------------------------------------------------------*
       460-CHECK-DATE-RTN.
           IF LAST-ACTIVITY-DATE IS NOT NUMERIC
               MOVE "DAMAGED ACTIVITY DATE" TO WS-EXC-REASON
               PERFORM 700-EXCEPTION-RTN
           ELSE
               MOVE LAST-ACTIVITY-DATE TO WS-ACT-DATE-PARTS
               IF WS-ACT-YYYY < 1900
                       OR WS-ACT-MM < 1 OR WS-ACT-MM > 12
                       OR WS-ACT-DD < 1 OR WS-ACT-DD > 31
                       OR LAST-ACTIVITY-DATE > WS-RUN-DATE
                   MOVE "DAMAGED ACTIVITY DATE" TO WS-EXC-REASON
                   PERFORM 700-EXCEPTION-RTN
               ELSE
                   COMPUTE WS-ACT-DAY-NO = WS-ACT-YYYY * 365
                       + WS-ACT-MM * 30 + WS-ACT-DD
                   COMPUTE WS-DAYS-INACTIVE =
                       WS-RUN-DAY-NO - WS-ACT-DAY-NO
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * SAME SET-ASIDE AS ACCT-AGING-REPORT: A PARTIAL DISPUTE    *
      * SETS ITS AMOUNT ASIDE, ANY OTHER OPEN HOLD THE WHOLE      *
      * DEBIT BALANCE.                                            *
      *----------------------------------------------------------*
       470-CHECK-HOLD-RTN.
           MOVE SPACES TO WS-COMPLIANCE-COND
           MOVE "1" TO WS-ECOA-CODE
           MOVE ZERO TO WS-HELD-AMT
           IF HOLD-FILE-OPEN
               MOVE WS-REPORT-ACCT-NO TO HOLD-ACCT-NO
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-OPEN
                           IF HOLD-DISPUTE
                               MOVE "XB" TO WS-COMPLIANCE-COND
                               ADD 1 TO WS-DISPUTE-COUNT
                           END-IF
                           IF HOLD-DECEASED
                               MOVE "X" TO WS-ECOA-CODE
                           END-IF
                           IF WS-REPORT-MASTER-BAL > ZERO
                               IF HOLD-DISPUTE
                                   AND HOLD-AMOUNT > ZERO
                                   AND HOLD-AMOUNT <
                                       WS-REPORT-MASTER-BAL
                                   MOVE HOLD-AMOUNT TO WS-HELD-AMT
                               ELSE
                                   MOVE WS-REPORT-MASTER-BAL
                                       TO WS-HELD-AMT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

       480-CHECK-CHGOFF-RTN.
           MOVE "N" TO WS-CHGOFF-SW
           IF CHGOFF-FILE-OPEN
               MOVE WS-REPORT-ACCT-NO TO CHGO-ACCT-NO
               READ CHGOFF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHGO-OPEN
                           MOVE "Y" TO WS-CHGOFF-SW
                       ELSE
                           IF WS-REPORT-MASTER-BAL NOT > ZERO
                               MOVE "Y" TO WS-CHGOFF-SW
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * STATUS, RATING, BALANCES AND DATES FOR THE BASE SEGMENT.  *
      *----------------------------------------------------------*
       490-SET-STATUS-RTN.
           MOVE ZERO TO WS-ORIG-CHGOFF-AMT
           MOVE ZERO TO WS-DATE-CLOSED
           MOVE ZERO TO WS-DATE-FIRST-DLQ
           MOVE ZERO TO WS-PAST-DUE-AMT
           IF WS-REPORT-MASTER-BAL > ZERO
               MOVE WS-REPORT-MASTER-BAL TO WS-REPORT-BAL
           ELSE
               MOVE ZERO TO WS-REPORT-BAL
           END-IF
           IF ACCOUNT-CHARGED-OFF
               MOVE "L" TO WS-PAYMENT-RATING
               MOVE CHGO-ORIGINAL-AMT TO WS-ORIG-CHGOFF-AMT
               MOVE CHGO-DATE TO WS-DATE-CLOSED
               MOVE CHGO-LAST-ACT-DATE TO WS-DLQ-BASE-DATE
               PERFORM 790-ADD-MONTH-RTN
               IF CHGO-OPEN
                   MOVE "97" TO WS-ACCOUNT-STATUS
                   COMPUTE WS-REPORT-BAL =
                       CHGO-ORIGINAL-AMT - CHGO-RECOVERED-AMT
                   MOVE WS-REPORT-BAL TO WS-PAST-DUE-AMT
               ELSE
                   MOVE "64" TO WS-ACCOUNT-STATUS
                   MOVE ZERO TO WS-REPORT-BAL
               END-IF
           ELSE
               IF ACCOUNT-CLOSED
                   MOVE "13" TO WS-ACCOUNT-STATUS
                   MOVE WS-ACCT-CLOSE-DATE TO WS-DATE-CLOSED
                   MOVE ZERO TO WS-REPORT-BAL
                   IF HISTORY-ON-FILE
                           AND M2H-LAST-RATING NOT = SPACE
                       MOVE M2H-LAST-RATING TO WS-PAYMENT-RATING
                   ELSE
                       MOVE "0" TO WS-PAYMENT-RATING
                   END-IF
               ELSE
                   PERFORM 495-AGE-STATUS-RTN
               END-IF
           END-IF.

       495-AGE-STATUS-RTN.
           COMPUTE WS-PAST-DUE-AMT = WS-REPORT-BAL - WS-HELD-AMT
           IF WS-REPORT-BAL = ZERO OR WS-DAYS-INACTIVE < 30
                   OR WS-PAST-DUE-AMT NOT > ZERO
               MOVE ZERO TO WS-PAST-DUE-AMT
               MOVE "11" TO WS-ACCOUNT-STATUS
               MOVE "0" TO WS-PAYMENT-RATING
           ELSE
               MOVE LAST-ACTIVITY-DATE TO WS-DLQ-BASE-DATE
               PERFORM 790-ADD-MONTH-RTN
               IF WS-DAYS-INACTIVE < 60
                   MOVE "71" TO WS-ACCOUNT-STATUS
                   MOVE "1" TO WS-PAYMENT-RATING
               ELSE
                IF WS-DAYS-INACTIVE < 90
                   MOVE "78" TO WS-ACCOUNT-STATUS
                   MOVE "2" TO WS-PAYMENT-RATING
                ELSE
                 IF WS-DAYS-INACTIVE < 120
                   MOVE "80" TO WS-ACCOUNT-STATUS
                   MOVE "3" TO WS-PAYMENT-RATING
                 ELSE
                  IF WS-DAYS-INACTIVE < 150
                   MOVE "82" TO WS-ACCOUNT-STATUS
                   MOVE "4" TO WS-PAYMENT-RATING
                  ELSE
                   IF WS-DAYS-INACTIVE < 180
                   MOVE "83" TO WS-ACCOUNT-STATUS
                   MOVE "5" TO WS-PAYMENT-RATING
                   ELSE
                   MOVE "84" TO WS-ACCOUNT-STATUS
                   MOVE "6" TO WS-PAYMENT-RATING
                   END-IF
                  END-IF
                 END-IF
                END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * A CLOSED ACCOUNT (CODE C, MASTER RECORD DELETED).  ITS    *
      * NAME COMES FROM THE REPORTING HISTORY - AN ACCOUNT        *
      * OPENED AND CLOSED BETWEEN TWO EXTRACTS WAS NEVER          *
      * FURNISHED AND HAS NO NAME TO SEND.                        *
      *----------------------------------------------------------*
       500-CLOSED-ACCOUNT-RTN.
           ADD 1 TO WS-CLOSED-FOUND-COUNT
           MOVE "Y" TO WS-CLOSED-SW
           MOVE "N" TO WS-EXCEPTED-SW
           MOVE WS-ACCT-GRP-ACCT TO WS-REPORT-ACCT-NO
           MOVE ZERO TO WS-REPORT-MASTER-BAL
           MOVE WS-ACCT-CLOSE-DATE TO WS-REPORT-LAST-ACT
           PERFORM 540-READ-HISTORY-RTN
           IF HISTORY-ON-FILE AND M2H-SURNAME NOT = SPACES
               MOVE M2H-SURNAME TO WS-SURNAME
               MOVE M2H-FIRST-NAME TO WS-FIRST-NAME
               MOVE M2H-MIDDLE-NAME TO WS-MIDDLE-NAME
               MOVE SPACES TO WS-REPORT-NAME
               STRING M2H-SURNAME DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      M2H-FIRST-NAME DELIMITED BY "  "
                   INTO WS-REPORT-NAME
               END-STRING
           ELSE
               MOVE SPACES TO WS-REPORT-NAME
               MOVE "BLANK NAME" TO WS-EXC-REASON
               PERFORM 700-EXCEPTION-RTN
           END-IF
           PERFORM 530-GET-ADDRESS-RTN
           IF ACCOUNT-EXCEPTED
               ADD 1 TO WS-CLOSED-EXCEPTED-COUNT
           ELSE
               MOVE ZERO TO WS-DAYS-INACTIVE
               MOVE SPACES TO WS-COMPLIANCE-COND
               MOVE "1" TO WS-ECOA-CODE
               MOVE ZERO TO WS-HELD-AMT
               PERFORM 480-CHECK-CHGOFF-RTN
               PERFORM 490-SET-STATUS-RTN
               PERFORM 550-WRITE-BASE-RTN
               ADD 1 TO WS-CLOSED-REPORTED-COUNT
           END-IF.

      *----------------------------------------------------------*
      * "SURNAME, FIRST MIDDLE" SPLITS AT THE COMMA; OTHERWISE    *
      * THE LAST WORD IS THE SURNAME, THE FIRST WORD THE FIRST    *
      * NAME AND THE SECOND OF THREE OR MORE THE MIDDLE NAME.     *
      *----------------------------------------------------------*
       520-SPLIT-NAME-RTN.
           MOVE SPACES TO WS-SURNAME
           MOVE SPACES TO WS-FIRST-NAME
           MOVE SPACES TO WS-MIDDLE-NAME
           MOVE SPACES TO WS-NAME-WORDS
           MOVE SPACES TO WS-NAME-REST
           MOVE ZERO TO WS-WORD-COUNT
           MOVE ZERO TO WS-COMMA-COUNT
           INSPECT CUSTOMER-NAME TALLYING WS-COMMA-COUNT FOR ALL ","
           IF WS-COMMA-COUNT > ZERO
               UNSTRING CUSTOMER-NAME DELIMITED BY ","
                   INTO WS-SURNAME WS-NAME-REST
               END-UNSTRING
           ELSE
               MOVE CUSTOMER-NAME TO WS-NAME-REST
           END-IF
           MOVE ZERO TO WS-LEAD-COUNT
           INSPECT WS-NAME-REST TALLYING WS-LEAD-COUNT
               FOR LEADING SPACE
           IF WS-LEAD-COUNT < 30
               UNSTRING WS-NAME-REST(WS-LEAD-COUNT + 1:)
                   DELIMITED BY ALL SPACE
                   INTO WS-NAME-WORD(1) WS-NAME-WORD(2)
                        WS-NAME-WORD(3) WS-NAME-WORD(4)
                   TALLYING IN WS-WORD-COUNT
               END-UNSTRING
           END-IF
           IF WS-COMMA-COUNT > ZERO
               MOVE WS-NAME-WORD(1) TO WS-FIRST-NAME
               MOVE WS-NAME-WORD(2) TO WS-MIDDLE-NAME
           ELSE
               IF WS-WORD-COUNT > 4
                   MOVE 4 TO WS-WORD-COUNT
               END-IF
               IF WS-WORD-COUNT > ZERO
                   MOVE WS-NAME-WORD(WS-WORD-COUNT) TO WS-SURNAME
               END-IF
               IF WS-WORD-COUNT > 1
                   MOVE WS-NAME-WORD(1) TO WS-FIRST-NAME
               END-IF
               IF WS-WORD-COUNT > 2
                   MOVE WS-NAME-WORD(2) TO WS-MIDDLE-NAME
               END-IF
           END-IF
           MOVE WS-SURNAME TO WS-JUSTIFY-WORK
           PERFORM 538-LEFT-JUSTIFY-RTN
           MOVE WS-JUSTIFY-WORK TO WS-SURNAME.

       530-GET-ADDRESS-RTN.
           MOVE "N" TO WS-ADDRESS-SW
           MOVE SPACES TO WS-PHONE
           IF CUST-FILE-OPEN
               MOVE WS-REPORT-ACCT-NO TO CUST-ACCT-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-PHONE TO WS-PHONE
                       IF CUST-ADDRESS NOT = SPACES
                           MOVE "Y" TO WS-ADDRESS-SW
                           PERFORM 535-SPLIT-ADDRESS-RTN
                       END-IF
               END-READ
           END-IF
           IF NOT ADDRESS-ON-FILE AND NOT ADDRESS-COMPLETE
               MOVE "NO ADDRESS ON FILE" TO WS-EXC-REASON
               PERFORM 700-EXCEPTION-RTN
           ELSE
               IF NOT ADDRESS-COMPLETE
                   MOVE "ADDRESS INCOMPLETE" TO WS-EXC-REASON
                   PERFORM 700-EXCEPTION-RTN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * STREET, [SECOND LINE,] CITY, STATE ZIP - THE ZIP AS FIVE  *
      * DIGITS, OPTIONALLY FOLLOWED BY -NNNN.                     *
      *----------------------------------------------------------*
       535-SPLIT-ADDRESS-RTN.
           MOVE SPACES TO WS-ADDR-PARTS
           MOVE SPACES TO WS-ADDRESS-1
           MOVE SPACES TO WS-ADDRESS-2
           MOVE SPACES TO WS-CITY
           MOVE SPACES TO WS-STATE-ZIP
           MOVE SPACES TO WS-STATE-WORD
           MOVE SPACES TO WS-ZIP-WORD
           MOVE SPACES TO WS-ZIP-5
           MOVE SPACES TO WS-ZIP-4
           MOVE SPACES TO WS-POSTAL-CODE
           MOVE ZERO TO WS-PART-COUNT
           MOVE ZERO TO WS-STATE-LEN
           MOVE ZERO TO WS-ZIP-5-LEN
           UNSTRING CUST-ADDRESS DELIMITED BY ","
               INTO WS-ADDR-PART(1) WS-ADDR-PART(2)
                    WS-ADDR-PART(3) WS-ADDR-PART(4)
               TALLYING IN WS-PART-COUNT
           END-UNSTRING
           PERFORM 537-JUSTIFY-PART-RTN
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > 4
           IF WS-PART-COUNT = 3
               MOVE WS-ADDR-PART(1) TO WS-ADDRESS-1
               MOVE WS-ADDR-PART(2) TO WS-CITY
               MOVE WS-ADDR-PART(3) TO WS-STATE-ZIP
           ELSE
               IF WS-PART-COUNT = 4
                   MOVE WS-ADDR-PART(1) TO WS-ADDRESS-1
                   MOVE WS-ADDR-PART(2) TO WS-ADDRESS-2
                   MOVE WS-ADDR-PART(3) TO WS-CITY
                   MOVE WS-ADDR-PART(4) TO WS-STATE-ZIP
               END-IF
           END-IF
           UNSTRING WS-STATE-ZIP DELIMITED BY ALL SPACE
               INTO WS-STATE-WORD COUNT IN WS-STATE-LEN
                    WS-ZIP-WORD
           END-UNSTRING
           UNSTRING WS-ZIP-WORD DELIMITED BY "-" OR ALL SPACE
               INTO WS-ZIP-5 COUNT IN WS-ZIP-5-LEN
                    WS-ZIP-4
           END-UNSTRING
           IF WS-ADDRESS-1 NOT = SPACES
                   AND WS-CITY NOT = SPACES
                   AND WS-STATE-LEN = 2
                   AND WS-ZIP-5-LEN = 5
                   AND WS-ZIP-5 IS NUMERIC
                   AND (WS-ZIP-4 = SPACES OR WS-ZIP-4 IS NUMERIC)
               MOVE "C" TO WS-ADDRESS-SW
               STRING WS-ZIP-5 DELIMITED BY SIZE
                      WS-ZIP-4 DELIMITED BY SIZE
                   INTO WS-POSTAL-CODE
               END-STRING
           END-IF.

       537-JUSTIFY-PART-RTN.
           MOVE WS-ADDR-PART(WS-PART-IX) TO WS-JUSTIFY-WORK
           PERFORM 538-LEFT-JUSTIFY-RTN
           MOVE WS-JUSTIFY-WORK TO WS-ADDR-PART(WS-PART-IX).

       538-LEFT-JUSTIFY-RTN.
           MOVE ZERO TO WS-LEAD-COUNT
           INSPECT WS-JUSTIFY-WORK TALLYING WS-LEAD-COUNT
               FOR LEADING SPACE
           IF WS-LEAD-COUNT > ZERO AND WS-LEAD-COUNT < 32
               MOVE WS-JUSTIFY-WORK(WS-LEAD-COUNT + 1:)
                   TO WS-JUSTIFY-HOLD
               MOVE WS-JUSTIFY-HOLD TO WS-JUSTIFY-WORK
           END-IF.

       540-READ-HISTORY-RTN.
           MOVE "N" TO WS-HISTORY-SW
           MOVE WS-REPORT-ACCT-NO TO M2H-ACCT-NO
           READ M2H-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HISTORY-SW
           END-READ.

      *----------------------------------------------------------*
      * BUILD AND WRITE THE BASE SEGMENT, THEN CARRY THE NAME,    *
      * DATE OPENED, HIGH BALANCE, STATUS AND PROFILE FORWARD ON  *
      * THE REPORTING HISTORY.                                    *
      *----------------------------------------------------------*
       550-WRITE-BASE-RTN.
           PERFORM 545-BUILD-PROFILE-RTN
           IF HISTORY-ON-FILE AND M2H-DATE-OPENED NOT = ZERO
               MOVE M2H-DATE-OPENED TO WS-DATE-OPENED
           ELSE
               IF WS-ACCT-FIRST-DATE NOT = ZERO
                   MOVE WS-ACCT-FIRST-DATE TO WS-DATE-OPENED
               ELSE
                   MOVE WS-REPORT-LAST-ACT TO WS-DATE-OPENED
               END-IF
           END-IF
           MOVE WS-ACCT-HIGH-BAL TO WS-HIGH-BAL
           IF WS-REPORT-BAL > WS-HIGH-BAL
               MOVE WS-REPORT-BAL TO WS-HIGH-BAL
           END-IF
           IF HISTORY-ON-FILE AND M2H-HIGH-BALANCE > WS-HIGH-BAL
               MOVE M2H-HIGH-BALANCE TO WS-HIGH-BAL
           END-IF
           MOVE WS-ACCT-LAST-PAY-DATE TO WS-DATE-LAST-PAY
           IF HISTORY-ON-FILE
                   AND M2H-LAST-PAY-DATE > WS-DATE-LAST-PAY
               MOVE M2H-LAST-PAY-DATE TO WS-DATE-LAST-PAY
           END-IF
           MOVE WS-RUN-DATE TO WS-CONV-IN
           PERFORM 780-TO-MMDDYYYY-RTN
           MOVE WS-CONV-OUT TO BS-TS-DATE
           MOVE WS-RUN-HHMMSS TO BS-TS-TIME
           MOVE WS-FP-ID-NUMBER TO BS-ID-NUMBER
           MOVE WS-REPORT-ACCT-NO TO BS-CONS-ACCT-NO
           MOVE WS-FP-PORTFOLIO-TYPE TO BS-PORTFOLIO-TYPE
           MOVE WS-FP-ACCOUNT-TYPE TO BS-ACCOUNT-TYPE
           MOVE WS-DATE-OPENED TO WS-CONV-IN
           PERFORM 780-TO-MMDDYYYY-RTN
           MOVE WS-CONV-OUT TO BS-DATE-OPENED
           COMPUTE BS-HIGH-CREDIT = WS-HIGH-BAL
           IF WS-ACCT-PAID-AMT > ZERO
               COMPUTE BS-ACTUAL-PAYMENT = WS-ACCT-PAID-AMT
           ELSE
               MOVE ZERO TO BS-ACTUAL-PAYMENT
           END-IF
           MOVE WS-ACCOUNT-STATUS TO BS-ACCOUNT-STATUS
           MOVE WS-PAYMENT-RATING TO BS-PAYMENT-RATING
           MOVE WS-PAY-PROFILE TO BS-PAY-PROFILE
           MOVE WS-COMPLIANCE-COND TO BS-COMPLIANCE-COND
           COMPUTE BS-CURRENT-BALANCE = WS-REPORT-BAL
           IF WS-PAST-DUE-AMT > ZERO
               COMPUTE BS-AMOUNT-PAST-DUE = WS-PAST-DUE-AMT
           ELSE
               MOVE ZERO TO BS-AMOUNT-PAST-DUE
           END-IF
           COMPUTE BS-ORIG-CHGOFF-AMT = WS-ORIG-CHGOFF-AMT
           MOVE WS-RUN-DATE TO WS-CONV-IN
           PERFORM 780-TO-MMDDYYYY-RTN
           MOVE WS-CONV-OUT TO BS-DATE-ACCT-INFO
           MOVE WS-DATE-FIRST-DLQ TO WS-CONV-IN
           PERFORM 780-TO-MMDDYYYY-RTN
           MOVE WS-CONV-OUT TO BS-DATE-FIRST-DLQ
           MOVE WS-DATE-CLOSED TO WS-CONV-IN
           PERFORM 780-TO-MMDDYYYY-RTN
           MOVE WS-CONV-OUT TO BS-DATE-CLOSED
           MOVE WS-DATE-LAST-PAY TO WS-CONV-IN
           PERFORM 780-TO-MMDDYYYY-RTN
           MOVE WS-CONV-OUT TO BS-DATE-LAST-PAYMENT
           MOVE WS-SURNAME TO BS-SURNAME
           MOVE WS-FIRST-NAME TO BS-FIRST-NAME
           MOVE WS-MIDDLE-NAME TO BS-MIDDLE-NAME
           MOVE WS-PHONE TO BS-TELEPHONE
           MOVE WS-ECOA-CODE TO BS-ECOA-CODE
           MOVE WS-ADDRESS-1 TO BS-ADDRESS-1
           MOVE WS-ADDRESS-2 TO BS-ADDRESS-2
           MOVE WS-CITY TO BS-CITY
           MOVE WS-STATE-WORD TO BS-STATE
           MOVE WS-POSTAL-CODE TO BS-POSTAL-CODE
           WRITE METRO2-REC FROM WS-BASE-SEGMENT
           ADD 1 TO WS-BASE-WRITTEN-COUNT
           ADD WS-REPORT-BAL TO WS-REPORTED-BAL
           IF WS-PAST-DUE-AMT > ZERO
               ADD WS-PAST-DUE-AMT TO WS-REPORTED-PAST-DUE
           END-IF
           IF WS-PHONE NOT = SPACES
               ADD 1 TO TR-TELEPHONE
           END-IF
           PERFORM 555-COUNT-STATUS-RTN
           PERFORM 560-KEEP-HISTORY-RTN.

      *----------------------------------------------------------*
      * THE PROFILE FURNISHED IS LAST MONTH'S RATING FOLLOWED BY  *
      * THE FIRST 23 MONTHS OF LAST MONTH'S PROFILE; A FIRST      *
      * REPORT HAS NO HISTORY (B) IN ALL 24 MONTHS, AND A RERUN   *
      * THE SAME DAY FURNISHES THE PROFILE ALREADY BUILT.         *
      *----------------------------------------------------------*
       545-BUILD-PROFILE-RTN.
           IF NOT HISTORY-ON-FILE
               MOVE ALL "B" TO WS-PAY-PROFILE
           ELSE
               IF M2H-LAST-REPORT-DATE = WS-RUN-DATE
                   MOVE M2H-PAY-PROFILE TO WS-PAY-PROFILE
               ELSE
                   MOVE M2H-LAST-RATING TO WS-PAY-PROFILE(1:1)
                   IF M2H-LAST-RATING = SPACE
                       MOVE "D" TO WS-PAY-PROFILE(1:1)
                   END-IF
                   MOVE M2H-PAY-PROFILE(1:23) TO WS-PAY-PROFILE(2:23)
               END-IF
           END-IF.

       555-COUNT-STATUS-RTN.
           EVALUATE WS-ACCOUNT-STATUS
               WHEN "11"
                   ADD 1 TO TR-STATUS-11
               WHEN "13"
                   ADD 1 TO TR-STATUS-13
               WHEN "64"
                   ADD 1 TO TR-STATUS-64
               WHEN "71"
                   ADD 1 TO TR-STATUS-71
               WHEN "78"
                   ADD 1 TO TR-STATUS-78
               WHEN "80"
                   ADD 1 TO TR-STATUS-80
               WHEN "82"
                   ADD 1 TO TR-STATUS-82
               WHEN "83"
                   ADD 1 TO TR-STATUS-83
               WHEN "84"
                   ADD 1 TO TR-STATUS-84
               WHEN "97"
                   ADD 1 TO TR-STATUS-97
           END-EVALUATE.

       560-KEEP-HISTORY-RTN.
           MOVE WS-REPORT-ACCT-NO TO M2H-ACCT-NO
           MOVE WS-SURNAME TO M2H-SURNAME
           MOVE WS-FIRST-NAME TO M2H-FIRST-NAME
           MOVE WS-MIDDLE-NAME TO M2H-MIDDLE-NAME
           MOVE WS-DATE-OPENED TO M2H-DATE-OPENED
           MOVE WS-HIGH-BAL TO M2H-HIGH-BALANCE
           MOVE WS-DATE-LAST-PAY TO M2H-LAST-PAY-DATE
           MOVE WS-ACCOUNT-STATUS TO M2H-LAST-STATUS
           MOVE WS-PAYMENT-RATING TO M2H-LAST-RATING
           MOVE WS-PAY-PROFILE TO M2H-PAY-PROFILE
           MOVE WS-RUN-DATE TO M2H-LAST-REPORT-DATE
           MOVE WS-CUTOFF-DATE TO M2H-PRIOR-REPORT-DATE
           IF HISTORY-ON-FILE
               REWRITE M2H-REC
                   INVALID KEY
                       DISPLAY "M2H-FILE REWRITE ERROR, ACCT "
                           M2H-ACCT-NO " STATUS " WS-M2H-STATUS
               END-REWRITE
           ELSE
               WRITE M2H-REC
                   INVALID KEY
                       DISPLAY "M2H-FILE WRITE ERROR, ACCT "
                           M2H-ACCT-NO " STATUS " WS-M2H-STATUS
               END-WRITE
           END-IF.

      *----------------------------------------------------------*
      * ONE LINE PER PROBLEM; THE ACCOUNT IS LEFT OFF THE FILE.   *
      *----------------------------------------------------------*
       700-EXCEPTION-RTN.
           MOVE "Y" TO WS-EXCEPTED-SW
           IF WS-LINE-COUNT = ZERO
               PERFORM 720-PRINT-EXC-HEADER-RTN
           END-IF
           MOVE WS-REPORT-ACCT-NO TO EXD-ACCT-NO
           MOVE WS-REPORT-NAME TO EXD-CUSTOMER-NAME
           MOVE WS-REPORT-LAST-ACT TO EXD-LAST-ACT
           MOVE WS-REPORT-MASTER-BAL TO EXD-BALANCE
           MOVE WS-EXC-REASON TO EXD-REASON
           IF ACCOUNT-CLOSED AND WS-REPORT-NAME = SPACES
               MOVE "CLOSED - NOT ON MASTER" TO EXD-CUSTOMER-NAME
           END-IF
           WRITE EXCEPTION-REC FROM WS-EXC-DETAIL-LINE
           ADD 1 TO WS-EXCEPTION-LINE-COUNT
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               MOVE ZERO TO WS-LINE-COUNT
           END-IF.

       720-PRINT-EXC-HEADER-RTN.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NO
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE EXCEPTION-REC FROM WS-EXC-HDR-LINE
           WRITE EXCEPTION-REC FROM WS-EXC-COL-LINE.

       750-WRITE-HEADER-REC-RTN.
           MOVE WS-FP-INNOVIS-ID TO HR-INNOVIS-ID
           MOVE WS-FP-EQUIFAX-ID TO HR-EQUIFAX-ID
           MOVE WS-FP-EXPERIAN-ID TO HR-EXPERIAN-ID
           MOVE WS-FP-TRANSUNION-ID TO HR-TRANSUNION-ID
           MOVE WS-RUN-DATE TO WS-CONV-IN
           PERFORM 780-TO-MMDDYYYY-RTN
           MOVE WS-CONV-OUT TO HR-ACTIVITY-DATE
           MOVE WS-CONV-OUT TO HR-DATE-CREATED
           MOVE WS-CONV-OUT TO HR-PROGRAM-DATE
           MOVE WS-PROGRAM-REVISION-DATE TO HR-PROGRAM-REVISION-DATE
           MOVE WS-FP-REPORTER-NAME TO HR-REPORTER-NAME
           MOVE WS-REPORTER-ADDRESS TO HR-REPORTER-ADDRESS
           MOVE WS-FP-REPORTER-PHONE TO HR-REPORTER-PHONE
           WRITE METRO2-REC FROM WS-HEADER-REC.

       760-WRITE-TRAILER-REC-RTN.
           MOVE WS-BASE-WRITTEN-COUNT TO TR-TOTAL-BASE
           WRITE METRO2-REC FROM WS-TRAILER-REC.

       780-TO-MMDDYYYY-RTN.
           IF WS-CONV-IN IS NOT NUMERIC OR WS-CONV-IN = ZERO
               MOVE ZERO TO WS-CONV-OUT
           ELSE
               MOVE WS-CONV-IN-MM TO WS-CONV-OUT-MM
               MOVE WS-CONV-IN-DD TO WS-CONV-OUT-DD
               MOVE WS-CONV-IN-YYYY TO WS-CONV-OUT-YYYY
           END-IF.

      *----------------------------------------------------------*
      * DATE OF FIRST DELINQUENCY: THE SAME DAY ONE MONTH AFTER   *
      * THE BASE DATE (A 29TH-31ST FALLS BACK TO THE 28TH).       *
      *----------------------------------------------------------*
       790-ADD-MONTH-RTN.
           IF WS-DLQ-BASE-DATE IS NOT NUMERIC
                   OR WS-DLQ-BASE-DATE = ZERO
               MOVE ZERO TO WS-DATE-FIRST-DLQ
           ELSE
               MOVE WS-DLQ-BASE-DATE TO WS-DLQ-PARTS
               IF WS-DLQ-MM = 12
                   MOVE 1 TO WS-DLQ-MM
                   ADD 1 TO WS-DLQ-YYYY
               ELSE
                   ADD 1 TO WS-DLQ-MM
               END-IF
               IF WS-DLQ-DD > 28
                   MOVE 28 TO WS-DLQ-DD
               END-IF
               MOVE WS-DLQ-PARTS TO WS-DATE-FIRST-DLQ
           END-IF.

      *----------------------------------------------------------*
      * EVERY MASTER ACCOUNT IS EITHER FURNISHED OR EXCEPTED, AND *
      * THE TRAILER COUNTS WHAT WAS WRITTEN.                      *
      *----------------------------------------------------------*
       800-PRINT-TOTALS-RTN.
           IF WS-MASTER-READ-COUNT =
                   WS-OPEN-REPORTED-COUNT + WS-OPEN-EXCEPTED-COUNT
               AND WS-CLOSED-FOUND-COUNT =
                   WS-CLOSED-REPORTED-COUNT + WS-CLOSED-EXCEPTED-COUNT
               AND TR-TOTAL-BASE =
                   WS-OPEN-REPORTED-COUNT + WS-CLOSED-REPORTED-COUNT
               MOVE "BALANCED" TO WS-RECON-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-RECON-VERDICT
           END-IF
           IF WS-PAGE-COUNT = ZERO
               PERFORM 720-PRINT-EXC-HEADER-RTN
           END-IF
           WRITE EXCEPTION-REC FROM WS-BLANK-LINE
           MOVE "MASTER ACCOUNTS READ  . . . :" TO SUM-TEXT
           MOVE WS-MASTER-READ-COUNT TO SUM-COUNT
           WRITE EXCEPTION-REC FROM WS-EXC-SUM-LINE
           MOVE "  FURNISHED . . . . . . . . :" TO SUM-TEXT
           MOVE WS-OPEN-REPORTED-COUNT TO SUM-COUNT
           WRITE EXCEPTION-REC FROM WS-EXC-SUM-LINE
           MOVE "  LEFT OFF - EXCEPTIONS . . :" TO SUM-TEXT
           MOVE WS-OPEN-EXCEPTED-COUNT TO SUM-COUNT
           WRITE EXCEPTION-REC FROM WS-EXC-SUM-LINE
           MOVE "CLOSED SINCE LAST EXTRACT . :" TO SUM-TEXT
           MOVE WS-CLOSED-FOUND-COUNT TO SUM-COUNT
           WRITE EXCEPTION-REC FROM WS-EXC-SUM-LINE
           MOVE "  FURNISHED . . . . . . . . :" TO SUM-TEXT
           MOVE WS-CLOSED-REPORTED-COUNT TO SUM-COUNT
           WRITE EXCEPTION-REC FROM WS-EXC-SUM-LINE
           MOVE "  LEFT OFF - EXCEPTIONS . . :" TO SUM-TEXT
           MOVE WS-CLOSED-EXCEPTED-COUNT TO SUM-COUNT
           WRITE EXCEPTION-REC FROM WS-EXC-SUM-LINE
           MOVE "EXCEPTION LINES . . . . . . :" TO SUM-TEXT
           MOVE WS-EXCEPTION-LINE-COUNT TO SUM-COUNT
           WRITE EXCEPTION-REC FROM WS-EXC-SUM-LINE
           MOVE "BASE SEGMENTS WRITTEN . . . :" TO SUM-TEXT
           MOVE WS-BASE-WRITTEN-COUNT TO SUM-COUNT
           WRITE EXCEPTION-REC FROM WS-EXC-SUM-LINE
           DISPLAY "===== ACCT-METRO2-EXTRACT CONTROL TOTALS ====="
           DISPLAY "JOURNAL ENTRIES READ  . . . : "
               WS-JRNL-READ-COUNT
           DISPLAY "CLOSE/PAYMENT CUT-OFF DATE  : " WS-CUTOFF-DATE
           DISPLAY "MASTER ACCOUNTS READ  . . . : "
               WS-MASTER-READ-COUNT
           DISPLAY "OPEN ACCOUNTS FURNISHED . . : "
               WS-OPEN-REPORTED-COUNT
           DISPLAY "OPEN ACCOUNTS EXCEPTED  . . : "
               WS-OPEN-EXCEPTED-COUNT
           DISPLAY "CLOSED ACCOUNTS FOUND . . . : "
               WS-CLOSED-FOUND-COUNT
           DISPLAY "CLOSED ACCOUNTS FURNISHED . : "
               WS-CLOSED-REPORTED-COUNT
           DISPLAY "CLOSED ACCOUNTS EXCEPTED  . : "
               WS-CLOSED-EXCEPTED-COUNT
           DISPLAY "EXCEPTION LINES . . . . . . : "
               WS-EXCEPTION-LINE-COUNT
           DISPLAY "DISPUTED (XB) . . . . . . . : " WS-DISPUTE-COUNT
           DISPLAY "STATUS 11 CURRENT . . . . . : " TR-STATUS-11
           DISPLAY "STATUS 71-84 DELINQUENT . . : "
               TR-STATUS-71 " " TR-STATUS-78 " " TR-STATUS-80 " "
               TR-STATUS-82 " " TR-STATUS-83 " " TR-STATUS-84
           DISPLAY "STATUS 13 CLOSED  . . . . . : " TR-STATUS-13
           DISPLAY "STATUS 97 CHARGED OFF . . . : " TR-STATUS-97
           DISPLAY "STATUS 64 CHARGE-OFF PAID . : " TR-STATUS-64
           DISPLAY "BALANCE FURNISHED . . . . . : " WS-REPORTED-BAL
           DISPLAY "PAST DUE FURNISHED  . . . . : "
               WS-REPORTED-PAST-DUE
           DISPLAY "TRAILER BASE RECORD COUNT . : " TR-TOTAL-BASE
           DISPLAY "RECONCILIATION. . . . . . . : " WS-RECON-VERDICT.

       985-RCTL-TOTALS-RTN.
           IF WS-RUN-DATE NOT = ZERO
               MOVE WS-RUN-ID TO WS-RCTL-RUN-ID
           END-IF
           MOVE WS-MASTER-READ-COUNT TO WS-RCTL-READ-COUNT
           COMPUTE WS-RCTL-WRITTEN-COUNT = WS-OPEN-REPORTED-COUNT
               + WS-CLOSED-REPORTED-COUNT
           COMPUTE WS-RCTL-REJECT-COUNT = WS-OPEN-EXCEPTED-COUNT
               + WS-CLOSED-EXCEPTED-COUNT.

       COPY RCTLPRC.
