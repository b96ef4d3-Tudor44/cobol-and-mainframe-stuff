      * HAND ACCOUNTING YESTERDAY'S TOTALS A SECOND TIME.  A RUN  *
      * THAT POSTED NO JOURNAL ENTRIES REPORTS "NO JOURNAL        *
      * ENTRIES FOR RUN" AND WRITES NO INTERFACE FILE.            *
      * A SYSIN OF ACH EXTRACTS THE LATEST ACCT-ACH-ORIGINATE RUN *
      * ON THE RUN-CONTROL LOG INSTEAD, INTO ITS OWN ACH GL       *
      * INTERFACE FILE, SO THE NIGHT'S AUTOPAY PAYMENTS REACH THE *
      * LEDGER WITHOUT REPLACING THE LOAD'S FILE.  AN ACH RUN THE *
      * LOG ALREADY SHOWS EXTRACTED IS NOT EXTRACTED AGAIN - IF   *
      * THE NIGHT'S ORIGINATION NEVER LOGGED ITS END, THE LATEST  *
      * ONE IS YESTERDAY'S, AND ACCOUNTING MUST NOT BE HANDED IT  *
      * TWICE.                                                    *
      * AN INCREASE IN THE RECEIVABLE IS THE DEBIT SIDE HERE,     *
      * A DECREASE (PAYMENTS, CLOSURES, DOWNWARD REPLACEMENTS)    *
      * THE CREDIT SIDE.  BLANK-CODE ENTRIES FROM BEFORE THE      *
      * TRANSACTION CODE EXISTED ARE CATEGORIZED AS A.            *
      * THE JOURNAL PATH IS ACCTPRM ENTRY FIVE, THE GL INTERFACE  *
      * FILE IS ENTRY NINETEEN AND THE RUN-HISTORY FILE IS        *
      * ENTRY TWENTY; THE ACH GL INTERFACE FILE IS THE NEW ENTRY  *
      * SEVENTY-SEVEN.                                            *
      * EVERY RUN APPENDS A START AND AN END RECORD (RCTLREC) TO  *
      * THE RUN-CONTROL LOG, ACCTPRM ENTRY SEVENTY-ONE, SO        *
      * ACCT-RUN-SUMMARY CAN SHOW IT ON THE MORNING OPERATIONS    *
      * SUMMARY.                                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
       SELECT RUN-HIST-FILE ASSIGN TO WS-RUN-HIST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-HIST-STATUS.
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
       FD GL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       FD RUN-HIST-FILE
           RECORD CONTAINS 56 CHARACTERS.
           COPY RUNHREC.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
           02 WS-JOURNAL-FILE-PATH        PIC X(100).
           02 WS-GL-FILE-PATH             PIC X(100).
           02 WS-RUN-HIST-FILE-PATH       PIC X(100).
           02 WS-ACH-GL-FILE-PATH         PIC X(100).
       01 WS-TARGET-RUN-ID                PIC X(16) VALUE SPACES.
       01 WS-MORE-HISTORY                 PIC XXX VALUE "YES".
           88 NO-MORE-HISTORY                     VALUE "NO".
       01 WS-ACH-EXTRACTED-SW             PIC X VALUE "N".
           88 ACH-RUN-EXTRACTED                   VALUE "Y".
       01 WS-TARGET-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-DELTA-AMT                    PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-CAT-IX                       PIC 9(2) COMP VALUE ZERO.
       01 WS-CAT-FOUND-IX                 PIC 9(2) COMP VALUE ZERO.
       01 WS-CAT-TABLE.
           02 WS-CAT-ENTRY OCCURS 13 TIMES.
               03 WS-CAT-CODE             PIC X.
               03 WS-CAT-DESC             PIC X(12).
               03 WS-CAT-DEBIT            PIC S9(11)V99 COMP-3.
           02 GLT-NET                     PIC S9(11)V99 SIGN LEADING
                                               SEPARATE.
           02 FILLER                      PIC X(19) VALUE SPACES.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-GL-EXTRACT" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           PERFORM 650-INIT-CATEGORIES-RTN
           DISPLAY "ENTER RUN-ID TO EXTRACT (BLANK = LAST RUN,"
               " ACH = LAST ACH ORIGINATION): "
           ACCEPT WS-TARGET-RUN-ID
           IF WS-TARGET-RUN-ID = "ACH"
               MOVE WS-ACH-GL-FILE-PATH TO WS-GL-FILE-PATH
               PERFORM 260-READ-LAST-ACH-RUN-RTN
               IF WS-TARGET-RUN-ID = SPACES
                   DISPLAY "NO ACH ORIGINATION RUN ON THE RUN-CONTROL"
                       " LOG, NOTHING TO EXTRACT"
                   PERFORM 990-RCTL-END-RTN
                   STOP RUN
               END-IF
               IF ACH-RUN-EXTRACTED
                   DISPLAY "ACH RUN " WS-TARGET-RUN-ID
                       " ALREADY EXTRACTED, NOTHING TO EXTRACT"
                   PERFORM 990-RCTL-END-RTN
                   STOP RUN
               END-IF
           END-IF
           IF WS-TARGET-RUN-ID = SPACES
               PERFORM 250-READ-LAST-RUN-RTN
           END-IF
           IF WS-TARGET-RUN-ID = SPACES
               DISPLAY "NO RUN ON THE HISTORY FILE, NOTHING TO"
                   " EXTRACT"
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF
           PERFORM 300-JOURNAL-PASS-RTN
           IF WS-ENTRY-READ-COUNT = ZERO
               DISPLAY "NO JOURNAL ENTRIES FOR RUN "
                   WS-TARGET-RUN-ID
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF
           PERFORM 700-WRITE-GL-FILE-RTN
           PERFORM 800-PRINT-CONTROL-TOTALS-RTN
           PERFORM 990-RCTL-END-RTN
           STOP RUN.

       600-READ-PARM-RTN.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ACCTPRM PARAMETER FILE OPEN ERROR, STATUS "
                   WS-PARM-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RUN-HIST-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 50 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 5 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ACH-GL-FILE-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

       650-INIT-CATEGORIES-RTN.
           MOVE "A" TO WS-CAT-CODE(1)
           MOVE "ADDITIONS   " TO WS-CAT-DESC(1)
           MOVE "ADJUSTMENTS " TO WS-CAT-DESC(8)
           MOVE "E" TO WS-CAT-CODE(9)
           MOVE "ESCHEATMENTS" TO WS-CAT-DESC(9)
           MOVE "D" TO WS-CAT-CODE(10)
           MOVE "REFUNDS     " TO WS-CAT-DESC(10)
           MOVE "W" TO WS-CAT-CODE(11)
           MOVE "CHARGE-OFFS " TO WS-CAT-DESC(11)
           MOVE "Y" TO WS-CAT-CODE(12)
           MOVE "RECOVERIES  " TO WS-CAT-DESC(12)
           MOVE "U" TO WS-CAT-CODE(13)
           MOVE "ACH RETURNS " TO WS-CAT-DESC(13)
           PERFORM 660-ZERO-CATEGORY-RTN
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > 13.

       660-ZERO-CATEGORY-RTN.
           MOVE ZERO TO WS-CAT-DEBIT(WS-CAT-IX)
               IF WS-RUN-HIST-STATUS NOT = "00"
                   DISPLAY "RUN-HISTORY OPEN ERROR, STATUS "
                       WS-RUN-HIST-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "YES" TO WS-MORE-HISTORY
               CLOSE RUN-HIST-FILE
           END-IF.

      *----------------------------------------------------------*
      * A SYSIN OF ACH: THE LAST ACCT-ACH-ORIGINATE END RECORD ON *
      * THE RUN-CONTROL LOG NAMES THE RUN.  AN ACCT-GL-EXTRACT    *
      * END RECORD AFTER IT FOR THE SAME RUN-ID, WITH AN          *
      * INTERFACE FILE WRITTEN AND A RETURN CODE BELOW 8, MEANS   *
      * IT HAS ALREADY BEEN EXTRACTED.                            *
      *----------------------------------------------------------*
       260-READ-LAST-ACH-RUN-RTN.
           MOVE SPACES TO WS-TARGET-RUN-ID
           MOVE "N" TO WS-ACH-EXTRACTED-SW
           OPEN INPUT RCTL-FILE
           IF WS-RCTL-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-RCTL-STATUS NOT = "00"
                   DISPLAY "RCTL-FILE OPEN ERROR, STATUS "
                       WS-RCTL-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "YES" TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL NO-MORE-RECORDS
                   READ RCTL-FILE
                       AT END
                           MOVE "NO" TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           IF RCTL-END-REC
                               PERFORM 270-SCREEN-LOG-REC-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RCTL-FILE
           END-IF.

       270-SCREEN-LOG-REC-RTN.
           IF RCTL-PROGRAM-ID = "ACCT-ACH-ORIGINATE"
               MOVE RCTL-RUN-ID TO WS-TARGET-RUN-ID
               MOVE "N" TO WS-ACH-EXTRACTED-SW
           ELSE
               IF RCTL-PROGRAM-ID = "ACCT-GL-EXTRACT"
                       AND RCTL-RUN-ID = WS-TARGET-RUN-ID
                       AND WS-TARGET-RUN-ID NOT = SPACES
                       AND RCTL-WRITTEN-COUNT > ZERO
                       AND RCTL-RETURN-CODE < 8
                   MOVE "Y" TO WS-ACH-EXTRACTED-SW
               END-IF
           END-IF.

       300-JOURNAL-PASS-RTN.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS "
                   WS-JOURNAL-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           MOVE ZERO TO WS-CAT-FOUND-IX
           PERFORM 370-MATCH-CATEGORY-RTN
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > 13
           IF WS-CAT-FOUND-IX = ZERO
               DISPLAY "UNKNOWN JOURNAL TRAN CODE " JRNL-TRAN-CODE
                   " TREATED AS ADDITIONS"
           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "GL-FILE OPEN ERROR, STATUS " WS-GL-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           MOVE WS-TARGET-RUN-ID TO GLH-RUN-ID
           WRITE GL-REC FROM WS-GL-HEADER-REC
           PERFORM 720-WRITE-DETAIL-RTN
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > 13
           MOVE WS-DETAIL-COUNT TO GLT-DETAIL-COUNT
           MOVE WS-DEBIT-TOTAL TO GLT-DEBIT
           MOVE WS-CREDIT-TOTAL TO GLT-CREDIT
           DISPLAY "NET (DR - CR) . . . . . . . : " WS-NET-TOTAL.
           DISPLAY "NET TIES TO THE LOADER'S OUT-FILE NET CHANGE"
           DISPLAY "FOR THE SAME RUN.".

       985-RCTL-TOTALS-RTN.
           IF WS-TARGET-RUN-ID NOT = SPACES
               MOVE WS-TARGET-RUN-ID TO WS-RCTL-RUN-ID
           END-IF
           MOVE WS-ENTRY-READ-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-DETAIL-COUNT TO WS-RCTL-WRITTEN-COUNT.

       COPY RCTLPRC.
