      *----------------------------------------------------------*
      * M2HREC - CREDIT BUREAU REPORTING HISTORY RECORD, KEYED BY *
      * ACCOUNT NUMBER.  WRITTEN AND UPDATED BY                   *
      * ACCT-METRO2-EXTRACT FOR EVERY ACCOUNT IT FURNISHES, SO    *
      * THE BUREAU SEES THE SAME NAME AND DATE OPENED EVERY MONTH *
      * AND A CLOSED ACCOUNT (WHOSE MASTER RECORD THE CLOSE       *
      * DELETED) CAN STILL BE REPORTED ONE LAST TIME.             *
      * M2H-PAY-PROFILE IS THE 24-MONTH PAYMENT HISTORY PROFILE   *
      * LAST FURNISHED (MOST RECENT MONTH FIRST) AND              *
      * M2H-LAST-RATING THE PAYMENT RATING FURNISHED WITH IT;     *
      * NEXT MONTH'S PROFILE IS THE LAST RATING FOLLOWED BY THE   *
      * FIRST 23 MONTHS OF THIS ONE.                              *
      * M2H-LAST-REPORT-DATE IS THE RUN DATE OF THE LAST EXTRACT  *
      * THAT FURNISHED THE ACCOUNT - A SECOND RUN THE SAME DAY    *
      * FURNISHES THE SAME PROFILE INSTEAD OF SHIFTING IT AGAIN.  *
      * THE RECORD WITH ACCOUNT NUMBER ZERO IS THE FILE'S CONTROL *
      * RECORD: M2H-LAST-REPORT-DATE ON IT IS THE LAST RUN DATE   *
      * AND M2H-PRIOR-REPORT-DATE THE CUT-OFF THAT RUN USED FOR   *
      * CLOSED ACCOUNTS, SO A RERUN REPORTS THE SAME CLOSES.      *
      * COPY THIS INTO THE 01-LEVEL OF THE HISTORY FILE'S FD IN   *
      * EVERY PROGRAM THAT OPENS IT.                              *
      *----------------------------------------------------------*
       01  M2H-REC.
           02  M2H-ACCT-NO               PIC 9(9).
           02  M2H-SURNAME               PIC X(25).
           02  M2H-FIRST-NAME            PIC X(20).
           02  M2H-MIDDLE-NAME           PIC X(20).
           02  M2H-DATE-OPENED           PIC 9(8).
           02  M2H-HIGH-BALANCE          PIC 9(9)V99.
           02  M2H-LAST-PAY-DATE         PIC 9(8).
           02  M2H-LAST-STATUS           PIC X(2).
           02  M2H-LAST-RATING           PIC X.
           02  M2H-PAY-PROFILE           PIC X(24).
           02  M2H-LAST-REPORT-DATE      PIC 9(8).
           02  M2H-PRIOR-REPORT-DATE     PIC 9(8).
