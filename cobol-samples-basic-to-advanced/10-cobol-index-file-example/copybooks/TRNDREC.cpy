      *----------------------------------------------------------*
      * TRNDREC - DELINQUENCY TREND RECORD, ONE PER MONTH, KEYED  *
      * BY MONTH (YYYYMM).  WRITTEN BY ACCT-ROLL-RATE FROM THE    *
      * MONTH'S AGING SNAPSHOT (AGSNREC) - A RERUN IN THE SAME    *
      * MONTH REPLACES THE MONTH'S RECORD - AND READ BACK FOR THE *
      * 13-MONTH TREND PAGE.  TRND-RECEIVABLE IS THE TOTAL OF ALL *
      * BALANCES, TRND-HELD-AMT THE PART SET ASIDE BY OPEN HOLDS  *
      * AND TRND-BUCKET-AMT THE AMOUNT AGED IN EACH BUCKET, SO    *
      * THE FIVE BUCKETS PLUS THE HELD AMOUNT TIE TO THE          *
      * RECEIVABLE.  COPY THIS INTO THE 01-LEVEL OF THE TREND     *
      * FILE'S FD IN EVERY PROGRAM THAT OPENS IT.                 *
      *----------------------------------------------------------*
       01  TRND-REC.
           02  TRND-MONTH                PIC 9(6).
           02  TRND-SNAP-DATE            PIC 9(8).
           02  TRND-ACCT-COUNT           PIC 9(7).
           02  TRND-RECEIVABLE           PIC S9(9)V99.
           02  TRND-HELD-AMT             PIC S9(9)V99.
           02  TRND-BUCKET OCCURS 5 TIMES.
               03  TRND-BUCKET-COUNT     PIC 9(7).
               03  TRND-BUCKET-AMT       PIC S9(9)V99.
           02  TRND-RUN-ID               PIC X(16).
