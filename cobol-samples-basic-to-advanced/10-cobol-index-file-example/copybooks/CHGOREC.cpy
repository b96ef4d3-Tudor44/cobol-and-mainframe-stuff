      *----------------------------------------------------------*
      * CHGOREC - CHARGED-OFF ACCOUNT REGISTER RECORD, KEYED BY   *
      * ACCOUNT NUMBER.  WRITTEN BY THE ACCT-CHARGE-OFF APPROVE   *
      * PASS WHEN A BALANCE IS WRITTEN OFF TO BAD DEBT (JOURNAL   *
      * CODE W), UPDATED BY CREATE-INDEX-FILE AND                 *
      * ACCT-LOCKBOX-INTAKE WHEN A LATER PAYMENT ON THE ACCOUNT   *
      * POSTS AS A RECOVERY (JOURNAL CODE Y), AND LISTED MONTHLY  *
      * BY ACCT-CHGOFF-REGISTER.                                  *
      * CHGO-ORIGINAL-AMT IS THE BALANCE WRITTEN OFF - THE MASTER *
      * ITSELF GOES TO ZERO, SO THIS IS THE ONLY PLACE THE        *
      * ORIGINAL DEBT IS KEPT.  A SECOND CHARGE-OFF ON THE SAME   *
      * ACCOUNT ADDS TO IT.  CHGO-RECOVERED-AMT IS EVERYTHING     *
      * RECOVERED SINCE; THE DIFFERENCE IS THE NET LOSS STILL     *
      * OPEN.                                                     *
      * CHGO-STATUS O = OPEN (LOSS NOT YET RECOVERED IN FULL),    *
      * R = RECOVERED IN FULL - A PAYMENT AFTER THAT IS AN        *
      * ORDINARY PAYMENT AGAIN.                                   *
      * CHGO-LAST-ACT-DATE IS THE LAST-ACTIVITY-DATE THAT MADE    *
      * THE ACCOUNT ELIGIBLE, KEPT FOR THE APPROVAL TRAIL.        *
      * COPY THIS INTO THE 01-LEVEL OF THE REGISTER FILE'S FD IN  *
      * EVERY PROGRAM THAT OPENS IT.                              *
      *----------------------------------------------------------*
       01  CHGO-REC.
           02  CHGO-ACCT-NO              PIC 9(9).
           02  CHGO-STATUS               PIC X.
               88  CHGO-OPEN                 VALUE "O".
               88  CHGO-RECOVERED            VALUE "R".
           02  CHGO-DATE                 PIC 9(8).
           02  CHGO-ORIGINAL-AMT         PIC 9(9)V99.
           02  CHGO-RECOVERED-AMT        PIC 9(9)V99.
           02  CHGO-LAST-RECOV-DATE      PIC 9(8).
           02  CHGO-LAST-ACT-DATE        PIC 9(8).
           02  CHGO-CUSTOMER-NAME        PIC X(30).
           02  CHGO-APPROVED-BY          PIC X(8).
           02  CHGO-RUN-ID               PIC X(16).
