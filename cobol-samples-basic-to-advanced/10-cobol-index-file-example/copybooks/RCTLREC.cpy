      *----------------------------------------------------------*
      * RCTLREC - RUN-CONTROL LOG RECORD, 160 CHARACTERS.  EVERY  *
      * PROGRAM IN THE SUITE APPENDS TWO OF THESE PER RUN THROUGH *
      * RCTLPRC: AN S RECORD AS SOON AS ITS PARAMETERS ARE READ   *
      * AND AN E RECORD JUST BEFORE IT STOPS.  AN S RECORD WITH   *
      * NO E RECORD FOR THE SAME PROGRAM, START DATE AND START    *
      * TIME IS A RUN THAT ABENDED.  THE E RECORD CARRIES THE     *
      * RUN'S RESULT: RETURN CODE, WHETHER IT RAN TO ITS NORMAL   *
      * END OR STOPPED EARLY ON A FILE ERROR, ITS RECORD COUNTS   *
      * AND THE MONEY IT POSTED.  MONEY POSTED IS THE NET CHANGE  *
      * THE RUN MADE TO ACCOUNT BALANCES - CHARGES AND REVERSED   *
      * PAYMENTS ARE POSITIVE, PAYMENTS AND CREDITS NEGATIVE -    *
      * AND IS ZERO FOR A RUN THAT POSTS NOTHING.  RCTL-INPUT-ID  *
      * IDENTIFIES THE INPUT FILE A RUN CONSUMED WHERE THAT       *
      * MATTERS - THE LOCKBOX T RECORD'S DEPOSIT DATE, ITEM COUNT *
      * AND TOTAL, THE ACH RETURN FILE CONTROL'S ENTRY COUNT,     *
      * HASH AND DEBIT TOTAL - SO ACCT-RUN-SUMMARY CAN TELL A     *
      * FILE RECEIVED FROM A FILE POSTED.  THE LOG PATH IS        *
      * ACCTPRM ENTRY SEVENTY-ONE.                                *
      *----------------------------------------------------------*
       01 RCTL-REC.
           02 RCTL-REC-TYPE               PIC X.
               88 RCTL-START-REC                  VALUE "S".
               88 RCTL-END-REC                    VALUE "E".
           02 RCTL-PROGRAM-ID             PIC X(20).
           02 RCTL-RUN-ID                 PIC X(16).
           02 RCTL-BUSINESS-DATE          PIC 9(8).
           02 RCTL-START-DATE             PIC 9(8).
           02 RCTL-START-TIME             PIC 9(8).
           02 RCTL-END-DATE               PIC 9(8).
           02 RCTL-END-TIME               PIC 9(8).
           02 RCTL-RETURN-CODE            PIC 9(4).
           02 RCTL-COMPLETION             PIC X.
               88 RCTL-COMPLETED                  VALUE "C".
               88 RCTL-ENDED-EARLY                VALUE "E".
           02 RCTL-READ-COUNT             PIC 9(9).
           02 RCTL-WRITTEN-COUNT          PIC 9(9).
           02 RCTL-REJECT-COUNT           PIC 9(9).
           02 RCTL-MONEY-POSTED           PIC S9(11)V99.
           02 RCTL-INPUT-ID               PIC X(30).
           02 FILLER                      PIC X(8).
