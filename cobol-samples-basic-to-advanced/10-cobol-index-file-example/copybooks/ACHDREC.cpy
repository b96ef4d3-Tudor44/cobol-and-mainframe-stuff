      *----------------------------------------------------------*
      * ACHDREC - ACH DRAFT HISTORY RECORD, KEYED BY THE          *
      * FIFTEEN-DIGIT NACHA TRACE NUMBER (ODFI ROUTING PREFIX     *
      * PLUS A SEVEN-DIGIT SEQUENCE).  WRITTEN BY                 *
      * ACCT-ACH-ORIGINATE FOR EVERY DEBIT IT SENDS THE BANK AND  *
      * POSTS, AND MARKED RETURNED BY ACCT-ACH-RETURNS WHEN THE   *
      * BANK SENDS THE DEBIT BACK - THE RETURN ENTRY CARRIES THE  *
      * ORIGINAL TRACE NUMBER, SO THIS IS HOW A RETURN FINDS THE  *
      * PAYMENT IT REVERSES, AND HOW THE SAME RETURN IS NEVER     *
      * REVERSED TWICE.                                           *
      * ACHD-STATUS O = ORIGINATED AND POSTED, R = RETURNED AND   *
      * REVERSED.  ACHD-POST-DATE AND ACHD-POST-TIME ARE THE      *
      * JRNL-DATE AND JRNL-TIME OF THE CODE-P POSTING (THE        *
      * PAYMENT-DETAIL KEY).                                      *
      * THE RECORD WITH TRACE NUMBER ZERO IS THE FILE'S CONTROL   *
      * RECORD: ACHD-LAST-SEQ ON IT IS THE LAST TRACE SEQUENCE    *
      * ISSUED, SO NO TWO DRAFTS EVER SHARE A TRACE NUMBER.       *
      * COPY THIS INTO THE 01-LEVEL OF THE DRAFT HISTORY FILE'S   *
      * FD IN EVERY PROGRAM THAT OPENS IT.                        *
      *----------------------------------------------------------*
       01  ACHD-REC.
           02  ACHD-TRACE-NO             PIC 9(15).
           02  ACHD-ACCT-NO              PIC 9(9).
           02  ACHD-LAST-SEQ REDEFINES ACHD-ACCT-NO
                                         PIC 9(9).
           02  ACHD-STATUS               PIC X.
               88  ACHD-ORIGINATED           VALUE "O".
               88  ACHD-RETURNED             VALUE "R".
           02  ACHD-POST-DATE            PIC 9(8).
           02  ACHD-POST-TIME            PIC 9(8).
           02  ACHD-AMOUNT               PIC 9(9)V99.
           02  ACHD-ROUTING-NO           PIC 9(9).
           02  ACHD-BANK-ACCT-NO         PIC X(17).
           02  ACHD-RUN-ID               PIC X(16).
           02  ACHD-RETURN-CODE          PIC X(3).
           02  ACHD-RETURN-DATE          PIC 9(8).
           02  ACHD-RETURN-RUN-ID        PIC X(16).
