      *----------------------------------------------------------*
      * HOLDREC - ACCOUNT HOLD (DISPUTE/CONTROL) RECORD, KEYED BY *
      * ACCOUNT NUMBER, PLACED AND RELEASED BY ACCT-HOLD-MAINT.   *
      * WHILE A HOLD IS OPEN THE COLLECTION PROGRAMS LEAVE THE    *
      * ACCOUNT ALONE: ACCT-FINANCE-CHARGE ASSESSES NOTHING ON    *
      * THE HELD AMOUNT, ACCT-DUNNING-LETTERS SENDS NO LETTER     *
      * AND ACCT-AGING-REPORT SETS THE HELD AMOUNT ASIDE FROM     *
      * THE BUCKETS.                                              *
      * HOLD-TYPE:                                                *
      *   D = CUSTOMER DISPUTE,                                   *
      *   B = BANKRUPTCY,                                         *
      *   E = DECEASED (ESTATE),                                  *
      *   L = LEGAL.                                              *
      * HOLD-AMOUNT IS THE AMOUNT IN DISPUTE.  IT ONLY NARROWS A  *
      * TYPE-D HOLD - ZERO, OR ANY OTHER HOLD TYPE, HOLDS THE     *
      * WHOLE BALANCE.                                            *
      * HOLD-STATUS O = OPEN, R = RELEASED.  A RELEASED HOLD      *
      * STAYS ON THE FILE WITH ITS CLOSE DATE AND RELEASING       *
      * OPERATOR UNTIL A NEW HOLD IS PLACED ON THE ACCOUNT.       *
      * COPY THIS INTO THE 01-LEVEL OF THE HOLD FILE'S FD IN      *
      * EVERY PROGRAM THAT OPENS IT.                              *
      *----------------------------------------------------------*
       01  HOLD-REC.
           02  HOLD-ACCT-NO              PIC 9(9).
           02  HOLD-TYPE                 PIC X.
               88  HOLD-DISPUTE              VALUE "D".
               88  HOLD-BANKRUPTCY           VALUE "B".
               88  HOLD-DECEASED             VALUE "E".
               88  HOLD-LEGAL                VALUE "L".
               88  HOLD-TYPE-VALID           VALUE "D", "B", "E", "L".
           02  HOLD-STATUS               PIC X.
               88  HOLD-OPEN                 VALUE "O".
               88  HOLD-RELEASED             VALUE "R".
           02  HOLD-AMOUNT               PIC 9(9)V99.
           02  HOLD-OPEN-DATE            PIC 9(8).
           02  HOLD-CLOSE-DATE           PIC 9(8).
           02  HOLD-PLACED-BY            PIC X(8).
           02  HOLD-RELEASED-BY          PIC X(8).
