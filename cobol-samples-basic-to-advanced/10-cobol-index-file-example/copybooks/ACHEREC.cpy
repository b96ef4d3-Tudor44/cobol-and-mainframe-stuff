      *----------------------------------------------------------*
      * ACHEREC - ACH AUTOPAY ENROLLMENT RECORD, KEYED BY ACCOUNT *
      * NUMBER.  ENROLLED, CANCELLED AND REINSTATED BY            *
      * ACCT-ACH-ENROLL, DRAFTED NIGHTLY BY ACCT-ACH-ORIGINATE    *
      * AND SUSPENDED BY ACCT-ACH-RETURNS WHEN THE CUSTOMER'S     *
      * BANK KEEPS SENDING THE DEBITS BACK.                       *
      * ACHE-STATUS:                                              *
      *   A = ACTIVE - DRAFTED EVERY MONTH ON THE DRAFT DAY,      *
      *   S = SUSPENDED BY THE RETURNS RUN - NOT DRAFTED AGAIN    *
      *       UNTIL COLLECTIONS REINSTATES IT,                    *
      *   X = CANCELLED.                                          *
      * ACHE-STATUS-DATE AND ACHE-STATUS-BY SAY WHEN AND BY WHOM  *
      * THE STATUS LAST CHANGED ("RETURNS" WHEN THE RETURNS RUN   *
      * SUSPENDED IT).                                            *
      * ACHE-BANK-ACCT-TYPE C = CHECKING, S = SAVINGS.            *
      * ACHE-PAY-TYPE F = THE FULL BALANCE OWED ON THE DRAFT DAY, *
      * A = THE FIXED ACHE-FIXED-AMT (NEVER MORE THAN IS OWED).   *
      * ACHE-DRAFT-DAY IS THE 1ST TO THE 28TH SO EVERY MONTH HAS  *
      * IT.  ACHE-LAST-DRAFT-DATE KEEPS AN ACCOUNT FROM BEING     *
      * DRAFTED TWICE IN ONE MONTH.                               *
      * ACHE-RETURN-COUNT IS THE NUMBER OF DRAFTS RETURNED SINCE  *
      * THE ENROLLMENT WAS SET UP OR LAST REINSTATED.             *
      * COPY THIS INTO THE 01-LEVEL OF THE ENROLLMENT FILE'S FD   *
      * IN EVERY PROGRAM THAT OPENS IT.                           *
      *----------------------------------------------------------*
       01  ACHE-REC.
           02  ACHE-ACCT-NO              PIC 9(9).
           02  ACHE-STATUS               PIC X.
               88  ACHE-ACTIVE               VALUE "A".
               88  ACHE-SUSPENDED            VALUE "S".
               88  ACHE-CANCELLED            VALUE "X".
           02  ACHE-ROUTING-NO           PIC 9(9).
           02  ACHE-BANK-ACCT-NO         PIC X(17).
           02  ACHE-BANK-ACCT-TYPE       PIC X.
               88  ACHE-CHECKING             VALUE "C".
               88  ACHE-SAVINGS              VALUE "S".
           02  ACHE-PAY-TYPE             PIC X.
               88  ACHE-PAY-FULL             VALUE "F".
               88  ACHE-PAY-FIXED            VALUE "A".
           02  ACHE-FIXED-AMT            PIC 9(7)V99.
           02  ACHE-DRAFT-DAY            PIC 9(2).
           02  ACHE-HOLDER-NAME          PIC X(22).
           02  ACHE-SETUP-DATE           PIC 9(8).
           02  ACHE-SETUP-BY             PIC X(8).
           02  ACHE-STATUS-DATE          PIC 9(8).
           02  ACHE-STATUS-BY            PIC X(8).
           02  ACHE-LAST-DRAFT-DATE      PIC 9(8).
           02  ACHE-LAST-DRAFT-AMT       PIC 9(9)V99.
           02  ACHE-RETURN-COUNT         PIC 9(2).
           02  ACHE-LAST-RETURN-DATE     PIC 9(8).
           02  ACHE-LAST-RETURN-CODE     PIC X(3).
