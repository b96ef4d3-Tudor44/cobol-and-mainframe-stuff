      *----------------------------------------------------------*
      * ARRREC - PAYMENT ARRANGEMENT (PROMISE-TO-PAY) RECORD,     *
      * KEYED BY ACCOUNT NUMBER.  SET UP AND CANCELLED BY         *
      * ACCT-ARRANGE-MAINT, MONITORED NIGHTLY BY                  *
      * ACCT-ARRANGE-MONITOR.  WHILE A PLAN IS ACTIVE AND BEING   *
      * KEPT, ACCT-DUNNING-LETTERS SENDS THE ACCOUNT NO LETTER.   *
      * ARR-STATUS:                                               *
      *   A = ACTIVE - EVERY INSTALLMENT DUE SO FAR WAS KEPT,     *
      *   K = COMPLETE - EVERY INSTALLMENT KEPT,                  *
      *   B = BROKEN - AN INSTALLMENT CAME DUE SHORT OR UNPAID,   *
      *   X = CANCELLED BY COLLECTIONS.                           *
      * ARR-CLOSE-DATE AND ARR-CLOSED-BY SAY WHEN AND BY WHOM A   *
      * PLAN LEFT STATUS A ("MONITOR" WHEN THE NIGHTLY RUN        *
      * CLOSED IT).  A CLOSED PLAN STAYS ON THE FILE UNTIL A NEW  *
      * PLAN IS SET UP ON THE ACCOUNT.                            *
      * UP TO TWELVE INSTALLMENTS, EACH WITH ITS DUE DATE,        *
      * PROMISED AMOUNT, THE AMOUNT OF PAYMENT MATCHED TO IT AND  *
      * ITS STATUS: SPACE = NOT YET DUE, K = KEPT, P = PARTIAL,   *
      * B = BROKEN (NOTHING PAID).                                *
      * COPY THIS INTO THE 01-LEVEL OF THE ARRANGEMENT FILE'S FD  *
      * IN EVERY PROGRAM THAT OPENS IT.                           *
      *----------------------------------------------------------*
       01  ARR-REC.
           02  ARR-ACCT-NO               PIC 9(9).
           02  ARR-STATUS                PIC X.
               88  ARR-ACTIVE                VALUE "A".
               88  ARR-COMPLETE              VALUE "K".
               88  ARR-BROKEN                VALUE "B".
               88  ARR-CANCELLED             VALUE "X".
           02  ARR-SETUP-DATE            PIC 9(8).
           02  ARR-SETUP-BY              PIC X(8).
           02  ARR-CLOSE-DATE            PIC 9(8).
           02  ARR-CLOSED-BY             PIC X(8).
           02  ARR-INST-COUNT            PIC 9(2).
           02  ARR-INSTALLMENT           OCCURS 12 TIMES.
               03  ARR-INST-DUE-DATE     PIC 9(8).
               03  ARR-INST-AMOUNT       PIC 9(7)V99.
               03  ARR-INST-PAID         PIC 9(7)V99.
               03  ARR-INST-STATUS       PIC X.
                   88  ARR-INST-PENDING      VALUE SPACE.
                   88  ARR-INST-KEPT         VALUE "K".
                   88  ARR-INST-PARTIAL      VALUE "P".
                   88  ARR-INST-MISSED       VALUE "B".
