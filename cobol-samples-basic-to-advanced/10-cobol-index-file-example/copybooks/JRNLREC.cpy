      * F = FINANCE CHARGE ASSESSED BY ACCT-FINANCE-CHARGE,       *
      * J = SUPERVISED MANUAL ADJUSTMENT POSTED BY ACCT-ADJ-POST, *
      * E = CREDIT BALANCE ESCHEATED TO THE STATE BY THE          *
      * ACCT-DORMANT-ESCHEAT REMIT PASS,                          *
      * D = CREDIT BALANCE REFUNDED BY CHEQUE BY THE              *
      * ACCT-CREDIT-REFUND ISSUE PASS,                            *
      * W = BALANCE CHARGED OFF TO BAD DEBT BY THE                *
      * ACCT-CHARGE-OFF APPROVE PASS,                             *
      * Y = RECOVERY ON A CHARGED-OFF ACCOUNT, ALWAYS A PAIR: THE *
      * WRITTEN-OFF DEBT REINSTATED (NEW ABOVE OLD), THEN THE     *
      * PAYMENT COLLECTED AGAINST IT (NEW BELOW OLD),             *
      * U = ACH AUTOPAY DEBIT RETURNED UNPAID BY THE CUSTOMER'S   *
      * BANK, PUTTING THE DRAFTED PAYMENT BACK ON THE BALANCE -   *
      * POSTED BY ACCT-ACH-RETURNS.                               *
      * ENTRIES WRITTEN BEFORE THE CODE EXISTED READ BACK WITH A  *
      * BLANK CODE AND ARE TREATED AS ADDITIONS.                  *
      * JRNL-OPERATOR-ID AND JRNL-CHECKER-ID CARRY THE MAKER AND  *
      * APPROVING SUPERVISOR OF A MANUAL (CODE J) POSTING; A      *
      * CHARGE-OFF (CODE W) CARRIES ITS APPROVER AS THE CHECKER.  *
      * UNATTENDED BATCH POSTINGS WRITE BOTH AS SPACES - THE      *
      * RUN-ID ALREADY SAYS WHICH RUN MOVED THE MONEY - AND       *
      * ENTRIES WRITTEN BEFORE THE FIELDS EXISTED READ BACK       *
      * BLANK THE SAME WAY.                                       *
      * JRNL-SEQ-NO IS THE JOURNAL'S GAPLESS GLOBAL SEQUENCE      *
      * NUMBER AND JRNL-CHAIN-HASH THE HASH OF THE PREVIOUS       *
      * ENTRY'S HASH AND THIS ENTRY'S FIRST 90 CHARACTERS         *
      * (SEQUENCE NUMBER INCLUDED).  EVERY WRITER STAMPS BOTH     *
      * THROUGH JSEQPRC JUST BEFORE THE WRITE, AND                *
      * ACCT-JRNL-VERIFY WALKS THE ARCHIVE AND THE LIVE JOURNAL   *
      * TO PROVE NOTHING WAS LOST, DUPLICATED, REORDERED OR       *
      * EDITED.  ENTRIES WRITTEN BEFORE THE FIELDS EXISTED READ   *
      * BACK BLANK AND ARE NOT CHAINED.                           *
      *----------------------------------------------------------*
       01  JOURNAL-REC.
           02  JRNL-ACCT-NO              PIC 9(9).
           02  JRNL-TRAN-CODE            PIC X.
           02  JRNL-OPERATOR-ID          PIC X(8).
           02  JRNL-CHECKER-ID           PIC X(8).
           02  JRNL-SEQ-NO               PIC 9(10).
           02  JRNL-CHAIN-HASH           PIC 9(18).
