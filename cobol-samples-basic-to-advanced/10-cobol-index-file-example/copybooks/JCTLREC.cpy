      *----------------------------------------------------------*
      * JCTLREC - JOURNAL CONTROL RECORD, THE ONE RECORD ON THE   *
      * JOURNAL CONTROL FILE (ACCTPRM ENTRY SEVENTY).  CARRIES    *
      * THE LAST JOURNAL SEQUENCE NUMBER ISSUED AND ITS CHAIN     *
      * HASH, REWRITTEN BY EVERY JOURNAL WRITER AT THE END OF A   *
      * RUN THAT STAMPED ENTRIES (JSEQPRC), SO THE NEXT WRITER    *
      * CONTINUES THE CHAIN EVEN WHEN THE CUTOVER HAS LEFT THE    *
      * LIVE JOURNAL EMPTY, AND ACCT-JRNL-VERIFY CAN TELL A       *
      * JOURNAL THAT LOST ITS LAST ENTRIES FROM ONE THAT IS       *
      * COMPLETE.  JCTL-LAST-RUN-ID AND JCTL-LAST-DATE ARE THE    *
      * RUN-ID AND JRNL-DATE OF THAT LAST ENTRY.  COPY THIS INTO  *
      * THE 01-LEVEL OF THE CONTROL FILE'S FD IN EVERY PROGRAM    *
      * THAT OPENS IT.                                            *
      *----------------------------------------------------------*
       01  JCTL-REC.
           02  JCTL-LAST-SEQ-NO          PIC 9(10).
           02  JCTL-LAST-HASH            PIC 9(18).
           02  JCTL-LAST-RUN-ID          PIC X(16).
           02  JCTL-LAST-DATE            PIC 9(8).
           02  JCTL-UPDATE-DATE          PIC 9(8).
           02  JCTL-UPDATE-TIME          PIC 9(8).
           02  FILLER                    PIC X(12).
