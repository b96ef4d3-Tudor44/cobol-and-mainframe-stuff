      *----------------------------------------------------------*
      * JSEQPRC - JOURNAL SEQUENCE NUMBERING FOR EVERY PROGRAM    *
      * THAT WRITES THE JOURNAL.  COPY AT THE END OF THE          *
      * PROCEDURE DIVISION, AHEAD OF JHASHPRC, WITH JSEQWS IN     *
      * WORKING-STORAGE.  THE PROGRAM:                            *
      *   - PERFORMS 970-JRNL-CHAIN-START-RTN BEFORE IT OPENS     *
      *     JOURNAL-FILE EXTEND,                                  *
      *   - PERFORMS 975-JRNL-STAMP-RTN AS THE LAST THING BEFORE  *
      *     EVERY WRITE JOURNAL-REC,                              *
      *   - PERFORMS 979-JRNL-CHAIN-SAVE-RTN ONCE THE JOURNAL IS  *
      *     CLOSED.                                               *
      * THE CHAIN CONTINUES FROM THE HIGHER OF THE CONTROL        *
      * RECORD AND THE LAST STAMPED ENTRY ON THE LIVE JOURNAL:    *
      * AFTER A CUTOVER THE LIVE JOURNAL MAY HOLD NOTHING NEWER   *
      * THAN THE CONTROL RECORD, AND AFTER A WRITER THAT ENDED    *
      * BEFORE SAVING IT THE JOURNAL IS AHEAD OF IT.  EITHER WAY  *
      * NO NUMBER IS EVER ISSUED TWICE.                           *
      *----------------------------------------------------------*
       970-JRNL-CHAIN-START-RTN.
           MOVE ZERO TO WS-JSEQ-LAST-SEQ
           MOVE ZERO TO WS-JSEQ-LAST-HASH
           OPEN INPUT JCTL-FILE
           IF WS-JCTL-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-JCTL-STATUS NOT = "00"
                   DISPLAY "JCTL-FILE OPEN ERROR, STATUS "
                       WS-JCTL-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               READ JCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JCTL-LAST-SEQ-NO IS NUMERIC
                               AND JCTL-LAST-HASH IS NUMERIC
                           MOVE JCTL-LAST-SEQ-NO TO WS-JSEQ-LAST-SEQ
                           MOVE JCTL-LAST-HASH TO WS-JSEQ-LAST-HASH
                       END-IF
               END-READ
               CLOSE JCTL-FILE
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               MOVE "N" TO WS-JSEQ-EOF-SW
               PERFORM UNTIL JSEQ-EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-JSEQ-EOF-SW
                       NOT AT END
                           IF JRNL-SEQ-NO IS NUMERIC
                                   AND JRNL-CHAIN-HASH IS NUMERIC
                                   AND JRNL-SEQ-NO > WS-JSEQ-LAST-SEQ
                               MOVE JRNL-SEQ-NO TO WS-JSEQ-LAST-SEQ
                               MOVE JRNL-CHAIN-HASH
                                   TO WS-JSEQ-LAST-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           COMPUTE WS-JSEQ-FIRST-SEQ = WS-JSEQ-LAST-SEQ + 1.

       975-JRNL-STAMP-RTN.
           ADD 1 TO WS-JSEQ-LAST-SEQ
           MOVE WS-JSEQ-LAST-SEQ TO JRNL-SEQ-NO
           MOVE WS-JSEQ-LAST-HASH TO WS-JSEQ-HASH-PREV
           MOVE JOURNAL-REC(1:90) TO WS-JSEQ-HASH-CONTENT
           PERFORM 977-JRNL-HASH-RTN
           MOVE WS-JSEQ-HASH-VALUE TO JRNL-CHAIN-HASH
           MOVE WS-JSEQ-HASH-VALUE TO WS-JSEQ-LAST-HASH
           MOVE JRNL-RUN-ID TO WS-JSEQ-LAST-RUN-ID
           MOVE JRNL-DATE TO WS-JSEQ-LAST-DATE
           ADD 1 TO WS-JSEQ-STAMP-COUNT.

       979-JRNL-CHAIN-SAVE-RTN.
           IF WS-JSEQ-STAMP-COUNT > ZERO
               OPEN OUTPUT JCTL-FILE
               IF WS-JCTL-STATUS NOT = "00"
                   DISPLAY "JCTL-FILE OPEN ERROR, STATUS "
                       WS-JCTL-STATUS " - CONTROL RECORD NOT SAVED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO JCTL-REC
                   MOVE WS-JSEQ-LAST-SEQ TO JCTL-LAST-SEQ-NO
                   MOVE WS-JSEQ-LAST-HASH TO JCTL-LAST-HASH
                   MOVE WS-JSEQ-LAST-RUN-ID TO JCTL-LAST-RUN-ID
                   MOVE WS-JSEQ-LAST-DATE TO JCTL-LAST-DATE
                   ACCEPT JCTL-UPDATE-DATE FROM DATE YYYYMMDD
                   ACCEPT JCTL-UPDATE-TIME FROM TIME
                   WRITE JCTL-REC
                   CLOSE JCTL-FILE
               END-IF
               DISPLAY "JOURNAL SEQUENCE STAMPED  . : "
                   WS-JSEQ-FIRST-SEQ " THRU " WS-JSEQ-LAST-SEQ
           END-IF.
