      *----------------------------------------------------------*
      * RCTLPRC - RUN-CONTROL LOGGING FOR EVERY PROGRAM IN THE    *
      * SUITE.  COPY AT THE END OF THE PROCEDURE DIVISION, WITH   *
      * RCTLWS IN WORKING-STORAGE.  THE PROGRAM:                  *
      *   - MOVES ITS PROGRAM-ID TO WS-RCTL-PROGRAM-ID BEFORE IT  *
      *     READS ACCTPRM AND PERFORMS 980-RCTL-START-RTN RIGHT   *
      *     AFTER (A RUN REFUSED WHILE ITS PARAMETERS ARE BEING   *
      *     CHECKED GETS ITS S RECORD FROM 990 INSTEAD),          *
      *   - PERFORMS 990-RCTL-END-RTN JUST BEFORE EVERY STOP RUN  *
      *     THAT ENDS A RUN NORMALLY, AND 991-RCTL-ABORT-RTN      *
      *     BEFORE EVERY STOP RUN THAT GIVES UP ON A FILE ERROR,  *
      *   - SUPPLIES 985-RCTL-TOTALS-RTN, WHICH 990 PERFORMS TO   *
      *     PICK UP THE RUN'S OWN RUN-ID, COUNTS AND MONEY.       *
      * THE RETURN CODE IS TAKEN AS IT STANDS, SO IT MUST BE SET  *
      * BEFORE 990 OR 991 IS PERFORMED.  WITH NO LOG PATH (THE    *
      * PARAMETER FILE COULD NOT BE READ) NOTHING IS WRITTEN, AND *
      * A LOG THAT CANNOT BE OPENED IS REPORTED BUT NEVER STOPS   *
      * OR CHANGES THE RESULT OF THE RUN.                         *
      *----------------------------------------------------------*
       980-RCTL-START-RTN.
           ACCEPT WS-RCTL-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RCTL-START-TIME FROM TIME
           MOVE WS-RCTL-START-DATE TO WS-RCTL-BUSINESS-DATE
           MOVE WS-RCTL-START-STAMP TO WS-RCTL-RUN-ID
           MOVE SPACES TO RCTL-REC
           MOVE "S" TO RCTL-REC-TYPE
           MOVE WS-RCTL-PROGRAM-ID TO RCTL-PROGRAM-ID
           MOVE WS-RCTL-RUN-ID TO RCTL-RUN-ID
           MOVE WS-RCTL-BUSINESS-DATE TO RCTL-BUSINESS-DATE
           MOVE WS-RCTL-START-DATE TO RCTL-START-DATE
           MOVE WS-RCTL-START-TIME TO RCTL-START-TIME
           MOVE ZERO TO RCTL-END-DATE
           MOVE ZERO TO RCTL-END-TIME
           MOVE ZERO TO RCTL-RETURN-CODE
           MOVE ZERO TO RCTL-READ-COUNT
           MOVE ZERO TO RCTL-WRITTEN-COUNT
           MOVE ZERO TO RCTL-REJECT-COUNT
           MOVE ZERO TO RCTL-MONEY-POSTED
           PERFORM 995-RCTL-WRITE-RTN.

       990-RCTL-END-RTN.
           IF NOT RCTL-LOGGED
               MOVE "Y" TO WS-RCTL-LOGGED-SW
               IF WS-RCTL-START-DATE = ZERO
                   PERFORM 980-RCTL-START-RTN
               END-IF
               PERFORM 985-RCTL-TOTALS-RTN
               MOVE SPACES TO RCTL-REC
               MOVE "E" TO RCTL-REC-TYPE
               MOVE WS-RCTL-PROGRAM-ID TO RCTL-PROGRAM-ID
               MOVE WS-RCTL-RUN-ID TO RCTL-RUN-ID
               MOVE WS-RCTL-BUSINESS-DATE TO RCTL-BUSINESS-DATE
               MOVE WS-RCTL-START-DATE TO RCTL-START-DATE
               MOVE WS-RCTL-START-TIME TO RCTL-START-TIME
               ACCEPT RCTL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RCTL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RCTL-RETURN-CODE
               MOVE WS-RCTL-COMPLETION TO RCTL-COMPLETION
               MOVE WS-RCTL-READ-COUNT TO RCTL-READ-COUNT
               MOVE WS-RCTL-WRITTEN-COUNT TO RCTL-WRITTEN-COUNT
               MOVE WS-RCTL-REJECT-COUNT TO RCTL-REJECT-COUNT
               MOVE WS-RCTL-MONEY-POSTED TO RCTL-MONEY-POSTED
               MOVE WS-RCTL-INPUT-ID TO RCTL-INPUT-ID
               PERFORM 995-RCTL-WRITE-RTN
           END-IF.

       991-RCTL-ABORT-RTN.
           MOVE "E" TO WS-RCTL-COMPLETION
           PERFORM 990-RCTL-END-RTN.

       995-RCTL-WRITE-RTN.
           IF WS-RCTL-FILE-PATH NOT = SPACES
               OPEN EXTEND RCTL-FILE
               IF WS-RCTL-STATUS = "35"
                   OPEN OUTPUT RCTL-FILE
               END-IF
               IF WS-RCTL-STATUS NOT = "00"
                   DISPLAY "RCTL-FILE OPEN ERROR, STATUS "
                       WS-RCTL-STATUS " - RUN NOT LOGGED"
               ELSE
                   WRITE RCTL-REC
                   CLOSE RCTL-FILE
               END-IF
           END-IF.
