      * POINT, SO NOTHING GOES RED WHEN THE OLD ENTRIES LEAVE     *
      * THE LIVE JOURNAL.                                         *
      * NOTHING HERE MOVES MONEY, SO NOTHING IS JOURNALED.        *
      * ENTRIES ARE COPIED WHOLE, JOURNAL SEQUENCE NUMBER AND     *
      * CHAIN HASH INCLUDED, SO ACCT-JRNL-VERIFY STILL FOLLOWS    *
      * ONE CHAIN ACROSS THE ARCHIVE AND THE LIVE JOURNAL.        *
      * AFTER A BALANCED RUN OPERATIONS REPLACES THE LIVE         *
      * JOURNAL WITH THE CARRY-FORWARD FILE AND THE LIVE          *
      * SNAPSHOT WITH THE NEW ONE, THE SAME SWAP CONVENTION       *
      * THE JOURNAL PATH IS ACCTPRM ENTRY FIVE; THE ARCHIVE,      *
      * LIVE SNAPSHOT, NEW SNAPSHOT AND CARRY-FORWARD JOURNAL     *
      * ARE THE NEW ENTRIES TWENTY-TWO TO TWENTY-FIVE.            *
      * EVERY RUN APPENDS A START AND AN END RECORD (RCTLREC) TO  *
      * THE RUN-CONTROL LOG, ACCTPRM ENTRY SEVENTY-ONE, SO        *
      * ACCT-RUN-SUMMARY CAN SHOW IT ON THE MORNING OPERATIONS    *
      * SUMMARY.                                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-NEW-STATUS.
       SELECT ARCH-SORT-FILE ASSIGN TO "SORTWK".
       SELECT RCTL-FILE ASSIGN TO WS-RCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORD CONTAINS 100 CHARACTERS.
           01 PARM-REC                     PIC X(100).
       FD JOURNAL-FILE
           RECORD CONTAINS 108 CHARACTERS.
           COPY JRNLREC.
       FD ARCHIVE-FILE
           RECORD CONTAINS 108 CHARACTERS.
           01 ARCHIVE-REC                  PIC X(108).
       FD SNAPSHOT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY SNAPREC.
           RECORD CONTAINS 48 CHARACTERS.
           01 SNAPSHOT-NEW-REC             PIC X(48).
       FD JOURNAL-NEW-FILE
           RECORD CONTAINS 108 CHARACTERS.
           01 JOURNAL-NEW-REC              PIC X(108).
       SD ARCH-SORT-FILE.
           01 ARCH-SORT-REC.
               02 ARCH-SORT-ACCT           PIC 9(9).
               02 ARCH-SORT-OLD            PIC S9(9)V99.
               02 ARCH-SORT-NEW            PIC S9(9)V99.
               02 ARCH-SORT-TRAN           PIC X.
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * BUILD AREA FOR THE NEW SNAPSHOT - THE SAME SNAPREC        *
           02 WS-GRAND-TOTAL              PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-RECON-VERDICT                PIC X(14) VALUE SPACES.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-JRNL-CUTOVER" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
               DISPLAY "CUTOVER DATE IS NOT NUMERIC - NOTHING"
                   " ARCHIVED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF
           IF WS-CUTOVER-DATE = ZERO
               OR WS-CUTOVER-DATE NOT < WS-CURRENT-DATE
               DISPLAY "CUTOVER DATE MUST BE A PAST DATE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RCTL-END-RTN
               STOP RUN
           END-IF
           PERFORM 250-CHECK-OLD-SNAPSHOT-RTN
           IF WS-RECON-VERDICT NOT = "BALANCED"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 990-RCTL-END-RTN
           STOP RUN.

       600-READ-PARM-RTN.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ACCTPRM PARAMETER FILE OPEN ERROR, STATUS "
                   WS-PARM-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           PERFORM 605-SKIP-PARM-RTN 4 TIMES
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-JOURNAL-NEW-PATH
           PERFORM 605-SKIP-PARM-RTN 45 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
                   DISPLAY "SNAPSHOT-FILE OPEN ERROR, STATUS "
                       WS-SNAPSHOT-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-OLD-SNAP-SW
                       " NOT AFTER PRIOR SNAPSHOT CUTOVER "
                       WS-OLD-SNAP-CUTOVER " - REFUSED"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-RCTL-END-RTN
                   STOP RUN
               END-IF
           END-IF.
               IF WS-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "ARCHIVE-FILE OPEN ERROR, STATUS "
                       WS-ARCHIVE-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
           END-IF
           IF WS-SNAPSHOT-NEW-STATUS NOT = "00"
               DISPLAY "SNAPSHOT-NEW-FILE OPEN ERROR, STATUS "
                   WS-SNAPSHOT-NEW-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL-NEW-FILE
           IF WS-JOURNAL-NEW-STATUS NOT = "00"
               DISPLAY "JOURNAL-NEW-FILE OPEN ERROR, STATUS "
                   WS-JOURNAL-NEW-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF.

           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "JOURNAL-FILE OPEN ERROR, STATUS "
                   WS-JOURNAL-STATUS
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
               IF WS-SNAPSHOT-STATUS NOT = "00"
                   DISPLAY "SNAPSHOT-FILE OPEN ERROR, STATUS "
                       WS-SNAPSHOT-STATUS
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "N" TO WS-OLD-SNAP-EOF-SW
           ELSE
               DISPLAY "DO NOT SWAP - NOTHING LIVE WAS CHANGED."
           END-IF.

       985-RCTL-TOTALS-RTN.
           IF WS-RUN-DATE NOT = ZERO
               MOVE WS-RUN-ID TO WS-RCTL-RUN-ID
           END-IF
           MOVE WS-JRNL-READ-COUNT TO WS-RCTL-READ-COUNT
           MOVE WS-ARCHIVED-COUNT TO WS-RCTL-WRITTEN-COUNT.

       COPY RCTLPRC.
