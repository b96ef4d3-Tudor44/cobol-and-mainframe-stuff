       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-JRNL-VERIFY.
       AUTHOR. GAETANO.
      *----------------------------------------------------------*
      * JOURNAL SEQUENCE AND CHAIN VERIFICATION, RUN IN FRONT OF  *
      * THE MASTER AUDIT.  THE AUDIT, THE REBUILD, THE BACK-OUT,  *
      * THE GL EXTRACT AND THE NIGHT-END CERTIFICATE ALL TRUST    *
      * THAT THE JOURNAL IS COMPLETE AND UNALTERED; A TRUNCATED   *
      * FILE, A LOST APPEND OR A LINE EDITED BY HAND WOULD PASS   *
      * THEM AS LONG AS THE TOTALS STILL HAPPENED TO TIE.  EVERY  *
      * JOURNAL WRITER NOW STAMPS EACH ENTRY WITH A GAPLESS       *
      * GLOBAL SEQUENCE NUMBER AND A HASH CHAINED FROM THE ENTRY  *
      * BEFORE IT (JSEQPRC), AND THIS PROGRAM PROVES THE CHAIN.   *
      * IT WALKS THE ARCHIVE AND THEN THE LIVE JOURNAL AND:       *
      *   - REPORTS AN ENTRY WHOSE SEQUENCE NUMBER IS LOWER THAN  *
      *     ONE ALREADY SEEN IN THE SAME FILE (OUT OF ORDER),     *
      *   - REPORTS AN UNSTAMPED ENTRY AFTER THE FIRST STAMPED    *
      *     ONE, OR A STAMP THAT IS NOT NUMERIC,                  *
      * THEN SORTS EVERY STAMPED ENTRY FROM BOTH FILES BY         *
      * SEQUENCE NUMBER AND:                                      *
      *   - REPORTS EVERY GAP (SEQUENCE NUMBERS NEVER FOUND) AND  *
      *     EVERY DUPLICATE SEQUENCE NUMBER,                      *
      *   - RECOMPUTES EACH ENTRY'S HASH FROM THE HASH BEFORE IT  *
      *     AND ITS OWN CONTENT (JHASHPRC) AND REPORTS EVERY      *
      *     ENTRY WHERE THE CHAIN IS BROKEN,                      *
      * AND LAST COMPARES THE HIGHEST ENTRY FOUND TO THE JOURNAL  *
      * CONTROL RECORD (JCTLREC), SO ENTRIES LOST FROM THE END    *
      * OF THE JOURNAL ARE CAUGHT AS WELL AS ONES LOST FROM THE   *
      * MIDDLE.  EACH PROBLEM IS LISTED WITH THE OFFENDING ENTRY  *
      * (FILE, POSITION, ACCOUNT, DATE, TIME, RUN-ID, CODE).      *
      * THE CUTOVER ARCHIVES BY DATE, SO A BACKDATED POSTING CAN  *
      * REACH THE ARCHIVE ONE CUTOVER BEFORE AN EARLIER-NUMBERED  *
      * ENTRY DATED AFTER IT; WHEN THAT ENTRY FOLLOWS IN A LATER  *
      * CUTOVER IT ARRIVES WITH A LOWER NUMBER BUT A LATER DATE,  *
      * AND IS COUNTED AS CARRIED ACROSS A CUTOVER, NOT AS OUT OF *
      * ORDER.  ENTRIES WRITTEN BEFORE THE JOURNAL WAS STAMPED    *
      * ARE COUNTED AND NOT CHAINED.                              *
      * A CLEAN JOURNAL ENDS WITH RETURN-CODE ZERO; ANY PROBLEM   *
      * ENDS WITH RETURN-CODE EIGHT TO STOP THE NIGHT'S RUN.      *
      * THE JOURNAL AND ARCHIVE PATHS ARE ACCTPRM ENTRIES FIVE    *
      * AND TWENTY-TWO; THE JOURNAL CONTROL FILE IS ENTRY         *
      * SEVENTY.                                                  *
      * EVERY RUN APPENDS A START AND AN END RECORD (RCTLREC) TO  *
      * THE RUN-CONTROL LOG, ACCTPRM ENTRY SEVENTY-ONE, SO        *
      * ACCT-RUN-SUMMARY CAN SHOW IT ON THE MORNING OPERATIONS    *
      * SUMMARY.                                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT PARM-FILE ASSIGN TO "ACCTPRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
       SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-READ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT JCTL-FILE ASSIGN TO WS-JCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JCTL-STATUS.
       SELECT JV-SORT-FILE ASSIGN TO "SORTWK".
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
       FD JCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY JCTLREC.
       SD JV-SORT-FILE.
           01 JV-SORT-REC.
               02 JVS-SEQ-NO               PIC 9(10).
               02 JVS-FILE-ORDER           PIC 9.
               02 JVS-POSITION             PIC 9(9).
               02 JVS-SOURCE               PIC X(7).
               02 JVS-ENTRY                PIC X(108).
       FD RCTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * THE ENTRY BEING CHECKED - THE SAME JRNLREC LAYOUT UNDER   *
      * JVE- NAMES, SO A FIELD ADDED TO THE COPYBOOK SHOWS UP     *
      * HERE TOO.                                                 *
      *----------------------------------------------------------*
       COPY JRNLREC REPLACING ==JOURNAL-REC== BY ==JV-ENTRY-REC==
           LEADING ==JRNL-== BY ==JVE-==.
       COPY JSEQWS.
       01 ARE-THERE-MORE-RECORDS          PIC XXX VALUE "YES".
           88 NO-MORE-RECORDS                     VALUE "NO".
       01 WS-MORE-SORT-RECS               PIC XXX VALUE "YES".
           88 NO-MORE-SORT-RECS                   VALUE "NO".
       01 WS-PARM-STATUS                  PIC XX.
       01 WS-JOURNAL-STATUS                PIC XX.
       01 WS-FILE-PATHS.
           02 WS-JOURNAL-FILE-PATH        PIC X(100).
           02 WS-ARCHIVE-FILE-PATH        PIC X(100).
       01 WS-JRNL-READ-PATH               PIC X(100) VALUE SPACES.
       01 WS-JRNL-SOURCE                  PIC X(7) VALUE SPACES.
       01 WS-FILE-ORDER                   PIC 9 VALUE ZERO.
           88 WALKING-ARCHIVE                     VALUE 1.
       01 WS-FILE-POSITION                PIC 9(9) VALUE ZERO.
       01 WS-FILE-STAMPED-SW              PIC X VALUE "N".
           88 FILE-STAMPED                        VALUE "Y".
       01 WS-FILE-HIGH-SEQ                PIC 9(10) VALUE ZERO.
       01 WS-FILE-HIGH-DATE               PIC 9(8) VALUE ZERO.
       01 WS-SHOW-SOURCE                  PIC X(7) VALUE SPACES.
       01 WS-SHOW-POSITION                PIC 9(9) VALUE ZERO.
       01 WS-CONTROL-SW                   PIC X VALUE "N".
           88 CONTROL-PRESENT                     VALUE "Y".
       01 WS-CTL-SEQ                      PIC 9(10) VALUE ZERO.
       01 WS-CTL-HASH                     PIC 9(18) VALUE ZERO.
       01 WS-PREV-SW                      PIC X VALUE "N".
           88 PREV-ENTRY-SEEN                     VALUE "Y".
       01 WS-PREV-SEQ                     PIC 9(10) VALUE ZERO.
       01 WS-PREV-HASH                    PIC 9(18) VALUE ZERO.
       01 WS-MISSING-FROM                 PIC 9(10) VALUE ZERO.
       01 WS-MISSING-THRU                 PIC 9(10) VALUE ZERO.
       01 WS-VERIFY-FAIL-SW               PIC X VALUE "N".
           88 VERIFY-FAILED                       VALUE "Y".
       01 WS-VERIFY-TOTALS.
           02 WS-ARCHIVE-COUNT            PIC 9(9) COMP VALUE ZERO.
           02 WS-JOURNAL-COUNT            PIC 9(9) COMP VALUE ZERO.
           02 WS-UNSTAMPED-COUNT          PIC 9(9) COMP VALUE ZERO.
           02 WS-STAMPED-COUNT            PIC 9(9) COMP VALUE ZERO.
           02 WS-CARRIED-COUNT            PIC 9(7) COMP VALUE ZERO.
           02 WS-ORDER-ERROR-COUNT        PIC 9(7) COMP VALUE ZERO.
           02 WS-STAMP-ERROR-COUNT        PIC 9(7) COMP VALUE ZERO.
           02 WS-GAP-COUNT                PIC 9(7) COMP VALUE ZERO.
           02 WS-MISSING-COUNT            PIC 9(9) COMP VALUE ZERO.
           02 WS-DUP-COUNT                PIC 9(7) COMP VALUE ZERO.
           02 WS-CHAIN-ERROR-COUNT        PIC 9(7) COMP VALUE ZERO.
           02 WS-CONTROL-ERROR-COUNT      PIC 9(7) COMP VALUE ZERO.
       COPY RCTLWS.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE "ACCT-JRNL-VERIFY" TO WS-RCTL-PROGRAM-ID
           PERFORM 600-READ-PARM-RTN
           PERFORM 980-RCTL-START-RTN
           PERFORM 200-READ-CONTROL-RTN
           SORT JV-SORT-FILE
               ON ASCENDING KEY JVS-SEQ-NO
               ON ASCENDING KEY JVS-FILE-ORDER
               ON ASCENDING KEY JVS-POSITION
               INPUT PROCEDURE IS 300-WALK-JOURNALS-RTN
               OUTPUT PROCEDURE IS 500-CHECK-CHAIN-RTN
           PERFORM 700-CHECK-CONTROL-RTN
           PERFORM 800-PRINT-VERIFY-RESULT-RTN
           IF VERIFY-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 990-RCTL-END-RTN
           STOP RUN.

       600-READ-PARM-RTN.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ACCTPRM PARAMETER FILE OPEN ERROR, STATUS "
                   WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 991-RCTL-ABORT-RTN
               STOP RUN
           END-IF
           PERFORM 605-SKIP-PARM-RTN 4 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-JOURNAL-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 16 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-ARCHIVE-FILE-PATH
           PERFORM 605-SKIP-PARM-RTN 47 TIMES
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-JCTL-FILE-PATH
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ
           MOVE PARM-REC TO WS-RCTL-FILE-PATH
           CLOSE PARM-FILE.

       605-SKIP-PARM-RTN.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC
           END-READ.

      *----------------------------------------------------------*
      * NO CONTROL FILE MEANS NO WRITER HAS STAMPED AN ENTRY YET. *
      *----------------------------------------------------------*
       200-READ-CONTROL-RTN.
           OPEN INPUT JCTL-FILE
           IF WS-JCTL-STATUS = "35"
               MOVE "N" TO WS-CONTROL-SW
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
                       MOVE "N" TO WS-CONTROL-SW
                   NOT AT END
                       MOVE "Y" TO WS-CONTROL-SW
                       IF JCTL-LAST-SEQ-NO IS NUMERIC
                               AND JCTL-LAST-HASH IS NUMERIC
                           MOVE JCTL-LAST-SEQ-NO TO WS-CTL-SEQ
                           MOVE JCTL-LAST-HASH TO WS-CTL-HASH
                       ELSE
                           ADD 1 TO WS-CONTROL-ERROR-COUNT
                           MOVE "Y" TO WS-VERIFY-FAIL-SW
                           DISPLAY "CONTROL RECORD IS DAMAGED - LAST"
                               " SEQUENCE OR HASH NOT NUMERIC"
                       END-IF
               END-READ
               CLOSE JCTL-FILE
           END-IF.

      *----------------------------------------------------------*
      * SORT INPUT: THE ARCHIVE, THEN THE LIVE JOURNAL, EACH      *
      * ENTRY TAGGED WITH ITS FILE AND POSITION.  ORDER WITHIN    *
      * EACH FILE IS CHECKED HERE, WHILE THE FILE ORDER IS STILL  *
      * IN HAND.                                                  *
      *----------------------------------------------------------*
       300-WALK-JOURNALS-RTN.
           MOVE WS-ARCHIVE-FILE-PATH TO WS-JRNL-READ-PATH
           MOVE "ARCHIVE" TO WS-JRNL-SOURCE
           MOVE 1 TO WS-FILE-ORDER
           PERFORM 320-WALK-ONE-FILE-RTN
           MOVE WS-JOURNAL-FILE-PATH TO WS-JRNL-READ-PATH
           MOVE "JOURNAL" TO WS-JRNL-SOURCE
           MOVE 2 TO WS-FILE-ORDER
           PERFORM 320-WALK-ONE-FILE-RTN.

       320-WALK-ONE-FILE-RTN.
           MOVE ZERO TO WS-FILE-POSITION
           MOVE "N" TO WS-FILE-STAMPED-SW
           MOVE ZERO TO WS-FILE-HIGH-SEQ
           MOVE ZERO TO WS-FILE-HIGH-DATE
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               DISPLAY WS-JRNL-SOURCE " FILE NOT FOUND - SKIPPED"
           ELSE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY WS-JRNL-SOURCE " OPEN ERROR, STATUS "
                       WS-JOURNAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 991-RCTL-ABORT-RTN
                   STOP RUN
               END-IF
               MOVE "YES" TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL NO-MORE-RECORDS
                   READ JOURNAL-FILE
                       AT END
                           MOVE "NO" TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           ADD 1 TO WS-FILE-POSITION
                           IF WALKING-ARCHIVE
                               ADD 1 TO WS-ARCHIVE-COUNT
                           ELSE
                               ADD 1 TO WS-JOURNAL-COUNT
                           END-IF
                           PERFORM 340-WALK-ENTRY-RTN
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       340-WALK-ENTRY-RTN.
           MOVE JOURNAL-REC TO JV-ENTRY-REC
           MOVE WS-JRNL-SOURCE TO WS-SHOW-SOURCE
           MOVE WS-FILE-POSITION TO WS-SHOW-POSITION
           IF JOURNAL-REC(81:28) = SPACES
               IF FILE-STAMPED
                   ADD 1 TO WS-STAMP-ERROR-COUNT
                   MOVE "Y" TO WS-VERIFY-FAIL-SW
                   DISPLAY "UNSTAMPED      ENTRY AFTER SEQ "
                       WS-FILE-HIGH-SEQ
                   PERFORM 900-SHOW-ENTRY-RTN
               ELSE
                   ADD 1 TO WS-UNSTAMPED-COUNT
               END-IF
           ELSE
               IF JRNL-SEQ-NO IS NUMERIC
                       AND JRNL-CHAIN-HASH IS NUMERIC
                   PERFORM 360-WALK-STAMPED-RTN
               ELSE
                   ADD 1 TO WS-STAMP-ERROR-COUNT
                   MOVE "Y" TO WS-VERIFY-FAIL-SW
                   DISPLAY "DAMAGED STAMP  SEQUENCE OR HASH NOT"
                       " NUMERIC"
                   PERFORM 900-SHOW-ENTRY-RTN
               END-IF
           END-IF.

       360-WALK-STAMPED-RTN.
           ADD 1 TO WS-STAMPED-COUNT
           IF FILE-STAMPED AND JRNL-SEQ-NO < WS-FILE-HIGH-SEQ
               IF WALKING-ARCHIVE AND JRNL-DATE > WS-FILE-HIGH-DATE
                   ADD 1 TO WS-CARRIED-COUNT
               ELSE
                   ADD 1 TO WS-ORDER-ERROR-COUNT
                   MOVE "Y" TO WS-VERIFY-FAIL-SW
                   DISPLAY "OUT OF ORDER   SEQ " JRNL-SEQ-NO
                       " AFTER SEQ " WS-FILE-HIGH-SEQ
                   PERFORM 900-SHOW-ENTRY-RTN
               END-IF
           END-IF
           IF JRNL-SEQ-NO > WS-FILE-HIGH-SEQ
               MOVE JRNL-SEQ-NO TO WS-FILE-HIGH-SEQ
               MOVE JRNL-DATE TO WS-FILE-HIGH-DATE
           END-IF
           MOVE "Y" TO WS-FILE-STAMPED-SW
           MOVE JRNL-SEQ-NO TO JVS-SEQ-NO
           MOVE WS-FILE-ORDER TO JVS-FILE-ORDER
           MOVE WS-FILE-POSITION TO JVS-POSITION
           MOVE WS-JRNL-SOURCE TO JVS-SOURCE
           MOVE JOURNAL-REC TO JVS-ENTRY
           RELEASE JV-SORT-REC.

      *----------------------------------------------------------*
      * SORT OUTPUT: EVERY STAMPED ENTRY IN SEQUENCE ORDER.  THE  *
      * NEXT ENTRY MUST CARRY THE NEXT NUMBER AND A HASH BUILT    *
      * FROM THE PREVIOUS ENTRY'S HASH AND ITS OWN CONTENT.  THE  *
      * CHAIN CANNOT BE PROVED ACROSS A GAP, SO AFTER A GAP OR A  *
      * BROKEN LINK IT PICKS UP AGAIN FROM THE ENTRY'S OWN HASH - *
      * ONE BAD ENTRY IS ONE PROBLEM, NOT ONE PER ENTRY AFTER IT. *
      *----------------------------------------------------------*
       500-CHECK-CHAIN-RTN.
           MOVE "YES" TO WS-MORE-SORT-RECS
           PERFORM UNTIL NO-MORE-SORT-RECS
               RETURN JV-SORT-FILE
                   AT END
                       MOVE "NO" TO WS-MORE-SORT-RECS
                   NOT AT END
                       PERFORM 520-CHECK-ENTRY-RTN
               END-RETURN
           END-PERFORM.

       520-CHECK-ENTRY-RTN.
           MOVE JVS-ENTRY TO JV-ENTRY-REC
           MOVE JVS-SOURCE TO WS-SHOW-SOURCE
           MOVE JVS-POSITION TO WS-SHOW-POSITION
           IF PREV-ENTRY-SEEN AND JVE-SEQ-NO = WS-PREV-SEQ
               ADD 1 TO WS-DUP-COUNT
               MOVE "Y" TO WS-VERIFY-FAIL-SW
               DISPLAY "DUPLICATE      SEQ " JVE-SEQ-NO
               PERFORM 900-SHOW-ENTRY-RTN
           ELSE
               IF JVE-SEQ-NO = WS-PREV-SEQ + 1
                   MOVE WS-PREV-HASH TO WS-JSEQ-HASH-PREV
                   MOVE JV-ENTRY-REC(1:90) TO WS-JSEQ-HASH-CONTENT
                   PERFORM 977-JRNL-HASH-RTN
                   IF WS-JSEQ-HASH-VALUE NOT = JVE-CHAIN-HASH
                       ADD 1 TO WS-CHAIN-ERROR-COUNT
                       MOVE "Y" TO WS-VERIFY-FAIL-SW
                       DISPLAY "CHAIN BROKEN   SEQ " JVE-SEQ-NO
                           " HASH " JVE-CHAIN-HASH " EXPECTED "
                           WS-JSEQ-HASH-VALUE
                       PERFORM 900-SHOW-ENTRY-RTN
                   END-IF
               ELSE
                   ADD 1 TO WS-GAP-COUNT
                   MOVE "Y" TO WS-VERIFY-FAIL-SW
                   IF JVE-SEQ-NO = ZERO
                       DISPLAY "GAP            SEQ ZERO IS NEVER"
                           " ISSUED"
                   ELSE
                       COMPUTE WS-MISSING-FROM = WS-PREV-SEQ + 1
                       COMPUTE WS-MISSING-THRU = JVE-SEQ-NO - 1
                       COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
                           + WS-MISSING-THRU - WS-MISSING-FROM + 1
                       DISPLAY "GAP            SEQ " WS-MISSING-FROM
                           " THRU " WS-MISSING-THRU
                           " MISSING BEFORE"
                   END-IF
                   PERFORM 900-SHOW-ENTRY-RTN
               END-IF
               MOVE JVE-SEQ-NO TO WS-PREV-SEQ
               MOVE JVE-CHAIN-HASH TO WS-PREV-HASH
               MOVE "Y" TO WS-PREV-SW
           END-IF.

      *----------------------------------------------------------*
      * THE CONTROL RECORD HOLDS THE LAST NUMBER ANY WRITER       *
      * ISSUED.  FEWER ON FILE MEANS ENTRIES WERE LOST FROM THE   *
      * END; MORE MEANS A WRITER STOPPED BEFORE SAVING IT, OR     *
      * ENTRIES WERE ADDED BY SOMETHING THAT IS NOT A WRITER.     *
      *----------------------------------------------------------*
       700-CHECK-CONTROL-RTN.
           IF CONTROL-PRESENT
               IF WS-CTL-SEQ > WS-PREV-SEQ
                   ADD 1 TO WS-CONTROL-ERROR-COUNT
                   MOVE "Y" TO WS-VERIFY-FAIL-SW
                   COMPUTE WS-MISSING-FROM = WS-PREV-SEQ + 1
                   COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
                       + WS-CTL-SEQ - WS-PREV-SEQ
                   DISPLAY "ENTRIES MISSING SEQ " WS-MISSING-FROM
                       " THRU " WS-CTL-SEQ
                       " - ISSUED PER CONTROL RECORD, NOT ON FILE"
               ELSE
                   IF WS-CTL-SEQ < WS-PREV-SEQ
                       ADD 1 TO WS-CONTROL-ERROR-COUNT
                       MOVE "Y" TO WS-VERIFY-FAIL-SW
                       DISPLAY "JOURNAL AHEAD OF CONTROL RECORD - LAST"
                           " SEQ ON FILE " WS-PREV-SEQ
                           " CONTROL RECORD " WS-CTL-SEQ
                   ELSE
                       IF WS-CTL-HASH NOT = WS-PREV-HASH
                           ADD 1 TO WS-CONTROL-ERROR-COUNT
                           MOVE "Y" TO WS-VERIFY-FAIL-SW
                           DISPLAY "LAST ENTRY SEQ " WS-PREV-SEQ
                               " DOES NOT MATCH THE CONTROL RECORD"
                               " HASH"
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF PREV-ENTRY-SEEN
                   ADD 1 TO WS-CONTROL-ERROR-COUNT
                   MOVE "Y" TO WS-VERIFY-FAIL-SW
                   DISPLAY "CONTROL RECORD MISSING - JOURNAL IS"
                       " STAMPED THRU SEQ " WS-PREV-SEQ
               ELSE
                   DISPLAY "NO JOURNAL CONTROL RECORD AND NO STAMPED"
                       " ENTRIES - NOTHING TO CHAIN YET"
               END-IF
           END-IF.

       900-SHOW-ENTRY-RTN.
           DISPLAY "    " WS-SHOW-SOURCE " ENTRY " WS-SHOW-POSITION
               " ACCT " JVE-ACCT-NO " DATE " JVE-DATE
               " TIME " JVE-TIME " RUN-ID " JVE-RUN-ID
               " CODE " JVE-TRAN-CODE.

       800-PRINT-VERIFY-RESULT-RTN.
           DISPLAY "===== ACCT-JRNL-VERIFY RESULTS =====".
           DISPLAY "ARCHIVE ENTRIES READ  . . . : " WS-ARCHIVE-COUNT.
           DISPLAY "JOURNAL ENTRIES READ  . . . : " WS-JOURNAL-COUNT.
           DISPLAY "ENTRIES BEFORE STAMPING . . : "
               WS-UNSTAMPED-COUNT.
           DISPLAY "STAMPED ENTRIES . . . . . . : " WS-STAMPED-COUNT.
           DISPLAY "LAST SEQUENCE ON FILE . . . : " WS-PREV-SEQ.
           DISPLAY "LAST SEQUENCE PER CONTROL . : " WS-CTL-SEQ.
           DISPLAY "CARRIED ACROSS A CUTOVER  . : " WS-CARRIED-COUNT.
           DISPLAY "OUT-OF-ORDER ENTRIES  . . . : "
               WS-ORDER-ERROR-COUNT.
           DISPLAY "UNSTAMPED/DAMAGED STAMPS  . : "
               WS-STAMP-ERROR-COUNT.
           DISPLAY "GAPS  . . . . . . . . . . . : " WS-GAP-COUNT.
           DISPLAY "SEQUENCE NUMBERS MISSING  . : " WS-MISSING-COUNT.
           DISPLAY "DUPLICATE SEQUENCE NUMBERS  : " WS-DUP-COUNT.
           DISPLAY "BROKEN CHAIN LINKS  . . . . : "
               WS-CHAIN-ERROR-COUNT.
           DISPLAY "CONTROL RECORD MISMATCHES . : "
               WS-CONTROL-ERROR-COUNT.
           IF VERIFY-FAILED
               DISPLAY "VERIFY RESULT . . . . . . . : *** FAILED ***"
               DISPLAY "THE JOURNAL CANNOT BE TRUSTED - THE NIGHT'S"
                   " RUN MUST NOT PROCEED."
           ELSE
               DISPLAY "VERIFY RESULT . . . . . . . : CLEAN"
           END-IF.

       COPY JHASHPRC.

       985-RCTL-TOTALS-RTN.
           COMPUTE WS-RCTL-READ-COUNT =
               WS-ARCHIVE-COUNT + WS-JOURNAL-COUNT
           COMPUTE WS-RCTL-REJECT-COUNT =
               WS-ORDER-ERROR-COUNT + WS-STAMP-ERROR-COUNT
               + WS-GAP-COUNT + WS-DUP-COUNT
               + WS-CHAIN-ERROR-COUNT + WS-CONTROL-ERROR-COUNT.

       COPY RCTLPRC.
