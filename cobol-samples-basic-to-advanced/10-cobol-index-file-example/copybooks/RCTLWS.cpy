      *----------------------------------------------------------*
      * RCTLWS - WORKING STORAGE FOR THE RUN-CONTROL LOG.  COPY   *
      * THIS INTO WORKING-STORAGE OF EVERY PROGRAM, WITH RCTLPRC  *
      * AT THE END OF ITS PROCEDURE DIVISION.  THE PROGRAM ITSELF *
      * SELECTS RCTL-FILE ASSIGNED TO WS-RCTL-FILE-PATH WITH FILE *
      * STATUS WS-RCTL-STATUS, READS THE PATH FROM ACCTPRM ENTRY  *
      * SEVENTY-ONE, AND IN ITS OWN 985-RCTL-TOTALS-RTN MOVES ITS *
      * RUN-ID, BUSINESS DATE, COUNTS AND MONEY POSTED INTO THE   *
      * FIELDS BELOW (A FIELD IT LEAVES ALONE KEEPS ITS DEFAULT:  *
      * THE START DATE AS BUSINESS DATE, THE START DATE AND TIME  *
      * AS RUN-ID, ZERO COUNTS).                                  *
      *----------------------------------------------------------*
       01 WS-RCTL-STATUS                  PIC XX.
       01 WS-RCTL-FILE-PATH               PIC X(100) VALUE SPACES.
       01 WS-RCTL-PROGRAM-ID              PIC X(20) VALUE SPACES.
       01 WS-RCTL-RUN-ID                  PIC X(16) VALUE SPACES.
       01 WS-RCTL-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
       01 WS-RCTL-START-STAMP.
           02 WS-RCTL-START-DATE          PIC 9(8) VALUE ZERO.
           02 WS-RCTL-START-TIME          PIC 9(8) VALUE ZERO.
       01 WS-RCTL-READ-COUNT              PIC 9(9) COMP VALUE ZERO.
       01 WS-RCTL-WRITTEN-COUNT           PIC 9(9) COMP VALUE ZERO.
       01 WS-RCTL-REJECT-COUNT            PIC 9(9) COMP VALUE ZERO.
       01 WS-RCTL-MONEY-POSTED            PIC S9(11)V99 COMP-3
                                               VALUE ZERO.
       01 WS-RCTL-INPUT-ID                PIC X(30) VALUE SPACES.
       01 WS-RCTL-COMPLETION              PIC X VALUE "C".
       01 WS-RCTL-LOGGED-SW               PIC X VALUE "N".
           88 RCTL-LOGGED                         VALUE "Y".
