      *----------------------------------------------------------*
      * JSEQWS - WORKING STORAGE FOR JOURNAL SEQUENCE NUMBERING   *
      * AND THE CHAIN HASH.  COPY THIS INTO WORKING-STORAGE OF    *
      * EVERY PROGRAM THAT WRITES THE JOURNAL (WITH JSEQPRC AND   *
      * JHASHPRC AT THE END OF ITS PROCEDURE DIVISION) OR         *
      * VERIFIES IT (WITH JHASHPRC).  THE PROGRAM ITSELF SELECTS  *
      * JCTL-FILE ASSIGNED TO WS-JCTL-FILE-PATH WITH FILE STATUS  *
      * WS-JCTL-STATUS AND READS THE PATH FROM ACCTPRM ENTRY      *
      * SEVENTY.                                                  *
      * THE HASH INPUT IS THE PREVIOUS ENTRY'S HASH FOLLOWED BY   *
      * THE FIRST 90 CHARACTERS OF THE ENTRY; EACH CHARACTER'S    *
      * CODE IS TAKEN THROUGH THE TWO-BYTE BINARY VIEW BELOW (A   *
      * LOW-VALUE HIGH BYTE AND THE CHARACTER AS THE LOW BYTE).   *
      *----------------------------------------------------------*
       01 WS-JCTL-STATUS                  PIC XX.
       01 WS-JCTL-FILE-PATH               PIC X(100) VALUE SPACES.
       01 WS-JSEQ-LAST-SEQ                PIC 9(10) VALUE ZERO.
       01 WS-JSEQ-LAST-HASH               PIC 9(18) VALUE ZERO.
       01 WS-JSEQ-LAST-RUN-ID             PIC X(16) VALUE SPACES.
       01 WS-JSEQ-LAST-DATE               PIC 9(8) VALUE ZERO.
       01 WS-JSEQ-FIRST-SEQ               PIC 9(10) VALUE ZERO.
       01 WS-JSEQ-STAMP-COUNT             PIC 9(7) COMP VALUE ZERO.
       01 WS-JSEQ-EOF-SW                  PIC X VALUE "N".
           88 JSEQ-EOF                            VALUE "Y".
       01 WS-JSEQ-HASH-INPUT.
           02 WS-JSEQ-HASH-PREV           PIC 9(18).
           02 WS-JSEQ-HASH-CONTENT        PIC X(90).
       01 WS-JSEQ-HASH-BYTES REDEFINES WS-JSEQ-HASH-INPUT.
           02 WS-JSEQ-HASH-BYTE           PIC X OCCURS 108 TIMES.
       01 WS-JSEQ-HASH-IX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-JSEQ-HASH-RESULT.
           02 WS-JSEQ-H1                  PIC 9(9).
           02 WS-JSEQ-H2                  PIC 9(9).
       01 WS-JSEQ-HASH-VALUE REDEFINES WS-JSEQ-HASH-RESULT
                                           PIC 9(18).
       01 WS-JSEQ-WORK                    PIC 9(15) COMP-3 VALUE ZERO.
       01 WS-JSEQ-QUOT                    PIC 9(15) COMP-3 VALUE ZERO.
       01 WS-JSEQ-ORD-AREA.
           02 WS-JSEQ-ORD-HI              PIC X.
           02 WS-JSEQ-ORD-LO              PIC X.
       01 WS-JSEQ-ORD REDEFINES WS-JSEQ-ORD-AREA PIC 9(4) COMP.
