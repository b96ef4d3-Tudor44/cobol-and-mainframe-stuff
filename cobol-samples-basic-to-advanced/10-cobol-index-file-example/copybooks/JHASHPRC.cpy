      *----------------------------------------------------------*
      * JHASHPRC - JOURNAL CHAIN HASH.  HASHES THE 108 BYTES OF   *
      * WS-JSEQ-HASH-INPUT (PREVIOUS HASH, THEN THE ENTRY'S FIRST *
      * 90 CHARACTERS) INTO WS-JSEQ-HASH-VALUE: TWO POLYNOMIAL    *
      * HASHES, EACH REDUCED MODULO A NINE-DIGIT PRIME, SIDE BY   *
      * SIDE.  ANY CHANGE TO AN ENTRY, OR TO THE HASH BEFORE IT,  *
      * CHANGES THE RESULT.  THE WRITERS (JSEQPRC) AND            *
      * ACCT-JRNL-VERIFY MUST HASH IDENTICALLY, SO BOTH COPY THIS *
      * AT THE END OF THEIR PROCEDURE DIVISION.                   *
      *----------------------------------------------------------*
       977-JRNL-HASH-RTN.
           MOVE 314159 TO WS-JSEQ-H1
           MOVE 271828 TO WS-JSEQ-H2
           MOVE LOW-VALUE TO WS-JSEQ-ORD-HI
           PERFORM 978-JRNL-HASH-BYTE-RTN
               VARYING WS-JSEQ-HASH-IX FROM 1 BY 1
               UNTIL WS-JSEQ-HASH-IX > 108.

       978-JRNL-HASH-BYTE-RTN.
           MOVE WS-JSEQ-HASH-BYTE(WS-JSEQ-HASH-IX) TO WS-JSEQ-ORD-LO
           COMPUTE WS-JSEQ-WORK = WS-JSEQ-H1 * 257 + WS-JSEQ-ORD + 1
           DIVIDE WS-JSEQ-WORK BY 999999937 GIVING WS-JSEQ-QUOT
               REMAINDER WS-JSEQ-H1
           COMPUTE WS-JSEQ-WORK = WS-JSEQ-H2 * 263 + WS-JSEQ-ORD + 1
           DIVIDE WS-JSEQ-WORK BY 999999929 GIVING WS-JSEQ-QUOT
               REMAINDER WS-JSEQ-H2.
