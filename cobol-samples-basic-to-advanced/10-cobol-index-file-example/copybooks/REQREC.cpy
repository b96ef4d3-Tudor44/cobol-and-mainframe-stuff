      *                  (ANSWERED BY ACCT-LISTING-REPORT)        *
      *   REQ-TYPE "L" - FULL MASTER LISTING, NO OPERAND.         *
      *                  (ANSWERED BY ACCT-LISTING-REPORT)        *
      *   REQ-TYPE "H" - ACCOUNT POSTING HISTORY.  OPERAND IS THE *
      *                  NINE-DIGIT ACCOUNT NUMBER; REQ-TO-DATE   *
      *                  IS THE AS-OF DATE (BLANK MEANS TODAY)    *
      *                  AND REQ-FROM-DATE STARTS A DATE RANGE -  *
      *                  BLANK LISTS FROM THE CLOSEST SNAPSHOT    *
      *                  BEFORE THE AS-OF DATE, ALL ZEROS LISTS   *
      *                  FROM THE ACCOUNT'S FIRST POSTING, E.G.   *
      *                  H000000042  2026090120260930.            *
      *                  (ANSWERED BY ACCT-HIST-INQUIRY)          *
      * EACH PROGRAM ANSWERS ITS OWN TYPES AND PASSES OVER THE    *
      * OTHER PROGRAMS', SO THE SAME FILE DRIVES EVERY STEP.      *
      * THE TWO DATES ARE ONLY USED BY TYPE H; THE OTHER TYPES    *
      * LEAVE THEM BLANK OR END THE LINE AT THE OPERAND.          *
      *----------------------------------------------------------*
       01  REQUEST-REC.
           02  REQ-TYPE                  PIC X.
               88  REQ-BALANCE-THRESHOLD     VALUE "B".
               88  REQ-SINGLE-ACCOUNT        VALUE "S".
               88  REQ-FULL-LISTING          VALUE "L".
               88  REQ-ACCOUNT-HISTORY       VALUE "H".
           02  REQ-OPERAND               PIC X(11).
           02  REQ-FROM-DATE             PIC X(8).
           02  REQ-TO-DATE               PIC X(8).
