      *----------------------------------------------------------*
      * AGSNREC - AGING SNAPSHOT RECORD WRITTEN BY                *
      * ACCT-AGING-REPORT ON EVERY RUN.  ONE A RECORD PER ACCOUNT *
      * IN ASCENDING ACCOUNT ORDER CARRYING THE BUCKET THE        *
      * ACCOUNT AGED INTO (1 = CURRENT, 2 = 30-59, 3 = 60-89, 4 = *
      * 90-119, 5 = 120+), ITS BALANCE, THE AMOUNT AGED IN THE    *
      * BUCKET (THE BALANCE LESS ANY AMOUNT SET ASIDE BY AN OPEN  *
      * HOLD) AND THE HOLD FLAG, FOLLOWED BY ONE T RECORD WITH    *
      * THE ACCOUNT COUNT (IN PLACE OF THE ACCOUNT NUMBER), THE   *
      * GRAND TOTAL AND THE TOTAL AGED.  AGSN-SNAP-DATE IS THE    *
      * RUN DATE ON EVERY RECORD.  THE FIRST RUN IN A NEW MONTH   *
      * SAVES THE LAST SNAPSHOT OF THE MONTH BEFORE AS THE        *
      * PRIOR-MONTH SNAPSHOT, SO ACCT-ROLL-RATE ALWAYS FINDS THIS *
      * MONTH AND LAST MONTH SIDE BY SIDE.  AMOUNTS CARRY A       *
      * LEADING SEPARATE SIGN, THE SAME CONVENTION SNAPREC USES.  *
      * COPY THIS INTO THE 01-LEVEL OF THE SNAPSHOT FILE'S FD IN  *
      * EVERY PROGRAM THAT OPENS IT.                              *
      *----------------------------------------------------------*
       01  AGSN-REC.
           02  AGSN-REC-TYPE             PIC X.
               88  AGSN-ACCOUNT-REC          VALUE "A".
               88  AGSN-TOTAL-REC            VALUE "T".
           02  AGSN-ACCT-NO              PIC 9(9).
           02  AGSN-ACCT-COUNT REDEFINES AGSN-ACCT-NO
                                         PIC 9(9).
           02  AGSN-SNAP-DATE            PIC 9(8).
           02  AGSN-BUCKET               PIC 9.
           02  AGSN-BALANCE              PIC S9(9)V99 SIGN LEADING
                                             SEPARATE.
           02  AGSN-AGED-AMT             PIC S9(9)V99 SIGN LEADING
                                             SEPARATE.
           02  AGSN-HOLD-FLAG            PIC X.
               88  AGSN-ON-HOLD              VALUE "Y".
           02  AGSN-LAST-ACT-DATE        PIC 9(8).
