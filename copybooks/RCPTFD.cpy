000116*  THE POSTAL CODE IS A PROPER FIELD OF ITS OWN (THE ADDRESS     *
000117*  LINES STAY FREE-FORM) SO THE LETTER PASS CAN PRESORT THE      *
000118*  MAILING AND THE MANIFEST CAN COUNT PIECES PER POSTAL ZONE.    *
000119*  STATUS 'M' (MERGED AWAY) IS SET BY THE RCPTDUPE MERGE JOB.    *
000120*  THE SEGMENT CODE IS MARKETING'S OWN GROUPING OF THE LIST,     *
000121*  KEYED THROUGH RCPTMNT, FOR CAMPAIGN SELECTION RULES (CSELFD). *
000122*  THE STATUS DATE IS THE DATE THE CURRENT STATUS WAS SET (BY    *
000124*  RCPTMNT OR RCPTUNDL); IT STARTS THE RETENTION CLOCK FOR A     *
000125*  SUPPRESSED RECIPIENT.  THE PURGE DATE IS SET BY THE RCPTPURG  *
000126*  RETENTION PURGE WHEN THE NAME AND ADDRESS ARE REPLACED BY A   *
000127*  TOMBSTONE; THE ID, CATALOG, AND STATUS STAY SO THE RECIPIENT  *
000128*  IS NEVER MAILED AGAIN.  ZERO (OR BLANK ON A RECORD WRITTEN    *
000129*  BEFORE THE FIELDS EXISTED) MEANS NOT SET.                     *
000130*  THE CHANNEL IS THE RECIPIENT'S DELIVERY PREFERENCE: ' ' OR    *
000132*  'P' PRINTED LETTER, 'E' E-MAIL, 'B' BOTH.  E-MAIL NEEDS AN    *
000133*  ADDRESS ON FILE (RCPTMNT INSISTS); THE E-MAIL PROVIDER'S      *
000134*  BOUNCE-BACK JOB (RCPTBNCE) SWITCHES A HARD BOUNCE BACK TO     *
000135*  PRINT.  A RECORD WRITTEN BEFORE THE FIELDS EXISTED READS      *
000136*  BLANK - PRINT, NO ADDRESS.                                    *
000137*  COPY INTO FILE SECTION.                                       *
000138*----------------------------------------------------------------*
000140 FD  RECIPIENT-MASTER
000150     RECORDING MODE IS F.
000160 01  RECIPIENT-MASTER-REC.
000210     05  RC-CATALOG-ID             PIC X(2).
000220     05  RC-STATUS                 PIC X(1).
000230         88  RC-ACTIVE             VALUE ' ' 'A'.
000235         88  RC-MERGED-AWAY        VALUE 'M'.
000240     05  RC-POSTAL-CODE            PIC X(10).
000250     05  RC-SEGMENT-CODE           PIC X(2).
000260     05  RC-STATUS-DATE            PIC 9(8).
000270     05  RC-PURGE-DATE             PIC 9(8).
000280     05  RC-CHANNEL                PIC X(1).
000282         88  RC-CHANNEL-EMAIL      VALUE 'E' 'B'.
000290     05  RC-EMAIL-ADDR             PIC X(60).
