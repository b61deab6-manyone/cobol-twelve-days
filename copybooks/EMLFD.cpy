000010*----------------------------------------------------------------*
000020*  EMLFD    - FD AND RECORD LAYOUTS FOR THE OUTBOUND E-MAIL      *
000030*  EXTRACT.  THE LETTER PASS WRITES A RECIPIENT WHOSE CHANNEL    *
000040*  PREFERENCE IS E-MAIL (OR BOTH) HERE INSTEAD OF (OR AS WELL    *
000050*  AS) TO GIFT-REPORT, FOR THE E-MAIL PROVIDER'S SEND JOB.  ONE  *
000060*  MESSAGE RECORD PER RECIPIENT - RECIPIENT ID, ADDRESS, NAME,   *
000070*  AND THE SUBJECT (THE VERSE HEADER FOR THE LAST DAY OF THE     *
000080*  RUN) - FOLLOWED BY ITS NUMBERED BODY LINES, WORDED FROM THE   *
000090*  SAME GIFT-TEMPLATE SALUTATION AND VERSE AS THE PRINTED        *
000100*  LETTER.  HEADER AND TRAILER CONTROL RECORDS (MESSAGE COUNT    *
000110*  AND BODY LINE COUNT), LIKE THE VENDOR EXTRACT, LET THE        *
000120*  PROVIDER'S INTAKE VERIFY THE FILE IS COMPLETE BEFORE ANYTHING *
000130*  IS SENT.  THE PROVIDER RETURNS THE MESSAGE RECIPIENT ID ON    *
000140*  ITS BOUNCE-BACK FILE (SEE RCPTBNCE).  COPY INTO FILE SECTION. *
000150*----------------------------------------------------------------*
000160 FD  EMAIL-EXTRACT
000170     RECORDING MODE IS F.
000180 01  EMAIL-EXTRACT-REC.
000190     05  EM-REC-TYPE               PIC X(1).
000200     05  EM-REC-BODY               PIC X(159).
000210 01  EMAIL-EXTRACT-HDR-REC REDEFINES EMAIL-EXTRACT-REC.
000220     05  EM-HDR-TYPE               PIC X(1).
000230     05  EM-HDR-PROGRAM-VARIANT    PIC X(10).
000240     05  FILLER                    PIC X(1).
000250     05  EM-HDR-CATALOG-ID         PIC X(2).
000260     05  FILLER                    PIC X(1).
000270     05  EM-HDR-RUN-DATE           PIC 9(8).
000280     05  FILLER                    PIC X(1).
000290     05  EM-HDR-RUN-TIME           PIC 9(8).
000300     05  FILLER                    PIC X(1).
000310     05  EM-HDR-SEASON             PIC 9(4).
000320     05  FILLER                    PIC X(123).
000330 01  EMAIL-EXTRACT-MSG-REC REDEFINES EMAIL-EXTRACT-REC.
000340     05  EM-MSG-TYPE               PIC X(1).
000350     05  EM-MSG-RECIP-ID           PIC X(6).
000360     05  FILLER                    PIC X(1).
000370     05  EM-MSG-ADDR               PIC X(60).
000380     05  FILLER                    PIC X(1).
000390     05  EM-MSG-NAME               PIC X(30).
000400     05  FILLER                    PIC X(1).
000410     05  EM-MSG-SUBJECT            PIC X(60).
000420 01  EMAIL-EXTRACT-BODY-REC REDEFINES EMAIL-EXTRACT-REC.
000430     05  EM-BODY-TYPE              PIC X(1).
000440     05  EM-BODY-RECIP-ID          PIC X(6).
000450     05  FILLER                    PIC X(1).
000460     05  EM-BODY-LINE-NO           PIC 9(5).
000470     05  FILLER                    PIC X(1).
000480     05  EM-BODY-TEXT              PIC X(80).
000490     05  FILLER                    PIC X(66).
000500 01  EMAIL-EXTRACT-TRL-REC REDEFINES EMAIL-EXTRACT-REC.
000510     05  EM-TRL-TYPE               PIC X(1).
000520     05  EM-TRL-MSG-COUNT          PIC 9(6).
000530     05  EM-TRL-LINE-COUNT         PIC 9(8).
000540     05  FILLER                    PIC X(145).
