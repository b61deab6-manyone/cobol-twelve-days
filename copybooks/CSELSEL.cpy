000010*----------------------------------------------------------------*
000020*  CSELSEL  - FILE-CONTROL ENTRIES FOR THE CAMPAIGN SELECTION    *
000030*  RULES (NAMED FROM THE RUN-CALENDAR ENTRY) AND THE PER-CATALOG *
000040*  SELECTION REPORT THE LETTER PASS PRINTS WHEN A SELECTION IS   *
000050*  IN FORCE.  COPY INTO FILE-CONTROL.                            *
000060*----------------------------------------------------------------*
000070     SELECT CAMPAIGN-SELECTION ASSIGN TO GIFTCSEL
000080         ORGANIZATION IS LINE SEQUENTIAL
000090         FILE STATUS IS WS-CSEL-FS.
000100     SELECT SELECTION-REPORT ASSIGN TO GIFTSELR
000110         ORGANIZATION IS LINE SEQUENTIAL
000120         FILE STATUS IS WS-CSRP-FS.
