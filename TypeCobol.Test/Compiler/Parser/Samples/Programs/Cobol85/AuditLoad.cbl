000270*                  POST-INSTALL LOAD.                           *
000280*  09/02/26  RM    SIGNED EDITED AMOUNTS FOR REVERSALS - BOTH   *
000290*                  RECORDS GREW 74 TO 76; RECORDSIZE(76 76).    *
000292*  10/15/26  RM    AUDITF GREW 76 TO 103 WITH THE VAT FIELDS.   *
000294*                  THE KSDS RECORD IS BUILT FIELD BY FIELD AND  *
000296*                  STAYS 76 BYTES - NO REDEFINE NEEDED.         *
000300*--------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000530*--------------------------------------------------------------*
000540 FD  AUDIT-FILE
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 103 CHARACTERS
000570     DATA RECORD IS AUDIT-REC.
000580     COPY AUDITREC.
000590*--------------------------------------------------------------*
