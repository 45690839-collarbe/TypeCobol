000010*--------------------------------------------------------------*
000020* TBLHSTRC    - MyVar TABLE CHANGE HISTORY RECORD (TBLHIST)     *
000030*--------------------------------------------------------------*
000040*  INSTALLATION.  DATA CENTER SERVICES.                         *
000050*  DATE-WRITTEN.  10/15/26.                                     *
000060*--------------------------------------------------------------*
000070* MODIFICATION HISTORY                                          *
000080*--------------------------------------------------------------*
000090*  DATE      INIT  DESCRIPTION                                  *
000100*  --------  ----  ----------------------------------------     *
000110*  10/15/26  RM    ORIGINAL CODING. ONE RECORD APPENDED BY      *
000120*                  TableMaint FOR EVERY APPROVED CHANGE IT      *
000130*                  APPLIES TO THE MyVar CODE TABLE - WHO        *
000140*                  MADE IT, WHO APPROVED IT AND WHEN, AND THE   *
000150*                  TABLE ROW BEFORE AND AFTER - SO EVERY RATE   *
000160*                  OR CODE CHANGE CAN BE SHOWN TO AUDIT.        *
000163*  10/15/26  RM    ROW IMAGES GREW 40 TO 80 WITH THE MYVARTB    *
000166*                  ROW (VOLUME TIERS). RECORD GREW 150 TO 230.  *
000170*--------------------------------------------------------------*
000180* 230-BYTE RECORD, CUMULATIVE (NEVER REWRITTEN OR PURGED).      *
000190* TBH-LOG-DATE + TBH-CARD-NO IS THE CHANGE NUMBER ON THE        *
000200* PENDING CHANGE MASTER (PNDCHGRC). THE ROW IMAGES ARE THE      *
000210* 80-BYTE MYVARTB LAYOUT; AN ADD HAS A BLANK BEFORE IMAGE.      *
000220* TBH-APPLY-TIME IS HHMMSSCC AS ACCEPT FROM TIME DELIVERS IT.   *
000230*--------------------------------------------------------------*
000240 01  TABLE-HIST-REC.
000250     05  TBH-APPLY-DATE          PIC 9(06).
000260     05  TBH-APPLY-TIME          PIC 9(08).
000270     05  TBH-LOG-DATE            PIC 9(06).
000280     05  TBH-CARD-NO             PIC 9(04).
000290     05  TBH-ACTION              PIC X(01).
000300     05  TBH-CODE                PIC X(01).
000310     05  TBH-MAKER-ID            PIC X(08).
000320     05  TBH-CHECKER-ID          PIC X(08).
000330     05  TBH-CHECK-DATE          PIC 9(06).
000340     05  TBH-BEFORE-ROW          PIC X(80).
000350     05  TBH-AFTER-ROW           PIC X(80).
000360     05  FILLER                  PIC X(22).
