000010*--------------------------------------------------------------*
000020* VATRATE     - SHARED VAT RATE TABLE RECORD LAYOUT             *
000030*--------------------------------------------------------------*
000040*  INSTALLATION.  DATA CENTER SERVICES.                         *
000050*  DATE-WRITTEN.  10/15/26.                                     *
000060*--------------------------------------------------------------*
000070* MODIFICATION HISTORY                                          *
000080*--------------------------------------------------------------*
000090*  DATE      INIT  DESCRIPTION                                  *
000100*  --------  ----  ----------------------------------------     *
000110*  10/15/26  RM    ORIGINAL CODING. ONE ROW PER VAT CATEGORY    *
000120*                  PER EFFECTIVE-DATED RATE, MAINTAINED BY      *
000130*                  VatMaint THE WAY TableMaint MAINTAINS        *
000140*                  MYVARTB, SO A RATE CHANGE IS A CARD LOADED   *
000150*                  AHEAD OF ITS DATE AND NOT A PROGRAM CHANGE.  *
000160*                  StringStatement PRICES EACH DETAIL'S VAT AT  *
000170*                  THE RATE IN EFFECT FOR ITS CODE'S CATEGORY   *
000180*                  (MVT-VAT-CATEGORY) ON THE PRICING DATE.      *
000190*--------------------------------------------------------------*
000200* 40-BYTE ROW, KEYED ON VRT-CATEGORY + VRT-EFFECTIVE-DATE.      *
000210* VRT-RATE-PCT IS THE RATE AS A PERCENTAGE, RAW DIGITS WITH     *
000220* TWO ASSUMED DECIMALS (2000 IS 20,00 PER CENT; A ZERO-RATED    *
000230* CATEGORY CARRIES 0000). A ROW IS IN EFFECT FROM               *
000240* VRT-EFFECTIVE-DATE (INCLUSIVE) UP TO VRT-EXPIRY-DATE          *
000250* (EXCLUSIVE); 999999 MEANS OPEN-ENDED. A CATEGORY'S ROWS MUST  *
000260* BE CONTIGUOUS AND VatMaint REJECTS A CARD THAT WOULD LEAVE    *
000270* AN OVERLAP OR A GAP.                                          *
000280*--------------------------------------------------------------*
000290 01  VAT-RATE-REC.
000300     05  VRT-CATEGORY            PIC X(01).
000310     05  VRT-DESCRIPTION         PIC X(20).
000320     05  VRT-RATE-PCT            PIC 9(02)V99.
000330     05  VRT-EFFECTIVE-DATE      PIC 9(06).
000340     05  VRT-EXPIRY-DATE         PIC 9(06).
000350     05  FILLER                  PIC X(03).
