000230*                  NEGATIVE CHARGE (AND A RUNNING TOTAL IT      *
000240*                  DRAGS DOWN) SHOW ON THE TRAIL. RECORD        *
000250*                  GREW 74 TO 76.                               *
000251*  10/15/26  RM    ADDED AUD-VAT-CATEGORY, AUD-VAT-RATE,        *
000252*                  AUD-VAT-EDIT AND AUD-GROSS-EDIT SO EVERY     *
000253*                  BILLED DETAIL CARRIES ITS VAT AS WELL AS ITS *
000254*                  NET CHARGE THROUGH THE TRAIL.                *
000255*                  AUD-CHARGE-EDIT STAYS THE NET CHARGE AND     *
000256*                  AUD-AMOUNT-EDIT STAYS A NET RUNNING TOTAL.   *
000257*                  RECORD GREW 76 TO 103.                       *
000260*--------------------------------------------------------------*
000270* ONE RECORD PER STRING CONCATENATION. AUD-RESULT MIRRORS THE  *
000280* RESLTREC LAYOUT FIELD FOR FIELD (SPELLED OUT HERE BECAUSE A  *
000470     05  AUD-AMOUNT-EDIT         PIC Z(6)9,99-.
000480     05  AUD-QUANTITY            PIC 9(05).
000490     05  AUD-CHARGE-EDIT         PIC Z(6)9,99-.
000500*        THE VAT FIELDS: THE CODE'S VAT CATEGORY, THE RATE
000510*        APPLIED (PER CENT, TWO ASSUMED DECIMALS), THE VAT ON
000520*        AUD-CHARGE-EDIT AND THE GROSS (NET PLUS VAT), BOTH
000530*        COMMA-DECIMAL WITH A TRAILING SIGN LIKE THE CHARGE.
000540     05  AUD-VAT-CATEGORY        PIC X(01).
000550     05  AUD-VAT-RATE            PIC 9(02)V99.
000560     05  AUD-VAT-EDIT            PIC Z(6)9,99-.
000570     05  AUD-GROSS-EDIT          PIC Z(6)9,99-.
