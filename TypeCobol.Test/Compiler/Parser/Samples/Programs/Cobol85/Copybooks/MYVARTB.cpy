000220*                  NIGHT BEFORE. ONE-TIME MIGRATION: OLD ROWS   *
000230*                  CARRY SPACES THERE, WHICH READERS TREAT AS   *
000240*                  999999 (OPEN-ENDED).                         *
000241*  10/15/26  RM    ADDED MVT-VAT-CATEGORY (THE LAST FILLER BYTE *
000242*                  - THE ROW STAYS 40 BYTES), THE VAT CATEGORY  *
000243*                  WHOSE RATE ON THE VATRATE TABLE              *
000244*                  StringStatement APPLIES TO THE CODE'S NET    *
000245*                  CHARGE. ONE-TIME MIGRATION: OLD ROWS CARRY A *
000246*                  SPACE THERE, WHICH READERS TREAT AS 'S'      *
000247*                  (STANDARD RATE).                             *
000248*  10/15/26  RM    ADDED MVT-TIER-TABLE - UP TO TWO VOLUME      *
000249*                  TIERS PER ROW, EACH A FIRST UNIT AND THE     *
000250*                  RATE CHARGED FROM THAT UNIT ON, COUNTED OVER *
000251*                  THE ACCOUNT'S MONTH-TO-DATE QUANTITY OF THE  *
000252*                  CODE. MVT-UNIT-CHARGE-AMT PRICES THE UNITS   *
000253*                  BELOW THE FIRST TIER. ROW GREW 40 TO 80.     *
000254*                  ONE-TIME MIGRATION: COPY THE OLD ROWS TO 80, *
000255*                  SPACE-PADDED - SPACES (OR ZERO) READ AS NO   *
000256*                  TIER.                                        *
000257*--------------------------------------------------------------*
000260* 80-BYTE ROW, KEYED ON MVT-CODE + MVT-EFFECTIVE-DATE.          *
000270* MVT-UNIT-CHARGE-AMT IS RAW DIGITS WITH TWO ASSUMED DECIMALS   *
000280* - THE COMMA DECIMAL SEPARATOR ONLY APPEARS ON EDITED          *
000290* OUTPUT. DATES ARE YYMMDD SO ROWS COMPARE IN DATE ORDER. A     *
000320* CODE'S ROWS MUST BE CONTIGUOUS - EACH ROW'S EXPIRY IS THE     *
000330* NEXT ROW'S EFFECTIVE DATE - AND TableMaint REJECTS A CARD     *
000340* THAT WOULD LEAVE AN OVERLAP OR A GAP.                         *
000342* A TIER PRICES THE UNITS FROM MVT-TIER-FROM-QTY ON (COUNTED    *
000344* OVER THE ACCOUNT'S MONTH TO DATE) AT MVT-TIER-RATE, UP TO THE *
000346* NEXT TIER'S FIRST UNIT. TIER 2 NEEDS TIER 1 AND A HIGHER      *
000348* FIRST UNIT. A ZERO OR BLANK MVT-TIER-FROM-QTY MEANS NO TIER.  *
000350*--------------------------------------------------------------*
000360 01  MYVAR-TABLE-REC.
000370     05  MVT-CODE                PIC X(01).
000420         88  MVT-INACTIVE            VALUE 'I'.
000430     05  MVT-EFFECTIVE-DATE      PIC 9(06).
000440     05  MVT-EXPIRY-DATE         PIC 9(06).
000443*        MVT-VAT-CATEGORY KEYS THE VATRATE TABLE (COPYBOOK
000446*        VATRATE) - E.G. S STANDARD, R REDUCED, Z ZERO-RATED.
000450     05  MVT-VAT-CATEGORY        PIC X(01).
000460     05  MVT-TIER-TABLE.
000470         10  MVT-TIER-ENTRY      OCCURS 2 TIMES.
000480             15  MVT-TIER-FROM-QTY   PIC 9(07).
000490             15  MVT-TIER-RATE       PIC 9(03)V99.
000500     05  FILLER                  PIC X(16).
