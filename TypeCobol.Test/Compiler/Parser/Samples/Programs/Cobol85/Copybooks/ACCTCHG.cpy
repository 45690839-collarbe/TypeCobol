000192*  09/02/26  RM    ACH-CHARGE-AMT IS NOW SIGNED SO A REVERSAL   *
000194*                  CARRIES ITS NEGATIVE CHARGE ONTO THE         *
000196*                  ACCOUNT (SAME 9 BYTES, EMBEDDED SIGN).       *
000197*  10/15/26  RM    ADDED ACH-VAT-CATEGORY, ACH-VAT-RATE,        *
000198*                  ACH-VAT-AMT AND ACH-GROSS-AMT (SIGNED LIKE   *
000199*                  THE CHARGE) SO STATEMENTS AND THE LEDGER SEE *
000200*                  THE VAT ON EACH CHARGE. ACH-CHARGE-AMT STAYS *
000201*                  THE NET. RECORD GREW 40 TO 60. ONE-TIME      *
000202*                  MIGRATION: CONVERTED RECORDS CARRY SPACES IN *
000203*                  THE NEW FIELDS, WHICH READERS TREAT AS NO    *
000204*                  VAT (GROSS EQUALS NET).                      *
000205*  10/15/26  RM    ADDED ACH-TIER-DETAIL - THE UNITS PRICED AT  *
000206*                  EACH RATE WHEN A VOLUME TIER BREAK SPLIT THE *
000207*                  DETAIL. RECORD GREW 60 TO 90. ONE-TIME       *
000208*                  MIGRATION: CONVERTED RECORDS CARRY SPACES    *
000209*                  THERE, WHICH READERS TREAT AS ALL UNITS AT   *
000210*                  ONE RATE.                                    *
000211*--------------------------------------------------------------*
000212* 90-BYTE RECORD. ACH-CHARGE-AMT IS THE RAW (UNEDITED)          *
000220* EXTENDED CHARGE - THE QUANTITY PRICED AT THE TABLE RATES -    *
000230* WITH TWO ASSUMED DECIMALS. ACH-VAT-AMT IS THE VAT ON IT AT    *
000233* ACH-VAT-RATE AND ACH-GROSS-AMT THE TWO ADDED TOGETHER - WHAT  *
000236* THE CUSTOMER ACTUALLY OWES. ALL THREE ARE NEGATIVE ON A       *
000238* REVERSAL.                                                     *
000240* ACH-TIER-DETAIL SHOWS HOW ACH-QUANTITY WAS PRICED - UP TO     *
000242* THREE BANDS OF UNITS, EACH WITH THE RATE CHARGED FOR IT,      *
000244* LOWEST BAND FIRST. UNUSED ENTRIES ARE ZERO.                   *
000246*--------------------------------------------------------------*
000250 01  ACCT-CHARGE-REC.
000260     05  ACH-ACCOUNT-NO          PIC 9(10).
000270     05  ACH-CYCLE-DATE          PIC 9(06).
000280     05  ACH-MYVAR               PIC X(01).
000290     05  ACH-QUANTITY            PIC 9(05).
000300     05  ACH-CHARGE-AMT          PIC S9(07)V99.
000310     05  ACH-VAT-CATEGORY        PIC X(01).
000320     05  ACH-VAT-RATE            PIC 9(02)V99.
000330     05  ACH-VAT-AMT             PIC S9(07)V99.
000340     05  ACH-GROSS-AMT           PIC S9(07)V99.
000350     05  ACH-TIER-DETAIL.
000360         10  ACH-TIER-ENTRY      OCCURS 3 TIMES.
000370             15  ACH-TIER-QUANTITY   PIC 9(05).
000380             15  ACH-TIER-RATE       PIC 9(03)V99.
000390     05  FILLER                  PIC X(06).
