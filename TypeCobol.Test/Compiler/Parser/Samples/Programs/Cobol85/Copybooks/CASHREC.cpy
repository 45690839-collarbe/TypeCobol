000010*--------------------------------------------------------------*
000020* CASHREC     - LOCKBOX CASH RECORD (CASHIN / UNAPCASH)         *
000030*--------------------------------------------------------------*
000040*  INSTALLATION.  DATA CENTER SERVICES.                         *
000050*  DATE-WRITTEN.  10/15/26.                                     *
000060*--------------------------------------------------------------*
000070* MODIFICATION HISTORY                                          *
000080*--------------------------------------------------------------*
000090*  DATE      INIT  DESCRIPTION                                  *
000100*  --------  ----  ----------------------------------------     *
000110*  10/15/26  RM    ORIGINAL CODING. ONE PAYMENT PER RECORD AS   *
000120*                  THE BANK LOCKBOX SENDS IT DAILY - ACCOUNT,   *
000130*                  PAYMENT DATE, AMOUNT AND THE BANK'S          *
000140*                  REFERENCE. CashApply READS IT FROM CASHIN    *
000150*                  AND WRITES PAYMENTS IT CANNOT MATCH TO AN    *
000160*                  ACCOUNT BACK OUT IN THE SAME LAYOUT ON       *
000170*                  UNAPCASH, SO A CORRECTED COPY CAN BE FED     *
000180*                  BACK IN BEHIND A LATER DAY'S LOCKBOX FILE.   *
000190*--------------------------------------------------------------*
000200* 80-BYTE RECORD. CSH-AMOUNT IS UNSIGNED WITH TWO ASSUMED       *
000210* DECIMALS; A ZERO OR UNREADABLE AMOUNT IS NOT APPLIED.         *
000220*--------------------------------------------------------------*
000230 01  CASH-REC.
000240     05  CSH-ACCOUNT-NO          PIC 9(10).
000250     05  CSH-ACCOUNT-NO-X        REDEFINES CSH-ACCOUNT-NO
000260                                 PIC X(10).
000270     05  CSH-PAYMENT-DATE        PIC 9(06).
000280     05  CSH-AMOUNT              PIC 9(07)V99.
000290     05  CSH-REFERENCE           PIC X(16).
000300     05  FILLER                  PIC X(39).
