000010*--------------------------------------------------------------*
000020* ARBAL       - ACCOUNT BALANCE MASTER LAYOUT (VSAM KSDS)       *
000030*--------------------------------------------------------------*
000040*  INSTALLATION.  DATA CENTER SERVICES.                         *
000050*  DATE-WRITTEN.  10/15/26.                                     *
000060*--------------------------------------------------------------*
000070* MODIFICATION HISTORY                                          *
000080*--------------------------------------------------------------*
000090*  DATE      INIT  DESCRIPTION                                  *
000100*  --------  ----  ----------------------------------------     *
000110*  10/15/26  RM    ORIGINAL CODING. ONE RECORD PER ACCOUNT THAT *
000120*                  HAS EVER BEEN BILLED OR PAID, KEYED ON THE   *
000130*                  ACCOUNT NUMBER. CARRIES THE BALANCE BROUGHT  *
000140*                  FORWARD AT THE LAST STATEMENT, THE CHARGES,  *
000150*                  CREDITS (REVERSALS) AND PAYMENTS POSTED      *
000160*                  SINCE, AND THE CURRENT BALANCE. ArPost POSTS *
000170*                  ACCTCHG, CashApply POSTS LOCKBOX CASH,       *
000180*                  AcctStatement ROLLS THE PERIOD FORWARD AND   *
000190*                  ArAging READS IT FOR THE AGED RECEIVABLES.   *
000200*--------------------------------------------------------------*
000210* 200-BYTE RECORD, KEY = ARB-ACCOUNT-NO (BYTES 1-10).           *
000220* ARB-CURRENT-BALANCE ALWAYS EQUALS ARB-STMT-BALANCE PLUS THE   *
000230* PERIOD CHARGES AND CREDITS (CREDITS ARE NEGATIVE) LESS THE    *
000240* PERIOD PAYMENTS, AND ALSO EQUALS THE OPEN AMOUNT OF THE       *
000250* ACCOUNT'S OPEN ITEMS (ARITEM) LESS ARB-UNAPPLIED-AMT - CASH   *
000260* OR CREDIT HELD BECAUSE NOTHING WAS OPEN TO APPLY IT TO.       *
000270* ARB-LAST-STMT-FIGURES KEEP WHAT THE LAST STATEMENT SHOWED AND *
000280* ARB-LAST-STMT-TYPE WHETHER IT CAME FROM CHARGES OR WAS        *
000290* BALANCE-ONLY, SO A SAME-DAY REPRINT SHOWS THE SAME FIGURES BY *
000300* THE SAME ROUTE. THE LAST-POST AND LAST-CASH STAMPS ARE THE    *
000310* CYCLE/RUN DATE AND INPUT RECORD NUMBER LAST POSTED TO THE     *
000320* ACCOUNT, SO A RERUN OVER THE SAME INPUT SKIPS WHAT IS ALREADY *
000330* ON THE LEDGER.                                                *
000340*--------------------------------------------------------------*
000350 01  AR-BALANCE-REC.
000360     05  ARB-ACCOUNT-NO          PIC 9(10).
000370     05  ARB-STMT-BALANCE        PIC S9(09)V99.
000380     05  ARB-PERIOD-CHARGES      PIC S9(09)V99.
000390     05  ARB-PERIOD-CREDITS      PIC S9(09)V99.
000400     05  ARB-PERIOD-PAYMENTS     PIC S9(09)V99.
000410     05  ARB-CURRENT-BALANCE     PIC S9(09)V99.
000420     05  ARB-UNAPPLIED-AMT       PIC S9(09)V99.
000430     05  ARB-LAST-STMT-DATE      PIC 9(06).
000440     05  ARB-LAST-STMT-FIGURES.
000450         10  ARB-LSF-PREV-BALANCE    PIC S9(09)V99.
000460         10  ARB-LSF-PAYMENTS        PIC S9(09)V99.
000470         10  ARB-LSF-CHARGES         PIC S9(09)V99.
000480         10  ARB-LSF-CREDITS         PIC S9(09)V99.
000490     05  ARB-LAST-POST-CYCLE     PIC 9(06).
000500     05  ARB-LAST-POST-SEQ       PIC 9(08).
000510     05  ARB-LAST-CASH-DATE      PIC 9(06).
000520     05  ARB-LAST-CASH-SEQ       PIC 9(08).
000530     05  ARB-LAST-PAY-DATE       PIC 9(06).
000540     05  ARB-CREATE-DATE         PIC 9(06).
000550     05  ARB-LAST-STMT-TYPE      PIC X(01).
000560         88  ARB-STMT-WITH-CHARGES   VALUE 'C'.
000570         88  ARB-STMT-BALANCE-ONLY   VALUE 'B'.
000580     05  FILLER                  PIC X(33).
