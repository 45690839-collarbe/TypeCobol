000010*--------------------------------------------------------------*
000020* ACCTMST     - ACCOUNT MASTER RECORD LAYOUT (VSAM KSDS)        *
000030*--------------------------------------------------------------*
000040*  INSTALLATION.  DATA CENTER SERVICES.                        *
000050*  DATE-WRITTEN.  10/15/26.                                     *
000060*--------------------------------------------------------------*
000070* MODIFICATION HISTORY                                         *
000080*--------------------------------------------------------------*
000090*  DATE      INIT  DESCRIPTION                                 *
000100*  --------  ----  ----------------------------------------    *
000110*  10/15/26  RM    ORIGINAL CODING. ONE RECORD PER BILLABLE     *
000120*                  ACCOUNT, KEYED ON THE ACCOUNT NUMBER THE     *
000130*                  TRANSMISSION DETAILS CARRY. MAINTAINED BY    *
000140*                  AcctMaint, READ BY KEY IN StringBatch TO     *
000150*                  REFUSE DETAILS FOR UNKNOWN, CLOSED OR        *
000160*                  BLOCKED ACCOUNTS, AND BY AcctStatement FOR   *
000170*                  THE NAME AND STATEMENT ADDRESS.              *
000180*--------------------------------------------------------------*
000190* 160-BYTE RECORD, KEY = AMS-ACCOUNT-NO (BYTES 1-10). STATUS   *
000200* IS O (OPEN), C (CLOSED) OR B (BLOCKED - BILLING SUSPENDED    *
000210* BUT THE ACCOUNT STILL LIVE). AMS-CLOSE-DATE IS ZERO UNTIL    *
000220* THE ACCOUNT IS CLOSED. ADDRESS LINES PRINT AS KEYED, THE     *
000230* POSTCODE ON ITS OWN AFTER THE LAST LINE.                     *
000240*--------------------------------------------------------------*
000250 01  ACCT-MASTER-REC.
000260     05  AMS-ACCOUNT-NO          PIC 9(10).
000270     05  AMS-ACCOUNT-NAME        PIC X(30).
000280     05  AMS-STATUS              PIC X(01).
000290         88  AMS-OPEN                VALUE 'O'.
000300         88  AMS-CLOSED              VALUE 'C'.
000310         88  AMS-BLOCKED             VALUE 'B'.
000320     05  AMS-OPEN-DATE           PIC 9(06).
000330     05  AMS-CLOSE-DATE          PIC 9(06).
000340     05  AMS-ADDRESS.
000350         10  AMS-ADDR-LINE-1         PIC X(30).
000360         10  AMS-ADDR-LINE-2         PIC X(30).
000370         10  AMS-ADDR-LINE-3         PIC X(30).
000380         10  AMS-POSTCODE            PIC X(10).
000390     05  AMS-LAST-MAINT-DATE     PIC 9(06).
000400     05  FILLER                  PIC X(01).
