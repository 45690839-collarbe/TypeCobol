000010*--------------------------------------------------------------*
000020* DISPREC     - CHARGE DISPUTE MASTER RECORD LAYOUT (VSAM KSDS) *
000030*--------------------------------------------------------------*
000040*  INSTALLATION.  DATA CENTER SERVICES.                         *
000050*  DATE-WRITTEN.  10/15/26.                                     *
000060*--------------------------------------------------------------*
000070* MODIFICATION HISTORY                                          *
000080*--------------------------------------------------------------*
000090*  DATE      INIT  DESCRIPTION                                  *
000100*  --------  ----  ----------------------------------------     *
000110*  10/15/26  RM    ORIGINAL CODING. ONE RECORD PER DISPUTED     *
000120*                  CHARGE AS KEYED BY THE BILLING CLERKS ON THE *
000130*                  DISPUTE CARDS (DISPTRAN). DisputeLog ADDS    *
000140*                  AND RESOLVES THEM AND GENERATES THE REVERSAL *
000150*                  SET FOR StringBatch; DisputeStatus REPORTS   *
000160*                  THEM OPEN, REVERSED AND REJECTED WITH AGES.  *
000170*--------------------------------------------------------------*
000180* 150-BYTE RECORD, KEY = DSP-KEY (BYTES 1-27) - THE DISPUTED    *
000190* CHARGE (ACCOUNT, CYCLE DATE, MyVar CODE) THEN THE DATE AND    *
000200* CARD NUMBER IT WAS LOGGED UNDER, SO EVERY DISPUTE AGAINST ONE *
000210* CHARGE SITS TOGETHER, OLDEST FIRST.                           *
000220* DSP-STATUS CARRIES THE DISPUTE THROUGH ITS LIFE:              *
000230*   O - LOGGED, AWAITING APPROVAL                               *
000240*   S - APPROVED AND VERIFIED, REVERSAL SENT TO StringBatch ON  *
000250*       DSP-REVERSAL-DATE                                       *
000260*   R - REVERSED - THE NEGATIVE CHARGE IS ON ACCTCHG, CYCLE     *
000270*       DATE IN DSP-RESOLVED-DATE                               *
000280*   X - REJECTED ON DSP-RESOLVED-DATE FOR DSP-REJECT-REASON     *
000290*--------------------------------------------------------------*
000300 01  DISPUTE-REC.
000310     05  DSP-KEY.
000320         10  DSP-CHARGE-KEY.
000330             15  DSP-ACCOUNT-NO      PIC 9(10).
000340             15  DSP-CYCLE-DATE      PIC 9(06).
000350             15  DSP-MYVAR           PIC X(01).
000360         10  DSP-ENTRY-DATE          PIC 9(06).
000370         10  DSP-ENTRY-SEQ           PIC 9(04).
000380     05  DSP-QUANTITY            PIC 9(05).
000390     05  DSP-CHARGE-AMT          PIC S9(07)V99.
000400     05  DSP-REASON              PIC X(30).
000410     05  DSP-APPROVER            PIC X(08).
000420     05  DSP-STATUS              PIC X(01).
000430         88  DSP-OPEN                VALUE 'O'.
000440         88  DSP-SENT                VALUE 'S'.
000450         88  DSP-REVERSED            VALUE 'R'.
000460         88  DSP-REJECTED            VALUE 'X'.
000470     05  DSP-REJECT-REASON       PIC X(30).
000480     05  DSP-REVERSAL-DATE       PIC 9(06).
000490     05  DSP-RESOLVED-DATE       PIC 9(06).
000500     05  FILLER                  PIC X(28).
