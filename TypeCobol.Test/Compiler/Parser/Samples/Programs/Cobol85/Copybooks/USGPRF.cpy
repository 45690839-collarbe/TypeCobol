000010*--------------------------------------------------------------*
000020* USGPRF      - ACCOUNT USAGE PROFILE RECORD (VSAM KSDS)        *
000030*--------------------------------------------------------------*
000040*  INSTALLATION.  DATA CENTER SERVICES.                         *
000050*  DATE-WRITTEN.  10/15/26.                                     *
000060*--------------------------------------------------------------*
000070* MODIFICATION HISTORY                                          *
000080*--------------------------------------------------------------*
000090*  DATE      INIT  DESCRIPTION                                  *
000100*  --------  ----  ----------------------------------------     *
000110*  10/15/26  RM    ORIGINAL CODING. ONE RECORD PER MyVar CODE   *
000120*                  AND ACCOUNT, HOLDING WHAT THE ACCOUNT WAS    *
000130*                  BILLED FOR THE CODE ON EACH OF ITS LAST 30   *
000140*                  BILLED CYCLE DATES, SO StringBatch CAN HOLD  *
000150*                  A DETAIL FAR ABOVE THE ACCOUNT'S NORMAL      *
000160*                  USAGE INSTEAD OF BILLING IT. UsageProfile    *
000170*                  ADDS EACH CLEAN RUN'S ACCTCHG TO IT.         *
000180*--------------------------------------------------------------*
000190* 760-BYTE RECORD, KEY = UPF-KEY (BYTES 1-11). THE CODE LEADS   *
000200* THE KEY LIKE MTDQTY SO EACH PARTITION OF A SPLIT RUN READS    *
000210* ITS OWN KEY RANGE. UPF-SLOT HOLDS ONE BILLED CYCLE DATE:      *
000220* THE DETAILS BILLED, THEIR TOTAL UNITS AND THE LARGEST SINGLE  *
000230* DETAIL. A SLOT DATE OF ZERO IS AN EMPTY SLOT; ONCE ALL 30 ARE *
000240* IN USE A NEW DATE TAKES THE OLDEST ONE. SLOTS ARE IN NO       *
000250* PARTICULAR ORDER - StringBatch USES THE ONES DATED INSIDE ITS *
000260* TRAILING 30-BUSINESS-DAY WINDOW AND IGNORES THE REST.         *
000270* UPF-LAST-POST-CYCLE AND UPF-LAST-POST-SEQ STAMP THE ACCTCHG   *
000280* CYCLE AND RECORD NUMBER THAT LAST UPDATED THE PROFILE, SO A   *
000290* RERUN OF UsageProfile OVER THE SAME GENERATION ADDS NOTHING   *
000300* TWICE (SAME SCHEME AS ARBAL).                                 *
000310*--------------------------------------------------------------*
000320 01  USAGE-PROFILE-REC.
000330     05  UPF-KEY.
000340         10  UPF-MYVAR               PIC X(01).
000350         10  UPF-ACCOUNT-NO          PIC 9(10).
000360     05  UPF-LAST-POST-CYCLE     PIC 9(06).
000370     05  UPF-LAST-POST-SEQ       PIC 9(08).
000380     05  UPF-CREATE-DATE         PIC 9(06).
000390     05  UPF-SLOT                OCCURS 30 TIMES.
000400         10  UPF-SLOT-DATE           PIC 9(06).
000410         10  UPF-SLOT-DETAILS        PIC 9(04).
000420         10  UPF-SLOT-QUANTITY       PIC 9(09).
000430         10  UPF-SLOT-PEAK           PIC 9(05).
000440     05  FILLER                  PIC X(09).
