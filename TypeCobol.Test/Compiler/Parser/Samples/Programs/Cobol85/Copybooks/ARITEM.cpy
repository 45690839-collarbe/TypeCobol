000010*--------------------------------------------------------------*
000020* ARITEM      - RECEIVABLES OPEN ITEM RECORD LAYOUT (VSAM KSDS) *
000030*--------------------------------------------------------------*
000040*  INSTALLATION.  DATA CENTER SERVICES.                         *
000050*  DATE-WRITTEN.  10/15/26.                                     *
000060*--------------------------------------------------------------*
000070* MODIFICATION HISTORY                                          *
000080*--------------------------------------------------------------*
000090*  DATE      INIT  DESCRIPTION                                  *
000100*  --------  ----  ----------------------------------------     *
000110*  10/15/26  RM    ORIGINAL CODING. ONE OPEN ITEM PER ACCOUNT   *
000120*                  PER CYCLE DATE - THE CYCLE'S CHARGES FROM    *
000130*                  ACCTCHG, POSTED BY ArPost. PAYMENTS AND      *
000140*                  CREDITS ARE APPLIED OLDEST ITEM FIRST (THE   *
000150*                  KEY ORDER WITHIN AN ACCOUNT), AND AN ITEM IS *
000160*                  DELETED ONCE NOTHING IS LEFT OPEN ON IT.     *
000170*                  ArAging AGES WHAT REMAINS BY ITEM DATE.      *
000180*--------------------------------------------------------------*
000190* 60-BYTE RECORD, KEY = ARI-KEY (BYTES 1-16, ACCOUNT NUMBER     *
000200* THEN THE CYCLE DATE THE CHARGES WERE BILLED ON).              *
000210*--------------------------------------------------------------*
000220 01  AR-ITEM-REC.
000230     05  ARI-KEY.
000240         10  ARI-ACCOUNT-NO          PIC 9(10).
000250         10  ARI-ITEM-DATE           PIC 9(06).
000260     05  ARI-ORIGINAL-AMT        PIC S9(09)V99.
000270     05  ARI-OPEN-AMT            PIC S9(09)V99.
000280     05  ARI-CREATE-DATE         PIC 9(06).
000290     05  ARI-LAST-APPLY-DATE     PIC 9(06).
000300     05  FILLER                  PIC X(10).
