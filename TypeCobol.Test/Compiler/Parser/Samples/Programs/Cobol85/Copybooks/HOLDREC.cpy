000010*--------------------------------------------------------------*
000020* HOLDREC     - SHARED USAGE HOLD QUEUE RECORD LAYOUT           *
000030*               (HOLDQ / HOLDMST)                               *
000040*--------------------------------------------------------------*
000050*  INSTALLATION.  DATA CENTER SERVICES.                         *
000060*  DATE-WRITTEN.  10/15/26.                                     *
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                          *
000090*--------------------------------------------------------------*
000100*  DATE      INIT  DESCRIPTION                                  *
000110*  --------  ----  ----------------------------------------     *
000120*  10/15/26  RM    ORIGINAL CODING. ONE RECORD PER DETAIL       *
000130*                  StringBatch HELD INSTEAD OF BILLING BECAUSE  *
000140*                  ITS QUANTITY WAS FAR ABOVE THE ACCOUNT'S     *
000150*                  USAGE PROFILE (USGPRF), OR ABOVE THE         *
000160*                  NO-HISTORY CEILING FOR AN ACCOUNT WITH NO    *
000170*                  PROFILE. StringBatch WRITES THE DAY'S ITEMS  *
000180*                  TO HOLDQ; StringRecycle CARRIES THEM ONTO    *
000190*                  THE HOLD MASTER (HOLDMST) AND RELEASES OR    *
000200*                  REJECTS THEM ON AN OPERATOR'S CARD, THE WAY  *
000210*                  SUSPENSE ITEMS ARE WORKED.                   *
000220*--------------------------------------------------------------*
000230* 150-BYTE RECORD. HLD-INPUT-REC IS THE 80-BYTE TRANREC IMAGE   *
000240* AS IT ARRIVED; A RELEASE RE-FEEDS THAT IMAGE. HLD-AVERAGE AND *
000250* HLD-PEAK ARE THE ACCOUNT'S NORMAL USAGE OVER THE WINDOW       *
000260* (ZERO WITH NO HISTORY), HLD-LIMIT IS THE QUANTITY IT WAS      *
000270* HELD ABOVE AND HLD-OVER-BY IS HOW FAR THE DETAIL WENT OVER    *
000280* IT. RELEASED AND REJECTED ITEMS STAY ON THE MASTER AS         *
000290* HISTORY.                                                      *
000300*--------------------------------------------------------------*
000310 01  HOLD-REC.
000320     05  HLD-MYVAR               PIC X(01).
000330     05  HLD-ACCOUNT-NO          PIC 9(10).
000340     05  HLD-QUANTITY            PIC 9(05).
000350     05  HLD-AVERAGE             PIC 9(05)V99.
000360     05  HLD-PEAK                PIC 9(05).
000370     05  HLD-LIMIT               PIC 9(07)V99.
000380     05  HLD-OVER-BY             PIC 9(07)V99.
000390*    BUSINESS DAYS OF THE WINDOW THE ACCOUNT WAS BILLED FOR
000400*    THE CODE. ZERO MEANS IT WAS HELD ON THE NO-HISTORY CEILING.
000410     05  HLD-HISTORY-DAYS        PIC 9(02).
000420         88  HLD-NO-HISTORY          VALUE ZERO.
000430     05  HLD-SOURCE-SYSTEM       PIC X(08).
000440     05  HLD-INPUT-REC           PIC X(80).
000450     05  HLD-DATE-HELD           PIC 9(06).
000460     05  HLD-STATUS              PIC X(01).
000470         88  HLD-ITEM-OPEN           VALUE 'O'.
000480         88  HLD-ITEM-RELEASED       VALUE 'R'.
000490         88  HLD-ITEM-REJECTED       VALUE 'X'.
000500     05  HLD-DATE-ACTIONED       PIC 9(06).
000510     05  FILLER                  PIC X(01).
