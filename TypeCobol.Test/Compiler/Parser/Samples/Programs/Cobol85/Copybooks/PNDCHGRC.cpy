000010*--------------------------------------------------------------*
000020* PNDCHGRC    - PENDING MyVar TABLE CHANGE RECORD (VSAM KSDS)   *
000030*--------------------------------------------------------------*
000040*  INSTALLATION.  DATA CENTER SERVICES.                         *
000050*  DATE-WRITTEN.  10/15/26.                                     *
000060*--------------------------------------------------------------*
000070* MODIFICATION HISTORY                                          *
000080*--------------------------------------------------------------*
000090*  DATE      INIT  DESCRIPTION                                  *
000100*  --------  ----  ----------------------------------------     *
000110*  10/15/26  RM    ORIGINAL CODING. ONE RECORD PER MyVar CODE   *
000120*                  TABLE CHANGE CARD. TableMaint LOGS EVERY     *
000130*                  ADD/CHANGE/DEACTIVATE CARD HERE UNDER ITS    *
000140*                  MAKER'S USER ID, AND APPLIES IT TO THE       *
000150*                  TABLE ONLY ONCE A DIFFERENT USER HAS         *
000160*                  APPROVED IT ON A LATER CARD.                 *
000170*--------------------------------------------------------------*
000180* 160-BYTE RECORD, KEY = PND-KEY (BYTES 1-10) - THE DATE THE    *
000190* CHANGE WAS LOGGED AND ITS CARD NUMBER IN THAT DAY'S DECK,     *
000200* WHICH TOGETHER ARE THE CHANGE NUMBER THE CHECKER QUOTES.      *
000210* PND-TRAN-CARD IS THE MAKER'S CARD IMAGE, APPLIED AS PUNCHED.  *
000220* PND-STATUS CARRIES THE CHANGE THROUGH ITS LIFE:               *
000230*   P - LOGGED, AWAITING APPROVAL                               *
000240*   V - APPROVED ON PND-CHECK-DATE, NOT YET APPLIED             *
000250*   A - APPLIED TO THE TABLE ON PND-STATUS-DATE                 *
000260*   R - DECLINED ON PND-CHECK-DATE FOR PND-REASON               *
000270*   E - EXPIRED UNAPPROVED ON PND-STATUS-DATE                   *
000280*   F - APPROVED BUT REFUSED BY THE TABLE EDITS WHEN APPLIED    *
000290*       ON PND-STATUS-DATE, FOR PND-REASON                      *
000300*--------------------------------------------------------------*
000310 01  PEND-CHANGE-REC.
000320     05  PND-KEY.
000330         10  PND-LOG-DATE            PIC 9(06).
000340         10  PND-CARD-NO             PIC 9(04).
000350     05  PND-STATUS              PIC X(01).
000360         88  PND-AWAITING            VALUE 'P'.
000370         88  PND-APPROVED            VALUE 'V'.
000380         88  PND-APPLIED             VALUE 'A'.
000390         88  PND-DECLINED            VALUE 'R'.
000400         88  PND-EXPIRED             VALUE 'E'.
000410         88  PND-FAILED              VALUE 'F'.
000420     05  PND-MAKER-ID            PIC X(08).
000430     05  PND-CHECKER-ID          PIC X(08).
000440     05  PND-CHECK-DATE          PIC 9(06).
000450     05  PND-STATUS-DATE         PIC 9(06).
000460     05  PND-REASON              PIC X(30).
000470     05  PND-TRAN-CARD           PIC X(80).
000480     05  FILLER                  PIC X(11).
