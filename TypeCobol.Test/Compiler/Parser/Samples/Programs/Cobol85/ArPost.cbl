000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ArPost.
000030 AUTHOR.         R MEEHAN.
000040 INSTALLATION.   DATA CENTER SERVICES.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                          *
000090*--------------------------------------------------------------*
000100*  DATE      INIT  DESCRIPTION                                  *
000110*  --------  ----  ----------------------------------------     *
000120*  10/15/26  RM    ORIGINAL CODING. POSTS THE DAY'S ACCTCHG     *
000130*                  GENERATION TO THE RECEIVABLES LEDGER - THE   *
000140*                  ACCOUNT BALANCE MASTER (ARBAL) AND THE OPEN  *
000150*                  ITEMS (ARITEM). A CHARGE OPENS OR ADDS TO    *
000160*                  THE ACCOUNT'S ITEM FOR ITS CYCLE DATE; A     *
000170*                  REVERSAL IS A CREDIT, APPLIED OLDEST ITEM    *
000180*                  FIRST, WITH ANY CREDIT LEFT OVER HELD AS     *
000190*                  UNAPPLIED ON THE BALANCE RECORD AND SPENT    *
000200*                  AGAINST THE ACCOUNT'S NEXT CHARGES. EACH     *
000210*                  BALANCE RECORD IS STAMPED WITH THE CYCLE     *
000220*                  DATE AND ACCTCHG RECORD NUMBER LAST POSTED   *
000230*                  TO IT, SO RERUNNING THE STEP OVER THE SAME   *
000240*                  GENERATION AFTER A FAILURE POSTS ONLY WHAT   *
000250*                  IS NOT ALREADY ON THE LEDGER.                *
000252*  10/15/26  RM    THE LEDGER NOW POSTS EACH CHARGE GROSS (NET  *
000254*                  PLUS VAT) - THE AMOUNT THE CUSTOMER OWES.    *
000256*                  ACCTCHG GREW 40 TO 60. A CONVERTED RECORD    *
000258*                  WITH NO VAT FIELDS POSTS ITS NET CHARGE.     *
000260*  10/15/26  RM    ACCTCHG GREW 60 TO 90 (UNITS AND RATE OF     *
000262*                  EACH PRICE BAND). NO CHANGE TO WHAT IS       *
000264*                  POSTED.                                      *
000266*--------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310*    DECIMAL-POINT IS COMMA SO THE EDITED AMOUNTS ON THE JOB LOG
000320*    CARRY THE COMMA DECIMAL SEPARATOR THE SHOP'S REPORTS USE.
000330 SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ACCOUNT-FILE            ASSIGN TO ACCTCHG
000370             FILE STATUS IS WS-ACCT-STATUS.
000380     SELECT BALANCE-FILE            ASSIGN TO ARBAL
000390             ORGANIZATION IS INDEXED
000400             ACCESS MODE IS DYNAMIC
000410             RECORD KEY IS ARB-ACCOUNT-NO
000420             FILE STATUS IS WS-ARBAL-STATUS.
000430     SELECT ITEM-FILE               ASSIGN TO ARITEM
000440             ORGANIZATION IS INDEXED
000450             ACCESS MODE IS DYNAMIC
000460             RECORD KEY IS ARI-KEY
000470             FILE STATUS IS WS-ARITEM-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500*--------------------------------------------------------------*
000510* ACCOUNT-FILE - THE DAY'S PER-ACCOUNT CHARGE RECORDS (SHARED   *
000520* ACCTCHG LAYOUT), IN THE ORDER StringBatch WROTE THEM          *
000530*--------------------------------------------------------------*
000540 FD  ACCOUNT-FILE
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 90 CHARACTERS
000570     DATA RECORD IS ACCT-CHARGE-REC.
000580     COPY ACCTCHG.
000590*--------------------------------------------------------------*
000600* BALANCE-FILE - THE ACCOUNT BALANCE MASTER KSDS (SHARED ARBAL  *
000610* LAYOUT, KEYED ON THE ACCOUNT NUMBER)                          *
000620*--------------------------------------------------------------*
000630 FD  BALANCE-FILE
000640     RECORD CONTAINS 200 CHARACTERS
000650     DATA RECORD IS AR-BALANCE-REC.
000660     COPY ARBAL.
000670*--------------------------------------------------------------*
000680* ITEM-FILE - THE OPEN ITEM KSDS (SHARED ARITEM LAYOUT, KEYED   *
000690* ON ACCOUNT NUMBER AND ITEM DATE)                              *
000700*--------------------------------------------------------------*
000710 FD  ITEM-FILE
000720     RECORD CONTAINS 60 CHARACTERS
000730     DATA RECORD IS AR-ITEM-REC.
000740     COPY ARITEM.
000750 WORKING-STORAGE SECTION.
000760*--------------------------------------------------------------*
000770* POSTING CONTROL FIELDS. WS-RECORD-NO IS THE ACCTCHG RECORD    *
000780* NUMBER, COMPARED WITH THE BALANCE RECORD'S LAST-POST STAMP.   *
000790*--------------------------------------------------------------*
000800 77  WS-RECORD-NO                PIC 9(08) VALUE ZERO.
000810 77  WS-BALANCE-NEW-SWITCH       PIC X(01) VALUE 'N'.
000820     88  BALANCE-NEW                 VALUE 'Y'.
000822*    THE AMOUNT POSTED FOR THE RECORD IN HAND - ITS GROSS, OR ITS
000824*    NET IF IT WAS CONVERTED FROM THE LAYOUT WITHOUT VAT.
000826 77  WS-POST-AMT                 PIC S9(07)V99 VALUE ZERO.
000830*--------------------------------------------------------------*
000840* OLDEST-FIRST APPLICATION WORK FIELDS. WS-APPLY-AMT IS THE     *
000850* CREDIT OFFERED; WS-APPLY-REMAIN IS WHAT IS LEFT OF IT ONCE    *
000860* THE ACCOUNT'S OPEN ITEMS HAVE TAKEN THEIR SHARE.              *
000870*--------------------------------------------------------------*
000880 77  WS-APPLY-AMT                PIC S9(09)V99 VALUE ZERO.
000890 77  WS-APPLY-REMAIN             PIC S9(09)V99 VALUE ZERO.
000900 77  WS-APPLY-PORTION            PIC S9(09)V99 VALUE ZERO.
000910 77  WS-APPLY-DONE-SWITCH        PIC X(01) VALUE 'N'.
000920     88  APPLY-DONE                  VALUE 'Y'.
000930*--------------------------------------------------------------*
000940* RUN COUNTERS AND AMOUNTS FOR THE JOB LOG                      *
000950*--------------------------------------------------------------*
000960 77  WS-ALREADY-POSTED-CT        PIC 9(08) VALUE ZERO.
000970 77  WS-CHARGE-CT                PIC 9(08) VALUE ZERO.
000980 77  WS-REVERSAL-CT              PIC 9(08) VALUE ZERO.
000990 77  WS-BALANCE-ADDED-CT         PIC 9(08) VALUE ZERO.
001000 77  WS-ITEM-ADDED-CT            PIC 9(08) VALUE ZERO.
001010 77  WS-ITEM-SETTLED-CT          PIC 9(08) VALUE ZERO.
001020 77  WS-CHARGE-AMOUNT            PIC S9(09)V99 VALUE ZERO.
001030 77  WS-CREDIT-AMOUNT            PIC S9(09)V99 VALUE ZERO.
001040 77  WS-CREDIT-APPLIED-AMT       PIC S9(09)V99 VALUE ZERO.
001050 77  WS-DISPLAY-AMOUNT           PIC Z(8)9,99-.
001060*--------------------------------------------------------------*
001070* END-OF-FILE CONTROL                                           *
001080*--------------------------------------------------------------*
001090 77  WS-ACCT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001100     88  END-OF-ACCOUNTS             VALUE 'Y'.
001110*--------------------------------------------------------------*
001120* FILE STATUS AND ABEND FIELDS                                  *
001130*--------------------------------------------------------------*
001140 77  WS-ACCT-STATUS              PIC X(02).
001150 77  WS-ARBAL-STATUS             PIC X(02).
001160 77  WS-ARITEM-STATUS            PIC X(02).
001170 77  WS-ABEND-FILE-ID            PIC X(08).
001180 77  WS-ABEND-STATUS             PIC X(02).
001190 77  WS-RUN-DATE                 PIC 9(06).
001200 PROCEDURE DIVISION.
001210*--------------------------------------------------------------*
001220* 0000-MAINLINE                                                 *
001230*--------------------------------------------------------------*
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001260     PERFORM 2000-POST-CHARGE-REC
001270         THRU 2000-POST-CHARGE-REC-EXIT
001280         UNTIL END-OF-ACCOUNTS.
001290     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001300     GOBACK.
001310 0000-MAINLINE-EXIT.
001320     EXIT.
001330*--------------------------------------------------------------*
001340* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ. A NEVER-     *
001350* LOADED KSDS (STATUS 35 ON OPEN I-O) IS OPENED OUTPUT AND      *
001360* CLOSED ONCE TO LEAVE IT LOADED BUT EMPTY, THEN REOPENED I-O.  *
001370*--------------------------------------------------------------*
001380 1000-INITIALIZE.
001390     OPEN INPUT ACCOUNT-FILE.
001400     IF WS-ACCT-STATUS NOT = '00'
001410         MOVE 'ACCTCHG ' TO WS-ABEND-FILE-ID
001420         MOVE WS-ACCT-STATUS TO WS-ABEND-STATUS
001430         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
001440     END-IF.
001450     OPEN I-O BALANCE-FILE.
001460     IF WS-ARBAL-STATUS = '35'
001470         OPEN OUTPUT BALANCE-FILE
001480         IF WS-ARBAL-STATUS = '00'
001490             CLOSE BALANCE-FILE
001500             OPEN I-O BALANCE-FILE
001510         END-IF
001520     END-IF.
001530     IF WS-ARBAL-STATUS NOT = '00'
001540         MOVE 'ARBAL   ' TO WS-ABEND-FILE-ID
001550         MOVE WS-ARBAL-STATUS TO WS-ABEND-STATUS
001560         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
001570     END-IF.
001580     OPEN I-O ITEM-FILE.
001590     IF WS-ARITEM-STATUS = '35'
001600         OPEN OUTPUT ITEM-FILE
001610         IF WS-ARITEM-STATUS = '00'
001620             CLOSE ITEM-FILE
001630             OPEN I-O ITEM-FILE
001640         END-IF
001650     END-IF.
001660     IF WS-ARITEM-STATUS NOT = '00'
001670         MOVE 'ARITEM  ' TO WS-ABEND-FILE-ID
001680         MOVE WS-ARITEM-STATUS TO WS-ABEND-STATUS
001690         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
001700     END-IF.
001710     ACCEPT WS-RUN-DATE FROM DATE.
001720     PERFORM 2100-READ-ACCOUNT THRU 2100-READ-ACCOUNT-EXIT.
001730 1000-INITIALIZE-EXIT.
001740     EXIT.
001750*--------------------------------------------------------------*
001760* 2000-POST-CHARGE-REC - POST ONE ACCTCHG RECORD TO ITS         *
001770* ACCOUNT. A RECORD AT OR BEFORE THE BALANCE RECORD'S LAST-POST *
001780* STAMP FOR THE SAME CYCLE WAS POSTED BY AN EARLIER ATTEMPT AT  *
001790* THIS STEP AND IS SKIPPED. A CHARGE (ZERO OR MORE) GOES ONTO   *
001800* THE CYCLE'S OPEN ITEM; A REVERSAL (NEGATIVE) IS A CREDIT.     *
001810*--------------------------------------------------------------*
001820 2000-POST-CHARGE-REC.
001830     ADD 1 TO WS-RECORD-NO.
001840     PERFORM 2200-GET-BALANCE THRU 2200-GET-BALANCE-EXIT.
001850     IF NOT BALANCE-NEW
001860         IF ARB-LAST-POST-CYCLE = ACH-CYCLE-DATE
001870            AND ARB-LAST-POST-SEQ >= WS-RECORD-NO
001880             ADD 1 TO WS-ALREADY-POSTED-CT
001890             GO TO 2000-NEXT-CHARGE
001900         END-IF
001910     END-IF.
001911     IF ACH-GROSS-AMT NUMERIC
001912         MOVE ACH-GROSS-AMT  TO WS-POST-AMT
001913     ELSE
001914         MOVE ACH-CHARGE-AMT TO WS-POST-AMT
001915     END-IF.
001920     IF ACH-CHARGE-AMT < ZERO
001930         PERFORM 2400-POST-REVERSAL THRU 2400-POST-REVERSAL-EXIT
001940     ELSE
001950         PERFORM 2300-POST-CHARGE THRU 2300-POST-CHARGE-EXIT
001960     END-IF.
001970     MOVE ACH-CYCLE-DATE TO ARB-LAST-POST-CYCLE.
001980     MOVE WS-RECORD-NO   TO ARB-LAST-POST-SEQ.
001990     PERFORM 2500-SAVE-BALANCE THRU 2500-SAVE-BALANCE-EXIT.
002000 2000-NEXT-CHARGE.
002010     PERFORM 2100-READ-ACCOUNT THRU 2100-READ-ACCOUNT-EXIT.
002020 2000-POST-CHARGE-REC-EXIT.
002030     EXIT.
002040*--------------------------------------------------------------*
002050* 2100-READ-ACCOUNT - READ THE NEXT CHARGE RECORD               *
002060*--------------------------------------------------------------*
002070 2100-READ-ACCOUNT.
002080     READ ACCOUNT-FILE
002090         AT END
002100             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
002110     END-READ.
002120     IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '10'
002130         MOVE 'ACCTCHG ' TO WS-ABEND-FILE-ID
002140         MOVE WS-ACCT-STATUS TO WS-ABEND-STATUS
002150         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002160     END-IF.
002170 2100-READ-ACCOUNT-EXIT.
002180     EXIT.
002190*--------------------------------------------------------------*
002200* 2200-GET-BALANCE - KEYED READ OF THE ACCOUNT'S BALANCE        *
002210* RECORD. AN ACCOUNT BILLED FOR THE FIRST TIME STARTS A NEW     *
002220* RECORD AT ZERO, WRITTEN ONCE THE POSTING IS ON IT.            *
002230*--------------------------------------------------------------*
002240 2200-GET-BALANCE.
002250     MOVE 'N' TO WS-BALANCE-NEW-SWITCH.
002260     MOVE ACH-ACCOUNT-NO TO ARB-ACCOUNT-NO.
002270     READ BALANCE-FILE
002280         INVALID KEY
002290             MOVE 'Y' TO WS-BALANCE-NEW-SWITCH
002300     END-READ.
002310     IF BALANCE-NEW
002320         MOVE SPACES          TO AR-BALANCE-REC
002330         MOVE ACH-ACCOUNT-NO  TO ARB-ACCOUNT-NO
002340         MOVE ZERO            TO ARB-STMT-BALANCE
002350         MOVE ZERO            TO ARB-PERIOD-CHARGES
002360         MOVE ZERO            TO ARB-PERIOD-CREDITS
002370         MOVE ZERO            TO ARB-PERIOD-PAYMENTS
002380         MOVE ZERO            TO ARB-CURRENT-BALANCE
002390         MOVE ZERO            TO ARB-UNAPPLIED-AMT
002400         MOVE ZERO            TO ARB-LAST-STMT-DATE
002410         MOVE ZERO            TO ARB-LSF-PREV-BALANCE
002420         MOVE ZERO            TO ARB-LSF-PAYMENTS
002430         MOVE ZERO            TO ARB-LSF-CHARGES
002440         MOVE ZERO            TO ARB-LSF-CREDITS
002450         MOVE ZERO            TO ARB-LAST-POST-CYCLE
002460         MOVE ZERO            TO ARB-LAST-POST-SEQ
002470         MOVE ZERO            TO ARB-LAST-CASH-DATE
002480         MOVE ZERO            TO ARB-LAST-CASH-SEQ
002490         MOVE ZERO            TO ARB-LAST-PAY-DATE
002495         MOVE SPACE           TO ARB-LAST-STMT-TYPE
002500         MOVE WS-RUN-DATE     TO ARB-CREATE-DATE
002510         GO TO 2200-GET-BALANCE-EXIT
002520     END-IF.
002530     IF WS-ARBAL-STATUS NOT = '00'
002540         MOVE 'ARBAL   ' TO WS-ABEND-FILE-ID
002550         MOVE WS-ARBAL-STATUS TO WS-ABEND-STATUS
002560         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002570     END-IF.
002580 2200-GET-BALANCE-EXIT.
002590     EXIT.
002600*--------------------------------------------------------------*
002610* 2300-POST-CHARGE - ADD THE CHARGE TO THE ACCOUNT'S OPEN ITEM  *
002620* FOR THE CYCLE DATE, OPENING THE ITEM IF THIS IS THE CYCLE'S   *
002630* FIRST CHARGE, THEN SPEND ANY UNAPPLIED CREDIT THE ACCOUNT IS  *
002640* HOLDING AGAINST ITS OPEN ITEMS, OLDEST FIRST                  *
002650*--------------------------------------------------------------*
002660 2300-POST-CHARGE.
002670     ADD 1 TO WS-CHARGE-CT.
002680     ADD WS-POST-AMT TO WS-CHARGE-AMOUNT.
002690     ADD WS-POST-AMT TO ARB-PERIOD-CHARGES.
002700     ADD WS-POST-AMT TO ARB-CURRENT-BALANCE.
002710     MOVE ACH-ACCOUNT-NO TO ARI-ACCOUNT-NO.
002720     MOVE ACH-CYCLE-DATE TO ARI-ITEM-DATE.
002730     READ ITEM-FILE
002740         INVALID KEY
002750             PERFORM 2350-OPEN-ITEM THRU 2350-OPEN-ITEM-EXIT
002760             GO TO 2300-APPLY-CREDIT
002770     END-READ.
002780     IF WS-ARITEM-STATUS NOT = '00'
002790         MOVE 'ARITEM  ' TO WS-ABEND-FILE-ID
002800         MOVE WS-ARITEM-STATUS TO WS-ABEND-STATUS
002810         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002820     END-IF.
002830     ADD WS-POST-AMT TO ARI-ORIGINAL-AMT.
002840     ADD WS-POST-AMT TO ARI-OPEN-AMT.
002850     REWRITE AR-ITEM-REC.
002860     IF WS-ARITEM-STATUS NOT = '00'
002870         MOVE 'ARITEM  ' TO WS-ABEND-FILE-ID
002880         MOVE WS-ARITEM-STATUS TO WS-ABEND-STATUS
002890         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002900     END-IF.
002910 2300-APPLY-CREDIT.
002920     IF ARB-UNAPPLIED-AMT > ZERO
002930         MOVE ARB-UNAPPLIED-AMT TO WS-APPLY-AMT
002940         PERFORM 5000-APPLY-OLDEST-FIRST
002950             THRU 5000-APPLY-OLDEST-FIRST-EXIT
002960         COMPUTE WS-APPLY-PORTION = WS-APPLY-AMT - WS-APPLY-REMAIN
002970         SUBTRACT WS-APPLY-PORTION FROM ARB-UNAPPLIED-AMT
002980         ADD WS-APPLY-PORTION TO WS-CREDIT-APPLIED-AMT
002990     END-IF.
003000 2300-POST-CHARGE-EXIT.
003010     EXIT.
003020*--------------------------------------------------------------*
003030* 2350-OPEN-ITEM - FIRST CHARGE FOR THE ACCOUNT ON THIS CYCLE   *
003040* DATE - WRITE A NEW OPEN ITEM FOR IT                           *
003050*--------------------------------------------------------------*
003060 2350-OPEN-ITEM.
003070     MOVE SPACES         TO AR-ITEM-REC.
003080     MOVE ACH-ACCOUNT-NO TO ARI-ACCOUNT-NO.
003090     MOVE ACH-CYCLE-DATE TO ARI-ITEM-DATE.
003100     MOVE WS-POST-AMT    TO ARI-ORIGINAL-AMT.
003110     MOVE WS-POST-AMT    TO ARI-OPEN-AMT.
003120     MOVE WS-RUN-DATE    TO ARI-CREATE-DATE.
003130     MOVE ZERO           TO ARI-LAST-APPLY-DATE.
003140     WRITE AR-ITEM-REC.
003150     IF WS-ARITEM-STATUS NOT = '00'
003160         MOVE 'ARITEM  ' TO WS-ABEND-FILE-ID
003170         MOVE WS-ARITEM-STATUS TO WS-ABEND-STATUS
003180         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003190     END-IF.
003200     ADD 1 TO WS-ITEM-ADDED-CT.
003210 2350-OPEN-ITEM-EXIT.
003220     EXIT.
003230*--------------------------------------------------------------*
003240* 2400-POST-REVERSAL - A REVERSAL CREDITS THE ACCOUNT. THE      *
003250* CREDIT IS APPLIED TO THE OPEN ITEMS OLDEST FIRST; WHATEVER    *
003260* THE ITEMS CANNOT TAKE IS HELD AS UNAPPLIED CREDIT.            *
003270*--------------------------------------------------------------*
003280 2400-POST-REVERSAL.
003290     ADD 1 TO WS-REVERSAL-CT.
003300     ADD WS-POST-AMT TO WS-CREDIT-AMOUNT.
003310     ADD WS-POST-AMT TO ARB-PERIOD-CREDITS.
003320     ADD WS-POST-AMT TO ARB-CURRENT-BALANCE.
003330     COMPUTE WS-APPLY-AMT = ZERO - WS-POST-AMT.
003340     PERFORM 5000-APPLY-OLDEST-FIRST
003350         THRU 5000-APPLY-OLDEST-FIRST-EXIT.
003360     ADD WS-APPLY-REMAIN TO ARB-UNAPPLIED-AMT.
003370 2400-POST-REVERSAL-EXIT.
003380     EXIT.
003390*--------------------------------------------------------------*
003400* 2500-SAVE-BALANCE - WRITE A NEW BALANCE RECORD OR REWRITE THE *
003410* ONE READ                                                      *
003420*--------------------------------------------------------------*
003430 2500-SAVE-BALANCE.
003440     IF BALANCE-NEW
003450         WRITE AR-BALANCE-REC
003460         ADD 1 TO WS-BALANCE-ADDED-CT
003470     ELSE
003480         REWRITE AR-BALANCE-REC
003490     END-IF.
003500     IF WS-ARBAL-STATUS NOT = '00'
003510         MOVE 'ARBAL   ' TO WS-ABEND-FILE-ID
003520         MOVE WS-ARBAL-STATUS TO WS-ABEND-STATUS
003530         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003540     END-IF.
003550 2500-SAVE-BALANCE-EXIT.
003560     EXIT.
003570*--------------------------------------------------------------*
003580* 5000-APPLY-OLDEST-FIRST - APPLY THE CREDIT IN WS-APPLY-AMT TO *
003590* THE ACCOUNT'S OPEN ITEMS IN KEY (ITEM DATE) ORDER. WHAT IS    *
003600* LEFT UNSPENT IS RETURNED IN WS-APPLY-REMAIN.                  *
003610*--------------------------------------------------------------*
003620 5000-APPLY-OLDEST-FIRST.
003630     MOVE WS-APPLY-AMT TO WS-APPLY-REMAIN.
003640     MOVE 'N' TO WS-APPLY-DONE-SWITCH.
003650     MOVE ARB-ACCOUNT-NO TO ARI-ACCOUNT-NO.
003660     MOVE ZERO           TO ARI-ITEM-DATE.
003670     START ITEM-FILE KEY NOT LESS THAN ARI-KEY
003680         INVALID KEY
003690             MOVE 'Y' TO WS-APPLY-DONE-SWITCH
003700     END-START.
003710     PERFORM 5100-APPLY-ONE-ITEM THRU 5100-APPLY-ONE-ITEM-EXIT
003720         UNTIL APPLY-DONE.
003730 5000-APPLY-OLDEST-FIRST-EXIT.
003740     EXIT.
003750*--------------------------------------------------------------*
003760* 5100-APPLY-ONE-ITEM - READ THE ACCOUNT'S NEXT ITEM AND TAKE   *
003770* AS MUCH OF ITS OPEN AMOUNT AS THE CREDIT LEFT WILL COVER. AN  *
003780* ITEM PAID DOWN TO NOTHING IS DELETED. THE NEXT ACCOUNT'S      *
003790* FIRST ITEM, END OF FILE, OR THE CREDIT RUNNING OUT ENDS IT.   *
003800*--------------------------------------------------------------*
003810 5100-APPLY-ONE-ITEM.
003820     READ ITEM-FILE NEXT RECORD
003830         AT END
003840             MOVE 'Y' TO WS-APPLY-DONE-SWITCH
003850     END-READ.
003860     IF APPLY-DONE
003870         GO TO 5100-APPLY-ONE-ITEM-EXIT
003880     END-IF.
003890     IF WS-ARITEM-STATUS NOT = '00'
003900         MOVE 'ARITEM  ' TO WS-ABEND-FILE-ID
003910         MOVE WS-ARITEM-STATUS TO WS-ABEND-STATUS
003920         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003930     END-IF.
003940     IF ARI-ACCOUNT-NO NOT = ARB-ACCOUNT-NO
003950         MOVE 'Y' TO WS-APPLY-DONE-SWITCH
003960         GO TO 5100-APPLY-ONE-ITEM-EXIT
003970     END-IF.
003980     IF ARI-OPEN-AMT NOT > ZERO
003990         GO TO 5100-APPLY-ONE-ITEM-EXIT
004000     END-IF.
004010     IF ARI-OPEN-AMT < WS-APPLY-REMAIN
004020         MOVE ARI-OPEN-AMT    TO WS-APPLY-PORTION
004030     ELSE
004040         MOVE WS-APPLY-REMAIN TO WS-APPLY-PORTION
004050     END-IF.
004060     SUBTRACT WS-APPLY-PORTION FROM ARI-OPEN-AMT.
004070     SUBTRACT WS-APPLY-PORTION FROM WS-APPLY-REMAIN.
004080     MOVE WS-RUN-DATE TO ARI-LAST-APPLY-DATE.
004090     IF ARI-OPEN-AMT = ZERO
004100         DELETE ITEM-FILE RECORD
004110         ADD 1 TO WS-ITEM-SETTLED-CT
004120     ELSE
004130         REWRITE AR-ITEM-REC
004140     END-IF.
004150     IF WS-ARITEM-STATUS NOT = '00'
004160         MOVE 'ARITEM  ' TO WS-ABEND-FILE-ID
004170         MOVE WS-ARITEM-STATUS TO WS-ABEND-STATUS
004180         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004190     END-IF.
004200     IF WS-APPLY-REMAIN NOT > ZERO
004210         MOVE 'Y' TO WS-APPLY-DONE-SWITCH
004220     END-IF.
004230 5100-APPLY-ONE-ITEM-EXIT.
004240     EXIT.
004250*--------------------------------------------------------------*
004260* 9000-TERMINATE - CLOSE FILES AND LEAVE THE POSTING FIGURES ON *
004270* THE JOB LOG                                                   *
004280*--------------------------------------------------------------*
004290 9000-TERMINATE.
004300     DISPLAY 'ARPOST - ACCTCHG RECORDS ' WS-RECORD-NO
004310             ' ALREADY POSTED '          WS-ALREADY-POSTED-CT.
004320     MOVE WS-CHARGE-AMOUNT TO WS-DISPLAY-AMOUNT.
004330     DISPLAY 'ARPOST - CHARGES POSTED  ' WS-CHARGE-CT
004340             ' AMOUNT '                  WS-DISPLAY-AMOUNT.
004350     MOVE WS-CREDIT-AMOUNT TO WS-DISPLAY-AMOUNT.
004360     DISPLAY 'ARPOST - REVERSALS POSTED' WS-REVERSAL-CT
004370             ' AMOUNT '                  WS-DISPLAY-AMOUNT.
004380     MOVE WS-CREDIT-APPLIED-AMT TO WS-DISPLAY-AMOUNT.
004390     DISPLAY 'ARPOST - HELD CREDIT SPENT ON NEW CHARGES '
004400             WS-DISPLAY-AMOUNT.
004410     DISPLAY 'ARPOST - NEW ACCOUNTS '    WS-BALANCE-ADDED-CT
004420             ' ITEMS OPENED '            WS-ITEM-ADDED-CT
004430             ' ITEMS SETTLED '           WS-ITEM-SETTLED-CT.
004440     CLOSE ACCOUNT-FILE
004450           BALANCE-FILE
004460           ITEM-FILE.
004470 9000-TERMINATE-EXIT.
004480     EXIT.
004490*--------------------------------------------------------------*
004500* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
004510* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
004520* RETURN CODE.                                                  *
004530*--------------------------------------------------------------*
004540 9900-ABEND.
004550     DISPLAY 'ARPOST - FATAL I/O ERROR ON '
004560             WS-ABEND-FILE-ID
004570             ' FILE STATUS = ' WS-ABEND-STATUS.
004580     MOVE 16 TO RETURN-CODE.
004590     GOBACK.
004600 9900-ABEND-EXIT.
004610     EXIT.
004620 END PROGRAM ArPost.
