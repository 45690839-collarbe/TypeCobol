000270*                  AMOUNT COLUMNS CARRY A TRAILING SIGN, SO A   *
000280*                  REVERSED CHARGE SHOWS AS A CREDIT ON THE     *
000290*                  ACCOUNT INSTEAD OF INFLATING THE TOTAL.      *
000291*  10/15/26  RM    EACH STATEMENT NOW CARRIES THE ACCOUNT NAME  *
000292*                  BESIDE THE NUMBER AND THE STATEMENT ADDRESS  *
000293*                  UNDER IT ON THE FIRST PAGE, READ BY KEY FROM *
000294*                  THE ACCOUNT MASTER KSDS (ACCTMST). AN        *
000295*                  ACCOUNT MISSING FROM THE MASTER STILL GETS   *
000296*                  ITS STATEMENT, FLAGGED IN PLACE OF THE NAME. *
000297*  10/15/26  RM    BALANCE-FORWARD STATEMENTS. UNDER THE        *
000298*                  CHARGES EACH STATEMENT NOW SHOWS THE         *
000299*                  PREVIOUS BALANCE, PAYMENTS RECEIVED, NEW     *
000300*                  CHARGES, CREDITS AND THE AMOUNT DUE FROM     *
000301*                  THE ACCOUNT BALANCE MASTER (ARBAL), THEN     *
000302*                  ROLLS THE ACCOUNT INTO A NEW PERIOD. A       *
000303*                  SAME-DAY RERUN REPRINTS THE SAME FIGURES.    *
000304*                  AN ACCOUNT WITH A BALANCE OR PAYMENTS BUT    *
000305*                  NO CHARGES THIS PERIOD GETS A BALANCE-ONLY   *
000306*                  STATEMENT. AN ACCOUNT MISSING FROM ARBAL,    *
000307*                  OR WHOSE LEDGER CHARGES OR CREDITS DIFFER    *
000308*                  FROM THOSE LISTED, IS FLAGGED ON ITS         *
000309*                  STATEMENT AND ENDS THE JOB RC 4.             *
000310*  10/15/26  RM    VAT. ACCTCHG GREW 40 TO 60 AND NOW CARRIES   *
000311*                  EACH CHARGE'S VAT AND GROSS. THE PER-CODE    *
000312*                  LINES SHOW NET, VAT AND GROSS; THE STATEMENT *
000313*                  SHOWS NET CHARGES AND VAT ABOVE A STATEMENT  *
000314*                  TOTAL THAT IS NOW THE GROSS, AND THE RUN     *
000315*                  SUMMARY SPLITS THE ALL-ACCOUNTS TOTAL THE    *
000316*                  SAME WAY. THE LEDGER CHECK COMPARES GROSS,   *
000317*                  WHICH IS WHAT ArPost POSTS. A CONVERTED      *
000318*                  RECORD WITH NO VAT FIELDS READS AS NO VAT,   *
000319*                  GROSS EQUAL TO NET.                          *
000320*  10/15/26  RM    ACCTCHG GREW TO 90 BYTES WITH THE UNITS AND  *
000321*                  RATE OF EACH PRICE BAND (BASE RATE AND UP TO *
000322*                  TWO VOLUME TIERS) A CHARGE WAS BILLED AT. A  *
000323*                  CODE BILLED AT MORE THAN ONE RATE IN THE     *
000324*                  PERIOD NOW PRINTS A RATE LINE UNDER ITS CODE *
000325*                  ROW FOR EACH RATE - NET UNITS AND AMOUNT AT  *
000326*                  THAT RATE. A RECORD WITH NO BAND DETAIL      *
000327*                  COUNTS AS ONE BAND AT THE RATE ITS CHARGE    *
000328*                  WORKS OUT TO.                                *
000329*--------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000331 CONFIGURATION SECTION.
000332 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350*    DECIMAL-POINT IS COMMA SO THE EDITED AMOUNTS BELOW CARRY
000360*    THE COMMA DECIMAL SEPARATOR THE SHOP'S REPORTS USE.
000410             FILE STATUS IS WS-ACCT-STATUS.
000420     SELECT PRINT-FILE              ASSIGN TO PRTFILE
000430             FILE STATUS IS WS-PRINT-STATUS.
000431     SELECT ACCOUNT-MASTER-FILE     ASSIGN TO ACCTMST
000432             ORGANIZATION IS INDEXED
000433             ACCESS MODE IS DYNAMIC
000434             RECORD KEY IS AMS-ACCOUNT-NO
000435             FILE STATUS IS WS-ACCTMST-STATUS.
000437     SELECT BALANCE-FILE            ASSIGN TO ARBAL
000439             ORGANIZATION IS INDEXED
000441             ACCESS MODE IS DYNAMIC
000443             RECORD KEY IS ARB-ACCOUNT-NO
000445             FILE STATUS IS WS-ARBAL-STATUS.
000447 DATA DIVISION.
000450 FILE SECTION.
000460*--------------------------------------------------------------*
000470* ACCOUNT-FILE - THE MONTH'S PER-ACCOUNT CHARGE RECORDS         *
000490*--------------------------------------------------------------*
000500 FD  ACCOUNT-FILE
000510     LABEL RECORDS ARE STANDARD
000520     RECORD CONTAINS 90 CHARACTERS
000530     DATA RECORD IS ACCT-CHARGE-REC.
000540     COPY ACCTCHG.
000550*--------------------------------------------------------------*
000610     RECORD CONTAINS 132 CHARACTERS
000620     DATA RECORD IS PRINT-REC.
000630 01  PRINT-REC                   PIC X(132).
000631*--------------------------------------------------------------*
000632* ACCOUNT-MASTER-FILE - THE ACCOUNT MASTER KSDS (SHARED         *
000633* ACCTMST LAYOUT), READ BY KEY AT EVERY ACCOUNT BREAK FOR THE   *
000634* NAME AND STATEMENT ADDRESS                                    *
000635*--------------------------------------------------------------*
000636 FD  ACCOUNT-MASTER-FILE
000637     RECORD CONTAINS 160 CHARACTERS
000638     DATA RECORD IS ACCT-MASTER-REC.
000639     COPY ACCTMST.
000640*--------------------------------------------------------------*
000641* BALANCE-FILE - THE ACCOUNT BALANCE MASTER KSDS (SHARED ARBAL  *
000642* LAYOUT), READ BY KEY AT EVERY ACCOUNT BREAK AND BROWSED AT THE*
000643* END FOR BALANCE-ONLY STATEMENTS; EACH ACCOUNT STATED IS ROLLED*
000644* INTO A NEW PERIOD                                             *
000645*--------------------------------------------------------------*
000646 FD  BALANCE-FILE
000647     RECORD CONTAINS 200 CHARACTERS
000648     DATA RECORD IS AR-BALANCE-REC.
000649     COPY ARBAL.
000650 WORKING-STORAGE SECTION.
000651*--------------------------------------------------------------*
000660* PER-MyVar-CODE ROLLUP FOR THE ACCOUNT IN HAND, CLEARED AT     *
000670* EVERY ACCOUNT BREAK                                           *
000680*--------------------------------------------------------------*
000710 77  WS-CODE-IX                  PIC 9(04) COMP.
000720 77  WS-CODE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000730     88  CODE-FOUND                  VALUE 'Y'.
000731 77  WS-RATE-ENTRY-MAX           PIC 9(02) COMP VALUE 09.
000732 77  WS-RATE-IX                  PIC 9(04) COMP.
000733 77  WS-RATE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000734     88  RATE-FOUND                  VALUE 'Y'.
000735 77  WS-BAND-IX                  PIC 9(04) COMP.
000736 77  WS-TALLY-QTY                PIC S9(08) VALUE ZERO.
000737 77  WS-TALLY-RATE               PIC 9(03)V99 VALUE ZERO.
000738 77  WS-TALLY-AMOUNT             PIC S9(09)V99 VALUE ZERO.
000740 01  WS-CODE-TABLE.
000750     05  WS-CODE-ENTRY           OCCURS 100 TIMES.
000760         10  WS-CT-CODE              PIC X(01).
000770         10  WS-CT-COUNT             PIC 9(08).
000780         10  WS-CT-QTY               PIC 9(08).
000790         10  WS-CT-AMOUNT            PIC S9(09)V99.
000793         10  WS-CT-VAT               PIC S9(09)V99.
000796         10  WS-CT-GROSS             PIC S9(09)V99.
000798         10  WS-CT-RATE-CT           PIC 9(02) COMP.
000800         10  WS-CT-RATE-ENTRY        OCCURS 9 TIMES.
000802             15  WS-CT-RATE          PIC 9(03)V99.
000804             15  WS-CT-RATE-QTY      PIC S9(08).
000806             15  WS-CT-RATE-AMOUNT   PIC S9(09)V99.
000808*--------------------------------------------------------------*
000810* ACCOUNT BREAK CONTROL AND PER-ACCOUNT TOTALS                  *
000820*--------------------------------------------------------------*
000830 77  WS-PREV-ACCOUNT             PIC 9(10) VALUE ZERO.
000860 77  WS-ACCT-CHARGE-CT           PIC 9(08) VALUE ZERO.
000870 77  WS-ACCT-QTY                 PIC 9(08) VALUE ZERO.
000880 77  WS-ACCT-AMOUNT              PIC S9(09)V99 VALUE ZERO.
000881 77  WS-ACCT-VAT                 PIC S9(09)V99 VALUE ZERO.
000882 77  WS-ACCT-GROSS               PIC S9(09)V99 VALUE ZERO.
000883*    THE CHARGE RECORD IN HAND'S VAT AND GROSS - ZERO AND THE
000884*    NET ON A CONVERTED RECORD THAT CARRIES NO VAT FIELDS.
000885 77  WS-REC-VAT                  PIC S9(07)V99 VALUE ZERO.
000886 77  WS-REC-GROSS                PIC S9(07)V99 VALUE ZERO.
000890 77  WS-ACCT-FROM-DATE           PIC 9(06) VALUE ZERO.
000900 77  WS-ACCT-TO-DATE             PIC 9(06) VALUE ZERO.
000901*    ADDRESS-PENDING HOLDS THE ADDRESS BLOCK FOR THE FIRST
000902*    PAGE OF THE STATEMENT ONLY; CONTINUATION PAGES CARRY THE
000903*    NUMBER AND NAME ALONE.
000904 77  WS-ADDRESS-SWITCH           PIC X(01) VALUE 'N'.
000905     88  ADDRESS-PENDING             VALUE 'Y'.
000906 77  WS-ADDRESS-LINE-CT          PIC 9(02) VALUE ZERO.
000907*    CHARGES AND CREDITS (REVERSALS) LISTED FOR THE ACCOUNT,    *
000908*    KEPT APART TO CHECK AGAINST THE LEDGER'S PERIOD FIGURES.   *
000909*    BOTH ARE GROSS, AS POSTED TO THE LEDGER.
000910 77  WS-ACCT-CHARGES             PIC S9(09)V99 VALUE ZERO.
000911 77  WS-ACCT-CREDITS             PIC S9(09)V99 VALUE ZERO.
000912*--------------------------------------------------------------*
000913* BALANCE-FORWARD FIGURES FOR THE ACCOUNT IN HAND, FROM THE     *
000914* ACCOUNT BALANCE MASTER. STMT-TYPE IS 'C' FOR A STATEMENT OF   *
000915* CHARGES, 'B' FOR A BALANCE-ONLY STATEMENT.                    *
000916*--------------------------------------------------------------*
000917 77  WS-BF-PREV-BALANCE          PIC S9(09)V99 VALUE ZERO.
000918 77  WS-BF-PAYMENTS              PIC S9(09)V99 VALUE ZERO.
000919 77  WS-BF-CHARGES               PIC S9(09)V99 VALUE ZERO.
000920 77  WS-BF-CREDITS               PIC S9(09)V99 VALUE ZERO.
000921 77  WS-BF-AMOUNT-DUE            PIC S9(09)V99 VALUE ZERO.
000922 77  WS-STMT-TYPE                PIC X(01) VALUE 'C'.
000923*--------------------------------------------------------------*
000924* RUN TOTALS FOR THE SUMMARY PAGE AT THE END                    *
000930*--------------------------------------------------------------*
000940 77  WS-RECORD-COUNT             PIC 9(08) VALUE ZERO.
000950 77  WS-STATEMENT-COUNT          PIC 9(08) VALUE ZERO.
000960 77  WS-GRAND-AMOUNT             PIC S9(09)V99 VALUE ZERO.
000961 77  WS-GRAND-VAT                PIC S9(09)V99 VALUE ZERO.
000962 77  WS-GRAND-GROSS              PIC S9(09)V99 VALUE ZERO.
000963 77  WS-GRAND-DUE                PIC S9(09)V99 VALUE ZERO.
000964 77  WS-BAL-ONLY-COUNT           PIC 9(08) VALUE ZERO.
000965 77  WS-REPRINT-COUNT            PIC 9(08) VALUE ZERO.
000966 77  WS-NOT-ON-LEDGER-CT         PIC 9(08) VALUE ZERO.
000967 77  WS-LEDGER-DIFF-CT           PIC 9(08) VALUE ZERO.
000970*--------------------------------------------------------------*
000980* END-OF-FILE CONTROL                                          *
000990*--------------------------------------------------------------*
001000 77  WS-ACCT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001010     88  END-OF-ACCOUNTS             VALUE 'Y'.
001013 77  WS-BAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
001016     88  END-OF-BALANCES             VALUE 'Y'.
001020*--------------------------------------------------------------*
001030* FILE STATUS AND ABEND FIELDS                                  *
001040*--------------------------------------------------------------*
001050 77  WS-ACCT-STATUS              PIC X(02).
001060 77  WS-PRINT-STATUS             PIC X(02).
001065 77  WS-ACCTMST-STATUS           PIC X(02).
001067 77  WS-ARBAL-STATUS             PIC X(02).
001070 77  WS-ABEND-FILE-ID            PIC X(08).
001080 77  WS-ABEND-STATUS             PIC X(02).
001090*--------------------------------------------------------------*
001280     05  FILLER                  PIC X(01) VALUE SPACE.
001290     05  FILLER                  PIC X(08) VALUE 'ACCOUNT'.
001300     05  HDG2-ACCOUNT            PIC 9(10).
001303     05  FILLER                  PIC X(02) VALUE SPACE.
001306     05  HDG2-NAME               PIC X(30).
001310     05  FILLER                  PIC X(81) VALUE SPACE.
001312 01  WS-ADDRESS-LINE.
001314     05  FILLER                  PIC X(21) VALUE SPACE.
001316     05  ADR-TEXT                PIC X(30).
001318     05  FILLER                  PIC X(81) VALUE SPACE.
001320 01  WS-HEADING-3.
001330     05  FILLER                  PIC X(01) VALUE SPACE.
001340     05  FILLER                  PIC X(06) VALUE 'CODE'.
001350     05  FILLER                  PIC X(10) VALUE 'CHARGES'.
001360     05  FILLER                  PIC X(10) VALUE 'UNITS'.
001370     05  FILLER                  PIC X(15) VALUE 'NET'.
001373     05  FILLER                  PIC X(15) VALUE 'VAT'.
001376     05  FILLER                  PIC X(12) VALUE 'GROSS'.
001380     05  FILLER                  PIC X(63) VALUE SPACE.
001390 01  WS-CODE-LINE.
001400     05  FILLER                  PIC X(01) VALUE SPACE.
001410     05  CDL-CODE                PIC X(01).
001450     05  CDL-QTY                 PIC ZZZZZZZ9.
001460     05  FILLER                  PIC X(02) VALUE SPACE.
001470     05  CDL-AMOUNT              PIC Z(8)9,99-.
001472     05  FILLER                  PIC X(02) VALUE SPACE.
001474     05  CDL-VAT                 PIC Z(8)9,99-.
001476     05  FILLER                  PIC X(02) VALUE SPACE.
001478     05  CDL-GROSS               PIC Z(8)9,99-.
001480     05  FILLER                  PIC X(70) VALUE SPACE.
001481*--------------------------------------------------------------*
001482* RATE LINE UNDER A CODE ROW BILLED AT MORE THAN ONE RATE       *
001483*--------------------------------------------------------------*
001484 01  WS-RATE-LINE.
001485     05  FILLER                  PIC X(03) VALUE SPACE.
001486     05  FILLER                  PIC X(05) VALUE 'RATE '.
001487     05  RTL-RATE                PIC ZZ9,99.
001488     05  FILLER                  PIC X(03) VALUE SPACE.
001489     05  RTL-QTY                 PIC ZZZZZZZ9-.
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001491     05  RTL-AMOUNT              PIC Z(8)9,99-.
001492     05  FILLER                  PIC X(92) VALUE SPACE.
001493 01  WS-TOTAL-LINE.
001500     05  FILLER                  PIC X(01) VALUE SPACE.
001510     05  TOT-LABEL               PIC X(30).
001520     05  TOT-COUNT               PIC ZZZZZZZ9.
001740         PERFORM 3000-PRINT-STATEMENT
001750             THRU 3000-PRINT-STATEMENT-EXIT
001760     END-IF.
001763     PERFORM 5000-BALANCE-ONLY-PASS
001766         THRU 5000-BALANCE-ONLY-PASS-EXIT.
001770     PERFORM 4000-PRINT-RUN-SUMMARY
001780         THRU 4000-PRINT-RUN-SUMMARY-EXIT.
001790     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001960         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
001970         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
001980     END-IF.
001981     OPEN INPUT ACCOUNT-MASTER-FILE.
001982     IF WS-ACCTMST-STATUS NOT = '00'
001983         MOVE 'ACCTMST ' TO WS-ABEND-FILE-ID
001984         MOVE WS-ACCTMST-STATUS TO WS-ABEND-STATUS
001985         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
001986     END-IF.
001987     OPEN I-O BALANCE-FILE.
001988     IF WS-ARBAL-STATUS = '35'
001989         OPEN OUTPUT BALANCE-FILE
001990         IF WS-ARBAL-STATUS = '00'
001991             CLOSE BALANCE-FILE
001992             OPEN I-O BALANCE-FILE
001993         END-IF
001994     END-IF.
001995     IF WS-ARBAL-STATUS NOT = '00'
001996         MOVE 'ARBAL   ' TO WS-ABEND-FILE-ID
001997         MOVE WS-ARBAL-STATUS TO WS-ABEND-STATUS
001998         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
001999     END-IF.
002000     ACCEPT WS-RUN-DATE FROM DATE.
002001     PERFORM 2100-READ-ACCOUNT THRU 2100-READ-ACCOUNT-EXIT.
002010 1000-INITIALIZE-EXIT.
002020     EXIT.
002030*--------------------------------------------------------------*
002230         END-IF
002240     END-IF.
002250     ADD 1 TO WS-RECORD-COUNT.
002251*    A RECORD CONVERTED FROM THE 40-BYTE LAYOUT HAS SPACES IN
002252*    THE VAT FIELDS - IT CARRIES NO VAT AND ITS GROSS IS ITS NET.
002253     IF ACH-VAT-AMT NUMERIC AND ACH-GROSS-AMT NUMERIC
002254         MOVE ACH-VAT-AMT   TO WS-REC-VAT
002255         MOVE ACH-GROSS-AMT TO WS-REC-GROSS
002256     ELSE
002257         MOVE ZERO           TO WS-REC-VAT
002258         MOVE ACH-CHARGE-AMT TO WS-REC-GROSS
002259     END-IF.
002260     PERFORM 2200-TALLY-CODE THRU 2200-TALLY-CODE-EXIT.
002270     ADD 1 TO WS-ACCT-CHARGE-CT.
002280     ADD ACH-QUANTITY TO WS-ACCT-QTY.
002290     ADD ACH-CHARGE-AMT TO WS-ACCT-AMOUNT.
002300     ADD ACH-CHARGE-AMT TO WS-GRAND-AMOUNT.
002301     ADD WS-REC-VAT TO WS-ACCT-VAT.
002302     ADD WS-REC-VAT TO WS-GRAND-VAT.
002303     ADD WS-REC-GROSS TO WS-ACCT-GROSS.
002304     ADD WS-REC-GROSS TO WS-GRAND-GROSS.
002305     IF ACH-CHARGE-AMT < ZERO
002306         ADD WS-REC-GROSS TO WS-ACCT-CREDITS
002307     ELSE
002308         ADD WS-REC-GROSS TO WS-ACCT-CHARGES
002309     END-IF.
002310     IF WS-ACCT-FROM-DATE = ZERO
002320          OR ACH-CYCLE-DATE < WS-ACCT-FROM-DATE
002330         MOVE ACH-CYCLE-DATE TO WS-ACCT-FROM-DATE
002780         MOVE ZERO      TO WS-CT-COUNT (WS-CODE-IX)
002790         MOVE ZERO      TO WS-CT-QTY (WS-CODE-IX)
002800         MOVE ZERO      TO WS-CT-AMOUNT (WS-CODE-IX)
002803         MOVE ZERO      TO WS-CT-VAT (WS-CODE-IX)
002806         MOVE ZERO      TO WS-CT-GROSS (WS-CODE-IX)
002808         MOVE ZERO      TO WS-CT-RATE-CT (WS-CODE-IX)
002810     END-IF.
002820     ADD 1 TO WS-CT-COUNT (WS-CODE-IX).
002830     ADD ACH-QUANTITY TO WS-CT-QTY (WS-CODE-IX).
002840     ADD ACH-CHARGE-AMT TO WS-CT-AMOUNT (WS-CODE-IX).
002843     ADD WS-REC-VAT TO WS-CT-VAT (WS-CODE-IX).
002846     ADD WS-REC-GROSS TO WS-CT-GROSS (WS-CODE-IX).
002848     PERFORM 2260-TALLY-BANDS THRU 2260-TALLY-BANDS-EXIT.
002850 2200-TALLY-CODE-EXIT.
002860     EXIT.
002870*--------------------------------------------------------------*
002930     END-IF.
002940 2250-MATCH-CODE-EXIT.
002950     EXIT.
002951*--------------------------------------------------------------*
002952* 2260-TALLY-BANDS - ADD THIS CHARGE'S UNITS AND AMOUNT INTO    *
002953* THE CODE ROW'S RATE BREAKDOWN, ONE PRICE BAND AT A TIME. A    *
002954* RECORD WITH NO BAND DETAIL (WRITTEN BEFORE TIER PRICING) IS   *
002955* ONE BAND AT THE RATE ITS CHARGE WORKS OUT TO                  *
002956*--------------------------------------------------------------*
002957 2260-TALLY-BANDS.
002958     IF ACH-TIER-DETAIL NUMERIC
002959         PERFORM 2265-TALLY-ONE-BAND
002960            THRU 2265-TALLY-ONE-BAND-EXIT
002961             VARYING WS-BAND-IX FROM 1 BY 1
002962             UNTIL WS-BAND-IX > 3
002963         GO TO 2260-TALLY-BANDS-EXIT
002964     END-IF.
002965     IF ACH-QUANTITY = ZERO
002966         GO TO 2260-TALLY-BANDS-EXIT
002967     END-IF.
002968     MOVE ACH-QUANTITY TO WS-TALLY-QTY.
002969     COMPUTE WS-TALLY-RATE ROUNDED =
002970         ACH-CHARGE-AMT / ACH-QUANTITY
002971         ON SIZE ERROR
002972             MOVE ZERO TO WS-TALLY-RATE
002973     END-COMPUTE.
002974     MOVE ACH-CHARGE-AMT TO WS-TALLY-AMOUNT.
002975     PERFORM 2270-TALLY-RATE THRU 2270-TALLY-RATE-EXIT.
002976 2260-TALLY-BANDS-EXIT.
002977     EXIT.
002978*--------------------------------------------------------------*
002979* 2265-TALLY-ONE-BAND - ONE ACH-TIER-ENTRY. A BAND THE CHARGE   *
002980* DID NOT REACH CARRIES ZERO UNITS AND IS SKIPPED               *
002981*--------------------------------------------------------------*
002982 2265-TALLY-ONE-BAND.
002983     IF ACH-TIER-QUANTITY (WS-BAND-IX) = ZERO
002984         GO TO 2265-TALLY-ONE-BAND-EXIT
002985     END-IF.
002986     MOVE ACH-TIER-QUANTITY (WS-BAND-IX) TO WS-TALLY-QTY.
002987     MOVE ACH-TIER-RATE (WS-BAND-IX)     TO WS-TALLY-RATE.
002988     COMPUTE WS-TALLY-AMOUNT = WS-TALLY-QTY * WS-TALLY-RATE.
002989     IF ACH-CHARGE-AMT < ZERO
002990         COMPUTE WS-TALLY-AMOUNT = ZERO - WS-TALLY-AMOUNT
002991     END-IF.
002992     PERFORM 2270-TALLY-RATE THRU 2270-TALLY-RATE-EXIT.
002993 2265-TALLY-ONE-BAND-EXIT.
002994     EXIT.
002995*--------------------------------------------------------------*
002996* 2270-TALLY-RATE - ADD WS-TALLY-QTY/WS-TALLY-AMOUNT INTO THE   *
002997* CODE ROW'S ENTRY FOR WS-TALLY-RATE, CREATING THE ENTRY THE    *
002998* FIRST TIME THE RATE IS MET. A REVERSAL'S UNITS COME OFF       *
002999*--------------------------------------------------------------*
003000 2270-TALLY-RATE.
003001     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
003002     PERFORM 2280-MATCH-RATE THRU 2280-MATCH-RATE-EXIT
003003         VARYING WS-RATE-IX FROM 1 BY 1
003004         UNTIL RATE-FOUND
003005            OR WS-RATE-IX > WS-CT-RATE-CT (WS-CODE-IX).
003006     IF RATE-FOUND
003007         SUBTRACT 1 FROM WS-RATE-IX
003008     ELSE
003009         IF WS-CT-RATE-CT (WS-CODE-IX) >= WS-RATE-ENTRY-MAX
003010             MOVE 'RATETBL ' TO WS-ABEND-FILE-ID
003011             MOVE 'FU'       TO WS-ABEND-STATUS
003012             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003013         END-IF
003014         ADD 1 TO WS-CT-RATE-CT (WS-CODE-IX)
003015         MOVE WS-CT-RATE-CT (WS-CODE-IX) TO WS-RATE-IX
003016         MOVE WS-TALLY-RATE
003017           TO WS-CT-RATE (WS-CODE-IX, WS-RATE-IX)
003018         MOVE ZERO TO WS-CT-RATE-QTY (WS-CODE-IX, WS-RATE-IX)
003019         MOVE ZERO TO WS-CT-RATE-AMOUNT (WS-CODE-IX, WS-RATE-IX)
003020     END-IF.
003021     IF ACH-CHARGE-AMT < ZERO
003022         SUBTRACT WS-TALLY-QTY
003023             FROM WS-CT-RATE-QTY (WS-CODE-IX, WS-RATE-IX)
003024     ELSE
003025         ADD WS-TALLY-QTY
003026          TO WS-CT-RATE-QTY (WS-CODE-IX, WS-RATE-IX)
003027     END-IF.
003028     ADD WS-TALLY-AMOUNT
003029      TO WS-CT-RATE-AMOUNT (WS-CODE-IX, WS-RATE-IX).
003030 2270-TALLY-RATE-EXIT.
003031     EXIT.
003032*--------------------------------------------------------------*
003033* 2280-MATCH-RATE - COMPARE ONE RATE ENTRY WITH WS-TALLY-RATE  *
003035*--------------------------------------------------------------*
003036 2280-MATCH-RATE.
003037     IF WS-CT-RATE (WS-CODE-IX, WS-RATE-IX) = WS-TALLY-RATE
003038         MOVE 'Y' TO WS-RATE-FOUND-SWITCH
003039     END-IF.
003040 2280-MATCH-RATE-EXIT.
003041     EXIT.
003042*--------------------------------------------------------------*
003043* 3000-PRINT-STATEMENT - ONE ACCOUNT'S STATEMENT ON ITS OWN     *
003044* PAGE: PER-CODE CHARGES, THE PERIOD COVERED, THE MONTH TOTALS  *
003045* AND THE BALANCE FORWARD, THEN CLEAR THE ACCOUNT ACCUMULATORS  *
003046* FOR THE NEXT ONE                                              *
003047*--------------------------------------------------------------*
003048 3000-PRINT-STATEMENT.
003049     MOVE WS-PREV-ACCOUNT TO HDG2-ACCOUNT.
003050     PERFORM 3050-READ-ACCOUNT-MASTER
003051         THRU 3050-READ-ACCOUNT-MASTER-EXIT.
003052     MOVE WS-MAX-LINES TO WS-LINE-CT.
003053     PERFORM 3100-PRINT-CODE-ROW
003054         THRU 3100-PRINT-CODE-ROW-EXIT
003060         VARYING WS-CODE-IX FROM 1 BY 1
003070         UNTIL WS-CODE-IX > WS-CODE-ENTRY-CT.
003080     MOVE SPACES TO WS-PERIOD-LINE.
003210     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003220     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003230     MOVE SPACES TO WS-TOTAL-LINE.
003231     MOVE 'NET CHARGES' TO TOT-LABEL.
003232     MOVE WS-ACCT-AMOUNT TO TOT-AMOUNT.
003233     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003234     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003235     MOVE SPACES TO WS-TOTAL-LINE.
003236     MOVE 'VAT' TO TOT-LABEL.
003237     MOVE WS-ACCT-VAT TO TOT-AMOUNT.
003238     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003239     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003240     MOVE SPACES TO WS-TOTAL-LINE.
003241     MOVE 'STATEMENT TOTAL' TO TOT-LABEL.
003250     MOVE WS-ACCT-GROSS TO TOT-AMOUNT.
003260     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003270     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003280     ADD 1 TO WS-STATEMENT-COUNT.
003283     MOVE 'C' TO WS-STMT-TYPE.
003286     PERFORM 3300-BALANCE-FORWARD THRU 3300-BALANCE-FORWARD-EXIT.
003290     MOVE ZERO TO WS-CODE-ENTRY-CT.
003300     MOVE ZERO TO WS-ACCT-CHARGE-CT.
003310     MOVE ZERO TO WS-ACCT-QTY.
003320     MOVE ZERO TO WS-ACCT-AMOUNT.
003323     MOVE ZERO TO WS-ACCT-VAT.
003326     MOVE ZERO TO WS-ACCT-GROSS.
003330     MOVE ZERO TO WS-ACCT-FROM-DATE.
003340     MOVE ZERO TO WS-ACCT-TO-DATE.
003343     MOVE ZERO TO WS-ACCT-CHARGES.
003346     MOVE ZERO TO WS-ACCT-CREDITS.
003350 3000-PRINT-STATEMENT-EXIT.
003360     EXIT.
003361*--------------------------------------------------------------*
003362* 3050-READ-ACCOUNT-MASTER - KEYED READ OF THE ACCOUNT IN HAND  *
003363* FOR THE HEADING NAME AND THE FIRST-PAGE ADDRESS BLOCK. NOT    *
003364* ON THE MASTER IS FLAGGED ON THE STATEMENT, NOT FATAL - THE    *
003365* CHARGES ARE REAL AND STILL HAVE TO BE STATED.                 *
003366*--------------------------------------------------------------*
003367 3050-READ-ACCOUNT-MASTER.
003368     MOVE 'N' TO WS-ADDRESS-SWITCH.
003369     MOVE WS-PREV-ACCOUNT TO AMS-ACCOUNT-NO.
003370     READ ACCOUNT-MASTER-FILE
003371         INVALID KEY
003372             MOVE '*** NOT ON ACCOUNT MASTER ***' TO HDG2-NAME
003373             GO TO 3050-READ-ACCOUNT-MASTER-EXIT
003374     END-READ.
003375     IF WS-ACCTMST-STATUS NOT = '00'
003376         MOVE 'ACCTMST ' TO WS-ABEND-FILE-ID
003377         MOVE WS-ACCTMST-STATUS TO WS-ABEND-STATUS
003378         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003379     END-IF.
003380     MOVE AMS-ACCOUNT-NAME TO HDG2-NAME.
003381     MOVE 'Y' TO WS-ADDRESS-SWITCH.
003382 3050-READ-ACCOUNT-MASTER-EXIT.
003383     EXIT.
003384*--------------------------------------------------------------*
003385* 3100-PRINT-CODE-ROW - ONE PER-CODE CHARGE LINE                *
003390*--------------------------------------------------------------*
003400 3100-PRINT-CODE-ROW.
003410     MOVE SPACES TO WS-CODE-LINE.
003430     MOVE WS-CT-COUNT (WS-CODE-IX)  TO CDL-COUNT.
003440     MOVE WS-CT-QTY (WS-CODE-IX)    TO CDL-QTY.
003450     MOVE WS-CT-AMOUNT (WS-CODE-IX) TO CDL-AMOUNT.
003453     MOVE WS-CT-VAT (WS-CODE-IX)    TO CDL-VAT.
003456     MOVE WS-CT-GROSS (WS-CODE-IX)  TO CDL-GROSS.
003460     MOVE WS-CODE-LINE TO WS-PRINT-LINE.
003470     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003471     IF WS-CT-RATE-CT (WS-CODE-IX) > 1
003472         PERFORM 3150-PRINT-RATE-ROW
003473            THRU 3150-PRINT-RATE-ROW-EXIT
003474             VARYING WS-RATE-IX FROM 1 BY 1
003475             UNTIL WS-RATE-IX > WS-CT-RATE-CT (WS-CODE-IX)
003476     END-IF.
003480 3100-PRINT-CODE-ROW-EXIT.
003490     EXIT.
003491*--------------------------------------------------------------*
003492* 3150-PRINT-RATE-ROW - ONE RATE LINE UNDER THE CODE ROW. A     *
003493* RATE WHOSE CHARGES ALL REVERSED OUT IS NOT PRINTED            *
003494*--------------------------------------------------------------*
003495 3150-PRINT-RATE-ROW.
003496     IF WS-CT-RATE-QTY (WS-CODE-IX, WS-RATE-IX) = ZERO
003497        AND WS-CT-RATE-AMOUNT (WS-CODE-IX, WS-RATE-IX) = ZERO
003498         GO TO 3150-PRINT-RATE-ROW-EXIT
003499     END-IF.
003500     MOVE WS-CT-RATE (WS-CODE-IX, WS-RATE-IX)     TO RTL-RATE.
003501     MOVE WS-CT-RATE-QTY (WS-CODE-IX, WS-RATE-IX) TO RTL-QTY.
003502     MOVE WS-CT-RATE-AMOUNT (WS-CODE-IX, WS-RATE-IX)
003503       TO RTL-AMOUNT.
003504     MOVE WS-RATE-LINE TO WS-PRINT-LINE.
003505     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003506 3150-PRINT-RATE-ROW-EXIT.
003507     EXIT.
003508*--------------------------------------------------------------*
003509* 3300-BALANCE-FORWARD - KEYED READ OF THE ACCOUNT IN HAND ON   *
003510* THE BALANCE MASTER, THEN STATE ITS BALANCE AND CHECK THE      *
003511* LEDGER'S CHARGES AND CREDITS AGAINST THOSE JUST LISTED. AN    *
003512* ACCOUNT NOT ON THE BALANCE MASTER IS FLAGGED AND COUNTED - ITS*
003513* CHARGES WERE NEVER POSTED TO THE LEDGER.                      *
003514*--------------------------------------------------------------*
003515 3300-BALANCE-FORWARD.
003516     MOVE WS-PREV-ACCOUNT TO ARB-ACCOUNT-NO.
003517     READ BALANCE-FILE
003518         INVALID KEY
003519             ADD 1 TO WS-NOT-ON-LEDGER-CT
003520             MOVE SPACES TO WS-TOTAL-LINE
003521             MOVE '** NOT ON BALANCE MASTER **' TO TOT-LABEL
003522             MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
003523             PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT
003524             GO TO 3300-BALANCE-FORWARD-EXIT
003525     END-READ.
003526     IF WS-ARBAL-STATUS NOT = '00'
003527         MOVE 'ARBAL   ' TO WS-ABEND-FILE-ID
003528         MOVE WS-ARBAL-STATUS TO WS-ABEND-STATUS
003529         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003530     END-IF.
003531     PERFORM 3400-STATE-BALANCE THRU 3400-STATE-BALANCE-EXIT.
003532 3300-BALANCE-FORWARD-EXIT.
003533     EXIT.
003534*--------------------------------------------------------------*
003535* 3400-STATE-BALANCE - THE BALANCE-FORWARD BLOCK FOR THE        *
003536* BALANCE RECORD IN HAND. FIRST TIME TODAY THE FIGURES COME FROM*
003537* THE OPEN PERIOD AND THE ACCOUNT IS ROLLED; ALREADY STATED     *
003538* TODAY THEY COME FROM THE LAST-STATEMENT FIGURES, SO A RERUN   *
003539* REPRINTS WHAT WAS SENT AND ROLLS NOTHING TWICE.               *
003540*--------------------------------------------------------------*
003541 3400-STATE-BALANCE.
003542     IF ARB-LAST-STMT-DATE = WS-RUN-DATE
003543         MOVE ARB-LSF-PREV-BALANCE TO WS-BF-PREV-BALANCE
003544         MOVE ARB-LSF-PAYMENTS     TO WS-BF-PAYMENTS
003545         MOVE ARB-LSF-CHARGES      TO WS-BF-CHARGES
003546         MOVE ARB-LSF-CREDITS      TO WS-BF-CREDITS
003547         MOVE ARB-STMT-BALANCE     TO WS-BF-AMOUNT-DUE
003548         ADD 1 TO WS-REPRINT-COUNT
003549     ELSE
003550         MOVE ARB-STMT-BALANCE     TO WS-BF-PREV-BALANCE
003551         MOVE ARB-PERIOD-PAYMENTS  TO WS-BF-PAYMENTS
003552         MOVE ARB-PERIOD-CHARGES   TO WS-BF-CHARGES
003553         MOVE ARB-PERIOD-CREDITS   TO WS-BF-CREDITS
003554         MOVE ARB-CURRENT-BALANCE  TO WS-BF-AMOUNT-DUE
003555         PERFORM 3450-ROLL-PERIOD THRU 3450-ROLL-PERIOD-EXIT
003556     END-IF.
003557     ADD WS-BF-AMOUNT-DUE TO WS-GRAND-DUE.
003558     MOVE SPACES TO WS-PRINT-LINE.
003559     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003560     MOVE SPACES TO WS-TOTAL-LINE.
003561     MOVE 'PREVIOUS BALANCE' TO TOT-LABEL.
003562     MOVE WS-BF-PREV-BALANCE TO TOT-AMOUNT.
003563     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003564     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003565     MOVE SPACES TO WS-TOTAL-LINE.
003566     MOVE 'PAYMENTS RECEIVED' TO TOT-LABEL.
003567     COMPUTE TOT-AMOUNT = ZERO - WS-BF-PAYMENTS.
003568     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003569     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003570     MOVE SPACES TO WS-TOTAL-LINE.
003571     MOVE 'NEW CHARGES' TO TOT-LABEL.
003572     MOVE WS-BF-CHARGES TO TOT-AMOUNT.
003573     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003574     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003575     MOVE SPACES TO WS-TOTAL-LINE.
003576     MOVE 'CREDITS' TO TOT-LABEL.
003577     MOVE WS-BF-CREDITS TO TOT-AMOUNT.
003578     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003579     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003580     MOVE SPACES TO WS-TOTAL-LINE.
003581     MOVE 'AMOUNT DUE' TO TOT-LABEL.
003582     MOVE WS-BF-AMOUNT-DUE TO TOT-AMOUNT.
003583     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003584     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003585     PERFORM 3500-CHECK-LEDGER THRU 3500-CHECK-LEDGER-EXIT.
003586 3400-STATE-BALANCE-EXIT.
003587     EXIT.
003588*--------------------------------------------------------------*
003589* 3450-ROLL-PERIOD - KEEP WHAT THIS STATEMENT SHOWS, CARRY THE  *
003590* CURRENT BALANCE FORWARD AS THE NEW STATEMENT BALANCE AND OPEN *
003591* AN EMPTY PERIOD                                               *
003592*--------------------------------------------------------------*
003593 3450-ROLL-PERIOD.
003594     MOVE WS-BF-PREV-BALANCE   TO ARB-LSF-PREV-BALANCE.
003595     MOVE WS-BF-PAYMENTS       TO ARB-LSF-PAYMENTS.
003596     MOVE WS-BF-CHARGES        TO ARB-LSF-CHARGES.
003597     MOVE WS-BF-CREDITS        TO ARB-LSF-CREDITS.
003598     MOVE ARB-CURRENT-BALANCE  TO ARB-STMT-BALANCE.
003599     MOVE ZERO                 TO ARB-PERIOD-CHARGES.
003600     MOVE ZERO                 TO ARB-PERIOD-CREDITS.
003601     MOVE ZERO                 TO ARB-PERIOD-PAYMENTS.
003602     MOVE WS-RUN-DATE          TO ARB-LAST-STMT-DATE.
003603     MOVE WS-STMT-TYPE         TO ARB-LAST-STMT-TYPE.
003604     REWRITE AR-BALANCE-REC
003605         INVALID KEY
003606             MOVE 'ARBAL   ' TO WS-ABEND-FILE-ID
003607             MOVE WS-ARBAL-STATUS TO WS-ABEND-STATUS
003608             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003609     END-REWRITE.
003610     IF WS-ARBAL-STATUS NOT = '00'
003611         MOVE 'ARBAL   ' TO WS-ABEND-FILE-ID
003612         MOVE WS-ARBAL-STATUS TO WS-ABEND-STATUS
003613         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003614     END-IF.
003615 3450-ROLL-PERIOD-EXIT.
003616     EXIT.
003617*--------------------------------------------------------------*
003618* 3500-CHECK-LEDGER - THE LEDGER'S CHARGES AND CREDITS FOR THE  *
003619* PERIOD SHOULD MATCH THOSE LISTED ABOVE THEM (NONE, ON A       *
003620* BALANCE-ONLY STATEMENT). A DIFFERENCE MEANS A GENERATION WAS  *
003621* LEFT OFF THE STATEMENT RUN OR NEVER POSTED; FLAG IT WITH THE  *
003622* FIGURES LISTED (THE LEDGER'S ARE JUST ABOVE) AND COUNT IT.    *
003623*--------------------------------------------------------------*
003624 3500-CHECK-LEDGER.
003625     IF WS-BF-CHARGES = WS-ACCT-CHARGES
003626        AND WS-BF-CREDITS = WS-ACCT-CREDITS
003627         GO TO 3500-CHECK-LEDGER-EXIT
003628     END-IF.
003629     ADD 1 TO WS-LEDGER-DIFF-CT.
003630     MOVE SPACES TO WS-TOTAL-LINE.
003631     MOVE '** LEDGER DIFFERS - CHARGES' TO TOT-LABEL.
003632     MOVE WS-ACCT-CHARGES TO TOT-AMOUNT.
003633     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003634     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003635     MOVE SPACES TO WS-TOTAL-LINE.
003636     MOVE '**                 - CREDITS' TO TOT-LABEL.
003637     MOVE WS-ACCT-CREDITS TO TOT-AMOUNT.
003638     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003639     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003640 3500-CHECK-LEDGER-EXIT.
003641     EXIT.
003642*--------------------------------------------------------------*
003643* 4000-PRINT-RUN-SUMMARY - RECORDS READ, STATEMENTS PRODUCED    *
003644* AND THE GRAND AMOUNTS, ON THEIR OWN PAGE SO THE LAST          *
003645* STATEMENT IS NOT MUDDLED WITH RUN FIGURES                     *
003646*--------------------------------------------------------------*
003647 4000-PRINT-RUN-SUMMARY.
003648     MOVE ZERO TO HDG2-ACCOUNT.
003649     MOVE SPACES TO HDG2-NAME.
003650     MOVE 'N' TO WS-ADDRESS-SWITCH.
003651     MOVE WS-MAX-LINES TO WS-LINE-CT.
003652     MOVE SPACES TO WS-TOTAL-LINE.
003653     MOVE 'CHARGE RECORDS READ' TO TOT-LABEL.
003654     MOVE WS-RECORD-COUNT TO TOT-COUNT.
003655     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003656     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003657     MOVE SPACES TO WS-TOTAL-LINE.
003658     MOVE 'STATEMENTS PRODUCED' TO TOT-LABEL.
003659     MOVE WS-STATEMENT-COUNT TO TOT-COUNT.
003660     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003670     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003680     MOVE SPACES TO WS-TOTAL-LINE.
003681     MOVE 'ALL ACCOUNTS NET' TO TOT-LABEL.
003682     MOVE WS-GRAND-AMOUNT TO TOT-AMOUNT.
003683     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003684     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003685     MOVE SPACES TO WS-TOTAL-LINE.
003686     MOVE 'ALL ACCOUNTS VAT' TO TOT-LABEL.
003687     MOVE WS-GRAND-VAT TO TOT-AMOUNT.
003688     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003689     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003690     MOVE SPACES TO WS-TOTAL-LINE.
003691     MOVE 'ALL ACCOUNTS TOTAL' TO TOT-LABEL.
003700     MOVE WS-GRAND-GROSS TO TOT-AMOUNT.
003710     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003720     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003730     MOVE SPACES TO WS-TOTAL-LINE.
003740     MOVE 'BALANCE-ONLY STATEMENTS' TO TOT-LABEL.
003750     MOVE WS-BAL-ONLY-COUNT TO TOT-COUNT.
003760     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003770     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003780     MOVE SPACES TO WS-TOTAL-LINE.
003790     MOVE 'REPRINTED - ALREADY ROLLED' TO TOT-LABEL.
003800     MOVE WS-REPRINT-COUNT TO TOT-COUNT.
003810     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003820     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003830     MOVE SPACES TO WS-TOTAL-LINE.
003840     MOVE 'ALL ACCOUNTS AMOUNT DUE' TO TOT-LABEL.
003850     MOVE WS-GRAND-DUE TO TOT-AMOUNT.
003860     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003870     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003880     MOVE SPACES TO WS-TOTAL-LINE.
003890     MOVE 'NOT ON BALANCE MASTER' TO TOT-LABEL.
003900     MOVE WS-NOT-ON-LEDGER-CT TO TOT-COUNT.
003910     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003920     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003930     MOVE SPACES TO WS-TOTAL-LINE.
003940     MOVE 'LEDGER DIFFERENCES' TO TOT-LABEL.
003950     MOVE WS-LEDGER-DIFF-CT TO TOT-COUNT.
003960     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003970     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003980 4000-PRINT-RUN-SUMMARY-EXIT.
003990     EXIT.
003991*--------------------------------------------------------------*
003992* 5000-BALANCE-ONLY-PASS - WALK THE BALANCE MASTER FOR ACCOUNTS *
003993* WITH NO CHARGES THIS PERIOD THAT STILL OWE, ARE OWED, OR PAID *
003994* SOMETHING - THEY GET A BALANCE-ONLY STATEMENT AND ARE ROLLED  *
003995* LIKE THE REST                                                 *
003996*--------------------------------------------------------------*
003997 5000-BALANCE-ONLY-PASS.
003998     MOVE 'N' TO WS-BAL-EOF-SWITCH.
003999     MOVE ZERO TO ARB-ACCOUNT-NO.
004000     START BALANCE-FILE KEY NOT LESS THAN ARB-ACCOUNT-NO
004001         INVALID KEY
004002             MOVE 'Y' TO WS-BAL-EOF-SWITCH
004003     END-START.
004004     PERFORM 5100-BALANCE-ONLY-STMT
004005         THRU 5100-BALANCE-ONLY-STMT-EXIT
004006         UNTIL END-OF-BALANCES.
004007 5000-BALANCE-ONLY-PASS-EXIT.
004008     EXIT.
004009*--------------------------------------------------------------*
004010* 5100-BALANCE-ONLY-STMT - NEXT BALANCE RECORD. SKIP AN ACCOUNT *
004011* STATED TODAY WITH ITS CHARGES, AND ONE WITH NOTHING TO SAY;   *
004012* OTHERWISE PRINT THE BALANCE-ONLY STATEMENT (OR REPRINT IT, IF *
004013* AN EARLIER RUN TODAY ALREADY SENT ONE).                       *
004014*--------------------------------------------------------------*
004015 5100-BALANCE-ONLY-STMT.
004016     READ BALANCE-FILE NEXT RECORD
004017         AT END
004018             MOVE 'Y' TO WS-BAL-EOF-SWITCH
004019             GO TO 5100-BALANCE-ONLY-STMT-EXIT
004020     END-READ.
004021     IF WS-ARBAL-STATUS NOT = '00'
004022         MOVE 'ARBAL   ' TO WS-ABEND-FILE-ID
004023         MOVE WS-ARBAL-STATUS TO WS-ABEND-STATUS
004024         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004025     END-IF.
004026     IF ARB-LAST-STMT-DATE = WS-RUN-DATE
004027        AND NOT ARB-STMT-BALANCE-ONLY
004028         GO TO 5100-BALANCE-ONLY-STMT-EXIT
004029     END-IF.
004030     IF ARB-LAST-STMT-DATE NOT = WS-RUN-DATE
004031        AND ARB-STMT-BALANCE = ZERO
004032        AND ARB-CURRENT-BALANCE = ZERO
004033        AND ARB-PERIOD-CHARGES = ZERO
004034        AND ARB-PERIOD-CREDITS = ZERO
004035        AND ARB-PERIOD-PAYMENTS = ZERO
004036         GO TO 5100-BALANCE-ONLY-STMT-EXIT
004037     END-IF.
004038     MOVE ARB-ACCOUNT-NO TO WS-PREV-ACCOUNT.
004039     MOVE WS-PREV-ACCOUNT TO HDG2-ACCOUNT.
004040     PERFORM 3050-READ-ACCOUNT-MASTER
004041         THRU 3050-READ-ACCOUNT-MASTER-EXIT.
004042     MOVE WS-MAX-LINES TO WS-LINE-CT.
004043     MOVE SPACES TO WS-TOTAL-LINE.
004044     MOVE 'NO NEW CHARGES THIS PERIOD' TO TOT-LABEL.
004045     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
004046     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
004047     MOVE 'B' TO WS-STMT-TYPE.
004048     PERFORM 3400-STATE-BALANCE THRU 3400-STATE-BALANCE-EXIT.
004049     ADD 1 TO WS-STATEMENT-COUNT.
004050     ADD 1 TO WS-BAL-ONLY-COUNT.
004051 5100-BALANCE-ONLY-STMT-EXIT.
004052     EXIT.
004053*--------------------------------------------------------------*
004054* 7000-WRITE-LINE - COMMON REPORT WRITER. ROLLS TO A NEW PAGE   *
004055* WHEN THE CURRENT PAGE IS FULL. THE LINE TO PRINT IS ALWAYS    *
004056* STAGED IN WS-PRINT-LINE.                                      *
004057*--------------------------------------------------------------*
004058 7000-WRITE-LINE.
004059     IF WS-LINE-CT >= WS-MAX-LINES
004060         PERFORM 7100-WRITE-HEADINGS
004061             THRU 7100-WRITE-HEADINGS-EXIT
004062     END-IF.
004063     WRITE PRINT-REC FROM WS-PRINT-LINE
004064         AFTER ADVANCING 1 LINE.
004065     IF WS-PRINT-STATUS NOT = '00'
004066         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
004067         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
004068         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004069     END-IF.
004070     ADD 1 TO WS-LINE-CT.
004071 7000-WRITE-LINE-EXIT.
004072     EXIT.
004073*--------------------------------------------------------------*
004074* 7100-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN DATE,     *
004075* PAGE NUMBER AND THE ACCOUNT BEING STATED, PLUS THE STATEMENT  *
004076* ADDRESS ON A STATEMENT'S FIRST PAGE. ADDRESS LINES COUNT      *
004077* TOWARD THE PAGE.                                              *
004078*--------------------------------------------------------------*
004079 7100-WRITE-HEADINGS.
004080     ADD 1 TO WS-PAGE-NO.
004081     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
004082     MOVE WS-PAGE-NO  TO HDG1-PAGE-NO.
004083     WRITE PRINT-REC FROM WS-HEADING-1
004084         AFTER ADVANCING PAGE.
004085     IF WS-PRINT-STATUS NOT = '00'
004086         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
004087         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
004088         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004090     END-IF.
004100     WRITE PRINT-REC FROM WS-HEADING-2
004110         AFTER ADVANCING 2 LINES.
004140         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
004150         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004160     END-IF.
004161     MOVE ZERO TO WS-ADDRESS-LINE-CT.
004162     IF ADDRESS-PENDING
004163         PERFORM 7200-WRITE-ADDRESS-BLOCK
004164             THRU 7200-WRITE-ADDRESS-BLOCK-EXIT
004165         MOVE 'N' TO WS-ADDRESS-SWITCH
004166     END-IF.
004170     WRITE PRINT-REC FROM WS-HEADING-3
004180         AFTER ADVANCING 2 LINES.
004190     IF WS-PRINT-STATUS NOT = '00'
004210         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
004220         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004230     END-IF.
004240     MOVE WS-ADDRESS-LINE-CT TO WS-LINE-CT.
004250 7100-WRITE-HEADINGS-EXIT.
004260     EXIT.
004261*--------------------------------------------------------------*
004262* 7200-WRITE-ADDRESS-BLOCK - THE STATEMENT ADDRESS UNDER THE    *
004263* ACCOUNT NAME: EACH NON-BLANK ADDRESS LINE, THEN THE POSTCODE  *
004264*--------------------------------------------------------------*
004265 7200-WRITE-ADDRESS-BLOCK.
004266     MOVE AMS-ADDR-LINE-1 TO ADR-TEXT.
004267     PERFORM 7210-WRITE-ADDRESS-LINE
004268         THRU 7210-WRITE-ADDRESS-LINE-EXIT.
004269     MOVE AMS-ADDR-LINE-2 TO ADR-TEXT.
004270     PERFORM 7210-WRITE-ADDRESS-LINE
004271         THRU 7210-WRITE-ADDRESS-LINE-EXIT.
004272     MOVE AMS-ADDR-LINE-3 TO ADR-TEXT.
004273     PERFORM 7210-WRITE-ADDRESS-LINE
004274         THRU 7210-WRITE-ADDRESS-LINE-EXIT.
004275     MOVE AMS-POSTCODE TO ADR-TEXT.
004276     PERFORM 7210-WRITE-ADDRESS-LINE
004277         THRU 7210-WRITE-ADDRESS-LINE-EXIT.
004278 7200-WRITE-ADDRESS-BLOCK-EXIT.
004279     EXIT.
004280*--------------------------------------------------------------*
004281* 7210-WRITE-ADDRESS-LINE - ONE ADDRESS LINE, STAGED IN         *
004282* ADR-TEXT. A BLANK LINE IS SKIPPED, NOT PRINTED.               *
004283*--------------------------------------------------------------*
004284 7210-WRITE-ADDRESS-LINE.
004285     IF ADR-TEXT = SPACES
004286         GO TO 7210-WRITE-ADDRESS-LINE-EXIT
004287     END-IF.
004288     WRITE PRINT-REC FROM WS-ADDRESS-LINE
004289         AFTER ADVANCING 1 LINE.
004290     IF WS-PRINT-STATUS NOT = '00'
004291         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
004292         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
004293         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004294     END-IF.
004295     ADD 1 TO WS-ADDRESS-LINE-CT.
004296 7210-WRITE-ADDRESS-LINE-EXIT.
004297     EXIT.
004298*--------------------------------------------------------------*
004299* 9000-TERMINATE - CLOSE FILES AND LEAVE THE RUN FIGURES ON     *
004300* THE JOB LOG. AN ACCOUNT MISSING FROM THE BALANCE MASTER OR    *
004303* DIFFERING FROM IT ENDS THE JOB RC 4.                          *
004306*--------------------------------------------------------------*
004310 9000-TERMINATE.
004320     DISPLAY 'ACCTSTATEMENT - RECORDS ' WS-RECORD-COUNT
004330             ' STATEMENTS ' WS-STATEMENT-COUNT.
004340     CLOSE ACCOUNT-FILE
004350           PRINT-FILE
004355           ACCOUNT-MASTER-FILE
004357           BALANCE-FILE.
004358     IF WS-NOT-ON-LEDGER-CT > ZERO OR WS-LEDGER-DIFF-CT > ZERO
004359         DISPLAY 'ACCTSTATEMENT - NOT ON BALANCE MASTER '
004360                 WS-NOT-ON-LEDGER-CT
004361                 ' LEDGER DIFFERENCES ' WS-LEDGER-DIFF-CT
004362                 ' - RC 4'
004363         MOVE 4 TO RETURN-CODE
004364     END-IF.
004365 9000-TERMINATE-EXIT.
004370     EXIT.
004380*--------------------------------------------------------------*
004390* 9800-SEQUENCE-FAIL - THE INPUT IS NOT IN ACCOUNT SEQUENCE.    *
