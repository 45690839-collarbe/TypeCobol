001010*                  DAY COMES. E005 NOW MEANS THE CODE EXISTS    *
001020*                  BUT NO ROW COVERS THE CYCLE DATE. A BLANK    *
001030*                  (PRE-MIGRATION) EXPIRY LOADS AS 999999.      *
001031*  10/15/26  RM    VAT. EACH CODE ROW NOW CARRIES A VAT         *
001032*                  CATEGORY (MVT-VAT-CATEGORY, BLANK LOADS AS   *
001033*                  'S') AND THE EFFECTIVE-DATED VAT RATE TABLE  *
001034*                  (DDNAME VATRATE, MAINTAINED BY VatMaint) IS  *
001035*                  LOADED ON THE FIRST CALL ALONGSIDE THE CODE  *
001036*                  TABLE. AFTER PRICING, THE RATE IN EFFECT FOR *
001037*                  THE CATEGORY ON THE PRICING DATE IS APPLIED  *
001038*                  TO THE NET CHARGE AND THE CATEGORY, RATE,    *
001039*                  VAT AND GROSS GO BACK TO THE CALLER          *
001040*                  (LK-VAT-CATEGORY, LK-VAT-RATE, LK-VAT-AMT,   *
001041*                  LK-GROSS-AMT). NO RATE IN EFFECT REJECTS     *
001042*                  E011; A VAT OR GROSS TOO BIG FOR ITS FIELD   *
001043*                  REJECTS E007. A REVERSAL NEGATES THE VAT AND *
001044*                  GROSS WITH THE CHARGE. THE RUNNING TOTAL     *
001045*                  STAYS NET.                                   *
001046*  10/15/26  RM    VOLUME-TIERED PRICING. A CODE ROW MAY CARRY  *
001047*                  UP TO TWO VOLUME TIERS (MYVARTB ROW NOW 80   *
001048*                  BYTES) AND THE CALLER PASSES THE ACCOUNT'S   *
001049*                  MONTH-TO-DATE UNITS OF THE CODE              *
001050*                  (LK-MTD-QUANTITY). THE DETAIL'S UNITS ARE    *
001051*                  COUNTED ON FROM THERE - A REVERSAL'S BACK    *
001052*                  DOWN FROM IT - AND EACH BAND OF THEM IS      *
001053*                  PRICED AT ITS OWN TIER RATE, SO A DETAIL     *
001054*                  STRADDLING A BREAK IS SPLIT. THE UNITS AND   *
001055*                  RATE OF EACH BAND GO BACK IN LK-TIER-DETAIL. *
001056*--------------------------------------------------------------*
001057 ENVIRONMENT DIVISION.
001060 CONFIGURATION SECTION.
001070 SOURCE-COMPUTER.   IBM-370.
001080 OBJECT-COMPUTER.   IBM-370.
001110 FILE-CONTROL.
001120     SELECT TABLE-FILE              ASSIGN TO MYVARTB
001130             FILE STATUS IS WS-TABLE-STATUS.
001133     SELECT VAT-FILE                ASSIGN TO VATRATE
001136             FILE STATUS IS WS-VAT-STATUS.
001140 DATA DIVISION.
001150 FILE SECTION.
001160*--------------------------------------------------------------*
001170* TABLE-FILE - THE MyVar CODE TABLE, ONE 80-BYTE ROW PER        *
001180* SELLABLE CODE (SEE COPYBOOK MYVARTB), MAINTAINED BY           *
001190* TableMaint. READ ONCE INTO WS-CODE-TABLE ON THE FIRST CALL    *
001200* OF THE RUN AND SEARCHED IN STORAGE ON EVERY CALL AFTER THAT.  *
001210*--------------------------------------------------------------*
001220 FD  TABLE-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 80 CHARACTERS
001250     DATA RECORD IS MYVAR-TABLE-REC.
001260     COPY MYVARTB.
001261*--------------------------------------------------------------*
001262* VAT-FILE - THE VAT RATE TABLE, ONE 40-BYTE ROW PER CATEGORY   *
001263* PER EFFECTIVE-DATED RATE (SEE COPYBOOK VATRATE), MAINTAINED   *
001264* BY VatMaint. READ ONCE INTO WS-VAT-TABLE ON THE FIRST CALL    *
001265* OF THE RUN, RIGHT AFTER THE CODE TABLE.                       *
001266*--------------------------------------------------------------*
001267 FD  VAT-FILE
001268     LABEL RECORDS ARE STANDARD
001269     RECORD CONTAINS 40 CHARACTERS
001270     DATA RECORD IS VAT-RATE-REC.
001271     COPY VATRATE.
001272 WORKING-STORAGE SECTION.
001280*--------------------------------------------------------------*
001290* CONCATENATION WORK AREAS                                     *
001300*--------------------------------------------------------------*
001490*--------------------------------------------------------------*
001500 77  WS-UNIT-CHARGE-AMT          PIC 9(03)V99 VALUE ZERO.
001510*    WS-CHARGE-AMT IS THE EXTENDED CHARGE FOR THIS CALL -
001520*    WS-QUANTITY PRICED AT THE MATCHED ROW'S RATES.
001530 77  WS-QUANTITY                 PIC 9(05) VALUE ZERO.
001540*    SIGNED - A REVERSAL POSTS ITS CHARGE NEGATIVE AND CAN
001550*    PULL THE RUNNING TOTAL DOWN.
001570 77  WS-RUN-TOTAL-AMT            PIC S9(07)V99 VALUE ZERO.
001580 01  WS-AMOUNT-EDIT              PIC Z(6)9,99-.
001590 01  WS-CHARGE-EDIT              PIC Z(6)9,99-.
001591*    THE VAT ON WS-CHARGE-AMT AT THE RATE IN EFFECT FOR THE
001592*    CODE'S CATEGORY, AND THE GROSS (NET PLUS VAT). BOTH SIGNED
001593*    LIKE THE CHARGE SO A REVERSAL BACKS OUT ITS VAT TOO.
001594 77  WS-VAT-CATEGORY             PIC X(01) VALUE SPACE.
001595 77  WS-VAT-RATE                 PIC 9(02)V99 VALUE ZERO.
001596 77  WS-VAT-AMT                  PIC S9(07)V99 VALUE ZERO.
001597 77  WS-GROSS-AMT                PIC S9(07)V99 VALUE ZERO.
001598*--------------------------------------------------------------*
001599* VOLUME TIER PRICING. WS-MTD-QUANTITY IS THE ACCOUNT'S UNITS   *
001600* OF THE CODE ALREADY BILLED THIS MONTH. THE DETAIL'S UNITS RUN *
001601* FROM WS-FIRST-UNIT TO WS-LAST-UNIT COUNTED ON FROM THERE (A   *
001602* REVERSAL'S COUNTED BACK DOWN FROM IT), AND EACH WS-BAND-TABLE *
001603* BAND - BASE RATE, TIER 1, TIER 2 - PRICES THE UNITS THAT FALL *
001604* IN ITS RANGE. WS-TIER-DETAIL RETURNS THE UNITS AND RATE OF    *
001605* EACH BAND, ZERO FOR A BAND THE DETAIL DID NOT REACH.          *
001606*--------------------------------------------------------------*
001607 77  WS-MTD-QUANTITY             PIC 9(07) VALUE ZERO.
001608 77  WS-TIER-IX                  PIC 9(04) COMP.
001609 77  WS-BAND-IX                  PIC 9(04) COMP.
001610 77  WS-FIRST-UNIT               PIC S9(08) VALUE ZERO.
001611 77  WS-LAST-UNIT                PIC S9(08) VALUE ZERO.
001612 77  WS-BAND-LOW                 PIC S9(08) VALUE ZERO.
001613 77  WS-BAND-HIGH                PIC S9(08) VALUE ZERO.
001614 77  WS-BAND-UNITS               PIC S9(08) VALUE ZERO.
001615 01  WS-BAND-TABLE.
001616     05  WS-BAND-ENTRY           OCCURS 3 TIMES.
001617         10  WS-BAND-FROM            PIC S9(08).
001618         10  WS-BAND-THRU            PIC S9(08).
001619         10  WS-BAND-RATE            PIC 9(03)V99.
001620 01  WS-TIER-DETAIL.
001621     05  WS-TIER-ENTRY           OCCURS 3 TIMES.
001622         10  WS-TIER-QUANTITY        PIC 9(05).
001623         10  WS-TIER-RATE            PIC 9(03)V99.
001624*--------------------------------------------------------------*
001625* MyVar CODE TABLE, LOADED FROM TABLE-FILE ON THE FIRST CALL    *
001626* OF THE RUN. WS-TABLE-LOADED-SWITCH STAYS 'Y' ACROSS CALLS SO  *
001630* THE FILE IS READ EXACTLY ONCE PER RUN.                        *
001640*--------------------------------------------------------------*
001650 77  WS-TABLE-STATUS             PIC X(02).
001890             88  WS-TBL-ACTIVE           VALUE 'A'.
001900         10  WS-TBL-EFF-DATE         PIC 9(06).
001910         10  WS-TBL-EXPIRY-DATE      PIC 9(06).
001911         10  WS-TBL-VAT-CATEGORY     PIC X(01).
001912*        TIER N PRICES FROM UNIT WS-TBL-TIER-FROM ON; ZERO
001913*        MEANS THE ROW HAS NO SUCH TIER.
001914         10  WS-TBL-TIER             OCCURS 2 TIMES.
001915             15  WS-TBL-TIER-FROM        PIC 9(07).
001916             15  WS-TBL-TIER-RATE        PIC 9(03)V99.
001917*--------------------------------------------------------------*
001918* VAT RATE TABLE, LOADED FROM VAT-FILE ON THE FIRST CALL OF THE *
001919* RUN. A CATEGORY MAY OWN SEVERAL EFFECTIVE-DATED ROWS - THE    *
001920* LOOKUP PICKS THE ONE WHOSE RANGE COVERS THE PRICING DATE.     *
001921*--------------------------------------------------------------*
001922 77  WS-VAT-STATUS               PIC X(02).
001923 77  WS-VAT-EOF-SWITCH           PIC X(01) VALUE 'N'.
001924     88  END-OF-VAT-TABLE            VALUE 'Y'.
001925 77  WS-VAT-ENTRY-MAX            PIC 9(04) COMP VALUE 0050.
001926 77  WS-VAT-ENTRY-CT             PIC 9(04) COMP VALUE ZERO.
001927 77  WS-VAT-IX                   PIC 9(04) COMP.
001928 77  WS-VAT-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001929     88  VAT-FOUND                   VALUE 'Y'.
001930 01  WS-VAT-TABLE.
001931     05  WS-VAT-ENTRY            OCCURS 50 TIMES.
001932         10  WS-VTB-CATEGORY         PIC X(01).
001933         10  WS-VTB-RATE-PCT         PIC 9(02)V99.
001934         10  WS-VTB-EFF-DATE         PIC 9(06).
001935         10  WS-VTB-EXPIRY-DATE      PIC 9(06).
001936*--------------------------------------------------------------*
001937* MyVar VALIDATION SWITCHES AND ERROR REASON FIELDS             *
001940*--------------------------------------------------------------*
001950 77  WS-VALID-SWITCH              PIC X(01).
001960     88  VALID-MYVAR                  VALUE 'Y'.
002390*--------------------------------------------------------------*
002400* LK-CYCLE-DATE IS THE BUSINESS DAY THE RUN PROCESSES - THE    *
002410* EFFECTIVE-DATE COMPARISON USES IT SO A CATCH-UP RUN PRICES   *
002420* AS OF ITS OWN CYCLE DATE. THE CODE ROW AND THE VAT RATE ARE  *
002423* BOTH LOOKED UP AS OF IT, AND FOR A REVERSAL THE DRIVER       *
002426* PASSES THE CYCLE DATE OF THE CHARGE BEING BACKED OUT.        *
002430*--------------------------------------------------------------*
002440 01  LK-CYCLE-DATE                 PIC 9(06).
002450*--------------------------------------------------------------*
002480*--------------------------------------------------------------*
002490 01  LK-REVERSAL-SWITCH            PIC X(01).
002500     88  LK-REVERSAL-REQUEST           VALUE 'Y'.
002501*--------------------------------------------------------------*
002502* THE VAT SIDE OF THE CHARGE - THE CODE'S VAT CATEGORY, THE     *
002503* RATE APPLIED (PER CENT, TWO ASSUMED DECIMALS), THE VAT ON     *
002504* LK-CHARGE-AMT AND THE GROSS. LK-CHARGE-AMT STAYS THE NET.     *
002505*--------------------------------------------------------------*
002506 01  LK-VAT-CATEGORY               PIC X(01).
002507 01  LK-VAT-RATE                   PIC 9(02)V99.
002508 01  LK-VAT-AMT                    PIC S9(07)V99.
002509 01  LK-GROSS-AMT                  PIC S9(07)V99.
002510*--------------------------------------------------------------*
002511* LK-MTD-QUANTITY IS THE ACCOUNT'S UNITS OF THE CODE BILLED SO  *
002512* FAR THIS MONTH, BEFORE THIS DETAIL - THE VOLUME TIERS COUNT   *
002513* FROM IT. LK-TIER-DETAIL RETURNS HOW THE DETAIL'S UNITS WERE   *
002514* PRICED: UP TO THREE BANDS (BASE, TIER 1, TIER 2), EACH WITH   *
002515* ITS UNITS AND RATE, ZERO WHERE UNUSED OR THE CALL REJECTED.   *
002516*--------------------------------------------------------------*
002517 01  LK-MTD-QUANTITY               PIC 9(07).
002518 01  LK-TIER-DETAIL.
002519     05  LK-TIER-ENTRY             OCCURS 3 TIMES.
002520         10  LK-TIER-QUANTITY          PIC 9(05).
002521         10  LK-TIER-RATE              PIC 9(03)V99.
002522 PROCEDURE DIVISION USING LK-MYVAR LK-RESULT LK-RESULT-LEN
002523         LK-VALID-SWITCH LK-REASON-CODE LK-REASON-TEXT
002530         LK-AMOUNT-EDIT LK-SEED-SWITCH LK-RUN-TOTAL-AMT
002540         LK-QUANTITY LK-CHARGE-AMT LK-CHARGE-EDIT
002550         LK-CYCLE-DATE LK-REVERSAL-SWITCH
002555         LK-VAT-CATEGORY LK-VAT-RATE LK-VAT-AMT LK-GROSS-AMT
002557         LK-MTD-QUANTITY LK-TIER-DETAIL.
002560*--------------------------------------------------------------*
002570* 0000-MAINLINE - VALIDATE MyVar, BUILD Result, RETURN LENGTH   *
002580* AND VALIDATION STATUS TO THE CALLER                           *
002610     IF NOT TABLE-LOADED
002620         PERFORM 1000-LOAD-CODE-TABLE
002630             THRU 1000-LOAD-CODE-TABLE-EXIT
002633         PERFORM 1100-LOAD-VAT-TABLE
002636             THRU 1100-LOAD-VAT-TABLE-EXIT
002640     END-IF.
002650     MOVE LK-MYVAR TO MyVar.
002660     MOVE LK-QUANTITY TO WS-QUANTITY.
002670     MOVE LK-CYCLE-DATE TO WS-CYCLE-DATE.
002675     MOVE LK-MTD-QUANTITY TO WS-MTD-QUANTITY.
002680     IF LK-SEED-PENDING
002690         MOVE LK-RUN-TOTAL-AMT TO WS-RUN-TOTAL-AMT
002700     END-IF.
002770         MOVE ZERO            TO LK-RESULT-LEN
002780         MOVE ZERO            TO WS-CHARGE-AMT
002790         MOVE ZERO            TO WS-CHARGE-EDIT
002792         MOVE SPACE           TO WS-VAT-CATEGORY
002794         MOVE ZERO            TO WS-VAT-RATE
002796         MOVE ZERO            TO WS-VAT-AMT
002798         MOVE ZERO            TO WS-GROSS-AMT
002799         MOVE ZERO            TO WS-TIER-DETAIL
002800     ELSE
002810         MOVE SPACES TO Result
002820         MOVE 1 TO RESULT-PTR
002880         COMPUTE RESULT-LEN = RESULT-PTR - 1
002890         IF LK-REVERSAL-REQUEST
002900             COMPUTE WS-CHARGE-AMT = ZERO - WS-CHARGE-AMT
002903             COMPUTE WS-VAT-AMT    = ZERO - WS-VAT-AMT
002906             COMPUTE WS-GROSS-AMT  = ZERO - WS-GROSS-AMT
002910         END-IF
002920         ADD WS-CHARGE-AMT TO WS-RUN-TOTAL-AMT
002930         MOVE WS-CHARGE-AMT TO WS-CHARGE-EDIT
002990     MOVE WS-RUN-TOTAL-AMT TO LK-RUN-TOTAL-AMT.
003000     MOVE WS-CHARGE-AMT  TO LK-CHARGE-AMT.
003010     MOVE WS-CHARGE-EDIT TO LK-CHARGE-EDIT.
003012     MOVE WS-VAT-CATEGORY TO LK-VAT-CATEGORY.
003014     MOVE WS-VAT-RATE    TO LK-VAT-RATE.
003016     MOVE WS-VAT-AMT     TO LK-VAT-AMT.
003018     MOVE WS-GROSS-AMT   TO LK-GROSS-AMT.
003019     MOVE WS-TIER-DETAIL TO LK-TIER-DETAIL.
003020     GOBACK.
003030 0000-MAINLINE-EXIT.
003040     EXIT.
003700         MOVE 999999
003710             TO WS-TBL-EXPIRY-DATE (WS-CODE-ENTRY-CT)
003720     END-IF.
003721*    PRE-MIGRATION ROWS CARRY A SPACE WHERE THE VAT CATEGORY
003722*    NOW LIVES - THEY LOAD AS 'S' (STANDARD RATE).
003723     IF MVT-VAT-CATEGORY = SPACE
003724         MOVE 'S' TO WS-TBL-VAT-CATEGORY (WS-CODE-ENTRY-CT)
003725     ELSE
003726         MOVE MVT-VAT-CATEGORY
003727             TO WS-TBL-VAT-CATEGORY (WS-CODE-ENTRY-CT)
003728     END-IF.
003730     PERFORM 1030-STORE-TIER THRU 1030-STORE-TIER-EXIT
003732         VARYING WS-TIER-IX FROM 1 BY 1
003734         UNTIL WS-TIER-IX > 2.
003736     PERFORM 1010-READ-TABLE THRU 1010-READ-TABLE-EXIT.
003740 1020-STORE-TABLE-ROW-EXIT.
003750     EXIT.
003751*--------------------------------------------------------------*
003752* 1030-STORE-TIER - FILE ONE VOLUME TIER OF THE ROW. ROWS FROM  *
003753* BEFORE TIERS CARRY SPACES THERE AND LOAD AS ZERO (NO TIER).   *
003754*--------------------------------------------------------------*
003755 1030-STORE-TIER.
003756     IF MVT-TIER-FROM-QTY (WS-TIER-IX) NUMERIC
003757        AND MVT-TIER-RATE (WS-TIER-IX) NUMERIC
003758         MOVE MVT-TIER-FROM-QTY (WS-TIER-IX)
003759             TO WS-TBL-TIER-FROM (WS-CODE-ENTRY-CT, WS-TIER-IX)
003760         MOVE MVT-TIER-RATE (WS-TIER-IX)
003761             TO WS-TBL-TIER-RATE (WS-CODE-ENTRY-CT, WS-TIER-IX)
003762     ELSE
003763         MOVE ZERO
003764             TO WS-TBL-TIER-FROM (WS-CODE-ENTRY-CT, WS-TIER-IX)
003765         MOVE ZERO
003766             TO WS-TBL-TIER-RATE (WS-CODE-ENTRY-CT, WS-TIER-IX)
003767     END-IF.
003768 1030-STORE-TIER-EXIT.
003769     EXIT.
003770*--------------------------------------------------------------*
003771* 1100-LOAD-VAT-TABLE - FIRST CALL OF THE RUN ONLY. READ THE    *
003780* WHOLE VAT RATE TABLE INTO WS-VAT-TABLE. AN UNREADABLE OR      *
003790* EMPTY TABLE STOPS THE RUN THE SAME WAY A BAD CODE TABLE DOES  *
003800* - EVERY VALID DETAIL WOULD OTHERWISE REJECT E011.             *
003810*--------------------------------------------------------------*
003820 1100-LOAD-VAT-TABLE.
003830     OPEN INPUT VAT-FILE.
003840     IF WS-VAT-STATUS NOT = '00'
003850         PERFORM 9910-VAT-TABLE-ABEND
003860             THRU 9910-VAT-TABLE-ABEND-EXIT
003870     END-IF.
003880     PERFORM 1110-READ-VAT-TABLE THRU 1110-READ-VAT-TABLE-EXIT.
003890     PERFORM 1120-STORE-VAT-ROW THRU 1120-STORE-VAT-ROW-EXIT
003900         UNTIL END-OF-VAT-TABLE.
003910     CLOSE VAT-FILE.
003920     IF WS-VAT-ENTRY-CT = ZERO
003930         PERFORM 9910-VAT-TABLE-ABEND
003940             THRU 9910-VAT-TABLE-ABEND-EXIT
003950     END-IF.
003960 1100-LOAD-VAT-TABLE-EXIT.
003970     EXIT.
003980*--------------------------------------------------------------*
003990* 1110-READ-VAT-TABLE - READ THE NEXT VAT RATE ROW              *
004000*--------------------------------------------------------------*
004010 1110-READ-VAT-TABLE.
004020     READ VAT-FILE
004030         AT END
004040             MOVE 'Y' TO WS-VAT-EOF-SWITCH
004050     END-READ.
004060     IF WS-VAT-STATUS NOT = '00' AND WS-VAT-STATUS NOT = '10'
004070         PERFORM 9910-VAT-TABLE-ABEND
004080             THRU 9910-VAT-TABLE-ABEND-EXIT
004090     END-IF.
004100 1110-READ-VAT-TABLE-EXIT.
004110     EXIT.
004120*--------------------------------------------------------------*
004130* 1120-STORE-VAT-ROW - FILE ONE VAT RATE ROW INTO THE           *
004140* IN-STORAGE TABLE. OVERFLOWING WS-VAT-ENTRY-MAX STOPS THE RUN. *
004150*--------------------------------------------------------------*
004160 1120-STORE-VAT-ROW.
004170     IF WS-VAT-ENTRY-CT >= WS-VAT-ENTRY-MAX
004180         PERFORM 9910-VAT-TABLE-ABEND
004190             THRU 9910-VAT-TABLE-ABEND-EXIT
004200     END-IF.
004210     ADD 1 TO WS-VAT-ENTRY-CT.
004220     MOVE VRT-CATEGORY    TO WS-VTB-CATEGORY (WS-VAT-ENTRY-CT).
004230     MOVE VRT-RATE-PCT    TO WS-VTB-RATE-PCT (WS-VAT-ENTRY-CT).
004240     MOVE VRT-EFFECTIVE-DATE
004250         TO WS-VTB-EFF-DATE (WS-VAT-ENTRY-CT).
004260     MOVE VRT-EXPIRY-DATE
004270         TO WS-VTB-EXPIRY-DATE (WS-VAT-ENTRY-CT).
004280     PERFORM 1110-READ-VAT-TABLE THRU 1110-READ-VAT-TABLE-EXIT.
004290 1120-STORE-VAT-ROW-EXIT.
004300     EXIT.
004310*--------------------------------------------------------------*
004320* 2050-VALIDATE-MYVAR - REJECT BLANK OR LOW-VALUES MyVar, THEN  *
004330* REQUIRE THE CODE TO BE ON THE CODE TABLE, ACTIVE, AND ALREADY *
004340* EFFECTIVE. THE DETAIL IS THEN PRICED ACROSS THE MATCHED ROW'S *
004350* BASE RATE AND VOLUME TIERS (2100-PRICE-BY-TIER), AND THE VAT  *
004360* ON THE EXTENDED CHARGE IS PRICED AT THE RATE IN EFFECT FOR    *
004370* THE CODE'S VAT CATEGORY.                                      *
004380*--------------------------------------------------------------*
004390 2050-VALIDATE-MYVAR.
004400     MOVE 'Y' TO WS-VALID-SWITCH.
004410     IF MyVar = SPACE
004420         MOVE 'N'             TO WS-VALID-SWITCH
004430         MOVE 'E001'          TO WS-REASON-CODE
004440         MOVE 'MyVar IS BLANK'
004450                              TO WS-REASON-TEXT
004460         GO TO 2050-VALIDATE-MYVAR-EXIT
004470     END-IF.
004480     IF MyVar = LOW-VALUE
004490         MOVE 'N'             TO WS-VALID-SWITCH
004500         MOVE 'E002'          TO WS-REASON-CODE
004510         MOVE 'MyVar IS LOW-VALUES'
004520                              TO WS-REASON-TEXT
004530         GO TO 2050-VALIDATE-MYVAR-EXIT
004540     END-IF.
004550     IF WS-QUANTITY NOT NUMERIC OR WS-QUANTITY = ZERO
004560         MOVE 'N'             TO WS-VALID-SWITCH
004570         MOVE 'E006'          TO WS-REASON-CODE
004580         MOVE 'QUANTITY NOT NUMERIC OR ZERO'
004590                              TO WS-REASON-TEXT
004600         GO TO 2050-VALIDATE-MYVAR-EXIT
004610     END-IF.
004620     PERFORM 2060-LOOKUP-MYVAR-CODE
004630         THRU 2060-LOOKUP-MYVAR-CODE-EXIT.
004640     IF NOT CODE-FOUND
004650         MOVE 'N'             TO WS-VALID-SWITCH
004660         IF CODE-SEEN
004670             MOVE 'E005'      TO WS-REASON-CODE
004680             MOVE 'NO RATE ROW IN EFFECT FOR CYCLE DATE'
004690                              TO WS-REASON-TEXT
004700         ELSE
004710             MOVE 'E003'      TO WS-REASON-CODE
004720             MOVE 'MyVar CODE NOT ON CODE TABLE'
004730                              TO WS-REASON-TEXT
004740         END-IF
004750         GO TO 2050-VALIDATE-MYVAR-EXIT
004760     END-IF.
004770     IF NOT WS-TBL-ACTIVE (WS-CODE-IX)
004780         MOVE 'N'             TO WS-VALID-SWITCH
004790         MOVE 'E004'          TO WS-REASON-CODE
004800         MOVE 'MyVar CODE IS INACTIVE'
004810                              TO WS-REASON-TEXT
004820         GO TO 2050-VALIDATE-MYVAR-EXIT
004830     END-IF.
004840     MOVE WS-TBL-CHARGE-AMT (WS-CODE-IX) TO WS-UNIT-CHARGE-AMT.
004850*    THE EXTENDED CHARGE IS PRICED HERE SO AN OVERFLOW (A
004860*    QUANTITY TIMES RATE TOO BIG FOR THE CHARGE FIELD) CAN
004870*    REJECT THE RECORD INSTEAD OF POSTING A TRUNCATED AMOUNT.
004880     PERFORM 2100-PRICE-BY-TIER THRU 2100-PRICE-BY-TIER-EXIT.
004960     IF INVALID-MYVAR
004970         GO TO 2050-VALIDATE-MYVAR-EXIT
004980     END-IF.
004990     MOVE WS-TBL-VAT-CATEGORY (WS-CODE-IX) TO WS-VAT-CATEGORY.
005000     PERFORM 2080-LOOKUP-VAT-RATE THRU 2080-LOOKUP-VAT-RATE-EXIT.
005010     IF NOT VAT-FOUND
005020         MOVE 'N'             TO WS-VALID-SWITCH
005030         MOVE 'E011'          TO WS-REASON-CODE
005040         MOVE 'NO VAT RATE IN EFFECT FOR CATEGORY'
005050                              TO WS-REASON-TEXT
005060         GO TO 2050-VALIDATE-MYVAR-EXIT
005070     END-IF.
005080     MOVE WS-VTB-RATE-PCT (WS-VAT-IX) TO WS-VAT-RATE.
005090*    VAT IS ROUNDED TO THE CENT ON EACH DETAIL, AND A REVERSAL
005100*    NEGATES THE SAME ROUNDED FIGURE, SO THE PAIR NETS TO ZERO.
005110     COMPUTE WS-VAT-AMT ROUNDED =
005120             WS-CHARGE-AMT * WS-VAT-RATE / 100
005130         ON SIZE ERROR
005140             MOVE 'N'             TO WS-VALID-SWITCH
005150             MOVE 'E007'          TO WS-REASON-CODE
005160             MOVE 'EXTENDED CHARGE EXCEEDS FIELD SIZE'
005170                                  TO WS-REASON-TEXT
005180             GO TO 2050-VALIDATE-MYVAR-EXIT
005190     END-COMPUTE.
005200     COMPUTE WS-GROSS-AMT = WS-CHARGE-AMT + WS-VAT-AMT
005210         ON SIZE ERROR
005220             MOVE 'N'             TO WS-VALID-SWITCH
005230             MOVE 'E007'          TO WS-REASON-CODE
005240             MOVE 'EXTENDED CHARGE EXCEEDS FIELD SIZE'
005250                                  TO WS-REASON-TEXT
005260     END-COMPUTE.
005270 2050-VALIDATE-MYVAR-EXIT.
005280     EXIT.
005290*--------------------------------------------------------------*
005300* 2060-LOOKUP-MYVAR-CODE - SEARCH THE IN-STORAGE CODE TABLE     *
005310* FOR THE MyVar ROW IN EFFECT FOR THE CYCLE DATE. LEAVES        *
005320* CODE-FOUND SET AND WS-CODE-IX POINTING AT THE MATCHED ROW;    *
005330* CODE-SEEN SAYS THE CODE EXISTS EVEN IF NO ROW IS IN EFFECT.   *
005340*--------------------------------------------------------------*
005350 2060-LOOKUP-MYVAR-CODE.
005360     MOVE 'N' TO WS-CODE-FOUND-SWITCH.
005370     MOVE 'N' TO WS-CODE-SEEN-SWITCH.
005380     PERFORM 2070-MATCH-TABLE-ROW
005390         THRU 2070-MATCH-TABLE-ROW-EXIT
005400         VARYING WS-CODE-IX FROM 1 BY 1
005410         UNTIL CODE-FOUND
005420            OR WS-CODE-IX > WS-CODE-ENTRY-CT.
005430     IF CODE-FOUND
005440         SUBTRACT 1 FROM WS-CODE-IX
005450     END-IF.
005460 2060-LOOKUP-MYVAR-CODE-EXIT.
005470     EXIT.
005480*--------------------------------------------------------------*
005490* 2070-MATCH-TABLE-ROW - COMPARE ONE TABLE ROW AGAINST MyVar    *
005500*--------------------------------------------------------------*
005510 2070-MATCH-TABLE-ROW.
005520     IF WS-TBL-CODE (WS-CODE-IX) = MyVar
005530         MOVE 'Y' TO WS-CODE-SEEN-SWITCH
005540         IF WS-TBL-EFF-DATE (WS-CODE-IX) <= WS-CYCLE-DATE
005550              AND WS-CYCLE-DATE <
005560                  WS-TBL-EXPIRY-DATE (WS-CODE-IX)
005570             MOVE 'Y' TO WS-CODE-FOUND-SWITCH
005580         END-IF
005590     END-IF.
005600 2070-MATCH-TABLE-ROW-EXIT.
005610     EXIT.
005620*--------------------------------------------------------------*
005630* 2080-LOOKUP-VAT-RATE - SEARCH THE IN-STORAGE VAT TABLE FOR    *
005640* THE WS-VAT-CATEGORY ROW IN EFFECT FOR THE PRICING DATE.       *
005650* LEAVES VAT-FOUND SET AND WS-VAT-IX POINTING AT THE ROW.       *
005660*--------------------------------------------------------------*
005670 2080-LOOKUP-VAT-RATE.
005680     MOVE 'N' TO WS-VAT-FOUND-SWITCH.
005690     PERFORM 2090-MATCH-VAT-ROW
005700         THRU 2090-MATCH-VAT-ROW-EXIT
005710         VARYING WS-VAT-IX FROM 1 BY 1
005720         UNTIL VAT-FOUND
005730            OR WS-VAT-IX > WS-VAT-ENTRY-CT.
005740     IF VAT-FOUND
005750         SUBTRACT 1 FROM WS-VAT-IX
005760     END-IF.
005770 2080-LOOKUP-VAT-RATE-EXIT.
005780     EXIT.
005790*--------------------------------------------------------------*
005800* 2090-MATCH-VAT-ROW - COMPARE ONE VAT ROW AGAINST THE CATEGORY *
005810*--------------------------------------------------------------*
005820 2090-MATCH-VAT-ROW.
005830     IF WS-VTB-CATEGORY (WS-VAT-IX) = WS-VAT-CATEGORY
005840        AND WS-VTB-EFF-DATE (WS-VAT-IX) <= WS-CYCLE-DATE
005850        AND WS-CYCLE-DATE < WS-VTB-EXPIRY-DATE (WS-VAT-IX)
005860         MOVE 'Y' TO WS-VAT-FOUND-SWITCH
005870     END-IF.
005880 2090-MATCH-VAT-ROW-EXIT.
005890     EXIT.
005891*--------------------------------------------------------------*
005892* 2100-PRICE-BY-TIER - PRICE THE DETAIL'S UNITS ACROSS THE      *
005893* MATCHED ROW'S BANDS. COUNTED OVER THE MONTH, THE UNITS RUN    *
005894* FROM WS-MTD-QUANTITY + 1 TO WS-MTD-QUANTITY + WS-QUANTITY; A  *
005895* REVERSAL UNWINDS THE TOP OF THE MONTH, WS-MTD-QUANTITY -      *
005896* WS-QUANTITY + 1 TO WS-MTD-QUANTITY, SO IT TAKES BACK THE      *
005897* RATES THE LAST UNITS WERE BILLED AT. THE BASE BAND HAS NO     *
005898* LOWER BOUND, SO UNITS BELOW THE FIRST OF THE MONTH (A         *
005899* REVERSAL LARGER THAN THE MONTH TO DATE) PRICE AT THE BASE     *
005900* RATE. A BAND PAST A MISSING TIER IS EMPTY (FROM ABOVE THRU).  *
005901*--------------------------------------------------------------*
005902 2100-PRICE-BY-TIER.
005903     MOVE ZERO TO WS-CHARGE-AMT.
005904     MOVE ZERO TO WS-TIER-DETAIL.
005905     IF LK-REVERSAL-REQUEST
005906         MOVE WS-MTD-QUANTITY TO WS-LAST-UNIT
005907     ELSE
005908         COMPUTE WS-LAST-UNIT = WS-MTD-QUANTITY + WS-QUANTITY
005909     END-IF.
005910     COMPUTE WS-FIRST-UNIT = WS-LAST-UNIT - WS-QUANTITY + 1.
005911     MOVE -99999999          TO WS-BAND-FROM (1).
005912     MOVE WS-UNIT-CHARGE-AMT TO WS-BAND-RATE (1).
005913     MOVE 99999999           TO WS-BAND-FROM (2).
005914     MOVE ZERO               TO WS-BAND-THRU (2).
005915     MOVE ZERO               TO WS-BAND-RATE (2).
005916     MOVE 99999999           TO WS-BAND-FROM (3).
005917     MOVE ZERO               TO WS-BAND-THRU (3).
005918     MOVE ZERO               TO WS-BAND-RATE (3).
005919     IF WS-TBL-TIER-FROM (WS-CODE-IX, 1) = ZERO
005920         MOVE 99999999 TO WS-BAND-THRU (1)
005921     ELSE
005922         COMPUTE WS-BAND-THRU (1) =
005923                 WS-TBL-TIER-FROM (WS-CODE-IX, 1) - 1
005924         MOVE WS-TBL-TIER-FROM (WS-CODE-IX, 1)
005925             TO WS-BAND-FROM (2)
005926         MOVE WS-TBL-TIER-RATE (WS-CODE-IX, 1)
005927             TO WS-BAND-RATE (2)
005928         IF WS-TBL-TIER-FROM (WS-CODE-IX, 2) = ZERO
005929             MOVE 99999999 TO WS-BAND-THRU (2)
005930         ELSE
005931             COMPUTE WS-BAND-THRU (2) =
005932                     WS-TBL-TIER-FROM (WS-CODE-IX, 2) - 1
005933             MOVE WS-TBL-TIER-FROM (WS-CODE-IX, 2)
005934                 TO WS-BAND-FROM (3)
005935             MOVE 99999999 TO WS-BAND-THRU (3)
005936             MOVE WS-TBL-TIER-RATE (WS-CODE-IX, 2)
005937                 TO WS-BAND-RATE (3)
005938         END-IF
005939     END-IF.
005940     PERFORM 2110-PRICE-ONE-BAND THRU 2110-PRICE-ONE-BAND-EXIT
005941         VARYING WS-BAND-IX FROM 1 BY 1
005942         UNTIL WS-BAND-IX > 3
005943            OR INVALID-MYVAR.
005944 2100-PRICE-BY-TIER-EXIT.
005945     EXIT.
005946*--------------------------------------------------------------*
005947* 2110-PRICE-ONE-BAND - CHARGE THE DETAIL'S UNITS THAT FALL IN  *
005948* ONE BAND AT THE BAND'S RATE AND RECORD THEM IN                *
005949* WS-TIER-DETAIL. A TOTAL TOO BIG FOR THE CHARGE FIELD REJECTS  *
005950* E007 AS A SINGLE-RATE CHARGE ALWAYS HAS.                      *
005951*--------------------------------------------------------------*
005952 2110-PRICE-ONE-BAND.
005953     IF WS-FIRST-UNIT > WS-BAND-FROM (WS-BAND-IX)
005954         MOVE WS-FIRST-UNIT TO WS-BAND-LOW
005955     ELSE
005956         MOVE WS-BAND-FROM (WS-BAND-IX) TO WS-BAND-LOW
005957     END-IF.
005958     IF WS-LAST-UNIT < WS-BAND-THRU (WS-BAND-IX)
005959         MOVE WS-LAST-UNIT TO WS-BAND-HIGH
005960     ELSE
005961         MOVE WS-BAND-THRU (WS-BAND-IX) TO WS-BAND-HIGH
005962     END-IF.
005963     IF WS-BAND-HIGH < WS-BAND-LOW
005964         GO TO 2110-PRICE-ONE-BAND-EXIT
005965     END-IF.
005966     COMPUTE WS-BAND-UNITS = WS-BAND-HIGH - WS-BAND-LOW + 1.
005967     MOVE WS-BAND-UNITS TO WS-TIER-QUANTITY (WS-BAND-IX).
005968     MOVE WS-BAND-RATE (WS-BAND-IX) TO WS-TIER-RATE (WS-BAND-IX).
005969     COMPUTE WS-CHARGE-AMT = WS-CHARGE-AMT +
005970             WS-BAND-UNITS * WS-BAND-RATE (WS-BAND-IX)
005971         ON SIZE ERROR
005972             MOVE 'N'             TO WS-VALID-SWITCH
005973             MOVE 'E007'          TO WS-REASON-CODE
005974             MOVE 'EXTENDED CHARGE EXCEEDS FIELD SIZE'
005975                                  TO WS-REASON-TEXT
005976     END-COMPUTE.
005977 2110-PRICE-ONE-BAND-EXIT.
005978     EXIT.
005979*--------------------------------------------------------------*
005980* 9900-TABLE-ABEND - THE CODE TABLE COULD NOT BE OPENED, READ,  *
005981* HELD IN STORAGE, OR CAME UP EMPTY. EVERY CALL DEPENDS ON THE  *
005982* TABLE, SO STOP THE WHOLE RUN UNIT WITH A NONZERO RETURN CODE  *
005983* - A GOBACK HERE WOULD HAND CONTROL BACK TO A DRIVER THAT HAS  *
005984* NO WAY TO KNOW THE CALL NEVER VALIDATED ANYTHING, AND THE     *
005985* WHOLE DAY'S INPUT WOULD BE PROCESSED ON GARBAGE RESULTS.      *
005986*--------------------------------------------------------------*
005987 9900-TABLE-ABEND.
005990     DISPLAY 'STRINGSTATEMENT - MYVARTB CODE TABLE UNUSABLE'
006000             ' FILE STATUS = ' WS-TABLE-STATUS
006010             ' ROWS LOADED = ' WS-CODE-ENTRY-CT.
006020     MOVE 16 TO RETURN-CODE.
006030     STOP RUN.
006040 9900-TABLE-ABEND-EXIT.
006050     EXIT.
006060*--------------------------------------------------------------*
006070* 9910-VAT-TABLE-ABEND - THE VAT RATE TABLE COULD NOT BE        *
006080* OPENED, READ, HELD IN STORAGE, OR CAME UP EMPTY. STOPS THE    *
006090* RUN UNIT FOR THE SAME REASON 9900-TABLE-ABEND DOES.           *
006100*--------------------------------------------------------------*
006110 9910-VAT-TABLE-ABEND.
006120     DISPLAY 'STRINGSTATEMENT - VATRATE VAT RATE TABLE UNUSABLE'
006130             ' FILE STATUS = ' WS-VAT-STATUS
006140             ' ROWS LOADED = ' WS-VAT-ENTRY-CT.
006150     MOVE 16 TO RETURN-CODE.
006160     STOP RUN.
006170 9910-VAT-TABLE-ABEND-EXIT.
006180     EXIT.
006190 END PROGRAM StringStatement.
