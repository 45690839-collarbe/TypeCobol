000300*                  PENDING (FUTURE-DATED) RATES SO MANAGEMENT   *
000310*                  SEES THE REVENUE IMPACT BEFORE A CHANGE      *
000320*                  GOES LIVE.                                   *
000322*  10/15/26  RM    CARDS CARRY THE CODE'S VAT CATEGORY IN       *
000324*                  COLUMN 41 (KEY TO THE VATRATE TABLE VatMaint *
000326*                  MAINTAINS); A CARD WITHOUT ONE IS REJECTED.  *
000328*                  THE LISTINGS SHOW IT. AUDITF GREW 76 TO 103. *
000329*  10/15/26  RM    MAKER-CHECKER APPROVAL. A/C/D CARDS NO       *
000330*                  LONGER CHANGE THE TABLE - EACH IS LOGGED ON  *
000331*                  THE PENDING CHANGE MASTER (PNDCHG, COPYBOOK  *
000332*                  PNDCHGRC) UNDER THE MAKER'S USER ID (COLS    *
000333*                  42-49) AND LISTED WITH ITS REVENUE IMPACT    *
000334*                  UNTIL A V CARD FROM A DIFFERENT USER         *
000335*                  APPROVES IT, WHEN IT IS APPLIED WITH THE     *
000336*                  SAME EDITS AS BEFORE. AN R CARD DECLINES     *
000337*                  ONE; ONE LEFT UNAPPROVED OVER 14 DAYS        *
000338*                  EXPIRES. DECLINED, EXPIRED AND FAILED        *
000339*                  CHANGES ARE LISTED THE DAY THEY CLOSE. EVERY *
000340*                  CHANGE APPLIED IS APPENDED TO THE TABLE      *
000341*                  CHANGE HISTORY (TBLHIST, COPYBOOK TBLHSTRC)  *
000342*                  WITH ITS MAKER, CHECKER AND BEFORE/AFTER     *
000343*                  ROWS. RC 4 ALSO FLAGS A FAILED CHANGE.       *
000344*  10/15/26  RM    CARDS CARRY UP TO TWO VOLUME TIERS FOR THE   *
000345*                  CODE (COLS 50-61 AND 62-73, EACH A 7-DIGIT   *
000346*                  FIRST UNIT AND A RATE), EDITED AND LISTED    *
000347*                  WITH THE ROW. TIER 2 NEEDS TIER 1 AND A      *
000348*                  HIGHER FIRST UNIT. THE TABLE ROW GREW 40 TO  *
000349*                  80 AND TBLHIST 150 TO 230. THE REPRICING     *
000350*                  IMPACT STILL PRICES AT THE BASE RATE.        *
000351*  10/15/26  RM    AN A/C/D CARD WHOSE CHANGE NUMBER IS ALREADY *
000352*                  LOGGED FOR A DIFFERENT CARD (A SECOND DECK   *
000353*                  RUN THE SAME DAY) IS REJECTED 'CHANGE NUMBER *
000354*                  IN USE' INSTEAD OF BEING TAKEN AS ON FILE.   *
000355*                  A RERUN'S CARD IS NOW FOUND ON FILE AHEAD    *
000356*                  OF THE TABLE EDITS.                          *
000357*--------------------------------------------------------------*
000358 ENVIRONMENT DIVISION.
000359 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
000460             FILE STATUS IS WS-TRANS-STATUS.
000470     SELECT PRINT-FILE              ASSIGN TO PRTFILE
000480             FILE STATUS IS WS-PRINT-STATUS.
000481     SELECT PEND-CHANGE-FILE        ASSIGN TO PNDCHG
000482             ORGANIZATION IS INDEXED
000483             ACCESS MODE IS DYNAMIC
000484             RECORD KEY IS PND-KEY
000485             FILE STATUS IS WS-PNDCHG-STATUS.
000486     SELECT TABLE-HIST-FILE         ASSIGN TO TBLHIST
000487             FILE STATUS IS WS-TBLHIST-STATUS.
000490*    OPTIONAL - A MAINTENANCE RUN WITHOUT THE DAY'S AUDIT
000500*    GENERATION STILL MAINTAINS THE TABLE; IT JUST SKIPS THE
000510*    REPRICING SECTION.
000600*--------------------------------------------------------------*
000610 FD  OLD-TABLE-FILE
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 80 CHARACTERS
000640     DATA RECORD IS OTB-TABLE-REC.
000650     COPY MYVARTB
000660         REPLACING MYVAR-TABLE-REC    BY OTB-TABLE-REC
000710                   MVT-ACTIVE         BY OTB-ACTIVE
000720                   MVT-INACTIVE       BY OTB-INACTIVE
000730                   MVT-EFFECTIVE-DATE BY OTB-EFFECTIVE-DATE
000740                   MVT-EXPIRY-DATE    BY OTB-EXPIRY-DATE
000745                   MVT-VAT-CATEGORY   BY OTB-VAT-CATEGORY
000746                   MVT-TIER-TABLE     BY OTB-TIER-TABLE
000747                   MVT-TIER-ENTRY     BY OTB-TIER-ENTRY
000748                   MVT-TIER-FROM-QTY  BY OTB-TIER-FROM-QTY
000749                   MVT-TIER-RATE      BY OTB-TIER-RATE.
000750*--------------------------------------------------------------*
000760* NEW-TABLE-FILE - THE MAINTAINED TABLE GENERATION WRITTEN      *
000770* BACK OUT ONCE EVERY TRANSACTION HAS BEEN APPLIED.             *
000780*--------------------------------------------------------------*
000790 FD  NEW-TABLE-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS
000820     DATA RECORD IS NTB-TABLE-REC.
000830     COPY MYVARTB
000840         REPLACING MYVAR-TABLE-REC    BY NTB-TABLE-REC
000890                   MVT-ACTIVE         BY NTB-ACTIVE
000900                   MVT-INACTIVE       BY NTB-INACTIVE
000910                   MVT-EFFECTIVE-DATE BY NTB-EFFECTIVE-DATE
000920                   MVT-EXPIRY-DATE    BY NTB-EXPIRY-DATE
000925                   MVT-VAT-CATEGORY   BY NTB-VAT-CATEGORY
000926                   MVT-TIER-TABLE     BY NTB-TIER-TABLE
000927                   MVT-TIER-ENTRY     BY NTB-TIER-ENTRY
000928                   MVT-TIER-FROM-QTY  BY NTB-TIER-FROM-QTY
000929                   MVT-TIER-RATE      BY NTB-TIER-RATE.
000930*--------------------------------------------------------------*
000940* TRANS-FILE - ONE MAINTENANCE TRANSACTION PER 80-BYTE CARD.    *
000950* TRN-ACTION IS 'A' (ADD), 'C' (CHANGE - FULL ROW REPLACE) OR   *
000960* 'D' (DEACTIVATE). CHANGE AND DEACTIVATE PICK THEIR ROW BY     *
000970* TRN-CODE PLUS TRN-EFFECTIVE-DATE NOW THAT A CODE MAY OWN      *
000980* SEVERAL EFFECTIVE-DATED ROWS.                                 *
000982* NONE OF THEM CHANGES THE TABLE ON ITS OWN - EACH IS LOGGED AS *
000984* A PENDING CHANGE. 'V' APPROVES AND 'R' DECLINES A PENDING     *
000986* CHANGE, NAMED BY ITS CHANGE NUMBER (TRANS-CHECK-REC VIEW).    *
000990*--------------------------------------------------------------*
001000 FD  TRANS-FILE
001010     LABEL RECORDS ARE STANDARD
001060         88  TRN-ADD                 VALUE 'A'.
001070         88  TRN-CHANGE              VALUE 'C'.
001080         88  TRN-DEACTIVATE          VALUE 'D'.
001083         88  TRN-APPROVE             VALUE 'V'.
001086         88  TRN-DECLINE             VALUE 'R'.
001090     05  TRN-CODE                PIC X(01).
001100     05  TRN-DESCRIPTION         PIC X(20).
001110     05  TRN-UNIT-CHARGE-AMT     PIC 9(03)V99.
001200     05  TRN-EXPIRY-DATE         PIC 9(06).
001210     05  TRN-EXPIRY-DATE-X       REDEFINES TRN-EXPIRY-DATE
001220                                 PIC X(06).
001225     05  TRN-VAT-CATEGORY        PIC X(01).
001226*    TRN-USER-ID IS THE MAKER ON AN A, C OR D CARD AND THE
001227*    CHECKER ON A V OR R CARD.
001228     05  TRN-USER-ID             PIC X(08).
001229*    TRN-TIER IS THE CODE'S VOLUME TIERS - BLANK FOR NONE.
001230     05  TRN-TIER                OCCURS 2 TIMES.
001231         10  TRN-TIER-FROM-QTY   PIC 9(07).
001232         10  TRN-TIER-FROM-QTY-X REDEFINES TRN-TIER-FROM-QTY
001233                                 PIC X(07).
001234         10  TRN-TIER-RATE       PIC 9(03)V99.
001235         10  TRN-TIER-RATE-X     REDEFINES TRN-TIER-RATE
001236                                 PIC X(05).
001237     05  FILLER                  PIC X(07).
001238*    A V OR R CARD NAMES THE PENDING CHANGE BY ITS CHANGE NUMBER -
001239*    THE DATE IT WAS LOGGED AND ITS CARD NUMBER IN THAT DECK.
001240 01  TRANS-CHECK-REC.
001241     05  FILLER                  PIC X(01).
001242     05  TRN-PEND-LOG-DATE       PIC 9(06).
001243     05  TRN-PEND-LOG-DATE-X     REDEFINES TRN-PEND-LOG-DATE
001244                                 PIC X(06).
001245     05  TRN-PEND-CARD-NO        PIC 9(04).
001246     05  TRN-PEND-CARD-NO-X      REDEFINES TRN-PEND-CARD-NO
001247                                 PIC X(04).
001248     05  TRN-DECLINE-REASON      PIC X(30).
001249     05  FILLER                  PIC X(39).
001250*--------------------------------------------------------------*
001251* PRINT-FILE - HEADED, PAGED BEFORE/AFTER MAINTENANCE LISTING   *
001260*--------------------------------------------------------------*
001270 FD  PRINT-FILE
001280     LABEL RECORDS OMITTED
001360*--------------------------------------------------------------*
001370 FD  AUDIT-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 103 CHARACTERS
001400     DATA RECORD IS AUDIT-REC.
001410     COPY AUDITREC.
001411*--------------------------------------------------------------*
001412* PEND-CHANGE-FILE - THE PENDING TABLE CHANGE MASTER KSDS       *
001413* (SHARED PNDCHGRC LAYOUT, KEYED ON THE CHANGE NUMBER)          *
001414*--------------------------------------------------------------*
001415 FD  PEND-CHANGE-FILE
001416     RECORD CONTAINS 160 CHARACTERS
001417     DATA RECORD IS PEND-CHANGE-REC.
001418     COPY PNDCHGRC.
001419*--------------------------------------------------------------*
001420* TABLE-HIST-FILE - THE CUMULATIVE TABLE CHANGE HISTORY         *
001421* (SHARED TBLHSTRC LAYOUT), ONE RECORD APPENDED PER CHANGE      *
001422* APPLIED                                                       *
001423*--------------------------------------------------------------*
001424 FD  TABLE-HIST-FILE
001425     LABEL RECORDS ARE STANDARD
001426     RECORD CONTAINS 230 CHARACTERS
001427     DATA RECORD IS TABLE-HIST-REC.
001428     COPY TBLHSTRC.
001429 WORKING-STORAGE SECTION.
001430*--------------------------------------------------------------*
001440* IN-STORAGE COPY OF THE CODE TABLE. ROWS ARE HELD AS RAW       *
001450* 80-BYTE IMAGES AND OVERLAID ONTO WRK-TABLE-REC (THE MYVARTB   *
001460* LAYOUT) WHENEVER A FIELD HAS TO BE READ OR CHANGED.           *
001470*--------------------------------------------------------------*
001480 77  WS-TABLE-ENTRY-MAX          PIC 9(04) COMP VALUE 0100.
001500 77  WS-TABLE-IX                 PIC 9(04) COMP.
001510 01  WS-CODE-TABLE.
001520     05  WS-TBL-ROW              OCCURS 100 TIMES
001530                                 PIC X(80).
001540     COPY MYVARTB
001550         REPLACING MYVAR-TABLE-REC    BY WRK-TABLE-REC
001560                   MVT-CODE           BY WRK-CODE
001600                   MVT-ACTIVE         BY WRK-ACTIVE
001610                   MVT-INACTIVE       BY WRK-INACTIVE
001620                   MVT-EFFECTIVE-DATE BY WRK-EFFECTIVE-DATE
001630                   MVT-EXPIRY-DATE    BY WRK-EXPIRY-DATE
001635                   MVT-VAT-CATEGORY   BY WRK-VAT-CATEGORY
001636                   MVT-TIER-TABLE     BY WRK-TIER-TABLE
001637                   MVT-TIER-ENTRY     BY WRK-TIER-ENTRY
001638                   MVT-TIER-FROM-QTY  BY WRK-TIER-FROM-QTY
001639                   MVT-TIER-RATE      BY WRK-TIER-RATE.
001640*--------------------------------------------------------------*
001650* TRANSACTION LOOKUP/APPLY CONTROL FIELDS                       *
001660*--------------------------------------------------------------*
001690 77  WS-REJECT-SWITCH            PIC X(01) VALUE 'N'.
001700     88  TRANS-REJECTED              VALUE 'Y'.
001710 77  WS-REJECT-REASON            PIC X(30).
001715 77  WS-TIER-IX                  PIC 9(04) COMP.
001720*--------------------------------------------------------------*
001730* DATE RANGE VALIDATION AND BACK-OUT FIELDS. AFTER AN ADD OR    *
001740* CHANGE IS APPLIED, THE CODE'S ROWS ARE WALKED EFFECTIVE-TO-   *
001870     88  RANGES-BAD                  VALUE 'Y'.
001880 77  WS-SAVED-ACTION             PIC X(01).
001890 77  WS-SAVED-IX                 PIC 9(04) COMP.
001900 77  WS-SAVED-ROW                PIC X(80).
001901*--------------------------------------------------------------*
001902* MAKER-CHECKER FIELDS. A CARD'S NUMBER IN THE DECK IS PART OF  *
001903* ITS CHANGE NUMBER, SO A RERUN OF THE SAME DECK FINDS ITS      *
001904* CHANGES ALREADY LOGGED. A CHANGE LEFT AWAITING APPROVAL MORE  *
001905* THAN WS-PEND-EXPIRY-DAYS (30/360 DAYS) EXPIRES.               *
001906*--------------------------------------------------------------*
001907 77  WS-PEND-EXPIRY-DAYS         PIC 9(04) COMP VALUE 14.
001908 77  WS-PEND-AGE                 PIC S9(07) COMP.
001909 77  WS-BROWSE-DONE-SWITCH       PIC X(01) VALUE 'N'.
001910     88  BROWSE-DONE                 VALUE 'Y'.
001911 77  WS-CARD-DISP                PIC X(08).
001912 77  WS-RUN-TIME                 PIC 9(08).
001913 01  WS-DATE-PARTS.
001914     05  WS-DP-YY                PIC 9(02).
001915     05  WS-DP-MM                PIC 9(02).
001916     05  WS-DP-DD                PIC 9(02).
001917 77  WS-DATE-DAYS                PIC S9(07) COMP.
001918 77  WS-TODAY-DAYS               PIC S9(07) COMP.
001919 01  WS-CHANGE-REF.
001920     05  FILLER                  PIC X(07) VALUE 'CHANGE '.
001921     05  REF-LOG-DATE            PIC X(06).
001922     05  FILLER                  PIC X(01) VALUE '-'.
001923     05  REF-CARD-NO             PIC X(04).
001924     05  FILLER                  PIC X(02) VALUE SPACE.
001925*--------------------------------------------------------------*
001926* OUTCOMES OF THE APPROVED CHANGES APPLIED THIS RUN. THE        *
001927* PENDING MASTER AND TBLHIST ARE POSTED FROM HERE ONLY ONCE THE *
001928* NEW TABLE GENERATION IS WRITTEN. WS-APL-BEFORE-ROW AND        *
001929* WS-APL-AFTER-ROW ARE THE ROW IMAGES EITHER SIDE OF A CHANGE.  *
001930*--------------------------------------------------------------*
001931 77  WS-APL-ENTRY-MAX            PIC 9(04) COMP VALUE 0100.
001932 77  WS-APL-ENTRY-CT             PIC 9(04) COMP VALUE ZERO.
001933 77  WS-APL-IX                   PIC 9(04) COMP.
001934 01  WS-APPLY-TABLE.
001935     05  WS-APL-ENTRY            OCCURS 100 TIMES.
001936         10  WS-APL-KEY              PIC X(10).
001937         10  WS-APL-RESULT           PIC X(01).
001938             88  APL-APPLIED             VALUE 'A'.
001939         10  WS-APL-REASON           PIC X(30).
001940         10  WS-APL-BEFORE-ROW       PIC X(80).
001941         10  WS-APL-AFTER-ROW        PIC X(80).
001942*--------------------------------------------------------------*
001943* REPRICING IMPACT FIELDS - THE DAY'S PER-CODE QUANTITIES OFF   *
001944* AUDITF, AND THE CURRENT-VS-PENDING PRICING WORK AREAS         *
001945*--------------------------------------------------------------*
001950 77  WS-AUDIT-STATUS             PIC X(02).
001960 77  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE 'N'.
001970     88  END-OF-AUDITS               VALUE 'Y'.
002190 77  WS-PND-REV-TOTAL            PIC S9(09)V99 VALUE ZERO.
002200 77  WS-IMPACT-TOTAL             PIC S9(09)V99 VALUE ZERO.
002210 77  WS-NO-PENDING-CT            PIC 9(04) VALUE ZERO.
002212 77  WS-PEND-IMPACT-TOTAL        PIC S9(09)V99 VALUE ZERO.
002214 77  WS-VOLUMES-SWITCH           PIC X(01) VALUE 'N'.
002216     88  VOLUMES-LOADED              VALUE 'Y'.
002220*--------------------------------------------------------------*
002230* RUN COUNTERS FOR THE TOTALS BLOCK AT THE END OF THE LISTING   *
002240*--------------------------------------------------------------*
002260 77  WS-TRANS-READ-CT            PIC 9(04) COMP VALUE ZERO.
002270 77  WS-TRANS-APPLIED-CT         PIC 9(04) COMP VALUE ZERO.
002280 77  WS-TRANS-REJECT-CT          PIC 9(04) COMP VALUE ZERO.
002281 77  WS-PEND-LOGGED-CT           PIC 9(04) COMP VALUE ZERO.
002282 77  WS-PEND-ON-FILE-CT          PIC 9(04) COMP VALUE ZERO.
002283 77  WS-PEND-APPROVED-CT         PIC 9(04) COMP VALUE ZERO.
002284 77  WS-PEND-DECLINED-CT         PIC 9(04) COMP VALUE ZERO.
002285 77  WS-PEND-EXPIRED-CT          PIC 9(04) COMP VALUE ZERO.
002286 77  WS-PEND-FAILED-CT           PIC 9(04) COMP VALUE ZERO.
002287 77  WS-PEND-WAITING-CT          PIC 9(04) COMP VALUE ZERO.
002290*--------------------------------------------------------------*
002300* END-OF-FILE CONTROL                                          *
002310*--------------------------------------------------------------*
002400 77  WS-TBLOUT-STATUS            PIC X(02).
002410 77  WS-TRANS-STATUS             PIC X(02).
002420 77  WS-PRINT-STATUS             PIC X(02).
002423 77  WS-PNDCHG-STATUS            PIC X(02).
002426 77  WS-TBLHIST-STATUS           PIC X(02).
002430 77  WS-ABEND-FILE-ID            PIC X(08).
002440 77  WS-ABEND-STATUS             PIC X(02).
002450*--------------------------------------------------------------*
002700     05  FILLER                  PIC X(22) VALUE 'DESCRIPTION'.
002710     05  FILLER                  PIC X(08) VALUE 'CHARGE'.
002720     05  FILLER                  PIC X(06) VALUE 'FLAG'.
002730     05  FILLER                  PIC X(11) VALUE 'EFF DATE'.
002735     05  FILLER                  PIC X(03) VALUE 'CAT'.
002736     05  FILLER                  PIC X(02) VALUE SPACE.
002737     05  FILLER                  PIC X(17) VALUE 'TIER 1    RATE'.
002738     05  FILLER                  PIC X(14) VALUE 'TIER 2    RATE'.
002740     05  FILLER                  PIC X(42) VALUE SPACE.
002750 01  WS-TABLE-LINE.
002760     05  FILLER                  PIC X(01) VALUE SPACE.
002770     05  TBL-LINE-CODE           PIC X(01).
002830     05  TBL-LINE-FLAG           PIC X(01).
002840     05  FILLER                  PIC X(05) VALUE SPACE.
002850     05  TBL-LINE-EFF-DATE       PIC 99/99/99.
002853     05  FILLER                  PIC X(02) VALUE SPACE.
002856     05  TBL-LINE-VAT-CAT        PIC X(01).
002857     05  FILLER                  PIC X(03) VALUE SPACE.
002858     05  TBL-LINE-TIER1-FROM     PIC ZZZZZZ9 BLANK WHEN ZERO.
002859     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  TBL-LINE-TIER1-RATE     PIC ZZ9,99 BLANK WHEN ZERO.
002861     05  FILLER                  PIC X(03) VALUE SPACE.
002862     05  TBL-LINE-TIER2-FROM     PIC ZZZZZZ9 BLANK WHEN ZERO.
002863     05  FILLER                  PIC X(01) VALUE SPACE.
002864     05  TBL-LINE-TIER2-RATE     PIC ZZ9,99 BLANK WHEN ZERO.
002865     05  FILLER                  PIC X(42) VALUE SPACE.
002870 01  WS-TRANS-LINE.
002880     05  FILLER                  PIC X(01) VALUE SPACE.
002890     05  TRN-LINE-ACTION         PIC X(01).
002970     05  TRN-LINE-FLAG           PIC X(01).
002980     05  FILLER                  PIC X(02) VALUE SPACE.
002990     05  TRN-LINE-EFF-DATE       PIC X(06).
002993     05  FILLER                  PIC X(02) VALUE SPACE.
002996     05  TRN-LINE-VAT-CAT        PIC X(01).
003000     05  FILLER                  PIC X(02) VALUE SPACE.
003010     05  TRN-LINE-DISP           PIC X(08).
003020     05  FILLER                  PIC X(02) VALUE SPACE.
003030     05  TRN-LINE-REASON         PIC X(30).
003040     05  FILLER                  PIC X(02) VALUE SPACE.
003042     05  TRN-LINE-MAKER          PIC X(08).
003044     05  FILLER                  PIC X(01) VALUE SPACE.
003046     05  TRN-LINE-CHECKER        PIC X(08).
003048     05  FILLER                  PIC X(23) VALUE SPACE.
003050 01  WS-TOTAL-LINE.
003060     05  FILLER                  PIC X(01) VALUE SPACE.
003070     05  TOT-LINE-LABEL          PIC X(30).
003440     05  IMP-LABEL               PIC X(30).
003450     05  IMP-AMOUNT              PIC Z(8)9,99-.
003460     05  FILLER                  PIC X(88) VALUE SPACE.
003461*--------------------------------------------------------------*
003462* PENDING CHANGE LINE LAYOUTS - CHANGES AWAITING APPROVAL AND   *
003463* CHANGES DECLINED, EXPIRED OR FAILED TODAY                     *
003464*--------------------------------------------------------------*
003465 01  WS-HEADING-5.
003466     05  FILLER                  PIC X(01) VALUE SPACE.
003467     05  FILLER                  PIC X(09) VALUE 'LOGGED'.
003468     05  FILLER                  PIC X(06) VALUE 'CARD'.
003469     05  FILLER                  PIC X(03) VALUE 'A'.
003470     05  FILLER                  PIC X(03) VALUE 'C'.
003471     05  FILLER                  PIC X(07) VALUE 'CHARGE'.
003472     05  FILLER                  PIC X(08) VALUE 'EFF DT'.
003473     05  FILLER                  PIC X(10) VALUE 'MAKER'.
003474     05  FILLER                  PIC X(10) VALUE 'CHECKER'.
003475     05  FILLER                  PIC X(06) VALUE 'AGE'.
003476     05  FILLER                  PIC X(10) VALUE 'STATUS'.
003477     05  FILLER                  PIC X(15) VALUE 'IMPACT'.
003478     05  FILLER                  PIC X(30) VALUE 'REASON'.
003479     05  FILLER                  PIC X(14) VALUE SPACE.
003480 01  WS-PENDING-LINE.
003481     05  FILLER                  PIC X(01) VALUE SPACE.
003482     05  PEN-LOG-DATE            PIC 99/99/99.
003483     05  FILLER                  PIC X(01) VALUE SPACE.
003484     05  PEN-CARD-NO             PIC ZZZ9.
003485     05  FILLER                  PIC X(02) VALUE SPACE.
003486     05  PEN-ACTION              PIC X(01).
003487     05  FILLER                  PIC X(02) VALUE SPACE.
003488     05  PEN-CODE                PIC X(01).
003489     05  FILLER                  PIC X(02) VALUE SPACE.
003490     05  PEN-CHARGE              PIC X(05).
003491     05  FILLER                  PIC X(02) VALUE SPACE.
003492     05  PEN-EFF-DATE            PIC X(06).
003493     05  FILLER                  PIC X(02) VALUE SPACE.
003494     05  PEN-MAKER               PIC X(08).
003495     05  FILLER                  PIC X(02) VALUE SPACE.
003496     05  PEN-CHECKER             PIC X(08).
003497     05  FILLER                  PIC X(02) VALUE SPACE.
003498     05  PEN-AGE                 PIC ZZZ9.
003499     05  FILLER                  PIC X(02) VALUE SPACE.
003500     05  PEN-STATUS              PIC X(08).
003501     05  FILLER                  PIC X(02) VALUE SPACE.
003502     05  PEN-IMPACT              PIC Z(8)9,99-.
003503     05  FILLER                  PIC X(02) VALUE SPACE.
003504     05  PEN-REASON              PIC X(30).
003505     05  FILLER                  PIC X(14) VALUE SPACE.
003506 PROCEDURE DIVISION.
003507*--------------------------------------------------------------*
003508* 0000-MAINLINE                                                *
003509*--------------------------------------------------------------*
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003530     MOVE 'BEFORE MAINTENANCE LISTING' TO WS-SECTION-TITLE.
003540     PERFORM 2000-LIST-TABLE THRU 2000-LIST-TABLE-EXIT.
003545     PERFORM 3000-EXPIRE-PENDING THRU 3000-EXPIRE-PENDING-EXIT.
003550     MOVE 'MAINTENANCE TRANSACTIONS' TO WS-SECTION-TITLE.
003560     MOVE WS-MAX-LINES TO WS-LINE-CT.
003570     PERFORM 4000-PROCESS-CARD
003580         THRU 4000-PROCESS-CARD-EXIT
003590         UNTIL END-OF-TRANS.
003591*    CARDS ONLY LOG, APPROVE OR DECLINE CHANGES. THE APPROVED
003592*    ONES REACH THE TABLE HERE, ONCE THE WHOLE DECK IS IN.
003593     MOVE 'APPROVED CHANGES APPLIED' TO WS-SECTION-TITLE.
003594     MOVE WS-MAX-LINES TO WS-LINE-CT.
003595     PERFORM 4700-APPLY-APPROVED THRU 4700-APPLY-APPROVED-EXIT.
003600     MOVE 'AFTER MAINTENANCE LISTING' TO WS-SECTION-TITLE.
003610     PERFORM 2000-LIST-TABLE THRU 2000-LIST-TABLE-EXIT.
003620*    THE REPRICING SECTION PRICES THE DAY'S VOLUMES AT THE
003630*    TABLE AS JUST MAINTAINED, PENDING ROWS INCLUDED.
003640     PERFORM 8000-REPRICING-REPORT
003650         THRU 8000-REPRICING-REPORT-EXIT.
003652     MOVE 'CHANGES AWAITING APPROVAL' TO WS-SECTION-TITLE.
003654     MOVE WS-MAX-LINES TO WS-LINE-CT.
003656     PERFORM 3500-LIST-PENDING THRU 3500-LIST-PENDING-EXIT.
003660     PERFORM 5000-WRITE-NEW-TABLE
003670         THRU 5000-WRITE-NEW-TABLE-EXIT
003680         VARYING WS-TABLE-IX FROM 1 BY 1
003690         UNTIL WS-TABLE-IX > WS-TABLE-ENTRY-CT.
003691*    THE OUTCOMES ARE POSTED ONLY NOW THE NEW TABLE IS WRITTEN. A
003692*    RUN THAT DIES FIRST LEAVES ITS CHANGES APPROVED, AND THE
003693*    RERUN APPLIES THEM TO THE SAME OLD TABLE.
003694     PERFORM 5500-POST-OUTCOME THRU 5500-POST-OUTCOME-EXIT
003695         VARYING WS-APL-IX FROM 1 BY 1
003696         UNTIL WS-APL-IX > WS-APL-ENTRY-CT.
003697     MOVE 'DECLINED/EXPIRED/FAILED TODAY' TO WS-SECTION-TITLE.
003698     MOVE WS-MAX-LINES TO WS-LINE-CT.
003699     PERFORM 3600-LIST-CLOSED THRU 3600-LIST-CLOSED-EXIT.
003700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
003710     GOBACK.
003720 0000-MAINLINE-EXIT.
003730     EXIT.
003740*--------------------------------------------------------------*
003750* 1000-INITIALIZE - OPEN FILES, LOAD THE OLD TABLE, PRIME THE   *
003760* TRANSACTION READ. A NEVER-LOADED PENDING CHANGE MASTER        *
003763* (STATUS 35 ON OPEN I-O) IS OPENED OUTPUT AND CLOSED ONCE TO   *
003766* LEAVE IT LOADED BUT EMPTY, THEN REOPENED I-O.                 *
003770*--------------------------------------------------------------*
003780 1000-INITIALIZE.
003790     OPEN INPUT  OLD-TABLE-FILE
004000         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
004010         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004020     END-IF.
004030     OPEN I-O PEND-CHANGE-FILE.
004040     IF WS-PNDCHG-STATUS = '35'
004050         OPEN OUTPUT PEND-CHANGE-FILE
004060         IF WS-PNDCHG-STATUS = '00'
004070             CLOSE PEND-CHANGE-FILE
004080             OPEN I-O PEND-CHANGE-FILE
004090         END-IF
004100     END-IF.
004110     IF WS-PNDCHG-STATUS NOT = '00'
004120         MOVE 'PNDCHG  ' TO WS-ABEND-FILE-ID
004130         MOVE WS-PNDCHG-STATUS TO WS-ABEND-STATUS
004140         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004150     END-IF.
004160     OPEN EXTEND TABLE-HIST-FILE.
004170     IF WS-TBLHIST-STATUS NOT = '00'
004180         MOVE 'TBLHIST ' TO WS-ABEND-FILE-ID
004190         MOVE WS-TBLHIST-STATUS TO WS-ABEND-STATUS
004200         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004210     END-IF.
004220     ACCEPT WS-RUN-DATE FROM DATE.
004221     ACCEPT WS-RUN-TIME FROM TIME.
004222     MOVE WS-RUN-DATE TO WS-DATE-PARTS.
004223     PERFORM 9200-DATE-TO-DAYS THRU 9200-DATE-TO-DAYS-EXIT.
004224     MOVE WS-DATE-DAYS TO WS-TODAY-DAYS.
004225     PERFORM 1100-READ-OLD-TABLE THRU 1100-READ-OLD-TABLE-EXIT.
004226     PERFORM 1150-STORE-OLD-ROW THRU 1150-STORE-OLD-ROW-EXIT
004227         UNTIL END-OF-OLD-TABLE.
004228     MOVE WS-TABLE-ENTRY-CT TO WS-ROWS-BEFORE-CT.
004229     PERFORM 1160-READ-TRANS THRU 1160-READ-TRANS-EXIT.
004230 1000-INITIALIZE-EXIT.
004231     EXIT.
004232*--------------------------------------------------------------*
004233* 1100-READ-OLD-TABLE - READ THE NEXT OLD TABLE ROW             *
004234*--------------------------------------------------------------*
004235 1100-READ-OLD-TABLE.
004236     READ OLD-TABLE-FILE
004237         AT END
004238             MOVE 'Y' TO WS-TABLE-EOF-SWITCH
004239     END-READ.
004240     IF WS-TBLIN-STATUS NOT = '00' AND WS-TBLIN-STATUS NOT = '10'
004241         MOVE 'TBLIN   ' TO WS-ABEND-FILE-ID
004242         MOVE WS-TBLIN-STATUS TO WS-ABEND-STATUS
004243         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004244     END-IF.
004245 1100-READ-OLD-TABLE-EXIT.
004250     EXIT.
004260*--------------------------------------------------------------*
004270* 1150-STORE-OLD-ROW - FILE ONE OLD TABLE ROW INTO STORAGE. A   *
004770     MOVE WRK-UNIT-CHARGE-AMT TO TBL-LINE-CHARGE.
004780     MOVE WRK-ACTIVE-FLAG     TO TBL-LINE-FLAG.
004790     MOVE WRK-EFFECTIVE-DATE  TO TBL-LINE-EFF-DATE.
004795     MOVE WRK-VAT-CATEGORY    TO TBL-LINE-VAT-CAT.
004796     MOVE ZERO                TO TBL-LINE-TIER1-FROM
004797                                 TBL-LINE-TIER1-RATE
004798                                 TBL-LINE-TIER2-FROM
004799                                 TBL-LINE-TIER2-RATE.
004800     IF WRK-TIER-FROM-QTY (1) NUMERIC
004801        AND WRK-TIER-RATE (1) NUMERIC
004802         MOVE WRK-TIER-FROM-QTY (1) TO TBL-LINE-TIER1-FROM
004803         MOVE WRK-TIER-RATE (1)     TO TBL-LINE-TIER1-RATE
004804     END-IF.
004805     IF WRK-TIER-FROM-QTY (2) NUMERIC
004806        AND WRK-TIER-RATE (2) NUMERIC
004807         MOVE WRK-TIER-FROM-QTY (2) TO TBL-LINE-TIER2-FROM
004808         MOVE WRK-TIER-RATE (2)     TO TBL-LINE-TIER2-RATE
004809     END-IF.
004810     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
004811 2100-PRINT-TABLE-ROW-EXIT.
004820     EXIT.
004830*--------------------------------------------------------------*
004840* 3000-EXPIRE-PENDING - EXPIRE EVERY CHANGE LEFT AWAITING       *
004850* APPROVAL MORE THAN WS-PEND-EXPIRY-DAYS, BEFORE TODAY'S CARDS  *
004860* ARE READ, SO A LATE APPROVAL CANNOT APPLY A STALE CHANGE. THE *
004870* MAKER PUNCHES IT AGAIN IF IT IS STILL WANTED.                 *
004880*--------------------------------------------------------------*
004890 3000-EXPIRE-PENDING.
004900     MOVE ZERO TO PND-LOG-DATE.
004910     MOVE ZERO TO PND-CARD-NO.
004920     PERFORM 3800-START-BROWSE THRU 3800-START-BROWSE-EXIT.
004930     PERFORM 3100-EXPIRE-ONE-CHANGE
004940         THRU 3100-EXPIRE-ONE-CHANGE-EXIT
004950         UNTIL BROWSE-DONE.
004960 3000-EXPIRE-PENDING-EXIT.
004970     EXIT.
004980*--------------------------------------------------------------*
004990* 3100-EXPIRE-ONE-CHANGE - READ THE NEXT PENDING CHANGE AND     *
005000* EXPIRE IT IF IT HAS WAITED TOO LONG                           *
005010*--------------------------------------------------------------*
005020 3100-EXPIRE-ONE-CHANGE.
005030     PERFORM 3810-READ-NEXT-PENDING
005040         THRU 3810-READ-NEXT-PENDING-EXIT.
005050     IF BROWSE-DONE
005060         GO TO 3100-EXPIRE-ONE-CHANGE-EXIT
005070     END-IF.
005080     IF NOT PND-AWAITING
005090         GO TO 3100-EXPIRE-ONE-CHANGE-EXIT
005100     END-IF.
005110     PERFORM 3900-PENDING-AGE THRU 3900-PENDING-AGE-EXIT.
005120     IF WS-PEND-AGE NOT > WS-PEND-EXPIRY-DAYS
005130         GO TO 3100-EXPIRE-ONE-CHANGE-EXIT
005140     END-IF.
005150     MOVE 'E' TO PND-STATUS.
005160     MOVE WS-RUN-DATE TO PND-STATUS-DATE.
005170     MOVE 'NOT APPROVED IN TIME' TO PND-REASON.
005180     REWRITE PEND-CHANGE-REC.
005190     IF WS-PNDCHG-STATUS NOT = '00'
005200         MOVE 'PNDCHG  ' TO WS-ABEND-FILE-ID
005210         MOVE WS-PNDCHG-STATUS TO WS-ABEND-STATUS
005220         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005230     END-IF.
005240     ADD 1 TO WS-PEND-EXPIRED-CT.
005250 3100-EXPIRE-ONE-CHANGE-EXIT.
005260     EXIT.
005270*--------------------------------------------------------------*
005280* 3500-LIST-PENDING - LIST EVERY CHANGE STILL AWAITING APPROVAL *
005290* WITH ITS MAKER, AGE AND REVENUE IMPACT - THE DAY'S AUDITF     *
005300* VOLUMES PRICED AT THE CARD'S RATE AGAINST THE RATE IN EFFECT  *
005310* TODAY. WITHOUT AUDITF THE IMPACT IS LEFT BLANK.               *
005320*--------------------------------------------------------------*
005330 3500-LIST-PENDING.
005340     MOVE ZERO TO PND-LOG-DATE.
005350     MOVE ZERO TO PND-CARD-NO.
005360     PERFORM 3800-START-BROWSE THRU 3800-START-BROWSE-EXIT.
005370     PERFORM 3510-LIST-ONE-PENDING
005380         THRU 3510-LIST-ONE-PENDING-EXIT
005390         UNTIL BROWSE-DONE.
005400     IF WS-PEND-WAITING-CT = ZERO
005410          OR NOT VOLUMES-LOADED
005420         GO TO 3500-LIST-PENDING-EXIT
005430     END-IF.
005440     MOVE SPACES TO WS-IMPACT-LINE.
005450     MOVE 'IMPACT IF ALL ARE APPROVED' TO IMP-LABEL.
005460     MOVE WS-PEND-IMPACT-TOTAL TO IMP-AMOUNT.
005470     PERFORM 8500-WRITE-IMPACT-LINE
005480         THRU 8500-WRITE-IMPACT-LINE-EXIT.
005490 3500-LIST-PENDING-EXIT.
005500     EXIT.
005510*--------------------------------------------------------------*
005520* 3510-LIST-ONE-PENDING - READ THE NEXT PENDING CHANGE AND LIST *
005530* IT IF IT IS STILL AWAITING APPROVAL                           *
005540*--------------------------------------------------------------*
005550 3510-LIST-ONE-PENDING.
005560     PERFORM 3810-READ-NEXT-PENDING
005570         THRU 3810-READ-NEXT-PENDING-EXIT.
005580     IF BROWSE-DONE
005590         GO TO 3510-LIST-ONE-PENDING-EXIT
005600     END-IF.
005610     IF NOT PND-AWAITING
005620         GO TO 3510-LIST-ONE-PENDING-EXIT
005630     END-IF.
005640     ADD 1 TO WS-PEND-WAITING-CT.
005650     PERFORM 3700-BUILD-PENDING-LINE
005660         THRU 3700-BUILD-PENDING-LINE-EXIT.
005670     MOVE 'PENDING ' TO PEN-STATUS.
005680     IF VOLUMES-LOADED
005690         PERFORM 3550-PENDING-IMPACT
005700             THRU 3550-PENDING-IMPACT-EXIT
005710         MOVE WS-DELTA-AMT TO PEN-IMPACT
005720         ADD WS-DELTA-AMT TO WS-PEND-IMPACT-TOTAL
005730     END-IF.
005740     MOVE WS-PENDING-LINE TO WS-TABLE-LINE.
005750     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005760 3510-LIST-ONE-PENDING-EXIT.
005770     EXIT.
005780*--------------------------------------------------------------*
005790* 3550-PENDING-IMPACT - DAY REVENUE IMPACT OF THE PENDING CARD  *
005800* IN TRANS-REC, INTO WS-DELTA-AMT. AN ADD OR CHANGE BILLS THE   *
005810* CODE'S VOLUME AT THE CARD'S RATE INSTEAD OF TODAY'S RATE; A   *
005820* DEACTIVATE OF THE ROW IN EFFECT TODAY LOSES THE VOLUME. A     *
005830* CODE WITH NO VOLUME HAS NO IMPACT.                            *
005840*--------------------------------------------------------------*
005850 3550-PENDING-IMPACT.
005860     MOVE ZERO TO WS-DELTA-AMT.
005870     MOVE 'N' TO WS-VOL-FOUND-SWITCH.
005880     PERFORM 3560-MATCH-PEND-VOLUME
005890         THRU 3560-MATCH-PEND-VOLUME-EXIT
005900         VARYING WS-VOL-IX FROM 1 BY 1
005910         UNTIL VOL-CODE-FOUND
005920            OR WS-VOL-IX > WS-VOL-ENTRY-CT.
005930     IF NOT VOL-CODE-FOUND
005940         GO TO 3550-PENDING-IMPACT-EXIT
005950     END-IF.
005960     SUBTRACT 1 FROM WS-VOL-IX.
005970     IF TRN-DEACTIVATE
005980         GO TO 3550-DEACTIVATE-IMPACT
005990     END-IF.
006000     MOVE 'N'    TO WS-CUR-RATE-SWITCH.
006010     MOVE 'N'    TO WS-PND-RATE-SWITCH.
006020     MOVE ZERO   TO WS-CUR-RATE.
006030     MOVE ZERO   TO WS-PND-RATE.
006040     MOVE 999999 TO WS-PND-EFF-DATE.
006050     PERFORM 8300-SCAN-RATE-ROW THRU 8300-SCAN-RATE-ROW-EXIT
006060         VARYING WS-PRC-IX FROM 1 BY 1
006070         UNTIL WS-PRC-IX > WS-TABLE-ENTRY-CT.
006080     COMPUTE WS-DELTA-AMT = WS-VOL-QTY (WS-VOL-IX) *
006090         (TRN-UNIT-CHARGE-AMT - WS-CUR-RATE).
006100     GO TO 3550-PENDING-IMPACT-EXIT.
006110 3550-DEACTIVATE-IMPACT.
006120     PERFORM 4500-LOOKUP-CODE THRU 4500-LOOKUP-CODE-EXIT.
006130     IF NOT CODE-FOUND
006140         GO TO 3550-PENDING-IMPACT-EXIT
006150     END-IF.
006160     IF WRK-EXPIRY-DATE NUMERIC
006170         MOVE WRK-EXPIRY-DATE TO WS-RNG-ROW-EXPIRY
006180     ELSE
006190         MOVE 999999 TO WS-RNG-ROW-EXPIRY
006200     END-IF.
006210     IF WRK-EFFECTIVE-DATE NOT > WS-RUN-DATE
006220          AND WS-RUN-DATE < WS-RNG-ROW-EXPIRY
006230         COMPUTE WS-DELTA-AMT = ZERO -
006240             (WS-VOL-QTY (WS-VOL-IX) * WRK-UNIT-CHARGE-AMT)
006250     END-IF.
006260 3550-PENDING-IMPACT-EXIT.
006270     EXIT.
006280*--------------------------------------------------------------*
006290* 3560-MATCH-PEND-VOLUME - COMPARE ONE VOLUME ROW AGAINST       *
006300* TRN-CODE                                                      *
006310*--------------------------------------------------------------*
006320 3560-MATCH-PEND-VOLUME.
006330     IF WS-VOL-CODE (WS-VOL-IX) = TRN-CODE
006340         MOVE 'Y' TO WS-VOL-FOUND-SWITCH
006350     END-IF.
006360 3560-MATCH-PEND-VOLUME-EXIT.
006370     EXIT.
006380*--------------------------------------------------------------*
006390* 3600-LIST-CLOSED - LIST EVERY CHANGE DECLINED, EXPIRED OR     *
006400* FAILED TODAY, WITH THE REASON, SO THE MAKER KNOWS TO PUNCH IT *
006410* AGAIN OR LET IT GO                                            *
006420*--------------------------------------------------------------*
006430 3600-LIST-CLOSED.
006440     MOVE ZERO TO PND-LOG-DATE.
006450     MOVE ZERO TO PND-CARD-NO.
006460     PERFORM 3800-START-BROWSE THRU 3800-START-BROWSE-EXIT.
006470     PERFORM 3610-LIST-ONE-CLOSED
006480         THRU 3610-LIST-ONE-CLOSED-EXIT
006490         UNTIL BROWSE-DONE.
006500 3600-LIST-CLOSED-EXIT.
006510     EXIT.
006520*--------------------------------------------------------------*
006530* 3610-LIST-ONE-CLOSED - READ THE NEXT PENDING CHANGE AND LIST  *
006540* IT IF IT WAS DECLINED, EXPIRED OR FAILED TODAY                *
006550*--------------------------------------------------------------*
006560 3610-LIST-ONE-CLOSED.
006570     PERFORM 3810-READ-NEXT-PENDING
006580         THRU 3810-READ-NEXT-PENDING-EXIT.
006590     IF BROWSE-DONE
006600         GO TO 3610-LIST-ONE-CLOSED-EXIT
006610     END-IF.
006620     IF PND-STATUS-DATE NOT = WS-RUN-DATE
006630         GO TO 3610-LIST-ONE-CLOSED-EXIT
006640     END-IF.
006650     IF NOT PND-DECLINED
006660          AND NOT PND-EXPIRED
006670          AND NOT PND-FAILED
006680         GO TO 3610-LIST-ONE-CLOSED-EXIT
006690     END-IF.
006700     PERFORM 3700-BUILD-PENDING-LINE
006710         THRU 3700-BUILD-PENDING-LINE-EXIT.
006720     IF PND-DECLINED
006730         MOVE 'DECLINED' TO PEN-STATUS
006740     ELSE
006750         IF PND-EXPIRED
006760             MOVE 'EXPIRED ' TO PEN-STATUS
006770         ELSE
006780             MOVE 'FAILED  ' TO PEN-STATUS
006790         END-IF
006800     END-IF.
006810     MOVE PND-REASON TO PEN-REASON.
006820     MOVE WS-PENDING-LINE TO WS-TABLE-LINE.
006830     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
006840 3610-LIST-ONE-CLOSED-EXIT.
006850     EXIT.
006860*--------------------------------------------------------------*
006870* 3700-BUILD-PENDING-LINE - FILL WS-PENDING-LINE FROM THE       *
006880* PENDING CHANGE IN PEND-CHANGE-REC, ITS CARD LAID BACK INTO    *
006890* TRANS-REC, AND ITS AGE                                        *
006900*--------------------------------------------------------------*
006910 3700-BUILD-PENDING-LINE.
006920     MOVE PND-TRAN-CARD TO TRANS-REC.
006930     PERFORM 3900-PENDING-AGE THRU 3900-PENDING-AGE-EXIT.
006940     MOVE SPACES               TO WS-PENDING-LINE.
006950     MOVE PND-LOG-DATE         TO PEN-LOG-DATE.
006960     MOVE PND-CARD-NO          TO PEN-CARD-NO.
006970     MOVE TRN-ACTION           TO PEN-ACTION.
006980     MOVE TRN-CODE             TO PEN-CODE.
006990     MOVE TRN-UNIT-CHARGE-X    TO PEN-CHARGE.
007000     MOVE TRN-EFFECTIVE-DATE-X TO PEN-EFF-DATE.
007010     MOVE PND-MAKER-ID         TO PEN-MAKER.
007020     MOVE PND-CHECKER-ID       TO PEN-CHECKER.
007030     MOVE WS-PEND-AGE          TO PEN-AGE.
007040 3700-BUILD-PENDING-LINE-EXIT.
007050     EXIT.
007060*--------------------------------------------------------------*
007070* 3800-START-BROWSE - POSITION THE PENDING MASTER AT THE FIRST  *
007080* KEY NOT LESS THAN PND-KEY. NOTHING THERE ENDS THE BROWSE.     *
007090*--------------------------------------------------------------*
007100 3800-START-BROWSE.
007110     MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
007120     START PEND-CHANGE-FILE KEY NOT LESS THAN PND-KEY
007130         INVALID KEY
007140             MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
007150     END-START.
007160 3800-START-BROWSE-EXIT.
007170     EXIT.
007180*--------------------------------------------------------------*
007190* 3810-READ-NEXT-PENDING - READ THE NEXT PENDING CHANGE IN KEY  *
007200* ORDER                                                         *
007210*--------------------------------------------------------------*
007220 3810-READ-NEXT-PENDING.
007230     READ PEND-CHANGE-FILE NEXT RECORD
007240         AT END
007250             MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
007260     END-READ.
007270     IF WS-PNDCHG-STATUS NOT = '00'
007280        AND WS-PNDCHG-STATUS NOT = '10'
007290         MOVE 'PNDCHG  ' TO WS-ABEND-FILE-ID
007300         MOVE WS-PNDCHG-STATUS TO WS-ABEND-STATUS
007310         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007320     END-IF.
007330 3810-READ-NEXT-PENDING-EXIT.
007340     EXIT.
007350*--------------------------------------------------------------*
007360* 3900-PENDING-AGE - AGE IN DAYS OF THE PENDING CHANGE IN       *
007370* PEND-CHANGE-REC, FROM THE DATE IT WAS LOGGED TO TODAY         *
007380*--------------------------------------------------------------*
007390 3900-PENDING-AGE.
007400     MOVE PND-LOG-DATE TO WS-DATE-PARTS.
007410     PERFORM 9200-DATE-TO-DAYS THRU 9200-DATE-TO-DAYS-EXIT.
007420     COMPUTE WS-PEND-AGE = WS-TODAY-DAYS - WS-DATE-DAYS.
007430 3900-PENDING-AGE-EXIT.
007440     EXIT.
007450*--------------------------------------------------------------*
007460* 4000-PROCESS-CARD - LOG, APPROVE OR DECLINE A CARD'S CHANGE,  *
007470* PRINT ITS LINE, READ THE NEXT ONE. NO CARD CHANGES THE TABLE  *
007480* HERE - APPROVED CHANGES ARE APPLIED FROM THE PENDING MASTER   *
007490* ONCE THE WHOLE DECK IS IN (4700-APPLY-APPROVED).              *
007500*--------------------------------------------------------------*
007510 4000-PROCESS-CARD.
007520     ADD 1 TO WS-TRANS-READ-CT.
007530     MOVE 'N'    TO WS-REJECT-SWITCH.
007540     MOVE SPACES TO WS-REJECT-REASON.
007550     MOVE SPACES TO WS-CARD-DISP.
007560     MOVE SPACES TO TRN-LINE-MAKER.
007570     MOVE SPACES TO TRN-LINE-CHECKER.
007580     IF TRN-USER-ID = SPACES
007590         MOVE 'Y' TO WS-REJECT-SWITCH
007600         MOVE 'USER ID MISSING' TO WS-REJECT-REASON
007610         GO TO 4000-LIST-CARD
007620     END-IF.
007630     IF TRN-ADD OR TRN-CHANGE OR TRN-DEACTIVATE
007640         PERFORM 4020-LOG-CHANGE THRU 4020-LOG-CHANGE-EXIT
007650     ELSE
007660         IF TRN-APPROVE OR TRN-DECLINE
007670             PERFORM 4030-CHECK-CHANGE
007680                 THRU 4030-CHECK-CHANGE-EXIT
007690         ELSE
007700             MOVE 'Y' TO WS-REJECT-SWITCH
007710             MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
007720         END-IF
007730     END-IF.
007740 4000-LIST-CARD.
007750     IF TRANS-REJECTED
007760         ADD 1 TO WS-TRANS-REJECT-CT
007770         MOVE 'REJECTED' TO WS-CARD-DISP
007780     END-IF.
007790     PERFORM 4600-PRINT-TRANS-LINE
007800         THRU 4600-PRINT-TRANS-LINE-EXIT.
007810     PERFORM 1160-READ-TRANS THRU 1160-READ-TRANS-EXIT.
007820 4000-PROCESS-CARD-EXIT.
007830     EXIT.
007840*--------------------------------------------------------------*
007850* 4020-LOG-CHANGE - LOG AN ADD, CHANGE OR DEACTIVATE CARD AS A  *
007860* PENDING CHANGE UNDER THE MAKER'S USER ID, ONCE IT PASSES THE  *
007870* EDITS AGAINST THE TABLE AS IT STANDS. ITS CHANGE NUMBER IS    *
007880* THE RUN DATE AND CARD NUMBER, SO A RERUN OF TODAY'S DECK      *
007890* FINDS IT ALREADY ON FILE AND LEAVES IT ALONE - BEFORE THE     *
007893* EDITS, WHICH A CHANGE APPLIED SINCE WOULD NOW FAIL. A         *
007896* DIFFERENT CARD UNDER A NUMBER ALREADY LOGGED TODAY IS         *
007897* REJECTED - IT IS NOT A RERUN, AND ITS CHANGE WOULD OTHERWISE  *
007898* BE LOST. THE CARD IS EDITED AGAIN WHEN IT IS APPLIED,         *
007900* AGAINST THE TABLE AS IT STANDS THEN.                          *
007910*--------------------------------------------------------------*
007920 4020-LOG-CHANGE.
007930     MOVE TRN-USER-ID TO TRN-LINE-MAKER.
007940     MOVE WS-RUN-DATE      TO PND-LOG-DATE.
007950     MOVE WS-TRANS-READ-CT TO PND-CARD-NO.
007960     READ PEND-CHANGE-FILE
007970         INVALID KEY
007980             GO TO 4020-EDIT-CARD
007990     END-READ.
008000     IF WS-PNDCHG-STATUS NOT = '00'
008010         MOVE 'PNDCHG  ' TO WS-ABEND-FILE-ID
008020         MOVE WS-PNDCHG-STATUS TO WS-ABEND-STATUS
008030         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
008040     END-IF.
008050     IF PND-TRAN-CARD NOT = TRANS-REC
008060         MOVE 'Y' TO WS-REJECT-SWITCH
008070         MOVE 'CHANGE NUMBER IN USE' TO WS-REJECT-REASON
008080         GO TO 4020-LOG-CHANGE-EXIT
008090     END-IF.
008100     ADD 1 TO WS-PEND-ON-FILE-CT.
008110     MOVE 'ON FILE ' TO WS-CARD-DISP.
008120     MOVE 'LOGGED BY AN EARLIER RUN' TO WS-REJECT-REASON.
008130     GO TO 4020-LOG-CHANGE-EXIT.
008140 4020-EDIT-CARD.
008150     IF NOT TRN-DEACTIVATE
008160         PERFORM 4400-EDIT-TRANS-FIELDS
008170             THRU 4400-EDIT-TRANS-FIELDS-EXIT
008180         IF TRANS-REJECTED
008190             GO TO 4020-LOG-CHANGE-EXIT
008200         END-IF
008210     END-IF.
008220     PERFORM 4500-LOOKUP-CODE THRU 4500-LOOKUP-CODE-EXIT.
008230     IF TRN-ADD AND CODE-FOUND
008232         MOVE 'Y' TO WS-REJECT-SWITCH
008234         MOVE 'CODE/EFF DATE ALREADY ON TABLE'
008236             TO WS-REJECT-REASON
008237         GO TO 4020-LOG-CHANGE-EXIT
008238     END-IF.
008240     IF NOT TRN-ADD AND NOT CODE-FOUND
008250         MOVE 'Y' TO WS-REJECT-SWITCH
008260         MOVE 'CODE/EFF DATE NOT ON TABLE' TO WS-REJECT-REASON
008270         GO TO 4020-LOG-CHANGE-EXIT
008275     END-IF.
008280 4020-WRITE-PENDING.
008290     MOVE SPACES           TO PEND-CHANGE-REC.
008300     MOVE WS-RUN-DATE      TO PND-LOG-DATE.
008310     MOVE WS-TRANS-READ-CT TO PND-CARD-NO.
008320     MOVE 'P'              TO PND-STATUS.
008330     MOVE TRN-USER-ID      TO PND-MAKER-ID.
008340     MOVE ZERO             TO PND-CHECK-DATE.
008350     MOVE WS-RUN-DATE      TO PND-STATUS-DATE.
008360     MOVE TRANS-REC        TO PND-TRAN-CARD.
008370     WRITE PEND-CHANGE-REC.
008380     IF WS-PNDCHG-STATUS NOT = '00'
008390         MOVE 'PNDCHG  ' TO WS-ABEND-FILE-ID
008400         MOVE WS-PNDCHG-STATUS TO WS-ABEND-STATUS
008410         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
008420     END-IF.
008430     ADD 1 TO WS-PEND-LOGGED-CT.
008440     MOVE 'PENDING ' TO WS-CARD-DISP.
008450     MOVE 'AWAITING APPROVAL' TO WS-REJECT-REASON.
008460 4020-LOG-CHANGE-EXIT.
008470     EXIT.
008480*--------------------------------------------------------------*
008490* 4030-CHECK-CHANGE - APPROVE (V) OR DECLINE (R) THE PENDING    *
008500* CHANGE THE CARD NAMES. ONLY A USER OTHER THAN THE MAKER MAY   *
008510* APPROVE; THE MAKER MAY DECLINE A CHANGE TO WITHDRAW IT. A     *
008520* CHECK THE SAME CHECKER ALREADY MADE TODAY (A RERUN OF TODAY'S *
008530* DECK) IS LEFT ALONE. AN APPROVED CHANGE IS APPLIED LATER IN   *
008540* THIS RUN.                                                     *
008550*--------------------------------------------------------------*
008560 4030-CHECK-CHANGE.
008570     MOVE TRN-USER-ID TO TRN-LINE-CHECKER.
008580     IF TRN-PEND-LOG-DATE NOT NUMERIC
008590          OR TRN-PEND-CARD-NO NOT NUMERIC
008600         MOVE 'Y' TO WS-REJECT-SWITCH
008610         MOVE 'CHANGE NUMBER NOT NUMERIC' TO WS-REJECT-REASON
008620         GO TO 4030-CHECK-CHANGE-EXIT
008630     END-IF.
008640     MOVE TRN-PEND-LOG-DATE TO PND-LOG-DATE.
008650     MOVE TRN-PEND-CARD-NO  TO PND-CARD-NO.
008660     READ PEND-CHANGE-FILE
008670         INVALID KEY
008680             MOVE 'Y' TO WS-REJECT-SWITCH
008690             MOVE 'NO SUCH PENDING CHANGE' TO WS-REJECT-REASON
008700             GO TO 4030-CHECK-CHANGE-EXIT
008710     END-READ.
008720     IF WS-PNDCHG-STATUS NOT = '00'
008730         MOVE 'PNDCHG  ' TO WS-ABEND-FILE-ID
008740         MOVE WS-PNDCHG-STATUS TO WS-ABEND-STATUS
008750         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
008760     END-IF.
008770     MOVE PND-MAKER-ID TO TRN-LINE-MAKER.
008780     IF PND-CHECKER-ID = TRN-USER-ID
008790        AND PND-CHECK-DATE = WS-RUN-DATE
008800        AND ((TRN-APPROVE AND NOT PND-DECLINED)
008810          OR (TRN-DECLINE AND PND-DECLINED))
008820         ADD 1 TO WS-PEND-ON-FILE-CT
008830         MOVE 'ON FILE ' TO WS-CARD-DISP
008840         MOVE 'CHECKED BY AN EARLIER RUN' TO WS-REJECT-REASON
008850         GO TO 4030-CHECK-CHANGE-EXIT
008860     END-IF.
008870     IF NOT PND-AWAITING
008880         MOVE 'Y' TO WS-REJECT-SWITCH
008890         MOVE 'CHANGE NOT AWAITING APPROVAL' TO WS-REJECT-REASON
008900         GO TO 4030-CHECK-CHANGE-EXIT
008910     END-IF.
008920     IF TRN-APPROVE
008930        AND TRN-USER-ID = PND-MAKER-ID
008940         MOVE 'Y' TO WS-REJECT-SWITCH
008950         MOVE 'CHECKER MAY NOT BE THE MAKER' TO WS-REJECT-REASON
008960         GO TO 4030-CHECK-CHANGE-EXIT
008970     END-IF.
008980     MOVE TRN-USER-ID TO PND-CHECKER-ID.
008990     MOVE WS-RUN-DATE TO PND-CHECK-DATE.
009000     MOVE WS-RUN-DATE TO PND-STATUS-DATE.
009010     IF TRN-APPROVE
009020         MOVE 'V' TO PND-STATUS
009030         ADD 1 TO WS-PEND-APPROVED-CT
009040         MOVE 'APPROVED' TO WS-CARD-DISP
009050         MOVE 'TO BE APPLIED THIS RUN' TO WS-REJECT-REASON
009060     ELSE
009070         MOVE 'R' TO PND-STATUS
009080         IF TRN-DECLINE-REASON = SPACES
009090             MOVE 'DECLINED BY THE CHECKER' TO PND-REASON
009100         ELSE
009110             MOVE TRN-DECLINE-REASON TO PND-REASON
009120         END-IF
009130         ADD 1 TO WS-PEND-DECLINED-CT
009140         MOVE 'DECLINED' TO WS-CARD-DISP
009150         MOVE PND-REASON TO WS-REJECT-REASON
009160     END-IF.
009170     REWRITE PEND-CHANGE-REC.
009180     IF WS-PNDCHG-STATUS NOT = '00'
009190         MOVE 'PNDCHG  ' TO WS-ABEND-FILE-ID
009200         MOVE WS-PNDCHG-STATUS TO WS-ABEND-STATUS
009210         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009220     END-IF.
009230 4030-CHECK-CHANGE-EXIT.
009240     EXIT.
009250*--------------------------------------------------------------*
009260* 4050-APPLY-CARD - APPLY THE ADD, CHANGE OR DEACTIVATE CARD IN *
009270* TRANS-REC TO THE IN-STORAGE TABLE. AN APPLIED CARD LEAVES THE *
009280* ROW'S SLOT IN WS-SAVED-IX AND ITS PRIOR IMAGE IN WS-SAVED-ROW *
009290* (SPACES FOR AN ADD).                                          *
009300*--------------------------------------------------------------*
009310 4050-APPLY-CARD.
009320     MOVE 'N'    TO WS-REJECT-SWITCH.
009330     MOVE SPACES TO WS-REJECT-REASON.
009340     PERFORM 4500-LOOKUP-CODE THRU 4500-LOOKUP-CODE-EXIT.
009350     IF TRN-ADD
009360         PERFORM 4100-ADD-ROW THRU 4100-ADD-ROW-EXIT
009370     ELSE
009380         IF TRN-CHANGE
009390             PERFORM 4200-CHANGE-ROW THRU 4200-CHANGE-ROW-EXIT
009400         ELSE
009410             IF TRN-DEACTIVATE
009420                 PERFORM 4300-DEACTIVATE-ROW
009430                     THRU 4300-DEACTIVATE-ROW-EXIT
009440             ELSE
009450                 MOVE 'Y' TO WS-REJECT-SWITCH
009460                 MOVE 'INVALID ACTION CODE'
009470                     TO WS-REJECT-REASON
009480             END-IF
009490         END-IF
009500     END-IF.
009510*    AN APPLIED ADD OR CHANGE MUST LEAVE THE CODE'S DATE
009520*    RANGES CONTIGUOUS - OTHERWISE IT IS BACKED OUT AND THE
009530*    CARD REJECTED, SO THE TABLE ON DISK IS ALWAYS CLEAN.
009540     IF NOT TRANS-REJECTED
009550          AND (TRN-ADD OR TRN-CHANGE)
009560         PERFORM 6000-VALIDATE-CODE-RANGES
009570             THRU 6000-VALIDATE-CODE-RANGES-EXIT
009580         IF RANGES-BAD
009590             PERFORM 6500-BACK-OUT-TRANS
009600                 THRU 6500-BACK-OUT-TRANS-EXIT
009610             MOVE 'Y' TO WS-REJECT-SWITCH
009620             MOVE 'OVERLAP OR GAP IN DATE RANGES'
009630                 TO WS-REJECT-REASON
009640         END-IF
009650     END-IF.
009660 4050-APPLY-CARD-EXIT.
009670     EXIT.
009680*--------------------------------------------------------------*
009690* 4100-ADD-ROW - ADD A NEW CODE TO THE TABLE                    *
009700*--------------------------------------------------------------*
009710 4100-ADD-ROW.
009720     IF CODE-FOUND
009730         MOVE 'Y' TO WS-REJECT-SWITCH
009740         MOVE 'CODE/EFF DATE ALREADY ON TABLE'
009750             TO WS-REJECT-REASON
009760         GO TO 4100-ADD-ROW-EXIT
009770     END-IF.
009780     IF WS-TABLE-ENTRY-CT >= WS-TABLE-ENTRY-MAX
009790         MOVE 'Y' TO WS-REJECT-SWITCH
009800         MOVE 'TABLE IS FULL' TO WS-REJECT-REASON
009810         GO TO 4100-ADD-ROW-EXIT
009820     END-IF.
009830     PERFORM 4400-EDIT-TRANS-FIELDS
009840         THRU 4400-EDIT-TRANS-FIELDS-EXIT.
009850     IF TRANS-REJECTED
009860         GO TO 4100-ADD-ROW-EXIT
009870     END-IF.
009880     ADD 1 TO WS-TABLE-ENTRY-CT.
009890     PERFORM 4450-BUILD-WORK-ROW THRU 4450-BUILD-WORK-ROW-EXIT.
009900     MOVE WRK-TABLE-REC TO WS-TBL-ROW (WS-TABLE-ENTRY-CT).
009910     MOVE 'A' TO WS-SAVED-ACTION.
009920     MOVE WS-TABLE-ENTRY-CT TO WS-SAVED-IX.
009930     MOVE SPACES TO WS-SAVED-ROW.
009940 4100-ADD-ROW-EXIT.
009950     EXIT.
009960*--------------------------------------------------------------*
009970* 4200-CHANGE-ROW - FULL-ROW REPLACE OF AN EXISTING CODE        *
009980*--------------------------------------------------------------*
009990 4200-CHANGE-ROW.
010000     IF NOT CODE-FOUND
010010         MOVE 'Y' TO WS-REJECT-SWITCH
010020         MOVE 'CODE/EFF DATE NOT ON TABLE'
010030             TO WS-REJECT-REASON
010040         GO TO 4200-CHANGE-ROW-EXIT
010050     END-IF.
010060     PERFORM 4400-EDIT-TRANS-FIELDS
010070         THRU 4400-EDIT-TRANS-FIELDS-EXIT.
010080     IF TRANS-REJECTED
010090         GO TO 4200-CHANGE-ROW-EXIT
010100     END-IF.
010110     MOVE 'C' TO WS-SAVED-ACTION.
010120     MOVE WS-TABLE-IX TO WS-SAVED-IX.
010130     MOVE WS-TBL-ROW (WS-TABLE-IX) TO WS-SAVED-ROW.
010140     PERFORM 4450-BUILD-WORK-ROW THRU 4450-BUILD-WORK-ROW-EXIT.
010150     MOVE WRK-TABLE-REC TO WS-TBL-ROW (WS-TABLE-IX).
010160 4200-CHANGE-ROW-EXIT.
010170     EXIT.
010180*--------------------------------------------------------------*
010190* 4300-DEACTIVATE-ROW - FLAG AN EXISTING CODE INACTIVE. THE     *
010200* ROW STAYS ON THE TABLE SO ITS HISTORY AND RATE ARE KEPT.      *
010210*--------------------------------------------------------------*
010220 4300-DEACTIVATE-ROW.
010230     IF NOT CODE-FOUND
010240         MOVE 'Y' TO WS-REJECT-SWITCH
010250         MOVE 'CODE/EFF DATE NOT ON TABLE'
010260             TO WS-REJECT-REASON
010270         GO TO 4300-DEACTIVATE-ROW-EXIT
010280     END-IF.
010290     MOVE 'D' TO WS-SAVED-ACTION.
010300     MOVE WS-TABLE-IX TO WS-SAVED-IX.
010310     MOVE WS-TBL-ROW (WS-TABLE-IX) TO WS-SAVED-ROW.
010320     MOVE WS-TBL-ROW (WS-TABLE-IX) TO WRK-TABLE-REC.
010330     MOVE 'I' TO WRK-ACTIVE-FLAG.
010340     MOVE WRK-TABLE-REC TO WS-TBL-ROW (WS-TABLE-IX).
010350 4300-DEACTIVATE-ROW-EXIT.
010360     EXIT.
010370*--------------------------------------------------------------*
010380* 4400-EDIT-TRANS-FIELDS - FIELD EDITS SHARED BY ADD AND        *
010390* CHANGE. A TRANSACTION THAT FAILS AN EDIT IS REJECTED WHOLE.   *
010400*--------------------------------------------------------------*
010410 4400-EDIT-TRANS-FIELDS.
010420     IF TRN-UNIT-CHARGE-AMT NOT NUMERIC
010430         MOVE 'Y' TO WS-REJECT-SWITCH
010440         MOVE 'CHARGE NOT NUMERIC' TO WS-REJECT-REASON
010450         GO TO 4400-EDIT-TRANS-FIELDS-EXIT
010460     END-IF.
010470     IF TRN-EFFECTIVE-DATE NOT NUMERIC
010480         MOVE 'Y' TO WS-REJECT-SWITCH
010490         MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
010500         GO TO 4400-EDIT-TRANS-FIELDS-EXIT
010510     END-IF.
010520     IF TRN-EXPIRY-DATE NOT NUMERIC
010530         MOVE 'Y' TO WS-REJECT-SWITCH
010540         MOVE 'EXPIRY DATE NOT NUMERIC' TO WS-REJECT-REASON
010550         GO TO 4400-EDIT-TRANS-FIELDS-EXIT
010560     END-IF.
010570     IF TRN-EXPIRY-DATE NOT > TRN-EFFECTIVE-DATE
010580         MOVE 'Y' TO WS-REJECT-SWITCH
010590         MOVE 'EXPIRY NOT AFTER EFFECTIVE DATE'
010600             TO WS-REJECT-REASON
010610         GO TO 4400-EDIT-TRANS-FIELDS-EXIT
010620     END-IF.
010630     IF TRN-ACTIVE-FLAG NOT = 'A' AND TRN-ACTIVE-FLAG NOT = 'I'
010640         MOVE 'Y' TO WS-REJECT-SWITCH
010650         MOVE 'FLAG NOT A OR I' TO WS-REJECT-REASON
010660         GO TO 4400-EDIT-TRANS-FIELDS-EXIT
010670     END-IF.
010680     IF TRN-VAT-CATEGORY = SPACE
010690         MOVE 'Y' TO WS-REJECT-SWITCH
010700         MOVE 'VAT CATEGORY MISSING' TO WS-REJECT-REASON
010710         GO TO 4400-EDIT-TRANS-FIELDS-EXIT
010720     END-IF.
010730     IF TRN-TIER (1) = SPACES
010740        AND TRN-TIER (2) NOT = SPACES
010750         MOVE 'Y' TO WS-REJECT-SWITCH
010760         MOVE 'TIER 2 WITHOUT TIER 1' TO WS-REJECT-REASON
010770         GO TO 4400-EDIT-TRANS-FIELDS-EXIT
010780     END-IF.
010790     PERFORM 4410-EDIT-TIER THRU 4410-EDIT-TIER-EXIT
010800         VARYING WS-TIER-IX FROM 1 BY 1
010810         UNTIL WS-TIER-IX > 2
010820            OR TRANS-REJECTED.
010830     IF TRANS-REJECTED
010840         GO TO 4400-EDIT-TRANS-FIELDS-EXIT
010850     END-IF.
010860     IF TRN-TIER (2) NOT = SPACES
010870        AND TRN-TIER-FROM-QTY (2) NOT > TRN-TIER-FROM-QTY (1)
010880         MOVE 'Y' TO WS-REJECT-SWITCH
010890         MOVE 'TIER BREAKS NOT ASCENDING' TO WS-REJECT-REASON
010900         GO TO 4400-EDIT-TRANS-FIELDS-EXIT
010910     END-IF.
010920 4400-EDIT-TRANS-FIELDS-EXIT.
010930     EXIT.
010940*--------------------------------------------------------------*
010950* 4410-EDIT-TIER - ONE VOLUME TIER OFF THE CARD. A BLANK TIER   *
010960* IS NO TIER; ONE PUNCHED MUST START AFTER THE FIRST UNIT       *
010970*--------------------------------------------------------------*
010980 4410-EDIT-TIER.
010990     IF TRN-TIER (WS-TIER-IX) = SPACES
011000         GO TO 4410-EDIT-TIER-EXIT
011010     END-IF.
011020     IF TRN-TIER-FROM-QTY (WS-TIER-IX) NOT NUMERIC
011030        OR TRN-TIER-RATE (WS-TIER-IX) NOT NUMERIC
011040         MOVE 'Y' TO WS-REJECT-SWITCH
011050         MOVE 'TIER BREAK OR RATE NOT NUMERIC'
011060             TO WS-REJECT-REASON
011070         GO TO 4410-EDIT-TIER-EXIT
011080     END-IF.
011090     IF TRN-TIER-FROM-QTY (WS-TIER-IX) NOT > 1
011100         MOVE 'Y' TO WS-REJECT-SWITCH
011110         MOVE 'TIER BREAK MUST BE OVER 1' TO WS-REJECT-REASON
011120         GO TO 4410-EDIT-TIER-EXIT
011130     END-IF.
011140 4410-EDIT-TIER-EXIT.
011150     EXIT.
011160*--------------------------------------------------------------*
011170* 4450-BUILD-WORK-ROW - FILL WRK-TABLE-REC FROM THE EDITED      *
011180* TRANSACTION FIELDS                                            *
011190*--------------------------------------------------------------*
011200 4450-BUILD-WORK-ROW.
011210     MOVE SPACES              TO WRK-TABLE-REC.
011220     MOVE TRN-CODE            TO WRK-CODE.
011230     MOVE TRN-DESCRIPTION     TO WRK-DESCRIPTION.
011240     MOVE TRN-UNIT-CHARGE-AMT TO WRK-UNIT-CHARGE-AMT.
011250     MOVE TRN-ACTIVE-FLAG     TO WRK-ACTIVE-FLAG.
011260     MOVE TRN-EFFECTIVE-DATE  TO WRK-EFFECTIVE-DATE.
011270     MOVE TRN-EXPIRY-DATE     TO WRK-EXPIRY-DATE.
011280     MOVE TRN-VAT-CATEGORY    TO WRK-VAT-CATEGORY.
011281     MOVE ZERO                TO WRK-TIER-TABLE.
011282     IF TRN-TIER (1) NOT = SPACES
011283         MOVE TRN-TIER-FROM-QTY (1) TO WRK-TIER-FROM-QTY (1)
011284         MOVE TRN-TIER-RATE (1)     TO WRK-TIER-RATE (1)
011285     END-IF.
011286     IF TRN-TIER (2) NOT = SPACES
011287         MOVE TRN-TIER-FROM-QTY (2) TO WRK-TIER-FROM-QTY (2)
011288         MOVE TRN-TIER-RATE (2)     TO WRK-TIER-RATE (2)
011289     END-IF.
011290 4450-BUILD-WORK-ROW-EXIT.
011291     EXIT.
011292*--------------------------------------------------------------*
011293* 4500-LOOKUP-CODE - SEARCH THE IN-STORAGE TABLE FOR THE ROW    *
011294* KEYED TRN-CODE + TRN-EFFECTIVE-DATE. LEAVES CODE-FOUND SET    *
011295* AND WS-TABLE-IX AT THE MATCHED ROW.                           *
011296*--------------------------------------------------------------*
011297 4500-LOOKUP-CODE.
011298     MOVE 'N' TO WS-CODE-FOUND-SWITCH.
011299     PERFORM 4510-MATCH-ROW THRU 4510-MATCH-ROW-EXIT
011300         VARYING WS-TABLE-IX FROM 1 BY 1
011301         UNTIL CODE-FOUND
011302            OR WS-TABLE-IX > WS-TABLE-ENTRY-CT.
011303     IF CODE-FOUND
011304         SUBTRACT 1 FROM WS-TABLE-IX
011305     END-IF.
011306 4500-LOOKUP-CODE-EXIT.
011307     EXIT.
011308*--------------------------------------------------------------*
011309* 4510-MATCH-ROW - COMPARE ONE TABLE ROW AGAINST TRN-CODE +     *
011310* TRN-EFFECTIVE-DATE                                            *
011311*--------------------------------------------------------------*
011312 4510-MATCH-ROW.
011313     MOVE WS-TBL-ROW (WS-TABLE-IX) TO WRK-TABLE-REC.
011314     IF WRK-CODE = TRN-CODE
011315          AND WRK-EFFECTIVE-DATE = TRN-EFFECTIVE-DATE
011316         MOVE 'Y' TO WS-CODE-FOUND-SWITCH
011317     END-IF.
011318 4510-MATCH-ROW-EXIT.
011319     EXIT.
011320*--------------------------------------------------------------*
011321* 4600-PRINT-TRANS-LINE - ONE LISTING LINE PER CARD OR APPLIED  *
011322* CHANGE, WITH ITS DISPOSITION, SO THE LISTING IS A FULL        *
011323* ACCOUNT OF THE MAINTENANCE RUN                                *
011324*--------------------------------------------------------------*
011325 4600-PRINT-TRANS-LINE.
011326     MOVE TRN-ACTION          TO TRN-LINE-ACTION.
011327     MOVE TRN-CODE            TO TRN-LINE-CODE.
011328     MOVE TRN-DESCRIPTION     TO TRN-LINE-DESC.
011329     MOVE TRN-UNIT-CHARGE-X   TO TRN-LINE-CHARGE.
011330     MOVE TRN-ACTIVE-FLAG     TO TRN-LINE-FLAG.
011331     MOVE TRN-EFFECTIVE-DATE-X TO TRN-LINE-EFF-DATE.
011332     MOVE TRN-VAT-CATEGORY    TO TRN-LINE-VAT-CAT.
011333*    A V OR R CARD CARRIES A CHANGE NUMBER, NOT A TABLE ROW.
011334     IF TRN-APPROVE OR TRN-DECLINE
011335         MOVE TRN-PEND-LOG-DATE-X TO REF-LOG-DATE
011340         MOVE TRN-PEND-CARD-NO-X  TO REF-CARD-NO
011350         MOVE WS-CHANGE-REF       TO TRN-LINE-DESC
011360         MOVE SPACES TO TRN-LINE-CODE
011370         MOVE SPACES TO TRN-LINE-CHARGE
011380         MOVE SPACES TO TRN-LINE-FLAG
011390         MOVE SPACES TO TRN-LINE-EFF-DATE
011400         MOVE SPACES TO TRN-LINE-VAT-CAT
011410     END-IF.
011420     MOVE WS-CARD-DISP TO TRN-LINE-DISP.
011430     MOVE WS-REJECT-REASON TO TRN-LINE-REASON.
011440     MOVE WS-TRANS-LINE TO WS-TABLE-LINE.
011450     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
011460 4600-PRINT-TRANS-LINE-EXIT.
011470     EXIT.
011480*--------------------------------------------------------------*
011490* 4700-APPLY-APPROVED - BROWSE THE PENDING MASTER AND APPLY     *
011500* EVERY APPROVED CHANGE, OLDEST FIRST, TO THE IN-STORAGE TABLE. *
011510* EACH OUTCOME IS HELD IN WS-APPLY-TABLE UNTIL THE NEW TABLE IS *
011520* WRITTEN (5500-POST-OUTCOME).                                  *
011530*--------------------------------------------------------------*
011540 4700-APPLY-APPROVED.
011550     MOVE ZERO TO PND-LOG-DATE.
011560     MOVE ZERO TO PND-CARD-NO.
011570     PERFORM 3800-START-BROWSE THRU 3800-START-BROWSE-EXIT.
011580     PERFORM 4710-APPLY-ONE-CHANGE
011590         THRU 4710-APPLY-ONE-CHANGE-EXIT
011600         UNTIL BROWSE-DONE.
011610 4700-APPLY-APPROVED-EXIT.
011620     EXIT.
011630*--------------------------------------------------------------*
011640* 4710-APPLY-ONE-CHANGE - READ THE NEXT PENDING CHANGE AND, IF  *
011650* IT IS APPROVED, APPLY ITS CARD WITH THE EDITS AND DATE RANGE  *
011660* CHECKS A CARD HAS ALWAYS HAD. ONE THE TABLE REFUSES FAILS.    *
011670* APPROVED CHANGES BEYOND WS-APL-ENTRY-MAX WAIT, STILL          *
011680* APPROVED, FOR THE NEXT RUN.                                   *
011690*--------------------------------------------------------------*
011700 4710-APPLY-ONE-CHANGE.
011710     PERFORM 3810-READ-NEXT-PENDING
011720         THRU 3810-READ-NEXT-PENDING-EXIT.
011730     IF BROWSE-DONE
011740         GO TO 4710-APPLY-ONE-CHANGE-EXIT
011750     END-IF.
011760     IF NOT PND-APPROVED
011770         GO TO 4710-APPLY-ONE-CHANGE-EXIT
011780     END-IF.
011790     IF WS-APL-ENTRY-CT >= WS-APL-ENTRY-MAX
011800         DISPLAY 'TABLEMAINT - MORE THAN ' WS-APL-ENTRY-MAX
011810                 ' APPROVED CHANGES - THE REST WAIT FOR THE'
011820                 ' NEXT RUN'
011830         MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
011840         GO TO 4710-APPLY-ONE-CHANGE-EXIT
011850     END-IF.
011860     MOVE PND-TRAN-CARD TO TRANS-REC.
011870     PERFORM 4050-APPLY-CARD THRU 4050-APPLY-CARD-EXIT.
011880     ADD 1 TO WS-APL-ENTRY-CT.
011890     MOVE WS-APL-ENTRY-CT  TO WS-APL-IX.
011900     MOVE PND-KEY          TO WS-APL-KEY (WS-APL-IX).
011910     MOVE WS-REJECT-REASON TO WS-APL-REASON (WS-APL-IX).
011920     IF TRANS-REJECTED
011930         MOVE 'F'    TO WS-APL-RESULT (WS-APL-IX)
011940         MOVE SPACES TO WS-APL-BEFORE-ROW (WS-APL-IX)
011950         MOVE SPACES TO WS-APL-AFTER-ROW (WS-APL-IX)
011960         ADD 1 TO WS-PEND-FAILED-CT
011970         MOVE 'FAILED  ' TO WS-CARD-DISP
011980     ELSE
011990         MOVE 'A'    TO WS-APL-RESULT (WS-APL-IX)
012000         MOVE WS-SAVED-ROW TO WS-APL-BEFORE-ROW (WS-APL-IX)
012010         MOVE WS-TBL-ROW (WS-SAVED-IX)
012020             TO WS-APL-AFTER-ROW (WS-APL-IX)
012030         ADD 1 TO WS-TRANS-APPLIED-CT
012040         MOVE 'APPLIED ' TO WS-CARD-DISP
012050     END-IF.
012060     MOVE PND-MAKER-ID   TO TRN-LINE-MAKER.
012070     MOVE PND-CHECKER-ID TO TRN-LINE-CHECKER.
012080     PERFORM 4600-PRINT-TRANS-LINE
012090         THRU 4600-PRINT-TRANS-LINE-EXIT.
012100 4710-APPLY-ONE-CHANGE-EXIT.
012110     EXIT.
012120*--------------------------------------------------------------*
012130* 5000-WRITE-NEW-TABLE - WRITE ONE MAINTAINED ROW TO TBLOUT     *
012140*--------------------------------------------------------------*
012150 5000-WRITE-NEW-TABLE.
012160     MOVE WS-TBL-ROW (WS-TABLE-IX) TO NTB-TABLE-REC.
012170     WRITE NTB-TABLE-REC.
012180     IF WS-TBLOUT-STATUS NOT = '00'
012190         MOVE 'TBLOUT  ' TO WS-ABEND-FILE-ID
012200         MOVE WS-TBLOUT-STATUS TO WS-ABEND-STATUS
012210         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
012220     END-IF.
012230 5000-WRITE-NEW-TABLE-EXIT.
012240     EXIT.
012250*--------------------------------------------------------------*
012260* 5500-POST-OUTCOME - MARK ONE APPROVED CHANGE APPLIED OR       *
012270* FAILED ON THE PENDING MASTER, AND APPEND AN APPLIED ONE TO    *
012280* THE TABLE CHANGE HISTORY                                      *
012290*--------------------------------------------------------------*
012300 5500-POST-OUTCOME.
012310     MOVE WS-APL-KEY (WS-APL-IX) TO PND-KEY.
012320     READ PEND-CHANGE-FILE
012330         INVALID KEY
012340             MOVE 'PNDCHG  ' TO WS-ABEND-FILE-ID
012350             MOVE WS-PNDCHG-STATUS TO WS-ABEND-STATUS
012360             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
012370     END-READ.
012380     IF WS-PNDCHG-STATUS NOT = '00'
012390         MOVE 'PNDCHG  ' TO WS-ABEND-FILE-ID
012400         MOVE WS-PNDCHG-STATUS TO WS-ABEND-STATUS
012410         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
012420     END-IF.
012430     MOVE WS-APL-RESULT (WS-APL-IX) TO PND-STATUS.
012440     MOVE WS-RUN-DATE               TO PND-STATUS-DATE.
012450     MOVE WS-APL-REASON (WS-APL-IX) TO PND-REASON.
012460     REWRITE PEND-CHANGE-REC.
012470     IF WS-PNDCHG-STATUS NOT = '00'
012480         MOVE 'PNDCHG  ' TO WS-ABEND-FILE-ID
012490         MOVE WS-PNDCHG-STATUS TO WS-ABEND-STATUS
012500         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
012510     END-IF.
012520     IF APL-APPLIED (WS-APL-IX)
012530         PERFORM 5600-WRITE-HISTORY
012540             THRU 5600-WRITE-HISTORY-EXIT
012550     END-IF.
012560 5500-POST-OUTCOME-EXIT.
012570     EXIT.
012580*--------------------------------------------------------------*
012590* 5600-WRITE-HISTORY - APPEND THE APPLIED CHANGE IN             *
012600* PEND-CHANGE-REC TO TBLHIST WITH ITS MAKER, CHECKER AND THE    *
012610* ROW BEFORE AND AFTER                                          *
012620*--------------------------------------------------------------*
012630 5600-WRITE-HISTORY.
012640     MOVE PND-TRAN-CARD  TO TRANS-REC.
012650     MOVE SPACES         TO TABLE-HIST-REC.
012660     MOVE WS-RUN-DATE    TO TBH-APPLY-DATE.
012670     MOVE WS-RUN-TIME    TO TBH-APPLY-TIME.
012680     MOVE PND-LOG-DATE   TO TBH-LOG-DATE.
012690     MOVE PND-CARD-NO    TO TBH-CARD-NO.
012700     MOVE TRN-ACTION     TO TBH-ACTION.
012710     MOVE TRN-CODE       TO TBH-CODE.
012720     MOVE PND-MAKER-ID   TO TBH-MAKER-ID.
012730     MOVE PND-CHECKER-ID TO TBH-CHECKER-ID.
012740     MOVE PND-CHECK-DATE TO TBH-CHECK-DATE.
012750     MOVE WS-APL-BEFORE-ROW (WS-APL-IX) TO TBH-BEFORE-ROW.
012760     MOVE WS-APL-AFTER-ROW (WS-APL-IX)  TO TBH-AFTER-ROW.
012770     WRITE TABLE-HIST-REC.
012780     IF WS-TBLHIST-STATUS NOT = '00'
012790         MOVE 'TBLHIST ' TO WS-ABEND-FILE-ID
012800         MOVE WS-TBLHIST-STATUS TO WS-ABEND-STATUS
012810         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
012820     END-IF.
012830 5600-WRITE-HISTORY-EXIT.
012840     EXIT.
012850*--------------------------------------------------------------*
012860* 6000-VALIDATE-CODE-RANGES - WALK TRN-CODE'S ROWS EFFECTIVE-   *
012870* TO-EXPIRY. STARTING FROM THE EARLIEST EFFECTIVE DATE, EACH    *
012880* STEP MUST FIND EXACTLY ONE ROW WHOSE EFFECTIVE DATE IS THE    *
012890* PRIOR ROW'S EXPIRY - ANYTHING ELSE IS AN OVERLAP OR A GAP.    *
012900*--------------------------------------------------------------*
012910 6000-VALIDATE-CODE-RANGES.
012920     MOVE 'N'    TO WS-RNG-BAD-SWITCH.
012930     MOVE ZERO   TO WS-RNG-ROWS.
012940     MOVE 999999 TO WS-RNG-MIN-EFF.
012950     PERFORM 6100-SCAN-CODE-ROW THRU 6100-SCAN-CODE-ROW-EXIT
012960         VARYING WS-RNG-IX FROM 1 BY 1
012970         UNTIL WS-RNG-IX > WS-TABLE-ENTRY-CT.
012980     IF WS-RNG-ROWS < 2
012990         GO TO 6000-VALIDATE-CODE-RANGES-EXIT
013000     END-IF.
013010     MOVE WS-RNG-MIN-EFF TO WS-RNG-NEXT-EFF.
013020     PERFORM 6200-WALK-ONE-RANGE THRU 6200-WALK-ONE-RANGE-EXIT
013030         VARYING WS-RNG-STEP FROM 1 BY 1
013040         UNTIL RANGES-BAD
013050            OR WS-RNG-STEP > WS-RNG-ROWS.
013060 6000-VALIDATE-CODE-RANGES-EXIT.
013070     EXIT.
013080*--------------------------------------------------------------*
013090* 6100-SCAN-CODE-ROW - COUNT TRN-CODE'S ROWS AND REMEMBER THE   *
013100* EARLIEST EFFECTIVE DATE, WHERE THE RANGE WALK STARTS          *
013110*--------------------------------------------------------------*
013120 6100-SCAN-CODE-ROW.
013130     MOVE WS-TBL-ROW (WS-RNG-IX) TO WRK-TABLE-REC.
013140     IF WRK-CODE = TRN-CODE
013150         ADD 1 TO WS-RNG-ROWS
013160         IF WRK-EFFECTIVE-DATE < WS-RNG-MIN-EFF
013170             MOVE WRK-EFFECTIVE-DATE TO WS-RNG-MIN-EFF
013180         END-IF
013190     END-IF.
013200 6100-SCAN-CODE-ROW-EXIT.
013210     EXIT.
013220*--------------------------------------------------------------*
013230* 6200-WALK-ONE-RANGE - ONE STEP OF THE CHAIN: EXACTLY ONE ROW  *
013240* MUST START AT WS-RNG-NEXT-EFF (NONE MEANS A GAP OR A ROW      *
013250* STARTING INSIDE ANOTHER'S RANGE; TWO MEANS AN OVERLAP), AND   *
013260* ITS EXPIRY BECOMES THE NEXT EXPECTED EFFECTIVE DATE.          *
013270*--------------------------------------------------------------*
013280 6200-WALK-ONE-RANGE.
013290     MOVE ZERO TO WS-RNG-MATCH-CT.
013300     PERFORM 6300-FIND-RANGE-START
013310         THRU 6300-FIND-RANGE-START-EXIT
013320         VARYING WS-RNG-IX FROM 1 BY 1
013330         UNTIL WS-RNG-IX > WS-TABLE-ENTRY-CT.
013340     IF WS-RNG-MATCH-CT NOT = 1
013350         MOVE 'Y' TO WS-RNG-BAD-SWITCH
013360     ELSE
013370         MOVE WS-RNG-ROW-EXPIRY TO WS-RNG-NEXT-EFF
013380     END-IF.
013390 6200-WALK-ONE-RANGE-EXIT.
013400     EXIT.
013410*--------------------------------------------------------------*
013420* 6300-FIND-RANGE-START - COUNT TRN-CODE ROWS STARTING AT THE   *
013430* EXPECTED EFFECTIVE DATE. A PRE-MIGRATION BLANK EXPIRY READS   *
013440* AS 999999 (OPEN-ENDED).                                       *
013450*--------------------------------------------------------------*
013460 6300-FIND-RANGE-START.
013470     MOVE WS-TBL-ROW (WS-RNG-IX) TO WRK-TABLE-REC.
013480     IF WRK-CODE = TRN-CODE
013490          AND WRK-EFFECTIVE-DATE = WS-RNG-NEXT-EFF
013500         ADD 1 TO WS-RNG-MATCH-CT
013510         IF WRK-EXPIRY-DATE NUMERIC
013520             MOVE WRK-EXPIRY-DATE TO WS-RNG-ROW-EXPIRY
013530         ELSE
013540             MOVE 999999 TO WS-RNG-ROW-EXPIRY
013550         END-IF
013560     END-IF.
013570 6300-FIND-RANGE-START-EXIT.
013580     EXIT.
013590*--------------------------------------------------------------*
013600* 6500-BACK-OUT-TRANS - UNDO THE APPLIED ADD OR CHANGE SO THE   *
013610* REJECTED CARD LEAVES NO MARK ON THE TABLE                     *
013620*--------------------------------------------------------------*
013630 6500-BACK-OUT-TRANS.
013640     IF WS-SAVED-ACTION = 'A'
013650         SUBTRACT 1 FROM WS-TABLE-ENTRY-CT
013660     ELSE
013670         MOVE WS-SAVED-ROW TO WS-TBL-ROW (WS-SAVED-IX)
013680     END-IF.
013690 6500-BACK-OUT-TRANS-EXIT.
013700     EXIT.
013710*--------------------------------------------------------------*
013720* 8000-REPRICING-REPORT - PRICE THE MOST RECENT DAY'S AUDITF    *
013730* VOLUMES AT THE PENDING (FUTURE-DATED) RATES SO MANAGEMENT     *
013740* SEES THE REVENUE IMPACT BEFORE A CHANGE GOES LIVE. NO AUDIT   *
013750* FILE ON THE RUN MEANS NO SECTION, NOT A FAILED RUN.           *
013760*--------------------------------------------------------------*
013770 8000-REPRICING-REPORT.
013780     OPEN INPUT AUDIT-FILE.
013790     IF WS-AUDIT-STATUS NOT = '00'
013800         DISPLAY 'TABLEMAINT - AUDITF NOT AVAILABLE - '
013810                 'REPRICING SECTION SKIPPED - STATUS '
013820                 WS-AUDIT-STATUS
013830         GO TO 8000-REPRICING-REPORT-EXIT
013840     END-IF.
013850     MOVE 'Y' TO WS-VOLUMES-SWITCH.
013860     PERFORM 8100-READ-AUDIT THRU 8100-READ-AUDIT-EXIT.
013870     PERFORM 8150-TALLY-VOLUME THRU 8150-TALLY-VOLUME-EXIT
013880         UNTIL END-OF-AUDITS.
013890     CLOSE AUDIT-FILE.
013900     MOVE 'REPRICING AT PENDING RATES' TO WS-SECTION-TITLE.
013910     MOVE WS-MAX-LINES TO WS-LINE-CT.
013920     PERFORM 8200-PRICE-ONE-CODE THRU 8200-PRICE-ONE-CODE-EXIT
013930         VARYING WS-VOL-IX FROM 1 BY 1
013940         UNTIL WS-VOL-IX > WS-VOL-ENTRY-CT.
013950     MOVE SPACES TO WS-IMPACT-LINE.
013960     MOVE 'DAY REVENUE AT CURRENT RATES' TO IMP-LABEL.
013970     MOVE WS-CUR-REV-TOTAL TO IMP-AMOUNT.
013980     PERFORM 8500-WRITE-IMPACT-LINE
013990         THRU 8500-WRITE-IMPACT-LINE-EXIT.
014000     MOVE SPACES TO WS-IMPACT-LINE.
014010     MOVE 'DAY REVENUE AT PENDING RATES' TO IMP-LABEL.
014020     MOVE WS-PND-REV-TOTAL TO IMP-AMOUNT.
014030     PERFORM 8500-WRITE-IMPACT-LINE
014040         THRU 8500-WRITE-IMPACT-LINE-EXIT.
014050     MOVE SPACES TO WS-IMPACT-LINE.
014060     MOVE 'REVENUE IMPACT' TO IMP-LABEL.
014070     COMPUTE WS-IMPACT-TOTAL =
014080         WS-PND-REV-TOTAL - WS-CUR-REV-TOTAL.
014090     MOVE WS-IMPACT-TOTAL TO IMP-AMOUNT.
014100     PERFORM 8500-WRITE-IMPACT-LINE
014110         THRU 8500-WRITE-IMPACT-LINE-EXIT.
014120 8000-REPRICING-REPORT-EXIT.
014130     EXIT.
014140*--------------------------------------------------------------*
014150* 8100-READ-AUDIT - READ THE NEXT AUDIT ROW                     *
014160*--------------------------------------------------------------*
014170 8100-READ-AUDIT.
014180     READ AUDIT-FILE
014190         AT END
014200             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
014210     END-READ.
014220     IF WS-AUDIT-STATUS NOT = '00'
014230          AND WS-AUDIT-STATUS NOT = '10'
014240         MOVE 'AUDITF  ' TO WS-ABEND-FILE-ID
014250         MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
014260         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
014270     END-IF.
014280 8100-READ-AUDIT-EXIT.
014290     EXIT.
014300*--------------------------------------------------------------*
014310* 8150-TALLY-VOLUME - ADD ONE AUDIT ROW'S QUANTITY INTO ITS     *
014320* CODE'S VOLUME, CREATING THE ROW THE FIRST TIME THE CODE IS    *
014330* MET                                                           *
014340*--------------------------------------------------------------*
014350 8150-TALLY-VOLUME.
014360     MOVE 'N' TO WS-VOL-FOUND-SWITCH.
014370     PERFORM 8170-MATCH-VOLUME THRU 8170-MATCH-VOLUME-EXIT
014380         VARYING WS-VOL-IX FROM 1 BY 1
014390         UNTIL VOL-CODE-FOUND
014400            OR WS-VOL-IX > WS-VOL-ENTRY-CT.
014410     IF VOL-CODE-FOUND
014420         SUBTRACT 1 FROM WS-VOL-IX
014430     ELSE
014440         IF WS-VOL-ENTRY-CT >= WS-VOL-ENTRY-MAX
014450             MOVE 'VOLTBL  ' TO WS-ABEND-FILE-ID
014460             MOVE 'FU'       TO WS-ABEND-STATUS
014470             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
014480         END-IF
014490         ADD 1 TO WS-VOL-ENTRY-CT
014500         MOVE WS-VOL-ENTRY-CT TO WS-VOL-IX
014510         MOVE AUD-MYVAR TO WS-VOL-CODE (WS-VOL-IX)
014520         MOVE ZERO      TO WS-VOL-QTY (WS-VOL-IX)
014530     END-IF.
014540     ADD AUD-QUANTITY TO WS-VOL-QTY (WS-VOL-IX).
014550     PERFORM 8100-READ-AUDIT THRU 8100-READ-AUDIT-EXIT.
014560 8150-TALLY-VOLUME-EXIT.
014570     EXIT.
014580*--------------------------------------------------------------*
014590* 8170-MATCH-VOLUME - COMPARE ONE VOLUME ROW AGAINST AUD-MYVAR  *
014600*--------------------------------------------------------------*
014610 8170-MATCH-VOLUME.
014620     IF WS-VOL-CODE (WS-VOL-IX) = AUD-MYVAR
014630         MOVE 'Y' TO WS-VOL-FOUND-SWITCH
014640     END-IF.
014650 8170-MATCH-VOLUME-EXIT.
014660     EXIT.
014670*--------------------------------------------------------------*
014680* 8200-PRICE-ONE-CODE - PRICE ONE CODE'S DAY VOLUME AT ITS      *
014690* CURRENT RATE AND AT ITS EARLIEST PENDING (FUTURE-DATED)       *
014700* RATE. A CODE WITH NO PENDING ROW IS ONLY COUNTED.             *
014710*--------------------------------------------------------------*
014720 8200-PRICE-ONE-CODE.
014730     MOVE 'N'    TO WS-CUR-RATE-SWITCH.
014740     MOVE 'N'    TO WS-PND-RATE-SWITCH.
014750     MOVE ZERO   TO WS-CUR-RATE.
014760     MOVE ZERO   TO WS-PND-RATE.
014770     MOVE 999999 TO WS-PND-EFF-DATE.
014780     PERFORM 8300-SCAN-RATE-ROW THRU 8300-SCAN-RATE-ROW-EXIT
014790         VARYING WS-PRC-IX FROM 1 BY 1
014800         UNTIL WS-PRC-IX > WS-TABLE-ENTRY-CT.
014810     IF NOT PND-RATE-FOUND
014820         ADD 1 TO WS-NO-PENDING-CT
014830         GO TO 8200-PRICE-ONE-CODE-EXIT
014840     END-IF.
014850     COMPUTE WS-CUR-AMT =
014860         WS-VOL-QTY (WS-VOL-IX) * WS-CUR-RATE.
014870     COMPUTE WS-PND-AMT =
014880         WS-VOL-QTY (WS-VOL-IX) * WS-PND-RATE.
014890     COMPUTE WS-DELTA-AMT = WS-PND-AMT - WS-CUR-AMT.
014900     ADD WS-CUR-AMT TO WS-CUR-REV-TOTAL.
014910     ADD WS-PND-AMT TO WS-PND-REV-TOTAL.
014920     MOVE SPACES TO WS-REPRICE-LINE.
014930     MOVE WS-VOL-CODE (WS-VOL-IX) TO RPR-CODE.
014940     MOVE WS-VOL-QTY (WS-VOL-IX)  TO RPR-QTY.
014950     MOVE WS-CUR-RATE             TO RPR-CUR-RATE.
014960     MOVE WS-PND-RATE             TO RPR-PND-RATE.
014970     MOVE WS-PND-EFF-DATE         TO RPR-PND-EFF.
014980     MOVE WS-CUR-AMT              TO RPR-CUR-AMT.
014990     MOVE WS-PND-AMT              TO RPR-PND-AMT.
015000     MOVE WS-DELTA-AMT            TO RPR-DELTA.
015010     MOVE WS-REPRICE-LINE TO WS-TABLE-LINE.
015020     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
015030 8200-PRICE-ONE-CODE-EXIT.
015040     EXIT.
015050*--------------------------------------------------------------*
015060* 8300-SCAN-RATE-ROW - PICK UP THE RATE IN EFFECT TODAY AND     *
015070* THE EARLIEST FUTURE-DATED RATE FOR THE CODE IN HAND. A        *
015080* PRE-MIGRATION BLANK EXPIRY READS AS 999999.                   *
015090*--------------------------------------------------------------*
015100 8300-SCAN-RATE-ROW.
015110     MOVE WS-TBL-ROW (WS-PRC-IX) TO WRK-TABLE-REC.
015120     IF WRK-CODE NOT = WS-VOL-CODE (WS-VOL-IX)
015130         GO TO 8300-SCAN-RATE-ROW-EXIT
015140     END-IF.
015150     IF WRK-EXPIRY-DATE NUMERIC
015160         MOVE WRK-EXPIRY-DATE TO WS-RNG-ROW-EXPIRY
015170     ELSE
015180         MOVE 999999 TO WS-RNG-ROW-EXPIRY
015190     END-IF.
015200     IF WRK-EFFECTIVE-DATE NOT > WS-RUN-DATE
015210          AND WS-RUN-DATE < WS-RNG-ROW-EXPIRY
015220         MOVE WRK-UNIT-CHARGE-AMT TO WS-CUR-RATE
015230         MOVE 'Y' TO WS-CUR-RATE-SWITCH
015240     END-IF.
015250     IF WRK-EFFECTIVE-DATE > WS-RUN-DATE
015260          AND WRK-EFFECTIVE-DATE < WS-PND-EFF-DATE
015270         MOVE WRK-UNIT-CHARGE-AMT TO WS-PND-RATE
015280         MOVE WRK-EFFECTIVE-DATE  TO WS-PND-EFF-DATE
015290         MOVE 'Y' TO WS-PND-RATE-SWITCH
015300     END-IF.
015310 8300-SCAN-RATE-ROW-EXIT.
015320     EXIT.
015330*--------------------------------------------------------------*
015340* 8500-WRITE-IMPACT-LINE - ONE REVENUE IMPACT TOTAL LINE,       *
015350* STAGED IN WS-IMPACT-LINE, THROUGH THE COMMON WRITER           *
015360*--------------------------------------------------------------*
015370 8500-WRITE-IMPACT-LINE.
015380     MOVE WS-IMPACT-LINE TO WS-TABLE-LINE.
015390     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
015400 8500-WRITE-IMPACT-LINE-EXIT.
015410     EXIT.
015420*--------------------------------------------------------------*
015430* 7000-WRITE-LINE - COMMON LISTING WRITER. ROLLS TO A NEW PAGE  *
015440* WHEN THE CURRENT PAGE IS FULL. THE LINE TO PRINT IS ALWAYS    *
015450* STAGED IN WS-TABLE-LINE.                                      *
015460*--------------------------------------------------------------*
015470 7000-WRITE-LINE.
015480     IF WS-LINE-CT >= WS-MAX-LINES
015490         PERFORM 7100-WRITE-HEADINGS
015500             THRU 7100-WRITE-HEADINGS-EXIT
015510     END-IF.
015520     WRITE PRINT-REC FROM WS-TABLE-LINE
015530         AFTER ADVANCING 1 LINE.
015540     IF WS-PRINT-STATUS NOT = '00'
015550         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
015560         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
015570         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
015580     END-IF.
015590     ADD 1 TO WS-LINE-CT.
015600 7000-WRITE-LINE-EXIT.
015610     EXIT.
015620*--------------------------------------------------------------*
015630* 7100-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN DATE,     *
015640* PAGE NUMBER AND CURRENT SECTION TITLE                         *
015650*--------------------------------------------------------------*
015660 7100-WRITE-HEADINGS.
015670     ADD 1 TO WS-PAGE-NO.
015680     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
015690     MOVE WS-PAGE-NO  TO HDG1-PAGE-NO.
015700     WRITE PRINT-REC FROM WS-HEADING-1
015710         AFTER ADVANCING PAGE.
015720     IF WS-PRINT-STATUS NOT = '00'
015730         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
015740         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
015750         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
015760     END-IF.
015770     MOVE WS-SECTION-TITLE TO HDG2-SECTION-TITLE.
015780     WRITE PRINT-REC FROM WS-HEADING-2
015790         AFTER ADVANCING 2 LINES.
015800     IF WS-PRINT-STATUS NOT = '00'
015810         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
015820         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
015830         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
015840     END-IF.
015850*    THE REPRICING AND PENDING CHANGE SECTIONS CARRY THEIR OWN
015860*    COLUMN HEADINGS.
015870     IF WS-SECTION-TITLE = 'REPRICING AT PENDING RATES'
015880         WRITE PRINT-REC FROM WS-HEADING-4
015890             AFTER ADVANCING 2 LINES
015900     ELSE
015910         IF WS-SECTION-TITLE = 'CHANGES AWAITING APPROVAL'
015920            OR WS-SECTION-TITLE = 'DECLINED/EXPIRED/FAILED TODAY'
015930             WRITE PRINT-REC FROM WS-HEADING-5
015940                 AFTER ADVANCING 2 LINES
015950         ELSE
015960             WRITE PRINT-REC FROM WS-HEADING-3
015970                 AFTER ADVANCING 2 LINES
015980         END-IF
015990     END-IF.
016000     IF WS-PRINT-STATUS NOT = '00'
016010         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
016020         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
016030         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
016040     END-IF.
016050     MOVE ZERO TO WS-LINE-CT.
016060 7100-WRITE-HEADINGS-EXIT.
016070     EXIT.
016080*--------------------------------------------------------------*
016090* 9000-TERMINATE - PRINT THE RUN TOTALS BLOCK, CLOSE FILES,     *
016100* AND FLAG A RUN WITH REJECTED CARDS OR FAILED CHANGES TO THE   *
016110* SCHEDULER (RC 4) SO A BAD TRANSACTION DECK GETS LOOKED AT     *
016120*--------------------------------------------------------------*
016130 9000-TERMINATE.
016140     MOVE 'RUN TOTALS' TO WS-SECTION-TITLE.
016150     MOVE WS-MAX-LINES TO WS-LINE-CT.
016160     MOVE 'TABLE ROWS BEFORE' TO TOT-LINE-LABEL.
016170     MOVE WS-ROWS-BEFORE-CT TO TOT-LINE-COUNT.
016180     PERFORM 9100-PRINT-TOTAL-LINE
016190         THRU 9100-PRINT-TOTAL-LINE-EXIT.
016200     MOVE 'TRANSACTIONS READ' TO TOT-LINE-LABEL.
016210     MOVE WS-TRANS-READ-CT TO TOT-LINE-COUNT.
016220     PERFORM 9100-PRINT-TOTAL-LINE
016230         THRU 9100-PRINT-TOTAL-LINE-EXIT.
016240     MOVE 'CHANGES LOGGED FOR APPROVAL' TO TOT-LINE-LABEL.
016250     MOVE WS-PEND-LOGGED-CT TO TOT-LINE-COUNT.
016260     PERFORM 9100-PRINT-TOTAL-LINE
016270         THRU 9100-PRINT-TOTAL-LINE-EXIT.
016280     MOVE 'CHANGES APPROVED' TO TOT-LINE-LABEL.
016290     MOVE WS-PEND-APPROVED-CT TO TOT-LINE-COUNT.
016300     PERFORM 9100-PRINT-TOTAL-LINE
016310         THRU 9100-PRINT-TOTAL-LINE-EXIT.
016320     MOVE 'CHANGES DECLINED' TO TOT-LINE-LABEL.
016330     MOVE WS-PEND-DECLINED-CT TO TOT-LINE-COUNT.
016340     PERFORM 9100-PRINT-TOTAL-LINE
016350         THRU 9100-PRINT-TOTAL-LINE-EXIT.
016360     MOVE 'CARDS ALREADY ON FILE' TO TOT-LINE-LABEL.
016370     MOVE WS-PEND-ON-FILE-CT TO TOT-LINE-COUNT.
016380     PERFORM 9100-PRINT-TOTAL-LINE
016390         THRU 9100-PRINT-TOTAL-LINE-EXIT.
016400     MOVE 'APPROVED CHANGES APPLIED' TO TOT-LINE-LABEL.
016410     MOVE WS-TRANS-APPLIED-CT TO TOT-LINE-COUNT.
016420     PERFORM 9100-PRINT-TOTAL-LINE
016430         THRU 9100-PRINT-TOTAL-LINE-EXIT.
016440     MOVE 'TRANSACTIONS REJECTED' TO TOT-LINE-LABEL.
016450     MOVE WS-TRANS-REJECT-CT TO TOT-LINE-COUNT.
016460     PERFORM 9100-PRINT-TOTAL-LINE
016470         THRU 9100-PRINT-TOTAL-LINE-EXIT.
016480     MOVE 'APPROVED CHANGES FAILED' TO TOT-LINE-LABEL.
016490     MOVE WS-PEND-FAILED-CT TO TOT-LINE-COUNT.
016500     PERFORM 9100-PRINT-TOTAL-LINE
016510         THRU 9100-PRINT-TOTAL-LINE-EXIT.
016520     MOVE 'CHANGES EXPIRED' TO TOT-LINE-LABEL.
016530     MOVE WS-PEND-EXPIRED-CT TO TOT-LINE-COUNT.
016540     PERFORM 9100-PRINT-TOTAL-LINE
016550         THRU 9100-PRINT-TOTAL-LINE-EXIT.
016560     MOVE 'CHANGES AWAITING APPROVAL' TO TOT-LINE-LABEL.
016570     MOVE WS-PEND-WAITING-CT TO TOT-LINE-COUNT.
016580     PERFORM 9100-PRINT-TOTAL-LINE
016590         THRU 9100-PRINT-TOTAL-LINE-EXIT.
016600     MOVE 'TABLE ROWS AFTER' TO TOT-LINE-LABEL.
016610     MOVE WS-TABLE-ENTRY-CT TO TOT-LINE-COUNT.
016620     PERFORM 9100-PRINT-TOTAL-LINE
016630         THRU 9100-PRINT-TOTAL-LINE-EXIT.
016640     CLOSE OLD-TABLE-FILE
016650           NEW-TABLE-FILE
016660           TRANS-FILE
016670           PRINT-FILE
016680           PEND-CHANGE-FILE
016690           TABLE-HIST-FILE.
016700     IF WS-TRANS-REJECT-CT > ZERO
016710        OR WS-PEND-FAILED-CT > ZERO
016720         MOVE 4 TO RETURN-CODE
016730     END-IF.
016740 9000-TERMINATE-EXIT.
016750     EXIT.
016760*--------------------------------------------------------------*
016770* 9100-PRINT-TOTAL-LINE - ONE TOTALS LINE, STAGED IN            *
016780* WS-TOTAL-LINE, THROUGH THE COMMON WRITER                      *
016790*--------------------------------------------------------------*
016800 9100-PRINT-TOTAL-LINE.
016810     MOVE WS-TOTAL-LINE TO WS-TABLE-LINE.
016820     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
016830 9100-PRINT-TOTAL-LINE-EXIT.
016840     EXIT.
016850*--------------------------------------------------------------*
016860* 9200-DATE-TO-DAYS - CONVERT THE YYMMDD IMAGE SITTING IN       *
016870* WS-DATE-PARTS TO A 30/360 COMMERCIAL DAY COUNT. APPROXIMATE   *
016880* BY DESIGN - A PENDING CHANGE EXPIRES IN WEEKS, NOT DAYS.      *
016890*--------------------------------------------------------------*
016900 9200-DATE-TO-DAYS.
016910     COMPUTE WS-DATE-DAYS =
016920         (WS-DP-YY * 360) + (WS-DP-MM * 30) + WS-DP-DD.
016930 9200-DATE-TO-DAYS-EXIT.
016940     EXIT.
016950*--------------------------------------------------------------*
016960* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
016970* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
016980* RETURN CODE.                                                  *
016990*--------------------------------------------------------------*
017000 9900-ABEND.
017010     DISPLAY 'TABLEMAINT - FATAL I/O ERROR ON ' WS-ABEND-FILE-ID
017020             ' FILE STATUS = ' WS-ABEND-STATUS.
017030     MOVE 16 TO RETURN-CODE.
017040     GOBACK.
017050 9900-ABEND-EXIT.
017060     EXIT.
017070 END PROGRAM TableMaint.
