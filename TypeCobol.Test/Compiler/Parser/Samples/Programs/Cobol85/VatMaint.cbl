000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     VatMaint.
000030 AUTHOR.         R MEEHAN.
000040 INSTALLATION.   DATA CENTER SERVICES.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                          *
000090*--------------------------------------------------------------*
000100*  DATE      INIT  DESCRIPTION                                  *
000110*  --------  ----  ----------------------------------------     *
000120*  10/15/26  RM    ORIGINAL CODING. APPLIES ADD/CHANGE CARDS    *
000130*                  (VATTRAN) TO THE VAT RATE TABLE (COPYBOOK    *
000140*                  VATRATE) THAT StringStatement PRICES EACH    *
000150*                  DETAIL'S VAT FROM, AND PRINTS A BEFORE/AFTER *
000160*                  MAINTENANCE LISTING. A CATEGORY MAY CARRY    *
000170*                  SEVERAL EFFECTIVE-DATED RATE ROWS; CHANGE    *
000180*                  PICKS ITS ROW BY CATEGORY PLUS EFFECTIVE     *
000190*                  DATE, AND A CARD THAT WOULD LEAVE A          *
000200*                  CATEGORY'S RANGES OVERLAPPING OR GAPPED IS   *
000210*                  BACKED OUT AND REJECTED, AS IN TableMaint.   *
000220*                  A RATE CHANGE IS LOADED AHEAD OF ITS DATE -  *
000230*                  CLOSE THE CURRENT ROW'S EXPIRY AND ADD THE   *
000240*                  NEW ROW FROM THAT DATE. RC 4 MEANS ONE OR    *
000250*                  MORE CARDS WERE REJECTED.                    *
000260*--------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OLD-VAT-FILE            ASSIGN TO VATIN
000350             FILE STATUS IS WS-VATIN-STATUS.
000360     SELECT NEW-VAT-FILE            ASSIGN TO VATOUT
000370             FILE STATUS IS WS-VATOUT-STATUS.
000380     SELECT TRANS-FILE              ASSIGN TO VATTRAN
000390             FILE STATUS IS WS-TRANS-STATUS.
000400     SELECT PRINT-FILE              ASSIGN TO PRTFILE
000410             FILE STATUS IS WS-PRINT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440*--------------------------------------------------------------*
000450* OLD-VAT-FILE - THE CURRENT VAT RATE TABLE GENERATION, SHARING *
000460* THE VATRATE LAYOUT (RENAMED VIA REPLACING SO THE IN AND OUT   *
000470* COPIES OF THE LAYOUT DON'T COLLIDE).                          *
000480*--------------------------------------------------------------*
000490 FD  OLD-VAT-FILE
000500     LABEL RECORDS ARE STANDARD
000510     RECORD CONTAINS 40 CHARACTERS
000520     DATA RECORD IS OVT-RATE-REC.
000530     COPY VATRATE
000540         REPLACING VAT-RATE-REC       BY OVT-RATE-REC
000550                   VRT-CATEGORY       BY OVT-CATEGORY
000560                   VRT-DESCRIPTION    BY OVT-DESCRIPTION
000570                   VRT-RATE-PCT       BY OVT-RATE-PCT
000580                   VRT-EFFECTIVE-DATE BY OVT-EFFECTIVE-DATE
000590                   VRT-EXPIRY-DATE    BY OVT-EXPIRY-DATE.
000600*--------------------------------------------------------------*
000610* NEW-VAT-FILE - THE MAINTAINED TABLE GENERATION WRITTEN BACK   *
000620* OUT ONCE EVERY TRANSACTION HAS BEEN APPLIED.                  *
000630*--------------------------------------------------------------*
000640 FD  NEW-VAT-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 40 CHARACTERS
000670     DATA RECORD IS NVT-RATE-REC.
000680     COPY VATRATE
000690         REPLACING VAT-RATE-REC       BY NVT-RATE-REC
000700                   VRT-CATEGORY       BY NVT-CATEGORY
000710                   VRT-DESCRIPTION    BY NVT-DESCRIPTION
000720                   VRT-RATE-PCT       BY NVT-RATE-PCT
000730                   VRT-EFFECTIVE-DATE BY NVT-EFFECTIVE-DATE
000740                   VRT-EXPIRY-DATE    BY NVT-EXPIRY-DATE.
000750*--------------------------------------------------------------*
000760* TRANS-FILE - ONE MAINTENANCE TRANSACTION PER 80-BYTE CARD.    *
000770* TRN-ACTION IS 'A' (ADD) OR 'C' (CHANGE - FULL ROW REPLACE).   *
000780* CHANGE PICKS ITS ROW BY TRN-CATEGORY PLUS TRN-EFFECTIVE-DATE. *
000790* THERE IS NO DEACTIVATE - A RATE IS RETIRED BY CLOSING ITS     *
000800* ROW'S EXPIRY, SO THE HISTORY STAYS ON THE TABLE FOR           *
000810* REVERSALS PRICED AT AN EARLIER DATE.                          *
000820*--------------------------------------------------------------*
000830 FD  TRANS-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 80 CHARACTERS
000860     DATA RECORD IS TRANS-REC.
000870 01  TRANS-REC.
000880     05  TRN-ACTION              PIC X(01).
000890         88  TRN-ADD                 VALUE 'A'.
000900         88  TRN-CHANGE              VALUE 'C'.
000910     05  TRN-CATEGORY            PIC X(01).
000920     05  TRN-DESCRIPTION         PIC X(20).
000930     05  TRN-RATE-PCT            PIC 9(02)V99.
000940*    TRN-RATE-X IS THE RAW CARD VIEW OF THE RATE SO AN UNEDITED
000950*    (POSSIBLY NON-NUMERIC) VALUE CAN STILL BE LISTED.
000960     05  TRN-RATE-X              REDEFINES TRN-RATE-PCT
000970                                 PIC X(04).
000980     05  TRN-EFFECTIVE-DATE      PIC 9(06).
000990     05  TRN-EFFECTIVE-DATE-X    REDEFINES TRN-EFFECTIVE-DATE
001000                                 PIC X(06).
001010     05  TRN-EXPIRY-DATE         PIC 9(06).
001020     05  TRN-EXPIRY-DATE-X       REDEFINES TRN-EXPIRY-DATE
001030                                 PIC X(06).
001040     05  FILLER                  PIC X(42).
001050*--------------------------------------------------------------*
001060* PRINT-FILE - HEADED, PAGED BEFORE/AFTER MAINTENANCE LISTING   *
001070*--------------------------------------------------------------*
001080 FD  PRINT-FILE
001090     LABEL RECORDS OMITTED
001100     RECORD CONTAINS 132 CHARACTERS
001110     DATA RECORD IS PRINT-REC.
001120 01  PRINT-REC                   PIC X(132).
001130 WORKING-STORAGE SECTION.
001140*--------------------------------------------------------------*
001150* IN-STORAGE COPY OF THE VAT RATE TABLE. ROWS ARE HELD AS RAW   *
001160* 40-BYTE IMAGES AND OVERLAID ONTO WRK-RATE-REC (THE VATRATE    *
001170* LAYOUT) WHENEVER A FIELD HAS TO BE READ OR CHANGED.           *
001180*--------------------------------------------------------------*
001190 77  WS-TABLE-ENTRY-MAX          PIC 9(04) COMP VALUE 0050.
001200 77  WS-TABLE-ENTRY-CT           PIC 9(04) COMP VALUE ZERO.
001210 77  WS-TABLE-IX                 PIC 9(04) COMP.
001220 01  WS-VAT-TABLE.
001230     05  WS-VAT-ROW              OCCURS 50 TIMES
001240                                 PIC X(40).
001250     COPY VATRATE
001260         REPLACING VAT-RATE-REC       BY WRK-RATE-REC
001270                   VRT-CATEGORY       BY WRK-CATEGORY
001280                   VRT-DESCRIPTION    BY WRK-DESCRIPTION
001290                   VRT-RATE-PCT       BY WRK-RATE-PCT
001300                   VRT-EFFECTIVE-DATE BY WRK-EFFECTIVE-DATE
001310                   VRT-EXPIRY-DATE    BY WRK-EXPIRY-DATE.
001320*--------------------------------------------------------------*
001330* TRANSACTION LOOKUP/APPLY CONTROL FIELDS                       *
001340*--------------------------------------------------------------*
001350 77  WS-ROW-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001360     88  ROW-FOUND                   VALUE 'Y'.
001370 77  WS-REJECT-SWITCH            PIC X(01) VALUE 'N'.
001380     88  TRANS-REJECTED              VALUE 'Y'.
001390 77  WS-REJECT-REASON            PIC X(30).
001400*--------------------------------------------------------------*
001410* DATE RANGE VALIDATION AND BACK-OUT FIELDS. AFTER AN ADD OR    *
001420* CHANGE IS APPLIED, THE CATEGORY'S ROWS ARE WALKED EFFECTIVE-  *
001430* TO-EXPIRY - EVERY ROW'S EXPIRY MUST BE EXACTLY THE NEXT ROW'S *
001440* EFFECTIVE DATE. A CARD THAT BREAKS THE CHAIN IS BACKED OUT    *
001450* FROM THE SAVED ROW IMAGE AND REJECTED.                        *
001460*--------------------------------------------------------------*
001470 77  WS-RNG-ROWS                 PIC 9(04) COMP VALUE ZERO.
001480 77  WS-RNG-STEP                 PIC 9(04) COMP.
001490 77  WS-RNG-IX                   PIC 9(04) COMP.
001500 77  WS-RNG-MATCH-CT             PIC 9(04) COMP.
001510 77  WS-RNG-MIN-EFF              PIC 9(06).
001520 77  WS-RNG-NEXT-EFF             PIC 9(06).
001530 77  WS-RNG-ROW-EXPIRY           PIC 9(06).
001540 77  WS-RNG-BAD-SWITCH           PIC X(01) VALUE 'N'.
001550     88  RANGES-BAD                  VALUE 'Y'.
001560 77  WS-SAVED-ACTION             PIC X(01).
001570 77  WS-SAVED-IX                 PIC 9(04) COMP.
001580 77  WS-SAVED-ROW                PIC X(40).
001590*--------------------------------------------------------------*
001600* RUN COUNTERS FOR THE TOTALS BLOCK AT THE END OF THE LISTING   *
001610*--------------------------------------------------------------*
001620 77  WS-ROWS-BEFORE-CT           PIC 9(04) COMP VALUE ZERO.
001630 77  WS-TRANS-READ-CT            PIC 9(04) COMP VALUE ZERO.
001640 77  WS-TRANS-APPLIED-CT         PIC 9(04) COMP VALUE ZERO.
001650 77  WS-TRANS-REJECT-CT          PIC 9(04) COMP VALUE ZERO.
001660*--------------------------------------------------------------*
001670* END-OF-FILE CONTROL                                           *
001680*--------------------------------------------------------------*
001690 77  WS-TABLE-EOF-SWITCH         PIC X(01) VALUE 'N'.
001700     88  END-OF-OLD-TABLE            VALUE 'Y'.
001710 77  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001720     88  END-OF-TRANS                VALUE 'Y'.
001730*--------------------------------------------------------------*
001740* FILE STATUS AND ABEND FIELDS                                  *
001750*--------------------------------------------------------------*
001760 77  WS-VATIN-STATUS             PIC X(02).
001770 77  WS-VATOUT-STATUS            PIC X(02).
001780 77  WS-TRANS-STATUS             PIC X(02).
001790 77  WS-PRINT-STATUS             PIC X(02).
001800 77  WS-ABEND-FILE-ID            PIC X(08).
001810 77  WS-ABEND-STATUS             PIC X(02).
001820*--------------------------------------------------------------*
001830* PRINT REPORT CONTROL FIELDS AND LINE LAYOUTS                  *
001840*--------------------------------------------------------------*
001850 77  WS-RUN-DATE                 PIC 9(06).
001860 77  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001870 77  WS-LINE-CT                  PIC 9(02) VALUE ZERO.
001880 77  WS-MAX-LINES                PIC 9(02) VALUE 50.
001890 77  WS-SECTION-TITLE            PIC X(30).
001900 01  WS-HEADING-1.
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  FILLER                  PIC X(24)
001930             VALUE 'VATMAINT RUN DATE'.
001940     05  FILLER                  PIC X(01) VALUE SPACE.
001950     05  HDG1-RUN-DATE           PIC 99/99/99.
001960     05  FILLER                  PIC X(74) VALUE SPACE.
001970     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001980     05  HDG1-PAGE-NO            PIC ZZZ9.
001990     05  FILLER                  PIC X(15) VALUE SPACE.
002000 01  WS-HEADING-2.
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  HDG2-SECTION-TITLE      PIC X(30).
002030     05  FILLER                  PIC X(101) VALUE SPACE.
002040 01  WS-HEADING-3.
002050     05  FILLER                  PIC X(01) VALUE SPACE.
002060     05  FILLER                  PIC X(05) VALUE 'CAT'.
002070     05  FILLER                  PIC X(22) VALUE 'DESCRIPTION'.
002080     05  FILLER                  PIC X(09) VALUE 'RATE %'.
002090     05  FILLER                  PIC X(11) VALUE 'EFF DATE'.
002100     05  FILLER                  PIC X(11) VALUE 'EXP DATE'.
002110     05  FILLER                  PIC X(73) VALUE SPACE.
002120 01  WS-TABLE-LINE.
002130     05  FILLER                  PIC X(01) VALUE SPACE.
002140     05  TBL-LINE-CAT            PIC X(01).
002150     05  FILLER                  PIC X(04) VALUE SPACE.
002160     05  TBL-LINE-DESC           PIC X(20).
002170     05  FILLER                  PIC X(02) VALUE SPACE.
002180     05  TBL-LINE-RATE           PIC Z9,99.
002190     05  FILLER                  PIC X(04) VALUE SPACE.
002200     05  TBL-LINE-EFF-DATE       PIC 99/99/99.
002210     05  FILLER                  PIC X(03) VALUE SPACE.
002220     05  TBL-LINE-EXP-DATE       PIC 99/99/99.
002230     05  FILLER                  PIC X(76) VALUE SPACE.
002240 01  WS-TRANS-LINE.
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  TRN-LINE-ACTION         PIC X(01).
002270     05  FILLER                  PIC X(02) VALUE SPACE.
002280     05  TRN-LINE-CAT            PIC X(01).
002290     05  FILLER                  PIC X(02) VALUE SPACE.
002300     05  TRN-LINE-DESC           PIC X(20).
002310     05  FILLER                  PIC X(02) VALUE SPACE.
002320     05  TRN-LINE-RATE           PIC X(04).
002330     05  FILLER                  PIC X(02) VALUE SPACE.
002340     05  TRN-LINE-EFF-DATE       PIC X(06).
002350     05  FILLER                  PIC X(02) VALUE SPACE.
002360     05  TRN-LINE-EXP-DATE       PIC X(06).
002370     05  FILLER                  PIC X(02) VALUE SPACE.
002380     05  TRN-LINE-DISP           PIC X(08).
002390     05  FILLER                  PIC X(02) VALUE SPACE.
002400     05  TRN-LINE-REASON         PIC X(30).
002410     05  FILLER                  PIC X(41) VALUE SPACE.
002420 01  WS-TOTAL-LINE.
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  TOT-LINE-LABEL          PIC X(30).
002450     05  TOT-LINE-COUNT          PIC ZZZ9.
002460     05  FILLER                  PIC X(97) VALUE SPACE.
002470 PROCEDURE DIVISION.
002480*--------------------------------------------------------------*
002490* 0000-MAINLINE                                                 *
002500*--------------------------------------------------------------*
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002530     MOVE 'BEFORE MAINTENANCE LISTING' TO WS-SECTION-TITLE.
002540     PERFORM 2000-LIST-TABLE THRU 2000-LIST-TABLE-EXIT.
002550     MOVE 'MAINTENANCE TRANSACTIONS' TO WS-SECTION-TITLE.
002560     MOVE WS-MAX-LINES TO WS-LINE-CT.
002570     PERFORM 4000-APPLY-TRANSACTION
002580         THRU 4000-APPLY-TRANSACTION-EXIT
002590         UNTIL END-OF-TRANS.
002600     MOVE 'AFTER MAINTENANCE LISTING' TO WS-SECTION-TITLE.
002610     PERFORM 2000-LIST-TABLE THRU 2000-LIST-TABLE-EXIT.
002620     PERFORM 5000-WRITE-NEW-TABLE
002630         THRU 5000-WRITE-NEW-TABLE-EXIT
002640         VARYING WS-TABLE-IX FROM 1 BY 1
002650         UNTIL WS-TABLE-IX > WS-TABLE-ENTRY-CT.
002660     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002670     GOBACK.
002680 0000-MAINLINE-EXIT.
002690     EXIT.
002700*--------------------------------------------------------------*
002710* 1000-INITIALIZE - OPEN FILES, LOAD THE OLD TABLE, PRIME THE   *
002720* TRANSACTION READ                                              *
002730*--------------------------------------------------------------*
002740 1000-INITIALIZE.
002750     OPEN INPUT  OLD-VAT-FILE
002760                 TRANS-FILE
002770          OUTPUT NEW-VAT-FILE
002780                 PRINT-FILE.
002790     IF WS-VATIN-STATUS NOT = '00'
002800         MOVE 'VATIN   ' TO WS-ABEND-FILE-ID
002810         MOVE WS-VATIN-STATUS TO WS-ABEND-STATUS
002820         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002830     END-IF.
002840     IF WS-TRANS-STATUS NOT = '00'
002850         MOVE 'VATTRAN ' TO WS-ABEND-FILE-ID
002860         MOVE WS-TRANS-STATUS TO WS-ABEND-STATUS
002870         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002880     END-IF.
002890     IF WS-VATOUT-STATUS NOT = '00'
002900         MOVE 'VATOUT  ' TO WS-ABEND-FILE-ID
002910         MOVE WS-VATOUT-STATUS TO WS-ABEND-STATUS
002920         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002930     END-IF.
002940     IF WS-PRINT-STATUS NOT = '00'
002950         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
002960         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
002970         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002980     END-IF.
002990     ACCEPT WS-RUN-DATE FROM DATE.
003000     PERFORM 1100-READ-OLD-TABLE THRU 1100-READ-OLD-TABLE-EXIT.
003010     PERFORM 1150-STORE-OLD-ROW THRU 1150-STORE-OLD-ROW-EXIT
003020         UNTIL END-OF-OLD-TABLE.
003030     MOVE WS-TABLE-ENTRY-CT TO WS-ROWS-BEFORE-CT.
003040     PERFORM 1160-READ-TRANS THRU 1160-READ-TRANS-EXIT.
003050 1000-INITIALIZE-EXIT.
003060     EXIT.
003070*--------------------------------------------------------------*
003080* 1100-READ-OLD-TABLE - READ THE NEXT OLD TABLE ROW             *
003090*--------------------------------------------------------------*
003100 1100-READ-OLD-TABLE.
003110     READ OLD-VAT-FILE
003120         AT END
003130             MOVE 'Y' TO WS-TABLE-EOF-SWITCH
003140     END-READ.
003150     IF WS-VATIN-STATUS NOT = '00' AND WS-VATIN-STATUS NOT = '10'
003160         MOVE 'VATIN   ' TO WS-ABEND-FILE-ID
003170         MOVE WS-VATIN-STATUS TO WS-ABEND-STATUS
003180         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003190     END-IF.
003200 1100-READ-OLD-TABLE-EXIT.
003210     EXIT.
003220*--------------------------------------------------------------*
003230* 1150-STORE-OLD-ROW - FILE ONE OLD TABLE ROW INTO STORAGE. A   *
003240* TABLE GROWN PAST WS-TABLE-ENTRY-MAX STOPS THE RUN RATHER      *
003250* THAN SILENTLY DROPPING ROWS OFF THE END. THE MAXIMUM MATCHES  *
003260* THE VAT TABLE StringStatement LOADS.                          *
003270*--------------------------------------------------------------*
003280 1150-STORE-OLD-ROW.
003290     IF WS-TABLE-ENTRY-CT >= WS-TABLE-ENTRY-MAX
003300         MOVE 'VATIN   ' TO WS-ABEND-FILE-ID
003310         MOVE 'FU'       TO WS-ABEND-STATUS
003320         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003330     END-IF.
003340     ADD 1 TO WS-TABLE-ENTRY-CT.
003350     MOVE OVT-RATE-REC TO WS-VAT-ROW (WS-TABLE-ENTRY-CT).
003360     PERFORM 1100-READ-OLD-TABLE THRU 1100-READ-OLD-TABLE-EXIT.
003370 1150-STORE-OLD-ROW-EXIT.
003380     EXIT.
003390*--------------------------------------------------------------*
003400* 1160-READ-TRANS - READ THE NEXT MAINTENANCE TRANSACTION       *
003410*--------------------------------------------------------------*
003420 1160-READ-TRANS.
003430     READ TRANS-FILE
003440         AT END
003450             MOVE 'Y' TO WS-TRANS-EOF-SWITCH
003460     END-READ.
003470     IF WS-TRANS-STATUS NOT = '00' AND WS-TRANS-STATUS NOT = '10'
003480         MOVE 'VATTRAN ' TO WS-ABEND-FILE-ID
003490         MOVE WS-TRANS-STATUS TO WS-ABEND-STATUS
003500         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003510     END-IF.
003520 1160-READ-TRANS-EXIT.
003530     EXIT.
003540*--------------------------------------------------------------*
003550* 2000-LIST-TABLE - PRINT EVERY TABLE ROW UNDER THE SECTION     *
003560* TITLE CURRENTLY IN WS-SECTION-TITLE, FORCING A FRESH PAGE SO  *
003570* THE BEFORE AND AFTER LISTINGS READ AS SEPARATE DOCUMENTS.     *
003580*--------------------------------------------------------------*
003590 2000-LIST-TABLE.
003600     MOVE WS-MAX-LINES TO WS-LINE-CT.
003610     PERFORM 2100-PRINT-TABLE-ROW
003620         THRU 2100-PRINT-TABLE-ROW-EXIT
003630         VARYING WS-TABLE-IX FROM 1 BY 1
003640         UNTIL WS-TABLE-IX > WS-TABLE-ENTRY-CT.
003650 2000-LIST-TABLE-EXIT.
003660     EXIT.
003670*--------------------------------------------------------------*
003680* 2100-PRINT-TABLE-ROW - PRINT ONE TABLE ROW                    *
003690*--------------------------------------------------------------*
003700 2100-PRINT-TABLE-ROW.
003710     MOVE WS-VAT-ROW (WS-TABLE-IX) TO WRK-RATE-REC.
003720     MOVE WRK-CATEGORY        TO TBL-LINE-CAT.
003730     MOVE WRK-DESCRIPTION     TO TBL-LINE-DESC.
003740     MOVE WRK-RATE-PCT        TO TBL-LINE-RATE.
003750     MOVE WRK-EFFECTIVE-DATE  TO TBL-LINE-EFF-DATE.
003760     MOVE WRK-EXPIRY-DATE     TO TBL-LINE-EXP-DATE.
003770     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003780 2100-PRINT-TABLE-ROW-EXIT.
003790     EXIT.
003800*--------------------------------------------------------------*
003810* 4000-APPLY-TRANSACTION - EDIT AND APPLY ONE TRANSACTION,      *
003820* PRINT ITS APPLIED/REJECTED LINE, READ THE NEXT ONE            *
003830*--------------------------------------------------------------*
003840 4000-APPLY-TRANSACTION.
003850     ADD 1 TO WS-TRANS-READ-CT.
003860     MOVE 'N'    TO WS-REJECT-SWITCH.
003870     MOVE SPACES TO WS-REJECT-REASON.
003880     PERFORM 4500-LOOKUP-ROW THRU 4500-LOOKUP-ROW-EXIT.
003890     IF TRN-ADD
003900         PERFORM 4100-ADD-ROW THRU 4100-ADD-ROW-EXIT
003910     ELSE
003920         IF TRN-CHANGE
003930             PERFORM 4200-CHANGE-ROW THRU 4200-CHANGE-ROW-EXIT
003940         ELSE
003950             MOVE 'Y' TO WS-REJECT-SWITCH
003960             MOVE 'INVALID ACTION CODE'
003970                 TO WS-REJECT-REASON
003980         END-IF
003990     END-IF.
004000*    AN APPLIED ADD OR CHANGE MUST LEAVE THE CATEGORY'S DATE
004010*    RANGES CONTIGUOUS - OTHERWISE IT IS BACKED OUT AND THE
004020*    CARD REJECTED, SO THE TABLE ON DISK IS ALWAYS CLEAN.
004030     IF NOT TRANS-REJECTED
004040         PERFORM 6000-VALIDATE-CAT-RANGES
004050             THRU 6000-VALIDATE-CAT-RANGES-EXIT
004060         IF RANGES-BAD
004070             PERFORM 6500-BACK-OUT-TRANS
004080                 THRU 6500-BACK-OUT-TRANS-EXIT
004090             MOVE 'Y' TO WS-REJECT-SWITCH
004100             MOVE 'OVERLAP OR GAP IN DATE RANGES'
004110                 TO WS-REJECT-REASON
004120         END-IF
004130     END-IF.
004140     IF TRANS-REJECTED
004150         ADD 1 TO WS-TRANS-REJECT-CT
004160     ELSE
004170         ADD 1 TO WS-TRANS-APPLIED-CT
004180     END-IF.
004190     PERFORM 4600-PRINT-TRANS-LINE
004200         THRU 4600-PRINT-TRANS-LINE-EXIT.
004210     PERFORM 1160-READ-TRANS THRU 1160-READ-TRANS-EXIT.
004220 4000-APPLY-TRANSACTION-EXIT.
004230     EXIT.
004240*--------------------------------------------------------------*
004250* 4100-ADD-ROW - ADD A NEW RATE ROW TO THE TABLE                *
004260*--------------------------------------------------------------*
004270 4100-ADD-ROW.
004280     IF ROW-FOUND
004290         MOVE 'Y' TO WS-REJECT-SWITCH
004300         MOVE 'CAT/EFF DATE ALREADY ON TABLE'
004310             TO WS-REJECT-REASON
004320         GO TO 4100-ADD-ROW-EXIT
004330     END-IF.
004340     IF WS-TABLE-ENTRY-CT >= WS-TABLE-ENTRY-MAX
004350         MOVE 'Y' TO WS-REJECT-SWITCH
004360         MOVE 'TABLE IS FULL' TO WS-REJECT-REASON
004370         GO TO 4100-ADD-ROW-EXIT
004380     END-IF.
004390     PERFORM 4400-EDIT-TRANS-FIELDS
004400         THRU 4400-EDIT-TRANS-FIELDS-EXIT.
004410     IF TRANS-REJECTED
004420         GO TO 4100-ADD-ROW-EXIT
004430     END-IF.
004440     ADD 1 TO WS-TABLE-ENTRY-CT.
004450     PERFORM 4450-BUILD-WORK-ROW THRU 4450-BUILD-WORK-ROW-EXIT.
004460     MOVE WRK-RATE-REC TO WS-VAT-ROW (WS-TABLE-ENTRY-CT).
004470     MOVE 'A' TO WS-SAVED-ACTION.
004480     MOVE WS-TABLE-ENTRY-CT TO WS-SAVED-IX.
004490 4100-ADD-ROW-EXIT.
004500     EXIT.
004510*--------------------------------------------------------------*
004520* 4200-CHANGE-ROW - FULL-ROW REPLACE OF AN EXISTING RATE ROW    *
004530*--------------------------------------------------------------*
004540 4200-CHANGE-ROW.
004550     IF NOT ROW-FOUND
004560         MOVE 'Y' TO WS-REJECT-SWITCH
004570         MOVE 'CAT/EFF DATE NOT ON TABLE'
004580             TO WS-REJECT-REASON
004590         GO TO 4200-CHANGE-ROW-EXIT
004600     END-IF.
004610     PERFORM 4400-EDIT-TRANS-FIELDS
004620         THRU 4400-EDIT-TRANS-FIELDS-EXIT.
004630     IF TRANS-REJECTED
004640         GO TO 4200-CHANGE-ROW-EXIT
004650     END-IF.
004660     MOVE 'C' TO WS-SAVED-ACTION.
004670     MOVE WS-TABLE-IX TO WS-SAVED-IX.
004680     MOVE WS-VAT-ROW (WS-TABLE-IX) TO WS-SAVED-ROW.
004690     PERFORM 4450-BUILD-WORK-ROW THRU 4450-BUILD-WORK-ROW-EXIT.
004700     MOVE WRK-RATE-REC TO WS-VAT-ROW (WS-TABLE-IX).
004710 4200-CHANGE-ROW-EXIT.
004720     EXIT.
004730*--------------------------------------------------------------*
004740* 4400-EDIT-TRANS-FIELDS - FIELD EDITS SHARED BY ADD AND        *
004750* CHANGE. A TRANSACTION THAT FAILS AN EDIT IS REJECTED WHOLE.   *
004760*--------------------------------------------------------------*
004770 4400-EDIT-TRANS-FIELDS.
004780     IF TRN-CATEGORY = SPACE
004790         MOVE 'Y' TO WS-REJECT-SWITCH
004800         MOVE 'VAT CATEGORY MISSING' TO WS-REJECT-REASON
004810         GO TO 4400-EDIT-TRANS-FIELDS-EXIT
004820     END-IF.
004830     IF TRN-RATE-PCT NOT NUMERIC
004840         MOVE 'Y' TO WS-REJECT-SWITCH
004850         MOVE 'RATE NOT NUMERIC' TO WS-REJECT-REASON
004860         GO TO 4400-EDIT-TRANS-FIELDS-EXIT
004870     END-IF.
004880     IF TRN-EFFECTIVE-DATE NOT NUMERIC
004890         MOVE 'Y' TO WS-REJECT-SWITCH
004900         MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
004910         GO TO 4400-EDIT-TRANS-FIELDS-EXIT
004920     END-IF.
004930     IF TRN-EXPIRY-DATE NOT NUMERIC
004940         MOVE 'Y' TO WS-REJECT-SWITCH
004950         MOVE 'EXPIRY DATE NOT NUMERIC' TO WS-REJECT-REASON
004960         GO TO 4400-EDIT-TRANS-FIELDS-EXIT
004970     END-IF.
004980     IF TRN-EXPIRY-DATE NOT > TRN-EFFECTIVE-DATE
004990         MOVE 'Y' TO WS-REJECT-SWITCH
005000         MOVE 'EXPIRY NOT AFTER EFFECTIVE DATE'
005010             TO WS-REJECT-REASON
005020         GO TO 4400-EDIT-TRANS-FIELDS-EXIT
005030     END-IF.
005040 4400-EDIT-TRANS-FIELDS-EXIT.
005050     EXIT.
005060*--------------------------------------------------------------*
005070* 4450-BUILD-WORK-ROW - FILL WRK-RATE-REC FROM THE EDITED       *
005080* TRANSACTION FIELDS                                            *
005090*--------------------------------------------------------------*
005100 4450-BUILD-WORK-ROW.
005110     MOVE SPACES              TO WRK-RATE-REC.
005120     MOVE TRN-CATEGORY        TO WRK-CATEGORY.
005130     MOVE TRN-DESCRIPTION     TO WRK-DESCRIPTION.
005140     MOVE TRN-RATE-PCT        TO WRK-RATE-PCT.
005150     MOVE TRN-EFFECTIVE-DATE  TO WRK-EFFECTIVE-DATE.
005160     MOVE TRN-EXPIRY-DATE     TO WRK-EXPIRY-DATE.
005170 4450-BUILD-WORK-ROW-EXIT.
005180     EXIT.
005190*--------------------------------------------------------------*
005200* 4500-LOOKUP-ROW - SEARCH THE IN-STORAGE TABLE FOR THE ROW     *
005210* KEYED TRN-CATEGORY + TRN-EFFECTIVE-DATE. LEAVES ROW-FOUND SET *
005220* AND WS-TABLE-IX AT THE MATCHED ROW.                           *
005230*--------------------------------------------------------------*
005240 4500-LOOKUP-ROW.
005250     MOVE 'N' TO WS-ROW-FOUND-SWITCH.
005260     PERFORM 4510-MATCH-ROW THRU 4510-MATCH-ROW-EXIT
005270         VARYING WS-TABLE-IX FROM 1 BY 1
005280         UNTIL ROW-FOUND
005290            OR WS-TABLE-IX > WS-TABLE-ENTRY-CT.
005300     IF ROW-FOUND
005310         SUBTRACT 1 FROM WS-TABLE-IX
005320     END-IF.
005330 4500-LOOKUP-ROW-EXIT.
005340     EXIT.
005350*--------------------------------------------------------------*
005360* 4510-MATCH-ROW - COMPARE ONE TABLE ROW AGAINST TRN-CATEGORY + *
005370* TRN-EFFECTIVE-DATE                                            *
005380*--------------------------------------------------------------*
005390 4510-MATCH-ROW.
005400     MOVE WS-VAT-ROW (WS-TABLE-IX) TO WRK-RATE-REC.
005410     IF WRK-CATEGORY = TRN-CATEGORY
005420          AND WRK-EFFECTIVE-DATE = TRN-EFFECTIVE-DATE
005430         MOVE 'Y' TO WS-ROW-FOUND-SWITCH
005440     END-IF.
005450 4510-MATCH-ROW-EXIT.
005460     EXIT.
005470*--------------------------------------------------------------*
005480* 4600-PRINT-TRANS-LINE - ONE LISTING LINE PER TRANSACTION,     *
005490* APPLIED OR REJECTED, SO THE LISTING IS A FULL ACCOUNT OF THE  *
005500* MAINTENANCE RUN                                               *
005510*--------------------------------------------------------------*
005520 4600-PRINT-TRANS-LINE.
005530     MOVE TRN-ACTION          TO TRN-LINE-ACTION.
005540     MOVE TRN-CATEGORY        TO TRN-LINE-CAT.
005550     MOVE TRN-DESCRIPTION     TO TRN-LINE-DESC.
005560     MOVE TRN-RATE-X          TO TRN-LINE-RATE.
005570     MOVE TRN-EFFECTIVE-DATE-X TO TRN-LINE-EFF-DATE.
005580     MOVE TRN-EXPIRY-DATE-X   TO TRN-LINE-EXP-DATE.
005590     IF TRANS-REJECTED
005600         MOVE 'REJECTED' TO TRN-LINE-DISP
005610     ELSE
005620         MOVE 'APPLIED ' TO TRN-LINE-DISP
005630     END-IF.
005640     MOVE WS-REJECT-REASON TO TRN-LINE-REASON.
005650     MOVE WS-TRANS-LINE TO WS-TABLE-LINE.
005660     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005670 4600-PRINT-TRANS-LINE-EXIT.
005680     EXIT.
005690*--------------------------------------------------------------*
005700* 5000-WRITE-NEW-TABLE - WRITE ONE MAINTAINED ROW TO VATOUT     *
005710*--------------------------------------------------------------*
005720 5000-WRITE-NEW-TABLE.
005730     MOVE WS-VAT-ROW (WS-TABLE-IX) TO NVT-RATE-REC.
005740     WRITE NVT-RATE-REC.
005750     IF WS-VATOUT-STATUS NOT = '00'
005760         MOVE 'VATOUT  ' TO WS-ABEND-FILE-ID
005770         MOVE WS-VATOUT-STATUS TO WS-ABEND-STATUS
005780         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005790     END-IF.
005800 5000-WRITE-NEW-TABLE-EXIT.
005810     EXIT.
005820*--------------------------------------------------------------*
005830* 6000-VALIDATE-CAT-RANGES - WALK TRN-CATEGORY'S ROWS           *
005840* EFFECTIVE-TO-EXPIRY. STARTING FROM THE EARLIEST EFFECTIVE     *
005850* DATE, EACH STEP MUST FIND EXACTLY ONE ROW WHOSE EFFECTIVE     *
005860* DATE IS THE PRIOR ROW'S EXPIRY - ANYTHING ELSE IS AN OVERLAP  *
005870* OR A GAP.                                                     *
005880*--------------------------------------------------------------*
005890 6000-VALIDATE-CAT-RANGES.
005900     MOVE 'N'    TO WS-RNG-BAD-SWITCH.
005910     MOVE ZERO   TO WS-RNG-ROWS.
005920     MOVE 999999 TO WS-RNG-MIN-EFF.
005930     PERFORM 6100-SCAN-CAT-ROW THRU 6100-SCAN-CAT-ROW-EXIT
005940         VARYING WS-RNG-IX FROM 1 BY 1
005950         UNTIL WS-RNG-IX > WS-TABLE-ENTRY-CT.
005960     IF WS-RNG-ROWS < 2
005970         GO TO 6000-VALIDATE-CAT-RANGES-EXIT
005980     END-IF.
005990     MOVE WS-RNG-MIN-EFF TO WS-RNG-NEXT-EFF.
006000     PERFORM 6200-WALK-ONE-RANGE THRU 6200-WALK-ONE-RANGE-EXIT
006010         VARYING WS-RNG-STEP FROM 1 BY 1
006020         UNTIL RANGES-BAD
006030            OR WS-RNG-STEP > WS-RNG-ROWS.
006040 6000-VALIDATE-CAT-RANGES-EXIT.
006050     EXIT.
006060*--------------------------------------------------------------*
006070* 6100-SCAN-CAT-ROW - COUNT TRN-CATEGORY'S ROWS AND REMEMBER    *
006080* THE EARLIEST EFFECTIVE DATE, WHERE THE RANGE WALK STARTS      *
006090*--------------------------------------------------------------*
006100 6100-SCAN-CAT-ROW.
006110     MOVE WS-VAT-ROW (WS-RNG-IX) TO WRK-RATE-REC.
006120     IF WRK-CATEGORY = TRN-CATEGORY
006130         ADD 1 TO WS-RNG-ROWS
006140         IF WRK-EFFECTIVE-DATE < WS-RNG-MIN-EFF
006150             MOVE WRK-EFFECTIVE-DATE TO WS-RNG-MIN-EFF
006160         END-IF
006170     END-IF.
006180 6100-SCAN-CAT-ROW-EXIT.
006190     EXIT.
006200*--------------------------------------------------------------*
006210* 6200-WALK-ONE-RANGE - ONE STEP OF THE CHAIN: EXACTLY ONE ROW  *
006220* MUST START AT WS-RNG-NEXT-EFF (NONE MEANS A GAP OR A ROW      *
006230* STARTING INSIDE ANOTHER'S RANGE; TWO MEANS AN OVERLAP), AND   *
006240* ITS EXPIRY BECOMES THE NEXT EXPECTED EFFECTIVE DATE.          *
006250*--------------------------------------------------------------*
006260 6200-WALK-ONE-RANGE.
006270     MOVE ZERO TO WS-RNG-MATCH-CT.
006280     PERFORM 6300-FIND-RANGE-START
006290         THRU 6300-FIND-RANGE-START-EXIT
006300         VARYING WS-RNG-IX FROM 1 BY 1
006310         UNTIL WS-RNG-IX > WS-TABLE-ENTRY-CT.
006320     IF WS-RNG-MATCH-CT NOT = 1
006330         MOVE 'Y' TO WS-RNG-BAD-SWITCH
006340     ELSE
006350         MOVE WS-RNG-ROW-EXPIRY TO WS-RNG-NEXT-EFF
006360     END-IF.
006370 6200-WALK-ONE-RANGE-EXIT.
006380     EXIT.
006390*--------------------------------------------------------------*
006400* 6300-FIND-RANGE-START - COUNT TRN-CATEGORY ROWS STARTING AT   *
006410* THE EXPECTED EFFECTIVE DATE                                   *
006420*--------------------------------------------------------------*
006430 6300-FIND-RANGE-START.
006440     MOVE WS-VAT-ROW (WS-RNG-IX) TO WRK-RATE-REC.
006450     IF WRK-CATEGORY = TRN-CATEGORY
006460          AND WRK-EFFECTIVE-DATE = WS-RNG-NEXT-EFF
006470         ADD 1 TO WS-RNG-MATCH-CT
006480         MOVE WRK-EXPIRY-DATE TO WS-RNG-ROW-EXPIRY
006490     END-IF.
006500 6300-FIND-RANGE-START-EXIT.
006510     EXIT.
006520*--------------------------------------------------------------*
006530* 6500-BACK-OUT-TRANS - UNDO THE APPLIED ADD OR CHANGE SO THE   *
006540* REJECTED CARD LEAVES NO MARK ON THE TABLE                     *
006550*--------------------------------------------------------------*
006560 6500-BACK-OUT-TRANS.
006570     IF WS-SAVED-ACTION = 'A'
006580         SUBTRACT 1 FROM WS-TABLE-ENTRY-CT
006590     ELSE
006600         MOVE WS-SAVED-ROW TO WS-VAT-ROW (WS-SAVED-IX)
006610     END-IF.
006620 6500-BACK-OUT-TRANS-EXIT.
006630     EXIT.
006640*--------------------------------------------------------------*
006650* 7000-WRITE-LINE - COMMON LISTING WRITER. ROLLS TO A NEW PAGE  *
006660* WHEN THE CURRENT PAGE IS FULL. THE LINE TO PRINT IS ALWAYS    *
006670* STAGED IN WS-TABLE-LINE.                                      *
006680*--------------------------------------------------------------*
006690 7000-WRITE-LINE.
006700     IF WS-LINE-CT >= WS-MAX-LINES
006710         PERFORM 7100-WRITE-HEADINGS
006720             THRU 7100-WRITE-HEADINGS-EXIT
006730     END-IF.
006740     WRITE PRINT-REC FROM WS-TABLE-LINE
006750         AFTER ADVANCING 1 LINE.
006760     IF WS-PRINT-STATUS NOT = '00'
006770         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
006780         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
006790         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006800     END-IF.
006810     ADD 1 TO WS-LINE-CT.
006820 7000-WRITE-LINE-EXIT.
006830     EXIT.
006840*--------------------------------------------------------------*
006850* 7100-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN DATE,     *
006860* PAGE NUMBER AND CURRENT SECTION TITLE                         *
006870*--------------------------------------------------------------*
006880 7100-WRITE-HEADINGS.
006890     ADD 1 TO WS-PAGE-NO.
006900     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
006910     MOVE WS-PAGE-NO  TO HDG1-PAGE-NO.
006920     WRITE PRINT-REC FROM WS-HEADING-1
006930         AFTER ADVANCING PAGE.
006940     IF WS-PRINT-STATUS NOT = '00'
006950         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
006960         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
006970         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006980     END-IF.
006990     MOVE WS-SECTION-TITLE TO HDG2-SECTION-TITLE.
007000     WRITE PRINT-REC FROM WS-HEADING-2
007010         AFTER ADVANCING 2 LINES.
007020     IF WS-PRINT-STATUS NOT = '00'
007030         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
007040         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
007050         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007060     END-IF.
007070     WRITE PRINT-REC FROM WS-HEADING-3
007080         AFTER ADVANCING 2 LINES.
007090     IF WS-PRINT-STATUS NOT = '00'
007100         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
007110         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
007120         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007130     END-IF.
007140     MOVE ZERO TO WS-LINE-CT.
007150 7100-WRITE-HEADINGS-EXIT.
007160     EXIT.
007170*--------------------------------------------------------------*
007180* 9000-TERMINATE - PRINT THE RUN TOTALS BLOCK, CLOSE FILES,     *
007190* AND FLAG A RUN WITH REJECTS TO THE SCHEDULER (RC 4) SO A      *
007200* BAD TRANSACTION DECK GETS LOOKED AT                           *
007210*--------------------------------------------------------------*
007220 9000-TERMINATE.
007230     MOVE 'RUN TOTALS' TO WS-SECTION-TITLE.
007240     MOVE WS-MAX-LINES TO WS-LINE-CT.
007250     MOVE 'TABLE ROWS BEFORE' TO TOT-LINE-LABEL.
007260     MOVE WS-ROWS-BEFORE-CT TO TOT-LINE-COUNT.
007270     PERFORM 9100-PRINT-TOTAL-LINE
007280         THRU 9100-PRINT-TOTAL-LINE-EXIT.
007290     MOVE 'TRANSACTIONS READ' TO TOT-LINE-LABEL.
007300     MOVE WS-TRANS-READ-CT TO TOT-LINE-COUNT.
007310     PERFORM 9100-PRINT-TOTAL-LINE
007320         THRU 9100-PRINT-TOTAL-LINE-EXIT.
007330     MOVE 'TRANSACTIONS APPLIED' TO TOT-LINE-LABEL.
007340     MOVE WS-TRANS-APPLIED-CT TO TOT-LINE-COUNT.
007350     PERFORM 9100-PRINT-TOTAL-LINE
007360         THRU 9100-PRINT-TOTAL-LINE-EXIT.
007370     MOVE 'TRANSACTIONS REJECTED' TO TOT-LINE-LABEL.
007380     MOVE WS-TRANS-REJECT-CT TO TOT-LINE-COUNT.
007390     PERFORM 9100-PRINT-TOTAL-LINE
007400         THRU 9100-PRINT-TOTAL-LINE-EXIT.
007410     MOVE 'TABLE ROWS AFTER' TO TOT-LINE-LABEL.
007420     MOVE WS-TABLE-ENTRY-CT TO TOT-LINE-COUNT.
007430     PERFORM 9100-PRINT-TOTAL-LINE
007440         THRU 9100-PRINT-TOTAL-LINE-EXIT.
007450     CLOSE OLD-VAT-FILE
007460           NEW-VAT-FILE
007470           TRANS-FILE
007480           PRINT-FILE.
007490     IF WS-TRANS-REJECT-CT > ZERO
007500         MOVE 4 TO RETURN-CODE
007510     END-IF.
007520 9000-TERMINATE-EXIT.
007530     EXIT.
007540*--------------------------------------------------------------*
007550* 9100-PRINT-TOTAL-LINE - ONE TOTALS LINE, STAGED IN            *
007560* WS-TOTAL-LINE, THROUGH THE COMMON WRITER                      *
007570*--------------------------------------------------------------*
007580 9100-PRINT-TOTAL-LINE.
007590     MOVE WS-TOTAL-LINE TO WS-TABLE-LINE.
007600     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
007610 9100-PRINT-TOTAL-LINE-EXIT.
007620     EXIT.
007630*--------------------------------------------------------------*
007640* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
007650* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
007660* RETURN CODE.                                                  *
007670*--------------------------------------------------------------*
007680 9900-ABEND.
007690     DISPLAY 'VATMAINT - FATAL I/O ERROR ON ' WS-ABEND-FILE-ID
007700             ' FILE STATUS = ' WS-ABEND-STATUS.
007710     MOVE 16 TO RETURN-CODE.
007720     GOBACK.
007730 9900-ABEND-EXIT.
007740     EXIT.
007750 END PROGRAM VatMaint.
