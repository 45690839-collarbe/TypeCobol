000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     VatSummary.
000030 AUTHOR.         R MEEHAN.
000040 INSTALLATION.   DATA CENTER SERVICES.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                          *
000090*--------------------------------------------------------------*
000100*  DATE      INIT  DESCRIPTION                                  *
000110*  --------  ----  ----------------------------------------     *
000120*  10/15/26  RM    ORIGINAL CODING. THE MONTHLY VAT SUMMARY FOR *
000130*                  THE VAT RETURN. READS A MONTH OF GLINTF      *
000140*                  GENERATIONS (CONCATENATED) AND TOTALS THE    *
000150*                  DETAIL COUNT, NET, VAT AND GROSS BY VAT      *
000160*                  CATEGORY AND RATE, THEN PROVES THE DETAIL    *
000170*                  LINES AGAINST THE SUM OF THE FILES' OWN      *
000180*                  TRAILERS - THE SAME FIGURES THE GENERAL      *
000190*                  LEDGER WAS SENT. AN UNREADABLE DETAIL OR A   *
000200*                  TOTAL THAT DOES NOT TIE ENDS RC 8.           *
000201*  10/15/26  RM    THE RUN IS NOW FOR ONE PERIOD, PUNCHED YYMM  *
000202*                  ON THE VATCTL CARD (A MISSING OR BAD CARD IS *
000203*                  REFUSED RC 16). A GLINTF HEADER DATED        *
000204*                  OUTSIDE THE PERIOD, OR A CYCLE DATE ON MORE  *
000205*                  THAN ONE HEADER (A RERUN'S SECOND            *
000206*                  GENERATION), IS FLAGGED ON THE               *
000207*                  RECONCILIATION AND ENDS RC 8.                *
000210*--------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000250 OBJECT-COMPUTER.   IBM-370.
000260*    DECIMAL-POINT IS COMMA SO THE DELIMITED AMOUNTS ON GLINTF
000270*    PARSE AND PRINT WITH THE COMMA DECIMAL THE GL USES.
000280 SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT GL-FILE                 ASSIGN TO GLINTF
000320             FILE STATUS IS WS-GL-STATUS.
000330     SELECT PRINT-FILE              ASSIGN TO PRTFILE
000340             FILE STATUS IS WS-PRINT-STATUS.
000343     SELECT CONTROL-FILE            ASSIGN TO VATCTL
000346             FILE STATUS IS WS-CTL-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370*--------------------------------------------------------------*
000380* GL-FILE - ONE OR MORE GlExtract INTERFACE FILES END TO END.   *
000390* EACH IS H;DATE;STRBATCH, THEN D;DATE;TIME;CODE;RESULT;QTY;    *
000400* NET;CAT;RATE;VAT;GROSS DETAILS, THEN T;DATE;COUNT;NET;VAT;    *
000410* GROSS.                                                        *
000420*--------------------------------------------------------------*
000430 FD  GL-FILE
000440     LABEL RECORDS ARE STANDARD
000450     RECORD CONTAINS 120 CHARACTERS
000460     DATA RECORD IS GL-REC.
000470 01  GL-REC                      PIC X(120).
000480*--------------------------------------------------------------*
000490* PRINT-FILE - HEADED, PAGED SUMMARY AND RECONCILIATION REPORT  *
000500*--------------------------------------------------------------*
000510 FD  PRINT-FILE
000520     LABEL RECORDS OMITTED
000530     RECORD CONTAINS 132 CHARACTERS
000540     DATA RECORD IS PRINT-REC.
000550 01  PRINT-REC                   PIC X(132).
000551*--------------------------------------------------------------*
000552* CONTROL-FILE - ONE 80-BYTE CARD: THE PERIOD THE RETURN IS FOR *
000553* (YYMM) IN COLS 1-4. EVERY GLINTF HEADER MUST FALL IN IT.      *
000554*--------------------------------------------------------------*
000555 FD  CONTROL-FILE
000556     LABEL RECORDS ARE STANDARD
000557     RECORD CONTAINS 80 CHARACTERS
000558     DATA RECORD IS CONTROL-REC.
000559 01  CONTROL-REC.
000560     05  CTL-PERIOD              PIC 9(04).
000561     05  CTL-PERIOD-X            REDEFINES CTL-PERIOD
000562                                 PIC X(04).
000563     05  FILLER                  PIC X(76).
000564 WORKING-STORAGE SECTION.
000570*--------------------------------------------------------------*
000580* CATEGORY/RATE SUMMARY TABLE, KEPT IN CATEGORY THEN RATE       *
000590* ORDER AS ENTRIES ARE ADDED SO IT PRINTS WITHOUT A SORT. A     *
000600* CATEGORY WHOSE RATE CHANGED IN THE MONTH GETS ONE ENTRY PER   *
000610* RATE.                                                         *
000620*--------------------------------------------------------------*
000630 77  WS-SUM-ENTRY-MAX            PIC 9(04) COMP VALUE 0050.
000640 77  WS-SUM-ENTRY-CT             PIC 9(04) COMP VALUE ZERO.
000650 77  WS-SUM-IX                   PIC 9(04) COMP.
000660 77  WS-SHIFT-IX                 PIC 9(04) COMP.
000670 77  WS-SUM-FOUND-SWITCH         PIC X(01) VALUE 'N'.
000680     88  SUM-ENTRY-FOUND             VALUE 'Y'.
000690 77  WS-SUM-PLACED-SWITCH        PIC X(01) VALUE 'N'.
000700     88  SUM-ENTRY-PLACED            VALUE 'Y'.
000710 01  WS-SUM-TABLE.
000720     05  WS-SUM-ENTRY            OCCURS 50 TIMES.
000730         10  WS-SM-CATEGORY          PIC X(01).
000740         10  WS-SM-RATE              PIC 9(02)V99.
000750         10  WS-SM-COUNT             PIC 9(08).
000760         10  WS-SM-NET               PIC S9(09)V99.
000770         10  WS-SM-VAT               PIC S9(09)V99.
000780         10  WS-SM-GROSS             PIC S9(09)V99.
000790*--------------------------------------------------------------*
000800* THE DETAIL LINE IN HAND. ITS RESULT FIELD IS FREE TEXT THAT   *
000810* MAY ITSELF HOLD A SEMICOLON, SO THE FIVE FIELDS WANTED HERE   *
000820* (NET, CAT, RATE, VAT, GROSS) ARE FOUND FROM THE RIGHT-HAND    *
000830* END OF THE LINE. WS-SEMI-POS (1) IS THE LAST SEMICOLON ON     *
000840* THE LINE, (2) THE ONE BEFORE IT, AND SO ON.                   *
000850*--------------------------------------------------------------*
000860 77  WS-REC-END                  PIC S9(04) COMP VALUE ZERO.
000870 77  WS-SCAN-IX                  PIC S9(04) COMP.
000880 77  WS-SEMI-CT                  PIC 9(04) COMP VALUE ZERO.
000890 01  WS-SEMI-TABLE.
000900     05  WS-SEMI-POS             OCCURS 5 TIMES
000910                                 PIC S9(04) COMP.
000920 77  WS-FLD-START                PIC S9(04) COMP.
000930 77  WS-FLD-END                  PIC S9(04) COMP.
000940 77  WS-FLD-LEN                  PIC S9(04) COMP.
000950 77  WS-DTL-BAD-SWITCH           PIC X(01) VALUE 'N'.
000960     88  DETAIL-UNREADABLE           VALUE 'Y'.
000970 77  WS-DTL-CATEGORY             PIC X(01).
000980 77  WS-DTL-RATE                 PIC 9(02)V99 VALUE ZERO.
000990 77  WS-DTL-NET                  PIC S9(09)V99 VALUE ZERO.
001000 77  WS-DTL-VAT                  PIC S9(09)V99 VALUE ZERO.
001010 77  WS-DTL-GROSS                PIC S9(09)V99 VALUE ZERO.
001020*--------------------------------------------------------------*
001030* HAND PARSING OF THE DELIMITED FIELDS, AS IN GlAckRecon. THE   *
001040* FIELDS ARE LEFT-ALIGNED TEXT, SO COUNTS AND AMOUNTS ARE       *
001050* REBUILT DIGIT BY DIGIT (COMMA STARTS THE DECIMALS, A          *
001060* TRAILING MINUS MAKES THE AMOUNT NEGATIVE).                    *
001070*--------------------------------------------------------------*
001080 77  WS-UF-TYPE                  PIC X(02).
001090 77  WS-UF-DATE                  PIC X(08).
001100 77  WS-UF-COUNT                 PIC X(12).
001110 77  WS-UF-NET                   PIC X(16).
001120 77  WS-UF-VAT                   PIC X(16).
001130 77  WS-UF-GROSS                 PIC X(16).
001140 77  WS-PARSE-FIELD              PIC X(16).
001150 77  WS-PARSE-IX                 PIC 9(04) COMP.
001160 77  WS-PARSE-CHAR               PIC X(01).
001170 01  WS-DIGIT-AREA.
001180     05  WS-DIGIT-X              PIC X(01).
001190     05  WS-DIGIT-9              REDEFINES WS-DIGIT-X
001200                                 PIC 9(01).
001210 77  WS-INT-WORK                 PIC 9(09) COMP VALUE ZERO.
001220 77  WS-DEC-WORK                 PIC 9(02) COMP VALUE ZERO.
001230 77  WS-DEC-CT                   PIC 9(01) COMP VALUE ZERO.
001240 77  WS-DECIMAL-SWITCH           PIC X(01) VALUE 'N'.
001250     88  IN-THE-DECIMALS             VALUE 'Y'.
001260 77  WS-NEG-SWITCH               PIC X(01) VALUE 'N'.
001270     88  AMOUNT-IS-NEGATIVE          VALUE 'Y'.
001280 77  WS-PARSE-ERR-SWITCH         PIC X(01) VALUE 'N'.
001290     88  PARSE-FAILED                VALUE 'Y'.
001300 77  WS-PARSE-AMT                PIC S9(09)V99 VALUE ZERO.
001310 77  WS-PARSE-COUNT              PIC 9(08) VALUE ZERO.
001320*--------------------------------------------------------------*
001330* MONTH TOTALS - OFF THE DETAIL LINES, AND OFF THE TRAILERS     *
001340*--------------------------------------------------------------*
001350 77  WS-HDR-CT                   PIC 9(08) VALUE ZERO.
001360 77  WS-TRL-CT                   PIC 9(08) VALUE ZERO.
001370 77  WS-FROM-DATE                PIC 9(06) VALUE 999999.
001380 77  WS-TO-DATE                  PIC 9(06) VALUE ZERO.
001390 77  WS-DTL-CT                   PIC 9(08) VALUE ZERO.
001400 77  WS-BAD-DTL-CT               PIC 9(08) VALUE ZERO.
001410 77  WS-TOT-NET                  PIC S9(09)V99 VALUE ZERO.
001420 77  WS-TOT-VAT                  PIC S9(09)V99 VALUE ZERO.
001430 77  WS-TOT-GROSS                PIC S9(09)V99 VALUE ZERO.
001440 77  WS-TRL-COUNT                PIC 9(08) VALUE ZERO.
001450 77  WS-TRL-NET                  PIC S9(09)V99 VALUE ZERO.
001460 77  WS-TRL-VAT                  PIC S9(09)V99 VALUE ZERO.
001470 77  WS-TRL-GROSS                PIC S9(09)V99 VALUE ZERO.
001480 77  WS-NET-PLUS-VAT             PIC S9(09)V99 VALUE ZERO.
001490 77  WS-MISMATCH-SWITCH          PIC X(01) VALUE 'N'.
001500     88  VAT-MISMATCH                VALUE 'Y'.
001501*--------------------------------------------------------------*
001502* THE PERIOD OFF THE CONTROL CARD, AND THE CYCLE DATES ALREADY  *
001503* SEEN ON A HEADER. ONLY DATES IN THE PERIOD ARE KEPT, SO THE   *
001504* TABLE NEVER HOLDS MORE THAN A MONTH OF DAYS.                  *
001505*--------------------------------------------------------------*
001506 77  WS-PERIOD-X                 PIC X(04).
001507 77  WS-FAIL-REASON              PIC X(40).
001508 77  WS-SEEN-ENTRY-CT            PIC 9(04) COMP VALUE ZERO.
001509 77  WS-SEEN-IX                  PIC 9(04) COMP.
001510 77  WS-SEEN-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001511     88  SEEN-DATE-FOUND             VALUE 'Y'.
001512 01  WS-SEEN-TABLE.
001513     05  WS-SEEN-DATE            OCCURS 31 TIMES
001514                                 PIC X(06).
001515 77  WS-OUT-PERIOD-CT            PIC 9(08) VALUE ZERO.
001516 77  WS-REPEAT-DATE-CT           PIC 9(08) VALUE ZERO.
001517 77  WS-PERIOD-BAD-SWITCH        PIC X(01) VALUE 'N'.
001518     88  PERIOD-NOT-CLEAN            VALUE 'Y'.
001519*--------------------------------------------------------------*
001520* END-OF-FILE CONTROL                                           *
001530*--------------------------------------------------------------*
001540 77  WS-GL-EOF-SWITCH            PIC X(01) VALUE 'N'.
001550     88  END-OF-GL                   VALUE 'Y'.
001560*--------------------------------------------------------------*
001570* FILE STATUS AND ABEND FIELDS                                  *
001580*--------------------------------------------------------------*
001590 77  WS-GL-STATUS                PIC X(02).
001600 77  WS-PRINT-STATUS             PIC X(02).
001605 77  WS-CTL-STATUS               PIC X(02).
001610 77  WS-ABEND-FILE-ID            PIC X(08).
001620 77  WS-ABEND-STATUS             PIC X(02).
001630*--------------------------------------------------------------*
001640* PRINT REPORT CONTROL FIELDS AND LINE LAYOUTS                  *
001650*--------------------------------------------------------------*
001660 77  WS-RUN-DATE                 PIC 9(06).
001670 77  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001680 77  WS-LINE-CT                  PIC 9(02) VALUE ZERO.
001690 77  WS-MAX-LINES                PIC 9(02) VALUE 50.
001700 77  WS-SECTION-TITLE            PIC X(40).
001710 01  WS-PRINT-LINE               PIC X(132).
001720 01  WS-HEADING-1.
001730     05  FILLER                  PIC X(01) VALUE SPACE.
001740     05  FILLER                  PIC X(24)
001750             VALUE 'VATSUMMARY RUN DATE'.
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  HDG1-RUN-DATE           PIC 99/99/99.
001780     05  FILLER                  PIC X(74) VALUE SPACE.
001790     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001800     05  HDG1-PAGE-NO            PIC ZZZ9.
001810     05  FILLER                  PIC X(15) VALUE SPACE.
001820 01  WS-HEADING-2.
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  HDG2-SECTION-TITLE      PIC X(40).
001850     05  FILLER                  PIC X(91) VALUE SPACE.
001860 01  WS-HEADING-3.
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  FILLER                  PIC X(06) VALUE 'CAT'.
001890     05  FILLER                  PIC X(11) VALUE 'RATE %'.
001900     05  FILLER                  PIC X(16) VALUE 'DETAILS'.
001910     05  FILLER                  PIC X(16) VALUE 'NET'.
001920     05  FILLER                  PIC X(16) VALUE 'VAT'.
001930     05  FILLER                  PIC X(16) VALUE 'GROSS'.
001940     05  FILLER                  PIC X(50) VALUE SPACE.
001950 01  WS-PERIOD-LINE.
001960     05  FILLER                  PIC X(01) VALUE SPACE.
001970     05  FILLER                  PIC X(21)
001980             VALUE 'CYCLE DATES COVERED'.
001990     05  PRD-FROM-DATE           PIC 99/99/99.
002000     05  FILLER                  PIC X(04) VALUE ' TO '.
002010     05  PRD-TO-DATE             PIC 99/99/99.
002013     05  FILLER                  PIC X(10) VALUE '   PERIOD '.
002016     05  PRD-PERIOD              PIC X(04).
002020     05  FILLER                  PIC X(76) VALUE SPACE.
002030 01  WS-SUM-LINE.
002040     05  FILLER                  PIC X(01) VALUE SPACE.
002050     05  SML-CATEGORY            PIC X(01).
002060     05  FILLER                  PIC X(06) VALUE SPACE.
002070     05  SML-RATE                PIC Z9,99.
002080     05  FILLER                  PIC X(06) VALUE SPACE.
002090     05  SML-COUNT               PIC ZZZZZZZ9.
002100     05  FILLER                  PIC X(02) VALUE SPACE.
002110     05  SML-NET                 PIC Z(8)9,99-.
002120     05  FILLER                  PIC X(03) VALUE SPACE.
002130     05  SML-VAT                 PIC Z(8)9,99-.
002140     05  FILLER                  PIC X(03) VALUE SPACE.
002150     05  SML-GROSS               PIC Z(8)9,99-.
002160     05  FILLER                  PIC X(58) VALUE SPACE.
002170 01  WS-TOTAL-LINE.
002180     05  FILLER                  PIC X(01) VALUE SPACE.
002190     05  TOT-LABEL               PIC X(18).
002200     05  TOT-COUNT               PIC ZZZZZZZ9.
002210     05  FILLER                  PIC X(02) VALUE SPACE.
002220     05  TOT-NET                 PIC Z(8)9,99-.
002230     05  FILLER                  PIC X(03) VALUE SPACE.
002240     05  TOT-VAT                 PIC Z(8)9,99-.
002250     05  FILLER                  PIC X(03) VALUE SPACE.
002260     05  TOT-GROSS               PIC Z(8)9,99-.
002270     05  FILLER                  PIC X(58) VALUE SPACE.
002280 01  WS-CHECK-LINE.
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  CHK-LABEL               PIC X(34).
002310     05  CHK-COUNT               PIC ZZZZZZZ9.
002320     05  FILLER                  PIC X(02) VALUE SPACE.
002330     05  CHK-AMOUNT              PIC Z(8)9,99-.
002340     05  FILLER                  PIC X(02) VALUE SPACE.
002350     05  CHK-VERDICT             PIC X(20).
002360     05  FILLER                  PIC X(52) VALUE SPACE.
002370 PROCEDURE DIVISION.
002380*--------------------------------------------------------------*
002390* 0000-MAINLINE                                                 *
002400*--------------------------------------------------------------*
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002430     PERFORM 2000-SCAN-GL-REC THRU 2000-SCAN-GL-REC-EXIT
002440         UNTIL END-OF-GL.
002450     PERFORM 3000-PRINT-SUMMARY THRU 3000-PRINT-SUMMARY-EXIT.
002460     PERFORM 4000-RECONCILE THRU 4000-RECONCILE-EXIT.
002470     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002480     GOBACK.
002490 0000-MAINLINE-EXIT.
002500     EXIT.
002510*--------------------------------------------------------------*
002520* 1000-INITIALIZE - READ THE CONTROL CARD, OPEN FILES AND PRIME *
002525* THE READ                                                      *
002530*--------------------------------------------------------------*
002540 1000-INITIALIZE.
002543     PERFORM 1100-READ-CONTROL-CARD
002546         THRU 1100-READ-CONTROL-CARD-EXIT.
002550     OPEN INPUT  GL-FILE
002560          OUTPUT PRINT-FILE.
002570     IF WS-GL-STATUS NOT = '00'
002580         MOVE 'GLINTF  ' TO WS-ABEND-FILE-ID
002590         MOVE WS-GL-STATUS TO WS-ABEND-STATUS
002600         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002610     END-IF.
002620     IF WS-PRINT-STATUS NOT = '00'
002630         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
002640         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
002650         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002660     END-IF.
002670     ACCEPT WS-RUN-DATE FROM DATE.
002680     PERFORM 2100-READ-GL THRU 2100-READ-GL-EXIT.
002690 1000-INITIALIZE-EXIT.
002700     EXIT.
002701*--------------------------------------------------------------*
002702* 1100-READ-CONTROL-CARD - READ AND EDIT THE PERIOD CARD. A BAD *
002703* CARD STOPS THE RUN BEFORE GLINTF IS READ.                     *
002704*--------------------------------------------------------------*
002705 1100-READ-CONTROL-CARD.
002706     OPEN INPUT CONTROL-FILE.
002707     IF WS-CTL-STATUS NOT = '00'
002708         MOVE 'VATCTL  ' TO WS-ABEND-FILE-ID
002709         MOVE WS-CTL-STATUS TO WS-ABEND-STATUS
002710         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002711     END-IF.
002712     READ CONTROL-FILE
002713         AT END
002714             MOVE 'CONTROL CARD IS MISSING' TO WS-FAIL-REASON
002715             PERFORM 9800-CONTROL-FAIL
002716                 THRU 9800-CONTROL-FAIL-EXIT
002717     END-READ.
002718     IF WS-CTL-STATUS NOT = '00'
002719         MOVE 'VATCTL  ' TO WS-ABEND-FILE-ID
002720         MOVE WS-CTL-STATUS TO WS-ABEND-STATUS
002721         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002722     END-IF.
002723     IF CTL-PERIOD NOT NUMERIC
002724          OR CTL-PERIOD-X (3:2) < '01'
002725          OR CTL-PERIOD-X (3:2) > '12'
002726         MOVE 'PERIOD NOT YYMM' TO WS-FAIL-REASON
002727         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
002728     END-IF.
002729     MOVE CTL-PERIOD-X TO WS-PERIOD-X.
002730     CLOSE CONTROL-FILE.
002731 1100-READ-CONTROL-CARD-EXIT.
002732     EXIT.
002733*--------------------------------------------------------------*
002734* 2000-SCAN-GL-REC - TAKE ONE GLINTF RECORD: SUMMARISE A        *
002735* DETAIL, NOTE A HEADER'S CYCLE DATE, ADD UP A TRAILER          *
002740*--------------------------------------------------------------*
002750 2000-SCAN-GL-REC.
002760     IF GL-REC (1:2) = 'D;'
002770         PERFORM 2300-TAKE-DETAIL THRU 2300-TAKE-DETAIL-EXIT
002780         GO TO 2000-NEXT-GL
002790     END-IF.
002800     IF GL-REC (1:2) = 'H;'
002810         PERFORM 2200-TAKE-HEADER THRU 2200-TAKE-HEADER-EXIT
002820         GO TO 2000-NEXT-GL
002830     END-IF.
002840     IF GL-REC (1:2) = 'T;'
002850         PERFORM 2600-TAKE-TRAILER THRU 2600-TAKE-TRAILER-EXIT
002860         GO TO 2000-NEXT-GL
002870     END-IF.
002880     MOVE 'Y' TO WS-MISMATCH-SWITCH.
002890     DISPLAY 'VATSUMMARY - UNKNOWN GLINTF RECORD TYPE - '
002900             GL-REC (1:20).
002910 2000-NEXT-GL.
002920     PERFORM 2100-READ-GL THRU 2100-READ-GL-EXIT.
002930 2000-SCAN-GL-REC-EXIT.
002940     EXIT.
002950*--------------------------------------------------------------*
002960* 2100-READ-GL - READ THE NEXT GLINTF RECORD                    *
002970*--------------------------------------------------------------*
002980 2100-READ-GL.
002990     READ GL-FILE
003000         AT END
003010             MOVE 'Y' TO WS-GL-EOF-SWITCH
003020     END-READ.
003030     IF WS-GL-STATUS NOT = '00' AND WS-GL-STATUS NOT = '10'
003040         MOVE 'GLINTF  ' TO WS-ABEND-FILE-ID
003050         MOVE WS-GL-STATUS TO WS-ABEND-STATUS
003060         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003070     END-IF.
003080 2100-READ-GL-EXIT.
003090     EXIT.
003100*--------------------------------------------------------------*
003110* 2200-TAKE-HEADER - COUNT THE FILE AND WIDEN THE PERIOD        *
003120* COVERED TO TAKE IN ITS CYCLE DATE. THE DATE MUST FALL IN THE  *
003122* CARD'S PERIOD AND NOT BE ON AN EARLIER HEADER - A FILE FROM   *
003124* ANOTHER MONTH, OR A RERUN'S SECOND GENERATION FOR THE SAME    *
003126* CYCLE, WOULD STILL TIE TO ITS OWN TRAILER AND MIS-STATE THE   *
003128* RETURN.                                                       *
003130*--------------------------------------------------------------*
003140 2200-TAKE-HEADER.
003150     ADD 1 TO WS-HDR-CT.
003160     MOVE SPACES TO WS-UF-TYPE WS-UF-DATE.
003170     UNSTRING GL-REC DELIMITED BY ';'
003180         INTO WS-UF-TYPE WS-UF-DATE
003190     END-UNSTRING.
003200     IF WS-UF-DATE (1:6) NOT NUMERIC
003210         GO TO 2200-OUTSIDE-PERIOD
003220     END-IF.
003230     IF WS-UF-DATE (1:6) < WS-FROM-DATE
003240         MOVE WS-UF-DATE (1:6) TO WS-FROM-DATE
003250     END-IF.
003260     IF WS-UF-DATE (1:6) > WS-TO-DATE
003270         MOVE WS-UF-DATE (1:6) TO WS-TO-DATE
003280     END-IF.
003281     IF WS-UF-DATE (1:4) NOT = WS-PERIOD-X
003282          OR WS-UF-DATE (5:2) < '01'
003283          OR WS-UF-DATE (5:2) > '31'
003284         GO TO 2200-OUTSIDE-PERIOD
003285     END-IF.
003286     MOVE 'N' TO WS-SEEN-FOUND-SWITCH.
003287     PERFORM 2210-MATCH-SEEN-DATE
003288         THRU 2210-MATCH-SEEN-DATE-EXIT
003289         VARYING WS-SEEN-IX FROM 1 BY 1
003290         UNTIL SEEN-DATE-FOUND
003291            OR WS-SEEN-IX > WS-SEEN-ENTRY-CT.
003292     IF SEEN-DATE-FOUND
003293         ADD 1 TO WS-REPEAT-DATE-CT
003294         MOVE 'Y' TO WS-PERIOD-BAD-SWITCH
003295         DISPLAY 'VATSUMMARY - CYCLE DATE ON MORE THAN ONE '
003296                 'GLINTF HEADER - ' WS-UF-DATE (1:6)
003297         GO TO 2200-TAKE-HEADER-EXIT
003298     END-IF.
003299     ADD 1 TO WS-SEEN-ENTRY-CT.
003300     MOVE WS-UF-DATE (1:6) TO WS-SEEN-DATE (WS-SEEN-ENTRY-CT).
003301     GO TO 2200-TAKE-HEADER-EXIT.
003302 2200-OUTSIDE-PERIOD.
003303     ADD 1 TO WS-OUT-PERIOD-CT.
003304     MOVE 'Y' TO WS-PERIOD-BAD-SWITCH.
003305     DISPLAY 'VATSUMMARY - GLINTF HEADER NOT IN PERIOD '
003306             WS-PERIOD-X ' - ' GL-REC (1:20).
003307 2200-TAKE-HEADER-EXIT.
003308     EXIT.
003309*--------------------------------------------------------------*
003310* 2210-MATCH-SEEN-DATE - THE HEADER'S CYCLE DATE WAS ALREADY    *
003311* TAKEN FROM AN EARLIER FILE                                    *
003312*--------------------------------------------------------------*
003313 2210-MATCH-SEEN-DATE.
003314     IF WS-SEEN-DATE (WS-SEEN-IX) = WS-UF-DATE (1:6)
003315         MOVE 'Y' TO WS-SEEN-FOUND-SWITCH
003316     END-IF.
003317 2210-MATCH-SEEN-DATE-EXIT.
003318     EXIT.
003319*--------------------------------------------------------------*
003320* 2300-TAKE-DETAIL - PICK NET, CATEGORY, RATE, VAT AND GROSS    *
003330* OFF THE RIGHT-HAND END OF ONE DETAIL LINE AND ADD THEM TO THE *
003340* MONTH AND TO THE LINE'S CATEGORY/RATE ENTRY. A LINE THAT      *
003350* WILL NOT PARSE IS COUNTED AND LISTED ON THE JOB LOG, NOT      *
003360* SUMMARISED.                                                   *
003370*--------------------------------------------------------------*
003380 2300-TAKE-DETAIL.
003390     ADD 1 TO WS-DTL-CT.
003400     MOVE 'N' TO WS-DTL-BAD-SWITCH.
003410     MOVE ZERO TO WS-REC-END.
003420     PERFORM 2310-FIND-REC-END THRU 2310-FIND-REC-END-EXIT
003430         VARYING WS-SCAN-IX FROM 120 BY -1
003440         UNTIL WS-SCAN-IX < 1
003450            OR WS-REC-END > ZERO.
003460     MOVE ZERO TO WS-SEMI-CT.
003470     PERFORM 2320-FIND-SEMICOLON THRU 2320-FIND-SEMICOLON-EXIT
003480         VARYING WS-SCAN-IX FROM WS-REC-END BY -1
003490         UNTIL WS-SCAN-IX < 1
003500            OR WS-SEMI-CT = 5.
003510     IF WS-SEMI-CT < 5
003520         MOVE 'Y' TO WS-DTL-BAD-SWITCH
003530         GO TO 2300-CHECK-DETAIL
003540     END-IF.
003550*    GROSS - AFTER THE LAST SEMICOLON TO THE END OF THE LINE.
003560     COMPUTE WS-FLD-START = WS-SEMI-POS (1) + 1.
003570     MOVE WS-REC-END TO WS-FLD-END.
003580     PERFORM 2350-PICK-AMOUNT THRU 2350-PICK-AMOUNT-EXIT.
003590     MOVE WS-PARSE-AMT TO WS-DTL-GROSS.
003600*    VAT.
003610     COMPUTE WS-FLD-START = WS-SEMI-POS (2) + 1.
003620     COMPUTE WS-FLD-END   = WS-SEMI-POS (1) - 1.
003630     PERFORM 2350-PICK-AMOUNT THRU 2350-PICK-AMOUNT-EXIT.
003640     MOVE WS-PARSE-AMT TO WS-DTL-VAT.
003650*    RATE - FIXED WIDTH 99,99, PARSED AS AN AMOUNT.
003660     COMPUTE WS-FLD-START = WS-SEMI-POS (3) + 1.
003670     COMPUTE WS-FLD-END   = WS-SEMI-POS (2) - 1.
003680     PERFORM 2350-PICK-AMOUNT THRU 2350-PICK-AMOUNT-EXIT.
003690     IF WS-PARSE-AMT < ZERO OR WS-PARSE-AMT > 99,99
003700         MOVE 'Y' TO WS-DTL-BAD-SWITCH
003710     ELSE
003720         MOVE WS-PARSE-AMT TO WS-DTL-RATE
003730     END-IF.
003740*    CATEGORY - EXACTLY ONE CHARACTER.
003750     IF WS-SEMI-POS (3) - WS-SEMI-POS (4) NOT = 2
003760         MOVE 'Y' TO WS-DTL-BAD-SWITCH
003770     ELSE
003780         COMPUTE WS-FLD-START = WS-SEMI-POS (4) + 1
003790         MOVE GL-REC (WS-FLD-START:1) TO WS-DTL-CATEGORY
003800     END-IF.
003810*    NET.
003820     COMPUTE WS-FLD-START = WS-SEMI-POS (5) + 1.
003830     COMPUTE WS-FLD-END   = WS-SEMI-POS (4) - 1.
003840     PERFORM 2350-PICK-AMOUNT THRU 2350-PICK-AMOUNT-EXIT.
003850     MOVE WS-PARSE-AMT TO WS-DTL-NET.
003860 2300-CHECK-DETAIL.
003870     IF DETAIL-UNREADABLE
003880         ADD 1 TO WS-BAD-DTL-CT
003890         MOVE 'Y' TO WS-MISMATCH-SWITCH
003900         DISPLAY 'VATSUMMARY - GLINTF DETAIL UNREADABLE - '
003910                 GL-REC (1:60)
003920         GO TO 2300-TAKE-DETAIL-EXIT
003930     END-IF.
003940     ADD WS-DTL-NET   TO WS-TOT-NET.
003950     ADD WS-DTL-VAT   TO WS-TOT-VAT.
003960     ADD WS-DTL-GROSS TO WS-TOT-GROSS.
003970     PERFORM 2400-FIND-SUM-ENTRY THRU 2400-FIND-SUM-ENTRY-EXIT.
003980     ADD 1            TO WS-SM-COUNT (WS-SUM-IX).
003990     ADD WS-DTL-NET   TO WS-SM-NET (WS-SUM-IX).
004000     ADD WS-DTL-VAT   TO WS-SM-VAT (WS-SUM-IX).
004010     ADD WS-DTL-GROSS TO WS-SM-GROSS (WS-SUM-IX).
004020 2300-TAKE-DETAIL-EXIT.
004030     EXIT.
004040*--------------------------------------------------------------*
004050* 2310-FIND-REC-END - THE LAST NON-BLANK POSITION ON THE LINE   *
004060*--------------------------------------------------------------*
004070 2310-FIND-REC-END.
004080     IF GL-REC (WS-SCAN-IX:1) NOT = SPACE
004090         MOVE WS-SCAN-IX TO WS-REC-END
004100     END-IF.
004110 2310-FIND-REC-END-EXIT.
004120     EXIT.
004130*--------------------------------------------------------------*
004140* 2320-FIND-SEMICOLON - NOTE ONE MORE SEMICOLON, WORKING LEFT   *
004150*--------------------------------------------------------------*
004160 2320-FIND-SEMICOLON.
004170     IF GL-REC (WS-SCAN-IX:1) = ';'
004180         ADD 1 TO WS-SEMI-CT
004190         MOVE WS-SCAN-IX TO WS-SEMI-POS (WS-SEMI-CT)
004200     END-IF.
004210 2320-FIND-SEMICOLON-EXIT.
004220     EXIT.
004230*--------------------------------------------------------------*
004240* 2350-PICK-AMOUNT - PARSE THE AMOUNT BETWEEN WS-FLD-START AND  *
004250* WS-FLD-END. AN EMPTY, OVERLONG OR NON-NUMERIC FIELD MARKS     *
004260* THE DETAIL UNREADABLE.                                        *
004270*--------------------------------------------------------------*
004280 2350-PICK-AMOUNT.
004290     MOVE ZERO TO WS-PARSE-AMT.
004300     COMPUTE WS-FLD-LEN = WS-FLD-END - WS-FLD-START + 1.
004310     IF WS-FLD-LEN < 1 OR WS-FLD-LEN > 16
004320         MOVE 'Y' TO WS-DTL-BAD-SWITCH
004330         GO TO 2350-PICK-AMOUNT-EXIT
004340     END-IF.
004350     MOVE SPACES TO WS-PARSE-FIELD.
004360     MOVE GL-REC (WS-FLD-START:WS-FLD-LEN) TO WS-PARSE-FIELD.
004370     PERFORM 8100-PARSE-AMOUNT THRU 8100-PARSE-AMOUNT-EXIT.
004380     IF PARSE-FAILED
004390         MOVE 'Y' TO WS-DTL-BAD-SWITCH
004400     END-IF.
004410 2350-PICK-AMOUNT-EXIT.
004420     EXIT.
004430*--------------------------------------------------------------*
004440* 2400-FIND-SUM-ENTRY - POINT WS-SUM-IX AT THE DETAIL'S         *
004450* CATEGORY/RATE ENTRY, OPENING ONE IN ITS SORTED PLACE IF THIS  *
004460* IS THE FIRST DETAIL FOR THE PAIR. A TABLE GROWN PAST          *
004470* WS-SUM-ENTRY-MAX STOPS THE RUN RATHER THAN MIS-STATE THE      *
004480* RETURN.                                                       *
004490*--------------------------------------------------------------*
004500 2400-FIND-SUM-ENTRY.
004510     MOVE 'N' TO WS-SUM-FOUND-SWITCH.
004520     MOVE 'N' TO WS-SUM-PLACED-SWITCH.
004530     PERFORM 2410-COMPARE-SUM-ENTRY
004540         THRU 2410-COMPARE-SUM-ENTRY-EXIT
004550         VARYING WS-SUM-IX FROM 1 BY 1
004560         UNTIL SUM-ENTRY-FOUND
004570            OR SUM-ENTRY-PLACED
004580            OR WS-SUM-IX > WS-SUM-ENTRY-CT.
004590     IF SUM-ENTRY-FOUND OR SUM-ENTRY-PLACED
004600         SUBTRACT 1 FROM WS-SUM-IX
004610     END-IF.
004620     IF SUM-ENTRY-FOUND
004630         GO TO 2400-FIND-SUM-ENTRY-EXIT
004640     END-IF.
004650     IF WS-SUM-ENTRY-CT >= WS-SUM-ENTRY-MAX
004660         MOVE 'SUMTBL  ' TO WS-ABEND-FILE-ID
004670         MOVE 'FU'       TO WS-ABEND-STATUS
004680         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004690     END-IF.
004700*    MOVE EVERY ENTRY FROM THE INSERT POINT DOWN ONE SLOT,
004710*    LAST FIRST, AND OPEN THE NEW ENTRY IN THE GAP.
004720     ADD 1 TO WS-SUM-ENTRY-CT.
004730     PERFORM 2420-SHIFT-SUM-ENTRY
004740         THRU 2420-SHIFT-SUM-ENTRY-EXIT
004750         VARYING WS-SHIFT-IX FROM WS-SUM-ENTRY-CT BY -1
004760         UNTIL WS-SHIFT-IX <= WS-SUM-IX.
004770     MOVE WS-DTL-CATEGORY TO WS-SM-CATEGORY (WS-SUM-IX).
004780     MOVE WS-DTL-RATE     TO WS-SM-RATE (WS-SUM-IX).
004790     MOVE ZERO            TO WS-SM-COUNT (WS-SUM-IX).
004800     MOVE ZERO            TO WS-SM-NET (WS-SUM-IX).
004810     MOVE ZERO            TO WS-SM-VAT (WS-SUM-IX).
004820     MOVE ZERO            TO WS-SM-GROSS (WS-SUM-IX).
004830 2400-FIND-SUM-ENTRY-EXIT.
004840     EXIT.
004850*--------------------------------------------------------------*
004860* 2410-COMPARE-SUM-ENTRY - THE ENTRY MATCHES, OR IS THE FIRST   *
004870* ONE THAT SORTS AFTER THE DETAIL'S CATEGORY/RATE (THE INSERT   *
004880* POINT)                                                        *
004890*--------------------------------------------------------------*
004900 2410-COMPARE-SUM-ENTRY.
004910     IF WS-SM-CATEGORY (WS-SUM-IX) = WS-DTL-CATEGORY
004920          AND WS-SM-RATE (WS-SUM-IX) = WS-DTL-RATE
004930         MOVE 'Y' TO WS-SUM-FOUND-SWITCH
004940         GO TO 2410-COMPARE-SUM-ENTRY-EXIT
004950     END-IF.
004960     IF WS-SM-CATEGORY (WS-SUM-IX) > WS-DTL-CATEGORY
004970         MOVE 'Y' TO WS-SUM-PLACED-SWITCH
004980         GO TO 2410-COMPARE-SUM-ENTRY-EXIT
004990     END-IF.
005000     IF WS-SM-CATEGORY (WS-SUM-IX) = WS-DTL-CATEGORY
005010          AND WS-SM-RATE (WS-SUM-IX) > WS-DTL-RATE
005020         MOVE 'Y' TO WS-SUM-PLACED-SWITCH
005030     END-IF.
005040 2410-COMPARE-SUM-ENTRY-EXIT.
005050     EXIT.
005060*--------------------------------------------------------------*
005070* 2420-SHIFT-SUM-ENTRY - MOVE ONE ENTRY DOWN A SLOT             *
005080*--------------------------------------------------------------*
005090 2420-SHIFT-SUM-ENTRY.
005100     MOVE WS-SUM-ENTRY (WS-SHIFT-IX - 1)
005110       TO WS-SUM-ENTRY (WS-SHIFT-IX).
005120 2420-SHIFT-SUM-ENTRY-EXIT.
005130     EXIT.
005140*--------------------------------------------------------------*
005150* 2600-TAKE-TRAILER - ADD ONE FILE'S TRAILER COUNT, NET, VAT    *
005160* AND GROSS TO THE FIGURES THE DETAILS MUST PROVE BACK TO       *
005170*--------------------------------------------------------------*
005180 2600-TAKE-TRAILER.
005190     ADD 1 TO WS-TRL-CT.
005200     MOVE SPACES TO WS-UF-TYPE WS-UF-DATE WS-UF-COUNT
005210                    WS-UF-NET WS-UF-VAT WS-UF-GROSS.
005220     UNSTRING GL-REC DELIMITED BY ';'
005230         INTO WS-UF-TYPE WS-UF-DATE WS-UF-COUNT
005240              WS-UF-NET WS-UF-VAT WS-UF-GROSS
005250     END-UNSTRING.
005260     MOVE WS-UF-COUNT TO WS-PARSE-FIELD.
005270     PERFORM 8000-PARSE-COUNT THRU 8000-PARSE-COUNT-EXIT.
005280*    EACH PARSE RESETS THE ERROR SWITCH AT ENTRY, SO ITS
005290*    VERDICT IS TESTED BEFORE THE NEXT PARSE CAN WIPE IT.
005300     IF PARSE-FAILED
005310         GO TO 2600-BAD-TRAILER
005320     END-IF.
005330     ADD WS-PARSE-COUNT TO WS-TRL-COUNT.
005340     MOVE WS-UF-NET TO WS-PARSE-FIELD.
005350     PERFORM 8100-PARSE-AMOUNT THRU 8100-PARSE-AMOUNT-EXIT.
005360     IF PARSE-FAILED
005370         GO TO 2600-BAD-TRAILER
005380     END-IF.
005390     ADD WS-PARSE-AMT TO WS-TRL-NET.
005400     MOVE WS-UF-VAT TO WS-PARSE-FIELD.
005410     PERFORM 8100-PARSE-AMOUNT THRU 8100-PARSE-AMOUNT-EXIT.
005420     IF PARSE-FAILED OR WS-UF-VAT = SPACES
005430         GO TO 2600-BAD-TRAILER
005440     END-IF.
005450     ADD WS-PARSE-AMT TO WS-TRL-VAT.
005460     MOVE WS-UF-GROSS TO WS-PARSE-FIELD.
005470     PERFORM 8100-PARSE-AMOUNT THRU 8100-PARSE-AMOUNT-EXIT.
005480     IF PARSE-FAILED OR WS-UF-GROSS = SPACES
005490         GO TO 2600-BAD-TRAILER
005500     END-IF.
005510     ADD WS-PARSE-AMT TO WS-TRL-GROSS.
005520     GO TO 2600-TAKE-TRAILER-EXIT.
005530 2600-BAD-TRAILER.
005540     MOVE 'Y' TO WS-MISMATCH-SWITCH.
005550     DISPLAY 'VATSUMMARY - GLINTF TRAILER UNREADABLE - '
005560             GL-REC (1:60).
005570 2600-TAKE-TRAILER-EXIT.
005580     EXIT.
005590*--------------------------------------------------------------*
005600* 3000-PRINT-SUMMARY - THE PERIOD COVERED, ONE LINE PER VAT     *
005610* CATEGORY AND RATE, AND THE MONTH TOTAL                        *
005620*--------------------------------------------------------------*
005630 3000-PRINT-SUMMARY.
005640     MOVE 'VAT SUMMARY BY CATEGORY AND RATE' TO WS-SECTION-TITLE.
005650     MOVE WS-MAX-LINES TO WS-LINE-CT.
005660     IF WS-HDR-CT = ZERO
005670         MOVE ZERO TO WS-FROM-DATE
005680     END-IF.
005690     MOVE WS-FROM-DATE TO PRD-FROM-DATE.
005700     MOVE WS-TO-DATE   TO PRD-TO-DATE.
005705     MOVE WS-PERIOD-X  TO PRD-PERIOD.
005710     MOVE WS-PERIOD-LINE TO WS-PRINT-LINE.
005720     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005730     MOVE SPACES TO WS-PRINT-LINE.
005740     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005750     PERFORM 3100-PRINT-SUM-LINE THRU 3100-PRINT-SUM-LINE-EXIT
005760         VARYING WS-SUM-IX FROM 1 BY 1
005770         UNTIL WS-SUM-IX > WS-SUM-ENTRY-CT.
005780     MOVE SPACES TO WS-PRINT-LINE.
005790     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005800     MOVE 'MONTH TOTAL'  TO TOT-LABEL.
005810     COMPUTE TOT-COUNT = WS-DTL-CT - WS-BAD-DTL-CT.
005820     MOVE WS-TOT-NET     TO TOT-NET.
005830     MOVE WS-TOT-VAT     TO TOT-VAT.
005840     MOVE WS-TOT-GROSS   TO TOT-GROSS.
005850     MOVE WS-TOTAL-LINE  TO WS-PRINT-LINE.
005860     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005870 3000-PRINT-SUMMARY-EXIT.
005880     EXIT.
005890*--------------------------------------------------------------*
005900* 3100-PRINT-SUM-LINE - ONE CATEGORY/RATE LINE                  *
005910*--------------------------------------------------------------*
005920 3100-PRINT-SUM-LINE.
005930     MOVE WS-SM-CATEGORY (WS-SUM-IX) TO SML-CATEGORY.
005940     MOVE WS-SM-RATE (WS-SUM-IX)     TO SML-RATE.
005950     MOVE WS-SM-COUNT (WS-SUM-IX)    TO SML-COUNT.
005960     MOVE WS-SM-NET (WS-SUM-IX)      TO SML-NET.
005970     MOVE WS-SM-VAT (WS-SUM-IX)      TO SML-VAT.
005980     MOVE WS-SM-GROSS (WS-SUM-IX)    TO SML-GROSS.
005990     MOVE WS-SUM-LINE TO WS-PRINT-LINE.
006000     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
006010 3100-PRINT-SUM-LINE-EXIT.
006020     EXIT.
006030*--------------------------------------------------------------*
006040* 4000-RECONCILE - PROVE THE DETAIL LINES BACK TO THE TRAILERS  *
006050* THE GL WAS SENT, AND NET PLUS VAT BACK TO GROSS. EVERY CHECK  *
006060* GOES TO THE REPORT, PASS OR FAIL.                             *
006070*--------------------------------------------------------------*
006080 4000-RECONCILE.
006090     MOVE 'RECONCILIATION - DETAILS VS TRAILERS'
006100         TO WS-SECTION-TITLE.
006110     MOVE WS-MAX-LINES TO WS-LINE-CT.
006120     IF WS-TRL-CT = ZERO
006130         MOVE 'Y' TO WS-MISMATCH-SWITCH
006140         DISPLAY 'VATSUMMARY - NO GLINTF TRAILER READ'
006150     END-IF.
006160     MOVE SPACES TO WS-CHECK-LINE.
006170     MOVE 'GL FILES - HEADERS' TO CHK-LABEL.
006180     MOVE WS-HDR-CT TO CHK-COUNT.
006190     PERFORM 7500-WRITE-CHECK-LINE
006200         THRU 7500-WRITE-CHECK-LINE-EXIT.
006210     MOVE SPACES TO WS-CHECK-LINE.
006220     MOVE 'GL FILES - TRAILERS' TO CHK-LABEL.
006230     MOVE WS-TRL-CT TO CHK-COUNT.
006240     IF WS-TRL-CT = WS-HDR-CT
006250         MOVE 'EVERY FILE COMPLETE' TO CHK-VERDICT
006260     ELSE
006270         MOVE '*** FILE INCOMPLETE' TO CHK-VERDICT
006280         MOVE 'Y' TO WS-MISMATCH-SWITCH
006290     END-IF.
006300     PERFORM 7500-WRITE-CHECK-LINE
006310         THRU 7500-WRITE-CHECK-LINE-EXIT.
006311     MOVE SPACES TO WS-CHECK-LINE.
006312     MOVE 'GL FILES - OUTSIDE THE PERIOD' TO CHK-LABEL.
006313     MOVE WS-OUT-PERIOD-CT TO CHK-COUNT.
006314     IF WS-OUT-PERIOD-CT > ZERO
006315         MOVE '*** NOT IN PERIOD' TO CHK-VERDICT
006316     ELSE
006317         MOVE 'ALL IN PERIOD' TO CHK-VERDICT
006318     END-IF.
006319     PERFORM 7500-WRITE-CHECK-LINE
006320         THRU 7500-WRITE-CHECK-LINE-EXIT.
006321     MOVE SPACES TO WS-CHECK-LINE.
006322     MOVE 'GL FILES - CYCLE DATE REPEATED' TO CHK-LABEL.
006323     MOVE WS-REPEAT-DATE-CT TO CHK-COUNT.
006324     IF WS-REPEAT-DATE-CT > ZERO
006325         MOVE '*** SUMMED TWICE' TO CHK-VERDICT
006326     ELSE
006327         MOVE 'NONE REPEATED' TO CHK-VERDICT
006328     END-IF.
006329     PERFORM 7500-WRITE-CHECK-LINE
006330         THRU 7500-WRITE-CHECK-LINE-EXIT.
006331     MOVE SPACES TO WS-CHECK-LINE.
006332     MOVE 'UNREADABLE DETAIL LINES' TO CHK-LABEL.
006340     MOVE WS-BAD-DTL-CT TO CHK-COUNT.
006350     IF WS-BAD-DTL-CT > ZERO
006360         MOVE '*** NOT SUMMARISED' TO CHK-VERDICT
006370     END-IF.
006380     PERFORM 7500-WRITE-CHECK-LINE
006390         THRU 7500-WRITE-CHECK-LINE-EXIT.
006400     MOVE SPACES TO WS-CHECK-LINE.
006410     MOVE 'DETAILS / NET - DETAIL LINES' TO CHK-LABEL.
006420     MOVE WS-DTL-CT TO CHK-COUNT.
006430     MOVE WS-TOT-NET TO CHK-AMOUNT.
006440     PERFORM 7500-WRITE-CHECK-LINE
006450         THRU 7500-WRITE-CHECK-LINE-EXIT.
006460     MOVE SPACES TO WS-CHECK-LINE.
006470     MOVE 'DETAILS / NET - TRAILERS' TO CHK-LABEL.
006480     MOVE WS-TRL-COUNT TO CHK-COUNT.
006490     MOVE WS-TRL-NET TO CHK-AMOUNT.
006500     IF WS-TRL-COUNT = WS-DTL-CT
006510          AND WS-TRL-NET = WS-TOT-NET
006520         MOVE 'TIES TO DETAILS' TO CHK-VERDICT
006530     ELSE
006540         MOVE '*** OUT OF BALANCE' TO CHK-VERDICT
006550         MOVE 'Y' TO WS-MISMATCH-SWITCH
006560     END-IF.
006570     PERFORM 7500-WRITE-CHECK-LINE
006580         THRU 7500-WRITE-CHECK-LINE-EXIT.
006590     MOVE SPACES TO WS-CHECK-LINE.
006600     MOVE 'VAT - DETAIL LINES' TO CHK-LABEL.
006610     MOVE WS-TOT-VAT TO CHK-AMOUNT.
006620     PERFORM 7500-WRITE-CHECK-LINE
006630         THRU 7500-WRITE-CHECK-LINE-EXIT.
006640     MOVE SPACES TO WS-CHECK-LINE.
006650     MOVE 'VAT - TRAILERS' TO CHK-LABEL.
006660     MOVE WS-TRL-VAT TO CHK-AMOUNT.
006670     IF WS-TRL-VAT = WS-TOT-VAT
006680         MOVE 'TIES TO DETAILS' TO CHK-VERDICT
006690     ELSE
006700         MOVE '*** OUT OF BALANCE' TO CHK-VERDICT
006710         MOVE 'Y' TO WS-MISMATCH-SWITCH
006720     END-IF.
006730     PERFORM 7500-WRITE-CHECK-LINE
006740         THRU 7500-WRITE-CHECK-LINE-EXIT.
006750     MOVE SPACES TO WS-CHECK-LINE.
006760     MOVE 'GROSS - DETAIL LINES' TO CHK-LABEL.
006770     MOVE WS-TOT-GROSS TO CHK-AMOUNT.
006780     PERFORM 7500-WRITE-CHECK-LINE
006790         THRU 7500-WRITE-CHECK-LINE-EXIT.
006800     MOVE SPACES TO WS-CHECK-LINE.
006810     MOVE 'GROSS - TRAILERS' TO CHK-LABEL.
006820     MOVE WS-TRL-GROSS TO CHK-AMOUNT.
006830     IF WS-TRL-GROSS = WS-TOT-GROSS
006840         MOVE 'TIES TO DETAILS' TO CHK-VERDICT
006850     ELSE
006860         MOVE '*** OUT OF BALANCE' TO CHK-VERDICT
006870         MOVE 'Y' TO WS-MISMATCH-SWITCH
006880     END-IF.
006890     PERFORM 7500-WRITE-CHECK-LINE
006900         THRU 7500-WRITE-CHECK-LINE-EXIT.
006910     COMPUTE WS-NET-PLUS-VAT = WS-TOT-NET + WS-TOT-VAT.
006920     MOVE SPACES TO WS-CHECK-LINE.
006930     MOVE 'NET PLUS VAT' TO CHK-LABEL.
006940     MOVE WS-NET-PLUS-VAT TO CHK-AMOUNT.
006950     IF WS-NET-PLUS-VAT = WS-TOT-GROSS
006960         MOVE 'EQUALS GROSS' TO CHK-VERDICT
006970     ELSE
006980         MOVE '*** NOT GROSS' TO CHK-VERDICT
006990         MOVE 'Y' TO WS-MISMATCH-SWITCH
007000     END-IF.
007010     PERFORM 7500-WRITE-CHECK-LINE
007020         THRU 7500-WRITE-CHECK-LINE-EXIT.
007030 4000-RECONCILE-EXIT.
007040     EXIT.
007050*--------------------------------------------------------------*
007060* 7000-WRITE-LINE - COMMON REPORT WRITER. ROLLS TO A NEW PAGE   *
007070* WHEN THE CURRENT PAGE IS FULL. THE LINE TO PRINT IS ALWAYS    *
007080* STAGED IN WS-PRINT-LINE.                                      *
007090*--------------------------------------------------------------*
007100 7000-WRITE-LINE.
007110     IF WS-LINE-CT >= WS-MAX-LINES
007120         PERFORM 7100-WRITE-HEADINGS
007130             THRU 7100-WRITE-HEADINGS-EXIT
007140     END-IF.
007150     WRITE PRINT-REC FROM WS-PRINT-LINE
007160         AFTER ADVANCING 1 LINE.
007170     IF WS-PRINT-STATUS NOT = '00'
007180         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
007190         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
007200         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007210     END-IF.
007220     ADD 1 TO WS-LINE-CT.
007230 7000-WRITE-LINE-EXIT.
007240     EXIT.
007250*--------------------------------------------------------------*
007260* 7100-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN DATE,     *
007270* PAGE NUMBER AND CURRENT SECTION TITLE. THE SUMMARY SECTION    *
007280* ALSO GETS ITS COLUMN HEADINGS.                                *
007290*--------------------------------------------------------------*
007300 7100-WRITE-HEADINGS.
007310     ADD 1 TO WS-PAGE-NO.
007320     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
007330     MOVE WS-PAGE-NO  TO HDG1-PAGE-NO.
007340     WRITE PRINT-REC FROM WS-HEADING-1
007350         AFTER ADVANCING PAGE.
007360     IF WS-PRINT-STATUS NOT = '00'
007370         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
007380         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
007390         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007400     END-IF.
007410     MOVE WS-SECTION-TITLE TO HDG2-SECTION-TITLE.
007420     WRITE PRINT-REC FROM WS-HEADING-2
007430         AFTER ADVANCING 2 LINES.
007440     IF WS-PRINT-STATUS NOT = '00'
007450         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
007460         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
007470         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007480     END-IF.
007490     IF WS-SECTION-TITLE = 'VAT SUMMARY BY CATEGORY AND RATE'
007500         WRITE PRINT-REC FROM WS-HEADING-3
007510             AFTER ADVANCING 2 LINES
007520         IF WS-PRINT-STATUS NOT = '00'
007530             MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
007540             MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
007550             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007560         END-IF
007570     END-IF.
007580     MOVE ZERO TO WS-LINE-CT.
007590 7100-WRITE-HEADINGS-EXIT.
007600     EXIT.
007610*--------------------------------------------------------------*
007620* 7500-WRITE-CHECK-LINE - ONE RECONCILIATION LINE THROUGH THE   *
007630* COMMON WRITER                                                 *
007640*--------------------------------------------------------------*
007650 7500-WRITE-CHECK-LINE.
007660     MOVE WS-CHECK-LINE TO WS-PRINT-LINE.
007670     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
007680 7500-WRITE-CHECK-LINE-EXIT.
007690     EXIT.
007700*--------------------------------------------------------------*
007710* 8000-PARSE-COUNT - REBUILD A LEFT-ALIGNED UNSTRUNG COUNT      *
007720* FIELD INTO WS-PARSE-COUNT, DIGIT BY DIGIT                     *
007730*--------------------------------------------------------------*
007740 8000-PARSE-COUNT.
007750     MOVE ZERO TO WS-INT-WORK.
007760     MOVE 'N'  TO WS-PARSE-ERR-SWITCH.
007770     PERFORM 8050-PARSE-COUNT-CHAR
007780         THRU 8050-PARSE-COUNT-CHAR-EXIT
007790         VARYING WS-PARSE-IX FROM 1 BY 1
007800         UNTIL WS-PARSE-IX > 12.
007810     MOVE WS-INT-WORK TO WS-PARSE-COUNT.
007820 8000-PARSE-COUNT-EXIT.
007830     EXIT.
007840*--------------------------------------------------------------*
007850* 8050-PARSE-COUNT-CHAR - FOLD ONE CHARACTER INTO THE COUNT     *
007860*--------------------------------------------------------------*
007870 8050-PARSE-COUNT-CHAR.
007880     MOVE WS-PARSE-FIELD (WS-PARSE-IX:1) TO WS-PARSE-CHAR.
007890     IF WS-PARSE-CHAR = SPACE
007900         GO TO 8050-PARSE-COUNT-CHAR-EXIT
007910     END-IF.
007920     MOVE WS-PARSE-CHAR TO WS-DIGIT-X.
007930     IF WS-DIGIT-9 NOT NUMERIC
007940         MOVE 'Y' TO WS-PARSE-ERR-SWITCH
007950         GO TO 8050-PARSE-COUNT-CHAR-EXIT
007960     END-IF.
007970     COMPUTE WS-INT-WORK = WS-INT-WORK * 10 + WS-DIGIT-9.
007980 8050-PARSE-COUNT-CHAR-EXIT.
007990     EXIT.
008000*--------------------------------------------------------------*
008010* 8100-PARSE-AMOUNT - REBUILD A LEFT-ALIGNED COMMA-DECIMAL      *
008020* AMOUNT INTO WS-PARSE-AMT. THE COMMA STARTS THE TWO DECIMALS   *
008030* AND A TRAILING MINUS MAKES THE AMOUNT NEGATIVE - EXACTLY THE  *
008040* SHAPE GlExtract WRITES.                                       *
008050*--------------------------------------------------------------*
008060 8100-PARSE-AMOUNT.
008070     MOVE ZERO TO WS-INT-WORK.
008080     MOVE ZERO TO WS-DEC-WORK.
008090     MOVE ZERO TO WS-DEC-CT.
008100     MOVE 'N'  TO WS-DECIMAL-SWITCH.
008110     MOVE 'N'  TO WS-NEG-SWITCH.
008120     MOVE 'N'  TO WS-PARSE-ERR-SWITCH.
008130     PERFORM 8150-PARSE-AMOUNT-CHAR
008140         THRU 8150-PARSE-AMOUNT-CHAR-EXIT
008150         VARYING WS-PARSE-IX FROM 1 BY 1
008160         UNTIL WS-PARSE-IX > 16.
008170     IF WS-DEC-CT = 1
008180         COMPUTE WS-DEC-WORK = WS-DEC-WORK * 10
008190     END-IF.
008200     COMPUTE WS-PARSE-AMT =
008210         WS-INT-WORK + (WS-DEC-WORK / 100).
008220     IF AMOUNT-IS-NEGATIVE
008230         COMPUTE WS-PARSE-AMT = ZERO - WS-PARSE-AMT
008240     END-IF.
008250 8100-PARSE-AMOUNT-EXIT.
008260     EXIT.
008270*--------------------------------------------------------------*
008280* 8150-PARSE-AMOUNT-CHAR - FOLD ONE CHARACTER INTO THE AMOUNT   *
008290*--------------------------------------------------------------*
008300 8150-PARSE-AMOUNT-CHAR.
008310     MOVE WS-PARSE-FIELD (WS-PARSE-IX:1) TO WS-PARSE-CHAR.
008320     IF WS-PARSE-CHAR = SPACE
008330         GO TO 8150-PARSE-AMOUNT-CHAR-EXIT
008340     END-IF.
008350     IF WS-PARSE-CHAR = ','
008360         MOVE 'Y' TO WS-DECIMAL-SWITCH
008370         GO TO 8150-PARSE-AMOUNT-CHAR-EXIT
008380     END-IF.
008390     IF WS-PARSE-CHAR = '-'
008400         MOVE 'Y' TO WS-NEG-SWITCH
008410         GO TO 8150-PARSE-AMOUNT-CHAR-EXIT
008420     END-IF.
008430     MOVE WS-PARSE-CHAR TO WS-DIGIT-X.
008440     IF WS-DIGIT-9 NOT NUMERIC
008450         MOVE 'Y' TO WS-PARSE-ERR-SWITCH
008460         GO TO 8150-PARSE-AMOUNT-CHAR-EXIT
008470     END-IF.
008480     IF IN-THE-DECIMALS
008490         IF WS-DEC-CT < 2
008500             COMPUTE WS-DEC-WORK =
008510                 WS-DEC-WORK * 10 + WS-DIGIT-9
008520             ADD 1 TO WS-DEC-CT
008530         END-IF
008540     ELSE
008550         COMPUTE WS-INT-WORK = WS-INT-WORK * 10 + WS-DIGIT-9
008560     END-IF.
008570 8150-PARSE-AMOUNT-CHAR-EXIT.
008580     EXIT.
008590*--------------------------------------------------------------*
008600* 9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE. RC 8    *
008610* MEANS THE SUMMARY CANNOT BE USED FOR THE RETURN AS IT STANDS. *
008620*--------------------------------------------------------------*
008630 9000-TERMINATE.
008640     CLOSE GL-FILE
008650           PRINT-FILE.
008651     IF PERIOD-NOT-CLEAN
008652         DISPLAY 'VATSUMMARY - GLINTF FILES OUTSIDE PERIOD '
008653                 WS-PERIOD-X ' OR REPEATED - RC 8'
008654         MOVE 8 TO RETURN-CODE
008655     END-IF.
008660     MOVE WS-TOT-VAT TO CHK-AMOUNT.
008670     IF VAT-MISMATCH
008680         DISPLAY 'VATSUMMARY - DETAILS DO NOT TIE TO THE'
008690                 ' GLINTF TRAILERS - RC 8'
008700         MOVE 8 TO RETURN-CODE
008710     ELSE
008720         DISPLAY 'VATSUMMARY - ' WS-DTL-CT
008730                 ' DETAILS, VAT ' CHK-AMOUNT
008740                 ' - TIES TO THE GLINTF TRAILERS'
008750     END-IF.
008760 9000-TERMINATE-EXIT.
008770     EXIT.
008771*--------------------------------------------------------------*
008772* 9800-CONTROL-FAIL - THE CONTROL CARD IS MISSING OR BAD.       *
008773* NOTHING HAS BEEN READ OR PRINTED - STOP RC 16.                *
008774*--------------------------------------------------------------*
008775 9800-CONTROL-FAIL.
008776     DISPLAY 'VATSUMMARY - RUN REFUSED - ' WS-FAIL-REASON.
008777     MOVE 16 TO RETURN-CODE.
008778     GOBACK.
008779 9800-CONTROL-FAIL-EXIT.
008780     EXIT.
008781*--------------------------------------------------------------*
008790* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
008800* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
008810* RETURN CODE.                                                  *
008820*--------------------------------------------------------------*
008830 9900-ABEND.
008840     DISPLAY 'VATSUMMARY - FATAL I/O ERROR ON ' WS-ABEND-FILE-ID
008850             ' FILE STATUS = ' WS-ABEND-STATUS.
008860     MOVE 16 TO RETURN-CODE.
008870     GOBACK.
008880 9900-ABEND-EXIT.
008890     EXIT.
008900 END PROGRAM VatSummary.
