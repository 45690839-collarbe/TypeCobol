000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CalMaint.
000030 AUTHOR.         R MEEHAN.
000040 INSTALLATION.   DATA CENTER SERVICES.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                          *
000090*--------------------------------------------------------------*
000100*  DATE      INIT  DESCRIPTION                                  *
000110*  --------  ----  ----------------------------------------     *
000120*  10/15/26  RM    ORIGINAL CODING. BUILDS ONE YEAR OF THE      *
000130*                  BUSINESS CALENDAR (BUSCAL) FROM A DECK OF    *
000140*                  CARDS - THE YEAR, ITS HOLIDAYS AND ANY       *
000150*                  WEEKEND DAYS WORKED. MONDAY TO FRIDAY ARE    *
000160*                  BUSINESS DAYS UNLESS DECLARED A HOLIDAY; THE *
000170*                  LAST BUSINESS DAY OF EACH MONTH IS FLAGGED   *
000180*                  MONTH-END. EVERY DAY OF THE YEAR IS WRITTEN, *
000190*                  REPLACING ANY EARLIER BUILD, SO THE DECK     *
000200*                  MUST CARRY ALL OF THE YEAR'S HOLIDAYS EACH   *
000210*                  TIME. RC 4 MEANS ONE OR MORE CARDS WERE      *
000220*                  REJECTED.                                    *
000230*--------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CARD-FILE               ASSIGN TO CALTRAN
000310             FILE STATUS IS WS-CARD-STATUS.
000320     SELECT CALENDAR-FILE           ASSIGN TO BUSCAL
000330             ORGANIZATION IS INDEXED
000340             ACCESS MODE IS RANDOM
000350             RECORD KEY IS BCL-DATE
000360             FILE STATUS IS WS-BUSCAL-STATUS.
000370     SELECT PRINT-FILE              ASSIGN TO PRTFILE
000380             FILE STATUS IS WS-PRINT-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410*--------------------------------------------------------------*
000420* CARD-FILE - ONE CALENDAR CARD PER 80-BYTE RECORD. THE FIRST   *
000430* CARD MUST BE THE YEAR CARD:                                   *
000440*   Y  COL 2-3  YEAR (YY)                                       *
000450* FOLLOWED BY ANY NUMBER OF                                     *
000460*   H  COL 2-7  DATE (YYMMDD) COL 8-27 DESCRIPTION - A HOLIDAY  *
000470*   B  COL 2-7  DATE (YYMMDD) COL 8-27 DESCRIPTION - A WEEKEND  *
000480*               DAY THAT IS WORKED AS A BUSINESS DAY            *
000490*--------------------------------------------------------------*
000500 FD  CARD-FILE
000510     LABEL RECORDS ARE STANDARD
000520     RECORD CONTAINS 80 CHARACTERS
000530     DATA RECORD IS CAL-CARD.
000540 01  CAL-CARD.
000550     05  CRD-ACTION              PIC X(01).
000560         88  CRD-YEAR-CARD           VALUE 'Y'.
000570         88  CRD-HOLIDAY-CARD        VALUE 'H'.
000580         88  CRD-WORK-DAY-CARD       VALUE 'B'.
000590     05  CRD-DATE                PIC 9(06).
000600     05  CRD-DATE-X              REDEFINES CRD-DATE
000610                                 PIC X(06).
000620     05  CRD-YEAR-VIEW           REDEFINES CRD-DATE.
000630         10  CRD-YEAR-YY             PIC 9(02).
000640         10  FILLER                  PIC X(04).
000650     05  CRD-DESCRIPTION         PIC X(20).
000660     05  FILLER                  PIC X(53).
000670*--------------------------------------------------------------*
000680* CALENDAR-FILE - BUSINESS CALENDAR, ONE RECORD PER DAY         *
000690*--------------------------------------------------------------*
000700 FD  CALENDAR-FILE
000710     RECORD CONTAINS 40 CHARACTERS
000720     DATA RECORD IS BUSINESS-CALENDAR-REC.
000730     COPY BUSCAL.
000740*--------------------------------------------------------------*
000750* PRINT-FILE - HEADED, PAGED CARD AND MONTH LISTING             *
000760*--------------------------------------------------------------*
000770 FD  PRINT-FILE
000780     LABEL RECORDS OMITTED
000790     RECORD CONTAINS 132 CHARACTERS
000800     DATA RECORD IS PRINT-REC.
000810 01  PRINT-REC                   PIC X(132).
000820 WORKING-STORAGE SECTION.
000830*--------------------------------------------------------------*
000840* THE YEAR BEING BUILT, ONE ENTRY PER DAY IN DATE ORDER         *
000850*--------------------------------------------------------------*
000860 77  WS-YEAR-YY                  PIC 9(02).
000870 77  WS-YEAR-DAYS                PIC 9(04) COMP.
000880 77  WS-DAY-IX                   PIC 9(04) COMP.
000890 77  WS-FOUND-IX                 PIC 9(04) COMP.
000900 01  WS-YEAR-TABLE.
000910     05  WS-DAY-ENTRY            OCCURS 366 TIMES.
000920         10  WS-DAY-DATE             PIC 9(06).
000930         10  WS-DAY-TYPE             PIC X(01).
000940             88  DAY-IS-BUSINESS         VALUE 'B'.
000950             88  DAY-IS-HOLIDAY          VALUE 'H'.
000960             88  DAY-IS-WEEKEND          VALUE 'W'.
000970         10  WS-DAY-MONTH-END        PIC X(01).
000980         10  WS-DAY-OF-WEEK          PIC 9(01).
000990         10  WS-DAY-DESCRIPTION      PIC X(20).
001000*--------------------------------------------------------------*
001010* DATE ARITHMETIC. DAYS IN EACH MONTH (FEBRUARY ADJUSTED FOR A  *
001020* LEAP YEAR), AND THE DAY OF THE WEEK OF 1 JANUARY WORKED OUT   *
001030* FROM THE DAYS SINCE 1 JANUARY 2000, A SATURDAY.               *
001040*--------------------------------------------------------------*
001050 01  WS-DIM-VALUES               PIC X(24)
001060             VALUE '312831303130313130313031'.
001070 01  WS-DIM-TABLE REDEFINES WS-DIM-VALUES.
001080     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
001090 01  WS-MONTH-NAME-VALUES.
001100     05  FILLER                  PIC X(09) VALUE 'JANUARY'.
001110     05  FILLER                  PIC X(09) VALUE 'FEBRUARY'.
001120     05  FILLER                  PIC X(09) VALUE 'MARCH'.
001130     05  FILLER                  PIC X(09) VALUE 'APRIL'.
001140     05  FILLER                  PIC X(09) VALUE 'MAY'.
001150     05  FILLER                  PIC X(09) VALUE 'JUNE'.
001160     05  FILLER                  PIC X(09) VALUE 'JULY'.
001170     05  FILLER                  PIC X(09) VALUE 'AUGUST'.
001180     05  FILLER                  PIC X(09) VALUE 'SEPTEMBER'.
001190     05  FILLER                  PIC X(09) VALUE 'OCTOBER'.
001200     05  FILLER                  PIC X(09) VALUE 'NOVEMBER'.
001210     05  FILLER                  PIC X(09) VALUE 'DECEMBER'.
001220 01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
001230     05  WS-MONTH-NAME           PIC X(09) OCCURS 12 TIMES.
001240 77  WS-MONTH                    PIC 9(02).
001250 77  WS-DAY                      PIC 9(02).
001260 77  WS-DAY-COUNT                PIC 9(06) COMP.
001270 77  WS-LEAP-CT                  PIC 9(04) COMP.
001280 77  WS-QUOTIENT                 PIC 9(06) COMP.
001290 77  WS-REMAINDER                PIC 9(04) COMP.
001300 77  WS-DOW                      PIC 9(01).
001310 01  WS-WORK-DATE                PIC 9(06).
001320 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
001330     05  WS-WORK-YY              PIC 9(02).
001340     05  WS-WORK-MM              PIC 9(02).
001350     05  WS-WORK-DD              PIC 9(02).
001360*--------------------------------------------------------------*
001370* MONTH TOTALS FOR THE MONTH LISTING                            *
001380*--------------------------------------------------------------*
001390 01  WS-MONTH-TOTALS.
001400     05  WS-MONTH-ENTRY          OCCURS 12 TIMES.
001410         10  WS-MT-DAYS              PIC 9(02).
001420         10  WS-MT-BUSINESS          PIC 9(02).
001430         10  WS-MT-WEEKEND           PIC 9(02).
001440         10  WS-MT-HOLIDAY           PIC 9(02).
001450         10  WS-MT-LAST-IX           PIC 9(04) COMP.
001460*--------------------------------------------------------------*
001470* CARD EDIT CONTROL FIELDS                                      *
001480*--------------------------------------------------------------*
001490 77  WS-REJECT-SWITCH            PIC X(01) VALUE 'N'.
001500     88  CARD-REJECTED               VALUE 'Y'.
001510 77  WS-REJECT-REASON            PIC X(30).
001520 77  WS-FAIL-REASON              PIC X(40).
001530*--------------------------------------------------------------*
001540* RUN COUNTERS FOR THE TOTALS BLOCK AT THE END OF THE LISTING   *
001550*--------------------------------------------------------------*
001560 77  WS-CARD-READ-CT             PIC 9(04) COMP VALUE ZERO.
001570 77  WS-CARD-APPLIED-CT          PIC 9(04) COMP VALUE ZERO.
001580 77  WS-CARD-REJECT-CT           PIC 9(04) COMP VALUE ZERO.
001590 77  WS-DAY-ADDED-CT             PIC 9(04) COMP VALUE ZERO.
001600 77  WS-DAY-REPLACED-CT          PIC 9(04) COMP VALUE ZERO.
001610*--------------------------------------------------------------*
001620* END-OF-FILE CONTROL                                           *
001630*--------------------------------------------------------------*
001640 77  WS-CARD-EOF-SWITCH          PIC X(01) VALUE 'N'.
001650     88  END-OF-CARDS                VALUE 'Y'.
001660*--------------------------------------------------------------*
001670* FILE STATUS AND ABEND FIELDS                                  *
001680*--------------------------------------------------------------*
001690 77  WS-CARD-STATUS              PIC X(02).
001700 77  WS-BUSCAL-STATUS            PIC X(02).
001710 77  WS-PRINT-STATUS             PIC X(02).
001720 77  WS-ABEND-FILE-ID            PIC X(08).
001730 77  WS-ABEND-STATUS             PIC X(02).
001740*--------------------------------------------------------------*
001750* PRINT REPORT CONTROL FIELDS AND LINE LAYOUTS                  *
001760*--------------------------------------------------------------*
001770 77  WS-RUN-DATE                 PIC 9(06).
001780 77  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001790 77  WS-LINE-CT                  PIC 9(02) VALUE ZERO.
001800 77  WS-MAX-LINES                PIC 9(02) VALUE 50.
001810 77  WS-SECTION-TITLE            PIC X(30).
001820 01  WS-HEADING-1.
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  FILLER                  PIC X(24)
001850             VALUE 'CALMAINT RUN DATE'.
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  HDG1-RUN-DATE           PIC 99/99/99.
001880     05  FILLER                  PIC X(74) VALUE SPACE.
001890     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001900     05  HDG1-PAGE-NO            PIC ZZZ9.
001910     05  FILLER                  PIC X(15) VALUE SPACE.
001920 01  WS-HEADING-2.
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  HDG2-SECTION-TITLE      PIC X(30).
001950     05  FILLER                  PIC X(101) VALUE SPACE.
001960 01  WS-HEADING-3.
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  FILLER                  PIC X(12) VALUE 'MONTH'.
001990     05  FILLER                  PIC X(07) VALUE 'DAYS'.
002000     05  FILLER                  PIC X(10) VALUE 'BUSINESS'.
002010     05  FILLER                  PIC X(09) VALUE 'WEEKEND'.
002020     05  FILLER                  PIC X(09) VALUE 'HOLIDAY'.
002030     05  FILLER                  PIC X(09) VALUE 'MONTH-END'.
002040     05  FILLER                  PIC X(75) VALUE SPACE.
002050 01  WS-PRINT-LINE               PIC X(132).
002060 01  WS-CARD-LINE.
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  CRD-LINE-ACTION         PIC X(01).
002090     05  FILLER                  PIC X(02) VALUE SPACE.
002100     05  CRD-LINE-DATE           PIC X(06).
002110     05  FILLER                  PIC X(02) VALUE SPACE.
002120     05  CRD-LINE-DESC           PIC X(20).
002130     05  FILLER                  PIC X(02) VALUE SPACE.
002140     05  CRD-LINE-DISP           PIC X(08).
002150     05  FILLER                  PIC X(02) VALUE SPACE.
002160     05  CRD-LINE-REASON         PIC X(30).
002170     05  FILLER                  PIC X(58) VALUE SPACE.
002180 01  WS-MONTH-LINE.
002190     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  MTH-LINE-NAME           PIC X(09).
002210     05  FILLER                  PIC X(04) VALUE SPACE.
002220     05  MTH-LINE-DAYS           PIC Z9.
002230     05  FILLER                  PIC X(08) VALUE SPACE.
002240     05  MTH-LINE-BUSINESS       PIC Z9.
002250     05  FILLER                  PIC X(07) VALUE SPACE.
002260     05  MTH-LINE-WEEKEND        PIC Z9.
002270     05  FILLER                  PIC X(07) VALUE SPACE.
002280     05  MTH-LINE-HOLIDAY        PIC Z9.
002290     05  FILLER                  PIC X(04) VALUE SPACE.
002300     05  MTH-LINE-MONTH-END      PIC 99/99/99.
002310     05  FILLER                  PIC X(76) VALUE SPACE.
002320 01  WS-TOTAL-LINE.
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  TOT-LINE-LABEL          PIC X(30).
002350     05  TOT-LINE-COUNT          PIC ZZZ9.
002360     05  FILLER                  PIC X(97) VALUE SPACE.
002370 PROCEDURE DIVISION.
002380*--------------------------------------------------------------*
002390* 0000-MAINLINE                                                 *
002400*--------------------------------------------------------------*
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002430     PERFORM 2000-BUILD-YEAR THRU 2000-BUILD-YEAR-EXIT.
002440     PERFORM 1100-READ-CARD THRU 1100-READ-CARD-EXIT.
002450     PERFORM 3000-APPLY-CARD THRU 3000-APPLY-CARD-EXIT
002460         UNTIL END-OF-CARDS.
002470     PERFORM 4000-MARK-MONTH-END THRU 4000-MARK-MONTH-END-EXIT.
002480     PERFORM 5000-WRITE-CALENDAR THRU 5000-WRITE-CALENDAR-EXIT.
002490     PERFORM 6000-LIST-MONTHS THRU 6000-LIST-MONTHS-EXIT.
002500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002510     GOBACK.
002520 0000-MAINLINE-EXIT.
002530     EXIT.
002540*--------------------------------------------------------------*
002550* 1000-INITIALIZE - OPEN FILES AND TAKE THE YEAR CARD. NO YEAR  *
002560* CARD FIRST REFUSES THE RUN BEFORE THE CALENDAR IS TOUCHED.    *
002570*--------------------------------------------------------------*
002580 1000-INITIALIZE.
002590     OPEN INPUT  CARD-FILE
002600          OUTPUT PRINT-FILE.
002610     IF WS-CARD-STATUS NOT = '00'
002620         MOVE 'CALTRAN ' TO WS-ABEND-FILE-ID
002630         MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
002640         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002650     END-IF.
002660     IF WS-PRINT-STATUS NOT = '00'
002670         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
002680         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
002690         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002700     END-IF.
002710     ACCEPT WS-RUN-DATE FROM DATE.
002720     MOVE 'CALENDAR CARDS' TO WS-SECTION-TITLE.
002730     MOVE WS-MAX-LINES TO WS-LINE-CT.
002740     PERFORM 1100-READ-CARD THRU 1100-READ-CARD-EXIT.
002750     IF END-OF-CARDS
002760         MOVE 'NO CALENDAR CARDS' TO WS-FAIL-REASON
002770         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
002780     END-IF.
002790     IF NOT CRD-YEAR-CARD
002800          OR CRD-YEAR-YY NOT NUMERIC
002810         MOVE 'FIRST CARD MUST BE THE YEAR CARD'
002820             TO WS-FAIL-REASON
002830         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
002840     END-IF.
002850     ADD 1 TO WS-CARD-READ-CT WS-CARD-APPLIED-CT.
002860     MOVE CRD-YEAR-YY TO WS-YEAR-YY.
002870     MOVE SPACES TO WS-REJECT-REASON.
002880     PERFORM 3900-LIST-CARD THRU 3900-LIST-CARD-EXIT.
002890 1000-INITIALIZE-EXIT.
002900     EXIT.
002910*--------------------------------------------------------------*
002920* 1100-READ-CARD - READ THE NEXT CALENDAR CARD                  *
002930*--------------------------------------------------------------*
002940 1100-READ-CARD.
002950     READ CARD-FILE
002960         AT END
002970             MOVE 'Y' TO WS-CARD-EOF-SWITCH
002980     END-READ.
002990     IF WS-CARD-STATUS NOT = '00' AND WS-CARD-STATUS NOT = '10'
003000         MOVE 'CALTRAN ' TO WS-ABEND-FILE-ID
003010         MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
003020         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003030     END-IF.
003040 1100-READ-CARD-EXIT.
003050     EXIT.
003060*--------------------------------------------------------------*
003070* 2000-BUILD-YEAR - ONE ENTRY PER DAY OF THE YEAR. SATURDAY AND *
003080* SUNDAY ARE WEEKEND DAYS, EVERY OTHER DAY A BUSINESS DAY UNTIL *
003090* THE CARDS SAY OTHERWISE. 1 JANUARY'S WEEKDAY IS THE DAYS      *
003100* SINCE 1 JANUARY 2000 (365 A YEAR PLUS ONE PER LEAP YEAR       *
003110* PASSED) MODULO 7, WHERE 0 IS A SATURDAY.                      *
003120*--------------------------------------------------------------*
003130 2000-BUILD-YEAR.
003140     DIVIDE WS-YEAR-YY BY 4 GIVING WS-QUOTIENT
003150         REMAINDER WS-REMAINDER.
003160     IF WS-REMAINDER = ZERO
003170         MOVE 29 TO WS-DAYS-IN-MONTH (2)
003180     END-IF.
003190     COMPUTE WS-LEAP-CT = (WS-YEAR-YY + 3) / 4.
003200     COMPUTE WS-DAY-COUNT = WS-YEAR-YY * 365 + WS-LEAP-CT.
003210     DIVIDE WS-DAY-COUNT BY 7 GIVING WS-QUOTIENT
003220         REMAINDER WS-REMAINDER.
003230     ADD 5 TO WS-REMAINDER.
003240     IF WS-REMAINDER > 6
003250         SUBTRACT 7 FROM WS-REMAINDER
003260     END-IF.
003270     COMPUTE WS-DOW = WS-REMAINDER + 1.
003280     MOVE ZERO TO WS-YEAR-DAYS.
003290     INITIALIZE WS-MONTH-TOTALS.
003300     PERFORM 2100-BUILD-MONTH THRU 2100-BUILD-MONTH-EXIT
003310         VARYING WS-MONTH FROM 1 BY 1
003320         UNTIL WS-MONTH > 12.
003330 2000-BUILD-YEAR-EXIT.
003340     EXIT.
003350 2100-BUILD-MONTH.
003360     PERFORM 2200-BUILD-DAY THRU 2200-BUILD-DAY-EXIT
003370         VARYING WS-DAY FROM 1 BY 1
003380         UNTIL WS-DAY > WS-DAYS-IN-MONTH (WS-MONTH).
003390 2100-BUILD-MONTH-EXIT.
003400     EXIT.
003410 2200-BUILD-DAY.
003420     ADD 1 TO WS-YEAR-DAYS.
003430     MOVE WS-YEAR-YY TO WS-WORK-YY.
003440     MOVE WS-MONTH   TO WS-WORK-MM.
003450     MOVE WS-DAY     TO WS-WORK-DD.
003460     MOVE WS-WORK-DATE TO WS-DAY-DATE (WS-YEAR-DAYS).
003470     MOVE WS-DOW       TO WS-DAY-OF-WEEK (WS-YEAR-DAYS).
003480     MOVE 'N'          TO WS-DAY-MONTH-END (WS-YEAR-DAYS).
003490     MOVE SPACES       TO WS-DAY-DESCRIPTION (WS-YEAR-DAYS).
003500     IF WS-DOW > 5
003510         MOVE 'W' TO WS-DAY-TYPE (WS-YEAR-DAYS)
003520     ELSE
003530         MOVE 'B' TO WS-DAY-TYPE (WS-YEAR-DAYS)
003540     END-IF.
003550     IF WS-DOW = 7
003560         MOVE 1 TO WS-DOW
003570     ELSE
003580         ADD 1 TO WS-DOW
003590     END-IF.
003600 2200-BUILD-DAY-EXIT.
003610     EXIT.
003620*--------------------------------------------------------------*
003630* 3000-APPLY-CARD - EDIT ONE HOLIDAY OR WORKED-WEEKEND CARD,    *
003640* APPLY IT TO ITS DAY, LIST IT, READ THE NEXT ONE. A HOLIDAY    *
003650* MUST FALL ON A WEEKDAY AND A WORKED DAY ON A WEEKEND - ANY    *
003660* OTHER CARD WOULD CHANGE NOTHING AND IS PROBABLY A MISTYPED    *
003670* DATE.                                                         *
003680*--------------------------------------------------------------*
003690 3000-APPLY-CARD.
003700     ADD 1 TO WS-CARD-READ-CT.
003710     MOVE 'N'    TO WS-REJECT-SWITCH.
003720     MOVE SPACES TO WS-REJECT-REASON.
003730     IF CRD-YEAR-CARD
003740         MOVE 'Y' TO WS-REJECT-SWITCH
003750         MOVE 'YEAR CARD ALREADY GIVEN' TO WS-REJECT-REASON
003760         GO TO 3000-APPLY-CARD-LIST
003770     END-IF.
003780     IF NOT CRD-HOLIDAY-CARD
003790          AND NOT CRD-WORK-DAY-CARD
003800         MOVE 'Y' TO WS-REJECT-SWITCH
003810         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
003820         GO TO 3000-APPLY-CARD-LIST
003830     END-IF.
003840     MOVE ZERO TO WS-FOUND-IX.
003850     IF CRD-DATE NUMERIC
003860         PERFORM 3100-FIND-DAY THRU 3100-FIND-DAY-EXIT
003870             VARYING WS-DAY-IX FROM 1 BY 1
003880             UNTIL WS-DAY-IX > WS-YEAR-DAYS
003890                OR WS-FOUND-IX > ZERO
003900     END-IF.
003910     IF WS-FOUND-IX = ZERO
003920         MOVE 'Y' TO WS-REJECT-SWITCH
003930         MOVE 'DATE NOT IN THE CALENDAR YEAR' TO WS-REJECT-REASON
003940         GO TO 3000-APPLY-CARD-LIST
003950     END-IF.
003960     IF CRD-HOLIDAY-CARD
003970         IF NOT DAY-IS-BUSINESS (WS-FOUND-IX)
003980             MOVE 'Y' TO WS-REJECT-SWITCH
003990             MOVE 'HOLIDAY IS NOT A WEEKDAY' TO WS-REJECT-REASON
004000             GO TO 3000-APPLY-CARD-LIST
004010         END-IF
004020         MOVE 'H' TO WS-DAY-TYPE (WS-FOUND-IX)
004030     ELSE
004040         IF NOT DAY-IS-WEEKEND (WS-FOUND-IX)
004050             MOVE 'Y' TO WS-REJECT-SWITCH
004060             MOVE 'WORKED DAY IS NOT A WEEKEND'
004070                 TO WS-REJECT-REASON
004080             GO TO 3000-APPLY-CARD-LIST
004090         END-IF
004100         MOVE 'B' TO WS-DAY-TYPE (WS-FOUND-IX)
004110     END-IF.
004120     MOVE CRD-DESCRIPTION TO WS-DAY-DESCRIPTION (WS-FOUND-IX).
004130 3000-APPLY-CARD-LIST.
004140     IF CARD-REJECTED
004150         ADD 1 TO WS-CARD-REJECT-CT
004160     ELSE
004170         ADD 1 TO WS-CARD-APPLIED-CT
004180     END-IF.
004190     PERFORM 3900-LIST-CARD THRU 3900-LIST-CARD-EXIT.
004200     PERFORM 1100-READ-CARD THRU 1100-READ-CARD-EXIT.
004210 3000-APPLY-CARD-EXIT.
004220     EXIT.
004230*--------------------------------------------------------------*
004240* 3100-FIND-DAY - LOCATE THE CARD'S DATE IN THE YEAR TABLE. A   *
004250* DATE OUTSIDE THE YEAR OR NOT A REAL DAY IS NOT FOUND.         *
004260*--------------------------------------------------------------*
004270 3100-FIND-DAY.
004280     IF WS-DAY-DATE (WS-DAY-IX) = CRD-DATE
004290         MOVE WS-DAY-IX TO WS-FOUND-IX
004300     END-IF.
004310 3100-FIND-DAY-EXIT.
004320     EXIT.
004330*--------------------------------------------------------------*
004340* 3900-LIST-CARD - ONE LINE PER CARD WITH ITS DISPOSITION       *
004350*--------------------------------------------------------------*
004360 3900-LIST-CARD.
004370     MOVE CRD-ACTION      TO CRD-LINE-ACTION.
004380     MOVE CRD-DATE-X      TO CRD-LINE-DATE.
004390     MOVE CRD-DESCRIPTION TO CRD-LINE-DESC.
004400     IF CARD-REJECTED
004410         MOVE 'REJECTED' TO CRD-LINE-DISP
004420     ELSE
004430         MOVE 'APPLIED'  TO CRD-LINE-DISP
004440     END-IF.
004450     MOVE WS-REJECT-REASON TO CRD-LINE-REASON.
004460     MOVE WS-CARD-LINE TO WS-PRINT-LINE.
004470     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
004480 3900-LIST-CARD-EXIT.
004490     EXIT.
004500*--------------------------------------------------------------*
004510* 4000-MARK-MONTH-END - COUNT EACH MONTH'S DAYS BY TYPE AND     *
004520* FLAG ITS LAST BUSINESS DAY AS MONTH-END                       *
004530*--------------------------------------------------------------*
004540 4000-MARK-MONTH-END.
004550     PERFORM 4100-COUNT-DAY THRU 4100-COUNT-DAY-EXIT
004560         VARYING WS-DAY-IX FROM 1 BY 1
004570         UNTIL WS-DAY-IX > WS-YEAR-DAYS.
004580     PERFORM 4200-FLAG-MONTH-END THRU 4200-FLAG-MONTH-END-EXIT
004590         VARYING WS-MONTH FROM 1 BY 1
004600         UNTIL WS-MONTH > 12.
004610 4000-MARK-MONTH-END-EXIT.
004620     EXIT.
004630 4100-COUNT-DAY.
004640     MOVE WS-DAY-DATE (WS-DAY-IX) TO WS-WORK-DATE.
004650     MOVE WS-WORK-MM TO WS-MONTH.
004660     ADD 1 TO WS-MT-DAYS (WS-MONTH).
004670     IF DAY-IS-BUSINESS (WS-DAY-IX)
004680         ADD 1 TO WS-MT-BUSINESS (WS-MONTH)
004690         MOVE WS-DAY-IX TO WS-MT-LAST-IX (WS-MONTH)
004700     END-IF.
004710     IF DAY-IS-WEEKEND (WS-DAY-IX)
004720         ADD 1 TO WS-MT-WEEKEND (WS-MONTH)
004730     END-IF.
004740     IF DAY-IS-HOLIDAY (WS-DAY-IX)
004750         ADD 1 TO WS-MT-HOLIDAY (WS-MONTH)
004760     END-IF.
004770 4100-COUNT-DAY-EXIT.
004780     EXIT.
004790 4200-FLAG-MONTH-END.
004800     IF WS-MT-LAST-IX (WS-MONTH) > ZERO
004810         MOVE 'Y' TO WS-DAY-MONTH-END (WS-MT-LAST-IX (WS-MONTH))
004820     END-IF.
004830 4200-FLAG-MONTH-END-EXIT.
004840     EXIT.
004850*--------------------------------------------------------------*
004860* 5000-WRITE-CALENDAR - WRITE EVERY DAY OF THE YEAR TO BUSCAL,  *
004870* REPLACING A DAY ALREADY ON FILE. THE FIRST YEAR EVER BUILT    *
004880* LOADS THE EMPTY CLUSTER.                                      *
004890*--------------------------------------------------------------*
004900 5000-WRITE-CALENDAR.
004910     OPEN I-O CALENDAR-FILE.
004920     IF WS-BUSCAL-STATUS = '35'
004930         OPEN OUTPUT CALENDAR-FILE
004940         IF WS-BUSCAL-STATUS = '00'
004950             CLOSE CALENDAR-FILE
004960             OPEN I-O CALENDAR-FILE
004970         END-IF
004980     END-IF.
004990     IF WS-BUSCAL-STATUS NOT = '00'
005000         MOVE 'BUSCAL  ' TO WS-ABEND-FILE-ID
005010         MOVE WS-BUSCAL-STATUS TO WS-ABEND-STATUS
005020         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005030     END-IF.
005040     PERFORM 5100-WRITE-DAY THRU 5100-WRITE-DAY-EXIT
005050         VARYING WS-DAY-IX FROM 1 BY 1
005060         UNTIL WS-DAY-IX > WS-YEAR-DAYS.
005070     CLOSE CALENDAR-FILE.
005080 5000-WRITE-CALENDAR-EXIT.
005090     EXIT.
005100 5100-WRITE-DAY.
005110     MOVE SPACES TO BUSINESS-CALENDAR-REC.
005120     MOVE WS-DAY-DATE (WS-DAY-IX)     TO BCL-DATE.
005130     MOVE WS-DAY-TYPE (WS-DAY-IX)     TO BCL-DAY-TYPE.
005140     MOVE WS-DAY-MONTH-END (WS-DAY-IX)
005150                                      TO BCL-MONTH-END-SWITCH.
005160     MOVE WS-DAY-OF-WEEK (WS-DAY-IX)  TO BCL-DAY-OF-WEEK.
005170     MOVE WS-DAY-DESCRIPTION (WS-DAY-IX)
005180                                      TO BCL-DESCRIPTION.
005190     WRITE BUSINESS-CALENDAR-REC
005200         INVALID KEY
005210             REWRITE BUSINESS-CALENDAR-REC
005220             END-REWRITE
005230             ADD 1 TO WS-DAY-REPLACED-CT
005240             GO TO 5100-WRITE-DAY-CHECK
005250     END-WRITE.
005260     ADD 1 TO WS-DAY-ADDED-CT.
005270 5100-WRITE-DAY-CHECK.
005280     IF WS-BUSCAL-STATUS NOT = '00'
005290         MOVE 'BUSCAL  ' TO WS-ABEND-FILE-ID
005300         MOVE WS-BUSCAL-STATUS TO WS-ABEND-STATUS
005310         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005320     END-IF.
005330 5100-WRITE-DAY-EXIT.
005340     EXIT.
005350*--------------------------------------------------------------*
005360* 6000-LIST-MONTHS - ONE LINE PER MONTH - ITS DAYS BY TYPE AND  *
005370* ITS MONTH-END DATE                                            *
005380*--------------------------------------------------------------*
005390 6000-LIST-MONTHS.
005400     MOVE 'CALENDAR BY MONTH' TO WS-SECTION-TITLE.
005410     MOVE WS-MAX-LINES TO WS-LINE-CT.
005420     PERFORM 6100-LIST-MONTH THRU 6100-LIST-MONTH-EXIT
005430         VARYING WS-MONTH FROM 1 BY 1
005440         UNTIL WS-MONTH > 12.
005450 6000-LIST-MONTHS-EXIT.
005460     EXIT.
005470 6100-LIST-MONTH.
005480     MOVE WS-MONTH-NAME (WS-MONTH)  TO MTH-LINE-NAME.
005490     MOVE WS-MT-DAYS (WS-MONTH)     TO MTH-LINE-DAYS.
005500     MOVE WS-MT-BUSINESS (WS-MONTH) TO MTH-LINE-BUSINESS.
005510     MOVE WS-MT-WEEKEND (WS-MONTH)  TO MTH-LINE-WEEKEND.
005520     MOVE WS-MT-HOLIDAY (WS-MONTH)  TO MTH-LINE-HOLIDAY.
005530     IF WS-MT-LAST-IX (WS-MONTH) > ZERO
005540         MOVE WS-DAY-DATE (WS-MT-LAST-IX (WS-MONTH))
005550             TO MTH-LINE-MONTH-END
005560     ELSE
005570         MOVE ZERO TO MTH-LINE-MONTH-END
005580     END-IF.
005590     MOVE WS-MONTH-LINE TO WS-PRINT-LINE.
005600     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005610 6100-LIST-MONTH-EXIT.
005620     EXIT.
005630*--------------------------------------------------------------*
005640* 7000-WRITE-LINE - WRITE ONE DETAIL LINE, STARTING A NEW PAGE  *
005650* WHEN THE CURRENT PAGE IS FULL. THE LINE TO PRINT IS ALWAYS    *
005660* STAGED IN WS-PRINT-LINE.                                      *
005670*--------------------------------------------------------------*
005680 7000-WRITE-LINE.
005690     IF WS-LINE-CT >= WS-MAX-LINES
005700         PERFORM 7100-WRITE-HEADINGS
005710             THRU 7100-WRITE-HEADINGS-EXIT
005720     END-IF.
005730     WRITE PRINT-REC FROM WS-PRINT-LINE
005740         AFTER ADVANCING 1 LINE.
005750     IF WS-PRINT-STATUS NOT = '00'
005760         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
005770         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
005780         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005790     END-IF.
005800     ADD 1 TO WS-LINE-CT.
005810 7000-WRITE-LINE-EXIT.
005820     EXIT.
005830*--------------------------------------------------------------*
005840* 7100-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN DATE,     *
005850* PAGE NUMBER AND CURRENT SECTION TITLE. THE MONTH SECTION      *
005860* ALSO GETS ITS COLUMN HEADINGS.                                *
005870*--------------------------------------------------------------*
005880 7100-WRITE-HEADINGS.
005890     ADD 1 TO WS-PAGE-NO.
005900     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
005910     MOVE WS-PAGE-NO  TO HDG1-PAGE-NO.
005920     WRITE PRINT-REC FROM WS-HEADING-1
005930         AFTER ADVANCING PAGE.
005940     IF WS-PRINT-STATUS NOT = '00'
005950         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
005960         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
005970         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005980     END-IF.
005990     MOVE WS-SECTION-TITLE TO HDG2-SECTION-TITLE.
006000     WRITE PRINT-REC FROM WS-HEADING-2
006010         AFTER ADVANCING 2 LINES.
006020     IF WS-PRINT-STATUS NOT = '00'
006030         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
006040         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
006050         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006060     END-IF.
006070     IF WS-SECTION-TITLE = 'CALENDAR BY MONTH'
006080         WRITE PRINT-REC FROM WS-HEADING-3
006090             AFTER ADVANCING 2 LINES
006100         IF WS-PRINT-STATUS NOT = '00'
006110             MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
006120             MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
006130             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006140         END-IF
006150     END-IF.
006160     MOVE ZERO TO WS-LINE-CT.
006170 7100-WRITE-HEADINGS-EXIT.
006180     EXIT.
006190*--------------------------------------------------------------*
006200* 9000-TERMINATE - PRINT THE RUN TOTALS BLOCK, CLOSE FILES,     *
006210* AND FLAG A RUN WITH REJECTED CARDS TO THE SCHEDULER (RC 4) -  *
006220* A REJECTED HOLIDAY LEAVES A BUSINESS DAY THAT SHOULD NOT BE.  *
006230*--------------------------------------------------------------*
006240 9000-TERMINATE.
006250     MOVE 'RUN TOTALS' TO WS-SECTION-TITLE.
006260     MOVE WS-MAX-LINES TO WS-LINE-CT.
006270     MOVE 'CARDS READ' TO TOT-LINE-LABEL.
006280     MOVE WS-CARD-READ-CT TO TOT-LINE-COUNT.
006290     PERFORM 9100-PRINT-TOTAL-LINE
006300         THRU 9100-PRINT-TOTAL-LINE-EXIT.
006310     MOVE 'CARDS APPLIED' TO TOT-LINE-LABEL.
006320     MOVE WS-CARD-APPLIED-CT TO TOT-LINE-COUNT.
006330     PERFORM 9100-PRINT-TOTAL-LINE
006340         THRU 9100-PRINT-TOTAL-LINE-EXIT.
006350     MOVE 'CARDS REJECTED' TO TOT-LINE-LABEL.
006360     MOVE WS-CARD-REJECT-CT TO TOT-LINE-COUNT.
006370     PERFORM 9100-PRINT-TOTAL-LINE
006380         THRU 9100-PRINT-TOTAL-LINE-EXIT.
006390     MOVE 'CALENDAR DAYS ADDED' TO TOT-LINE-LABEL.
006400     MOVE WS-DAY-ADDED-CT TO TOT-LINE-COUNT.
006410     PERFORM 9100-PRINT-TOTAL-LINE
006420         THRU 9100-PRINT-TOTAL-LINE-EXIT.
006430     MOVE 'CALENDAR DAYS REPLACED' TO TOT-LINE-LABEL.
006440     MOVE WS-DAY-REPLACED-CT TO TOT-LINE-COUNT.
006450     PERFORM 9100-PRINT-TOTAL-LINE
006460         THRU 9100-PRINT-TOTAL-LINE-EXIT.
006470     CLOSE CARD-FILE
006480           PRINT-FILE.
006490     IF WS-CARD-REJECT-CT > ZERO
006500         MOVE 4 TO RETURN-CODE
006510     END-IF.
006520 9000-TERMINATE-EXIT.
006530     EXIT.
006540*--------------------------------------------------------------*
006550* 9100-PRINT-TOTAL-LINE - ONE TOTALS LINE, STAGED IN            *
006560* WS-TOTAL-LINE, THROUGH THE COMMON WRITER                      *
006570*--------------------------------------------------------------*
006580 9100-PRINT-TOTAL-LINE.
006590     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
006600     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
006610 9100-PRINT-TOTAL-LINE-EXIT.
006620     EXIT.
006630*--------------------------------------------------------------*
006640* 9800-CONTROL-FAIL - THE CARD DECK CANNOT BUILD A YEAR.        *
006650* NOTHING HAS BEEN WRITTEN TO THE CALENDAR.                     *
006660*--------------------------------------------------------------*
006670 9800-CONTROL-FAIL.
006680     DISPLAY 'CALMAINT - RUN REFUSED - ' WS-FAIL-REASON.
006690     MOVE 16 TO RETURN-CODE.
006700     GOBACK.
006710 9800-CONTROL-FAIL-EXIT.
006720     EXIT.
006730*--------------------------------------------------------------*
006740* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
006750* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
006760* RETURN CODE.                                                  *
006770*--------------------------------------------------------------*
006780 9900-ABEND.
006790     DISPLAY 'CALMAINT - FATAL I/O ERROR ON ' WS-ABEND-FILE-ID
006800             ' FILE STATUS = ' WS-ABEND-STATUS.
006810     MOVE 16 TO RETURN-CODE.
006820     GOBACK.
006830 9900-ABEND-EXIT.
006840     EXIT.
006850 END PROGRAM CalMaint.
