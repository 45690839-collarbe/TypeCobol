000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CycleCheck.
000030 AUTHOR.         R MEEHAN.
000040 INSTALLATION.   DATA CENTER SERVICES.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                          *
000090*--------------------------------------------------------------*
000100*  DATE      INIT  DESCRIPTION                                  *
000110*  --------  ----  ----------------------------------------     *
000120*  10/15/26  RM    ORIGINAL CODING. CHECKS THE CYCLE-CONTROL    *
000130*                  MASTER AGAINST THE BUSINESS CALENDAR. DAILY  *
000140*                  LISTS EVERY BUSINESS DAY IN A DATE RANGE     *
000150*                  WHOSE CYCLE IS MISSING OR INCOMPLETE (RC 4   *
000160*                  IF ANY). MONTHEND REFUSES (RC 16) UNLESS     *
000170*                  EVERY BUSINESS DAY OF THE PERIOD IS          *
000180*                  COMPLETE - RUN AHEAD OF THE MONTH-END JOBS   *
000190*                  AND GATE THEM ON IT. POST RECORDS A STEP'S   *
000200*                  RETURN CODE BY HAND, FOR CYCLES RUN BEFORE   *
000210*                  THE MASTER EXISTED OR A POST THAT FAILED.    *
000220*--------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CONTROL-FILE            ASSIGN TO CHKCTL
000300             FILE STATUS IS WS-CHKCTL-STATUS.
000310     SELECT PRINT-FILE              ASSIGN TO PRTFILE
000320             FILE STATUS IS WS-PRINT-STATUS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350*--------------------------------------------------------------*
000360* CONTROL-FILE - ONE OR MORE 80-BYTE CONTROL CARDS, EACH RUN    *
000370* IN TURN. COLUMNS 1-8 ARE THE MODE:                            *
000380*   DAILY     COL 9-14  FROM DATE YYMMDD - BLANK = THE FIRST    *
000390*                       DAY OF LAST MONTH                       *
000400*             COL 15-20 THROUGH DATE YYMMDD - BLANK = YESTERDAY *
000410*   MONTHEND  COL 9-12  PERIOD YYMM                             *
000420*   POST      COL 9-14  CYCLE DATE YYMMDD                       *
000430*             COL 15-22 STEP (BATCHSTP, BALSTEP, GLEXSTEP,      *
000440*                       GLACKREC OR AUDHIST)                    *
000450*             COL 23-26 THE STEP'S RETURN CODE                  *
000460*--------------------------------------------------------------*
000470 FD  CONTROL-FILE
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 80 CHARACTERS
000500     DATA RECORD IS CHECK-CONTROL-CARD.
000510 01  CHECK-CONTROL-CARD.
000520     05  CHK-MODE                PIC X(08).
000530         88  CHK-DAILY               VALUE 'DAILY'.
000540         88  CHK-MONTHEND            VALUE 'MONTHEND'.
000550         88  CHK-POST                VALUE 'POST'.
000560     05  CHK-DAILY-FIELDS.
000570         10  CHK-FROM-DATE-X         PIC X(06).
000580         10  CHK-THRU-DATE-X         PIC X(06).
000590         10  FILLER                  PIC X(60).
000600     05  CHK-MONTHEND-FIELDS     REDEFINES CHK-DAILY-FIELDS.
000610         10  CHK-PERIOD              PIC 9(04).
000620         10  CHK-PERIOD-X            REDEFINES CHK-PERIOD
000630                                     PIC X(04).
000640         10  FILLER                  PIC X(68).
000650     05  CHK-POST-FIELDS         REDEFINES CHK-DAILY-FIELDS.
000660         10  CHK-POST-DATE-X         PIC X(06).
000670         10  CHK-POST-STEP           PIC X(08).
000680         10  CHK-POST-RC             PIC 9(04).
000690         10  FILLER                  PIC X(54).
000700*--------------------------------------------------------------*
000710* PRINT-FILE - HEADED, PAGED EXCEPTION REPORT                   *
000720*--------------------------------------------------------------*
000730 FD  PRINT-FILE
000740     LABEL RECORDS OMITTED
000750     RECORD CONTAINS 132 CHARACTERS
000760     DATA RECORD IS PRINT-REC.
000770 01  PRINT-REC                   PIC X(132).
000780 WORKING-STORAGE SECTION.
000790*--------------------------------------------------------------*
000800* CycleControl CALL PARAMETER AREA                              *
000810*--------------------------------------------------------------*
000820     COPY CYCPARM.
000830*--------------------------------------------------------------*
000840* THE DATE RANGE BEING CHECKED AND THE DATE IN HAND. DATES ARE  *
000850* STEPPED A DAY AT A TIME WITH THE DAYS-IN-MONTH TABLE,         *
000860* FEBRUARY SET FOR THE YEAR OF THE DATE BEING STEPPED.          *
000870*--------------------------------------------------------------*
000880 77  WS-FROM-DATE                PIC 9(06).
000890 77  WS-THRU-DATE                PIC 9(06).
000900 01  WS-CHECK-DATE               PIC 9(06).
000910 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
000920     05  WS-CHECK-YY             PIC 9(02).
000930     05  WS-CHECK-MM             PIC 9(02).
000940     05  WS-CHECK-DD             PIC 9(02).
000950 01  WS-EDIT-DATE                PIC 9(06).
000960 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE
000970                                 PIC X(06).
000980 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
000990     05  WS-EDIT-YY              PIC 9(02).
001000     05  WS-EDIT-MM              PIC 9(02).
001010     05  WS-EDIT-DD              PIC 9(02).
001020 77  WS-DATE-OK-SWITCH           PIC X(01) VALUE 'N'.
001030     88  DATE-IS-VALID               VALUE 'Y'.
001040 01  WS-DIM-VALUES               PIC X(24)
001050             VALUE '312831303130313130313031'.
001060 01  WS-DIM-TABLE REDEFINES WS-DIM-VALUES.
001070     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
001080 77  WS-LEAP-YY                  PIC 9(02).
001090 77  WS-QUOTIENT                 PIC 9(04) COMP.
001100 77  WS-REMAINDER                PIC 9(04) COMP.
001110 01  WS-DAY-NAME-VALUES          PIC X(21)
001120             VALUE 'MONTUEWEDTHUFRISATSUN'.
001130 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
001140     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
001150 77  WS-STEP-IX                  PIC 9(04) COMP.
001160*--------------------------------------------------------------*
001170* COUNTERS FOR THE CARD IN HAND                                 *
001180*--------------------------------------------------------------*
001190 77  WS-DATES-CHECKED-CT         PIC 9(04) COMP.
001200 77  WS-BUSINESS-CT              PIC 9(04) COMP.
001210 77  WS-COMPLETE-CT              PIC 9(04) COMP.
001220 77  WS-INCOMPLETE-CT            PIC 9(04) COMP.
001230 77  WS-MISSING-CT               PIC 9(04) COMP.
001240 77  WS-NOT-ON-CAL-CT            PIC 9(04) COMP.
001250 77  WS-OFF-DAY-CT               PIC 9(04) COMP.
001260 77  WS-EXCEPTION-TEXT           PIC X(32).
001270 77  WS-CARD-RC                  PIC 9(04) COMP.
001280 77  WS-RUN-RC                   PIC 9(04) COMP VALUE ZERO.
001290 77  WS-FAIL-REASON              PIC X(40).
001300 01  WS-RC-CELL.
001310     05  WS-RC-CELL-FLAG         PIC X(01).
001320     05  FILLER                  PIC X(03) VALUE 'RC '.
001330     05  WS-RC-CELL-RC           PIC 9(04).
001340 01  WS-POSTED-TEXT.
001350     05  FILLER                  PIC X(07) VALUE 'POSTED '.
001360     05  WS-POSTED-STEP          PIC X(08).
001370     05  FILLER                  PIC X(04) VALUE ' RC '.
001380     05  WS-POSTED-RC            PIC 9(04).
001390     05  FILLER                  PIC X(09) VALUE SPACE.
001400*--------------------------------------------------------------*
001410* END-OF-FILE CONTROL                                           *
001420*--------------------------------------------------------------*
001430 77  WS-CHKCTL-EOF-SWITCH        PIC X(01) VALUE 'N'.
001440     88  END-OF-CONTROL              VALUE 'Y'.
001450*--------------------------------------------------------------*
001460* FILE STATUS AND ABEND FIELDS                                  *
001470*--------------------------------------------------------------*
001480 77  WS-CHKCTL-STATUS            PIC X(02).
001490 77  WS-PRINT-STATUS             PIC X(02).
001500 77  WS-ABEND-FILE-ID            PIC X(08).
001510 77  WS-ABEND-STATUS             PIC X(02).
001520*--------------------------------------------------------------*
001530* PRINT REPORT CONTROL FIELDS AND LINE LAYOUTS                  *
001540*--------------------------------------------------------------*
001550 01  WS-RUN-DATE                 PIC 9(06).
001560 77  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001570 77  WS-LINE-CT                  PIC 9(02) VALUE ZERO.
001580 77  WS-MAX-LINES                PIC 9(02) VALUE 50.
001590 77  WS-SECTION-TITLE            PIC X(30).
001600 01  WS-HEADING-1.
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  FILLER                  PIC X(24)
001630             VALUE 'CYCCHK RUN DATE'.
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  HDG1-RUN-DATE           PIC 99/99/99.
001660     05  FILLER                  PIC X(74) VALUE SPACE.
001670     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001680     05  HDG1-PAGE-NO            PIC ZZZ9.
001690     05  FILLER                  PIC X(15) VALUE SPACE.
001700 01  WS-HEADING-2.
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  HDG2-SECTION-TITLE      PIC X(30).
001730     05  FILLER                  PIC X(101) VALUE SPACE.
001740 01  WS-HEADING-3.
001750     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  FILLER                  PIC X(10) VALUE 'DATE'.
001770     05  FILLER                  PIC X(05) VALUE 'DAY'.
001780     05  FILLER                  PIC X(10) VALUE 'TYPE'.
001790     05  FILLER                  PIC X(05) VALUE 'M/E'.
001800     05  FILLER                  PIC X(34) VALUE 'EXCEPTION'.
001810     05  FILLER                  PIC X(12) VALUE 'BATCHSTP'.
001820     05  FILLER                  PIC X(12) VALUE 'BALSTEP'.
001830     05  FILLER                  PIC X(12) VALUE 'GLEXSTEP'.
001840     05  FILLER                  PIC X(12) VALUE 'GLACKREC'.
001850     05  FILLER                  PIC X(12) VALUE 'AUDHIST'.
001860     05  FILLER                  PIC X(07) VALUE SPACE.
001870 01  WS-PRINT-LINE               PIC X(132).
001880 01  WS-RANGE-LINE.
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  FILLER                  PIC X(06) VALUE 'DATES '.
001910     05  RNG-LINE-FROM           PIC 99/99/99.
001920     05  FILLER                  PIC X(09) VALUE ' THROUGH '.
001930     05  RNG-LINE-THRU           PIC 99/99/99.
001940     05  FILLER                  PIC X(100) VALUE SPACE.
001950 01  WS-EXCEPTION-LINE.
001960     05  FILLER                  PIC X(01).
001970     05  EXC-LINE-DATE           PIC 99/99/99.
001980     05  FILLER                  PIC X(02).
001990     05  EXC-LINE-DAY            PIC X(03).
002000     05  FILLER                  PIC X(02).
002010     05  EXC-LINE-TYPE           PIC X(08).
002020     05  FILLER                  PIC X(02).
002030     05  EXC-LINE-MONTH-END      PIC X(03).
002040     05  FILLER                  PIC X(02).
002050     05  EXC-LINE-TEXT           PIC X(32).
002060     05  FILLER                  PIC X(02).
002070     05  EXC-LINE-STEP-CELL      OCCURS 5 TIMES.
002080         10  EXC-LINE-STEP           PIC X(10).
002090         10  FILLER                  PIC X(02).
002100     05  FILLER                  PIC X(07).
002110 01  WS-RESULT-LINE.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  RES-LINE-TEXT           PIC X(60).
002140     05  FILLER                  PIC X(71) VALUE SPACE.
002150 01  WS-MONTHEND-RESULT.
002160     05  FILLER                  PIC X(07) VALUE 'PERIOD '.
002170     05  MER-PERIOD              PIC 9(04).
002180     05  MER-TEXT                PIC X(49).
002190 01  WS-TOTAL-LINE.
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  TOT-LINE-LABEL          PIC X(30).
002220     05  TOT-LINE-COUNT          PIC ZZZ9.
002230     05  FILLER                  PIC X(97) VALUE SPACE.
002240 PROCEDURE DIVISION.
002250*--------------------------------------------------------------*
002260* 0000-MAINLINE                                                 *
002270*--------------------------------------------------------------*
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002300     PERFORM 2000-PROCESS-CARD THRU 2000-PROCESS-CARD-EXIT
002310         UNTIL END-OF-CONTROL.
002320     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002330     GOBACK.
002340 0000-MAINLINE-EXIT.
002350     EXIT.
002360*--------------------------------------------------------------*
002370* 1000-INITIALIZE - OPEN FILES AND PRIME THE CONTROL CARD READ  *
002380*--------------------------------------------------------------*
002390 1000-INITIALIZE.
002400     OPEN INPUT  CONTROL-FILE
002410          OUTPUT PRINT-FILE.
002420     IF WS-CHKCTL-STATUS NOT = '00'
002430         MOVE 'CHKCTL  ' TO WS-ABEND-FILE-ID
002440         MOVE WS-CHKCTL-STATUS TO WS-ABEND-STATUS
002450         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002460     END-IF.
002470     IF WS-PRINT-STATUS NOT = '00'
002480         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
002490         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
002500         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002510     END-IF.
002520     ACCEPT WS-RUN-DATE FROM DATE.
002530     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
002540     IF END-OF-CONTROL
002550         MOVE 'NO CONTROL CARD' TO WS-FAIL-REASON
002560         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
002570     END-IF.
002580 1000-INITIALIZE-EXIT.
002590     EXIT.
002600*--------------------------------------------------------------*
002610* 1100-READ-CONTROL - READ THE NEXT CONTROL CARD                *
002620*--------------------------------------------------------------*
002630 1100-READ-CONTROL.
002640     READ CONTROL-FILE
002650         AT END
002660             MOVE 'Y' TO WS-CHKCTL-EOF-SWITCH
002670     END-READ.
002680     IF WS-CHKCTL-STATUS NOT = '00'
002690          AND WS-CHKCTL-STATUS NOT = '10'
002700         MOVE 'CHKCTL  ' TO WS-ABEND-FILE-ID
002710         MOVE WS-CHKCTL-STATUS TO WS-ABEND-STATUS
002720         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002730     END-IF.
002740 1100-READ-CONTROL-EXIT.
002750     EXIT.
002760*--------------------------------------------------------------*
002770* 2000-PROCESS-CARD - RUN ONE CONTROL CARD ON A FRESH PAGE. THE *
002780* RUN ENDS WITH THE HIGHEST RETURN CODE OF ANY CARD.            *
002790*--------------------------------------------------------------*
002800 2000-PROCESS-CARD.
002810     MOVE ZERO TO WS-CARD-RC.
002820     MOVE ZERO TO WS-DATES-CHECKED-CT WS-BUSINESS-CT
002830                  WS-COMPLETE-CT WS-INCOMPLETE-CT
002840                  WS-MISSING-CT WS-NOT-ON-CAL-CT WS-OFF-DAY-CT.
002850     MOVE WS-MAX-LINES TO WS-LINE-CT.
002860     IF CHK-DAILY
002870         PERFORM 3000-DAILY-CHECK THRU 3000-DAILY-CHECK-EXIT
002880     ELSE
002890         IF CHK-MONTHEND
002900             PERFORM 4000-MONTHEND-CHECK
002910                 THRU 4000-MONTHEND-CHECK-EXIT
002920         ELSE
002930             IF CHK-POST
002940                 PERFORM 5000-POST-STEP THRU 5000-POST-STEP-EXIT
002950             ELSE
002960                 MOVE 'INVALID MODE ON CONTROL CARD'
002970                     TO WS-FAIL-REASON
002980                 PERFORM 9800-CONTROL-FAIL
002990                     THRU 9800-CONTROL-FAIL-EXIT
003000             END-IF
003010         END-IF
003020     END-IF.
003030     IF WS-CARD-RC > WS-RUN-RC
003040         MOVE WS-CARD-RC TO WS-RUN-RC
003050     END-IF.
003060     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
003070 2000-PROCESS-CARD-EXIT.
003080     EXIT.
003090*--------------------------------------------------------------*
003100* 3000-DAILY-CHECK - LIST EVERY GAP IN THE DATE RANGE. THE      *
003110* DEFAULT RANGE (BOTH DATES BLANK) RUNS FROM THE FIRST OF LAST  *
003120* MONTH TO YESTERDAY, SO A MONTH STILL OPEN KEEPS SHOWING UP.   *
003130*--------------------------------------------------------------*
003140 3000-DAILY-CHECK.
003150     IF CHK-FROM-DATE-X = SPACES
003160         MOVE WS-RUN-DATE TO WS-CHECK-DATE
003170         MOVE 01 TO WS-CHECK-DD
003180         IF WS-CHECK-MM = 01
003190             MOVE 12 TO WS-CHECK-MM
003200             SUBTRACT 1 FROM WS-CHECK-YY
003210         ELSE
003220             SUBTRACT 1 FROM WS-CHECK-MM
003230         END-IF
003240         MOVE WS-CHECK-DATE TO WS-FROM-DATE
003250     ELSE
003260         MOVE CHK-FROM-DATE-X TO WS-EDIT-DATE-X
003270         PERFORM 8200-EDIT-DATE THRU 8200-EDIT-DATE-EXIT
003280         IF NOT DATE-IS-VALID
003290             MOVE 'INVALID FROM DATE ON DAILY CARD'
003300                 TO WS-FAIL-REASON
003310             PERFORM 9800-CONTROL-FAIL
003320                 THRU 9800-CONTROL-FAIL-EXIT
003330         END-IF
003340         MOVE WS-EDIT-DATE TO WS-FROM-DATE
003350     END-IF.
003360     IF CHK-THRU-DATE-X = SPACES
003370         MOVE WS-RUN-DATE TO WS-CHECK-DATE
003380         PERFORM 8100-PRIOR-DATE THRU 8100-PRIOR-DATE-EXIT
003390         MOVE WS-CHECK-DATE TO WS-THRU-DATE
003400     ELSE
003410         MOVE CHK-THRU-DATE-X TO WS-EDIT-DATE-X
003420         PERFORM 8200-EDIT-DATE THRU 8200-EDIT-DATE-EXIT
003430         IF NOT DATE-IS-VALID
003440             MOVE 'INVALID THROUGH DATE ON DAILY CARD'
003450                 TO WS-FAIL-REASON
003460             PERFORM 9800-CONTROL-FAIL
003470                 THRU 9800-CONTROL-FAIL-EXIT
003480         END-IF
003490         MOVE WS-EDIT-DATE TO WS-THRU-DATE
003500     END-IF.
003510     IF WS-FROM-DATE > WS-THRU-DATE
003520         MOVE 'FROM DATE AFTER THROUGH DATE'
003530             TO WS-FAIL-REASON
003540         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
003550     END-IF.
003560     MOVE 'MISSING CYCLE EXCEPTIONS' TO WS-SECTION-TITLE.
003570     PERFORM 3100-CHECK-RANGE THRU 3100-CHECK-RANGE-EXIT.
003580     PERFORM 3500-PRINT-COUNTS THRU 3500-PRINT-COUNTS-EXIT.
003590     IF WS-INCOMPLETE-CT > ZERO
003600          OR WS-MISSING-CT > ZERO
003610          OR WS-NOT-ON-CAL-CT > ZERO
003620          OR WS-OFF-DAY-CT > ZERO
003630         MOVE 4 TO WS-CARD-RC
003640     END-IF.
003650 3000-DAILY-CHECK-EXIT.
003660     EXIT.
003670*--------------------------------------------------------------*
003680* 3100-CHECK-RANGE - CHECK EVERY DATE FROM WS-FROM-DATE THROUGH *
003690* WS-THRU-DATE, LISTING THE EXCEPTIONS                          *
003700*--------------------------------------------------------------*
003710 3100-CHECK-RANGE.
003720     MOVE WS-FROM-DATE TO RNG-LINE-FROM.
003730     MOVE WS-THRU-DATE TO RNG-LINE-THRU.
003740     MOVE WS-RANGE-LINE TO WS-PRINT-LINE.
003750     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003760     MOVE WS-FROM-DATE TO WS-CHECK-DATE.
003770     PERFORM 3200-CHECK-DAY THRU 3200-CHECK-DAY-EXIT
003780         UNTIL WS-CHECK-DATE > WS-THRU-DATE.
003790 3100-CHECK-RANGE-EXIT.
003800     EXIT.
003810*--------------------------------------------------------------*
003820* 3200-CHECK-DAY - ONE DATE. A BUSINESS DAY WHOSE CYCLE IS NOT  *
003830* COMPLETE, A DATE NOT ON THE CALENDAR, AND A CYCLE POSTED FOR  *
003840* A HOLIDAY OR WEEKEND ARE ALL EXCEPTIONS.                      *
003850*--------------------------------------------------------------*
003860 3200-CHECK-DAY.
003870     ADD 1 TO WS-DATES-CHECKED-CT.
003880     MOVE 'D'           TO CYP-FUNCTION.
003890     MOVE WS-CHECK-DATE TO CYP-CYCLE-DATE.
003900     PERFORM 6000-CALL-CYCLE-CONTROL
003910         THRU 6000-CALL-CYCLE-CONTROL-EXIT.
003920     MOVE SPACES TO WS-EXCEPTION-TEXT.
003930     IF CYP-NOT-ON-CALENDAR
003940         ADD 1 TO WS-NOT-ON-CAL-CT
003950         MOVE 'DATE NOT ON BUSINESS CALENDAR'
003960             TO WS-EXCEPTION-TEXT
003970     ELSE
003980         IF CYP-BUSINESS-DAY
003990             ADD 1 TO WS-BUSINESS-CT
004000             IF CYP-CYCLE-COMPLETE
004010                 ADD 1 TO WS-COMPLETE-CT
004020             ELSE
004030                 IF CYP-CYCLE-ON-FILE
004040                     ADD 1 TO WS-INCOMPLETE-CT
004050                     MOVE 'CYCLE INCOMPLETE'
004060                         TO WS-EXCEPTION-TEXT
004070                 ELSE
004080                     ADD 1 TO WS-MISSING-CT
004090                     MOVE 'CYCLE MISSING' TO WS-EXCEPTION-TEXT
004100                 END-IF
004110             END-IF
004120         ELSE
004130             IF CYP-CYCLE-ON-FILE
004140                 ADD 1 TO WS-OFF-DAY-CT
004150                 MOVE 'CYCLE POSTED ON NON-BUSINESS DAY'
004160                     TO WS-EXCEPTION-TEXT
004170             END-IF
004180         END-IF
004190     END-IF.
004200     IF WS-EXCEPTION-TEXT NOT = SPACES
004210         PERFORM 6100-PRINT-DAY THRU 6100-PRINT-DAY-EXIT
004220     END-IF.
004230     PERFORM 8000-NEXT-DATE THRU 8000-NEXT-DATE-EXIT.
004240 3200-CHECK-DAY-EXIT.
004250     EXIT.
004260*--------------------------------------------------------------*
004270* 3500-PRINT-COUNTS - THE CARD'S COUNTS UNDER ITS EXCEPTIONS    *
004280*--------------------------------------------------------------*
004290 3500-PRINT-COUNTS.
004300     MOVE SPACES TO WS-PRINT-LINE.
004310     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
004320     MOVE 'DATES CHECKED' TO TOT-LINE-LABEL.
004330     MOVE WS-DATES-CHECKED-CT TO TOT-LINE-COUNT.
004340     PERFORM 9100-PRINT-TOTAL-LINE
004350         THRU 9100-PRINT-TOTAL-LINE-EXIT.
004360     MOVE 'BUSINESS DAYS' TO TOT-LINE-LABEL.
004370     MOVE WS-BUSINESS-CT TO TOT-LINE-COUNT.
004380     PERFORM 9100-PRINT-TOTAL-LINE
004390         THRU 9100-PRINT-TOTAL-LINE-EXIT.
004400     MOVE 'CYCLES COMPLETE' TO TOT-LINE-LABEL.
004410     MOVE WS-COMPLETE-CT TO TOT-LINE-COUNT.
004420     PERFORM 9100-PRINT-TOTAL-LINE
004430         THRU 9100-PRINT-TOTAL-LINE-EXIT.
004440     MOVE 'CYCLES INCOMPLETE' TO TOT-LINE-LABEL.
004450     MOVE WS-INCOMPLETE-CT TO TOT-LINE-COUNT.
004460     PERFORM 9100-PRINT-TOTAL-LINE
004470         THRU 9100-PRINT-TOTAL-LINE-EXIT.
004480     MOVE 'CYCLES MISSING' TO TOT-LINE-LABEL.
004490     MOVE WS-MISSING-CT TO TOT-LINE-COUNT.
004500     PERFORM 9100-PRINT-TOTAL-LINE
004510         THRU 9100-PRINT-TOTAL-LINE-EXIT.
004520     MOVE 'DATES NOT ON CALENDAR' TO TOT-LINE-LABEL.
004530     MOVE WS-NOT-ON-CAL-CT TO TOT-LINE-COUNT.
004540     PERFORM 9100-PRINT-TOTAL-LINE
004550         THRU 9100-PRINT-TOTAL-LINE-EXIT.
004560     MOVE 'CYCLES ON NON-BUSINESS DAYS' TO TOT-LINE-LABEL.
004570     MOVE WS-OFF-DAY-CT TO TOT-LINE-COUNT.
004580     PERFORM 9100-PRINT-TOTAL-LINE
004590         THRU 9100-PRINT-TOTAL-LINE-EXIT.
004600 3500-PRINT-COUNTS-EXIT.
004610     EXIT.
004620*--------------------------------------------------------------*
004630* 4000-MONTHEND-CHECK - EVERY BUSINESS DAY OF THE PERIOD MUST   *
004640* HAVE A COMPLETE CYCLE, EVERY DATE OF IT MUST BE ON THE        *
004650* CALENDAR, AND THE CALENDAR MUST SHOW AT LEAST ONE BUSINESS    *
004660* DAY. ANYTHING LESS REFUSES (RC 16) SO THE MONTH-END STEPS     *
004670* CONDITIONED ON THIS ONE DO NOT RUN.                           *
004680*--------------------------------------------------------------*
004690 4000-MONTHEND-CHECK.
004700     IF CHK-PERIOD NOT NUMERIC
004710         MOVE 'INVALID PERIOD ON MONTHEND CARD' TO WS-FAIL-REASON
004720         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
004730     END-IF.
004740     COMPUTE WS-CHECK-DATE = CHK-PERIOD * 100 + 1.
004750     IF WS-CHECK-MM < 01
004760          OR WS-CHECK-MM > 12
004770         MOVE 'INVALID PERIOD ON MONTHEND CARD' TO WS-FAIL-REASON
004780         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
004790     END-IF.
004800     MOVE WS-CHECK-DATE TO WS-FROM-DATE.
004810     MOVE WS-CHECK-YY TO WS-LEAP-YY.
004820     PERFORM 8300-SET-FEBRUARY THRU 8300-SET-FEBRUARY-EXIT.
004830     MOVE WS-DAYS-IN-MONTH (WS-CHECK-MM) TO WS-CHECK-DD.
004840     MOVE WS-CHECK-DATE TO WS-THRU-DATE.
004850     MOVE 'MONTH-END COMPLETENESS CHECK' TO WS-SECTION-TITLE.
004860     PERFORM 3100-CHECK-RANGE THRU 3100-CHECK-RANGE-EXIT.
004870     PERFORM 3500-PRINT-COUNTS THRU 3500-PRINT-COUNTS-EXIT.
004880     MOVE CHK-PERIOD TO MER-PERIOD.
004890     IF WS-INCOMPLETE-CT > ZERO
004900          OR WS-MISSING-CT > ZERO
004910          OR WS-NOT-ON-CAL-CT > ZERO
004920          OR WS-BUSINESS-CT = ZERO
004930         MOVE ' NOT COMPLETE - MONTH-END REFUSED' TO MER-TEXT
004940         MOVE 16 TO WS-CARD-RC
004950         DISPLAY 'CYCCHK - MONTH-END REFUSED - PERIOD '
004960                 CHK-PERIOD-X ' NOT COMPLETE'
004970     ELSE
004980         MOVE ' COMPLETE - MONTH-END MAY RUN' TO MER-TEXT
004990     END-IF.
005000     MOVE SPACES TO WS-PRINT-LINE.
005010     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005020     MOVE WS-MONTHEND-RESULT TO RES-LINE-TEXT.
005030     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
005040     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005050 4000-MONTHEND-CHECK-EXIT.
005060     EXIT.
005070*--------------------------------------------------------------*
005080* 5000-POST-STEP - POST A STEP'S RETURN CODE BY HAND AND LIST   *
005090* THE CYCLE AS IT NOW STANDS                                    *
005100*--------------------------------------------------------------*
005110 5000-POST-STEP.
005120     MOVE CHK-POST-DATE-X TO WS-EDIT-DATE-X.
005130     PERFORM 8200-EDIT-DATE THRU 8200-EDIT-DATE-EXIT.
005140     IF NOT DATE-IS-VALID
005150         MOVE 'INVALID DATE ON POST CARD' TO WS-FAIL-REASON
005160         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
005170     END-IF.
005180     IF CHK-POST-RC NOT NUMERIC
005190         MOVE 'INVALID RETURN CODE ON POST CARD'
005200             TO WS-FAIL-REASON
005210         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
005220     END-IF.
005230     MOVE 'MANUAL STEP POSTINGS' TO WS-SECTION-TITLE.
005240     MOVE 'P'           TO CYP-FUNCTION.
005250     MOVE WS-EDIT-DATE  TO CYP-CYCLE-DATE.
005260     MOVE CHK-POST-STEP TO CYP-STEP-ID.
005270     MOVE CHK-POST-RC   TO CYP-STEP-RC.
005280     PERFORM 6000-CALL-CYCLE-CONTROL
005290         THRU 6000-CALL-CYCLE-CONTROL-EXIT.
005300     IF CYP-BAD-REQUEST
005310         MOVE 'UNKNOWN STEP ON POST CARD' TO WS-FAIL-REASON
005320         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
005330     END-IF.
005340     MOVE WS-EDIT-DATE  TO WS-CHECK-DATE.
005350     IF CYP-NOT-ON-CALENDAR
005360         MOVE 'POSTED - DATE NOT ON CALENDAR'
005370             TO WS-EXCEPTION-TEXT
005380         MOVE 4 TO WS-CARD-RC
005390     ELSE
005400         MOVE CHK-POST-STEP TO WS-POSTED-STEP
005410         MOVE CHK-POST-RC   TO WS-POSTED-RC
005420         MOVE WS-POSTED-TEXT TO WS-EXCEPTION-TEXT
005430     END-IF.
005440     PERFORM 6100-PRINT-DAY THRU 6100-PRINT-DAY-EXIT.
005450 5000-POST-STEP-EXIT.
005460     EXIT.
005470*--------------------------------------------------------------*
005480* 6000-CALL-CYCLE-CONTROL - AN I/O ERROR ON EITHER CONTROL FILE *
005490* ENDS THE RUN                                                  *
005500*--------------------------------------------------------------*
005510 6000-CALL-CYCLE-CONTROL.
005520     CALL 'CycleControl' USING CYCLE-CONTROL-PARM.
005530     IF CYP-IO-ERROR
005540         MOVE CYP-FILE-ID     TO WS-ABEND-FILE-ID
005550         MOVE CYP-FILE-STATUS TO WS-ABEND-STATUS
005560         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005570     END-IF.
005580 6000-CALL-CYCLE-CONTROL-EXIT.
005590     EXIT.
005600*--------------------------------------------------------------*
005610* 6100-PRINT-DAY - ONE DATE WITH ITS CALENDAR ENTRY, THE TEXT   *
005620* IN WS-EXCEPTION-TEXT AND EACH STEP'S LAST RESULT - MISSING    *
005630* (A BUSINESS DAY'S STEP THAT HAS NOT RUN), RC NNNN (ACCEPTED)  *
005640* OR *RC NNNN (OVER THE STEP'S ACCEPTED RETURN CODE)            *
005650*--------------------------------------------------------------*
005660 6100-PRINT-DAY.
005670     MOVE SPACES TO WS-EXCEPTION-LINE.
005680     MOVE WS-CHECK-DATE TO EXC-LINE-DATE.
005690     IF CYP-DAY-OF-WEEK > ZERO
005700         MOVE WS-DAY-NAME (CYP-DAY-OF-WEEK) TO EXC-LINE-DAY
005710     END-IF.
005720     IF CYP-BUSINESS-DAY
005730         MOVE 'BUSINESS' TO EXC-LINE-TYPE
005740     END-IF.
005750     IF CYP-DAY-TYPE = 'H'
005760         MOVE 'HOLIDAY'  TO EXC-LINE-TYPE
005770     END-IF.
005780     IF CYP-DAY-TYPE = 'W'
005790         MOVE 'WEEKEND'  TO EXC-LINE-TYPE
005800     END-IF.
005810     IF CYP-MONTH-END
005820         MOVE 'M/E' TO EXC-LINE-MONTH-END
005830     END-IF.
005840     MOVE WS-EXCEPTION-TEXT TO EXC-LINE-TEXT.
005850     PERFORM 6110-STEP-CELL THRU 6110-STEP-CELL-EXIT
005860         VARYING WS-STEP-IX FROM 1 BY 1
005870         UNTIL WS-STEP-IX > 5.
005880     MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE.
005890     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005900 6100-PRINT-DAY-EXIT.
005910     EXIT.
005920 6110-STEP-CELL.
005930     IF CYP-STEP-NOT-RUN (WS-STEP-IX)
005940         IF CYP-BUSINESS-DAY
005950             MOVE 'MISSING' TO EXC-LINE-STEP (WS-STEP-IX)
005960         END-IF
005970         GO TO 6110-STEP-CELL-EXIT
005980     END-IF.
005990     IF CYP-STEP-FAILED (WS-STEP-IX)
006000         MOVE '*' TO WS-RC-CELL-FLAG
006010     ELSE
006020         MOVE SPACE TO WS-RC-CELL-FLAG
006030     END-IF.
006040     MOVE CYP-STEP-LAST-RC (WS-STEP-IX) TO WS-RC-CELL-RC.
006050     MOVE WS-RC-CELL TO EXC-LINE-STEP (WS-STEP-IX).
006060 6110-STEP-CELL-EXIT.
006070     EXIT.
006080*--------------------------------------------------------------*
006090* 7000-WRITE-LINE - WRITE ONE DETAIL LINE, STARTING A NEW PAGE  *
006100* WHEN THE CURRENT PAGE IS FULL. THE LINE TO PRINT IS ALWAYS    *
006110* STAGED IN WS-PRINT-LINE.                                      *
006120*--------------------------------------------------------------*
006130 7000-WRITE-LINE.
006140     IF WS-LINE-CT >= WS-MAX-LINES
006150         PERFORM 7100-WRITE-HEADINGS
006160             THRU 7100-WRITE-HEADINGS-EXIT
006170     END-IF.
006180     WRITE PRINT-REC FROM WS-PRINT-LINE
006190         AFTER ADVANCING 1 LINE.
006200     IF WS-PRINT-STATUS NOT = '00'
006210         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
006220         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
006230         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006240     END-IF.
006250     ADD 1 TO WS-LINE-CT.
006260 7000-WRITE-LINE-EXIT.
006270     EXIT.
006280*--------------------------------------------------------------*
006290* 7100-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN DATE,     *
006300* PAGE NUMBER, CURRENT SECTION TITLE AND COLUMN HEADINGS        *
006310*--------------------------------------------------------------*
006320 7100-WRITE-HEADINGS.
006330     ADD 1 TO WS-PAGE-NO.
006340     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
006350     MOVE WS-PAGE-NO  TO HDG1-PAGE-NO.
006360     WRITE PRINT-REC FROM WS-HEADING-1
006370         AFTER ADVANCING PAGE.
006380     IF WS-PRINT-STATUS NOT = '00'
006390         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
006400         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
006410         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006420     END-IF.
006430     MOVE WS-SECTION-TITLE TO HDG2-SECTION-TITLE.
006440     WRITE PRINT-REC FROM WS-HEADING-2
006450         AFTER ADVANCING 2 LINES.
006460     IF WS-PRINT-STATUS NOT = '00'
006470         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
006480         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
006490         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006500     END-IF.
006510     WRITE PRINT-REC FROM WS-HEADING-3
006520         AFTER ADVANCING 2 LINES.
006530     IF WS-PRINT-STATUS NOT = '00'
006540         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
006550         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
006560         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006570     END-IF.
006580     MOVE ZERO TO WS-LINE-CT.
006590 7100-WRITE-HEADINGS-EXIT.
006600     EXIT.
006610*--------------------------------------------------------------*
006620* 8000-NEXT-DATE - STEP WS-CHECK-DATE FORWARD ONE DAY           *
006630*--------------------------------------------------------------*
006640 8000-NEXT-DATE.
006650     MOVE WS-CHECK-YY TO WS-LEAP-YY.
006660     PERFORM 8300-SET-FEBRUARY THRU 8300-SET-FEBRUARY-EXIT.
006670     ADD 1 TO WS-CHECK-DD.
006680     IF WS-CHECK-DD > WS-DAYS-IN-MONTH (WS-CHECK-MM)
006690         MOVE 01 TO WS-CHECK-DD
006700         ADD 1 TO WS-CHECK-MM
006710         IF WS-CHECK-MM > 12
006720             MOVE 01 TO WS-CHECK-MM
006730             ADD 1 TO WS-CHECK-YY
006740         END-IF
006750     END-IF.
006760 8000-NEXT-DATE-EXIT.
006770     EXIT.
006780*--------------------------------------------------------------*
006790* 8100-PRIOR-DATE - STEP WS-CHECK-DATE BACK ONE DAY             *
006800*--------------------------------------------------------------*
006810 8100-PRIOR-DATE.
006820     IF WS-CHECK-DD > 01
006830         SUBTRACT 1 FROM WS-CHECK-DD
006840         GO TO 8100-PRIOR-DATE-EXIT
006850     END-IF.
006860     IF WS-CHECK-MM > 01
006870         SUBTRACT 1 FROM WS-CHECK-MM
006880     ELSE
006890         MOVE 12 TO WS-CHECK-MM
006900         SUBTRACT 1 FROM WS-CHECK-YY
006910     END-IF.
006920     MOVE WS-CHECK-YY TO WS-LEAP-YY.
006930     PERFORM 8300-SET-FEBRUARY THRU 8300-SET-FEBRUARY-EXIT.
006940     MOVE WS-DAYS-IN-MONTH (WS-CHECK-MM) TO WS-CHECK-DD.
006950 8100-PRIOR-DATE-EXIT.
006960     EXIT.
006970*--------------------------------------------------------------*
006980* 8200-EDIT-DATE - IS WS-EDIT-DATE-X A REAL YYMMDD DATE         *
006990*--------------------------------------------------------------*
007000 8200-EDIT-DATE.
007010     MOVE 'N' TO WS-DATE-OK-SWITCH.
007020     IF WS-EDIT-DATE-X NOT NUMERIC
007030         GO TO 8200-EDIT-DATE-EXIT
007040     END-IF.
007050     IF WS-EDIT-MM < 01
007060          OR WS-EDIT-MM > 12
007070         GO TO 8200-EDIT-DATE-EXIT
007080     END-IF.
007090     MOVE WS-EDIT-YY TO WS-LEAP-YY.
007100     PERFORM 8300-SET-FEBRUARY THRU 8300-SET-FEBRUARY-EXIT.
007110     IF WS-EDIT-DD < 01
007120          OR WS-EDIT-DD > WS-DAYS-IN-MONTH (WS-EDIT-MM)
007130         GO TO 8200-EDIT-DATE-EXIT
007140     END-IF.
007150     MOVE 'Y' TO WS-DATE-OK-SWITCH.
007160 8200-EDIT-DATE-EXIT.
007170     EXIT.
007180*--------------------------------------------------------------*
007190* 8300-SET-FEBRUARY - 28 OR 29 DAYS FOR THE YEAR IN WS-LEAP-YY  *
007200*--------------------------------------------------------------*
007210 8300-SET-FEBRUARY.
007220     DIVIDE WS-LEAP-YY BY 4 GIVING WS-QUOTIENT
007230         REMAINDER WS-REMAINDER.
007240     IF WS-REMAINDER = ZERO
007250         MOVE 29 TO WS-DAYS-IN-MONTH (2)
007260     ELSE
007270         MOVE 28 TO WS-DAYS-IN-MONTH (2)
007280     END-IF.
007290 8300-SET-FEBRUARY-EXIT.
007300     EXIT.
007310*--------------------------------------------------------------*
007320* 9000-TERMINATE - CLOSE FILES AND SET THE RUN'S RETURN CODE -  *
007330* THE HIGHEST OF ANY CARD                                       *
007340*--------------------------------------------------------------*
007350 9000-TERMINATE.
007360     CLOSE CONTROL-FILE
007370           PRINT-FILE.
007380     MOVE WS-RUN-RC TO RETURN-CODE.
007390 9000-TERMINATE-EXIT.
007400     EXIT.
007410*--------------------------------------------------------------*
007420* 9100-PRINT-TOTAL-LINE - ONE TOTALS LINE, STAGED IN            *
007430* WS-TOTAL-LINE, THROUGH THE COMMON WRITER                      *
007440*--------------------------------------------------------------*
007450 9100-PRINT-TOTAL-LINE.
007460     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
007470     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
007480 9100-PRINT-TOTAL-LINE-EXIT.
007490     EXIT.
007500*--------------------------------------------------------------*
007510* 9800-CONTROL-FAIL - A CONTROL CARD CANNOT BE RUN. THE RUN IS  *
007520* REFUSED, SO A MONTH-END GATE FAILS CLOSED.                    *
007530*--------------------------------------------------------------*
007540 9800-CONTROL-FAIL.
007550     DISPLAY 'CYCCHK - RUN REFUSED - ' WS-FAIL-REASON.
007560     MOVE 16 TO RETURN-CODE.
007570     GOBACK.
007580 9800-CONTROL-FAIL-EXIT.
007590     EXIT.
007600*--------------------------------------------------------------*
007610* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
007620* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
007630* RETURN CODE.                                                  *
007640*--------------------------------------------------------------*
007650 9900-ABEND.
007660     DISPLAY 'CYCCHK - FATAL I/O ERROR ON ' WS-ABEND-FILE-ID
007670             ' FILE STATUS = ' WS-ABEND-STATUS.
007680     MOVE 16 TO RETURN-CODE.
007690     GOBACK.
007700 9900-ABEND-EXIT.
007710     EXIT.
007720 END PROGRAM CycleCheck.
