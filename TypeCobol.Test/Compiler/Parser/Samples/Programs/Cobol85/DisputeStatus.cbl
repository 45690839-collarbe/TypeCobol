000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DisputeStatus.
000030 AUTHOR.         R MEEHAN.
000040 INSTALLATION.   DATA CENTER SERVICES.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                          *
000090*--------------------------------------------------------------*
000100*  DATE      INIT  DESCRIPTION                                  *
000110*  --------  ----  ----------------------------------------     *
000120*  10/15/26  RM    ORIGINAL CODING. THE DISPUTE STATUS REPORT   *
000130*                  OVER THE DISPUTE MASTER DisputeLog KEEPS     *
000140*                  (SHARED DISPREC LAYOUT), IN THREE SECTIONS - *
000150*                  OPEN DISPUTES (AWAITING APPROVAL OR REVERSAL *
000160*                  SENT BUT NOT YET POSTED) AGED FROM THE DAY   *
000170*                  THEY WERE LOGGED, THEN DISPUTES REVERSED AND *
000180*                  DISPUTES REJECTED IN THE LAST 30 DAYS WITH   *
000190*                  THE DAYS EACH TOOK TO RESOLVE. EACH SECTION  *
000200*                  ENDS WITH ITS COUNT, AMOUNT AND OLDEST AGE.  *
000210*                  AN OPEN DISPUTE OVER 30 DAYS OLD ENDS THE    *
000220*                  JOB RC 4 SO BILLING CHASES IT. AGING USES    *
000230*                  30/360 COMMERCIAL DAY COUNTS AS SuspAging    *
000240*                  DOES.                                        *
000250*--------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300*    DECIMAL-POINT IS COMMA SO THE EDITED AMOUNTS BELOW CARRY
000310*    THE COMMA DECIMAL SEPARATOR THE SHOP'S REPORTS USE.
000320 SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT DISPUTE-FILE            ASSIGN TO DISPMST
000360             ORGANIZATION IS INDEXED
000370             ACCESS MODE IS DYNAMIC
000380             RECORD KEY IS DSP-KEY
000390             FILE STATUS IS WS-DISPMST-STATUS.
000400     SELECT PRINT-FILE              ASSIGN TO PRTFILE
000410             FILE STATUS IS WS-PRINT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440*--------------------------------------------------------------*
000450* DISPUTE-FILE - THE DISPUTE MASTER KSDS (SHARED DISPREC        *
000460* LAYOUT), BROWSED ONCE PER REPORT SECTION                      *
000470*--------------------------------------------------------------*
000480 FD  DISPUTE-FILE
000490     RECORD CONTAINS 150 CHARACTERS
000500     DATA RECORD IS DISPUTE-REC.
000510     COPY DISPREC.
000520*--------------------------------------------------------------*
000530* PRINT-FILE - HEADED, PAGED DISPUTE STATUS REPORT              *
000540*--------------------------------------------------------------*
000550 FD  PRINT-FILE
000560     LABEL RECORDS OMITTED
000570     RECORD CONTAINS 132 CHARACTERS
000580     DATA RECORD IS PRINT-REC.
000590 01  PRINT-REC                   PIC X(132).
000600 WORKING-STORAGE SECTION.
000610*--------------------------------------------------------------*
000620* SECTION CONTROL - WHICH DISPUTES THE CURRENT BROWSE LISTS,    *
000630* AND THE SECTION'S COUNT, AMOUNT AND OLDEST AGE                *
000640*--------------------------------------------------------------*
000650 77  WS-SECTION-SWITCH           PIC X(01) VALUE SPACE.
000660     88  LISTING-OPEN                VALUE 'O'.
000670     88  LISTING-REVERSED            VALUE 'R'.
000680     88  LISTING-REJECTED            VALUE 'X'.
000690 77  WS-RECENT-DAYS              PIC S9(07) COMP VALUE 30.
000700 77  WS-OVERDUE-DAYS             PIC S9(07) COMP VALUE 30.
000710 77  WS-SECT-COUNT               PIC 9(08) VALUE ZERO.
000720 77  WS-SECT-AMOUNT              PIC S9(09)V99 VALUE ZERO.
000730 77  WS-SECT-OLDEST              PIC S9(07) COMP VALUE ZERO.
000740*--------------------------------------------------------------*
000750* 30/360 COMMERCIAL DAY-COUNT AGING WORK FIELDS                 *
000760*--------------------------------------------------------------*
000770 01  WS-DATE-PARTS.
000780     05  WS-DP-YY                PIC 9(02).
000790     05  WS-DP-MM                PIC 9(02).
000800     05  WS-DP-DD                PIC 9(02).
000810 77  WS-DATE-DAYS                PIC S9(07) COMP.
000820 77  WS-TODAY-DAYS               PIC S9(07) COMP.
000830 77  WS-ENTRY-DAYS               PIC S9(07) COMP.
000840 77  WS-RESOLVED-DAYS            PIC S9(07) COMP.
000850 77  WS-DISPUTE-DAYS             PIC S9(07) COMP.
000860*--------------------------------------------------------------*
000870* RUN TALLIES                                                   *
000880*--------------------------------------------------------------*
000890 77  WS-DISPUTE-CT               PIC 9(08) VALUE ZERO.
000900 77  WS-OVERDUE-CT               PIC 9(08) VALUE ZERO.
000910*--------------------------------------------------------------*
000920* BROWSE CONTROL                                                *
000930*--------------------------------------------------------------*
000940 77  WS-BROWSE-DONE-SWITCH       PIC X(01) VALUE 'N'.
000950     88  BROWSE-DONE                 VALUE 'Y'.
000960*--------------------------------------------------------------*
000970* FILE STATUS AND ABEND FIELDS                                  *
000980*--------------------------------------------------------------*
000990 77  WS-DISPMST-STATUS           PIC X(02).
001000 77  WS-PRINT-STATUS             PIC X(02).
001010 77  WS-ABEND-FILE-ID            PIC X(08).
001020 77  WS-ABEND-STATUS             PIC X(02).
001030*--------------------------------------------------------------*
001040* PRINT REPORT CONTROL FIELDS AND LINE LAYOUTS                  *
001050*--------------------------------------------------------------*
001060 77  WS-RUN-DATE                 PIC 9(06).
001070 77  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001080 77  WS-LINE-CT                  PIC 9(02) VALUE ZERO.
001090 77  WS-MAX-LINES                PIC 9(02) VALUE 50.
001100 77  WS-SECTION-TITLE            PIC X(40).
001110 01  WS-PRINT-LINE               PIC X(132).
001120 01  WS-HEADING-1.
001130     05  FILLER                  PIC X(01) VALUE SPACE.
001140     05  FILLER                  PIC X(24)
001150             VALUE 'DISPSTAT RUN DATE'.
001160     05  FILLER                  PIC X(01) VALUE SPACE.
001170     05  HDG1-RUN-DATE           PIC 99/99/99.
001180     05  FILLER                  PIC X(74) VALUE SPACE.
001190     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001200     05  HDG1-PAGE-NO            PIC ZZZ9.
001210     05  FILLER                  PIC X(15) VALUE SPACE.
001220 01  WS-HEADING-2.
001230     05  FILLER                  PIC X(01) VALUE SPACE.
001240     05  HDG2-SECTION-TITLE      PIC X(40).
001250     05  FILLER                  PIC X(91) VALUE SPACE.
001260*    DAYS IS THE AGE SINCE LOGGING FOR AN OPEN DISPUTE AND THE
001270*    DAYS FROM LOGGING TO RESOLUTION FOR A RESOLVED ONE.
001280 01  WS-HEADING-3.
001290     05  FILLER                  PIC X(01) VALUE SPACE.
001300     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
001310     05  FILLER                  PIC X(10) VALUE 'CYCLE'.
001320     05  FILLER                  PIC X(04) VALUE 'CD'.
001330     05  FILLER                  PIC X(07) VALUE '  QTY'.
001340     05  FILLER                  PIC X(13) VALUE '     AMOUNT'.
001350     05  FILLER                  PIC X(10) VALUE 'LOGGED'.
001360     05  FILLER                  PIC X(10) VALUE 'APPROVER'.
001370     05  FILLER                  PIC X(12) VALUE 'STATUS'.
001380     05  FILLER                  PIC X(06) VALUE 'DAYS'.
001390     05  FILLER                  PIC X(30) VALUE 'REASON'.
001400     05  FILLER                  PIC X(17) VALUE SPACE.
001410 01  WS-DETAIL-LINE.
001420     05  FILLER                  PIC X(01) VALUE SPACE.
001430     05  DTL-ACCOUNT             PIC X(10).
001440     05  FILLER                  PIC X(02) VALUE SPACE.
001450     05  DTL-CYCLE-DATE          PIC 99/99/99.
001460     05  FILLER                  PIC X(02) VALUE SPACE.
001470     05  DTL-MYVAR               PIC X(01).
001480     05  FILLER                  PIC X(03) VALUE SPACE.
001490     05  DTL-QUANTITY            PIC ZZZZ9.
001500     05  FILLER                  PIC X(02) VALUE SPACE.
001510     05  DTL-AMOUNT              PIC Z(6)9,99-.
001520     05  FILLER                  PIC X(02) VALUE SPACE.
001530     05  DTL-ENTRY-DATE          PIC 99/99/99.
001540     05  FILLER                  PIC X(02) VALUE SPACE.
001550     05  DTL-APPROVER            PIC X(08).
001560     05  FILLER                  PIC X(02) VALUE SPACE.
001570     05  DTL-STATUS              PIC X(10).
001580     05  FILLER                  PIC X(02) VALUE SPACE.
001590     05  DTL-DAYS                PIC ZZZ9.
001600     05  FILLER                  PIC X(02) VALUE SPACE.
001610     05  DTL-REASON              PIC X(30).
001620     05  FILLER                  PIC X(15) VALUE SPACE.
001630 01  WS-TOTAL-LINE.
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  TOT-LABEL               PIC X(30).
001660     05  TOT-COUNT               PIC ZZZZZZZ9.
001670     05  FILLER                  PIC X(93) VALUE SPACE.
001680 01  WS-AMOUNT-LINE.
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  AMT-LABEL               PIC X(30).
001710     05  AMT-TOTAL               PIC Z(8)9,99-.
001720     05  FILLER                  PIC X(88) VALUE SPACE.
001730 PROCEDURE DIVISION.
001740*--------------------------------------------------------------*
001750* 0000-MAINLINE                                                 *
001760*--------------------------------------------------------------*
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001790     MOVE 'O' TO WS-SECTION-SWITCH.
001800     MOVE 'OPEN DISPUTES' TO WS-SECTION-TITLE.
001810     PERFORM 2000-LIST-SECTION THRU 2000-LIST-SECTION-EXIT.
001820     MOVE 'R' TO WS-SECTION-SWITCH.
001830     MOVE 'DISPUTES REVERSED IN THE LAST 30 DAYS'
001840         TO WS-SECTION-TITLE.
001850     PERFORM 2000-LIST-SECTION THRU 2000-LIST-SECTION-EXIT.
001860     MOVE 'X' TO WS-SECTION-SWITCH.
001870     MOVE 'DISPUTES REJECTED IN THE LAST 30 DAYS'
001880         TO WS-SECTION-TITLE.
001890     PERFORM 2000-LIST-SECTION THRU 2000-LIST-SECTION-EXIT.
001900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001910     GOBACK.
001920 0000-MAINLINE-EXIT.
001930     EXIT.
001940*--------------------------------------------------------------*
001950* 1000-INITIALIZE - OPEN FILES AND FIX THE AS-OF DAY COUNT      *
001960*--------------------------------------------------------------*
001970 1000-INITIALIZE.
001980     OPEN INPUT  DISPUTE-FILE
001990          OUTPUT PRINT-FILE.
002000     IF WS-DISPMST-STATUS NOT = '00'
002010         MOVE 'DISPMST ' TO WS-ABEND-FILE-ID
002020         MOVE WS-DISPMST-STATUS TO WS-ABEND-STATUS
002030         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002040     END-IF.
002050     IF WS-PRINT-STATUS NOT = '00'
002060         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
002070         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
002080         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002090     END-IF.
002100     ACCEPT WS-RUN-DATE FROM DATE.
002110     MOVE WS-RUN-DATE TO WS-DATE-PARTS.
002120     PERFORM 9100-DATE-TO-DAYS THRU 9100-DATE-TO-DAYS-EXIT.
002130     MOVE WS-DATE-DAYS TO WS-TODAY-DAYS.
002140 1000-INITIALIZE-EXIT.
002150     EXIT.
002160*--------------------------------------------------------------*
002170* 2000-LIST-SECTION - BROWSE THE WHOLE MASTER LISTING THE       *
002180* DISPUTES THAT BELONG IN THE CURRENT SECTION, THEN PRINT THE   *
002190* SECTION'S COUNT, AMOUNT AND OLDEST AGE                        *
002200*--------------------------------------------------------------*
002210 2000-LIST-SECTION.
002220     MOVE WS-MAX-LINES TO WS-LINE-CT.
002230     MOVE ZERO TO WS-SECT-COUNT.
002240     MOVE ZERO TO WS-SECT-AMOUNT.
002250     MOVE ZERO TO WS-SECT-OLDEST.
002260     MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
002270     MOVE LOW-VALUES TO DSP-KEY.
002280     START DISPUTE-FILE KEY NOT LESS THAN DSP-KEY
002290         INVALID KEY
002300             MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
002310     END-START.
002320     PERFORM 2100-LIST-ONE-DISPUTE
002330         THRU 2100-LIST-ONE-DISPUTE-EXIT
002340         UNTIL BROWSE-DONE.
002350     MOVE SPACES TO WS-PRINT-LINE.
002360     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
002370     MOVE SPACES TO WS-TOTAL-LINE.
002380     MOVE 'DISPUTES' TO TOT-LABEL.
002390     MOVE WS-SECT-COUNT TO TOT-COUNT.
002400     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
002410     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
002420     MOVE SPACES TO WS-AMOUNT-LINE.
002430     MOVE 'AMOUNT DISPUTED' TO AMT-LABEL.
002440     MOVE WS-SECT-AMOUNT TO AMT-TOTAL.
002450     MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
002460     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
002470     MOVE SPACES TO WS-TOTAL-LINE.
002480     IF LISTING-OPEN
002490         MOVE 'OLDEST - DAYS OPEN' TO TOT-LABEL
002500     ELSE
002510         MOVE 'LONGEST - DAYS TO RESOLVE' TO TOT-LABEL
002520     END-IF.
002530     MOVE WS-SECT-OLDEST TO TOT-COUNT.
002540     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
002550     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
002560 2000-LIST-SECTION-EXIT.
002570     EXIT.
002580*--------------------------------------------------------------*
002590* 2100-LIST-ONE-DISPUTE - READ THE NEXT DISPUTE AND, IF IT      *
002600* BELONGS IN THE SECTION, AGE IT AND LIST IT. A RESOLVED        *
002610* DISPUTE BELONGS ONLY WHILE IT IS RECENT.                      *
002620*--------------------------------------------------------------*
002630 2100-LIST-ONE-DISPUTE.
002640     READ DISPUTE-FILE NEXT RECORD
002650         AT END
002660             MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
002670     END-READ.
002680     IF BROWSE-DONE
002690         GO TO 2100-LIST-ONE-DISPUTE-EXIT
002700     END-IF.
002710     IF WS-DISPMST-STATUS NOT = '00'
002720         MOVE 'DISPMST ' TO WS-ABEND-FILE-ID
002730         MOVE WS-DISPMST-STATUS TO WS-ABEND-STATUS
002740         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002750     END-IF.
002760     IF LISTING-OPEN
002770         ADD 1 TO WS-DISPUTE-CT
002780         IF NOT DSP-OPEN AND NOT DSP-SENT
002790             GO TO 2100-LIST-ONE-DISPUTE-EXIT
002800         END-IF
002810     END-IF.
002820     IF LISTING-REVERSED AND NOT DSP-REVERSED
002830         GO TO 2100-LIST-ONE-DISPUTE-EXIT
002840     END-IF.
002850     IF LISTING-REJECTED AND NOT DSP-REJECTED
002860         GO TO 2100-LIST-ONE-DISPUTE-EXIT
002870     END-IF.
002880     IF DSP-ENTRY-DATE NUMERIC
002890         MOVE DSP-ENTRY-DATE TO WS-DATE-PARTS
002900         PERFORM 9100-DATE-TO-DAYS THRU 9100-DATE-TO-DAYS-EXIT
002910         MOVE WS-DATE-DAYS TO WS-ENTRY-DAYS
002920     ELSE
002930*        AN UNREADABLE DATE IS TREATED AS ANCIENT SO THE
002940*        DISPUTE SHOWS AS OVERDUE AND GETS CHASED.
002950         COMPUTE WS-ENTRY-DAYS = WS-TODAY-DAYS - 999
002960     END-IF.
002970     IF LISTING-OPEN
002980         COMPUTE WS-DISPUTE-DAYS = WS-TODAY-DAYS - WS-ENTRY-DAYS
002990     ELSE
003000         IF DSP-RESOLVED-DATE NOT NUMERIC
003010             GO TO 2100-LIST-ONE-DISPUTE-EXIT
003020         END-IF
003030         MOVE DSP-RESOLVED-DATE TO WS-DATE-PARTS
003040         PERFORM 9100-DATE-TO-DAYS THRU 9100-DATE-TO-DAYS-EXIT
003050         MOVE WS-DATE-DAYS TO WS-RESOLVED-DAYS
003060         IF WS-TODAY-DAYS - WS-RESOLVED-DAYS > WS-RECENT-DAYS
003070             GO TO 2100-LIST-ONE-DISPUTE-EXIT
003080         END-IF
003090         COMPUTE WS-DISPUTE-DAYS =
003100             WS-RESOLVED-DAYS - WS-ENTRY-DAYS
003110     END-IF.
003120     IF WS-DISPUTE-DAYS < ZERO
003130         MOVE ZERO TO WS-DISPUTE-DAYS
003140     END-IF.
003150     ADD 1 TO WS-SECT-COUNT.
003160     ADD DSP-CHARGE-AMT TO WS-SECT-AMOUNT.
003170     IF WS-DISPUTE-DAYS > WS-SECT-OLDEST
003180         MOVE WS-DISPUTE-DAYS TO WS-SECT-OLDEST
003190     END-IF.
003200     IF LISTING-OPEN AND WS-DISPUTE-DAYS > WS-OVERDUE-DAYS
003210         ADD 1 TO WS-OVERDUE-CT
003220     END-IF.
003230     PERFORM 2200-PRINT-DISPUTE-LINE
003240         THRU 2200-PRINT-DISPUTE-LINE-EXIT.
003250 2100-LIST-ONE-DISPUTE-EXIT.
003260     EXIT.
003270*--------------------------------------------------------------*
003280* 2200-PRINT-DISPUTE-LINE - ONE DETAIL LINE FOR THE DISPUTE IN  *
003290* HAND. A REJECTED DISPUTE SHOWS WHY IT WAS REJECTED; THE REST  *
003300* SHOW THE CLERK'S REASON FOR THE DISPUTE.                      *
003310*--------------------------------------------------------------*
003320 2200-PRINT-DISPUTE-LINE.
003330     MOVE SPACES TO WS-DETAIL-LINE.
003340     MOVE DSP-ACCOUNT-NO    TO DTL-ACCOUNT.
003350     MOVE DSP-CYCLE-DATE    TO DTL-CYCLE-DATE.
003360     MOVE DSP-MYVAR         TO DTL-MYVAR.
003370     MOVE DSP-QUANTITY      TO DTL-QUANTITY.
003380     IF DSP-CHARGE-AMT NOT = ZERO
003390         MOVE DSP-CHARGE-AMT TO DTL-AMOUNT
003400     END-IF.
003410     MOVE DSP-ENTRY-DATE    TO DTL-ENTRY-DATE.
003420     MOVE DSP-APPROVER      TO DTL-APPROVER.
003430     MOVE WS-DISPUTE-DAYS   TO DTL-DAYS.
003440     MOVE DSP-REASON        TO DTL-REASON.
003450     IF DSP-OPEN
003460         MOVE 'AWAITING'    TO DTL-STATUS
003470     END-IF.
003480     IF DSP-SENT
003490         MOVE 'SENT'        TO DTL-STATUS
003500     END-IF.
003510     IF DSP-REVERSED
003520         MOVE 'REVERSED'    TO DTL-STATUS
003530     END-IF.
003540     IF DSP-REJECTED
003550         MOVE 'REJECTED'    TO DTL-STATUS
003560         MOVE DSP-REJECT-REASON TO DTL-REASON
003570     END-IF.
003580     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
003590     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
003600 2200-PRINT-DISPUTE-LINE-EXIT.
003610     EXIT.
003620*--------------------------------------------------------------*
003630* 7000-WRITE-LINE - COMMON REPORT WRITER. ROLLS TO A NEW PAGE   *
003640* WHEN THE CURRENT PAGE IS FULL. THE LINE TO PRINT IS ALWAYS    *
003650* STAGED IN WS-PRINT-LINE.                                      *
003660*--------------------------------------------------------------*
003670 7000-WRITE-LINE.
003680     IF WS-LINE-CT >= WS-MAX-LINES
003690         PERFORM 7100-WRITE-HEADINGS
003700             THRU 7100-WRITE-HEADINGS-EXIT
003710     END-IF.
003720     WRITE PRINT-REC FROM WS-PRINT-LINE
003730         AFTER ADVANCING 1 LINE.
003740     IF WS-PRINT-STATUS NOT = '00'
003750         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
003760         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
003770         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003780     END-IF.
003790     ADD 1 TO WS-LINE-CT.
003800 7000-WRITE-LINE-EXIT.
003810     EXIT.
003820*--------------------------------------------------------------*
003830* 7100-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN DATE,     *
003840* PAGE NUMBER, SECTION TITLE AND COLUMN HEADINGS                *
003850*--------------------------------------------------------------*
003860 7100-WRITE-HEADINGS.
003870     ADD 1 TO WS-PAGE-NO.
003880     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
003890     MOVE WS-PAGE-NO  TO HDG1-PAGE-NO.
003900     WRITE PRINT-REC FROM WS-HEADING-1
003910         AFTER ADVANCING PAGE.
003920     IF WS-PRINT-STATUS NOT = '00'
003930         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
003940         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
003950         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003960     END-IF.
003970     MOVE WS-SECTION-TITLE TO HDG2-SECTION-TITLE.
003980     WRITE PRINT-REC FROM WS-HEADING-2
003990         AFTER ADVANCING 2 LINES.
004000     IF WS-PRINT-STATUS NOT = '00'
004010         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
004020         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
004030         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004040     END-IF.
004050     WRITE PRINT-REC FROM WS-HEADING-3
004060         AFTER ADVANCING 2 LINES.
004070     IF WS-PRINT-STATUS NOT = '00'
004080         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
004090         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
004100         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004110     END-IF.
004120     MOVE ZERO TO WS-LINE-CT.
004130 7100-WRITE-HEADINGS-EXIT.
004140     EXIT.
004150*--------------------------------------------------------------*
004160* 9000-TERMINATE - CLOSE FILES AND FLAG AN OPEN DISPUTE OVER 30 *
004170* DAYS OLD (RC 4) SO BILLING CHASES IT                          *
004180*--------------------------------------------------------------*
004190 9000-TERMINATE.
004200     DISPLAY 'DISPSTAT - DISPUTES ' WS-DISPUTE-CT
004210             ' OPEN OVER 30 DAYS ' WS-OVERDUE-CT.
004220     CLOSE DISPUTE-FILE
004230           PRINT-FILE.
004240     IF WS-OVERDUE-CT > ZERO
004250         DISPLAY 'DISPSTAT - ' WS-OVERDUE-CT
004260                 ' DISPUTE(S) OPEN OVER 30 DAYS - RC 4'
004270         MOVE 4 TO RETURN-CODE
004280     END-IF.
004290 9000-TERMINATE-EXIT.
004300     EXIT.
004310*--------------------------------------------------------------*
004320* 9100-DATE-TO-DAYS - CONVERT THE YYMMDD IMAGE SITTING IN       *
004330* WS-DATE-PARTS TO A 30/360 COMMERCIAL DAY COUNT. APPROXIMATE   *
004340* BY DESIGN - DISPUTES ARE CHASED IN WEEKS, NOT DAYS.           *
004350*--------------------------------------------------------------*
004360 9100-DATE-TO-DAYS.
004370     COMPUTE WS-DATE-DAYS =
004380         (WS-DP-YY * 360) + (WS-DP-MM * 30) + WS-DP-DD.
004390 9100-DATE-TO-DAYS-EXIT.
004400     EXIT.
004410*--------------------------------------------------------------*
004420* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
004430* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
004440* RETURN CODE.                                                  *
004450*--------------------------------------------------------------*
004460 9900-ABEND.
004470     DISPLAY 'DISPSTAT - FATAL I/O ERROR ON '
004480             WS-ABEND-FILE-ID
004490             ' FILE STATUS = ' WS-ABEND-STATUS.
004500     MOVE 16 TO RETURN-CODE.
004510     GOBACK.
004520 9900-ABEND-EXIT.
004530     EXIT.
004540 END PROGRAM DisputeStatus.
