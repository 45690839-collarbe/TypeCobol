000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ArAging.
000030 AUTHOR.         R MEEHAN.
000040 INSTALLATION.   DATA CENTER SERVICES.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                          *
000090*--------------------------------------------------------------*
000100*  DATE      INIT  DESCRIPTION                                  *
000110*  --------  ----  ----------------------------------------     *
000120*  10/15/26  RM    ORIGINAL CODING. THE AGED RECEIVABLES        *
000130*                  REPORT FOR THE COLLECTIONS TEAM. WALKS THE   *
000140*                  ACCOUNT BALANCE MASTER (ARBAL) IN ACCOUNT    *
000150*                  ORDER AND AGES EACH ACCOUNT'S OPEN ITEMS     *
000160*                  (ARITEM) BY ITEM DATE INTO CURRENT, 30-59,   *
000170*                  60-89 AND 90+ DAYS, WITH UNAPPLIED CREDIT    *
000180*                  AND THE BALANCE BESIDE THEM AND GRAND        *
000190*                  TOTALS AT THE END. AN ACCOUNT WHOSE ITEMS    *
000200*                  LESS ITS CREDIT DO NOT EQUAL ITS CURRENT     *
000210*                  BALANCE IS FLAGGED AND ENDS THE JOB RC 4 -   *
000220*                  THE LEDGER NEEDS LOOKING AT. AGING USES      *
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
000350     SELECT BALANCE-FILE            ASSIGN TO ARBAL
000360             ORGANIZATION IS INDEXED
000370             ACCESS MODE IS DYNAMIC
000380             RECORD KEY IS ARB-ACCOUNT-NO
000390             FILE STATUS IS WS-ARBAL-STATUS.
000400     SELECT ITEM-FILE               ASSIGN TO ARITEM
000410             ORGANIZATION IS INDEXED
000420             ACCESS MODE IS DYNAMIC
000430             RECORD KEY IS ARI-KEY
000440             FILE STATUS IS WS-ARITEM-STATUS.
000450     SELECT ACCOUNT-MASTER-FILE     ASSIGN TO ACCTMST
000460             ORGANIZATION IS INDEXED
000470             ACCESS MODE IS DYNAMIC
000480             RECORD KEY IS AMS-ACCOUNT-NO
000490             FILE STATUS IS WS-ACCTMST-STATUS.
000500     SELECT PRINT-FILE              ASSIGN TO PRTFILE
000510             FILE STATUS IS WS-PRINT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540*--------------------------------------------------------------*
000550* BALANCE-FILE - THE ACCOUNT BALANCE MASTER KSDS (SHARED ARBAL  *
000560* LAYOUT), READ IN KEY ORDER                                    *
000570*--------------------------------------------------------------*
000580 FD  BALANCE-FILE
000590     RECORD CONTAINS 200 CHARACTERS
000600     DATA RECORD IS AR-BALANCE-REC.
000610     COPY ARBAL.
000620*--------------------------------------------------------------*
000630* ITEM-FILE - THE OPEN ITEM KSDS (SHARED ARITEM LAYOUT),        *
000640* BROWSED ONE ACCOUNT AT A TIME                                 *
000650*--------------------------------------------------------------*
000660 FD  ITEM-FILE
000670     RECORD CONTAINS 60 CHARACTERS
000680     DATA RECORD IS AR-ITEM-REC.
000690     COPY ARITEM.
000700*--------------------------------------------------------------*
000710* ACCOUNT-MASTER-FILE - THE ACCOUNT MASTER KSDS (SHARED         *
000720* ACCTMST LAYOUT), READ BY KEY FOR THE ACCOUNT NAME             *
000730*--------------------------------------------------------------*
000740 FD  ACCOUNT-MASTER-FILE
000750     RECORD CONTAINS 160 CHARACTERS
000760     DATA RECORD IS ACCT-MASTER-REC.
000770     COPY ACCTMST.
000780*--------------------------------------------------------------*
000790* PRINT-FILE - HEADED, PAGED AGED RECEIVABLES REPORT            *
000800*--------------------------------------------------------------*
000810 FD  PRINT-FILE
000820     LABEL RECORDS OMITTED
000830     RECORD CONTAINS 132 CHARACTERS
000840     DATA RECORD IS PRINT-REC.
000850 01  PRINT-REC                   PIC X(132).
000860 WORKING-STORAGE SECTION.
000870*--------------------------------------------------------------*
000880* AGING BUCKETS - CURRENT (UNDER 30 DAYS), 30-59, 60-89 AND     *
000890* 90 DAYS OR OVER - FOR THE ACCOUNT IN HAND AND FOR THE RUN     *
000900*--------------------------------------------------------------*
000910 77  WS-BUCKET-IX                PIC 9(04) COMP.
000920 01  WS-ACCT-BUCKET-TABLE.
000930     05  WS-ACCT-BUCKET          OCCURS 4 TIMES
000940                                 PIC S9(09)V99.
000950 01  WS-GRAND-BUCKET-TABLE.
000960     05  WS-GRAND-BUCKET         OCCURS 4 TIMES
000970                                 PIC S9(09)V99.
000980 77  WS-ACCT-ITEM-TOTAL          PIC S9(09)V99 VALUE ZERO.
000990 77  WS-ACCT-BALANCE             PIC S9(09)V99 VALUE ZERO.
001000 77  WS-GRAND-UNAPPLIED          PIC S9(09)V99 VALUE ZERO.
001010 77  WS-GRAND-BALANCE            PIC S9(09)V99 VALUE ZERO.
001020*--------------------------------------------------------------*
001030* 30/360 COMMERCIAL DAY-COUNT AGING WORK FIELDS                 *
001040*--------------------------------------------------------------*
001050 01  WS-DATE-PARTS.
001060     05  WS-DP-YY                PIC 9(02).
001070     05  WS-DP-MM                PIC 9(02).
001080     05  WS-DP-DD                PIC 9(02).
001090 77  WS-DATE-DAYS                PIC S9(07) COMP.
001100 77  WS-TODAY-DAYS               PIC S9(07) COMP.
001110 77  WS-ITEM-DAYS                PIC S9(07) COMP.
001120*--------------------------------------------------------------*
001130* RUN TALLIES                                                   *
001140*--------------------------------------------------------------*
001150 77  WS-ACCOUNT-CT               PIC 9(08) VALUE ZERO.
001160 77  WS-LISTED-CT                PIC 9(08) VALUE ZERO.
001170 77  WS-CREDIT-ACCT-CT           PIC 9(08) VALUE ZERO.
001180 77  WS-DIFFER-CT                PIC 9(08) VALUE ZERO.
001190*--------------------------------------------------------------*
001200* END-OF-FILE AND BROWSE CONTROL                                *
001210*--------------------------------------------------------------*
001220 77  WS-BAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
001230     88  END-OF-BALANCES             VALUE 'Y'.
001240 77  WS-ITEMS-DONE-SWITCH        PIC X(01) VALUE 'N'.
001250     88  ITEMS-DONE                  VALUE 'Y'.
001260*--------------------------------------------------------------*
001270* FILE STATUS AND ABEND FIELDS                                  *
001280*--------------------------------------------------------------*
001290 77  WS-ARBAL-STATUS             PIC X(02).
001300 77  WS-ARITEM-STATUS            PIC X(02).
001310 77  WS-ACCTMST-STATUS           PIC X(02).
001320 77  WS-PRINT-STATUS             PIC X(02).
001330 77  WS-ABEND-FILE-ID            PIC X(08).
001340 77  WS-ABEND-STATUS             PIC X(02).
001350*--------------------------------------------------------------*
001360* PRINT REPORT CONTROL FIELDS AND LINE LAYOUTS                  *
001370*--------------------------------------------------------------*
001380 77  WS-RUN-DATE                 PIC 9(06).
001390 77  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001400 77  WS-LINE-CT                  PIC 9(02) VALUE ZERO.
001410 77  WS-MAX-LINES                PIC 9(02) VALUE 50.
001420 01  WS-PRINT-LINE               PIC X(132).
001430 01  WS-HEADING-1.
001440     05  FILLER                  PIC X(01) VALUE SPACE.
001450     05  FILLER                  PIC X(24)
001460             VALUE 'ARAGING RUN DATE'.
001470     05  FILLER                  PIC X(01) VALUE SPACE.
001480     05  HDG1-RUN-DATE           PIC 99/99/99.
001490     05  FILLER                  PIC X(74) VALUE SPACE.
001500     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001510     05  HDG1-PAGE-NO            PIC ZZZ9.
001520     05  FILLER                  PIC X(15) VALUE SPACE.
001530 01  WS-HEADING-2.
001540     05  FILLER                  PIC X(01) VALUE SPACE.
001550     05  FILLER                  PIC X(24)
001560             VALUE 'AGED RECEIVABLES AS OF'.
001570     05  HDG2-AS-OF-DATE         PIC 99/99/99.
001580     05  FILLER                  PIC X(99) VALUE SPACE.
001590 01  WS-HEADING-3.
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001610     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
001620     05  FILLER                  PIC X(30) VALUE 'NAME'.
001630     05  FILLER                  PIC X(14) VALUE '      CURRENT'.
001640     05  FILLER                  PIC X(14) VALUE '   30-59 DAYS'.
001650     05  FILLER                  PIC X(14) VALUE '   60-89 DAYS'.
001660     05  FILLER                  PIC X(14) VALUE '     90+ DAYS'.
001670     05  FILLER                  PIC X(14) VALUE '    UNAPPLIED'.
001680     05  FILLER                  PIC X(14) VALUE '      BALANCE'.
001690     05  FILLER                  PIC X(05) VALUE SPACE.
001700 01  WS-AGING-LINE.
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  AGE-ACCOUNT             PIC X(10).
001730     05  FILLER                  PIC X(02) VALUE SPACE.
001740     05  AGE-NAME                PIC X(30).
001750     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  AGE-BUCKET-1            PIC Z(8)9,99-.
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  AGE-BUCKET-2            PIC Z(8)9,99-.
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  AGE-BUCKET-3            PIC Z(8)9,99-.
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  AGE-BUCKET-4            PIC Z(8)9,99-.
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  AGE-UNAPPLIED           PIC Z(8)9,99-.
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  AGE-BALANCE             PIC Z(8)9,99-.
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  AGE-FLAG                PIC X(01).
001890     05  FILLER                  PIC X(03) VALUE SPACE.
001900 01  WS-TOTAL-LINE.
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  TOT-LABEL               PIC X(40).
001930     05  TOT-COUNT               PIC ZZZZZZZ9.
001940     05  FILLER                  PIC X(83) VALUE SPACE.
001950 PROCEDURE DIVISION.
001960*--------------------------------------------------------------*
001970* 0000-MAINLINE                                                 *
001980*--------------------------------------------------------------*
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002010     PERFORM 2000-AGE-ACCOUNT
002020         THRU 2000-AGE-ACCOUNT-EXIT
002030         UNTIL END-OF-BALANCES.
002040     PERFORM 4000-PRINT-TOTALS THRU 4000-PRINT-TOTALS-EXIT.
002050     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002060     GOBACK.
002070 0000-MAINLINE-EXIT.
002080     EXIT.
002090*--------------------------------------------------------------*
002100* 1000-INITIALIZE - OPEN FILES, CLEAR THE GRAND BUCKETS, FIX    *
002110* THE AS-OF DAY COUNT AND PRIME THE BALANCE READ                *
002120*--------------------------------------------------------------*
002130 1000-INITIALIZE.
002140     OPEN INPUT  BALANCE-FILE
002150                 ITEM-FILE
002160                 ACCOUNT-MASTER-FILE
002170          OUTPUT PRINT-FILE.
002180     IF WS-ARBAL-STATUS NOT = '00'
002190         MOVE 'ARBAL   ' TO WS-ABEND-FILE-ID
002200         MOVE WS-ARBAL-STATUS TO WS-ABEND-STATUS
002210         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002220     END-IF.
002230     IF WS-ARITEM-STATUS NOT = '00'
002240         MOVE 'ARITEM  ' TO WS-ABEND-FILE-ID
002250         MOVE WS-ARITEM-STATUS TO WS-ABEND-STATUS
002260         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002270     END-IF.
002280     IF WS-ACCTMST-STATUS NOT = '00'
002290         MOVE 'ACCTMST ' TO WS-ABEND-FILE-ID
002300         MOVE WS-ACCTMST-STATUS TO WS-ABEND-STATUS
002310         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002320     END-IF.
002330     IF WS-PRINT-STATUS NOT = '00'
002340         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
002350         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
002360         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002370     END-IF.
002380     ACCEPT WS-RUN-DATE FROM DATE.
002390     MOVE WS-RUN-DATE TO WS-DATE-PARTS.
002400     PERFORM 9100-DATE-TO-DAYS THRU 9100-DATE-TO-DAYS-EXIT.
002410     MOVE WS-DATE-DAYS TO WS-TODAY-DAYS.
002420     PERFORM 1100-CLEAR-GRAND-BUCKET
002430         THRU 1100-CLEAR-GRAND-BUCKET-EXIT
002440         VARYING WS-BUCKET-IX FROM 1 BY 1
002450         UNTIL WS-BUCKET-IX > 4.
002460     MOVE WS-MAX-LINES TO WS-LINE-CT.
002470     PERFORM 2100-READ-BALANCE THRU 2100-READ-BALANCE-EXIT.
002480 1000-INITIALIZE-EXIT.
002490     EXIT.
002500*--------------------------------------------------------------*
002510* 1100-CLEAR-GRAND-BUCKET - ZERO ONE RUN AGING BUCKET           *
002520*--------------------------------------------------------------*
002530 1100-CLEAR-GRAND-BUCKET.
002540     MOVE ZERO TO WS-GRAND-BUCKET (WS-BUCKET-IX).
002550 1100-CLEAR-GRAND-BUCKET-EXIT.
002560     EXIT.
002570*--------------------------------------------------------------*
002580* 2000-AGE-ACCOUNT - AGE ONE ACCOUNT'S OPEN ITEMS AND LIST IT.  *
002590* AN ACCOUNT WITH NOTHING OPEN AND NO CREDIT HELD IS SETTLED    *
002600* AND IS NOT LISTED.                                            *
002610*--------------------------------------------------------------*
002620 2000-AGE-ACCOUNT.
002630     ADD 1 TO WS-ACCOUNT-CT.
002640     PERFORM 2200-CLEAR-ACCT-BUCKET
002650         THRU 2200-CLEAR-ACCT-BUCKET-EXIT
002660         VARYING WS-BUCKET-IX FROM 1 BY 1
002670         UNTIL WS-BUCKET-IX > 4.
002680     MOVE ZERO TO WS-ACCT-ITEM-TOTAL.
002690     MOVE 'N' TO WS-ITEMS-DONE-SWITCH.
002700     MOVE ARB-ACCOUNT-NO TO ARI-ACCOUNT-NO.
002710     MOVE ZERO           TO ARI-ITEM-DATE.
002720     START ITEM-FILE KEY NOT LESS THAN ARI-KEY
002730         INVALID KEY
002740             MOVE 'Y' TO WS-ITEMS-DONE-SWITCH
002750     END-START.
002760     PERFORM 2300-AGE-ONE-ITEM THRU 2300-AGE-ONE-ITEM-EXIT
002770         UNTIL ITEMS-DONE.
002780     IF WS-ACCT-ITEM-TOTAL = ZERO
002790        AND ARB-UNAPPLIED-AMT = ZERO
002800        AND ARB-CURRENT-BALANCE = ZERO
002810         GO TO 2000-NEXT-BALANCE
002820     END-IF.
002830     PERFORM 3000-LIST-ACCOUNT THRU 3000-LIST-ACCOUNT-EXIT.
002840 2000-NEXT-BALANCE.
002850     PERFORM 2100-READ-BALANCE THRU 2100-READ-BALANCE-EXIT.
002860 2000-AGE-ACCOUNT-EXIT.
002870     EXIT.
002880*--------------------------------------------------------------*
002890* 2100-READ-BALANCE - READ THE NEXT BALANCE RECORD IN KEY ORDER *
002900*--------------------------------------------------------------*
002910 2100-READ-BALANCE.
002920     READ BALANCE-FILE NEXT RECORD
002930         AT END
002940             MOVE 'Y' TO WS-BAL-EOF-SWITCH
002950     END-READ.
002960     IF WS-ARBAL-STATUS NOT = '00' AND WS-ARBAL-STATUS NOT = '10'
002970         MOVE 'ARBAL   ' TO WS-ABEND-FILE-ID
002980         MOVE WS-ARBAL-STATUS TO WS-ABEND-STATUS
002990         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003000     END-IF.
003010 2100-READ-BALANCE-EXIT.
003020     EXIT.
003030*--------------------------------------------------------------*
003040* 2200-CLEAR-ACCT-BUCKET - ZERO ONE ACCOUNT AGING BUCKET        *
003050*--------------------------------------------------------------*
003060 2200-CLEAR-ACCT-BUCKET.
003070     MOVE ZERO TO WS-ACCT-BUCKET (WS-BUCKET-IX).
003080 2200-CLEAR-ACCT-BUCKET-EXIT.
003090     EXIT.
003100*--------------------------------------------------------------*
003110* 2300-AGE-ONE-ITEM - READ THE ACCOUNT'S NEXT OPEN ITEM AND ADD *
003120* ITS OPEN AMOUNT INTO THE BUCKET FOR ITS AGE. THE NEXT         *
003130* ACCOUNT'S FIRST ITEM OR END OF FILE ENDS THE ACCOUNT.         *
003140*--------------------------------------------------------------*
003150 2300-AGE-ONE-ITEM.
003160     READ ITEM-FILE NEXT RECORD
003170         AT END
003180             MOVE 'Y' TO WS-ITEMS-DONE-SWITCH
003190     END-READ.
003200     IF ITEMS-DONE
003210         GO TO 2300-AGE-ONE-ITEM-EXIT
003220     END-IF.
003230     IF WS-ARITEM-STATUS NOT = '00'
003240         MOVE 'ARITEM  ' TO WS-ABEND-FILE-ID
003250         MOVE WS-ARITEM-STATUS TO WS-ABEND-STATUS
003260         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003270     END-IF.
003280     IF ARI-ACCOUNT-NO NOT = ARB-ACCOUNT-NO
003290         MOVE 'Y' TO WS-ITEMS-DONE-SWITCH
003300         GO TO 2300-AGE-ONE-ITEM-EXIT
003310     END-IF.
003320     IF ARI-ITEM-DATE NUMERIC
003330         MOVE ARI-ITEM-DATE TO WS-DATE-PARTS
003340         PERFORM 9100-DATE-TO-DAYS THRU 9100-DATE-TO-DAYS-EXIT
003350         COMPUTE WS-ITEM-DAYS = WS-TODAY-DAYS - WS-DATE-DAYS
003360     ELSE
003370*        AN UNREADABLE DATE IS TREATED AS ANCIENT SO THE ITEM
003380*        LANDS IN THE 90+ BUCKET AND GETS CHASED.
003390         MOVE 999 TO WS-ITEM-DAYS
003400     END-IF.
003410     IF WS-ITEM-DAYS < 30
003420         MOVE 1 TO WS-BUCKET-IX
003430     ELSE
003440         IF WS-ITEM-DAYS < 60
003450             MOVE 2 TO WS-BUCKET-IX
003460         ELSE
003470             IF WS-ITEM-DAYS < 90
003480                 MOVE 3 TO WS-BUCKET-IX
003490             ELSE
003500                 MOVE 4 TO WS-BUCKET-IX
003510             END-IF
003520         END-IF
003530     END-IF.
003540     ADD ARI-OPEN-AMT TO WS-ACCT-BUCKET (WS-BUCKET-IX).
003550     ADD ARI-OPEN-AMT TO WS-GRAND-BUCKET (WS-BUCKET-IX).
003560     ADD ARI-OPEN-AMT TO WS-ACCT-ITEM-TOTAL.
003570 2300-AGE-ONE-ITEM-EXIT.
003580     EXIT.
003590*--------------------------------------------------------------*
003600* 3000-LIST-ACCOUNT - ONE AGING LINE FOR THE ACCOUNT IN HAND.   *
003610* THE BALANCE IS THE OPEN ITEMS LESS THE CREDIT HELD; WHEN THAT *
003620* DISAGREES WITH THE LEDGER'S CURRENT BALANCE THE LINE IS       *
003630* FLAGGED '*' AND COUNTED.                                      *
003640*--------------------------------------------------------------*
003650 3000-LIST-ACCOUNT.
003660     ADD 1 TO WS-LISTED-CT.
003670     COMPUTE WS-ACCT-BALANCE =
003680         WS-ACCT-ITEM-TOTAL - ARB-UNAPPLIED-AMT.
003690     ADD ARB-UNAPPLIED-AMT TO WS-GRAND-UNAPPLIED.
003700     ADD WS-ACCT-BALANCE   TO WS-GRAND-BALANCE.
003710     IF WS-ACCT-BALANCE < ZERO
003720         ADD 1 TO WS-CREDIT-ACCT-CT
003730     END-IF.
003740     MOVE SPACES TO WS-AGING-LINE.
003750     MOVE ARB-ACCOUNT-NO TO AGE-ACCOUNT.
003760     MOVE ARB-ACCOUNT-NO TO AMS-ACCOUNT-NO.
003770     READ ACCOUNT-MASTER-FILE
003780         INVALID KEY
003790             MOVE '*** NOT ON ACCOUNT MASTER ***' TO AGE-NAME
003800     END-READ.
003810     IF WS-ACCTMST-STATUS = '00'
003820         MOVE AMS-ACCOUNT-NAME TO AGE-NAME
003830     ELSE
003840         IF WS-ACCTMST-STATUS NOT = '23'
003850             MOVE 'ACCTMST ' TO WS-ABEND-FILE-ID
003860             MOVE WS-ACCTMST-STATUS TO WS-ABEND-STATUS
003870             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003880         END-IF
003890     END-IF.
003900     MOVE WS-ACCT-BUCKET (1) TO AGE-BUCKET-1.
003910     MOVE WS-ACCT-BUCKET (2) TO AGE-BUCKET-2.
003920     MOVE WS-ACCT-BUCKET (3) TO AGE-BUCKET-3.
003930     MOVE WS-ACCT-BUCKET (4) TO AGE-BUCKET-4.
003940     COMPUTE AGE-UNAPPLIED = ZERO - ARB-UNAPPLIED-AMT.
003950     MOVE WS-ACCT-BALANCE TO AGE-BALANCE.
003960     IF WS-ACCT-BALANCE NOT = ARB-CURRENT-BALANCE
003970         MOVE '*' TO AGE-FLAG
003980         ADD 1 TO WS-DIFFER-CT
003990     END-IF.
004000     MOVE WS-AGING-LINE TO WS-PRINT-LINE.
004010     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
004020 3000-LIST-ACCOUNT-EXIT.
004030     EXIT.
004040*--------------------------------------------------------------*
004050* 4000-PRINT-TOTALS - GRAND TOTAL LINE ACROSS THE BUCKETS, THEN *
004060* THE RUN COUNTS                                                *
004070*--------------------------------------------------------------*
004080 4000-PRINT-TOTALS.
004090     MOVE SPACES TO WS-PRINT-LINE.
004100     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
004110     MOVE SPACES TO WS-AGING-LINE.
004120     MOVE 'ALL ACCOUNTS' TO AGE-NAME.
004130     MOVE WS-GRAND-BUCKET (1) TO AGE-BUCKET-1.
004140     MOVE WS-GRAND-BUCKET (2) TO AGE-BUCKET-2.
004150     MOVE WS-GRAND-BUCKET (3) TO AGE-BUCKET-3.
004160     MOVE WS-GRAND-BUCKET (4) TO AGE-BUCKET-4.
004170     COMPUTE AGE-UNAPPLIED = ZERO - WS-GRAND-UNAPPLIED.
004180     MOVE WS-GRAND-BALANCE TO AGE-BALANCE.
004190     MOVE WS-AGING-LINE TO WS-PRINT-LINE.
004200     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
004210     MOVE SPACES TO WS-PRINT-LINE.
004220     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
004230     MOVE SPACES TO WS-TOTAL-LINE.
004240     MOVE 'BALANCE RECORDS READ' TO TOT-LABEL.
004250     MOVE WS-ACCOUNT-CT TO TOT-COUNT.
004260     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
004270     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
004280     MOVE SPACES TO WS-TOTAL-LINE.
004290     MOVE 'ACCOUNTS LISTED' TO TOT-LABEL.
004300     MOVE WS-LISTED-CT TO TOT-COUNT.
004310     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
004320     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
004330     MOVE SPACES TO WS-TOTAL-LINE.
004340     MOVE 'ACCOUNTS IN CREDIT' TO TOT-LABEL.
004350     MOVE WS-CREDIT-ACCT-CT TO TOT-COUNT.
004360     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
004370     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
004380     MOVE SPACES TO WS-TOTAL-LINE.
004390     MOVE '* ITEMS DISAGREE WITH LEDGER BALANCE' TO TOT-LABEL.
004400     MOVE WS-DIFFER-CT TO TOT-COUNT.
004410     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
004420     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
004430 4000-PRINT-TOTALS-EXIT.
004440     EXIT.
004450*--------------------------------------------------------------*
004460* 7000-WRITE-LINE - COMMON REPORT WRITER. ROLLS TO A NEW PAGE   *
004470* WHEN THE CURRENT PAGE IS FULL. THE LINE TO PRINT IS ALWAYS    *
004480* STAGED IN WS-PRINT-LINE.                                      *
004490*--------------------------------------------------------------*
004500 7000-WRITE-LINE.
004510     IF WS-LINE-CT >= WS-MAX-LINES
004520         PERFORM 7100-WRITE-HEADINGS
004530             THRU 7100-WRITE-HEADINGS-EXIT
004540     END-IF.
004550     WRITE PRINT-REC FROM WS-PRINT-LINE
004560         AFTER ADVANCING 1 LINE.
004570     IF WS-PRINT-STATUS NOT = '00'
004580         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
004590         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
004600         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004610     END-IF.
004620     ADD 1 TO WS-LINE-CT.
004630 7000-WRITE-LINE-EXIT.
004640     EXIT.
004650*--------------------------------------------------------------*
004660* 7100-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN DATE,     *
004670* PAGE NUMBER, AS-OF DATE AND COLUMN HEADINGS                   *
004680*--------------------------------------------------------------*
004690 7100-WRITE-HEADINGS.
004700     ADD 1 TO WS-PAGE-NO.
004710     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
004720     MOVE WS-PAGE-NO  TO HDG1-PAGE-NO.
004730     WRITE PRINT-REC FROM WS-HEADING-1
004740         AFTER ADVANCING PAGE.
004750     IF WS-PRINT-STATUS NOT = '00'
004760         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
004770         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
004780         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004790     END-IF.
004800     MOVE WS-RUN-DATE TO HDG2-AS-OF-DATE.
004810     WRITE PRINT-REC FROM WS-HEADING-2
004820         AFTER ADVANCING 2 LINES.
004830     IF WS-PRINT-STATUS NOT = '00'
004840         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
004850         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
004860         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004870     END-IF.
004880     WRITE PRINT-REC FROM WS-HEADING-3
004890         AFTER ADVANCING 2 LINES.
004900     IF WS-PRINT-STATUS NOT = '00'
004910         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
004920         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
004930         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004940     END-IF.
004950     MOVE ZERO TO WS-LINE-CT.
004960 7100-WRITE-HEADINGS-EXIT.
004970     EXIT.
004980*--------------------------------------------------------------*
004990* 9000-TERMINATE - CLOSE FILES. AN ACCOUNT WHOSE ITEMS DISAGREE *
005000* WITH ITS LEDGER BALANCE ENDS THE JOB RC 4.                    *
005010*--------------------------------------------------------------*
005020 9000-TERMINATE.
005030     DISPLAY 'ARAGING - BALANCES ' WS-ACCOUNT-CT
005040             ' LISTED '            WS-LISTED-CT
005050             ' DISAGREEING '       WS-DIFFER-CT.
005060     CLOSE BALANCE-FILE
005070           ITEM-FILE
005080           ACCOUNT-MASTER-FILE
005090           PRINT-FILE.
005100     IF WS-DIFFER-CT > ZERO
005110         DISPLAY 'ARAGING - ' WS-DIFFER-CT
005120                 ' ACCOUNT(S) OPEN ITEMS DISAGREE WITH THE'
005130                 ' LEDGER BALANCE - RC 4'
005140         MOVE 4 TO RETURN-CODE
005150     END-IF.
005160 9000-TERMINATE-EXIT.
005170     EXIT.
005180*--------------------------------------------------------------*
005190* 9100-DATE-TO-DAYS - CONVERT THE YYMMDD IMAGE SITTING IN       *
005200* WS-DATE-PARTS TO A 30/360 COMMERCIAL DAY COUNT. APPROXIMATE   *
005210* BY DESIGN - THE BUCKETS ARE MONTHS WIDE.                      *
005220*--------------------------------------------------------------*
005230 9100-DATE-TO-DAYS.
005240     COMPUTE WS-DATE-DAYS =
005250         (WS-DP-YY * 360) + (WS-DP-MM * 30) + WS-DP-DD.
005260 9100-DATE-TO-DAYS-EXIT.
005270     EXIT.
005280*--------------------------------------------------------------*
005290* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
005300* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
005310* RETURN CODE.                                                  *
005320*--------------------------------------------------------------*
005330 9900-ABEND.
005340     DISPLAY 'ARAGING - FATAL I/O ERROR ON '
005350             WS-ABEND-FILE-ID
005360             ' FILE STATUS = ' WS-ABEND-STATUS.
005370     MOVE 16 TO RETURN-CODE.
005380     GOBACK.
005390 9900-ABEND-EXIT.
005400     EXIT.
005410 END PROGRAM ArAging.
