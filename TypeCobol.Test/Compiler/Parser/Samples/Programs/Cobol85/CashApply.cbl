000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CashApply.
000030 AUTHOR.         R MEEHAN.
000040 INSTALLATION.   DATA CENTER SERVICES.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                          *
000090*--------------------------------------------------------------*
000100*  DATE      INIT  DESCRIPTION                                  *
000110*  --------  ----  ----------------------------------------     *
000120*  10/15/26  RM    ORIGINAL CODING. APPLIES THE DAY'S BANK      *
000130*                  LOCKBOX CASH (CASHIN, COPYBOOK CASHREC) TO   *
000140*                  THE RECEIVABLES LEDGER. EACH PAYMENT IS      *
000150*                  POSTED TO THE ACCOUNT'S BALANCE RECORD       *
000160*                  (ARBAL) AND APPLIED TO ITS OPEN ITEMS        *
000170*                  (ARITEM) OLDEST FIRST. CASH LEFT OVER ONCE   *
000180*                  EVERY ITEM IS PAID IS HELD AS UNAPPLIED      *
000190*                  CREDIT ON THE BALANCE RECORD; A PAYMENT FOR  *
000200*                  AN ACCOUNT NOT ON THE ACCOUNT MASTER, OR ONE *
000210*                  THAT CANNOT BE READ, IS NOT POSTED AND GOES  *
000220*                  OUT ON UNAPCASH FOR RESEARCH. BOTH KINDS ARE *
000230*                  LISTED ON THE UNAPPLIED-CASH REPORT          *
000240*                  (UNAPRPT); EVERY PAYMENT IS LISTED ON THE    *
000250*                  CASH APPLICATION LISTING (PRTFILE). RC 4     *
000260*                  MEANS CASH WENT TO UNAPCASH. A SAME-DAY      *
000270*                  RERUN SKIPS PAYMENTS ALREADY POSTED.         *
000280*--------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330*    DECIMAL-POINT IS COMMA SO THE EDITED AMOUNTS BELOW CARRY
000340*    THE COMMA DECIMAL SEPARATOR THE SHOP'S REPORTS USE.
000350 SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CASH-FILE               ASSIGN TO CASHIN
000390             FILE STATUS IS WS-CASH-STATUS.
000400     SELECT BALANCE-FILE            ASSIGN TO ARBAL
000410             ORGANIZATION IS INDEXED
000420             ACCESS MODE IS DYNAMIC
000430             RECORD KEY IS ARB-ACCOUNT-NO
000440             FILE STATUS IS WS-ARBAL-STATUS.
000450     SELECT ITEM-FILE               ASSIGN TO ARITEM
000460             ORGANIZATION IS INDEXED
000470             ACCESS MODE IS DYNAMIC
000480             RECORD KEY IS ARI-KEY
000490             FILE STATUS IS WS-ARITEM-STATUS.
000500     SELECT ACCOUNT-MASTER-FILE     ASSIGN TO ACCTMST
000510             ORGANIZATION IS INDEXED
000520             ACCESS MODE IS DYNAMIC
000530             RECORD KEY IS AMS-ACCOUNT-NO
000540             FILE STATUS IS WS-ACCTMST-STATUS.
000550     SELECT UNMATCHED-FILE          ASSIGN TO UNAPCASH
000560             FILE STATUS IS WS-UNMATCH-STATUS.
000570     SELECT PRINT-FILE              ASSIGN TO PRTFILE
000580             FILE STATUS IS WS-PRINT-STATUS.
000590     SELECT UNAPPLIED-RPT-FILE      ASSIGN TO UNAPRPT
000600             FILE STATUS IS WS-UNAPRPT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630*--------------------------------------------------------------*
000640* CASH-FILE - THE DAY'S LOCKBOX PAYMENTS (SHARED CASHREC        *
000650* LAYOUT), IN THE ORDER THE BANK SENT THEM                      *
000660*--------------------------------------------------------------*
000670 FD  CASH-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 80 CHARACTERS
000700     DATA RECORD IS CASH-REC.
000710     COPY CASHREC.
000720*--------------------------------------------------------------*
000730* BALANCE-FILE - THE ACCOUNT BALANCE MASTER KSDS (SHARED ARBAL  *
000740* LAYOUT, KEYED ON THE ACCOUNT NUMBER)                          *
000750*--------------------------------------------------------------*
000760 FD  BALANCE-FILE
000770     RECORD CONTAINS 200 CHARACTERS
000780     DATA RECORD IS AR-BALANCE-REC.
000790     COPY ARBAL.
000800*--------------------------------------------------------------*
000810* ITEM-FILE - THE OPEN ITEM KSDS (SHARED ARITEM LAYOUT, KEYED   *
000820* ON ACCOUNT NUMBER AND ITEM DATE)                              *
000830*--------------------------------------------------------------*
000840 FD  ITEM-FILE
000850     RECORD CONTAINS 60 CHARACTERS
000860     DATA RECORD IS AR-ITEM-REC.
000870     COPY ARITEM.
000880*--------------------------------------------------------------*
000890* ACCOUNT-MASTER-FILE - THE ACCOUNT MASTER KSDS (SHARED         *
000900* ACCTMST LAYOUT), READ BY KEY TO PROVE THE PAYING ACCOUNT      *
000910*--------------------------------------------------------------*
000920 FD  ACCOUNT-MASTER-FILE
000930     RECORD CONTAINS 160 CHARACTERS
000940     DATA RECORD IS ACCT-MASTER-REC.
000950     COPY ACCTMST.
000960*--------------------------------------------------------------*
000970* UNMATCHED-FILE - PAYMENTS NOT POSTED, WRITTEN BACK OUT AS     *
000980* RECEIVED (CASHREC LAYOUT) SO THEY CAN BE CORRECTED AND FED    *
000990* BACK IN                                                       *
001000*--------------------------------------------------------------*
001010 FD  UNMATCHED-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 80 CHARACTERS
001040     DATA RECORD IS UNMATCHED-REC.
001050 01  UNMATCHED-REC               PIC X(80).
001060*--------------------------------------------------------------*
001070* PRINT-FILE - HEADED, PAGED CASH APPLICATION LISTING           *
001080*--------------------------------------------------------------*
001090 FD  PRINT-FILE
001100     LABEL RECORDS OMITTED
001110     RECORD CONTAINS 132 CHARACTERS
001120     DATA RECORD IS PRINT-REC.
001130 01  PRINT-REC                   PIC X(132).
001140*--------------------------------------------------------------*
001150* UNAPPLIED-RPT-FILE - HEADED, PAGED UNAPPLIED-CASH REPORT      *
001160*--------------------------------------------------------------*
001170 FD  UNAPPLIED-RPT-FILE
001180     LABEL RECORDS OMITTED
001190     RECORD CONTAINS 132 CHARACTERS
001200     DATA RECORD IS UNAPPLIED-RPT-REC.
001210 01  UNAPPLIED-RPT-REC           PIC X(132).
001220 WORKING-STORAGE SECTION.
001230*--------------------------------------------------------------*
001240* PAYMENT CONTROL FIELDS. WS-RECORD-NO IS THE CASHIN RECORD     *
001250* NUMBER, COMPARED WITH THE BALANCE RECORD'S LAST-CASH STAMP.   *
001260*--------------------------------------------------------------*
001270 77  WS-RECORD-NO                PIC 9(08) VALUE ZERO.
001280 77  WS-BALANCE-NEW-SWITCH       PIC X(01) VALUE 'N'.
001290     88  BALANCE-NEW                 VALUE 'Y'.
001300 77  WS-DISPOSITION              PIC X(10).
001310 77  WS-UNAPPLIED-REASON         PIC X(30).
001320 77  WS-PAY-APPLIED-AMT          PIC S9(09)V99 VALUE ZERO.
001330 77  WS-PAY-SETTLED-CT           PIC 9(04) COMP VALUE ZERO.
001340*--------------------------------------------------------------*
001350* OLDEST-FIRST APPLICATION WORK FIELDS. WS-APPLY-AMT IS THE     *
001360* CASH OFFERED; WS-APPLY-REMAIN IS WHAT IS LEFT OF IT ONCE THE  *
001370* ACCOUNT'S OPEN ITEMS HAVE TAKEN THEIR SHARE.                  *
001380*--------------------------------------------------------------*
001390 77  WS-APPLY-AMT                PIC S9(09)V99 VALUE ZERO.
001400 77  WS-APPLY-REMAIN             PIC S9(09)V99 VALUE ZERO.
001410 77  WS-APPLY-PORTION            PIC S9(09)V99 VALUE ZERO.
001420 77  WS-APPLY-DONE-SWITCH        PIC X(01) VALUE 'N'.
001430     88  APPLY-DONE                  VALUE 'Y'.
001440*--------------------------------------------------------------*
001450* RUN COUNTERS AND AMOUNTS FOR THE TOTALS BLOCKS                *
001460*--------------------------------------------------------------*
001470 77  WS-PAYMENT-CT               PIC 9(08) VALUE ZERO.
001480 77  WS-ALREADY-APPLIED-CT       PIC 9(08) VALUE ZERO.
001490 77  WS-CREDIT-HELD-CT           PIC 9(08) VALUE ZERO.
001500 77  WS-UNMATCHED-CT             PIC 9(08) VALUE ZERO.
001510 77  WS-ITEM-SETTLED-CT          PIC 9(08) VALUE ZERO.
001520 77  WS-PAYMENT-AMOUNT           PIC S9(09)V99 VALUE ZERO.
001530 77  WS-APPLIED-AMOUNT           PIC S9(09)V99 VALUE ZERO.
001540 77  WS-CREDIT-HELD-AMOUNT       PIC S9(09)V99 VALUE ZERO.
001550 77  WS-UNMATCHED-AMOUNT         PIC S9(09)V99 VALUE ZERO.
001560*--------------------------------------------------------------*
001570* END-OF-FILE CONTROL                                           *
001580*--------------------------------------------------------------*
001590 77  WS-CASH-EOF-SWITCH          PIC X(01) VALUE 'N'.
001600     88  END-OF-CASH                 VALUE 'Y'.
001610*--------------------------------------------------------------*
001620* FILE STATUS AND ABEND FIELDS                                  *
001630*--------------------------------------------------------------*
001640 77  WS-CASH-STATUS              PIC X(02).
001650 77  WS-ARBAL-STATUS             PIC X(02).
001660 77  WS-ARITEM-STATUS            PIC X(02).
001670 77  WS-ACCTMST-STATUS           PIC X(02).
001680 77  WS-UNMATCH-STATUS           PIC X(02).
001690 77  WS-PRINT-STATUS             PIC X(02).
001700 77  WS-UNAPRPT-STATUS           PIC X(02).
001710 77  WS-ABEND-FILE-ID            PIC X(08).
001720 77  WS-ABEND-STATUS             PIC X(02).
001730*--------------------------------------------------------------*
001740* PRINT REPORT CONTROL FIELDS AND LINE LAYOUTS. BOTH REPORTS    *
001750* SHARE THE LINE LAYOUTS; EACH KEEPS ITS OWN PAGE AND LINE      *
001760* COUNT.                                                        *
001770*--------------------------------------------------------------*
001780 77  WS-RUN-DATE                 PIC 9(06).
001790 77  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001800 77  WS-LINE-CT                  PIC 9(02) VALUE ZERO.
001810 77  WS-UNAP-PAGE-NO             PIC 9(04) VALUE ZERO.
001820 77  WS-UNAP-LINE-CT             PIC 9(02) VALUE ZERO.
001830 77  WS-MAX-LINES                PIC 9(02) VALUE 50.
001840 01  WS-PRINT-LINE               PIC X(132).
001850 01  WS-HEADING-1.
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  FILLER                  PIC X(24)
001880             VALUE 'CASHAPPLY RUN DATE'.
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  HDG1-RUN-DATE           PIC 99/99/99.
001910     05  FILLER                  PIC X(74) VALUE SPACE.
001920     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001930     05  HDG1-PAGE-NO            PIC ZZZ9.
001940     05  FILLER                  PIC X(15) VALUE SPACE.
001950 01  WS-HEADING-2.
001960     05  FILLER                  PIC X(01) VALUE SPACE.
001970     05  HDG2-TITLE              PIC X(40).
001980     05  FILLER                  PIC X(91) VALUE SPACE.
001990 01  WS-HEADING-3.
002000     05  FILLER                  PIC X(01) VALUE SPACE.
002010     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
002020     05  FILLER                  PIC X(08) VALUE 'PAID'.
002030     05  FILLER                  PIC X(18) VALUE 'REFERENCE'.
002040     05  FILLER                  PIC X(14) VALUE '      PAYMENT'.
002050     05  FILLER                  PIC X(14) VALUE '      APPLIED'.
002060     05  FILLER                  PIC X(14) VALUE '    UNAPPLIED'.
002070     05  FILLER                  PIC X(07) VALUE 'ITEMS'.
002080     05  FILLER                  PIC X(44) VALUE 'DISPOSITION'.
002090 01  WS-PAYMENT-LINE.
002100     05  FILLER                  PIC X(01) VALUE SPACE.
002110     05  PAY-ACCOUNT             PIC X(10).
002120     05  FILLER                  PIC X(02) VALUE SPACE.
002130     05  PAY-DATE                PIC X(06).
002140     05  FILLER                  PIC X(02) VALUE SPACE.
002150     05  PAY-REFERENCE           PIC X(16).
002160     05  FILLER                  PIC X(02) VALUE SPACE.
002170     05  PAY-AMOUNT              PIC Z(8)9,99-.
002180     05  FILLER                  PIC X(01) VALUE SPACE.
002190     05  PAY-APPLIED             PIC Z(8)9,99-.
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  PAY-UNAPPLIED           PIC Z(8)9,99-.
002220     05  FILLER                  PIC X(02) VALUE SPACE.
002230     05  PAY-ITEMS               PIC ZZZ9.
002240     05  FILLER                  PIC X(03) VALUE SPACE.
002250     05  PAY-DISPOSITION         PIC X(10).
002260     05  FILLER                  PIC X(02) VALUE SPACE.
002270     05  PAY-REASON              PIC X(30).
002280     05  FILLER                  PIC X(01) VALUE SPACE.
002290 01  WS-TOTAL-LINE.
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002310     05  TOT-LABEL               PIC X(30).
002320     05  TOT-COUNT               PIC ZZZZZZZ9.
002330     05  FILLER                  PIC X(02) VALUE SPACE.
002340     05  TOT-AMOUNT              PIC Z(8)9,99-.
002350     05  FILLER                  PIC X(78) VALUE SPACE.
002360 PROCEDURE DIVISION.
002370*--------------------------------------------------------------*
002380* 0000-MAINLINE                                                 *
002390*--------------------------------------------------------------*
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002420     PERFORM 2000-APPLY-PAYMENT
002430         THRU 2000-APPLY-PAYMENT-EXIT
002440         UNTIL END-OF-CASH.
002450     PERFORM 4000-PRINT-TOTALS THRU 4000-PRINT-TOTALS-EXIT.
002460     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002470     GOBACK.
002480 0000-MAINLINE-EXIT.
002490     EXIT.
002500*--------------------------------------------------------------*
002510* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ. A NEVER-     *
002520* LOADED LEDGER KSDS (STATUS 35 ON OPEN I-O) IS OPENED OUTPUT   *
002530* AND CLOSED ONCE TO LEAVE IT LOADED BUT EMPTY, THEN REOPENED.  *
002540*--------------------------------------------------------------*
002550 1000-INITIALIZE.
002560     OPEN INPUT  CASH-FILE
002570          OUTPUT UNMATCHED-FILE
002580                 PRINT-FILE
002590                 UNAPPLIED-RPT-FILE.
002600     IF WS-CASH-STATUS NOT = '00'
002610         MOVE 'CASHIN  ' TO WS-ABEND-FILE-ID
002620         MOVE WS-CASH-STATUS TO WS-ABEND-STATUS
002630         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002640     END-IF.
002650     IF WS-UNMATCH-STATUS NOT = '00'
002660         MOVE 'UNAPCASH' TO WS-ABEND-FILE-ID
002670         MOVE WS-UNMATCH-STATUS TO WS-ABEND-STATUS
002680         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002690     END-IF.
002700     IF WS-PRINT-STATUS NOT = '00'
002710         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
002720         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
002730         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002740     END-IF.
002750     IF WS-UNAPRPT-STATUS NOT = '00'
002760         MOVE 'UNAPRPT ' TO WS-ABEND-FILE-ID
002770         MOVE WS-UNAPRPT-STATUS TO WS-ABEND-STATUS
002780         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002790     END-IF.
002800     OPEN INPUT ACCOUNT-MASTER-FILE.
002810     IF WS-ACCTMST-STATUS NOT = '00'
002820         MOVE 'ACCTMST ' TO WS-ABEND-FILE-ID
002830         MOVE WS-ACCTMST-STATUS TO WS-ABEND-STATUS
002840         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002850     END-IF.
002860     OPEN I-O BALANCE-FILE.
002870     IF WS-ARBAL-STATUS = '35'
002880         OPEN OUTPUT BALANCE-FILE
002890         IF WS-ARBAL-STATUS = '00'
002900             CLOSE BALANCE-FILE
002910             OPEN I-O BALANCE-FILE
002920         END-IF
002930     END-IF.
002940     IF WS-ARBAL-STATUS NOT = '00'
002950         MOVE 'ARBAL   ' TO WS-ABEND-FILE-ID
002960         MOVE WS-ARBAL-STATUS TO WS-ABEND-STATUS
002970         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002980     END-IF.
002990     OPEN I-O ITEM-FILE.
003000     IF WS-ARITEM-STATUS = '35'
003010         OPEN OUTPUT ITEM-FILE
003020         IF WS-ARITEM-STATUS = '00'
003030             CLOSE ITEM-FILE
003040             OPEN I-O ITEM-FILE
003050         END-IF
003060     END-IF.
003070     IF WS-ARITEM-STATUS NOT = '00'
003080         MOVE 'ARITEM  ' TO WS-ABEND-FILE-ID
003090         MOVE WS-ARITEM-STATUS TO WS-ABEND-STATUS
003100         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003110     END-IF.
003120     ACCEPT WS-RUN-DATE FROM DATE.
003130     MOVE WS-MAX-LINES TO WS-LINE-CT.
003140     MOVE WS-MAX-LINES TO WS-UNAP-LINE-CT.
003150     PERFORM 2100-READ-CASH THRU 2100-READ-CASH-EXIT.
003160 1000-INITIALIZE-EXIT.
003170     EXIT.
003180*--------------------------------------------------------------*
003190* 2000-APPLY-PAYMENT - PROVE ONE PAYMENT AND POST IT. AN        *
003200* UNREADABLE PAYMENT OR ONE FOR AN ACCOUNT NOT ON THE MASTER    *
003210* GOES TO UNAPCASH UNPOSTED. A PAYMENT AT OR BEFORE THE         *
003220* BALANCE RECORD'S LAST-CASH STAMP FOR TODAY WAS POSTED BY AN   *
003230* EARLIER RUN OF THIS STEP AND IS ONLY LISTED.                  *
003240*--------------------------------------------------------------*
003250 2000-APPLY-PAYMENT.
003260     ADD 1 TO WS-RECORD-NO.
003270     ADD 1 TO WS-PAYMENT-CT.
003280     MOVE ZERO TO WS-PAY-APPLIED-AMT.
003290     MOVE ZERO TO WS-PAY-SETTLED-CT.
003300     MOVE ZERO TO WS-APPLY-REMAIN.
003310     MOVE SPACES TO WS-UNAPPLIED-REASON.
003320     IF CSH-ACCOUNT-NO NOT NUMERIC
003330        OR CSH-PAYMENT-DATE NOT NUMERIC
003340        OR CSH-AMOUNT NOT NUMERIC
003350         MOVE 'PAYMENT RECORD UNREADABLE' TO WS-UNAPPLIED-REASON
003360         PERFORM 2800-HOLD-UNMATCHED
003370             THRU 2800-HOLD-UNMATCHED-EXIT
003380         GO TO 2000-NEXT-PAYMENT
003390     END-IF.
003400     ADD CSH-AMOUNT TO WS-PAYMENT-AMOUNT.
003410     IF CSH-AMOUNT = ZERO
003420         MOVE 'PAYMENT AMOUNT IS ZERO' TO WS-UNAPPLIED-REASON
003430         PERFORM 2800-HOLD-UNMATCHED
003440             THRU 2800-HOLD-UNMATCHED-EXIT
003450         GO TO 2000-NEXT-PAYMENT
003460     END-IF.
003470     MOVE CSH-ACCOUNT-NO TO AMS-ACCOUNT-NO.
003480     READ ACCOUNT-MASTER-FILE
003490         INVALID KEY
003500             MOVE 'ACCOUNT NOT ON MASTER' TO WS-UNAPPLIED-REASON
003510             PERFORM 2800-HOLD-UNMATCHED
003520                 THRU 2800-HOLD-UNMATCHED-EXIT
003530             GO TO 2000-NEXT-PAYMENT
003540     END-READ.
003550     IF WS-ACCTMST-STATUS NOT = '00'
003560         MOVE 'ACCTMST ' TO WS-ABEND-FILE-ID
003570         MOVE WS-ACCTMST-STATUS TO WS-ABEND-STATUS
003580         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003590     END-IF.
003600     PERFORM 2200-GET-BALANCE THRU 2200-GET-BALANCE-EXIT.
003610     IF NOT BALANCE-NEW
003620         IF ARB-LAST-CASH-DATE = WS-RUN-DATE
003630            AND ARB-LAST-CASH-SEQ >= WS-RECORD-NO
003640             ADD 1 TO WS-ALREADY-APPLIED-CT
003650             MOVE 'ALREADY' TO WS-DISPOSITION
003660             MOVE 'POSTED BY AN EARLIER RUN TODAY'
003670                 TO WS-UNAPPLIED-REASON
003680             PERFORM 2900-LIST-PAYMENT
003690                 THRU 2900-LIST-PAYMENT-EXIT
003700             GO TO 2000-NEXT-PAYMENT
003710         END-IF
003720     END-IF.
003730     PERFORM 2300-POST-PAYMENT THRU 2300-POST-PAYMENT-EXIT.
003740 2000-NEXT-PAYMENT.
003750     PERFORM 2100-READ-CASH THRU 2100-READ-CASH-EXIT.
003760 2000-APPLY-PAYMENT-EXIT.
003770     EXIT.
003780*--------------------------------------------------------------*
003790* 2100-READ-CASH - READ THE NEXT LOCKBOX PAYMENT                *
003800*--------------------------------------------------------------*
003810 2100-READ-CASH.
003820     READ CASH-FILE
003830         AT END
003840             MOVE 'Y' TO WS-CASH-EOF-SWITCH
003850     END-READ.
003860     IF WS-CASH-STATUS NOT = '00' AND WS-CASH-STATUS NOT = '10'
003870         MOVE 'CASHIN  ' TO WS-ABEND-FILE-ID
003880         MOVE WS-CASH-STATUS TO WS-ABEND-STATUS
003890         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003900     END-IF.
003910 2100-READ-CASH-EXIT.
003920     EXIT.
003930*--------------------------------------------------------------*
003940* 2200-GET-BALANCE - KEYED READ OF THE ACCOUNT'S BALANCE        *
003950* RECORD. AN ACCOUNT PAYING BEFORE IT WAS EVER BILLED STARTS A  *
003960* NEW RECORD AT ZERO, WRITTEN ONCE THE PAYMENT IS ON IT.        *
003970*--------------------------------------------------------------*
003980 2200-GET-BALANCE.
003990     MOVE 'N' TO WS-BALANCE-NEW-SWITCH.
004000     MOVE CSH-ACCOUNT-NO TO ARB-ACCOUNT-NO.
004010     READ BALANCE-FILE
004020         INVALID KEY
004030             MOVE 'Y' TO WS-BALANCE-NEW-SWITCH
004040     END-READ.
004050     IF BALANCE-NEW
004060         MOVE SPACES          TO AR-BALANCE-REC
004070         MOVE CSH-ACCOUNT-NO  TO ARB-ACCOUNT-NO
004080         MOVE ZERO            TO ARB-STMT-BALANCE
004090         MOVE ZERO            TO ARB-PERIOD-CHARGES
004100         MOVE ZERO            TO ARB-PERIOD-CREDITS
004110         MOVE ZERO            TO ARB-PERIOD-PAYMENTS
004120         MOVE ZERO            TO ARB-CURRENT-BALANCE
004130         MOVE ZERO            TO ARB-UNAPPLIED-AMT
004140         MOVE ZERO            TO ARB-LAST-STMT-DATE
004150         MOVE ZERO            TO ARB-LSF-PREV-BALANCE
004160         MOVE ZERO            TO ARB-LSF-PAYMENTS
004170         MOVE ZERO            TO ARB-LSF-CHARGES
004180         MOVE ZERO            TO ARB-LSF-CREDITS
004190         MOVE ZERO            TO ARB-LAST-POST-CYCLE
004200         MOVE ZERO            TO ARB-LAST-POST-SEQ
004210         MOVE ZERO            TO ARB-LAST-CASH-DATE
004220         MOVE ZERO            TO ARB-LAST-CASH-SEQ
004230         MOVE ZERO            TO ARB-LAST-PAY-DATE
004235         MOVE SPACE           TO ARB-LAST-STMT-TYPE
004240         MOVE WS-RUN-DATE     TO ARB-CREATE-DATE
004250         GO TO 2200-GET-BALANCE-EXIT
004260     END-IF.
004270     IF WS-ARBAL-STATUS NOT = '00'
004280         MOVE 'ARBAL   ' TO WS-ABEND-FILE-ID
004290         MOVE WS-ARBAL-STATUS TO WS-ABEND-STATUS
004300         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004310     END-IF.
004320 2200-GET-BALANCE-EXIT.
004330     EXIT.
004340*--------------------------------------------------------------*
004350* 2300-POST-PAYMENT - POST THE PAYMENT TO THE BALANCE RECORD,   *
004360* APPLY IT TO THE OPEN ITEMS OLDEST FIRST AND HOLD WHAT IS LEFT *
004370* AS UNAPPLIED CREDIT, THEN STAMP AND SAVE THE BALANCE RECORD   *
004380*--------------------------------------------------------------*
004390 2300-POST-PAYMENT.
004400     ADD CSH-AMOUNT TO ARB-PERIOD-PAYMENTS.
004410     SUBTRACT CSH-AMOUNT FROM ARB-CURRENT-BALANCE.
004420     MOVE CSH-PAYMENT-DATE TO ARB-LAST-PAY-DATE.
004430     MOVE CSH-AMOUNT TO WS-APPLY-AMT.
004440     PERFORM 5000-APPLY-OLDEST-FIRST
004450         THRU 5000-APPLY-OLDEST-FIRST-EXIT.
004460     COMPUTE WS-PAY-APPLIED-AMT = WS-APPLY-AMT - WS-APPLY-REMAIN.
004470     ADD WS-PAY-APPLIED-AMT TO WS-APPLIED-AMOUNT.
004480     MOVE 'APPLIED' TO WS-DISPOSITION.
004490     IF WS-APPLY-REMAIN > ZERO
004500         ADD WS-APPLY-REMAIN TO ARB-UNAPPLIED-AMT
004510         ADD 1 TO WS-CREDIT-HELD-CT
004520         ADD WS-APPLY-REMAIN TO WS-CREDIT-HELD-AMOUNT
004530         MOVE 'CREDIT' TO WS-DISPOSITION
004540         IF WS-PAY-APPLIED-AMT = ZERO
004550             MOVE 'NOTHING OPEN - HELD AS CREDIT'
004560                 TO WS-UNAPPLIED-REASON
004570         ELSE
004580             MOVE 'OVERPAYMENT - HELD AS CREDIT'
004590                 TO WS-UNAPPLIED-REASON
004600         END-IF
004610         PERFORM 2950-LIST-UNAPPLIED
004620             THRU 2950-LIST-UNAPPLIED-EXIT
004630     END-IF.
004640     MOVE WS-RUN-DATE  TO ARB-LAST-CASH-DATE.
004650     MOVE WS-RECORD-NO TO ARB-LAST-CASH-SEQ.
004660     IF BALANCE-NEW
004670         WRITE AR-BALANCE-REC
004680     ELSE
004690         REWRITE AR-BALANCE-REC
004700     END-IF.
004710     IF WS-ARBAL-STATUS NOT = '00'
004720         MOVE 'ARBAL   ' TO WS-ABEND-FILE-ID
004730         MOVE WS-ARBAL-STATUS TO WS-ABEND-STATUS
004740         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004750     END-IF.
004760     PERFORM 2900-LIST-PAYMENT THRU 2900-LIST-PAYMENT-EXIT.
004770 2300-POST-PAYMENT-EXIT.
004780     EXIT.
004790*--------------------------------------------------------------*
004800* 2800-HOLD-UNMATCHED - THE PAYMENT CANNOT BE POSTED. WRITE IT  *
004810* TO UNAPCASH AS RECEIVED AND LIST IT ON BOTH REPORTS WITH THE  *
004820* REASON ALREADY IN WS-UNAPPLIED-REASON.                        *
004830*--------------------------------------------------------------*
004840 2800-HOLD-UNMATCHED.
004850     WRITE UNMATCHED-REC FROM CASH-REC.
004860     IF WS-UNMATCH-STATUS NOT = '00'
004870         MOVE 'UNAPCASH' TO WS-ABEND-FILE-ID
004880         MOVE WS-UNMATCH-STATUS TO WS-ABEND-STATUS
004890         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004900     END-IF.
004910     ADD 1 TO WS-UNMATCHED-CT.
004920     IF CSH-AMOUNT NUMERIC
004930         ADD CSH-AMOUNT TO WS-UNMATCHED-AMOUNT
004940         MOVE CSH-AMOUNT TO WS-APPLY-REMAIN
004950     END-IF.
004960     MOVE 'UNMATCHED' TO WS-DISPOSITION.
004970     PERFORM 2900-LIST-PAYMENT THRU 2900-LIST-PAYMENT-EXIT.
004980     PERFORM 2950-LIST-UNAPPLIED THRU 2950-LIST-UNAPPLIED-EXIT.
004990 2800-HOLD-UNMATCHED-EXIT.
005000     EXIT.
005010*--------------------------------------------------------------*
005020* 2900-LIST-PAYMENT - ONE LINE ON THE CASH APPLICATION LISTING  *
005030*--------------------------------------------------------------*
005040 2900-LIST-PAYMENT.
005050     PERFORM 2990-BUILD-PAYMENT-LINE
005060         THRU 2990-BUILD-PAYMENT-LINE-EXIT.
005070     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005080 2900-LIST-PAYMENT-EXIT.
005090     EXIT.
005100*--------------------------------------------------------------*
005110* 2950-LIST-UNAPPLIED - ONE LINE ON THE UNAPPLIED-CASH REPORT   *
005120*--------------------------------------------------------------*
005130 2950-LIST-UNAPPLIED.
005140     PERFORM 2990-BUILD-PAYMENT-LINE
005150         THRU 2990-BUILD-PAYMENT-LINE-EXIT.
005160     PERFORM 7500-WRITE-UNAPPLIED-LINE
005170         THRU 7500-WRITE-UNAPPLIED-LINE-EXIT.
005180 2950-LIST-UNAPPLIED-EXIT.
005190     EXIT.
005200*--------------------------------------------------------------*
005210* 2990-BUILD-PAYMENT-LINE - STAGE THE PAYMENT IN HAND IN        *
005220* WS-PRINT-LINE. THE RAW CARD FIELDS ARE LISTED SO AN           *
005230* UNREADABLE PAYMENT STILL SHOWS WHAT THE BANK SENT.            *
005240*--------------------------------------------------------------*
005250 2990-BUILD-PAYMENT-LINE.
005260     MOVE SPACES TO WS-PAYMENT-LINE.
005270     MOVE CSH-ACCOUNT-NO-X TO PAY-ACCOUNT.
005280     MOVE CSH-PAYMENT-DATE TO PAY-DATE.
005290     MOVE CSH-REFERENCE    TO PAY-REFERENCE.
005300     IF CSH-AMOUNT NUMERIC
005310         MOVE CSH-AMOUNT   TO PAY-AMOUNT
005320     ELSE
005330         MOVE ZERO         TO PAY-AMOUNT
005340     END-IF.
005350     MOVE WS-PAY-APPLIED-AMT TO PAY-APPLIED.
005360     MOVE WS-APPLY-REMAIN    TO PAY-UNAPPLIED.
005370     MOVE WS-PAY-SETTLED-CT  TO PAY-ITEMS.
005380     MOVE WS-DISPOSITION     TO PAY-DISPOSITION.
005390     MOVE WS-UNAPPLIED-REASON TO PAY-REASON.
005400     MOVE WS-PAYMENT-LINE TO WS-PRINT-LINE.
005410 2990-BUILD-PAYMENT-LINE-EXIT.
005420     EXIT.
005430*--------------------------------------------------------------*
005440* 4000-PRINT-TOTALS - THE RUN'S CASH FIGURES AT THE FOOT OF     *
005450* BOTH REPORTS                                                  *
005460*--------------------------------------------------------------*
005470 4000-PRINT-TOTALS.
005480     MOVE SPACES TO WS-PRINT-LINE.
005490     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005500     MOVE SPACES TO WS-TOTAL-LINE.
005510     MOVE 'PAYMENTS READ' TO TOT-LABEL.
005520     MOVE WS-PAYMENT-CT TO TOT-COUNT.
005530     MOVE WS-PAYMENT-AMOUNT TO TOT-AMOUNT.
005540     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
005550     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005560     MOVE SPACES TO WS-TOTAL-LINE.
005570     MOVE 'APPLIED TO OPEN ITEMS' TO TOT-LABEL.
005580     MOVE WS-ITEM-SETTLED-CT TO TOT-COUNT.
005590     MOVE WS-APPLIED-AMOUNT TO TOT-AMOUNT.
005600     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
005610     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005620     MOVE SPACES TO WS-TOTAL-LINE.
005630     MOVE 'ALREADY POSTED - SKIPPED' TO TOT-LABEL.
005640     MOVE WS-ALREADY-APPLIED-CT TO TOT-COUNT.
005650     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
005660     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005670     MOVE SPACES TO WS-PRINT-LINE.
005680     PERFORM 7500-WRITE-UNAPPLIED-LINE
005690         THRU 7500-WRITE-UNAPPLIED-LINE-EXIT.
005700     MOVE SPACES TO WS-TOTAL-LINE.
005710     MOVE 'HELD AS CREDIT ON ACCOUNT' TO TOT-LABEL.
005720     MOVE WS-CREDIT-HELD-CT TO TOT-COUNT.
005730     MOVE WS-CREDIT-HELD-AMOUNT TO TOT-AMOUNT.
005740     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
005750     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005760     PERFORM 7500-WRITE-UNAPPLIED-LINE
005770         THRU 7500-WRITE-UNAPPLIED-LINE-EXIT.
005780     MOVE SPACES TO WS-TOTAL-LINE.
005790     MOVE 'UNMATCHED - SENT TO UNAPCASH' TO TOT-LABEL.
005800     MOVE WS-UNMATCHED-CT TO TOT-COUNT.
005810     MOVE WS-UNMATCHED-AMOUNT TO TOT-AMOUNT.
005820     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
005830     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005840     PERFORM 7500-WRITE-UNAPPLIED-LINE
005850         THRU 7500-WRITE-UNAPPLIED-LINE-EXIT.
005860 4000-PRINT-TOTALS-EXIT.
005870     EXIT.
005880*--------------------------------------------------------------*
005890* 5000-APPLY-OLDEST-FIRST - APPLY THE CASH IN WS-APPLY-AMT TO   *
005900* THE ACCOUNT'S OPEN ITEMS IN KEY (ITEM DATE) ORDER. WHAT IS    *
005910* LEFT UNSPENT IS RETURNED IN WS-APPLY-REMAIN.                  *
005920*--------------------------------------------------------------*
005930 5000-APPLY-OLDEST-FIRST.
005940     MOVE WS-APPLY-AMT TO WS-APPLY-REMAIN.
005950     MOVE 'N' TO WS-APPLY-DONE-SWITCH.
005960     MOVE ARB-ACCOUNT-NO TO ARI-ACCOUNT-NO.
005970     MOVE ZERO           TO ARI-ITEM-DATE.
005980     START ITEM-FILE KEY NOT LESS THAN ARI-KEY
005990         INVALID KEY
006000             MOVE 'Y' TO WS-APPLY-DONE-SWITCH
006010     END-START.
006020     PERFORM 5100-APPLY-ONE-ITEM THRU 5100-APPLY-ONE-ITEM-EXIT
006030         UNTIL APPLY-DONE.
006040 5000-APPLY-OLDEST-FIRST-EXIT.
006050     EXIT.
006060*--------------------------------------------------------------*
006070* 5100-APPLY-ONE-ITEM - READ THE ACCOUNT'S NEXT ITEM AND TAKE   *
006080* AS MUCH OF ITS OPEN AMOUNT AS THE CASH LEFT WILL COVER. AN    *
006090* ITEM PAID DOWN TO NOTHING IS DELETED. THE NEXT ACCOUNT'S      *
006100* FIRST ITEM, END OF FILE, OR THE CASH RUNNING OUT ENDS IT.     *
006110*--------------------------------------------------------------*
006120 5100-APPLY-ONE-ITEM.
006130     READ ITEM-FILE NEXT RECORD
006140         AT END
006150             MOVE 'Y' TO WS-APPLY-DONE-SWITCH
006160     END-READ.
006170     IF APPLY-DONE
006180         GO TO 5100-APPLY-ONE-ITEM-EXIT
006190     END-IF.
006200     IF WS-ARITEM-STATUS NOT = '00'
006210         MOVE 'ARITEM  ' TO WS-ABEND-FILE-ID
006220         MOVE WS-ARITEM-STATUS TO WS-ABEND-STATUS
006230         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006240     END-IF.
006250     IF ARI-ACCOUNT-NO NOT = ARB-ACCOUNT-NO
006260         MOVE 'Y' TO WS-APPLY-DONE-SWITCH
006270         GO TO 5100-APPLY-ONE-ITEM-EXIT
006280     END-IF.
006290     IF ARI-OPEN-AMT NOT > ZERO
006300         GO TO 5100-APPLY-ONE-ITEM-EXIT
006310     END-IF.
006320     IF ARI-OPEN-AMT < WS-APPLY-REMAIN
006330         MOVE ARI-OPEN-AMT    TO WS-APPLY-PORTION
006340     ELSE
006350         MOVE WS-APPLY-REMAIN TO WS-APPLY-PORTION
006360     END-IF.
006370     SUBTRACT WS-APPLY-PORTION FROM ARI-OPEN-AMT.
006380     SUBTRACT WS-APPLY-PORTION FROM WS-APPLY-REMAIN.
006390     MOVE WS-RUN-DATE TO ARI-LAST-APPLY-DATE.
006400     IF ARI-OPEN-AMT = ZERO
006410         DELETE ITEM-FILE RECORD
006420         ADD 1 TO WS-PAY-SETTLED-CT
006430         ADD 1 TO WS-ITEM-SETTLED-CT
006440     ELSE
006450         REWRITE AR-ITEM-REC
006460     END-IF.
006470     IF WS-ARITEM-STATUS NOT = '00'
006480         MOVE 'ARITEM  ' TO WS-ABEND-FILE-ID
006490         MOVE WS-ARITEM-STATUS TO WS-ABEND-STATUS
006500         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006510     END-IF.
006520     IF WS-APPLY-REMAIN NOT > ZERO
006530         MOVE 'Y' TO WS-APPLY-DONE-SWITCH
006540     END-IF.
006550 5100-APPLY-ONE-ITEM-EXIT.
006560     EXIT.
006570*--------------------------------------------------------------*
006580* 7000-WRITE-LINE - COMMON WRITER FOR THE CASH APPLICATION      *
006590* LISTING. ROLLS TO A NEW PAGE WHEN THE CURRENT PAGE IS FULL.   *
006600* THE LINE TO PRINT IS ALWAYS STAGED IN WS-PRINT-LINE.          *
006610*--------------------------------------------------------------*
006620 7000-WRITE-LINE.
006630     IF WS-LINE-CT >= WS-MAX-LINES
006640         PERFORM 7100-WRITE-HEADINGS
006650             THRU 7100-WRITE-HEADINGS-EXIT
006660     END-IF.
006670     WRITE PRINT-REC FROM WS-PRINT-LINE
006680         AFTER ADVANCING 1 LINE.
006690     IF WS-PRINT-STATUS NOT = '00'
006700         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
006710         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
006720         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006730     END-IF.
006740     ADD 1 TO WS-LINE-CT.
006750 7000-WRITE-LINE-EXIT.
006760     EXIT.
006770*--------------------------------------------------------------*
006780* 7100-WRITE-HEADINGS - START A NEW LISTING PAGE WITH THE RUN   *
006790* DATE, PAGE NUMBER, TITLE AND COLUMN HEADINGS                  *
006800*--------------------------------------------------------------*
006810 7100-WRITE-HEADINGS.
006820     ADD 1 TO WS-PAGE-NO.
006830     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
006840     MOVE WS-PAGE-NO  TO HDG1-PAGE-NO.
006850     WRITE PRINT-REC FROM WS-HEADING-1
006860         AFTER ADVANCING PAGE.
006870     IF WS-PRINT-STATUS NOT = '00'
006880         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
006890         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
006900         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006910     END-IF.
006920     MOVE 'CASH APPLICATION LISTING' TO HDG2-TITLE.
006930     WRITE PRINT-REC FROM WS-HEADING-2
006940         AFTER ADVANCING 2 LINES.
006950     IF WS-PRINT-STATUS NOT = '00'
006960         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
006970         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
006980         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006990     END-IF.
007000     WRITE PRINT-REC FROM WS-HEADING-3
007010         AFTER ADVANCING 2 LINES.
007020     IF WS-PRINT-STATUS NOT = '00'
007030         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
007040         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
007050         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007060     END-IF.
007070     MOVE ZERO TO WS-LINE-CT.
007080 7100-WRITE-HEADINGS-EXIT.
007090     EXIT.
007100*--------------------------------------------------------------*
007110* 7500-WRITE-UNAPPLIED-LINE - COMMON WRITER FOR THE UNAPPLIED-  *
007120* CASH REPORT, PAGED SEPARATELY FROM THE LISTING. THE LINE TO   *
007130* PRINT IS ALWAYS STAGED IN WS-PRINT-LINE.                      *
007140*--------------------------------------------------------------*
007150 7500-WRITE-UNAPPLIED-LINE.
007160     IF WS-UNAP-LINE-CT >= WS-MAX-LINES
007170         PERFORM 7600-WRITE-UNAPPLIED-HEADINGS
007180             THRU 7600-WRITE-UNAPPLIED-HEADINGS-EXIT
007190     END-IF.
007200     WRITE UNAPPLIED-RPT-REC FROM WS-PRINT-LINE
007210         AFTER ADVANCING 1 LINE.
007220     IF WS-UNAPRPT-STATUS NOT = '00'
007230         MOVE 'UNAPRPT ' TO WS-ABEND-FILE-ID
007240         MOVE WS-UNAPRPT-STATUS TO WS-ABEND-STATUS
007250         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007260     END-IF.
007270     ADD 1 TO WS-UNAP-LINE-CT.
007280 7500-WRITE-UNAPPLIED-LINE-EXIT.
007290     EXIT.
007300*--------------------------------------------------------------*
007310* 7600-WRITE-UNAPPLIED-HEADINGS - START A NEW UNAPPLIED-CASH    *
007320* PAGE WITH THE RUN DATE, PAGE NUMBER, TITLE AND COLUMNS        *
007330*--------------------------------------------------------------*
007340 7600-WRITE-UNAPPLIED-HEADINGS.
007350     ADD 1 TO WS-UNAP-PAGE-NO.
007360     MOVE WS-RUN-DATE     TO HDG1-RUN-DATE.
007370     MOVE WS-UNAP-PAGE-NO TO HDG1-PAGE-NO.
007380     WRITE UNAPPLIED-RPT-REC FROM WS-HEADING-1
007390         AFTER ADVANCING PAGE.
007400     IF WS-UNAPRPT-STATUS NOT = '00'
007410         MOVE 'UNAPRPT ' TO WS-ABEND-FILE-ID
007420         MOVE WS-UNAPRPT-STATUS TO WS-ABEND-STATUS
007430         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007440     END-IF.
007450     MOVE 'UNAPPLIED CASH' TO HDG2-TITLE.
007460     WRITE UNAPPLIED-RPT-REC FROM WS-HEADING-2
007470         AFTER ADVANCING 2 LINES.
007480     IF WS-UNAPRPT-STATUS NOT = '00'
007490         MOVE 'UNAPRPT ' TO WS-ABEND-FILE-ID
007500         MOVE WS-UNAPRPT-STATUS TO WS-ABEND-STATUS
007510         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007520     END-IF.
007530     WRITE UNAPPLIED-RPT-REC FROM WS-HEADING-3
007540         AFTER ADVANCING 2 LINES.
007550     IF WS-UNAPRPT-STATUS NOT = '00'
007560         MOVE 'UNAPRPT ' TO WS-ABEND-FILE-ID
007570         MOVE WS-UNAPRPT-STATUS TO WS-ABEND-STATUS
007580         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007590     END-IF.
007600     MOVE ZERO TO WS-UNAP-LINE-CT.
007610 7600-WRITE-UNAPPLIED-HEADINGS-EXIT.
007620     EXIT.
007630*--------------------------------------------------------------*
007640* 9000-TERMINATE - CLOSE FILES. CASH THAT WENT TO UNAPCASH ENDS *
007650* THE JOB RC 4 SO SOMEBODY RESEARCHES IT THE SAME DAY.          *
007660*--------------------------------------------------------------*
007670 9000-TERMINATE.
007680     DISPLAY 'CASHAPPLY - PAYMENTS ' WS-PAYMENT-CT
007690             ' HELD AS CREDIT '      WS-CREDIT-HELD-CT
007700             ' UNMATCHED '           WS-UNMATCHED-CT
007710             ' ALREADY POSTED '      WS-ALREADY-APPLIED-CT.
007720     CLOSE CASH-FILE
007730           BALANCE-FILE
007740           ITEM-FILE
007750           ACCOUNT-MASTER-FILE
007760           UNMATCHED-FILE
007770           PRINT-FILE
007780           UNAPPLIED-RPT-FILE.
007790     IF WS-UNMATCHED-CT > ZERO
007800         DISPLAY 'CASHAPPLY - ' WS-UNMATCHED-CT
007810                 ' PAYMENT(S) NOT POSTED - SEE UNAPCASH - RC 4'
007820         MOVE 4 TO RETURN-CODE
007830     END-IF.
007840 9000-TERMINATE-EXIT.
007850     EXIT.
007860*--------------------------------------------------------------*
007870* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
007880* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
007890* RETURN CODE.                                                  *
007900*--------------------------------------------------------------*
007910 9900-ABEND.
007920     DISPLAY 'CASHAPPLY - FATAL I/O ERROR ON '
007930             WS-ABEND-FILE-ID
007940             ' FILE STATUS = ' WS-ABEND-STATUS.
007950     MOVE 16 TO RETURN-CODE.
007960     GOBACK.
007970 9900-ABEND-EXIT.
007980     EXIT.
007990 END PROGRAM CashApply.
