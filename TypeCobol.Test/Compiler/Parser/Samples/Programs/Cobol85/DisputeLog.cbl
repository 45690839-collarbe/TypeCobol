000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DisputeLog.
000030 AUTHOR.         R MEEHAN.
000040 INSTALLATION.   DATA CENTER SERVICES.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                          *
000090*--------------------------------------------------------------*
000100*  DATE      INIT  DESCRIPTION                                  *
000110*  --------  ----  ----------------------------------------     *
000120*  10/15/26  RM    ORIGINAL CODING. LOGS THE BILLING CLERKS'    *
000130*                  DISPUTE CARDS (DISPTRAN) ON THE DISPUTE      *
000140*                  MASTER KSDS (COPYBOOK DISPREC), VERIFIES     *
000150*                  EACH APPROVED DISPUTE AGAINST THE ACCTCHG    *
000160*                  HISTORY - THE CHARGE WAS BILLED AND IS NOT   *
000170*                  ALREADY REVERSED - AND WRITES THE DAY'S      *
000180*                  VERIFIED REVERSALS AS ONE H/R/T SET WITH     *
000190*                  SOURCE DISPUTE (DDNAME DISPSET) FOR          *
000200*                  StringBatch TO PRICE AND POST. A DISPUTE     *
000210*                  WHOSE NEGATIVE CHARGE HAS SINCE REACHED      *
000220*                  ACCTCHG IS MARKED REVERSED. PRINTS A         *
000230*                  LISTING OF EVERY CARD AND RESOLUTION. RC 4   *
000240*                  MEANS ONE OR MORE DISPUTES WERE REJECTED.    *
000241*  10/15/26  RM    EACH REVERSAL IN THE SET NOW CARRIES THE     *
000242*                  DISPUTED CHARGE'S CYCLE DATE SO StringBatch  *
000243*                  PRICES IT, VAT INCLUDED, AT THE RATES IN     *
000244*                  EFFECT WHEN IT WAS BILLED. ACCTCHG GREW 40   *
000245*                  TO 60.                                       *
000246*  10/15/26  RM    ACCTCHG GREW 60 TO 90 (UNITS AND RATE OF     *
000247*                  EACH PRICE BAND).                            *
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
000350     SELECT RUN-CONTROL-FILE        ASSIGN TO RUNCTL
000360             FILE STATUS IS WS-RUNCTL-STATUS.
000370     SELECT DISPUTE-TRANS-FILE      ASSIGN TO DISPTRAN
000380             FILE STATUS IS WS-DISPTRAN-STATUS.
000390     SELECT DISPUTE-FILE            ASSIGN TO DISPMST
000400             ORGANIZATION IS INDEXED
000410             ACCESS MODE IS DYNAMIC
000420             RECORD KEY IS DSP-KEY
000430             FILE STATUS IS WS-DISPMST-STATUS.
000440     SELECT ACCOUNT-FILE            ASSIGN TO ACCTCHG
000450             FILE STATUS IS WS-ACCT-STATUS.
000460     SELECT SET-FILE                ASSIGN TO DISPSET
000470             FILE STATUS IS WS-DISPSET-STATUS.
000480     SELECT PRINT-FILE              ASSIGN TO PRTFILE
000490             FILE STATUS IS WS-PRINT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*--------------------------------------------------------------*
000530* RUN-CONTROL-FILE - THE StringBatch RUN CONTROL CARD. ONLY THE *
000540* CYCLE DATE IS USED HERE, SO THE REVERSAL SET CARRIES THE SAME *
000550* DATE THE RUN WILL CHECK ITS HEADERS AGAINST.                  *
000560*--------------------------------------------------------------*
000570 FD  RUN-CONTROL-FILE
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 80 CHARACTERS
000600     DATA RECORD IS RUN-CONTROL-REC.
000610 01  RUN-CONTROL-REC.
000620     05  FILLER                  PIC X(14).
000630*    RUN-CYCLE-DATE IS THE BUSINESS DAY THE RUN PROCESSES.
000640*    BLANK MEANS TODAY; A PRIOR DATE MAKES A CATCH-UP RUN.
000650     05  RUN-CYCLE-DATE          PIC 9(06).
000660     05  RUN-CYCLE-DATE-X        REDEFINES RUN-CYCLE-DATE
000670                                 PIC X(06).
000680     05  FILLER                  PIC X(60).
000690*--------------------------------------------------------------*
000700* DISPUTE-TRANS-FILE - ONE DISPUTE CARD PER 80-BYTE CARD.       *
000710* DTR-ACTION IS 'N' (NEW DISPUTE) OR 'A' (APPROVE A DISPUTE     *
000720* LOGGED EARLIER WITHOUT AN APPROVER). THE CHARGE IS NAMED BY   *
000730* ACCOUNT, CYCLE DATE, MyVar CODE AND QUANTITY EXACTLY AS IT    *
000740* SITS ON ACCTCHG. A NEW DISPUTE WITH AN APPROVER IS VERIFIED   *
000750* AND REVERSED AT ONCE; WITHOUT ONE IT WAITS FOR ITS 'A' CARD.  *
000760*--------------------------------------------------------------*
000770 FD  DISPUTE-TRANS-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 80 CHARACTERS
000800     DATA RECORD IS DISPUTE-TRANS-REC.
000810 01  DISPUTE-TRANS-REC           PIC X(80).
000820*--------------------------------------------------------------*
000830* DISPUTE-FILE - THE DISPUTE MASTER KSDS (SHARED DISPREC        *
000840* LAYOUT, KEYED ON THE CHARGE THEN THE LOGGING DATE AND CARD)   *
000850*--------------------------------------------------------------*
000860 FD  DISPUTE-FILE
000870     RECORD CONTAINS 150 CHARACTERS
000880     DATA RECORD IS DISPUTE-REC.
000890     COPY DISPREC.
000900*--------------------------------------------------------------*
000910* ACCOUNT-FILE - THE ACCTCHG HISTORY (SHARED ACCTCHG LAYOUT),   *
000920* EVERY GENERATION, READ ONCE FROM END TO END                   *
000930*--------------------------------------------------------------*
000940 FD  ACCOUNT-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 90 CHARACTERS
000970     DATA RECORD IS ACCT-CHARGE-REC.
000980     COPY ACCTCHG.
000990*--------------------------------------------------------------*
001000* SET-FILE - THE DAY'S REVERSAL SET (SHARED TRANREC LAYOUT),    *
001010* CONCATENATED ONTO THE StringBatch INPUT                       *
001020*--------------------------------------------------------------*
001030 FD  SET-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 80 CHARACTERS
001060     DATA RECORD IS TRAN-REC.
001070     COPY TRANREC.
001080*--------------------------------------------------------------*
001090* PRINT-FILE - HEADED, PAGED DISPUTE LISTING                    *
001100*--------------------------------------------------------------*
001110 FD  PRINT-FILE
001120     LABEL RECORDS OMITTED
001130     RECORD CONTAINS 132 CHARACTERS
001140     DATA RECORD IS PRINT-REC.
001150 01  PRINT-REC                   PIC X(132).
001160 WORKING-STORAGE SECTION.
001170*--------------------------------------------------------------*
001180* THE DAY'S DISPUTE CARDS, HELD SO ONE PASS OF THE ACCTCHG      *
001190* HISTORY CAN COUNT THE BILLED CHARGES MATCHING EVERY CARD.     *
001200* A CARD'S NUMBER IN THE DECK (ITS SUBSCRIPT) IS THE LOGGING    *
001210* SEQUENCE IN THE DISPUTE KEY, SO A RERUN OF THE SAME DECK      *
001220* FINDS ITS DISPUTES ALREADY ON FILE. WS-CD-FOUND-CT IS HOW     *
001230* MANY TIMES THE CHARGE WAS BILLED; WS-CD-CHARGE-AMT IS ITS     *
001240* BILLED AMOUNT.                                                *
001250*--------------------------------------------------------------*
001260 77  WS-CARD-MAX                 PIC 9(04) COMP VALUE 500.
001270 77  WS-CARD-CT                  PIC 9(04) COMP VALUE ZERO.
001280 77  WS-CARD-IX                  PIC 9(04) COMP.
001290 01  WS-CARD-TABLE.
001300     05  WS-CARD-ENTRY           OCCURS 500 TIMES.
001310         10  WS-CD-CARD.
001320             15  WS-CD-ACTION            PIC X(01).
001330             15  WS-CD-ACCOUNT-NO        PIC 9(10).
001340             15  WS-CD-ACCOUNT-NO-X      REDEFINES
001350                                         WS-CD-ACCOUNT-NO
001360                                         PIC X(10).
001370             15  WS-CD-CYCLE-DATE        PIC 9(06).
001380             15  WS-CD-CYCLE-DATE-X      REDEFINES
001390                                         WS-CD-CYCLE-DATE
001400                                         PIC X(06).
001410             15  WS-CD-MYVAR             PIC X(01).
001420             15  WS-CD-QUANTITY          PIC 9(05).
001430             15  WS-CD-QUANTITY-X        REDEFINES
001440                                         WS-CD-QUANTITY
001450                                         PIC X(05).
001460             15  WS-CD-REASON            PIC X(30).
001470             15  WS-CD-APPROVER          PIC X(08).
001480             15  FILLER                  PIC X(19).
001490         10  WS-CD-VALID-SWITCH      PIC X(01).
001500             88  CD-VALID                VALUE 'Y'.
001510         10  WS-CD-EDIT-REASON       PIC X(30).
001520         10  WS-CD-FOUND-CT          PIC 9(04) COMP.
001530         10  WS-CD-CHARGE-AMT        PIC S9(07)V99.
001540*--------------------------------------------------------------*
001550* DISPUTES WHOSE REVERSAL HAS BEEN SENT BUT NOT YET SEEN ON     *
001560* ACCTCHG. A NEGATIVE CHARGE FOR THE SAME ACCOUNT, CODE AND     *
001570* QUANTITY DATED ON OR AFTER THE REVERSAL WAS SENT CONFIRMS ONE *
001580* OF THEM; WS-ST-POSTED-DATE IS THAT CHARGE'S CYCLE DATE.       *
001590*--------------------------------------------------------------*
001600 77  WS-SENT-MAX                 PIC 9(04) COMP VALUE 500.
001610 77  WS-SENT-CT                  PIC 9(04) COMP VALUE ZERO.
001620 77  WS-SENT-IX                  PIC 9(04) COMP.
001630 01  WS-SENT-TABLE.
001640     05  WS-SENT-ENTRY           OCCURS 500 TIMES.
001650         10  WS-ST-KEY               PIC X(27).
001660         10  WS-ST-ACCOUNT-NO        PIC 9(10).
001670         10  WS-ST-MYVAR             PIC X(01).
001680         10  WS-ST-QUANTITY          PIC 9(05).
001690         10  WS-ST-REVERSAL-DATE     PIC 9(06).
001700         10  WS-ST-POSTED-DATE       PIC 9(06).
001710*--------------------------------------------------------------*
001720* DISPUTE PROCESSING CONTROL FIELDS. A DISPUTE BEING WORKED IS  *
001730* SAVED IN WS-DISPUTE-SAVE WHILE THE MASTER IS BROWSED FOR      *
001740* OTHER DISPUTES AGAINST THE SAME CHARGE.                       *
001750*--------------------------------------------------------------*
001760 77  WS-REJECT-SWITCH            PIC X(01) VALUE 'N'.
001770     88  CARD-REJECTED               VALUE 'Y'.
001780 77  WS-REJECT-REASON            PIC X(30).
001790 77  WS-CARD-DISP                PIC X(08).
001800 77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
001810     88  DISPUTE-FOUND               VALUE 'Y'.
001820 77  WS-DONE-TODAY-SWITCH        PIC X(01) VALUE 'N'.
001830     88  DONE-TODAY                  VALUE 'Y'.
001840 77  WS-MATCHED-SWITCH           PIC X(01) VALUE 'N'.
001850     88  CHARGE-MATCHED              VALUE 'Y'.
001860 77  WS-LIVE-CT                  PIC 9(04) COMP VALUE ZERO.
001870 77  WS-DISPUTE-SAVE             PIC X(150).
001880 01  WS-LOOK-CHARGE.
001890     05  WS-LOOK-ACCOUNT-NO      PIC 9(10).
001900     05  WS-LOOK-CYCLE-DATE      PIC 9(06).
001910     05  WS-LOOK-MYVAR           PIC X(01).
001920 77  WS-LOOK-QUANTITY            PIC 9(05).
001930 77  WS-LOOK-APPROVER            PIC X(08).
001940*--------------------------------------------------------------*
001950* REVERSAL SET CONTROL TOTALS FOR THE TRAILER                   *
001960*--------------------------------------------------------------*
001970 77  WS-SET-DETAIL-CT            PIC 9(08) VALUE ZERO.
001980 77  WS-SET-HASH-TOTAL           PIC 9(12) VALUE ZERO.
001990*--------------------------------------------------------------*
002000* RUN COUNTERS FOR THE TOTALS BLOCK AT THE END OF THE LISTING   *
002010*--------------------------------------------------------------*
002020 77  WS-CHARGE-READ-CT           PIC 9(08) VALUE ZERO.
002030 77  WS-CONFIRMED-CT             PIC 9(04) COMP VALUE ZERO.
002040 77  WS-LOGGED-CT                PIC 9(04) COMP VALUE ZERO.
002050 77  WS-SENT-TODAY-CT            PIC 9(04) COMP VALUE ZERO.
002060 77  WS-ON-FILE-CT               PIC 9(04) COMP VALUE ZERO.
002070 77  WS-REJECT-CT                PIC 9(04) COMP VALUE ZERO.
002080*--------------------------------------------------------------*
002090* END-OF-FILE AND BROWSE CONTROL                                *
002100*--------------------------------------------------------------*
002110 77  WS-CARD-EOF-SWITCH          PIC X(01) VALUE 'N'.
002120     88  END-OF-CARDS                VALUE 'Y'.
002130 77  WS-ACCT-EOF-SWITCH          PIC X(01) VALUE 'N'.
002140     88  END-OF-CHARGES              VALUE 'Y'.
002150 77  WS-BROWSE-DONE-SWITCH       PIC X(01) VALUE 'N'.
002160     88  BROWSE-DONE                 VALUE 'Y'.
002170*--------------------------------------------------------------*
002180* FILE STATUS AND ABEND FIELDS                                  *
002190*--------------------------------------------------------------*
002200 77  WS-RUNCTL-STATUS            PIC X(02).
002210 77  WS-DISPTRAN-STATUS          PIC X(02).
002220 77  WS-DISPMST-STATUS           PIC X(02).
002230 77  WS-ACCT-STATUS              PIC X(02).
002240 77  WS-DISPSET-STATUS           PIC X(02).
002250 77  WS-PRINT-STATUS             PIC X(02).
002260 77  WS-ABEND-FILE-ID            PIC X(08).
002270 77  WS-ABEND-STATUS             PIC X(02).
002280 77  WS-RUNCTL-REASON            PIC X(40).
002290*--------------------------------------------------------------*
002300* PRINT REPORT CONTROL FIELDS AND LINE LAYOUTS                  *
002310*--------------------------------------------------------------*
002320 77  WS-RUN-DATE                 PIC 9(06).
002330 77  WS-CYCLE-DATE               PIC 9(06).
002340 77  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
002350 77  WS-LINE-CT                  PIC 9(02) VALUE ZERO.
002360 77  WS-MAX-LINES                PIC 9(02) VALUE 50.
002370 77  WS-SECTION-TITLE            PIC X(30).
002380 77  WS-PRINT-LINE               PIC X(132).
002390 01  WS-HEADING-1.
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  FILLER                  PIC X(24)
002420             VALUE 'DISPLOG RUN DATE'.
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  HDG1-RUN-DATE           PIC 99/99/99.
002450     05  FILLER                  PIC X(74) VALUE SPACE.
002460     05  FILLER                  PIC X(05) VALUE 'PAGE '.
002470     05  HDG1-PAGE-NO            PIC ZZZ9.
002480     05  FILLER                  PIC X(15) VALUE SPACE.
002490 01  WS-HEADING-2.
002500     05  FILLER                  PIC X(01) VALUE SPACE.
002510     05  HDG2-SECTION-TITLE      PIC X(30).
002520     05  FILLER                  PIC X(12) VALUE SPACE.
002530     05  FILLER                  PIC X(11) VALUE 'CYCLE DATE'.
002540     05  HDG2-CYCLE-DATE         PIC 99/99/99.
002550     05  FILLER                  PIC X(70) VALUE SPACE.
002560 01  WS-HEADING-3.
002570     05  FILLER                  PIC X(01) VALUE SPACE.
002580     05  FILLER                  PIC X(04) VALUE 'ACT'.
002590     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
002600     05  FILLER                  PIC X(08) VALUE 'CYCLE'.
002610     05  FILLER                  PIC X(04) VALUE 'CD'.
002620     05  FILLER                  PIC X(07) VALUE 'QTY'.
002630     05  FILLER                  PIC X(13) VALUE '     AMOUNT'.
002640     05  FILLER                  PIC X(10) VALUE 'APPROVER'.
002650     05  FILLER                  PIC X(10) VALUE 'DISP'.
002660     05  FILLER                  PIC X(30) VALUE 'REASON'.
002670     05  FILLER                  PIC X(33) VALUE SPACE.
002680 01  WS-DISPUTE-LINE.
002690     05  FILLER                  PIC X(01) VALUE SPACE.
002700     05  DSL-ACTION              PIC X(01).
002710     05  FILLER                  PIC X(03) VALUE SPACE.
002720     05  DSL-ACCOUNT             PIC X(10).
002730     05  FILLER                  PIC X(02) VALUE SPACE.
002740     05  DSL-CYCLE-DATE          PIC X(06).
002750     05  FILLER                  PIC X(02) VALUE SPACE.
002760     05  DSL-MYVAR               PIC X(01).
002770     05  FILLER                  PIC X(03) VALUE SPACE.
002780     05  DSL-QUANTITY            PIC X(05).
002790     05  FILLER                  PIC X(02) VALUE SPACE.
002800     05  DSL-AMOUNT              PIC Z(6)9,99-.
002810     05  FILLER                  PIC X(02) VALUE SPACE.
002820     05  DSL-APPROVER            PIC X(08).
002830     05  FILLER                  PIC X(02) VALUE SPACE.
002840     05  DSL-DISP                PIC X(08).
002850     05  FILLER                  PIC X(02) VALUE SPACE.
002860     05  DSL-REASON              PIC X(30).
002870     05  FILLER                  PIC X(33) VALUE SPACE.
002880 01  WS-TOTAL-LINE.
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  TOT-LINE-LABEL          PIC X(30).
002910     05  TOT-LINE-COUNT          PIC ZZZ9.
002920     05  FILLER                  PIC X(97) VALUE SPACE.
002930 01  WS-HASH-LINE.
002940     05  FILLER                  PIC X(01) VALUE SPACE.
002950     05  HASH-LINE-LABEL         PIC X(22).
002960     05  HASH-LINE-TOTAL         PIC Z(11)9.
002970     05  FILLER                  PIC X(97) VALUE SPACE.
002980 PROCEDURE DIVISION.
002990*--------------------------------------------------------------*
003000* 0000-MAINLINE                                                 *
003010*--------------------------------------------------------------*
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003040     PERFORM 1100-LOAD-CARD THRU 1100-LOAD-CARD-EXIT
003050         UNTIL END-OF-CARDS.
003060     PERFORM 1200-LOAD-SENT-DISPUTES
003070         THRU 1200-LOAD-SENT-DISPUTES-EXIT.
003080     PERFORM 2000-SCAN-CHARGE THRU 2000-SCAN-CHARGE-EXIT
003090         UNTIL END-OF-CHARGES.
003100     MOVE 'REVERSALS POSTED TO ACCTCHG' TO WS-SECTION-TITLE.
003110     MOVE WS-MAX-LINES TO WS-LINE-CT.
003120     PERFORM 3000-CONFIRM-REVERSAL
003130         THRU 3000-CONFIRM-REVERSAL-EXIT
003140         VARYING WS-SENT-IX FROM 1 BY 1
003150         UNTIL WS-SENT-IX > WS-SENT-CT.
003160     MOVE 'DISPUTE CARDS' TO WS-SECTION-TITLE.
003170     MOVE WS-MAX-LINES TO WS-LINE-CT.
003180     PERFORM 4000-PROCESS-CARD THRU 4000-PROCESS-CARD-EXIT
003190         VARYING WS-CARD-IX FROM 1 BY 1
003200         UNTIL WS-CARD-IX > WS-CARD-CT.
003210     MOVE 'REVERSAL SET WRITTEN' TO WS-SECTION-TITLE.
003220     MOVE WS-MAX-LINES TO WS-LINE-CT.
003230     PERFORM 5000-WRITE-REVERSAL-SET
003240         THRU 5000-WRITE-REVERSAL-SET-EXIT.
003250     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
003260     GOBACK.
003270 0000-MAINLINE-EXIT.
003280     EXIT.
003290*--------------------------------------------------------------*
003300* 1000-INITIALIZE - FIX THE CYCLE DATE FROM THE RUN CONTROL     *
003310* CARD, OPEN FILES AND PRIME THE CARD AND CHARGE READS. A       *
003320* NEVER-LOADED DISPUTE MASTER (STATUS 35 ON OPEN I-O) IS OPENED *
003330* OUTPUT AND CLOSED ONCE TO LEAVE IT LOADED BUT EMPTY, THEN     *
003340* REOPENED I-O.                                                 *
003350*--------------------------------------------------------------*
003360 1000-INITIALIZE.
003370     PERFORM 1050-READ-RUN-CONTROL
003380         THRU 1050-READ-RUN-CONTROL-EXIT.
003390     OPEN INPUT  DISPUTE-TRANS-FILE
003400                 ACCOUNT-FILE
003410          OUTPUT SET-FILE
003420                 PRINT-FILE.
003430     IF WS-DISPTRAN-STATUS NOT = '00'
003440         MOVE 'DISPTRAN' TO WS-ABEND-FILE-ID
003450         MOVE WS-DISPTRAN-STATUS TO WS-ABEND-STATUS
003460         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003470     END-IF.
003480     IF WS-ACCT-STATUS NOT = '00'
003490         MOVE 'ACCTCHG ' TO WS-ABEND-FILE-ID
003500         MOVE WS-ACCT-STATUS TO WS-ABEND-STATUS
003510         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003520     END-IF.
003530     IF WS-DISPSET-STATUS NOT = '00'
003540         MOVE 'DISPSET ' TO WS-ABEND-FILE-ID
003550         MOVE WS-DISPSET-STATUS TO WS-ABEND-STATUS
003560         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003570     END-IF.
003580     IF WS-PRINT-STATUS NOT = '00'
003590         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
003600         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
003610         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003620     END-IF.
003630     OPEN I-O DISPUTE-FILE.
003640     IF WS-DISPMST-STATUS = '35'
003650         OPEN OUTPUT DISPUTE-FILE
003660         IF WS-DISPMST-STATUS = '00'
003670             CLOSE DISPUTE-FILE
003680             OPEN I-O DISPUTE-FILE
003690         END-IF
003700     END-IF.
003710     IF WS-DISPMST-STATUS NOT = '00'
003720         MOVE 'DISPMST ' TO WS-ABEND-FILE-ID
003730         MOVE WS-DISPMST-STATUS TO WS-ABEND-STATUS
003740         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003750     END-IF.
003760     ACCEPT WS-RUN-DATE FROM DATE.
003770     PERFORM 1160-READ-CARD THRU 1160-READ-CARD-EXIT.
003780     PERFORM 2100-READ-CHARGE THRU 2100-READ-CHARGE-EXIT.
003790 1000-INITIALIZE-EXIT.
003800     EXIT.
003810*--------------------------------------------------------------*
003820* 1050-READ-RUN-CONTROL - READ THE RUN CONTROL CARD FOR THE     *
003830* CYCLE DATE. THE OTHER FIELDS BELONG TO StringBatch AND ARE    *
003840* EDITED THERE.                                                 *
003850*--------------------------------------------------------------*
003860 1050-READ-RUN-CONTROL.
003870     OPEN INPUT RUN-CONTROL-FILE.
003880     IF WS-RUNCTL-STATUS NOT = '00'
003890         MOVE 'RUN CONTROL CARD FILE UNREADABLE'
003900             TO WS-RUNCTL-REASON
003910         PERFORM 9950-RUNCTL-ABEND THRU 9950-RUNCTL-ABEND-EXIT
003920     END-IF.
003930     READ RUN-CONTROL-FILE
003940         AT END
003950             MOVE 'RUN CONTROL CARD IS MISSING'
003960                 TO WS-RUNCTL-REASON
003970             PERFORM 9950-RUNCTL-ABEND
003980                 THRU 9950-RUNCTL-ABEND-EXIT
003990     END-READ.
004000     IF WS-RUNCTL-STATUS NOT = '00'
004010         MOVE 'RUN CONTROL CARD FILE UNREADABLE'
004020             TO WS-RUNCTL-REASON
004030         PERFORM 9950-RUNCTL-ABEND THRU 9950-RUNCTL-ABEND-EXIT
004040     END-IF.
004050     IF RUN-CYCLE-DATE-X = SPACES
004060         ACCEPT WS-CYCLE-DATE FROM DATE
004070     ELSE
004080         IF RUN-CYCLE-DATE NOT NUMERIC
004090             MOVE 'CYCLE DATE NOT YYMMDD OR BLANK'
004100                 TO WS-RUNCTL-REASON
004110             PERFORM 9950-RUNCTL-ABEND
004120                 THRU 9950-RUNCTL-ABEND-EXIT
004130         END-IF
004140         MOVE RUN-CYCLE-DATE TO WS-CYCLE-DATE
004150     END-IF.
004160     CLOSE RUN-CONTROL-FILE.
004170 1050-READ-RUN-CONTROL-EXIT.
004180     EXIT.
004190*--------------------------------------------------------------*
004200* 1100-LOAD-CARD - HOLD ONE DISPUTE CARD IN THE CARD TABLE,     *
004210* EDIT IT, AND READ THE NEXT ONE                                *
004220*--------------------------------------------------------------*
004230 1100-LOAD-CARD.
004240     IF WS-CARD-CT NOT < WS-CARD-MAX
004250         DISPLAY 'DISPLOG - MORE THAN ' WS-CARD-MAX
004260                 ' DISPUTE CARDS - SPLIT THE DECK'
004270         MOVE 'DISPTRAN' TO WS-ABEND-FILE-ID
004280         MOVE 'FU' TO WS-ABEND-STATUS
004290         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004300     END-IF.
004310     ADD 1 TO WS-CARD-CT.
004320     MOVE DISPUTE-TRANS-REC TO WS-CD-CARD (WS-CARD-CT).
004330     MOVE ZERO TO WS-CD-FOUND-CT (WS-CARD-CT).
004340     MOVE ZERO TO WS-CD-CHARGE-AMT (WS-CARD-CT).
004350     PERFORM 1150-EDIT-CARD THRU 1150-EDIT-CARD-EXIT.
004360     PERFORM 1160-READ-CARD THRU 1160-READ-CARD-EXIT.
004370 1100-LOAD-CARD-EXIT.
004380     EXIT.
004390*--------------------------------------------------------------*
004400* 1150-EDIT-CARD - FIELD EDITS FOR THE CARD JUST LOADED. A CARD *
004410* THAT FAILS IS LISTED AS REJECTED AND NEVER TOUCHES THE MASTER *
004420*--------------------------------------------------------------*
004430 1150-EDIT-CARD.
004440     MOVE 'N'    TO WS-CD-VALID-SWITCH (WS-CARD-CT).
004450     IF WS-CD-ACTION (WS-CARD-CT) NOT = 'N'
004460        AND WS-CD-ACTION (WS-CARD-CT) NOT = 'A'
004470         MOVE 'INVALID ACTION CODE'
004480             TO WS-CD-EDIT-REASON (WS-CARD-CT)
004490         GO TO 1150-EDIT-CARD-EXIT
004500     END-IF.
004510     IF WS-CD-ACCOUNT-NO (WS-CARD-CT) NOT NUMERIC
004520          OR WS-CD-ACCOUNT-NO (WS-CARD-CT) = ZERO
004530         MOVE 'ACCOUNT NUMBER NOT NUMERIC'
004540             TO WS-CD-EDIT-REASON (WS-CARD-CT)
004550         GO TO 1150-EDIT-CARD-EXIT
004560     END-IF.
004570     IF WS-CD-CYCLE-DATE (WS-CARD-CT) NOT NUMERIC
004580          OR WS-CD-CYCLE-DATE (WS-CARD-CT) = ZERO
004590         MOVE 'CYCLE DATE NOT NUMERIC'
004600             TO WS-CD-EDIT-REASON (WS-CARD-CT)
004610         GO TO 1150-EDIT-CARD-EXIT
004620     END-IF.
004630     IF WS-CD-MYVAR (WS-CARD-CT) = SPACE
004640         MOVE 'MYVAR CODE IS BLANK'
004650             TO WS-CD-EDIT-REASON (WS-CARD-CT)
004660         GO TO 1150-EDIT-CARD-EXIT
004670     END-IF.
004680     IF WS-CD-QUANTITY (WS-CARD-CT) NOT NUMERIC
004690          OR WS-CD-QUANTITY (WS-CARD-CT) = ZERO
004700         MOVE 'QUANTITY NOT NUMERIC OR ZERO'
004710             TO WS-CD-EDIT-REASON (WS-CARD-CT)
004720         GO TO 1150-EDIT-CARD-EXIT
004730     END-IF.
004740     IF WS-CD-ACTION (WS-CARD-CT) = 'N'
004750        AND WS-CD-REASON (WS-CARD-CT) = SPACES
004760         MOVE 'DISPUTE REASON IS BLANK'
004770             TO WS-CD-EDIT-REASON (WS-CARD-CT)
004780         GO TO 1150-EDIT-CARD-EXIT
004790     END-IF.
004800     IF WS-CD-ACTION (WS-CARD-CT) = 'A'
004810        AND WS-CD-APPROVER (WS-CARD-CT) = SPACES
004820         MOVE 'APPROVER IS BLANK'
004830             TO WS-CD-EDIT-REASON (WS-CARD-CT)
004840         GO TO 1150-EDIT-CARD-EXIT
004850     END-IF.
004860     MOVE 'Y'    TO WS-CD-VALID-SWITCH (WS-CARD-CT).
004870     MOVE SPACES TO WS-CD-EDIT-REASON (WS-CARD-CT).
004880 1150-EDIT-CARD-EXIT.
004890     EXIT.
004900*--------------------------------------------------------------*
004910* 1160-READ-CARD - READ THE NEXT DISPUTE CARD                   *
004920*--------------------------------------------------------------*
004930 1160-READ-CARD.
004940     READ DISPUTE-TRANS-FILE
004950         AT END
004960             MOVE 'Y' TO WS-CARD-EOF-SWITCH
004970     END-READ.
004980     IF WS-DISPTRAN-STATUS NOT = '00'
004990        AND WS-DISPTRAN-STATUS NOT = '10'
005000         MOVE 'DISPTRAN' TO WS-ABEND-FILE-ID
005010         MOVE WS-DISPTRAN-STATUS TO WS-ABEND-STATUS
005020         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005030     END-IF.
005040 1160-READ-CARD-EXIT.
005050     EXIT.
005060*--------------------------------------------------------------*
005070* 1200-LOAD-SENT-DISPUTES - BROWSE THE WHOLE DISPUTE MASTER AND *
005080* HOLD EVERY DISPUTE WHOSE REVERSAL IS SENT BUT NOT CONFIRMED   *
005090*--------------------------------------------------------------*
005100 1200-LOAD-SENT-DISPUTES.
005110     MOVE LOW-VALUES TO DSP-KEY.
005120     PERFORM 8000-START-BROWSE THRU 8000-START-BROWSE-EXIT.
005130     PERFORM 1250-LOAD-ONE-SENT THRU 1250-LOAD-ONE-SENT-EXIT
005140         UNTIL BROWSE-DONE.
005150 1200-LOAD-SENT-DISPUTES-EXIT.
005160     EXIT.
005170*--------------------------------------------------------------*
005180* 1250-LOAD-ONE-SENT - READ THE NEXT DISPUTE; HOLD IT IF ITS    *
005190* REVERSAL IS OUTSTANDING                                       *
005200*--------------------------------------------------------------*
005210 1250-LOAD-ONE-SENT.
005220     PERFORM 8100-READ-NEXT-DISPUTE
005230         THRU 8100-READ-NEXT-DISPUTE-EXIT.
005240     IF BROWSE-DONE
005250         GO TO 1250-LOAD-ONE-SENT-EXIT
005260     END-IF.
005270     IF NOT DSP-SENT
005280         GO TO 1250-LOAD-ONE-SENT-EXIT
005290     END-IF.
005300     IF WS-SENT-CT NOT < WS-SENT-MAX
005310         DISPLAY 'DISPLOG - MORE THAN ' WS-SENT-MAX
005320                 ' REVERSALS OUTSTANDING - CHECK STRINGBATCH'
005330         MOVE 'DISPMST ' TO WS-ABEND-FILE-ID
005340         MOVE 'FU' TO WS-ABEND-STATUS
005350         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005360     END-IF.
005370     ADD 1 TO WS-SENT-CT.
005380     MOVE DSP-KEY           TO WS-ST-KEY (WS-SENT-CT).
005390     MOVE DSP-ACCOUNT-NO    TO WS-ST-ACCOUNT-NO (WS-SENT-CT).
005400     MOVE DSP-MYVAR         TO WS-ST-MYVAR (WS-SENT-CT).
005410     MOVE DSP-QUANTITY      TO WS-ST-QUANTITY (WS-SENT-CT).
005420     MOVE DSP-REVERSAL-DATE TO WS-ST-REVERSAL-DATE (WS-SENT-CT).
005430     MOVE ZERO              TO WS-ST-POSTED-DATE (WS-SENT-CT).
005440 1250-LOAD-ONE-SENT-EXIT.
005450     EXIT.
005460*--------------------------------------------------------------*
005470* 2000-SCAN-CHARGE - MATCH ONE ACCTCHG RECORD. A BILLED CHARGE  *
005480* COUNTS TOWARD EVERY CARD NAMING IT; A NEGATIVE (REVERSAL)     *
005490* CHARGE CONFIRMS THE FIRST OUTSTANDING REVERSAL IT FITS.       *
005500*--------------------------------------------------------------*
005510 2000-SCAN-CHARGE.
005520     ADD 1 TO WS-CHARGE-READ-CT.
005530     IF ACH-CHARGE-AMT > ZERO
005540         PERFORM 2200-MATCH-CARD THRU 2200-MATCH-CARD-EXIT
005550             VARYING WS-CARD-IX FROM 1 BY 1
005560             UNTIL WS-CARD-IX > WS-CARD-CT
005570     ELSE
005580         IF ACH-CHARGE-AMT < ZERO
005590             MOVE 'N' TO WS-MATCHED-SWITCH
005600             PERFORM 2300-MATCH-SENT THRU 2300-MATCH-SENT-EXIT
005610                 VARYING WS-SENT-IX FROM 1 BY 1
005620                 UNTIL WS-SENT-IX > WS-SENT-CT
005630                    OR CHARGE-MATCHED
005640         END-IF
005650     END-IF.
005660     PERFORM 2100-READ-CHARGE THRU 2100-READ-CHARGE-EXIT.
005670 2000-SCAN-CHARGE-EXIT.
005680     EXIT.
005690*--------------------------------------------------------------*
005700* 2100-READ-CHARGE - READ THE NEXT ACCTCHG HISTORY RECORD       *
005710*--------------------------------------------------------------*
005720 2100-READ-CHARGE.
005730     READ ACCOUNT-FILE
005740         AT END
005750             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
005760     END-READ.
005770     IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '10'
005780         MOVE 'ACCTCHG ' TO WS-ABEND-FILE-ID
005790         MOVE WS-ACCT-STATUS TO WS-ABEND-STATUS
005800         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005810     END-IF.
005820 2100-READ-CHARGE-EXIT.
005830     EXIT.
005840*--------------------------------------------------------------*
005850* 2200-MATCH-CARD - COUNT THE BILLED CHARGE AGAINST ONE CARD    *
005860*--------------------------------------------------------------*
005870 2200-MATCH-CARD.
005880     IF NOT CD-VALID (WS-CARD-IX)
005890         GO TO 2200-MATCH-CARD-EXIT
005900     END-IF.
005910     IF ACH-ACCOUNT-NO = WS-CD-ACCOUNT-NO (WS-CARD-IX)
005920        AND ACH-CYCLE-DATE = WS-CD-CYCLE-DATE (WS-CARD-IX)
005930        AND ACH-MYVAR = WS-CD-MYVAR (WS-CARD-IX)
005940        AND ACH-QUANTITY = WS-CD-QUANTITY (WS-CARD-IX)
005950         ADD 1 TO WS-CD-FOUND-CT (WS-CARD-IX)
005960         MOVE ACH-CHARGE-AMT TO WS-CD-CHARGE-AMT (WS-CARD-IX)
005970     END-IF.
005980 2200-MATCH-CARD-EXIT.
005990     EXIT.
006000*--------------------------------------------------------------*
006010* 2300-MATCH-SENT - DOES THE NEGATIVE CHARGE CONFIRM THIS       *
006020* OUTSTANDING REVERSAL? ONE NEGATIVE CHARGE CONFIRMS ONE        *
006030* REVERSAL ONLY.                                                *
006040*--------------------------------------------------------------*
006050 2300-MATCH-SENT.
006060     IF WS-ST-POSTED-DATE (WS-SENT-IX) = ZERO
006070        AND ACH-ACCOUNT-NO = WS-ST-ACCOUNT-NO (WS-SENT-IX)
006080        AND ACH-MYVAR = WS-ST-MYVAR (WS-SENT-IX)
006090        AND ACH-QUANTITY = WS-ST-QUANTITY (WS-SENT-IX)
006100        AND ACH-CYCLE-DATE NOT < WS-ST-REVERSAL-DATE (WS-SENT-IX)
006110         MOVE ACH-CYCLE-DATE TO WS-ST-POSTED-DATE (WS-SENT-IX)
006120         MOVE 'Y' TO WS-MATCHED-SWITCH
006130     END-IF.
006140 2300-MATCH-SENT-EXIT.
006150     EXIT.
006160*--------------------------------------------------------------*
006170* 3000-CONFIRM-REVERSAL - MARK ONE OUTSTANDING DISPUTE REVERSED *
006180* IF ITS NEGATIVE CHARGE WAS FOUND ON ACCTCHG                   *
006190*--------------------------------------------------------------*
006200 3000-CONFIRM-REVERSAL.
006210     IF WS-ST-POSTED-DATE (WS-SENT-IX) = ZERO
006220         GO TO 3000-CONFIRM-REVERSAL-EXIT
006230     END-IF.
006240     MOVE WS-ST-KEY (WS-SENT-IX) TO DSP-KEY.
006250     READ DISPUTE-FILE
006260         INVALID KEY
006270             GO TO 3000-CONFIRM-REVERSAL-EXIT
006280     END-READ.
006290     IF WS-DISPMST-STATUS NOT = '00'
006300         MOVE 'DISPMST ' TO WS-ABEND-FILE-ID
006310         MOVE WS-DISPMST-STATUS TO WS-ABEND-STATUS
006320         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006330     END-IF.
006340     MOVE 'R' TO DSP-STATUS.
006350     MOVE WS-ST-POSTED-DATE (WS-SENT-IX) TO DSP-RESOLVED-DATE.
006360     REWRITE DISPUTE-REC.
006370     IF WS-DISPMST-STATUS NOT = '00'
006380         MOVE 'DISPMST ' TO WS-ABEND-FILE-ID
006390         MOVE WS-DISPMST-STATUS TO WS-ABEND-STATUS
006400         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006410     END-IF.
006420     ADD 1 TO WS-CONFIRMED-CT.
006430     MOVE 'REVERSED' TO WS-CARD-DISP.
006440     MOVE 'NEGATIVE CHARGE ON ACCTCHG' TO WS-REJECT-REASON.
006450     PERFORM 4900-PRINT-DISPUTE-LINE
006460         THRU 4900-PRINT-DISPUTE-LINE-EXIT.
006470 3000-CONFIRM-REVERSAL-EXIT.
006480     EXIT.
006490*--------------------------------------------------------------*
006500* 4000-PROCESS-CARD - LOG, APPROVE OR REJECT ONE DISPUTE CARD   *
006510* AND LIST IT                                                   *
006520*--------------------------------------------------------------*
006530 4000-PROCESS-CARD.
006540     MOVE 'N'    TO WS-REJECT-SWITCH.
006550     MOVE SPACES TO WS-REJECT-REASON.
006560     MOVE SPACES TO WS-CARD-DISP.
006570     MOVE SPACES TO DISPUTE-REC.
006580     MOVE ZERO   TO DSP-CHARGE-AMT.
006590     IF NOT CD-VALID (WS-CARD-IX)
006600         MOVE 'Y' TO WS-REJECT-SWITCH
006610         MOVE WS-CD-EDIT-REASON (WS-CARD-IX) TO WS-REJECT-REASON
006620         GO TO 4000-LIST-CARD
006630     END-IF.
006640     IF WS-CD-ACTION (WS-CARD-IX) = 'N'
006650         PERFORM 4100-NEW-DISPUTE THRU 4100-NEW-DISPUTE-EXIT
006660     ELSE
006670         PERFORM 4200-APPROVE-DISPUTE
006680             THRU 4200-APPROVE-DISPUTE-EXIT
006690     END-IF.
006700 4000-LIST-CARD.
006710     IF CARD-REJECTED
006720         ADD 1 TO WS-REJECT-CT
006730         MOVE 'REJECTED' TO WS-CARD-DISP
006740     END-IF.
006750     PERFORM 4800-PRINT-CARD-LINE THRU 4800-PRINT-CARD-LINE-EXIT.
006760 4000-PROCESS-CARD-EXIT.
006770     EXIT.
006780*--------------------------------------------------------------*
006790* 4100-NEW-DISPUTE - LOG A NEW DISPUTE. ITS KEY CARRIES THE     *
006800* CYCLE DATE AND CARD NUMBER, SO A RERUN OF TODAY'S DECK FINDS  *
006810* IT ALREADY ON FILE AND LEAVES IT ALONE. WITH NO APPROVER IT   *
006820* WAITS OPEN; WITH ONE IT IS VERIFIED AND RESOLVED AT ONCE.     *
006830*--------------------------------------------------------------*
006840 4100-NEW-DISPUTE.
006850     MOVE WS-CD-ACCOUNT-NO (WS-CARD-IX) TO DSP-ACCOUNT-NO.
006860     MOVE WS-CD-CYCLE-DATE (WS-CARD-IX) TO DSP-CYCLE-DATE.
006870     MOVE WS-CD-MYVAR (WS-CARD-IX)      TO DSP-MYVAR.
006880     MOVE WS-CYCLE-DATE                 TO DSP-ENTRY-DATE.
006890     MOVE WS-CARD-IX                    TO DSP-ENTRY-SEQ.
006900     READ DISPUTE-FILE
006910         INVALID KEY
006920             GO TO 4100-BUILD-DISPUTE
006930     END-READ.
006940     IF WS-DISPMST-STATUS NOT = '00'
006950         MOVE 'DISPMST ' TO WS-ABEND-FILE-ID
006960         MOVE WS-DISPMST-STATUS TO WS-ABEND-STATUS
006970         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006980     END-IF.
006990     ADD 1 TO WS-ON-FILE-CT.
007000     MOVE 'ON FILE' TO WS-CARD-DISP.
007010     MOVE 'LOGGED BY AN EARLIER RUN' TO WS-REJECT-REASON.
007020     GO TO 4100-NEW-DISPUTE-EXIT.
007030 4100-BUILD-DISPUTE.
007040     MOVE SPACES TO DISPUTE-REC.
007050     MOVE WS-CD-ACCOUNT-NO (WS-CARD-IX) TO DSP-ACCOUNT-NO.
007060     MOVE WS-CD-CYCLE-DATE (WS-CARD-IX) TO DSP-CYCLE-DATE.
007070     MOVE WS-CD-MYVAR (WS-CARD-IX)      TO DSP-MYVAR.
007080     MOVE WS-CYCLE-DATE                 TO DSP-ENTRY-DATE.
007090     MOVE WS-CARD-IX                    TO DSP-ENTRY-SEQ.
007100     MOVE WS-CD-QUANTITY (WS-CARD-IX)   TO DSP-QUANTITY.
007110     MOVE WS-CD-REASON (WS-CARD-IX)     TO DSP-REASON.
007120     MOVE WS-CD-APPROVER (WS-CARD-IX)   TO DSP-APPROVER.
007130     MOVE ZERO TO DSP-CHARGE-AMT.
007140     MOVE ZERO TO DSP-REVERSAL-DATE.
007150     MOVE ZERO TO DSP-RESOLVED-DATE.
007160     IF DSP-APPROVER = SPACES
007170         MOVE 'O' TO DSP-STATUS
007180         ADD 1 TO WS-LOGGED-CT
007190         MOVE 'LOGGED' TO WS-CARD-DISP
007200         MOVE 'AWAITING APPROVAL' TO WS-REJECT-REASON
007210     ELSE
007220         PERFORM 4500-VERIFY-DISPUTE
007230             THRU 4500-VERIFY-DISPUTE-EXIT
007240     END-IF.
007250     WRITE DISPUTE-REC.
007260     IF WS-DISPMST-STATUS NOT = '00'
007270         MOVE 'DISPMST ' TO WS-ABEND-FILE-ID
007280         MOVE WS-DISPMST-STATUS TO WS-ABEND-STATUS
007290         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007300     END-IF.
007310 4100-NEW-DISPUTE-EXIT.
007320     EXIT.
007330*--------------------------------------------------------------*
007340* 4200-APPROVE-DISPUTE - APPROVE THE OLDEST OPEN DISPUTE FOR    *
007350* THE CARD'S CHARGE AND QUANTITY, THEN VERIFY AND RESOLVE IT.   *
007360* AN APPROVAL THE SAME APPROVER ALREADY GAVE THIS CYCLE (A      *
007370* RERUN OF TODAY'S DECK) IS LEFT ALONE.                         *
007380*--------------------------------------------------------------*
007390 4200-APPROVE-DISPUTE.
007400     MOVE WS-CD-ACCOUNT-NO (WS-CARD-IX) TO WS-LOOK-ACCOUNT-NO.
007410     MOVE WS-CD-CYCLE-DATE (WS-CARD-IX) TO WS-LOOK-CYCLE-DATE.
007420     MOVE WS-CD-MYVAR (WS-CARD-IX)      TO WS-LOOK-MYVAR.
007430     MOVE WS-CD-QUANTITY (WS-CARD-IX)   TO WS-LOOK-QUANTITY.
007440     MOVE WS-CD-APPROVER (WS-CARD-IX)   TO WS-LOOK-APPROVER.
007450     MOVE 'N' TO WS-FOUND-SWITCH.
007460     MOVE 'N' TO WS-DONE-TODAY-SWITCH.
007470     MOVE WS-LOOK-CHARGE TO DSP-CHARGE-KEY.
007480     MOVE ZERO TO DSP-ENTRY-DATE.
007490     MOVE ZERO TO DSP-ENTRY-SEQ.
007500     PERFORM 8000-START-BROWSE THRU 8000-START-BROWSE-EXIT.
007510     PERFORM 4300-FIND-OPEN-DISPUTE
007520         THRU 4300-FIND-OPEN-DISPUTE-EXIT
007530         UNTIL BROWSE-DONE.
007540     IF NOT DISPUTE-FOUND
007550         MOVE SPACES TO DISPUTE-REC
007560         MOVE ZERO   TO DSP-CHARGE-AMT
007570         IF DONE-TODAY
007580             ADD 1 TO WS-ON-FILE-CT
007590             MOVE 'ON FILE' TO WS-CARD-DISP
007600             MOVE 'APPROVED BY AN EARLIER RUN' TO WS-REJECT-REASON
007610         ELSE
007620             MOVE 'Y' TO WS-REJECT-SWITCH
007630             MOVE 'NO OPEN DISPUTE TO APPROVE' TO WS-REJECT-REASON
007640         END-IF
007650         GO TO 4200-APPROVE-DISPUTE-EXIT
007660     END-IF.
007670     MOVE WS-DISPUTE-SAVE TO DISPUTE-REC.
007680     MOVE WS-LOOK-APPROVER TO DSP-APPROVER.
007690     PERFORM 4500-VERIFY-DISPUTE THRU 4500-VERIFY-DISPUTE-EXIT.
007700     REWRITE DISPUTE-REC.
007710     IF WS-DISPMST-STATUS NOT = '00'
007720         MOVE 'DISPMST ' TO WS-ABEND-FILE-ID
007730         MOVE WS-DISPMST-STATUS TO WS-ABEND-STATUS
007740         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007750     END-IF.
007760 4200-APPROVE-DISPUTE-EXIT.
007770     EXIT.
007780*--------------------------------------------------------------*
007790* 4300-FIND-OPEN-DISPUTE - READ THE NEXT DISPUTE AGAINST THE    *
007800* CHARGE IN WS-LOOK-CHARGE. THE FIRST OPEN ONE FOR THE QUANTITY *
007810* IS SAVED IN WS-DISPUTE-SAVE AND ENDS THE BROWSE.              *
007820*--------------------------------------------------------------*
007830 4300-FIND-OPEN-DISPUTE.
007840     PERFORM 8100-READ-NEXT-DISPUTE
007850         THRU 8100-READ-NEXT-DISPUTE-EXIT.
007860     IF BROWSE-DONE
007870         GO TO 4300-FIND-OPEN-DISPUTE-EXIT
007880     END-IF.
007890     IF DSP-CHARGE-KEY NOT = WS-LOOK-CHARGE
007900         MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
007910         GO TO 4300-FIND-OPEN-DISPUTE-EXIT
007920     END-IF.
007930     IF DSP-QUANTITY NOT = WS-LOOK-QUANTITY
007940         GO TO 4300-FIND-OPEN-DISPUTE-EXIT
007950     END-IF.
007960     IF DSP-OPEN
007970         MOVE 'Y' TO WS-FOUND-SWITCH
007980         MOVE DISPUTE-REC TO WS-DISPUTE-SAVE
007990         MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
008000         GO TO 4300-FIND-OPEN-DISPUTE-EXIT
008010     END-IF.
008020     IF DSP-APPROVER = WS-LOOK-APPROVER
008030        AND ((DSP-SENT AND DSP-REVERSAL-DATE = WS-CYCLE-DATE)
008040          OR (DSP-REJECTED AND DSP-RESOLVED-DATE = WS-CYCLE-DATE))
008050         MOVE 'Y' TO WS-DONE-TODAY-SWITCH
008060     END-IF.
008070 4300-FIND-OPEN-DISPUTE-EXIT.
008080     EXIT.
008090*--------------------------------------------------------------*
008100* 4500-VERIFY-DISPUTE - VERIFY THE APPROVED DISPUTE IN          *
008110* DISPUTE-REC AGAINST THE ACCTCHG HISTORY. THE CHARGE MUST HAVE *
008120* BEEN BILLED, AND BILLED MORE TIMES THAN IT HAS ALREADY BEEN   *
008130* DISPUTED AND REVERSED (OR SENT FOR REVERSAL). A VERIFIED      *
008140* DISPUTE IS SENT FOR REVERSAL THIS CYCLE; ANYTHING ELSE IS     *
008150* REJECTED. THE CALLER WRITES OR REWRITES THE RECORD.           *
008160*--------------------------------------------------------------*
008170 4500-VERIFY-DISPUTE.
008180     MOVE DISPUTE-REC    TO WS-DISPUTE-SAVE.
008190     MOVE DSP-CHARGE-KEY TO WS-LOOK-CHARGE.
008200     MOVE DSP-QUANTITY   TO WS-LOOK-QUANTITY.
008210     MOVE ZERO TO WS-LIVE-CT.
008220     MOVE ZERO TO DSP-ENTRY-DATE.
008230     MOVE ZERO TO DSP-ENTRY-SEQ.
008240     PERFORM 8000-START-BROWSE THRU 8000-START-BROWSE-EXIT.
008250     PERFORM 4550-COUNT-REVERSED THRU 4550-COUNT-REVERSED-EXIT
008260         UNTIL BROWSE-DONE.
008270     MOVE WS-DISPUTE-SAVE TO DISPUTE-REC.
008280     MOVE WS-CD-CHARGE-AMT (WS-CARD-IX) TO DSP-CHARGE-AMT.
008290     IF WS-CD-FOUND-CT (WS-CARD-IX) = ZERO
008300         MOVE 'Y' TO WS-REJECT-SWITCH
008310         MOVE 'CHARGE NOT FOUND ON ACCTCHG' TO WS-REJECT-REASON
008320     ELSE
008330         IF WS-LIVE-CT NOT < WS-CD-FOUND-CT (WS-CARD-IX)
008340             MOVE 'Y' TO WS-REJECT-SWITCH
008350             MOVE 'CHARGE ALREADY REVERSED' TO WS-REJECT-REASON
008360         END-IF
008370     END-IF.
008380     IF CARD-REJECTED
008390         MOVE 'X'              TO DSP-STATUS
008400         MOVE WS-REJECT-REASON TO DSP-REJECT-REASON
008410         MOVE WS-CYCLE-DATE    TO DSP-RESOLVED-DATE
008420     ELSE
008430         MOVE 'S'              TO DSP-STATUS
008440         MOVE WS-CYCLE-DATE    TO DSP-REVERSAL-DATE
008450         ADD 1 TO WS-SENT-TODAY-CT
008460         MOVE 'SENT' TO WS-CARD-DISP
008470         MOVE 'REVERSAL SENT TO STRINGBATCH' TO WS-REJECT-REASON
008480     END-IF.
008490 4500-VERIFY-DISPUTE-EXIT.
008500     EXIT.
008510*--------------------------------------------------------------*
008520* 4550-COUNT-REVERSED - READ THE NEXT DISPUTE AGAINST THE       *
008530* CHARGE AND COUNT IT IF IT IS FOR THE SAME QUANTITY AND ITS    *
008540* REVERSAL IS SENT OR DONE                                      *
008550*--------------------------------------------------------------*
008560 4550-COUNT-REVERSED.
008570     PERFORM 8100-READ-NEXT-DISPUTE
008580         THRU 8100-READ-NEXT-DISPUTE-EXIT.
008590     IF BROWSE-DONE
008600         GO TO 4550-COUNT-REVERSED-EXIT
008610     END-IF.
008620     IF DSP-CHARGE-KEY NOT = WS-LOOK-CHARGE
008630         MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
008640         GO TO 4550-COUNT-REVERSED-EXIT
008650     END-IF.
008660     IF DSP-QUANTITY = WS-LOOK-QUANTITY
008670        AND (DSP-SENT OR DSP-REVERSED)
008680         ADD 1 TO WS-LIVE-CT
008690     END-IF.
008700 4550-COUNT-REVERSED-EXIT.
008710     EXIT.
008720*--------------------------------------------------------------*
008730* 4800-PRINT-CARD-LINE - ONE LISTING LINE PER CARD, AS PUNCHED, *
008740* WITH WHAT BECAME OF IT                                        *
008750*--------------------------------------------------------------*
008760 4800-PRINT-CARD-LINE.
008770     MOVE SPACES TO WS-DISPUTE-LINE.
008780     MOVE WS-CD-ACTION (WS-CARD-IX)       TO DSL-ACTION.
008790     MOVE WS-CD-ACCOUNT-NO-X (WS-CARD-IX) TO DSL-ACCOUNT.
008800     MOVE WS-CD-CYCLE-DATE-X (WS-CARD-IX) TO DSL-CYCLE-DATE.
008810     MOVE WS-CD-MYVAR (WS-CARD-IX)        TO DSL-MYVAR.
008820     MOVE WS-CD-QUANTITY-X (WS-CARD-IX)   TO DSL-QUANTITY.
008830     IF DSP-CHARGE-AMT NOT = ZERO
008840         MOVE DSP-CHARGE-AMT TO DSL-AMOUNT
008850     END-IF.
008860     MOVE WS-CD-APPROVER (WS-CARD-IX)     TO DSL-APPROVER.
008870     MOVE WS-CARD-DISP                    TO DSL-DISP.
008880     MOVE WS-REJECT-REASON                TO DSL-REASON.
008890     MOVE WS-DISPUTE-LINE TO WS-PRINT-LINE.
008900     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
008910 4800-PRINT-CARD-LINE-EXIT.
008920     EXIT.
008930*--------------------------------------------------------------*
008940* 4900-PRINT-DISPUTE-LINE - ONE LISTING LINE FROM THE DISPUTE   *
008950* RECORD IN DISPUTE-REC                                         *
008960*--------------------------------------------------------------*
008970 4900-PRINT-DISPUTE-LINE.
008980     MOVE SPACES TO WS-DISPUTE-LINE.
008990     MOVE DSP-ACCOUNT-NO   TO DSL-ACCOUNT.
009000     MOVE DSP-CYCLE-DATE   TO DSL-CYCLE-DATE.
009010     MOVE DSP-MYVAR        TO DSL-MYVAR.
009020     MOVE DSP-QUANTITY     TO DSL-QUANTITY.
009030     MOVE DSP-CHARGE-AMT   TO DSL-AMOUNT.
009040     MOVE DSP-APPROVER     TO DSL-APPROVER.
009050     MOVE WS-CARD-DISP     TO DSL-DISP.
009060     MOVE WS-REJECT-REASON TO DSL-REASON.
009070     MOVE WS-DISPUTE-LINE TO WS-PRINT-LINE.
009080     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
009090 4900-PRINT-DISPUTE-LINE-EXIT.
009100     EXIT.
009110*--------------------------------------------------------------*
009120* 5000-WRITE-REVERSAL-SET - WRITE EVERY DISPUTE SENT FOR        *
009130* REVERSAL THIS CYCLE AS ONE SET - HEADER (CYCLE DATE, SOURCE   *
009140* DISPUTE), ONE 'R' DETAIL PER DISPUTE AND A COUNTED, HASHED    *
009150* TRAILER. THE SET IS REBUILT FROM THE MASTER, SO A RERUN       *
009160* WRITES THE SAME SET AGAIN. NO REVERSALS, NO SET.              *
009170*--------------------------------------------------------------*
009180 5000-WRITE-REVERSAL-SET.
009190     MOVE LOW-VALUES TO DSP-KEY.
009200     PERFORM 8000-START-BROWSE THRU 8000-START-BROWSE-EXIT.
009210     PERFORM 5100-SET-ONE-DISPUTE THRU 5100-SET-ONE-DISPUTE-EXIT
009220         UNTIL BROWSE-DONE.
009230     IF WS-SET-DETAIL-CT = ZERO
009240         GO TO 5000-WRITE-REVERSAL-SET-EXIT
009250     END-IF.
009260     MOVE SPACES TO TRAN-REC.
009270     MOVE 'T' TO TRAN-REC-TYPE.
009280     MOVE WS-SET-DETAIL-CT  TO TRAN-TRL-DETAIL-COUNT.
009290     MOVE WS-SET-HASH-TOTAL TO TRAN-TRL-HASH-TOTAL.
009300     PERFORM 5200-WRITE-SET-RECORD
009310         THRU 5200-WRITE-SET-RECORD-EXIT.
009320 5000-WRITE-REVERSAL-SET-EXIT.
009330     EXIT.
009340*--------------------------------------------------------------*
009350* 5100-SET-ONE-DISPUTE - READ THE NEXT DISPUTE; IF IT WAS SENT  *
009360* FOR REVERSAL THIS CYCLE WRITE ITS 'R' DETAIL (AND THE HEADER  *
009370* AHEAD OF THE FIRST ONE) AND LIST IT                           *
009380*--------------------------------------------------------------*
009390 5100-SET-ONE-DISPUTE.
009400     PERFORM 8100-READ-NEXT-DISPUTE
009410         THRU 8100-READ-NEXT-DISPUTE-EXIT.
009420     IF BROWSE-DONE
009430         GO TO 5100-SET-ONE-DISPUTE-EXIT
009440     END-IF.
009450     IF NOT DSP-SENT
009460          OR DSP-REVERSAL-DATE NOT = WS-CYCLE-DATE
009470         GO TO 5100-SET-ONE-DISPUTE-EXIT
009480     END-IF.
009490     IF WS-SET-DETAIL-CT = ZERO
009500         MOVE SPACES TO TRAN-REC
009510         MOVE 'H' TO TRAN-REC-TYPE
009520         MOVE WS-CYCLE-DATE TO TRAN-HDR-EXTRACT-DATE
009530         MOVE 'DISPUTE' TO TRAN-HDR-SOURCE-SYSTEM
009540         PERFORM 5200-WRITE-SET-RECORD
009550             THRU 5200-WRITE-SET-RECORD-EXIT
009560     END-IF.
009570     MOVE SPACES TO TRAN-REC.
009580     MOVE 'R'            TO TRAN-REC-TYPE.
009590     MOVE DSP-MYVAR      TO TRAN-DTL-MYVAR.
009600     MOVE DSP-ACCOUNT-NO TO TRAN-DTL-ACCOUNT-NO.
009610     MOVE DSP-QUANTITY   TO TRAN-DTL-QUANTITY.
009620     MOVE ZERO           TO TRAN-DTL-RECYCLE-COUNT.
009625     MOVE DSP-CYCLE-DATE TO TRAN-DTL-ORIG-CYCLE-DATE.
009630     PERFORM 5200-WRITE-SET-RECORD
009640         THRU 5200-WRITE-SET-RECORD-EXIT.
009650     ADD 1 TO WS-SET-DETAIL-CT.
009660     ADD DSP-ACCOUNT-NO TO WS-SET-HASH-TOTAL.
009670     MOVE 'SENT' TO WS-CARD-DISP.
009680     MOVE DSP-REASON TO WS-REJECT-REASON.
009690     PERFORM 4900-PRINT-DISPUTE-LINE
009700         THRU 4900-PRINT-DISPUTE-LINE-EXIT.
009710 5100-SET-ONE-DISPUTE-EXIT.
009720     EXIT.
009730*--------------------------------------------------------------*
009740* 5200-WRITE-SET-RECORD - WRITE ONE REVERSAL SET RECORD         *
009750*--------------------------------------------------------------*
009760 5200-WRITE-SET-RECORD.
009770     WRITE TRAN-REC.
009780     IF WS-DISPSET-STATUS NOT = '00'
009790         MOVE 'DISPSET ' TO WS-ABEND-FILE-ID
009800         MOVE WS-DISPSET-STATUS TO WS-ABEND-STATUS
009810         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009820     END-IF.
009830 5200-WRITE-SET-RECORD-EXIT.
009840     EXIT.
009850*--------------------------------------------------------------*
009860* 7000-WRITE-LINE - COMMON LISTING WRITER. ROLLS TO A NEW PAGE  *
009870* WHEN THE CURRENT PAGE IS FULL. THE LINE TO PRINT IS ALWAYS    *
009880* STAGED IN WS-PRINT-LINE.                                      *
009890*--------------------------------------------------------------*
009900 7000-WRITE-LINE.
009910     IF WS-LINE-CT >= WS-MAX-LINES
009920         PERFORM 7100-WRITE-HEADINGS
009930             THRU 7100-WRITE-HEADINGS-EXIT
009940     END-IF.
009950     WRITE PRINT-REC FROM WS-PRINT-LINE
009960         AFTER ADVANCING 1 LINE.
009970     IF WS-PRINT-STATUS NOT = '00'
009980         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
009990         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
010000         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
010010     END-IF.
010020     ADD 1 TO WS-LINE-CT.
010030 7000-WRITE-LINE-EXIT.
010040     EXIT.
010050*--------------------------------------------------------------*
010060* 7100-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN DATE,     *
010070* PAGE NUMBER, CURRENT SECTION TITLE AND CYCLE DATE             *
010080*--------------------------------------------------------------*
010090 7100-WRITE-HEADINGS.
010100     ADD 1 TO WS-PAGE-NO.
010110     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
010120     MOVE WS-PAGE-NO  TO HDG1-PAGE-NO.
010130     WRITE PRINT-REC FROM WS-HEADING-1
010140         AFTER ADVANCING PAGE.
010150     IF WS-PRINT-STATUS NOT = '00'
010160         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
010170         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
010180         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
010190     END-IF.
010200     MOVE WS-SECTION-TITLE TO HDG2-SECTION-TITLE.
010210     MOVE WS-CYCLE-DATE    TO HDG2-CYCLE-DATE.
010220     WRITE PRINT-REC FROM WS-HEADING-2
010230         AFTER ADVANCING 2 LINES.
010240     IF WS-PRINT-STATUS NOT = '00'
010250         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
010260         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
010270         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
010280     END-IF.
010290*    THE TOTALS PAGE NEEDS NO COLUMN HEADINGS.
010300     IF WS-SECTION-TITLE NOT = 'RUN TOTALS'
010310         WRITE PRINT-REC FROM WS-HEADING-3
010320             AFTER ADVANCING 2 LINES
010330         IF WS-PRINT-STATUS NOT = '00'
010340             MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
010350             MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
010360             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
010370         END-IF
010380     END-IF.
010390     MOVE ZERO TO WS-LINE-CT.
010400 7100-WRITE-HEADINGS-EXIT.
010410     EXIT.
010420*--------------------------------------------------------------*
010430* 8000-START-BROWSE - POSITION THE DISPUTE MASTER AT THE FIRST  *
010440* KEY NOT LESS THAN DSP-KEY. NOTHING THERE ENDS THE BROWSE.     *
010450*--------------------------------------------------------------*
010460 8000-START-BROWSE.
010470     MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
010480     START DISPUTE-FILE KEY NOT LESS THAN DSP-KEY
010490         INVALID KEY
010500             MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
010510     END-START.
010520 8000-START-BROWSE-EXIT.
010530     EXIT.
010540*--------------------------------------------------------------*
010550* 8100-READ-NEXT-DISPUTE - READ THE NEXT DISPUTE IN KEY ORDER   *
010560*--------------------------------------------------------------*
010570 8100-READ-NEXT-DISPUTE.
010580     READ DISPUTE-FILE NEXT RECORD
010590         AT END
010600             MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
010610     END-READ.
010620     IF WS-DISPMST-STATUS NOT = '00'
010630        AND WS-DISPMST-STATUS NOT = '10'
010640         MOVE 'DISPMST ' TO WS-ABEND-FILE-ID
010650         MOVE WS-DISPMST-STATUS TO WS-ABEND-STATUS
010660         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
010670     END-IF.
010680 8100-READ-NEXT-DISPUTE-EXIT.
010690     EXIT.
010700*--------------------------------------------------------------*
010710* 9000-TERMINATE - PRINT THE RUN TOTALS BLOCK, CLOSE FILES,     *
010720* AND FLAG A RUN WITH REJECTED DISPUTES TO THE SCHEDULER (RC 4) *
010730* SO THE BILLING CLERKS HEAR ABOUT THEM                         *
010740*--------------------------------------------------------------*
010750 9000-TERMINATE.
010760     MOVE 'RUN TOTALS' TO WS-SECTION-TITLE.
010770     MOVE WS-MAX-LINES TO WS-LINE-CT.
010780     MOVE 'DISPUTE CARDS READ' TO TOT-LINE-LABEL.
010790     MOVE WS-CARD-CT TO TOT-LINE-COUNT.
010800     PERFORM 9100-PRINT-TOTAL-LINE
010810         THRU 9100-PRINT-TOTAL-LINE-EXIT.
010820     MOVE 'LOGGED - AWAITING APPROVAL' TO TOT-LINE-LABEL.
010830     MOVE WS-LOGGED-CT TO TOT-LINE-COUNT.
010840     PERFORM 9100-PRINT-TOTAL-LINE
010850         THRU 9100-PRINT-TOTAL-LINE-EXIT.
010860     MOVE 'VERIFIED - REVERSAL SENT' TO TOT-LINE-LABEL.
010870     MOVE WS-SENT-TODAY-CT TO TOT-LINE-COUNT.
010880     PERFORM 9100-PRINT-TOTAL-LINE
010890         THRU 9100-PRINT-TOTAL-LINE-EXIT.
010900     MOVE 'REJECTED' TO TOT-LINE-LABEL.
010910     MOVE WS-REJECT-CT TO TOT-LINE-COUNT.
010920     PERFORM 9100-PRINT-TOTAL-LINE
010930         THRU 9100-PRINT-TOTAL-LINE-EXIT.
010940     MOVE 'ALREADY ON FILE - SKIPPED' TO TOT-LINE-LABEL.
010950     MOVE WS-ON-FILE-CT TO TOT-LINE-COUNT.
010960     PERFORM 9100-PRINT-TOTAL-LINE
010970         THRU 9100-PRINT-TOTAL-LINE-EXIT.
010980     MOVE 'REVERSALS POSTED TO ACCTCHG' TO TOT-LINE-LABEL.
010990     MOVE WS-CONFIRMED-CT TO TOT-LINE-COUNT.
011000     PERFORM 9100-PRINT-TOTAL-LINE
011010         THRU 9100-PRINT-TOTAL-LINE-EXIT.
011020     MOVE 'REVERSAL SET DETAILS' TO TOT-LINE-LABEL.
011030     MOVE WS-SET-DETAIL-CT TO TOT-LINE-COUNT.
011040     PERFORM 9100-PRINT-TOTAL-LINE
011050         THRU 9100-PRINT-TOTAL-LINE-EXIT.
011060     MOVE 'REVERSAL SET HASH' TO HASH-LINE-LABEL.
011070     MOVE WS-SET-HASH-TOTAL TO HASH-LINE-TOTAL.
011080     MOVE WS-HASH-LINE TO WS-PRINT-LINE.
011090     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
011100     DISPLAY 'DISPLOG - CARDS ' WS-CARD-CT
011110             ' SENT ' WS-SENT-TODAY-CT
011120             ' REJECTED ' WS-REJECT-CT
011130             ' CONFIRMED ' WS-CONFIRMED-CT
011140             ' ACCTCHG READ ' WS-CHARGE-READ-CT.
011150     CLOSE DISPUTE-TRANS-FILE
011160           DISPUTE-FILE
011170           ACCOUNT-FILE
011180           SET-FILE
011190           PRINT-FILE.
011200     IF WS-REJECT-CT > ZERO
011210         MOVE 4 TO RETURN-CODE
011220     END-IF.
011230 9000-TERMINATE-EXIT.
011240     EXIT.
011250*--------------------------------------------------------------*
011260* 9100-PRINT-TOTAL-LINE - ONE TOTALS LINE, STAGED IN            *
011270* WS-TOTAL-LINE, THROUGH THE COMMON WRITER                      *
011280*--------------------------------------------------------------*
011290 9100-PRINT-TOTAL-LINE.
011300     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
011310     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
011320 9100-PRINT-TOTAL-LINE-EXIT.
011330     EXIT.
011340*--------------------------------------------------------------*
011350* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
011360* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
011370* RETURN CODE.                                                  *
011380*--------------------------------------------------------------*
011390 9900-ABEND.
011400     DISPLAY 'DISPLOG - FATAL I/O ERROR ON ' WS-ABEND-FILE-ID
011410             ' FILE STATUS = ' WS-ABEND-STATUS.
011420     MOVE 16 TO RETURN-CODE.
011430     GOBACK.
011440 9900-ABEND-EXIT.
011450     EXIT.
011460*--------------------------------------------------------------*
011470* 9950-RUNCTL-ABEND - THE RUN CONTROL CARD IS MISSING OR ITS    *
011480* CYCLE DATE FAILS ITS EDIT. STOP BEFORE ANY DISPUTE IS TOUCHED *
011490*--------------------------------------------------------------*
011500 9950-RUNCTL-ABEND.
011510     DISPLAY 'DISPLOG - RUN CONTROL CARD INVALID - '
011520             WS-RUNCTL-REASON.
011530     MOVE 16 TO RETURN-CODE.
011540     GOBACK.
011550 9950-RUNCTL-ABEND-EXIT.
011560     EXIT.
011570 END PROGRAM DisputeLog.
