000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     AcctMaint.
000030 AUTHOR.         R MEEHAN.
000040 INSTALLATION.   DATA CENTER SERVICES.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                          *
000090*--------------------------------------------------------------*
000100*  DATE      INIT  DESCRIPTION                                  *
000110*  --------  ----  ----------------------------------------     *
000120*  10/15/26  RM    ORIGINAL CODING. APPLIES ADD/CHANGE/CLOSE    *
000130*                  CARDS (ACCTTRAN) TO THE ACCOUNT MASTER KSDS  *
000140*                  (COPYBOOK ACCTMST) IN PLACE AND PRINTS A     *
000150*                  MAINTENANCE LISTING - ONE LINE PER CARD,     *
000160*                  APPLIED OR REJECTED, WITH THE ACCOUNT'S      *
000170*                  BEFORE AND AFTER IMAGES UNDER EVERY APPLIED  *
000180*                  CARD. RC 4 MEANS ONE OR MORE CARDS WERE      *
000190*                  REJECTED.                                    *
000200*--------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000240 OBJECT-COMPUTER.   IBM-370.
000250 SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT ACCOUNT-MASTER-FILE     ASSIGN TO ACCTMST
000290             ORGANIZATION IS INDEXED
000300             ACCESS MODE IS DYNAMIC
000310             RECORD KEY IS AMS-ACCOUNT-NO
000320             FILE STATUS IS WS-ACCTMST-STATUS.
000330     SELECT TRANS-FILE              ASSIGN TO ACCTTRAN
000340             FILE STATUS IS WS-TRANS-STATUS.
000350     SELECT PRINT-FILE              ASSIGN TO PRTFILE
000360             FILE STATUS IS WS-PRINT-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390*--------------------------------------------------------------*
000400* ACCOUNT-MASTER-FILE - THE ACCOUNT MASTER KSDS (SHARED         *
000410* ACCTMST LAYOUT, KEYED ON THE ACCOUNT NUMBER)                  *
000420*--------------------------------------------------------------*
000430 FD  ACCOUNT-MASTER-FILE
000440     RECORD CONTAINS 160 CHARACTERS
000450     DATA RECORD IS ACCT-MASTER-REC.
000460     COPY ACCTMST.
000470*--------------------------------------------------------------*
000480* TRANS-FILE - ONE MAINTENANCE TRANSACTION PER 80-BYTE CARD.    *
000490* TRN-ACTION IS 'A' (ADD - NAME AND OPEN DATE), 'C' (CHANGE     *
000500* ONE FIELD, NAMED BY TRN-FIELD-CODE) OR 'X' (CLOSE). A BLANK   *
000510* DATE ON AN ADD OR A CLOSE MEANS THE RUN DATE.                 *
000520*--------------------------------------------------------------*
000530 FD  TRANS-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 80 CHARACTERS
000560     DATA RECORD IS TRANS-REC.
000570 01  TRANS-REC.
000580     05  TRN-ACTION              PIC X(01).
000590         88  TRN-ADD                 VALUE 'A'.
000600         88  TRN-CHANGE              VALUE 'C'.
000610         88  TRN-CLOSE               VALUE 'X'.
000620     05  TRN-ACCOUNT-NO          PIC 9(10).
000630*    TRN-ACCOUNT-NO-X IS THE RAW CARD VIEW OF THE ACCOUNT SO AN
000640*    UNEDITED (POSSIBLY NON-NUMERIC) VALUE CAN STILL BE LISTED.
000650     05  TRN-ACCOUNT-NO-X        REDEFINES TRN-ACCOUNT-NO
000660                                 PIC X(10).
000670     05  TRN-FIELD-CODE          PIC X(02).
000680         88  TRN-FLD-NAME            VALUE 'NM'.
000690         88  TRN-FLD-ADDR-1          VALUE 'A1'.
000700         88  TRN-FLD-ADDR-2          VALUE 'A2'.
000710         88  TRN-FLD-ADDR-3          VALUE 'A3'.
000720         88  TRN-FLD-POSTCODE        VALUE 'PC'.
000730         88  TRN-FLD-STATUS          VALUE 'ST'.
000740     05  TRN-VALUE               PIC X(30).
000750     05  TRN-DATE                PIC 9(06).
000760     05  TRN-DATE-X              REDEFINES TRN-DATE
000770                                 PIC X(06).
000780     05  FILLER                  PIC X(31).
000790*--------------------------------------------------------------*
000800* PRINT-FILE - HEADED, PAGED MAINTENANCE LISTING                *
000810*--------------------------------------------------------------*
000820 FD  PRINT-FILE
000830     LABEL RECORDS OMITTED
000840     RECORD CONTAINS 132 CHARACTERS
000850     DATA RECORD IS PRINT-REC.
000860 01  PRINT-REC                   PIC X(132).
000870 WORKING-STORAGE SECTION.
000880*--------------------------------------------------------------*
000890* TRANSACTION LOOKUP/APPLY CONTROL FIELDS. THE ACCOUNT'S IMAGE  *
000900* AS READ IS KEPT IN WS-BEFORE-IMAGE FOR THE LISTING.           *
000910*--------------------------------------------------------------*
000920 77  WS-ACCT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000930     88  ACCT-FOUND                  VALUE 'Y'.
000940 77  WS-REJECT-SWITCH            PIC X(01) VALUE 'N'.
000950     88  TRANS-REJECTED              VALUE 'Y'.
000960 77  WS-REJECT-REASON            PIC X(30).
000970 77  WS-EFFECTIVE-DATE           PIC 9(06).
000980 77  WS-BEFORE-IMAGE             PIC X(160).
000990 77  WS-AFTER-IMAGE              PIC X(160).
001000*--------------------------------------------------------------*
001010* RUN COUNTERS FOR THE TOTALS BLOCK AT THE END OF THE LISTING   *
001020*--------------------------------------------------------------*
001030 77  WS-TRANS-READ-CT            PIC 9(04) COMP VALUE ZERO.
001040 77  WS-TRANS-APPLIED-CT         PIC 9(04) COMP VALUE ZERO.
001050 77  WS-TRANS-REJECT-CT          PIC 9(04) COMP VALUE ZERO.
001060 77  WS-ACCT-ADDED-CT            PIC 9(04) COMP VALUE ZERO.
001070 77  WS-ACCT-CHANGED-CT          PIC 9(04) COMP VALUE ZERO.
001080 77  WS-ACCT-CLOSED-CT           PIC 9(04) COMP VALUE ZERO.
001090*--------------------------------------------------------------*
001100* END-OF-FILE CONTROL                                           *
001110*--------------------------------------------------------------*
001120 77  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001130     88  END-OF-TRANS                VALUE 'Y'.
001140*--------------------------------------------------------------*
001150* FILE STATUS AND ABEND FIELDS                                  *
001160*--------------------------------------------------------------*
001170 77  WS-ACCTMST-STATUS           PIC X(02).
001180 77  WS-TRANS-STATUS             PIC X(02).
001190 77  WS-PRINT-STATUS             PIC X(02).
001200 77  WS-ABEND-FILE-ID            PIC X(08).
001210 77  WS-ABEND-STATUS             PIC X(02).
001220*--------------------------------------------------------------*
001230* PRINT REPORT CONTROL FIELDS AND LINE LAYOUTS                  *
001240*--------------------------------------------------------------*
001250 77  WS-RUN-DATE                 PIC 9(06).
001260 77  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001270 77  WS-LINE-CT                  PIC 9(02) VALUE ZERO.
001280 77  WS-MAX-LINES                PIC 9(02) VALUE 50.
001290 77  WS-SECTION-TITLE            PIC X(30).
001300 77  WS-PRINT-LINE               PIC X(132).
001310 01  WS-HEADING-1.
001320     05  FILLER                  PIC X(01) VALUE SPACE.
001330     05  FILLER                  PIC X(24)
001340             VALUE 'ACCTMAINT RUN DATE'.
001350     05  FILLER                  PIC X(01) VALUE SPACE.
001360     05  HDG1-RUN-DATE           PIC 99/99/99.
001370     05  FILLER                  PIC X(74) VALUE SPACE.
001380     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001390     05  HDG1-PAGE-NO            PIC ZZZ9.
001400     05  FILLER                  PIC X(15) VALUE SPACE.
001410 01  WS-HEADING-2.
001420     05  FILLER                  PIC X(01) VALUE SPACE.
001430     05  HDG2-SECTION-TITLE      PIC X(30).
001440     05  FILLER                  PIC X(101) VALUE SPACE.
001450 01  WS-HEADING-3.
001460     05  FILLER                  PIC X(01) VALUE SPACE.
001470     05  FILLER                  PIC X(04) VALUE 'ACT'.
001480     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
001490     05  FILLER                  PIC X(04) VALUE 'FLD'.
001500     05  FILLER                  PIC X(32) VALUE 'VALUE'.
001510     05  FILLER                  PIC X(08) VALUE 'DATE'.
001520     05  FILLER                  PIC X(10) VALUE 'DISP'.
001530     05  FILLER                  PIC X(30) VALUE 'REASON'.
001540     05  FILLER                  PIC X(31) VALUE SPACE.
001550 01  WS-TRANS-LINE.
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  TRN-LINE-ACTION         PIC X(01).
001580     05  FILLER                  PIC X(03) VALUE SPACE.
001590     05  TRN-LINE-ACCOUNT        PIC X(10).
001600     05  FILLER                  PIC X(02) VALUE SPACE.
001610     05  TRN-LINE-FIELD          PIC X(02).
001620     05  FILLER                  PIC X(02) VALUE SPACE.
001630     05  TRN-LINE-VALUE          PIC X(30).
001640     05  FILLER                  PIC X(02) VALUE SPACE.
001650     05  TRN-LINE-DATE           PIC X(06).
001660     05  FILLER                  PIC X(02) VALUE SPACE.
001670     05  TRN-LINE-DISP           PIC X(08).
001680     05  FILLER                  PIC X(02) VALUE SPACE.
001690     05  TRN-LINE-REASON         PIC X(30).
001700     05  FILLER                  PIC X(31) VALUE SPACE.
001710*    BEFORE/AFTER IMAGE LINES, INDENTED UNDER THE CARD'S LINE.
001720*    AN ADD HAS NO BEFORE IMAGE.
001730 01  WS-IMAGE-LINE.
001740     05  FILLER                  PIC X(05) VALUE SPACE.
001750     05  IMG-TAG                 PIC X(07).
001760     05  IMG-NAME                PIC X(30).
001770     05  FILLER                  PIC X(02) VALUE SPACE.
001780     05  IMG-STATUS              PIC X(01).
001790     05  FILLER                  PIC X(02) VALUE SPACE.
001800     05  IMG-OPEN-DATE           PIC 99/99/99.
001810     05  FILLER                  PIC X(02) VALUE SPACE.
001820     05  IMG-CLOSE-DATE          PIC 99/99/99.
001830     05  FILLER                  PIC X(02) VALUE SPACE.
001840     05  IMG-ADDR-LINE-1         PIC X(30).
001850     05  FILLER                  PIC X(02) VALUE SPACE.
001860     05  IMG-POSTCODE            PIC X(10).
001870     05  FILLER                  PIC X(23) VALUE SPACE.
001880 01  WS-TOTAL-LINE.
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  TOT-LINE-LABEL          PIC X(30).
001910     05  TOT-LINE-COUNT          PIC ZZZ9.
001920     05  FILLER                  PIC X(97) VALUE SPACE.
001930 PROCEDURE DIVISION.
001940*--------------------------------------------------------------*
001950* 0000-MAINLINE                                                 *
001960*--------------------------------------------------------------*
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001990     MOVE 'MAINTENANCE TRANSACTIONS' TO WS-SECTION-TITLE.
002000     MOVE WS-MAX-LINES TO WS-LINE-CT.
002010     PERFORM 4000-APPLY-TRANSACTION
002020         THRU 4000-APPLY-TRANSACTION-EXIT
002030         UNTIL END-OF-TRANS.
002040     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002050     GOBACK.
002060 0000-MAINLINE-EXIT.
002070     EXIT.
002080*--------------------------------------------------------------*
002090* 1000-INITIALIZE - OPEN FILES, PRIME THE TRANSACTION READ. A   *
002100* NEVER-LOADED KSDS (STATUS 35 ON OPEN I-O) IS OPENED OUTPUT    *
002110* AND CLOSED ONCE TO LEAVE IT LOADED BUT EMPTY, THEN REOPENED   *
002120* I-O SO THE FIRST RUN CAN ADD AND CHANGE LIKE ANY OTHER.       *
002130*--------------------------------------------------------------*
002140 1000-INITIALIZE.
002150     OPEN INPUT  TRANS-FILE
002160          OUTPUT PRINT-FILE.
002170     IF WS-TRANS-STATUS NOT = '00'
002180         MOVE 'ACCTTRAN' TO WS-ABEND-FILE-ID
002190         MOVE WS-TRANS-STATUS TO WS-ABEND-STATUS
002200         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002210     END-IF.
002220     IF WS-PRINT-STATUS NOT = '00'
002230         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
002240         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
002250         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002260     END-IF.
002270     OPEN I-O ACCOUNT-MASTER-FILE.
002280     IF WS-ACCTMST-STATUS = '35'
002290         OPEN OUTPUT ACCOUNT-MASTER-FILE
002300         IF WS-ACCTMST-STATUS = '00'
002310             CLOSE ACCOUNT-MASTER-FILE
002320             OPEN I-O ACCOUNT-MASTER-FILE
002330         END-IF
002340     END-IF.
002350     IF WS-ACCTMST-STATUS NOT = '00'
002360         MOVE 'ACCTMST ' TO WS-ABEND-FILE-ID
002370         MOVE WS-ACCTMST-STATUS TO WS-ABEND-STATUS
002380         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002390     END-IF.
002400     ACCEPT WS-RUN-DATE FROM DATE.
002410     PERFORM 1160-READ-TRANS THRU 1160-READ-TRANS-EXIT.
002420 1000-INITIALIZE-EXIT.
002430     EXIT.
002440*--------------------------------------------------------------*
002450* 1160-READ-TRANS - READ THE NEXT MAINTENANCE TRANSACTION       *
002460*--------------------------------------------------------------*
002470 1160-READ-TRANS.
002480     READ TRANS-FILE
002490         AT END
002500             MOVE 'Y' TO WS-TRANS-EOF-SWITCH
002510     END-READ.
002520     IF WS-TRANS-STATUS NOT = '00' AND WS-TRANS-STATUS NOT = '10'
002530         MOVE 'ACCTTRAN' TO WS-ABEND-FILE-ID
002540         MOVE WS-TRANS-STATUS TO WS-ABEND-STATUS
002550         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002560     END-IF.
002570 1160-READ-TRANS-EXIT.
002580     EXIT.
002590*--------------------------------------------------------------*
002600* 4000-APPLY-TRANSACTION - EDIT AND APPLY ONE TRANSACTION,      *
002610* PRINT ITS APPLIED/REJECTED LINE (AND THE ACCOUNT'S BEFORE     *
002620* AND AFTER IMAGES WHEN APPLIED), READ THE NEXT ONE             *
002630*--------------------------------------------------------------*
002640 4000-APPLY-TRANSACTION.
002650     ADD 1 TO WS-TRANS-READ-CT.
002660     MOVE 'N'    TO WS-REJECT-SWITCH.
002670     MOVE SPACES TO WS-REJECT-REASON.
002680     MOVE SPACES TO WS-BEFORE-IMAGE.
002690     IF TRN-ACCOUNT-NO NOT NUMERIC
002700          OR TRN-ACCOUNT-NO = ZERO
002710         MOVE 'Y' TO WS-REJECT-SWITCH
002720         MOVE 'ACCOUNT NUMBER NOT NUMERIC'
002730             TO WS-REJECT-REASON
002740     ELSE
002750         PERFORM 4500-LOOKUP-ACCOUNT
002760             THRU 4500-LOOKUP-ACCOUNT-EXIT
002770         IF TRN-ADD
002780             PERFORM 4100-ADD-ACCOUNT
002790                 THRU 4100-ADD-ACCOUNT-EXIT
002800         ELSE
002810             IF TRN-CHANGE
002820                 PERFORM 4200-CHANGE-ACCOUNT
002830                     THRU 4200-CHANGE-ACCOUNT-EXIT
002840             ELSE
002850                 IF TRN-CLOSE
002860                     PERFORM 4300-CLOSE-ACCOUNT
002870                         THRU 4300-CLOSE-ACCOUNT-EXIT
002880                 ELSE
002890                     MOVE 'Y' TO WS-REJECT-SWITCH
002900                     MOVE 'INVALID ACTION CODE'
002910                         TO WS-REJECT-REASON
002920                 END-IF
002930             END-IF
002940         END-IF
002950     END-IF.
002960     IF TRANS-REJECTED
002970         ADD 1 TO WS-TRANS-REJECT-CT
002980     ELSE
002990         ADD 1 TO WS-TRANS-APPLIED-CT
003000     END-IF.
003010     PERFORM 4600-PRINT-TRANS-LINE
003020         THRU 4600-PRINT-TRANS-LINE-EXIT.
003030     PERFORM 1160-READ-TRANS THRU 1160-READ-TRANS-EXIT.
003040 4000-APPLY-TRANSACTION-EXIT.
003050     EXIT.
003060*--------------------------------------------------------------*
003070* 4100-ADD-ACCOUNT - ADD A NEW, OPEN ACCOUNT. THE CARD CARRIES  *
003080* THE NAME; THE ADDRESS FOLLOWS ON CHANGE CARDS.                *
003090*--------------------------------------------------------------*
003100 4100-ADD-ACCOUNT.
003110     IF ACCT-FOUND
003120         MOVE 'Y' TO WS-REJECT-SWITCH
003130         MOVE 'ACCOUNT ALREADY ON MASTER' TO WS-REJECT-REASON
003140         GO TO 4100-ADD-ACCOUNT-EXIT
003150     END-IF.
003160     IF TRN-VALUE = SPACES
003170         MOVE 'Y' TO WS-REJECT-SWITCH
003180         MOVE 'ACCOUNT NAME IS BLANK' TO WS-REJECT-REASON
003190         GO TO 4100-ADD-ACCOUNT-EXIT
003200     END-IF.
003210     PERFORM 4400-EDIT-CARD-DATE THRU 4400-EDIT-CARD-DATE-EXIT.
003220     IF TRANS-REJECTED
003230         GO TO 4100-ADD-ACCOUNT-EXIT
003240     END-IF.
003250     MOVE SPACES            TO ACCT-MASTER-REC.
003260     MOVE TRN-ACCOUNT-NO    TO AMS-ACCOUNT-NO.
003270     MOVE TRN-VALUE         TO AMS-ACCOUNT-NAME.
003280     MOVE 'O'               TO AMS-STATUS.
003290     MOVE WS-EFFECTIVE-DATE TO AMS-OPEN-DATE.
003300     MOVE ZERO              TO AMS-CLOSE-DATE.
003310     MOVE WS-RUN-DATE       TO AMS-LAST-MAINT-DATE.
003320     WRITE ACCT-MASTER-REC.
003330     IF WS-ACCTMST-STATUS NOT = '00'
003340         MOVE 'ACCTMST ' TO WS-ABEND-FILE-ID
003350         MOVE WS-ACCTMST-STATUS TO WS-ABEND-STATUS
003360         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003370     END-IF.
003380     ADD 1 TO WS-ACCT-ADDED-CT.
003390 4100-ADD-ACCOUNT-EXIT.
003400     EXIT.
003410*--------------------------------------------------------------*
003420* 4200-CHANGE-ACCOUNT - REPLACE ONE FIELD OF AN EXISTING        *
003430* ACCOUNT. A STATUS CHANGE MAY BLOCK OR REOPEN AN ACCOUNT;      *
003440* CLOSING IS ALWAYS AN 'X' CARD SO IT CARRIES A CLOSE DATE.     *
003450* REOPENING CLEARS THE CLOSE DATE.                              *
003460*--------------------------------------------------------------*
003470 4200-CHANGE-ACCOUNT.
003480     IF NOT ACCT-FOUND
003490         MOVE 'Y' TO WS-REJECT-SWITCH
003500         MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
003510         GO TO 4200-CHANGE-ACCOUNT-EXIT
003520     END-IF.
003530     IF TRN-FLD-NAME
003540         IF TRN-VALUE = SPACES
003550             MOVE 'Y' TO WS-REJECT-SWITCH
003560             MOVE 'ACCOUNT NAME IS BLANK' TO WS-REJECT-REASON
003570             GO TO 4200-CHANGE-ACCOUNT-EXIT
003580         END-IF
003590         MOVE TRN-VALUE TO AMS-ACCOUNT-NAME
003600     ELSE
003610         IF TRN-FLD-ADDR-1
003620             MOVE TRN-VALUE TO AMS-ADDR-LINE-1
003630         ELSE
003640             IF TRN-FLD-ADDR-2
003650                 MOVE TRN-VALUE TO AMS-ADDR-LINE-2
003660             ELSE
003670                 IF TRN-FLD-ADDR-3
003680                     MOVE TRN-VALUE TO AMS-ADDR-LINE-3
003690                 ELSE
003700                     IF TRN-FLD-POSTCODE
003710                         MOVE TRN-VALUE TO AMS-POSTCODE
003720                     ELSE
003730                         IF TRN-FLD-STATUS
003740                             PERFORM 4250-CHANGE-STATUS
003750                                 THRU 4250-CHANGE-STATUS-EXIT
003760                         ELSE
003770                             MOVE 'Y' TO WS-REJECT-SWITCH
003780                             MOVE 'INVALID FIELD CODE'
003790                                 TO WS-REJECT-REASON
003800                         END-IF
003810                     END-IF
003820                 END-IF
003830             END-IF
003840         END-IF
003850     END-IF.
003860     IF TRANS-REJECTED
003870         GO TO 4200-CHANGE-ACCOUNT-EXIT
003880     END-IF.
003890     MOVE WS-RUN-DATE TO AMS-LAST-MAINT-DATE.
003900     REWRITE ACCT-MASTER-REC.
003910     IF WS-ACCTMST-STATUS NOT = '00'
003920         MOVE 'ACCTMST ' TO WS-ABEND-FILE-ID
003930         MOVE WS-ACCTMST-STATUS TO WS-ABEND-STATUS
003940         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003950     END-IF.
003960     ADD 1 TO WS-ACCT-CHANGED-CT.
003970 4200-CHANGE-ACCOUNT-EXIT.
003980     EXIT.
003990*--------------------------------------------------------------*
004000* 4250-CHANGE-STATUS - THE NEW STATUS IS THE FIRST BYTE OF THE  *
004010* VALUE FIELD: 'O' (OPEN/REOPEN) OR 'B' (BLOCK)                 *
004020*--------------------------------------------------------------*
004030 4250-CHANGE-STATUS.
004040     IF TRN-VALUE (1:1) = 'O'
004050         MOVE 'O'  TO AMS-STATUS
004060         MOVE ZERO TO AMS-CLOSE-DATE
004070     ELSE
004080         IF TRN-VALUE (1:1) = 'B'
004090             IF AMS-CLOSED
004100                 MOVE 'Y' TO WS-REJECT-SWITCH
004110                 MOVE 'ACCOUNT IS CLOSED'
004120                     TO WS-REJECT-REASON
004130             ELSE
004140                 MOVE 'B' TO AMS-STATUS
004150             END-IF
004160         ELSE
004170             MOVE 'Y' TO WS-REJECT-SWITCH
004180             MOVE 'STATUS NOT O OR B - X CLOSES'
004190                 TO WS-REJECT-REASON
004200         END-IF
004210     END-IF.
004220 4250-CHANGE-STATUS-EXIT.
004230     EXIT.
004240*--------------------------------------------------------------*
004250* 4300-CLOSE-ACCOUNT - CLOSE AN OPEN OR BLOCKED ACCOUNT AS OF   *
004260* THE CARD'S CLOSE DATE. CHARGES DATED BEFORE IT STILL BILL.    *
004270*--------------------------------------------------------------*
004280 4300-CLOSE-ACCOUNT.
004290     IF NOT ACCT-FOUND
004300         MOVE 'Y' TO WS-REJECT-SWITCH
004310         MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
004320         GO TO 4300-CLOSE-ACCOUNT-EXIT
004330     END-IF.
004340     IF AMS-CLOSED
004350         MOVE 'Y' TO WS-REJECT-SWITCH
004360         MOVE 'ACCOUNT ALREADY CLOSED' TO WS-REJECT-REASON
004370         GO TO 4300-CLOSE-ACCOUNT-EXIT
004380     END-IF.
004390     PERFORM 4400-EDIT-CARD-DATE THRU 4400-EDIT-CARD-DATE-EXIT.
004400     IF TRANS-REJECTED
004410         GO TO 4300-CLOSE-ACCOUNT-EXIT
004420     END-IF.
004430     IF WS-EFFECTIVE-DATE < AMS-OPEN-DATE
004440         MOVE 'Y' TO WS-REJECT-SWITCH
004450         MOVE 'CLOSE DATE BEFORE OPEN DATE' TO WS-REJECT-REASON
004460         GO TO 4300-CLOSE-ACCOUNT-EXIT
004470     END-IF.
004480     MOVE 'C'               TO AMS-STATUS.
004490     MOVE WS-EFFECTIVE-DATE TO AMS-CLOSE-DATE.
004500     MOVE WS-RUN-DATE       TO AMS-LAST-MAINT-DATE.
004510     REWRITE ACCT-MASTER-REC.
004520     IF WS-ACCTMST-STATUS NOT = '00'
004530         MOVE 'ACCTMST ' TO WS-ABEND-FILE-ID
004540         MOVE WS-ACCTMST-STATUS TO WS-ABEND-STATUS
004550         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004560     END-IF.
004570     ADD 1 TO WS-ACCT-CLOSED-CT.
004580 4300-CLOSE-ACCOUNT-EXIT.
004590     EXIT.
004600*--------------------------------------------------------------*
004610* 4400-EDIT-CARD-DATE - THE OPEN (ADD) OR CLOSE (CLOSE) DATE.   *
004620* BLANK MEANS THE RUN DATE. OTHERWISE IT MUST BE YYMMDD WITH A  *
004625* MONTH OF 01-12 AND A DAY OF 01-31.                            *
004630*--------------------------------------------------------------*
004640 4400-EDIT-CARD-DATE.
004650     IF TRN-DATE-X = SPACES
004660         MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
004670         GO TO 4400-EDIT-CARD-DATE-EXIT
004680     END-IF.
004690     IF TRN-DATE NOT NUMERIC
004700         MOVE 'Y' TO WS-REJECT-SWITCH
004710         MOVE 'DATE NOT NUMERIC' TO WS-REJECT-REASON
004720         GO TO 4400-EDIT-CARD-DATE-EXIT
004730     END-IF.
004731     IF TRN-DATE (3:2) < '01' OR TRN-DATE (3:2) > '12'
004732          OR TRN-DATE (5:2) < '01' OR TRN-DATE (5:2) > '31'
004733         MOVE 'Y' TO WS-REJECT-SWITCH
004734         MOVE 'DATE MONTH/DAY INVALID' TO WS-REJECT-REASON
004735         GO TO 4400-EDIT-CARD-DATE-EXIT
004736     END-IF.
004740     MOVE TRN-DATE TO WS-EFFECTIVE-DATE.
004750 4400-EDIT-CARD-DATE-EXIT.
004760     EXIT.
004770*--------------------------------------------------------------*
004780* 4500-LOOKUP-ACCOUNT - KEYED READ OF THE CARD'S ACCOUNT.       *
004790* LEAVES ACCT-FOUND SET AND, WHEN FOUND, THE RECORD AS READ IN  *
004800* WS-BEFORE-IMAGE FOR THE LISTING.                              *
004810*--------------------------------------------------------------*
004820 4500-LOOKUP-ACCOUNT.
004830     MOVE 'N' TO WS-ACCT-FOUND-SWITCH.
004840     MOVE TRN-ACCOUNT-NO TO AMS-ACCOUNT-NO.
004850     READ ACCOUNT-MASTER-FILE
004860         INVALID KEY
004870             GO TO 4500-LOOKUP-ACCOUNT-EXIT
004880     END-READ.
004890     IF WS-ACCTMST-STATUS NOT = '00'
004900         MOVE 'ACCTMST ' TO WS-ABEND-FILE-ID
004910         MOVE WS-ACCTMST-STATUS TO WS-ABEND-STATUS
004920         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004930     END-IF.
004940     MOVE 'Y' TO WS-ACCT-FOUND-SWITCH.
004950     MOVE ACCT-MASTER-REC TO WS-BEFORE-IMAGE.
004960 4500-LOOKUP-ACCOUNT-EXIT.
004970     EXIT.
004980*--------------------------------------------------------------*
004990* 4600-PRINT-TRANS-LINE - ONE LISTING LINE PER TRANSACTION,     *
005000* APPLIED OR REJECTED, SO THE LISTING IS A FULL ACCOUNT OF THE  *
005010* MAINTENANCE RUN. AN APPLIED CARD IS FOLLOWED BY THE ACCOUNT'S *
005020* BEFORE IMAGE (NONE FOR AN ADD) AND AFTER IMAGE.               *
005030*--------------------------------------------------------------*
005040 4600-PRINT-TRANS-LINE.
005050     MOVE TRN-ACTION          TO TRN-LINE-ACTION.
005060     MOVE TRN-ACCOUNT-NO-X    TO TRN-LINE-ACCOUNT.
005070     MOVE TRN-FIELD-CODE      TO TRN-LINE-FIELD.
005080     MOVE TRN-VALUE           TO TRN-LINE-VALUE.
005090     MOVE TRN-DATE-X          TO TRN-LINE-DATE.
005100     IF TRANS-REJECTED
005110         MOVE 'REJECTED' TO TRN-LINE-DISP
005120     ELSE
005130         MOVE 'APPLIED ' TO TRN-LINE-DISP
005140     END-IF.
005150     MOVE WS-REJECT-REASON TO TRN-LINE-REASON.
005160     MOVE WS-TRANS-LINE TO WS-PRINT-LINE.
005170     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005180     IF TRANS-REJECTED
005190         GO TO 4600-PRINT-TRANS-LINE-EXIT
005200     END-IF.
005210     IF WS-BEFORE-IMAGE NOT = SPACES
005220         MOVE 'BEFORE' TO IMG-TAG
005230         MOVE ACCT-MASTER-REC TO WS-AFTER-IMAGE
005240         MOVE WS-BEFORE-IMAGE TO ACCT-MASTER-REC
005250         PERFORM 4650-PRINT-IMAGE-LINE
005260             THRU 4650-PRINT-IMAGE-LINE-EXIT
005270         MOVE WS-AFTER-IMAGE TO ACCT-MASTER-REC
005280     END-IF.
005290     MOVE 'AFTER' TO IMG-TAG.
005300     PERFORM 4650-PRINT-IMAGE-LINE
005310         THRU 4650-PRINT-IMAGE-LINE-EXIT.
005320 4600-PRINT-TRANS-LINE-EXIT.
005330     EXIT.
005340*--------------------------------------------------------------*
005350* 4650-PRINT-IMAGE-LINE - ONE IMAGE LINE FROM ACCT-MASTER-REC   *
005360* UNDER THE TAG ALREADY IN IMG-TAG                              *
005370*--------------------------------------------------------------*
005380 4650-PRINT-IMAGE-LINE.
005390     MOVE AMS-ACCOUNT-NAME    TO IMG-NAME.
005400     MOVE AMS-STATUS          TO IMG-STATUS.
005410     MOVE AMS-OPEN-DATE       TO IMG-OPEN-DATE.
005420     MOVE AMS-CLOSE-DATE      TO IMG-CLOSE-DATE.
005430     MOVE AMS-ADDR-LINE-1     TO IMG-ADDR-LINE-1.
005440     MOVE AMS-POSTCODE        TO IMG-POSTCODE.
005450     MOVE WS-IMAGE-LINE TO WS-PRINT-LINE.
005460     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
005470 4650-PRINT-IMAGE-LINE-EXIT.
005480     EXIT.
005490*--------------------------------------------------------------*
005500* 7000-WRITE-LINE - COMMON LISTING WRITER. ROLLS TO A NEW PAGE  *
005510* WHEN THE CURRENT PAGE IS FULL. THE LINE TO PRINT IS ALWAYS    *
005520* STAGED IN WS-PRINT-LINE.                                      *
005530*--------------------------------------------------------------*
005540 7000-WRITE-LINE.
005550     IF WS-LINE-CT >= WS-MAX-LINES
005560         PERFORM 7100-WRITE-HEADINGS
005570             THRU 7100-WRITE-HEADINGS-EXIT
005580     END-IF.
005590     WRITE PRINT-REC FROM WS-PRINT-LINE
005600         AFTER ADVANCING 1 LINE.
005610     IF WS-PRINT-STATUS NOT = '00'
005620         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
005630         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
005640         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005650     END-IF.
005660     ADD 1 TO WS-LINE-CT.
005670 7000-WRITE-LINE-EXIT.
005680     EXIT.
005690*--------------------------------------------------------------*
005700* 7100-WRITE-HEADINGS - START A NEW PAGE WITH THE RUN DATE,     *
005710* PAGE NUMBER AND CURRENT SECTION TITLE                         *
005720*--------------------------------------------------------------*
005730 7100-WRITE-HEADINGS.
005740     ADD 1 TO WS-PAGE-NO.
005750     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
005760     MOVE WS-PAGE-NO  TO HDG1-PAGE-NO.
005770     WRITE PRINT-REC FROM WS-HEADING-1
005780         AFTER ADVANCING PAGE.
005790     IF WS-PRINT-STATUS NOT = '00'
005800         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
005810         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
005820         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005830     END-IF.
005840     MOVE WS-SECTION-TITLE TO HDG2-SECTION-TITLE.
005850     WRITE PRINT-REC FROM WS-HEADING-2
005860         AFTER ADVANCING 2 LINES.
005870     IF WS-PRINT-STATUS NOT = '00'
005880         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
005890         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
005900         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005910     END-IF.
005920*    THE TOTALS PAGE NEEDS NO COLUMN HEADINGS.
005930     IF WS-SECTION-TITLE NOT = 'RUN TOTALS'
005940         WRITE PRINT-REC FROM WS-HEADING-3
005950             AFTER ADVANCING 2 LINES
005960         IF WS-PRINT-STATUS NOT = '00'
005970             MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
005980             MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
005990             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006000         END-IF
006010     END-IF.
006020     MOVE ZERO TO WS-LINE-CT.
006030 7100-WRITE-HEADINGS-EXIT.
006040     EXIT.
006050*--------------------------------------------------------------*
006060* 9000-TERMINATE - PRINT THE RUN TOTALS BLOCK, CLOSE FILES,     *
006070* AND FLAG A RUN WITH REJECTS TO THE SCHEDULER (RC 4) SO A      *
006080* BAD TRANSACTION DECK GETS LOOKED AT                           *
006090*--------------------------------------------------------------*
006100 9000-TERMINATE.
006110     MOVE 'RUN TOTALS' TO WS-SECTION-TITLE.
006120     MOVE WS-MAX-LINES TO WS-LINE-CT.
006130     MOVE 'TRANSACTIONS READ' TO TOT-LINE-LABEL.
006140     MOVE WS-TRANS-READ-CT TO TOT-LINE-COUNT.
006150     PERFORM 9100-PRINT-TOTAL-LINE
006160         THRU 9100-PRINT-TOTAL-LINE-EXIT.
006170     MOVE 'TRANSACTIONS APPLIED' TO TOT-LINE-LABEL.
006180     MOVE WS-TRANS-APPLIED-CT TO TOT-LINE-COUNT.
006190     PERFORM 9100-PRINT-TOTAL-LINE
006200         THRU 9100-PRINT-TOTAL-LINE-EXIT.
006210     MOVE 'TRANSACTIONS REJECTED' TO TOT-LINE-LABEL.
006220     MOVE WS-TRANS-REJECT-CT TO TOT-LINE-COUNT.
006230     PERFORM 9100-PRINT-TOTAL-LINE
006240         THRU 9100-PRINT-TOTAL-LINE-EXIT.
006250     MOVE 'ACCOUNTS ADDED' TO TOT-LINE-LABEL.
006260     MOVE WS-ACCT-ADDED-CT TO TOT-LINE-COUNT.
006270     PERFORM 9100-PRINT-TOTAL-LINE
006280         THRU 9100-PRINT-TOTAL-LINE-EXIT.
006290     MOVE 'ACCOUNTS CHANGED' TO TOT-LINE-LABEL.
006300     MOVE WS-ACCT-CHANGED-CT TO TOT-LINE-COUNT.
006310     PERFORM 9100-PRINT-TOTAL-LINE
006320         THRU 9100-PRINT-TOTAL-LINE-EXIT.
006330     MOVE 'ACCOUNTS CLOSED' TO TOT-LINE-LABEL.
006340     MOVE WS-ACCT-CLOSED-CT TO TOT-LINE-COUNT.
006350     PERFORM 9100-PRINT-TOTAL-LINE
006360         THRU 9100-PRINT-TOTAL-LINE-EXIT.
006370     CLOSE ACCOUNT-MASTER-FILE
006380           TRANS-FILE
006390           PRINT-FILE.
006400     IF WS-TRANS-REJECT-CT > ZERO
006410         MOVE 4 TO RETURN-CODE
006420     END-IF.
006430 9000-TERMINATE-EXIT.
006440     EXIT.
006450*--------------------------------------------------------------*
006460* 9100-PRINT-TOTAL-LINE - ONE TOTALS LINE, STAGED IN            *
006470* WS-TOTAL-LINE, THROUGH THE COMMON WRITER                      *
006480*--------------------------------------------------------------*
006490 9100-PRINT-TOTAL-LINE.
006500     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
006510     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
006520 9100-PRINT-TOTAL-LINE-EXIT.
006530     EXIT.
006540*--------------------------------------------------------------*
006550* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
006560* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
006570* RETURN CODE.                                                  *
006580*--------------------------------------------------------------*
006590 9900-ABEND.
006600     DISPLAY 'ACCTMAINT - FATAL I/O ERROR ON ' WS-ABEND-FILE-ID
006610             ' FILE STATUS = ' WS-ABEND-STATUS.
006620     MOVE 16 TO RETURN-CODE.
006630     GOBACK.
006640 9900-ABEND-EXIT.
006650     EXIT.
006660 END PROGRAM AcctMaint.
