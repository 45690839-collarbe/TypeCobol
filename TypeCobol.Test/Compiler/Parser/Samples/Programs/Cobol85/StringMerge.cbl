000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     StringMerge.
000030 AUTHOR.         R MEEHAN.
000040 INSTALLATION.   DATA CENTER SERVICES.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                          *
000090*--------------------------------------------------------------*
000100*  DATE      INIT  DESCRIPTION                                  *
000110*  --------  ----  ----------------------------------------     *
000120*  10/15/26  RM    ORIGINAL CODING. MERGE STEP OF A PARTITIONED *
000130*                  StringBatch RUN. PROVES FROM THE PARTITIONS' *
000140*                  CONTROL TOTALS THAT EVERY PARTITION RAN,     *
000150*                  ONCE, FOR THE SAME CYCLE DATE AND THE SAME   *
000160*                  SETS, THEN COPIES THE PARTITIONS' RESULTF,   *
000170*                  AUDITF, ACCTCHG AND ERRRPT INTO THE DAY'S    *
000180*                  ORDINARY GENERATIONS AND ROLLS THEIR         *
000190*                  CONTROL TOTALS UP INTO ONE GRAND/PER-SOURCE  *
000200*                  SET FOR StringBalance. THE ACCEPTED SETS ARE *
000210*                  REGISTERED ON THE TRANSMISSION REGISTRY AND  *
000220*                  BATCHSTP IS POSTED FOR THE CYCLE HERE, NOT   *
000230*                  BY THE PARTITIONS. A REFUSAL (RC 16) WRITES  *
000240*                  NOTHING.                                     *
000242*  10/15/26  RM    ACCTCHG GREW 60 TO 90 (UNITS AND RATE OF     *
000244*                  EACH PRICE BAND). THE PARTITION AND MERGED   *
000246*                  CHARGE FILES FOLLOW.                         *
000248*  10/15/26  RM    THE PARTITIONS' USAGE HOLD QUEUES (PHOLDQ)   *
000250*                  ARE COPIED INTO THE DAY'S HOLDQ GENERATION   *
000252*                  LIKE THE ERROR ROWS, AND THEIR HELD-DETAIL   *
000254*                  COUNTS ROLL UP INTO CTL-HOLD-COUNT ON THE    *
000256*                  MERGED GRAND RECORD.                         *
000258*--------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300*    DECIMAL-POINT IS COMMA SO AUD-AMOUNT-EDIT AND AUD-CHARGE-EDIT
000310*    DESCRIBE THE COMMA-DECIMAL BYTES StringStatement WROTE.
000320 SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PART-TOTALS-FILE        ASSIGN TO PCTLTOT
000360             FILE STATUS IS WS-PTOTALS-STATUS.
000370     SELECT PART-RESULT-FILE        ASSIGN TO PRESULT
000380             FILE STATUS IS WS-PRESULT-STATUS.
000390     SELECT PART-AUDIT-FILE         ASSIGN TO PAUDIT
000400             FILE STATUS IS WS-PAUDIT-STATUS.
000410     SELECT PART-ACCOUNT-FILE       ASSIGN TO PACCTCHG
000420             FILE STATUS IS WS-PACCT-STATUS.
000430     SELECT PART-ERROR-FILE         ASSIGN TO PERRRPT
000440             FILE STATUS IS WS-PERROR-STATUS.
000450     SELECT RESULT-FILE             ASSIGN TO RESULTF
000460             FILE STATUS IS WS-RESULT-STATUS.
000470     SELECT AUDIT-FILE              ASSIGN TO AUDITF
000480             FILE STATUS IS WS-AUDIT-STATUS.
000490     SELECT ACCOUNT-FILE            ASSIGN TO ACCTCHG
000500             FILE STATUS IS WS-ACCT-STATUS.
000510     SELECT ERROR-FILE              ASSIGN TO ERRRPT
000520             FILE STATUS IS WS-ERROR-STATUS.
000522     SELECT PART-HOLD-FILE          ASSIGN TO PHOLDQ
000524             FILE STATUS IS WS-PHOLD-STATUS.
000526     SELECT HOLD-FILE               ASSIGN TO HOLDQ
000528             FILE STATUS IS WS-HOLD-STATUS.
000530     SELECT CONTROL-TOTALS-FILE     ASSIGN TO CTLTOTF
000540             FILE STATUS IS WS-CTLTOT-STATUS.
000550     SELECT XMIT-REGISTRY-FILE      ASSIGN TO XMTREG
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS DYNAMIC
000580             RECORD KEY IS XRG-KEY
000590             FILE STATUS IS WS-XMTREG-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*--------------------------------------------------------------*
000630* PART-TOTALS-FILE - EVERY PARTITION'S CONTROL TOTALS (SHARED   *
000640* CTLTOTRC LAYOUT), CONCATENATED: EACH PARTITION'S GRAND RECORD *
000650* FOLLOWED BY ITS 'S' AND 'D' RECORDS. READ INTO THE WORKING    *
000660* COPY OF CTL-TOTALS-REC.                                       *
000670*--------------------------------------------------------------*
000680 FD  PART-TOTALS-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 100 CHARACTERS
000710     DATA RECORD IS PART-TOTALS-REC.
000720 01  PART-TOTALS-REC             PIC X(100).
000730*--------------------------------------------------------------*
000740* PART-RESULT-FILE / PART-ACCOUNT-FILE / PART-ERROR-FILE - THE  *
000750* PARTITIONS' Result, ACCTCHG AND ERROR ROWS, CONCATENATED IN   *
000760* PARTITION ORDER, COPIED ACROSS AS THEY STAND                  *
000770*--------------------------------------------------------------*
000780 FD  PART-RESULT-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 30 CHARACTERS
000810     DATA RECORD IS PART-RESULT-REC.
000820 01  PART-RESULT-REC             PIC X(30).
000830 FD  PART-ACCOUNT-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 90 CHARACTERS
000860     DATA RECORD IS PART-ACCOUNT-REC.
000870 01  PART-ACCOUNT-REC            PIC X(90).
000880 FD  PART-ERROR-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 127 CHARACTERS
000910     DATA RECORD IS PART-ERROR-REC.
000920 01  PART-ERROR-REC              PIC X(127).
000921*--------------------------------------------------------------*
000922* PART-HOLD-FILE / HOLD-FILE - THE PARTITIONS' USAGE HOLD       *
000923* QUEUES (SHARED HOLDREC LAYOUT), CONCATENATED IN PARTITION     *
000924* ORDER, AND THE DAY'S HOLDQ GENERATION THEY ARE COPIED INTO AS *
000925* THEY STAND FOR StringRecycle                                  *
000926*--------------------------------------------------------------*
000927 FD  PART-HOLD-FILE
000928     LABEL RECORDS ARE STANDARD
000929     RECORD CONTAINS 150 CHARACTERS
000930     DATA RECORD IS PART-HOLD-REC.
000931 01  PART-HOLD-REC               PIC X(150).
000932 FD  HOLD-FILE
000933     LABEL RECORDS ARE STANDARD
000934     RECORD CONTAINS 150 CHARACTERS
000935     DATA RECORD IS HOLD-REC.
000936 01  HOLD-REC                    PIC X(150).
000937*--------------------------------------------------------------*
000940* PART-AUDIT-FILE - THE PARTITIONS' AUDIT TRAILS, CONCATENATED  *
000950* IN PARTITION ORDER. READ INTO AUDIT-REC SO THE RUNNING AMOUNT *
000960* CAN BE RESTATED FOR THE WHOLE RUN.                            *
000970*--------------------------------------------------------------*
000980 FD  PART-AUDIT-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 103 CHARACTERS
001010     DATA RECORD IS PART-AUDIT-REC.
001020 01  PART-AUDIT-REC              PIC X(103).
001030*--------------------------------------------------------------*
001040* RESULT-FILE / ACCOUNT-FILE / ERROR-FILE - THE DAY'S ORDINARY  *
001050* GENERATIONS, AS StringBatch WRITES THEM ON AN UNPARTITIONED   *
001060* RUN                                                           *
001070*--------------------------------------------------------------*
001080 FD  RESULT-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 30 CHARACTERS
001110     DATA RECORD IS RESULT-REC.
001120 01  RESULT-REC                  PIC X(30).
001130 FD  ACCOUNT-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 90 CHARACTERS
001160     DATA RECORD IS ACCOUNT-REC.
001170 01  ACCOUNT-REC                 PIC X(90).
001180 FD  ERROR-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 127 CHARACTERS
001210     DATA RECORD IS ERROR-REC.
001220 01  ERROR-REC                   PIC X(127).
001230*--------------------------------------------------------------*
001240* AUDIT-FILE - THE DAY'S AUDIT TRAIL (SHARED AUDITREC LAYOUT)   *
001250* WITH AUD-AMOUNT-EDIT RUNNING ACROSS ALL THE PARTITIONS, SO    *
001260* THE LAST ROW'S RUNNING AMOUNT IS THE RUN TOTAL StringBalance  *
001270* RECONCILES TO THE GRAND RECORD                                *
001280*--------------------------------------------------------------*
001290 FD  AUDIT-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 103 CHARACTERS
001320     DATA RECORD IS AUDIT-REC.
001330     COPY AUDITREC.
001340*--------------------------------------------------------------*
001350* CONTROL-TOTALS-FILE - THE ROLLED-UP CONTROL TOTALS, WRITTEN   *
001360* FROM THE WORKING COPY OF CTL-TOTALS-REC                       *
001370*--------------------------------------------------------------*
001380 FD  CONTROL-TOTALS-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 100 CHARACTERS
001410     DATA RECORD IS MERGED-TOTALS-REC.
001420 01  MERGED-TOTALS-REC           PIC X(100).
001430*--------------------------------------------------------------*
001440* XMIT-REGISTRY-FILE - THE TRANSMISSION REGISTRY KSDS (SHARED   *
001450* XMTREG LAYOUT). EVERY SET THE PARTITIONS ACCEPTED IS WRITTEN  *
001460* TO IT ONCE THE MERGE IS COMPLETE.                             *
001470*--------------------------------------------------------------*
001480 FD  XMIT-REGISTRY-FILE
001490     RECORD CONTAINS 80 CHARACTERS
001500     DATA RECORD IS XMIT-REGISTRY-REC.
001510     COPY XMTREG.
001520 WORKING-STORAGE SECTION.
001530*--------------------------------------------------------------*
001540* THE CONTROL TOTALS RECORD IN HAND - EACH PARTITION RECORD IS  *
001550* READ INTO IT, AND EACH MERGED RECORD IS BUILT IN IT           *
001560*--------------------------------------------------------------*
001570     COPY CTLTOTRC.
001580*--------------------------------------------------------------*
001590* PARTITIONS - THE COUNT AND CYCLE DATE OFF THE FIRST GRAND     *
001600* RECORD, WHICH EVERY OTHER PARTITION MUST AGREE WITH, AND ONE  *
001610* FLAG PER PARTITION NUMBER SO A MISSING OR REPEATED PARTITION  *
001620* IS CAUGHT                                                     *
001630*--------------------------------------------------------------*
001640 77  WS-PART-CT                  PIC 9(01) VALUE ZERO.
001650 77  WS-PART-SEEN-CT             PIC 9(02) COMP VALUE ZERO.
001660 77  WS-PART-IX                  PIC 9(02) COMP.
001670 77  WS-CUR-PART                 PIC 9(01).
001680 77  WS-RUN-DATE                 PIC 9(06) VALUE ZERO.
001690 77  WS-REJECT-SET-CT            PIC 9(02) VALUE ZERO.
001700 01  WS-PART-SEEN-TABLE.
001710     05  WS-PART-SEEN-FLAG       PIC X(01) OCCURS 9 TIMES.
001720         88  PART-SEEN               VALUE 'Y'.
001730*--------------------------------------------------------------*
001740* MERGED GRAND TOTALS - THE SUM OF THE PARTITIONS' GRAND        *
001750* RECORDS                                                       *
001760*--------------------------------------------------------------*
001770 77  WS-MRG-READ-CT              PIC 9(08) VALUE ZERO.
001780 77  WS-MRG-RESULT-CT            PIC 9(08) VALUE ZERO.
001790 77  WS-MRG-AUDIT-CT             PIC 9(08) VALUE ZERO.
001800 77  WS-MRG-ERROR-CT             PIC 9(08) VALUE ZERO.
001810 77  WS-MRG-REVERSAL-CT          PIC 9(08) VALUE ZERO.
001820 77  WS-MRG-AMOUNT               PIC S9(07)V99 VALUE ZERO.
001825 77  WS-MRG-HOLD-CT              PIC 9(06) VALUE ZERO.
001830*--------------------------------------------------------------*
001840* SET TABLE - ONE ENTRY PER 'S' OR 'D' RECORD, IN FILE ORDER,   *
001850* BUILT FROM THE FIRST PARTITION READ. EVERY OTHER PARTITION    *
001860* BALANCED THE SAME FILE, SO IT MUST CARRY THE SAME SETS IN THE *
001870* SAME ORDER; ITS 'S' DETAILS AND AMOUNT ARE ADDED IN. A 'D'    *
001880* RECORD IS THE WHOLE REFUSED SET AND IS TAKEN ONCE.            *
001890*--------------------------------------------------------------*
001900 77  WS-SET-MAX                  PIC 9(02) COMP VALUE 10.
001910 77  WS-SET-COUNT                PIC 9(02) COMP VALUE ZERO.
001920 77  WS-SET-IX                   PIC 9(02) COMP.
001930 77  WS-PART-SET-IX              PIC 9(02) COMP VALUE ZERO.
001940 77  WS-SET-DUP-CT               PIC 9(02) COMP VALUE ZERO.
001950 01  WS-SET-TABLE.
001960     05  WS-SET-ENTRY            OCCURS 10 TIMES.
001970         10  WS-SET-REC-TYPE         PIC X(01).
001980             88  SET-ACCEPTED            VALUE 'S'.
001990             88  SET-DUPLICATE           VALUE 'D'.
002000         10  WS-SET-SOURCE           PIC X(08).
002010         10  WS-SET-HDR-DATE         PIC 9(06).
002020         10  WS-SET-DETAIL-CT        PIC 9(08).
002030         10  WS-SET-HASH             PIC 9(12).
002040         10  WS-SET-READ-CT          PIC 9(08).
002050         10  WS-SET-AMOUNT           PIC S9(07)V99.
002060*--------------------------------------------------------------*
002070* COPY COUNTS AND THE RESTATED RUNNING AMOUNT                   *
002080*--------------------------------------------------------------*
002090 77  WS-RESULT-COPY-CT           PIC 9(08) VALUE ZERO.
002100 77  WS-AUDIT-COPY-CT            PIC 9(08) VALUE ZERO.
002110 77  WS-ACCT-COPY-CT             PIC 9(08) VALUE ZERO.
002120 77  WS-ERROR-COPY-CT            PIC 9(08) VALUE ZERO.
002125 77  WS-HOLD-COPY-CT             PIC 9(08) VALUE ZERO.
002130 77  WS-AUDIT-CHARGE             PIC S9(07)V99 VALUE ZERO.
002140 77  WS-RUN-TOTAL-AMT            PIC S9(07)V99 VALUE ZERO.
002150 77  WS-AMOUNT-ECHO              PIC Z(6)9,99-.
002160*--------------------------------------------------------------*
002170* REGISTRY STAMP                                                *
002180*--------------------------------------------------------------*
002190 77  WS-REG-RUN-DATE             PIC 9(06).
002200 77  WS-CURRENT-TIME             PIC 9(08).
002210*--------------------------------------------------------------*
002220* END-OF-FILE CONTROL                                          *
002230*--------------------------------------------------------------*
002240 77  WS-PTOTALS-EOF-SWITCH       PIC X(01) VALUE 'N'.
002250     88  END-OF-PART-TOTALS          VALUE 'Y'.
002260 77  WS-PRESULT-EOF-SWITCH       PIC X(01) VALUE 'N'.
002270     88  END-OF-PART-RESULTS         VALUE 'Y'.
002280 77  WS-PAUDIT-EOF-SWITCH        PIC X(01) VALUE 'N'.
002290     88  END-OF-PART-AUDITS          VALUE 'Y'.
002300 77  WS-PACCT-EOF-SWITCH         PIC X(01) VALUE 'N'.
002310     88  END-OF-PART-ACCOUNTS        VALUE 'Y'.
002320 77  WS-PERROR-EOF-SWITCH        PIC X(01) VALUE 'N'.
002330     88  END-OF-PART-ERRORS          VALUE 'Y'.
002333 77  WS-PHOLD-EOF-SWITCH         PIC X(01) VALUE 'N'.
002336     88  END-OF-PART-HOLDS           VALUE 'Y'.
002340*--------------------------------------------------------------*
002350* FILE STATUS, REFUSAL AND ABEND FIELDS                         *
002360*--------------------------------------------------------------*
002370 77  WS-PTOTALS-STATUS           PIC X(02).
002380 77  WS-PRESULT-STATUS           PIC X(02).
002390 77  WS-PAUDIT-STATUS            PIC X(02).
002400 77  WS-PACCT-STATUS             PIC X(02).
002410 77  WS-PERROR-STATUS            PIC X(02).
002420 77  WS-RESULT-STATUS            PIC X(02).
002430 77  WS-AUDIT-STATUS             PIC X(02).
002440 77  WS-ACCT-STATUS              PIC X(02).
002450 77  WS-ERROR-STATUS             PIC X(02).
002453 77  WS-PHOLD-STATUS             PIC X(02).
002456 77  WS-HOLD-STATUS              PIC X(02).
002460 77  WS-CTLTOT-STATUS            PIC X(02).
002470 77  WS-XMTREG-STATUS            PIC X(02).
002480 77  WS-ABEND-FILE-ID            PIC X(08).
002490 77  WS-ABEND-STATUS             PIC X(02).
002500 77  WS-FAIL-REASON              PIC X(40).
002510 01  WS-PART-FAIL-MSG.
002520     05  FILLER                  PIC X(10) VALUE 'PARTITION '.
002530     05  PFM-PART-NO             PIC 9(01).
002540     05  PFM-TEXT                PIC X(29).
002550*--------------------------------------------------------------*
002560* CYCLE CONTROL - THE CycleControl PARAMETER AREA. THE          *
002570* CALL RESETS RETURN-CODE, SO THE STEP'S OWN CODE IS SAVED.     *
002580*--------------------------------------------------------------*
002590 77  WS-SAVED-RC                 PIC S9(04) COMP.
002600     COPY CYCPARM.
002610 PROCEDURE DIVISION.
002620*--------------------------------------------------------------*
002630* 0000-MAINLINE                                                *
002640*--------------------------------------------------------------*
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002670     PERFORM 1200-LOAD-PART-TOTALS
002680         THRU 1200-LOAD-PART-TOTALS-EXIT
002690         UNTIL END-OF-PART-TOTALS.
002700     PERFORM 1500-CHECK-PARTITIONS
002710         THRU 1500-CHECK-PARTITIONS-EXIT.
002720     PERFORM 2000-MERGE-OUTPUTS THRU 2000-MERGE-OUTPUTS-EXIT.
002730     PERFORM 3000-WRITE-MERGED-TOTALS
002740         THRU 3000-WRITE-MERGED-TOTALS-EXIT.
002750     PERFORM 4000-REGISTER-SETS THRU 4000-REGISTER-SETS-EXIT.
002760     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002770     GOBACK.
002780 0000-MAINLINE-EXIT.
002790     EXIT.
002800*--------------------------------------------------------------*
002810* 1000-INITIALIZE - OPEN THE PARTITIONS' CONTROL TOTALS AND     *
002820* PRIME THE READ. NOTHING ELSE IS OPENED UNTIL THEY PROVE.      *
002830*--------------------------------------------------------------*
002840 1000-INITIALIZE.
002850     MOVE SPACES TO WS-PART-SEEN-TABLE.
002860     OPEN INPUT PART-TOTALS-FILE.
002870     IF WS-PTOTALS-STATUS NOT = '00'
002880         MOVE 'PCTLTOT ' TO WS-ABEND-FILE-ID
002890         MOVE WS-PTOTALS-STATUS TO WS-ABEND-STATUS
002900         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002910     END-IF.
002920     PERFORM 1100-READ-PART-TOTALS
002930         THRU 1100-READ-PART-TOTALS-EXIT.
002940 1000-INITIALIZE-EXIT.
002950     EXIT.
002960*--------------------------------------------------------------*
002970* 1100-READ-PART-TOTALS - READ THE NEXT PARTITION TOTALS RECORD *
002980*--------------------------------------------------------------*
002990 1100-READ-PART-TOTALS.
003000     READ PART-TOTALS-FILE INTO CTL-TOTALS-REC
003010         AT END
003020             MOVE 'Y' TO WS-PTOTALS-EOF-SWITCH
003030     END-READ.
003040     IF WS-PTOTALS-STATUS NOT = '00'
003050          AND WS-PTOTALS-STATUS NOT = '10'
003060         MOVE 'PCTLTOT ' TO WS-ABEND-FILE-ID
003070         MOVE WS-PTOTALS-STATUS TO WS-ABEND-STATUS
003080         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003090     END-IF.
003100 1100-READ-PART-TOTALS-EXIT.
003110     EXIT.
003120*--------------------------------------------------------------*
003130* 1200-LOAD-PART-TOTALS - TAKE ONE PARTITION TOTALS RECORD      *
003140*--------------------------------------------------------------*
003150 1200-LOAD-PART-TOTALS.
003160     IF CTL-GRAND-REC
003170         PERFORM 1300-LOAD-GRAND-REC
003180             THRU 1300-LOAD-GRAND-REC-EXIT
003190     ELSE
003200         IF CTL-SOURCE-REC
003210              OR CTL-DUPLICATE-REC
003220             PERFORM 1400-LOAD-SET-REC
003230                 THRU 1400-LOAD-SET-REC-EXIT
003240         ELSE
003250             MOVE 'UNKNOWN RECORD TYPE ON PARTITION TOTALS'
003260                 TO WS-FAIL-REASON
003270             PERFORM 9800-CONTROL-FAIL
003280                 THRU 9800-CONTROL-FAIL-EXIT
003290         END-IF
003300     END-IF.
003310     PERFORM 1100-READ-PART-TOTALS
003320         THRU 1100-READ-PART-TOTALS-EXIT.
003330 1200-LOAD-PART-TOTALS-EXIT.
003340     EXIT.
003350*--------------------------------------------------------------*
003360* 1300-LOAD-GRAND-REC - A PARTITION'S GRAND RECORD STARTS ITS   *
003370* TOTALS. IT MUST BE A PARTITION OF THE SAME RUN AS THE FIRST - *
003380* SAME PARTITION COUNT, CYCLE DATE AND REJECTED SETS - AND NOT  *
003390* ONE ALREADY SEEN. ITS COUNTS AND AMOUNT GO INTO THE MERGED    *
003400* GRAND TOTALS.                                                 *
003410*--------------------------------------------------------------*
003420 1300-LOAD-GRAND-REC.
003430     PERFORM 1450-END-PARTITION-SETS
003440         THRU 1450-END-PARTITION-SETS-EXIT.
003450     IF CTL-PARTITION-NO NOT NUMERIC
003460          OR CTL-PARTITION-CT NOT NUMERIC
003470         MOVE 'TOTALS ARE NOT FROM A PARTITIONED RUN'
003480             TO WS-FAIL-REASON
003490         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
003500     END-IF.
003510     IF CTL-PARTITION-NO = ZERO
003520          OR CTL-PARTITION-CT < 2
003530          OR CTL-PARTITION-NO > CTL-PARTITION-CT
003540         MOVE 'TOTALS ARE NOT FROM A PARTITIONED RUN'
003550             TO WS-FAIL-REASON
003560         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
003570     END-IF.
003580     IF WS-PART-SEEN-CT = ZERO
003590         MOVE CTL-PARTITION-CT  TO WS-PART-CT
003600         MOVE CTL-RUN-DATE      TO WS-RUN-DATE
003610         MOVE CTL-REJECT-SET-CT TO WS-REJECT-SET-CT
003620     END-IF.
003630     IF CTL-PARTITION-CT NOT = WS-PART-CT
003640         MOVE 'PARTITIONS DISAGREE ON THE PARTITION CT'
003650             TO WS-FAIL-REASON
003660         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
003670     END-IF.
003680     IF CTL-RUN-DATE NOT = WS-RUN-DATE
003690         MOVE 'PARTITIONS ARE FOR DIFFERENT CYCLE DATES'
003700             TO WS-FAIL-REASON
003710         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
003720     END-IF.
003730     IF CTL-REJECT-SET-CT NOT = WS-REJECT-SET-CT
003740         MOVE 'PARTITIONS DISAGREE ON THE SETS'
003750             TO WS-FAIL-REASON
003760         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
003770     END-IF.
003780     MOVE CTL-PARTITION-NO TO WS-CUR-PART.
003790     IF PART-SEEN (WS-CUR-PART)
003800         MOVE WS-CUR-PART TO PFM-PART-NO
003810         MOVE ' TOTALS SUPPLIED TWICE' TO PFM-TEXT
003820         MOVE WS-PART-FAIL-MSG TO WS-FAIL-REASON
003830         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
003840     END-IF.
003850     MOVE 'Y' TO WS-PART-SEEN-FLAG (WS-CUR-PART).
003860     ADD 1 TO WS-PART-SEEN-CT.
003870     MOVE ZERO TO WS-PART-SET-IX.
003880     ADD CTL-READ-COUNT     TO WS-MRG-READ-CT.
003890     ADD CTL-RESULT-COUNT   TO WS-MRG-RESULT-CT.
003900     ADD CTL-AUDIT-COUNT    TO WS-MRG-AUDIT-CT.
003910     ADD CTL-ERROR-COUNT    TO WS-MRG-ERROR-CT.
003920     ADD CTL-REVERSAL-COUNT TO WS-MRG-REVERSAL-CT.
003930     ADD CTL-RUN-TOTAL-AMT  TO WS-MRG-AMOUNT.
003931*    A GRAND RECORD WRITTEN BEFORE THE HOLD COUNT WAS ADDED
003932*    CARRIES SPACES THERE - NOTHING HELD.
003933     IF CTL-HOLD-COUNT NUMERIC
003934         ADD CTL-HOLD-COUNT TO WS-MRG-HOLD-CT
003935     END-IF.
003940     MOVE CTL-RUN-TOTAL-AMT TO WS-AMOUNT-ECHO.
003950     DISPLAY 'STRINGMERGE - PARTITION ' WS-CUR-PART
003960             ' DETAILS ' CTL-READ-COUNT
003970             ' RESULTS ' CTL-RESULT-COUNT
003980             ' ERRORS ' CTL-ERROR-COUNT
003990             ' AMOUNT ' WS-AMOUNT-ECHO.
004000 1300-LOAD-GRAND-REC-EXIT.
004010     EXIT.
004020*--------------------------------------------------------------*
004030* 1400-LOAD-SET-REC - ONE 'S' OR 'D' RECORD OF THE PARTITION IN *
004040* HAND. THE FIRST PARTITION READ BUILDS THE SET TABLE; EVERY    *
004050* OTHER MUST MATCH IT RECORD FOR RECORD ON TYPE, SOURCE AND     *
004060* REGISTRY KEY.                                                 *
004070*--------------------------------------------------------------*
004080 1400-LOAD-SET-REC.
004090     IF WS-PART-SEEN-CT = ZERO
004100         MOVE 'PARTITION TOTALS DO NOT START WITH GRAND'
004110             TO WS-FAIL-REASON
004120         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
004130     END-IF.
004140     ADD 1 TO WS-PART-SET-IX.
004150     IF WS-PART-SEEN-CT > 1
004160         GO TO 1400-MATCH-SET
004170     END-IF.
004180     IF WS-PART-SET-IX > WS-SET-MAX
004190         MOVE 'MORE SETS ON PARTITION TOTALS THAN 10'
004200             TO WS-FAIL-REASON
004210         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
004220     END-IF.
004230     MOVE WS-PART-SET-IX     TO WS-SET-COUNT.
004240     MOVE CTL-REC-TYPE       TO WS-SET-REC-TYPE (WS-PART-SET-IX).
004250     MOVE CTL-SOURCE-SYSTEM  TO WS-SET-SOURCE (WS-PART-SET-IX).
004260     MOVE CTL-SET-HDR-DATE   TO WS-SET-HDR-DATE (WS-PART-SET-IX).
004270     MOVE CTL-SET-DETAIL-CT  TO WS-SET-DETAIL-CT (WS-PART-SET-IX).
004280     MOVE CTL-SET-HASH       TO WS-SET-HASH (WS-PART-SET-IX).
004290     MOVE CTL-READ-COUNT     TO WS-SET-READ-CT (WS-PART-SET-IX).
004300     MOVE CTL-RUN-TOTAL-AMT  TO WS-SET-AMOUNT (WS-PART-SET-IX).
004310     IF CTL-DUPLICATE-REC
004320         ADD 1 TO WS-SET-DUP-CT
004330     END-IF.
004340     GO TO 1400-LOAD-SET-REC-EXIT.
004350 1400-MATCH-SET.
004360     IF WS-PART-SET-IX > WS-SET-COUNT
004370         PERFORM 1460-SETS-DISAGREE THRU 1460-SETS-DISAGREE-EXIT
004380     END-IF.
004390     IF CTL-REC-TYPE NOT = WS-SET-REC-TYPE (WS-PART-SET-IX)
004400          OR CTL-SOURCE-SYSTEM NOT =
004410                 WS-SET-SOURCE (WS-PART-SET-IX)
004420          OR CTL-SET-HDR-DATE NOT =
004430                 WS-SET-HDR-DATE (WS-PART-SET-IX)
004440          OR CTL-SET-DETAIL-CT NOT =
004450                 WS-SET-DETAIL-CT (WS-PART-SET-IX)
004460          OR CTL-SET-HASH NOT = WS-SET-HASH (WS-PART-SET-IX)
004470         PERFORM 1460-SETS-DISAGREE THRU 1460-SETS-DISAGREE-EXIT
004480     END-IF.
004490     IF CTL-SOURCE-REC
004500         ADD CTL-READ-COUNT    TO WS-SET-READ-CT (WS-PART-SET-IX)
004510         ADD CTL-RUN-TOTAL-AMT TO WS-SET-AMOUNT (WS-PART-SET-IX)
004520     END-IF.
004530 1400-LOAD-SET-REC-EXIT.
004540     EXIT.
004550*--------------------------------------------------------------*
004560* 1450-END-PARTITION-SETS - THE PARTITION JUST FINISHED MUST    *
004570* HAVE CARRIED AS MANY SETS AS THE FIRST                        *
004580*--------------------------------------------------------------*
004590 1450-END-PARTITION-SETS.
004600     IF WS-PART-SEEN-CT > 1
004610          AND WS-PART-SET-IX NOT = WS-SET-COUNT
004620         PERFORM 1460-SETS-DISAGREE THRU 1460-SETS-DISAGREE-EXIT
004630     END-IF.
004640 1450-END-PARTITION-SETS-EXIT.
004650     EXIT.
004660*--------------------------------------------------------------*
004670* 1460-SETS-DISAGREE - A PARTITION'S SETS DIFFER FROM THE       *
004680* FIRST'S: THEY DID NOT BALANCE THE SAME FILE                   *
004690*--------------------------------------------------------------*
004700 1460-SETS-DISAGREE.
004710     MOVE WS-CUR-PART TO PFM-PART-NO.
004720     MOVE ' SETS DIFFER FROM THE FIRST' TO PFM-TEXT.
004730     MOVE WS-PART-FAIL-MSG TO WS-FAIL-REASON.
004740     PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT.
004750 1460-SETS-DISAGREE-EXIT.
004760     EXIT.
004770*--------------------------------------------------------------*
004780* 1500-CHECK-PARTITIONS - AT END OF THE TOTALS, EVERY PARTITION *
004790* FROM 1 TO THE COUNT MUST HAVE BEEN SEEN                       *
004800*--------------------------------------------------------------*
004810 1500-CHECK-PARTITIONS.
004820     IF WS-PART-SEEN-CT = ZERO
004830         MOVE 'NO PARTITION TOTALS RECORDS'
004840             TO WS-FAIL-REASON
004850         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
004860     END-IF.
004870     PERFORM 1450-END-PARTITION-SETS
004880         THRU 1450-END-PARTITION-SETS-EXIT.
004890     PERFORM 1510-CHECK-ONE-PARTITION
004900         THRU 1510-CHECK-ONE-PARTITION-EXIT
004910         VARYING WS-PART-IX FROM 1 BY 1
004920         UNTIL WS-PART-IX > WS-PART-CT.
004930     CLOSE PART-TOTALS-FILE.
004940     DISPLAY 'STRINGMERGE - ' WS-PART-CT
004950             ' PARTITIONS PROVED FOR CYCLE ' WS-RUN-DATE.
004960 1500-CHECK-PARTITIONS-EXIT.
004970     EXIT.
004980*--------------------------------------------------------------*
004990* 1510-CHECK-ONE-PARTITION - ONE PARTITION NUMBER MUST BE IN    *
005000*--------------------------------------------------------------*
005010 1510-CHECK-ONE-PARTITION.
005020     IF NOT PART-SEEN (WS-PART-IX)
005030         MOVE WS-PART-IX TO PFM-PART-NO
005040         MOVE ' TOTALS MISSING' TO PFM-TEXT
005050         MOVE WS-PART-FAIL-MSG TO WS-FAIL-REASON
005060         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
005070     END-IF.
005080 1510-CHECK-ONE-PARTITION-EXIT.
005090     EXIT.
005100*--------------------------------------------------------------*
005110* 2000-MERGE-OUTPUTS - COPY THE PARTITIONS' OUTPUTS INTO THE    *
005120* DAY'S GENERATIONS. Result, ACCTCHG, ERROR AND HOLD ROWS GO    *
005130* ACROSS AS THEY STAND; AUDIT ROWS HAVE THEIR RUNNING AMOUNT    *
005135* RESTATED.                                                     *
005140*--------------------------------------------------------------*
005150 2000-MERGE-OUTPUTS.
005160     OPEN INPUT  PART-RESULT-FILE
005170                 PART-AUDIT-FILE
005180                 PART-ACCOUNT-FILE
005190                 PART-ERROR-FILE
005195                 PART-HOLD-FILE
005200          OUTPUT RESULT-FILE
005210                 AUDIT-FILE
005220                 ACCOUNT-FILE
005230                 ERROR-FILE
005235                 HOLD-FILE.
005240     IF WS-PRESULT-STATUS NOT = '00'
005250         MOVE 'PRESULT ' TO WS-ABEND-FILE-ID
005260         MOVE WS-PRESULT-STATUS TO WS-ABEND-STATUS
005270         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005280     END-IF.
005290     IF WS-PAUDIT-STATUS NOT = '00'
005300         MOVE 'PAUDIT  ' TO WS-ABEND-FILE-ID
005310         MOVE WS-PAUDIT-STATUS TO WS-ABEND-STATUS
005320         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005330     END-IF.
005340     IF WS-PACCT-STATUS NOT = '00'
005350         MOVE 'PACCTCHG' TO WS-ABEND-FILE-ID
005360         MOVE WS-PACCT-STATUS TO WS-ABEND-STATUS
005370         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005380     END-IF.
005390     IF WS-PERROR-STATUS NOT = '00'
005400         MOVE 'PERRRPT ' TO WS-ABEND-FILE-ID
005410         MOVE WS-PERROR-STATUS TO WS-ABEND-STATUS
005420         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005430     END-IF.
005431     IF WS-PHOLD-STATUS NOT = '00'
005432         MOVE 'PHOLDQ  ' TO WS-ABEND-FILE-ID
005433         MOVE WS-PHOLD-STATUS TO WS-ABEND-STATUS
005434         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005435     END-IF.
005440     IF WS-RESULT-STATUS NOT = '00'
005450         MOVE 'RESULTF ' TO WS-ABEND-FILE-ID
005460         MOVE WS-RESULT-STATUS TO WS-ABEND-STATUS
005470         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005480     END-IF.
005490     IF WS-AUDIT-STATUS NOT = '00'
005500         MOVE 'AUDITF  ' TO WS-ABEND-FILE-ID
005510         MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
005520         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005530     END-IF.
005540     IF WS-ACCT-STATUS NOT = '00'
005550         MOVE 'ACCTCHG ' TO WS-ABEND-FILE-ID
005560         MOVE WS-ACCT-STATUS TO WS-ABEND-STATUS
005570         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005580     END-IF.
005590     IF WS-ERROR-STATUS NOT = '00'
005600         MOVE 'ERRRPT  ' TO WS-ABEND-FILE-ID
005610         MOVE WS-ERROR-STATUS TO WS-ABEND-STATUS
005620         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005630     END-IF.
005631     IF WS-HOLD-STATUS NOT = '00'
005632         MOVE 'HOLDQ   ' TO WS-ABEND-FILE-ID
005633         MOVE WS-HOLD-STATUS TO WS-ABEND-STATUS
005634         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
005635     END-IF.
005640     PERFORM 2110-READ-PART-RESULT
005650         THRU 2110-READ-PART-RESULT-EXIT.
005660     PERFORM 2100-COPY-RESULT THRU 2100-COPY-RESULT-EXIT
005670         UNTIL END-OF-PART-RESULTS.
005680     PERFORM 2210-READ-PART-AUDIT
005690         THRU 2210-READ-PART-AUDIT-EXIT.
005700     PERFORM 2200-COPY-AUDIT THRU 2200-COPY-AUDIT-EXIT
005710         UNTIL END-OF-PART-AUDITS.
005720     PERFORM 2310-READ-PART-ACCOUNT
005730         THRU 2310-READ-PART-ACCOUNT-EXIT.
005740     PERFORM 2300-COPY-ACCOUNT THRU 2300-COPY-ACCOUNT-EXIT
005750         UNTIL END-OF-PART-ACCOUNTS.
005760     PERFORM 2410-READ-PART-ERROR
005770         THRU 2410-READ-PART-ERROR-EXIT.
005780     PERFORM 2400-COPY-ERROR THRU 2400-COPY-ERROR-EXIT
005790         UNTIL END-OF-PART-ERRORS.
005792     PERFORM 2510-READ-PART-HOLD
005794         THRU 2510-READ-PART-HOLD-EXIT.
005796     PERFORM 2500-COPY-HOLD THRU 2500-COPY-HOLD-EXIT
005798         UNTIL END-OF-PART-HOLDS.
005800     CLOSE PART-RESULT-FILE
005810           PART-AUDIT-FILE
005820           PART-ACCOUNT-FILE
005830           PART-ERROR-FILE
005835           PART-HOLD-FILE
005840           RESULT-FILE
005850           AUDIT-FILE
005860           ACCOUNT-FILE
005870           ERROR-FILE
005875           HOLD-FILE.
005880     DISPLAY 'STRINGMERGE - COPIED RESULTS ' WS-RESULT-COPY-CT
005890             ' AUDITS ' WS-AUDIT-COPY-CT
005900             ' CHARGES ' WS-ACCT-COPY-CT
005910             ' ERRORS ' WS-ERROR-COPY-CT
005915             ' HELD ' WS-HOLD-COPY-CT.
005920 2000-MERGE-OUTPUTS-EXIT.
005930     EXIT.
005940*--------------------------------------------------------------*
005950* 2100-COPY-RESULT - ONE Result ROW ACROSS                      *
005960*--------------------------------------------------------------*
005970 2100-COPY-RESULT.
005980     WRITE RESULT-REC FROM PART-RESULT-REC.
005990     IF WS-RESULT-STATUS NOT = '00'
006000         MOVE 'RESULTF ' TO WS-ABEND-FILE-ID
006010         MOVE WS-RESULT-STATUS TO WS-ABEND-STATUS
006020         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006030     END-IF.
006040     ADD 1 TO WS-RESULT-COPY-CT.
006050     PERFORM 2110-READ-PART-RESULT
006060         THRU 2110-READ-PART-RESULT-EXIT.
006070 2100-COPY-RESULT-EXIT.
006080     EXIT.
006090*--------------------------------------------------------------*
006100* 2110-READ-PART-RESULT - READ THE NEXT PARTITION Result ROW    *
006110*--------------------------------------------------------------*
006120 2110-READ-PART-RESULT.
006130     READ PART-RESULT-FILE
006140         AT END
006150             MOVE 'Y' TO WS-PRESULT-EOF-SWITCH
006160     END-READ.
006170     IF WS-PRESULT-STATUS NOT = '00'
006180          AND WS-PRESULT-STATUS NOT = '10'
006190         MOVE 'PRESULT ' TO WS-ABEND-FILE-ID
006200         MOVE WS-PRESULT-STATUS TO WS-ABEND-STATUS
006210         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006220     END-IF.
006230 2110-READ-PART-RESULT-EXIT.
006240     EXIT.
006250*--------------------------------------------------------------*
006260* 2200-COPY-AUDIT - ONE AUDIT ROW ACROSS. EACH PARTITION'S      *
006270* RUNNING AMOUNT STARTED FROM ZERO, SO AUD-AMOUNT-EDIT IS       *
006280* RESTATED AS THE RUNNING SUM OF THE ROWS' OWN CHARGES OVER THE *
006290* WHOLE MERGED TRAIL - THE SAME FIGURE AN UNPARTITIONED RUN     *
006300* WOULD HAVE CARRIED.                                           *
006310*--------------------------------------------------------------*
006320 2200-COPY-AUDIT.
006330     MOVE AUD-CHARGE-EDIT  TO WS-AUDIT-CHARGE.
006340     ADD WS-AUDIT-CHARGE   TO WS-RUN-TOTAL-AMT.
006350     MOVE WS-RUN-TOTAL-AMT TO AUD-AMOUNT-EDIT.
006360     WRITE AUDIT-REC.
006370     IF WS-AUDIT-STATUS NOT = '00'
006380         MOVE 'AUDITF  ' TO WS-ABEND-FILE-ID
006390         MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
006400         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006410     END-IF.
006420     ADD 1 TO WS-AUDIT-COPY-CT.
006430     PERFORM 2210-READ-PART-AUDIT
006440         THRU 2210-READ-PART-AUDIT-EXIT.
006450 2200-COPY-AUDIT-EXIT.
006460     EXIT.
006470*--------------------------------------------------------------*
006480* 2210-READ-PART-AUDIT - READ THE NEXT PARTITION AUDIT ROW      *
006490*--------------------------------------------------------------*
006500 2210-READ-PART-AUDIT.
006510     READ PART-AUDIT-FILE INTO AUDIT-REC
006520         AT END
006530             MOVE 'Y' TO WS-PAUDIT-EOF-SWITCH
006540     END-READ.
006550     IF WS-PAUDIT-STATUS NOT = '00'
006560          AND WS-PAUDIT-STATUS NOT = '10'
006570         MOVE 'PAUDIT  ' TO WS-ABEND-FILE-ID
006580         MOVE WS-PAUDIT-STATUS TO WS-ABEND-STATUS
006590         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006600     END-IF.
006610 2210-READ-PART-AUDIT-EXIT.
006620     EXIT.
006630*--------------------------------------------------------------*
006640* 2300-COPY-ACCOUNT - ONE ACCTCHG ROW ACROSS                    *
006650*--------------------------------------------------------------*
006660 2300-COPY-ACCOUNT.
006670     WRITE ACCOUNT-REC FROM PART-ACCOUNT-REC.
006680     IF WS-ACCT-STATUS NOT = '00'
006690         MOVE 'ACCTCHG ' TO WS-ABEND-FILE-ID
006700         MOVE WS-ACCT-STATUS TO WS-ABEND-STATUS
006710         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006720     END-IF.
006730     ADD 1 TO WS-ACCT-COPY-CT.
006740     PERFORM 2310-READ-PART-ACCOUNT
006750         THRU 2310-READ-PART-ACCOUNT-EXIT.
006760 2300-COPY-ACCOUNT-EXIT.
006770     EXIT.
006780*--------------------------------------------------------------*
006790* 2310-READ-PART-ACCOUNT - READ THE NEXT PARTITION ACCTCHG ROW  *
006800*--------------------------------------------------------------*
006810 2310-READ-PART-ACCOUNT.
006820     READ PART-ACCOUNT-FILE
006830         AT END
006840             MOVE 'Y' TO WS-PACCT-EOF-SWITCH
006850     END-READ.
006860     IF WS-PACCT-STATUS NOT = '00'
006870          AND WS-PACCT-STATUS NOT = '10'
006880         MOVE 'PACCTCHG' TO WS-ABEND-FILE-ID
006890         MOVE WS-PACCT-STATUS TO WS-ABEND-STATUS
006900         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
006910     END-IF.
006920 2310-READ-PART-ACCOUNT-EXIT.
006930     EXIT.
006940*--------------------------------------------------------------*
006950* 2400-COPY-ERROR - ONE ERROR ROW ACROSS                        *
006960*--------------------------------------------------------------*
006970 2400-COPY-ERROR.
006980     WRITE ERROR-REC FROM PART-ERROR-REC.
006990     IF WS-ERROR-STATUS NOT = '00'
007000         MOVE 'ERRRPT  ' TO WS-ABEND-FILE-ID
007010         MOVE WS-ERROR-STATUS TO WS-ABEND-STATUS
007020         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007030     END-IF.
007040     ADD 1 TO WS-ERROR-COPY-CT.
007050     PERFORM 2410-READ-PART-ERROR
007060         THRU 2410-READ-PART-ERROR-EXIT.
007070 2400-COPY-ERROR-EXIT.
007080     EXIT.
007090*--------------------------------------------------------------*
007100* 2410-READ-PART-ERROR - READ THE NEXT PARTITION ERROR ROW      *
007110*--------------------------------------------------------------*
007120 2410-READ-PART-ERROR.
007130     READ PART-ERROR-FILE
007140         AT END
007150             MOVE 'Y' TO WS-PERROR-EOF-SWITCH
007160     END-READ.
007170     IF WS-PERROR-STATUS NOT = '00'
007180          AND WS-PERROR-STATUS NOT = '10'
007190         MOVE 'PERRRPT ' TO WS-ABEND-FILE-ID
007200         MOVE WS-PERROR-STATUS TO WS-ABEND-STATUS
007210         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007220     END-IF.
007230 2410-READ-PART-ERROR-EXIT.
007240     EXIT.
007241*--------------------------------------------------------------*
007242* 2500-COPY-HOLD - ONE HELD DETAIL ACROSS                       *
007243*--------------------------------------------------------------*
007244 2500-COPY-HOLD.
007245     WRITE HOLD-REC FROM PART-HOLD-REC.
007246     IF WS-HOLD-STATUS NOT = '00'
007247         MOVE 'HOLDQ   ' TO WS-ABEND-FILE-ID
007248         MOVE WS-HOLD-STATUS TO WS-ABEND-STATUS
007249         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007250     END-IF.
007251     ADD 1 TO WS-HOLD-COPY-CT.
007252     PERFORM 2510-READ-PART-HOLD
007253         THRU 2510-READ-PART-HOLD-EXIT.
007254 2500-COPY-HOLD-EXIT.
007255     EXIT.
007256*--------------------------------------------------------------*
007257* 2510-READ-PART-HOLD - READ THE NEXT PARTITION HELD DETAIL     *
007258*--------------------------------------------------------------*
007259 2510-READ-PART-HOLD.
007260     READ PART-HOLD-FILE
007261         AT END
007262             MOVE 'Y' TO WS-PHOLD-EOF-SWITCH
007263     END-READ.
007264     IF WS-PHOLD-STATUS NOT = '00'
007265          AND WS-PHOLD-STATUS NOT = '10'
007266         MOVE 'PHOLDQ  ' TO WS-ABEND-FILE-ID
007267         MOVE WS-PHOLD-STATUS TO WS-ABEND-STATUS
007268         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007269     END-IF.
007270 2510-READ-PART-HOLD-EXIT.
007271     EXIT.
007272*--------------------------------------------------------------*
007273* 3000-WRITE-MERGED-TOTALS - THE DAY'S CONTROL TOTALS, AS AN    *
007274* UNPARTITIONED RUN WOULD HAVE WRITTEN THEM: THE GRAND RECORD   *
007280* (PARTITION NUMBER ZERO, THE PARTITION COUNT) THEN ONE 'S' OR  *
007290* 'D' RECORD PER SET IN SET ORDER                               *
007300*--------------------------------------------------------------*
007310 3000-WRITE-MERGED-TOTALS.
007320     OPEN OUTPUT CONTROL-TOTALS-FILE.
007330     IF WS-CTLTOT-STATUS NOT = '00'
007340         MOVE 'CTLTOTF ' TO WS-ABEND-FILE-ID
007350         MOVE WS-CTLTOT-STATUS TO WS-ABEND-STATUS
007360         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007370     END-IF.
007380     MOVE SPACES             TO CTL-TOTALS-REC.
007390     MOVE WS-RUN-DATE        TO CTL-RUN-DATE.
007400     MOVE WS-MRG-READ-CT     TO CTL-READ-COUNT.
007410     MOVE WS-MRG-RESULT-CT   TO CTL-RESULT-COUNT.
007420     MOVE WS-MRG-AUDIT-CT    TO CTL-AUDIT-COUNT.
007430     MOVE WS-MRG-ERROR-CT    TO CTL-ERROR-COUNT.
007440     MOVE WS-MRG-REVERSAL-CT TO CTL-REVERSAL-COUNT.
007450     MOVE WS-MRG-AMOUNT      TO CTL-RUN-TOTAL-AMT.
007460     MOVE 'G'                TO CTL-REC-TYPE.
007470     MOVE SPACES             TO CTL-SOURCE-SYSTEM.
007480     MOVE ZERO               TO CTL-SET-HDR-DATE.
007490     MOVE ZERO               TO CTL-SET-DETAIL-CT.
007500     MOVE ZERO               TO CTL-SET-HASH.
007510     MOVE ZERO               TO CTL-PARTITION-NO.
007520     MOVE WS-PART-CT         TO CTL-PARTITION-CT.
007530     MOVE WS-REJECT-SET-CT   TO CTL-REJECT-SET-CT.
007535     MOVE WS-MRG-HOLD-CT     TO CTL-HOLD-COUNT.
007540     PERFORM 3200-WRITE-TOTALS-REC
007550         THRU 3200-WRITE-TOTALS-REC-EXIT.
007560     PERFORM 3100-WRITE-SET-TOTALS
007570         THRU 3100-WRITE-SET-TOTALS-EXIT
007580         VARYING WS-SET-IX FROM 1 BY 1
007590         UNTIL WS-SET-IX > WS-SET-COUNT.
007600     CLOSE CONTROL-TOTALS-FILE.
007610     MOVE WS-MRG-AMOUNT TO WS-AMOUNT-ECHO.
007620     DISPLAY 'STRINGMERGE - MERGED DETAILS ' WS-MRG-READ-CT
007630             ' RESULTS ' WS-MRG-RESULT-CT
007640             ' ERRORS ' WS-MRG-ERROR-CT
007645             ' HELD ' WS-MRG-HOLD-CT
007650             ' AMOUNT ' WS-AMOUNT-ECHO.
007660 3000-WRITE-MERGED-TOTALS-EXIT.
007670     EXIT.
007680*--------------------------------------------------------------*
007690* 3100-WRITE-SET-TOTALS - ONE MERGED 'S' OR 'D' RECORD          *
007700*--------------------------------------------------------------*
007710 3100-WRITE-SET-TOTALS.
007720     MOVE SPACES                       TO CTL-TOTALS-REC.
007730     MOVE WS-RUN-DATE                  TO CTL-RUN-DATE.
007740     MOVE WS-SET-READ-CT (WS-SET-IX)   TO CTL-READ-COUNT.
007750     MOVE ZERO                         TO CTL-RESULT-COUNT.
007760     MOVE ZERO                         TO CTL-AUDIT-COUNT.
007770     MOVE ZERO                         TO CTL-ERROR-COUNT.
007780     MOVE ZERO                         TO CTL-REVERSAL-COUNT.
007790     MOVE WS-SET-AMOUNT (WS-SET-IX)    TO CTL-RUN-TOTAL-AMT.
007800     MOVE WS-SET-REC-TYPE (WS-SET-IX)  TO CTL-REC-TYPE.
007810     MOVE WS-SET-SOURCE (WS-SET-IX)    TO CTL-SOURCE-SYSTEM.
007820     MOVE WS-SET-HDR-DATE (WS-SET-IX)  TO CTL-SET-HDR-DATE.
007830     MOVE WS-SET-DETAIL-CT (WS-SET-IX) TO CTL-SET-DETAIL-CT.
007840     MOVE WS-SET-HASH (WS-SET-IX)      TO CTL-SET-HASH.
007850     MOVE ZERO                         TO CTL-PARTITION-NO.
007860     MOVE ZERO                         TO CTL-PARTITION-CT.
007870     MOVE ZERO                         TO CTL-REJECT-SET-CT.
007875     MOVE ZERO                         TO CTL-HOLD-COUNT.
007880     PERFORM 3200-WRITE-TOTALS-REC
007890         THRU 3200-WRITE-TOTALS-REC-EXIT.
007900 3100-WRITE-SET-TOTALS-EXIT.
007910     EXIT.
007920*--------------------------------------------------------------*
007930* 3200-WRITE-TOTALS-REC - WRITE THE RECORD BUILT IN             *
007940* CTL-TOTALS-REC                                                *
007950*--------------------------------------------------------------*
007960 3200-WRITE-TOTALS-REC.
007970     WRITE MERGED-TOTALS-REC FROM CTL-TOTALS-REC.
007980     IF WS-CTLTOT-STATUS NOT = '00'
007990         MOVE 'CTLTOTF ' TO WS-ABEND-FILE-ID
008000         MOVE WS-CTLTOT-STATUS TO WS-ABEND-STATUS
008010         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
008020     END-IF.
008030 3200-WRITE-TOTALS-REC-EXIT.
008040     EXIT.
008050*--------------------------------------------------------------*
008060* 4000-REGISTER-SETS - WRITE EVERY SET THE PARTITIONS ACCEPTED  *
008070* TO THE TRANSMISSION REGISTRY WITH ITS MERGED DETAILS AND      *
008080* AMOUNT, AS StringBatch DOES AT THE END OF AN UNPARTITIONED    *
008090* RUN. STATUS 35 ON THE OPEN IS A REGISTRY NEVER LOADED.        *
008100*--------------------------------------------------------------*
008110 4000-REGISTER-SETS.
008120     OPEN I-O XMIT-REGISTRY-FILE.
008130     IF WS-XMTREG-STATUS = '35'
008140         OPEN OUTPUT XMIT-REGISTRY-FILE
008150         IF WS-XMTREG-STATUS NOT = '00'
008160             MOVE 'XMTREG  ' TO WS-ABEND-FILE-ID
008170             MOVE WS-XMTREG-STATUS TO WS-ABEND-STATUS
008180             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
008190         END-IF
008200         CLOSE XMIT-REGISTRY-FILE
008210         OPEN I-O XMIT-REGISTRY-FILE
008220     END-IF.
008230     IF WS-XMTREG-STATUS NOT = '00'
008240         MOVE 'XMTREG  ' TO WS-ABEND-FILE-ID
008250         MOVE WS-XMTREG-STATUS TO WS-ABEND-STATUS
008260         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
008270     END-IF.
008280     ACCEPT WS-REG-RUN-DATE FROM DATE.
008290     ACCEPT WS-CURRENT-TIME FROM TIME.
008300     PERFORM 4100-REGISTER-ONE-SET
008310         THRU 4100-REGISTER-ONE-SET-EXIT
008320         VARYING WS-SET-IX FROM 1 BY 1
008330         UNTIL WS-SET-IX > WS-SET-COUNT.
008340     CLOSE XMIT-REGISTRY-FILE.
008350 4000-REGISTER-SETS-EXIT.
008360     EXIT.
008370*--------------------------------------------------------------*
008380* 4100-REGISTER-ONE-SET - ONE REGISTRY RECORD FOR AN ACCEPTED   *
008390* SET. A KEY ALREADY ON FILE IS A RERUN OF A MERGE THAT GOT     *
008400* THIS FAR BEFORE IT FAILED - THE FIRST ENTRY STANDS.           *
008410*--------------------------------------------------------------*
008420 4100-REGISTER-ONE-SET.
008430     IF NOT SET-ACCEPTED (WS-SET-IX)
008440         GO TO 4100-REGISTER-ONE-SET-EXIT
008450     END-IF.
008460     MOVE SPACES                       TO XMIT-REGISTRY-REC.
008470     MOVE WS-SET-SOURCE (WS-SET-IX)    TO XRG-SOURCE-SYSTEM.
008480     MOVE WS-SET-HDR-DATE (WS-SET-IX)  TO XRG-HDR-DATE.
008490     MOVE WS-SET-DETAIL-CT (WS-SET-IX) TO XRG-DETAIL-CT.
008500     MOVE WS-SET-HASH (WS-SET-IX)      TO XRG-HASH-TOTAL.
008510     MOVE WS-RUN-DATE                  TO XRG-ACCEPT-CYCLE-DATE.
008520     MOVE WS-REG-RUN-DATE              TO XRG-ACCEPT-RUN-DATE.
008530     MOVE WS-CURRENT-TIME              TO XRG-ACCEPT-TIME.
008540     MOVE WS-SET-READ-CT (WS-SET-IX)   TO XRG-PROC-CT.
008550     MOVE WS-SET-AMOUNT (WS-SET-IX)    TO XRG-AMOUNT.
008560     WRITE XMIT-REGISTRY-REC
008570         INVALID KEY
008580             GO TO 4100-REGISTER-ONE-SET-EXIT
008590     END-WRITE.
008600     IF WS-XMTREG-STATUS NOT = '00'
008610         MOVE 'XMTREG  ' TO WS-ABEND-FILE-ID
008620         MOVE WS-XMTREG-STATUS TO WS-ABEND-STATUS
008630         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
008640     END-IF.
008650 4100-REGISTER-ONE-SET-EXIT.
008660     EXIT.
008670*--------------------------------------------------------------*
008680* 9000-TERMINATE - SET THE RETURN CODE AS StringBatch WOULD FOR *
008690* THE WHOLE RUN, THEN POST IT AS STEP BATCHSTP FOR THE CYCLE    *
008700*--------------------------------------------------------------*
008710 9000-TERMINATE.
008720*    A REJECTED SET MEANS A SOURCE'S WHOLE DAY IS MISSING FROM
008730*    THE RUN, AND A DUPLICATE SET WAS REFUSED - EITHER WAY
008740*    SOMEBODY MUST CHASE IT, BUT THE SETS THAT PROVED STAND.
008750     IF WS-REJECT-SET-CT > ZERO
008760         DISPLAY 'STRINGMERGE - ' WS-REJECT-SET-CT
008770                 ' TRANSMISSION SET(S) REJECTED - RC 4'
008780         MOVE 4 TO RETURN-CODE
008790     END-IF.
008800     IF WS-SET-DUP-CT > ZERO
008810         DISPLAY 'STRINGMERGE - ' WS-SET-DUP-CT
008820                 ' DUPLICATE TRANSMISSION SET(S) REFUSED - RC 4'
008830         MOVE 4 TO RETURN-CODE
008840     END-IF.
008850     PERFORM 9500-POST-CYCLE-STEP
008860         THRU 9500-POST-CYCLE-STEP-EXIT.
008870 9000-TERMINATE-EXIT.
008880     EXIT.
008890*--------------------------------------------------------------*
008900* 9500-POST-CYCLE-STEP - RECORD THE MERGED RUN'S RETURN CODE AS *
008910* STEP BATCHSTP FOR THE CYCLE DATE. THE OUTPUT IS ALREADY       *
008920* COMMITTED, SO A POST THAT FAILS DOES NOT UNDO THE MERGE - IT  *
008930* RAISES RC 4 SO THE STEP GETS POSTED BY HAND (CYCCHK POST      *
008940* CARD).                                                        *
008950*--------------------------------------------------------------*
008960 9500-POST-CYCLE-STEP.
008970     MOVE RETURN-CODE TO WS-SAVED-RC.
008980     MOVE 'P'         TO CYP-FUNCTION.
008990     MOVE WS-RUN-DATE TO CYP-CYCLE-DATE.
009000     MOVE 'BATCHSTP'  TO CYP-STEP-ID.
009010     MOVE WS-SAVED-RC TO CYP-STEP-RC.
009020     CALL 'CycleControl' USING CYCLE-CONTROL-PARM.
009030     MOVE WS-SAVED-RC TO RETURN-CODE.
009040     IF CYP-IO-ERROR
009050          OR CYP-BAD-REQUEST
009060         DISPLAY 'STRINGMERGE - BATCHSTP NOT POSTED TO CYCCTL - '
009070                 CYP-FILE-ID ' FILE STATUS = ' CYP-FILE-STATUS
009080         IF WS-SAVED-RC < 4
009090             MOVE 4 TO RETURN-CODE
009100         END-IF
009110     END-IF.
009120 9500-POST-CYCLE-STEP-EXIT.
009130     EXIT.
009140*--------------------------------------------------------------*
009150* 9800-CONTROL-FAIL - THE PARTITIONS' TOTALS DO NOT PROVE ONE   *
009160* WHOLE RUN. NOTHING HAS BEEN WRITTEN: STOP RC 16 SO THE        *
009170* MISSING OR WRONG PARTITION IS RERUN BEFORE THE MERGE.         *
009180*--------------------------------------------------------------*
009190 9800-CONTROL-FAIL.
009200     DISPLAY 'STRINGMERGE - RUN REFUSED - ' WS-FAIL-REASON.
009210     MOVE 16 TO RETURN-CODE.
009220     GOBACK.
009230 9800-CONTROL-FAIL-EXIT.
009240     EXIT.
009250*--------------------------------------------------------------*
009260* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
009270* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
009280* RETURN CODE.                                                  *
009290*--------------------------------------------------------------*
009300 9900-ABEND.
009310     DISPLAY 'STRINGMERGE - FATAL I/O ERROR ON ' WS-ABEND-FILE-ID
009320             ' FILE STATUS = ' WS-ABEND-STATUS.
009330     MOVE 16 TO RETURN-CODE.
009340     GOBACK.
009350 9900-ABEND-EXIT.
009360     EXIT.
009370 END PROGRAM StringMerge.
