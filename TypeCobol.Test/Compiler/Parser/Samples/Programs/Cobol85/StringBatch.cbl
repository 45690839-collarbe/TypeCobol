002040*                  KEEPS PROVING. THE RESTORED RESULT COUNT      *
002050*                  NOW ALSO SEEDS THE ACCOUNT-ROW COUNTER (ONE   *
002060*                  ACCOUNT ROW PER RESULT ROW).                  *
002061*  10/15/26  RM    EVERY DETAIL'S ACCOUNT IS NOW LOOKED UP ON   *
002062*                  THE ACCOUNT MASTER KSDS (ACCTMST, MAINTAINED *
002063*                  BY AcctMaint) BEFORE StringStatement PRICES  *
002064*                  IT. AN UNKNOWN ACCOUNT (E008), AN ACCOUNT    *
002065*                  CLOSED ON OR BEFORE THE CYCLE DATE (E009)    *
002066*                  AND A BLOCKED ACCOUNT (E010) GO TO ERRRPT    *
002067*                  LIKE ANY OTHER REJECT, SO THEY RECYCLE AND   *
002068*                  AGE TO SUSPENSE ONCE THE MASTER IS PUT       *
002069*                  RIGHT. REVERSALS ARE ONLY REFUSED FOR AN     *
002070*                  UNKNOWN ACCOUNT.                             *
002071*  10/15/26  RM    DUPLICATE TRANSMISSION CHECK. EVERY SET A    *
002072*                  CLEAN RUN ACCEPTS IS NOW REGISTERED ON THE   *
002073*                  TRANSMISSION REGISTRY KSDS (COPYBOOK XMTREG, *
002074*                  DDNAME XMTREG) UNDER ITS SOURCE SYSTEM,      *
002075*                  HEADER DATE, DETAIL COUNT AND HASH TOTAL.    *
002076*                  AFTER BALANCING, 1400-CHECK-DUPLICATE-SETS   *
002077*                  REFUSES (STATUS 'D') A SET ALREADY ON THE    *
002078*                  REGISTRY OR REPEATED EARLIER ON THE SAME     *
002079*                  INFILE CONCATENATION. DUPLICATE SETS SHOW    *
002080*                  ON THE TOTALS PAGE AND AS 'D' RECORDS ON     *
002081*                  CTLTOTF AND END THE RUN RC 4. A RESTART      *
002082*                  TAKES ITS VERDICTS FROM THE CHECKPOINT       *
002083*                  (RESTART-REC GREW 240 TO 250) INSTEAD OF THE *
002084*                  REGISTRY, SO RE-READING THE SAME SETS NEVER  *
002085*                  FIRES THE CHECK. THE BALANCING PASS ALSO     *
002086*                  TALLIES ACCOUNT/CODE/QUANTITY REPEATS AND    *
002087*                  LISTS THOSE AT OR OVER THE RUN CONTROL       *
002088*                  CARD'S REPEAT THRESHOLD (COLS 21-23, BLANK = *
002089*                  010) ON THE DUPRVW REVIEW LISTING. THOSE     *
002090*                  DETAILS ARE STILL BILLED.                    *
002091*  10/15/26  RM    VAT. StringStatement NOW RETURNS EACH        *
002092*                  DETAIL'S VAT CATEGORY, RATE, VAT AND GROSS   *
002093*                  ALONGSIDE THE NET CHARGE, AND ALL FOUR ARE   *
002094*                  CARRIED ONTO AUDITF (RECORD GREW 76 TO 103), *
002095*                  ACCTCHG (RECORD GREW 40 TO 60) AND THE       *
002096*                  DETAIL LINE OF THE PRINT REPORT. A REVERSAL  *
002097*                  CARRYING THE ORIGINAL CYCLE DATE OF THE      *
002098*                  CHARGE IT BACKS OUT                          *
002099*                  (TRAN-DTL-ORIG-CYCLE-DATE) IS PRICED AS OF   *
002100*                  THAT DATE, SO THE NET AND VAT IT REVERSES    *
002101*                  ARE EXACTLY WHAT WAS BILLED. THE RUNNING     *
002102*                  TOTAL AND THE CONTROL TOTALS STAY NET.       *
002103*  10/15/26  RM    BUSINESS CALENDAR AND CYCLE CONTROL. A       *
002104*                  NORMAL RUN IS REFUSED (RC 16, BEFORE ANY     *
002105*                  FILE BUT THE CARD IS OPENED) WHEN ITS CYCLE  *
002106*                  DATE IS NOT ON THE BUSINESS CALENDAR         *
002107*                  (BUSCAL), IS A HOLIDAY OR WEEKEND, OR HAS    *
002108*                  ALREADY CLOSED CLEAN - ITS LAST RUN ENDED RC *
002109*                  0 ON THE CYCLE-CONTROL MASTER (CYCCTL). A    *
002110*                  DATE WHOSE RUN ENDED RC 4 MAY BE RUN AGAIN   *
002111*                  FOR THE CORRECTED SETS. AT THE END OF A      *
002112*                  NORMAL RUN THE RETURN CODE IS POSTED AS STEP *
002113*                  BATCHSTP FOR THE CYCLE DATE. BOTH FILES ARE  *
002114*                  REACHED THROUGH CycleControl. A VALIDATE RUN *
002115*                  NEVER CHECKS ITS DATE OR POSTS CYCCTL, BUT   *
002116*                  STILL READS THE CALENDAR (AND CYCCTL, INPUT  *
002117*                  ONLY) THROUGH CycleControl TO SIZE THE USAGE *
002118*                  HISTORY WINDOW, SO ITS JCL KEEPS BOTH DDS.   *
002119*  10/15/26  RM    PARTITIONED RUNS. THE RUN CONTROL CARD CAN   *
002120*                  SPLIT THE SORTED TRANSMISSION INTO UP TO 9   *
002121*                  PARTITIONS BY MyVar CODE RANGE (COUNT IN COL *
002122*                  24, FIRST CODE OF PARTITIONS 2 ON IN COLS    *
002123*                  25-32, THIS RUN'S PARTITION IN COL 33), EACH *
002124*                  RUN AS ITS OWN CONCURRENT JOB WITH ITS OWN   *
002125*                  RESTART FILE AND OUTPUT GENERATIONS. A       *
002126*                  PARTITION STILL BALANCES AND                 *
002127*                  DUPLICATE-CHECKS THE WHOLE FILE BUT PRICES   *
002128*                  ONLY THE DETAILS IN ITS RANGE; THE OTHERS    *
002129*                  ARE SKIPPED LIKE A REJECTED SET'S. IT LEAVES *
002130*                  THE TRANSMISSION REGISTRY AND THE BATCHSTP   *
002131*                  POSTING TO StringMerge, WHICH COMBINES THE   *
002132*                  PARTITIONS. CTLTOTF NOW CARRIES EACH SET'S   *
002133*                  REGISTRY KEY AND THE PARTITION ON THE GRAND  *
002134*                  RECORD (RECORD GREW 68 TO 100); RUNHIST      *
002135*                  CARRIES THE PARTITION NUMBER.                *
002136*  10/15/26  RM    VOLUME-TIERED PRICING. EACH DETAIL IS PRICED *
002137*                  AGAINST ITS ACCOUNT'S MONTH-TO-DATE UNITS OF *
002138*                  THE CODE, KEPT ON THE NEW MONTH-TO-DATE KSDS *
002139*                  (COPYBOOK MTDQTY, DDNAME MTDQTY) BY CODE,    *
002140*                  MONTH OF THE PRICING DATE AND ACCOUNT.       *
002141*                  StringStatement GETS THE MONTH TO DATE AND   *
002142*                  RETURNS THE UNITS AND RATE OF EACH TIER      *
002143*                  BAND, WHICH GO ONTO ACCTCHG (RECORD GREW 60  *
002144*                  TO 90). A BILLED DETAIL ADDS ITS UNITS TO    *
002145*                  THE MONTH, A REVERSAL TAKES THEM OFF. EVERY  *
002146*                  UPDATE IS STAMPED WITH THE RUN, THE ATTEMPT  *
002147*                  AND THE INPUT RECORD NUMBER, AND A RESTART   *
002148*                  PUTS BACK ANY UPDATE THE FAILED ATTEMPT MADE *
002149*                  PAST THE CHECKPOINT IT RESUMES FROM, SO NO   *
002150*                  UNIT IS COUNTED TWICE. THE RUN STAMP IS      *
002151*                  CHECKPOINTED (RESTART-REC GREW 250 TO 260).  *
002152*                  A VALIDATE RUN READS THE MONTH TO DATE BUT   *
002153*                  NEVER UPDATES IT.                            *
002154*  10/15/26  RM    EVERY DETAIL IS NOW COMPARED WITH THE        *
002155*                  ACCOUNT'S USAGE PROFILE FOR THE CODE (SHARED *
002156*                  USGPRF LAYOUT, DDNAME USGPRF) - ITS TRAILING *
002157*                  30-BUSINESS-DAY AVERAGE AND PEAK, KEPT BY    *
002158*                  UsageProfile FROM ACCTCHG. A DETAIL OVER THE *
002159*                  CARD'S HOLD MULTIPLE OF THE AVERAGE, OR OVER *
002160*                  THE HOLD CEILING FOR AN ACCOUNT WITH NO      *
002161*                  HISTORY, GOES TO THE USAGE HOLD QUEUE        *
002162*                  (HOLDQ, COPYBOOK HOLDREC) INSTEAD OF BEING   *
002163*                  BILLED, FOR StringRecycle TO RELEASE OR      *
002164*                  REJECT ON AN OPERATOR'S CARD. A RELEASED     *
002165*                  DETAIL AND A REVERSAL ARE NEVER HELD. THE    *
002166*                  ANOMALY REPORT (HOLDRPT) LISTS EVERY HELD    *
002167*                  DETAIL AGAINST ITS NORMAL RANGE. HELD        *
002168*                  DETAILS GO ON CTL-HOLD-COUNT AND THE         *
002169*                  CHECKPOINT (RESTART-REC GREW 260 TO 270).    *
002170*                  A VALIDATE RUN NEVER OPENS HOLDQ - IT LISTS  *
002171*                  THE DETAILS IT WOULD HOLD STRAIGHT ONTO      *
002172*                  HOLDRPT, SO A TRIAL LEAVES NOTHING FOR       *
002173*                  StringRecycle TO PICK UP.                    *
002174*--------------------------------------------------------------*
002175 ENVIRONMENT DIVISION.
002176 CONFIGURATION SECTION.
002177 SOURCE-COMPUTER.   IBM-370.
002178 OBJECT-COMPUTER.   IBM-370.
002179*    DECIMAL-POINT IS COMMA SO THE PER-SOURCE AMOUNTS EDITED
002180*    FROM RAW FIELDS CARRY THE SAME COMMA DECIMAL AS EVERY
002181*    AMOUNT StringStatement RETURNS.
002182 SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
002183 INPUT-OUTPUT SECTION.
002184 FILE-CONTROL.
002185     SELECT INPUT-FILE              ASSIGN TO INFILE
002190             FILE STATUS IS WS-INPUT-STATUS.
002200     SELECT RESULT-FILE             ASSIGN TO RESULTF
002210             FILE STATUS IS WS-RESULT-STATUS.
002350             FILE STATUS IS WS-RUNHIST-STATUS.
002360     SELECT OPTIONAL RESTART-FILE   ASSIGN TO RESTARTF
002370             FILE STATUS IS WS-RESTART-STATUS.
002371     SELECT ACCOUNT-MASTER-FILE     ASSIGN TO ACCTMST
002372             ORGANIZATION IS INDEXED
002373             ACCESS MODE IS DYNAMIC
002374             RECORD KEY IS AMS-ACCOUNT-NO
002375             FILE STATUS IS WS-ACCTMST-STATUS.
002376     SELECT XMIT-REGISTRY-FILE      ASSIGN TO XMTREG
002377             ORGANIZATION IS INDEXED
002378             ACCESS MODE IS DYNAMIC
002379             RECORD KEY IS XRG-KEY
002380             FILE STATUS IS WS-XMTREG-STATUS.
002381     SELECT REVIEW-FILE             ASSIGN TO DUPRVW
002382             FILE STATUS IS WS-REVIEW-STATUS.
002383     SELECT MTD-FILE                ASSIGN TO MTDQTY
002384             ORGANIZATION IS INDEXED
002385             ACCESS MODE IS DYNAMIC
002386             RECORD KEY IS MTD-KEY
002387             FILE STATUS IS WS-MTD-STATUS.
002388     SELECT HOLD-FILE               ASSIGN TO HOLDQ
002389             FILE STATUS IS WS-HOLD-STATUS.
002390     SELECT USAGE-PROFILE-FILE      ASSIGN TO USGPRF
002391             ORGANIZATION IS INDEXED
002392             ACCESS MODE IS DYNAMIC
002393             RECORD KEY IS UPF-KEY
002394             FILE STATUS IS WS-USG-STATUS.
002395     SELECT HOLD-REPORT-FILE        ASSIGN TO HOLDRPT
002396             FILE STATUS IS WS-HOLDRPT-STATUS.
002397 DATA DIVISION.
002398 FILE SECTION.
002400*--------------------------------------------------------------*
002410* INPUT-FILE - THE UPSTREAM TRANSMISSION IN THE SHARED TRANREC  *
002420* LAYOUT: ONE HEADER, ONE DETAIL PER MyVar, ONE TRAILER         *
002680*--------------------------------------------------------------*
002690 FD  AUDIT-FILE
002700     LABEL RECORDS ARE STANDARD
002710     RECORD CONTAINS 103 CHARACTERS
002720     DATA RECORD IS AUDIT-REC.
002730*    AUDIT-REC IS THE SHARED AUDITREC LAYOUT SO BALANCING AND
002740*    REPORTING PROGRAMS READ EXACTLY WHAT THIS DRIVER WRITES.
002770* ACCOUNT-FILE - ONE RECORD PER BILLED DETAIL (SHARED ACCTCHG   *
002780* LAYOUT) CARRYING THE ACCOUNT NUMBER, CYCLE DATE, CODE,        *
002790* QUANTITY AND EXTENDED CHARGE FOR THE AcctStatement ROLLUP     *
002795* (NET, VAT AND GROSS, AND THE UNITS PRICED AT EACH TIER RATE)  *
002800*--------------------------------------------------------------*
002810 FD  ACCOUNT-FILE
002820     LABEL RECORDS ARE STANDARD
002830     RECORD CONTAINS 90 CHARACTERS
002840     DATA RECORD IS ACCT-CHARGE-REC.
002850     COPY ACCTCHG.
002860*--------------------------------------------------------------*
003110*--------------------------------------------------------------*
003120 FD  CONTROL-TOTALS-FILE
003130     LABEL RECORDS ARE STANDARD
003140     RECORD CONTAINS 100 CHARACTERS
003150     DATA RECORD IS CTL-TOTALS-REC.
003160     COPY CTLTOTRC.
003170*--------------------------------------------------------------*
003330     05  RUN-CYCLE-DATE          PIC 9(06).
003340     05  RUN-CYCLE-DATE-X        REDEFINES RUN-CYCLE-DATE
003350                                 PIC X(06).
003351*    RUN-REPEAT-THRESHOLD IS HOW MANY TIMES ONE ACCOUNT/CODE/
003352*    QUANTITY MAY APPEAR IN A SET BEFORE IT GOES TO THE REVIEW
003353*    LISTING. BLANK MEANS THE SHOP DEFAULT OF 010.
003354     05  RUN-REPEAT-THRESHOLD    PIC 9(03).
003355     05  RUN-REPEAT-THRESHOLD-X  REDEFINES RUN-REPEAT-THRESHOLD
003356                                 PIC X(03).
003357*    RUN-PARTITION-CT SPLITS THE RUN BY MyVar CODE RANGE. BLANK,
003358*    0 OR 1 IS AN ORDINARY RUN OF THE WHOLE FILE. FOR 2-9, EACH
003359*    PARTITION AFTER THE FIRST STARTS AT ITS RUN-PARTITION-START
003360*    CODE (ASCENDING, ONE PER PARTITION AFTER THE FIRST) AND
003361*    RUN-PARTITION-NO SAYS WHICH PARTITION THIS JOB IS. THE
003362*    PARTITION JOBS SUBSTITUTE IT, SO ONLY THE HOLD FIELDS
003363*    FOLLOW IT ON THE CARD.
003364     05  RUN-PARTITION-CT        PIC 9(01).
003365     05  RUN-PARTITION-CT-X      REDEFINES RUN-PARTITION-CT
003366                                 PIC X(01).
003367     05  RUN-PARTITION-START     PIC X(01) OCCURS 8 TIMES.
003368     05  RUN-PARTITION-NO        PIC 9(01).
003369*    RUN-HOLD-MULTIPLE IS HOW MANY TIMES ITS ACCOUNT'S AVERAGE
003370*    A DETAIL MAY BE BEFORE IT IS HELD (BLANK MEANS 10), AND
003371*    RUN-HOLD-CEILING THE MOST AN ACCOUNT WITH NO USAGE HISTORY
003372*    FOR THE CODE MAY SEND ON ONE DETAIL (BLANK MEANS 01000).
003373     05  RUN-HOLD-MULTIPLE       PIC 9(02).
003374     05  RUN-HOLD-MULTIPLE-X     REDEFINES RUN-HOLD-MULTIPLE
003375                                 PIC X(02).
003376     05  RUN-HOLD-CEILING        PIC 9(05).
003377     05  RUN-HOLD-CEILING-X      REDEFINES RUN-HOLD-CEILING
003378                                 PIC X(05).
003379     05  FILLER                  PIC X(40).
003380*--------------------------------------------------------------*
003381* RUN-HISTORY-FILE - THE CUMULATIVE RUN HISTORY DATASET         *
003390* (SHARED RUNHSTRC LAYOUT). ONE RECORD IS APPENDED AT END OF    *
003400* JOB SO THE RunTrend REPORT CAN WATCH THE BATCH WINDOW.        *
003410*--------------------------------------------------------------*
003530* RESUME THE RUNNING TOTAL INSTEAD OF RESTARTING ANY OF THE      *
003540* THREE FROM SCRATCH. RESUME POSITION IS DRIVEN ENTIRELY BY THE  *
003550* RECORD COUNT (SEE 1200-SKIP-TO-CHECKPOINT) SINCE INPUT KEYS    *
003560* REPEAT, SO NO LAST-KEY FIELD IS CARRIED HERE. RST-MTD-RUN-ID   *
003562* IS THE MONTH-TO-DATE RUN STAMP - SET BEFORE THE FIRST DETAIL  *
003564* IS PRICED AND KEPT UNTIL A CLEAN END OF JOB, SO EVERY ATTEMPT *
003566* AT THE SAME RUN KNOWS WHICH MONTH-TO-DATE UPDATES ITS FAILED  *
003568* PREDECESSORS MADE. RST-HOLD-CT IS THE COUNT OF DETAILS WRITTEN *
003569* TO THE USAGE HOLD QUEUE.                                      *
003570*--------------------------------------------------------------*
003580 FD  RESTART-FILE
003590     LABEL RECORDS ARE STANDARD
003600     RECORD CONTAINS 270 CHARACTERS
003610     DATA RECORD IS RESTART-REC.
003620 01  RESTART-REC.
003630     05  RST-REC-COUNT           PIC 9(08).
003800         10  RST-SET-ENTRY       OCCURS 10 TIMES.
003810             15  RST-SET-PROC-CT     PIC 9(08).
003820             15  RST-SET-AMOUNT      PIC S9(07)V99.
003822*            THE SET'S DUPLICATE VERDICT ('D', OTHERWISE SPACE)
003824*            SO A RESTART HONOURS IT WITHOUT RE-ASKING THE
003826*            REGISTRY THIS RUN MAY ALREADY HAVE UPDATED.
003827             15  RST-SET-VERDICT     PIC X(01).
003828     05  RST-MTD-RUN-ID          PIC X(14).
003829     05  RST-HOLD-CT             PIC 9(08).
003830     05  FILLER                  PIC X(05).
003831*--------------------------------------------------------------*
003832* ACCOUNT-MASTER-FILE - THE ACCOUNT MASTER KSDS (SHARED         *
003833* ACCTMST LAYOUT), READ BY KEY ONCE PER DETAIL. OPENED INPUT    *
003834* IN BOTH RUN MODES SO A VALIDATE TRIAL REPORTS ACCOUNT         *
003835* REJECTS TOO.                                                  *
003836*--------------------------------------------------------------*
003837 FD  ACCOUNT-MASTER-FILE
003838     RECORD CONTAINS 160 CHARACTERS
003839     DATA RECORD IS ACCT-MASTER-REC.
003840     COPY ACCTMST.
003841*--------------------------------------------------------------*
003842* XMIT-REGISTRY-FILE - THE TRANSMISSION REGISTRY KSDS (SHARED   *
003843* XMTREG LAYOUT). READ BY KEY AFTER BALANCING TO REFUSE A SET   *
003844* ALREADY ACCEPTED ON A PRIOR CYCLE; EVERY SET A CLEAN NORMAL   *
003845* RUN ACCEPTS IS WRITTEN TO IT AT END OF JOB.                   *
003846*--------------------------------------------------------------*
003847 FD  XMIT-REGISTRY-FILE
003848     RECORD CONTAINS 80 CHARACTERS
003849     DATA RECORD IS XMIT-REGISTRY-REC.
003850     COPY XMTREG.
003851*--------------------------------------------------------------*
003852* REVIEW-FILE - THE REPEATED-DETAIL REVIEW LISTING: EVERY       *
003853* ACCOUNT/CODE/QUANTITY THAT APPEARS IN AN ACCEPTED SET AT      *
003854* LEAST THE RUN CONTROL CARD'S REPEAT THRESHOLD TIMES           *
003855*--------------------------------------------------------------*
003856 FD  REVIEW-FILE
003857     LABEL RECORDS OMITTED
003858     RECORD CONTAINS 132 CHARACTERS
003859     DATA RECORD IS REVIEW-REC.
003860 01  REVIEW-REC                  PIC X(132).
003861*--------------------------------------------------------------*
003862* MTD-FILE - THE MONTH-TO-DATE QUANTITY KSDS (SHARED MTDQTY     *
003863* LAYOUT), ONE RECORD PER CODE, MONTH AND ACCOUNT. READ BY KEY  *
003864* BEFORE EVERY DETAIL IS PRICED AND UPDATED ONCE IT IS BILLED.  *
003865* A VALIDATE RUN OPENS IT INPUT AND NEVER UPDATES IT.           *
003866*--------------------------------------------------------------*
003867 FD  MTD-FILE
003868     RECORD CONTAINS 80 CHARACTERS
003869     DATA RECORD IS MTD-QTY-REC.
003870     COPY MTDQTY.
003871*--------------------------------------------------------------*
003872* HOLD-FILE - THE USAGE HOLD QUEUE (SHARED HOLDREC LAYOUT): ONE *
003873* RECORD PER DETAIL HELD BACK FROM BILLING AS UNUSUAL FOR ITS   *
003874* ACCOUNT, WITH THE FULL INPUT RECORD IMAGE SO StringRecycle    *
003875* CAN RE-FEED IT WHEN AN OPERATOR RELEASES IT                   *
003876*--------------------------------------------------------------*
003877 FD  HOLD-FILE
003878     LABEL RECORDS ARE STANDARD
003879     RECORD CONTAINS 150 CHARACTERS
003880     DATA RECORD IS HOLD-REC.
003881     COPY HOLDREC.
003882*--------------------------------------------------------------*
003883* USAGE-PROFILE-FILE - THE USAGE PROFILE KSDS (SHARED USGPRF    *
003884* LAYOUT), ONE RECORD PER CODE AND ACCOUNT, KEPT BY             *
003885* UsageProfile. READ BY KEY BEFORE EVERY DETAIL IS PRICED AND   *
003886* NEVER UPDATED HERE. OPENED INPUT IN BOTH RUN MODES.           *
003887*--------------------------------------------------------------*
003888 FD  USAGE-PROFILE-FILE
003889     RECORD CONTAINS 760 CHARACTERS
003890     DATA RECORD IS USAGE-PROFILE-REC.
003891     COPY USGPRF.
003892*--------------------------------------------------------------*
003893* HOLD-REPORT-FILE - THE DAILY USAGE ANOMALY REPORT: EVERY      *
003894* DETAIL ON THE HOLD QUEUE WITH ITS ACCOUNT'S NORMAL RANGE AND  *
003895* HOW FAR OVER IT THE DETAIL IS                                 *
003896*--------------------------------------------------------------*
003897 FD  HOLD-REPORT-FILE
003898     LABEL RECORDS OMITTED
003899     RECORD CONTAINS 132 CHARACTERS
003900     DATA RECORD IS HOLD-RPT-REC.
003901 01  HOLD-RPT-REC                PIC X(132).
003902 WORKING-STORAGE SECTION.
003903*--------------------------------------------------------------*
003904* MyVar/Result - Result USES THE SHARED RESLTREC COPYBOOK SO    *
003905* THIS DRIVER AND StringStatement AGREE ON THE SAME 30-BYTE     *
003906* LAYOUT.                                                       *
003907*--------------------------------------------------------------*
003908 01  MyVar                       PIC X(01).
003910     COPY RESLTREC.
003920 77  WS-RESULT-LEN               PIC 9(04).
003930*--------------------------------------------------------------*
003990 77  WS-RUN-TOTAL-AMT            PIC S9(07)V99 VALUE ZERO.
004000*--------------------------------------------------------------*
004010* QUANTITY PASSED TO StringStatement AND THE EXTENDED CHARGE    *
004020* (THE QUANTITY PRICED AT THE TABLE RATES) IT RETURNS, RAW AND  *
004030* EDITED, FOR THE AUDIT TRAIL AND THE PRINT REPORT.             *
004040*--------------------------------------------------------------*
004050 77  WS-TRAN-QUANTITY            PIC 9(05) VALUE ZERO.
004060 77  WS-CHARGE-AMT               PIC S9(07)V99 VALUE ZERO.
004070 01  WS-CHARGE-EDIT              PIC Z(6)9,99-.
004071*--------------------------------------------------------------*
004072* THE VAT SIDE OF THE CHARGE AS StringStatement RETURNS IT -    *
004073* CATEGORY, RATE, VAT AND GROSS (NET PLUS VAT) - RAW FOR        *
004074* ACCTCHG AND EDITED FOR THE AUDIT TRAIL AND THE PRINT REPORT.  *
004075* WS-PRICE-DATE IS THE DATE THE DETAIL IS PRICED AS OF - THE    *
004076* CYCLE DATE, OR A REVERSAL'S ORIGINAL CYCLE DATE WHEN IT       *
004077* CARRIES ONE.                                                  *
004078*--------------------------------------------------------------*
004079 77  WS-VAT-CATEGORY             PIC X(01) VALUE SPACE.
004080 77  WS-VAT-RATE                 PIC 9(02)V99 VALUE ZERO.
004081 77  WS-VAT-AMT                  PIC S9(07)V99 VALUE ZERO.
004082 77  WS-GROSS-AMT                PIC S9(07)V99 VALUE ZERO.
004083 01  WS-VAT-EDIT                 PIC Z(6)9,99-.
004084 01  WS-GROSS-EDIT               PIC Z(6)9,99-.
004085 77  WS-PRICE-DATE               PIC 9(06) VALUE ZERO.
004086*--------------------------------------------------------------*
004087* MONTH-TO-DATE VOLUME. WS-MTD-QUANTITY IS THE ACCOUNT'S UNITS  *
004088* OF THE CODE BILLED SO FAR IN THE PRICING DATE'S MONTH, PASSED *
004089* TO StringStatement, WHICH RETURNS WS-TIER-DETAIL - THE UNITS  *
004090* AND RATE OF EACH TIER BAND THE DETAIL WAS PRICED IN. THE FILE *
004091* IS ONLY READ WHEN IT OPENED WITH SOMETHING ON IT IN A         *
004092* VALIDATE RUN (STATUS 35 IS AN EMPTY CLUSTER).                 *
004093* WS-MTD-RUN-ID IS THE START DATE/TIME OF THE FIRST ATTEMPT AT  *
004094* THIS RUN (CARRIED ON THE CHECKPOINT), WS-MTD-ATTEMPT-ID THE   *
004095* START OF THIS ONE, AND WS-MTD-CKPT-COUNT THE RECORD COUNT AT  *
004096* THIS ATTEMPT'S LAST CHECKPOINT (OR THE ONE IT RESUMED FROM).  *
004097*--------------------------------------------------------------*
004098 77  WS-MTD-STATUS               PIC X(02).
004099 77  WS-MTD-SWITCH               PIC X(01) VALUE 'N'.
004100     88  MTD-AVAILABLE               VALUE 'Y'.
004101 77  WS-MTD-FOUND-SWITCH         PIC X(01) VALUE 'N'.
004102     88  MTD-ON-FILE                 VALUE 'Y'.
004103 77  WS-MTD-QUANTITY             PIC 9(07) VALUE ZERO.
004104 77  WS-MTD-CKPT-COUNT           PIC 9(08) VALUE ZERO.
004105 01  WS-MTD-RUN-ID.
004106     05  WS-MTD-RUN-DATE         PIC 9(06).
004107     05  WS-MTD-RUN-TIME         PIC 9(08).
004108 01  WS-MTD-ATTEMPT-ID.
004109     05  WS-MTD-ATTEMPT-DATE     PIC 9(06).
004110     05  WS-MTD-ATTEMPT-TIME     PIC 9(08).
004111 01  WS-TIER-DETAIL.
004112     05  WS-TIER-ENTRY           OCCURS 3 TIMES.
004113         10  WS-TIER-QUANTITY        PIC 9(05).
004114         10  WS-TIER-RATE            PIC 9(03)V99.
004115*--------------------------------------------------------------*
004116* USAGE ANOMALY CHECK. THE PROFILE IS ONLY READ WHEN IT OPENED  *
004117* WITH SOMETHING ON IT (STATUS 35 IS AN EMPTY CLUSTER - EVERY   *
004118* ACCOUNT HAS NO HISTORY). THE WINDOW IS THE 30 BUSINESS DAYS   *
004119* BEFORE THE CYCLE DATE: WS-USG-WINDOW-START IS THE FIRST OF    *
004120* THEM. WS-USG-DAYS/DETAILS/QUANTITY/PEAK ARE THE SLOTS INSIDE  *
004121* IT FOR THE DETAIL'S ACCOUNT AND CODE, AND WS-USG-LIMIT IS THE *
004122* MOST THE DETAIL MAY BE - THE HOLD MULTIPLE OF THE AVERAGE, OR *
004123* THE HOLD CEILING WHEN THERE IS NO HISTORY IN THE WINDOW.      *
004124*--------------------------------------------------------------*
004125 77  WS-USG-STATUS               PIC X(02).
004126 77  WS-USG-SWITCH               PIC X(01) VALUE 'N'.
004127     88  USG-AVAILABLE               VALUE 'Y'.
004128 77  WS-HOLD-SWITCH              PIC X(01) VALUE 'N'.
004129     88  DETAIL-HELD                 VALUE 'Y'.
004130 77  WS-HOLD-MULTIPLE            PIC 9(02) VALUE 10.
004131 77  WS-HOLD-CEILING             PIC 9(05) VALUE 01000.
004132 77  WS-USG-WINDOW-DAYS          PIC 9(02) VALUE 30.
004133 77  WS-USG-WINDOW-START         PIC 9(06) VALUE ZERO.
004134 77  WS-USG-BUS-DAYS             PIC 9(04) COMP VALUE ZERO.
004135 77  WS-USG-STEP-CT              PIC 9(04) COMP VALUE ZERO.
004136 77  WS-USG-IX                   PIC 9(04) COMP VALUE ZERO.
004137 77  WS-USG-DAYS                 PIC 9(02) VALUE ZERO.
004138 77  WS-USG-DETAILS              PIC 9(06) VALUE ZERO.
004139 77  WS-USG-QUANTITY             PIC 9(11) VALUE ZERO.
004140 77  WS-USG-PEAK                 PIC 9(05) VALUE ZERO.
004141 77  WS-USG-AVERAGE              PIC 9(05)V99 VALUE ZERO.
004142 77  WS-USG-LIMIT                PIC 9(07)V99 VALUE ZERO.
004143*    DATE STEPPING FOR THE WINDOW WALK - FEBRUARY IS SET FOR
004144*    THE YEAR OF THE DATE BEING STEPPED.
004145 01  WS-CHECK-DATE               PIC 9(06).
004146 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
004147     05  WS-CHECK-YY             PIC 9(02).
004148     05  WS-CHECK-MM             PIC 9(02).
004149     05  WS-CHECK-DD             PIC 9(02).
004150 01  WS-DIM-VALUES               PIC X(24)
004151             VALUE '312831303130313130313031'.
004152 01  WS-DIM-TABLE REDEFINES WS-DIM-VALUES.
004153     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
004154 77  WS-LEAP-YY                  PIC 9(02).
004155 77  WS-QUOTIENT                 PIC 9(04) COMP.
004156 77  WS-REMAINDER                PIC 9(04) COMP.
004157*--------------------------------------------------------------*
004158* REVERSAL CONTROL - THE SWITCH TELLS StringStatement TO POST   *
004159* THIS CALL'S CHARGE NEGATIVE; THE COUNTER GOES TO THE TOTALS   *
004160* PAGE AND CTL-REVERSAL-COUNT AND IS CHECKPOINTED ON RESTART.   *
004161*--------------------------------------------------------------*
004162 77  WS-REVERSAL-SWITCH          PIC X(01) VALUE 'N'.
004163     88  REVERSAL-REQUEST            VALUE 'Y'.
004164 77  WS-REVERSAL-CT              PIC 9(08) VALUE ZERO.
004165*--------------------------------------------------------------*
004170* SEED-ON-RESTART CONTROL. WS-SEED-SWITCH IS 'Y' ONLY ON THE     *
004180* FIRST CALL TO StringStatement OF A RESTARTED RUN, CARRYING     *
004190* WS-SEED-AMOUNT (THE CHECKPOINTED RUNNING TOTAL) IN; IT DROPS   *
004300     88  INVALID-MYVAR                VALUE 'N'.
004310 77  WS-REASON-CODE               PIC X(04).
004320 77  WS-REASON-TEXT               PIC X(40).
004321*--------------------------------------------------------------*
004322* ACCOUNT MASTER CHECK - SET BY 2050-CHECK-ACCOUNT WHEN THE     *
004323* DETAIL'S ACCOUNT MAY NOT BE BILLED (REASON IN THE FIELDS      *
004324* ABOVE)                                                        *
004325*--------------------------------------------------------------*
004326 77  WS-ACCT-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
004327     88  ACCOUNT-REFUSED              VALUE 'Y'.
004330*--------------------------------------------------------------*
004340* END-OF-FILE CONTROL                                          *
004350*--------------------------------------------------------------*
004560 77  WS-CUR-SET                  PIC 9(02) COMP VALUE ZERO.
004570 77  WS-SET-ACCEPT-CT            PIC 9(02) COMP VALUE ZERO.
004580 77  WS-SET-REJECT-CT            PIC 9(02) COMP VALUE ZERO.
004583 77  WS-SET-DUP-CT               PIC 9(02) COMP VALUE ZERO.
004586 77  WS-PRIOR-IX                 PIC 9(02) COMP.
004590 01  WS-SET-TABLE.
004600     05  WS-SET-ENTRY            OCCURS 10 TIMES.
004610         10  WS-SET-SOURCE           PIC X(08).
004670         10  WS-SET-STATUS-FLAG      PIC X(01).
004680             88  SET-ACCEPTED            VALUE 'A'.
004690             88  SET-REJECTED            VALUE 'R'.
004692*            A DUPLICATE SET BALANCED BUT WAS ALREADY ACCEPTED
004694*            ON A PRIOR CYCLE OR EARLIER ON THIS SAME FILE.
004696             88  SET-DUPLICATE           VALUE 'D'.
004700         10  WS-SET-FAIL-REASON      PIC X(40).
004710         10  WS-SET-PROC-CT          PIC 9(08).
004720         10  WS-SET-AMOUNT           PIC S9(07)V99.
004721*--------------------------------------------------------------*
004722* DUPLICATE TRANSMISSION CHECK FIELDS. THE REGISTRY IS ONLY     *
004723* ASKED WHEN IT OPENED WITH SOMETHING ON IT (STATUS 35 IS AN    *
004724* EMPTY CLUSTER - NOTHING HAS EVER BEEN ACCEPTED).              *
004725*--------------------------------------------------------------*
004726 77  WS-XMTREG-STATUS            PIC X(02).
004727 77  WS-XMTREG-SWITCH            PIC X(01) VALUE 'N'.
004728     88  REGISTRY-AVAILABLE          VALUE 'Y'.
004729 77  WS-DUP-SET-NO               PIC 9(02).
004730 77  WS-REG-RUN-DATE             PIC 9(06).
004731 01  WS-DUP-CYCLE-MSG.
004732     05  FILLER                  PIC X(26)
004733             VALUE 'ALREADY ACCEPTED ON CYCLE '.
004734     05  DUPM-CYCLE-DATE         PIC 9(06).
004735     05  FILLER                  PIC X(08) VALUE SPACE.
004736 01  WS-DUP-FILE-MSG.
004737     05  FILLER                  PIC X(12)
004738             VALUE 'REPEATS SET '.
004739     05  DUPM-SET-NO             PIC 9(02).
004740     05  FILLER                  PIC X(21)
004741             VALUE ' EARLIER ON THIS FILE'.
004742     05  FILLER                  PIC X(05) VALUE SPACE.
004743*--------------------------------------------------------------*
004744* REPEATED-DETAIL TALLY - ONE ENTRY PER DISTINCT SET/ACCOUNT/   *
004745* CODE/QUANTITY SEEN BY THE BALANCING PASS, WITH HOW MANY TIMES *
004746* IT APPEARED. A FULL TABLE STOPS TALLYING (THE LISTING SAYS    *
004747* SO) BUT NEVER STOPS THE RUN - THE LISTING IS FOR REVIEW ONLY. *
004748*--------------------------------------------------------------*
004749 77  WS-REPEAT-THRESHOLD         PIC 9(03) VALUE 010.
004750 77  WS-RPT-MAX                  PIC 9(04) COMP VALUE 2000.
004751 77  WS-RPT-COUNT                PIC 9(04) COMP VALUE ZERO.
004752 77  WS-RPT-IX                   PIC 9(04) COMP.
004753 77  WS-RPT-LISTED-CT            PIC 9(04) COMP VALUE ZERO.
004754 77  WS-RPT-FOUND-SWITCH         PIC X(01).
004755     88  RPT-ENTRY-FOUND             VALUE 'Y'.
004756 77  WS-RPT-FULL-SWITCH          PIC X(01) VALUE 'N'.
004757     88  RPT-TABLE-FULL              VALUE 'Y'.
004758 01  WS-RPT-TABLE.
004759     05  WS-RPT-ENTRY            OCCURS 2000 TIMES.
004760         10  WS-RPT-SET              PIC 9(02) COMP.
004761         10  WS-RPT-ACCOUNT-NO       PIC 9(10).
004762         10  WS-RPT-MYVAR            PIC X(01).
004763         10  WS-RPT-QUANTITY         PIC 9(05).
004764         10  WS-RPT-TIMES            PIC 9(05) COMP.
004765*--------------------------------------------------------------*
004766* CHECKPOINT/RESTART CONTROL FIELDS                             *
004767*--------------------------------------------------------------*
004768 77  WS-RESTART-STATUS            PIC X(02).
004770 77  WS-INPUT-STATUS              PIC X(02).
004780 77  WS-RESULT-STATUS             PIC X(02).
004790 77  WS-AUDIT-STATUS              PIC X(02).
004820 77  WS-CTLTOT-STATUS             PIC X(02).
004830 77  WS-ACCT-STATUS               PIC X(02).
004840 77  WS-RUNCTL-STATUS             PIC X(02).
004845 77  WS-ACCTMST-STATUS            PIC X(02).
004847 77  WS-REVIEW-STATUS             PIC X(02).
004848 77  WS-HOLD-STATUS               PIC X(02).
004849 77  WS-HOLDRPT-STATUS            PIC X(02).
004850*--------------------------------------------------------------*
004860* RUN MODE FROM THE RUN CONTROL CARD. VALIDATE RUNS THE INPUT   *
004870* THROUGH VALIDATION AND THE ERROR/PRINT REPORTS ONLY - NO      *
004990 77  WS-CKPT-INT-ECHO             PIC 9(04).
005000 77  WS-MAX-LINES-ECHO            PIC 9(02).
005010 77  WS-RUNCTL-REASON             PIC X(40).
005011*--------------------------------------------------------------*
005012* CYCLE CONTROL - THE BUSINESS CALENDAR AND THE CYCLE-CONTROL   *
005013* MASTER ARE ONLY EVER REACHED THROUGH CycleControl. THE CALL   *
005014* RESETS RETURN-CODE, SO THE RUN'S OWN CODE IS SAVED ACROSS IT. *
005015*--------------------------------------------------------------*
005016 77  WS-SAVED-RC                  PIC S9(04) COMP.
005017     COPY CYCPARM.
005018*--------------------------------------------------------------*
005019* PARTITIONED RUN - THE CARD CAN SPLIT THE SORTED TRANSMISSION  *
005020* INTO UP TO 9 RANGES OF MyVar CODE, EACH PRICED BY ITS OWN     *
005021* CONCURRENT JOB. THIS RUN PRICES ONLY THE DETAILS WHOSE CODE IS*
005022* AT OR ABOVE WS-PART-FIRST-CODE AND BELOW WS-PART-NEXT-CODE (NO*
005023* UPPER LIMIT FOR THE LAST PARTITION). BALANCING AND THE        *
005024* DUPLICATE CHECK STILL COVER THE WHOLE FILE, SO EVERY PARTITION*
005025* REACHES THE SAME VERDICT ON EVERY SET. ZERO COUNT AND NUMBER  *
005026* ARE AN ORDINARY, UNPARTITIONED RUN.                           *
005027*--------------------------------------------------------------*
005028 77  WS-PART-CT                   PIC 9(01) VALUE ZERO.
005029 77  WS-PART-NO                   PIC 9(01) VALUE ZERO.
005030 77  WS-PART-IX                   PIC 9(02) COMP.
005031 77  WS-PART-FIRST-CODE           PIC X(01) VALUE LOW-VALUE.
005032 77  WS-PART-NEXT-CODE            PIC X(01) VALUE HIGH-VALUE.
005033 77  WS-PART-SWITCH               PIC X(01) VALUE 'N'.
005034     88  PARTITIONED-RUN              VALUE 'Y'.
005035 77  WS-PART-RANGE-SWITCH         PIC X(01) VALUE 'Y'.
005036     88  CODE-IN-PARTITION            VALUE 'Y'.
005037 01  WS-PART-ECHO.
005038     05  PTE-PART-NO              PIC 9(01).
005039     05  FILLER                   PIC X(04) VALUE ' OF '.
005040     05  PTE-PART-CT              PIC 9(01).
005041     05  FILLER                   PIC X(04) VALUE SPACE.
005042*--------------------------------------------------------------*
005043* RUN HISTORY FIELDS - START/STOP TIME AS HHMMSSCC AND THE      *
005044* ELAPSED-SECONDS ARITHMETIC, WITH THE MIDNIGHT WRAP HANDLED    *
005050* BY ADDING A FULL DAY WHEN THE STOP READS EARLIER THAN THE     *
005060* START.                                                        *
005070*--------------------------------------------------------------*
005300 77  WS-ACCT-WRITE-CT             PIC 9(08) VALUE ZERO.
005310 77  WS-AUDIT-WRITE-CT            PIC 9(08) VALUE ZERO.
005320 77  WS-ERROR-WRITE-CT            PIC 9(08) VALUE ZERO.
005325 77  WS-HOLD-WRITE-CT             PIC 9(08) VALUE ZERO.
005330 77  WS-RECORD-COUNT              PIC 9(08) COMP VALUE ZERO.
005340 77  WS-CHECKPOINT-INTERVAL       PIC 9(04) COMP VALUE 0100.
005350 77  WS-CKPT-QUOTIENT             PIC 9(08) COMP.
005770     05  FILLER                  PIC X(03) VALUE 'QTY'.
005780     05  FILLER                  PIC X(05) VALUE SPACE.
005790     05  FILLER                  PIC X(06) VALUE 'CHARGE'.
005791     05  FILLER                  PIC X(07) VALUE SPACE.
005792     05  FILLER                  PIC X(03) VALUE 'CAT'.
005793     05  FILLER                  PIC X(08) VALUE SPACE.
005794     05  FILLER                  PIC X(03) VALUE 'VAT'.
005795     05  FILLER                  PIC X(10) VALUE SPACE.
005796     05  FILLER                  PIC X(05) VALUE 'GROSS'.
005800     05  FILLER                  PIC X(25) VALUE SPACE.
005810 01  WS-ECHO-LINE.
005820     05  FILLER                  PIC X(01) VALUE SPACE.
005830     05  ECHO-LABEL              PIC X(30).
006000     05  SRC-LABEL               PIC X(07).
006010     05  SRC-NAME                PIC X(08).
006020     05  FILLER                  PIC X(02) VALUE SPACE.
006030     05  SRC-STATUS              PIC X(09).
006040     05  FILLER                  PIC X(02) VALUE SPACE.
006050     05  SRC-COUNT               PIC ZZZZZZZ9.
006060     05  FILLER                  PIC X(02) VALUE SPACE.
006070     05  SRC-AMOUNT              PIC Z(6)9,99-.
006080     05  FILLER                  PIC X(02) VALUE SPACE.
006090     05  SRC-REASON              PIC X(40).
006100     05  FILLER                  PIC X(40) VALUE SPACE.
006110 01  WS-DETAIL-LINE.
006120     05  FILLER                  PIC X(01) VALUE SPACE.
006130     05  DTL-MYVAR               PIC X(01).
006310     05  DTL-QUANTITY            PIC ZZZZ9.
006320     05  FILLER                  PIC X(03) VALUE SPACE.
006330     05  DTL-CHARGE              PIC Z(6)9,99-.
006331     05  FILLER                  PIC X(02) VALUE SPACE.
006332     05  DTL-VAT-CATEGORY        PIC X(01).
006333     05  FILLER                  PIC X(02) VALUE SPACE.
006334     05  DTL-VAT                 PIC Z(6)9,99-.
006335     05  FILLER                  PIC X(03) VALUE SPACE.
006336     05  DTL-GROSS               PIC Z(6)9,99-.
006340     05  FILLER                  PIC X(25) VALUE SPACE.
006341*--------------------------------------------------------------*
006342* REPEATED-DETAIL REVIEW LISTING (REVIEW-FILE) - ITS OWN PAGE   *
006343* AND LINE COUNT, THE SAME PAGE DEPTH AS THE PRINT REPORT. EACH *
006344* LINE IS BUILT IN ITS LAYOUT AND STAGED IN WS-RVW-PRINT-LINE.  *
006345*--------------------------------------------------------------*
006346 77  WS-RVW-PAGE-NO               PIC 9(04) VALUE ZERO.
006347 77  WS-RVW-LINE-CT               PIC 9(02) VALUE ZERO.
006348 01  WS-RVW-PRINT-LINE            PIC X(132).
006349 01  WS-RVW-HEADING-1.
006350     05  FILLER                  PIC X(01) VALUE SPACE.
006351     05  FILLER                  PIC X(37)
006352             VALUE 'STRINGBATCH REPEATED DETAIL REVIEW'.
006353     05  FILLER                  PIC X(11) VALUE 'CYCLE DATE '.
006354     05  RVWH-RUN-DATE           PIC 99/99/99.
006355     05  FILLER                  PIC X(52) VALUE SPACE.
006356     05  FILLER                  PIC X(05) VALUE 'PAGE '.
006357     05  RVWH-PAGE-NO            PIC ZZZ9.
006358     05  FILLER                  PIC X(14) VALUE SPACE.
006359 01  WS-RVW-HEADING-2.
006360     05  FILLER                  PIC X(01) VALUE SPACE.
006361     05  FILLER                  PIC X(10) VALUE 'SOURCE'.
006362     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
006363     05  FILLER                  PIC X(06) VALUE 'CODE'.
006364     05  FILLER                  PIC X(10) VALUE 'QUANTITY'.
006365     05  FILLER                  PIC X(07) VALUE 'TIMES'.
006366     05  FILLER                  PIC X(86) VALUE SPACE.
006367 01  WS-RVW-DETAIL-LINE.
006368     05  FILLER                  PIC X(01) VALUE SPACE.
006369     05  RVWD-SOURCE             PIC X(08).
006370     05  FILLER                  PIC X(02) VALUE SPACE.
006371     05  RVWD-ACCOUNT-NO         PIC 9(10).
006372     05  FILLER                  PIC X(02) VALUE SPACE.
006373     05  RVWD-MYVAR              PIC X(01).
006374     05  FILLER                  PIC X(05) VALUE SPACE.
006375     05  RVWD-QUANTITY           PIC ZZZZ9.
006376     05  FILLER                  PIC X(05) VALUE SPACE.
006377     05  RVWD-TIMES              PIC ZZZZ9.
006378     05  FILLER                  PIC X(88) VALUE SPACE.
006379 01  WS-RVW-TOTAL-LINE.
006380     05  FILLER                  PIC X(01) VALUE SPACE.
006381     05  RVWT-LABEL              PIC X(30).
006382     05  RVWT-COUNT              PIC ZZZZZZZ9.
006383     05  FILLER                  PIC X(93) VALUE SPACE.
006384 01  WS-RVW-MESSAGE-LINE.
006385     05  FILLER                  PIC X(01) VALUE SPACE.
006386     05  RVWM-TEXT               PIC X(60).
006387     05  FILLER                  PIC X(71) VALUE SPACE.
006388*--------------------------------------------------------------*
006389* USAGE ANOMALY REPORT (HOLD-REPORT-FILE) - ITS OWN PAGE AND    *
006390* LINE COUNT, THE SAME PAGE DEPTH AS THE PRINT REPORT, BUILT    *
006391* FROM THE HOLD QUEUE AT END OF JOB. EACH LINE IS STAGED IN     *
006392* WS-HLD-PRINT-LINE. HLDD-TIMES IS THE DETAIL'S QUANTITY OVER   *
006393* THE ACCOUNT'S AVERAGE.                                        *
006394*--------------------------------------------------------------*
006395 77  WS-HLD-PAGE-NO               PIC 9(04) VALUE ZERO.
006396 77  WS-HLD-LINE-CT               PIC 9(02) VALUE ZERO.
006397 77  WS-HLD-LISTED-CT             PIC 9(08) VALUE ZERO.
006398 77  WS-HLD-TIMES                 PIC 9(07)V9 VALUE ZERO.
006399 77  WS-HOLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
006400     88  END-OF-HOLDS                 VALUE 'Y'.
006401 01  WS-HLD-PRINT-LINE            PIC X(132).
006402 01  WS-HLD-HEADING-1.
006403     05  FILLER                  PIC X(01) VALUE SPACE.
006404     05  FILLER                  PIC X(37)
006405             VALUE 'STRINGBATCH USAGE ANOMALY REPORT'.
006406     05  FILLER                  PIC X(11) VALUE 'CYCLE DATE '.
006407     05  HLDH-RUN-DATE           PIC 99/99/99.
006408     05  FILLER                  PIC X(52) VALUE SPACE.
006409     05  FILLER                  PIC X(05) VALUE 'PAGE '.
006410     05  HLDH-PAGE-NO            PIC ZZZ9.
006411     05  FILLER                  PIC X(14) VALUE SPACE.
006412 01  WS-HLD-HEADING-2.
006413     05  FILLER                  PIC X(01) VALUE SPACE.
006414     05  FILLER                  PIC X(10) VALUE 'SOURCE'.
006415     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
006416     05  FILLER                  PIC X(05) VALUE 'CODE'.
006417     05  FILLER                  PIC X(09) VALUE ' QUANTITY'.
006418     05  FILLER                  PIC X(11) VALUE '    AVERAGE'.
006419     05  FILLER                  PIC X(08) VALUE '    PEAK'.
006420     05  FILLER                  PIC X(13) VALUE '        LIMIT'.
006421     05  FILLER                  PIC X(13) VALUE '      OVER BY'.
006422     05  FILLER                  PIC X(12) VALUE '   X AVERAGE'.
006423     05  FILLER                  PIC X(03) VALUE SPACE.
006424     05  FILLER                  PIC X(10) VALUE 'NOTE'.
006425     05  FILLER                  PIC X(25) VALUE SPACE.
006426 01  WS-HLD-DETAIL-LINE.
006427     05  FILLER                  PIC X(01) VALUE SPACE.
006428     05  HLDD-SOURCE             PIC X(08).
006429     05  FILLER                  PIC X(02) VALUE SPACE.
006430     05  HLDD-ACCOUNT-NO         PIC 9(10).
006431     05  FILLER                  PIC X(02) VALUE SPACE.
006432     05  HLDD-MYVAR              PIC X(01).
006433     05  FILLER                  PIC X(08) VALUE SPACE.
006434     05  HLDD-QUANTITY           PIC ZZZZ9.
006435     05  FILLER                  PIC X(03) VALUE SPACE.
006436     05  HLDD-AVERAGE            PIC ZZZZ9,99.
006437     05  FILLER                  PIC X(03) VALUE SPACE.
006438     05  HLDD-PEAK               PIC ZZZZ9.
006439     05  FILLER                  PIC X(03) VALUE SPACE.
006440     05  HLDD-LIMIT              PIC Z(6)9,99.
006441     05  FILLER                  PIC X(03) VALUE SPACE.
006442     05  HLDD-OVER-BY            PIC Z(6)9,99.
006443     05  FILLER                  PIC X(03) VALUE SPACE.
006444     05  HLDD-TIMES              PIC Z(6)9,9.
006445     05  FILLER                  PIC X(03) VALUE SPACE.
006446     05  HLDD-NOTE               PIC X(10).
006447     05  FILLER                  PIC X(25) VALUE SPACE.
006448 01  WS-HLD-TOTAL-LINE.
006449     05  FILLER                  PIC X(01) VALUE SPACE.
006450     05  HLDT-LABEL              PIC X(30).
006451     05  HLDT-COUNT              PIC ZZZZZZZ9.
006452     05  FILLER                  PIC X(93) VALUE SPACE.
006453 01  WS-HLD-MESSAGE-LINE.
006454     05  FILLER                  PIC X(01) VALUE SPACE.
006455     05  HLDM-TEXT               PIC X(60).
006456     05  FILLER                  PIC X(71) VALUE SPACE.
006457 PROCEDURE DIVISION.
006458*--------------------------------------------------------------*
006459* 0000-MAINLINE                                                *
006460*--------------------------------------------------------------*
006461 0000-MAINLINE.
006462     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
006463     PERFORM 2000-PROCESS-RECORD THRU 2000-PROCESS-RECORD-EXIT
006464         UNTIL END-OF-INPUT.
006465     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
006466     GOBACK.
006467 0000-MAINLINE-EXIT.
006468     EXIT.
006470*--------------------------------------------------------------*
006480* 1000-INITIALIZE - BALANCE THE TRANSMISSION SETS, THEN OPEN    *
006490* FILES AND PRIME THE READ. THE BALANCING PASS RUNS FIRST,      *
006530*--------------------------------------------------------------*
006540 1000-INITIALIZE.
006550     ACCEPT WS-START-TIME FROM TIME.
006551*    THIS ATTEMPT'S MONTH-TO-DATE STAMP. IT IS ALSO THE RUN'S
006552*    UNLESS THE CHECKPOINT CARRIES AN EARLIER ATTEMPT'S.
006553     ACCEPT WS-MTD-ATTEMPT-DATE FROM DATE.
006554     MOVE WS-START-TIME TO WS-MTD-ATTEMPT-TIME.
006555     MOVE WS-MTD-ATTEMPT-ID TO WS-MTD-RUN-ID.
006560*    A RUN WITH NO VALID DETAIL NEVER GETS AN EDITED TOTAL BACK
006570*    FROM StringStatement, SO THE TOTALS PAGE FIELD IS GIVEN A
006580*    REAL ZERO UP FRONT INSTEAD OF PRINTING UNSET STORAGE.
006590     MOVE ZERO TO WS-AMOUNT-EDIT.
006600     PERFORM 1050-READ-RUN-CONTROL
006610         THRU 1050-READ-RUN-CONTROL-EXIT.
006611*    A NORMAL RUN MUST BE FOR A BUSINESS DAY NOT ALREADY
006612*    CLOSED. A VALIDATE RUN MAY TRY ANY DATE.
006613     IF NORMAL-MODE
006614         PERFORM 1055-CHECK-CYCLE-DATE
006615             THRU 1055-CHECK-CYCLE-DATE-EXIT
006616     END-IF.
006620     OPEN INPUT INPUT-FILE.
006630     IF WS-INPUT-STATUS NOT = '00'
006640         MOVE 'INFILE  ' TO WS-ABEND-FILE-ID
006700         THRU 1300-BALANCE-TRANSMISSION-EXIT.
006710     CLOSE INPUT-FILE.
006720     MOVE 'N' TO WS-EOF-SWITCH.
006760*    A VALIDATE RUN OPENS ONLY THE ERROR AND PRINT REPORTS -
006770*    RESULTF/AUDITF ARE NEVER ALLOCATED OUTPUT AND THE RESTART
006780*    FILE IS NEVER EVEN OPENED, SO THE CHECKPOINT A PRIOR
006790*    ABENDED NIGHT RUN LEFT BEHIND SURVIVES A TRIAL RUN INTACT.
006791*    NOR IS THE HOLD QUEUE OPENED - THE TRIAL'S WOULD-BE HOLDS
006792*    GO STRAIGHT ONTO THE ANOMALY REPORT INSTEAD.
006793*    THE DUPLICATE CHECK RUNS IN BOTH MODES BEFORE ANY OUTPUT
006794*    IS OPENED - IN A NORMAL RUN ONLY ONCE THE RESTART FILE
006796*    HAS SAID WHETHER THIS IS A RESTART.
006800     IF VALIDATE-ONLY
006803         PERFORM 1400-CHECK-DUPLICATE-SETS
006806             THRU 1400-CHECK-DUPLICATE-SETS-EXIT
006810         OPEN OUTPUT ERROR-FILE
006820              OUTPUT PRINT-FILE
006825              OUTPUT HOLD-REPORT-FILE
006827         MOVE WS-MAX-LINES TO WS-HLD-LINE-CT
006830     ELSE
006840         PERFORM 1150-OPEN-RESTART-FILE
006850             THRU 1150-OPEN-RESTART-FILE-EXIT
006853         PERFORM 1400-CHECK-DUPLICATE-SETS
006856             THRU 1400-CHECK-DUPLICATE-SETS-EXIT
006860         IF RESTART-IN-PROGRESS
006870             OPEN EXTEND RESULT-FILE
006880                   EXTEND AUDIT-FILE
006890                   EXTEND ACCOUNT-FILE
006900                   EXTEND ERROR-FILE
006910                   EXTEND PRINT-FILE
006915                   EXTEND HOLD-FILE
006920         ELSE
006930             OPEN OUTPUT RESULT-FILE
006940                  OUTPUT AUDIT-FILE
006950                  OUTPUT ACCOUNT-FILE
006960                  OUTPUT ERROR-FILE
006970                  OUTPUT PRINT-FILE
006975                  OUTPUT HOLD-FILE
006980         END-IF
006990     END-IF.
007000     PERFORM 1170-CHECK-OPEN-STATUS
007010         THRU 1170-CHECK-OPEN-STATUS-EXIT.
007011     OPEN INPUT ACCOUNT-MASTER-FILE.
007012     IF WS-ACCTMST-STATUS NOT = '00'
007013         MOVE 'ACCTMST ' TO WS-ABEND-FILE-ID
007014         MOVE WS-ACCTMST-STATUS TO WS-ABEND-STATUS
007015         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007016     END-IF.
007017     PERFORM 1180-OPEN-MTD-FILE THRU 1180-OPEN-MTD-FILE-EXIT.
007019     PERFORM 1190-OPEN-USAGE-PROFILE
007021         THRU 1190-OPEN-USAGE-PROFILE-EXIT.
007023     PERFORM 1500-WRITE-REPEAT-REVIEW
007025         THRU 1500-WRITE-REPEAT-REVIEW-EXIT.
007027     PERFORM 1060-ECHO-RUN-CONTROL
007030         THRU 1060-ECHO-RUN-CONTROL-EXIT.
007032*    THE PROCESS LOOP WALKS THE SET TABLE AGAIN FROM THE TOP,
007034*    BUMPING WS-CUR-SET ON EVERY HEADER IT MEETS.
007036     MOVE ZERO TO WS-CUR-SET.
007040     OPEN INPUT INPUT-FILE.
007050     IF WS-INPUT-STATUS NOT = '00'
007060         MOVE 'INFILE  ' TO WS-ABEND-FILE-ID
007730         END-IF
007740         MOVE RUN-CYCLE-DATE TO WS-RUN-DATE
007750     END-IF.
007751*    A BLANK REPEAT THRESHOLD KEEPS THE SHOP DEFAULT. ONE IS
007752*    MEANINGLESS - EVERY DETAIL WOULD BE LISTED.
007753     IF RUN-REPEAT-THRESHOLD-X NOT = SPACES
007754         IF RUN-REPEAT-THRESHOLD NOT NUMERIC
007755              OR RUN-REPEAT-THRESHOLD < 002
007756             MOVE 'REPEAT THRESHOLD NOT 002-999 OR BLANK'
007757                 TO WS-RUNCTL-REASON
007758             PERFORM 9950-RUNCTL-ABEND
007759                 THRU 9950-RUNCTL-ABEND-EXIT
007760         END-IF
007761         MOVE RUN-REPEAT-THRESHOLD TO WS-REPEAT-THRESHOLD
007762     END-IF.
007763*    A PARTITION COUNT OF BLANK, 0 OR 1 IS AN ORDINARY RUN OF THE
007764*    WHOLE FILE.
007765     IF RUN-PARTITION-CT-X NOT = SPACE
007766         IF RUN-PARTITION-CT NOT NUMERIC
007767             MOVE 'PARTITION COUNT NOT 0-9 OR BLANK'
007768                 TO WS-RUNCTL-REASON
007769             PERFORM 9950-RUNCTL-ABEND
007770                 THRU 9950-RUNCTL-ABEND-EXIT
007771         END-IF
007772         IF RUN-PARTITION-CT > 1
007773             MOVE RUN-PARTITION-CT TO WS-PART-CT
007774             PERFORM 1070-EDIT-PARTITION
007775                 THRU 1070-EDIT-PARTITION-EXIT
007776         END-IF
007777     END-IF.
007778*    A BLANK HOLD MULTIPLE OR CEILING KEEPS THE SHOP DEFAULT. A
007779*    MULTIPLE OF ONE WOULD HOLD HALF OF EVERY ACCOUNT'S USAGE.
007780     IF RUN-HOLD-MULTIPLE-X NOT = SPACES
007781         IF RUN-HOLD-MULTIPLE NOT NUMERIC
007782              OR RUN-HOLD-MULTIPLE < 02
007783             MOVE 'HOLD MULTIPLE NOT 02-99 OR BLANK'
007784                 TO WS-RUNCTL-REASON
007785             PERFORM 9950-RUNCTL-ABEND
007786                 THRU 9950-RUNCTL-ABEND-EXIT
007787         END-IF
007788         MOVE RUN-HOLD-MULTIPLE TO WS-HOLD-MULTIPLE
007789     END-IF.
007790     IF RUN-HOLD-CEILING-X NOT = SPACES
007791         IF RUN-HOLD-CEILING NOT NUMERIC
007792              OR RUN-HOLD-CEILING = ZERO
007793             MOVE 'HOLD CEILING NOT 00001-99999 OR BLANK'
007794                 TO WS-RUNCTL-REASON
007795             PERFORM 9950-RUNCTL-ABEND
007796                 THRU 9950-RUNCTL-ABEND-EXIT
007797         END-IF
007798         MOVE RUN-HOLD-CEILING TO WS-HOLD-CEILING
007799     END-IF.
007800     MOVE RUN-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL.
007801     MOVE RUN-CHECKPOINT-INTERVAL TO WS-CKPT-INT-ECHO.
007802     MOVE RUN-MAX-LINES           TO WS-MAX-LINES.
007803     MOVE RUN-MAX-LINES           TO WS-MAX-LINES-ECHO.
007804     MOVE RUN-MODE                TO WS-RUN-MODE.
007810     CLOSE RUN-CONTROL-FILE.
007820 1050-READ-RUN-CONTROL-EXIT.
007830     EXIT.
007831*--------------------------------------------------------------*
007832* 1055-CHECK-CYCLE-DATE - THE CYCLE DATE MUST BE A BUSINESS DAY *
007833* ON THE CALENDAR WHOSE CYCLE HAS NOT ALREADY CLOSED CLEAN. A   *
007834* DATE WHOSE LAST RUN ENDED RC 4 (A SET REFUSED OR REJECTED)    *
007835* MAY RUN AGAIN FOR THE CORRECTED SETS, AND AN ABENDED RUN      *
007836* NEVER POSTED, SO ITS RESTART IS NOT REFUSED. CHECKED BEFORE   *
007837* ANY FILE BUT THE CARD HAS BEEN OPENED.                        *
007838*--------------------------------------------------------------*
007839 1055-CHECK-CYCLE-DATE.
007840     MOVE 'D'         TO CYP-FUNCTION.
007841     MOVE WS-RUN-DATE TO CYP-CYCLE-DATE.
007842     CALL 'CycleControl' USING CYCLE-CONTROL-PARM.
007843     IF CYP-IO-ERROR
007844         MOVE CYP-FILE-ID     TO WS-ABEND-FILE-ID
007845         MOVE CYP-FILE-STATUS TO WS-ABEND-STATUS
007846         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
007847     END-IF.
007848     IF CYP-NOT-ON-CALENDAR
007849         MOVE 'CYCLE DATE NOT ON BUSINESS CALENDAR'
007850             TO WS-RUNCTL-REASON
007851         PERFORM 9960-CYCLE-REFUSED THRU 9960-CYCLE-REFUSED-EXIT
007852     END-IF.
007853     IF NOT CYP-BUSINESS-DAY
007854         MOVE 'CYCLE DATE NOT A BUSINESS DAY'
007855             TO WS-RUNCTL-REASON
007856         PERFORM 9960-CYCLE-REFUSED THRU 9960-CYCLE-REFUSED-EXIT
007857     END-IF.
007858     IF CYP-CLOSED-CLEAN
007859         MOVE 'CYCLE DATE ALREADY CLOSED CLEAN'
007860             TO WS-RUNCTL-REASON
007861         PERFORM 9960-CYCLE-REFUSED THRU 9960-CYCLE-REFUSED-EXIT
007862     END-IF.
007863 1055-CHECK-CYCLE-DATE-EXIT.
007864     EXIT.
007865*--------------------------------------------------------------*
007866* 1060-ECHO-RUN-CONTROL - ECHO THE EDITED CARD VALUES TO THE    *
007867* PRINT REPORT SO THE RUN IS SELF-DOCUMENTING - NOBODY HAS TO   *
007870* HUNT DOWN THE SUBMITTED JCL TO KNOW WHAT THIS RUN WAS TOLD    *
007880*--------------------------------------------------------------*
007890 1060-ECHO-RUN-CONTROL.
008070     MOVE WS-RUN-DATE                     TO ECHO-VALUE.
008080     PERFORM 3300-WRITE-ECHO-LINE
008090         THRU 3300-WRITE-ECHO-LINE-EXIT.
008091     MOVE SPACES TO WS-ECHO-LINE.
008092     MOVE 'RUN CONTROL - REPEAT THRESHOLD' TO ECHO-LABEL.
008093     MOVE WS-REPEAT-THRESHOLD             TO ECHO-VALUE.
008094     PERFORM 3300-WRITE-ECHO-LINE
008095         THRU 3300-WRITE-ECHO-LINE-EXIT.
008096     MOVE SPACES TO WS-ECHO-LINE.
008097     MOVE 'RUN CONTROL - HOLD MULTIPLE'   TO ECHO-LABEL.
008098     MOVE WS-HOLD-MULTIPLE                TO ECHO-VALUE.
008099     PERFORM 3300-WRITE-ECHO-LINE
008100         THRU 3300-WRITE-ECHO-LINE-EXIT.
008101     MOVE SPACES TO WS-ECHO-LINE.
008102     MOVE 'RUN CONTROL - HOLD CEILING'    TO ECHO-LABEL.
008103     MOVE WS-HOLD-CEILING                 TO ECHO-VALUE.
008104     PERFORM 3300-WRITE-ECHO-LINE
008105         THRU 3300-WRITE-ECHO-LINE-EXIT.
008106     IF PARTITIONED-RUN
008115         MOVE SPACES TO WS-ECHO-LINE
008125         MOVE 'RUN CONTROL - PARTITION'   TO ECHO-LABEL
008135         MOVE WS-PART-NO                  TO PTE-PART-NO
008145         MOVE WS-PART-CT                  TO PTE-PART-CT
008155         MOVE WS-PART-ECHO                TO ECHO-VALUE
008165         PERFORM 3300-WRITE-ECHO-LINE
008175             THRU 3300-WRITE-ECHO-LINE-EXIT
008185         MOVE SPACES TO WS-ECHO-LINE
008195         MOVE 'RUN CONTROL - CODES FROM'  TO ECHO-LABEL
008205         IF WS-PART-NO = 1
008215             MOVE 'LOWEST'                TO ECHO-VALUE
008225         ELSE
008235             MOVE WS-PART-FIRST-CODE      TO ECHO-VALUE
008245         END-IF
008255         PERFORM 3300-WRITE-ECHO-LINE
008265             THRU 3300-WRITE-ECHO-LINE-EXIT
008275         MOVE SPACES TO WS-ECHO-LINE
008285         MOVE 'RUN CONTROL - CODES BELOW' TO ECHO-LABEL
008295         IF WS-PART-NO = WS-PART-CT
008305             MOVE 'NO LIMIT'              TO ECHO-VALUE
008315         ELSE
008325             MOVE WS-PART-NEXT-CODE       TO ECHO-VALUE
008335         END-IF
008345         PERFORM 3300-WRITE-ECHO-LINE
008355             THRU 3300-WRITE-ECHO-LINE-EXIT
008365     END-IF.
008375 1060-ECHO-RUN-CONTROL-EXIT.
008385     EXIT.
008386*--------------------------------------------------------------*
008387* 1070-EDIT-PARTITION - A PARTITIONED RUN NEEDS ITS OWN         *
008388* PARTITION NUMBER AND THE FIRST CODE OF EVERY PARTITION AFTER  *
008389* THE FIRST, IN ASCENDING ORDER, SO THE RANGES NEITHER OVERLAP  *
008390* NOR LEAVE A GAP. PARTITION P TAKES THE CODES FROM ITS OWN     *
008391* START CODE (THE LOWEST CODE FOR PARTITION 1) UP TO THE NEXT   *
008392* PARTITION'S.                                                  *
008393*--------------------------------------------------------------*
008394 1070-EDIT-PARTITION.
008395     IF RUN-PARTITION-NO NOT NUMERIC
008396          OR RUN-PARTITION-NO = ZERO
008397          OR RUN-PARTITION-NO > WS-PART-CT
008398         MOVE 'PARTITION NUMBER NOT 1 TO THE COUNT'
008399             TO WS-RUNCTL-REASON
008400         PERFORM 9950-RUNCTL-ABEND THRU 9950-RUNCTL-ABEND-EXIT
008401     END-IF.
008402     MOVE RUN-PARTITION-NO TO WS-PART-NO.
008403     MOVE 'Y'              TO WS-PART-SWITCH.
008404     PERFORM 1075-EDIT-PARTITION-START
008405         THRU 1075-EDIT-PARTITION-START-EXIT
008406         VARYING WS-PART-IX FROM 1 BY 1
008407         UNTIL WS-PART-IX NOT < WS-PART-CT.
008408     IF WS-PART-NO > 1
008409         MOVE RUN-PARTITION-START (WS-PART-NO - 1)
008410             TO WS-PART-FIRST-CODE
008411     END-IF.
008412     IF WS-PART-NO < WS-PART-CT
008413         MOVE RUN-PARTITION-START (WS-PART-NO)
008414             TO WS-PART-NEXT-CODE
008415     END-IF.
008416 1070-EDIT-PARTITION-EXIT.
008417     EXIT.
008418*--------------------------------------------------------------*
008419* 1075-EDIT-PARTITION-START - ONE START CODE: PRESENT, AND     *
008420* ABOVE THE ONE BEFORE IT                                       *
008421*--------------------------------------------------------------*
008422 1075-EDIT-PARTITION-START.
008423     IF RUN-PARTITION-START (WS-PART-IX) = SPACE
008424         MOVE 'PARTITION START CODE MISSING'
008425             TO WS-RUNCTL-REASON
008426         PERFORM 9950-RUNCTL-ABEND THRU 9950-RUNCTL-ABEND-EXIT
008427     END-IF.
008428     IF WS-PART-IX > 1
008429         IF RUN-PARTITION-START (WS-PART-IX) NOT >
008430                 RUN-PARTITION-START (WS-PART-IX - 1)
008431             MOVE 'PARTITION START CODES NOT ASCENDING'
008432                 TO WS-RUNCTL-REASON
008433             PERFORM 9950-RUNCTL-ABEND
008434                 THRU 9950-RUNCTL-ABEND-EXIT
008435         END-IF
008436     END-IF.
008437 1075-EDIT-PARTITION-START-EXIT.
008438     EXIT.
008439*--------------------------------------------------------------*
008440* 1080-CHECK-PARTITION-RANGE - IS THE DETAIL IN HAND IN THIS    *
008441* RUN'S RANGE OF MyVar CODES? ALWAYS YES ON AN ORDINARY RUN.    *
008442*--------------------------------------------------------------*
008443 1080-CHECK-PARTITION-RANGE.
008444     MOVE 'Y' TO WS-PART-RANGE-SWITCH.
008445     IF NOT PARTITIONED-RUN
008446         GO TO 1080-CHECK-PARTITION-RANGE-EXIT
008447     END-IF.
008448     IF TRAN-DTL-MYVAR < WS-PART-FIRST-CODE
008449         MOVE 'N' TO WS-PART-RANGE-SWITCH
008450     END-IF.
008451     IF WS-PART-NO < WS-PART-CT
008452          AND TRAN-DTL-MYVAR NOT < WS-PART-NEXT-CODE
008453         MOVE 'N' TO WS-PART-RANGE-SWITCH
008454     END-IF.
008455 1080-CHECK-PARTITION-RANGE-EXIT.
008456     EXIT.
008457*--------------------------------------------------------------*
008458* 1100-READ-INPUT - READ THE NEXT INPUT RECORD. ANY STATUS       *
008459* OTHER THAN '00' (END OF FILE) OR '10' (END OF FILE) IS A       *
008460* GENUINE READ ERROR - BAD RECORD, MEDIA ERROR - AND THE WHOLE   *
008461* CHECKPOINT SCHEME DEPENDS ON THE INPUT STREAM BEING TRUSTED,   *
008462* SO IT STOPS THE RUN RATHER THAN SILENTLY SKIPPING OR           *
008463* MISCOUNTING A RECORD.                                         *
008464*--------------------------------------------------------------*
008465 1100-READ-INPUT.
008466     READ INPUT-FILE
008467         AT END
008468             MOVE 'Y' TO WS-EOF-SWITCH
008469     END-READ.
008470     IF WS-INPUT-STATUS NOT = '00' AND WS-INPUT-STATUS NOT = '10'
008471         MOVE 'INFILE  ' TO WS-ABEND-FILE-ID
008472         MOVE WS-INPUT-STATUS TO WS-ABEND-STATUS
008473         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
008474     END-IF.
008475 1100-READ-INPUT-EXIT.
008476     EXIT.
008477*--------------------------------------------------------------*
008478* 1150-OPEN-RESTART-FILE - READ A PRIOR CHECKPOINT, IF ANY, SO   *
008479* A RERUN AFTER AN ABEND KNOWS WHERE TO RESUME. STATUS '05' ON   *
008480* THE INITIAL OPEN I-O MEANS THE OPTIONAL FILE GENUINELY DOES    *
008481* NOT EXIST YET (A CLEAN FIRST RUN) AND IS THE ONLY STATUS THAT  *
008482* CREATES A FRESH CHECKPOINT. ANY OTHER NON-'00' STATUS - ON     *
008483* THE INITIAL OPEN OR ANYWHERE IN THE FRESH-CHECKPOINT SEQUENCE  *
008484* THAT FOLLOWS - MEANS RESTARTF ITSELF IS UNHEALTHY (BAD DASD,   *
008485* NO ACCESS, A DIRECTORY WHERE THE FILE SHOULD BE), AND HAS TO   *
008486* STOP THE RUN HERE, BEFORE 1000-INITIALIZE EVER DECIDES         *
008487* BETWEEN OPEN EXTEND AND OPEN OUTPUT ON THE OTHER FOUR FILES -  *
008488* TREATING IT AS "NO PRIOR CHECKPOINT, START FRESH" WOULD OPEN   *
008489* THOSE FOUR OUTPUT INSTEAD OF EXTEND AND TRUNCATE A PRIOR RUN'S *
008490* OUTPUT OUT FROM UNDER IT.                                      *
008491*--------------------------------------------------------------*
008492 1150-OPEN-RESTART-FILE.
008493     OPEN I-O RESTART-FILE.
008494     IF WS-RESTART-STATUS = '00'
008500         READ RESTART-FILE
008510             AT END
008520                 MOVE ZERO TO RST-REC-COUNT
008620             MOVE RST-RESULT-CT TO WS-RESULT-WRITE-CT
008630             MOVE RST-AUDIT-CT  TO WS-AUDIT-WRITE-CT
008640             MOVE RST-ERROR-CT  TO WS-ERROR-WRITE-CT
008645             MOVE RST-HOLD-CT   TO WS-HOLD-WRITE-CT
008650*            ACCOUNT ROWS ALWAYS EQUAL RESULT ROWS, SO THE
008660*            RESTORED RESULT COUNT SEEDS BOTH COUNTERS.
008670             MOVE RST-RESULT-CT TO WS-ACCT-WRITE-CT
008930         MOVE ZERO  TO RST-RESULT-CT
008940         MOVE ZERO  TO RST-AUDIT-CT
008950         MOVE ZERO  TO RST-ERROR-CT
008952         MOVE ZERO  TO RST-HOLD-CT
008955         MOVE SPACES TO RST-MTD-RUN-ID
008960         PERFORM 8060-ZERO-SET-TALLY
008970             THRU 8060-ZERO-SET-TALLY-EXIT
008980             VARYING WS-SET-IX FROM 1 BY 1
009150                 MOVE ZERO TO RST-REC-COUNT
009160         END-READ
009170     END-IF.
009171*    A CHECKPOINT STILL CARRYING A RUN STAMP WAS LEFT BY AN
009172*    ATTEMPT THAT NEVER ENDED CLEAN - EVEN ONE THAT FAILED
009173*    BEFORE ITS FIRST CHECKPOINT - SO THIS ATTEMPT CONTINUES
009174*    THAT RUN. OTHERWISE THIS RUN'S STAMP GOES ON THE
009175*    CHECKPOINT BEFORE THE FIRST DETAIL IS PRICED.
009176     IF RST-MTD-RUN-ID NOT = SPACES
009177         MOVE RST-MTD-RUN-ID TO WS-MTD-RUN-ID
009178     ELSE
009179         MOVE WS-MTD-RUN-ID TO RST-MTD-RUN-ID
009180         REWRITE RESTART-REC
009181         IF WS-RESTART-STATUS NOT = '00'
009182             MOVE 'RESTARTF' TO WS-ABEND-FILE-ID
009183             MOVE WS-RESTART-STATUS TO WS-ABEND-STATUS
009184             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009185         END-IF
009186     END-IF.
009187 1150-OPEN-RESTART-FILE-EXIT.
009190     EXIT.
009200*--------------------------------------------------------------*
009210* 1160-RESTORE-SET-TALLY - CARRY ONE SET'S CHECKPOINTED         *
009620         MOVE WS-ERROR-STATUS TO WS-ABEND-STATUS
009630         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009640     END-IF.
009641     IF VALIDATE-ONLY
009642         IF WS-HOLDRPT-STATUS NOT = '00'
009643             MOVE 'HOLDRPT ' TO WS-ABEND-FILE-ID
009644             MOVE WS-HOLDRPT-STATUS TO WS-ABEND-STATUS
009645             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009646         END-IF
009647     ELSE
009648         IF WS-HOLD-STATUS NOT = '00'
009649             MOVE 'HOLDQ   ' TO WS-ABEND-FILE-ID
009650             MOVE WS-HOLD-STATUS TO WS-ABEND-STATUS
009651             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009652         END-IF
009653     END-IF.
009654     IF WS-PRINT-STATUS NOT = '00'
009660         MOVE 'PRTFILE ' TO WS-ABEND-FILE-ID
009670         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
009680         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009690     END-IF.
009700 1170-CHECK-OPEN-STATUS-EXIT.
009710     EXIT.
009711*--------------------------------------------------------------*
009712* 1180-OPEN-MTD-FILE - A VALIDATE RUN OPENS THE MONTH-TO-DATE   *
009713* FILE INPUT; EMPTY (STATUS 35) JUST MEANS EVERY ACCOUNT STARTS *
009714* THE MONTH AT ZERO. A NORMAL RUN OPENS IT I-O, LOADING AN      *
009715* EMPTY CLUSTER THE FIRST TIME. THE UPDATES THIS ATTEMPT MAKES  *
009716* ARE COMMITTED AS OF THE CHECKPOINT IT RESUMES FROM.           *
009717*--------------------------------------------------------------*
009718 1180-OPEN-MTD-FILE.
009719     MOVE WS-RESTART-COUNT TO WS-MTD-CKPT-COUNT.
009720     IF VALIDATE-ONLY
009721         OPEN INPUT MTD-FILE
009722         IF WS-MTD-STATUS = '00'
009723             MOVE 'Y' TO WS-MTD-SWITCH
009724         ELSE
009725             IF WS-MTD-STATUS NOT = '35'
009726                 MOVE 'MTDQTY  ' TO WS-ABEND-FILE-ID
009727                 MOVE WS-MTD-STATUS TO WS-ABEND-STATUS
009728                 PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009729             END-IF
009730         END-IF
009731         GO TO 1180-OPEN-MTD-FILE-EXIT
009732     END-IF.
009733     OPEN I-O MTD-FILE.
009734     IF WS-MTD-STATUS = '35'
009735         OPEN OUTPUT MTD-FILE
009736         IF WS-MTD-STATUS = '00'
009737             CLOSE MTD-FILE
009738             OPEN I-O MTD-FILE
009739         END-IF
009740     END-IF.
009741     IF WS-MTD-STATUS NOT = '00'
009742         MOVE 'MTDQTY  ' TO WS-ABEND-FILE-ID
009743         MOVE WS-MTD-STATUS TO WS-ABEND-STATUS
009744         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009745     END-IF.
009746     MOVE 'Y' TO WS-MTD-SWITCH.
009747 1180-OPEN-MTD-FILE-EXIT.
009748     EXIT.
009749*--------------------------------------------------------------*
009750* 1190-OPEN-USAGE-PROFILE - BOTH RUN MODES OPEN THE USAGE       *
009751* PROFILE INPUT; EMPTY (STATUS 35) JUST MEANS NO ACCOUNT HAS    *
009752* HISTORY YET AND THE HOLD CEILING APPLIES TO EVERY DETAIL.     *
009753* WHEN IT OPENS, FIND THE START OF THE AVERAGING WINDOW.        *
009754*--------------------------------------------------------------*
009755 1190-OPEN-USAGE-PROFILE.
009756     OPEN INPUT USAGE-PROFILE-FILE.
009757     IF WS-USG-STATUS = '35'
009758         GO TO 1190-OPEN-USAGE-PROFILE-EXIT
009759     END-IF.
009760     IF WS-USG-STATUS NOT = '00'
009761         MOVE 'USGPRF  ' TO WS-ABEND-FILE-ID
009762         MOVE WS-USG-STATUS TO WS-ABEND-STATUS
009763         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009764     END-IF.
009765     MOVE 'Y' TO WS-USG-SWITCH.
009766     PERFORM 1195-FIND-USAGE-WINDOW
009767         THRU 1195-FIND-USAGE-WINDOW-EXIT.
009768 1190-OPEN-USAGE-PROFILE-EXIT.
009769     EXIT.
009770*--------------------------------------------------------------*
009771* 1195-FIND-USAGE-WINDOW - STEP BACK FROM THE CYCLE DATE ONE    *
009772* DAY AT A TIME, ASKING CycleControl EACH DAY'S TYPE, UNTIL 30  *
009773* BUSINESS DAYS HAVE BEEN COUNTED. A DAY BEFORE THE CALENDAR    *
009774* WAS LOADED COUNTS AS A BUSINESS DAY, AND THE WALK STOPS AFTER *
009775* A YEAR WHATEVER IT HAS FOUND.                                 *
009776*--------------------------------------------------------------*
009777 1195-FIND-USAGE-WINDOW.
009778     MOVE WS-RUN-DATE TO WS-CHECK-DATE.
009779     MOVE ZERO TO WS-USG-BUS-DAYS.
009780     MOVE ZERO TO WS-USG-STEP-CT.
009781     PERFORM 1196-STEP-USAGE-WINDOW
009782         THRU 1196-STEP-USAGE-WINDOW-EXIT
009783         UNTIL WS-USG-BUS-DAYS NOT < WS-USG-WINDOW-DAYS
009784            OR WS-USG-STEP-CT NOT < 366.
009785     MOVE WS-CHECK-DATE TO WS-USG-WINDOW-START.
009786 1195-FIND-USAGE-WINDOW-EXIT.
009787     EXIT.
009788*--------------------------------------------------------------*
009789* 1196-STEP-USAGE-WINDOW - ONE DAY BACK                         *
009790*--------------------------------------------------------------*
009791 1196-STEP-USAGE-WINDOW.
009792     PERFORM 8100-PRIOR-DATE THRU 8100-PRIOR-DATE-EXIT.
009793     ADD 1 TO WS-USG-STEP-CT.
009794     MOVE 'D'           TO CYP-FUNCTION.
009795     MOVE WS-CHECK-DATE TO CYP-CYCLE-DATE.
009796     CALL 'CycleControl' USING CYCLE-CONTROL-PARM.
009797     IF CYP-IO-ERROR
009798         MOVE CYP-FILE-ID     TO WS-ABEND-FILE-ID
009799         MOVE CYP-FILE-STATUS TO WS-ABEND-STATUS
009800         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009801     END-IF.
009802     IF CYP-NOT-ON-CALENDAR
009803         ADD 1 TO WS-USG-BUS-DAYS
009804         GO TO 1196-STEP-USAGE-WINDOW-EXIT
009805     END-IF.
009806     IF CYP-BUSINESS-DAY
009807         ADD 1 TO WS-USG-BUS-DAYS
009808     END-IF.
009809 1196-STEP-USAGE-WINDOW-EXIT.
009810     EXIT.
009811*--------------------------------------------------------------*
009812* 1200-SKIP-TO-CHECKPOINT - FAST-FORWARD PAST INPUT RECORDS      *
009813* ALREADY COMMITTED TO Result/AUDIT-FILE ON A PRIOR RUN. COUNTS  *
009814* RECORDS SKIPPED RATHER THAN MATCHING ON MyVar, SO A CHECKPOINT *
009815* TAKEN MID-RUN-OF-DUPLICATE-KEYS RESUMES AT THE RIGHT RECORD.   *
009816*--------------------------------------------------------------*
009817 1200-SKIP-TO-CHECKPOINT.
009818     ADD 1 TO WS-SKIP-COUNT.
009819*    HEADERS STILL MOVE THE SET POINTER ON WHILE SKIPPING, SO
009820*    THE FIRST RECORD PROCESSED AFTER THE CHECKPOINT LANDS IN
009821*    THE RIGHT SET TABLE ENTRY.
009830     IF TRAN-HEADER
009840         ADD 1 TO WS-CUR-SET
009850     END-IF.
011230     ELSE
011240         ADD TRAN-DTL-ACCOUNT-NO TO WS-SET-HASH (WS-CUR-SET)
011250     END-IF.
011260*    ORDINARY DETAILS (NOT REVERSALS) IN THIS RUN'S CODE RANGE
011270*    ARE TALLIED BY ACCOUNT, CODE AND QUANTITY FOR THE
011280*    REPEATED-DETAIL REVIEW - EACH PARTITION LISTS ITS OWN.
011290     PERFORM 1080-CHECK-PARTITION-RANGE
011300         THRU 1080-CHECK-PARTITION-RANGE-EXIT.
011310     IF TRAN-DETAIL
011320          AND TRAN-DTL-ACCOUNT-NO NUMERIC
011330          AND TRAN-DTL-QUANTITY NUMERIC
011340          AND NOT RPT-TABLE-FULL
011341          AND CODE-IN-PARTITION
011342         PERFORM 1380-TALLY-REPEAT THRU 1380-TALLY-REPEAT-EXIT
011343     END-IF.
011344 1330-BAL-CHECK-DETAIL-EXIT.
011345     EXIT.
011346*--------------------------------------------------------------*
011347* 1340-BAL-CHECK-TRAILER - HOLD THE TRAILER'S CLAIMS ON ITS     *
011348* SET AND CLOSE THE SET. THE COUNT/HASH RECONCILIATION RUNS     *
011349* PER SET AT 1370 ONCE THE WHOLE FILE HAS BEEN READ.            *
011350*--------------------------------------------------------------*
011351 1340-BAL-CHECK-TRAILER.
011352     IF NOT BAL-SET-OPEN
011353         MOVE 'TRAILER RECORD OUTSIDE A SET'
011360             TO WS-BAL-MESSAGE
011370         PERFORM 1350-BALANCE-FAIL THRU 1350-BALANCE-FAIL-EXIT
011380     END-IF.
011620             WS-BAL-MESSAGE.
011630     DISPLAY '  SETS FOUND ' WS-SET-COUNT
011640             ' ACCEPTED '    WS-SET-ACCEPT-CT
011650             ' REJECTED '    WS-SET-REJECT-CT
011655             ' DUPLICATE '   WS-SET-DUP-CT.
011660     MOVE 16 TO RETURN-CODE.
011670     GOBACK.
011680 1350-BALANCE-FAIL-EXIT.
012190     END-IF.
012200 1370-JUDGE-ONE-SET-EXIT.
012210     EXIT.
012211*--------------------------------------------------------------*
012212* 1380-TALLY-REPEAT - COUNT ONE MORE APPEARANCE OF THIS SET/    *
012213* ACCOUNT/CODE/QUANTITY, ADDING AN ENTRY THE FIRST TIME IT IS   *
012214* SEEN. A FULL TABLE IS NOTED AND TALLYING STOPS.               *
012215*--------------------------------------------------------------*
012216 1380-TALLY-REPEAT.
012217     MOVE 'N' TO WS-RPT-FOUND-SWITCH.
012218     PERFORM 1385-FIND-REPEAT-ENTRY
012219         THRU 1385-FIND-REPEAT-ENTRY-EXIT
012220         VARYING WS-RPT-IX FROM 1 BY 1
012221         UNTIL WS-RPT-IX > WS-RPT-COUNT
012222            OR RPT-ENTRY-FOUND.
012223     IF RPT-ENTRY-FOUND
012224         GO TO 1380-TALLY-REPEAT-EXIT
012225     END-IF.
012226     IF WS-RPT-COUNT >= WS-RPT-MAX
012227         MOVE 'Y' TO WS-RPT-FULL-SWITCH
012228         GO TO 1380-TALLY-REPEAT-EXIT
012229     END-IF.
012230     ADD 1 TO WS-RPT-COUNT.
012231     MOVE WS-CUR-SET          TO WS-RPT-SET (WS-RPT-COUNT).
012232     MOVE TRAN-DTL-ACCOUNT-NO TO WS-RPT-ACCOUNT-NO (WS-RPT-COUNT).
012233     MOVE TRAN-DTL-MYVAR      TO WS-RPT-MYVAR (WS-RPT-COUNT).
012234     MOVE TRAN-DTL-QUANTITY   TO WS-RPT-QUANTITY (WS-RPT-COUNT).
012235     MOVE 1                   TO WS-RPT-TIMES (WS-RPT-COUNT).
012236 1380-TALLY-REPEAT-EXIT.
012237     EXIT.
012238*--------------------------------------------------------------*
012239* 1385-FIND-REPEAT-ENTRY - BUMP THE TALLY ENTRY THAT MATCHES    *
012240* THE DETAIL IN HAND, IF THIS IS IT                             *
012241*--------------------------------------------------------------*
012242 1385-FIND-REPEAT-ENTRY.
012243     IF WS-RPT-SET (WS-RPT-IX) = WS-CUR-SET
012244          AND WS-RPT-ACCOUNT-NO (WS-RPT-IX) = TRAN-DTL-ACCOUNT-NO
012245          AND WS-RPT-MYVAR (WS-RPT-IX) = TRAN-DTL-MYVAR
012246          AND WS-RPT-QUANTITY (WS-RPT-IX) = TRAN-DTL-QUANTITY
012247         ADD 1 TO WS-RPT-TIMES (WS-RPT-IX)
012248         MOVE 'Y' TO WS-RPT-FOUND-SWITCH
012249     END-IF.
012250 1385-FIND-REPEAT-ENTRY-EXIT.
012251     EXIT.
012252*--------------------------------------------------------------*
012253* 1400-CHECK-DUPLICATE-SETS - REFUSE ANY SET THAT BALANCED BUT  *
012254* HAS BEEN SEEN BEFORE: REPEATED EARLIER ON THIS SAME INFILE    *
012255* CONCATENATION, OR ALREADY ON THE TRANSMISSION REGISTRY FROM   *
012256* A PRIOR CLEAN RUN. A RESTART NEVER ASKS THE REGISTRY - THE    *
012257* ABENDED RUN MAY HAVE REGISTERED THESE VERY SETS BEFORE IT     *
012258* FAILED - AND TAKES THE FIRST ATTEMPT'S VERDICTS FROM THE      *
012259* CHECKPOINT INSTEAD. RUNS BEFORE ANY OUTPUT DATASET IS OPENED, *
012260* SO A FILE WITH NOTHING LEFT STOPS THE RUN WITH NOTHING        *
012261* COMMITTED.                                                    *
012262*--------------------------------------------------------------*
012263 1400-CHECK-DUPLICATE-SETS.
012264     MOVE 'N' TO WS-XMTREG-SWITCH.
012265*    STATUS 35 IS A REGISTRY THAT HAS NEVER BEEN LOADED -
012266*    NOTHING HAS EVER BEEN ACCEPTED, SO THERE IS NOTHING TO ASK.
012267     IF NOT RESTART-IN-PROGRESS
012268         OPEN INPUT XMIT-REGISTRY-FILE
012269         IF WS-XMTREG-STATUS = '00'
012270             MOVE 'Y' TO WS-XMTREG-SWITCH
012271         ELSE
012272             IF WS-XMTREG-STATUS NOT = '35'
012273                 MOVE 'XMTREG  ' TO WS-ABEND-FILE-ID
012274                 MOVE WS-XMTREG-STATUS TO WS-ABEND-STATUS
012275                 PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
012276             END-IF
012277         END-IF
012278     END-IF.
012279     PERFORM 1410-CHECK-ONE-SET THRU 1410-CHECK-ONE-SET-EXIT
012280         VARYING WS-SET-IX FROM 1 BY 1
012281         UNTIL WS-SET-IX > WS-SET-COUNT.
012282     IF REGISTRY-AVAILABLE
012283         CLOSE XMIT-REGISTRY-FILE
012284     END-IF.
012285     IF WS-SET-ACCEPT-CT = ZERO
012286         MOVE 'NO SET LEFT AFTER THE DUPLICATE CHECK'
012287             TO WS-BAL-MESSAGE
012288         PERFORM 1350-BALANCE-FAIL THRU 1350-BALANCE-FAIL-EXIT
012289     END-IF.
012290 1400-CHECK-DUPLICATE-SETS-EXIT.
012291     EXIT.
012292*--------------------------------------------------------------*
012293* 1410-CHECK-ONE-SET - PUT ONE ACCEPTED SET THROUGH THE         *
012294* DUPLICATE CHECKS: FIRST AGAINST THE SETS AHEAD OF IT ON THIS  *
012295* FILE, THEN (CLEAN RUN) THE REGISTRY OR (RESTART) THE VERDICT  *
012296* THE FIRST ATTEMPT CHECKPOINTED                                *
012297*--------------------------------------------------------------*
012298 1410-CHECK-ONE-SET.
012299     MOVE WS-SET-IX TO WS-CUR-SET.
012300     IF NOT SET-ACCEPTED (WS-CUR-SET)
012301         GO TO 1410-CHECK-ONE-SET-EXIT
012302     END-IF.
012303     MOVE ZERO TO WS-DUP-SET-NO.
012304     PERFORM 1420-COMPARE-EARLIER-SET
012305         THRU 1420-COMPARE-EARLIER-SET-EXIT
012306         VARYING WS-PRIOR-IX FROM 1 BY 1
012307         UNTIL WS-PRIOR-IX >= WS-CUR-SET
012308            OR WS-DUP-SET-NO > ZERO.
012309     IF WS-DUP-SET-NO > ZERO
012310         MOVE WS-DUP-SET-NO   TO DUPM-SET-NO
012311         MOVE WS-DUP-FILE-MSG TO WS-BAL-MESSAGE
012312         PERFORM 1450-MARK-DUPLICATE
012313             THRU 1450-MARK-DUPLICATE-EXIT
012314         GO TO 1410-CHECK-ONE-SET-EXIT
012315     END-IF.
012316     IF RESTART-IN-PROGRESS
012317         IF RST-SET-VERDICT (WS-CUR-SET) = 'D'
012318             MOVE 'ALREADY ACCEPTED ON A PRIOR CYCLE'
012319                 TO WS-BAL-MESSAGE
012320             PERFORM 1450-MARK-DUPLICATE
012321                 THRU 1450-MARK-DUPLICATE-EXIT
012322         END-IF
012323         GO TO 1410-CHECK-ONE-SET-EXIT
012324     END-IF.
012325     IF NOT REGISTRY-AVAILABLE
012326         GO TO 1410-CHECK-ONE-SET-EXIT
012327     END-IF.
012328     MOVE WS-SET-SOURCE (WS-CUR-SET)    TO XRG-SOURCE-SYSTEM.
012329     MOVE WS-SET-HDR-DATE (WS-CUR-SET)  TO XRG-HDR-DATE.
012330     MOVE WS-SET-DETAIL-CT (WS-CUR-SET) TO XRG-DETAIL-CT.
012331     MOVE WS-SET-HASH (WS-CUR-SET)      TO XRG-HASH-TOTAL.
012332     READ XMIT-REGISTRY-FILE
012333         INVALID KEY
012334             GO TO 1410-CHECK-ONE-SET-EXIT
012335     END-READ.
012336     IF WS-XMTREG-STATUS NOT = '00'
012337         MOVE 'XMTREG  ' TO WS-ABEND-FILE-ID
012338         MOVE WS-XMTREG-STATUS TO WS-ABEND-STATUS
012339         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
012340     END-IF.
012341     MOVE XRG-ACCEPT-CYCLE-DATE TO DUPM-CYCLE-DATE.
012342     MOVE WS-DUP-CYCLE-MSG      TO WS-BAL-MESSAGE.
012343     PERFORM 1450-MARK-DUPLICATE THRU 1450-MARK-DUPLICATE-EXIT.
012344 1410-CHECK-ONE-SET-EXIT.
012345     EXIT.
012346*--------------------------------------------------------------*
012347* 1420-COMPARE-EARLIER-SET - NOTE THE EARLIER SET ON THIS FILE  *
012348* THE SET IN HAND REPEATS, IF THIS IS IT (SAME SOURCE, HEADER   *
012349* DATE, DETAIL COUNT AND HASH - THE SAME SET CONCATENATED TWICE *
012350* ON THE INFILE DD)                                             *
012351*--------------------------------------------------------------*
012352 1420-COMPARE-EARLIER-SET.
012353     IF (SET-ACCEPTED (WS-PRIOR-IX)
012354             OR SET-DUPLICATE (WS-PRIOR-IX))
012355          AND WS-SET-SOURCE (WS-PRIOR-IX)
012356              = WS-SET-SOURCE (WS-CUR-SET)
012357          AND WS-SET-HDR-DATE (WS-PRIOR-IX)
012358              = WS-SET-HDR-DATE (WS-CUR-SET)
012359          AND WS-SET-DETAIL-CT (WS-PRIOR-IX)
012360              = WS-SET-DETAIL-CT (WS-CUR-SET)
012361          AND WS-SET-HASH (WS-PRIOR-IX)
012362              = WS-SET-HASH (WS-CUR-SET)
012363         MOVE WS-PRIOR-IX TO WS-DUP-SET-NO
012364     END-IF.
012365 1420-COMPARE-EARLIER-SET-EXIT.
012366     EXIT.
012367*--------------------------------------------------------------*
012368* 1450-MARK-DUPLICATE - MOVE THE SET IN HAND FROM ACCEPTED TO   *
012369* DUPLICATE WITH THE REASON IN WS-BAL-MESSAGE, AND LEAVE THE    *
012370* VERDICT ON THE JOB LOG LIKE ANY OTHER                         *
012371*--------------------------------------------------------------*
012372 1450-MARK-DUPLICATE.
012373     MOVE 'D' TO WS-SET-STATUS-FLAG (WS-CUR-SET).
012374     MOVE WS-BAL-MESSAGE TO WS-SET-FAIL-REASON (WS-CUR-SET).
012375     SUBTRACT 1 FROM WS-SET-ACCEPT-CT.
012376     ADD 1 TO WS-SET-DUP-CT.
012377     DISPLAY 'STRINGBATCH - SOURCE '
012378             WS-SET-SOURCE (WS-CUR-SET)
012379             ' DETAILS ' WS-SET-DETAIL-CT (WS-CUR-SET)
012380             ' DUPLICATE - '
012381             WS-SET-FAIL-REASON (WS-CUR-SET).
012382 1450-MARK-DUPLICATE-EXIT.
012383     EXIT.
012384*--------------------------------------------------------------*
012385* 1500-WRITE-REPEAT-REVIEW - LIST EVERY ACCOUNT/CODE/QUANTITY   *
012386* THAT APPEARED IN AN ACCEPTED SET AT LEAST THE REPEAT          *
012387* THRESHOLD TIMES. THE LISTING IS FOR REVIEW ONLY - THOSE       *
012388* DETAILS ARE BILLED AS NORMAL. IT IS REBUILT WHOLE ON EVERY    *
012389* RUN, RESTARTS INCLUDED, FROM THE BALANCING PASS'S TALLY.      *
012390*--------------------------------------------------------------*
012391 1500-WRITE-REPEAT-REVIEW.
012392     OPEN OUTPUT REVIEW-FILE.
012393     IF WS-REVIEW-STATUS NOT = '00'
012394         MOVE 'DUPRVW  ' TO WS-ABEND-FILE-ID
012395         MOVE WS-REVIEW-STATUS TO WS-ABEND-STATUS
012396         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
012397     END-IF.
012398     MOVE WS-MAX-LINES TO WS-RVW-LINE-CT.
012399     PERFORM 1510-LIST-REPEAT-ENTRY
012400         THRU 1510-LIST-REPEAT-ENTRY-EXIT
012401         VARYING WS-RPT-IX FROM 1 BY 1
012402         UNTIL WS-RPT-IX > WS-RPT-COUNT.
012403     IF RPT-TABLE-FULL
012404         MOVE SPACES TO WS-RVW-MESSAGE-LINE
012405         MOVE '*** TALLY TABLE FULL - LATER DETAILS NOT TALLIED'
012406             TO RVWM-TEXT
012407         MOVE WS-RVW-MESSAGE-LINE TO WS-RVW-PRINT-LINE
012408         PERFORM 1550-WRITE-REVIEW-LINE
012409             THRU 1550-WRITE-REVIEW-LINE-EXIT
012410     END-IF.
012411     MOVE SPACES TO WS-RVW-TOTAL-LINE.
012412     MOVE 'REPEAT THRESHOLD' TO RVWT-LABEL.
012413     MOVE WS-REPEAT-THRESHOLD TO RVWT-COUNT.
012414     MOVE WS-RVW-TOTAL-LINE TO WS-RVW-PRINT-LINE.
012415     PERFORM 1550-WRITE-REVIEW-LINE
012416         THRU 1550-WRITE-REVIEW-LINE-EXIT.
012417     MOVE SPACES TO WS-RVW-TOTAL-LINE.
012418     MOVE 'ENTRIES LISTED' TO RVWT-LABEL.
012419     MOVE WS-RPT-LISTED-CT TO RVWT-COUNT.
012420     MOVE WS-RVW-TOTAL-LINE TO WS-RVW-PRINT-LINE.
012421     PERFORM 1550-WRITE-REVIEW-LINE
012422         THRU 1550-WRITE-REVIEW-LINE-EXIT.
012423     CLOSE REVIEW-FILE.
012424     IF WS-RPT-LISTED-CT > ZERO
012425         DISPLAY 'STRINGBATCH - ' WS-RPT-LISTED-CT
012426                 ' REPEATED DETAIL(S) LISTED FOR REVIEW ON DUPRVW'
012427     END-IF.
012428 1500-WRITE-REPEAT-REVIEW-EXIT.
012429     EXIT.
012430*--------------------------------------------------------------*
012431* 1510-LIST-REPEAT-ENTRY - ONE REVIEW LINE FOR A TALLY ENTRY AT *
012432* OR OVER THE THRESHOLD WHOSE SET WAS ACCEPTED                  *
012433*--------------------------------------------------------------*
012434 1510-LIST-REPEAT-ENTRY.
012435     IF WS-RPT-TIMES (WS-RPT-IX) < WS-REPEAT-THRESHOLD
012436         GO TO 1510-LIST-REPEAT-ENTRY-EXIT
012437     END-IF.
012438     MOVE WS-RPT-SET (WS-RPT-IX) TO WS-PRIOR-IX.
012439     IF NOT SET-ACCEPTED (WS-PRIOR-IX)
012440         GO TO 1510-LIST-REPEAT-ENTRY-EXIT
012441     END-IF.
012442     MOVE SPACES TO WS-RVW-DETAIL-LINE.
012443     MOVE WS-SET-SOURCE (WS-PRIOR-IX)    TO RVWD-SOURCE.
012444     MOVE WS-RPT-ACCOUNT-NO (WS-RPT-IX)  TO RVWD-ACCOUNT-NO.
012445     MOVE WS-RPT-MYVAR (WS-RPT-IX)       TO RVWD-MYVAR.
012446     MOVE WS-RPT-QUANTITY (WS-RPT-IX)    TO RVWD-QUANTITY.
012447     MOVE WS-RPT-TIMES (WS-RPT-IX)       TO RVWD-TIMES.
012448     MOVE WS-RVW-DETAIL-LINE TO WS-RVW-PRINT-LINE.
012449     PERFORM 1550-WRITE-REVIEW-LINE
012450         THRU 1550-WRITE-REVIEW-LINE-EXIT.
012451     ADD 1 TO WS-RPT-LISTED-CT.
012452 1510-LIST-REPEAT-ENTRY-EXIT.
012453     EXIT.
012454*--------------------------------------------------------------*
012455* 1550-WRITE-REVIEW-LINE - WRITE THE STAGED REVIEW LINE,        *
012456* ROLLING TO A NEW PAGE WHEN THE CURRENT PAGE IS FULL           *
012457*--------------------------------------------------------------*
012458 1550-WRITE-REVIEW-LINE.
012459     IF WS-RVW-LINE-CT >= WS-MAX-LINES
012460         PERFORM 1560-WRITE-REVIEW-HEADINGS
012461             THRU 1560-WRITE-REVIEW-HEADINGS-EXIT
012462     END-IF.
012463     WRITE REVIEW-REC FROM WS-RVW-PRINT-LINE
012464         AFTER ADVANCING 1 LINE.
012465     IF WS-REVIEW-STATUS NOT = '00'
012466         MOVE 'DUPRVW  ' TO WS-ABEND-FILE-ID
012467         MOVE WS-REVIEW-STATUS TO WS-ABEND-STATUS
012468         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
012469     END-IF.
012470     ADD 1 TO WS-RVW-LINE-CT.
012471 1550-WRITE-REVIEW-LINE-EXIT.
012472     EXIT.
012473*--------------------------------------------------------------*
012474* 1560-WRITE-REVIEW-HEADINGS - START A NEW REVIEW LISTING PAGE  *
012475*--------------------------------------------------------------*
012476 1560-WRITE-REVIEW-HEADINGS.
012477     ADD 1 TO WS-RVW-PAGE-NO.
012478     MOVE WS-RUN-DATE    TO RVWH-RUN-DATE.
012479     MOVE WS-RVW-PAGE-NO TO RVWH-PAGE-NO.
012480     WRITE REVIEW-REC FROM WS-RVW-HEADING-1
012481         AFTER ADVANCING PAGE.
012482     IF WS-REVIEW-STATUS NOT = '00'
012483         MOVE 'DUPRVW  ' TO WS-ABEND-FILE-ID
012484         MOVE WS-REVIEW-STATUS TO WS-ABEND-STATUS
012485         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
012486     END-IF.
012487     WRITE REVIEW-REC FROM WS-RVW-HEADING-2
012488         AFTER ADVANCING 2 LINES.
012489     IF WS-REVIEW-STATUS NOT = '00'
012490         MOVE 'DUPRVW  ' TO WS-ABEND-FILE-ID
012491         MOVE WS-REVIEW-STATUS TO WS-ABEND-STATUS
012492         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
012493     END-IF.
012494     MOVE ZERO TO WS-RVW-LINE-CT.
012495 1560-WRITE-REVIEW-HEADINGS-EXIT.
012496     EXIT.
012497*--------------------------------------------------------------*
012498* 2000-PROCESS-RECORD - CALL StringStatement TO VALIDATE MyVar   *
012499* AND BUILD Result, THEN LOG/PRINT/CHECKPOINT/READ THE NEXT REC *
012500*--------------------------------------------------------------*
012501 2000-PROCESS-RECORD.
012502     ADD 1 TO WS-RECORD-COUNT.
012503*    EVERY HEADER MOVES WS-CUR-SET ON TO THE NEXT SET TABLE
012504*    ENTRY, SO EACH DETAIL BELOW KNOWS WHICH SET'S BALANCING
012505*    VERDICT APPLIES TO IT.
012506     IF TRAN-HEADER
012507         ADD 1 TO WS-CUR-SET
012508     END-IF.
012509*    HEADER AND TRAILER RECORDS STILL COUNT TOWARD THE
012510*    CHECKPOINTED RECORD COUNT (RESTART POSITIONING IS COUNT-
012511*    DRIVEN) BUT ONLY DETAIL RECORDS ARE PROCESSED.
012512     IF NOT TRAN-DETAIL AND NOT TRAN-REVERSAL
012513         GO TO 2000-CHECKPOINT
012514     END-IF.
012515*    THE DETAILS OF A SET THE BALANCING PASS REJECTED (OR THE
012516*    DUPLICATE CHECK REFUSED) ARE SKIPPED WHOLE - THEY STILL
012517*    COUNT TOWARD THE CHECKPOINTED RECORD COUNT BUT NEVER REACH
012518*    StringStatement, SO THE CONTROL TOTALS COVER ACCEPTED SETS.
012519     IF NOT SET-ACCEPTED (WS-CUR-SET)
012520         GO TO 2000-CHECKPOINT
012521     END-IF.
012522*    A PARTITIONED RUN PRICES ONLY ITS OWN RANGE OF CODES. THE
012523*    REST ARE SKIPPED THE SAME WAY - THE PARTITION THEY BELONG
012524*    TO PRICES THEM.
012525     PERFORM 1080-CHECK-PARTITION-RANGE
012526         THRU 1080-CHECK-PARTITION-RANGE-EXIT.
012527     IF NOT CODE-IN-PARTITION
012528         GO TO 2000-CHECKPOINT
012529     END-IF.
012530     ADD 1 TO WS-DETAIL-COUNT.
012531     ADD 1 TO WS-SET-PROC-CT (WS-CUR-SET).
012532     MOVE TRAN-DTL-MYVAR TO MyVar.
012533     MOVE TRAN-DTL-QUANTITY TO WS-TRAN-QUANTITY.
012534     IF TRAN-REVERSAL
012535         MOVE 'Y' TO WS-REVERSAL-SWITCH
012536     ELSE
012540         MOVE 'N' TO WS-REVERSAL-SWITCH
012550     END-IF.
012551*    A REVERSAL IS PRICED AS OF THE CYCLE DATE OF THE CHARGE IT
012552*    BACKS OUT WHEN IT CARRIES ONE, SO THE RATE AND VAT RATE IT
012553*    REVERSES ARE THE ONES THAT BILLED IT. ZERO, NOT NUMERIC OR
012554*    LATER THAN THE CYCLE DATE MEANS PRICE AS OF THE CYCLE DATE.
012555     MOVE WS-RUN-DATE TO WS-PRICE-DATE.
012556     IF REVERSAL-REQUEST
012557          AND TRAN-DTL-ORIG-CYCLE-DATE NUMERIC
012558          AND TRAN-DTL-ORIG-CYCLE-DATE NOT = ZERO
012559          AND TRAN-DTL-ORIG-CYCLE-DATE NOT > WS-RUN-DATE
012560         MOVE TRAN-DTL-ORIG-CYCLE-DATE TO WS-PRICE-DATE
012561     END-IF.
012562*    A DETAIL FOR AN ACCOUNT THAT MAY NOT BE BILLED NEVER
012563*    REACHES StringStatement, SO THE RUNNING TOTAL IS UNTOUCHED
012564*    AND ANY PENDING RESTART SEED WAITS FOR THE NEXT DETAIL.
012565     PERFORM 2050-CHECK-ACCOUNT THRU 2050-CHECK-ACCOUNT-EXIT.
012566     IF ACCOUNT-REFUSED
012567         PERFORM 2060-WRITE-ERROR-REC
012568             THRU 2060-WRITE-ERROR-REC-EXIT
012569         GO TO 2000-CHECKPOINT
012570     END-IF.
012571*    A DETAIL UNUSUALLY LARGE FOR ITS ACCOUNT GOES TO THE HOLD
012572*    QUEUE INSTEAD OF BEING BILLED, AND LIKE A REFUSED ACCOUNT
012573*    NEVER REACHES StringStatement.
012574     PERFORM 2090-CHECK-USAGE THRU 2090-CHECK-USAGE-EXIT.
012575     IF DETAIL-HELD
012576         PERFORM 2095-WRITE-HOLD-REC
012577             THRU 2095-WRITE-HOLD-REC-EXIT
012578         GO TO 2000-CHECKPOINT
012579     END-IF.
012580     PERFORM 2070-GET-MONTH-TO-DATE
012581         THRU 2070-GET-MONTH-TO-DATE-EXIT.
012582     IF SEED-PENDING
012583         MOVE WS-SEED-AMOUNT TO WS-RUN-TOTAL-AMT
012584     END-IF.
012590     CALL 'StringStatement' USING MyVar Result WS-RESULT-LEN
012600         WS-VALID-SWITCH WS-REASON-CODE WS-REASON-TEXT
012610         WS-AMOUNT-EDIT WS-SEED-SWITCH WS-RUN-TOTAL-AMT
012620         WS-TRAN-QUANTITY WS-CHARGE-AMT WS-CHARGE-EDIT
012630         WS-PRICE-DATE WS-REVERSAL-SWITCH
012632         WS-VAT-CATEGORY WS-VAT-RATE WS-VAT-AMT WS-GROSS-AMT
012633         WS-MTD-QUANTITY WS-TIER-DETAIL.
012634     MOVE WS-VAT-AMT   TO WS-VAT-EDIT.
012636     MOVE WS-GROSS-AMT TO WS-GROSS-EDIT.
012640     MOVE 'N' TO WS-SEED-SWITCH.
012650     IF VALID-MYVAR
012660         ADD WS-CHARGE-AMT TO WS-SET-AMOUNT (WS-CUR-SET)
012810             THRU 3000-WRITE-DETAIL-LINE-EXIT
012820         GO TO 2000-CHECKPOINT
012830     END-IF.
012833     PERFORM 2080-POST-MONTH-TO-DATE
012836         THRU 2080-POST-MONTH-TO-DATE-EXIT.
012840     MOVE SPACES TO OUT-REC.
012850     MOVE Result(1:WS-RESULT-LEN) TO OUT-REC(1:WS-RESULT-LEN).
012860     WRITE OUT-REC.
013150     PERFORM 1100-READ-INPUT THRU 1100-READ-INPUT-EXIT.
013160 2000-PROCESS-RECORD-EXIT.
013170     EXIT.
013171*--------------------------------------------------------------*
013172* 2050-CHECK-ACCOUNT - LOOK THE DETAIL'S ACCOUNT UP ON THE      *
013173* ACCOUNT MASTER. NOT ON FILE (OR NOT NUMERIC) REJECTS E008,    *
013174* CLOSED ON OR BEFORE THE CYCLE DATE E009, BLOCKED E010. A      *
013175* REVERSAL CREDITS A CHARGE ALREADY BILLED, SO IT IS ONLY       *
013176* REFUSED WHEN THE ACCOUNT IS UNKNOWN.                          *
013177*--------------------------------------------------------------*
013178 2050-CHECK-ACCOUNT.
013179     MOVE 'N' TO WS-ACCT-REFUSED-SWITCH.
013180     IF TRAN-DTL-ACCOUNT-NO NOT NUMERIC
013181         MOVE 'Y'    TO WS-ACCT-REFUSED-SWITCH
013182         MOVE 'E008' TO WS-REASON-CODE
013183         MOVE 'ACCOUNT NOT ON ACCOUNT MASTER'
013184                     TO WS-REASON-TEXT
013185         GO TO 2050-CHECK-ACCOUNT-EXIT
013186     END-IF.
013187     MOVE TRAN-DTL-ACCOUNT-NO TO AMS-ACCOUNT-NO.
013188     READ ACCOUNT-MASTER-FILE
013189         INVALID KEY
013190             MOVE 'Y'    TO WS-ACCT-REFUSED-SWITCH
013191             MOVE 'E008' TO WS-REASON-CODE
013192             MOVE 'ACCOUNT NOT ON ACCOUNT MASTER'
013193                         TO WS-REASON-TEXT
013194             GO TO 2050-CHECK-ACCOUNT-EXIT
013195     END-READ.
013196     IF WS-ACCTMST-STATUS NOT = '00'
013197         MOVE 'ACCTMST ' TO WS-ABEND-FILE-ID
013198         MOVE WS-ACCTMST-STATUS TO WS-ABEND-STATUS
013199         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
013200     END-IF.
013201     IF REVERSAL-REQUEST
013202         GO TO 2050-CHECK-ACCOUNT-EXIT
013203     END-IF.
013204     IF AMS-CLOSED
013205          AND AMS-CLOSE-DATE NOT > WS-RUN-DATE
013206         MOVE 'Y'    TO WS-ACCT-REFUSED-SWITCH
013207         MOVE 'E009' TO WS-REASON-CODE
013208         MOVE 'ACCOUNT CLOSED ON ACCOUNT MASTER'
013209                     TO WS-REASON-TEXT
013210         GO TO 2050-CHECK-ACCOUNT-EXIT
013211     END-IF.
013212     IF AMS-BLOCKED
013213         MOVE 'Y'    TO WS-ACCT-REFUSED-SWITCH
013214         MOVE 'E010' TO WS-REASON-CODE
013215         MOVE 'ACCOUNT BLOCKED ON ACCOUNT MASTER'
013216                     TO WS-REASON-TEXT
013217     END-IF.
013218 2050-CHECK-ACCOUNT-EXIT.
013219     EXIT.
013220*--------------------------------------------------------------*
013221* 2060-WRITE-ERROR-REC - LOG THE REJECTED MyVar, THE REASON,    *
013222* THE FULL INPUT RECORD IMAGE AND ITS RECYCLE COUNT SO THE      *
013223* REJECT CAN BE REPAIRED AND RE-FED BY StringRecycle            *
013224*--------------------------------------------------------------*
013230 2060-WRITE-ERROR-REC.
013240     MOVE MyVar               TO ERR-MYVAR.
013250     MOVE WS-REASON-CODE      TO ERR-REASON-CODE.
013390     ADD 1 TO WS-ERROR-WRITE-CT.
013400 2060-WRITE-ERROR-REC-EXIT.
013410     EXIT.
013411*--------------------------------------------------------------*
013412* 2070-GET-MONTH-TO-DATE - READ THE ACCOUNT'S MONTH-TO-DATE     *
013413* UNITS OF THE CODE FOR THE PRICING DATE'S MONTH. NOT ON FILE   *
013414* IS ZERO. A RECORD THE FAILED ATTEMPT THIS ONE RESTARTS        *
013415* UPDATED PAST THE CHECKPOINT BEING RESUMED FROM IS TAKEN AT    *
013416* ITS COMMITTED QUANTITY - THE DETAIL THAT UPDATED IT IS BEING  *
013417* PROCESSED AGAIN.                                              *
013418*--------------------------------------------------------------*
013419 2070-GET-MONTH-TO-DATE.
013420     MOVE 'N'  TO WS-MTD-FOUND-SWITCH.
013421     MOVE ZERO TO WS-MTD-QUANTITY.
013422     IF NOT MTD-AVAILABLE
013423         GO TO 2070-GET-MONTH-TO-DATE-EXIT
013424     END-IF.
013425     MOVE TRAN-DTL-MYVAR      TO MTD-MYVAR.
013426     DIVIDE WS-PRICE-DATE BY 100 GIVING MTD-MONTH.
013427     MOVE TRAN-DTL-ACCOUNT-NO TO MTD-ACCOUNT-NO.
013428     READ MTD-FILE
013429         INVALID KEY
013430             GO TO 2070-GET-MONTH-TO-DATE-EXIT
013431     END-READ.
013432     IF WS-MTD-STATUS NOT = '00'
013433         MOVE 'MTDQTY  ' TO WS-ABEND-FILE-ID
013434         MOVE WS-MTD-STATUS TO WS-ABEND-STATUS
013435         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
013436     END-IF.
013437     MOVE 'Y' TO WS-MTD-FOUND-SWITCH.
013438     IF MTD-RUN-ID = WS-MTD-RUN-ID
013439        AND MTD-ATTEMPT-ID NOT = WS-MTD-ATTEMPT-ID
013440        AND MTD-REC-NUMBER > WS-RESTART-COUNT
013441         MOVE MTD-COMMITTED-QTY TO MTD-QUANTITY
013442     END-IF.
013443     MOVE MTD-QUANTITY TO WS-MTD-QUANTITY.
013444 2070-GET-MONTH-TO-DATE-EXIT.
013445     EXIT.
013446*--------------------------------------------------------------*
013447* 2080-POST-MONTH-TO-DATE - ADD THE BILLED DETAIL'S UNITS TO    *
013448* THE MONTH TO DATE, OR TAKE A REVERSAL'S OFF (NEVER BELOW      *
013449* ZERO). THE QUANTITY BEFORE THIS ATTEMPT'S FIRST UPDATE SINCE  *
013450* ITS LAST CHECKPOINT IS KEPT AS THE COMMITTED QUANTITY, AND    *
013451* THE RECORD IS STAMPED WITH THE RUN, THE ATTEMPT AND THE INPUT *
013452* RECORD NUMBER SO A RESTART CAN PUT IT BACK.                   *
013453*--------------------------------------------------------------*
013454 2080-POST-MONTH-TO-DATE.
013455     IF MTD-ON-FILE
013456         IF MTD-RUN-ID NOT = WS-MTD-RUN-ID
013457            OR MTD-ATTEMPT-ID NOT = WS-MTD-ATTEMPT-ID
013458            OR MTD-REC-NUMBER NOT > WS-MTD-CKPT-COUNT
013459             MOVE WS-MTD-QUANTITY TO MTD-COMMITTED-QTY
013460         END-IF
013461     ELSE
013462         MOVE SPACES              TO MTD-QTY-REC
013463         MOVE TRAN-DTL-MYVAR      TO MTD-MYVAR
013464         DIVIDE WS-PRICE-DATE BY 100 GIVING MTD-MONTH
013465         MOVE TRAN-DTL-ACCOUNT-NO TO MTD-ACCOUNT-NO
013466         MOVE ZERO                TO MTD-COMMITTED-QTY
013467     END-IF.
013468     IF REVERSAL-REQUEST
013469         IF WS-TRAN-QUANTITY > WS-MTD-QUANTITY
013470             MOVE ZERO TO MTD-QUANTITY
013471         ELSE
013472             COMPUTE MTD-QUANTITY =
013473                     WS-MTD-QUANTITY - WS-TRAN-QUANTITY
013474         END-IF
013475     ELSE
013476         COMPUTE MTD-QUANTITY =
013477                 WS-MTD-QUANTITY + WS-TRAN-QUANTITY
013478             ON SIZE ERROR
013479                 MOVE 9999999 TO MTD-QUANTITY
013480         END-COMPUTE
013481     END-IF.
013482     MOVE WS-MTD-RUN-ID     TO MTD-RUN-ID.
013483     MOVE WS-MTD-ATTEMPT-ID TO MTD-ATTEMPT-ID.
013484     MOVE WS-RECORD-COUNT   TO MTD-REC-NUMBER.
013485     MOVE WS-RUN-DATE       TO MTD-LAST-CYCLE-DATE.
013486     IF MTD-ON-FILE
013487         REWRITE MTD-QTY-REC
013488     ELSE
013489         WRITE MTD-QTY-REC
013490     END-IF.
013491     IF WS-MTD-STATUS NOT = '00'
013492         MOVE 'MTDQTY  ' TO WS-ABEND-FILE-ID
013493         MOVE WS-MTD-STATUS TO WS-ABEND-STATUS
013494         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
013495     END-IF.
013496 2080-POST-MONTH-TO-DATE-EXIT.
013497     EXIT.
013498*--------------------------------------------------------------*
013499* 2090-CHECK-USAGE - COMPARE THE DETAIL WITH ITS ACCOUNT'S      *
013500* USAGE OF THE CODE OVER THE WINDOW. OVER THE HOLD MULTIPLE OF  *
013501* THE AVERAGE QUANTITY PER DETAIL - OR, WITH NO HISTORY IN THE  *
013502* WINDOW, OVER THE HOLD CEILING - HOLDS IT. A REVERSAL, A       *
013503* DETAIL AN OPERATOR HAS RELEASED, AND A QUANTITY THAT IS NOT   *
013504* NUMERIC (StringStatement REJECTS IT) ARE NEVER HELD.          *
013505*--------------------------------------------------------------*
013506 2090-CHECK-USAGE.
013507     MOVE 'N' TO WS-HOLD-SWITCH.
013508     IF REVERSAL-REQUEST
013509          OR TRAN-DTL-RELEASED
013510         GO TO 2090-CHECK-USAGE-EXIT
013511     END-IF.
013512     IF TRAN-DTL-QUANTITY NOT NUMERIC
013513         GO TO 2090-CHECK-USAGE-EXIT
013514     END-IF.
013515     MOVE ZERO TO WS-USG-DAYS.
013516     MOVE ZERO TO WS-USG-DETAILS.
013517     MOVE ZERO TO WS-USG-QUANTITY.
013518     MOVE ZERO TO WS-USG-PEAK.
013519     MOVE ZERO TO WS-USG-AVERAGE.
013520     IF NOT USG-AVAILABLE
013521         GO TO 2090-TEST-LIMIT
013522     END-IF.
013523     MOVE TRAN-DTL-MYVAR      TO UPF-MYVAR.
013524     MOVE TRAN-DTL-ACCOUNT-NO TO UPF-ACCOUNT-NO.
013525     READ USAGE-PROFILE-FILE
013526         INVALID KEY
013527             GO TO 2090-TEST-LIMIT
013528     END-READ.
013529     IF WS-USG-STATUS NOT = '00'
013530         MOVE 'USGPRF  ' TO WS-ABEND-FILE-ID
013531         MOVE WS-USG-STATUS TO WS-ABEND-STATUS
013532         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
013533     END-IF.
013534     PERFORM 2091-SUM-USAGE-SLOT
013535         THRU 2091-SUM-USAGE-SLOT-EXIT
013536         VARYING WS-USG-IX FROM 1 BY 1
013537         UNTIL WS-USG-IX > 30.
013538 2090-TEST-LIMIT.
013539     IF WS-USG-DETAILS > ZERO
013540         COMPUTE WS-USG-AVERAGE ROUNDED =
013541                 WS-USG-QUANTITY / WS-USG-DETAILS
013542         COMPUTE WS-USG-LIMIT =
013543                 WS-USG-AVERAGE * WS-HOLD-MULTIPLE
013544     ELSE
013545         MOVE WS-HOLD-CEILING TO WS-USG-LIMIT
013546     END-IF.
013547     IF WS-TRAN-QUANTITY > WS-USG-LIMIT
013548         MOVE 'Y' TO WS-HOLD-SWITCH
013549     END-IF.
013550 2090-CHECK-USAGE-EXIT.
013551     EXIT.
013552*--------------------------------------------------------------*
013553* 2091-SUM-USAGE-SLOT - ADD ONE DAY'S SLOT TO THE WINDOW TOTALS *
013554* WHEN ITS DATE FALLS IN THE WINDOW (ON OR AFTER ITS START AND  *
013555* BEFORE THE CYCLE DATE)                                        *
013556*--------------------------------------------------------------*
013557 2091-SUM-USAGE-SLOT.
013558     IF UPF-SLOT-DATE (WS-USG-IX) NOT NUMERIC
013559         GO TO 2091-SUM-USAGE-SLOT-EXIT
013560     END-IF.
013561     IF UPF-SLOT-DATE (WS-USG-IX) = ZERO
013562          OR UPF-SLOT-DATE (WS-USG-IX) < WS-USG-WINDOW-START
013563          OR UPF-SLOT-DATE (WS-USG-IX) NOT < WS-RUN-DATE
013564         GO TO 2091-SUM-USAGE-SLOT-EXIT
013565     END-IF.
013566     ADD 1 TO WS-USG-DAYS.
013567     ADD UPF-SLOT-DETAILS (WS-USG-IX)  TO WS-USG-DETAILS.
013568     ADD UPF-SLOT-QUANTITY (WS-USG-IX) TO WS-USG-QUANTITY.
013569     IF UPF-SLOT-PEAK (WS-USG-IX) > WS-USG-PEAK
013570         MOVE UPF-SLOT-PEAK (WS-USG-IX) TO WS-USG-PEAK
013571     END-IF.
013572 2091-SUM-USAGE-SLOT-EXIT.
013573     EXIT.
013574*--------------------------------------------------------------*
013575* 2095-WRITE-HOLD-REC - PUT THE HELD DETAIL ON THE HOLD QUEUE   *
013576* WITH ITS ACCOUNT'S NORMAL RANGE, THE LIMIT IT BROKE AND THE   *
013577* FULL INPUT RECORD IMAGE. IT STAYS OPEN UNTIL AN OPERATOR'S    *
013578* CARD RELEASES OR REJECTS IT. A VALIDATE RUN HAS NO HOLD QUEUE *
013579* OPEN AND ONLY LISTS THE DETAIL ON THE ANOMALY REPORT.         *
013580*--------------------------------------------------------------*
013581 2095-WRITE-HOLD-REC.
013582     ADD 1 TO WS-HOLD-WRITE-CT.
013583     IF VALIDATE-ONLY
013584         PERFORM 2096-LIST-TRIAL-HOLD
013585             THRU 2096-LIST-TRIAL-HOLD-EXIT
013586         GO TO 2095-WRITE-HOLD-REC-EXIT
013587     END-IF.
013588     MOVE SPACES                     TO HOLD-REC.
013589     MOVE TRAN-DTL-MYVAR             TO HLD-MYVAR.
013590     MOVE TRAN-DTL-ACCOUNT-NO        TO HLD-ACCOUNT-NO.
013591     MOVE WS-TRAN-QUANTITY           TO HLD-QUANTITY.
013592     MOVE WS-USG-AVERAGE             TO HLD-AVERAGE.
013593     MOVE WS-USG-PEAK                TO HLD-PEAK.
013594     MOVE WS-USG-LIMIT               TO HLD-LIMIT.
013595     COMPUTE HLD-OVER-BY = WS-TRAN-QUANTITY - WS-USG-LIMIT.
013596     MOVE WS-USG-DAYS                TO HLD-HISTORY-DAYS.
013597     MOVE WS-SET-SOURCE (WS-CUR-SET) TO HLD-SOURCE-SYSTEM.
013598     MOVE TRAN-REC                   TO HLD-INPUT-REC.
013599     MOVE WS-RUN-DATE                TO HLD-DATE-HELD.
013600     MOVE 'O'                        TO HLD-STATUS.
013601     MOVE ZERO                       TO HLD-DATE-ACTIONED.
013602     WRITE HOLD-REC.
013603     IF WS-HOLD-STATUS NOT = '00'
013604         MOVE 'HOLDQ   ' TO WS-ABEND-FILE-ID
013605         MOVE WS-HOLD-STATUS TO WS-ABEND-STATUS
013606         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
013607     END-IF.
013608 2095-WRITE-HOLD-REC-EXIT.
013609     EXIT.
013610*--------------------------------------------------------------*
013611* 2096-LIST-TRIAL-HOLD - A VALIDATE RUN'S WOULD-BE HOLD, LISTED *
013612* ON THE ANOMALY REPORT FROM THE FIGURES 2090 WORKED OUT, THE   *
013613* SAME WAY 9060 LISTS A QUEUED ONE                              *
013614*--------------------------------------------------------------*
013615 2096-LIST-TRIAL-HOLD.
013616     MOVE SPACES TO WS-HLD-DETAIL-LINE.
013617     MOVE WS-SET-SOURCE (WS-CUR-SET) TO HLDD-SOURCE.
013618     MOVE TRAN-DTL-ACCOUNT-NO        TO HLDD-ACCOUNT-NO.
013619     MOVE TRAN-DTL-MYVAR             TO HLDD-MYVAR.
013620     MOVE WS-TRAN-QUANTITY           TO HLDD-QUANTITY.
013621     MOVE WS-USG-AVERAGE             TO HLDD-AVERAGE.
013622     MOVE WS-USG-PEAK                TO HLDD-PEAK.
013623     MOVE WS-USG-LIMIT               TO HLDD-LIMIT.
013624     COMPUTE HLDD-OVER-BY = WS-TRAN-QUANTITY - WS-USG-LIMIT.
013625     IF WS-USG-DAYS = ZERO
013626          OR WS-USG-AVERAGE = ZERO
013627         MOVE 'NO HISTORY' TO HLDD-NOTE
013628     ELSE
013629         COMPUTE WS-HLD-TIMES ROUNDED =
013630                 WS-TRAN-QUANTITY / WS-USG-AVERAGE
013631         MOVE WS-HLD-TIMES TO HLDD-TIMES
013632     END-IF.
013633     MOVE WS-HLD-DETAIL-LINE TO WS-HLD-PRINT-LINE.
013634     PERFORM 9080-WRITE-HOLD-LINE
013635         THRU 9080-WRITE-HOLD-LINE-EXIT.
013636     ADD 1 TO WS-HLD-LISTED-CT.
013637 2096-LIST-TRIAL-HOLD-EXIT.
013638     EXIT.
013639*--------------------------------------------------------------*
013640* 2200-WRITE-AUDIT-REC - LOG THE MyVar/Result PAIR FOR THIS     *
013641* STRING CONCATENATION, WITH A DATE/TIME STAMP                  *
013642*--------------------------------------------------------------*
013643 2200-WRITE-AUDIT-REC.
013644     ACCEPT WS-CURRENT-TIME FROM TIME.
013645     MOVE WS-RUN-DATE     TO AUD-DATE.
013646     MOVE WS-CURRENT-TIME TO AUD-TIME.
013647     MOVE MyVar             TO AUD-MYVAR.
013648     MOVE Result            TO AUD-RESULT.
013649     MOVE WS-RESULT-LEN     TO AUD-RESULT-LEN.
013650     MOVE WS-AMOUNT-EDIT    TO AUD-AMOUNT-EDIT.
013651     MOVE WS-TRAN-QUANTITY  TO AUD-QUANTITY.
013652     MOVE WS-CHARGE-EDIT    TO AUD-CHARGE-EDIT.
013653     MOVE WS-VAT-CATEGORY   TO AUD-VAT-CATEGORY.
013654     MOVE WS-VAT-RATE       TO AUD-VAT-RATE.
013655     MOVE WS-VAT-EDIT       TO AUD-VAT-EDIT.
013656     MOVE WS-GROSS-EDIT     TO AUD-GROSS-EDIT.
013657     WRITE AUDIT-REC.
013658     IF WS-AUDIT-STATUS NOT = '00'
013659         MOVE 'AUDITF  ' TO WS-ABEND-FILE-ID
013660         MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
013661         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
013662     END-IF.
013663     ADD 1 TO WS-AUDIT-WRITE-CT.
013664 2200-WRITE-AUDIT-REC-EXIT.
013665     EXIT.
013666*--------------------------------------------------------------*
013667* 2300-WRITE-ACCT-REC - ONE PER-ACCOUNT CHARGE RECORD FOR THIS  *
013670* BILLED DETAIL, SO THE ACCOUNT NUMBER AND ITS CHARGE SURVIVE   *
013680* THE RUN FOR THE AcctStatement ROLLUP                          *
013690*--------------------------------------------------------------*
013740     MOVE MyVar               TO ACH-MYVAR.
013750     MOVE WS-TRAN-QUANTITY    TO ACH-QUANTITY.
013760     MOVE WS-CHARGE-AMT       TO ACH-CHARGE-AMT.
013762     MOVE WS-VAT-CATEGORY     TO ACH-VAT-CATEGORY.
013764     MOVE WS-VAT-RATE         TO ACH-VAT-RATE.
013766     MOVE WS-VAT-AMT          TO ACH-VAT-AMT.
013768     MOVE WS-GROSS-AMT        TO ACH-GROSS-AMT.
013769     MOVE WS-TIER-DETAIL      TO ACH-TIER-DETAIL.
013770     WRITE ACCT-CHARGE-REC.
013780     IF WS-ACCT-STATUS NOT = '00'
013790         MOVE 'ACCTCHG ' TO WS-ABEND-FILE-ID
013970     MOVE WS-AMOUNT-EDIT TO DTL-AMOUNT.
013980     MOVE WS-TRAN-QUANTITY TO DTL-QUANTITY.
013990     MOVE WS-CHARGE-EDIT TO DTL-CHARGE.
013992     MOVE WS-VAT-CATEGORY TO DTL-VAT-CATEGORY.
013994     MOVE WS-VAT-EDIT TO DTL-VAT.
013996     MOVE WS-GROSS-EDIT TO DTL-GROSS.
014000     WRITE PRINT-REC FROM WS-DETAIL-LINE
014010         AFTER ADVANCING 1 LINE.
014020     IF WS-PRINT-STATUS NOT = '00'
014650     MOVE WS-RESULT-WRITE-CT TO RST-RESULT-CT.
014660     MOVE WS-AUDIT-WRITE-CT  TO RST-AUDIT-CT.
014670     MOVE WS-ERROR-WRITE-CT  TO RST-ERROR-CT.
014672     MOVE WS-HOLD-WRITE-CT   TO RST-HOLD-CT.
014675     MOVE WS-MTD-RUN-ID      TO RST-MTD-RUN-ID.
014680     PERFORM 8010-SAVE-SET-TALLY
014690         THRU 8010-SAVE-SET-TALLY-EXIT
014700         VARYING WS-SET-IX FROM 1 BY 1
014750         MOVE WS-RESTART-STATUS TO WS-ABEND-STATUS
014760         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
014770     END-IF.
014773*    MONTH-TO-DATE UPDATES UP TO HERE ARE NOW COMMITTED.
014776     MOVE WS-RECORD-COUNT TO WS-MTD-CKPT-COUNT.
014780 8000-WRITE-CHECKPOINT-EXIT.
014790     EXIT.
014800*--------------------------------------------------------------*
014810* 8010-SAVE-SET-TALLY - CHECKPOINT ONE SET'S PROCESSED COUNT,   *
014820* AMOUNT AND DUPLICATE VERDICT                                  *
014830*--------------------------------------------------------------*
014840 8010-SAVE-SET-TALLY.
014850     MOVE WS-SET-PROC-CT (WS-SET-IX)
014860         TO RST-SET-PROC-CT (WS-SET-IX).
014870     MOVE WS-SET-AMOUNT (WS-SET-IX)
014880         TO RST-SET-AMOUNT (WS-SET-IX).
014881     IF SET-DUPLICATE (WS-SET-IX)
014882         MOVE 'D'   TO RST-SET-VERDICT (WS-SET-IX)
014883     ELSE
014884         MOVE SPACE TO RST-SET-VERDICT (WS-SET-IX)
014885     END-IF.
014890 8010-SAVE-SET-TALLY-EXIT.
014900     EXIT.
014910*--------------------------------------------------------------*
015020     MOVE ZERO  TO RST-RESULT-CT.
015030     MOVE ZERO  TO RST-AUDIT-CT.
015040     MOVE ZERO  TO RST-ERROR-CT.
015042     MOVE ZERO  TO RST-HOLD-CT.
015045     MOVE SPACES TO RST-MTD-RUN-ID.
015050     PERFORM 8060-ZERO-SET-TALLY
015060         THRU 8060-ZERO-SET-TALLY-EXIT
015070         VARYING WS-SET-IX FROM 1 BY 1
015200 8060-ZERO-SET-TALLY.
015210     MOVE ZERO TO RST-SET-PROC-CT (WS-SET-IX).
015220     MOVE ZERO TO RST-SET-AMOUNT (WS-SET-IX).
015225     MOVE SPACE TO RST-SET-VERDICT (WS-SET-IX).
015230 8060-ZERO-SET-TALLY-EXIT.
015240     EXIT.
015241*--------------------------------------------------------------*
015242* 8100-PRIOR-DATE - STEP WS-CHECK-DATE BACK ONE DAY             *
015243*--------------------------------------------------------------*
015244 8100-PRIOR-DATE.
015245     IF WS-CHECK-DD > 01
015246         SUBTRACT 1 FROM WS-CHECK-DD
015247         GO TO 8100-PRIOR-DATE-EXIT
015248     END-IF.
015249     IF WS-CHECK-MM > 01
015250         SUBTRACT 1 FROM WS-CHECK-MM
015251     ELSE
015252         MOVE 12 TO WS-CHECK-MM
015253         SUBTRACT 1 FROM WS-CHECK-YY
015254     END-IF.
015255     MOVE WS-CHECK-YY TO WS-LEAP-YY.
015256     PERFORM 8300-SET-FEBRUARY THRU 8300-SET-FEBRUARY-EXIT.
015257     MOVE WS-DAYS-IN-MONTH (WS-CHECK-MM) TO WS-CHECK-DD.
015258 8100-PRIOR-DATE-EXIT.
015259     EXIT.
015260*--------------------------------------------------------------*
015261* 8300-SET-FEBRUARY - 28 OR 29 DAYS FOR THE YEAR IN WS-LEAP-YY  *
015262*--------------------------------------------------------------*
015263 8300-SET-FEBRUARY.
015264     DIVIDE WS-LEAP-YY BY 4 GIVING WS-QUOTIENT
015265         REMAINDER WS-REMAINDER.
015266     IF WS-REMAINDER = ZERO
015267         MOVE 29 TO WS-DAYS-IN-MONTH (2)
015268     ELSE
015269         MOVE 28 TO WS-DAYS-IN-MONTH (2)
015270     END-IF.
015271 8300-SET-FEBRUARY-EXIT.
015272     EXIT.
015273*--------------------------------------------------------------*
015274* 9000-TERMINATE - WRITE THE END-OF-JOB CONTROL TOTALS RECORD,  *
015275* CLEAR THE CHECKPOINT, CLOSE FILES                             *
015280*--------------------------------------------------------------*
015290 9000-TERMINATE.
015300     PERFORM 9100-WRITE-TOTALS-PAGE
015350     IF NOT VALIDATE-ONLY
015360         PERFORM 9200-WRITE-CONTROL-TOTALS
015370             THRU 9200-WRITE-CONTROL-TOTALS-EXIT
015371*        THE ACCEPTED SETS GO ON THE REGISTRY BEFORE THE
015372*        CHECKPOINT IS CLEARED - A FAILURE BETWEEN THE TWO
015373*        LEAVES A RESTART, WHICH NEVER ASKS THE REGISTRY. A
015374*        PARTITION LEAVES THE REGISTRY TO StringMerge, WHICH
015375*        REGISTERS THE SETS ONCE EVERY PARTITION IS IN, SO A
015376*        PARTITION RERUN NEVER FINDS ITS OWN SETS ACCEPTED.
015377         IF NOT PARTITIONED-RUN
015378             PERFORM 9400-REGISTER-SETS
015379                 THRU 9400-REGISTER-SETS-EXIT
015380         END-IF
015381         PERFORM 8050-CLEAR-CHECKPOINT
015390             THRU 8050-CLEAR-CHECKPOINT-EXIT
015400         CLOSE RESULT-FILE
015410               AUDIT-FILE
015420               ACCOUNT-FILE
015430               RESTART-FILE
015435               HOLD-FILE
015440*        ONLY A REAL PRODUCTION RUN BELONGS ON THE RUN HISTORY
015450*        - AN AFTERNOON VALIDATE TRIAL WOULD POLLUTE THE BATCH
015460*        WINDOW TREND.
015490     END-IF.
015500     CLOSE INPUT-FILE
015510           ERROR-FILE
015520           PRINT-FILE
015525           ACCOUNT-MASTER-FILE.
015527     IF MTD-AVAILABLE
015528         CLOSE MTD-FILE
015529     END-IF.
015530     IF USG-AVAILABLE
015531         CLOSE USAGE-PROFILE-FILE
015532     END-IF.
015533*    THE ANOMALY REPORT IS BUILT FROM THE CLOSED HOLD QUEUE SO A
015534*    RESTARTED RUN LISTS WHAT ITS FAILED ATTEMPT HELD AS WELL. A
015535*    HELD DETAIL IS WAITING ON OPERATIONS, NOT LOST - THE RUN'S
015536*    RETURN CODE IS UNCHANGED. A VALIDATE RUN LISTED ITS
015537*    WOULD-BE HOLDS AS IT WENT AND ONLY ADDS THE TOTALS.
015538     PERFORM 9050-WRITE-HOLD-REPORT
015539         THRU 9050-WRITE-HOLD-REPORT-EXIT.
015540     IF WS-HOLD-WRITE-CT > ZERO
015541         IF VALIDATE-ONLY
015542             DISPLAY 'STRINGBATCH - ' WS-HOLD-WRITE-CT
015543                     ' DETAIL(S) WOULD BE HELD - SEE HOLDRPT'
015544         ELSE
015545             DISPLAY 'STRINGBATCH - ' WS-HOLD-WRITE-CT
015546                     ' DETAIL(S) HELD ON HOLDQ - SEE HOLDRPT'
015547         END-IF
015548     END-IF.
015549*    A REJECTED SET MEANS A SOURCE'S WHOLE DAY IS MISSING FROM
015550*    THE RUN - FLAG IT TO THE SCHEDULER SO SOMEBODY CHASES THE
015551*    SOURCE, BUT DO NOT FAIL THE SETS THAT PROVED.
015560     IF WS-SET-REJECT-CT > ZERO
015570         DISPLAY 'STRINGBATCH - ' WS-SET-REJECT-CT
015580                 ' TRANSMISSION SET(S) REJECTED - RC 4'
015590         MOVE 4 TO RETURN-CODE
015600     END-IF.
015601*    A DUPLICATE SET IS REFUSED, NOT LOST - BUT SOMEBODY MUST
015602*    FIND OUT WHY THE SOURCE OR THE OPERATOR SENT IT AGAIN.
015603     IF WS-SET-DUP-CT > ZERO
015604         DISPLAY 'STRINGBATCH - ' WS-SET-DUP-CT
015605                 ' DUPLICATE TRANSMISSION SET(S) REFUSED - RC 4'
015606         MOVE 4 TO RETURN-CODE
015607     END-IF.
015608*    THE CYCLE IS POSTED LAST, WITH THE RUN'S FINAL RETURN
015609*    CODE, ONCE EVERYTHING IS COMMITTED. A PARTITION IS NOT THE
015610*    WHOLE CYCLE - StringMerge POSTS BATCHSTP FOR THEM ALL.
015611     IF NOT VALIDATE-ONLY
015612          AND NOT PARTITIONED-RUN
015613         PERFORM 9500-POST-CYCLE-STEP
015614             THRU 9500-POST-CYCLE-STEP-EXIT
015615     END-IF.
015616 9000-TERMINATE-EXIT.
015620     EXIT.
015621*--------------------------------------------------------------*
015622* 9050-WRITE-HOLD-REPORT - LIST EVERY DETAIL ON THE HOLD QUEUE  *
015623* WITH ITS ACCOUNT'S AVERAGE AND PEAK, THE LIMIT IT BROKE AND   *
015624* HOW FAR OVER IT IS. IT IS REBUILT WHOLE ON EVERY RUN,         *
015625* RESTARTS INCLUDED. A VALIDATE RUN HAS NO QUEUE TO READ - ITS  *
015626* REPORT IS ALREADY OPEN AND LISTED, AND ONLY GETS THE TOTALS.  *
015627*--------------------------------------------------------------*
015628 9050-WRITE-HOLD-REPORT.
015629     IF VALIDATE-ONLY
015630         GO TO 9050-WRITE-TOTALS
015631     END-IF.
015632     OPEN OUTPUT HOLD-REPORT-FILE.
015633     IF WS-HOLDRPT-STATUS NOT = '00'
015634         MOVE 'HOLDRPT ' TO WS-ABEND-FILE-ID
015635         MOVE WS-HOLDRPT-STATUS TO WS-ABEND-STATUS
015636         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
015637     END-IF.
015638     OPEN INPUT HOLD-FILE.
015639     IF WS-HOLD-STATUS NOT = '00'
015640         MOVE 'HOLDQ   ' TO WS-ABEND-FILE-ID
015641         MOVE WS-HOLD-STATUS TO WS-ABEND-STATUS
015642         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
015643     END-IF.
015644     MOVE WS-MAX-LINES TO WS-HLD-LINE-CT.
015645     PERFORM 9070-READ-HOLD THRU 9070-READ-HOLD-EXIT.
015646     PERFORM 9060-LIST-HOLD-ITEM
015647         THRU 9060-LIST-HOLD-ITEM-EXIT
015648         UNTIL END-OF-HOLDS.
015649 9050-WRITE-TOTALS.
015650     IF WS-HLD-LISTED-CT = ZERO
015651         MOVE SPACES TO WS-HLD-MESSAGE-LINE
015652         MOVE 'NO DETAILS HELD' TO HLDM-TEXT
015653         MOVE WS-HLD-MESSAGE-LINE TO WS-HLD-PRINT-LINE
015654         PERFORM 9080-WRITE-HOLD-LINE
015655             THRU 9080-WRITE-HOLD-LINE-EXIT
015656     END-IF.
015657     MOVE SPACES TO WS-HLD-TOTAL-LINE.
015658     MOVE 'HOLD MULTIPLE' TO HLDT-LABEL.
015659     MOVE WS-HOLD-MULTIPLE TO HLDT-COUNT.
015660     MOVE WS-HLD-TOTAL-LINE TO WS-HLD-PRINT-LINE.
015661     PERFORM 9080-WRITE-HOLD-LINE
015662         THRU 9080-WRITE-HOLD-LINE-EXIT.
015663     MOVE SPACES TO WS-HLD-TOTAL-LINE.
015664     MOVE 'HOLD CEILING (NO HISTORY)' TO HLDT-LABEL.
015665     MOVE WS-HOLD-CEILING TO HLDT-COUNT.
015666     MOVE WS-HLD-TOTAL-LINE TO WS-HLD-PRINT-LINE.
015667     PERFORM 9080-WRITE-HOLD-LINE
015668         THRU 9080-WRITE-HOLD-LINE-EXIT.
015669     MOVE SPACES TO WS-HLD-TOTAL-LINE.
015670     MOVE 'DETAILS HELD' TO HLDT-LABEL.
015671     MOVE WS-HLD-LISTED-CT TO HLDT-COUNT.
015672     MOVE WS-HLD-TOTAL-LINE TO WS-HLD-PRINT-LINE.
015673     PERFORM 9080-WRITE-HOLD-LINE
015674         THRU 9080-WRITE-HOLD-LINE-EXIT.
015675     IF VALIDATE-ONLY
015676         MOVE SPACES TO WS-HLD-MESSAGE-LINE
015677         MOVE 'VALIDATE RUN - NOTHING WAS PUT ON THE HOLD QUEUE'
015678             TO HLDM-TEXT
015679         MOVE WS-HLD-MESSAGE-LINE TO WS-HLD-PRINT-LINE
015680         PERFORM 9080-WRITE-HOLD-LINE
015681             THRU 9080-WRITE-HOLD-LINE-EXIT
015682         CLOSE HOLD-REPORT-FILE
015683     ELSE
015684         CLOSE HOLD-FILE
015685               HOLD-REPORT-FILE
015686     END-IF.
015687 9050-WRITE-HOLD-REPORT-EXIT.
015688     EXIT.
015689*--------------------------------------------------------------*
015690* 9060-LIST-HOLD-ITEM - ONE REPORT LINE FOR A HELD DETAIL. WITH *
015691* NO HISTORY THERE IS NO AVERAGE TO BE OVER, SO THE LINE SAYS   *
015692* SO INSTEAD                                                    *
015693*--------------------------------------------------------------*
015694 9060-LIST-HOLD-ITEM.
015695     MOVE SPACES TO WS-HLD-DETAIL-LINE.
015696     MOVE HLD-SOURCE-SYSTEM TO HLDD-SOURCE.
015697     MOVE HLD-ACCOUNT-NO    TO HLDD-ACCOUNT-NO.
015698     MOVE HLD-MYVAR         TO HLDD-MYVAR.
015699     MOVE HLD-QUANTITY      TO HLDD-QUANTITY.
015700     MOVE HLD-AVERAGE       TO HLDD-AVERAGE.
015701     MOVE HLD-PEAK          TO HLDD-PEAK.
015702     MOVE HLD-LIMIT         TO HLDD-LIMIT.
015703     MOVE HLD-OVER-BY       TO HLDD-OVER-BY.
015704     IF HLD-NO-HISTORY
015705          OR HLD-AVERAGE = ZERO
015706         MOVE 'NO HISTORY' TO HLDD-NOTE
015707     ELSE
015708         COMPUTE WS-HLD-TIMES ROUNDED =
015709                 HLD-QUANTITY / HLD-AVERAGE
015710         MOVE WS-HLD-TIMES TO HLDD-TIMES
015711     END-IF.
015712     MOVE WS-HLD-DETAIL-LINE TO WS-HLD-PRINT-LINE.
015713     PERFORM 9080-WRITE-HOLD-LINE
015714         THRU 9080-WRITE-HOLD-LINE-EXIT.
015715     ADD 1 TO WS-HLD-LISTED-CT.
015716     PERFORM 9070-READ-HOLD THRU 9070-READ-HOLD-EXIT.
015717 9060-LIST-HOLD-ITEM-EXIT.
015718     EXIT.
015719*--------------------------------------------------------------*
015720* 9070-READ-HOLD - NEXT RECORD FROM THE HOLD QUEUE              *
015721*--------------------------------------------------------------*
015722 9070-READ-HOLD.
015723     READ HOLD-FILE
015724         AT END
015725             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
015726             GO TO 9070-READ-HOLD-EXIT
015727     END-READ.
015728     IF WS-HOLD-STATUS NOT = '00'
015729         MOVE 'HOLDQ   ' TO WS-ABEND-FILE-ID
015730         MOVE WS-HOLD-STATUS TO WS-ABEND-STATUS
015731         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
015732     END-IF.
015733 9070-READ-HOLD-EXIT.
015734     EXIT.
015735*--------------------------------------------------------------*
015736* 9080-WRITE-HOLD-LINE - WRITE THE STAGED ANOMALY REPORT LINE,  *
015737* ROLLING TO A NEW PAGE WHEN THE CURRENT PAGE IS FULL           *
015738*--------------------------------------------------------------*
015739 9080-WRITE-HOLD-LINE.
015740     IF WS-HLD-LINE-CT >= WS-MAX-LINES
015741         PERFORM 9090-WRITE-HOLD-HEADINGS
015742             THRU 9090-WRITE-HOLD-HEADINGS-EXIT
015743     END-IF.
015744     WRITE HOLD-RPT-REC FROM WS-HLD-PRINT-LINE
015745         AFTER ADVANCING 1 LINE.
015746     IF WS-HOLDRPT-STATUS NOT = '00'
015747         MOVE 'HOLDRPT ' TO WS-ABEND-FILE-ID
015748         MOVE WS-HOLDRPT-STATUS TO WS-ABEND-STATUS
015749         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
015750     END-IF.
015751     ADD 1 TO WS-HLD-LINE-CT.
015752 9080-WRITE-HOLD-LINE-EXIT.
015753     EXIT.
015754*--------------------------------------------------------------*
015755* 9090-WRITE-HOLD-HEADINGS - START A NEW ANOMALY REPORT PAGE    *
015756*--------------------------------------------------------------*
015757 9090-WRITE-HOLD-HEADINGS.
015758     ADD 1 TO WS-HLD-PAGE-NO.
015759     MOVE WS-RUN-DATE    TO HLDH-RUN-DATE.
015760     MOVE WS-HLD-PAGE-NO TO HLDH-PAGE-NO.
015761     WRITE HOLD-RPT-REC FROM WS-HLD-HEADING-1
015762         AFTER ADVANCING PAGE.
015763     IF WS-HOLDRPT-STATUS NOT = '00'
015764         MOVE 'HOLDRPT ' TO WS-ABEND-FILE-ID
015765         MOVE WS-HOLDRPT-STATUS TO WS-ABEND-STATUS
015766         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
015767     END-IF.
015768     WRITE HOLD-RPT-REC FROM WS-HLD-HEADING-2
015769         AFTER ADVANCING 2 LINES.
015770     IF WS-HOLDRPT-STATUS NOT = '00'
015771         MOVE 'HOLDRPT ' TO WS-ABEND-FILE-ID
015772         MOVE WS-HOLDRPT-STATUS TO WS-ABEND-STATUS
015773         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
015774     END-IF.
015775     MOVE ZERO TO WS-HLD-LINE-CT.
015776 9090-WRITE-HOLD-HEADINGS-EXIT.
015777     EXIT.
015778*--------------------------------------------------------------*
015779* 9100-WRITE-TOTALS-PAGE - END THE PRINT REPORT WITH A TOTALS   *
015780* PAGE: RUN MODE, DETAILS PROCESSED, ROWS WRITTEN PER OUTPUT    *
015781* FILE, AND THE FINAL RUNNING AMOUNT, SO THE REPORT ALONE       *
015782* PROVES WHAT THE RUN DID.                                      *
015783*--------------------------------------------------------------*
015784 9100-WRITE-TOTALS-PAGE.
015785     MOVE WS-MAX-LINES TO WS-LINE-CT.
015786     MOVE SPACES TO WS-TOTAL-LINE.
015787     MOVE 'RUN MODE' TO TOT-LABEL.
015788     MOVE WS-RUN-MODE TO TOT-TEXT.
015789     PERFORM 9150-WRITE-TOTAL-LINE
015790         THRU 9150-WRITE-TOTAL-LINE-EXIT.
015791     MOVE SPACES TO WS-TOTAL-LINE.
015792     MOVE 'DETAIL RECORDS PROCESSED' TO TOT-LABEL.
015793     MOVE WS-DETAIL-COUNT TO TOT-COUNT.
015794     PERFORM 9150-WRITE-TOTAL-LINE
015800         THRU 9150-WRITE-TOTAL-LINE-EXIT.
015810     MOVE SPACES TO WS-TOTAL-LINE.
015820     MOVE 'RESULT ROWS WRITTEN' TO TOT-LABEL.
015980     MOVE WS-ERROR-WRITE-CT TO TOT-COUNT.
015990     PERFORM 9150-WRITE-TOTAL-LINE
016000         THRU 9150-WRITE-TOTAL-LINE-EXIT.
016001     MOVE SPACES TO WS-TOTAL-LINE.
016002     MOVE 'DETAILS HELD FOR REVIEW' TO TOT-LABEL.
016003     MOVE WS-HOLD-WRITE-CT TO TOT-COUNT.
016004     PERFORM 9150-WRITE-TOTAL-LINE
016005         THRU 9150-WRITE-TOTAL-LINE-EXIT.
016010     MOVE SPACES TO WS-TOTAL-LINE.
016020     MOVE 'REVERSALS POSTED' TO TOT-LABEL.
016030     MOVE WS-REVERSAL-CT TO TOT-COUNT.
016320     IF SET-ACCEPTED (WS-SET-IX)
016330         MOVE 'ACCEPTED' TO SRC-STATUS
016340     ELSE
016342         IF SET-DUPLICATE (WS-SET-IX)
016344             MOVE 'DUPLICATE' TO SRC-STATUS
016346         ELSE
016350             MOVE 'REJECTED' TO SRC-STATUS
016355         END-IF
016360         MOVE WS-SET-FAIL-REASON (WS-SET-IX) TO SRC-REASON
016370     END-IF.
016380     MOVE WS-SET-PROC-CT (WS-SET-IX) TO SRC-COUNT.
016900     MOVE WS-RUN-TOTAL-AMT   TO CTL-RUN-TOTAL-AMT.
016910     MOVE 'G'                TO CTL-REC-TYPE.
016920     MOVE SPACES             TO CTL-SOURCE-SYSTEM.
016921     MOVE ZERO               TO CTL-SET-HDR-DATE.
016922     MOVE ZERO               TO CTL-SET-DETAIL-CT.
016923     MOVE ZERO               TO CTL-SET-HASH.
016924     MOVE WS-PART-NO         TO CTL-PARTITION-NO.
016925     MOVE WS-PART-CT         TO CTL-PARTITION-CT.
016926     MOVE WS-SET-REJECT-CT   TO CTL-REJECT-SET-CT.
016928     MOVE WS-HOLD-WRITE-CT   TO CTL-HOLD-COUNT.
016930     WRITE CTL-TOTALS-REC.
016940     IF WS-CTLTOT-STATUS NOT = '00'
016950         MOVE 'CTLTOTF ' TO WS-ABEND-FILE-ID
017080* THE SOURCE SYSTEM, ITS DETAILS PROCESSED AND ITS AMOUNT, SO   *
017090* StringBalance CAN SHOW THE RUN'S MAKEUP BY SOURCE AND PROVE   *
017100* THE PIECES SUM TO THE GRAND RECORD. REJECTED SETS PUT         *
017110* NOTHING INTO THE RUN AND GET NO RECORD. A DUPLICATE SET GETS  *
017113* A 'D' RECORD CARRYING THE DETAIL COUNT IT WAS REFUSED WITH    *
017116* AND A ZERO AMOUNT, SO THE REFUSAL IS ON THE CONTROL FILE TOO. *
017120*--------------------------------------------------------------*
017130 9250-WRITE-SOURCE-TOTALS.
017140     IF SET-REJECTED (WS-SET-IX)
017150         GO TO 9250-WRITE-SOURCE-TOTALS-EXIT
017160     END-IF.
017161     IF SET-DUPLICATE (WS-SET-IX)
017162         PERFORM 9260-WRITE-DUPLICATE-TOTALS
017163             THRU 9260-WRITE-DUPLICATE-TOTALS-EXIT
017164         GO TO 9250-WRITE-SOURCE-TOTALS-EXIT
017165     END-IF.
017170     MOVE SPACES                     TO CTL-TOTALS-REC.
017180     MOVE WS-RUN-DATE                TO CTL-RUN-DATE.
017190     MOVE WS-SET-PROC-CT (WS-SET-IX) TO CTL-READ-COUNT.
017240     MOVE WS-SET-AMOUNT (WS-SET-IX)  TO CTL-RUN-TOTAL-AMT.
017250     MOVE 'S'                        TO CTL-REC-TYPE.
017260     MOVE WS-SET-SOURCE (WS-SET-IX)  TO CTL-SOURCE-SYSTEM.
017261     MOVE WS-SET-HDR-DATE (WS-SET-IX) TO CTL-SET-HDR-DATE.
017262     MOVE WS-SET-DETAIL-CT (WS-SET-IX) TO CTL-SET-DETAIL-CT.
017263     MOVE WS-SET-HASH (WS-SET-IX)    TO CTL-SET-HASH.
017264     MOVE ZERO                       TO CTL-PARTITION-NO.
017265     MOVE ZERO                       TO CTL-PARTITION-CT.
017266     MOVE ZERO                       TO CTL-REJECT-SET-CT.
017268     MOVE ZERO                       TO CTL-HOLD-COUNT.
017270     WRITE CTL-TOTALS-REC.
017280     IF WS-CTLTOT-STATUS NOT = '00'
017290         MOVE 'CTLTOTF ' TO WS-ABEND-FILE-ID
017320     END-IF.
017330 9250-WRITE-SOURCE-TOTALS-EXIT.
017340     EXIT.
017341*--------------------------------------------------------------*
017342* 9260-WRITE-DUPLICATE-TOTALS - ONE 'D' RECORD FOR A SET THE    *
017343* DUPLICATE CHECK REFUSED                                       *
017344*--------------------------------------------------------------*
017345 9260-WRITE-DUPLICATE-TOTALS.
017346     MOVE SPACES                       TO CTL-TOTALS-REC.
017347     MOVE WS-RUN-DATE                  TO CTL-RUN-DATE.
017348     MOVE WS-SET-DETAIL-CT (WS-SET-IX) TO CTL-READ-COUNT.
017349     MOVE ZERO                         TO CTL-RESULT-COUNT.
017350     MOVE ZERO                         TO CTL-AUDIT-COUNT.
017351     MOVE ZERO                         TO CTL-ERROR-COUNT.
017352     MOVE ZERO                         TO CTL-REVERSAL-COUNT.
017353     MOVE ZERO                         TO CTL-RUN-TOTAL-AMT.
017354     MOVE 'D'                          TO CTL-REC-TYPE.
017355     MOVE WS-SET-SOURCE (WS-SET-IX)    TO CTL-SOURCE-SYSTEM.
017356     MOVE WS-SET-HDR-DATE (WS-SET-IX)  TO CTL-SET-HDR-DATE.
017357     MOVE WS-SET-DETAIL-CT (WS-SET-IX) TO CTL-SET-DETAIL-CT.
017358     MOVE WS-SET-HASH (WS-SET-IX)      TO CTL-SET-HASH.
017359     MOVE ZERO                         TO CTL-PARTITION-NO.
017360     MOVE ZERO                         TO CTL-PARTITION-CT.
017361     MOVE ZERO                         TO CTL-REJECT-SET-CT.
017362     MOVE ZERO                         TO CTL-HOLD-COUNT.
017363     WRITE CTL-TOTALS-REC.
017364     IF WS-CTLTOT-STATUS NOT = '00'
017365         MOVE 'CTLTOTF ' TO WS-ABEND-FILE-ID
017366         MOVE WS-CTLTOT-STATUS TO WS-ABEND-STATUS
017367         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
017368     END-IF.
017369 9260-WRITE-DUPLICATE-TOTALS-EXIT.
017370     EXIT.
017371*--------------------------------------------------------------*
017372* 9300-WRITE-RUN-HISTORY - APPEND ONE RECORD TO THE CUMULATIVE  *
017373* RUN HISTORY DATASET: WHEN THE RUN STARTED AND STOPPED, HOW    *
017380* LONG IT TOOK, WHAT IT PROCESSED, AND WHETHER IT WAS A CLEAN   *
017390* RUN OR A RESTART. RunTrend READS THIS FILE TO WATCH THE       *
017400* BATCH WINDOW DAY OVER DAY.                                    *
017710     ELSE
017720         MOVE 'C' TO RH-RESTART-FLAG
017730     END-IF.
017735     MOVE WS-PART-NO TO RH-PARTITION-NO.
017740     WRITE RUN-HIST-REC.
017750     IF WS-RUNHIST-STATUS NOT = '00'
017760         MOVE 'RUNHIST ' TO WS-ABEND-FILE-ID
017900         + (WS-TIME-SS * 100) + WS-TIME-CC.
017910 9350-TIME-TO-CSECS-EXIT.
017920     EXIT.
017921*--------------------------------------------------------------*
017922* 9400-REGISTER-SETS - WRITE EVERY SET THIS RUN ACCEPTED TO THE *
017923* TRANSMISSION REGISTRY, SO THE SAME SET FED AGAIN ON A LATER   *
017924* CYCLE IS REFUSED AS A DUPLICATE. STATUS 35 ON THE OPEN IS A   *
017925* REGISTRY NEVER LOADED - IT IS LOADED HERE BY THIS FIRST RUN.  *
017926*--------------------------------------------------------------*
017927 9400-REGISTER-SETS.
017928     OPEN I-O XMIT-REGISTRY-FILE.
017929     IF WS-XMTREG-STATUS = '35'
017930         OPEN OUTPUT XMIT-REGISTRY-FILE
017931         IF WS-XMTREG-STATUS NOT = '00'
017932             MOVE 'XMTREG  ' TO WS-ABEND-FILE-ID
017933             MOVE WS-XMTREG-STATUS TO WS-ABEND-STATUS
017934             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
017935         END-IF
017936         CLOSE XMIT-REGISTRY-FILE
017937         OPEN I-O XMIT-REGISTRY-FILE
017938     END-IF.
017939     IF WS-XMTREG-STATUS NOT = '00'
017940         MOVE 'XMTREG  ' TO WS-ABEND-FILE-ID
017941         MOVE WS-XMTREG-STATUS TO WS-ABEND-STATUS
017942         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
017943     END-IF.
017944     ACCEPT WS-REG-RUN-DATE FROM DATE.
017945     ACCEPT WS-CURRENT-TIME FROM TIME.
017946     PERFORM 9410-REGISTER-ONE-SET
017947         THRU 9410-REGISTER-ONE-SET-EXIT
017948         VARYING WS-SET-IX FROM 1 BY 1
017949         UNTIL WS-SET-IX > WS-SET-COUNT.
017950     CLOSE XMIT-REGISTRY-FILE.
017951 9400-REGISTER-SETS-EXIT.
017952     EXIT.
017953*--------------------------------------------------------------*
017954* 9410-REGISTER-ONE-SET - ONE REGISTRY RECORD FOR AN ACCEPTED   *
017955* SET. A KEY ALREADY ON FILE IS A RESTART OF A RUN THAT GOT     *
017956* THIS FAR BEFORE IT FAILED - THE FIRST ENTRY STANDS.           *
017957*--------------------------------------------------------------*
017958 9410-REGISTER-ONE-SET.
017959     IF NOT SET-ACCEPTED (WS-SET-IX)
017960         GO TO 9410-REGISTER-ONE-SET-EXIT
017961     END-IF.
017962     MOVE SPACES                       TO XMIT-REGISTRY-REC.
017963     MOVE WS-SET-SOURCE (WS-SET-IX)    TO XRG-SOURCE-SYSTEM.
017964     MOVE WS-SET-HDR-DATE (WS-SET-IX)  TO XRG-HDR-DATE.
017965     MOVE WS-SET-DETAIL-CT (WS-SET-IX) TO XRG-DETAIL-CT.
017966     MOVE WS-SET-HASH (WS-SET-IX)      TO XRG-HASH-TOTAL.
017967     MOVE WS-RUN-DATE                  TO XRG-ACCEPT-CYCLE-DATE.
017968     MOVE WS-REG-RUN-DATE              TO XRG-ACCEPT-RUN-DATE.
017969     MOVE WS-CURRENT-TIME              TO XRG-ACCEPT-TIME.
017970     MOVE WS-SET-PROC-CT (WS-SET-IX)   TO XRG-PROC-CT.
017971     MOVE WS-SET-AMOUNT (WS-SET-IX)    TO XRG-AMOUNT.
017972     WRITE XMIT-REGISTRY-REC
017973         INVALID KEY
017974             GO TO 9410-REGISTER-ONE-SET-EXIT
017975     END-WRITE.
017976     IF WS-XMTREG-STATUS NOT = '00'
017977         MOVE 'XMTREG  ' TO WS-ABEND-FILE-ID
017978         MOVE WS-XMTREG-STATUS TO WS-ABEND-STATUS
017979         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
017980     END-IF.
017981 9410-REGISTER-ONE-SET-EXIT.
017982     EXIT.
017983*--------------------------------------------------------------*
017984* 9500-POST-CYCLE-STEP - RECORD THE RUN'S RETURN CODE AS STEP   *
017985* BATCHSTP FOR THE CYCLE DATE. THE OUTPUT IS ALREADY COMMITTED, *
017986* SO A POST THAT FAILS DOES NOT UNDO THE RUN - IT RAISES RC 4   *
017987* SO THE STEP GETS POSTED BY HAND (CYCCHK POST CARD).           *
017988*--------------------------------------------------------------*
017989 9500-POST-CYCLE-STEP.
017990     MOVE RETURN-CODE TO WS-SAVED-RC.
017991     MOVE 'P'         TO CYP-FUNCTION.
017992     MOVE WS-RUN-DATE TO CYP-CYCLE-DATE.
017993     MOVE 'BATCHSTP'  TO CYP-STEP-ID.
017994     MOVE WS-SAVED-RC TO CYP-STEP-RC.
017995     CALL 'CycleControl' USING CYCLE-CONTROL-PARM.
017996     MOVE WS-SAVED-RC TO RETURN-CODE.
017997     IF CYP-IO-ERROR
017998          OR CYP-BAD-REQUEST
017999         DISPLAY 'STRINGBATCH - BATCHSTP NOT POSTED TO CYCCTL - '
018000                 CYP-FILE-ID ' FILE STATUS = ' CYP-FILE-STATUS
018001         IF WS-SAVED-RC < 4
018002             MOVE 4 TO RETURN-CODE
018003         END-IF
018004     END-IF.
018005 9500-POST-CYCLE-STEP-EXIT.
018006     EXIT.
018007*--------------------------------------------------------------*
018008* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED ON AN OPEN,      *
018009* WRITE, OR REWRITE THAT A CHECKPOINT DEPENDS ON BEING SAFELY    *
018010* ON DISK. DISPLAY WHICH DDNAME AND STATUS FAILED AND STOP THE   *
018011* RUN WITH A NONZERO RETURN CODE RATHER THAN LET PROCESSING      *
018012* CONTINUE ON TOP OF AN UNKNOWN AMOUNT OF LOST OUTPUT.           *
018013*--------------------------------------------------------------*
018014 9900-ABEND.
018015     DISPLAY 'STRINGBATCH - FATAL I/O ERROR ON ' WS-ABEND-FILE-ID
018020             ' FILE STATUS = ' WS-ABEND-STATUS.
018030     MOVE 16 TO RETURN-CODE.
018040     GOBACK.
018160     GOBACK.
018170 9950-RUNCTL-ABEND-EXIT.
018180     EXIT.
018190*--------------------------------------------------------------*
018200* 9960-CYCLE-REFUSED - THE CYCLE DATE MAY NOT BE RUN. SAY WHY   *
018210* AND STOP THE RUN BEFORE ANY OTHER FILE IS OPENED.             *
018220*--------------------------------------------------------------*
018230 9960-CYCLE-REFUSED.
018240     DISPLAY 'STRINGBATCH - RUN REFUSED - ' WS-RUN-DATE ' - '
018250             WS-RUNCTL-REASON.
018260     MOVE 16 TO RETURN-CODE.
018270     GOBACK.
018280 9960-CYCLE-REFUSED-EXIT.
018290     EXIT.
018300 END PROGRAM StringBatch.
