000390*                  OFF. RELEASED AND WRITTEN-OFF ITEMS STAY     *
000400*                  ON THE MASTER AS HISTORY, AND SuspAging      *
000410*                  REPORTS THE OPEN ONES BY AGE AND REASON.     *
000412*  10/15/26  RM    THE WORK COPY OF TRANREC NOW RENAMES THE NEW *
000414*                  TRAN-DTL-ORIG-CYCLE-DATE TOO. A RECYCLED     *
000416*                  REVERSAL CARRIES ITS ORIGINAL CYCLE DATE     *
000418*                  THROUGH UNTOUCHED IN THE RECORD IMAGE.       *
000419*  10/15/26  RM    ADDED THE USAGE HOLD QUEUE. THE HOLD MASTER  *
000420*                  (HOLDIN - THE CURRENT HOLDMST GENERATION     *
000421*                  WITH THE PRIOR DAY'S HOLDQ BEHIND IT;        *
000422*                  COPYBOOK HOLDREC) IS CARRIED FORWARD TO      *
000423*                  HOLDOUT, AND AN OPERATOR'S CARD (HOLDTRAN)   *
000424*                  RELEASES A HELD DETAIL BACK INTO THE MERGE - *
000425*                  MARKED RELEASED SO StringBatch DOES NOT HOLD *
000426*                  IT AGAIN - OR REJECTS IT. ACTIONED ITEMS     *
000427*                  STAY ON THE MASTER AS HISTORY AND SHOW ON    *
000428*                  THE SUSPENSE REPORT UNDER REASON HOLD. AN    *
000429*                  UNMATCHED HOLD CARD IS RC 4 LIKE AN          *
000430*                  UNMATCHED RELEASE CARD.                      *
000431*--------------------------------------------------------------*
000432 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000600             FILE STATUS IS WS-SUSPOUT-STATUS.
000610     SELECT RELEASE-FILE            ASSIGN TO SUSPTRAN
000620             FILE STATUS IS WS-RELEASE-STATUS.
000621     SELECT HOLDIN-FILE             ASSIGN TO HOLDIN
000622             FILE STATUS IS WS-HOLDIN-STATUS.
000623     SELECT HOLDOUT-FILE            ASSIGN TO HOLDOUT
000624             FILE STATUS IS WS-HOLDOUT-STATUS.
000625     SELECT HOLD-CARD-FILE          ASSIGN TO HOLDTRAN
000626             FILE STATUS IS WS-HOLD-CARD-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650*--------------------------------------------------------------*
001570     05  RLS-CARD-ACCOUNT        PIC X(10).
001580     05  RLS-CARD-MYVAR          PIC X(01).
001590     05  FILLER                  PIC X(68).
001591*--------------------------------------------------------------*
001592* HOLDIN-FILE - THE CURRENT HOLD MASTER GENERATION WITH THE     *
001593* PRIOR DAY'S HOLD QUEUE BEHIND IT (SHARED HOLDREC LAYOUT,      *
001594* RENAMED VIA REPLACING LIKE THE SUSPENSE MASTER)               *
001595*--------------------------------------------------------------*
001596 FD  HOLDIN-FILE
001597     LABEL RECORDS ARE STANDARD
001598     RECORD CONTAINS 150 CHARACTERS
001599     DATA RECORD IS HDI-HOLD-REC.
001600     COPY HOLDREC
001601         REPLACING HOLD-REC               BY HDI-HOLD-REC
001602                   HLD-MYVAR              BY HDI-MYVAR
001603                   HLD-ACCOUNT-NO         BY HDI-ACCOUNT-NO
001604                   HLD-QUANTITY           BY HDI-QUANTITY
001605                   HLD-AVERAGE            BY HDI-AVERAGE
001606                   HLD-PEAK               BY HDI-PEAK
001607                   HLD-LIMIT              BY HDI-LIMIT
001608                   HLD-OVER-BY            BY HDI-OVER-BY
001609                   HLD-HISTORY-DAYS       BY HDI-HISTORY-DAYS
001610                   HLD-NO-HISTORY         BY HDI-NO-HISTORY
001611                   HLD-SOURCE-SYSTEM      BY HDI-SOURCE-SYSTEM
001612                   HLD-INPUT-REC          BY HDI-INPUT-REC
001613                   HLD-DATE-HELD          BY HDI-DATE-HELD
001614                   HLD-STATUS             BY HDI-STATUS
001615                   HLD-ITEM-OPEN          BY HDI-ITEM-OPEN
001616                   HLD-ITEM-RELEASED      BY HDI-ITEM-RELEASED
001617                   HLD-ITEM-REJECTED      BY HDI-ITEM-REJECTED
001618                   HLD-DATE-ACTIONED      BY HDI-DATE-ACTIONED.
001619*--------------------------------------------------------------*
001620* HOLDOUT-FILE - THE MAINTAINED HOLD MASTER GENERATION: ITEMS   *
001621* STILL HELD, AND RELEASED AND REJECTED HISTORY                 *
001622*--------------------------------------------------------------*
001623 FD  HOLDOUT-FILE
001624     LABEL RECORDS ARE STANDARD
001625     RECORD CONTAINS 150 CHARACTERS
001626     DATA RECORD IS HDO-HOLD-REC.
001627     COPY HOLDREC
001628         REPLACING HOLD-REC               BY HDO-HOLD-REC
001629                   HLD-MYVAR              BY HDO-MYVAR
001630                   HLD-ACCOUNT-NO         BY HDO-ACCOUNT-NO
001631                   HLD-QUANTITY           BY HDO-QUANTITY
001632                   HLD-AVERAGE            BY HDO-AVERAGE
001633                   HLD-PEAK               BY HDO-PEAK
001634                   HLD-LIMIT              BY HDO-LIMIT
001635                   HLD-OVER-BY            BY HDO-OVER-BY
001636                   HLD-HISTORY-DAYS       BY HDO-HISTORY-DAYS
001637                   HLD-NO-HISTORY         BY HDO-NO-HISTORY
001638                   HLD-SOURCE-SYSTEM      BY HDO-SOURCE-SYSTEM
001639                   HLD-INPUT-REC          BY HDO-INPUT-REC
001640                   HLD-DATE-HELD          BY HDO-DATE-HELD
001641                   HLD-STATUS             BY HDO-STATUS
001642                   HLD-ITEM-OPEN          BY HDO-ITEM-OPEN
001643                   HLD-ITEM-RELEASED      BY HDO-ITEM-RELEASED
001644                   HLD-ITEM-REJECTED      BY HDO-ITEM-REJECTED
001645                   HLD-DATE-ACTIONED      BY HDO-DATE-ACTIONED.
001646*--------------------------------------------------------------*
001647* HOLD-CARD-FILE - ONE OPERATOR HOLD TRANSACTION PER 80-BYTE    *
001648* CARD: 'R' RELEASES THE HELD DETAIL INTO THE MERGE, 'X'        *
001649* REJECTS IT. THE ITEM IS PICKED BY ACCOUNT + MyVar.            *
001650*--------------------------------------------------------------*
001651 FD  HOLD-CARD-FILE
001652     LABEL RECORDS ARE STANDARD
001653     RECORD CONTAINS 80 CHARACTERS
001654     DATA RECORD IS HOLD-CARD-REC.
001655 01  HOLD-CARD-REC.
001656     05  HCD-CARD-ACTION         PIC X(01).
001657         88  HCD-CARD-RELEASE        VALUE 'R'.
001658         88  HCD-CARD-REJECT         VALUE 'X'.
001659     05  HCD-CARD-ACCOUNT        PIC X(10).
001660     05  HCD-CARD-MYVAR          PIC X(01).
001661     05  FILLER                  PIC X(68).
001662 WORKING-STORAGE SECTION.
001663*--------------------------------------------------------------*
001664* WORK COPY OF THE TRANSMISSION LAYOUT (RENAMED VIA REPLACING   *
001665* SO IT DOES NOT COLLIDE WITH THE RAW-FILE COPY). RECYCLED      *
001666* DETAILS AND THE REBUILT TRAILER ARE STAGED HERE BEFORE GOING  *
001667* TO MERGE-FILE.                                                *
001668*--------------------------------------------------------------*
001670     COPY TRANREC
001680         REPLACING TRAN-REC               BY WRK-TRAN-REC
001690                   TRAN-REC-TYPE          BY WRK-REC-TYPE
001800                   TRAN-DTL-ACCOUNT-NO    BY WRK-DTL-ACCOUNT-NO
001810                   TRAN-DTL-QUANTITY      BY WRK-DTL-QUANTITY
001820                   TRAN-DTL-RECYCLE-COUNT BY WRK-DTL-RECYCLE-CT
001825                   TRAN-DTL-ORIG-CYCLE-DATE BY WRK-DTL-ORIG-CYCLE
001826                   TRAN-DTL-HOLD-RELEASE  BY WRK-DTL-HOLD-RELEASE
001827                   TRAN-DTL-RELEASED      BY WRK-DTL-RELEASED
001830                   TRAN-TRAILER-BODY      BY WRK-TRAILER-BODY
001840                   TRAN-TRL-DETAIL-COUNT  BY WRK-TRL-DETAIL-CT
001850                   TRAN-TRL-HASH-TOTAL    BY WRK-TRL-HASH-TOTAL.
002290 77  WS-RLS-FAILED-CT            PIC 9(08) VALUE ZERO.
002300 77  WS-STILL-OPEN-CT            PIC 9(08) VALUE ZERO.
002310 77  WS-RLS-UNMATCHED-CT         PIC 9(08) VALUE ZERO.
002311*--------------------------------------------------------------*
002312* HOLD CARD TABLE AND HOLD MASTER TALLIES - WORKED THE SAME WAY *
002313* AS THE RELEASE CARDS AND THE SUSPENSE MASTER                  *
002314*--------------------------------------------------------------*
002315 77  WS-HCD-MAX                  PIC 9(02) COMP VALUE 50.
002316 77  WS-HCD-COUNT                PIC 9(02) COMP VALUE ZERO.
002317 77  WS-HCD-IX                   PIC 9(02) COMP.
002318 77  WS-HCD-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002319     88  HCD-CARD-FOUND              VALUE 'Y'.
002320 01  WS-HCD-TABLE.
002321     05  WS-HCD-ENTRY            OCCURS 50 TIMES.
002322         10  WS-HCD-ACTION           PIC X(01).
002323         10  WS-HCD-ACCOUNT          PIC X(10).
002324         10  WS-HCD-MYVAR            PIC X(01).
002325         10  WS-HCD-USED-FLAG        PIC X(01).
002326             88  HCD-CARD-USED           VALUE 'Y'.
002327 77  WS-HOLDIN-READ-CT           PIC 9(08) VALUE ZERO.
002328 77  WS-HOLD-RELEASED-CT         PIC 9(08) VALUE ZERO.
002329 77  WS-HOLD-REJECTED-CT         PIC 9(08) VALUE ZERO.
002330 77  WS-HOLD-FAILED-CT           PIC 9(08) VALUE ZERO.
002331 77  WS-HOLD-OPEN-CT             PIC 9(08) VALUE ZERO.
002332 77  WS-HCD-UNMATCHED-CT         PIC 9(08) VALUE ZERO.
002333*--------------------------------------------------------------*
002334* END-OF-FILE CONTROL                                          *
002340*--------------------------------------------------------------*
002350 77  WS-RAW-EOF-SWITCH           PIC X(01) VALUE 'N'.
002360     88  END-OF-RAW                  VALUE 'Y'.
002400     88  END-OF-SUSPIN               VALUE 'Y'.
002410 77  WS-RELEASE-EOF-SWITCH       PIC X(01) VALUE 'N'.
002420     88  END-OF-RELEASE-CARDS        VALUE 'Y'.
002422 77  WS-HOLDIN-EOF-SWITCH        PIC X(01) VALUE 'N'.
002424     88  END-OF-HOLDIN               VALUE 'Y'.
002426 77  WS-HOLD-CARD-EOF-SWITCH     PIC X(01) VALUE 'N'.
002428     88  END-OF-HOLD-CARDS           VALUE 'Y'.
002430*--------------------------------------------------------------*
002440* FILE STATUS AND ABEND FIELDS                                  *
002450*--------------------------------------------------------------*
002500 77  WS-RELEASE-STATUS           PIC X(02).
002510 77  WS-MERGE-STATUS             PIC X(02).
002520 77  WS-PRINT-STATUS             PIC X(02).
002522 77  WS-HOLDIN-STATUS            PIC X(02).
002524 77  WS-HOLDOUT-STATUS           PIC X(02).
002526 77  WS-HOLD-CARD-STATUS         PIC X(02).
002530 77  WS-ABEND-FILE-ID            PIC X(08).
002540 77  WS-ABEND-STATUS             PIC X(02).
002550*--------------------------------------------------------------*
003250         THRU 5500-COUNT-UNMATCHED-CARD-EXIT
003260         VARYING WS-RLS-IX FROM 1 BY 1
003270         UNTIL WS-RLS-IX > WS-RLS-COUNT.
003271*    THE HOLD MASTER IS WORKED THE SAME WAY, STILL AHEAD OF THE
003272*    TRAILER, SO RELEASED HOLDS ARE COUNTED AND HASHED IN IT.
003273     PERFORM 6100-READ-HOLDIN THRU 6100-READ-HOLDIN-EXIT.
003274     PERFORM 6000-PROCESS-HOLD-REC
003275         THRU 6000-PROCESS-HOLD-REC-EXIT
003276         UNTIL END-OF-HOLDIN.
003277     PERFORM 6500-COUNT-UNMATCHED-HOLD
003278         THRU 6500-COUNT-UNMATCHED-HOLD-EXIT
003279         VARYING WS-HCD-IX FROM 1 BY 1
003280         UNTIL WS-HCD-IX > WS-HCD-COUNT.
003281     PERFORM 4000-WRITE-MERGED-TRAILER
003290         THRU 4000-WRITE-MERGED-TRAILER-EXIT.
003300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
003310     GOBACK.
003390                 ERRIN-FILE
003400                 SUSPIN-FILE
003410                 RELEASE-FILE
003413                 HOLDIN-FILE
003416                 HOLD-CARD-FILE
003420          OUTPUT MERGE-FILE
003430                 SUSPOUT-FILE
003440                 PRINT-FILE
003445                 HOLDOUT-FILE.
003450     IF WS-RAW-STATUS NOT = '00'
003460         MOVE 'RAWIN   ' TO WS-ABEND-FILE-ID
003470         MOVE WS-RAW-STATUS TO WS-ABEND-STATUS
003770         MOVE WS-RELEASE-STATUS TO WS-ABEND-STATUS
003780         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003790     END-IF.
003791     IF WS-HOLDIN-STATUS NOT = '00'
003792         MOVE 'HOLDIN  ' TO WS-ABEND-FILE-ID
003793         MOVE WS-HOLDIN-STATUS TO WS-ABEND-STATUS
003794         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003795     END-IF.
003796     IF WS-HOLDOUT-STATUS NOT = '00'
003797         MOVE 'HOLDOUT ' TO WS-ABEND-FILE-ID
003798         MOVE WS-HOLDOUT-STATUS TO WS-ABEND-STATUS
003799         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003800     END-IF.
003801     IF WS-HOLD-CARD-STATUS NOT = '00'
003802         MOVE 'HOLDTRAN' TO WS-ABEND-FILE-ID
003803         MOVE WS-HOLD-CARD-STATUS TO WS-ABEND-STATUS
003804         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003805     END-IF.
003806     ACCEPT WS-RUN-DATE FROM DATE.
003810     PERFORM 1200-READ-RELEASE-CARD
003820         THRU 1200-READ-RELEASE-CARD-EXIT.
003830     PERFORM 1250-STORE-RELEASE-CARD
003840         THRU 1250-STORE-RELEASE-CARD-EXIT
003850         UNTIL END-OF-RELEASE-CARDS.
003860     CLOSE RELEASE-FILE.
003861     PERFORM 1300-READ-HOLD-CARD
003862         THRU 1300-READ-HOLD-CARD-EXIT.
003863     PERFORM 1350-STORE-HOLD-CARD
003864         THRU 1350-STORE-HOLD-CARD-EXIT
003865         UNTIL END-OF-HOLD-CARDS.
003866     CLOSE HOLD-CARD-FILE.
003870     PERFORM 1100-READ-RAW THRU 1100-READ-RAW-EXIT.
003880 1000-INITIALIZE-EXIT.
003890     EXIT.
004450         THRU 1200-READ-RELEASE-CARD-EXIT.
004460 1250-STORE-RELEASE-CARD-EXIT.
004470     EXIT.
004471*--------------------------------------------------------------*
004472* 1300-READ-HOLD-CARD - READ THE NEXT OPERATOR HOLD CARD        *
004473*--------------------------------------------------------------*
004474 1300-READ-HOLD-CARD.
004475     READ HOLD-CARD-FILE
004476         AT END
004477             MOVE 'Y' TO WS-HOLD-CARD-EOF-SWITCH
004478     END-READ.
004479     IF WS-HOLD-CARD-STATUS NOT = '00'
004480          AND WS-HOLD-CARD-STATUS NOT = '10'
004481         MOVE 'HOLDTRAN' TO WS-ABEND-FILE-ID
004482         MOVE WS-HOLD-CARD-STATUS TO WS-ABEND-STATUS
004483         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004484     END-IF.
004485 1300-READ-HOLD-CARD-EXIT.
004486     EXIT.
004487*--------------------------------------------------------------*
004488* 1350-STORE-HOLD-CARD - FILE ONE HOLD CARD INTO THE IN-STORAGE *
004489* TABLE. A CARD WITH AN ACTION OTHER THAN R OR X IS IGNORED     *
004490* WITH A LOG LINE; A DECK GROWN PAST WS-HCD-MAX STOPS THE RUN.  *
004491*--------------------------------------------------------------*
004492 1350-STORE-HOLD-CARD.
004493     IF NOT HCD-CARD-RELEASE AND NOT HCD-CARD-REJECT
004494         DISPLAY 'STRINGRECYCLE - HOLD CARD ACTION NOT'
004495                 ' R OR X - CARD IGNORED'
004496         GO TO 1350-STORE-NEXT-CARD
004497     END-IF.
004498     IF WS-HCD-COUNT >= WS-HCD-MAX
004499         MOVE 'HOLDTRAN' TO WS-ABEND-FILE-ID
004500         MOVE 'FU'       TO WS-ABEND-STATUS
004501         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
004502     END-IF.
004503     ADD 1 TO WS-HCD-COUNT.
004504     MOVE HCD-CARD-ACTION  TO WS-HCD-ACTION (WS-HCD-COUNT).
004505     MOVE HCD-CARD-ACCOUNT TO WS-HCD-ACCOUNT (WS-HCD-COUNT).
004506     MOVE HCD-CARD-MYVAR   TO WS-HCD-MYVAR (WS-HCD-COUNT).
004507     MOVE 'N'              TO WS-HCD-USED-FLAG (WS-HCD-COUNT).
004508 1350-STORE-NEXT-CARD.
004509     PERFORM 1300-READ-HOLD-CARD
004510         THRU 1300-READ-HOLD-CARD-EXIT.
004511 1350-STORE-HOLD-CARD-EXIT.
004512     EXIT.
004513*--------------------------------------------------------------*
004514* 2000-COPY-RAW-RECORD - PASS ONE RAW RECORD THROUGH TO THE     *
004515* MERGED TRANSMISSION, TALLYING DETAILS AND HOLDING THE         *
004516* TRAILER'S CLAIMS BACK FOR THE BALANCE PROOF. THE TRAILER      *
004520* ITSELF IS NOT WRITTEN - A REBUILT ONE COVERING THE RECYCLED   *
004530* DETAILS TOO GOES OUT AT 4000.                                 *
004540*--------------------------------------------------------------*
009090     END-IF.
009100 5500-COUNT-UNMATCHED-CARD-EXIT.
009110     EXIT.
009111*--------------------------------------------------------------*
009112* 6000-PROCESS-HOLD-REC - ONE HOLD MASTER ITEM: HISTORY AND     *
009113* ITEMS NO CARD NAMES ARE CARRIED FORWARD AS THEY ARE; A        *
009114* MATCHING CARD RELEASES OR REJECTS AN OPEN ONE                 *
009115*--------------------------------------------------------------*
009116 6000-PROCESS-HOLD-REC.
009117     ADD 1 TO WS-HOLDIN-READ-CT.
009118     IF NOT HDI-ITEM-OPEN
009119         PERFORM 6400-WRITE-HOLDOUT-REC
009120             THRU 6400-WRITE-HOLDOUT-REC-EXIT
009121         GO TO 6000-NEXT-HOLD
009122     END-IF.
009123     PERFORM 6200-FIND-HOLD-CARD
009124         THRU 6200-FIND-HOLD-CARD-EXIT.
009125     IF NOT HCD-CARD-FOUND
009126         ADD 1 TO WS-HOLD-OPEN-CT
009127         PERFORM 6400-WRITE-HOLDOUT-REC
009128             THRU 6400-WRITE-HOLDOUT-REC-EXIT
009129         GO TO 6000-NEXT-HOLD
009130     END-IF.
009131     MOVE 'Y' TO WS-HCD-USED-FLAG (WS-HCD-IX).
009132     IF WS-HCD-ACTION (WS-HCD-IX) = 'X'
009133         MOVE 'X' TO HDI-STATUS
009134         MOVE WS-RUN-DATE TO HDI-DATE-ACTIONED
009135         ADD 1 TO WS-HOLD-REJECTED-CT
009136         MOVE 'HELD DETAIL REJECTED BY CARD'
009137             TO SUS-DISPOSITION
009138         PERFORM 6450-WRITE-HOLD-LINE
009139             THRU 6450-WRITE-HOLD-LINE-EXIT
009140     ELSE
009141         PERFORM 6300-RELEASE-HOLD
009142             THRU 6300-RELEASE-HOLD-EXIT
009143     END-IF.
009144     PERFORM 6400-WRITE-HOLDOUT-REC
009145         THRU 6400-WRITE-HOLDOUT-REC-EXIT.
009146 6000-NEXT-HOLD.
009147     PERFORM 6100-READ-HOLDIN THRU 6100-READ-HOLDIN-EXIT.
009148 6000-PROCESS-HOLD-REC-EXIT.
009149     EXIT.
009150*--------------------------------------------------------------*
009151* 6100-READ-HOLDIN - READ THE NEXT HOLD MASTER ITEM             *
009152*--------------------------------------------------------------*
009153 6100-READ-HOLDIN.
009154     READ HOLDIN-FILE
009155         AT END
009156             MOVE 'Y' TO WS-HOLDIN-EOF-SWITCH
009157     END-READ.
009158     IF WS-HOLDIN-STATUS NOT = '00'
009159          AND WS-HOLDIN-STATUS NOT = '10'
009160         MOVE 'HOLDIN  ' TO WS-ABEND-FILE-ID
009161         MOVE WS-HOLDIN-STATUS TO WS-ABEND-STATUS
009162         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009163     END-IF.
009164 6100-READ-HOLDIN-EXIT.
009165     EXIT.
009166*--------------------------------------------------------------*
009167* 6200-FIND-HOLD-CARD - SEARCH THE HOLD CARD TABLE FOR AN       *
009168* UNUSED CARD MATCHING THIS ITEM'S ACCOUNT AND MyVar. LEAVES    *
009169* HCD-CARD-FOUND SET AND WS-HCD-IX AT THE MATCHED CARD.         *
009170*--------------------------------------------------------------*
009171 6200-FIND-HOLD-CARD.
009172     MOVE 'N' TO WS-HCD-FOUND-SWITCH.
009173     PERFORM 6210-MATCH-HOLD-CARD
009174         THRU 6210-MATCH-HOLD-CARD-EXIT
009175         VARYING WS-HCD-IX FROM 1 BY 1
009176         UNTIL HCD-CARD-FOUND
009177            OR WS-HCD-IX > WS-HCD-COUNT.
009178     IF HCD-CARD-FOUND
009179         SUBTRACT 1 FROM WS-HCD-IX
009180     END-IF.
009181 6200-FIND-HOLD-CARD-EXIT.
009182     EXIT.
009183*--------------------------------------------------------------*
009184* 6210-MATCH-HOLD-CARD - COMPARE ONE HOLD CARD AGAINST THE ITEM *
009185*--------------------------------------------------------------*
009186 6210-MATCH-HOLD-CARD.
009187     IF NOT HCD-CARD-USED (WS-HCD-IX)
009188          AND WS-HCD-ACCOUNT (WS-HCD-IX) = HDI-INPUT-REC (3:10)
009189          AND WS-HCD-MYVAR (WS-HCD-IX) = HDI-MYVAR
009190         MOVE 'Y' TO WS-HCD-FOUND-SWITCH
009191     END-IF.
009192 6210-MATCH-HOLD-CARD-EXIT.
009193     EXIT.
009194*--------------------------------------------------------------*
009195* 6300-RELEASE-HOLD - RE-FEED THE HELD DETAIL INTO THE MERGE AS *
009196* IT ARRIVED, MARKED RELEASED SO StringBatch BILLS IT WITHOUT   *
009197* HOLDING IT AGAIN. AN IMAGE THAT IS NOT A CLEAN DETAIL STAYS   *
009198* HELD.                                                         *
009199*--------------------------------------------------------------*
009200 6300-RELEASE-HOLD.
009201     MOVE HDI-INPUT-REC TO WRK-TRAN-REC.
009202     IF NOT WRK-DETAIL
009203          OR WRK-DTL-ACCOUNT-NO NOT NUMERIC
009204         ADD 1 TO WS-HOLD-FAILED-CT
009205         MOVE 'RELEASE FAILED - NOT A DETAIL'
009206             TO SUS-DISPOSITION
009207         PERFORM 6450-WRITE-HOLD-LINE
009208             THRU 6450-WRITE-HOLD-LINE-EXIT
009209         GO TO 6300-RELEASE-HOLD-EXIT
009210     END-IF.
009211     MOVE 'Y' TO WRK-DTL-HOLD-RELEASE.
009212     MOVE WRK-TRAN-REC TO MRG-REC.
009213     WRITE MRG-REC.
009214     IF WS-MERGE-STATUS NOT = '00'
009215         MOVE 'MRGOUT  ' TO WS-ABEND-FILE-ID
009216         MOVE WS-MERGE-STATUS TO WS-ABEND-STATUS
009217         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009218     END-IF.
009219     ADD 1 TO WS-RCY-DETAIL-COUNT.
009220     ADD WRK-DTL-ACCOUNT-NO TO WS-RCY-HASH-TOTAL.
009221     MOVE 'R' TO HDI-STATUS.
009222     MOVE WS-RUN-DATE TO HDI-DATE-ACTIONED.
009223     ADD 1 TO WS-HOLD-RELEASED-CT.
009224     MOVE 'HELD DETAIL RELEASED TO MERGE'
009225         TO SUS-DISPOSITION.
009226     PERFORM 6450-WRITE-HOLD-LINE
009227         THRU 6450-WRITE-HOLD-LINE-EXIT.
009228 6300-RELEASE-HOLD-EXIT.
009229     EXIT.
009230*--------------------------------------------------------------*
009231* 6400-WRITE-HOLDOUT-REC - CARRY THE ITEM IN HAND FORWARD ONTO  *
009232* THE NEW HOLD MASTER GENERATION                                *
009233*--------------------------------------------------------------*
009234 6400-WRITE-HOLDOUT-REC.
009235     MOVE HDI-HOLD-REC TO HDO-HOLD-REC.
009236     WRITE HDO-HOLD-REC.
009237     IF WS-HOLDOUT-STATUS NOT = '00'
009238         MOVE 'HOLDOUT ' TO WS-ABEND-FILE-ID
009239         MOVE WS-HOLDOUT-STATUS TO WS-ABEND-STATUS
009240         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009241     END-IF.
009242 6400-WRITE-HOLDOUT-REC-EXIT.
009243     EXIT.
009244*--------------------------------------------------------------*
009245* 6450-WRITE-HOLD-LINE - ONE SUSPENSE REPORT LINE FOR A HELD    *
009246* DETAIL WHOSE DISPOSITION CHANGED THIS RUN, UNDER REASON HOLD. *
009247* THE DISPOSITION TEXT IS STAGED BY THE CALLER.                 *
009248*--------------------------------------------------------------*
009249 6450-WRITE-HOLD-LINE.
009250     IF WS-LINE-CT >= WS-MAX-LINES
009251         PERFORM 3250-WRITE-HEADINGS
009252             THRU 3250-WRITE-HEADINGS-EXIT
009253     END-IF.
009254     MOVE HDI-MYVAR            TO SUS-MYVAR.
009255     MOVE 'HOLD'               TO SUS-REASON-CODE.
009256     MOVE HDI-INPUT-REC (3:10) TO SUS-ACCOUNT.
009257     MOVE SPACES               TO SUS-RECYCLE-CT.
009258     WRITE PRINT-REC FROM WS-SUSPENSE-LINE
009259         AFTER ADVANCING 1 LINE.
009260     IF WS-PRINT-STATUS NOT = '00'
009261         MOVE 'SUSPRPT ' TO WS-ABEND-FILE-ID
009262         MOVE WS-PRINT-STATUS TO WS-ABEND-STATUS
009263         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
009264     END-IF.
009265     ADD 1 TO WS-LINE-CT.
009266 6450-WRITE-HOLD-LINE-EXIT.
009267     EXIT.
009268*--------------------------------------------------------------*
009269* 6500-COUNT-UNMATCHED-HOLD - A HOLD CARD THAT FOUND NO HELD    *
009270* DETAIL IS A CLERICAL MISS - LOG IT AND FLAG THE RUN RC 4      *
009271*--------------------------------------------------------------*
009272 6500-COUNT-UNMATCHED-HOLD.
009273     IF NOT HCD-CARD-USED (WS-HCD-IX)
009274         ADD 1 TO WS-HCD-UNMATCHED-CT
009275         DISPLAY 'STRINGRECYCLE - HOLD CARD UNMATCHED -'
009276                 ' ACCOUNT ' WS-HCD-ACCOUNT (WS-HCD-IX)
009277                 ' CODE '    WS-HCD-MYVAR (WS-HCD-IX)
009278     END-IF.
009279 6500-COUNT-UNMATCHED-HOLD-EXIT.
009280     EXIT.
009281*--------------------------------------------------------------*
009282* 9000-TERMINATE - PRINT THE RECYCLE TALLIES, CLOSE FILES, AND  *
009283* FLAG A RUN THAT SUSPENDED RECORDS (RC 4) SO THE SUSPENSE      *
009284* REPORT ACTUALLY GETS PICKED UP                                *
009285*--------------------------------------------------------------*
009286 9000-TERMINATE.
009287     MOVE WS-MAX-LINES TO WS-LINE-CT.
009288     MOVE SPACES TO WS-TOTAL-LINE.
009289     MOVE 'RAW DETAILS PASSED THROUGH' TO TOT-LABEL.
009290     MOVE WS-RAW-DETAIL-COUNT TO TOT-COUNT.
009291     PERFORM 9100-WRITE-TOTAL-LINE
009292         THRU 9100-WRITE-TOTAL-LINE-EXIT.
009293     MOVE SPACES TO WS-TOTAL-LINE.
009294     MOVE 'REJECTS RECYCLED' TO TOT-LABEL.
009295     MOVE WS-RCY-DETAIL-COUNT TO TOT-COUNT.
009296     PERFORM 9100-WRITE-TOTAL-LINE
009297         THRU 9100-WRITE-TOTAL-LINE-EXIT.
009298     MOVE SPACES TO WS-TOTAL-LINE.
009300     MOVE 'REJECTS TO SUSPENSE' TO TOT-LABEL.
009310     MOVE WS-SUSPENSE-COUNT TO TOT-COUNT.
009320     PERFORM 9100-WRITE-TOTAL-LINE
009610     MOVE WS-RLS-UNMATCHED-CT TO TOT-COUNT.
009620     PERFORM 9100-WRITE-TOTAL-LINE
009630         THRU 9100-WRITE-TOTAL-LINE-EXIT.
009631     MOVE SPACES TO WS-TOTAL-LINE.
009632     MOVE 'HOLD ITEMS BROUGHT FORWARD' TO TOT-LABEL.
009633     MOVE WS-HOLDIN-READ-CT TO TOT-COUNT.
009634     PERFORM 9100-WRITE-TOTAL-LINE
009635         THRU 9100-WRITE-TOTAL-LINE-EXIT.
009636     MOVE SPACES TO WS-TOTAL-LINE.
009637     MOVE 'HELD DETAILS RELEASED' TO TOT-LABEL.
009638     MOVE WS-HOLD-RELEASED-CT TO TOT-COUNT.
009639     PERFORM 9100-WRITE-TOTAL-LINE
009640         THRU 9100-WRITE-TOTAL-LINE-EXIT.
009641     MOVE SPACES TO WS-TOTAL-LINE.
009642     MOVE 'HELD DETAILS REJECTED' TO TOT-LABEL.
009643     MOVE WS-HOLD-REJECTED-CT TO TOT-COUNT.
009644     PERFORM 9100-WRITE-TOTAL-LINE
009645         THRU 9100-WRITE-TOTAL-LINE-EXIT.
009646     MOVE SPACES TO WS-TOTAL-LINE.
009647     MOVE 'HOLD RELEASES FAILED' TO TOT-LABEL.
009648     MOVE WS-HOLD-FAILED-CT TO TOT-COUNT.
009649     PERFORM 9100-WRITE-TOTAL-LINE
009650         THRU 9100-WRITE-TOTAL-LINE-EXIT.
009651     MOVE SPACES TO WS-TOTAL-LINE.
009652     MOVE 'DETAILS STILL HELD' TO TOT-LABEL.
009653     MOVE WS-HOLD-OPEN-CT TO TOT-COUNT.
009654     PERFORM 9100-WRITE-TOTAL-LINE
009655         THRU 9100-WRITE-TOTAL-LINE-EXIT.
009656     MOVE SPACES TO WS-TOTAL-LINE.
009657     MOVE 'HOLD CARDS UNMATCHED' TO TOT-LABEL.
009658     MOVE WS-HCD-UNMATCHED-CT TO TOT-COUNT.
009659     PERFORM 9100-WRITE-TOTAL-LINE
009660         THRU 9100-WRITE-TOTAL-LINE-EXIT.
009661     MOVE SPACES TO WS-TOTAL-LINE.
009662     MOVE 'MERGED DETAIL COUNT' TO TOT-LABEL.
009663     MOVE WS-MRG-DETAIL-COUNT TO TOT-COUNT.
009670     PERFORM 9100-WRITE-TOTAL-LINE
009680         THRU 9100-WRITE-TOTAL-LINE-EXIT.
009690     CLOSE RAW-FILE
009710           SUSPIN-FILE
009720           SUSPOUT-FILE
009730           MERGE-FILE
009740           PRINT-FILE
009743           HOLDIN-FILE
009746           HOLDOUT-FILE.
009750     IF WS-SUSPENSE-COUNT > ZERO
009760          OR WS-RLS-UNMATCHED-CT > ZERO
009765          OR WS-HCD-UNMATCHED-CT > ZERO
009770         MOVE 4 TO RETURN-CODE
009780     END-IF.
009790 9000-TERMINATE-EXIT.
