000340*                  THE NEGATIVE-CHARGE ROWS ON AUDITF ARE       *
000350*                  COUNTED AND PROVED AGAINST THE GRAND         *
000360*                  RECORD'S CTL-REVERSAL-COUNT.                 *
000361*  10/15/26  RM    CTLTOTF MAY NOW CARRY 'D' RECORDS - SETS     *
000362*                  StringBatch REFUSED AS DUPLICATES. THEY ARE  *
000363*                  LISTED ON THE LOG BUT TAKE NO PART IN THE    *
000364*                  SOURCES-SUM-TO-GRAND CHECK, SINCE NOTHING    *
000365*                  FROM THEM REACHED THE OUTPUT DATASETS.       *
000366*  10/15/26  RM    AUDITF GREW 76 TO 103 WITH THE VAT FIELDS.   *
000367*                  THE CONTROL TOTALS AND THE AUDIT TRAIL STILL *
000368*                  BALANCE ON THE NET CHARGE.                   *
000369*  10/15/26  RM    THE BALANCING RESULT IS NOW POSTED TO THE    *
000370*                  CYCLE-CONTROL MASTER (CYCCTL) THROUGH        *
000371*                  CycleControl AS STEP BALSTEP FOR THE CONTROL *
000372*                  TOTALS RECORD'S RUN DATE - RC 0 IN BALANCE,  *
000373*                  RC 8 OUT. THE RUN DATE IS SAVED FROM THE     *
000374*                  GRAND RECORD, WHOSE AREA THE PER-SOURCE      *
000375*                  READS REUSE.                                 *
000376*  10/15/26  RM    CTLTOTF GREW 68 TO 100 (SET KEYS AND         *
000377*                  PARTITION FIELDS). A GRAND RECORD CARRYING A *
000378*                  PARTITION NUMBER IS ONE PARTITION'S TOTALS   *
000379*                  ONLY AND IS OUT OF BALANCE - ONLY A WHOLE    *
000380*                  RUN, OR THE StringMerge ROLLUP OF A          *
000381*                  PARTITIONED RUN, CAN BE PROVED. A MERGED RUN *
000382*                  IS NOTED ON THE LOG WITH ITS PARTITION       *
000383*                  COUNT.                                       *
000384*  10/15/26  RM    DETAILS StringBatch SENT TO THE USAGE HOLD   *
000385*                  QUEUE ARE NOW PART OF THE BALANCE - READ =   *
000386*                  RESULTS + ERRORS + HELD ON THE GRAND RECORD  *
000387*                  - AND THE DAY'S HOLDQ GENERATION IS COUNTED  *
000388*                  AND PROVED AGAINST CTL-HOLD-COUNT. A TOTALS  *
000389*                  RECORD WRITTEN BEFORE THE COUNT WAS ADDED    *
000390*                  READS AS NONE HELD.                          *
000391*--------------------------------------------------------------*
000392 ENVIRONMENT DIVISION.
000393 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420*    DECIMAL-POINT IS COMMA SO AUD-AMOUNT-EDIT DESCRIBES THE
000520             FILE STATUS IS WS-AUDIT-STATUS.
000530     SELECT ERROR-FILE              ASSIGN TO ERRRPT
000540             FILE STATUS IS WS-ERROR-STATUS.
000543     SELECT HOLD-FILE               ASSIGN TO HOLDQ
000546             FILE STATUS IS WS-HOLD-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570*--------------------------------------------------------------*
000610*--------------------------------------------------------------*
000620 FD  TOTALS-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 100 CHARACTERS
000650     DATA RECORD IS CTL-TOTALS-REC.
000660     COPY CTLTOTRC.
000670*--------------------------------------------------------------*
000800*--------------------------------------------------------------*
000810 FD  AUDIT-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 103 CHARACTERS
000840     DATA RECORD IS AUDIT-REC.
000850     COPY AUDITREC.
000860*--------------------------------------------------------------*
000910     RECORD CONTAINS 127 CHARACTERS
000920     DATA RECORD IS ERROR-COUNT-REC.
000930 01  ERROR-COUNT-REC             PIC X(127).
000931*--------------------------------------------------------------*
000932* HOLD-FILE - THE DAY'S USAGE HOLD QUEUE (HOLDREC LAYOUT), READ *
000933* ONLY TO BE COUNTED                                            *
000934*--------------------------------------------------------------*
000935 FD  HOLD-FILE
000936     LABEL RECORDS ARE STANDARD
000937     RECORD CONTAINS 150 CHARACTERS
000938     DATA RECORD IS HOLD-COUNT-REC.
000939 01  HOLD-COUNT-REC              PIC X(150).
000940 WORKING-STORAGE SECTION.
000950*--------------------------------------------------------------*
000960* INDEPENDENT COUNTS AND THE LAST AUDIT ROW'S RUNNING AMOUNT    *
000980 77  WS-RESULT-COUNT             PIC 9(08) VALUE ZERO.
000990 77  WS-AUDIT-COUNT              PIC 9(08) VALUE ZERO.
001000 77  WS-ERROR-COUNT              PIC 9(08) VALUE ZERO.
001005 77  WS-HOLD-COUNT               PIC 9(08) VALUE ZERO.
001010 77  WS-AUDIT-AMOUNT             PIC S9(07)V99 VALUE ZERO.
001020*    EACH AUDIT ROW'S OWN CHARGE, DE-EDITED TO COUNT THE
001030*    NEGATIVE (REVERSAL) POSTINGS INDEPENDENTLY.
001110*--------------------------------------------------------------*
001120 77  WS-GRAND-READ-CT            PIC 9(08) VALUE ZERO.
001130 77  WS-GRAND-AMOUNT             PIC S9(07)V99 VALUE ZERO.
001135 77  WS-GRAND-HOLD-CT            PIC 9(08) VALUE ZERO.
001140 77  WS-SOURCE-REC-CT            PIC 9(02) VALUE ZERO.
001150 77  WS-SRC-READ-SUM             PIC 9(08) VALUE ZERO.
001160 77  WS-SRC-AMT-SUM              PIC S9(08)V99 VALUE ZERO.
001310     88  END-OF-AUDITS               VALUE 'Y'.
001320 77  WS-ERROR-EOF-SWITCH         PIC X(01) VALUE 'N'.
001330     88  END-OF-ERRORS               VALUE 'Y'.
001333 77  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
001336     88  END-OF-HOLDS                VALUE 'Y'.
001340*--------------------------------------------------------------*
001350* FILE STATUS AND ABEND FIELDS                                  *
001360*--------------------------------------------------------------*
001380 77  WS-RESULT-STATUS            PIC X(02).
001390 77  WS-AUDIT-STATUS             PIC X(02).
001400 77  WS-ERROR-STATUS             PIC X(02).
001405 77  WS-HOLD-STATUS              PIC X(02).
001410 77  WS-ABEND-FILE-ID            PIC X(08).
001420 77  WS-ABEND-STATUS             PIC X(02).
001421*--------------------------------------------------------------*
001422* CYCLE CONTROL - THE RUN DATE THE STEP IS POSTED FOR, AND THE  *
001423* CycleControl PARAMETER AREA. THE CALL RESETS RETURN-CODE, SO  *
001424* THE STEP'S OWN CODE IS SAVED ACROSS IT.                       *
001425*--------------------------------------------------------------*
001426 77  WS-CYCLE-DATE               PIC 9(06) VALUE ZERO.
001427 77  WS-SAVED-RC                 PIC S9(04) COMP.
001428     COPY CYCPARM.
001430 PROCEDURE DIVISION.
001440*--------------------------------------------------------------*
001450* 0000-MAINLINE                                                *
001550     PERFORM 2210-READ-ERROR THRU 2210-READ-ERROR-EXIT.
001560     PERFORM 2200-COUNT-ERROR THRU 2200-COUNT-ERROR-EXIT
001570         UNTIL END-OF-ERRORS.
001572     PERFORM 2310-READ-HOLD THRU 2310-READ-HOLD-EXIT.
001574     PERFORM 2300-COUNT-HOLD THRU 2300-COUNT-HOLD-EXIT
001576         UNTIL END-OF-HOLDS.
001580     PERFORM 3000-RECONCILE THRU 3000-RECONCILE-EXIT.
001590     PERFORM 3500-CHECK-SOURCE-TOTALS
001600         THRU 3500-CHECK-SOURCE-TOTALS-EXIT.
001630 0000-MAINLINE-EXIT.
001640     EXIT.
001650*--------------------------------------------------------------*
001660* 1000-INITIALIZE - OPEN THE FIVE INPUTS AND READ THE CONTROL   *
001670* TOTALS RECORD. A MISSING TOTALS RECORD MEANS THE BATCH STEP   *
001680* NEVER FINISHED CLEANLY AND IS A HARD STOP.                    *
001690*--------------------------------------------------------------*
001710     OPEN INPUT TOTALS-FILE
001720                RESULT-FILE
001730                AUDIT-FILE
001740                ERROR-FILE
001745                HOLD-FILE.
001750     IF WS-TOTALS-STATUS NOT = '00'
001760         MOVE 'CTLTOTF ' TO WS-ABEND-FILE-ID
001770         MOVE WS-TOTALS-STATUS TO WS-ABEND-STATUS
001920         MOVE WS-ERROR-STATUS TO WS-ABEND-STATUS
001930         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
001940     END-IF.
001941     IF WS-HOLD-STATUS NOT = '00'
001942         MOVE 'HOLDQ   ' TO WS-ABEND-FILE-ID
001943         MOVE WS-HOLD-STATUS TO WS-ABEND-STATUS
001944         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
001945     END-IF.
001950     READ TOTALS-FILE
001960         AT END
001970             MOVE 'CTLTOTF ' TO WS-ABEND-FILE-ID
002110         DISPLAY '  *** FIRST TOTALS RECORD IS NOT THE'
002120                 ' GRAND RECORD ***'
002130     END-IF.
002131*    ONE PARTITION'S TOTALS ARE ONLY PART OF THE RUN - A
002132*    PARTITIONED RUN IS PROVED FROM THE StringMerge ROLLUP.
002133     IF CTL-PARTITION-NO NUMERIC
002134          AND CTL-PARTITION-NO > ZERO
002135         MOVE 'Y' TO WS-BALANCE-SWITCH
002136         DISPLAY '  *** TOTALS ARE PARTITION ' CTL-PARTITION-NO
002137                 ' ONLY - BALANCE THE MERGED RUN ***'
002138     END-IF.
002139     IF CTL-PARTITION-CT NUMERIC
002140          AND CTL-PARTITION-CT > 1
002141         DISPLAY '  TOTALS MERGED FROM ' CTL-PARTITION-CT
002142                 ' PARTITIONS'
002143     END-IF.
002144     MOVE CTL-READ-COUNT     TO WS-GRAND-READ-CT.
002150     MOVE CTL-RUN-TOTAL-AMT  TO WS-GRAND-AMOUNT.
002160     MOVE CTL-REVERSAL-COUNT TO WS-GRAND-REVERSAL-CT.
002165     MOVE CTL-RUN-DATE       TO WS-CYCLE-DATE.
002167*    A TOTALS RECORD FROM BEFORE THE HOLD QUEUE CARRIES SPACES
002169*    IN THE HOLD COUNT - NOTHING WAS HELD.
002171     IF CTL-HOLD-COUNT NUMERIC
002173         MOVE CTL-HOLD-COUNT TO WS-GRAND-HOLD-CT
002175     END-IF.
002177 1000-INITIALIZE-EXIT.
002180     EXIT.
002190*--------------------------------------------------------------*
002200* 2000-COUNT-RESULT - TALLY ONE Result ROW                      *
002960     END-IF.
002970 2210-READ-ERROR-EXIT.
002980     EXIT.
002981*--------------------------------------------------------------*
002982* 2300-COUNT-HOLD - TALLY ONE HELD DETAIL                       *
002983*--------------------------------------------------------------*
002984 2300-COUNT-HOLD.
002985     ADD 1 TO WS-HOLD-COUNT.
002986     PERFORM 2310-READ-HOLD THRU 2310-READ-HOLD-EXIT.
002987 2300-COUNT-HOLD-EXIT.
002988     EXIT.
002989*--------------------------------------------------------------*
002990* 2310-READ-HOLD - READ THE NEXT HELD DETAIL                    *
002991*--------------------------------------------------------------*
002992 2310-READ-HOLD.
002993     READ HOLD-FILE
002994         AT END
002995             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
002996     END-READ.
002997     IF WS-HOLD-STATUS NOT = '00'
002998          AND WS-HOLD-STATUS NOT = '10'
002999         MOVE 'HOLDQ   ' TO WS-ABEND-FILE-ID
003000         MOVE WS-HOLD-STATUS TO WS-ABEND-STATUS
003001         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003002     END-IF.
003003 2310-READ-HOLD-EXIT.
003004     EXIT.
003005*--------------------------------------------------------------*
003006* 3000-RECONCILE - EVERY CHECK IS DISPLAYED, PASS OR FAIL, SO   *
003010* THE JOB LOG IS A COMPLETE BALANCING RECORD OF THE RUN         *
003020*--------------------------------------------------------------*
003030 3000-RECONCILE.
003050     DISPLAY '  TOTALS RECORD: READ '    CTL-READ-COUNT
003060             ' RESULTS ' CTL-RESULT-COUNT
003070             ' AUDITS '  CTL-AUDIT-COUNT
003080             ' ERRORS '  CTL-ERROR-COUNT
003085             ' HELD '    WS-GRAND-HOLD-CT.
003090     DISPLAY '  COUNTED:               '
003100             ' RESULTS ' WS-RESULT-COUNT
003110             ' AUDITS '  WS-AUDIT-COUNT
003120             ' ERRORS '  WS-ERROR-COUNT
003125             ' HELD '    WS-HOLD-COUNT.
003130     IF CTL-READ-COUNT NOT =
003140             CTL-RESULT-COUNT + CTL-ERROR-COUNT + WS-GRAND-HOLD-CT
003150         MOVE 'Y' TO WS-BALANCE-SWITCH
003160         DISPLAY '  *** READ NOT = RESULTS + ERRORS + HELD ***'
003170     END-IF.
003180     IF WS-RESULT-COUNT NOT = CTL-RESULT-COUNT
003190         MOVE 'Y' TO WS-BALANCE-SWITCH
003270         MOVE 'Y' TO WS-BALANCE-SWITCH
003280         DISPLAY '  *** ERRRPT COUNT DISAGREES WITH TOTALS ***'
003290     END-IF.
003292     IF WS-HOLD-COUNT NOT = WS-GRAND-HOLD-CT
003294         MOVE 'Y' TO WS-BALANCE-SWITCH
003296         DISPLAY '  *** HOLDQ COUNT DISAGREES WITH TOTALS ***'
003298     END-IF.
003300     IF WS-AUDIT-COUNT NOT = WS-RESULT-COUNT
003310         MOVE 'Y' TO WS-BALANCE-SWITCH
003320         DISPLAY '  *** AUDIT ROWS NOT = RESULT ROWS ***'
003930     EXIT.
003940*--------------------------------------------------------------*
003950* 3520-TALLY-SOURCE-REC - LOG AND SUM ONE PER-SOURCE RECORD.    *
003955* A 'D' (DUPLICATE SET) RECORD IS LOGGED BUT NOT SUMMED.        *
003960* ANYTHING ELSE HERE IS A MALFORMED FILE.                       *
003970*--------------------------------------------------------------*
003980 3520-TALLY-SOURCE-REC.
003990     IF CTL-SOURCE-REC
004040                 ' READ '    CTL-READ-COUNT
004050                 ' AMOUNT '  CTL-RUN-TOTAL-AMT
004060     ELSE
004061         IF CTL-DUPLICATE-REC
004062             DISPLAY '  SOURCE ' CTL-SOURCE-SYSTEM
004063                     ' DETAILS ' CTL-READ-COUNT
004064                     ' REFUSED AS A DUPLICATE SET'
004065         ELSE
004070             MOVE 'Y' TO WS-BALANCE-SWITCH
004080             DISPLAY '  *** UNEXPECTED TOTALS RECORD TYPE ***'
004085         END-IF
004090     END-IF.
004100     PERFORM 3510-READ-SOURCE-REC
004110         THRU 3510-READ-SOURCE-REC-EXIT.
004190     CLOSE TOTALS-FILE
004200           RESULT-FILE
004210           AUDIT-FILE
004220           ERROR-FILE
004225           HOLD-FILE.
004230     IF RUN-OUT-OF-BALANCE
004240         DISPLAY 'STRINGBALANCE - RUN IS OUT OF BALANCE - RC 8'
004250         MOVE 8 TO RETURN-CODE
004260     ELSE
004270         DISPLAY 'STRINGBALANCE - RUN IS IN BALANCE'
004280     END-IF.
004285     PERFORM 9500-POST-CYCLE-STEP THRU 9500-POST-CYCLE-STEP-EXIT.
004290 9000-TERMINATE-EXIT.
004300     EXIT.
004301*--------------------------------------------------------------*
004302* 9500-POST-CYCLE-STEP - RECORD THE STEP'S RETURN CODE AS STEP  *
004303* BALSTEP FOR THE RUN DATE. A POST THAT FAILS IS DISPLAYED AND  *
004304* RAISES RC TO AT LEAST 4, SO THE STEP GETS POSTED BY HAND      *
004305* (CYCCHK POST CARD).                                           *
004306*--------------------------------------------------------------*
004307 9500-POST-CYCLE-STEP.
004308     MOVE RETURN-CODE   TO WS-SAVED-RC.
004309     MOVE 'P'           TO CYP-FUNCTION.
004310     MOVE WS-CYCLE-DATE TO CYP-CYCLE-DATE.
004311     MOVE 'BALSTEP '    TO CYP-STEP-ID.
004312     MOVE WS-SAVED-RC   TO CYP-STEP-RC.
004313     CALL 'CycleControl' USING CYCLE-CONTROL-PARM.
004314     MOVE WS-SAVED-RC   TO RETURN-CODE.
004315     IF CYP-IO-ERROR
004316          OR CYP-BAD-REQUEST
004317         DISPLAY 'STRINGBALANCE - BALSTEP NOT POSTED TO CYCCTL - '
004318                 CYP-FILE-ID ' FILE STATUS = ' CYP-FILE-STATUS
004319         IF WS-SAVED-RC < 4
004320             MOVE 4 TO RETURN-CODE
004321         END-IF
004322     END-IF.
004323 9500-POST-CYCLE-STEP-EXIT.
004324     EXIT.
004325*--------------------------------------------------------------*
004326* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
004330* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
004340* RETURN CODE.                                                  *
004350*--------------------------------------------------------------*
