000406*                  RUN FOR A PRIOR BUSINESS DAY SENDS THE GL    *
000407*                  A FILE DATED THE DAY IT BELONGS TO. AN       *
000408*                  EMPTY GENERATION FALLS BACK TO TODAY.        *
000409*  10/15/26  RM    VAT. EACH GL DETAIL NOW ALSO CARRIES THE VAT *
000410*                  CATEGORY, THE RATE APPLIED, THE VAT AND THE  *
000411*                  GROSS AFTER THE NET CHARGE, AND THE TRAILER  *
000412*                  CARRIES THE VAT AND GROSS TOTALS AFTER THE   *
000413*                  NET TOTAL - EXISTING FIELDS KEEP THEIR       *
000414*                  POSITIONS. AUDITREC GREW 76 TO 103 AND THE   *
000415*                  INTERFACE RECORD GREW 80 TO 120 BYTES. AN    *
000416*                  AUDIT ROW WITH NO VAT FIELDS (WRITTEN BEFORE *
000417*                  VAT) EXTRACTS AS NO VAT, GROSS EQUAL TO NET. *
000418*  10/15/26  RM    THE EXTRACT IS NOW POSTED TO THE             *
000419*                  CYCLE-CONTROL MASTER (CYCCTL) THROUGH        *
000420*                  CycleControl AS STEP GLEXSTEP, RC 0, FOR THE *
000421*                  CYCLE DATE ON THE FILE'S HEADER.             *
000422*--------------------------------------------------------------*
000423 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000600*--------------------------------------------------------------*
000610 FD  AUDIT-FILE
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 103 CHARACTERS
000640     DATA RECORD IS AUDIT-REC.
000650     COPY AUDITREC.
000660*--------------------------------------------------------------*
000670* GL-FILE - THE SEMICOLON-DELIMITED INTERFACE FILE. RECORDS     *
000680* ARE BUILT IN WORKING STORAGE AND SPACE-PADDED TO 120 BYTES.   *
000690*--------------------------------------------------------------*
000700 FD  GL-FILE
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 120 CHARACTERS
000730     DATA RECORD IS GL-REC.
000740 01  GL-REC                      PIC X(120).
000750 WORKING-STORAGE SECTION.
000760*--------------------------------------------------------------*
000770* EACH AUDIT ROW CARRIES ITS OWN EXTENDED CHARGE IN             *
000810 77  WS-CHARGE-AMT               PIC S9(07)V99 VALUE ZERO.
000820 77  WS-TOTAL-AMOUNT             PIC S9(09)V99 VALUE ZERO.
000830 77  WS-DETAIL-COUNT             PIC 9(08) VALUE ZERO.
000831*    THE ROW'S VAT AND GROSS, DE-EDITED THE SAME WAY, AND THE
000832*    FILE TOTALS OF BOTH FOR THE TRAILER.
000833 77  WS-VAT-AMT                  PIC S9(07)V99 VALUE ZERO.
000834 77  WS-GROSS-AMT                PIC S9(07)V99 VALUE ZERO.
000835 77  WS-TOTAL-VAT                PIC S9(09)V99 VALUE ZERO.
000836 77  WS-TOTAL-GROSS              PIC S9(09)V99 VALUE ZERO.
000840*--------------------------------------------------------------*
000850* EDITED AMOUNT FIELDS AND THE LEADING-BLANK TRIM CONTROLS.     *
000860* THE GL SIDE WANTS THE COMMA DECIMAL BUT NOT A RAFT OF         *
000920 77  WS-TRIM-START               PIC 9(04) COMP.
000930 77  WS-TRIM-LEN                 PIC 9(04) COMP.
000940 77  WS-RESULT-LEN               PIC 9(04) COMP.
000941*    A LINE CARRIES SEVERAL AMOUNTS, SO EACH TRIMMED AMOUNT IS
000942*    PARKED LEFT-JUSTIFIED IN ITS OWN TEXT FIELD AND STRUNG
000943*    DELIMITED BY SPACE. THE RATE IS FIXED WIDTH (20,00).
000944 01  WS-NET-TEXT                 PIC X(13).
000945 01  WS-VAT-TEXT                 PIC X(13).
000946 01  WS-GROSS-TEXT               PIC X(13).
000947 01  WS-RATE-EDIT                PIC 99,99.
000950*--------------------------------------------------------------*
000960* INTERFACE RECORD BUILD AREA                                   *
000970*--------------------------------------------------------------*
000980 01  WS-GL-LINE                  PIC X(120).
000990 77  WS-CYCLE-DATE               PIC 9(06).
001000*--------------------------------------------------------------*
001010* END-OF-FILE CONTROL                                          *
001090 77  WS-GL-STATUS                PIC X(02).
001100 77  WS-ABEND-FILE-ID            PIC X(08).
001110 77  WS-ABEND-STATUS             PIC X(02).
001111*--------------------------------------------------------------*
001112* CYCLE CONTROL - CycleControl PARAMETER AREA. THE CALL RESETS  *
001113* RETURN-CODE, SO THE STEP'S OWN CODE IS SAVED ACROSS IT.       *
001114*--------------------------------------------------------------*
001115 77  WS-SAVED-RC                 PIC S9(04) COMP.
001116     COPY CYCPARM.
001120 PROCEDURE DIVISION.
001130*--------------------------------------------------------------*
001140* 0000-MAINLINE                                                *
001530     EXIT.
001540*--------------------------------------------------------------*
001550* 2000-EXTRACT-AUDIT-REC - ONE DELIMITED GL DETAIL PER AUDIT    *
001560* ROW: DATE;TIME;CODE;RESULT(TRIMMED);QUANTITY;CHARGE;          *
001565* VAT CATEGORY;VAT RATE;VAT;GROSS                               *
001570*--------------------------------------------------------------*
001580 2000-EXTRACT-AUDIT-REC.
001590     MOVE AUD-CHARGE-EDIT TO WS-CHARGE-AMT.
001591*    A ROW WRITTEN BEFORE THE TRAIL CARRIED VAT HAS SPACES
001592*    THERE - IT GOES TO THE GL AS NO VAT, GROSS EQUAL TO NET.
001593     IF AUD-VAT-EDIT = SPACES
001594         MOVE ZERO TO WS-VAT-AMT
001595         MOVE ZERO TO AUD-VAT-RATE
001596         MOVE WS-CHARGE-AMT TO WS-GROSS-AMT
001597     ELSE
001598         MOVE AUD-VAT-EDIT TO WS-VAT-AMT
001599         MOVE AUD-GROSS-EDIT TO WS-GROSS-AMT
001600     END-IF.
001601     ADD 1 TO WS-DETAIL-COUNT.
001610     ADD WS-CHARGE-AMT TO WS-TOTAL-AMOUNT.
001613     ADD WS-VAT-AMT TO WS-TOTAL-VAT.
001616     ADD WS-GROSS-AMT TO WS-TOTAL-GROSS.
001620     MOVE WS-CHARGE-AMT TO WS-AMT-EDIT.
001630     PERFORM 2500-TRIM-AMT-EDIT THRU 2500-TRIM-AMT-EDIT-EXIT.
001631     MOVE WS-AMT-EDIT (WS-TRIM-START:WS-TRIM-LEN) TO WS-NET-TEXT.
001632     MOVE WS-VAT-AMT TO WS-AMT-EDIT.
001633     PERFORM 2500-TRIM-AMT-EDIT THRU 2500-TRIM-AMT-EDIT-EXIT.
001634     MOVE WS-AMT-EDIT (WS-TRIM-START:WS-TRIM-LEN) TO WS-VAT-TEXT.
001635     MOVE WS-GROSS-AMT TO WS-AMT-EDIT.
001636     PERFORM 2500-TRIM-AMT-EDIT THRU 2500-TRIM-AMT-EDIT-EXIT.
001637     MOVE WS-AMT-EDIT (WS-TRIM-START:WS-TRIM-LEN)
001638         TO WS-GROSS-TEXT.
001639     MOVE AUD-VAT-RATE TO WS-RATE-EDIT.
001640*    A LENGTH OFF THE 1-30 RAILS WOULD BREAK THE REFERENCE
001650*    MODIFICATION BELOW, SO IT IS CLAMPED TO THE FULL FIELD.
001660     IF AUD-RESULT-LEN < 1 OR AUD-RESULT-LEN > 30
001750            AUD-MYVAR ';'
001760            AUD-RESULT (1:WS-RESULT-LEN) ';'
001770            AUD-QUANTITY ';'
001773            DELIMITED BY SIZE
001776            WS-NET-TEXT DELIMITED BY SPACE
001779            ';' AUD-VAT-CATEGORY ';' WS-RATE-EDIT ';'
001782            DELIMITED BY SIZE
001785            WS-VAT-TEXT DELIMITED BY SPACE
001788            ';' DELIMITED BY SIZE
001791            WS-GROSS-TEXT DELIMITED BY SPACE
001800            INTO WS-GL-LINE
001810     END-STRING.
001820     PERFORM 3000-WRITE-GL-REC THRU 3000-WRITE-GL-REC-EXIT.
002370 3000-WRITE-GL-REC-EXIT.
002380     EXIT.
002390*--------------------------------------------------------------*
002400* 4000-WRITE-GL-TRAILER - CYCLE DATE, RECORD COUNT AND THE NET, *
002410* VAT AND GROSS TOTALS SO THE RECEIVING SIDE CAN BALANCE THE    *
002415* FILE                                                          *
002420*--------------------------------------------------------------*
002430 4000-WRITE-GL-TRAILER.
002440     MOVE WS-TOTAL-AMOUNT TO WS-TOT-EDIT.
002447     PERFORM 4050-TRIM-TOT-EDIT THRU 4050-TRIM-TOT-EDIT-EXIT.
002454     MOVE WS-TOT-EDIT (WS-TRIM-START:WS-TRIM-LEN) TO WS-NET-TEXT.
002461     MOVE WS-TOTAL-VAT TO WS-TOT-EDIT.
002468     PERFORM 4050-TRIM-TOT-EDIT THRU 4050-TRIM-TOT-EDIT-EXIT.
002475     MOVE WS-TOT-EDIT (WS-TRIM-START:WS-TRIM-LEN) TO WS-VAT-TEXT.
002482     MOVE WS-TOTAL-GROSS TO WS-TOT-EDIT.
002489     PERFORM 4050-TRIM-TOT-EDIT THRU 4050-TRIM-TOT-EDIT-EXIT.
002496     MOVE WS-TOT-EDIT (WS-TRIM-START:WS-TRIM-LEN)
002503         TO WS-GROSS-TEXT.
002510     MOVE SPACES TO WS-GL-LINE.
002520     STRING 'T;'
002530            WS-CYCLE-DATE ';'
002540            WS-DETAIL-COUNT ';'
002544            DELIMITED BY SIZE
002548            WS-NET-TEXT DELIMITED BY SPACE
002552            ';' DELIMITED BY SIZE
002556            WS-VAT-TEXT DELIMITED BY SPACE
002560            ';' DELIMITED BY SIZE
002564            WS-GROSS-TEXT DELIMITED BY SPACE
002570            INTO WS-GL-LINE
002580     END-STRING.
002590     PERFORM 3000-WRITE-GL-REC THRU 3000-WRITE-GL-REC-EXIT.
002600 4000-WRITE-GL-TRAILER-EXIT.
002610     EXIT.
002620*--------------------------------------------------------------*
002630* 4050-TRIM-TOT-EDIT - FIND THE FIRST NONBLANK OF THE EDITED    *
002640* TOTAL IN WS-TOT-EDIT                                          *
002650*--------------------------------------------------------------*
002660 4050-TRIM-TOT-EDIT.
002670     MOVE 1 TO WS-TRIM-START.
002680     PERFORM 4100-FIND-TOT-NONBLANK
002690         THRU 4100-FIND-TOT-NONBLANK-EXIT
002700         VARYING WS-TRIM-IX FROM 1 BY 1
002710         UNTIL WS-TRIM-IX > 13.
002720     COMPUTE WS-TRIM-LEN = 13 - WS-TRIM-START + 1.
002721 4050-TRIM-TOT-EDIT-EXIT.
002722     EXIT.
002723*--------------------------------------------------------------*
002724* 4100-FIND-TOT-NONBLANK - FIRST NONBLANK OF THE TOTAL AMOUNT   *
002725*--------------------------------------------------------------*
002726 4100-FIND-TOT-NONBLANK.
002727     IF WS-TOT-EDIT (WS-TRIM-IX:1) NOT = SPACE
002728         MOVE WS-TRIM-IX TO WS-TRIM-START
002729         MOVE 14 TO WS-TRIM-IX
002730     END-IF.
002731 4100-FIND-TOT-NONBLANK-EXIT.
002732     EXIT.
002733*--------------------------------------------------------------*
002734* 9000-TERMINATE - CLOSE FILES AND LEAVE THE FILE TOTALS ON     *
002740* THE JOB LOG FOR THE TRANSMISSION TICKET                       *
002750*--------------------------------------------------------------*
002760 9000-TERMINATE.
002770     DISPLAY 'GLEXTRACT - DETAILS ' WS-DETAIL-COUNT
002780             ' AMOUNT TOTAL ' WS-NET-TEXT.
002783     DISPLAY 'GLEXTRACT - VAT TOTAL ' WS-VAT-TEXT
002786             ' GROSS TOTAL ' WS-GROSS-TEXT.
002790     CLOSE AUDIT-FILE
002800           GL-FILE.
002805     PERFORM 9500-POST-CYCLE-STEP THRU 9500-POST-CYCLE-STEP-EXIT.
002810 9000-TERMINATE-EXIT.
002820     EXIT.
002821*--------------------------------------------------------------*
002822* 9500-POST-CYCLE-STEP - RECORD THE STEP'S RETURN CODE AS STEP  *
002823* GLEXSTEP FOR THE CYCLE DATE. A POST THAT FAILS IS DISPLAYED   *
002824* AND RAISES RC TO AT LEAST 4, SO THE STEP GETS POSTED BY HAND  *
002825* (CYCCHK POST CARD).                                           *
002826*--------------------------------------------------------------*
002827 9500-POST-CYCLE-STEP.
002828     MOVE RETURN-CODE   TO WS-SAVED-RC.
002829     MOVE 'P'           TO CYP-FUNCTION.
002830     MOVE WS-CYCLE-DATE TO CYP-CYCLE-DATE.
002831     MOVE 'GLEXSTEP'    TO CYP-STEP-ID.
002832     MOVE WS-SAVED-RC   TO CYP-STEP-RC.
002833     CALL 'CycleControl' USING CYCLE-CONTROL-PARM.
002834     MOVE WS-SAVED-RC   TO RETURN-CODE.
002835     IF CYP-IO-ERROR
002836          OR CYP-BAD-REQUEST
002837         DISPLAY 'GLEXTRACT - GLEXSTEP NOT POSTED TO CYCCTL - '
002838                 CYP-FILE-ID ' FILE STATUS = ' CYP-FILE-STATUS
002839         IF WS-SAVED-RC < 4
002840             MOVE 4 TO RETURN-CODE
002841         END-IF
002842     END-IF.
002843 9500-POST-CYCLE-STEP-EXIT.
002844     EXIT.
002845*--------------------------------------------------------------*
002846* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
002850* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
002860* RETURN CODE.                                                  *
002870*--------------------------------------------------------------*
