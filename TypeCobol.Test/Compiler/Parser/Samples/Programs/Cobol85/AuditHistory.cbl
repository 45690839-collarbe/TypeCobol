000220*                  THE MASTER, RERUNNING A MONTH'S REPORT NO    *
000230*                  LONGER DEPENDS ON EVERY DAILY GDG STILL      *
000240*                  BEING ON CATALOG.                            *
000242*  10/15/26  RM    AUDITF GREW 76 TO 103 WITH THE VAT FIELDS.   *
000244*                  THE HISTORY MASTER KEEPS THE NET CHARGE AND  *
000246*                  IS UNCHANGED.                                *
000247*  10/15/26  RM    EACH CYCLE DATE AN APPEND FOLDS ON IS POSTED *
000248*                  TO THE CYCLE-CONTROL MASTER (CYCCTL) THROUGH *
000249*                  CycleControl AS STEP AUDHIST. CLOSE NOW      *
000250*                  REFUSES UNTIL EVERY BUSINESS DAY OF THE      *
000251*                  PERIOD ON THE BUSINESS CALENDAR (BUSCAL) HAS *
000252*                  A COMPLETE CYCLE, AND LISTS EACH DAY THAT    *
000253*                  DOES NOT.                                    *
000254*--------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000460*--------------------------------------------------------------*
000470 FD  AUDIT-FILE
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 103 CHARACTERS
000500     DATA RECORD IS AUDIT-REC.
000510     COPY AUDITREC.
000520*--------------------------------------------------------------*
001140 77  WS-ABEND-FILE-ID            PIC X(08).
001150 77  WS-ABEND-STATUS             PIC X(02).
001160 77  WS-FAIL-REASON              PIC X(40).
001161*--------------------------------------------------------------*
001162* CYCLE CONTROL - THE DISTINCT CYCLE DATES AN APPEND FOLDED ON, *
001163* EACH POSTED AS STEP AUDHIST ONCE THE MASTER IS CLOSED, AND    *
001164* THE DAY-BY-DAY WALK OF THE PERIOD A CLOSE MAKES FIRST. THE    *
001165* CALL RESETS RETURN-CODE, SO THE RUN'S OWN CODE IS KEPT HERE.  *
001166*--------------------------------------------------------------*
001167 77  WS-RUN-RC                   PIC S9(04) COMP VALUE ZERO.
001168 77  WS-CYCLE-DATE-CT            PIC 9(04) COMP VALUE ZERO.
001169 77  WS-CYCLE-DATE-MAX           PIC 9(04) COMP VALUE 40.
001170 77  WS-CYCLE-DATE-IX            PIC 9(04) COMP.
001171 77  WS-CYCLE-DATE-OVER-CT       PIC 9(04) COMP VALUE ZERO.
001172 01  WS-CYCLE-DATE-TABLE.
001173     05  WS-CYCLE-DATE           PIC 9(06) OCCURS 40 TIMES.
001174 77  WS-DATE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001175     88  DATE-ALREADY-NOTED          VALUE 'Y'.
001176 01  WS-CHECK-DATE               PIC 9(06).
001177 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001178     05  WS-CHECK-YY             PIC 9(02).
001179     05  WS-CHECK-MM             PIC 9(02).
001180     05  WS-CHECK-DD             PIC 9(02).
001181 77  WS-LAST-DD                  PIC 9(02).
001182 01  WS-DIM-VALUES               PIC X(24)
001183             VALUE '312831303130313130313031'.
001184 01  WS-DIM-TABLE REDEFINES WS-DIM-VALUES.
001185     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
001186 77  WS-QUOTIENT                 PIC 9(04) COMP.
001187 77  WS-REMAINDER                PIC 9(04) COMP.
001188 77  WS-BUSINESS-CT              PIC 9(04) COMP VALUE ZERO.
001189 77  WS-INCOMPLETE-CT            PIC 9(04) COMP VALUE ZERO.
001190 77  WS-NOT-ON-CAL-CT            PIC 9(04) COMP VALUE ZERO.
001191     COPY CYCPARM.
001192 PROCEDURE DIVISION.
001193*--------------------------------------------------------------*
001194* 0000-MAINLINE                                                *
001200*--------------------------------------------------------------*
001210 0000-MAINLINE.
001220     PERFORM 1000-READ-CONTROL-CARD
001980           HISTORY-FILE.
001990     DISPLAY 'AUDITHISTORY - APPENDED ' WS-APPENDED-CT
002000             ' DETAIL(S) TO THE MASTER'.
002001     PERFORM 2400-POST-CYCLE-DATE THRU 2400-POST-CYCLE-DATE-EXIT
002002         VARYING WS-CYCLE-DATE-IX FROM 1 BY 1
002003         UNTIL WS-CYCLE-DATE-IX > WS-CYCLE-DATE-CT.
002004     IF WS-CYCLE-DATE-OVER-CT > ZERO
002005         DISPLAY 'AUDITHISTORY - CYCLE DATE TABLE FULL - '
002006                 WS-CYCLE-DATE-OVER-CT ' ROW(S) ON LATER DATES'
002007                 ' - POST AUDHIST FOR THEM BY HAND'
002008         MOVE 4 TO WS-RUN-RC
002009     END-IF.
002010     MOVE WS-RUN-RC TO RETURN-CODE.
002011 2000-APPEND-GENERATIONS-EXIT.
002020     EXIT.
002030*--------------------------------------------------------------*
002040* 2100-READ-AUDIT - READ THE NEXT AUDIT ROW                     *
002390         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002400     END-IF.
002410     ADD 1 TO WS-APPENDED-CT.
002415     PERFORM 2300-NOTE-CYCLE-DATE THRU 2300-NOTE-CYCLE-DATE-EXIT.
002420     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
002430 2200-APPEND-ONE-ROW-EXIT.
002440     EXIT.
002441*--------------------------------------------------------------*
002442* 2300-NOTE-CYCLE-DATE - KEEP EACH DISTINCT CYCLE DATE FOLDED   *
002443* ON. A GENERATION HOLDS ONE DAY, SO THE TABLE ONLY FILLS ON A  *
002444* LONG CATCH-UP APPEND - ROWS ON DATES PAST IT ARE COUNTED AND  *
002445* THOSE DATES POSTED BY HAND (CYCCHK POST CARD).                *
002446*--------------------------------------------------------------*
002447 2300-NOTE-CYCLE-DATE.
002448     MOVE 'N' TO WS-DATE-FOUND-SWITCH.
002449     PERFORM 2310-MATCH-CYCLE-DATE THRU 2310-MATCH-CYCLE-DATE-EXIT
002450         VARYING WS-CYCLE-DATE-IX FROM 1 BY 1
002451         UNTIL WS-CYCLE-DATE-IX > WS-CYCLE-DATE-CT
002452            OR DATE-ALREADY-NOTED.
002453     IF DATE-ALREADY-NOTED
002454         GO TO 2300-NOTE-CYCLE-DATE-EXIT
002455     END-IF.
002456     IF WS-CYCLE-DATE-CT NOT < WS-CYCLE-DATE-MAX
002457         ADD 1 TO WS-CYCLE-DATE-OVER-CT
002458         GO TO 2300-NOTE-CYCLE-DATE-EXIT
002459     END-IF.
002460     ADD 1 TO WS-CYCLE-DATE-CT.
002461     MOVE AUD-DATE TO WS-CYCLE-DATE (WS-CYCLE-DATE-CT).
002462 2300-NOTE-CYCLE-DATE-EXIT.
002463     EXIT.
002464*--------------------------------------------------------------*
002465* 2310-MATCH-CYCLE-DATE - IS THIS ROW'S DATE ALREADY NOTED      *
002466*--------------------------------------------------------------*
002467 2310-MATCH-CYCLE-DATE.
002468     IF WS-CYCLE-DATE (WS-CYCLE-DATE-IX) = AUD-DATE
002469         MOVE 'Y' TO WS-DATE-FOUND-SWITCH
002470     END-IF.
002471 2310-MATCH-CYCLE-DATE-EXIT.
002472     EXIT.
002473*--------------------------------------------------------------*
002474* 2400-POST-CYCLE-DATE - POST STEP AUDHIST, RC 0, FOR ONE CYCLE *
002475* DATE NOW ON THE MASTER. A POST THAT FAILS IS DISPLAYED AND    *
002476* ENDS THE RUN RC 4, SO THE STEP GETS POSTED BY HAND.           *
002477*--------------------------------------------------------------*
002478 2400-POST-CYCLE-DATE.
002479     MOVE 'P'           TO CYP-FUNCTION.
002480     MOVE WS-CYCLE-DATE (WS-CYCLE-DATE-IX) TO CYP-CYCLE-DATE.
002481     MOVE 'AUDHIST '    TO CYP-STEP-ID.
002482     MOVE ZERO          TO CYP-STEP-RC.
002483     CALL 'CycleControl' USING CYCLE-CONTROL-PARM.
002484     IF CYP-IO-ERROR
002485          OR CYP-BAD-REQUEST
002486         DISPLAY 'AUDITHISTORY - AUDHIST NOT POSTED TO CYCCTL'
002487                 ' FOR ' CYP-CYCLE-DATE ' - ' CYP-FILE-ID
002488                 ' FILE STATUS = ' CYP-FILE-STATUS
002489         MOVE 4 TO WS-RUN-RC
002490     END-IF.
002491 2400-POST-CYCLE-DATE-EXIT.
002492     EXIT.
002493*--------------------------------------------------------------*
002494* 3000-CLOSE-PERIOD - TOTAL THE PERIOD'S DETAILS OFF THE        *
002495* MASTER ITSELF, REFUSE A PERIOD ALREADY SEALED OR EMPTY, AND   *
002496* APPEND THE CLOSE RECORD                                       *
002497*--------------------------------------------------------------*
002500 3000-CLOSE-PERIOD.
002503     PERFORM 3050-CHECK-PERIOD-CYCLES
002506         THRU 3050-CHECK-PERIOD-CYCLES-EXIT.
002510     OPEN INPUT HISTORY-FILE.
002520     IF WS-HIST-STATUS NOT = '00'
002530         MOVE 'AUDHIST ' TO WS-ABEND-FILE-ID
002950             ' AMOUNT '   WS-PRD-AMOUNT.
002960 3000-CLOSE-PERIOD-EXIT.
002970     EXIT.
002971*--------------------------------------------------------------*
002972* 3050-CHECK-PERIOD-CYCLES - EVERY BUSINESS DAY OF THE PERIOD   *
002973* MUST HAVE A COMPLETE CYCLE ON CYCCTL, EVERY DATE OF IT MUST   *
002974* BE ON THE CALENDAR, AND THE CALENDAR MUST SHOW AT LEAST ONE   *
002975* BUSINESS DAY. ANYTHING LESS REFUSES BEFORE THE MASTER IS      *
002976* READ - A PERIOD IS NOT SEALED OVER A GAP.                     *
002977*--------------------------------------------------------------*
002978 3050-CHECK-PERIOD-CYCLES.
002979     COMPUTE WS-CHECK-DATE = WS-PERIOD * 100 + 1.
002980     IF WS-CHECK-MM < 01
002981          OR WS-CHECK-MM > 12
002982         MOVE 'CLOSE PERIOD NOT YYMM' TO WS-FAIL-REASON
002983         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
002984     END-IF.
002985     DIVIDE WS-CHECK-YY BY 4 GIVING WS-QUOTIENT
002986         REMAINDER WS-REMAINDER.
002987     IF WS-REMAINDER = ZERO
002988         MOVE 29 TO WS-DAYS-IN-MONTH (2)
002989     END-IF.
002990     MOVE WS-DAYS-IN-MONTH (WS-CHECK-MM) TO WS-LAST-DD.
002991     PERFORM 3060-CHECK-ONE-DAY THRU 3060-CHECK-ONE-DAY-EXIT
002992         VARYING WS-CHECK-DD FROM 1 BY 1
002993         UNTIL WS-CHECK-DD > WS-LAST-DD.
002994     IF WS-NOT-ON-CAL-CT > ZERO
002995         MOVE 'PERIOD NOT ON THE BUSINESS CALENDAR'
002996             TO WS-FAIL-REASON
002997         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
002998     END-IF.
002999     IF WS-BUSINESS-CT = ZERO
003000         MOVE 'NO BUSINESS DAYS IN THE PERIOD' TO WS-FAIL-REASON
003001         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
003002     END-IF.
003003     IF WS-INCOMPLETE-CT > ZERO
003004         MOVE 'PERIOD HAS INCOMPLETE CYCLES' TO WS-FAIL-REASON
003005         PERFORM 9800-CONTROL-FAIL THRU 9800-CONTROL-FAIL-EXIT
003006     END-IF.
003007 3050-CHECK-PERIOD-CYCLES-EXIT.
003008     EXIT.
003009*--------------------------------------------------------------*
003010* 3060-CHECK-ONE-DAY - LOOK ONE DATE OF THE PERIOD UP ON THE    *
003011* CALENDAR AND CYCLE MASTER AND LIST IT IF IT IS NOT READY      *
003012*--------------------------------------------------------------*
003013 3060-CHECK-ONE-DAY.
003014     MOVE 'D'           TO CYP-FUNCTION.
003015     MOVE WS-CHECK-DATE TO CYP-CYCLE-DATE.
003016     CALL 'CycleControl' USING CYCLE-CONTROL-PARM.
003017     IF CYP-IO-ERROR
003018          OR CYP-BAD-REQUEST
003019         MOVE CYP-FILE-ID     TO WS-ABEND-FILE-ID
003020         MOVE CYP-FILE-STATUS TO WS-ABEND-STATUS
003021         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003022     END-IF.
003023     IF CYP-NOT-ON-CALENDAR
003024         ADD 1 TO WS-NOT-ON-CAL-CT
003025         DISPLAY 'AUDITHISTORY - ' WS-CHECK-DATE
003026                 ' IS NOT ON THE BUSINESS CALENDAR'
003027         GO TO 3060-CHECK-ONE-DAY-EXIT
003028     END-IF.
003029     IF NOT CYP-BUSINESS-DAY
003030         GO TO 3060-CHECK-ONE-DAY-EXIT
003031     END-IF.
003032     ADD 1 TO WS-BUSINESS-CT.
003033     IF NOT CYP-CYCLE-COMPLETE
003034         ADD 1 TO WS-INCOMPLETE-CT
003035         DISPLAY 'AUDITHISTORY - CYCLE ' WS-CHECK-DATE
003036                 ' IS NOT COMPLETE - STEPS COMPLETE '
003037                 CYP-STEPS-COMPLETE
003038     END-IF.
003039 3060-CHECK-ONE-DAY-EXIT.
003040     EXIT.
003041*--------------------------------------------------------------*
003042* 3100-READ-HISTORY - READ THE NEXT MASTER RECORD               *
003043*--------------------------------------------------------------*
003044 3100-READ-HISTORY.
003045     READ HISTORY-FILE
003046         AT END
003047             MOVE 'Y' TO WS-HIST-EOF-SWITCH
003050     END-READ.
003060     IF WS-HIST-STATUS NOT = '00'
003070          AND WS-HIST-STATUS NOT = '10'
