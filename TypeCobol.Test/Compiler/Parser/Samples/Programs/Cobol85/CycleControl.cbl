000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CycleControl.
000030 AUTHOR.         R MEEHAN.
000040 INSTALLATION.   DATA CENTER SERVICES.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                          *
000090*--------------------------------------------------------------*
000100*  DATE      INIT  DESCRIPTION                                  *
000110*  --------  ----  ----------------------------------------     *
000120*  10/15/26  RM    ORIGINAL CODING. CALLED SUBPROGRAM OWNING    *
000130*                  THE BUSINESS CALENDAR (BUSCAL) AND THE       *
000140*                  CYCLE-CONTROL MASTER (CYCCTL). RETURNS A     *
000150*                  DATE'S CALENDAR ENTRY AND THE STATE OF EACH  *
000160*                  STEP OF ITS CYCLE, AND POSTS A STEP'S        *
000170*                  RETURN CODE WHEN THE STEP ENDS. THE STEPS    *
000180*                  AND THE RETURN CODE EACH MAY END WITH AND    *
000190*                  STILL COUNT AS COMPLETE ARE HELD HERE ONLY.  *
000200*--------------------------------------------------------------*
000210* CALLED AS  CALL 'CycleControl' USING CYCLE-CONTROL-PARM       *
000220* (COPY CYCPARM). BOTH FILES ARE OPENED AND CLOSED ON EVERY     *
000230* CALL - A STEP CALLS ONCE OR TWICE A RUN, AND NOTHING IS HELD  *
000240* OPEN ACROSS THE CALLER'S OWN PROCESSING. AN I/O ERROR IS      *
000250* HANDED BACK IN CYP-RESULT, NOT ABENDED, SO THE CALLER DECIDES *
000260* WHETHER IT IS FATAL.                                          *
000270*--------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CALENDAR-FILE           ASSIGN TO BUSCAL
000350             ORGANIZATION IS INDEXED
000360             ACCESS MODE IS RANDOM
000370             RECORD KEY IS BCL-DATE
000380             FILE STATUS IS WS-BUSCAL-STATUS.
000390     SELECT CYCLE-FILE              ASSIGN TO CYCCTL
000400             ORGANIZATION IS INDEXED
000410             ACCESS MODE IS RANDOM
000420             RECORD KEY IS CYC-CYCLE-DATE
000430             FILE STATUS IS WS-CYCCTL-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460*--------------------------------------------------------------*
000470* CALENDAR-FILE - BUSINESS CALENDAR, ONE RECORD PER DAY         *
000480*--------------------------------------------------------------*
000490 FD  CALENDAR-FILE
000500     RECORD CONTAINS 40 CHARACTERS
000510     DATA RECORD IS BUSINESS-CALENDAR-REC.
000520     COPY BUSCAL.
000530*--------------------------------------------------------------*
000540* CYCLE-FILE - CYCLE-CONTROL MASTER, ONE RECORD PER CYCLE DATE  *
000550*--------------------------------------------------------------*
000560 FD  CYCLE-FILE
000570     RECORD CONTAINS 150 CHARACTERS
000580     DATA RECORD IS CYCLE-CONTROL-REC.
000590     COPY CYCCTL.
000600 WORKING-STORAGE SECTION.
000610*--------------------------------------------------------------*
000620* THE STEPS OF A CYCLE, IN CYC-STEP-ENTRY ORDER, EACH WITH THE  *
000630* HIGHEST RETURN CODE IT MAY END WITH AND STILL COUNT AS        *
000640* COMPLETE. StringBatch ENDS RC 4 WHEN IT REFUSED A SET - THE   *
000650* DAY STILL RAN. GlAckRecon ENDS RC 4 WHEN THE GL REJECTED      *
000660* DETAILS BUT THE TOTALS TIE - THOSE ARE RESEARCHED, NOT        *
000665* RERUN.                                                        *
000670*--------------------------------------------------------------*
000680 01  WS-STEP-VALUES.
000690     05  FILLER                  PIC X(12) VALUE 'BATCHSTP0004'.
000700     05  FILLER                  PIC X(12) VALUE 'BALSTEP 0000'.
000710     05  FILLER                  PIC X(12) VALUE 'GLEXSTEP0000'.
000720     05  FILLER                  PIC X(12) VALUE 'GLACKREC0004'.
000730     05  FILLER                  PIC X(12) VALUE 'AUDHIST 0000'.
000740 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
000750     05  WS-STEP-ENTRY           OCCURS 5 TIMES.
000760         10  WS-STEP-NAME            PIC X(08).
000770         10  WS-STEP-MAX-RC          PIC 9(04).
000780 77  WS-STEP-CT                  PIC 9(04) COMP VALUE 0005.
000790 77  WS-STEP-IX                  PIC 9(04) COMP.
000800 77  WS-POST-IX                  PIC 9(04) COMP.
000810 77  WS-BUSCAL-STATUS            PIC X(02) VALUE '00'.
000820 77  WS-CYCCTL-STATUS            PIC X(02) VALUE '00'.
000830 77  WS-CYCLE-FOUND-SWITCH       PIC X(01) VALUE 'N'.
000840     88  CYCLE-REC-FOUND             VALUE 'Y'.
000850 77  WS-RUN-DATE                 PIC 9(06).
000860 77  WS-RUN-TIME                 PIC 9(08).
000870 LINKAGE SECTION.
000880     COPY CYCPARM.
000890 PROCEDURE DIVISION USING CYCLE-CONTROL-PARM.
000900*--------------------------------------------------------------*
000910* 0000-MAINLINE - VALIDATE THE REQUEST, POST IF ASKED, THEN     *
000920* RETURN THE DAY STATUS                                         *
000930*--------------------------------------------------------------*
000940 0000-MAINLINE.
000950     MOVE ZERO   TO RETURN-CODE.
000960     MOVE '00'   TO CYP-RESULT.
000970     MOVE SPACES TO CYP-FILE-ID CYP-FILE-STATUS.
000980     PERFORM 1000-CLEAR-STATUS THRU 1000-CLEAR-STATUS-EXIT.
000990     IF NOT CYP-DAY-STATUS
001000          AND NOT CYP-POST-STEP
001010         MOVE 'SI' TO CYP-RESULT
001020         GOBACK
001030     END-IF.
001040     IF CYP-POST-STEP
001050         MOVE ZERO TO WS-POST-IX
001060         PERFORM 1100-FIND-STEP THRU 1100-FIND-STEP-EXIT
001070             VARYING WS-STEP-IX FROM 1 BY 1
001080             UNTIL WS-STEP-IX > WS-STEP-CT
001090                OR WS-POST-IX > ZERO
001100         IF WS-POST-IX = ZERO
001110             MOVE 'SI' TO CYP-RESULT
001120             GOBACK
001130         END-IF
001140         PERFORM 2000-POST-STEP THRU 2000-POST-STEP-EXIT
001150         IF CYP-IO-ERROR
001160             GOBACK
001170         END-IF
001180     END-IF.
001190     PERFORM 3000-READ-CALENDAR THRU 3000-READ-CALENDAR-EXIT.
001200     IF CYP-IO-ERROR
001210         GOBACK
001220     END-IF.
001230     PERFORM 4000-READ-CYCLE THRU 4000-READ-CYCLE-EXIT.
001240     GOBACK.
001250*--------------------------------------------------------------*
001260* 1000-CLEAR-STATUS - BLANK THE RETURNED CALENDAR AND CYCLE     *
001270* FIELDS AND NAME THE STEPS                                     *
001280*--------------------------------------------------------------*
001290 1000-CLEAR-STATUS.
001300     MOVE SPACES TO CYP-DAY-TYPE CYP-MONTH-END-SWITCH
001310                    CYP-DESCRIPTION.
001320     MOVE ZERO   TO CYP-DAY-OF-WEEK CYP-STEPS-COMPLETE.
001330     MOVE 'N'    TO CYP-CYCLE-SWITCH CYP-CLEAN-SWITCH
001340                    CYP-COMPLETE-SWITCH.
001350     PERFORM 1010-CLEAR-STEP THRU 1010-CLEAR-STEP-EXIT
001360         VARYING WS-STEP-IX FROM 1 BY 1
001370         UNTIL WS-STEP-IX > WS-STEP-CT.
001380 1000-CLEAR-STATUS-EXIT.
001390     EXIT.
001400 1010-CLEAR-STEP.
001410     MOVE WS-STEP-NAME (WS-STEP-IX)
001420                 TO CYP-STEP-NAME (WS-STEP-IX).
001430     MOVE SPACE  TO CYP-STEP-STATE (WS-STEP-IX).
001440     MOVE ZERO   TO CYP-STEP-LAST-RC (WS-STEP-IX)
001450                    CYP-STEP-RUN-DATE (WS-STEP-IX).
001460 1010-CLEAR-STEP-EXIT.
001470     EXIT.
001480*--------------------------------------------------------------*
001490* 1100-FIND-STEP - LOCATE CYP-STEP-ID IN THE STEP TABLE         *
001500*--------------------------------------------------------------*
001510 1100-FIND-STEP.
001520     IF WS-STEP-NAME (WS-STEP-IX) = CYP-STEP-ID
001530         MOVE WS-STEP-IX TO WS-POST-IX
001540     END-IF.
001550 1100-FIND-STEP-EXIT.
001560     EXIT.
001570*--------------------------------------------------------------*
001580* 2000-POST-STEP - RECORD THE STEP'S RETURN CODE ON THE CYCLE.  *
001590* THE FIRST STEP POSTED FOR A DATE CREATES ITS RECORD; THE      *
001600* FIRST POST EVER LOADS THE EMPTY CLUSTER. THE LAST RUN OF A    *
001610* STEP REPLACES ANY EARLIER ONE.                                *
001620*--------------------------------------------------------------*
001630 2000-POST-STEP.
001640     OPEN I-O CYCLE-FILE.
001650     IF WS-CYCCTL-STATUS = '35'
001660         OPEN OUTPUT CYCLE-FILE
001670         IF WS-CYCCTL-STATUS = '00'
001680             CLOSE CYCLE-FILE
001690             OPEN I-O CYCLE-FILE
001700         END-IF
001710     END-IF.
001720     IF WS-CYCCTL-STATUS NOT = '00'
001730         PERFORM 9000-CYCCTL-ERROR THRU 9000-CYCCTL-ERROR-EXIT
001740         GO TO 2000-POST-STEP-EXIT
001750     END-IF.
001760     MOVE 'Y'            TO WS-CYCLE-FOUND-SWITCH.
001770     MOVE CYP-CYCLE-DATE TO CYC-CYCLE-DATE.
001780     READ CYCLE-FILE
001790         INVALID KEY
001800             MOVE 'N' TO WS-CYCLE-FOUND-SWITCH
001810     END-READ.
001820     IF WS-CYCCTL-STATUS NOT = '00'
001830          AND WS-CYCCTL-STATUS NOT = '23'
001840         PERFORM 9000-CYCCTL-ERROR THRU 9000-CYCCTL-ERROR-EXIT
001850         CLOSE CYCLE-FILE
001860         GO TO 2000-POST-STEP-EXIT
001870     END-IF.
001880     IF NOT CYCLE-REC-FOUND
001890         MOVE SPACES         TO CYCLE-CONTROL-REC
001900         MOVE CYP-CYCLE-DATE TO CYC-CYCLE-DATE
001910         PERFORM 2010-INIT-STEP THRU 2010-INIT-STEP-EXIT
001920             VARYING WS-STEP-IX FROM 1 BY 1
001930             UNTIL WS-STEP-IX > WS-STEP-CT
001940     END-IF.
001950     ACCEPT WS-RUN-DATE FROM DATE.
001960     ACCEPT WS-RUN-TIME FROM TIME.
001970     IF CYP-STEP-RC > WS-STEP-MAX-RC (WS-POST-IX)
001980         MOVE 'F' TO CYC-STEP-STATE (WS-POST-IX)
001990     ELSE
002000         MOVE 'C' TO CYC-STEP-STATE (WS-POST-IX)
002010     END-IF.
002020     MOVE CYP-STEP-RC TO CYC-STEP-RC (WS-POST-IX).
002030     MOVE WS-RUN-DATE TO CYC-STEP-RUN-DATE (WS-POST-IX).
002040     MOVE WS-RUN-TIME TO CYC-STEP-RUN-TIME (WS-POST-IX).
002050     ADD 1 TO CYC-STEP-RUN-CT (WS-POST-IX).
002060     IF CYCLE-REC-FOUND
002070         REWRITE CYCLE-CONTROL-REC
002080     ELSE
002090         WRITE CYCLE-CONTROL-REC
002100     END-IF.
002110     IF WS-CYCCTL-STATUS NOT = '00'
002120         PERFORM 9000-CYCCTL-ERROR THRU 9000-CYCCTL-ERROR-EXIT
002130     END-IF.
002140     CLOSE CYCLE-FILE.
002150 2000-POST-STEP-EXIT.
002160     EXIT.
002170 2010-INIT-STEP.
002180     MOVE SPACE TO CYC-STEP-STATE (WS-STEP-IX).
002190     MOVE ZERO  TO CYC-STEP-RC (WS-STEP-IX)
002200                   CYC-STEP-RUN-DATE (WS-STEP-IX)
002210                   CYC-STEP-RUN-TIME (WS-STEP-IX)
002220                   CYC-STEP-RUN-CT (WS-STEP-IX).
002230 2010-INIT-STEP-EXIT.
002240     EXIT.
002250*--------------------------------------------------------------*
002260* 3000-READ-CALENDAR - THE DATE'S BUSINESS CALENDAR ENTRY. A    *
002270* DATE NOT ON FILE RETURNS NC - ITS YEAR WAS NEVER BUILT.       *
002280*--------------------------------------------------------------*
002290 3000-READ-CALENDAR.
002300     OPEN INPUT CALENDAR-FILE.
002310     IF WS-BUSCAL-STATUS NOT = '00'
002320         MOVE 'IO'       TO CYP-RESULT
002330         MOVE 'BUSCAL  ' TO CYP-FILE-ID
002340         MOVE WS-BUSCAL-STATUS TO CYP-FILE-STATUS
002350         GO TO 3000-READ-CALENDAR-EXIT
002360     END-IF.
002370     MOVE CYP-CYCLE-DATE TO BCL-DATE.
002380     READ CALENDAR-FILE
002390         INVALID KEY
002400             MOVE 'NC' TO CYP-RESULT
002410     END-READ.
002420     IF WS-BUSCAL-STATUS = '00'
002430         MOVE BCL-DAY-TYPE         TO CYP-DAY-TYPE
002440         MOVE BCL-MONTH-END-SWITCH TO CYP-MONTH-END-SWITCH
002450         MOVE BCL-DAY-OF-WEEK      TO CYP-DAY-OF-WEEK
002460         MOVE BCL-DESCRIPTION      TO CYP-DESCRIPTION
002470     ELSE
002480         IF WS-BUSCAL-STATUS NOT = '23'
002490             MOVE 'IO'       TO CYP-RESULT
002500             MOVE 'BUSCAL  ' TO CYP-FILE-ID
002510             MOVE WS-BUSCAL-STATUS TO CYP-FILE-STATUS
002520         END-IF
002530     END-IF.
002540     CLOSE CALENDAR-FILE.
002550 3000-READ-CALENDAR-EXIT.
002560     EXIT.
002570*--------------------------------------------------------------*
002580* 4000-READ-CYCLE - THE STATE OF EACH STEP FOR THE DATE. NO     *
002590* CYCLE-CONTROL CLUSTER YET (NOTHING EVER POSTED) IS THE SAME   *
002600* AS NO RECORD FOR THE DATE.                                    *
002610*--------------------------------------------------------------*
002620 4000-READ-CYCLE.
002630     OPEN INPUT CYCLE-FILE.
002640     IF WS-CYCCTL-STATUS = '35'
002650         GO TO 4000-READ-CYCLE-EXIT
002660     END-IF.
002670     IF WS-CYCCTL-STATUS NOT = '00'
002680         PERFORM 9000-CYCCTL-ERROR THRU 9000-CYCCTL-ERROR-EXIT
002690         GO TO 4000-READ-CYCLE-EXIT
002700     END-IF.
002710     MOVE 'Y'            TO WS-CYCLE-FOUND-SWITCH.
002720     MOVE CYP-CYCLE-DATE TO CYC-CYCLE-DATE.
002730     READ CYCLE-FILE
002740         INVALID KEY
002750             MOVE 'N' TO WS-CYCLE-FOUND-SWITCH
002760     END-READ.
002770     IF WS-CYCCTL-STATUS NOT = '00'
002780          AND WS-CYCCTL-STATUS NOT = '23'
002790         PERFORM 9000-CYCCTL-ERROR THRU 9000-CYCCTL-ERROR-EXIT
002800     END-IF.
002810     CLOSE CYCLE-FILE.
002820     IF CYP-IO-ERROR
002830          OR NOT CYCLE-REC-FOUND
002840         GO TO 4000-READ-CYCLE-EXIT
002850     END-IF.
002860     MOVE 'Y' TO CYP-CYCLE-SWITCH.
002870     PERFORM 4010-LOAD-STEP THRU 4010-LOAD-STEP-EXIT
002880         VARYING WS-STEP-IX FROM 1 BY 1
002890         UNTIL WS-STEP-IX > WS-STEP-CT.
002900     IF CYP-STEPS-COMPLETE = WS-STEP-CT
002910         MOVE 'Y' TO CYP-COMPLETE-SWITCH
002920     END-IF.
002930     IF CYC-STEP-COMPLETE (1)
002940          AND CYC-STEP-RC (1) = ZERO
002950         MOVE 'Y' TO CYP-CLEAN-SWITCH
002960     END-IF.
002970 4000-READ-CYCLE-EXIT.
002980     EXIT.
002990 4010-LOAD-STEP.
003000     MOVE CYC-STEP-STATE (WS-STEP-IX)
003010                 TO CYP-STEP-STATE (WS-STEP-IX).
003020     MOVE CYC-STEP-RC (WS-STEP-IX)
003030                 TO CYP-STEP-LAST-RC (WS-STEP-IX).
003040     MOVE CYC-STEP-RUN-DATE (WS-STEP-IX)
003050                 TO CYP-STEP-RUN-DATE (WS-STEP-IX).
003060     IF CYC-STEP-COMPLETE (WS-STEP-IX)
003070         ADD 1 TO CYP-STEPS-COMPLETE
003080     END-IF.
003090 4010-LOAD-STEP-EXIT.
003100     EXIT.
003110*--------------------------------------------------------------*
003120* 9000-CYCCTL-ERROR - HAND A CYCLE-CONTROL I/O ERROR BACK TO    *
003130* THE CALLER                                                    *
003140*--------------------------------------------------------------*
003150 9000-CYCCTL-ERROR.
003160     MOVE 'IO'       TO CYP-RESULT.
003170     MOVE 'CYCCTL  ' TO CYP-FILE-ID.
003180     MOVE WS-CYCCTL-STATUS TO CYP-FILE-STATUS.
003190 9000-CYCCTL-ERROR-EXIT.
003200     EXIT.
