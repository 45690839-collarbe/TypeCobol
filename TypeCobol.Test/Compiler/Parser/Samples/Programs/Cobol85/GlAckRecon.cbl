000230*                  THE TOTALS STILL TYING END RC 4. NOBODY      *
000240*                  READ THIS FILE BEFORE, AND THE GL DROPPED    *
000250*                  DETAILS SILENTLY TWICE THIS YEAR.            *
000251*  10/15/26  RM    GLINTF GREW 80 TO 120 BYTES - GlExtract NOW  *
000252*                  ADDS THE VAT CATEGORY, RATE, VAT AND GROSS   *
000253*                  TO EACH DETAIL AND THE VAT AND GROSS TOTALS  *
000254*                  TO THE TRAILER, BEHIND THE FIELDS READ HERE. *
000255*                  THE ACKNOWLEDGEMENT STILL BALANCES TO THE    *
000256*                  NET TRAILER AMOUNT.                          *
000258*  10/15/26  RM    THE RECONCILIATION IS NOW POSTED TO THE      *
000260*                  CYCLE-CONTROL MASTER (CYCCTL) THROUGH        *
000262*                  CycleControl AS STEP GLACKREC, WITH ITS      *
000264*                  RETURN CODE, FOR THE CYCLE DATE ON THE       *
000266*                  GLINTF TRAILER.                              *
000268*--------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000430 FILE SECTION.
000440*--------------------------------------------------------------*
000450* GL-FILE - THE SEMICOLON-DELIMITED INTERFACE FILE GlExtract    *
000460* SENT: H;DATE;STRBATCH, D;...;QUANTITY;CHARGE;CAT;RATE;VAT;    *
000470* GROSS DETAILS, AND T;DATE;COUNT;AMOUNT;VAT;GROSS. THE AMOUNT  *
000475* BALANCED HERE IS THE NET; THE VAT FIELDS ARE LEFT UNREAD.     *
000480*--------------------------------------------------------------*
000490 FD  GL-FILE
000500     LABEL RECORDS ARE STANDARD
000510     RECORD CONTAINS 120 CHARACTERS
000520     DATA RECORD IS GL-REC.
000530 01  GL-REC                      PIC X(120).
000540*--------------------------------------------------------------*
000550* ACK-FILE - THE GL'S FIXED-FORMAT ACKNOWLEDGEMENT, ONE FILE    *
000560* PER GLINTF TRANSMISSION:                                      *
001740 77  WS-PRINT-STATUS             PIC X(02).
001750 77  WS-ABEND-FILE-ID            PIC X(08).
001760 77  WS-ABEND-STATUS             PIC X(02).
001761*--------------------------------------------------------------*
001762* CYCLE CONTROL - CycleControl PARAMETER AREA. THE CALL RESETS  *
001763* RETURN-CODE, SO THE STEP'S OWN CODE IS SAVED ACROSS IT.       *
001764*--------------------------------------------------------------*
001765 77  WS-SAVED-RC                 PIC S9(04) COMP.
001766     COPY CYCPARM.
001770*--------------------------------------------------------------*
001780* PRINT REPORT CONTROL FIELDS AND LINE LAYOUTS                  *
001790*--------------------------------------------------------------*
006940             DISPLAY 'GLACKRECON - ACK TIES TO GLINTF'
006950         END-IF
006960     END-IF.
006965     PERFORM 9500-POST-CYCLE-STEP THRU 9500-POST-CYCLE-STEP-EXIT.
006970 9000-TERMINATE-EXIT.
006980     EXIT.
006981*--------------------------------------------------------------*
006982* 9500-POST-CYCLE-STEP - RECORD THE STEP'S RETURN CODE AS STEP  *
006983* GLACKREC FOR THE CYCLE DATE ON THE GLINTF TRAILER. WITH NO    *
006984* TRAILER THERE IS NO DATE TO POST TO. A POST THAT FAILS IS     *
006985* DISPLAYED AND RAISES RC TO AT LEAST 4, SO THE STEP GETS       *
006986* POSTED BY HAND (CYCCHK POST CARD).                            *
006987*--------------------------------------------------------------*
006988 9500-POST-CYCLE-STEP.
006989     IF WS-SENT-CYCLE-DATE = ZERO
006990         DISPLAY 'GLACKRECON - NO CYCLE DATE ON GLINTF - '
006991                 'GLACKREC NOT POSTED TO CYCCTL'
006992         GO TO 9500-POST-CYCLE-STEP-EXIT
006993     END-IF.
006994     MOVE RETURN-CODE        TO WS-SAVED-RC.
006995     MOVE 'P'                TO CYP-FUNCTION.
006996     MOVE WS-SENT-CYCLE-DATE TO CYP-CYCLE-DATE.
006997     MOVE 'GLACKREC'         TO CYP-STEP-ID.
006998     MOVE WS-SAVED-RC        TO CYP-STEP-RC.
006999     CALL 'CycleControl' USING CYCLE-CONTROL-PARM.
007000     MOVE WS-SAVED-RC        TO RETURN-CODE.
007001     IF CYP-IO-ERROR
007002          OR CYP-BAD-REQUEST
007003         DISPLAY 'GLACKRECON - GLACKREC NOT POSTED TO CYCCTL - '
007004                 CYP-FILE-ID ' FILE STATUS = ' CYP-FILE-STATUS
007005         IF WS-SAVED-RC < 4
007006             MOVE 4 TO RETURN-CODE
007007         END-IF
007008     END-IF.
007009 9500-POST-CYCLE-STEP-EXIT.
007010     EXIT.
007011*--------------------------------------------------------------*
007012* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
007013* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
007020* RETURN CODE.                                                  *
007030*--------------------------------------------------------------*
007040 9900-ABEND.
