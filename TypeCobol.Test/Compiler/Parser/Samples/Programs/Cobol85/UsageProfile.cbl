000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     UsageProfile.
000030 AUTHOR.         R MEEHAN.
000040 INSTALLATION.   DATA CENTER SERVICES.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                          *
000090*--------------------------------------------------------------*
000100*  DATE      INIT  DESCRIPTION                                  *
000110*  --------  ----  ----------------------------------------     *
000120*  10/15/26  RM    ORIGINAL CODING. ADDS THE DAY'S ACCTCHG      *
000130*                  GENERATION TO THE ACCOUNT USAGE PROFILE      *
000140*                  KSDS (USGPRF) AFTER A CLEAN RUN - ONE SLOT   *
000150*                  PER ACCOUNT, MyVar CODE AND BILLED CYCLE     *
000160*                  DATE, KEEPING THE LAST 30 DATES BILLED. THE  *
000170*                  DETAILS, UNITS AND LARGEST DETAIL IN EACH    *
000180*                  SLOT ARE WHAT StringBatch MEASURES A NEW     *
000190*                  DETAIL AGAINST BEFORE IT IS BILLED.          *
000200*                  REVERSALS ARE NOT USAGE AND ARE SKIPPED.     *
000210*                  EACH PROFILE IS STAMPED WITH THE CYCLE DATE  *
000220*                  AND ACCTCHG RECORD NUMBER LAST ADDED TO IT,  *
000230*                  SO A RERUN OVER THE SAME GENERATION AFTER A  *
000240*                  FAILURE ADDS ONLY WHAT IS NOT ALREADY ON IT. *
000250*--------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ACCOUNT-FILE            ASSIGN TO ACCTCHG
000330             FILE STATUS IS WS-ACCT-STATUS.
000340     SELECT USAGE-PROFILE-FILE      ASSIGN TO USGPRF
000350             ORGANIZATION IS INDEXED
000360             ACCESS MODE IS DYNAMIC
000370             RECORD KEY IS UPF-KEY
000380             FILE STATUS IS WS-USG-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410*--------------------------------------------------------------*
000420* ACCOUNT-FILE - THE DAY'S PER-ACCOUNT CHARGE RECORDS (SHARED   *
000430* ACCTCHG LAYOUT), IN THE ORDER StringBatch WROTE THEM          *
000440*--------------------------------------------------------------*
000450 FD  ACCOUNT-FILE
000460     LABEL RECORDS ARE STANDARD
000470     RECORD CONTAINS 90 CHARACTERS
000480     DATA RECORD IS ACCT-CHARGE-REC.
000490     COPY ACCTCHG.
000500*--------------------------------------------------------------*
000510* USAGE-PROFILE-FILE - THE ACCOUNT USAGE PROFILE KSDS (SHARED   *
000520* USGPRF LAYOUT, KEYED ON MyVar CODE AND ACCOUNT NUMBER)        *
000530*--------------------------------------------------------------*
000540 FD  USAGE-PROFILE-FILE
000550     RECORD CONTAINS 760 CHARACTERS
000560     DATA RECORD IS USAGE-PROFILE-REC.
000570     COPY USGPRF.
000580 WORKING-STORAGE SECTION.
000590*--------------------------------------------------------------*
000600* POSTING CONTROL FIELDS. WS-RECORD-NO IS THE ACCTCHG RECORD    *
000610* NUMBER, COMPARED WITH THE PROFILE'S LAST-POST STAMP.          *
000620*--------------------------------------------------------------*
000630 77  WS-RECORD-NO                PIC 9(08) VALUE ZERO.
000640 77  WS-PROFILE-NEW-SWITCH       PIC X(01) VALUE 'N'.
000650     88  PROFILE-NEW                 VALUE 'Y'.
000660*--------------------------------------------------------------*
000670* SLOT SEARCH FIELDS. WS-SLOT-IX WALKS THE 30 SLOTS; WS-USE-IX  *
000680* IS THE SLOT THE CHARGE GOES INTO (ZERO UNTIL ONE IS CHOSEN).  *
000690*--------------------------------------------------------------*
000700 77  WS-SLOT-IX                  PIC 9(02) COMP.
000710 77  WS-USE-IX                   PIC 9(02) COMP.
000720 77  WS-EMPTY-IX                 PIC 9(02) COMP.
000730 77  WS-OLDEST-IX                PIC 9(02) COMP.
000740 77  WS-SLOT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000750     88  SLOT-FOUND                  VALUE 'Y'.
000760*--------------------------------------------------------------*
000770* RUN COUNTERS FOR THE JOB LOG                                  *
000780*--------------------------------------------------------------*
000790 77  WS-ALREADY-POSTED-CT        PIC 9(08) VALUE ZERO.
000800 77  WS-USAGE-ADDED-CT           PIC 9(08) VALUE ZERO.
000810 77  WS-REVERSAL-SKIP-CT         PIC 9(08) VALUE ZERO.
000820 77  WS-STALE-SKIP-CT            PIC 9(08) VALUE ZERO.
000830 77  WS-PROFILE-ADDED-CT         PIC 9(08) VALUE ZERO.
000840 77  WS-SLOT-REUSED-CT           PIC 9(08) VALUE ZERO.
000850*--------------------------------------------------------------*
000860* END-OF-FILE CONTROL                                           *
000870*--------------------------------------------------------------*
000880 77  WS-ACCT-EOF-SWITCH          PIC X(01) VALUE 'N'.
000890     88  END-OF-ACCOUNTS             VALUE 'Y'.
000900*--------------------------------------------------------------*
000910* FILE STATUS AND ABEND FIELDS                                  *
000920*--------------------------------------------------------------*
000930 77  WS-ACCT-STATUS              PIC X(02).
000940 77  WS-USG-STATUS               PIC X(02).
000950 77  WS-ABEND-FILE-ID            PIC X(08).
000960 77  WS-ABEND-STATUS             PIC X(02).
000970 77  WS-RUN-DATE                 PIC 9(06).
000980 PROCEDURE DIVISION.
000990*--------------------------------------------------------------*
001000* 0000-MAINLINE                                                 *
001010*--------------------------------------------------------------*
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001040     PERFORM 2000-ADD-CHARGE-REC
001050         THRU 2000-ADD-CHARGE-REC-EXIT
001060         UNTIL END-OF-ACCOUNTS.
001070     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001080     GOBACK.
001090 0000-MAINLINE-EXIT.
001100     EXIT.
001110*--------------------------------------------------------------*
001120* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ. A NEVER-     *
001130* LOADED KSDS (STATUS 35 ON OPEN I-O) IS OPENED OUTPUT AND      *
001140* CLOSED ONCE TO LEAVE IT LOADED BUT EMPTY, THEN REOPENED I-O.  *
001150*--------------------------------------------------------------*
001160 1000-INITIALIZE.
001170     OPEN INPUT ACCOUNT-FILE.
001180     IF WS-ACCT-STATUS NOT = '00'
001190         MOVE 'ACCTCHG ' TO WS-ABEND-FILE-ID
001200         MOVE WS-ACCT-STATUS TO WS-ABEND-STATUS
001210         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
001220     END-IF.
001230     OPEN I-O USAGE-PROFILE-FILE.
001240     IF WS-USG-STATUS = '35'
001250         OPEN OUTPUT USAGE-PROFILE-FILE
001260         IF WS-USG-STATUS = '00'
001270             CLOSE USAGE-PROFILE-FILE
001280             OPEN I-O USAGE-PROFILE-FILE
001290         END-IF
001300     END-IF.
001310     IF WS-USG-STATUS NOT = '00'
001320         MOVE 'USGPRF  ' TO WS-ABEND-FILE-ID
001330         MOVE WS-USG-STATUS TO WS-ABEND-STATUS
001340         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
001350     END-IF.
001360     ACCEPT WS-RUN-DATE FROM DATE.
001370     PERFORM 2100-READ-ACCOUNT THRU 2100-READ-ACCOUNT-EXIT.
001380 1000-INITIALIZE-EXIT.
001390     EXIT.
001400*--------------------------------------------------------------*
001410* 2000-ADD-CHARGE-REC - ADD ONE ACCTCHG RECORD TO ITS PROFILE.  *
001420* A REVERSAL (NEGATIVE CHARGE) IS NOT USAGE AND IS PASSED BY. A *
001430* RECORD AT OR BEFORE THE PROFILE'S LAST-POST STAMP FOR THE     *
001440* SAME CYCLE WAS ADDED BY AN EARLIER ATTEMPT AT THIS STEP AND   *
001450* IS SKIPPED.                                                   *
001460*--------------------------------------------------------------*
001470 2000-ADD-CHARGE-REC.
001480     ADD 1 TO WS-RECORD-NO.
001490     IF ACH-CHARGE-AMT < ZERO
001500         ADD 1 TO WS-REVERSAL-SKIP-CT
001510         GO TO 2000-NEXT-CHARGE
001520     END-IF.
001530     PERFORM 2200-GET-PROFILE THRU 2200-GET-PROFILE-EXIT.
001540     IF NOT PROFILE-NEW
001550         IF UPF-LAST-POST-CYCLE = ACH-CYCLE-DATE
001560            AND UPF-LAST-POST-SEQ >= WS-RECORD-NO
001570             ADD 1 TO WS-ALREADY-POSTED-CT
001580             GO TO 2000-NEXT-CHARGE
001590         END-IF
001600     END-IF.
001610     PERFORM 2300-FIND-SLOT THRU 2300-FIND-SLOT-EXIT.
001620     IF WS-USE-IX = ZERO
001630         ADD 1 TO WS-STALE-SKIP-CT
001640         GO TO 2000-NEXT-CHARGE
001650     END-IF.
001660     ADD 1 TO UPF-SLOT-DETAILS (WS-USE-IX).
001670     ADD ACH-QUANTITY TO UPF-SLOT-QUANTITY (WS-USE-IX).
001680     IF ACH-QUANTITY > UPF-SLOT-PEAK (WS-USE-IX)
001690         MOVE ACH-QUANTITY TO UPF-SLOT-PEAK (WS-USE-IX)
001700     END-IF.
001710     ADD 1 TO WS-USAGE-ADDED-CT.
001720     MOVE ACH-CYCLE-DATE TO UPF-LAST-POST-CYCLE.
001730     MOVE WS-RECORD-NO   TO UPF-LAST-POST-SEQ.
001740     PERFORM 2500-SAVE-PROFILE THRU 2500-SAVE-PROFILE-EXIT.
001750 2000-NEXT-CHARGE.
001760     PERFORM 2100-READ-ACCOUNT THRU 2100-READ-ACCOUNT-EXIT.
001770 2000-ADD-CHARGE-REC-EXIT.
001780     EXIT.
001790*--------------------------------------------------------------*
001800* 2100-READ-ACCOUNT - READ THE NEXT CHARGE RECORD               *
001810*--------------------------------------------------------------*
001820 2100-READ-ACCOUNT.
001830     READ ACCOUNT-FILE
001840         AT END
001850             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
001860     END-READ.
001870     IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '10'
001880         MOVE 'ACCTCHG ' TO WS-ABEND-FILE-ID
001890         MOVE WS-ACCT-STATUS TO WS-ABEND-STATUS
001900         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
001910     END-IF.
001920 2100-READ-ACCOUNT-EXIT.
001930     EXIT.
001940*--------------------------------------------------------------*
001950* 2200-GET-PROFILE - KEYED READ OF THE ACCOUNT'S PROFILE FOR    *
001960* THE CODE. AN ACCOUNT BILLED FOR THE CODE FOR THE FIRST TIME   *
001970* STARTS A NEW PROFILE WITH EVERY SLOT EMPTY.                   *
001980*--------------------------------------------------------------*
001990 2200-GET-PROFILE.
002000     MOVE 'N' TO WS-PROFILE-NEW-SWITCH.
002010     MOVE ACH-MYVAR      TO UPF-MYVAR.
002020     MOVE ACH-ACCOUNT-NO TO UPF-ACCOUNT-NO.
002030     READ USAGE-PROFILE-FILE
002040         INVALID KEY
002050             MOVE 'Y' TO WS-PROFILE-NEW-SWITCH
002060     END-READ.
002070     IF PROFILE-NEW
002080         MOVE SPACES         TO USAGE-PROFILE-REC
002090         MOVE ACH-MYVAR      TO UPF-MYVAR
002100         MOVE ACH-ACCOUNT-NO TO UPF-ACCOUNT-NO
002110         MOVE ZERO           TO UPF-LAST-POST-CYCLE
002120         MOVE ZERO           TO UPF-LAST-POST-SEQ
002130         MOVE WS-RUN-DATE    TO UPF-CREATE-DATE
002140         PERFORM 2250-CLEAR-SLOT THRU 2250-CLEAR-SLOT-EXIT
002150             VARYING WS-SLOT-IX FROM 1 BY 1
002160             UNTIL WS-SLOT-IX > 30
002170         GO TO 2200-GET-PROFILE-EXIT
002180     END-IF.
002190     IF WS-USG-STATUS NOT = '00'
002200         MOVE 'USGPRF  ' TO WS-ABEND-FILE-ID
002210         MOVE WS-USG-STATUS TO WS-ABEND-STATUS
002220         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
002230     END-IF.
002240 2200-GET-PROFILE-EXIT.
002250     EXIT.
002260*--------------------------------------------------------------*
002270* 2250-CLEAR-SLOT - EMPTY ONE SLOT                              *
002280*--------------------------------------------------------------*
002290 2250-CLEAR-SLOT.
002300     MOVE ZERO TO UPF-SLOT-DATE (WS-SLOT-IX).
002310     MOVE ZERO TO UPF-SLOT-DETAILS (WS-SLOT-IX).
002320     MOVE ZERO TO UPF-SLOT-QUANTITY (WS-SLOT-IX).
002330     MOVE ZERO TO UPF-SLOT-PEAK (WS-SLOT-IX).
002340 2250-CLEAR-SLOT-EXIT.
002350     EXIT.
002360*--------------------------------------------------------------*
002370* 2300-FIND-SLOT - PICK THE SLOT FOR THE CHARGE'S CYCLE DATE:   *
002380* THE SLOT ALREADY HOLDING THAT DATE, ELSE AN EMPTY ONE, ELSE   *
002390* THE OLDEST, EMPTIED FOR REUSE. A CHARGE OLDER THAN EVERY DATE *
002400* ON A FULL PROFILE IS OUTSIDE THE WINDOW AND GETS NO SLOT -    *
002410* WS-USE-IX IS LEFT ZERO.                                       *
002420*--------------------------------------------------------------*
002430 2300-FIND-SLOT.
002440     MOVE ZERO TO WS-USE-IX.
002450     MOVE ZERO TO WS-EMPTY-IX.
002460     MOVE ZERO TO WS-OLDEST-IX.
002470     MOVE 'N'  TO WS-SLOT-FOUND-SWITCH.
002480     PERFORM 2350-CHECK-SLOT THRU 2350-CHECK-SLOT-EXIT
002490         VARYING WS-SLOT-IX FROM 1 BY 1
002500         UNTIL SLOT-FOUND
002510            OR WS-SLOT-IX > 30.
002520     IF SLOT-FOUND
002530         SUBTRACT 1 FROM WS-SLOT-IX
002540         MOVE WS-SLOT-IX TO WS-USE-IX
002550         GO TO 2300-FIND-SLOT-EXIT
002560     END-IF.
002570     IF WS-EMPTY-IX NOT = ZERO
002580         MOVE WS-EMPTY-IX TO WS-USE-IX
002590     ELSE
002600         IF UPF-SLOT-DATE (WS-OLDEST-IX) < ACH-CYCLE-DATE
002610             MOVE WS-OLDEST-IX TO WS-USE-IX
002620             ADD 1 TO WS-SLOT-REUSED-CT
002630         END-IF
002640     END-IF.
002650     IF WS-USE-IX = ZERO
002660         GO TO 2300-FIND-SLOT-EXIT
002670     END-IF.
002680     MOVE WS-USE-IX TO WS-SLOT-IX.
002690     PERFORM 2250-CLEAR-SLOT THRU 2250-CLEAR-SLOT-EXIT.
002700     MOVE ACH-CYCLE-DATE TO UPF-SLOT-DATE (WS-USE-IX).
002710 2300-FIND-SLOT-EXIT.
002720     EXIT.
002730*--------------------------------------------------------------*
002740* 2350-CHECK-SLOT - LOOK AT ONE SLOT: A DATE MATCH ENDS THE     *
002750* SEARCH; OTHERWISE NOTE THE FIRST EMPTY SLOT AND THE OLDEST    *
002760* DATED ONE. A SLOT THAT IS NOT NUMERIC COUNTS AS EMPTY.        *
002770*--------------------------------------------------------------*
002780 2350-CHECK-SLOT.
002790     IF UPF-SLOT-DATE (WS-SLOT-IX) NOT NUMERIC
002800          OR UPF-SLOT-DATE (WS-SLOT-IX) = ZERO
002810         IF WS-EMPTY-IX = ZERO
002820             MOVE WS-SLOT-IX TO WS-EMPTY-IX
002830         END-IF
002840         GO TO 2350-CHECK-SLOT-EXIT
002850     END-IF.
002860     IF UPF-SLOT-DATE (WS-SLOT-IX) = ACH-CYCLE-DATE
002870         MOVE 'Y' TO WS-SLOT-FOUND-SWITCH
002880         GO TO 2350-CHECK-SLOT-EXIT
002890     END-IF.
002900     IF WS-OLDEST-IX = ZERO
002910         MOVE WS-SLOT-IX TO WS-OLDEST-IX
002920     ELSE
002930         IF UPF-SLOT-DATE (WS-SLOT-IX) <
002940            UPF-SLOT-DATE (WS-OLDEST-IX)
002950             MOVE WS-SLOT-IX TO WS-OLDEST-IX
002960         END-IF
002970     END-IF.
002980 2350-CHECK-SLOT-EXIT.
002990     EXIT.
003000*--------------------------------------------------------------*
003010* 2500-SAVE-PROFILE - WRITE A NEW PROFILE RECORD OR REWRITE THE *
003020* ONE READ                                                      *
003030*--------------------------------------------------------------*
003040 2500-SAVE-PROFILE.
003050     IF PROFILE-NEW
003060         WRITE USAGE-PROFILE-REC
003070         ADD 1 TO WS-PROFILE-ADDED-CT
003080     ELSE
003090         REWRITE USAGE-PROFILE-REC
003100     END-IF.
003110     IF WS-USG-STATUS NOT = '00'
003120         MOVE 'USGPRF  ' TO WS-ABEND-FILE-ID
003130         MOVE WS-USG-STATUS TO WS-ABEND-STATUS
003140         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
003150     END-IF.
003160 2500-SAVE-PROFILE-EXIT.
003170     EXIT.
003180*--------------------------------------------------------------*
003190* 9000-TERMINATE - CLOSE FILES AND LEAVE THE PROFILE FIGURES ON *
003200* THE JOB LOG                                                   *
003210*--------------------------------------------------------------*
003220 9000-TERMINATE.
003230     DISPLAY 'USAGEPROFILE - ACCTCHG RECORDS ' WS-RECORD-NO
003240             ' ALREADY ADDED '      WS-ALREADY-POSTED-CT.
003250     DISPLAY 'USAGEPROFILE - CHARGES ADDED   ' WS-USAGE-ADDED-CT
003260             ' REVERSALS SKIPPED '  WS-REVERSAL-SKIP-CT.
003270     DISPLAY 'USAGEPROFILE - NEW PROFILES    ' WS-PROFILE-ADDED-CT
003280             ' SLOTS REUSED '       WS-SLOT-REUSED-CT
003290             ' TOO OLD TO ADD '     WS-STALE-SKIP-CT.
003300     CLOSE ACCOUNT-FILE
003310           USAGE-PROFILE-FILE.
003320 9000-TERMINATE-EXIT.
003330     EXIT.
003340*--------------------------------------------------------------*
003350* 9900-ABEND - A FATAL FILE STATUS WAS DETECTED. DISPLAY WHICH  *
003360* DDNAME AND STATUS FAILED AND STOP THE RUN WITH A NONZERO      *
003370* RETURN CODE.                                                  *
003380*--------------------------------------------------------------*
003390 9900-ABEND.
003400     DISPLAY 'USAGEPROFILE - FATAL I/O ERROR ON '
003410             WS-ABEND-FILE-ID
003420             ' FILE STATUS = ' WS-ABEND-STATUS.
003430     MOVE 16 TO RETURN-CODE.
003440     GOBACK.
003450 9900-ABEND-EXIT.
003460     EXIT.
003470 END PROGRAM UsageProfile.
