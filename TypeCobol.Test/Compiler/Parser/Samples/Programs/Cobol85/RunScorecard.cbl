000210*                  SCHEDULER CAN ACT ON. NIGHT COVERAGE IS      *
000220*                  ONE PERSON - THE RITUAL IS WHERE THE         *
000230*                  MISTAKES WERE HAPPENING.                     *
000231*  10/15/26  RM    CTLTOTF GREW 68 TO 100. THE PARTITIONS OF A  *
000232*                  PARTITIONED NIGHT EACH APPEND A RUN HISTORY  *
000233*                  RECORD; THEY RAN SIDE BY SIDE, SO THE NIGHT  *
000234*                  COUNTS ONCE, AS LONG AS ITS LONGEST          *
000235*                  PARTITION.                                   *
000240*--------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000510*--------------------------------------------------------------*
000520 FD  TOTALS-FILE
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 100 CHARACTERS
000550     DATA RECORD IS CTL-TOTALS-REC.
000560     COPY CTLTOTRC.
000570*--------------------------------------------------------------*
002905* TONIGHT'S RUN AND IS BACKED OUT OF THE AVERAGE AT 2000        *
002910*--------------------------------------------------------------*
002920 2200-TALLY-HISTORY-REC.
002922*    A LATER PARTITION OF THE SAME NIGHT RAN ALONGSIDE THE
002924*    FIRST - THE NIGHT COUNTS ONCE, AS LONG AS ITS LONGEST
002926*    PARTITION.
002928     IF RH-PARTITION-NO NUMERIC
002930          AND RH-PARTITION-NO > 1
002932          AND RH-RUN-DATE = WS-LAST-RUN-DATE
002934         IF RH-ELAPSED-SECS > WS-LAST-ELAPSED
002936             SUBTRACT WS-LAST-ELAPSED FROM WS-ELAPSED-TOTAL
002938             ADD RH-ELAPSED-SECS TO WS-ELAPSED-TOTAL
002940             MOVE RH-ELAPSED-SECS TO WS-LAST-ELAPSED
002942         END-IF
002944     ELSE
002946         ADD 1 TO WS-RUN-COUNT
002948         ADD RH-ELAPSED-SECS TO WS-ELAPSED-TOTAL
002950         MOVE RH-ELAPSED-SECS TO WS-LAST-ELAPSED
002952     END-IF.
002954     MOVE RH-RUN-DATE     TO WS-LAST-RUN-DATE.
002970     PERFORM 2100-READ-HISTORY THRU 2100-READ-HISTORY-EXIT.
002980 2200-TALLY-HISTORY-REC-EXIT.
002990     EXIT.
