000140*                  COUNTS, RESTART-OR-CLEAN FLAG - SO THE      *
000150*                  RunTrend REPORT CAN SHOW THE BATCH WINDOW   *
000160*                  ERODING BEFORE IT BLOWS THE SCHEDULE.       *
000161*  10/15/26  RM    ADDED RH-PARTITION-NO - ONE RECORD IS        *
000162*                  APPENDED PER PARTITION OF A PARTITIONED RUN, *
000163*                  EACH TIMING ITS OWN PARTITION; ZERO ON AN    *
000164*                  ORDINARY RUN. FILLER 6 TO 5, LENGTH          *
000165*                  UNCHANGED.                                   *
000170*--------------------------------------------------------------*
000180* 60-BYTE RECORD. TIMES ARE HHMMSSCC AS ACCEPT FROM TIME       *
000190* DELIVERS THEM; RH-ELAPSED-SECS IS WHOLE SECONDS WITH THE     *
000300     05  RH-RESTART-FLAG         PIC X(01).
000310         88  RH-RUN-RESTARTED        VALUE 'R'.
000320         88  RH-RUN-CLEAN            VALUE 'C'.
000330     05  RH-PARTITION-NO         PIC 9(01).
000340     05  FILLER                  PIC X(05).
