000190*                  TRIMMED TO THE TRAILING MONTH BY THE         *
000200*                  SCHEDULER'S HOUSEKEEPING, SO EVERY RECORD    *
000210*                  PRESENT IS REPORTED.                         *
000211*  10/15/26  RM    THE PARTITIONS OF A PARTITIONED NIGHT EACH   *
000212*                  APPEND A RUN HISTORY RECORD AND EACH GETS A  *
000213*                  LINE, WITH ITS PARTITION NUMBER IN THE NEW   *
000214*                  PART COLUMN. THEY RAN SIDE BY SIDE, SO FOR   *
000215*                  THE RUN COUNT AND AVERAGE THE NIGHT COUNTS   *
000216*                  ONCE, AS LONG AS ITS LONGEST PARTITION.      *
000220*--------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000580 77  WS-ELAPSED-AVG              PIC 9(07) VALUE ZERO.
000590 77  WS-ELAPSED-MAX              PIC 9(07) VALUE ZERO.
000600 77  WS-ELAPSED-MAX-DATE         PIC 9(06) VALUE ZERO.
000603 77  WS-PRIOR-RUN-DATE           PIC 9(06) VALUE ZERO.
000606 77  WS-PRIOR-ELAPSED            PIC 9(07) VALUE ZERO.
000610 77  WS-VOLUME-MAX               PIC 9(08) VALUE ZERO.
000620*--------------------------------------------------------------*
000630* END-OF-FILE CONTROL                                          *
000990     05  FILLER                  PIC X(10) VALUE 'RESULTS'.
001000     05  FILLER                  PIC X(10) VALUE 'ERRORS'.
001010     05  FILLER                  PIC X(04) VALUE 'R/C'.
001016     05  FILLER                  PIC X(05) VALUE 'PART'.
001022     05  FILLER                  PIC X(53) VALUE SPACE.
001030 01  WS-TREND-LINE.
001040     05  FILLER                  PIC X(01) VALUE SPACE.
001050     05  TRD-RUN-DATE            PIC 99/99/99.
001170     05  TRD-ERRORS              PIC ZZZZZZZ9.
001180     05  FILLER                  PIC X(03) VALUE SPACE.
001190     05  TRD-FLAG                PIC X(01).
001195     05  FILLER                  PIC X(04) VALUE SPACE.
001200     05  TRD-PART                PIC X(01).
001205     05  FILLER                  PIC X(55) VALUE SPACE.
001210 01  WS-TOTAL-LINE.
001220     05  FILLER                  PIC X(01) VALUE SPACE.
001230     05  TOT-LABEL               PIC X(30).
001640* THE AVERAGE AND WORST-DAY FIGURES AS IT GOES                  *
001650*--------------------------------------------------------------*
001660 2000-REPORT-HISTORY-REC.
001661*    A LATER PARTITION OF THE SAME NIGHT RAN ALONGSIDE THE
001662*    FIRST - THE NIGHT COUNTS ONCE, AS LONG AS ITS LONGEST
001663*    PARTITION.
001664     IF RH-PARTITION-NO NUMERIC
001665          AND RH-PARTITION-NO > 1
001666          AND RH-RUN-DATE = WS-PRIOR-RUN-DATE
001667         IF RH-ELAPSED-SECS > WS-PRIOR-ELAPSED
001668             SUBTRACT WS-PRIOR-ELAPSED FROM WS-ELAPSED-TOTAL
001669             ADD RH-ELAPSED-SECS TO WS-ELAPSED-TOTAL
001670             MOVE RH-ELAPSED-SECS TO WS-PRIOR-ELAPSED
001671         END-IF
001672     ELSE
001673         ADD 1 TO WS-RUN-COUNT
001674         ADD RH-ELAPSED-SECS TO WS-ELAPSED-TOTAL
001675         MOVE RH-ELAPSED-SECS TO WS-PRIOR-ELAPSED
001676     END-IF.
001677     MOVE RH-RUN-DATE     TO WS-PRIOR-RUN-DATE.
001690     IF RH-ELAPSED-SECS > WS-ELAPSED-MAX
001700         MOVE RH-ELAPSED-SECS TO WS-ELAPSED-MAX
001710         MOVE RH-RUN-DATE     TO WS-ELAPSED-MAX-DATE
001820     MOVE RH-RESULT-COUNT TO TRD-RESULTS.
001830     MOVE RH-ERROR-COUNT  TO TRD-ERRORS.
001840     MOVE RH-RESTART-FLAG TO TRD-FLAG.
001842     IF RH-PARTITION-NO NUMERIC
001844          AND RH-PARTITION-NO > ZERO
001846         MOVE RH-PARTITION-NO TO TRD-PART
001848     END-IF.
001850     MOVE WS-TREND-LINE TO WS-PRINT-LINE.
001860     PERFORM 7000-WRITE-LINE THRU 7000-WRITE-LINE-EXIT.
001870     PERFORM 2100-READ-HISTORY THRU 2100-READ-HISTORY-EXIT.
