000340*                  MIDNIGHT) STILL MATCHES THE SCORECARD'S      *
000350*                  CYCLE-DATE CHECK INSTEAD OF DRAWING A        *
000360*                  SPURIOUS HOLD.                               *
000362*  10/15/26  RM    CTLTOTF GREW 68 TO 100 (SET KEYS AND         *
000364*                  PARTITION FIELDS). ONLY THE CYCLE DATE IS    *
000366*                  READ OFF IT.                                 *
000370*--------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000960*--------------------------------------------------------------*
000970 FD  TOTALS-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 100 CHARACTERS
001000     DATA RECORD IS CTL-TOTALS-REC.
001010     COPY CTLTOTRC.
001020*--------------------------------------------------------------*
