000010*--------------------------------------------------------------*
000020* MTDQTY      - MONTH-TO-DATE QUANTITY RECORD (VSAM KSDS)       *
000030*--------------------------------------------------------------*
000040*  INSTALLATION.  DATA CENTER SERVICES.                         *
000050*  DATE-WRITTEN.  10/15/26.                                     *
000060*--------------------------------------------------------------*
000070* MODIFICATION HISTORY                                          *
000080*--------------------------------------------------------------*
000090*  DATE      INIT  DESCRIPTION                                  *
000100*  --------  ----  ----------------------------------------     *
000110*  10/15/26  RM    ORIGINAL CODING. ONE RECORD PER MyVar CODE,  *
000120*                  BILLING MONTH AND ACCOUNT, HOLDING THE       *
000130*                  UNITS StringBatch HAS BILLED THE ACCOUNT FOR *
000140*                  THE CODE SO FAR THIS MONTH, SO EACH NEW      *
000150*                  DETAIL IS PRICED AT THE VOLUME TIER THE      *
000160*                  ACCOUNT HAS REACHED.                         *
000170*--------------------------------------------------------------*
000180* 80-BYTE RECORD, KEY = MTD-KEY (BYTES 1-15). MTD-MONTH IS THE  *
000190* YYMM OF THE CYCLE DATE THE DETAIL WAS PRICED FOR, SO A        *
000200* CATCH-UP RUN FOR AN EARLIER CYCLE ADDS TO THAT CYCLE'S MONTH  *
000210* AND A NEW MONTH STARTS FROM ZERO. THE CODE LEADS THE KEY SO   *
000220* EACH PARTITION OF A SPLIT RUN UPDATES ITS OWN KEY RANGE.      *
000230* MTD-QUANTITY IS THE MONTH-TO-DATE UNITS; A REVERSAL TAKES ITS *
000240* UNITS BACK OFF (NEVER BELOW ZERO).                            *
000250* MTD-RUN-ID AND MTD-ATTEMPT-ID STAMP THE RUN (START DATE AND   *
000260* TIME) AND THE ATTEMPT WITHIN IT THAT LAST UPDATED THE RECORD, *
000270* AT ITS INPUT RECORD MTD-REC-NUMBER. MTD-COMMITTED-QTY IS THE  *
000280* QUANTITY AS IT STOOD BEFORE THAT ATTEMPT'S FIRST UPDATE PAST  *
000290* ITS LAST CHECKPOINT - A RESTARTED RUN PUTS IT BACK FOR ANY    *
000300* UPDATE THE FAILED ATTEMPT MADE AFTER THE CHECKPOINT IT        *
000310* RESUMES FROM, SO NO UNIT IS COUNTED TWICE.                    *
000320*--------------------------------------------------------------*
000330 01  MTD-QTY-REC.
000340     05  MTD-KEY.
000350         10  MTD-MYVAR               PIC X(01).
000360         10  MTD-MONTH               PIC 9(04).
000370         10  MTD-ACCOUNT-NO          PIC 9(10).
000380     05  MTD-QUANTITY            PIC 9(07).
000390     05  MTD-COMMITTED-QTY       PIC 9(07).
000400     05  MTD-RUN-ID              PIC X(14).
000410     05  MTD-ATTEMPT-ID          PIC X(14).
000420     05  MTD-REC-NUMBER          PIC 9(08).
000430     05  MTD-LAST-CYCLE-DATE     PIC 9(06).
000440     05  FILLER                  PIC X(09).
