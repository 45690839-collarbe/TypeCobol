000010*--------------------------------------------------------------*
000020* CYCCTL      - CYCLE-CONTROL MASTER RECORD LAYOUT (VSAM KSDS)  *
000030*--------------------------------------------------------------*
000040*  INSTALLATION.  DATA CENTER SERVICES.                         *
000050*  DATE-WRITTEN.  10/15/26.                                     *
000060*--------------------------------------------------------------*
000070* MODIFICATION HISTORY                                          *
000080*--------------------------------------------------------------*
000090*  DATE      INIT  DESCRIPTION                                  *
000100*  --------  ----  ----------------------------------------     *
000110*  10/15/26  RM    ORIGINAL CODING. ONE RECORD PER CYCLE DATE   *
000120*                  RECORDING WHICH STEPS OF THE DAY'S           *
000130*                  PROCESSING HAVE FINISHED AND WITH WHAT       *
000140*                  RETURN CODE. WRITTEN AND READ ONLY THROUGH   *
000150*                  CycleControl, WHICH ALSO HOLDS THE RULE FOR  *
000160*                  WHEN A STEP AND A CYCLE COUNT AS COMPLETE.   *
000170*--------------------------------------------------------------*
000180* 150-BYTE RECORD, KEY = CYC-CYCLE-DATE (BYTES 1-6, YYMMDD).    *
000190* CYC-STEP-ENTRY IS IN FIXED STEP ORDER:                        *
000200*   1 BATCHSTP  StringBatch      4 GLACKREC  GlAckRecon         *
000210*   2 BALSTEP   StringBalance    5 AUDHIST   AuditHistory       *
000220*   3 GLEXSTEP  GlExtract                                       *
000230* CYC-STEP-STATE:                                               *
000240*   SPACE - THE STEP HAS NOT RUN FOR THIS CYCLE DATE            *
000250*   C     - LAST RUN ENDED WITHIN THE STEP'S ACCEPTED RC        *
000260*   F     - LAST RUN ENDED OVER IT (SEE CYC-STEP-RC)            *
000270* THE LAST RUN OF A STEP ALWAYS WINS - A CLEAN RERUN CLEARS AN  *
000280* EARLIER FAILURE. CYC-STEP-RUN-CT COUNTS THE RUNS RECORDED.    *
000290*--------------------------------------------------------------*
000300 01  CYCLE-CONTROL-REC.
000310     05  CYC-CYCLE-DATE          PIC 9(06).
000320     05  CYC-STEP-ENTRY          OCCURS 5 TIMES.
000330         10  CYC-STEP-STATE          PIC X(01).
000340             88  CYC-STEP-NOT-RUN        VALUE SPACE.
000350             88  CYC-STEP-COMPLETE       VALUE 'C'.
000360             88  CYC-STEP-FAILED         VALUE 'F'.
000370         10  CYC-STEP-RC             PIC 9(04).
000380         10  CYC-STEP-RUN-DATE       PIC 9(06).
000390         10  CYC-STEP-RUN-TIME       PIC 9(08).
000400         10  CYC-STEP-RUN-CT         PIC 9(04).
000410     05  FILLER                  PIC X(29).
