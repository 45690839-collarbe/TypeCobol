000010*--------------------------------------------------------------*
000020* CYCPARM     - CycleControl CALL PARAMETER AREA                *
000030*--------------------------------------------------------------*
000040*  INSTALLATION.  DATA CENTER SERVICES.                         *
000050*  DATE-WRITTEN.  10/15/26.                                     *
000060*--------------------------------------------------------------*
000070* MODIFICATION HISTORY                                          *
000080*--------------------------------------------------------------*
000090*  DATE      INIT  DESCRIPTION                                  *
000100*  --------  ----  ----------------------------------------     *
000110*  10/15/26  RM    ORIGINAL CODING. THE ONE PARAMETER PASSED ON *
000120*                  CALL 'CycleControl' - COPIED INTO THE        *
000130*                  CALLER'S WORKING-STORAGE AND INTO THE        *
000140*                  SUBPROGRAM'S LINKAGE SO BOTH SIDES SEE THE   *
000150*                  SAME SHAPE.                                  *
000160*--------------------------------------------------------------*
000170* THE CALLER SETS CYP-FUNCTION AND CYP-CYCLE-DATE, AND FOR A    *
000180* POST ALSO CYP-STEP-ID (BATCHSTP, BALSTEP, GLEXSTEP, GLACKREC  *
000190* OR AUDHIST) AND CYP-STEP-RC:                                  *
000200*   D - DAY STATUS. RETURNS THE DATE'S CALENDAR ENTRY AND THE   *
000210*       STATE OF EACH STEP FOR THE CYCLE. NOTHING IS UPDATED.   *
000220*   P - POST. RECORDS THE STEP'S RETURN CODE FOR THE CYCLE,     *
000230*       THEN RETURNS THE DAY STATUS AS FOR D.                   *
000240* CYP-RESULT COMES BACK:                                        *
000250*   00 - DONE                                                   *
000260*   NC - DONE, BUT THE DATE IS NOT ON THE BUSINESS CALENDAR     *
000270*   SI - NOTHING DONE - CYP-STEP-ID OR CYP-FUNCTION UNKNOWN     *
000280*   IO - NOTHING DONE - I/O ERROR ON CYP-FILE-ID, STATUS IN     *
000290*        CYP-FILE-STATUS                                        *
000300* THE CALL RESETS RETURN-CODE. A CALLER THAT HAS ALREADY SET    *
000310* ITS OWN RETURN CODE MUST SAVE IT ACROSS THE CALL.             *
000320*--------------------------------------------------------------*
000330 01  CYCLE-CONTROL-PARM.
000340     05  CYP-FUNCTION            PIC X(01).
000350         88  CYP-DAY-STATUS          VALUE 'D'.
000360         88  CYP-POST-STEP           VALUE 'P'.
000370     05  CYP-CYCLE-DATE          PIC 9(06).
000380     05  CYP-STEP-ID             PIC X(08).
000390     05  CYP-STEP-RC             PIC 9(04).
000400     05  CYP-RESULT              PIC X(02).
000410         88  CYP-OK                  VALUE '00'.
000420         88  CYP-NOT-ON-CALENDAR     VALUE 'NC'.
000430         88  CYP-BAD-REQUEST         VALUE 'SI'.
000440         88  CYP-IO-ERROR            VALUE 'IO'.
000450     05  CYP-FILE-ID             PIC X(08).
000460     05  CYP-FILE-STATUS         PIC X(02).
000470*    THE DATE ON THE BUSINESS CALENDAR (SEE BUSCAL).
000480     05  CYP-DAY-TYPE            PIC X(01).
000490         88  CYP-BUSINESS-DAY        VALUE 'B'.
000500     05  CYP-MONTH-END-SWITCH    PIC X(01).
000510         88  CYP-MONTH-END           VALUE 'Y'.
000520     05  CYP-DAY-OF-WEEK         PIC 9(01).
000530     05  CYP-DESCRIPTION         PIC X(20).
000540*    THE CYCLE. ON FILE MEANS AT LEAST ONE STEP HAS BEEN
000550*    POSTED FOR THE DATE. CLOSED CLEAN MEANS StringBatch LAST
000560*    ENDED RC 0 FOR IT - EVERY SET TAKEN, NOTHING REFUSED.
000570*    COMPLETE MEANS EVERY STEP'S LAST RUN WAS ACCEPTED.
000580     05  CYP-CYCLE-SWITCH        PIC X(01).
000590         88  CYP-CYCLE-ON-FILE       VALUE 'Y'.
000600     05  CYP-CLEAN-SWITCH        PIC X(01).
000610         88  CYP-CLOSED-CLEAN        VALUE 'Y'.
000620     05  CYP-COMPLETE-SWITCH     PIC X(01).
000630         88  CYP-CYCLE-COMPLETE      VALUE 'Y'.
000640     05  CYP-STEPS-COMPLETE      PIC 9(01).
000650     05  CYP-STEP-ENTRY          OCCURS 5 TIMES.
000660         10  CYP-STEP-NAME           PIC X(08).
000670         10  CYP-STEP-STATE          PIC X(01).
000680             88  CYP-STEP-NOT-RUN        VALUE SPACE.
000690             88  CYP-STEP-COMPLETE       VALUE 'C'.
000700             88  CYP-STEP-FAILED         VALUE 'F'.
000710         10  CYP-STEP-LAST-RC        PIC 9(04).
000720         10  CYP-STEP-RUN-DATE       PIC 9(06).
