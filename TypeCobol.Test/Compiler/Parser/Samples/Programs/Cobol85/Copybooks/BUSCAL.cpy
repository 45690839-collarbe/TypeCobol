000010*--------------------------------------------------------------*
000020* BUSCAL      - BUSINESS CALENDAR RECORD LAYOUT (VSAM KSDS)     *
000030*--------------------------------------------------------------*
000040*  INSTALLATION.  DATA CENTER SERVICES.                         *
000050*  DATE-WRITTEN.  10/15/26.                                     *
000060*--------------------------------------------------------------*
000070* MODIFICATION HISTORY                                          *
000080*--------------------------------------------------------------*
000090*  DATE      INIT  DESCRIPTION                                  *
000100*  --------  ----  ----------------------------------------     *
000110*  10/15/26  RM    ORIGINAL CODING. ONE RECORD PER CALENDAR     *
000120*                  DAY, BUILT A YEAR AT A TIME BY CalMaint.     *
000130*                  SAYS WHETHER THE DAY IS A BUSINESS DAY, A    *
000140*                  HOLIDAY OR A WEEKEND, AND FLAGS THE LAST     *
000150*                  BUSINESS DAY OF EACH MONTH. READ THROUGH     *
000160*                  CycleControl TO GUARD THE JOB STREAM.        *
000170*--------------------------------------------------------------*
000180* 40-BYTE RECORD, KEY = BCL-DATE (BYTES 1-6, YYMMDD). EVERY     *
000190* DAY OF A BUILT YEAR IS ON FILE, SO A DATE MISSING FROM THE    *
000200* CALENDAR MEANS ITS YEAR WAS NEVER BUILT, NOT A DAY OFF.       *
000210* BCL-DAY-TYPE:                                                 *
000220*   B - BUSINESS DAY - A CYCLE IS EXPECTED                      *
000230*   H - HOLIDAY ON A WEEKDAY - NO CYCLE                         *
000240*   W - WEEKEND - NO CYCLE                                      *
000250* BCL-MONTH-END 'Y' IS THE LAST BUSINESS DAY OF ITS MONTH.      *
000260* BCL-DAY-OF-WEEK IS 1 (MONDAY) THROUGH 7 (SUNDAY).             *
000270*--------------------------------------------------------------*
000280 01  BUSINESS-CALENDAR-REC.
000290     05  BCL-DATE                PIC 9(06).
000300     05  BCL-DAY-TYPE            PIC X(01).
000310         88  BCL-BUSINESS-DAY        VALUE 'B'.
000320         88  BCL-HOLIDAY             VALUE 'H'.
000330         88  BCL-WEEKEND             VALUE 'W'.
000340     05  BCL-MONTH-END-SWITCH    PIC X(01).
000350         88  BCL-MONTH-END           VALUE 'Y'.
000360     05  BCL-DAY-OF-WEEK         PIC 9(01).
000370     05  BCL-DESCRIPTION         PIC X(20).
000380     05  FILLER                  PIC X(11).
