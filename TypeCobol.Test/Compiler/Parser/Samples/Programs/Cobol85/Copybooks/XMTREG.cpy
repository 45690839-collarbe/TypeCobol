000010*--------------------------------------------------------------*
000020* XMTREG      - TRANSMISSION REGISTRY RECORD LAYOUT (VSAM KSDS) *
000030*--------------------------------------------------------------*
000040*  INSTALLATION.  DATA CENTER SERVICES.                        *
000050*  DATE-WRITTEN.  10/15/26.                                     *
000060*--------------------------------------------------------------*
000070* MODIFICATION HISTORY                                         *
000080*--------------------------------------------------------------*
000090*  DATE      INIT  DESCRIPTION                                 *
000100*  --------  ----  ----------------------------------------    *
000110*  10/15/26  RM    ORIGINAL CODING. ONE RECORD PER HEADER/      *
000120*                  DETAIL/TRAILER SET StringBatch HAS EVER      *
000130*                  ACCEPTED ON A CLEAN RUN, KEYED ON THE SOURCE *
000140*                  SYSTEM AND HEADER EXTRACT DATE PLUS THE      *
000150*                  SET'S FINGERPRINT (DETAIL COUNT AND ACCOUNT  *
000160*                  HASH TOTAL), SO A SET FED A SECOND TIME ON   *
000170*                  A LATER CYCLE IS REFUSED AS A DUPLICATE      *
000180*                  INSTEAD OF BEING BILLED TWICE.               *
000190*--------------------------------------------------------------*
000200* 80-BYTE RECORD, KEY = XRG-KEY (BYTES 1-34). THE ACCEPTING     *
000210* CYCLE DATE, THE DAY AND TIME OF THE RUN THAT ACCEPTED THE     *
000220* SET, AND WHAT THAT RUN PROCESSED FROM IT ARE KEPT FOR THE     *
000230* REJECT MESSAGE AND FOR RESEARCH.                              *
000240*--------------------------------------------------------------*
000250 01  XMIT-REGISTRY-REC.
000260     05  XRG-KEY.
000270         10  XRG-SOURCE-SYSTEM       PIC X(08).
000280         10  XRG-HDR-DATE            PIC 9(06).
000290         10  XRG-DETAIL-CT           PIC 9(08).
000300         10  XRG-HASH-TOTAL          PIC 9(12).
000310     05  XRG-ACCEPT-CYCLE-DATE   PIC 9(06).
000320     05  XRG-ACCEPT-RUN-DATE     PIC 9(06).
000330     05  XRG-ACCEPT-TIME         PIC 9(08).
000340     05  XRG-PROC-CT             PIC 9(08).
000350     05  XRG-AMOUNT              PIC S9(07)V99.
000360     05  FILLER                  PIC X(09).
