000280*                  CAN STILL PROVE A RUN THAT CARRIES           *
000290*                  NEGATIVE REVERSAL CHARGES. RECORD GREW 60    *
000300*                  TO 68.                                       *
000301*  10/15/26  RM    ADDED RECORD TYPE 'D' - ONE PER SET REFUSED  *
000302*                  AS A DUPLICATE OF A SET ALREADY ACCEPTED,    *
000303*                  WRITTEN IN SET ORDER AMONG THE 'S' RECORDS.  *
000304*                  CTL-READ-COUNT IS THE DETAIL COUNT REFUSED;  *
000305*                  THE AMOUNT IS ZERO AND IT IS NOT PART OF     *
000306*                  THE GRAND RECORD. LENGTH UNCHANGED.          *
000307*  10/15/26  RM    ADDED THE SET KEY (CTL-SET-HDR-DATE,         *
000308*                  CTL-SET-DETAIL-CT, CTL-SET-HASH) TO THE 'S'  *
000309*                  AND 'D' RECORDS, AND THE PARTITION NUMBER,   *
000310*                  PARTITION COUNT AND REJECTED-SET COUNT TO    *
000311*                  THE GRAND RECORD, SO StringMerge CAN PROVE   *
000312*                  THE PARTITIONS OF A PARTITIONED RUN SAW THE  *
000313*                  SAME SETS AND ROLL THEM UP INTO ONE          *
000314*                  GRAND/PER-SOURCE SET. RECORD GREW 68 TO 100. *
000315*  10/15/26  RM    ADDED CTL-HOLD-COUNT TO THE GRAND RECORD     *
000316*                  (OUT OF THE FILLER) - DETAILS StringBatch    *
000317*                  SENT TO THE USAGE HOLD QUEUE INSTEAD OF      *
000318*                  BILLING. THEY ARE COUNTED IN CTL-READ-COUNT, *
000319*                  SO THE BALANCE IS NOW READ = RESULTS +       *
000320*                  ERRORS + HELD. LENGTH UNCHANGED.             *
000321*--------------------------------------------------------------*
000322* 100-BYTE RECORD. CTL-READ-COUNT IS DETAIL RECORDS PROCESSED   *
000330* (HEADER/TRAILER EXCLUDED) SO READ = RESULTS + ERRORS + HELD   *
000340* HOLDS ON THE GRAND RECORD. CTL-RUN-TOTAL-AMT IS THE RAW       *
000350* (UNEDITED) RUNNING TOTAL WITH TWO ASSUMED DECIMALS. ON AN 'S' *
000360* RECORD THE READ COUNT AND AMOUNT COVER THAT SOURCE'S SET ONLY *
000370* AND THE RESULT/AUDIT/ERROR COUNTS ARE ZERO.                   *
000371* CTL-PARTITION-NO/-CT ARE ZERO ON AN UNPARTITIONED RUN. A      *
000372* PARTITION'S GRAND RECORD CARRIES ITS OWN NUMBER AND THE       *
000373* COUNT; THE MERGED GRAND RECORD CARRIES NUMBER ZERO AND THE    *
000374* COUNT. BALANCING REFUSES A GRAND RECORD WITH A PARTITION      *
000375* NUMBER - ONLY A WHOLE RUN (OR THE MERGE) CAN BE BALANCED.     *
000380*--------------------------------------------------------------*
000390 01  CTL-TOTALS-REC.
000400     05  CTL-RUN-DATE            PIC 9(06).
000500     05  CTL-REC-TYPE            PIC X(01).
000510         88  CTL-GRAND-REC           VALUE 'G'.
000520         88  CTL-SOURCE-REC          VALUE 'S'.
000525         88  CTL-DUPLICATE-REC       VALUE 'D'.
000530     05  CTL-SOURCE-SYSTEM       PIC X(08).
000540*    THE SET'S TRANSMISSION REGISTRY KEY (XMTREG) - 'S' AND 'D'
000550*    RECORDS ONLY.
000560     05  CTL-SET-HDR-DATE        PIC 9(06).
000570     05  CTL-SET-DETAIL-CT       PIC 9(08).
000580     05  CTL-SET-HASH            PIC 9(12).
000590*    GRAND RECORD ONLY.
000600     05  CTL-PARTITION-NO        PIC 9(01).
000610     05  CTL-PARTITION-CT        PIC 9(01).
000620     05  CTL-REJECT-SET-CT       PIC 9(02).
000630*    DETAILS SENT TO THE USAGE HOLD QUEUE INSTEAD OF BILLED -
000640*    GRAND RECORD ONLY. SPACES ON A RECORD WRITTEN BEFORE THE
000650*    FIELD WAS ADDED READ AS NONE HELD.
000660     05  CTL-HOLD-COUNT          PIC 9(06).
