000201*                  TYPE BYTE ALONE SAYS THE CHARGE POSTS        *
000202*                  NEGATIVE. REVERSALS COUNT AND HASH INTO      *
000203*                  THE TRAILER LIKE ANY OTHER DETAIL.           *
000204*  10/15/26  RM    ADDED TRAN-DTL-ORIG-CYCLE-DATE (OUT OF THE   *
000205*                  FILLER). ON A REVERSAL IT CARRIES THE CYCLE  *
000206*                  DATE OF THE CHARGE BEING BACKED OUT SO       *
000207*                  StringStatement REPRICES IT - NET AND VAT -  *
000208*                  AT THE RATES THAT BILLED IT. ZERO (OR SPACES *
000209*                  FROM AN OLDER EXTRACT) MEANS PRICE AT THE    *
000210*                  RUN'S CYCLE DATE. IGNORED ON AN ORDINARY     *
000211*                  DETAIL.                                      *
000212*  10/15/26  RM    ADDED TRAN-DTL-HOLD-RELEASE (OUT OF THE      *
000213*                  FILLER). StringRecycle SETS IT TO 'Y' ON A   *
000214*                  DETAIL AN OPERATOR HAS RELEASED FROM THE     *
000215*                  USAGE HOLD QUEUE, SO StringBatch BILLS IT    *
000216*                  WITHOUT HOLDING IT AGAIN. SPACES FROM THE    *
000217*                  UPSTREAM EXTRACT.                            *
000218*--------------------------------------------------------------*
000219* 80-BYTE RECORD. TRAN-REC-TYPE IN COLUMN 1 SAYS WHICH OF THE  *
000220* THREE REDEFINED BODY VIEWS APPLIES.                          *
000230*--------------------------------------------------------------*
000240 01  TRAN-REC.
000374*        EXTRACT AND BUMPED BY StringRecycle EACH TIME A
000376*        CORRECTED REJECT IS RE-FED THROUGH THE RUN.
000378         10  TRAN-DTL-RECYCLE-COUNT  PIC 9(02).
000380*        TRAN-DTL-ORIG-CYCLE-DATE (YYMMDD) IS ONLY LOOKED AT ON
000382*        A REVERSAL - THE CYCLE DATE THE REVERSED CHARGE WAS
000384*        BILLED ON, SO IT IS UNDONE AT THE RATES THEN IN EFFECT.
000386         10  TRAN-DTL-ORIG-CYCLE-DATE PIC 9(06).
000387*        TRAN-DTL-HOLD-RELEASE IS 'Y' ONLY ON A DETAIL THAT
000388*        StringRecycle RE-FED FROM THE USAGE HOLD QUEUE ON AN
000389*        OPERATOR'S CARD - StringBatch DOES NOT HOLD IT AGAIN.
000390         10  TRAN-DTL-HOLD-RELEASE   PIC X(01).
000391             88  TRAN-DTL-RELEASED       VALUE 'Y'.
000392         10  FILLER                  PIC X(54).
000393     05  TRAN-TRAILER-BODY       REDEFINES TRAN-REC-BODY.
000400         10  TRAN-TRL-DETAIL-COUNT   PIC 9(08).
000410         10  TRAN-TRL-HASH-TOTAL     PIC 9(12).
000420         10  FILLER                  PIC X(59).
