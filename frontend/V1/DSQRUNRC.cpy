000100*****************************************************************
000110*    DSQRUNRC  --  RUN LEDGER RECORD.  ONE RECORD PER BUSINESS  *
000120*    DATE AND STREAM STEP, HELD ON THE KEYED (VSAM KSDS) RUN    *
000130*    LEDGER BY THE LEDGER SERVICE DSQABYCO.  EVERY STEP OF THE  *
000140*    NIGHTLY STREAM RECORDS ITS START, ITS END, ITS RETURN CODE *
000150*    AND ITS KEY COUNTS HERE, AND A RERUN OF A STEP THAT HAS    *
000160*    ALREADY COMPLETED FOR THE DATE IS REFUSED UNLESS FORCED.   *
000170*    THE STREAM STATUS DIALOG DSQABZCO READS IT BY DATE.        *
000180*****************************************************************
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-10-15 RKH   INITIAL VERSION.
000230*-----------------------------------------------------------------
000240 01  RUN-LEDGER-RECORD.
000250     03  RUN-KEY.
000260*    THE STEP'S OWN RUN DATE - THE DATE ITS DATASETS CARRY.
000270         05  RUN-BUSINESS-DATE PIC 9(08).
000280         05  RUN-STEP-NAME    PIC X(08).
000290*    WHICH RUN OF THE STEP THIS IS WHEN THE STREAM RUNS IT MORE
000300*    THAN ONCE A NIGHT - THE DSQABFCO INSTANCE NUMBER, OR THE
000310*    QUALIFIER ON THE STEP'S LEDGCTL CARD.  BLANK OTHERWISE.
000320         05  RUN-STEP-QUALIFIER PIC X(08).
000330*    S = STARTED AND NO END RECORDED - STILL RUNNING, OR CANCELLED
000340*    BEFORE IT COULD RECORD ONE.  C = COMPLETED - REACHED ITS
000350*    NORMAL END, WHATEVER THE RETURN CODE.  F = FAILED - ENDED
000360*    THROUGH ITS ABEND ROUTINE.
000370     03  RUN-STATUS           PIC X(01).
000380         88  RUN-STEP-STARTED            VALUE "S".
000390         88  RUN-STEP-COMPLETE           VALUE "C".
000400         88  RUN-STEP-FAILED             VALUE "F".
000410     03  RUN-RETURN-CODE      PIC 9(04).
000420*    YYYYMMDDHHMMSSTH, AS ON THE STATISTICS RECORD.  THE END STAMP
000430*    IS BLANK WHILE THE STEP IS RUNNING.
000440     03  RUN-START-STAMP      PIC X(16).
000450     03  RUN-END-STAMP        PIC X(16).
000460*    HOW MANY TIMES THE STEP HAS STARTED FOR THE DATE, WHETHER THE
000470*    LATEST START WAS FORCED OVER A COMPLETED RUN, AND HOW MANY
000480*    RERUNS WERE REFUSED BECAUSE THE STEP HAD ALREADY COMPLETED.
000490     03  RUN-ATTEMPT-COUNT    PIC 9(03).
000500     03  RUN-FORCED-SW        PIC X(01).
000510         88  RUN-START-FORCED            VALUE "Y".
000520     03  RUN-REFUSED-COUNT    PIC 9(03).
000530*    UP TO FOUR OF THE STEP'S OWN COUNTS, EACH WITH A SHORT
000540*    LABEL - PAIRS RUN, RECORDS POSTED, BUNDLES BUILT AND SO ON.
000550*    AN UNUSED ENTRY HAS A BLANK LABEL AND A ZERO COUNT.
000560     03  RUN-COUNT-ENTRY      OCCURS 4.
000570         05  RUN-COUNT-LABEL  PIC X(08).
000580         05  RUN-COUNT-VALUE  PIC 9(09).
000590     03  FILLER               PIC X(14).
