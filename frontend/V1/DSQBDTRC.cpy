000100*****************************************************************
000110*    DSQBDTRC  --  STREAM BUSINESS DATE CARD.  ONE CARD, ON THE *
000120*    BUSDATE DD OF EVERY STEP OF THE NIGHTLY STREAM, NAMING THE *
000130*    BUSINESS DATE THE NIGHT'S WORK BELONGS TO.  THE SCHEDULER  *
000140*    WRITES IT WITH THE NIGHT'S DATE WHEN IT RELEASES THE       *
000150*    STREAM, AND A STREAM RESUBMITTED AFTER A FAILURE - EVEN    *
000160*    PAST MIDNIGHT - RUNS WITH THE SAME CARD, SO EVERY STEP     *
000170*    LEDGERS, NAMES ITS DATASETS AND JUDGES ITS RERUNS BY THE   *
000180*    ONE DATE.  READ ONLY BY THE LEDGER SERVICE DSQABYCO, WHICH *
000190*    HANDS THE DATE TO ITS CALLERS.                             *
000200*****************************************************************
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230* DATE       INIT  DESCRIPTION
000240* 2026-10-15 RKH   INITIAL VERSION.
000250*-----------------------------------------------------------------
000260 01  BUSINESS-DATE-CARD.
000270*    YYYYMMDD, IN COLUMNS 1-8.
000280     03  BDT-BUSINESS-DATE    PIC 9(08).
000290     03  FILLER               PIC X(72).
