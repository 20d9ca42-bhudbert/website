000100*****************************************************************
000110*    DSQSLARC  --  DELIVERY SLA RECORD.  ONE RECORD PER QUERY   *
000120*    THE BUSINESS HOLDS US TO A DELIVERY TIME FOR: THE TIME OF  *
000130*    DAY THE REPORT IS DUE, THE RULE THAT NAMES THE DAY IT IS   *
000140*    DUE ON, THE MINUTES BEFORE THE DUE TIME THAT COUNT AS AT   *
000150*    RISK, THE NIGHTS THE PROMISE APPLIES (THE SAME FREQUENCY   *
000160*    FIELDS AS A CONTROL-FILE "P" RECORD), AND, FOR AN EXPORT,  *
000170*    WHEN DOWNSTREAM'S ACKNOWLEDGMENT IS DUE.  MAINTAINED BY    *
000180*    OPS, NOT COMPILED IN.  READ BY DSQABLCO.                   *
000190*****************************************************************
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 RKH   INITIAL VERSION.
000240*-----------------------------------------------------------------
000250 01  SLA-RECORD.
000260     03  SLA-QUERY-NAME       PIC X(18).
000270*    HHMM, 24-HOUR CLOCK.
000280     03  SLA-DUE-TIME-X       PIC X(04).
000290     03  SLA-DUE-TIME REDEFINES SLA-DUE-TIME-X
000300                              PIC 9(04).
000310*    THE DAY THE DUE TIME FALLS ON, COUNTED FROM THE DATASET
000320*    DATE: S = THE SAME DAY, BLANK OR N = THE NEXT CALENDAR DAY,
000330*    B = THE NEXT BUSINESS DAY.
000340     03  SLA-DAY-RULE         PIC X(01).
000350         88  SLA-DUE-SAME-DAY            VALUE "S".
000360         88  SLA-DUE-NEXT-DAY            VALUE "N", " ".
000370         88  SLA-DUE-NEXT-BUS-DAY        VALUE "B".
000380*    BLANK = 030.
000390     03  SLA-WARN-MINUTES-X   PIC X(03).
000400     03  SLA-WARN-MINUTES REDEFINES SLA-WARN-MINUTES-X
000410                              PIC 9(03).
000420*    THE NIGHTS THE PROMISE APPLIES, CODED AS ON THE CONTROL
000430*    FILE AND JUDGED BY DSQABGCO - BLANK = EVERY NIGHT.
000440     03  SLA-FREQ-CODE        PIC X(01).
000450     03  SLA-FREQ-WEEKDAYS    PIC X(07).
000460     03  SLA-FREQ-BUS-DAY     PIC X(02).
000470*    HHMM AND DAY RULE FOR THE EXPORT'S ACKNOWLEDGMENT - BLANK
000480*    TIME = THE ACKNOWLEDGMENT IS NOT HELD TO A TIME.
000490     03  SLA-ACK-DUE-TIME-X   PIC X(04).
000500     03  SLA-ACK-DUE-TIME REDEFINES SLA-ACK-DUE-TIME-X
000510                              PIC 9(04).
000520     03  SLA-ACK-DAY-RULE     PIC X(01).
000530         88  SLA-ACK-SAME-DAY            VALUE "S".
000540         88  SLA-ACK-NEXT-DAY            VALUE "N", " ".
000550         88  SLA-ACK-NEXT-BUS-DAY        VALUE "B".
000560     03  FILLER               PIC X(39).
