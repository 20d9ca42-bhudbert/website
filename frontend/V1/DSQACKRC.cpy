000100*****************************************************************
000110*    DSQACKRC  --  ACKNOWLEDGMENT RESULT RECORD.  ONE RECORD    *
000120*    PER DISPOSITION DSQABACO REACHES IN A RUN - EACH ACK       *
000130*    CLEARED, MISMATCHED OR STRAY, AND EACH EXPORT CARRIED      *
000140*    FORWARD STILL OPEN OR AGED - WITH THE TIME THE STEP        *
000150*    RECORDED IT.  READ BY THE DELIVERY SLA STEP DSQABLCO.      *
000160*****************************************************************
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-15 RKH   INITIAL VERSION.
000210*-----------------------------------------------------------------
000220 01  ACK-RESULT-RECORD.
000230     03  ACKR-QUERY-NAME      PIC X(18).
000240     03  ACKR-DATASET-DATE    PIC 9(08).
000250     03  ACKR-DISPOSITION     PIC X(01).
000260         88  ACKR-CLEARED                VALUE "C".
000270         88  ACKR-MISMATCHED             VALUE "M".
000280         88  ACKR-STRAY                  VALUE "S".
000290         88  ACKR-STILL-OPEN             VALUE "O".
000300         88  ACKR-AGED                   VALUE "A".
000310     03  ACKR-SENT-ROWS       PIC 9(08).
000320     03  ACKR-ACK-ROWS        PIC 9(08).
000330     03  ACKR-AGE-DAYS        PIC 9(05).
000340*    YYYYMMDDHHMMSSHH - WHEN DSQABACO RECORDED THE DISPOSITION.
000350     03  ACKR-TIMESTAMP.
000360         05  ACKR-DATE        PIC 9(08).
000370         05  ACKR-TIME        PIC 9(08).
000380     03  FILLER               PIC X(16).
