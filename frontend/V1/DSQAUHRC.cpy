000100*****************************************************************
000110*    DSQAUHRC  --  AUDIT HISTORY RECORD.  THE CUMULATIVE STORE  *
000120*    OF AUDIT TRAIL RECORDS.  DSQABFCO WRITES EVERY DSQCIB AUDIT*
000130*    RECORD HERE AS WELL AS TO THE NIGHTLY AUDIT TRAIL (WHICH   *
000140*    IS OVERWRITTEN EVERY RUN), PREFIXED WITH THE DATASET DATE  *
000150*    AND THE QUERY/FORM PAIR THE CALL WAS MADE FOR - BLANK FOR  *
000160*    THE SESSION START AND EXIT.  READ BY THE COMPLIANCE        *
000170*    EVIDENCE PACKAGE PROGRAM DSQABJCO.                         *
000180*****************************************************************
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-10-15 RKH   INITIAL VERSION.
000230*-----------------------------------------------------------------
000240 01  AUDIT-HISTORY-RECORD.
000250     03  AUH-DATASET-DATE     PIC 9(08).
000260     03  AUH-QUERY-NAME       PIC X(18).
000270     03  AUH-FORM-NAME        PIC X(18).
000280*    THE AUDIT TRAIL RECORD AS WRITTEN - SAME LAYOUT AS DSQAUDRC.
000290     03  AUH-AUDIT-DATA.
000300         05  AUH-COMMAND-TEXT PIC X(120).
000310         05  AUH-QICLTH       PIC 9(08).
000320         05  AUH-TIMESTAMP    PIC X(16).
000330         05  AUH-RETURN-CODE  PIC S9(08).
000340         05  AUH-REASON-CODE  PIC S9(08).
000350         05  FILLER           PIC X(08).
