000100*****************************************************************
000110*    DSQITXRC  --  INCIDENT INTERFACE TRANSACTION.  THE         *
000120*    INBOUND RECORD THE INCIDENT MANAGEMENT SYSTEM PICKS UP     *
000130*    FROM THE NIGHTLY INTERFACE FILE WRITTEN BY DSQABICO - ONE  *
000140*    RECORD PER TICKET OPENED, UPDATED, ESCALATED OR CLOSED.    *
000150*    THE TICKET ID IS THE EXTERNAL REFERENCE THE INCIDENT       *
000160*    SYSTEM MATCHES UPDATES AND CLOSES ON.                      *
000170*****************************************************************
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 RKH   INITIAL VERSION.
000220*-----------------------------------------------------------------
000230 01  INCIDENT-TRANSACTION.
000240     03  ITX-TRANS-TYPE       PIC X(01).
000250         88  ITX-OPEN                    VALUE "O".
000260         88  ITX-UPDATE                  VALUE "U".
000270         88  ITX-ESCALATE                VALUE "E".
000280         88  ITX-CLOSE                   VALUE "C".
000290     03  ITX-TICKET-ID        PIC X(16).
000300     03  ITX-SOURCE-SYSTEM    PIC X(08).
000310*    YYYYMMDDHHMMSSHH - WHEN THE INTERFACE STEP RAN.
000320     03  ITX-EVENT-STAMP.
000330         05  ITX-EVENT-DATE   PIC 9(08).
000340         05  ITX-EVENT-TIME   PIC 9(08).
000350*    1 = HIGHEST.  AN ESCALATION CARRIES THE RAISED PRIORITY.
000360     03  ITX-PRIORITY         PIC X(01).
000370     03  ITX-CONDITION        PIC X(08).
000380     03  ITX-SOURCE-STEP      PIC X(08).
000390     03  ITX-QUERY-NAME       PIC X(18).
000400     03  ITX-FORM-NAME        PIC X(18).
000410     03  ITX-DATASET-DATE     PIC 9(08).
000420     03  ITX-OPENED-DATE      PIC 9(08).
000430     03  ITX-NIGHTS-SEEN      PIC 9(05).
000440     03  ITX-BUS-DAYS-OPEN    PIC 9(03).
000450*    HOW MANY TIMES THE CONDITION WAS REPORTED TONIGHT - EVERY
000460*    EXCEPTION RECORD, DATASET DATE OR INSTANCE THAT RAISED IT.
000470     03  ITX-OCCURRENCES      PIC 9(05).
000480     03  ITX-SUMMARY          PIC X(60).
000490     03  ITX-DETAIL           PIC X(36).
000500     03  FILLER               PIC X(21).
