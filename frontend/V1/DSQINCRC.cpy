000100*****************************************************************
000110*    DSQINCRC  --  OPEN INCIDENT RECORD.  ONE RECORD PER        *
000120*    CONDITION STILL OPEN IN THE INCIDENT MANAGEMENT SYSTEM,    *
000130*    HELD ON THE KEYED (VSAM KSDS) OPEN-INCIDENT FILE BY THE    *
000140*    INCIDENT INTERFACE STEP DSQABICO.  THE RECORD KEY IS       *
000150*    INC-KEY - THE CONDITION CODE PLUS THE QUERY/FORM PAIR -    *
000160*    SO THE SAME CONDITION ON THE SAME PAIR FINDS ITS TICKET    *
000170*    NIGHT AFTER NIGHT.  THE RECORD IS DELETED WHEN THE         *
000180*    TICKET IS CLOSED.                                          *
000190*****************************************************************
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 RKH   INITIAL VERSION.
000240*-----------------------------------------------------------------
000250 01  INCIDENT-RECORD.
000260     03  INC-KEY.
000270*    RETRY    = PAIR SENT TO THE RETRY FILE (DSQABFCO)
000280*    RECYCLE  = QMF SESSION RECYCLED ON THE PAIR (DSQABFCO)
000290*    VALIDEXC = EXPORT VALIDATION EXCEPTIONS (DSQABVCO)
000300*    XMITSHRT, XMITMISS = SHORT OR MISSING EXPORT (DSQABWCO)
000310*    ACKAGED, ACKMISMT = AGED OR MISMATCHED ACK (DSQABACO)
000320*    COVUNSCH, COVNEVER, COVDOUBL, COVSTATS = COVERAGE BREAKS
000330*    (DSQABBCO) - SEE DSQPRBRC.
000340         05  INC-CONDITION    PIC X(08).
000350         05  INC-QUERY-NAME   PIC X(18).
000360*    BLANK WHERE THE CONDITION BELONGS TO THE QUERY ALONE.
000370         05  INC-FORM-NAME    PIC X(18).
000380*    DSQ + THE DATE OPENED + A SEQUENCE NUMBER FOR THAT DATE.  THE
000390*    INCIDENT SYSTEM HOLDS IT AS THE EXTERNAL REFERENCE.
000400     03  INC-TICKET-ID.
000410         05  INC-TICKET-PREFIX PIC X(03).
000420         05  INC-TICKET-DATE  PIC 9(08).
000430         05  INC-TICKET-SEQ   PIC 9(05).
000440     03  INC-SOURCE-STEP      PIC X(08).
000450     03  INC-OPENED-DATE      PIC 9(08).
000460     03  INC-LAST-SEEN-DATE   PIC 9(08).
000470     03  INC-NIGHTS-SEEN      PIC 9(05).
000480     03  INC-PRIORITY         PIC X(01).
000490     03  INC-ESCALATED-SW     PIC X(01).
000500         88  INC-ESCALATED               VALUE "Y".
000510*    THE LATEST DATASET DATE THE CONDITION WAS REPORTED FOR, AND
000520*    THE DETAIL REPORTED WITH IT.
000530     03  INC-DATASET-DATE     PIC 9(08).
000540     03  INC-DETAIL           PIC X(36).
000550     03  FILLER               PIC X(15).
