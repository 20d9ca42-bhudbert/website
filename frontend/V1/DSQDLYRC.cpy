000100*****************************************************************
000110*    DSQDLYRC  --  DELAYED REPORT RECORD.  ONE RECORD PER       *
000120*    RECIPIENT AND QUERY/FORM PAIR WHOSE REPORT WILL NOT GO OUT *
000130*    TONIGHT BECAUSE THE PAIR FAILED, WAS DEFERRED OR WAS HELD. *
000140*    WRITTEN BY THE FAILURE IMPACT STEP DSQABUCO, READ BY THE   *
000150*    DISTRIBUTION STEP DSQABDCO, WHICH PUTS A "REPORT DELAYED"  *
000160*    NOTICE IN THE RECIPIENT'S BUNDLE WHERE THE REPORT WOULD    *
000170*    HAVE BEEN.                                                 *
000180*****************************************************************
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-10-15 RKH   INITIAL VERSION.
000230*-----------------------------------------------------------------
000240 01  DELAYED-RECORD.
000250     03  DLY-RECIPIENT-ID     PIC X(08).
000260     03  DLY-QUERY-NAME       PIC X(18).
000270     03  DLY-FORM-NAME        PIC X(18).
000280     03  DLY-DATASET-DATE     PIC 9(08).
000290*    WHY THE REPORT IS LATE, AS ON THE RETRY FILE: F = FAILED,
000300*    D = DEFERRED AT THE CUTOFF, H = HELD BY THE CATALOG CHECK,
000310*    P = HELD BEHIND ITS PREDECESSOR, N = SCHEDULED BUT NEVER
000320*    RAN (COVERAGE BREAK), BLANK = NOT RECORDED.
000330     03  DLY-REASON           PIC X(01).
000340         88  DLY-PAIR-FAILED             VALUE "F".
000350         88  DLY-PAIR-DEFERRED           VALUE "D".
000360         88  DLY-PAIR-HELD               VALUE "H".
000370         88  DLY-PAIR-PRED-HELD          VALUE "P".
000380         88  DLY-PAIR-NEVER-RAN          VALUE "N".
000390*    THE FAILED OR DEFERRED PAIR AT THE HEAD OF THE CHAIN - THE
000400*    PAIR ITSELF WHEN IT IS NOT HELD BEHIND ANOTHER.
000410     03  DLY-ROOT-QUERY       PIC X(18).
000420*    HHMM THE REPORT WAS DUE - THE RECIPIENT'S OWN DUE TIME FROM
000430*    THE ROUTING FILE, ELSE THE QUERY'S FROM THE SLA FILE, ELSE
000440*    BLANK.
000450     03  DLY-DUE-TIME         PIC X(04).
000460     03  FILLER               PIC X(05).
