000100*****************************************************************
000110*    DSQHLDRC  --  HELD PAIR RECORD.  ONE RECORD PER CONTROL-   *
000120*    FILE OR RETRY-FILE PAIR THAT NAMES A QMF QUERY OR FORM     *
000130*    MISSING FROM TONIGHT'S QMF OBJECT DIRECTORY EXTRACT.       *
000140*    WRITTEN BY THE CATALOG RECONCILIATION STEP DSQABOCO, READ  *
000150*    BY THE DSQABFCO PRE-START EDIT PASS, WHICH HOLDS THE PAIR  *
000160*    OUT OF THE RUN INSTEAD OF LETTING IT FAIL MID-SESSION.     *
000170*****************************************************************
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 RKH   INITIAL VERSION.
000220*-----------------------------------------------------------------
000230 01  HOLD-RECORD.
000240     03  HLD-QUERY-NAME       PIC X(18).
000250     03  HLD-FORM-NAME        PIC X(18).
000260*    C = TONIGHT'S CONTROL FILE, R = THE RETRY FILE.
000270     03  HLD-SOURCE           PIC X(01).
000280         88  HLD-FROM-CONTROL            VALUE "C".
000290         88  HLD-FROM-RETRY              VALUE "R".
000300*    M = THE NAMED OBJECT IS NOT IN THE QMF OBJECT DIRECTORY.
000310     03  HLD-QUERY-SW         PIC X(01).
000320         88  HLD-QUERY-MISSING           VALUE "M".
000330     03  HLD-FORM-SW          PIC X(01).
000340         88  HLD-FORM-MISSING            VALUE "M".
000350*    THE DATE DSQABOCO RECONCILED THE CATALOG.
000360     03  HLD-CATALOG-DATE     PIC 9(08).
000370     03  HLD-REASON           PIC X(30).
000380     03  FILLER               PIC X(03).
