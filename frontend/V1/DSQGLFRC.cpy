000100*****************************************************************
000110*    DSQGLFRC  --  GENERAL-LEDGER INTERFACE RECORD.  THE FLAT   *
000120*    JOURNAL FEED THE GL INTERFACE ACCEPTS: ONE HEADER, ONE     *
000130*    DETAIL PER COST-CENTER/ACCOUNT ENTRY, ONE TRAILER CARRYING *
000140*    THE DETAIL COUNT AND THE DEBIT AND CREDIT TOTALS THE GL    *
000150*    SIDE BALANCES THE FEED ON.  WRITTEN BY THE CHARGEBACK      *
000160*    STEP DSQABKCO.                                             *
000170*****************************************************************
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 RKH   INITIAL VERSION.
000220*-----------------------------------------------------------------
000230 01  GL-FEED-RECORD.
000240     03  GLF-RECORD-TYPE      PIC X(01).
000250         88  GLF-HEADER                  VALUE "H".
000260         88  GLF-DETAIL                  VALUE "D".
000270         88  GLF-TRAILER                 VALUE "T".
000280     03  GLF-SOURCE-SYSTEM    PIC X(04).
000290*    YYYYMM - THE ACCOUNTING PERIOD THE ENTRIES POST TO.
000300     03  GLF-PERIOD           PIC 9(06).
000310     03  GLF-DETAIL-DATA.
000320         05  GLF-COST-CENTER  PIC X(10).
000330         05  GLF-ACCOUNT      PIC X(10).
000340         05  GLF-DEBIT-CREDIT PIC X(01).
000350             88  GLF-DEBIT               VALUE "D".
000360             88  GLF-CREDIT              VALUE "C".
000370         05  GLF-AMOUNT       PIC 9(11)V99.
000380         05  GLF-DESCRIPTION  PIC X(30).
000390         05  FILLER           PIC X(05).
000400     03  GLF-TRAILER-DATA REDEFINES GLF-DETAIL-DATA.
000410         05  GLF-DETAIL-COUNT PIC 9(07).
000420         05  GLF-DEBIT-TOTAL  PIC 9(11)V99.
000430         05  GLF-CREDIT-TOTAL PIC 9(11)V99.
000440         05  FILLER           PIC X(36).
