000100*****************************************************************
000110*    DSQDSTRC  --  DISTRIBUTION RECORD.  ONE RECORD PER         *
000120*    RECIPIENT/REPORT LINE OF THE DSQABDCO DISTRIBUTION LOG,    *
000130*    WRITTEN ALONGSIDE THE PRINTED LOG SO LATER STEPS CAN READ  *
000140*    WHAT WAS BUNDLED FOR WHOM, AND WHEN, WITHOUT PARSING A     *
000150*    PRINT LINE.  READ BY THE DELIVERY SLA STEP DSQABLCO.       *
000160*****************************************************************
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-15 RKH   INITIAL VERSION.
000201* 2026-10-15 RKH   ADDED STATUS D - A "REPORT DELAYED" NOTICE WENT
000202*                  INTO THE BUNDLE IN PLACE OF THE REPORT.
000203* 2026-10-15 RKH   ADDED STATUS H - THE BUNDLE WAS HELD BECAUSE A
000204*                  SENSITIVE REPORT HAD NO REDACTION RULE FOR THE
000205*                  RECIPIENT - AND THE REDACTION RULE SET APPLIED.
000210*-----------------------------------------------------------------
000220 01  DISTRIBUTION-RECORD.
000230     03  DST-RECIPIENT-ID     PIC X(08).
000240     03  DST-QUERY-NAME       PIC X(18).
000250     03  DST-FORM-NAME        PIC X(18).
000260     03  DST-DATASET-DATE     PIC 9(08).
000270     03  DST-ROW-COUNT        PIC 9(08).
000280     03  DST-LINE-COUNT       PIC 9(08).
000290*    B = BUNDLED, M = ARCHIVE MISSING, U = NO RECIPIENT ROUTED
000300*    (RECIPIENT ID BLANK), D = DELAY NOTICE SENT IN PLACE OF A
000301*    REPORT THE NIGHT'S RUN DID NOT PRODUCE, H = HELD WITH THE
000302*    RECIPIENT'S BUNDLE, NOT SENT.
000310     03  DST-STATUS           PIC X(01).
000320         88  DST-BUNDLED                 VALUE "B".
000330         88  DST-ARCHIVE-MISSING         VALUE "M".
000340         88  DST-UNROUTED                VALUE "U".
000341         88  DST-DELAY-NOTICE            VALUE "D".
000342         88  DST-BUNDLE-HELD             VALUE "H".
000350*    YYYYMMDDHHMMSSHH - WHEN THE REPORT WENT INTO THE BUNDLE.
000360     03  DST-TIMESTAMP.
000370         05  DST-DIST-DATE    PIC 9(08).
000380         05  DST-DIST-TIME    PIC 9(08).
000390     03  DST-BUNDLE-DSNAME    PIC X(44).
000391*    THE REDACTION RULE SET APPLIED TO THE RECIPIENT'S COPY OF
000392*    THE REPORT - BLANK WHEN THE REPORT HAS NO RULES.
000393     03  DST-RULE-SET         PIC X(08).
000400     03  FILLER               PIC X(13).
