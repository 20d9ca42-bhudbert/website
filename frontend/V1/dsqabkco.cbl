000100*****************************************************************
000110*   DSQABKCO - MONTHLY CHARGEBACK REPORT BY COST CENTER.        *
000120*   FINANCE CHARGES THE QMF BATCH REPORTING SERVICE BACK TO THE *
000130*   DEPARTMENTS THAT USE IT.  A COST-CENTER ASSIGNMENT FILE     *
000140*   NAMES THE OWNING DEPARTMENT AND COST CENTER OF EACH QUERY;  *
000150*   FOR THE BILLING MONTH THIS STEP TOTALS, PER QUERY, THE QMF  *
000160*   ELAPSED SECONDS ON THE KEYED PERFORMANCE HISTORY, THE ROWS  *
000170*   EXPORTED ON THE MONTH'S MANIFESTS, THE REPORTS ON THE       *
000180*   ARCHIVE INDEX, AND THE BUNDLES AND PAGES DSQABDCO           *
000190*   DISTRIBUTED, PRICES THEM FROM THE RATE CARD, AND PRINTS THE *
000200*   CHARGES BY COST CENTER.  THE SAME CHARGES GO TO THE GENERAL *
000210*   LEDGER AS A BALANCED JOURNAL FEED (DSQGLFRC): A DEBIT PER   *
000220*   COST CENTER, ONE CREDIT TO THE DATA CENTER'S RECOVERY COST  *
000230*   CENTER.  A QUERY WITH USAGE BUT NO ASSIGNMENT IS NEVER      *
000240*   SILENTLY DROPPED - IT IS LISTED, PRICED BUT UNBILLED, ON AN *
000250*   EXCEPTION SECTION AND THE STEP ENDS WITH RETURN CODE 4.     *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.     DSQABKCO.
000290 AUTHOR.         R K HUDBERT.
000300 INSTALLATION.   WESTLAKE DATA CENTER.
000310 DATE-WRITTEN.   10/15/2026.
000320 DATE-COMPILED.
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY
000350* DATE       INIT  DESCRIPTION
000360* 2026-10-15 RKH   INITIAL VERSION.
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.    IBM-370.
000410 OBJECT-COMPUTER.    IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CHARGE-PARM-FILE ASSIGN TO "CHGPARM"
000450                          ORGANIZATION IS SEQUENTIAL.
000460     SELECT RATE-CARD-FILE ASSIGN TO "RATECARD"
000470                          ORGANIZATION IS SEQUENTIAL.
000480     SELECT ASSIGNMENT-FILE ASSIGN TO "COSTCTR"
000490                          ORGANIZATION IS SEQUENTIAL.
000500     SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
000510                          ORGANIZATION IS INDEXED
000520                          ACCESS MODE IS SEQUENTIAL
000530                          RECORD KEY IS HIST-KEY
000540                          FILE STATUS IS WS-HISTORY-STATUS.
000550     SELECT MANIFEST-FILE ASSIGN TO "MANIFIN"
000560                          ORGANIZATION IS SEQUENTIAL.
000570     SELECT ARCHIVE-INDEX ASSIGN TO "ARCHIDX"
000580                          ORGANIZATION IS SEQUENTIAL.
000590     SELECT OPTIONAL DISTRIBUTION-FILE ASSIGN TO "DISTREC"
000600                          ORGANIZATION IS SEQUENTIAL.
000610     SELECT GL-FEED-FILE ASSIGN TO "GLFEED"
000620                          ORGANIZATION IS SEQUENTIAL.
000630     SELECT CHARGEBACK-REPORT ASSIGN TO "CHGRPT"
000640                          ORGANIZATION IS SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670*****************************************************************
000680* CHARGE-PARM-FILE - ONE CARD: THE BILLING MONTH (YYYYMM, BLANK =
000690* THE MONTH BEFORE THE RUN DATE), THE GL EXPENSE ACCOUNT EACH
000700* COST CENTER IS DEBITED ON, THE DATA CENTER'S RECOVERY COST
000710* CENTER AND ACCOUNT THE TOTAL IS CREDITED TO, AND THE PRINTED
000720* LINES THAT MAKE A PAGE (BLANK = 60).
000730*****************************************************************
000740 FD  CHARGE-PARM-FILE
000750     RECORDING MODE IS F.
000760 01  CHARGE-PARM-RECORD.
000770     03  CHP-BILLING-MONTH-X  PIC X(06).
000780     03  CHP-BILLING-MONTH REDEFINES CHP-BILLING-MONTH-X
000790                              PIC 9(06).
000800     03  CHP-EXPENSE-ACCOUNT  PIC X(10).
000810     03  CHP-RECOVERY-CC      PIC X(10).
000820     03  CHP-RECOVERY-ACCOUNT PIC X(10).
000830     03  CHP-LINES-PER-PAGE-X PIC X(03).
000840     03  CHP-LINES-PER-PAGE REDEFINES CHP-LINES-PER-PAGE-X
000850                              PIC 9(03).
000860     03  FILLER               PIC X(41).
000870*****************************************************************
000880* RATE-CARD-FILE - ONE RECORD PER BILLABLE UNIT, PRICED PER UNIT:
000890*   ES = ONE SECOND OF QMF ELAPSED TIME
000900*   RX = ONE ROW EXPORTED
000910*   RA = ONE REPORT ARCHIVED
000920*   BD = ONE BUNDLE DISTRIBUTED
000930*   PG = ONE PAGE DISTRIBUTED
000940* EVERY UNIT MUST BE PRICED - A ZERO RATE IS WRITTEN AS ZERO.
000950*****************************************************************
000960 FD  RATE-CARD-FILE
000970     RECORDING MODE IS F.
000980 01  RATE-CARD-RECORD.
000990     03  RTC-UNIT-CODE        PIC X(02).
001000     03  RTC-RATE-X           PIC X(09).
001010     03  RTC-RATE REDEFINES RTC-RATE-X
001020                              PIC 9(03)V9(06).
001030     03  RTC-DESCRIPTION      PIC X(30).
001040     03  FILLER               PIC X(39).
001050*****************************************************************
001060* ASSIGNMENT-FILE - ONE RECORD PER QUERY: THE OWNING DEPARTMENT
001070* AND THE COST CENTER ITS USAGE IS CHARGED TO.  MAINTAINED BY
001080* FINANCE WITH OPS.
001090*****************************************************************
001100 FD  ASSIGNMENT-FILE
001110     RECORDING MODE IS F.
001120 01  ASSIGNMENT-RECORD.
001130     03  CCA-QUERY-NAME       PIC X(18).
001140     03  CCA-DEPARTMENT       PIC X(20).
001150     03  CCA-COST-CENTER      PIC X(10).
001160     03  FILLER               PIC X(32).
001170*****************************************************************
001180* HISTORY-FILE - THE CUMULATIVE PERFORMANCE HISTORY, KEYED ON
001190* QUERY NAME PLUS RUN TIMESTAMP.  ONE PASS; ONLY THE BILLING
001200* MONTH'S NIGHTS ARE COUNTED.
001210*****************************************************************
001220 FD  HISTORY-FILE
001230     RECORDING MODE IS F.
001240     COPY DSQHISTC.
001250*****************************************************************
001260* MANIFEST-FILE - THE MONTH'S NIGHTLY MANIFESTS, CONCATENATED.
001270*****************************************************************
001280 FD  MANIFEST-FILE
001290     RECORDING MODE IS F.
001300     COPY DSQMANRC.
001310*****************************************************************
001320* ARCHIVE-INDEX - THE CUMULATIVE ARCHIVE INDEX, ONE RECORD PER
001330* ARCHIVED REPORT.
001340*****************************************************************
001350 FD  ARCHIVE-INDEX
001360     RECORDING MODE IS F.
001370     COPY DSQIDXRC.
001380*****************************************************************
001390* DISTRIBUTION-FILE - THE MONTH'S DSQABDCO DISTRIBUTION RECORDS,
001400* CONCATENATED.  ONLY BUNDLED REPORTS WERE DISTRIBUTED.
001410*****************************************************************
001420 FD  DISTRIBUTION-FILE
001430     RECORDING MODE IS F.
001440     COPY DSQDSTRC.
001450*****************************************************************
001460* GL-FEED-FILE - THE JOURNAL FEED FOR THE GENERAL LEDGER.
001470*****************************************************************
001480 FD  GL-FEED-FILE
001490     RECORDING MODE IS F.
001500     COPY DSQGLFRC.
001510*****************************************************************
001520* CHARGEBACK-REPORT - THE PRINTED CHARGEBACK REPORT.
001530*****************************************************************
001540 FD  CHARGEBACK-REPORT
001550     RECORDING MODE IS F.
001560 01  CHARGEBACK-REPORT-LINE   PIC X(132).
001570 WORKING-STORAGE SECTION.
001580*****************************************************************
001590* SWITCHES AND FILE STATUS
001600*****************************************************************
001610 01  WS-SWITCHES.
001620     03  WS-RATE-EOF-SW       PIC X(01)  VALUE "N".
001630         88  RATE-EOF                    VALUE "Y".
001640     03  WS-ASSIGN-EOF-SW     PIC X(01)  VALUE "N".
001650         88  ASSIGN-EOF                  VALUE "Y".
001660     03  WS-HISTORY-EOF-SW    PIC X(01)  VALUE "N".
001670         88  HISTORY-EOF                 VALUE "Y".
001680     03  WS-MANIFEST-EOF-SW   PIC X(01)  VALUE "N".
001690         88  MANIFEST-EOF                VALUE "Y".
001700     03  WS-INDEX-EOF-SW      PIC X(01)  VALUE "N".
001710         88  INDEX-EOF                   VALUE "Y".
001720     03  WS-DIST-EOF-SW       PIC X(01)  VALUE "N".
001730         88  DIST-EOF                    VALUE "Y".
001740 01  WS-HISTORY-STATUS        PIC X(02)  VALUE "00".
001750 01  WS-ABEND-CODE            PIC S9(08) USAGE IS COMP-4.
001760*****************************************************************
001770* BILLING CONTROLS, FROM THE PARAMETER CARD.
001780*****************************************************************
001790 01  WS-BILLING-MONTH         PIC 9(06).
001800 01  WS-EXPENSE-ACCOUNT       PIC X(10).
001810 01  WS-RECOVERY-CC           PIC X(10).
001820 01  WS-RECOVERY-ACCOUNT      PIC X(10).
001830 01  WS-LINES-PER-PAGE        PIC S9(05) USAGE IS COMP-4.
001840 01  WS-RUN-DATE              PIC 9(08).
001850 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001860     03  WS-RD-YYYY           PIC 9(04).
001870     03  WS-RD-MM             PIC 9(02).
001880     03  WS-RD-DD             PIC 9(02).
001890 01  WS-RECORD-DATE           PIC 9(08).
001900 01  WS-RECORD-MONTH          PIC 9(06).
001910*****************************************************************
001920* THE RATE CARD, ONE RATE PER UNIT.  THE SWITCHES SAY WHICH UNITS
001930* THE CARD PRICED.
001940*****************************************************************
001950 01  WS-RATES.
001960     03  WS-RATE-SECOND       PIC 9(03)V9(06) VALUE ZERO.
001970     03  WS-RATE-ROW          PIC 9(03)V9(06) VALUE ZERO.
001980     03  WS-RATE-REPORT       PIC 9(03)V9(06) VALUE ZERO.
001990     03  WS-RATE-BUNDLE       PIC 9(03)V9(06) VALUE ZERO.
002000     03  WS-RATE-PAGE         PIC 9(03)V9(06) VALUE ZERO.
002010 01  WS-RATES-PRICED.
002020     03  WS-PRICED-ES-SW      PIC X(01)  VALUE "N".
002030     03  WS-PRICED-RX-SW      PIC X(01)  VALUE "N".
002040     03  WS-PRICED-RA-SW      PIC X(01)  VALUE "N".
002050     03  WS-PRICED-BD-SW      PIC X(01)  VALUE "N".
002060     03  WS-PRICED-PG-SW      PIC X(01)  VALUE "N".
002070*****************************************************************
002080* COST CENTERS, IN THE ORDER THE ASSIGNMENT FILE FIRST NAMES
002090* THEM, WITH THE MONTH'S CHARGE FOR EACH.
002100*****************************************************************
002110 01  WS-CC-COUNT              PIC S9(05) USAGE IS COMP-4
002120                              VALUE ZERO.
002130 01  WS-CC-TABLE.
002140     03  WS-CC-ENTRY          OCCURS 100.
002150         05  WS-CC-CODE       PIC X(10).
002160         05  WS-CC-DEPT       PIC X(20).
002170         05  WS-CC-CHARGE     PIC S9(09)V99 USAGE IS COMP-3.
002180 01  WS-CC-SUB                PIC S9(05) USAGE IS COMP-4.
002190 01  WS-CC-HIT                PIC S9(05) USAGE IS COMP-4.
002200*****************************************************************
002210* QUERIES AND THEIR USAGE FOR THE MONTH.  ASSIGNED QUERIES ARE
002220* LOADED FROM THE ASSIGNMENT FILE WITH THEIR COST CENTER; A QUERY
002230* FOUND ONLY IN THE USAGE IS ADDED WITH COST CENTER ZERO, WHICH
002240* PUTS IT ON THE EXCEPTION SECTION.
002250*****************************************************************
002260 01  WS-QY-COUNT              PIC S9(05) USAGE IS COMP-4
002270                              VALUE ZERO.
002280 01  WS-QY-TABLE.
002290     03  WS-QY-ENTRY          OCCURS 500.
002300         05  WS-QY-NAME       PIC X(18).
002310         05  WS-QY-CC         PIC S9(05) USAGE IS COMP-4.
002320         05  WS-QY-SECONDS    PIC S9(09) USAGE IS COMP-4.
002330         05  WS-QY-ROWS       PIC S9(11) USAGE IS COMP-3.
002340         05  WS-QY-REPORTS    PIC S9(07) USAGE IS COMP-4.
002350         05  WS-QY-BUNDLES    PIC S9(07) USAGE IS COMP-4.
002360         05  WS-QY-PAGES      PIC S9(09) USAGE IS COMP-4.
002370 01  WS-QY-SUB                PIC S9(05) USAGE IS COMP-4.
002380 01  WS-QY-HIT                PIC S9(05) USAGE IS COMP-4.
002390 01  WS-USAGE-QUERY           PIC X(18).
002400*****************************************************************
002410* PRICING AND TOTALS
002420*****************************************************************
002430 01  WS-QUERY-CHARGE          PIC S9(09)V99 USAGE IS COMP-3.
002440 01  WS-UNIT-AMOUNT           PIC S9(11)V9(06) USAGE IS COMP-3.
002450 01  WS-EXACT-CHARGE          PIC S9(11)V9(06) USAGE IS COMP-3.
002460 01  WS-PAGES                 PIC S9(09) USAGE IS COMP-4.
002470 01  WS-PAGE-REM              PIC S9(05) USAGE IS COMP-4.
002480 01  WS-BLOCK-TOTALS.
002490     03  WS-BT-SECONDS        PIC S9(09) USAGE IS COMP-4.
002500     03  WS-BT-ROWS           PIC S9(11) USAGE IS COMP-3.
002510     03  WS-BT-REPORTS        PIC S9(07) USAGE IS COMP-4.
002520     03  WS-BT-BUNDLES        PIC S9(07) USAGE IS COMP-4.
002530     03  WS-BT-PAGES          PIC S9(09) USAGE IS COMP-4.
002540     03  WS-BT-CHARGE         PIC S9(09)V99 USAGE IS COMP-3.
002550 01  WS-GRAND-TOTALS.
002560     03  WS-GT-SECONDS        PIC S9(09) USAGE IS COMP-4.
002570     03  WS-GT-ROWS           PIC S9(11) USAGE IS COMP-3.
002580     03  WS-GT-REPORTS        PIC S9(07) USAGE IS COMP-4.
002590     03  WS-GT-BUNDLES        PIC S9(07) USAGE IS COMP-4.
002600     03  WS-GT-PAGES          PIC S9(09) USAGE IS COMP-4.
002610     03  WS-GT-CHARGE         PIC S9(09)V99 USAGE IS COMP-3.
002620 01  WS-BILLED-QUERIES        PIC S9(05) USAGE IS COMP-4
002630                              VALUE ZERO.
002640 01  WS-BILLED-CCS            PIC S9(05) USAGE IS COMP-4
002650                              VALUE ZERO.
002660 01  WS-UNASSIGNED-COUNT      PIC S9(05) USAGE IS COMP-4
002670                              VALUE ZERO.
002680 01  WS-GL-DETAIL-COUNT       PIC S9(07) USAGE IS COMP-4
002690                              VALUE ZERO.
002700*****************************************************************
002710* CHARGEBACK REPORT PRINT LINES
002720*****************************************************************
002730 01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002740 01  WS-HEADING-1.
002750     03  FILLER               PIC X(40)  VALUE
002760         "DSQABKCO QMF CHARGEBACK REPORT".
002770     03  FILLER               PIC X(10)  VALUE "RUN DATE: ".
002780     03  KRH-RUN-DATE         PIC 9(08).
002790     03  FILLER               PIC X(74)  VALUE SPACES.
002800 01  WS-CONTROL-LINE.
002810     03  FILLER               PIC X(15)  VALUE "BILLING MONTH: ".
002820     03  KRC-MONTH            PIC 9(06).
002830     03  FILLER               PIC X(20)  VALUE
002840         "    LINES PER PAGE: ".
002850     03  KRC-LINES-PER-PAGE   PIC ZZ9.
002860     03  FILLER               PIC X(88)  VALUE SPACES.
002870 01  WS-RATE-HEADING.
002880     03  FILLER               PIC X(06)  VALUE "UNIT".
002890     03  FILLER               PIC X(32)  VALUE "DESCRIPTION".
002900     03  FILLER               PIC X(94)  VALUE "RATE PER UNIT".
002910 01  WS-RATE-LINE.
002920     03  KRR-UNIT-CODE        PIC X(02).
002930     03  FILLER               PIC X(04)  VALUE SPACES.
002940     03  KRR-DESCRIPTION      PIC X(30).
002950     03  FILLER               PIC X(02)  VALUE SPACES.
002960     03  KRR-RATE             PIC ZZ9.999999.
002970     03  FILLER               PIC X(84)  VALUE SPACES.
002980 01  WS-CC-HEADING.
002990     03  FILLER               PIC X(13)  VALUE "COST CENTER: ".
003000     03  KRK-CODE             PIC X(10).
003010     03  FILLER               PIC X(15)  VALUE "   DEPARTMENT: ".
003020     03  KRK-DEPT             PIC X(20).
003030     03  FILLER               PIC X(74)  VALUE SPACES.
003040 01  WS-USAGE-HEADING.
003050     03  FILLER               PIC X(20)  VALUE "QUERY".
003060     03  FILLER               PIC X(13)  VALUE "ELAPSED SEC".
003070     03  FILLER               PIC X(16)  VALUE "ROWS EXPORTED".
003080     03  FILLER               PIC X(09)  VALUE "REPORTS".
003090     03  FILLER               PIC X(09)  VALUE "BUNDLES".
003100     03  FILLER               PIC X(11)  VALUE "PAGES".
003110     03  KRU-CHARGE-LABEL     PIC X(54)  VALUE "CHARGE".
003120 01  WS-USAGE-LINE.
003130     03  KRD-NAME             PIC X(18).
003140     03  FILLER               PIC X(02)  VALUE SPACES.
003150     03  KRD-SECONDS          PIC ZZZ,ZZZ,ZZ9.
003160     03  FILLER               PIC X(02)  VALUE SPACES.
003170     03  KRD-ROWS             PIC ZZ,ZZZ,ZZZ,ZZ9.
003180     03  FILLER               PIC X(02)  VALUE SPACES.
003190     03  KRD-REPORTS          PIC ZZZ,ZZ9.
003200     03  FILLER               PIC X(02)  VALUE SPACES.
003210     03  KRD-BUNDLES          PIC ZZZ,ZZ9.
003220     03  FILLER               PIC X(02)  VALUE SPACES.
003230     03  KRD-PAGES            PIC Z,ZZZ,ZZ9.
003240     03  FILLER               PIC X(02)  VALUE SPACES.
003250     03  KRD-CHARGE           PIC ZZZ,ZZZ,ZZ9.99.
003260     03  FILLER               PIC X(40)  VALUE SPACES.
003270 01  WS-TOTAL-LINE.
003280     03  KRT-CCS              PIC ZZZZ9.
003290     03  FILLER               PIC X(24)  VALUE
003300         " COST CENTERS BILLED,   ".
003310     03  KRT-QUERIES          PIC ZZZZ9.
003320     03  FILLER               PIC X(19)  VALUE
003330         " QUERIES BILLED,   ".
003340     03  KRT-UNASSIGNED       PIC ZZZZ9.
003350     03  FILLER               PIC X(24)  VALUE
003360         " QUERIES UNASSIGNED,    ".
003370     03  KRT-GL-RECORDS       PIC ZZZZZZ9.
003380     03  FILLER               PIC X(43)  VALUE
003390         " GL DETAIL RECORDS WRITTEN".
003400 01  WS-SECTION-LINE          PIC X(132).
003410*
003420 PROCEDURE DIVISION.
003430*
003440 0000-MAINLINE.
003450     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003460     PERFORM 2000-LOAD-RATE-CARD   THRU 2000-EXIT.
003470     PERFORM 2300-LOAD-ASSIGNMENTS THRU 2300-EXIT.
003480     PERFORM 3000-TOTAL-HISTORY    THRU 3000-EXIT.
003490     PERFORM 3300-TOTAL-MANIFESTS  THRU 3300-EXIT.
003500     PERFORM 3500-TOTAL-ARCHIVES   THRU 3500-EXIT.
003510     PERFORM 3700-TOTAL-DISTRIBUTION THRU 3700-EXIT.
003520     PERFORM 5000-PRINT-CHARGEBACK THRU 5000-EXIT.
003530     PERFORM 6000-PRINT-EXCEPTIONS THRU 6000-EXIT.
003540     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
003550     STOP RUN.
003560*
003570*****************************************************************
003580* INITIALIZE - OPEN THE FILES AND LOAD THE BILLING CONTROLS.  THE
003590* GL ACCOUNTS HAVE NO SENSIBLE DEFAULT, SO A MISSING CARD OR A
003600* BLANK ACCOUNT IS A SETUP ERROR.
003610*****************************************************************
003620 1000-INITIALIZE.
003630     OPEN INPUT  HISTORY-FILE.
003640     IF WS-HISTORY-STATUS NOT = "00"
003650         DISPLAY "DSQABKCO - HISTORY FILE OPEN FAILED, STATUS "
003660             WS-HISTORY-STATUS
003670         MOVE 122 TO WS-ABEND-CODE
003680         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
003690     END-IF.
003700     OPEN INPUT  CHARGE-PARM-FILE.
003710     OPEN INPUT  RATE-CARD-FILE.
003720     OPEN INPUT  ASSIGNMENT-FILE.
003730     OPEN INPUT  MANIFEST-FILE.
003740     OPEN INPUT  ARCHIVE-INDEX.
003750     OPEN INPUT  DISTRIBUTION-FILE.
003760     OPEN OUTPUT GL-FEED-FILE.
003770     OPEN OUTPUT CHARGEBACK-REPORT.
003780     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003790     READ CHARGE-PARM-FILE
003800         AT END
003810             DISPLAY "DSQABKCO - CHARGEBACK PARAMETER FILE EMPTY"
003820             MOVE 120 TO WS-ABEND-CODE
003830             PERFORM 7100-ABEND-RUN THRU 7100-EXIT
003840     END-READ.
003850     IF CHP-EXPENSE-ACCOUNT = SPACES
003860         OR CHP-RECOVERY-CC = SPACES
003870         OR CHP-RECOVERY-ACCOUNT = SPACES
003880         OR (CHP-BILLING-MONTH-X NOT = SPACES
003890             AND (CHP-BILLING-MONTH NOT NUMERIC
003900                  OR CHP-BILLING-MONTH-X(5:2) < "01"
003910                  OR CHP-BILLING-MONTH-X(5:2) > "12"))
003920         OR (CHP-LINES-PER-PAGE-X NOT = SPACES
003930             AND (CHP-LINES-PER-PAGE NOT NUMERIC
003940                  OR CHP-LINES-PER-PAGE = ZERO))
003950         DISPLAY "DSQABKCO - CHARGEBACK PARAMETER RECORD INVALID"
003960         MOVE 120 TO WS-ABEND-CODE
003970         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
003980     END-IF.
003990     IF CHP-BILLING-MONTH-X = SPACES
004000         IF WS-RD-MM = 01
004010             COMPUTE WS-BILLING-MONTH =
004020                 (WS-RD-YYYY - 1) * 100 + 12
004030         ELSE
004040             COMPUTE WS-BILLING-MONTH =
004050                 WS-RD-YYYY * 100 + WS-RD-MM - 1
004060         END-IF
004070     ELSE
004080         MOVE CHP-BILLING-MONTH TO WS-BILLING-MONTH
004090     END-IF.
004100     IF CHP-LINES-PER-PAGE-X = SPACES
004110         MOVE 60 TO WS-LINES-PER-PAGE
004120     ELSE
004130         MOVE CHP-LINES-PER-PAGE TO WS-LINES-PER-PAGE
004140     END-IF.
004150     MOVE CHP-EXPENSE-ACCOUNT TO WS-EXPENSE-ACCOUNT.
004160     MOVE CHP-RECOVERY-CC TO WS-RECOVERY-CC.
004170     MOVE CHP-RECOVERY-ACCOUNT TO WS-RECOVERY-ACCOUNT.
004180     CLOSE CHARGE-PARM-FILE.
004190     MOVE ZERO TO WS-GT-SECONDS WS-GT-ROWS WS-GT-REPORTS
004200         WS-GT-BUNDLES WS-GT-PAGES WS-GT-CHARGE.
004210     MOVE WS-RUN-DATE TO KRH-RUN-DATE.
004220     WRITE CHARGEBACK-REPORT-LINE FROM WS-HEADING-1.
004230     MOVE WS-BILLING-MONTH TO KRC-MONTH.
004240     MOVE WS-LINES-PER-PAGE TO KRC-LINES-PER-PAGE.
004250     WRITE CHARGEBACK-REPORT-LINE FROM WS-CONTROL-LINE.
004260     WRITE CHARGEBACK-REPORT-LINE FROM WS-BLANK-LINE.
004270     MOVE "RATE CARD" TO WS-SECTION-LINE.
004280     WRITE CHARGEBACK-REPORT-LINE FROM WS-SECTION-LINE.
004290     WRITE CHARGEBACK-REPORT-LINE FROM WS-RATE-HEADING.
004300 1000-EXIT.
004310     EXIT.
004320*
004330*****************************************************************
004340* LOAD-RATE-CARD - ONE RATE PER UNIT, PRINTED AS LOADED SO THE
004350* REPORT SHOWS WHAT IT WAS PRICED AT.  AN UNKNOWN UNIT, A NON-
004360* NUMERIC RATE OR AN UNPRICED UNIT ENDS THE STEP - A MISSING
004370* RATE WOULD BILL THAT USAGE AT NOTHING WITHOUT ANYONE NOTICING.
004380*****************************************************************
004390 2000-LOAD-RATE-CARD.
004400     PERFORM 2100-READ-RATE-CARD THRU 2100-EXIT.
004410     PERFORM 2200-TAKE-ONE-RATE THRU 2200-EXIT
004420         UNTIL RATE-EOF.
004430     CLOSE RATE-CARD-FILE.
004440     IF WS-RATES-PRICED NOT = "YYYYY"
004450         DISPLAY "DSQABKCO - RATE CARD DOES NOT PRICE EVERY UNIT"
004460         MOVE 120 TO WS-ABEND-CODE
004470         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
004480     END-IF.
004490 2000-EXIT.
004500     EXIT.
004510*
004520 2100-READ-RATE-CARD.
004530     READ RATE-CARD-FILE
004540         AT END
004550             SET RATE-EOF TO TRUE
004560     END-READ.
004570 2100-EXIT.
004580     EXIT.
004590*
004600 2200-TAKE-ONE-RATE.
004610     IF RTC-RATE NOT NUMERIC
004620         DISPLAY "DSQABKCO - INVALID RATE CARD RECORD: "
004630             RATE-CARD-RECORD(1:41)
004640         MOVE 120 TO WS-ABEND-CODE
004650         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
004660     END-IF.
004670     EVALUATE RTC-UNIT-CODE
004680         WHEN "ES"
004690             MOVE RTC-RATE TO WS-RATE-SECOND
004700             MOVE "Y" TO WS-PRICED-ES-SW
004710         WHEN "RX"
004720             MOVE RTC-RATE TO WS-RATE-ROW
004730             MOVE "Y" TO WS-PRICED-RX-SW
004740         WHEN "RA"
004750             MOVE RTC-RATE TO WS-RATE-REPORT
004760             MOVE "Y" TO WS-PRICED-RA-SW
004770         WHEN "BD"
004780             MOVE RTC-RATE TO WS-RATE-BUNDLE
004790             MOVE "Y" TO WS-PRICED-BD-SW
004800         WHEN "PG"
004810             MOVE RTC-RATE TO WS-RATE-PAGE
004820             MOVE "Y" TO WS-PRICED-PG-SW
004830         WHEN OTHER
004840             DISPLAY "DSQABKCO - UNKNOWN RATE CARD UNIT: "
004850                 RTC-UNIT-CODE
004860             MOVE 120 TO WS-ABEND-CODE
004870             PERFORM 7100-ABEND-RUN THRU 7100-EXIT
004880     END-EVALUATE.
004890     MOVE RTC-UNIT-CODE TO KRR-UNIT-CODE.
004900     MOVE RTC-DESCRIPTION TO KRR-DESCRIPTION.
004910     MOVE RTC-RATE TO KRR-RATE.
004920     WRITE CHARGEBACK-REPORT-LINE FROM WS-RATE-LINE.
004930     PERFORM 2100-READ-RATE-CARD THRU 2100-EXIT.
004940 2200-EXIT.
004950     EXIT.
004960*
004970*****************************************************************
004980* LOAD-ASSIGNMENTS - EVERY ASSIGNED QUERY, AND THE DISTINCT COST
004990* CENTERS.  A QUERY ASSIGNED TWICE WOULD BILL TWO DEPARTMENTS FOR
005000* ONE REPORT, SO IT IS A SETUP ERROR.
005010*****************************************************************
005020 2300-LOAD-ASSIGNMENTS.
005030     PERFORM 2350-READ-ASSIGNMENT THRU 2350-EXIT.
005040     PERFORM 2400-TAKE-ONE-ASSIGNMENT THRU 2400-EXIT
005050         UNTIL ASSIGN-EOF.
005060     CLOSE ASSIGNMENT-FILE.
005070 2300-EXIT.
005080     EXIT.
005090*
005100 2350-READ-ASSIGNMENT.
005110     READ ASSIGNMENT-FILE
005120         AT END
005130             SET ASSIGN-EOF TO TRUE
005140     END-READ.
005150 2350-EXIT.
005160     EXIT.
005170*
005180 2400-TAKE-ONE-ASSIGNMENT.
005190     IF CCA-QUERY-NAME = SPACES
005200         OR CCA-COST-CENTER = SPACES
005210         DISPLAY "DSQABKCO - INVALID ASSIGNMENT RECORD: "
005220             ASSIGNMENT-RECORD(1:48)
005230         MOVE 120 TO WS-ABEND-CODE
005240         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
005250     END-IF.
005260     MOVE CCA-QUERY-NAME TO WS-USAGE-QUERY.
005270     PERFORM 4100-SCAN-QUERIES THRU 4100-EXIT.
005280     IF WS-QY-HIT > ZERO
005290         DISPLAY "DSQABKCO - QUERY ASSIGNED TWICE: "
005300             CCA-QUERY-NAME
005310         MOVE 120 TO WS-ABEND-CODE
005320         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
005330     END-IF.
005340     MOVE ZERO TO WS-CC-HIT.
005350     PERFORM 2450-SCAN-COST-CENTER THRU 2450-EXIT
005360         VARYING WS-CC-SUB FROM 1 BY 1
005370         UNTIL WS-CC-SUB > WS-CC-COUNT
005380             OR WS-CC-HIT > ZERO.
005390     IF WS-CC-HIT = ZERO
005400         IF WS-CC-COUNT NOT < 100
005410             DISPLAY "DSQABKCO - MORE THAN 100 COST CENTERS"
005420             MOVE 121 TO WS-ABEND-CODE
005430             PERFORM 7100-ABEND-RUN THRU 7100-EXIT
005440         END-IF
005450         ADD 1 TO WS-CC-COUNT
005460         MOVE WS-CC-COUNT TO WS-CC-HIT
005470         MOVE CCA-COST-CENTER TO WS-CC-CODE(WS-CC-HIT)
005480         MOVE CCA-DEPARTMENT TO WS-CC-DEPT(WS-CC-HIT)
005490         MOVE ZERO TO WS-CC-CHARGE(WS-CC-HIT)
005500     END-IF.
005510     PERFORM 4200-ADD-QUERY THRU 4200-EXIT.
005520     MOVE WS-CC-HIT TO WS-QY-CC(WS-QY-HIT).
005530     PERFORM 2350-READ-ASSIGNMENT THRU 2350-EXIT.
005540 2400-EXIT.
005550     EXIT.
005560*
005570 2450-SCAN-COST-CENTER.
005580     IF WS-CC-CODE(WS-CC-SUB) = CCA-COST-CENTER
005590         MOVE WS-CC-SUB TO WS-CC-HIT
005600     END-IF.
005610 2450-EXIT.
005620     EXIT.
005630*
005640*****************************************************************
005650* TOTAL-HISTORY - QMF ELAPSED SECONDS.  THE NIGHT IS THE DATASET
005660* DATE, OR THE RUN DATE ON ROWS POSTED BEFORE IT WAS CARRIED.
005670*****************************************************************
005680 3000-TOTAL-HISTORY.
005690     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
005700     PERFORM 3200-TAKE-ONE-HISTORY THRU 3200-EXIT
005710         UNTIL HISTORY-EOF.
005720 3000-EXIT.
005730     EXIT.
005740*
005750 3100-READ-HISTORY.
005760     READ HISTORY-FILE
005770         AT END
005780             SET HISTORY-EOF TO TRUE
005790     END-READ.
005800 3100-EXIT.
005810     EXIT.
005820*
005830 3200-TAKE-ONE-HISTORY.
005840     IF HIST-DATASET-DATE IS NUMERIC
005850         MOVE HIST-DATASET-DATE TO WS-RECORD-DATE
005860     ELSE
005870         MOVE HIST-RUN-DATE TO WS-RECORD-DATE
005880     END-IF.
005890     DIVIDE WS-RECORD-DATE BY 100 GIVING WS-RECORD-MONTH.
005900     IF WS-RECORD-MONTH = WS-BILLING-MONTH
005910         MOVE HIST-QUERY-NAME TO WS-USAGE-QUERY
005920         PERFORM 4000-FIND-QUERY THRU 4000-EXIT
005930         ADD HIST-ELAPSED-SECONDS TO WS-QY-SECONDS(WS-QY-HIT)
005940     END-IF.
005950     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
005960 3200-EXIT.
005970     EXIT.
005980*
005990*****************************************************************
006000* TOTAL-MANIFESTS - ROWS EXPORTED.
006010*****************************************************************
006020 3300-TOTAL-MANIFESTS.
006030     PERFORM 3350-READ-MANIFEST THRU 3350-EXIT.
006040     PERFORM 3400-TAKE-ONE-MANIFEST THRU 3400-EXIT
006050         UNTIL MANIFEST-EOF.
006060 3300-EXIT.
006070     EXIT.
006080*
006090 3350-READ-MANIFEST.
006100     READ MANIFEST-FILE
006110         AT END
006120             SET MANIFEST-EOF TO TRUE
006130     END-READ.
006140 3350-EXIT.
006150     EXIT.
006160*
006170 3400-TAKE-ONE-MANIFEST.
006180     IF MAN-DATASET-DATE IS NUMERIC
006190         MOVE MAN-DATASET-DATE TO WS-RECORD-DATE
006200     ELSE
006210         MOVE MAN-RUN-DATE TO WS-RECORD-DATE
006220     END-IF.
006230     DIVIDE WS-RECORD-DATE BY 100 GIVING WS-RECORD-MONTH.
006240     IF WS-RECORD-MONTH = WS-BILLING-MONTH
006250         AND MAN-ROW-COUNT IS NUMERIC
006260         MOVE MAN-QUERY-NAME TO WS-USAGE-QUERY
006270         PERFORM 4000-FIND-QUERY THRU 4000-EXIT
006280         ADD MAN-ROW-COUNT TO WS-QY-ROWS(WS-QY-HIT)
006290     END-IF.
006300     PERFORM 3350-READ-MANIFEST THRU 3350-EXIT.
006310 3400-EXIT.
006320     EXIT.
006330*
006340*****************************************************************
006350* TOTAL-ARCHIVES - REPORTS ARCHIVED, ONE PER INDEX RECORD.
006360*****************************************************************
006370 3500-TOTAL-ARCHIVES.
006380     PERFORM 3550-READ-INDEX THRU 3550-EXIT.
006390     PERFORM 3600-TAKE-ONE-INDEX THRU 3600-EXIT
006400         UNTIL INDEX-EOF.
006410 3500-EXIT.
006420     EXIT.
006430*
006440 3550-READ-INDEX.
006450     READ ARCHIVE-INDEX
006460         AT END
006470             SET INDEX-EOF TO TRUE
006480     END-READ.
006490 3550-EXIT.
006500     EXIT.
006510*
006520 3600-TAKE-ONE-INDEX.
006530     IF IDX-DATASET-DATE IS NUMERIC
006540         DIVIDE IDX-DATASET-DATE BY 100 GIVING WS-RECORD-MONTH
006550         IF WS-RECORD-MONTH = WS-BILLING-MONTH
006560             MOVE IDX-QUERY-NAME TO WS-USAGE-QUERY
006570             PERFORM 4000-FIND-QUERY THRU 4000-EXIT
006580             ADD 1 TO WS-QY-REPORTS(WS-QY-HIT)
006590         END-IF
006600     END-IF.
006610     PERFORM 3550-READ-INDEX THRU 3550-EXIT.
006620 3600-EXIT.
006630     EXIT.
006640*
006650*****************************************************************
006660* TOTAL-DISTRIBUTION - BUNDLES AND PAGES.  A BUNDLE'S PAGES ARE
006670* ITS PRINTED LINES OVER WS-LINES-PER-PAGE, A PART PAGE COUNTING
006680* AS A PAGE.
006690*****************************************************************
006700 3700-TOTAL-DISTRIBUTION.
006710     PERFORM 3750-READ-DISTRIBUTION THRU 3750-EXIT.
006720     PERFORM 3800-TAKE-ONE-DISTRIBUTION THRU 3800-EXIT
006730         UNTIL DIST-EOF.
006740 3700-EXIT.
006750     EXIT.
006760*
006770 3750-READ-DISTRIBUTION.
006780     READ DISTRIBUTION-FILE
006790         AT END
006800             SET DIST-EOF TO TRUE
006810     END-READ.
006820 3750-EXIT.
006830     EXIT.
006840*
006850 3800-TAKE-ONE-DISTRIBUTION.
006860     IF NOT DST-BUNDLED
006870         OR DST-DATASET-DATE NOT NUMERIC
006880         OR DST-LINE-COUNT NOT NUMERIC
006890         GO TO 3800-ADVANCE
006900     END-IF.
006910     DIVIDE DST-DATASET-DATE BY 100 GIVING WS-RECORD-MONTH.
006920     IF WS-RECORD-MONTH NOT = WS-BILLING-MONTH
006930         GO TO 3800-ADVANCE
006940     END-IF.
006950     MOVE DST-QUERY-NAME TO WS-USAGE-QUERY.
006960     PERFORM 4000-FIND-QUERY THRU 4000-EXIT.
006970     ADD 1 TO WS-QY-BUNDLES(WS-QY-HIT).
006980     DIVIDE DST-LINE-COUNT BY WS-LINES-PER-PAGE
006990         GIVING WS-PAGES REMAINDER WS-PAGE-REM.
007000     IF WS-PAGE-REM > ZERO
007010         ADD 1 TO WS-PAGES
007020     END-IF.
007030     ADD WS-PAGES TO WS-QY-PAGES(WS-QY-HIT).
007040 3800-ADVANCE.
007050     PERFORM 3750-READ-DISTRIBUTION THRU 3750-EXIT.
007060 3800-EXIT.
007070     EXIT.
007080*
007090*****************************************************************
007100* FIND-QUERY - THE TABLE SLOT FOR WS-USAGE-QUERY.  A QUERY NOT ON
007110* THE ASSIGNMENT FILE IS ADDED UNASSIGNED.
007120*****************************************************************
007130 4000-FIND-QUERY.
007140     PERFORM 4100-SCAN-QUERIES THRU 4100-EXIT.
007150     IF WS-QY-HIT = ZERO
007160         PERFORM 4200-ADD-QUERY THRU 4200-EXIT
007170         MOVE ZERO TO WS-QY-CC(WS-QY-HIT)
007180     END-IF.
007190 4000-EXIT.
007200     EXIT.
007210*
007220 4100-SCAN-QUERIES.
007230     MOVE ZERO TO WS-QY-HIT.
007240     PERFORM 4150-MATCH-ONE-QUERY THRU 4150-EXIT
007250         VARYING WS-QY-SUB FROM 1 BY 1
007260         UNTIL WS-QY-SUB > WS-QY-COUNT
007270             OR WS-QY-HIT > ZERO.
007280 4100-EXIT.
007290     EXIT.
007300*
007310 4150-MATCH-ONE-QUERY.
007320     IF WS-QY-NAME(WS-QY-SUB) = WS-USAGE-QUERY
007330         MOVE WS-QY-SUB TO WS-QY-HIT
007340     END-IF.
007350 4150-EXIT.
007360     EXIT.
007370*
007380 4200-ADD-QUERY.
007390     IF WS-QY-COUNT NOT < 500
007400         DISPLAY "DSQABKCO - MORE THAN 500 QUERIES"
007410         MOVE 121 TO WS-ABEND-CODE
007420         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
007430     END-IF.
007440     ADD 1 TO WS-QY-COUNT.
007450     MOVE WS-QY-COUNT TO WS-QY-HIT.
007460     MOVE WS-USAGE-QUERY TO WS-QY-NAME(WS-QY-HIT).
007470     MOVE ZERO TO WS-QY-SECONDS(WS-QY-HIT) WS-QY-ROWS(WS-QY-HIT)
007480         WS-QY-REPORTS(WS-QY-HIT) WS-QY-BUNDLES(WS-QY-HIT)
007490         WS-QY-PAGES(WS-QY-HIT).
007500 4200-EXIT.
007510     EXIT.
007520*
007530*****************************************************************
007540* PRINT-CHARGEBACK - ONE BLOCK PER COST CENTER: ITS QUERIES WITH
007550* USAGE, EACH PRICED, AND THE COST CENTER TOTAL, WHICH IS ALSO
007560* ITS GL DEBIT.  THE GL HEADER GOES OUT FIRST.
007570*****************************************************************
007580 5000-PRINT-CHARGEBACK.
007590     MOVE SPACES TO GL-FEED-RECORD.
007600     SET GLF-HEADER TO TRUE.
007610     MOVE "QMFB" TO GLF-SOURCE-SYSTEM.
007620     MOVE WS-BILLING-MONTH TO GLF-PERIOD.
007630     MOVE "QMF BATCH REPORTING CHARGEBACK" TO GLF-DESCRIPTION.
007640     WRITE GL-FEED-RECORD.
007650     PERFORM 5100-PRINT-ONE-COST-CENTER THRU 5100-EXIT
007660         VARYING WS-CC-SUB FROM 1 BY 1
007670         UNTIL WS-CC-SUB > WS-CC-COUNT.
007680     WRITE CHARGEBACK-REPORT-LINE FROM WS-BLANK-LINE.
007690     MOVE "ALL COST CENTERS" TO KRD-NAME.
007700     MOVE WS-GT-SECONDS TO KRD-SECONDS.
007710     MOVE WS-GT-ROWS TO KRD-ROWS.
007720     MOVE WS-GT-REPORTS TO KRD-REPORTS.
007730     MOVE WS-GT-BUNDLES TO KRD-BUNDLES.
007740     MOVE WS-GT-PAGES TO KRD-PAGES.
007750     MOVE WS-GT-CHARGE TO KRD-CHARGE.
007760     WRITE CHARGEBACK-REPORT-LINE FROM WS-USAGE-LINE.
007770 5000-EXIT.
007780     EXIT.
007790*
007800 5100-PRINT-ONE-COST-CENTER.
007810     MOVE ZERO TO WS-BT-SECONDS WS-BT-ROWS WS-BT-REPORTS
007820         WS-BT-BUNDLES WS-BT-PAGES WS-BT-CHARGE.
007830     WRITE CHARGEBACK-REPORT-LINE FROM WS-BLANK-LINE.
007840     MOVE WS-CC-CODE(WS-CC-SUB) TO KRK-CODE.
007850     MOVE WS-CC-DEPT(WS-CC-SUB) TO KRK-DEPT.
007860     WRITE CHARGEBACK-REPORT-LINE FROM WS-CC-HEADING.
007870     MOVE "CHARGE" TO KRU-CHARGE-LABEL.
007880     WRITE CHARGEBACK-REPORT-LINE FROM WS-USAGE-HEADING.
007890     PERFORM 5200-PRINT-ONE-QUERY THRU 5200-EXIT
007900         VARYING WS-QY-SUB FROM 1 BY 1
007910         UNTIL WS-QY-SUB > WS-QY-COUNT.
007920     MOVE "COST CENTER TOTAL" TO KRD-NAME.
007930     MOVE WS-BT-SECONDS TO KRD-SECONDS.
007940     MOVE WS-BT-ROWS TO KRD-ROWS.
007950     MOVE WS-BT-REPORTS TO KRD-REPORTS.
007960     MOVE WS-BT-BUNDLES TO KRD-BUNDLES.
007970     MOVE WS-BT-PAGES TO KRD-PAGES.
007980     MOVE WS-BT-CHARGE TO KRD-CHARGE.
007990     WRITE CHARGEBACK-REPORT-LINE FROM WS-USAGE-LINE.
008000     MOVE WS-BT-CHARGE TO WS-CC-CHARGE(WS-CC-SUB).
008010     ADD WS-BT-SECONDS TO WS-GT-SECONDS.
008020     ADD WS-BT-ROWS TO WS-GT-ROWS.
008030     ADD WS-BT-REPORTS TO WS-GT-REPORTS.
008040     ADD WS-BT-BUNDLES TO WS-GT-BUNDLES.
008050     ADD WS-BT-PAGES TO WS-GT-PAGES.
008060     ADD WS-BT-CHARGE TO WS-GT-CHARGE.
008070     IF WS-BT-CHARGE > ZERO
008080         ADD 1 TO WS-BILLED-CCS
008090         MOVE SPACES TO GL-FEED-RECORD
008100         SET GLF-DETAIL TO TRUE
008110         MOVE "QMFB" TO GLF-SOURCE-SYSTEM
008120         MOVE WS-BILLING-MONTH TO GLF-PERIOD
008130         MOVE WS-CC-CODE(WS-CC-SUB) TO GLF-COST-CENTER
008140         MOVE WS-EXPENSE-ACCOUNT TO GLF-ACCOUNT
008150         SET GLF-DEBIT TO TRUE
008160         MOVE WS-BT-CHARGE TO GLF-AMOUNT
008170         MOVE "QMF REPORTING CHARGEBACK" TO GLF-DESCRIPTION
008180         WRITE GL-FEED-RECORD
008190         ADD 1 TO WS-GL-DETAIL-COUNT
008200     END-IF.
008210 5100-EXIT.
008220     EXIT.
008230*
008240 5200-PRINT-ONE-QUERY.
008250     IF WS-QY-CC(WS-QY-SUB) NOT = WS-CC-SUB
008260         GO TO 5200-EXIT
008270     END-IF.
008280     PERFORM 5300-PRICE-QUERY THRU 5300-EXIT.
008290     IF WS-QY-SECONDS(WS-QY-SUB) = ZERO
008300         AND WS-QY-ROWS(WS-QY-SUB) = ZERO
008310         AND WS-QY-REPORTS(WS-QY-SUB) = ZERO
008320         AND WS-QY-BUNDLES(WS-QY-SUB) = ZERO
008330         GO TO 5200-EXIT
008340     END-IF.
008350     ADD 1 TO WS-BILLED-QUERIES.
008360     ADD WS-QY-SECONDS(WS-QY-SUB) TO WS-BT-SECONDS.
008370     ADD WS-QY-ROWS(WS-QY-SUB) TO WS-BT-ROWS.
008380     ADD WS-QY-REPORTS(WS-QY-SUB) TO WS-BT-REPORTS.
008390     ADD WS-QY-BUNDLES(WS-QY-SUB) TO WS-BT-BUNDLES.
008400     ADD WS-QY-PAGES(WS-QY-SUB) TO WS-BT-PAGES.
008410     ADD WS-QUERY-CHARGE TO WS-BT-CHARGE.
008420     PERFORM 5400-WRITE-QUERY-LINE THRU 5400-EXIT.
008430 5200-EXIT.
008440     EXIT.
008450*
008460*****************************************************************
008470* PRICE-QUERY - THE QUERY'S MONTH AT THE RATE CARD.  EACH UNIT IS
008480* PRICED AT FULL PRECISION AND THE SUM ROUNDED TO THE CENT ONCE,
008490* PER QUERY, SO THE PRINTED LINES ADD UP TO THE TOTALS.
008500*****************************************************************
008510 5300-PRICE-QUERY.
008520     COMPUTE WS-EXACT-CHARGE =
008530         WS-QY-SECONDS(WS-QY-SUB) * WS-RATE-SECOND.
008540     COMPUTE WS-UNIT-AMOUNT =
008550         WS-QY-ROWS(WS-QY-SUB) * WS-RATE-ROW.
008560     ADD WS-UNIT-AMOUNT TO WS-EXACT-CHARGE.
008570     COMPUTE WS-UNIT-AMOUNT =
008580         WS-QY-REPORTS(WS-QY-SUB) * WS-RATE-REPORT.
008590     ADD WS-UNIT-AMOUNT TO WS-EXACT-CHARGE.
008600     COMPUTE WS-UNIT-AMOUNT =
008610         WS-QY-BUNDLES(WS-QY-SUB) * WS-RATE-BUNDLE.
008620     ADD WS-UNIT-AMOUNT TO WS-EXACT-CHARGE.
008630     COMPUTE WS-UNIT-AMOUNT =
008640         WS-QY-PAGES(WS-QY-SUB) * WS-RATE-PAGE.
008650     ADD WS-UNIT-AMOUNT TO WS-EXACT-CHARGE.
008660     COMPUTE WS-QUERY-CHARGE ROUNDED = WS-EXACT-CHARGE.
008670 5300-EXIT.
008680     EXIT.
008690*
008700 5400-WRITE-QUERY-LINE.
008710     MOVE WS-QY-NAME(WS-QY-SUB) TO KRD-NAME.
008720     MOVE WS-QY-SECONDS(WS-QY-SUB) TO KRD-SECONDS.
008730     MOVE WS-QY-ROWS(WS-QY-SUB) TO KRD-ROWS.
008740     MOVE WS-QY-REPORTS(WS-QY-SUB) TO KRD-REPORTS.
008750     MOVE WS-QY-BUNDLES(WS-QY-SUB) TO KRD-BUNDLES.
008760     MOVE WS-QY-PAGES(WS-QY-SUB) TO KRD-PAGES.
008770     MOVE WS-QUERY-CHARGE TO KRD-CHARGE.
008780     WRITE CHARGEBACK-REPORT-LINE FROM WS-USAGE-LINE.
008790 5400-EXIT.
008800     EXIT.
008810*
008820*****************************************************************
008830* PRINT-EXCEPTIONS - QUERIES WITH USAGE BUT NO COST CENTER.  THEY
008840* ARE PRICED SO FINANCE SEES WHAT WENT UNBILLED, BUT STAY OFF THE
008850* GL FEED UNTIL SOMEONE OWNS THEM.
008860*****************************************************************
008870 6000-PRINT-EXCEPTIONS.
008880     WRITE CHARGEBACK-REPORT-LINE FROM WS-BLANK-LINE.
008890     MOVE "QUERIES WITH NO COST CENTER ASSIGNMENT - NOT BILLED"
008900         TO WS-SECTION-LINE.
008910     WRITE CHARGEBACK-REPORT-LINE FROM WS-SECTION-LINE.
008920     MOVE "UNBILLED CHARGE" TO KRU-CHARGE-LABEL.
008930     WRITE CHARGEBACK-REPORT-LINE FROM WS-USAGE-HEADING.
008940     PERFORM 6100-PRINT-ONE-EXCEPTION THRU 6100-EXIT
008950         VARYING WS-QY-SUB FROM 1 BY 1
008960         UNTIL WS-QY-SUB > WS-QY-COUNT.
008970     IF WS-UNASSIGNED-COUNT = ZERO
008980         MOVE "  NONE" TO WS-SECTION-LINE
008990         WRITE CHARGEBACK-REPORT-LINE FROM WS-SECTION-LINE
009000     END-IF.
009010 6000-EXIT.
009020     EXIT.
009030*
009040 6100-PRINT-ONE-EXCEPTION.
009050     IF WS-QY-CC(WS-QY-SUB) NOT = ZERO
009060         GO TO 6100-EXIT
009070     END-IF.
009080     ADD 1 TO WS-UNASSIGNED-COUNT.
009090     PERFORM 5300-PRICE-QUERY THRU 5300-EXIT.
009100     PERFORM 5400-WRITE-QUERY-LINE THRU 5400-EXIT.
009110 6100-EXIT.
009120     EXIT.
009130*
009140*****************************************************************
009150* ABEND-RUN - ENDS THE STEP WITH A NON-ZERO RETURN CODE SO THE
009160* SCHEDULER FLAGS IT.  NO PARTIAL GL FEED IS EVER PASSED ON - THE
009170* TRAILER IS ONLY WRITTEN BY A CLEAN FINISH.
009180*****************************************************************
009190 7100-ABEND-RUN.
009200     CLOSE CHARGE-PARM-FILE RATE-CARD-FILE ASSIGNMENT-FILE
009210         HISTORY-FILE MANIFEST-FILE ARCHIVE-INDEX
009220         DISTRIBUTION-FILE GL-FEED-FILE CHARGEBACK-REPORT.
009230     MOVE WS-ABEND-CODE TO RETURN-CODE.
009240     STOP RUN.
009250 7100-EXIT.
009260     EXIT.
009270*
009280*****************************************************************
009290* TERMINATE-RUN - THE RECOVERY CREDIT AND THE TRAILER BALANCE THE
009300* GL FEED; THEN THE TOTALS AND CLOSE.  UNASSIGNED USAGE ENDS THE
009310* STEP WITH RETURN CODE 4 SO FINANCE IS TOLD BEFORE THE MONTH
009320* CLOSES.
009330*****************************************************************
009340 9000-TERMINATE-RUN.
009350     IF WS-GT-CHARGE > ZERO
009360         MOVE SPACES TO GL-FEED-RECORD
009370         SET GLF-DETAIL TO TRUE
009380         MOVE "QMFB" TO GLF-SOURCE-SYSTEM
009390         MOVE WS-BILLING-MONTH TO GLF-PERIOD
009400         MOVE WS-RECOVERY-CC TO GLF-COST-CENTER
009410         MOVE WS-RECOVERY-ACCOUNT TO GLF-ACCOUNT
009420         SET GLF-CREDIT TO TRUE
009430         MOVE WS-GT-CHARGE TO GLF-AMOUNT
009440         MOVE "QMF REPORTING COST RECOVERY" TO GLF-DESCRIPTION
009450         WRITE GL-FEED-RECORD
009460         ADD 1 TO WS-GL-DETAIL-COUNT
009470     END-IF.
009480     MOVE SPACES TO GL-FEED-RECORD.
009490     SET GLF-TRAILER TO TRUE.
009500     MOVE "QMFB" TO GLF-SOURCE-SYSTEM.
009510     MOVE WS-BILLING-MONTH TO GLF-PERIOD.
009520     MOVE WS-GL-DETAIL-COUNT TO GLF-DETAIL-COUNT.
009530     MOVE WS-GT-CHARGE TO GLF-DEBIT-TOTAL.
009540     MOVE WS-GT-CHARGE TO GLF-CREDIT-TOTAL.
009550     WRITE GL-FEED-RECORD.
009560     WRITE CHARGEBACK-REPORT-LINE FROM WS-BLANK-LINE.
009570     MOVE WS-BILLED-CCS TO KRT-CCS.
009580     MOVE WS-BILLED-QUERIES TO KRT-QUERIES.
009590     MOVE WS-UNASSIGNED-COUNT TO KRT-UNASSIGNED.
009600     MOVE WS-GL-DETAIL-COUNT TO KRT-GL-RECORDS.
009610     WRITE CHARGEBACK-REPORT-LINE FROM WS-TOTAL-LINE.
009620     CLOSE HISTORY-FILE MANIFEST-FILE ARCHIVE-INDEX
009630         DISTRIBUTION-FILE GL-FEED-FILE CHARGEBACK-REPORT.
009640     IF WS-UNASSIGNED-COUNT > ZERO
009650         MOVE 4 TO RETURN-CODE
009660     END-IF.
009670 9000-EXIT.
009680     EXIT.
