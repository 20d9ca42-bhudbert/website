000100*****************************************************************
000110*   DSQABJCO - COMPLIANCE EVIDENCE PACKAGE.                     *
000120*   RUN ON REQUEST AT EACH SOX OR INTERNAL-AUDIT CYCLE.  FOR    *
000130*   A SAMPLED REPORT AUDIT WANTS PROOF, NIGHT BY NIGHT, THAT    *
000140*   THE QUERY RAN, WHICH SET GLOBAL VALUES IT RAN WITH, THAT    *
000150*   THE REPORT WAS ARCHIVED, WHO IT WAS DELIVERED TO AND THAT   *
000160*   DOWNSTREAM ACKNOWLEDGED THE EXPORT.  EACH OF THOSE FACTS    *
000170*   LIVES IN A DIFFERENT PLACE: THE AUDIT HISTORY DSQABFCO      *
000180*   KEEPS (DSQAUHRC - THE NIGHTLY AUDIT TRAIL IS OVERWRITTEN    *
000190*   EVERY RUN), THE ARCHIVE INDEX (DSQIDXRC), THE DSQABDCO      *
000200*   DISTRIBUTION LOG (DSQDSTRC), THE TRANSMITTAL MANIFEST       *
000210*   (DSQMANRC) AND THE DSQABACO ACKNOWLEDGMENT RESULTS          *
000220*   (DSQACKRC).  EACH REQUEST CARD NAMES A QUERY AND A RANGE    *
000230*   OF DATASET DATES; FOR EVERY NIGHT IN THE RANGE THIS STEP    *
000240*   READS ALL FIVE SOURCES AND PRINTS ONE EVIDENCE PACKAGE,     *
000250*   ENDING WITH THE GAPS FOUND - A RUN THAT NEVER COMPLETED, A  *
000260*   REPORT ARCHIVED BUT NEVER DISTRIBUTED, AN EXPORT NEVER      *
000270*   ACKNOWLEDGED AND SO ON.  A NIGHT NO SOURCE MENTIONS IS      *
000280*   LISTED AS HAVING NO RECORD.  RETURN CODE 8 = A REQUEST      *
000290*   CARD WAS REJECTED, 4 = A PACKAGE HAS GAPS, 0 = COMPLETE.    *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.     DSQABJCO.
000330 AUTHOR.         R K HUDBERT.
000340 INSTALLATION.   WESTLAKE DATA CENTER.
000350 DATE-WRITTEN.   10/15/2026.
000360 DATE-COMPILED.
000370*-----------------------------------------------------------------
000380* MODIFICATION HISTORY
000390* DATE       INIT  DESCRIPTION
000400* 2026-10-15 RKH   INITIAL VERSION.
000401* 2026-10-15 RKH   A DISTRIBUTION RECORD WITH STATUS D (A "REPORT
000402*                  DELAYED" NOTICE SENT IN PLACE OF THE REPORT)
000403*                  PRINTS AS A DELAY NOTICE, NOT AS UNROUTED.
000404* 2026-10-15 RKH   A DISTRIBUTION RECORD WITH STATUS H (BUNDLE
000405*                  HELD FOR WANT OF A REDACTION RULE) PRINTS AS
000406*                  HELD AND IS A GAP; THE RULE SET A COPY WAS
000407*                  REDACTED UNDER PRINTS BESIDE IT.
000410*-----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.    IBM-370.
000450 OBJECT-COMPUTER.    IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT REQUEST-FILE ASSIGN TO "EVIDREQ"
000490                          ORGANIZATION IS SEQUENTIAL.
000500     SELECT OPTIONAL AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
000510                          ORGANIZATION IS SEQUENTIAL.
000520     SELECT OPTIONAL ARCHIVE-INDEX ASSIGN TO "ARCHIDX"
000530                          ORGANIZATION IS SEQUENTIAL.
000540     SELECT OPTIONAL DISTRIBUTION-FILE ASSIGN TO "DISTREC"
000550                          ORGANIZATION IS SEQUENTIAL.
000560     SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "MANIFIN"
000570                          ORGANIZATION IS SEQUENTIAL.
000580     SELECT OPTIONAL ACK-RESULT-FILE ASSIGN TO "ACKRSLT"
000590                          ORGANIZATION IS SEQUENTIAL.
000600     SELECT EVIDENCE-REPORT ASSIGN TO "EVIDRPT"
000610                          ORGANIZATION IS SEQUENTIAL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640*****************************************************************
000650* REQUEST-FILE - ONE CARD PER SAMPLED REPORT: THE QUERY NAME AND
000660* THE FIRST AND LAST DATASET DATES WANTED (YYYYMMDD).  A BLANK
000670* THRU DATE MEANS THE FROM DATE ALONE.
000680*****************************************************************
000690 FD  REQUEST-FILE
000700     RECORDING MODE IS F.
000710 01  REQUEST-RECORD.
000720     03  EVQ-QUERY-NAME       PIC X(18).
000730     03  EVQ-FROM-DATE        PIC X(08).
000740     03  EVQ-THRU-DATE        PIC X(08).
000750     03  FILLER               PIC X(46).
000760*****************************************************************
000770* AUDIT-HISTORY-FILE - EVERY DSQCIB COMMAND DSQABFCO HAS ISSUED,
000780* WITH ITS DATASET DATE AND PAIR.  OPTIONAL LIKE THE OTHER
000790* SOURCES - A SOURCE WITH NOTHING ON IT IS REPORTED AS GAPS.
000800*****************************************************************
000810 FD  AUDIT-HISTORY-FILE
000820     RECORDING MODE IS F.
000830     COPY DSQAUHRC.
000840*****************************************************************
000850* ARCHIVE-INDEX - THE CUMULATIVE INDEX OF ARCHIVED REPORTS.
000860*****************************************************************
000870 FD  ARCHIVE-INDEX
000880     RECORDING MODE IS F.
000890     COPY DSQIDXRC.
000900*****************************************************************
000910* DISTRIBUTION-FILE - THE DSQABDCO DISTRIBUTION LOGS FOR THE
000920* NIGHTS WANTED, CONCATENATED ON THE DD.
000930*****************************************************************
000940 FD  DISTRIBUTION-FILE
000950     RECORDING MODE IS F.
000960     COPY DSQDSTRC.
000970*****************************************************************
000980* MANIFEST-FILE - THE NIGHTLY TRANSMITTAL MANIFESTS, CONCATENATED.
000990*****************************************************************
001000 FD  MANIFEST-FILE
001010     RECORDING MODE IS F.
001020     COPY DSQMANRC.
001030*****************************************************************
001040* ACK-RESULT-FILE - THE DSQABACO DISPOSITIONS, CONCATENATED.  AN
001050* EXPORT CAN APPEAR ON SEVERAL NIGHTS (STILL OPEN, THEN CLEARED);
001060* THE LATEST DISPOSITION IS THE ONE THAT COUNTS.
001070*****************************************************************
001080 FD  ACK-RESULT-FILE
001090     RECORDING MODE IS F.
001100     COPY DSQACKRC.
001110*****************************************************************
001120* EVIDENCE-REPORT - THE PACKAGES, ONE PER REPORT PER NIGHT.
001130*****************************************************************
001140 FD  EVIDENCE-REPORT
001150     RECORDING MODE IS F.
001160 01  EVIDENCE-REPORT-LINE     PIC X(132).
001170 WORKING-STORAGE SECTION.
001180*****************************************************************
001190* SWITCHES
001200*****************************************************************
001210 01  WS-SWITCHES.
001220     03  WS-REQUEST-EOF-SW    PIC X(01)  VALUE "N".
001230         88  REQUEST-EOF                 VALUE "Y".
001240     03  WS-SOURCE-EOF-SW     PIC X(01)  VALUE "N".
001250         88  SOURCE-EOF                  VALUE "Y".
001260     03  WS-CARD-SW           PIC X(01)  VALUE "N".
001270         88  CARD-REJECTED               VALUE "Y".
001280     03  WS-DATE-VALID-SW     PIC X(01)  VALUE "N".
001290         88  DATE-VALID                  VALUE "Y".
001300     03  WS-OWED-SW           PIC X(01)  VALUE "N".
001310         88  REPORT-OWED                 VALUE "Y".
001320 01  WS-ABEND-CODE            PIC S9(08) USAGE IS COMP-4.
001330*****************************************************************
001340* THE CARD BEING SERVED AND ITS RANGE.  INTEGER-OF-DATE IS USED
001350* BECAUSE ORDINARY VERBS CANNOT STEP A DATE ACROSS MONTH AND YEAR
001360* ENDS.  A CARD MAY SPAN UP TO WS-NIGHT-LIMIT NIGHTS.
001370*****************************************************************
001380 01  WS-CARD-QUERY            PIC X(18).
001390 01  WS-FROM-DATE             PIC 9(08).
001400 01  WS-THRU-DATE             PIC 9(08).
001410 01  WS-FROM-DAY              PIC S9(09) USAGE IS COMP-4.
001420 01  WS-THRU-DAY              PIC S9(09) USAGE IS COMP-4.
001430 01  WS-DAY-NUMBER            PIC S9(09) USAGE IS COMP-4.
001440 01  WS-NIGHT-LIMIT           PIC S9(05) USAGE IS COMP-4
001450                              VALUE 366.
001460 01  WS-REJECT-REASON         PIC X(40).
001470 01  WS-CHECK-DATE-X          PIC X(08).
001480 01  WS-CHECK-DATE REDEFINES WS-CHECK-DATE-X
001490                              PIC 9(08).
001500 01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE-X.
001510     03  WS-CK-YYYY           PIC 9(04).
001520     03  WS-CK-MM             PIC 9(02).
001530     03  WS-CK-DD             PIC 9(02).
001540 01  WS-MATCH-DATE            PIC 9(08).
001550*****************************************************************
001560* ONE ENTRY PER NIGHT OF THE CARD'S RANGE, HOLDING WHAT EACH
001570* SOURCE SAID ABOUT THAT NIGHT.  THE ARCHIVE AND MANIFEST DETAIL
001580* IS THE LAST RECORD READ (A RERUN REPLACES ITS NIGHT'S ENTRY);
001590* THE ACKNOWLEDGMENT IS THE LATEST BY ITS TIMESTAMP.
001600*****************************************************************
001610 01  WS-NIGHT-COUNT           PIC S9(05) USAGE IS COMP-4.
001620 01  WS-NIGHT-SUB             PIC S9(05) USAGE IS COMP-4.
001630 01  WS-NIGHT-TABLE.
001640     03  WS-NIGHT-ENTRY       OCCURS 366.
001650         05  NT-DATE          PIC 9(08).
001660         05  NT-RECORD-SW     PIC X(01).
001670             88  NT-HAS-RECORD           VALUE "Y".
001680         05  NT-RUN-TRIED-SW  PIC X(01).
001690             88  NT-RUN-TRIED            VALUE "Y".
001700         05  NT-RUN-OK-SW     PIC X(01).
001710             88  NT-RUN-OK               VALUE "Y".
001720         05  NT-SETG-SW       PIC X(01).
001730             88  NT-SETG-SEEN            VALUE "Y".
001740         05  NT-PRINT-TRIED-SW PIC X(01).
001750             88  NT-PRINT-TRIED          VALUE "Y".
001760         05  NT-PRINT-OK-SW   PIC X(01).
001770             88  NT-PRINT-OK             VALUE "Y".
001780         05  NT-EXPORT-TRIED-SW PIC X(01).
001790             88  NT-EXPORT-TRIED         VALUE "Y".
001800         05  NT-EXPORT-OK-SW  PIC X(01).
001810             88  NT-EXPORT-OK            VALUE "Y".
001820         05  NT-ARCHIVE-SW    PIC X(01).
001830             88  NT-ARCHIVED             VALUE "Y".
001840         05  NT-ARCH-DSNAME   PIC X(50).
001850         05  NT-ARCH-ROWS     PIC 9(08).
001860         05  NT-MANIFEST-SW   PIC X(01).
001870             88  NT-ON-MANIFEST          VALUE "Y".
001880         05  NT-EXP-DSNAME    PIC X(50).
001890         05  NT-EXP-ROWS      PIC 9(08).
001900         05  NT-EXP-DATE      PIC 9(08).
001910         05  NT-EXP-TIME      PIC 9(08).
001920         05  NT-ACK-SW        PIC X(01).
001930             88  NT-ACK-SEEN             VALUE "Y".
001940         05  NT-ACK-DISP      PIC X(01).
001950             88  NT-ACK-CLEARED          VALUE "C".
001960             88  NT-ACK-MISMATCHED       VALUE "M".
001970             88  NT-ACK-STRAY            VALUE "S".
001980             88  NT-ACK-STILL-OPEN       VALUE "O".
001990             88  NT-ACK-AGED             VALUE "A".
002000         05  NT-ACK-SENT      PIC 9(08).
002010         05  NT-ACK-ROWS      PIC 9(08).
002020         05  NT-ACK-AGE       PIC 9(05).
002030         05  NT-ACK-STAMP.
002040             07  NT-ACK-DATE  PIC 9(08).
002050             07  NT-ACK-TIME  PIC 9(08).
002060*****************************************************************
002070* THE AUDIT RECORDS AND DISTRIBUTION RECORDS FOR THE CARD, EACH
002080* TAGGED WITH ITS NIGHT, IN THE ORDER THEY WERE WRITTEN.
002090*****************************************************************
002100 01  WS-AUDIT-COUNT           PIC S9(05) USAGE IS COMP-4.
002110 01  WS-AUDIT-MAX             PIC S9(05) USAGE IS COMP-4
002120                              VALUE 3000.
002130 01  WS-AUDIT-TABLE.
002140     03  WS-AUDIT-ENTRY       OCCURS 3000.
002150         05  AI-NIGHT         PIC S9(05) USAGE IS COMP-4.
002160         05  AI-TIMESTAMP.
002170             07  AI-DATE      PIC X(08).
002180             07  AI-TIME      PIC X(08).
002190         05  AI-RETURN-CODE   PIC S9(08).
002200         05  AI-COMMAND-TEXT  PIC X(120).
002210 01  WS-DIST-COUNT            PIC S9(05) USAGE IS COMP-4.
002220 01  WS-DIST-MAX              PIC S9(05) USAGE IS COMP-4
002230                              VALUE 2000.
002240 01  WS-DIST-TABLE.
002250     03  WS-DIST-ENTRY        OCCURS 2000.
002260         05  DI-NIGHT         PIC S9(05) USAGE IS COMP-4.
002270         05  DI-RECIPIENT     PIC X(08).
002280         05  DI-STATUS        PIC X(01).
002290             88  DI-BUNDLED              VALUE "B".
002300             88  DI-ARCHIVE-MISSING      VALUE "M".
002310             88  DI-UNROUTED             VALUE "U".
002311             88  DI-DELAY-NOTICE         VALUE "D".
002315             88  DI-BUNDLE-HELD          VALUE "H".
002320         05  DI-DATE          PIC 9(08).
002330         05  DI-TIME          PIC 9(08).
002340         05  DI-BUNDLE-DSNAME PIC X(44).
002350         05  DI-LINE-COUNT    PIC 9(08).
002355         05  DI-RULE-SET      PIC X(08).
002360 01  WS-ITEM-SUB              PIC S9(05) USAGE IS COMP-4.
002370*****************************************************************
002380* PER-PACKAGE DISTRIBUTION TALLIES, TAKEN AS ITS LINES PRINT.
002390*****************************************************************
002400 01  WS-PKG-DIST-COUNT        PIC S9(05) USAGE IS COMP-4.
002410 01  WS-PKG-MISSING-COUNT     PIC S9(05) USAGE IS COMP-4.
002420 01  WS-PKG-UNROUTED-COUNT    PIC S9(05) USAGE IS COMP-4.
002421 01  WS-PKG-DELAYED-COUNT     PIC S9(05) USAGE IS COMP-4.
002425 01  WS-PKG-HELD-COUNT        PIC S9(05) USAGE IS COMP-4.
002430 01  WS-PKG-AUDIT-COUNT       PIC S9(05) USAGE IS COMP-4.
002440 01  WS-PKG-GAP-COUNT         PIC S9(05) USAGE IS COMP-4.
002450 01  WS-GAP-TEXT              PIC X(60).
002460*****************************************************************
002470* TIMESTAMP FORMATTING - YYYYMMDD AND HHMMSSHH IN, YYYYMMDD
002480* HH.MM.SS OUT.
002490*****************************************************************
002500 01  WS-FMT-DATE              PIC X(08).
002510 01  WS-FMT-TIME              PIC X(08).
002520 01  WS-FMT-TIME-PARTS REDEFINES WS-FMT-TIME.
002530     03  WS-FMT-HH            PIC X(02).
002540     03  WS-FMT-MM            PIC X(02).
002550     03  WS-FMT-SS            PIC X(02).
002560     03  FILLER               PIC X(02).
002570 01  WS-FMT-STAMP.
002580     03  FMS-DATE             PIC X(08).
002590     03  FILLER               PIC X(01)  VALUE SPACES.
002600     03  FMS-HH               PIC X(02).
002610     03  FILLER               PIC X(01)  VALUE ".".
002620     03  FMS-MM               PIC X(02).
002630     03  FILLER               PIC X(01)  VALUE ".".
002640     03  FMS-SS               PIC X(02).
002650*****************************************************************
002660* RUN DATE AND COUNTS
002670*****************************************************************
002680 01  WS-RUN-DATE              PIC 9(08).
002690 01  WS-CARD-COUNT            PIC S9(05) USAGE IS COMP-4
002700                              VALUE ZERO.
002710 01  WS-REJECT-COUNT          PIC S9(05) USAGE IS COMP-4
002720                              VALUE ZERO.
002730 01  WS-PACKAGE-COUNT         PIC S9(05) USAGE IS COMP-4
002740                              VALUE ZERO.
002750 01  WS-GAPPED-COUNT          PIC S9(05) USAGE IS COMP-4
002760                              VALUE ZERO.
002770 01  WS-CARD-PACKAGES         PIC S9(05) USAGE IS COMP-4.
002780 01  WS-CARD-GAPPED           PIC S9(05) USAGE IS COMP-4.
002790 01  WS-CARD-GAPS             PIC S9(05) USAGE IS COMP-4.
002800 01  WS-CARD-NO-RECORD        PIC S9(05) USAGE IS COMP-4.
002810*****************************************************************
002820* EVIDENCE REPORT PRINT LINES
002830*****************************************************************
002840 01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002850 01  WS-HEADING-1.
002860     03  FILLER               PIC X(40)  VALUE
002870         "DSQABJCO COMPLIANCE EVIDENCE PACKAGES".
002880     03  FILLER               PIC X(10)  VALUE "RUN DATE: ".
002890     03  EVH-RUN-DATE         PIC 9(08).
002900     03  FILLER               PIC X(74)  VALUE SPACES.
002910 01  WS-CARD-LINE.
002920     03  FILLER               PIC X(25)  VALUE
002930         "EVIDENCE REQUEST - QUERY ".
002940     03  ECL-QUERY            PIC X(18).
002950     03  FILLER               PIC X(06)  VALUE " FROM ".
002960     03  ECL-FROM-DATE        PIC 9(08).
002970     03  FILLER               PIC X(06)  VALUE " THRU ".
002980     03  ECL-THRU-DATE        PIC 9(08).
002990     03  FILLER               PIC X(61)  VALUE SPACES.
003000 01  WS-REJECT-LINE.
003010     03  FILLER               PIC X(24)  VALUE
003020         "REQUEST CARD REJECTED - ".
003030     03  ERL-REASON           PIC X(40).
003040     03  FILLER               PIC X(07)  VALUE " CARD: ".
003050     03  ERL-CARD             PIC X(61).
003060 01  WS-PACKAGE-LINE.
003070     03  FILLER               PIC X(25)  VALUE
003080         "EVIDENCE PACKAGE - QUERY ".
003090     03  EPL-QUERY            PIC X(18).
003100     03  FILLER               PIC X(14)  VALUE " DATASET DATE ".
003110     03  EPL-DATE             PIC 9(08).
003120     03  FILLER               PIC X(67)  VALUE SPACES.
003130 01  WS-NO-RECORD-LINE.
003140     03  FILLER               PIC X(15)  VALUE
003150         "  DATASET DATE ".
003160     03  ENR-DATE             PIC 9(08).
003170     03  FILLER               PIC X(30)  VALUE
003180         " - NO RECORD IN ANY SOURCE (NO".
003190     03  FILLER               PIC X(30)  VALUE
003200         "T SCHEDULED OR NEVER RUN)     ".
003210     03  FILLER               PIC X(49)  VALUE SPACES.
003220 01  WS-AUDIT-LINE.
003230     03  FILLER               PIC X(04)  VALUE SPACES.
003240     03  EAL-STAMP            PIC X(17).
003250     03  FILLER               PIC X(02)  VALUE SPACES.
003260     03  FILLER               PIC X(03)  VALUE "RC ".
003270     03  EAL-RETURN-CODE      PIC -ZZ9.
003280     03  FILLER               PIC X(02)  VALUE SPACES.
003290     03  EAL-COMMAND-TEXT     PIC X(100).
003300 01  WS-AUDIT-CONT-LINE.
003310     03  FILLER               PIC X(32)  VALUE SPACES.
003320     03  EAC-COMMAND-TEXT     PIC X(20).
003330     03  FILLER               PIC X(80)  VALUE SPACES.
003340 01  WS-ARCHIVE-LINE.
003350     03  FILLER               PIC X(04)  VALUE SPACES.
003360     03  EAR-DSNAME           PIC X(50).
003370     03  FILLER               PIC X(02)  VALUE SPACES.
003380     03  FILLER               PIC X(05)  VALUE "ROWS ".
003390     03  EAR-ROWS             PIC ZZZZZZZ9.
003400     03  FILLER               PIC X(63)  VALUE SPACES.
003410 01  WS-DIST-LINE.
003420     03  FILLER               PIC X(04)  VALUE SPACES.
003430     03  EDL-RECIPIENT        PIC X(08).
003440     03  FILLER               PIC X(02)  VALUE SPACES.
003450     03  EDL-STATUS           PIC X(16).
003460     03  FILLER               PIC X(02)  VALUE SPACES.
003470     03  EDL-STAMP            PIC X(17).
003480     03  FILLER               PIC X(02)  VALUE SPACES.
003490     03  EDL-BUNDLE-DSNAME    PIC X(44).
003500     03  FILLER               PIC X(02)  VALUE SPACES.
003510     03  FILLER               PIC X(06)  VALUE "LINES ".
003520     03  EDL-LINES            PIC ZZZZZZZ9.
003531     03  FILLER               PIC X(02)  VALUE SPACES.
003533     03  EDL-RULE-TEXT        PIC X(17).
003535     03  FILLER               PIC X(02)  VALUE SPACES.
003540 01  WS-EXPORT-LINE.
003550     03  FILLER               PIC X(04)  VALUE SPACES.
003560     03  EXL-DSNAME           PIC X(50).
003570     03  FILLER               PIC X(02)  VALUE SPACES.
003580     03  FILLER               PIC X(05)  VALUE "ROWS ".
003590     03  EXL-ROWS             PIC ZZZZZZZ9.
003600     03  FILLER               PIC X(02)  VALUE SPACES.
003610     03  FILLER               PIC X(08)  VALUE "WRITTEN ".
003620     03  EXL-STAMP            PIC X(17).
003630     03  FILLER               PIC X(36)  VALUE SPACES.
003640 01  WS-ACK-LINE.
003650     03  FILLER               PIC X(04)  VALUE SPACES.
003660     03  EKL-DISPOSITION      PIC X(24).
003670     03  FILLER               PIC X(02)  VALUE SPACES.
003680     03  FILLER               PIC X(05)  VALUE "SENT ".
003690     03  EKL-SENT-ROWS        PIC ZZZZZZZ9.
003700     03  FILLER               PIC X(02)  VALUE SPACES.
003710     03  FILLER               PIC X(06)  VALUE "ACKED ".
003720     03  EKL-ACK-ROWS         PIC ZZZZZZZ9.
003730     03  FILLER               PIC X(02)  VALUE SPACES.
003740     03  FILLER               PIC X(04)  VALUE "AGE ".
003750     03  EKL-AGE-DAYS         PIC ZZZZ9.
003760     03  FILLER               PIC X(02)  VALUE SPACES.
003770     03  FILLER               PIC X(03)  VALUE "AT ".
003780     03  EKL-STAMP            PIC X(17).
003790     03  FILLER               PIC X(40)  VALUE SPACES.
003800 01  WS-GAP-LINE.
003810     03  FILLER               PIC X(04)  VALUE SPACES.
003820     03  EGL-TEXT             PIC X(60).
003830     03  FILLER               PIC X(68)  VALUE SPACES.
003840 01  WS-CARD-TOTAL-LINE.
003850     03  FILLER               PIC X(02)  VALUE SPACES.
003860     03  ECT-NIGHTS           PIC ZZ9.
003870     03  FILLER               PIC X(18)  VALUE
003880         " NIGHTS IN RANGE, ".
003890     03  ECT-PACKAGES         PIC ZZ9.
003900     03  FILLER               PIC X(11)  VALUE " PACKAGES, ".
003910     03  ECT-GAPPED           PIC ZZ9.
003920     03  FILLER               PIC X(12)  VALUE " WITH GAPS, ".
003930     03  ECT-GAPS             PIC ZZZZ9.
003940     03  FILLER               PIC X(14)  VALUE " GAPS IN ALL, ".
003950     03  ECT-NO-RECORD        PIC ZZ9.
003960     03  FILLER               PIC X(22)  VALUE
003970         " NIGHTS WITH NO RECORD".
003980     03  FILLER               PIC X(36)  VALUE SPACES.
003990 01  WS-TOTAL-LINE.
004000     03  ETL-CARDS            PIC ZZZZ9.
004010     03  FILLER               PIC X(16)  VALUE
004020         " REQUEST CARDS, ".
004030     03  ETL-REJECTED         PIC ZZZZ9.
004040     03  FILLER               PIC X(11)  VALUE " REJECTED, ".
004050     03  ETL-PACKAGES         PIC ZZZZ9.
004060     03  FILLER               PIC X(11)  VALUE " PACKAGES, ".
004070     03  ETL-GAPPED           PIC ZZZZ9.
004080     03  FILLER               PIC X(10)  VALUE " WITH GAPS".
004090     03  FILLER               PIC X(64)  VALUE SPACES.
004100 01  WS-SECTION-LINE          PIC X(132).
004110*
004120 PROCEDURE DIVISION.
004130*
004140 0000-MAINLINE.
004150     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
004160     PERFORM 2000-SERVE-REQUESTS   THRU 2000-EXIT.
004170     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
004180     STOP RUN.
004190*
004200*****************************************************************
004210* INITIALIZE - OPEN THE CARDS AND THE REPORT.  THE SOURCES ARE
004220* OPENED AND CLOSED AGAIN FOR EACH CARD.
004230*****************************************************************
004240 1000-INITIALIZE.
004250     OPEN INPUT  REQUEST-FILE.
004260     OPEN OUTPUT EVIDENCE-REPORT.
004270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004280     MOVE WS-RUN-DATE TO EVH-RUN-DATE.
004290     WRITE EVIDENCE-REPORT-LINE FROM WS-HEADING-1.
004300 1000-EXIT.
004310     EXIT.
004320*
004330*****************************************************************
004340* SERVE-REQUESTS - ONE PASS OF THE SOURCES PER REQUEST CARD.  A
004350* RUN WITH NO CARDS AT ALL IS TREATED AS A REJECTED REQUEST - THE
004360* ANALYST ASKED FOR NOTHING AND GOT NOTHING.
004370*****************************************************************
004380 2000-SERVE-REQUESTS.
004390     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
004400     IF REQUEST-EOF
004410         WRITE EVIDENCE-REPORT-LINE FROM WS-BLANK-LINE
004420         MOVE "NO EVIDENCE REQUEST CARDS ON EVIDREQ" TO
004430             WS-SECTION-LINE
004440         WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE
004450         ADD 1 TO WS-REJECT-COUNT
004460     END-IF.
004470     PERFORM 2200-SERVE-ONE-REQUEST THRU 2200-EXIT
004480         UNTIL REQUEST-EOF.
004490     CLOSE REQUEST-FILE.
004500 2000-EXIT.
004510     EXIT.
004520*
004530 2100-READ-REQUEST.
004540     READ REQUEST-FILE
004550         AT END
004560             SET REQUEST-EOF TO TRUE
004570     END-READ.
004580 2100-EXIT.
004590     EXIT.
004600*
004610 2200-SERVE-ONE-REQUEST.
004620     ADD 1 TO WS-CARD-COUNT.
004630     WRITE EVIDENCE-REPORT-LINE FROM WS-BLANK-LINE.
004640     PERFORM 2300-EDIT-REQUEST THRU 2300-EXIT.
004650     IF CARD-REJECTED
004660         MOVE WS-REJECT-REASON TO ERL-REASON
004670         MOVE REQUEST-RECORD TO ERL-CARD
004680         WRITE EVIDENCE-REPORT-LINE FROM WS-REJECT-LINE
004690         ADD 1 TO WS-REJECT-COUNT
004700         GO TO 2200-ADVANCE
004710     END-IF.
004720     MOVE WS-CARD-QUERY TO ECL-QUERY.
004730     MOVE WS-FROM-DATE TO ECL-FROM-DATE.
004740     MOVE WS-THRU-DATE TO ECL-THRU-DATE.
004750     WRITE EVIDENCE-REPORT-LINE FROM WS-CARD-LINE.
004760     PERFORM 2500-CLEAR-NIGHTS     THRU 2500-EXIT.
004770     PERFORM 3000-SCAN-AUDIT-HISTORY THRU 3000-EXIT.
004780     PERFORM 3200-SCAN-ARCHIVE-INDEX THRU 3200-EXIT.
004790     PERFORM 3400-SCAN-DISTRIBUTION THRU 3400-EXIT.
004800     PERFORM 3600-SCAN-MANIFEST    THRU 3600-EXIT.
004810     PERFORM 3800-SCAN-ACK-RESULTS THRU 3800-EXIT.
004820     PERFORM 4000-PRINT-PACKAGES   THRU 4000-EXIT.
004830 2200-ADVANCE.
004840     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
004850 2200-EXIT.
004860     EXIT.
004870*
004880*****************************************************************
004890* EDIT-REQUEST - THE QUERY NAME MUST BE GIVEN, BOTH DATES MUST BE
004900* REAL CALENDAR DATES IN ORDER, AND THE RANGE MUST NOT RUN PAST
004910* WS-NIGHT-LIMIT NIGHTS.  A BAD CARD IS LISTED AND PASSED OVER;
004920* THE REST OF THE CARDS ARE STILL SERVED.
004930*****************************************************************
004940 2300-EDIT-REQUEST.
004950     MOVE "N" TO WS-CARD-SW.
004960     IF EVQ-QUERY-NAME = SPACES
004970         MOVE "QUERY NAME MISSING" TO WS-REJECT-REASON
004980         SET CARD-REJECTED TO TRUE
004990         GO TO 2300-EXIT
005000     END-IF.
005010     MOVE EVQ-QUERY-NAME TO WS-CARD-QUERY.
005020     MOVE EVQ-FROM-DATE TO WS-CHECK-DATE-X.
005030     PERFORM 2350-EDIT-ONE-DATE THRU 2350-EXIT.
005040     IF NOT DATE-VALID
005050         MOVE "FROM DATE NOT A VALID YYYYMMDD" TO WS-REJECT-REASON
005060         SET CARD-REJECTED TO TRUE
005070         GO TO 2300-EXIT
005080     END-IF.
005090     MOVE WS-CHECK-DATE TO WS-FROM-DATE.
005100     IF EVQ-THRU-DATE NOT = SPACES
005110         MOVE EVQ-THRU-DATE TO WS-CHECK-DATE-X
005120         PERFORM 2350-EDIT-ONE-DATE THRU 2350-EXIT
005130         IF NOT DATE-VALID
005140             MOVE "THRU DATE NOT A VALID YYYYMMDD" TO
005150                 WS-REJECT-REASON
005160             SET CARD-REJECTED TO TRUE
005170             GO TO 2300-EXIT
005180         END-IF
005190     END-IF.
005200     MOVE WS-CHECK-DATE TO WS-THRU-DATE.
005210     IF WS-THRU-DATE < WS-FROM-DATE
005220         MOVE "THRU DATE BEFORE FROM DATE" TO WS-REJECT-REASON
005230         SET CARD-REJECTED TO TRUE
005240         GO TO 2300-EXIT
005250     END-IF.
005260     COMPUTE WS-FROM-DAY = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
005270     COMPUTE WS-THRU-DAY = FUNCTION INTEGER-OF-DATE(WS-THRU-DATE).
005280     COMPUTE WS-NIGHT-COUNT = WS-THRU-DAY - WS-FROM-DAY + 1.
005290     IF WS-NIGHT-COUNT > WS-NIGHT-LIMIT
005300         MOVE "RANGE SPANS MORE THAN 366 NIGHTS" TO
005310             WS-REJECT-REASON
005320         SET CARD-REJECTED TO TRUE
005330     END-IF.
005340 2300-EXIT.
005350     EXIT.
005360*
005370*****************************************************************
005380* EDIT-ONE-DATE - PROVES WS-CHECK-DATE A REAL CALENDAR DATE.  THE
005390* RANGE TESTS KEEP A BAD MONTH OR DAY AWAY FROM THE DATE
005400* FUNCTIONS; THE ROUND TRIP THROUGH THE DAY NUMBER THEN CATCHES A
005410* DAY PAST THE END OF ITS MONTH.
005420*****************************************************************
005430 2350-EDIT-ONE-DATE.
005440     MOVE "N" TO WS-DATE-VALID-SW.
005450     IF WS-CHECK-DATE-X NOT NUMERIC
005460         GO TO 2350-EXIT
005470     END-IF.
005480     IF WS-CK-YYYY < 1601
005490         OR WS-CK-MM < 1 OR WS-CK-MM > 12
005500         OR WS-CK-DD < 1 OR WS-CK-DD > 31
005510         GO TO 2350-EXIT
005520     END-IF.
005530     COMPUTE WS-DAY-NUMBER =
005540         FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
005550     IF WS-DAY-NUMBER > ZERO
005560         AND FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
005570             = WS-CHECK-DATE
005580         SET DATE-VALID TO TRUE
005590     END-IF.
005600 2350-EXIT.
005610     EXIT.
005620*
005630*****************************************************************
005640* CLEAR-NIGHTS - EMPTIES THE NIGHT AND ITEM TABLES AND DATES EACH
005650* NIGHT OF THE CARD'S RANGE.
005660*****************************************************************
005670 2500-CLEAR-NIGHTS.
005680     MOVE SPACES TO WS-NIGHT-TABLE.
005690     MOVE ZERO TO WS-AUDIT-COUNT WS-DIST-COUNT.
005700     MOVE ZERO TO WS-CARD-PACKAGES WS-CARD-GAPPED WS-CARD-GAPS
005710         WS-CARD-NO-RECORD.
005720     PERFORM 2550-DATE-ONE-NIGHT THRU 2550-EXIT
005730         VARYING WS-NIGHT-SUB FROM 1 BY 1
005740         UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.
005750 2500-EXIT.
005760     EXIT.
005770*
005780 2550-DATE-ONE-NIGHT.
005790     COMPUTE NT-DATE(WS-NIGHT-SUB) =
005800         FUNCTION DATE-OF-INTEGER(WS-FROM-DAY + WS-NIGHT-SUB - 1).
005810 2550-EXIT.
005820     EXIT.
005830*
005840*****************************************************************
005850* SCAN-AUDIT-HISTORY - TAKES EVERY AUDIT RECORD FOR THE CARD'S
005860* QUERY INSIDE THE RANGE, AND NOTES ON ITS NIGHT WHICH COMMANDS
005870* WERE TRIED AND WHICH CAME BACK CLEAN.  THE SESSION'S START AND
005880* EXIT CARRY NO PAIR AND ARE NOT PART OF ANY PACKAGE.
005890*****************************************************************
005900 3000-SCAN-AUDIT-HISTORY.
005910     OPEN INPUT AUDIT-HISTORY-FILE.
005920     MOVE "N" TO WS-SOURCE-EOF-SW.
005930     PERFORM 3050-READ-AUDIT-HISTORY THRU 3050-EXIT.
005940     PERFORM 3100-TAKE-ONE-AUDIT THRU 3100-EXIT
005950         UNTIL SOURCE-EOF.
005960     CLOSE AUDIT-HISTORY-FILE.
005970 3000-EXIT.
005980     EXIT.
005990*
006000 3050-READ-AUDIT-HISTORY.
006010     READ AUDIT-HISTORY-FILE
006020         AT END
006030             SET SOURCE-EOF TO TRUE
006040     END-READ.
006050 3050-EXIT.
006060     EXIT.
006070*
006080 3100-TAKE-ONE-AUDIT.
006090     IF AUH-QUERY-NAME NOT = WS-CARD-QUERY
006100         GO TO 3100-ADVANCE
006110     END-IF.
006120     MOVE AUH-DATASET-DATE TO WS-MATCH-DATE.
006130     PERFORM 5000-LOCATE-NIGHT THRU 5000-EXIT.
006140     IF WS-NIGHT-SUB = ZERO
006150         GO TO 3100-ADVANCE
006160     END-IF.
006170     IF WS-AUDIT-COUNT NOT < WS-AUDIT-MAX
006180         CLOSE AUDIT-HISTORY-FILE
006190         DISPLAY "DSQABJCO - MORE THAN 3000 AUDIT RECORDS FOR "
006200             WS-CARD-QUERY " - NARROW THE DATE RANGE"
006210         MOVE 121 TO WS-ABEND-CODE
006220         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
006230     END-IF.
006240     ADD 1 TO WS-AUDIT-COUNT.
006250     MOVE WS-NIGHT-SUB TO AI-NIGHT(WS-AUDIT-COUNT).
006260     MOVE AUH-TIMESTAMP TO AI-TIMESTAMP(WS-AUDIT-COUNT).
006270     MOVE AUH-RETURN-CODE TO AI-RETURN-CODE(WS-AUDIT-COUNT).
006280     MOVE AUH-COMMAND-TEXT TO AI-COMMAND-TEXT(WS-AUDIT-COUNT).
006290     EVALUATE TRUE
006300         WHEN AUH-COMMAND-TEXT(1:10) = "RUN QUERY "
006310             SET NT-RUN-TRIED(WS-NIGHT-SUB) TO TRUE
006320             IF AUH-RETURN-CODE = ZERO
006330                 SET NT-RUN-OK(WS-NIGHT-SUB) TO TRUE
006340             END-IF
006350         WHEN AUH-COMMAND-TEXT(1:10) = "SET GLOBAL"
006360             SET NT-SETG-SEEN(WS-NIGHT-SUB) TO TRUE
006370         WHEN AUH-COMMAND-TEXT(1:12) = "PRINT REPORT"
006380             SET NT-PRINT-TRIED(WS-NIGHT-SUB) TO TRUE
006390             IF AUH-RETURN-CODE = ZERO
006400                 SET NT-PRINT-OK(WS-NIGHT-SUB) TO TRUE
006410             END-IF
006420         WHEN AUH-COMMAND-TEXT(1:11) = "EXPORT DATA"
006430             SET NT-EXPORT-TRIED(WS-NIGHT-SUB) TO TRUE
006440             IF AUH-RETURN-CODE = ZERO
006450                 SET NT-EXPORT-OK(WS-NIGHT-SUB) TO TRUE
006460             END-IF
006470     END-EVALUATE.
006480 3100-ADVANCE.
006490     PERFORM 3050-READ-AUDIT-HISTORY THRU 3050-EXIT.
006500 3100-EXIT.
006510     EXIT.
006520*
006530*****************************************************************
006540* SCAN-ARCHIVE-INDEX - THE ARCHIVED REPORT FOR EACH NIGHT.
006550*****************************************************************
006560 3200-SCAN-ARCHIVE-INDEX.
006570     OPEN INPUT ARCHIVE-INDEX.
006580     MOVE "N" TO WS-SOURCE-EOF-SW.
006590     PERFORM 3250-READ-ARCHIVE-INDEX THRU 3250-EXIT.
006600     PERFORM 3300-TAKE-ONE-ARCHIVE THRU 3300-EXIT
006610         UNTIL SOURCE-EOF.
006620     CLOSE ARCHIVE-INDEX.
006630 3200-EXIT.
006640     EXIT.
006650*
006660 3250-READ-ARCHIVE-INDEX.
006670     READ ARCHIVE-INDEX
006680         AT END
006690             SET SOURCE-EOF TO TRUE
006700     END-READ.
006710 3250-EXIT.
006720     EXIT.
006730*
006740 3300-TAKE-ONE-ARCHIVE.
006750     IF IDX-QUERY-NAME NOT = WS-CARD-QUERY
006760         GO TO 3300-ADVANCE
006770     END-IF.
006780     MOVE IDX-DATASET-DATE TO WS-MATCH-DATE.
006790     PERFORM 5000-LOCATE-NIGHT THRU 5000-EXIT.
006800     IF WS-NIGHT-SUB = ZERO
006810         GO TO 3300-ADVANCE
006820     END-IF.
006830     SET NT-ARCHIVED(WS-NIGHT-SUB) TO TRUE.
006840     MOVE IDX-ARCHIVE-DSNAME TO NT-ARCH-DSNAME(WS-NIGHT-SUB).
006850     MOVE IDX-ROW-COUNT TO NT-ARCH-ROWS(WS-NIGHT-SUB).
006860 3300-ADVANCE.
006870     PERFORM 3250-READ-ARCHIVE-INDEX THRU 3250-EXIT.
006880 3300-EXIT.
006890     EXIT.
006900*
006910*****************************************************************
006920* SCAN-DISTRIBUTION - EVERY DISTRIBUTION RECORD FOR THE QUERY:
006930* BUNDLED TO A RECIPIENT, ARCHIVE MISSING, OR NOT ROUTED.
006940*****************************************************************
006950 3400-SCAN-DISTRIBUTION.
006960     OPEN INPUT DISTRIBUTION-FILE.
006970     MOVE "N" TO WS-SOURCE-EOF-SW.
006980     PERFORM 3450-READ-DISTRIBUTION THRU 3450-EXIT.
006990     PERFORM 3500-TAKE-ONE-DISTRIBUTION THRU 3500-EXIT
007000         UNTIL SOURCE-EOF.
007010     CLOSE DISTRIBUTION-FILE.
007020 3400-EXIT.
007030     EXIT.
007040*
007050 3450-READ-DISTRIBUTION.
007060     READ DISTRIBUTION-FILE
007070         AT END
007080             SET SOURCE-EOF TO TRUE
007090     END-READ.
007100 3450-EXIT.
007110     EXIT.
007120*
007130 3500-TAKE-ONE-DISTRIBUTION.
007140     IF DST-QUERY-NAME NOT = WS-CARD-QUERY
007150         GO TO 3500-ADVANCE
007160     END-IF.
007170     MOVE DST-DATASET-DATE TO WS-MATCH-DATE.
007180     PERFORM 5000-LOCATE-NIGHT THRU 5000-EXIT.
007190     IF WS-NIGHT-SUB = ZERO
007200         GO TO 3500-ADVANCE
007210     END-IF.
007220     IF WS-DIST-COUNT NOT < WS-DIST-MAX
007230         CLOSE DISTRIBUTION-FILE
007240         DISPLAY "DSQABJCO - MORE THAN 2000 DISTRIBUTION RECORDS "
007250             "FOR " WS-CARD-QUERY " - NARROW THE DATE RANGE"
007260         MOVE 121 TO WS-ABEND-CODE
007270         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
007280     END-IF.
007290     ADD 1 TO WS-DIST-COUNT.
007300     MOVE WS-NIGHT-SUB TO DI-NIGHT(WS-DIST-COUNT).
007310     MOVE DST-RECIPIENT-ID TO DI-RECIPIENT(WS-DIST-COUNT).
007320     MOVE DST-STATUS TO DI-STATUS(WS-DIST-COUNT).
007330     MOVE DST-DIST-DATE TO DI-DATE(WS-DIST-COUNT).
007340     MOVE DST-DIST-TIME TO DI-TIME(WS-DIST-COUNT).
007350     MOVE DST-BUNDLE-DSNAME TO DI-BUNDLE-DSNAME(WS-DIST-COUNT).
007360     MOVE DST-LINE-COUNT TO DI-LINE-COUNT(WS-DIST-COUNT).
007365     MOVE DST-RULE-SET TO DI-RULE-SET(WS-DIST-COUNT).
007370 3500-ADVANCE.
007380     PERFORM 3450-READ-DISTRIBUTION THRU 3450-EXIT.
007390 3500-EXIT.
007400     EXIT.
007410*
007420*****************************************************************
007430* SCAN-MANIFEST - THE EXPORT TRANSMITTED FOR EACH NIGHT.
007440*****************************************************************
007450 3600-SCAN-MANIFEST.
007460     OPEN INPUT MANIFEST-FILE.
007470     MOVE "N" TO WS-SOURCE-EOF-SW.
007480     PERFORM 3650-READ-MANIFEST THRU 3650-EXIT.
007490     PERFORM 3700-TAKE-ONE-MANIFEST THRU 3700-EXIT
007500         UNTIL SOURCE-EOF.
007510     CLOSE MANIFEST-FILE.
007520 3600-EXIT.
007530     EXIT.
007540*
007550 3650-READ-MANIFEST.
007560     READ MANIFEST-FILE
007570         AT END
007580             SET SOURCE-EOF TO TRUE
007590     END-READ.
007600 3650-EXIT.
007610     EXIT.
007620*
007630 3700-TAKE-ONE-MANIFEST.
007640     IF MAN-QUERY-NAME NOT = WS-CARD-QUERY
007650         GO TO 3700-ADVANCE
007660     END-IF.
007670     MOVE MAN-DATASET-DATE TO WS-MATCH-DATE.
007680     PERFORM 5000-LOCATE-NIGHT THRU 5000-EXIT.
007690     IF WS-NIGHT-SUB = ZERO
007700         GO TO 3700-ADVANCE
007710     END-IF.
007720     SET NT-ON-MANIFEST(WS-NIGHT-SUB) TO TRUE.
007730     MOVE MAN-EXPORT-DSNAME TO NT-EXP-DSNAME(WS-NIGHT-SUB).
007740     MOVE MAN-ROW-COUNT TO NT-EXP-ROWS(WS-NIGHT-SUB).
007750     MOVE MAN-RUN-DATE TO NT-EXP-DATE(WS-NIGHT-SUB).
007760     MOVE MAN-RUN-TIME TO NT-EXP-TIME(WS-NIGHT-SUB).
007770 3700-ADVANCE.
007780     PERFORM 3650-READ-MANIFEST THRU 3650-EXIT.
007790 3700-EXIT.
007800     EXIT.
007810*
007820*****************************************************************
007830* SCAN-ACK-RESULTS - THE LATEST ACKNOWLEDGMENT DISPOSITION FOR
007840* EACH NIGHT'S EXPORT.
007850*****************************************************************
007860 3800-SCAN-ACK-RESULTS.
007870     OPEN INPUT ACK-RESULT-FILE.
007880     MOVE "N" TO WS-SOURCE-EOF-SW.
007890     PERFORM 3850-READ-ACK-RESULT THRU 3850-EXIT.
007900     PERFORM 3900-TAKE-ONE-ACK-RESULT THRU 3900-EXIT
007910         UNTIL SOURCE-EOF.
007920     CLOSE ACK-RESULT-FILE.
007930 3800-EXIT.
007940     EXIT.
007950*
007960 3850-READ-ACK-RESULT.
007970     READ ACK-RESULT-FILE
007980         AT END
007990             SET SOURCE-EOF TO TRUE
008000     END-READ.
008010 3850-EXIT.
008020     EXIT.
008030*
008040 3900-TAKE-ONE-ACK-RESULT.
008050     IF ACKR-QUERY-NAME NOT = WS-CARD-QUERY
008060         GO TO 3900-ADVANCE
008070     END-IF.
008080     MOVE ACKR-DATASET-DATE TO WS-MATCH-DATE.
008090     PERFORM 5000-LOCATE-NIGHT THRU 5000-EXIT.
008100     IF WS-NIGHT-SUB = ZERO
008110         GO TO 3900-ADVANCE
008120     END-IF.
008130     IF NT-ACK-SEEN(WS-NIGHT-SUB)
008140         AND ACKR-TIMESTAMP < NT-ACK-STAMP(WS-NIGHT-SUB)
008150         GO TO 3900-ADVANCE
008160     END-IF.
008170     SET NT-ACK-SEEN(WS-NIGHT-SUB) TO TRUE.
008180     MOVE ACKR-DISPOSITION TO NT-ACK-DISP(WS-NIGHT-SUB).
008190     MOVE ACKR-SENT-ROWS TO NT-ACK-SENT(WS-NIGHT-SUB).
008200     MOVE ACKR-ACK-ROWS TO NT-ACK-ROWS(WS-NIGHT-SUB).
008210     MOVE ACKR-AGE-DAYS TO NT-ACK-AGE(WS-NIGHT-SUB).
008220     MOVE ACKR-TIMESTAMP TO NT-ACK-STAMP(WS-NIGHT-SUB).
008230 3900-ADVANCE.
008240     PERFORM 3850-READ-ACK-RESULT THRU 3850-EXIT.
008250 3900-EXIT.
008260     EXIT.
008270*
008280*****************************************************************
008290* PRINT-PACKAGES - ONE PACKAGE PER NIGHT OF THE RANGE, OLDEST
008300* FIRST, THEN THE CARD'S TOTALS.
008310*****************************************************************
008320 4000-PRINT-PACKAGES.
008330     PERFORM 4100-PRINT-ONE-NIGHT THRU 4100-EXIT
008340         VARYING WS-NIGHT-SUB FROM 1 BY 1
008350         UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.
008360     WRITE EVIDENCE-REPORT-LINE FROM WS-BLANK-LINE.
008370     MOVE WS-NIGHT-COUNT TO ECT-NIGHTS.
008380     MOVE WS-CARD-PACKAGES TO ECT-PACKAGES.
008390     MOVE WS-CARD-GAPPED TO ECT-GAPPED.
008400     MOVE WS-CARD-GAPS TO ECT-GAPS.
008410     MOVE WS-CARD-NO-RECORD TO ECT-NO-RECORD.
008420     WRITE EVIDENCE-REPORT-LINE FROM WS-CARD-TOTAL-LINE.
008430 4000-EXIT.
008440     EXIT.
008450*
008460 4100-PRINT-ONE-NIGHT.
008470     IF NOT NT-HAS-RECORD(WS-NIGHT-SUB)
008480         MOVE NT-DATE(WS-NIGHT-SUB) TO ENR-DATE
008490         WRITE EVIDENCE-REPORT-LINE FROM WS-NO-RECORD-LINE
008500         ADD 1 TO WS-CARD-NO-RECORD
008510         GO TO 4100-EXIT
008520     END-IF.
008530     ADD 1 TO WS-CARD-PACKAGES WS-PACKAGE-COUNT.
008540     WRITE EVIDENCE-REPORT-LINE FROM WS-BLANK-LINE.
008550     MOVE WS-CARD-QUERY TO EPL-QUERY.
008560     MOVE NT-DATE(WS-NIGHT-SUB) TO EPL-DATE.
008570     WRITE EVIDENCE-REPORT-LINE FROM WS-PACKAGE-LINE.
008580     PERFORM 4200-PRINT-AUDIT      THRU 4200-EXIT.
008590     PERFORM 4300-PRINT-ARCHIVE    THRU 4300-EXIT.
008600     PERFORM 4400-PRINT-DISTRIBUTION THRU 4400-EXIT.
008610     PERFORM 4500-PRINT-EXPORT     THRU 4500-EXIT.
008620     PERFORM 4600-PRINT-ACK        THRU 4600-EXIT.
008630     PERFORM 4700-PRINT-GAPS       THRU 4700-EXIT.
008640 4100-EXIT.
008650     EXIT.
008660*
008670*****************************************************************
008680* PRINT-AUDIT - THE COMMANDS ISSUED FOR THE PAIR THAT NIGHT, IN
008690* ORDER, WITH THEIR RETURN CODES.  THE SET GLOBAL LINE CARRIES
008700* THE NAME=VALUE LIST SENT; TEXT PAST COLUMN 100 OF THE COMMAND
008710* GOES ON A CONTINUATION LINE.
008720*****************************************************************
008730 4200-PRINT-AUDIT.
008740     MOVE "  RUN AND SET GLOBAL VALUES (AUDIT HISTORY)" TO
008750         WS-SECTION-LINE.
008760     WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE.
008770     MOVE ZERO TO WS-PKG-AUDIT-COUNT.
008780     PERFORM 4250-PRINT-ONE-AUDIT THRU 4250-EXIT
008790         VARYING WS-ITEM-SUB FROM 1 BY 1
008800         UNTIL WS-ITEM-SUB > WS-AUDIT-COUNT.
008810     IF WS-PKG-AUDIT-COUNT = ZERO
008820         MOVE "    NONE" TO WS-SECTION-LINE
008830         WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE
008840     END-IF.
008850 4200-EXIT.
008860     EXIT.
008870*
008880 4250-PRINT-ONE-AUDIT.
008890     IF AI-NIGHT(WS-ITEM-SUB) NOT = WS-NIGHT-SUB
008900         GO TO 4250-EXIT
008910     END-IF.
008920     ADD 1 TO WS-PKG-AUDIT-COUNT.
008930     MOVE AI-DATE(WS-ITEM-SUB) TO WS-FMT-DATE.
008940     MOVE AI-TIME(WS-ITEM-SUB) TO WS-FMT-TIME.
008950     PERFORM 6900-FORMAT-STAMP THRU 6900-EXIT.
008960     MOVE WS-FMT-STAMP TO EAL-STAMP.
008970     MOVE AI-RETURN-CODE(WS-ITEM-SUB) TO EAL-RETURN-CODE.
008980     MOVE AI-COMMAND-TEXT(WS-ITEM-SUB)(1:100) TO EAL-COMMAND-TEXT.
008990     WRITE EVIDENCE-REPORT-LINE FROM WS-AUDIT-LINE.
009000     IF AI-COMMAND-TEXT(WS-ITEM-SUB)(101:20) NOT = SPACES
009010         MOVE AI-COMMAND-TEXT(WS-ITEM-SUB)(101:20) TO
009020             EAC-COMMAND-TEXT
009030         WRITE EVIDENCE-REPORT-LINE FROM WS-AUDIT-CONT-LINE
009040     END-IF.
009050 4250-EXIT.
009060     EXIT.
009070*
009080 4300-PRINT-ARCHIVE.
009090     MOVE "  ARCHIVE (ARCHIVE INDEX)" TO WS-SECTION-LINE.
009100     WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE.
009110     IF NOT NT-ARCHIVED(WS-NIGHT-SUB)
009120         MOVE "    NONE" TO WS-SECTION-LINE
009130         WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE
009140         GO TO 4300-EXIT
009150     END-IF.
009160     MOVE NT-ARCH-DSNAME(WS-NIGHT-SUB) TO EAR-DSNAME.
009170     MOVE NT-ARCH-ROWS(WS-NIGHT-SUB) TO EAR-ROWS.
009180     WRITE EVIDENCE-REPORT-LINE FROM WS-ARCHIVE-LINE.
009190 4300-EXIT.
009200     EXIT.
009210*
009220*****************************************************************
009230* PRINT-DISTRIBUTION - EVERY RECIPIENT THE REPORT WENT TO, AND
009240* ANY NIGHT THE DISTRIBUTION STEP FOUND NO ARCHIVE OR NO ROUTE,
009245* OR SENT A "REPORT DELAYED" NOTICE IN PLACE OF THE REPORT.
009250*****************************************************************
009260 4400-PRINT-DISTRIBUTION.
009270     MOVE "  DISTRIBUTION (DSQABDCO LOG)" TO WS-SECTION-LINE.
009280     WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE.
009290     MOVE ZERO TO WS-PKG-DIST-COUNT WS-PKG-MISSING-COUNT
009300         WS-PKG-UNROUTED-COUNT WS-PKG-DELAYED-COUNT
009305         WS-PKG-HELD-COUNT.
009310     PERFORM 4450-PRINT-ONE-DISTRIBUTION THRU 4450-EXIT
009320         VARYING WS-ITEM-SUB FROM 1 BY 1
009330         UNTIL WS-ITEM-SUB > WS-DIST-COUNT.
009340     IF WS-PKG-DIST-COUNT = ZERO
009350         AND WS-PKG-MISSING-COUNT = ZERO
009360         AND WS-PKG-UNROUTED-COUNT = ZERO
009365         AND WS-PKG-DELAYED-COUNT = ZERO
009367         AND WS-PKG-HELD-COUNT = ZERO
009370         MOVE "    NONE" TO WS-SECTION-LINE
009380         WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE
009390     END-IF.
009400 4400-EXIT.
009410     EXIT.
009420*
009430 4450-PRINT-ONE-DISTRIBUTION.
009440     IF DI-NIGHT(WS-ITEM-SUB) NOT = WS-NIGHT-SUB
009450         GO TO 4450-EXIT
009460     END-IF.
009470     EVALUATE TRUE
009480         WHEN DI-BUNDLED(WS-ITEM-SUB)
009490             ADD 1 TO WS-PKG-DIST-COUNT
009500             MOVE "BUNDLED" TO EDL-STATUS
009510         WHEN DI-ARCHIVE-MISSING(WS-ITEM-SUB)
009520             ADD 1 TO WS-PKG-MISSING-COUNT
009530             MOVE "ARCHIVE MISSING" TO EDL-STATUS
009531         WHEN DI-DELAY-NOTICE(WS-ITEM-SUB)
009532             ADD 1 TO WS-PKG-DELAYED-COUNT
009533             MOVE "DELAY NOTICE" TO EDL-STATUS
009534         WHEN DI-BUNDLE-HELD(WS-ITEM-SUB)
009535             ADD 1 TO WS-PKG-HELD-COUNT
009536             MOVE "BUNDLE HELD" TO EDL-STATUS
009540         WHEN OTHER
009550             ADD 1 TO WS-PKG-UNROUTED-COUNT
009560             MOVE "NOT ROUTED" TO EDL-STATUS
009570     END-EVALUATE.
009580     MOVE DI-RECIPIENT(WS-ITEM-SUB) TO EDL-RECIPIENT.
009590     MOVE DI-DATE(WS-ITEM-SUB) TO WS-FMT-DATE.
009600     MOVE DI-TIME(WS-ITEM-SUB) TO WS-FMT-TIME.
009610     PERFORM 6900-FORMAT-STAMP THRU 6900-EXIT.
009620     MOVE WS-FMT-STAMP TO EDL-STAMP.
009630     MOVE DI-BUNDLE-DSNAME(WS-ITEM-SUB) TO EDL-BUNDLE-DSNAME.
009640     MOVE DI-LINE-COUNT(WS-ITEM-SUB) TO EDL-LINES.
009641     MOVE SPACES TO EDL-RULE-TEXT.
009642     IF DI-RULE-SET(WS-ITEM-SUB) NOT = SPACES
009643         STRING "RULE SET "             DELIMITED BY SIZE
009644                DI-RULE-SET(WS-ITEM-SUB) DELIMITED BY SPACE
009645                INTO EDL-RULE-TEXT
009646         END-STRING
009647     END-IF.
009650     WRITE EVIDENCE-REPORT-LINE FROM WS-DIST-LINE.
009660 4450-EXIT.
009670     EXIT.
009680*
009690 4500-PRINT-EXPORT.
009700     MOVE "  EXPORT (TRANSMITTAL MANIFEST)" TO WS-SECTION-LINE.
009710     WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE.
009720     IF NOT NT-ON-MANIFEST(WS-NIGHT-SUB)
009730         MOVE "    NONE" TO WS-SECTION-LINE
009740         WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE
009750         GO TO 4500-EXIT
009760     END-IF.
009770     MOVE NT-EXP-DSNAME(WS-NIGHT-SUB) TO EXL-DSNAME.
009780     MOVE NT-EXP-ROWS(WS-NIGHT-SUB) TO EXL-ROWS.
009790     MOVE NT-EXP-DATE(WS-NIGHT-SUB) TO WS-FMT-DATE.
009800     MOVE NT-EXP-TIME(WS-NIGHT-SUB) TO WS-FMT-TIME.
009810     PERFORM 6900-FORMAT-STAMP THRU 6900-EXIT.
009820     MOVE WS-FMT-STAMP TO EXL-STAMP.
009830     WRITE EVIDENCE-REPORT-LINE FROM WS-EXPORT-LINE.
009840 4500-EXIT.
009850     EXIT.
009860*
009870 4600-PRINT-ACK.
009880     MOVE "  ACKNOWLEDGMENT (DSQABACO RESULTS)" TO
009890         WS-SECTION-LINE.
009900     WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE.
009910     IF NOT NT-ACK-SEEN(WS-NIGHT-SUB)
009920         MOVE "    NONE" TO WS-SECTION-LINE
009930         WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE
009940         GO TO 4600-EXIT
009950     END-IF.
009960     EVALUATE TRUE
009970         WHEN NT-ACK-CLEARED(WS-NIGHT-SUB)
009980             MOVE "CLEARED" TO EKL-DISPOSITION
009990         WHEN NT-ACK-MISMATCHED(WS-NIGHT-SUB)
010000             MOVE "ROW COUNT MISMATCH" TO EKL-DISPOSITION
010010         WHEN NT-ACK-STRAY(WS-NIGHT-SUB)
010020             MOVE "MATCHES NO EXPORT" TO EKL-DISPOSITION
010030         WHEN NT-ACK-STILL-OPEN(WS-NIGHT-SUB)
010040             MOVE "STILL OPEN" TO EKL-DISPOSITION
010050         WHEN NT-ACK-AGED(WS-NIGHT-SUB)
010060             MOVE "AGED - OVERDUE" TO EKL-DISPOSITION
010070         WHEN OTHER
010080             MOVE NT-ACK-DISP(WS-NIGHT-SUB) TO EKL-DISPOSITION
010090     END-EVALUATE.
010100     MOVE NT-ACK-SENT(WS-NIGHT-SUB) TO EKL-SENT-ROWS.
010110     MOVE NT-ACK-ROWS(WS-NIGHT-SUB) TO EKL-ACK-ROWS.
010120     MOVE NT-ACK-AGE(WS-NIGHT-SUB) TO EKL-AGE-DAYS.
010130     MOVE NT-ACK-DATE(WS-NIGHT-SUB) TO WS-FMT-DATE.
010140     MOVE NT-ACK-TIME(WS-NIGHT-SUB) TO WS-FMT-TIME.
010150     PERFORM 6900-FORMAT-STAMP THRU 6900-EXIT.
010160     MOVE WS-FMT-STAMP TO EKL-STAMP.
010170     WRITE EVIDENCE-REPORT-LINE FROM WS-ACK-LINE.
010180 4600-EXIT.
010190     EXIT.
010200*
010210*****************************************************************
010220* PRINT-GAPS - WHAT THE PACKAGE CANNOT PROVE.  A RUN THAT CAME
010230* BACK EMPTY PRINTS AND EXPORTS NOTHING, SO WHEN THE QUERY RAN
010240* CLEAN AND NO PRINT, EXPORT, ARCHIVE, DISTRIBUTION OR
010250* ACKNOWLEDGMENT WAS EVER SEEN, NO REPORT WAS OWED AND NONE OF
010260* THE DELIVERY GAPS APPLY.  ANY TRACE OF A REPORT MAKES THE WHOLE
010270* DELIVERY CHAIN OWED.  THE NO-ROWS NOTE STANDS IN FOR "NONE".
010280*****************************************************************
010290 4700-PRINT-GAPS.
010300     MOVE "  GAPS" TO WS-SECTION-LINE.
010310     WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE.
010320     MOVE ZERO TO WS-PKG-GAP-COUNT.
010330     IF NOT NT-RUN-TRIED(WS-NIGHT-SUB)
010340         MOVE "NO RUN QUERY IN THE AUDIT HISTORY" TO WS-GAP-TEXT
010350         PERFORM 4790-WRITE-GAP THRU 4790-EXIT
010360     ELSE
010370         IF NOT NT-RUN-OK(WS-NIGHT-SUB)
010380             MOVE "RUN QUERY FAILED ON EVERY ATTEMPT" TO
010390                 WS-GAP-TEXT
010400             PERFORM 4790-WRITE-GAP THRU 4790-EXIT
010410         ELSE
010420             IF NOT NT-SETG-SEEN(WS-NIGHT-SUB)
010430                 MOVE "NO SET GLOBAL VALUES RECORDED FOR THE RUN"
010440                     TO WS-GAP-TEXT
010450                 PERFORM 4790-WRITE-GAP THRU 4790-EXIT
010460             END-IF
010470         END-IF
010480     END-IF.
010490     MOVE "N" TO WS-OWED-SW.
010500     IF NT-PRINT-TRIED(WS-NIGHT-SUB)
010510         OR NT-EXPORT-TRIED(WS-NIGHT-SUB)
010520         OR NT-ARCHIVED(WS-NIGHT-SUB)
010530         OR NT-ON-MANIFEST(WS-NIGHT-SUB)
010540         OR NT-ACK-SEEN(WS-NIGHT-SUB)
010550         OR WS-PKG-DIST-COUNT > ZERO
010560         OR WS-PKG-MISSING-COUNT > ZERO
010570         OR WS-PKG-UNROUTED-COUNT > ZERO
010575         OR WS-PKG-DELAYED-COUNT > ZERO
010577         OR WS-PKG-HELD-COUNT > ZERO
010580         SET REPORT-OWED TO TRUE
010590     END-IF.
010600     IF NOT REPORT-OWED
010610         IF NT-RUN-OK(WS-NIGHT-SUB)
010620             MOVE
010630                 "NO ROWS RETURNED - NO REPORT OR EXPORT WAS OWED"
010640                 TO EGL-TEXT
010650             WRITE EVIDENCE-REPORT-LINE FROM WS-GAP-LINE
010660         END-IF
010670         GO TO 4700-TALLY
010680     END-IF.
010690     PERFORM 4750-DELIVERY-GAPS THRU 4750-EXIT.
010700 4700-TALLY.
010710     IF WS-PKG-GAP-COUNT = ZERO
010720         IF REPORT-OWED OR NOT NT-RUN-OK(WS-NIGHT-SUB)
010730             MOVE "    NONE" TO WS-SECTION-LINE
010740             WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE
010750         END-IF
010760     ELSE
010770         ADD 1 TO WS-CARD-GAPPED WS-GAPPED-COUNT
010780         ADD WS-PKG-GAP-COUNT TO WS-CARD-GAPS
010790     END-IF.
010800 4700-EXIT.
010810     EXIT.
010820*
010830*****************************************************************
010840* DELIVERY-GAPS - THE ARCHIVE, DISTRIBUTION, EXPORT AND
010850* ACKNOWLEDGMENT LINKS OF A REPORT THAT WAS OWED.
010860*****************************************************************
010870 4750-DELIVERY-GAPS.
010880     IF NT-PRINT-TRIED(WS-NIGHT-SUB)
010890         AND NOT NT-PRINT-OK(WS-NIGHT-SUB)
010900         MOVE "PRINT REPORT FAILED ON EVERY ATTEMPT" TO
010910             WS-GAP-TEXT
010920         PERFORM 4790-WRITE-GAP THRU 4790-EXIT
010930     END-IF.
010940     IF NOT NT-ARCHIVED(WS-NIGHT-SUB)
010950         MOVE "REPORT NOT ON THE ARCHIVE INDEX" TO WS-GAP-TEXT
010960         PERFORM 4790-WRITE-GAP THRU 4790-EXIT
010970     ELSE
010980         IF WS-PKG-DIST-COUNT = ZERO
010985             AND WS-PKG-HELD-COUNT = ZERO
010990             MOVE "ARCHIVED BUT NEVER DISTRIBUTED" TO WS-GAP-TEXT
011000             PERFORM 4790-WRITE-GAP THRU 4790-EXIT
011010         END-IF
011020     END-IF.
011030     IF WS-PKG-MISSING-COUNT > ZERO
011040         MOVE "DISTRIBUTION FOUND NO ARCHIVE DATASET" TO
011050             WS-GAP-TEXT
011060         PERFORM 4790-WRITE-GAP THRU 4790-EXIT
011070     END-IF.
011080     IF WS-PKG-UNROUTED-COUNT > ZERO
011090         MOVE "REPORT NOT ROUTED TO ANY RECIPIENT" TO WS-GAP-TEXT
011100         PERFORM 4790-WRITE-GAP THRU 4790-EXIT
011110     END-IF.
011111     IF WS-PKG-HELD-COUNT > ZERO
011112         MOVE "BUNDLE HELD FOR WANT OF A REDACTION RULE" TO
011113             WS-GAP-TEXT
011114         PERFORM 4790-WRITE-GAP THRU 4790-EXIT
011115     END-IF.
011120     IF NT-EXPORT-TRIED(WS-NIGHT-SUB)
011130         AND NOT NT-EXPORT-OK(WS-NIGHT-SUB)
011140         MOVE "EXPORT DATA FAILED ON EVERY ATTEMPT" TO WS-GAP-TEXT
011150         PERFORM 4790-WRITE-GAP THRU 4790-EXIT
011160     END-IF.
011170     IF NOT NT-ON-MANIFEST(WS-NIGHT-SUB)
011180         MOVE "NO EXPORT ON THE TRANSMITTAL MANIFEST" TO
011190             WS-GAP-TEXT
011200         PERFORM 4790-WRITE-GAP THRU 4790-EXIT
011210         IF NT-ACK-SEEN(WS-NIGHT-SUB)
011220             MOVE "ACKNOWLEDGMENT MATCHES NO EXPORT" TO
011230                 WS-GAP-TEXT
011240             PERFORM 4790-WRITE-GAP THRU 4790-EXIT
011250         END-IF
011260         GO TO 4750-EXIT
011270     END-IF.
011280     IF NOT NT-ACK-SEEN(WS-NIGHT-SUB)
011290         MOVE "EXPORTED BUT NEVER ACKNOWLEDGED" TO WS-GAP-TEXT
011300         PERFORM 4790-WRITE-GAP THRU 4790-EXIT
011310         GO TO 4750-EXIT
011320     END-IF.
011330     EVALUATE TRUE
011340         WHEN NT-ACK-STILL-OPEN(WS-NIGHT-SUB)
011350             MOVE "EXPORT STILL AWAITING ACKNOWLEDGMENT" TO
011360                 WS-GAP-TEXT
011370             PERFORM 4790-WRITE-GAP THRU 4790-EXIT
011380         WHEN NT-ACK-AGED(WS-NIGHT-SUB)
011390             MOVE "EXPORT ACKNOWLEDGMENT OVERDUE (AGED)" TO
011400                 WS-GAP-TEXT
011410             PERFORM 4790-WRITE-GAP THRU 4790-EXIT
011420         WHEN NT-ACK-MISMATCHED(WS-NIGHT-SUB)
011430             MOVE "ACKNOWLEDGED ROW COUNT DOES NOT MATCH EXPORT"
011440                 TO WS-GAP-TEXT
011450             PERFORM 4790-WRITE-GAP THRU 4790-EXIT
011460         WHEN NT-ACK-STRAY(WS-NIGHT-SUB)
011470             MOVE "ACKNOWLEDGMENT MATCHES NO EXPORT" TO
011480                 WS-GAP-TEXT
011490             PERFORM 4790-WRITE-GAP THRU 4790-EXIT
011500     END-EVALUATE.
011510 4750-EXIT.
011520     EXIT.
011530*
011540 4790-WRITE-GAP.
011550     MOVE WS-GAP-TEXT TO EGL-TEXT.
011560     WRITE EVIDENCE-REPORT-LINE FROM WS-GAP-LINE.
011570     ADD 1 TO WS-PKG-GAP-COUNT.
011580 4790-EXIT.
011590     EXIT.
011600*
011610*****************************************************************
011620* LOCATE-NIGHT - THE NIGHT-TABLE SLOT FOR WS-MATCH-DATE, OR ZERO
011630* WHEN THE DATE IS OUTSIDE THE CARD'S RANGE OR NOT A REAL DATE.
011640* A FOUND NIGHT IS MARKED AS HAVING A RECORD.
011650*****************************************************************
011660 5000-LOCATE-NIGHT.
011670     MOVE ZERO TO WS-NIGHT-SUB.
011680     IF WS-MATCH-DATE NOT NUMERIC
011690         OR WS-MATCH-DATE < WS-FROM-DATE
011700         OR WS-MATCH-DATE > WS-THRU-DATE
011710         GO TO 5000-EXIT
011720     END-IF.
011730     COMPUTE WS-DAY-NUMBER =
011740         FUNCTION INTEGER-OF-DATE(WS-MATCH-DATE).
011750     IF WS-DAY-NUMBER < WS-FROM-DAY
011760         OR WS-DAY-NUMBER > WS-THRU-DAY
011770         GO TO 5000-EXIT
011780     END-IF.
011790     COMPUTE WS-NIGHT-SUB = WS-DAY-NUMBER - WS-FROM-DAY + 1.
011800     IF NT-DATE(WS-NIGHT-SUB) NOT = WS-MATCH-DATE
011810         MOVE ZERO TO WS-NIGHT-SUB
011820         GO TO 5000-EXIT
011830     END-IF.
011840     SET NT-HAS-RECORD(WS-NIGHT-SUB) TO TRUE.
011850 5000-EXIT.
011860     EXIT.
011870*
011880*****************************************************************
011890* FORMAT-STAMP - WS-FMT-DATE/WS-FMT-TIME TO YYYYMMDD HH.MM.SS.
011900*****************************************************************
011910 6900-FORMAT-STAMP.
011920     MOVE WS-FMT-DATE TO FMS-DATE.
011930     MOVE WS-FMT-HH TO FMS-HH.
011940     MOVE WS-FMT-MM TO FMS-MM.
011950     MOVE WS-FMT-SS TO FMS-SS.
011960 6900-EXIT.
011970     EXIT.
011980*
011990*****************************************************************
012000* ABEND-RUN - A CARD WHOSE RANGE HOLDS MORE RECORDS THAN THE
012010* TABLES CAN CARRY ENDS THE STEP; THE SOURCE BEING SCANNED HAS
012020* ALREADY BEEN CLOSED BY THE CALLER.
012030*****************************************************************
012040 7100-ABEND-RUN.
012050     CLOSE REQUEST-FILE EVIDENCE-REPORT.
012060     MOVE WS-ABEND-CODE TO RETURN-CODE.
012070     STOP RUN.
012080 7100-EXIT.
012090     EXIT.
012100*
012110*****************************************************************
012120* TERMINATE-RUN - TOTALS, CLOSE, AND THE STEP GRADE: 8 WHEN ANY
012130* REQUEST CARD WAS REJECTED, ELSE 4 WHEN ANY PACKAGE HAS GAPS,
012140* ELSE 0.
012150*****************************************************************
012160 9000-TERMINATE-RUN.
012170     WRITE EVIDENCE-REPORT-LINE FROM WS-BLANK-LINE.
012180     MOVE WS-CARD-COUNT TO ETL-CARDS.
012190     MOVE WS-REJECT-COUNT TO ETL-REJECTED.
012200     MOVE WS-PACKAGE-COUNT TO ETL-PACKAGES.
012210     MOVE WS-GAPPED-COUNT TO ETL-GAPPED.
012220     WRITE EVIDENCE-REPORT-LINE FROM WS-TOTAL-LINE.
012230     CLOSE EVIDENCE-REPORT.
012240     IF WS-REJECT-COUNT > ZERO
012250         MOVE 8 TO RETURN-CODE
012260     ELSE
012270         IF WS-GAPPED-COUNT > ZERO
012280             MOVE 4 TO RETURN-CODE
012290         END-IF
012300     END-IF.
012310 9000-EXIT.
012320     EXIT.
