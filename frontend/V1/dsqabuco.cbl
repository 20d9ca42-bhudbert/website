000100*****************************************************************
000110*   DSQABUCO - FAILURE IMPACT ANALYSIS.                         *
000120*   RUNS RIGHT AFTER THE DRIVER STEPS AND THE COVERAGE          *
000130*   VERIFIER DSQABBCO, AND AHEAD OF THE DISTRIBUTION STEP       *
000140*   DSQABDCO.  WHEN A PAIR LANDS ON THE RETRY FILE OR IS        *
000150*   DEFERRED BY THE CUTOFF, THE ON-CALL ANALYST HAS HAD TO WORK *
000160*   OUT BY HAND WHICH DEPENDENT PAIRS ARE HELD BEHIND IT, WHICH *
000170*   RECIPIENTS WILL NOT GET A REPORT AND WHICH EXPORT FEEDS     *
000180*   WILL BE SHORT.  THIS STEP STARTS FROM EACH FAILED, DEFERRED *
000190*   OR NEVER-RUN PAIR, WALKS THE PREDECESSOR CHAINS OF THE      *
000200*   CONTROL FILE AND THE RETRY FILE AS MANY LEVELS DEEP AS THEY *
000210*   GO, AND PRINTS EVERY AFFECTED PAIR, EVERY RECIPIENT ON THE  *
000220*   ROUTING FILE WHO WILL NOT GET A REPORT, AND EVERY EXPORT    *
000230*   FEED MISSING FROM THE TRANSMITTAL MANIFEST WITH ITS SLA     *
000240*   TIMES - A PAGE THE ANALYST CAN HAND TO THE BUSINESS         *
000250*   CONTACTS.  EACH AFFECTED RECIPIENT IS ALSO WRITTEN TO A     *
000260*   DELAYED-REPORT FILE (DSQDLYRC) SO DSQABDCO CAN SEND A       *
000270*   "REPORT DELAYED" NOTICE IN PLACE OF THE MISSING REPORT.     *
000280*   RETURN CODE 4 WHEN ANY PAIR IS AFFECTED, ELSE 0.            *
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.     DSQABUCO.
000320 AUTHOR.         R K HUDBERT.
000330 INSTALLATION.   WESTLAKE DATA CENTER.
000340 DATE-WRITTEN.   10/15/2026.
000350 DATE-COMPILED.
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380* DATE       INIT  DESCRIPTION
000381* 2026-10-15 RKH   INITIAL VERSION.
000382* 2026-10-15 RKH   A PAIR IS NOW KEYED BY ITS DATASET DATE AS
000383*                  WELL, SO A CATCH-UP RUN THAT MISSES ONE PAIR
000384*                  ON TWO DATES CARRIES BOTH, AND A CHAIN ONLY
000385*                  JOINS PAIRS OF ONE DATE.  TONIGHT IS THE
000386*                  STREAM'S BUSINESS DATE FROM THE LEDGER SERVICE
000390*                  (BUSDATE CARD).
000400*-----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.    IBM-370.
000440 OBJECT-COMPUTER.    IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
000480                          ORGANIZATION IS SEQUENTIAL.
000490     SELECT OPTIONAL RETRY-FILE ASSIGN TO "RETRYALL"
000500                          ORGANIZATION IS SEQUENTIAL.
000510     SELECT OPTIONAL COVERAGE-FILE ASSIGN TO "BALEXC"
000520                          ORGANIZATION IS SEQUENTIAL.
000530     SELECT ROUTING-FILE ASSIGN TO "ROUTING"
000540                          ORGANIZATION IS SEQUENTIAL.
000550     SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "MANIFIN"
000560                          ORGANIZATION IS SEQUENTIAL.
000570     SELECT OPTIONAL SLA-FILE ASSIGN TO "SLAFILE"
000580                          ORGANIZATION IS SEQUENTIAL.
000590     SELECT IMPACT-REPORT ASSIGN TO "IMPRPT"
000600                          ORGANIZATION IS SEQUENTIAL.
000610     SELECT DELAYED-FILE ASSIGN TO "DELAYOUT"
000620                          ORGANIZATION IS SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650*****************************************************************
000660* CONTROL-FILE - TONIGHT'S "P"/"V" RECORDS, SAME LAYOUT AS THE
000670* DRIVER READS.  THE "P" RECORDS GIVE EACH PAIR'S PREDECESSOR.
000680*****************************************************************
000690 FD  CONTROL-FILE
000700     RECORDING MODE IS F.
000710 01  CONTROL-RECORD.
000720     03  CTL-RECORD-TYPE      PIC X(01).
000730         88  CTL-PAIR-RECORD             VALUE "P".
000740     03  CTL-QUERY-NAME       PIC X(18).
000750     03  CTL-FORM-NAME        PIC X(18).
000760     03  CTL-FREQ-CODE        PIC X(01).
000770     03  CTL-FREQ-WEEKDAYS    PIC X(07).
000780     03  CTL-FREQ-BUS-DAY     PIC X(02).
000790     03  CTL-PREDECESSOR-QUERY PIC X(18).
000800     03  FILLER               PIC X(15).
000810*****************************************************************
000820* RETRY-FILE - EVERY INSTANCE'S RETRY OUTPUT FOR THE NIGHT,
000830* CONCATENATED AS FOR DSQABBCO.  EACH "P" RECORD IS A PAIR THAT
000840* DID NOT COMPLETE, WITH THE PREDECESSOR IT WAITED ON AND THE
000850* REASON IT WENT THERE.  A PAIR A CATCH-UP RUN COULD NOT
000860* COMPLETE CARRIES ITS BUSINESS DATE.
000870*****************************************************************
000880 FD  RETRY-FILE
000890     RECORDING MODE IS F.
000900 01  RETRY-RECORD.
000910     03  RETRY-RECORD-TYPE    PIC X(01).
000920         88  RETRY-PAIR-RECORD           VALUE "P".
000930     03  RETRY-QUERY-NAME     PIC X(18).
000940     03  RETRY-FORM-NAME      PIC X(18).
000950     03  RETRY-TIMESTAMP      PIC X(16).
000960     03  RETRY-PREDECESSOR    PIC X(18).
000970     03  RETRY-DATASET-DATE   PIC 9(08).
000980     03  RETRY-REASON         PIC X(01).
000990*****************************************************************
001000* COVERAGE-FILE - DSQABBCO'S PROBLEM RECORDS.  A SCHEDULED PAIR
001010* THAT NEVER RAN DELIVERS NOTHING, THE SAME AS A FAILED ONE.
001020*****************************************************************
001030 FD  COVERAGE-FILE
001040     RECORDING MODE IS F.
001050     COPY DSQPRBRC.
001060*****************************************************************
001070* ROUTING-FILE - DSQABDCO'S QUERY/RECIPIENT ROUTES.
001080*****************************************************************
001090 FD  ROUTING-FILE
001100     RECORDING MODE IS F.
001110 01  ROUTING-RECORD.
001120     03  RTE-QUERY-NAME       PIC X(18).
001130     03  RTE-RECIPIENT-ID     PIC X(08).
001140     03  RTE-ROUTE-TYPE       PIC X(01).
001150     03  RTE-DESTINATION      PIC X(17).
001160     03  RTE-SLA-DUE-TIME     PIC X(04).
001170     03  RTE-SLA-DAY-RULE     PIC X(01).
001180     03  FILLER               PIC X(31).
001190*****************************************************************
001200* MANIFEST-FILE - TONIGHT'S TRANSMITTAL MANIFESTS, CONCATENATED.
001210* A PAIR THAT FAILED AFTER ITS EXPORT LANDED IS ALREADY HERE, AND
001220* ITS FEED IS NOT SHORT.
001230*****************************************************************
001240 FD  MANIFEST-FILE
001250     RECORDING MODE IS F.
001260     COPY DSQMANRC.
001270*****************************************************************
001280* SLA-FILE - THE DELIVERY PROMISES, FOR THE DUE TIMES PRINTED
001290* AGAINST EACH RECIPIENT AND FEED.
001300*****************************************************************
001310 FD  SLA-FILE
001320     RECORDING MODE IS F.
001330     COPY DSQSLARC.
001340*****************************************************************
001350* IMPACT-REPORT - THE CHAINS, THE RECIPIENTS AND THE FEEDS.
001360*****************************************************************
001370 FD  IMPACT-REPORT
001380     RECORDING MODE IS F.
001390 01  IMPACT-REPORT-LINE       PIC X(132).
001400*****************************************************************
001410* DELAYED-FILE - ONE RECORD PER AFFECTED RECIPIENT AND PAIR, FOR
001420* DSQABDCO'S "REPORT DELAYED" NOTICES.
001430*****************************************************************
001440 FD  DELAYED-FILE
001450     RECORDING MODE IS F.
001460     COPY DSQDLYRC.
001470 WORKING-STORAGE SECTION.
001480*****************************************************************
001490* SWITCHES
001500*****************************************************************
001510 01  WS-SWITCHES.
001520     03  WS-CONTROL-EOF-SW    PIC X(01)  VALUE "N".
001530         88  CONTROL-EOF                 VALUE "Y".
001540     03  WS-RETRY-EOF-SW      PIC X(01)  VALUE "N".
001550         88  RETRY-EOF                   VALUE "Y".
001560     03  WS-COVERAGE-EOF-SW   PIC X(01)  VALUE "N".
001570         88  COVERAGE-EOF                VALUE "Y".
001580     03  WS-ROUTING-EOF-SW    PIC X(01)  VALUE "N".
001590         88  ROUTING-EOF                 VALUE "Y".
001600     03  WS-MANIFEST-EOF-SW   PIC X(01)  VALUE "N".
001610         88  MANIFEST-EOF                VALUE "Y".
001620     03  WS-SLA-EOF-SW        PIC X(01)  VALUE "N".
001630         88  SLA-EOF                     VALUE "Y".
001640     03  WS-PAIR-FOUND-SW     PIC X(01)  VALUE "N".
001650         88  PAIR-FOUND                  VALUE "Y".
001660     03  WS-PRED-MISSED-SW    PIC X(01)  VALUE "N".
001670         88  PRED-MISSED                 VALUE "Y".
001680     03  WS-IN-CHAIN-SW       PIC X(01)  VALUE "N".
001690         88  PAIR-IN-CHAIN               VALUE "Y".
001700     03  WS-SLA-FOUND-SW      PIC X(01)  VALUE "N".
001710         88  SLA-FOUND                   VALUE "Y".
001720     03  WS-FEED-FOUND-SW     PIC X(01)  VALUE "N".
001730         88  FEED-FOUND                  VALUE "Y".
001740     03  WS-ROOT-PASS-SW      PIC X(01)  VALUE "1".
001750         88  FIRST-ROOT-PASS             VALUE "1".
001760         88  LAST-ROOT-PASS              VALUE "2".
001770 01  WS-ABEND-CODE            PIC S9(08) USAGE IS COMP-4.
001780 01  WS-RUN-DATE              PIC 9(08).
001790*****************************************************************
001800* EVERY PAIR NAMED ON THE CONTROL FILE, THE RETRY FILE OR THE
001810* COVERAGE BREAKS, ONCE FOR EACH DATASET DATE.  A CONTROL-FILE
001811* PAIR IS HELD UNDER DATE ZERO; A CATCH-UP RUN CAN MISS THE SAME
001812* PAIR ON SEVERAL DATES, AND EACH DATE'S MISS IS AN ENTRY OF ITS
001813* OWN, TAKING ITS PREDECESSOR FROM THE CONTROL-FILE ENTRY, WHICH
001814* IS THEN MARKED DATED.  A PAIR THAT DELIVERS NOTHING
001820* TONIGHT IS MISSED; PR-ROOT NAMES THE QUERY AT THE HEAD OF ITS
001830* CHAIN ONCE THE CHAIN HAS BEEN PRINTED.
001840*****************************************************************
001850 01  WS-PAIR-COUNT            PIC S9(05) USAGE IS COMP-4
001860                              VALUE ZERO.
001870 01  WS-PAIR-TABLE.
001880     03  WS-PAIR-ENTRY        OCCURS 400.
001890         05  PR-QUERY         PIC X(18).
001900         05  PR-FORM          PIC X(18).
001910         05  PR-PRED          PIC X(18).
001920         05  PR-MISSED-SW     PIC X(01).
001930             88  PR-MISSED               VALUE "Y".
001940         05  PR-REASON        PIC X(01).
001950         05  PR-DATE          PIC 9(08).
001960         05  PR-ROOT          PIC X(18).
001961         05  PR-DATED-SW      PIC X(01).
001962             88  PR-HAS-DATED            VALUE "Y".
001970 01  WS-PAIR-SUB              PIC S9(05) USAGE IS COMP-4.
001980 01  WS-PAIR-HIT              PIC S9(05) USAGE IS COMP-4.
001981 01  WS-NEW-PAIR              PIC S9(05) USAGE IS COMP-4.
001990 01  WS-ROOT-SUB              PIC S9(05) USAGE IS COMP-4.
002000 01  WS-KEY-QUERY             PIC X(18).
002010 01  WS-KEY-FORM              PIC X(18).
002011 01  WS-KEY-DATE              PIC 9(08).
002020*****************************************************************
002030* ONE CHAIN - THE ROOT PAIR AT LEVEL 0, THEN EVERY PAIR THAT
002040* NAMES A QUERY ALREADY IN THE CHAIN AS ITS PREDECESSOR, ONE
002050* LEVEL BELOW IT.  A PAIR IS TAKEN ONCE, SO A LOOP OF
002060* PREDECESSORS ENDS THE WALK INSTEAD OF RUNNING FOREVER.
002070*****************************************************************
002080 01  WS-CHAIN-COUNT           PIC S9(05) USAGE IS COMP-4.
002090 01  WS-CHAIN-TABLE.
002100     03  WS-CHAIN-ENTRY       OCCURS 400.
002110         05  CH-PAIR          PIC S9(05) USAGE IS COMP-4.
002120         05  CH-LEVEL         PIC S9(05) USAGE IS COMP-4.
002130 01  WS-CHAIN-SUB             PIC S9(05) USAGE IS COMP-4.
002140 01  WS-SCAN-SUB              PIC S9(05) USAGE IS COMP-4.
002150 01  WS-LINK-QUERY            PIC X(18).
002160 01  WS-CURRENT-ROOT          PIC X(18).
002161 01  WS-CURRENT-ROOT-DATE     PIC 9(08).
002170*****************************************************************
002180* THE ROUTING FILE, THE MANIFEST AND THE SLA FILE IN STORAGE
002190*****************************************************************
002200 01  WS-ROUTE-COUNT           PIC S9(05) USAGE IS COMP-4
002210                              VALUE ZERO.
002220 01  WS-ROUTE-TABLE.
002230     03  WS-ROUTE-ENTRY       OCCURS 200.
002240         05  RT-QUERY         PIC X(18).
002250         05  RT-RECIPIENT     PIC X(08).
002260         05  RT-TYPE          PIC X(01).
002270         05  RT-DEST          PIC X(17).
002280         05  RT-DUE-TIME      PIC X(04).
002290 01  WS-ROUTE-SUB             PIC S9(05) USAGE IS COMP-4.
002300 01  WS-MAN-COUNT             PIC S9(05) USAGE IS COMP-4
002310                              VALUE ZERO.
002320 01  WS-MAN-TABLE.
002330     03  WS-MAN-ENTRY         OCCURS 500.
002340         05  MN-QUERY         PIC X(18).
002350         05  MN-DATE          PIC 9(08).
002360 01  WS-MAN-SUB               PIC S9(05) USAGE IS COMP-4.
002370 01  WS-SLA-COUNT             PIC S9(05) USAGE IS COMP-4
002380                              VALUE ZERO.
002390 01  WS-SLA-TABLE.
002400     03  WS-SLA-ENTRY         OCCURS 200.
002410         05  SL-QUERY         PIC X(18).
002420         05  SL-DUE-TIME      PIC X(04).
002430         05  SL-DAY-RULE      PIC X(01).
002440         05  SL-ACK-TIME      PIC X(04).
002450         05  SL-ACK-RULE      PIC X(01).
002460 01  WS-SLA-SUB               PIC S9(05) USAGE IS COMP-4.
002470 01  WS-SLA-HIT               PIC S9(05) USAGE IS COMP-4.
002480*****************************************************************
002490* THE FEEDS ALREADY LISTED, SO TWO FORMS OF ONE QUERY SHOW ITS
002500* EXPORT ONCE.
002510*****************************************************************
002520 01  WS-FEED-COUNT            PIC S9(05) USAGE IS COMP-4
002530                              VALUE ZERO.
002540 01  WS-FEED-TABLE.
002550     03  WS-FEED-ENTRY        OCCURS 400.
002560         05  FE-QUERY         PIC X(18).
002570         05  FE-DATE          PIC 9(08).
002580 01  WS-FEED-SUB              PIC S9(05) USAGE IS COMP-4.
002590 01  WS-EXPORT-DSNAME         PIC X(44).
002600 01  WS-DUE-TIME              PIC X(04).
002610*****************************************************************
002620* COUNTS
002630*****************************************************************
002640 01  WS-ROOT-COUNT            PIC S9(05) USAGE IS COMP-4
002650                              VALUE ZERO.
002660 01  WS-AFFECTED-COUNT        PIC S9(05) USAGE IS COMP-4
002670                              VALUE ZERO.
002680 01  WS-DELAYED-COUNT         PIC S9(05) USAGE IS COMP-4
002690                              VALUE ZERO.
002700*****************************************************************
002710* IMPACT REPORT PRINT LINES
002720*****************************************************************
002730 01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002740 01  WS-HEADING-1.
002750     03  FILLER               PIC X(40)  VALUE
002760         "DSQABUCO FAILURE IMPACT REPORT".
002770     03  FILLER               PIC X(10)  VALUE "RUN DATE: ".
002780     03  IMH-RUN-DATE         PIC 9(08).
002790     03  FILLER               PIC X(74)  VALUE SPACES.
002800 01  WS-CHAIN-HEADING.
002810     03  FILLER               PIC X(07)  VALUE "LEVEL".
002820     03  FILLER               PIC X(19)  VALUE "QUERY".
002830     03  FILLER               PIC X(19)  VALUE "FORM".
002840     03  FILLER               PIC X(10)  VALUE "DATE".
002850     03  FILLER               PIC X(34)  VALUE "STATUS".
002860     03  FILLER               PIC X(43)  VALUE "WAITS ON".
002870 01  WS-CHAIN-LINE.
002880     03  ICL-INDENT           PIC X(01).
002890     03  ICL-LEVEL            PIC ZZ9.
002900     03  FILLER               PIC X(03)  VALUE SPACES.
002910     03  ICL-QUERY            PIC X(18).
002920     03  FILLER               PIC X(01)  VALUE SPACES.
002930     03  ICL-FORM             PIC X(18).
002940     03  FILLER               PIC X(01)  VALUE SPACES.
002950     03  ICL-DATE             PIC X(08).
002960     03  FILLER               PIC X(02)  VALUE SPACES.
002970     03  ICL-STATUS           PIC X(32).
002980     03  FILLER               PIC X(02)  VALUE SPACES.
002990     03  ICL-PRED             PIC X(18).
003000     03  FILLER               PIC X(25)  VALUE SPACES.
003010 01  WS-RECIPIENT-HEADING.
003020     03  FILLER               PIC X(10)  VALUE "RECIPIENT".
003030     03  FILLER               PIC X(05)  VALUE "TYPE".
003040     03  FILLER               PIC X(19)  VALUE "DESTINATION".
003050     03  FILLER               PIC X(19)  VALUE "QUERY".
003060     03  FILLER               PIC X(19)  VALUE "FORM".
003070     03  FILLER               PIC X(10)  VALUE "DATE".
003080     03  FILLER               PIC X(06)  VALUE "DUE".
003090     03  FILLER               PIC X(44)  VALUE
003100         "FAILED OR DEFERRED PAIR".
003110 01  WS-RECIPIENT-LINE.
003120     03  IRL-RECIPIENT        PIC X(08).
003130     03  FILLER               PIC X(02)  VALUE SPACES.
003140     03  IRL-TYPE             PIC X(01).
003150     03  FILLER               PIC X(04)  VALUE SPACES.
003160     03  IRL-DEST             PIC X(17).
003170     03  FILLER               PIC X(02)  VALUE SPACES.
003180     03  IRL-QUERY            PIC X(18).
003190     03  FILLER               PIC X(01)  VALUE SPACES.
003200     03  IRL-FORM             PIC X(18).
003210     03  FILLER               PIC X(01)  VALUE SPACES.
003220     03  IRL-DATE             PIC 9(08).
003230     03  FILLER               PIC X(02)  VALUE SPACES.
003240     03  IRL-DUE              PIC X(04).
003250     03  FILLER               PIC X(02)  VALUE SPACES.
003260     03  IRL-ROOT             PIC X(18).
003270     03  FILLER               PIC X(26)  VALUE SPACES.
003280 01  WS-FEED-HEADING.
003290     03  FILLER               PIC X(19)  VALUE "QUERY".
003300     03  FILLER               PIC X(10)  VALUE "DATE".
003310     03  FILLER               PIC X(46)  VALUE "EXPORT DATASET".
003320     03  FILLER               PIC X(09)  VALUE "RPT DUE".
003330     03  FILLER               PIC X(09)  VALUE "ACK DUE".
003340     03  FILLER               PIC X(39)  VALUE
003350         "FAILED OR DEFERRED PAIR".
003360 01  WS-FEED-LINE.
003370     03  IFL-QUERY            PIC X(18).
003380     03  FILLER               PIC X(01)  VALUE SPACES.
003390     03  IFL-DATE             PIC 9(08).
003400     03  FILLER               PIC X(02)  VALUE SPACES.
003410     03  IFL-DSNAME           PIC X(44).
003420     03  FILLER               PIC X(02)  VALUE SPACES.
003430     03  IFL-DUE-TIME         PIC X(04).
003440     03  FILLER               PIC X(01)  VALUE SPACES.
003450     03  IFL-DUE-RULE         PIC X(01).
003460     03  FILLER               PIC X(03)  VALUE SPACES.
003470     03  IFL-ACK-TIME         PIC X(04).
003480     03  FILLER               PIC X(01)  VALUE SPACES.
003490     03  IFL-ACK-RULE         PIC X(01).
003500     03  FILLER               PIC X(03)  VALUE SPACES.
003510     03  IFL-ROOT             PIC X(18).
003520     03  FILLER               PIC X(21)  VALUE SPACES.
003530 01  WS-TOTAL-LINE.
003540     03  IMT-ROOTS            PIC ZZZZ9.
003550     03  FILLER               PIC X(27)  VALUE
003560         " FAILED OR DEFERRED CHAINS,".
003570     03  IMT-AFFECTED         PIC ZZZZ9.
003580     03  FILLER               PIC X(17)  VALUE
003590         " PAIRS AFFECTED, ".
003600     03  IMT-DELAYED          PIC ZZZZ9.
003610     03  FILLER               PIC X(16)  VALUE
003620         " DELAY NOTICES, ".
003630     03  IMT-FEEDS            PIC ZZZZ9.
003640     03  FILLER               PIC X(52)  VALUE
003650         " EXPORT FEEDS SHORT".
003660 01  WS-SECTION-LINE          PIC X(132).
003661*****************************************************************
003662* RUN LEDGER - THE REQUEST AREA PASSED TO THE LEDGER SERVICE
003663* DSQABYCO, ASKED ONLY FOR THE STREAM'S BUSINESS DATE.
003664*****************************************************************
003665     COPY DSQLDGRC.
003670*
003680 PROCEDURE DIVISION.
003690*
003700 0000-MAINLINE.
003710     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
003720     PERFORM 2000-LOAD-CONTROL      THRU 2000-EXIT.
003730     PERFORM 2100-LOAD-RETRIES      THRU 2100-EXIT.
003740     PERFORM 2200-LOAD-COVERAGE     THRU 2200-EXIT.
003750     PERFORM 2300-LOAD-ROUTING      THRU 2300-EXIT.
003760     PERFORM 2400-LOAD-MANIFEST     THRU 2400-EXIT.
003770     PERFORM 2500-LOAD-SLAS         THRU 2500-EXIT.
003780     PERFORM 3000-TRACE-CHAINS      THRU 3000-EXIT.
003790     PERFORM 4000-LIST-RECIPIENTS   THRU 4000-EXIT.
003800     PERFORM 5000-LIST-FEEDS        THRU 5000-EXIT.
003810     PERFORM 9000-TERMINATE-RUN     THRU 9000-EXIT.
003820     STOP RUN.
003830*
003840 1000-INITIALIZE.
003850     OPEN OUTPUT IMPACT-REPORT.
003860     OPEN OUTPUT DELAYED-FILE.
003861     MOVE SPACES TO LEDGER-REQUEST-AREA.
003862     MOVE "DSQABUCO" TO LDG-STEP-NAME.
003863     MOVE ZERO TO LDG-BUSINESS-DATE.
003864     SET LDG-DATE-ENQUIRY TO TRUE.
003865     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
003870     MOVE LDG-BUSINESS-DATE TO WS-RUN-DATE.
003880     MOVE WS-RUN-DATE TO IMH-RUN-DATE.
003890     WRITE IMPACT-REPORT-LINE FROM WS-HEADING-1.
003900 1000-EXIT.
003910     EXIT.
003920*
003930*****************************************************************
003940* LOAD-CONTROL - EVERY CONTROL-FILE PAIR AND ITS PREDECESSOR.
003950* THE "V" RECORDS ARE SKIPPED.
003960*****************************************************************
003970 2000-LOAD-CONTROL.
003980     OPEN INPUT CONTROL-FILE.
003990     PERFORM 2010-READ-CONTROL THRU 2010-EXIT.
004000     PERFORM 2020-TAKE-ONE-CONTROL THRU 2020-EXIT
004010         UNTIL CONTROL-EOF.
004020     CLOSE CONTROL-FILE.
004030 2000-EXIT.
004040     EXIT.
004050*
004060 2010-READ-CONTROL.
004070     READ CONTROL-FILE
004080         AT END
004090             SET CONTROL-EOF TO TRUE
004100     END-READ.
004110 2010-EXIT.
004120     EXIT.
004130*
004140 2020-TAKE-ONE-CONTROL.
004150     IF NOT CTL-PAIR-RECORD
004160         OR CTL-QUERY-NAME = SPACES
004170         GO TO 2020-ADVANCE
004180     END-IF.
004190     MOVE CTL-QUERY-NAME TO WS-KEY-QUERY.
004200     MOVE CTL-FORM-NAME TO WS-KEY-FORM.
004201     MOVE ZERO TO WS-KEY-DATE.
004210     PERFORM 2900-FIND-OR-ADD-PAIR THRU 2900-EXIT.
004220     MOVE CTL-PREDECESSOR-QUERY TO PR-PRED(WS-PAIR-HIT).
004230 2020-ADVANCE.
004240     PERFORM 2010-READ-CONTROL THRU 2010-EXIT.
004250 2020-EXIT.
004260     EXIT.
004270*
004280*****************************************************************
004290* LOAD-RETRIES - EVERY "P" RECORD IS A PAIR THAT DELIVERED
004300* NOTHING TONIGHT.  THE RETRY RECORD'S PREDECESSOR IS THE ONE
004310* THE PAIR ACTUALLY WAITED ON, SO IT WINS OVER THE CONTROL FILE.
004320*****************************************************************
004330 2100-LOAD-RETRIES.
004340     OPEN INPUT RETRY-FILE.
004350     PERFORM 2110-READ-RETRY THRU 2110-EXIT.
004360     PERFORM 2120-TAKE-ONE-RETRY THRU 2120-EXIT
004370         UNTIL RETRY-EOF.
004380     CLOSE RETRY-FILE.
004390 2100-EXIT.
004400     EXIT.
004410*
004420 2110-READ-RETRY.
004430     READ RETRY-FILE
004440         AT END
004450             SET RETRY-EOF TO TRUE
004460     END-READ.
004470 2110-EXIT.
004480     EXIT.
004490*
004500 2120-TAKE-ONE-RETRY.
004510     IF NOT RETRY-PAIR-RECORD
004520         GO TO 2120-ADVANCE
004530     END-IF.
004540     MOVE RETRY-QUERY-NAME TO WS-KEY-QUERY.
004550     MOVE RETRY-FORM-NAME TO WS-KEY-FORM.
004551     IF RETRY-DATASET-DATE IS NUMERIC
004552         AND RETRY-DATASET-DATE > ZERO
004553         MOVE RETRY-DATASET-DATE TO WS-KEY-DATE
004554     ELSE
004555         MOVE WS-RUN-DATE TO WS-KEY-DATE
004556     END-IF.
004560     PERFORM 2900-FIND-OR-ADD-PAIR THRU 2900-EXIT.
004570     MOVE "Y" TO PR-MISSED-SW(WS-PAIR-HIT).
004580     MOVE RETRY-REASON TO PR-REASON(WS-PAIR-HIT).
004590     IF RETRY-PREDECESSOR NOT = SPACES
004600         MOVE RETRY-PREDECESSOR TO PR-PRED(WS-PAIR-HIT)
004610     END-IF.
004680 2120-ADVANCE.
004690     PERFORM 2110-READ-RETRY THRU 2110-EXIT.
004700 2120-EXIT.
004710     EXIT.
004720*
004730*****************************************************************
004740* LOAD-COVERAGE - A SCHEDULED PAIR DSQABBCO FOUND NEVER RAN.  A
004750* PAIR ALREADY ON THE RETRY FILE FOR THE SAME DATE KEEPS THE
004751* RETRY FILE'S REASON.
004760*****************************************************************
004770 2200-LOAD-COVERAGE.
004780     OPEN INPUT COVERAGE-FILE.
004790     PERFORM 2210-READ-COVERAGE THRU 2210-EXIT.
004800     PERFORM 2220-TAKE-ONE-COVERAGE THRU 2220-EXIT
004810         UNTIL COVERAGE-EOF.
004820     CLOSE COVERAGE-FILE.
004830 2200-EXIT.
004840     EXIT.
004850*
004860 2210-READ-COVERAGE.
004870     READ COVERAGE-FILE
004880         AT END
004890             SET COVERAGE-EOF TO TRUE
004900     END-READ.
004910 2210-EXIT.
004920     EXIT.
004930*
004940 2220-TAKE-ONE-COVERAGE.
004950     IF NOT PRB-NEVER-RAN
004960         GO TO 2220-ADVANCE
004970     END-IF.
004980     MOVE PRB-QUERY-NAME TO WS-KEY-QUERY.
004990     MOVE PRB-FORM-NAME TO WS-KEY-FORM.
004991     IF PRB-DATASET-DATE IS NUMERIC
004992         AND PRB-DATASET-DATE > ZERO
004993         MOVE PRB-DATASET-DATE TO WS-KEY-DATE
004994     ELSE
004995         MOVE WS-RUN-DATE TO WS-KEY-DATE
004996     END-IF.
005000     PERFORM 2900-FIND-OR-ADD-PAIR THRU 2900-EXIT.
005010     IF PR-MISSED(WS-PAIR-HIT)
005020         GO TO 2220-ADVANCE
005030     END-IF.
005040     MOVE "Y" TO PR-MISSED-SW(WS-PAIR-HIT).
005050     MOVE "N" TO PR-REASON(WS-PAIR-HIT).
005120 2220-ADVANCE.
005130     PERFORM 2210-READ-COVERAGE THRU 2210-EXIT.
005140 2220-EXIT.
005150     EXIT.
005160*
005170 2300-LOAD-ROUTING.
005180     OPEN INPUT ROUTING-FILE.
005190     PERFORM 2310-READ-ROUTING THRU 2310-EXIT.
005200     PERFORM 2320-TAKE-ONE-ROUTE THRU 2320-EXIT
005210         UNTIL ROUTING-EOF.
005220     CLOSE ROUTING-FILE.
005230 2300-EXIT.
005240     EXIT.
005250*
005260 2310-READ-ROUTING.
005270     READ ROUTING-FILE
005280         AT END
005290             SET ROUTING-EOF TO TRUE
005300     END-READ.
005310 2310-EXIT.
005320     EXIT.
005330*
005340 2320-TAKE-ONE-ROUTE.
005350     IF RTE-QUERY-NAME = SPACES
005360         OR RTE-RECIPIENT-ID = SPACES
005370         GO TO 2320-ADVANCE
005380     END-IF.
005390     IF WS-ROUTE-COUNT NOT < 200
005400         DISPLAY "DSQABUCO - ROUTING FILE EXCEEDS 200 ROUTES"
005410         MOVE 121 TO WS-ABEND-CODE
005420         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
005430     END-IF.
005440     ADD 1 TO WS-ROUTE-COUNT.
005450     MOVE RTE-QUERY-NAME TO RT-QUERY(WS-ROUTE-COUNT).
005460     MOVE RTE-RECIPIENT-ID TO RT-RECIPIENT(WS-ROUTE-COUNT).
005470     MOVE RTE-ROUTE-TYPE TO RT-TYPE(WS-ROUTE-COUNT).
005480     MOVE RTE-DESTINATION TO RT-DEST(WS-ROUTE-COUNT).
005490     MOVE RTE-SLA-DUE-TIME TO RT-DUE-TIME(WS-ROUTE-COUNT).
005500 2320-ADVANCE.
005510     PERFORM 2310-READ-ROUTING THRU 2310-EXIT.
005520 2320-EXIT.
005530     EXIT.
005540*
005550 2400-LOAD-MANIFEST.
005560     OPEN INPUT MANIFEST-FILE.
005570     PERFORM 2410-READ-MANIFEST THRU 2410-EXIT.
005580     PERFORM 2420-TAKE-ONE-MANIFEST THRU 2420-EXIT
005590         UNTIL MANIFEST-EOF.
005600     CLOSE MANIFEST-FILE.
005610 2400-EXIT.
005620     EXIT.
005630*
005640 2410-READ-MANIFEST.
005650     READ MANIFEST-FILE
005660         AT END
005670             SET MANIFEST-EOF TO TRUE
005680     END-READ.
005690 2410-EXIT.
005700     EXIT.
005710*
005720 2420-TAKE-ONE-MANIFEST.
005730     IF WS-MAN-COUNT NOT < 500
005740         DISPLAY "DSQABUCO - MANIFEST EXCEEDS 500 EXPORTS"
005750         MOVE 121 TO WS-ABEND-CODE
005760         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
005770     END-IF.
005780     ADD 1 TO WS-MAN-COUNT.
005790     MOVE MAN-QUERY-NAME TO MN-QUERY(WS-MAN-COUNT).
005800     IF MAN-DATASET-DATE IS NUMERIC
005810         AND MAN-DATASET-DATE > ZERO
005820         MOVE MAN-DATASET-DATE TO MN-DATE(WS-MAN-COUNT)
005830     ELSE
005840         MOVE MAN-RUN-DATE TO MN-DATE(WS-MAN-COUNT)
005850     END-IF.
005860     PERFORM 2410-READ-MANIFEST THRU 2410-EXIT.
005870 2420-EXIT.
005880     EXIT.
005890*
005900 2500-LOAD-SLAS.
005910     OPEN INPUT SLA-FILE.
005920     PERFORM 2510-READ-SLA THRU 2510-EXIT.
005930     PERFORM 2520-TAKE-ONE-SLA THRU 2520-EXIT
005940         UNTIL SLA-EOF.
005950     CLOSE SLA-FILE.
005960 2500-EXIT.
005970     EXIT.
005980*
005990 2510-READ-SLA.
006000     READ SLA-FILE
006010         AT END
006020             SET SLA-EOF TO TRUE
006030     END-READ.
006040 2510-EXIT.
006050     EXIT.
006060*
006070 2520-TAKE-ONE-SLA.
006080     IF SLA-QUERY-NAME = SPACES
006090         GO TO 2520-ADVANCE
006100     END-IF.
006110     IF WS-SLA-COUNT NOT < 200
006120         DISPLAY "DSQABUCO - SLA FILE EXCEEDS 200 QUERIES"
006130         MOVE 121 TO WS-ABEND-CODE
006140         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
006150     END-IF.
006160     ADD 1 TO WS-SLA-COUNT.
006170     MOVE SLA-QUERY-NAME TO SL-QUERY(WS-SLA-COUNT).
006180     MOVE SLA-DUE-TIME-X TO SL-DUE-TIME(WS-SLA-COUNT).
006190     MOVE SLA-DAY-RULE TO SL-DAY-RULE(WS-SLA-COUNT).
006200     MOVE SLA-ACK-DUE-TIME-X TO SL-ACK-TIME(WS-SLA-COUNT).
006210     MOVE SLA-ACK-DAY-RULE TO SL-ACK-RULE(WS-SLA-COUNT).
006220 2520-ADVANCE.
006230     PERFORM 2510-READ-SLA THRU 2510-EXIT.
006240 2520-EXIT.
006250     EXIT.
006260*
006270*****************************************************************
006280* FIND-OR-ADD-PAIR - LOCATES WS-KEY-QUERY/WS-KEY-FORM/WS-KEY-DATE
006290* IN THE PAIR TABLE, ADDING IT WHEN ABSENT.  WS-PAIR-HIT POINTS
006291* AT THE ENTRY.  A NEW DATED ENTRY TAKES ITS PREDECESSOR FROM
006292* THE PAIR'S CONTROL-FILE ENTRY (2970).
006300*****************************************************************
006310 2900-FIND-OR-ADD-PAIR.
006320     MOVE "N" TO WS-PAIR-FOUND-SW.
006330     PERFORM 2950-MATCH-ONE-PAIR THRU 2950-EXIT
006340         VARYING WS-PAIR-SUB FROM 1 BY 1
006350         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
006360             OR PAIR-FOUND.
006370     IF PAIR-FOUND
006380         GO TO 2900-EXIT
006390     END-IF.
006400     IF WS-PAIR-COUNT NOT < 400
006410         DISPLAY "DSQABUCO - MORE THAN 400 PAIRS"
006420         MOVE 121 TO WS-ABEND-CODE
006430         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
006440     END-IF.
006450     ADD 1 TO WS-PAIR-COUNT.
006460     MOVE WS-PAIR-COUNT TO WS-PAIR-HIT.
006470     MOVE SPACES TO WS-PAIR-ENTRY(WS-PAIR-HIT).
006480     MOVE WS-KEY-QUERY TO PR-QUERY(WS-PAIR-HIT).
006490     MOVE WS-KEY-FORM TO PR-FORM(WS-PAIR-HIT).
006500     MOVE "N" TO PR-MISSED-SW(WS-PAIR-HIT).
006510     MOVE WS-KEY-DATE TO PR-DATE(WS-PAIR-HIT).
006511     MOVE "N" TO PR-DATED-SW(WS-PAIR-HIT).
006512     IF WS-KEY-DATE NOT = ZERO
006513         PERFORM 2970-TAKE-CONTROL-ENTRY THRU 2970-EXIT
006514     END-IF.
006520 2900-EXIT.
006530     EXIT.
006540*
006550 2950-MATCH-ONE-PAIR.
006560     IF PR-QUERY(WS-PAIR-SUB) = WS-KEY-QUERY
006570         AND PR-FORM(WS-PAIR-SUB) = WS-KEY-FORM
006571         AND PR-DATE(WS-PAIR-SUB) = WS-KEY-DATE
006580         MOVE WS-PAIR-SUB TO WS-PAIR-HIT
006590         SET PAIR-FOUND TO TRUE
006600     END-IF.
006610 2950-EXIT.
006620     EXIT.
006621*
006622 2970-TAKE-CONTROL-ENTRY.
006623     MOVE WS-PAIR-HIT TO WS-NEW-PAIR.
006624     MOVE ZERO TO WS-KEY-DATE.
006625     MOVE "N" TO WS-PAIR-FOUND-SW.
006626     PERFORM 2950-MATCH-ONE-PAIR THRU 2950-EXIT
006627         VARYING WS-PAIR-SUB FROM 1 BY 1
006628         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
006629             OR PAIR-FOUND.
006630     IF PAIR-FOUND
006631         MOVE PR-PRED(WS-PAIR-HIT) TO PR-PRED(WS-NEW-PAIR)
006632         MOVE "Y" TO PR-DATED-SW(WS-PAIR-HIT)
006633     END-IF.
006634     MOVE PR-DATE(WS-NEW-PAIR) TO WS-KEY-DATE.
006635     MOVE WS-NEW-PAIR TO WS-PAIR-HIT.
006636 2970-EXIT.
006637     EXIT.
006638*
006640*****************************************************************
006650* TRACE-CHAINS - ONE CHAIN PER ROOT: A PAIR THAT DELIVERED
006660* NOTHING AND DID NOT WAIT ON ANOTHER PAIR THAT DELIVERED NOTHING.
006670* A SECOND PASS TAKES ANY MISSED PAIR NO CHAIN REACHED - ONLY A
006680* LOOP OF PREDECESSORS LEAVES ONE - AS A ROOT OF ITS OWN.
006690*****************************************************************
006700 3000-TRACE-CHAINS.
006710     WRITE IMPACT-REPORT-LINE FROM WS-BLANK-LINE.
006720     MOVE "UNDELIVERED PAIRS AND THE PAIRS HELD BEHIND THEM"
006730         TO WS-SECTION-LINE.
006740     WRITE IMPACT-REPORT-LINE FROM WS-SECTION-LINE.
006750     WRITE IMPACT-REPORT-LINE FROM WS-CHAIN-HEADING.
006760     SET FIRST-ROOT-PASS TO TRUE.
006770     PERFORM 3100-TRY-ONE-ROOT THRU 3100-EXIT
006780         VARYING WS-ROOT-SUB FROM 1 BY 1
006790         UNTIL WS-ROOT-SUB > WS-PAIR-COUNT.
006800     SET LAST-ROOT-PASS TO TRUE.
006810     PERFORM 3100-TRY-ONE-ROOT THRU 3100-EXIT
006820         VARYING WS-ROOT-SUB FROM 1 BY 1
006830         UNTIL WS-ROOT-SUB > WS-PAIR-COUNT.
006840     IF WS-ROOT-COUNT = ZERO
006850         MOVE "    NONE - EVERY PAIR DELIVERED" TO WS-SECTION-LINE
006860         WRITE IMPACT-REPORT-LINE FROM WS-SECTION-LINE
006870     END-IF.
006880 3000-EXIT.
006890     EXIT.
006900*
006910 3100-TRY-ONE-ROOT.
006920     IF NOT PR-MISSED(WS-ROOT-SUB)
006930         OR PR-ROOT(WS-ROOT-SUB) NOT = SPACES
006940         GO TO 3100-EXIT
006950     END-IF.
006960     IF FIRST-ROOT-PASS
006970         PERFORM 3150-CHECK-PRED-MISSED THRU 3150-EXIT
006980         IF PRED-MISSED
006990             GO TO 3100-EXIT
007000         END-IF
007010     END-IF.
007020     PERFORM 3200-WALK-ONE-CHAIN THRU 3200-EXIT.
007030 3100-EXIT.
007040     EXIT.
007050*
007060 3150-CHECK-PRED-MISSED.
007070     MOVE "N" TO WS-PRED-MISSED-SW.
007080     IF PR-PRED(WS-ROOT-SUB) = SPACES
007090         GO TO 3150-EXIT
007100     END-IF.
007110     PERFORM 3160-MATCH-ONE-PRED THRU 3160-EXIT
007120         VARYING WS-PAIR-SUB FROM 1 BY 1
007130         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
007140             OR PRED-MISSED.
007150 3150-EXIT.
007160     EXIT.
007170*
007180 3160-MATCH-ONE-PRED.
007190     IF PR-QUERY(WS-PAIR-SUB) = PR-PRED(WS-ROOT-SUB)
007200         AND PR-MISSED(WS-PAIR-SUB)
007201         AND PR-DATE(WS-PAIR-SUB) = PR-DATE(WS-ROOT-SUB)
007210         AND WS-PAIR-SUB NOT = WS-ROOT-SUB
007220         SET PRED-MISSED TO TRUE
007230     END-IF.
007240 3160-EXIT.
007250     EXIT.
007260*
007270*****************************************************************
007280* WALK-ONE-CHAIN - THE ROOT, THEN EVERY PAIR WAITING ON A QUERY
007290* ALREADY IN THE CHAIN, LEVEL BY LEVEL, THEN THE CHAIN PRINTED.
007291* A CHAIN IS ONE DATASET DATE'S: A DEPENDENT IS TAKEN FOR THE
007292* ROOT'S DATE, OR FROM THE CONTROL FILE WHEN THE PAIR MISSED NO
007293* DATE OF ITS OWN.
007300*****************************************************************
007310 3200-WALK-ONE-CHAIN.
007320     ADD 1 TO WS-ROOT-COUNT.
007330     MOVE PR-QUERY(WS-ROOT-SUB) TO WS-CURRENT-ROOT.
007331     MOVE PR-DATE(WS-ROOT-SUB) TO WS-CURRENT-ROOT-DATE.
007340     MOVE 1 TO WS-CHAIN-COUNT.
007350     MOVE WS-ROOT-SUB TO CH-PAIR(1).
007360     MOVE ZERO TO CH-LEVEL(1).
007370     PERFORM 3300-EXPAND-ONE-LINK THRU 3300-EXIT
007380         VARYING WS-CHAIN-SUB FROM 1 BY 1
007390         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
007400     WRITE IMPACT-REPORT-LINE FROM WS-BLANK-LINE.
007410     PERFORM 3500-PRINT-ONE-LINK THRU 3500-EXIT
007420         VARYING WS-CHAIN-SUB FROM 1 BY 1
007430         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
007440 3200-EXIT.
007450     EXIT.
007460*
007470 3300-EXPAND-ONE-LINK.
007480     MOVE PR-QUERY(CH-PAIR(WS-CHAIN-SUB)) TO WS-LINK-QUERY.
007490     PERFORM 3350-MATCH-ONE-DEPENDENT THRU 3350-EXIT
007500         VARYING WS-PAIR-SUB FROM 1 BY 1
007510         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
007520 3300-EXIT.
007530     EXIT.
007540*
007550 3350-MATCH-ONE-DEPENDENT.
007560     IF PR-PRED(WS-PAIR-SUB) NOT = WS-LINK-QUERY
007570         GO TO 3350-EXIT
007580     END-IF.
007581     IF PR-DATE(WS-PAIR-SUB) NOT = WS-CURRENT-ROOT-DATE
007582         AND (PR-DATE(WS-PAIR-SUB) NOT = ZERO
007583             OR PR-HAS-DATED(WS-PAIR-SUB))
007584         GO TO 3350-EXIT
007585     END-IF.
007590     PERFORM 3400-SCAN-CHAIN THRU 3400-EXIT.
007600     IF PAIR-IN-CHAIN
007610         GO TO 3350-EXIT
007620     END-IF.
007630     IF WS-CHAIN-COUNT NOT < 400
007640         DISPLAY "DSQABUCO - CHAIN EXCEEDS 400 PAIRS AT "
007650             WS-CURRENT-ROOT
007660         MOVE 121 TO WS-ABEND-CODE
007670         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
007680     END-IF.
007690     ADD 1 TO WS-CHAIN-COUNT.
007700     MOVE WS-PAIR-SUB TO CH-PAIR(WS-CHAIN-COUNT).
007710     COMPUTE CH-LEVEL(WS-CHAIN-COUNT) =
007720         CH-LEVEL(WS-CHAIN-SUB) + 1.
007730 3350-EXIT.
007740     EXIT.
007750*
007760 3400-SCAN-CHAIN.
007770     MOVE "N" TO WS-IN-CHAIN-SW.
007780     PERFORM 3450-MATCH-ONE-LINK THRU 3450-EXIT
007790         VARYING WS-SCAN-SUB FROM 1 BY 1
007800         UNTIL WS-SCAN-SUB > WS-CHAIN-COUNT
007810             OR PAIR-IN-CHAIN.
007820 3400-EXIT.
007830     EXIT.
007840*
007850 3450-MATCH-ONE-LINK.
007860     IF CH-PAIR(WS-SCAN-SUB) = WS-PAIR-SUB
007870         SET PAIR-IN-CHAIN TO TRUE
007880     END-IF.
007890 3450-EXIT.
007900     EXIT.
007910*
007920*****************************************************************
007930* PRINT-ONE-LINK - ONE PAIR OF THE CHAIN, THE ROOT MARKED WITH AN
007940* ASTERISK.  A MISSED PAIR IS CLAIMED FOR THIS ROOT AND
007950* COUNTED AS AFFECTED.  A PAIR THE WALK REACHED THROUGH THE
007960* CONTROL FILE THAT IS NOT ON THE RETRY FILE WAS NOT HELD
007970* TONIGHT - IT WAS NOT SCHEDULED - BUT ITS NEXT RUN WAITS ON
007980* THE RETRY OF THE PAIRS ABOVE IT, SO IT IS LISTED.
007990*****************************************************************
008000 3500-PRINT-ONE-LINK.
008010     MOVE CH-PAIR(WS-CHAIN-SUB) TO WS-PAIR-HIT.
008020     MOVE SPACES TO ICL-INDENT.
008030     MOVE CH-LEVEL(WS-CHAIN-SUB) TO ICL-LEVEL.
008040     MOVE PR-QUERY(WS-PAIR-HIT) TO ICL-QUERY.
008050     MOVE PR-FORM(WS-PAIR-HIT) TO ICL-FORM.
008060     MOVE PR-PRED(WS-PAIR-HIT) TO ICL-PRED.
008070     IF CH-LEVEL(WS-CHAIN-SUB) = ZERO
008080         MOVE "*" TO ICL-INDENT
008090     END-IF.
008100     IF NOT PR-MISSED(WS-PAIR-HIT)
008110         MOVE SPACES TO ICL-DATE
008120         MOVE "NOT RUN TONIGHT - NEXT RUN WAITS" TO ICL-STATUS
008130         WRITE IMPACT-REPORT-LINE FROM WS-CHAIN-LINE
008140         GO TO 3500-EXIT
008150     END-IF.
008160     MOVE PR-DATE(WS-PAIR-HIT) TO ICL-DATE.
008170     EVALUATE PR-REASON(WS-PAIR-HIT)
008180         WHEN "F"
008190             MOVE "FAILED - ON THE RETRY FILE" TO ICL-STATUS
008200         WHEN "D"
008210             MOVE "DEFERRED AT THE CUTOFF" TO ICL-STATUS
008220         WHEN "H"
008230             MOVE "HELD - QMF OBJECT MISSING" TO ICL-STATUS
008240         WHEN "P"
008250             MOVE "HELD BEHIND ITS PREDECESSOR" TO ICL-STATUS
008260         WHEN "N"
008270             MOVE "SCHEDULED BUT NEVER RAN" TO ICL-STATUS
008280         WHEN OTHER
008290             MOVE "ON THE RETRY FILE" TO ICL-STATUS
008300     END-EVALUATE.
008310     WRITE IMPACT-REPORT-LINE FROM WS-CHAIN-LINE.
008320     IF PR-ROOT(WS-PAIR-HIT) = SPACES
008330         MOVE WS-CURRENT-ROOT TO PR-ROOT(WS-PAIR-HIT)
008340         ADD 1 TO WS-AFFECTED-COUNT
008350     END-IF.
008360 3500-EXIT.
008370     EXIT.
008380*
008390*****************************************************************
008400* LIST-RECIPIENTS - EVERY ROUTE OF EVERY AFFECTED PAIR'S QUERY
008410* IS A RECIPIENT WHO WILL NOT GET THAT REPORT.  EACH IS PRINTED
008420* AND WRITTEN TO THE DELAYED-REPORT FILE.
008430*****************************************************************
008440 4000-LIST-RECIPIENTS.
008450     WRITE IMPACT-REPORT-LINE FROM WS-BLANK-LINE.
008460     MOVE "RECIPIENTS WHO WILL NOT RECEIVE A REPORT" TO
008470         WS-SECTION-LINE.
008480     WRITE IMPACT-REPORT-LINE FROM WS-SECTION-LINE.
008490     WRITE IMPACT-REPORT-LINE FROM WS-RECIPIENT-HEADING.
008500     PERFORM 4100-ONE-AFFECTED-PAIR THRU 4100-EXIT
008510         VARYING WS-PAIR-HIT FROM 1 BY 1
008520         UNTIL WS-PAIR-HIT > WS-PAIR-COUNT.
008530     IF WS-DELAYED-COUNT = ZERO
008540         MOVE "    NONE" TO WS-SECTION-LINE
008550         WRITE IMPACT-REPORT-LINE FROM WS-SECTION-LINE
008560     END-IF.
008570 4000-EXIT.
008580     EXIT.
008590*
008600 4100-ONE-AFFECTED-PAIR.
008610     IF PR-ROOT(WS-PAIR-HIT) = SPACES
008620         GO TO 4100-EXIT
008630     END-IF.
008640     MOVE PR-QUERY(WS-PAIR-HIT) TO WS-KEY-QUERY.
008650     PERFORM 4300-FIND-SLA THRU 4300-EXIT.
008660     PERFORM 4200-MATCH-ONE-ROUTE THRU 4200-EXIT
008670         VARYING WS-ROUTE-SUB FROM 1 BY 1
008680         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT.
008690 4100-EXIT.
008700     EXIT.
008710*
008720*****************************************************************
008730* MATCH-ONE-ROUTE - THE DUE TIME IS THE RECIPIENT'S OWN FROM THE
008740* ROUTING FILE, ELSE THE QUERY'S FROM THE SLA FILE, ELSE NONE.
008750*****************************************************************
008760 4200-MATCH-ONE-ROUTE.
008770     IF RT-QUERY(WS-ROUTE-SUB) NOT = PR-QUERY(WS-PAIR-HIT)
008780         GO TO 4200-EXIT
008790     END-IF.
008800     MOVE SPACES TO WS-DUE-TIME.
008810     IF RT-DUE-TIME(WS-ROUTE-SUB) NOT = SPACES
008820         MOVE RT-DUE-TIME(WS-ROUTE-SUB) TO WS-DUE-TIME
008830     ELSE
008840         IF SLA-FOUND
008850             MOVE SL-DUE-TIME(WS-SLA-HIT) TO WS-DUE-TIME
008860         END-IF
008870     END-IF.
008880     MOVE RT-RECIPIENT(WS-ROUTE-SUB) TO IRL-RECIPIENT.
008890     MOVE RT-TYPE(WS-ROUTE-SUB) TO IRL-TYPE.
008900     MOVE RT-DEST(WS-ROUTE-SUB) TO IRL-DEST.
008910     MOVE PR-QUERY(WS-PAIR-HIT) TO IRL-QUERY.
008920     MOVE PR-FORM(WS-PAIR-HIT) TO IRL-FORM.
008930     MOVE PR-DATE(WS-PAIR-HIT) TO IRL-DATE.
008940     MOVE PR-ROOT(WS-PAIR-HIT) TO IRL-ROOT.
008950     IF WS-DUE-TIME = SPACES
008960         MOVE "NONE" TO IRL-DUE
008970     ELSE
008980         MOVE WS-DUE-TIME TO IRL-DUE
008990     END-IF.
009000     WRITE IMPACT-REPORT-LINE FROM WS-RECIPIENT-LINE.
009010     MOVE SPACES TO DELAYED-RECORD.
009020     MOVE RT-RECIPIENT(WS-ROUTE-SUB) TO DLY-RECIPIENT-ID.
009030     MOVE PR-QUERY(WS-PAIR-HIT) TO DLY-QUERY-NAME.
009040     MOVE PR-FORM(WS-PAIR-HIT) TO DLY-FORM-NAME.
009050     MOVE PR-DATE(WS-PAIR-HIT) TO DLY-DATASET-DATE.
009060     MOVE PR-REASON(WS-PAIR-HIT) TO DLY-REASON.
009070     MOVE PR-ROOT(WS-PAIR-HIT) TO DLY-ROOT-QUERY.
009080     MOVE WS-DUE-TIME TO DLY-DUE-TIME.
009090     WRITE DELAYED-RECORD.
009100     ADD 1 TO WS-DELAYED-COUNT.
009110 4200-EXIT.
009120     EXIT.
009130*
009140 4300-FIND-SLA.
009150     MOVE "N" TO WS-SLA-FOUND-SW.
009160     PERFORM 4350-MATCH-ONE-SLA THRU 4350-EXIT
009170         VARYING WS-SLA-SUB FROM 1 BY 1
009180         UNTIL WS-SLA-SUB > WS-SLA-COUNT
009190             OR SLA-FOUND.
009200 4300-EXIT.
009210     EXIT.
009220*
009230 4350-MATCH-ONE-SLA.
009240     IF SL-QUERY(WS-SLA-SUB) = WS-KEY-QUERY
009250         MOVE WS-SLA-SUB TO WS-SLA-HIT
009260         SET SLA-FOUND TO TRUE
009270     END-IF.
009280 4350-EXIT.
009290     EXIT.
009300*
009310*****************************************************************
009320* LIST-FEEDS - THE DRIVER EXPORTS EVERY QUERY IT RUNS, SO EACH
009330* AFFECTED QUERY'S DATED EXPORT WILL BE MISSING FROM THE
009340* TRANSMITTAL MANIFEST - UNLESS THE EXPORT LANDED BEFORE THE
009350* PAIR FAILED, WHICH THE MANIFEST ITSELF SHOWS.  THE REPORT AND
009360* ACKNOWLEDGMENT DUE TIMES COME FROM THE SLA FILE.
009370*****************************************************************
009380 5000-LIST-FEEDS.
009390     WRITE IMPACT-REPORT-LINE FROM WS-BLANK-LINE.
009400     MOVE "EXPORT FEEDS THAT WILL BE SHORT ON THE MANIFEST" TO
009410         WS-SECTION-LINE.
009420     WRITE IMPACT-REPORT-LINE FROM WS-SECTION-LINE.
009430     WRITE IMPACT-REPORT-LINE FROM WS-FEED-HEADING.
009440     PERFORM 5100-ONE-AFFECTED-FEED THRU 5100-EXIT
009450         VARYING WS-PAIR-HIT FROM 1 BY 1
009460         UNTIL WS-PAIR-HIT > WS-PAIR-COUNT.
009470     IF WS-FEED-COUNT = ZERO
009480         MOVE "    NONE" TO WS-SECTION-LINE
009490         WRITE IMPACT-REPORT-LINE FROM WS-SECTION-LINE
009500     END-IF.
009510 5000-EXIT.
009520     EXIT.
009530*
009540 5100-ONE-AFFECTED-FEED.
009550     IF PR-ROOT(WS-PAIR-HIT) = SPACES
009560         GO TO 5100-EXIT
009570     END-IF.
009580     MOVE "N" TO WS-FEED-FOUND-SW.
009590     PERFORM 5150-MATCH-ONE-FEED THRU 5150-EXIT
009600         VARYING WS-FEED-SUB FROM 1 BY 1
009610         UNTIL WS-FEED-SUB > WS-FEED-COUNT
009620             OR FEED-FOUND.
009630     PERFORM 5170-MATCH-ONE-MANIFEST THRU 5170-EXIT
009640         VARYING WS-MAN-SUB FROM 1 BY 1
009650         UNTIL WS-MAN-SUB > WS-MAN-COUNT
009660             OR FEED-FOUND.
009670     IF FEED-FOUND
009680         GO TO 5100-EXIT
009690     END-IF.
009700     IF WS-FEED-COUNT NOT < 400
009710         DISPLAY "DSQABUCO - MORE THAN 400 SHORT FEEDS"
009720         MOVE 121 TO WS-ABEND-CODE
009730         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
009740     END-IF.
009750     ADD 1 TO WS-FEED-COUNT.
009760     MOVE PR-QUERY(WS-PAIR-HIT) TO FE-QUERY(WS-FEED-COUNT).
009770     MOVE PR-DATE(WS-PAIR-HIT) TO FE-DATE(WS-FEED-COUNT).
009780     MOVE SPACES TO WS-EXPORT-DSNAME.
009790     STRING "DSQABFCO.EXPORT.D"    DELIMITED BY SIZE
009800            PR-DATE(WS-PAIR-HIT)   DELIMITED BY SIZE
009810            "."                    DELIMITED BY SIZE
009820            PR-QUERY(WS-PAIR-HIT)  DELIMITED BY SPACE
009830            INTO WS-EXPORT-DSNAME
009840     END-STRING.
009850     MOVE PR-QUERY(WS-PAIR-HIT) TO WS-KEY-QUERY.
009860     PERFORM 4300-FIND-SLA THRU 4300-EXIT.
009870     MOVE SPACES TO WS-FEED-LINE.
009880     MOVE PR-QUERY(WS-PAIR-HIT) TO IFL-QUERY.
009890     MOVE PR-DATE(WS-PAIR-HIT) TO IFL-DATE.
009900     MOVE WS-EXPORT-DSNAME TO IFL-DSNAME.
009910     MOVE PR-ROOT(WS-PAIR-HIT) TO IFL-ROOT.
009920     MOVE "NONE" TO IFL-DUE-TIME IFL-ACK-TIME.
009930     IF SLA-FOUND
009940         IF SL-DUE-TIME(WS-SLA-HIT) NOT = SPACES
009950             MOVE SL-DUE-TIME(WS-SLA-HIT) TO IFL-DUE-TIME
009960             MOVE SL-DAY-RULE(WS-SLA-HIT) TO IFL-DUE-RULE
009970         END-IF
009980         IF SL-ACK-TIME(WS-SLA-HIT) NOT = SPACES
009990             MOVE SL-ACK-TIME(WS-SLA-HIT) TO IFL-ACK-TIME
010000             MOVE SL-ACK-RULE(WS-SLA-HIT) TO IFL-ACK-RULE
010010         END-IF
010020     END-IF.
010030     WRITE IMPACT-REPORT-LINE FROM WS-FEED-LINE.
010040 5100-EXIT.
010050     EXIT.
010060*
010070 5150-MATCH-ONE-FEED.
010080     IF FE-QUERY(WS-FEED-SUB) = PR-QUERY(WS-PAIR-HIT)
010090         AND FE-DATE(WS-FEED-SUB) = PR-DATE(WS-PAIR-HIT)
010100         SET FEED-FOUND TO TRUE
010110     END-IF.
010120 5150-EXIT.
010130     EXIT.
010140*
010150 5170-MATCH-ONE-MANIFEST.
010160     IF MN-QUERY(WS-MAN-SUB) = PR-QUERY(WS-PAIR-HIT)
010170         AND MN-DATE(WS-MAN-SUB) = PR-DATE(WS-PAIR-HIT)
010180         SET FEED-FOUND TO TRUE
010190     END-IF.
010200 5170-EXIT.
010210     EXIT.
010220*
010230*****************************************************************
010240* ABEND-RUN - A TABLE OVERFLOW ENDS THE STEP; A PARTIAL IMPACT
010250* LIST WOULD TELL THE BUSINESS LESS THAN IT NEEDS TO KNOW.
010260*****************************************************************
010270 7100-ABEND-RUN.
010280     CLOSE IMPACT-REPORT DELAYED-FILE.
010290     MOVE WS-ABEND-CODE TO RETURN-CODE.
010300     STOP RUN.
010310 7100-EXIT.
010320     EXIT.
010330*
010340*****************************************************************
010350* TERMINATE-RUN - TOTALS, CLOSE, AND THE STEP GRADE: 4 WHEN ANY
010360* PAIR IS AFFECTED, ELSE 0.
010370*****************************************************************
010380 9000-TERMINATE-RUN.
010390     WRITE IMPACT-REPORT-LINE FROM WS-BLANK-LINE.
010400     MOVE WS-ROOT-COUNT TO IMT-ROOTS.
010410     MOVE WS-AFFECTED-COUNT TO IMT-AFFECTED.
010420     MOVE WS-DELAYED-COUNT TO IMT-DELAYED.
010430     MOVE WS-FEED-COUNT TO IMT-FEEDS.
010440     WRITE IMPACT-REPORT-LINE FROM WS-TOTAL-LINE.
010450     CLOSE IMPACT-REPORT DELAYED-FILE.
010460     IF WS-AFFECTED-COUNT > ZERO
010470         MOVE 4 TO RETURN-CODE
010480     END-IF.
010490 9000-EXIT.
010500     EXIT.
