000100*****************************************************************
000110*   DSQABLCO - DELIVERY SLA TRACKING AND COMPLIANCE REPORT.     *
000120*   RUNS AFTER DSQABDCO AND DSQABACO.  THE BUSINESS MEASURES    *
000130*   US ON WHEN A REPORT ARRIVES, NOT ON WHETHER THE JOB ENDED - *
000140*   COLLECTIONS NEEDS THE DELINQUENCY REPORT BY 06:00, THE      *
000150*   BRANCH COORDINATORS NEED THEIRS BY 07:30 - AND NOTHING      *
000160*   RECORDED THE PROMISE OR CHECKED DELIVERY AGAINST IT.  THIS  *
000170*   STEP READS AN SLA FILE (DUE TIME, DAY RULE AND THE NIGHTS   *
000180*   IT APPLIES, PER QUERY - SEE DSQSLARC) PLUS ANY PER-         *
000190*   RECIPIENT DUE TIME ON THE DSQABDCO ROUTING FILE, AND FOR    *
000200*   EACH DATASET DATE ON TONIGHT'S STATISTICS FILE JUDGES THREE *
000210*   THINGS AGAINST IT: THE PAIR'S COMPLETION (STAT-TIMESTAMP),  *
000220*   EACH ROUTED RECIPIENT'S DELIVERY (THE DSQDSTRC RECORD       *
000230*   DSQABDCO WROTE WHEN IT BUNDLED THE REPORT) AND, FOR AN      *
000240*   EXPORT HELD TO AN ACKNOWLEDGMENT TIME, DOWNSTREAM'S ACK     *
000250*   (THE DSQACKRC RECORD DSQABACO WROTE WHEN IT CLEARED IT).    *
000260*   EVERY CHECK IS FILED ON AN SLA HISTORY CARRIED FORWARD      *
000270*   (SLAHSTIN IN, SLAHSTOT OUT - OPERATORS RENAME IT THE SAME   *
000280*   WAY THEY DO THE OUTSTANDING-MANIFEST FILE), WHERE A LATE    *
000290*   ACKNOWLEDGMENT ARRIVING ON A LATER NIGHT STILL UPDATES ITS  *
000300*   OWN NIGHT.  THE REPORT LISTS TONIGHT'S MISSED AND AT-RISK   *
000310*   DELIVERIES AND, FOR THE MONTH NAMED ON THE SLAPARM CARD OR  *
000320*   ON THE FIRST OF THE MONTH FOR THE MONTH JUST ENDED, THE     *
000330*   ON-TIME PERCENTAGE PER REPORT AND PER RECIPIENT.  RETURN    *
000340*   CODE 8 = A DELIVERY MISSED, 4 = ONE AT RISK, 0 = ON TIME.   *
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.     DSQABLCO.
000380 AUTHOR.         R K HUDBERT.
000390 INSTALLATION.   WESTLAKE DATA CENTER.
000400 DATE-WRITTEN.   10/15/2026.
000410 DATE-COMPILED.
000420*-----------------------------------------------------------------
000430* MODIFICATION HISTORY
000440* DATE       INIT  DESCRIPTION
000450* 2026-10-15 RKH   INITIAL VERSION.
000451* 2026-10-15 RKH   A HISTORY CHECK IS DROPPED AND JUDGED AFRESH
000452*                  ONLY WHEN ITS QUERY RAN AGAIN TONIGHT FOR THE
000453*                  DATE.  OTHER CHECKS ARE CARRIED, SO A RETRY
000454*                  RERUN FOR AN EARLIER NIGHT NO LONGER RE-JUDGES
000455*                  THAT NIGHT'S OTHER QUERIES.  A CARRIED
000456*                  DELIVERY CHECK NOW SEES TONIGHT'S BUNDLES.
000460*-----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.    IBM-370.
000500 OBJECT-COMPUTER.    IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT SLA-FILE ASSIGN TO "SLAFILE"
000540                          ORGANIZATION IS SEQUENTIAL.
000550     SELECT ROUTING-FILE ASSIGN TO "ROUTING"
000560                          ORGANIZATION IS SEQUENTIAL.
000570     SELECT STATISTICS-FILE ASSIGN TO "STATSIN"
000580                          ORGANIZATION IS SEQUENTIAL.
000590     SELECT OPTIONAL DISTRIBUTION-FILE ASSIGN TO "DISTREC"
000600                          ORGANIZATION IS SEQUENTIAL.
000610     SELECT MANIFEST-FILE ASSIGN TO "MANIFIN"
000620                          ORGANIZATION IS SEQUENTIAL.
000630     SELECT OPTIONAL ACK-RESULT-FILE ASSIGN TO "ACKRSLT"
000640                          ORGANIZATION IS SEQUENTIAL.
000650     SELECT OPTIONAL SLA-PARM-FILE ASSIGN TO "SLAPARM"
000660                          ORGANIZATION IS SEQUENTIAL.
000670     SELECT OPTIONAL SLA-HISTORY-IN ASSIGN TO "SLAHSTIN"
000680                          ORGANIZATION IS SEQUENTIAL.
000690     SELECT SLA-HISTORY-OUT ASSIGN TO "SLAHSTOT"
000700                          ORGANIZATION IS SEQUENTIAL.
000710     SELECT SLA-REPORT ASSIGN TO "SLARPT"
000720                          ORGANIZATION IS SEQUENTIAL.
000730 DATA DIVISION.
000740 FILE SECTION.
000750*****************************************************************
000760* SLA-FILE - ONE RECORD PER QUERY HELD TO A DELIVERY TIME.
000770*****************************************************************
000780 FD  SLA-FILE
000790     RECORDING MODE IS F.
000800     COPY DSQSLARC.
000810*****************************************************************
000820* ROUTING-FILE - THE DSQABDCO ROUTING FILE: WHO EACH QUERY'S
000830* REPORT GOES TO, AND ANY RECIPIENT'S OWN DUE TIME AND DAY RULE.
000840*****************************************************************
000850 FD  ROUTING-FILE
000860     RECORDING MODE IS F.
000870 01  ROUTING-RECORD.
000880     03  RTE-QUERY-NAME       PIC X(18).
000890     03  RTE-RECIPIENT-ID     PIC X(08).
000900     03  RTE-ROUTE-TYPE       PIC X(01).
000910     03  RTE-DESTINATION      PIC X(17).
000920     03  RTE-SLA-DUE-TIME     PIC X(04).
000930     03  RTE-SLA-DUE-HHMM REDEFINES RTE-SLA-DUE-TIME
000940                              PIC 9(04).
000950     03  RTE-SLA-DAY-RULE     PIC X(01).
000960     03  FILLER               PIC X(31).
000970*****************************************************************
000980* STATISTICS-FILE - TONIGHT'S PER-PAIR RECORDS FROM THE DRIVER;
000990* STAT-TIMESTAMP IS WHEN THE PAIR COMPLETED.
001000*****************************************************************
001010 FD  STATISTICS-FILE
001020     RECORDING MODE IS F.
001030     COPY DSQSTATC.
001040*****************************************************************
001050* DISTRIBUTION-FILE - WHAT DSQABDCO BUNDLED FOR WHOM, AND WHEN.
001060* OPTIONAL - A NIGHT THE DISTRIBUTION STEP NEVER RAN DELIVERED
001070* NOTHING, WHICH IS EXACTLY WHAT THIS STEP MUST SAY.
001080*****************************************************************
001090 FD  DISTRIBUTION-FILE
001100     RECORDING MODE IS F.
001110     COPY DSQDSTRC.
001120*****************************************************************
001130* MANIFEST-FILE - TONIGHT'S EXPORTS, WHICH ARE WHAT DOWNSTREAM
001140* ACKNOWLEDGES.
001150*****************************************************************
001160 FD  MANIFEST-FILE
001170     RECORDING MODE IS F.
001180     COPY DSQMANRC.
001190*****************************************************************
001200* ACK-RESULT-FILE - DSQABACO'S DISPOSITIONS, WITH THE TIME EACH
001210* ACKNOWLEDGMENT WAS CLEARED.  OPTIONAL LIKE DISTREC.
001220*****************************************************************
001230 FD  ACK-RESULT-FILE
001240     RECORDING MODE IS F.
001250     COPY DSQACKRC.
001260*****************************************************************
001270* SLA-PARM-FILE - AN OPTIONAL CARD NAMING THE MONTH (YYYYMM) THE
001280* COMPLIANCE SECTION COVERS.  WITHOUT ONE THE SECTION PRINTS ONLY
001290* ON THE FIRST OF A MONTH, FOR THE MONTH JUST ENDED.
001300*****************************************************************
001310 FD  SLA-PARM-FILE
001320     RECORDING MODE IS F.
001330 01  SLA-PARM-RECORD.
001340     03  SLP-REPORT-MONTH-X   PIC X(06).
001350     03  SLP-REPORT-MONTH REDEFINES SLP-REPORT-MONTH-X
001360                              PIC 9(06).
001370     03  FILLER               PIC X(74).
001380*****************************************************************
001390* SLA-HISTORY-IN - EVERY CHECK FROM EARLIER NIGHTS: THE DATASET
001400* DATE, QUERY, RECIPIENT (BLANK FOR COMPLETION AND ACK CHECKS),
001410* THE CHECK TYPE - C = COMPLETION, D = DELIVERY TO A RECIPIENT,
001420* A = EXPORT ACKNOWLEDGMENT - THE DUE AND ACTUAL YYYYMMDDHHMM,
001430* AND THE RESULT - O = ON TIME, R = ON TIME BUT INSIDE THE AT-
001440* RISK WINDOW, L = DELIVERED LATE, N = NOT DELIVERED BY THE DUE
001450* TIME, P = NOT YET DELIVERED AND NOT YET DUE.  OPTIONAL - THE
001460* FIRST NIGHT HAS NONE.
001470*****************************************************************
001480 FD  SLA-HISTORY-IN
001490     RECORDING MODE IS F.
001500 01  SLA-HISTORY-RECORD-IN.
001510     03  SHI-DATASET-DATE     PIC 9(08).
001520     03  SHI-QUERY-NAME       PIC X(18).
001530     03  SHI-RECIPIENT-ID     PIC X(08).
001540     03  SHI-CHECK-TYPE       PIC X(01).
001550     03  SHI-DUE-STAMP        PIC 9(12).
001560     03  SHI-ACTUAL-STAMP     PIC X(12).
001570     03  SHI-RESULT           PIC X(01).
001580     03  SHI-MINUTES-LATE     PIC 9(05).
001590     03  SHI-WARN-MINUTES     PIC 9(03).
001600     03  FILLER               PIC X(32).
001610*****************************************************************
001620* SLA-HISTORY-OUT - THE HISTORY WITH TONIGHT'S CHECKS ADDED AND
001630* CHECKS OLDER THAN WS-KEEP-DAYS DROPPED.  REREAD FOR THE MONTHLY
001640* COMPLIANCE SECTION ONCE IT IS COMPLETE.
001650*****************************************************************
001660 FD  SLA-HISTORY-OUT
001670     RECORDING MODE IS F.
001680 01  SLA-HISTORY-RECORD-OUT.
001690     03  SHO-DATASET-DATE     PIC 9(08).
001700     03  SHO-QUERY-NAME       PIC X(18).
001710     03  SHO-RECIPIENT-ID     PIC X(08).
001720     03  SHO-CHECK-TYPE       PIC X(01).
001730         88  SHO-COMPLETION-CHECK        VALUE "C".
001740         88  SHO-DELIVERY-CHECK          VALUE "D".
001750         88  SHO-ACK-CHECK               VALUE "A".
001760     03  SHO-DUE-STAMP        PIC 9(12).
001770     03  SHO-ACTUAL-STAMP     PIC X(12).
001780     03  SHO-RESULT           PIC X(01).
001790         88  SHO-ON-TIME                 VALUE "O", "R".
001800         88  SHO-LATE                    VALUE "L".
001810     03  SHO-MINUTES-LATE     PIC 9(05).
001820     03  SHO-WARN-MINUTES     PIC 9(03).
001830     03  FILLER               PIC X(32).
001840*****************************************************************
001850* SLA-REPORT - THE MISSED/AT-RISK LIST, THE STEP TOTALS AND THE
001860* MONTHLY COMPLIANCE SECTION.
001870*****************************************************************
001880 FD  SLA-REPORT
001890     RECORDING MODE IS F.
001900 01  SLA-REPORT-LINE          PIC X(132).
001910 WORKING-STORAGE SECTION.
001920*****************************************************************
001930* SWITCHES
001940*****************************************************************
001950 01  WS-SWITCHES.
001960     03  WS-SLA-EOF-SW        PIC X(01)  VALUE "N".
001970         88  SLA-EOF                     VALUE "Y".
001980     03  WS-ROUTING-EOF-SW    PIC X(01)  VALUE "N".
001990         88  ROUTING-EOF                 VALUE "Y".
002000     03  WS-STATS-EOF-SW      PIC X(01)  VALUE "N".
002010         88  STATS-EOF                   VALUE "Y".
002020     03  WS-DIST-EOF-SW       PIC X(01)  VALUE "N".
002030         88  DIST-EOF                    VALUE "Y".
002040     03  WS-MANIFEST-EOF-SW   PIC X(01)  VALUE "N".
002050         88  MANIFEST-EOF                VALUE "Y".
002060     03  WS-ACK-EOF-SW        PIC X(01)  VALUE "N".
002070         88  ACK-EOF                     VALUE "Y".
002080     03  WS-HISTORY-EOF-SW    PIC X(01)  VALUE "N".
002090         88  HISTORY-EOF                 VALUE "Y".
002100     03  WS-FOUND-SW          PIC X(01)  VALUE "N".
002110         88  ENTRY-FOUND                 VALUE "Y".
002120     03  WS-OWED-SW           PIC X(01)  VALUE "N".
002130         88  SLA-OWED-TONIGHT            VALUE "Y".
002140     03  WS-BUS-DAY-SW        PIC X(01)  VALUE "N".
002150         88  DATE-IS-BUSINESS            VALUE "Y".
002160     03  WS-MONTH-SW          PIC X(01)  VALUE "N".
002170         88  COMPLIANCE-WANTED           VALUE "Y".
002180 01  WS-ABEND-CODE            PIC S9(08) USAGE IS COMP-4.
002190*****************************************************************
002200* THE SLA FILE IN STORAGE.
002210*****************************************************************
002220 01  WS-SLA-COUNT             PIC S9(05) USAGE IS COMP-4
002230                              VALUE ZERO.
002240 01  WS-SLA-TABLE.
002250     03  WS-SLA-ENTRY         OCCURS 200.
002260         05  WS-SL-QUERY      PIC X(18).
002270         05  WS-SL-DUE        PIC 9(04).
002280         05  WS-SL-RULE       PIC X(01).
002290         05  WS-SL-WARN       PIC 9(03).
002300         05  WS-SL-FREQ-CODE  PIC X(01).
002310         05  WS-SL-FREQ-DAYS  PIC X(07).
002320         05  WS-SL-FREQ-BUSDY PIC X(02).
002330         05  WS-SL-ACK-DUE    PIC X(04).
002340         05  WS-SL-ACK-RULE   PIC X(01).
002350 01  WS-SLA-SUB               PIC S9(05) USAGE IS COMP-4.
002360*****************************************************************
002370* THE ROUTES, WITH ANY RECIPIENT'S OWN DUE TIME (SPACES = THE
002380* QUERY'S).
002390*****************************************************************
002400 01  WS-ROUTE-COUNT           PIC S9(05) USAGE IS COMP-4
002410                              VALUE ZERO.
002420 01  WS-ROUTE-TABLE.
002430     03  WS-ROUTE-ENTRY       OCCURS 200.
002440         05  WS-RT-QUERY      PIC X(18).
002450         05  WS-RT-RECIPIENT  PIC X(08).
002460         05  WS-RT-DUE        PIC X(04).
002470         05  WS-RT-RULE       PIC X(01).
002480 01  WS-ROUTE-SUB             PIC S9(05) USAGE IS COMP-4.
002490*****************************************************************
002500* TONIGHT'S EVENTS - COMPLETIONS, DELIVERIES, EXPORTS AND ACKS -
002510* EACH WITH ITS DATASET DATE AND YYYYMMDDHHMM STAMP.
002520*****************************************************************
002530 01  WS-STAT-COUNT            PIC S9(05) USAGE IS COMP-4
002540                              VALUE ZERO.
002550 01  WS-STAT-TABLE.
002560     03  WS-STAT-ENTRY        OCCURS 1000.
002570         05  WS-ST-QUERY      PIC X(18).
002580         05  WS-ST-DATE       PIC 9(08).
002590         05  WS-ST-STAMP      PIC X(12).
002600 01  WS-DIST-COUNT            PIC S9(05) USAGE IS COMP-4
002610                              VALUE ZERO.
002620 01  WS-DIST-TABLE.
002630     03  WS-DIST-ENTRY        OCCURS 1000.
002640         05  WS-DT-RECIPIENT  PIC X(08).
002650         05  WS-DT-QUERY      PIC X(18).
002660         05  WS-DT-DATE       PIC 9(08).
002670         05  WS-DT-STAMP      PIC X(12).
002680 01  WS-MAN-COUNT             PIC S9(05) USAGE IS COMP-4
002690                              VALUE ZERO.
002700 01  WS-MAN-TABLE.
002710     03  WS-MAN-ENTRY         OCCURS 1000.
002720         05  WS-MN-QUERY      PIC X(18).
002730         05  WS-MN-DATE       PIC 9(08).
002740 01  WS-ACK-COUNT             PIC S9(05) USAGE IS COMP-4
002750                              VALUE ZERO.
002760 01  WS-ACK-TABLE.
002770     03  WS-ACK-ENTRY         OCCURS 500.
002780         05  WS-AK-QUERY      PIC X(18).
002790         05  WS-AK-DATE       PIC 9(08).
002800         05  WS-AK-STAMP      PIC X(12).
002810 01  WS-EVENT-SUB             PIC S9(05) USAGE IS COMP-4.
002820 01  WS-EVENT-HIT             PIC S9(05) USAGE IS COMP-4.
002830*****************************************************************
002840* THE DATASET DATES JUDGED TONIGHT - EVERY DATE ON THE STATISTICS
002850* FILE (A CATCH-UP RUN CARRIES SEVERAL), OR YESTERDAY WHEN THE
002860* DRIVER WROTE NOTHING AT ALL.
002870*****************************************************************
002880 01  WS-DATE-COUNT            PIC S9(05) USAGE IS COMP-4
002890                              VALUE ZERO.
002900 01  WS-DATE-TABLE.
002910     03  WS-JUDGE-DATE        PIC 9(08) OCCURS 31.
002920 01  WS-DATE-SUB              PIC S9(05) USAGE IS COMP-4.
002930 01  WS-MATCH-DATE            PIC 9(08).
002931*****************************************************************
002932* QUERIES WHOSE EARLIER CHECKS WERE CARRIED FOR A DATE JUDGED
002933* TONIGHT - THE QUERY DID NOT RUN AGAIN FOR THAT DATE, SO ITS
002934* CHECKS STAND AND 4200 DOES NOT JUDGE IT A SECOND TIME.
002935*****************************************************************
002936 01  WS-CARRIED-COUNT         PIC S9(05) USAGE IS COMP-4
002937                              VALUE ZERO.
002938 01  WS-CARRIED-TABLE.
002939     03  WS-CARRIED-ENTRY     OCCURS 1000.
002940         05  WS-CY-QUERY      PIC X(18).
002941         05  WS-CY-DATE       PIC 9(08).
002945*****************************************************************
002950* RUN-FREQUENCY SCHEDULING - THE REQUEST AREA PASSED TO THE
002960* SCHEDULE EVALUATOR DSQABGCO, FOR THE NIGHTS AN SLA APPLIES AND
002970* FOR THE NEXT-BUSINESS-DAY RULE.  DSQABGCO ANSWERS WHETHER A
002980* DATE IS THE NTH BUSINESS DAY OF ITS MONTH, SO A DATE IS A
002990* BUSINESS DAY WHEN IT IS THE NTH FOR SOME N UP TO 23.
003000*****************************************************************
003010     COPY DSQFREQC.
003020 01  WS-BUS-DAY-TRY           PIC S9(05) USAGE IS COMP-4.
003030 01  WS-STEP-COUNT            PIC S9(05) USAGE IS COMP-4.
003040*****************************************************************
003050* THE CHECK BEING JUDGED.  INTEGER-OF-DATE IS USED BECAUSE
003060* ORDINARY VERBS CANNOT STEP A DATE OR COUNT MINUTES ACROSS
003070* MONTH AND YEAR ENDS.
003080*****************************************************************
003090 01  WS-CK-DATE               PIC 9(08).
003100 01  WS-CK-QUERY              PIC X(18).
003110 01  WS-CK-RECIPIENT          PIC X(08).
003120 01  WS-CK-TYPE               PIC X(01).
003130     88  CK-COMPLETION                   VALUE "C".
003140     88  CK-DELIVERY                     VALUE "D".
003150     88  CK-EXPORT-ACK                   VALUE "A".
003160 01  WS-CK-DUE-HHMM           PIC 9(04).
003170 01  WS-CK-RULE               PIC X(01).
003180     88  CK-DUE-SAME-DAY                 VALUE "S".
003190     88  CK-DUE-NEXT-BUS-DAY             VALUE "B".
003200 01  WS-CK-WARN               PIC 9(03).
003210 01  WS-CK-DUE-STAMP          PIC 9(12).
003220 01  WS-CK-ACTUAL-STAMP       PIC X(12).
003230 01  WS-CK-RESULT             PIC X(01).
003240     88  CK-ON-TIME                      VALUE "O".
003250     88  CK-AT-RISK                      VALUE "R".
003260     88  CK-LATE                         VALUE "L".
003270     88  CK-NOT-DELIVERED                VALUE "N".
003280     88  CK-PENDING                      VALUE "P".
003290     88  CK-MISSED                       VALUE "L", "N".
003300     88  CK-NEEDS-WATCHING               VALUE "R", "P".
003310 01  WS-CK-MINUTES-LATE       PIC 9(05).
003320 01  WS-OLD-RESULT            PIC X(01).
003330 01  WS-DUE-DATE              PIC 9(08).
003340 01  WS-DAY-NUMBER            PIC S9(09) USAGE IS COMP-4.
003350 01  WS-CVT-STAMP             PIC 9(12).
003360 01  WS-CVT-PARTS REDEFINES WS-CVT-STAMP.
003370     03  WS-CVT-DATE          PIC 9(08).
003380     03  WS-CVT-HH            PIC 9(02).
003390     03  WS-CVT-MM            PIC 9(02).
003400 01  WS-CVT-MINUTES           PIC S9(11) USAGE IS COMP-4.
003410 01  WS-DUE-MINUTES           PIC S9(11) USAGE IS COMP-4.
003420 01  WS-ACTUAL-MINUTES        PIC S9(11) USAGE IS COMP-4.
003430 01  WS-NOW-MINUTES           PIC S9(11) USAGE IS COMP-4.
003440 01  WS-LATE-MINUTES          PIC S9(11) USAGE IS COMP-4.
003450 01  WS-HHMM-CHECK            PIC 9(04).
003460 01  WS-HHMM-PARTS REDEFINES WS-HHMM-CHECK.
003470     03  WS-HHMM-HH           PIC 9(02).
003480     03  WS-HHMM-MM           PIC 9(02).
003490*****************************************************************
003500* THE RUN'S OWN DATE AND TIME - "NOW", FOR A CHECK WITH NOTHING
003510* DELIVERED YET - AND THE HISTORY RETENTION.
003520*****************************************************************
003530 01  WS-RUN-DATE              PIC 9(08).
003540 01  WS-RUN-TIME              PIC 9(08).
003550 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
003560     03  WS-RUN-HHMM          PIC 9(04).
003570     03  FILLER               PIC 9(04).
003580 01  WS-NOW-STAMP             PIC 9(12).
003590 01  WS-RUN-DAY-NUMBER        PIC S9(09) USAGE IS COMP-4.
003600 01  WS-KEEP-DAYS             PIC S9(05) USAGE IS COMP-4
003610                              VALUE 400.
003620 01  WS-OLDEST-KEPT-DAY       PIC S9(09) USAGE IS COMP-4.
003630 01  WS-REPORT-MONTH          PIC 9(06)  VALUE ZERO.
003640 01  WS-RUN-DATE-PARTS.
003650     03  WS-RD-YYYY           PIC 9(04).
003660     03  WS-RD-MM             PIC 9(02).
003670     03  WS-RD-DD             PIC 9(02).
003680 01  WS-HIST-MONTH            PIC 9(06).
003690*****************************************************************
003700* COUNTS
003710*****************************************************************
003720 01  WS-CHECK-COUNT           PIC S9(05) USAGE IS COMP-4
003730                              VALUE ZERO.
003740 01  WS-ON-TIME-COUNT         PIC S9(05) USAGE IS COMP-4
003750                              VALUE ZERO.
003760 01  WS-AT-RISK-COUNT         PIC S9(05) USAGE IS COMP-4
003770                              VALUE ZERO.
003780 01  WS-MISSED-COUNT          PIC S9(05) USAGE IS COMP-4
003790                              VALUE ZERO.
003800 01  WS-UPDATED-COUNT         PIC S9(05) USAGE IS COMP-4
003810                              VALUE ZERO.
003820 01  WS-LISTED-COUNT          PIC S9(05) USAGE IS COMP-4
003830                              VALUE ZERO.
003840 01  WS-HISTORY-WRITTEN       PIC S9(07) USAGE IS COMP-4
003850                              VALUE ZERO.
003860*****************************************************************
003870* MONTHLY COMPLIANCE TALLIES - PER REPORT OVER EVERY CHECK, PER
003880* RECIPIENT OVER ITS DELIVERY CHECKS.  A CHECK STILL PENDING IN
003890* THE HISTORY WAS NEVER SHOWN DELIVERED AND COUNTS AS MISSED.
003900*****************************************************************
003910 01  WS-MQ-COUNT              PIC S9(05) USAGE IS COMP-4
003920                              VALUE ZERO.
003930 01  WS-MQ-TABLE.
003940     03  WS-MQ-ENTRY          OCCURS 200.
003950         05  WS-MQ-NAME       PIC X(18).
003960         05  WS-MQ-CHECKS     PIC S9(07) USAGE IS COMP-4.
003970         05  WS-MQ-ON-TIME    PIC S9(07) USAGE IS COMP-4.
003980         05  WS-MQ-LATE       PIC S9(07) USAGE IS COMP-4.
003990         05  WS-MQ-MISSED     PIC S9(07) USAGE IS COMP-4.
004000 01  WS-MR-COUNT              PIC S9(05) USAGE IS COMP-4
004010                              VALUE ZERO.
004020 01  WS-MR-TABLE.
004030     03  WS-MR-ENTRY          OCCURS 50.
004040         05  WS-MR-NAME       PIC X(08).
004050         05  WS-MR-CHECKS     PIC S9(07) USAGE IS COMP-4.
004060         05  WS-MR-ON-TIME    PIC S9(07) USAGE IS COMP-4.
004070         05  WS-MR-LATE       PIC S9(07) USAGE IS COMP-4.
004080         05  WS-MR-MISSED     PIC S9(07) USAGE IS COMP-4.
004090 01  WS-MONTH-SUB             PIC S9(05) USAGE IS COMP-4.
004100 01  WS-MONTH-HIT             PIC S9(05) USAGE IS COMP-4.
004110 01  WS-ALL-CHECKS            PIC S9(07) USAGE IS COMP-4
004120                              VALUE ZERO.
004130 01  WS-ALL-ON-TIME           PIC S9(07) USAGE IS COMP-4
004140                              VALUE ZERO.
004150 01  WS-ALL-LATE              PIC S9(07) USAGE IS COMP-4
004160                              VALUE ZERO.
004170 01  WS-ALL-MISSED            PIC S9(07) USAGE IS COMP-4
004180                              VALUE ZERO.
004190 01  WS-PCT-CHECKS            PIC S9(07) USAGE IS COMP-4.
004200 01  WS-PCT-ON-TIME           PIC S9(07) USAGE IS COMP-4.
004210 01  WS-ON-TIME-PCT           PIC S9(03)V9 USAGE IS COMP-3.
004220*****************************************************************
004230* SLA REPORT PRINT LINES
004240*****************************************************************
004250 01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
004260 01  WS-HEADING-1.
004270     03  FILLER               PIC X(40)  VALUE
004280         "DSQABLCO DELIVERY SLA REPORT".
004290     03  FILLER               PIC X(10)  VALUE "RUN DATE: ".
004300     03  LRH-RUN-DATE         PIC 9(08).
004310     03  FILLER               PIC X(08)  VALUE "  TIME: ".
004320     03  LRH-RUN-TIME.
004330         05  LRH-RUN-HH       PIC 9(02).
004340         05  FILLER           PIC X(01)  VALUE ":".
004350         05  LRH-RUN-MM       PIC 9(02).
004360     03  FILLER               PIC X(61)  VALUE SPACES.
004370 01  WS-HEADING-2.
004380     03  FILLER               PIC X(10)  VALUE "DATE".
004390     03  FILLER               PIC X(19)  VALUE "QUERY".
004400     03  FILLER               PIC X(10)  VALUE "RECIPIENT".
004410     03  FILLER               PIC X(12)  VALUE "CHECK".
004420     03  FILLER               PIC X(17)  VALUE "DUE".
004430     03  FILLER               PIC X(17)  VALUE "ACTUAL".
004440     03  FILLER               PIC X(09)  VALUE "LATE MIN".
004450     03  FILLER               PIC X(38)  VALUE "STATUS".
004460 01  WS-DETAIL-LINE.
004470     03  LRD-DATE             PIC 9(08).
004480     03  FILLER               PIC X(02)  VALUE SPACES.
004490     03  LRD-QUERY            PIC X(18).
004500     03  FILLER               PIC X(01)  VALUE SPACES.
004510     03  LRD-RECIPIENT        PIC X(08).
004520     03  FILLER               PIC X(02)  VALUE SPACES.
004530     03  LRD-CHECK            PIC X(10).
004540     03  FILLER               PIC X(02)  VALUE SPACES.
004550     03  LRD-DUE-DATE         PIC 9(08).
004560     03  FILLER               PIC X(01)  VALUE SPACES.
004570     03  LRD-DUE-TIME.
004580         05  LRD-DUE-HH       PIC 9(02).
004590         05  FILLER           PIC X(01)  VALUE ":".
004600         05  LRD-DUE-MM       PIC 9(02).
004610     03  FILLER               PIC X(03)  VALUE SPACES.
004620     03  LRD-ACTUAL           PIC X(14).
004630     03  FILLER               PIC X(03)  VALUE SPACES.
004640     03  LRD-MINUTES          PIC ZZZZ9.
004650     03  FILLER               PIC X(04)  VALUE SPACES.
004660     03  LRD-STATUS           PIC X(27).
004670     03  FILLER               PIC X(11)  VALUE SPACES.
004680 01  WS-ACTUAL-EDIT.
004690     03  LRA-DATE             PIC X(08).
004700     03  FILLER               PIC X(01)  VALUE SPACES.
004710     03  LRA-HH               PIC X(02).
004720     03  FILLER               PIC X(01)  VALUE ":".
004730     03  LRA-MM               PIC X(02).
004740 01  WS-TOTAL-LINE.
004750     03  LRT-CHECKS           PIC ZZZZ9.
004760     03  FILLER               PIC X(17)  VALUE
004770         " CHECKS JUDGED,  ".
004780     03  LRT-ON-TIME          PIC ZZZZ9.
004790     03  FILLER               PIC X(11)  VALUE " ON TIME,  ".
004800     03  LRT-AT-RISK          PIC ZZZZ9.
004810     03  FILLER               PIC X(11)  VALUE " AT RISK,  ".
004820     03  LRT-MISSED           PIC ZZZZ9.
004830     03  FILLER               PIC X(10)  VALUE " MISSED,  ".
004840     03  LRT-UPDATED          PIC ZZZZ9.
004850     03  FILLER               PIC X(27)  VALUE
004860         " EARLIER CHECKS UPDATED,  ".
004870     03  LRT-HISTORY          PIC ZZZZZZ9.
004880     03  FILLER               PIC X(24)  VALUE
004890         " HISTORY RECORDS KEPT   ".
004900 01  WS-MONTH-HEADING.
004910     03  FILLER               PIC X(31)  VALUE
004920         "SLA COMPLIANCE FOR THE MONTH OF".
004930     03  FILLER               PIC X(01)  VALUE SPACES.
004940     03  LRM-MONTH            PIC 9(06).
004950     03  FILLER               PIC X(94)  VALUE SPACES.
004960 01  WS-MONTH-COLUMNS.
004970     03  LRK-NAME-LABEL       PIC X(19).
004980     03  FILLER               PIC X(10)  VALUE "CHECKS".
004990     03  FILLER               PIC X(10)  VALUE "ON TIME".
005000     03  FILLER               PIC X(10)  VALUE "LATE".
005010     03  FILLER               PIC X(15)  VALUE "NOT DELIVERED".
005020     03  FILLER               PIC X(68)  VALUE "ON-TIME PCT".
005030 01  WS-MONTH-LINE.
005040     03  LRC-NAME             PIC X(18).
005050     03  FILLER               PIC X(01)  VALUE SPACES.
005060     03  LRC-CHECKS           PIC ZZZZZZ9.
005070     03  FILLER               PIC X(03)  VALUE SPACES.
005080     03  LRC-ON-TIME          PIC ZZZZZZ9.
005090     03  FILLER               PIC X(03)  VALUE SPACES.
005100     03  LRC-LATE             PIC ZZZZZZ9.
005110     03  FILLER               PIC X(03)  VALUE SPACES.
005120     03  LRC-MISSED           PIC ZZZZZZ9.
005130     03  FILLER               PIC X(08)  VALUE SPACES.
005140     03  LRC-PCT              PIC ZZ9.9.
005150     03  FILLER               PIC X(63)  VALUE SPACES.
005160 01  WS-SECTION-LINE          PIC X(132).
005170*
005180 PROCEDURE DIVISION.
005190*
005200 0000-MAINLINE.
005210     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
005220     PERFORM 2000-LOAD-SLA         THRU 2000-EXIT.
005230     PERFORM 2300-LOAD-ROUTING     THRU 2300-EXIT.
005240     PERFORM 2500-LOAD-STATISTICS  THRU 2500-EXIT.
005250     PERFORM 2700-LOAD-DISTRIBUTION THRU 2700-EXIT.
005260     PERFORM 2800-LOAD-MANIFEST    THRU 2800-EXIT.
005270     PERFORM 2900-LOAD-ACK-RESULTS THRU 2900-EXIT.
005280     PERFORM 3000-CARRY-HISTORY    THRU 3000-EXIT.
005290     PERFORM 4000-JUDGE-ALL-DATES  THRU 4000-EXIT.
005300     PERFORM 8000-MONTHLY-COMPLIANCE THRU 8000-EXIT.
005310     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
005320     STOP RUN.
005330*
005340*****************************************************************
005350* INITIALIZE - OPEN EVERYTHING, NOTE THE RUN'S DATE AND TIME, AND
005360* SETTLE WHICH MONTH, IF ANY, THE COMPLIANCE SECTION COVERS.
005370*****************************************************************
005380 1000-INITIALIZE.
005390     OPEN INPUT  SLA-FILE.
005400     OPEN INPUT  ROUTING-FILE.
005410     OPEN INPUT  STATISTICS-FILE.
005420     OPEN INPUT  DISTRIBUTION-FILE.
005430     OPEN INPUT  MANIFEST-FILE.
005440     OPEN INPUT  ACK-RESULT-FILE.
005450     OPEN INPUT  SLA-HISTORY-IN.
005460     OPEN OUTPUT SLA-HISTORY-OUT.
005470     OPEN OUTPUT SLA-REPORT.
005480     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005490     ACCEPT WS-RUN-TIME FROM TIME.
005500     COMPUTE WS-NOW-STAMP = WS-RUN-DATE * 10000 + WS-RUN-HHMM.
005510     MOVE WS-NOW-STAMP TO WS-CVT-STAMP.
005520     PERFORM 5600-STAMP-TO-MINUTES THRU 5600-EXIT.
005530     MOVE WS-CVT-MINUTES TO WS-NOW-MINUTES.
005540     COMPUTE WS-RUN-DAY-NUMBER =
005550         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
005560     COMPUTE WS-OLDEST-KEPT-DAY =
005570         WS-RUN-DAY-NUMBER - WS-KEEP-DAYS.
005580     PERFORM 1100-READ-REPORT-MONTH THRU 1100-EXIT.
005590     MOVE WS-RUN-DATE TO LRH-RUN-DATE.
005600     MOVE WS-CVT-HH TO LRH-RUN-HH.
005610     MOVE WS-CVT-MM TO LRH-RUN-MM.
005620     WRITE SLA-REPORT-LINE FROM WS-HEADING-1.
005630     WRITE SLA-REPORT-LINE FROM WS-BLANK-LINE.
005640     MOVE "MISSED AND AT-RISK DELIVERIES" TO WS-SECTION-LINE.
005650     WRITE SLA-REPORT-LINE FROM WS-SECTION-LINE.
005660     WRITE SLA-REPORT-LINE FROM WS-HEADING-2.
005670 1000-EXIT.
005680     EXIT.
005690*
005700*****************************************************************
005710* READ-REPORT-MONTH - A NUMERIC YYYYMM ON THE SLAPARM CARD NAMES
005720* THE COMPLIANCE MONTH.  NO CARD, OR A BLANK ONE, MEANS THE MONTH
005730* JUST ENDED WHEN TONIGHT IS THE FIRST OF A MONTH, ELSE NONE.
005740*****************************************************************
005750 1100-READ-REPORT-MONTH.
005760     OPEN INPUT SLA-PARM-FILE.
005770     READ SLA-PARM-FILE
005780         AT END
005790             MOVE SPACES TO SLP-REPORT-MONTH-X
005800     END-READ.
005810     CLOSE SLA-PARM-FILE.
005820     IF SLP-REPORT-MONTH-X NOT = SPACES
005830         IF SLP-REPORT-MONTH IS NUMERIC
005840             AND SLP-REPORT-MONTH-X(5:2) > "00"
005850             AND SLP-REPORT-MONTH-X(5:2) < "13"
005860             MOVE SLP-REPORT-MONTH TO WS-REPORT-MONTH
005870             SET COMPLIANCE-WANTED TO TRUE
005880         ELSE
005890             DISPLAY "DSQABLCO - INVALID SLAPARM MONTH: "
005900                 SLP-REPORT-MONTH-X
005910             MOVE 120 TO WS-ABEND-CODE
005920             PERFORM 7100-ABEND-RUN THRU 7100-EXIT
005930         END-IF
005940         GO TO 1100-EXIT
005950     END-IF.
005960     MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS.
005970     IF WS-RD-DD NOT = 01
005980         GO TO 1100-EXIT
005990     END-IF.
006000     IF WS-RD-MM = 01
006010         COMPUTE WS-REPORT-MONTH = (WS-RD-YYYY - 1) * 100 + 12
006020     ELSE
006030         COMPUTE WS-REPORT-MONTH = WS-RD-YYYY * 100 + WS-RD-MM - 1
006040     END-IF.
006050     SET COMPLIANCE-WANTED TO TRUE.
006060 1100-EXIT.
006070     EXIT.
006080*
006090*****************************************************************
006100* LOAD-SLA - READS THE SLA FILE INTO STORAGE, EDITING EACH RECORD.
006110* A DUE TIME THAT IS NOT A REAL HHMM, AN UNKNOWN DAY RULE OR
006120* FREQUENCY CODE WOULD JUDGE EVERY DELIVERY WRONGLY - A BAD SLA
006130* FILE ENDS THE STEP BEFORE A SINGLE CHECK IS MADE.
006140*****************************************************************
006150 2000-LOAD-SLA.
006160     PERFORM 2100-READ-SLA THRU 2100-EXIT.
006170     PERFORM 2200-TAKE-ONE-SLA THRU 2200-EXIT
006180         UNTIL SLA-EOF.
006190     CLOSE SLA-FILE.
006200 2000-EXIT.
006210     EXIT.
006220*
006230 2100-READ-SLA.
006240     READ SLA-FILE
006250         AT END
006260             SET SLA-EOF TO TRUE
006270     END-READ.
006280 2100-EXIT.
006290     EXIT.
006300*
006310 2200-TAKE-ONE-SLA.
006320     MOVE SLA-FREQ-CODE TO FREQ-CODE.
006330     MOVE "N" TO WS-FOUND-SW.
006340     IF SLA-DUE-TIME IS NUMERIC
006350         MOVE SLA-DUE-TIME TO WS-HHMM-CHECK
006360         IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60
006370             SET ENTRY-FOUND TO TRUE
006380         END-IF
006390     END-IF.
006400     IF SLA-ACK-DUE-TIME-X NOT = SPACES
006410         IF SLA-ACK-DUE-TIME IS NUMERIC
006420             MOVE SLA-ACK-DUE-TIME TO WS-HHMM-CHECK
006430             IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
006440                 MOVE "N" TO WS-FOUND-SW
006450             END-IF
006460         ELSE
006470             MOVE "N" TO WS-FOUND-SW
006480         END-IF
006490     END-IF.
006500     IF SLA-QUERY-NAME = SPACES
006510         OR NOT ENTRY-FOUND
006520         OR (NOT SLA-DUE-SAME-DAY AND NOT SLA-DUE-NEXT-DAY
006530             AND NOT SLA-DUE-NEXT-BUS-DAY)
006540         OR (NOT SLA-ACK-SAME-DAY AND NOT SLA-ACK-NEXT-DAY
006550             AND NOT SLA-ACK-NEXT-BUS-DAY)
006560         OR (SLA-WARN-MINUTES-X NOT = SPACES
006570             AND SLA-WARN-MINUTES NOT NUMERIC)
006580         OR (NOT FREQ-RUNS-DAILY AND NOT FREQ-RUNS-WEEKDAYS
006590             AND NOT FREQ-RUNS-BUSINESS-DAY
006600             AND NOT FREQ-RUNS-MONTH-END)
006610         DISPLAY "DSQABLCO - INVALID SLA RECORD: "
006620             SLA-RECORD(1:41)
006630         MOVE 120 TO WS-ABEND-CODE
006640         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
006650     END-IF.
006660     IF WS-SLA-COUNT NOT < 200
006670         DISPLAY "DSQABLCO - SLA FILE EXCEEDS 200 QUERIES"
006680         MOVE 121 TO WS-ABEND-CODE
006690         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
006700     END-IF.
006710     ADD 1 TO WS-SLA-COUNT.
006720     MOVE SLA-QUERY-NAME TO WS-SL-QUERY(WS-SLA-COUNT).
006730     MOVE SLA-DUE-TIME TO WS-SL-DUE(WS-SLA-COUNT).
006740     MOVE SLA-DAY-RULE TO WS-SL-RULE(WS-SLA-COUNT).
006750     IF SLA-WARN-MINUTES-X = SPACES
006760         MOVE 30 TO WS-SL-WARN(WS-SLA-COUNT)
006770     ELSE
006780         MOVE SLA-WARN-MINUTES TO WS-SL-WARN(WS-SLA-COUNT)
006790     END-IF.
006800     MOVE SLA-FREQ-CODE TO WS-SL-FREQ-CODE(WS-SLA-COUNT).
006810     MOVE SLA-FREQ-WEEKDAYS TO WS-SL-FREQ-DAYS(WS-SLA-COUNT).
006820     MOVE SLA-FREQ-BUS-DAY TO WS-SL-FREQ-BUSDY(WS-SLA-COUNT).
006830     MOVE SLA-ACK-DUE-TIME-X TO WS-SL-ACK-DUE(WS-SLA-COUNT).
006840     MOVE SLA-ACK-DAY-RULE TO WS-SL-ACK-RULE(WS-SLA-COUNT).
006850     PERFORM 2100-READ-SLA THRU 2100-EXIT.
006860 2200-EXIT.
006870     EXIT.
006880*
006890*****************************************************************
006900* LOAD-ROUTING - THE ROUTES, FOR WHO IS OWED EACH REPORT.  THE
006910* ROUTE ITSELF IS EDITED BY DSQABDCO; ONLY THE SLA FIELDS ARE
006920* EDITED HERE.  A ROUTE'S DUE TIME ONLY MATTERS FOR A QUERY ON
006930* THE SLA FILE - THE SLA RECORD SAYS WHICH NIGHTS ARE OWED.
006940*****************************************************************
006950 2300-LOAD-ROUTING.
006960     PERFORM 2350-READ-ROUTING THRU 2350-EXIT.
006970     PERFORM 2400-TAKE-ONE-ROUTE THRU 2400-EXIT
006980         UNTIL ROUTING-EOF.
006990     CLOSE ROUTING-FILE.
007000 2300-EXIT.
007010     EXIT.
007020*
007030 2350-READ-ROUTING.
007040     READ ROUTING-FILE
007050         AT END
007060             SET ROUTING-EOF TO TRUE
007070     END-READ.
007080 2350-EXIT.
007090     EXIT.
007100*
007110 2400-TAKE-ONE-ROUTE.
007120     MOVE "Y" TO WS-FOUND-SW.
007130     IF RTE-SLA-DUE-TIME NOT = SPACES
007140         IF RTE-SLA-DUE-HHMM IS NUMERIC
007150             MOVE RTE-SLA-DUE-HHMM TO WS-HHMM-CHECK
007160             IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
007170                 MOVE "N" TO WS-FOUND-SW
007180             END-IF
007190         ELSE
007200             MOVE "N" TO WS-FOUND-SW
007210         END-IF
007220     END-IF.
007230     IF RTE-SLA-DAY-RULE NOT = SPACE
007240         AND RTE-SLA-DAY-RULE NOT = "S"
007250         AND RTE-SLA-DAY-RULE NOT = "N"
007260         AND RTE-SLA-DAY-RULE NOT = "B"
007270         MOVE "N" TO WS-FOUND-SW
007280     END-IF.
007290     IF NOT ENTRY-FOUND
007300         DISPLAY "DSQABLCO - INVALID ROUTING SLA FIELDS: "
007310             ROUTING-RECORD(1:49)
007320         MOVE 120 TO WS-ABEND-CODE
007330         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
007340     END-IF.
007350     IF WS-ROUTE-COUNT NOT < 200
007360         DISPLAY "DSQABLCO - ROUTING FILE EXCEEDS 200 ROUTES"
007370         MOVE 121 TO WS-ABEND-CODE
007380         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
007390     END-IF.
007400     ADD 1 TO WS-ROUTE-COUNT.
007410     MOVE RTE-QUERY-NAME TO WS-RT-QUERY(WS-ROUTE-COUNT).
007420     MOVE RTE-RECIPIENT-ID TO WS-RT-RECIPIENT(WS-ROUTE-COUNT).
007430     MOVE RTE-SLA-DUE-TIME TO WS-RT-DUE(WS-ROUTE-COUNT).
007440     MOVE RTE-SLA-DAY-RULE TO WS-RT-RULE(WS-ROUTE-COUNT).
007450     PERFORM 2350-READ-ROUTING THRU 2350-EXIT.
007460 2400-EXIT.
007470     EXIT.
007480*
007490*****************************************************************
007500* LOAD-STATISTICS - EVERY PAIR THAT COMPLETED, WITH ITS DATASET
007510* DATE AND COMPLETION STAMP, AND THE DISTINCT DATASET DATES.
007520*****************************************************************
007530 2500-LOAD-STATISTICS.
007540     PERFORM 2550-READ-STATISTICS THRU 2550-EXIT.
007550     PERFORM 2600-TAKE-ONE-STATISTIC THRU 2600-EXIT
007560         UNTIL STATS-EOF.
007570     CLOSE STATISTICS-FILE.
007580     IF WS-DATE-COUNT = ZERO
007590         MOVE 1 TO WS-DATE-COUNT
007600         COMPUTE WS-DAY-NUMBER = WS-RUN-DAY-NUMBER - 1
007610         COMPUTE WS-JUDGE-DATE(1) =
007620             FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
007630     END-IF.
007640 2500-EXIT.
007650     EXIT.
007660*
007670 2550-READ-STATISTICS.
007680     READ STATISTICS-FILE
007690         AT END
007700             SET STATS-EOF TO TRUE
007710     END-READ.
007720 2550-EXIT.
007730     EXIT.
007740*
007750 2600-TAKE-ONE-STATISTIC.
007760     IF STAT-DATASET-DATE NOT NUMERIC
007770         MOVE STAT-TIMESTAMP(1:8) TO STAT-DATASET-DATE
007780     END-IF.
007790     IF STAT-DATASET-DATE NOT NUMERIC
007800         GO TO 2600-ADVANCE
007810     END-IF.
007820     IF WS-STAT-COUNT NOT < 1000
007830         DISPLAY "DSQABLCO - STATISTICS EXCEED 1000 PAIRS"
007840         MOVE 121 TO WS-ABEND-CODE
007850         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
007860     END-IF.
007870     ADD 1 TO WS-STAT-COUNT.
007880     MOVE STAT-QUERY-NAME TO WS-ST-QUERY(WS-STAT-COUNT).
007890     MOVE STAT-DATASET-DATE TO WS-ST-DATE(WS-STAT-COUNT).
007900     MOVE STAT-TIMESTAMP(1:12) TO WS-ST-STAMP(WS-STAT-COUNT).
007910     MOVE "N" TO WS-FOUND-SW.
007920     MOVE STAT-DATASET-DATE TO WS-MATCH-DATE.
007930     PERFORM 2650-MATCH-ONE-DATE THRU 2650-EXIT
007940         VARYING WS-DATE-SUB FROM 1 BY 1
007950         UNTIL WS-DATE-SUB > WS-DATE-COUNT
007960             OR ENTRY-FOUND.
007970     IF NOT ENTRY-FOUND
007980         IF WS-DATE-COUNT < 31
007990             ADD 1 TO WS-DATE-COUNT
008000             MOVE STAT-DATASET-DATE TO
008010                 WS-JUDGE-DATE(WS-DATE-COUNT)
008020         ELSE
008030             DISPLAY "DSQABLCO - MORE THAN 31 DATASET DATES"
008040             MOVE 121 TO WS-ABEND-CODE
008050             PERFORM 7100-ABEND-RUN THRU 7100-EXIT
008060         END-IF
008070     END-IF.
008080 2600-ADVANCE.
008090     PERFORM 2550-READ-STATISTICS THRU 2550-EXIT.
008100 2600-EXIT.
008110     EXIT.
008120*
008130 2650-MATCH-ONE-DATE.
008140     IF WS-JUDGE-DATE(WS-DATE-SUB) = WS-MATCH-DATE
008150         SET ENTRY-FOUND TO TRUE
008160     END-IF.
008170 2650-EXIT.
008180     EXIT.
008190*
008200*****************************************************************
008210* LOAD-DISTRIBUTION - EVERY REPORT DSQABDCO BUNDLED, WITH WHEN.
008220* ARCHIVE-MISSING AND UNROUTED LINES DELIVERED NOTHING.
008230*****************************************************************
008240 2700-LOAD-DISTRIBUTION.
008250     PERFORM 2750-READ-DISTRIBUTION THRU 2750-EXIT.
008260     PERFORM 2760-TAKE-ONE-DISTRIBUTION THRU 2760-EXIT
008270         UNTIL DIST-EOF.
008280     CLOSE DISTRIBUTION-FILE.
008290 2700-EXIT.
008300     EXIT.
008310*
008320 2750-READ-DISTRIBUTION.
008330     READ DISTRIBUTION-FILE
008340         AT END
008350             SET DIST-EOF TO TRUE
008360     END-READ.
008370 2750-EXIT.
008380     EXIT.
008390*
008400 2760-TAKE-ONE-DISTRIBUTION.
008410     IF NOT DST-BUNDLED
008420         GO TO 2760-ADVANCE
008430     END-IF.
008440     IF WS-DIST-COUNT NOT < 1000
008450         DISPLAY "DSQABLCO - DISTRIBUTION EXCEEDS 1000 LINES"
008460         MOVE 121 TO WS-ABEND-CODE
008470         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
008480     END-IF.
008490     ADD 1 TO WS-DIST-COUNT.
008500     MOVE DST-RECIPIENT-ID TO WS-DT-RECIPIENT(WS-DIST-COUNT).
008510     MOVE DST-QUERY-NAME TO WS-DT-QUERY(WS-DIST-COUNT).
008520     MOVE DST-DATASET-DATE TO WS-DT-DATE(WS-DIST-COUNT).
008530     MOVE DST-TIMESTAMP(1:12) TO WS-DT-STAMP(WS-DIST-COUNT).
008540 2760-ADVANCE.
008550     PERFORM 2750-READ-DISTRIBUTION THRU 2750-EXIT.
008560 2760-EXIT.
008570     EXIT.
008580*
008590*****************************************************************
008600* LOAD-MANIFEST - TONIGHT'S EXPORTS BY QUERY AND DATASET DATE.
008610*****************************************************************
008620 2800-LOAD-MANIFEST.
008630     PERFORM 2850-READ-MANIFEST THRU 2850-EXIT.
008640     PERFORM 2860-TAKE-ONE-MANIFEST THRU 2860-EXIT
008650         UNTIL MANIFEST-EOF.
008660     CLOSE MANIFEST-FILE.
008670 2800-EXIT.
008680     EXIT.
008690*
008700 2850-READ-MANIFEST.
008710     READ MANIFEST-FILE
008720         AT END
008730             SET MANIFEST-EOF TO TRUE
008740     END-READ.
008750 2850-EXIT.
008760     EXIT.
008770*
008780 2860-TAKE-ONE-MANIFEST.
008790     IF WS-MAN-COUNT NOT < 1000
008800         DISPLAY "DSQABLCO - MANIFEST EXCEEDS 1000 EXPORTS"
008810         MOVE 121 TO WS-ABEND-CODE
008820         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
008830     END-IF.
008840     ADD 1 TO WS-MAN-COUNT.
008850     MOVE MAN-QUERY-NAME TO WS-MN-QUERY(WS-MAN-COUNT).
008860     IF MAN-DATASET-DATE IS NUMERIC
008870         MOVE MAN-DATASET-DATE TO WS-MN-DATE(WS-MAN-COUNT)
008880     ELSE
008890         MOVE MAN-RUN-DATE TO WS-MN-DATE(WS-MAN-COUNT)
008900     END-IF.
008910     PERFORM 2850-READ-MANIFEST THRU 2850-EXIT.
008920 2860-EXIT.
008930     EXIT.
008940*
008950*****************************************************************
008960* LOAD-ACK-RESULTS - ONLY A CLEARED ACKNOWLEDGMENT DELIVERS AN
008970* EXPORT; A COUNT MISMATCH LEAVES IT UNDELIVERED.
008980*****************************************************************
008990 2900-LOAD-ACK-RESULTS.
009000     PERFORM 2950-READ-ACK-RESULT THRU 2950-EXIT.
009010     PERFORM 2960-TAKE-ONE-ACK-RESULT THRU 2960-EXIT
009020         UNTIL ACK-EOF.
009030     CLOSE ACK-RESULT-FILE.
009040 2900-EXIT.
009050     EXIT.
009060*
009070 2950-READ-ACK-RESULT.
009080     READ ACK-RESULT-FILE
009090         AT END
009100             SET ACK-EOF TO TRUE
009110     END-READ.
009120 2950-EXIT.
009130     EXIT.
009140*
009150 2960-TAKE-ONE-ACK-RESULT.
009160     IF NOT ACKR-CLEARED
009170         GO TO 2960-ADVANCE
009180     END-IF.
009190     IF WS-ACK-COUNT NOT < 500
009200         DISPLAY "DSQABLCO - ACK RESULTS EXCEED 500 CLEARED"
009210         MOVE 121 TO WS-ABEND-CODE
009220         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
009230     END-IF.
009240     ADD 1 TO WS-ACK-COUNT.
009250     MOVE ACKR-QUERY-NAME TO WS-AK-QUERY(WS-ACK-COUNT).
009260     MOVE ACKR-DATASET-DATE TO WS-AK-DATE(WS-ACK-COUNT).
009270     MOVE ACKR-TIMESTAMP(1:12) TO WS-AK-STAMP(WS-ACK-COUNT).
009280 2960-ADVANCE.
009290     PERFORM 2950-READ-ACK-RESULT THRU 2950-EXIT.
009300 2960-EXIT.
009310     EXIT.
009320*
009330*****************************************************************
009340* CARRY-HISTORY - COPIES THE EARLIER NIGHTS' CHECKS FORWARD.  A
009350* CHECK FOR A QUERY THAT RAN AGAIN TONIGHT FOR ITS DATASET DATE
009360* IS DROPPED - TONIGHT JUDGES IT AFRESH, SO A RERUN NEVER DOUBLE-
009365* COUNTS IT - AS IS ONE OLDER THAN WS-KEEP-DAYS.  EVERY OTHER
009366* CHECK IS CARRIED, EVEN FOR A DATE JUDGED TONIGHT, SO A DRAINED
009367* RETRY RERUN FOR AN EARLIER NIGHT LEAVES THAT NIGHT'S OTHER
009368* QUERIES AS THEY WERE JUDGED.  A CHECK STILL PENDING OR NOT
009380* DELIVERED IS JUDGED AGAIN: AN ACKNOWLEDGMENT CLEARED TONIGHT
009390* FOR AN EARLIER NIGHT'S EXPORT LANDS ON THAT NIGHT'S CHECK, AS
009395* DOES A BUNDLE DELIVERED TONIGHT FOR AN EARLIER NIGHT'S REPORT,
009400* AND A PENDING CHECK NOW PAST ITS DUE TIME BECOMES A MISS.
009410*****************************************************************
009420 3000-CARRY-HISTORY.
009430     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
009440     PERFORM 3200-CARRY-ONE-HISTORY THRU 3200-EXIT
009450         UNTIL HISTORY-EOF.
009460     CLOSE SLA-HISTORY-IN.
009470 3000-EXIT.
009480     EXIT.
009490*
009500 3100-READ-HISTORY.
009510     READ SLA-HISTORY-IN
009520         AT END
009530             SET HISTORY-EOF TO TRUE
009540     END-READ.
009550 3100-EXIT.
009560     EXIT.
009570*
009580 3200-CARRY-ONE-HISTORY.
009590     IF SHI-DATASET-DATE NOT NUMERIC
009600         OR SHI-DUE-STAMP NOT NUMERIC
009610         OR SHI-MINUTES-LATE NOT NUMERIC
009620         OR SHI-WARN-MINUTES NOT NUMERIC
009630         DISPLAY "DSQABLCO - INVALID HISTORY RECORD: "
009640             SLA-HISTORY-RECORD-IN(1:35)
009650         MOVE 120 TO WS-ABEND-CODE
009660         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
009670     END-IF.
009680     COMPUTE WS-DAY-NUMBER =
009690         FUNCTION INTEGER-OF-DATE(SHI-DATASET-DATE).
009700     IF WS-DAY-NUMBER < WS-OLDEST-KEPT-DAY
009710         GO TO 3200-ADVANCE
009720     END-IF.
009730     MOVE SHI-DATASET-DATE TO WS-CK-DATE.
009740     MOVE SHI-QUERY-NAME TO WS-CK-QUERY.
009750     PERFORM 6000-FIND-STATISTIC THRU 6000-EXIT.
009760     IF ENTRY-FOUND
009770         GO TO 3200-ADVANCE
009780     END-IF.
009790     MOVE "N" TO WS-FOUND-SW.
009800     MOVE SHI-DATASET-DATE TO WS-MATCH-DATE.
009810     PERFORM 2650-MATCH-ONE-DATE THRU 2650-EXIT
009811         VARYING WS-DATE-SUB FROM 1 BY 1
009812         UNTIL WS-DATE-SUB > WS-DATE-COUNT
009813             OR ENTRY-FOUND.
009814     IF ENTRY-FOUND
009815         PERFORM 3250-NOTE-CARRIED THRU 3250-EXIT
009816     END-IF.
009840     MOVE SHI-RECIPIENT-ID TO WS-CK-RECIPIENT.
009850     MOVE SHI-CHECK-TYPE TO WS-CK-TYPE.
009860     MOVE SHI-DUE-STAMP TO WS-CK-DUE-STAMP.
009870     MOVE SHI-ACTUAL-STAMP TO WS-CK-ACTUAL-STAMP.
009880     MOVE SHI-RESULT TO WS-CK-RESULT.
009890     MOVE SHI-MINUTES-LATE TO WS-CK-MINUTES-LATE.
009900     MOVE SHI-WARN-MINUTES TO WS-CK-WARN.
009910     MOVE SHI-RESULT TO WS-OLD-RESULT.
009920     IF CK-PENDING OR CK-NOT-DELIVERED
009930         IF CK-EXPORT-ACK
009940             PERFORM 6300-FIND-ACK THRU 6300-EXIT
009950         END-IF
009951         IF CK-DELIVERY
009952             PERFORM 6100-FIND-DISTRIBUTION THRU 6100-EXIT
009953         END-IF
009960         PERFORM 5500-JUDGE-CHECK THRU 5500-EXIT
009970     END-IF.
009980     PERFORM 6600-WRITE-HISTORY THRU 6600-EXIT.
009990     IF WS-CK-RESULT NOT = WS-OLD-RESULT
010000         ADD 1 TO WS-UPDATED-COUNT
010010         IF CK-MISSED
010020             ADD 1 TO WS-MISSED-COUNT
010030             PERFORM 6700-PRINT-CHECK THRU 6700-EXIT
010040         END-IF
010050     END-IF.
010060 3200-ADVANCE.
010070     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
010080 3200-EXIT.
010090     EXIT.
010091*
010092 3250-NOTE-CARRIED.
010093     PERFORM 6400-FIND-CARRIED THRU 6400-EXIT.
010094     IF ENTRY-FOUND
010095         GO TO 3250-EXIT
010096     END-IF.
010097     IF WS-CARRIED-COUNT NOT < 1000
010098         DISPLAY "DSQABLCO - CARRIED CHECKS EXCEED 1000 QUERIES"
010099         MOVE 121 TO WS-ABEND-CODE
010100         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
010101     END-IF.
010102     ADD 1 TO WS-CARRIED-COUNT.
010103     MOVE WS-CK-QUERY TO WS-CY-QUERY(WS-CARRIED-COUNT).
010104     MOVE WS-CK-DATE TO WS-CY-DATE(WS-CARRIED-COUNT).
010105 3250-EXIT.
010106     EXIT.
010107*
010110*****************************************************************
010120* JUDGE-ALL-DATES - EVERY SLA QUERY AGAINST EVERY DATASET DATE
010130* JUDGED TONIGHT.
010140*****************************************************************
010150 4000-JUDGE-ALL-DATES.
010160     PERFORM 4100-JUDGE-ONE-DATE THRU 4100-EXIT
010170         VARYING WS-DATE-SUB FROM 1 BY 1
010180         UNTIL WS-DATE-SUB > WS-DATE-COUNT.
010190     IF WS-LISTED-COUNT = ZERO
010200         MOVE "  NONE" TO WS-SECTION-LINE
010210         WRITE SLA-REPORT-LINE FROM WS-SECTION-LINE
010220     END-IF.
010230 4000-EXIT.
010240     EXIT.
010250*
010260 4100-JUDGE-ONE-DATE.
010270     PERFORM 4200-JUDGE-ONE-SLA THRU 4200-EXIT
010280         VARYING WS-SLA-SUB FROM 1 BY 1
010290         UNTIL WS-SLA-SUB > WS-SLA-COUNT.
010300 4100-EXIT.
010310     EXIT.
010320*
010330*****************************************************************
010340* JUDGE-ONE-SLA - THE PROMISE IS OWED FOR THE DATE WHEN THE SLA'S
010350* FREQUENCY SELECTS IT, OR WHEN THE PAIR RAN FOR IT ANYWAY.  A
010351* QUERY THAT DID NOT RUN TONIGHT FOR THE DATE BUT WAS JUDGED FOR
010352* IT ON AN EARLIER NIGHT IS LEFT TO ITS CARRIED CHECKS.  THE
010360* COMPLETION IS JUDGED, THEN EACH ROUTED RECIPIENT'S DELIVERY,
010370* THEN THE ACKNOWLEDGMENT OF AN EXPORT HELD TO AN ACK TIME.
010380*****************************************************************
010390 4200-JUDGE-ONE-SLA.
010400     MOVE WS-JUDGE-DATE(WS-DATE-SUB) TO WS-CK-DATE.
010410     MOVE WS-SL-QUERY(WS-SLA-SUB) TO WS-CK-QUERY.
010420     MOVE WS-SL-WARN(WS-SLA-SUB) TO WS-CK-WARN.
010430     PERFORM 6000-FIND-STATISTIC THRU 6000-EXIT.
010440     IF NOT ENTRY-FOUND
010441         PERFORM 6400-FIND-CARRIED THRU 6400-EXIT
010442         IF ENTRY-FOUND
010443             GO TO 4200-EXIT
010444         END-IF
010450         MOVE WS-SL-FREQ-CODE(WS-SLA-SUB) TO FREQ-CODE
010460         MOVE WS-SL-FREQ-DAYS(WS-SLA-SUB) TO FREQ-WEEKDAYS
010470         MOVE WS-SL-FREQ-BUSDY(WS-SLA-SUB) TO FREQ-BUS-DAY-X
010480         MOVE WS-CK-DATE TO FREQ-RUN-DATE
010490         CALL "DSQABGCO" USING FREQ-REQUEST-AREA
010500         IF FREQ-PAIR-SKIPPED
010510             GO TO 4200-EXIT
010520         END-IF
010530     END-IF.
010540     MOVE "C" TO WS-CK-TYPE.
010550     MOVE SPACES TO WS-CK-RECIPIENT.
010560     MOVE WS-SL-DUE(WS-SLA-SUB) TO WS-CK-DUE-HHMM.
010570     MOVE WS-SL-RULE(WS-SLA-SUB) TO WS-CK-RULE.
010580     PERFORM 5000-FIGURE-DUE-STAMP THRU 5000-EXIT.
010590     PERFORM 5500-JUDGE-CHECK THRU 5500-EXIT.
010600     PERFORM 6500-RECORD-CHECK THRU 6500-EXIT.
010610     PERFORM 4300-JUDGE-ONE-ROUTE THRU 4300-EXIT
010620         VARYING WS-ROUTE-SUB FROM 1 BY 1
010630         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT.
010640     IF WS-SL-ACK-DUE(WS-SLA-SUB) NOT = SPACES
010650         PERFORM 4400-JUDGE-EXPORT-ACK THRU 4400-EXIT
010660     END-IF.
010670 4200-EXIT.
010680     EXIT.
010690*
010700 4300-JUDGE-ONE-ROUTE.
010710     IF WS-RT-QUERY(WS-ROUTE-SUB) NOT = WS-CK-QUERY
010720         GO TO 4300-EXIT
010730     END-IF.
010740     MOVE "D" TO WS-CK-TYPE.
010750     MOVE WS-RT-RECIPIENT(WS-ROUTE-SUB) TO WS-CK-RECIPIENT.
010760     IF WS-RT-DUE(WS-ROUTE-SUB) = SPACES
010770         MOVE WS-SL-DUE(WS-SLA-SUB) TO WS-CK-DUE-HHMM
010780         MOVE WS-SL-RULE(WS-SLA-SUB) TO WS-CK-RULE
010790     ELSE
010800         MOVE WS-RT-DUE(WS-ROUTE-SUB) TO WS-CK-DUE-HHMM
010810         MOVE WS-RT-RULE(WS-ROUTE-SUB) TO WS-CK-RULE
010820     END-IF.
010830     PERFORM 5000-FIGURE-DUE-STAMP THRU 5000-EXIT.
010840     PERFORM 6100-FIND-DISTRIBUTION THRU 6100-EXIT.
010850     PERFORM 5500-JUDGE-CHECK THRU 5500-EXIT.
010860     PERFORM 6500-RECORD-CHECK THRU 6500-EXIT.
010870 4300-EXIT.
010880     EXIT.
010890*
010900*****************************************************************
010910* JUDGE-EXPORT-ACK - ONLY A DATE THE QUERY ACTUALLY EXPORTED FOR
010920* IS OWED AN ACKNOWLEDGMENT; A PAIR THAT NEVER RAN HAS ALREADY
010930* MISSED ON ITS COMPLETION CHECK.
010940*****************************************************************
010950 4400-JUDGE-EXPORT-ACK.
010960     PERFORM 6200-FIND-MANIFEST THRU 6200-EXIT.
010970     IF NOT ENTRY-FOUND
010980         GO TO 4400-EXIT
010990     END-IF.
011000     MOVE "A" TO WS-CK-TYPE.
011010     MOVE SPACES TO WS-CK-RECIPIENT.
011020     MOVE WS-SL-ACK-DUE(WS-SLA-SUB) TO WS-CK-DUE-HHMM.
011030     MOVE WS-SL-ACK-RULE(WS-SLA-SUB) TO WS-CK-RULE.
011040     PERFORM 5000-FIGURE-DUE-STAMP THRU 5000-EXIT.
011050     PERFORM 6300-FIND-ACK THRU 6300-EXIT.
011060     PERFORM 5500-JUDGE-CHECK THRU 5500-EXIT.
011070     PERFORM 6500-RECORD-CHECK THRU 6500-EXIT.
011080 4400-EXIT.
011090     EXIT.
011100*
011110*****************************************************************
011120* FIGURE-DUE-STAMP - THE YYYYMMDDHHMM THE CHECK IS DUE: THE DUE
011130* TIME ON THE DATASET DATE ITSELF (S), THE NEXT CALENDAR DAY
011140* (BLANK OR N) OR THE NEXT BUSINESS DAY (B).
011150*****************************************************************
011160 5000-FIGURE-DUE-STAMP.
011170     COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-CK-DATE).
011180     IF NOT CK-DUE-SAME-DAY
011190         ADD 1 TO WS-DAY-NUMBER
011200     END-IF.
011210     IF CK-DUE-NEXT-BUS-DAY
011220         PERFORM 5100-STEP-TO-BUSINESS-DAY THRU 5100-EXIT
011230     END-IF.
011240     COMPUTE WS-DUE-DATE =
011250         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
011260     COMPUTE WS-CK-DUE-STAMP =
011270         WS-DUE-DATE * 10000 + WS-CK-DUE-HHMM.
011280 5000-EXIT.
011290     EXIT.
011300*
011310*****************************************************************
011320* STEP-TO-BUSINESS-DAY - MOVES WS-DAY-NUMBER FORWARD TO THE FIRST
011330* BUSINESS DAY ON OR AFTER IT.  NO STRETCH OF HOLIDAYS AND
011340* WEEKENDS RUNS TWO WEEKS, SO THE SEARCH STOPS THERE.
011350*****************************************************************
011360 5100-STEP-TO-BUSINESS-DAY.
011370     MOVE ZERO TO WS-STEP-COUNT.
011380     PERFORM 5200-TEST-BUSINESS-DAY THRU 5200-EXIT.
011390     PERFORM 5150-STEP-ONE-DAY THRU 5150-EXIT
011400         UNTIL DATE-IS-BUSINESS
011410             OR WS-STEP-COUNT > 14.
011420 5100-EXIT.
011430     EXIT.
011440*
011450 5150-STEP-ONE-DAY.
011460     ADD 1 TO WS-DAY-NUMBER.
011470     ADD 1 TO WS-STEP-COUNT.
011480     PERFORM 5200-TEST-BUSINESS-DAY THRU 5200-EXIT.
011490 5150-EXIT.
011500     EXIT.
011510*
011520 5200-TEST-BUSINESS-DAY.
011530     MOVE "N" TO WS-BUS-DAY-SW.
011540     MOVE "B" TO FREQ-CODE.
011550     COMPUTE FREQ-RUN-DATE =
011560         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
011570     SET FREQ-PAIR-SKIPPED TO TRUE.
011580     PERFORM 5250-TRY-ONE-DAY-NUMBER THRU 5250-EXIT
011590         VARYING WS-BUS-DAY-TRY FROM 1 BY 1
011600         UNTIL WS-BUS-DAY-TRY > 23
011610             OR FREQ-PAIR-SELECTED.
011620     IF FREQ-PAIR-SELECTED
011630         SET DATE-IS-BUSINESS TO TRUE
011640     END-IF.
011650 5200-EXIT.
011660     EXIT.
011670*
011680 5250-TRY-ONE-DAY-NUMBER.
011690     MOVE WS-BUS-DAY-TRY TO FREQ-BUS-DAY-N.
011700     CALL "DSQABGCO" USING FREQ-REQUEST-AREA.
011710 5250-EXIT.
011720     EXIT.
011730*
011740*****************************************************************
011750* JUDGE-CHECK - SETS THE RESULT FROM THE DUE AND ACTUAL STAMPS.
011760* DELIVERED BY THE DUE TIME IS ON TIME, OR AT RISK WHEN IT CAME
011770* WITHIN THE WARNING MINUTES OF IT; DELIVERED AFTER IT IS LATE.
011780* NOTHING DELIVERED YET IS PENDING - AT RISK - UNTIL THE DUE TIME
011790* PASSES, THEN NOT DELIVERED.
011800*****************************************************************
011810 5500-JUDGE-CHECK.
011820     MOVE ZERO TO WS-CK-MINUTES-LATE.
011830     MOVE WS-CK-DUE-STAMP TO WS-CVT-STAMP.
011840     PERFORM 5600-STAMP-TO-MINUTES THRU 5600-EXIT.
011850     MOVE WS-CVT-MINUTES TO WS-DUE-MINUTES.
011860     IF WS-CK-ACTUAL-STAMP IS NOT NUMERIC
011870         MOVE SPACES TO WS-CK-ACTUAL-STAMP
011880         IF WS-NOW-MINUTES > WS-DUE-MINUTES
011890             SET CK-NOT-DELIVERED TO TRUE
011900             COMPUTE WS-LATE-MINUTES =
011910                 WS-NOW-MINUTES - WS-DUE-MINUTES
011920             PERFORM 5650-SET-MINUTES-LATE THRU 5650-EXIT
011930         ELSE
011940             SET CK-PENDING TO TRUE
011950         END-IF
011960         GO TO 5500-EXIT
011970     END-IF.
011980     MOVE WS-CK-ACTUAL-STAMP TO WS-CVT-STAMP.
011990     PERFORM 5600-STAMP-TO-MINUTES THRU 5600-EXIT.
012000     MOVE WS-CVT-MINUTES TO WS-ACTUAL-MINUTES.
012010     IF WS-ACTUAL-MINUTES > WS-DUE-MINUTES
012020         SET CK-LATE TO TRUE
012030         COMPUTE WS-LATE-MINUTES =
012040             WS-ACTUAL-MINUTES - WS-DUE-MINUTES
012050         PERFORM 5650-SET-MINUTES-LATE THRU 5650-EXIT
012060         GO TO 5500-EXIT
012070     END-IF.
012080     IF WS-DUE-MINUTES - WS-ACTUAL-MINUTES < WS-CK-WARN
012090         SET CK-AT-RISK TO TRUE
012100     ELSE
012110         SET CK-ON-TIME TO TRUE
012120     END-IF.
012130 5500-EXIT.
012140     EXIT.
012150*
012160*****************************************************************
012170* STAMP-TO-MINUTES - TURNS THE YYYYMMDDHHMM IN WS-CVT-STAMP INTO
012180* MINUTES FROM THE INTEGER-OF-DATE EPOCH.
012190*****************************************************************
012200 5600-STAMP-TO-MINUTES.
012210     COMPUTE WS-CVT-MINUTES =
012220         FUNCTION INTEGER-OF-DATE(WS-CVT-DATE) * 1440
012230         + WS-CVT-HH * 60 + WS-CVT-MM.
012240 5600-EXIT.
012250     EXIT.
012260*
012270 5650-SET-MINUTES-LATE.
012280     IF WS-LATE-MINUTES > 99999
012290         MOVE 99999 TO WS-CK-MINUTES-LATE
012300     ELSE
012310         MOVE WS-LATE-MINUTES TO WS-CK-MINUTES-LATE
012320     END-IF.
012330 5650-EXIT.
012340     EXIT.
012350*
012360*****************************************************************
012370* FIND-STATISTIC - THE CHECK QUERY'S COMPLETION FOR THE CHECK
012380* DATE.  THE ACTUAL STAMP IS SPACES WHEN IT NEVER COMPLETED.
012390*****************************************************************
012400 6000-FIND-STATISTIC.
012410     MOVE SPACES TO WS-CK-ACTUAL-STAMP.
012420     MOVE "N" TO WS-FOUND-SW.
012430     PERFORM 6050-MATCH-ONE-STATISTIC THRU 6050-EXIT
012440         VARYING WS-EVENT-SUB FROM 1 BY 1
012450         UNTIL WS-EVENT-SUB > WS-STAT-COUNT
012460             OR ENTRY-FOUND.
012470 6000-EXIT.
012480     EXIT.
012490*
012500 6050-MATCH-ONE-STATISTIC.
012510     IF WS-ST-QUERY(WS-EVENT-SUB) = WS-CK-QUERY
012520         AND WS-ST-DATE(WS-EVENT-SUB) = WS-CK-DATE
012530         MOVE WS-ST-STAMP(WS-EVENT-SUB) TO WS-CK-ACTUAL-STAMP
012540         SET ENTRY-FOUND TO TRUE
012550     END-IF.
012560 6050-EXIT.
012570     EXIT.
012580*
012590 6100-FIND-DISTRIBUTION.
012600     MOVE SPACES TO WS-CK-ACTUAL-STAMP.
012610     MOVE "N" TO WS-FOUND-SW.
012620     PERFORM 6150-MATCH-ONE-DISTRIBUTION THRU 6150-EXIT
012630         VARYING WS-EVENT-SUB FROM 1 BY 1
012640         UNTIL WS-EVENT-SUB > WS-DIST-COUNT
012650             OR ENTRY-FOUND.
012660 6100-EXIT.
012670     EXIT.
012680*
012690 6150-MATCH-ONE-DISTRIBUTION.
012700     IF WS-DT-RECIPIENT(WS-EVENT-SUB) = WS-CK-RECIPIENT
012710         AND WS-DT-QUERY(WS-EVENT-SUB) = WS-CK-QUERY
012720         AND WS-DT-DATE(WS-EVENT-SUB) = WS-CK-DATE
012730         MOVE WS-DT-STAMP(WS-EVENT-SUB) TO WS-CK-ACTUAL-STAMP
012740         SET ENTRY-FOUND TO TRUE
012750     END-IF.
012760 6150-EXIT.
012770     EXIT.
012780*
012790 6200-FIND-MANIFEST.
012800     MOVE "N" TO WS-FOUND-SW.
012810     PERFORM 6250-MATCH-ONE-MANIFEST THRU 6250-EXIT
012820         VARYING WS-EVENT-SUB FROM 1 BY 1
012830         UNTIL WS-EVENT-SUB > WS-MAN-COUNT
012840             OR ENTRY-FOUND.
012850 6200-EXIT.
012860     EXIT.
012870*
012880 6250-MATCH-ONE-MANIFEST.
012890     IF WS-MN-QUERY(WS-EVENT-SUB) = WS-CK-QUERY
012900         AND WS-MN-DATE(WS-EVENT-SUB) = WS-CK-DATE
012910         SET ENTRY-FOUND TO TRUE
012920     END-IF.
012930 6250-EXIT.
012940     EXIT.
012950*
012960 6300-FIND-ACK.
012970     MOVE SPACES TO WS-CK-ACTUAL-STAMP.
012980     MOVE "N" TO WS-FOUND-SW.
012990     PERFORM 6350-MATCH-ONE-ACK THRU 6350-EXIT
013000         VARYING WS-EVENT-SUB FROM 1 BY 1
013010         UNTIL WS-EVENT-SUB > WS-ACK-COUNT
013020             OR ENTRY-FOUND.
013030 6300-EXIT.
013040     EXIT.
013050*
013060 6350-MATCH-ONE-ACK.
013070     IF WS-AK-QUERY(WS-EVENT-SUB) = WS-CK-QUERY
013080         AND WS-AK-DATE(WS-EVENT-SUB) = WS-CK-DATE
013090         MOVE WS-AK-STAMP(WS-EVENT-SUB) TO WS-CK-ACTUAL-STAMP
013100         SET ENTRY-FOUND TO TRUE
013110     END-IF.
013120 6350-EXIT.
013130     EXIT.
013131*
013132 6400-FIND-CARRIED.
013133     MOVE "N" TO WS-FOUND-SW.
013134     PERFORM 6450-MATCH-ONE-CARRIED THRU 6450-EXIT
013135         VARYING WS-EVENT-SUB FROM 1 BY 1
013136         UNTIL WS-EVENT-SUB > WS-CARRIED-COUNT
013137             OR ENTRY-FOUND.
013138 6400-EXIT.
013139     EXIT.
013140*
013141 6450-MATCH-ONE-CARRIED.
013142     IF WS-CY-QUERY(WS-EVENT-SUB) = WS-CK-QUERY
013143         AND WS-CY-DATE(WS-EVENT-SUB) = WS-CK-DATE
013144         SET ENTRY-FOUND TO TRUE
013145     END-IF.
013146 6450-EXIT.
013147     EXIT.
013148*
013150*****************************************************************
013160* RECORD-CHECK - FILES TONIGHT'S CHECK ON THE HISTORY, COUNTS IT,
013170* AND LISTS IT WHEN IT WAS MISSED OR IS AT RISK.
013180*****************************************************************
013190 6500-RECORD-CHECK.
013200     ADD 1 TO WS-CHECK-COUNT.
013210     PERFORM 6600-WRITE-HISTORY THRU 6600-EXIT.
013220     IF CK-MISSED
013230         ADD 1 TO WS-MISSED-COUNT
013240     ELSE
013250         IF CK-NEEDS-WATCHING
013260             ADD 1 TO WS-AT-RISK-COUNT
013270         ELSE
013280             ADD 1 TO WS-ON-TIME-COUNT
013290             GO TO 6500-EXIT
013300         END-IF
013310     END-IF.
013320     PERFORM 6700-PRINT-CHECK THRU 6700-EXIT.
013330 6500-EXIT.
013340     EXIT.
013350*
013360 6600-WRITE-HISTORY.
013370     MOVE SPACES TO SLA-HISTORY-RECORD-OUT.
013380     MOVE WS-CK-DATE TO SHO-DATASET-DATE.
013390     MOVE WS-CK-QUERY TO SHO-QUERY-NAME.
013400     MOVE WS-CK-RECIPIENT TO SHO-RECIPIENT-ID.
013410     MOVE WS-CK-TYPE TO SHO-CHECK-TYPE.
013420     MOVE WS-CK-DUE-STAMP TO SHO-DUE-STAMP.
013430     MOVE WS-CK-ACTUAL-STAMP TO SHO-ACTUAL-STAMP.
013440     MOVE WS-CK-RESULT TO SHO-RESULT.
013450     MOVE WS-CK-MINUTES-LATE TO SHO-MINUTES-LATE.
013460     MOVE WS-CK-WARN TO SHO-WARN-MINUTES.
013470     WRITE SLA-HISTORY-RECORD-OUT.
013480     ADD 1 TO WS-HISTORY-WRITTEN.
013490 6600-EXIT.
013500     EXIT.
013510*
013520 6700-PRINT-CHECK.
013530     MOVE WS-CK-DATE TO LRD-DATE.
013540     MOVE WS-CK-QUERY TO LRD-QUERY.
013550     MOVE WS-CK-RECIPIENT TO LRD-RECIPIENT.
013560     EVALUATE TRUE
013570         WHEN CK-COMPLETION
013580             MOVE "COMPLETION" TO LRD-CHECK
013590         WHEN CK-DELIVERY
013600             MOVE "DELIVERY" TO LRD-CHECK
013610         WHEN OTHER
013620             MOVE "EXPORT ACK" TO LRD-CHECK
013630     END-EVALUATE.
013640     MOVE WS-CK-DUE-STAMP TO WS-CVT-STAMP.
013650     MOVE WS-CVT-DATE TO LRD-DUE-DATE.
013660     MOVE WS-CVT-HH TO LRD-DUE-HH.
013670     MOVE WS-CVT-MM TO LRD-DUE-MM.
013680     IF WS-CK-ACTUAL-STAMP = SPACES
013690         MOVE "NONE" TO LRD-ACTUAL
013700     ELSE
013710         MOVE WS-CK-ACTUAL-STAMP(1:8) TO LRA-DATE
013720         MOVE WS-CK-ACTUAL-STAMP(9:2) TO LRA-HH
013730         MOVE WS-CK-ACTUAL-STAMP(11:2) TO LRA-MM
013740         MOVE WS-ACTUAL-EDIT TO LRD-ACTUAL
013750     END-IF.
013760     MOVE WS-CK-MINUTES-LATE TO LRD-MINUTES.
013770     EVALUATE TRUE
013780         WHEN CK-LATE
013790             MOVE "MISSED - DELIVERED LATE" TO LRD-STATUS
013800         WHEN CK-NOT-DELIVERED
013810             MOVE "MISSED - NOT DELIVERED" TO LRD-STATUS
013820         WHEN CK-AT-RISK
013830             MOVE "AT RISK - NEAR DUE TIME" TO LRD-STATUS
013840         WHEN OTHER
013850             MOVE "AT RISK - NOT YET DELIVERED" TO LRD-STATUS
013860     END-EVALUATE.
013870     WRITE SLA-REPORT-LINE FROM WS-DETAIL-LINE.
013880     ADD 1 TO WS-LISTED-COUNT.
013890 6700-EXIT.
013900     EXIT.
013910*
013920*****************************************************************
013930* ABEND-RUN - A BAD SLA FILE, ROUTING SLA FIELD OR HISTORY RECORD
013940* ENDS THE STEP BEFORE IT GRADES ANYONE'S DELIVERY BY IT.
013950*****************************************************************
013960 7100-ABEND-RUN.
013970     CLOSE SLA-FILE ROUTING-FILE STATISTICS-FILE
013980         DISTRIBUTION-FILE MANIFEST-FILE ACK-RESULT-FILE
013990         SLA-HISTORY-IN SLA-HISTORY-OUT SLA-REPORT.
014000     MOVE WS-ABEND-CODE TO RETURN-CODE.
014010     STOP RUN.
014020 7100-EXIT.
014030     EXIT.
014040*
014050*****************************************************************
014060* MONTHLY-COMPLIANCE - ONCE THE HISTORY IS COMPLETE IT IS REREAD,
014070* AND EVERY CHECK WHOSE DATASET DATE FALLS IN THE REPORT MONTH IS
014080* TALLIED PER REPORT AND, FOR DELIVERIES, PER RECIPIENT.  ON-TIME
014090* COUNTS CHECKS DELIVERED BY THE DUE TIME, AT RISK OR NOT.
014100*****************************************************************
014110 8000-MONTHLY-COMPLIANCE.
014120     IF NOT COMPLIANCE-WANTED
014130         GO TO 8000-EXIT
014140     END-IF.
014150     CLOSE SLA-HISTORY-OUT.
014160     OPEN INPUT SLA-HISTORY-OUT.
014170     MOVE "N" TO WS-HISTORY-EOF-SW.
014180     PERFORM 8100-READ-HISTORY-OUT THRU 8100-EXIT.
014190     PERFORM 8200-TALLY-ONE-CHECK THRU 8200-EXIT
014200         UNTIL HISTORY-EOF.
014210     WRITE SLA-REPORT-LINE FROM WS-BLANK-LINE.
014220     MOVE WS-REPORT-MONTH TO LRM-MONTH.
014230     WRITE SLA-REPORT-LINE FROM WS-MONTH-HEADING.
014240     WRITE SLA-REPORT-LINE FROM WS-BLANK-LINE.
014250     MOVE "BY REPORT" TO LRK-NAME-LABEL.
014260     WRITE SLA-REPORT-LINE FROM WS-MONTH-COLUMNS.
014270     PERFORM 8500-PRINT-ONE-REPORT THRU 8500-EXIT
014280         VARYING WS-MONTH-SUB FROM 1 BY 1
014290         UNTIL WS-MONTH-SUB > WS-MQ-COUNT.
014300     IF WS-MQ-COUNT = ZERO
014310         MOVE "  NO CHECKS FOR THE MONTH" TO WS-SECTION-LINE
014320         WRITE SLA-REPORT-LINE FROM WS-SECTION-LINE
014330     END-IF.
014340     MOVE "ALL REPORTS" TO LRC-NAME.
014350     MOVE WS-ALL-CHECKS TO LRC-CHECKS WS-PCT-CHECKS.
014360     MOVE WS-ALL-ON-TIME TO LRC-ON-TIME WS-PCT-ON-TIME.
014370     MOVE WS-ALL-LATE TO LRC-LATE.
014380     MOVE WS-ALL-MISSED TO LRC-MISSED.
014390     PERFORM 8700-FIGURE-PCT THRU 8700-EXIT.
014400     WRITE SLA-REPORT-LINE FROM WS-MONTH-LINE.
014410     WRITE SLA-REPORT-LINE FROM WS-BLANK-LINE.
014420     MOVE "BY RECIPIENT" TO LRK-NAME-LABEL.
014430     WRITE SLA-REPORT-LINE FROM WS-MONTH-COLUMNS.
014440     PERFORM 8600-PRINT-ONE-RECIPIENT THRU 8600-EXIT
014450         VARYING WS-MONTH-SUB FROM 1 BY 1
014460         UNTIL WS-MONTH-SUB > WS-MR-COUNT.
014470     IF WS-MR-COUNT = ZERO
014480         MOVE "  NO DELIVERY CHECKS FOR THE MONTH" TO
014490             WS-SECTION-LINE
014500         WRITE SLA-REPORT-LINE FROM WS-SECTION-LINE
014510     END-IF.
014520 8000-EXIT.
014530     EXIT.
014540*
014550 8100-READ-HISTORY-OUT.
014560     READ SLA-HISTORY-OUT
014570         AT END
014580             SET HISTORY-EOF TO TRUE
014590     END-READ.
014600 8100-EXIT.
014610     EXIT.
014620*
014630 8200-TALLY-ONE-CHECK.
014640     DIVIDE SHO-DATASET-DATE BY 100 GIVING WS-HIST-MONTH.
014650     IF WS-HIST-MONTH NOT = WS-REPORT-MONTH
014660         GO TO 8200-ADVANCE
014670     END-IF.
014680     ADD 1 TO WS-ALL-CHECKS.
014690     PERFORM 8300-FIND-REPORT-SLOT THRU 8300-EXIT.
014700     IF WS-MONTH-HIT > ZERO
014710         ADD 1 TO WS-MQ-CHECKS(WS-MONTH-HIT)
014720     END-IF.
014730     EVALUATE TRUE
014740         WHEN SHO-ON-TIME
014750             ADD 1 TO WS-ALL-ON-TIME
014760             IF WS-MONTH-HIT > ZERO
014770                 ADD 1 TO WS-MQ-ON-TIME(WS-MONTH-HIT)
014780             END-IF
014790         WHEN SHO-LATE
014800             ADD 1 TO WS-ALL-LATE
014810             IF WS-MONTH-HIT > ZERO
014820                 ADD 1 TO WS-MQ-LATE(WS-MONTH-HIT)
014830             END-IF
014840         WHEN OTHER
014850             ADD 1 TO WS-ALL-MISSED
014860             IF WS-MONTH-HIT > ZERO
014870                 ADD 1 TO WS-MQ-MISSED(WS-MONTH-HIT)
014880             END-IF
014890     END-EVALUATE.
014900     IF NOT SHO-DELIVERY-CHECK
014910         GO TO 8200-ADVANCE
014920     END-IF.
014930     PERFORM 8400-FIND-RECIPIENT-SLOT THRU 8400-EXIT.
014940     IF WS-MONTH-HIT = ZERO
014950         GO TO 8200-ADVANCE
014960     END-IF.
014970     ADD 1 TO WS-MR-CHECKS(WS-MONTH-HIT).
014980     EVALUATE TRUE
014990         WHEN SHO-ON-TIME
015000             ADD 1 TO WS-MR-ON-TIME(WS-MONTH-HIT)
015010         WHEN SHO-LATE
015020             ADD 1 TO WS-MR-LATE(WS-MONTH-HIT)
015030         WHEN OTHER
015040             ADD 1 TO WS-MR-MISSED(WS-MONTH-HIT)
015050     END-EVALUATE.
015060 8200-ADVANCE.
015070     PERFORM 8100-READ-HISTORY-OUT THRU 8100-EXIT.
015080 8200-EXIT.
015090     EXIT.
015100*
015110*****************************************************************
015120* FIND-REPORT-SLOT / FIND-RECIPIENT-SLOT - THE TALLY SLOT FOR THE
015130* HISTORY RECORD'S QUERY OR RECIPIENT, ADDED ON FIRST SIGHT.  A
015140* FULL TABLE LEAVES WS-MONTH-HIT ZERO; THE CHECK STILL COUNTS IN
015150* THE ALL-REPORTS LINE.
015160*****************************************************************
015170 8300-FIND-REPORT-SLOT.
015180     MOVE ZERO TO WS-MONTH-HIT.
015190     PERFORM 8350-MATCH-ONE-REPORT THRU 8350-EXIT
015200         VARYING WS-MONTH-SUB FROM 1 BY 1
015210         UNTIL WS-MONTH-SUB > WS-MQ-COUNT
015220             OR WS-MONTH-HIT > ZERO.
015230     IF WS-MONTH-HIT = ZERO
015240         AND WS-MQ-COUNT < 200
015250         ADD 1 TO WS-MQ-COUNT
015260         MOVE WS-MQ-COUNT TO WS-MONTH-HIT
015270         MOVE SHO-QUERY-NAME TO WS-MQ-NAME(WS-MONTH-HIT)
015280         MOVE ZERO TO WS-MQ-CHECKS(WS-MONTH-HIT)
015290             WS-MQ-ON-TIME(WS-MONTH-HIT)
015300             WS-MQ-LATE(WS-MONTH-HIT)
015310             WS-MQ-MISSED(WS-MONTH-HIT)
015320     END-IF.
015330 8300-EXIT.
015340     EXIT.
015350*
015360 8350-MATCH-ONE-REPORT.
015370     IF WS-MQ-NAME(WS-MONTH-SUB) = SHO-QUERY-NAME
015380         MOVE WS-MONTH-SUB TO WS-MONTH-HIT
015390     END-IF.
015400 8350-EXIT.
015410     EXIT.
015420*
015430 8400-FIND-RECIPIENT-SLOT.
015440     MOVE ZERO TO WS-MONTH-HIT.
015450     PERFORM 8450-MATCH-ONE-RECIPIENT THRU 8450-EXIT
015460         VARYING WS-MONTH-SUB FROM 1 BY 1
015470         UNTIL WS-MONTH-SUB > WS-MR-COUNT
015480             OR WS-MONTH-HIT > ZERO.
015490     IF WS-MONTH-HIT = ZERO
015500         AND WS-MR-COUNT < 50
015510         ADD 1 TO WS-MR-COUNT
015520         MOVE WS-MR-COUNT TO WS-MONTH-HIT
015530         MOVE SHO-RECIPIENT-ID TO WS-MR-NAME(WS-MONTH-HIT)
015540         MOVE ZERO TO WS-MR-CHECKS(WS-MONTH-HIT)
015550             WS-MR-ON-TIME(WS-MONTH-HIT)
015560             WS-MR-LATE(WS-MONTH-HIT)
015570             WS-MR-MISSED(WS-MONTH-HIT)
015580     END-IF.
015590 8400-EXIT.
015600     EXIT.
015610*
015620 8450-MATCH-ONE-RECIPIENT.
015630     IF WS-MR-NAME(WS-MONTH-SUB) = SHO-RECIPIENT-ID
015640         MOVE WS-MONTH-SUB TO WS-MONTH-HIT
015650     END-IF.
015660 8450-EXIT.
015670     EXIT.
015680*
015690 8500-PRINT-ONE-REPORT.
015700     MOVE WS-MQ-NAME(WS-MONTH-SUB) TO LRC-NAME.
015710     MOVE WS-MQ-CHECKS(WS-MONTH-SUB) TO LRC-CHECKS WS-PCT-CHECKS.
015720     MOVE WS-MQ-ON-TIME(WS-MONTH-SUB) TO LRC-ON-TIME
015730         WS-PCT-ON-TIME.
015740     MOVE WS-MQ-LATE(WS-MONTH-SUB) TO LRC-LATE.
015750     MOVE WS-MQ-MISSED(WS-MONTH-SUB) TO LRC-MISSED.
015760     PERFORM 8700-FIGURE-PCT THRU 8700-EXIT.
015770     WRITE SLA-REPORT-LINE FROM WS-MONTH-LINE.
015780 8500-EXIT.
015790     EXIT.
015800*
015810 8600-PRINT-ONE-RECIPIENT.
015820     MOVE WS-MR-NAME(WS-MONTH-SUB) TO LRC-NAME.
015830     MOVE WS-MR-CHECKS(WS-MONTH-SUB) TO LRC-CHECKS WS-PCT-CHECKS.
015840     MOVE WS-MR-ON-TIME(WS-MONTH-SUB) TO LRC-ON-TIME
015850         WS-PCT-ON-TIME.
015860     MOVE WS-MR-LATE(WS-MONTH-SUB) TO LRC-LATE.
015870     MOVE WS-MR-MISSED(WS-MONTH-SUB) TO LRC-MISSED.
015880     PERFORM 8700-FIGURE-PCT THRU 8700-EXIT.
015890     WRITE SLA-REPORT-LINE FROM WS-MONTH-LINE.
015900 8600-EXIT.
015910     EXIT.
015920*
015930 8700-FIGURE-PCT.
015940     IF WS-PCT-CHECKS = ZERO
015950         MOVE ZERO TO WS-ON-TIME-PCT
015960     ELSE
015970         COMPUTE WS-ON-TIME-PCT ROUNDED =
015980             WS-PCT-ON-TIME * 100 / WS-PCT-CHECKS
015990     END-IF.
016000     MOVE WS-ON-TIME-PCT TO LRC-PCT.
016010 8700-EXIT.
016020     EXIT.
016030*
016040*****************************************************************
016050* TERMINATE-RUN - TOTALS, CLOSE, AND THE STEP GRADE: 8 WHEN ANY
016060* DELIVERY WAS MISSED, ELSE 4 WHEN ONE IS AT RISK, ELSE 0.
016070*****************************************************************
016080 9000-TERMINATE-RUN.
016090     WRITE SLA-REPORT-LINE FROM WS-BLANK-LINE.
016100     MOVE WS-CHECK-COUNT TO LRT-CHECKS.
016110     MOVE WS-ON-TIME-COUNT TO LRT-ON-TIME.
016120     MOVE WS-AT-RISK-COUNT TO LRT-AT-RISK.
016130     MOVE WS-MISSED-COUNT TO LRT-MISSED.
016140     MOVE WS-UPDATED-COUNT TO LRT-UPDATED.
016150     MOVE WS-HISTORY-WRITTEN TO LRT-HISTORY.
016160     WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE.
016170     CLOSE SLA-HISTORY-OUT SLA-REPORT.
016180     IF WS-MISSED-COUNT > ZERO
016190         MOVE 8 TO RETURN-CODE
016200     ELSE
016210         IF WS-AT-RISK-COUNT > ZERO
016220             MOVE 4 TO RETURN-CODE
016230         END-IF
016240     END-IF.
016250 9000-EXIT.
016260     EXIT.
