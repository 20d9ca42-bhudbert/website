000100*****************************************************************
000110*   DSQABNCO - EXPORT ROW-VOLUME AND STALE-DATA ANOMALY CHECK.  *
000120*   RUNS BETWEEN DSQABFCO AND DSQABVCO/DSQABWCO.  THE DRIVER    *
000130*   ONLY REACTS WHEN A QUERY RETURNS NO ROWS AT ALL - A QUERY   *
000140*   THAT RETURNS 200 ROWS WHEN IT NORMALLY RETURNS 40,000, OR   *
000150*   AN EXPORT IDENTICAL TO LAST NIGHT'S BECAUSE THE SOURCE      *
000160*   TABLES NEVER REFRESHED, WENT STRAIGHT DOWNSTREAM - TWICE,   *
000170*   THE NIGHT AN UPSTREAM LOAD FAILED.  THIS STEP CARRIES A     *
000180*   PER-QUERY ROW-COUNT HISTORY FORWARD (VOLHSTIN IN, VOLHSTOT  *
000190*   OUT - OPERATORS RENAME IT THE SAME WAY THEY DO THE          *
000200*   OUTSTANDING-MANIFEST FILE), AND JUDGES EVERY EXPORT ON THE  *
000210*   MANIFEST AGAINST THE QUERY'S TRAILING NORM AND AGAINST ITS  *
000220*   OWN PREVIOUS EXPORT, RECORD FOR RECORD.  A DROP OR SPIKE    *
000230*   PAST THE QUERY'S TOLERANCE, OR AN UNCHANGED EXPORT PAST THE *
000240*   NIGHTS IT MAY REPEAT, GOES ON THE ANOMALY REPORT AND THE    *
000250*   EXCEPTIONS FILE AND ENDS THE STEP WITH RETURN CODE 8 SO THE *
000260*   SCHEDULER HOLDS THE WRAP/TRANSMIT STEP.                     *
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.     DSQABNCO.
000300 AUTHOR.         R K HUDBERT.
000310 INSTALLATION.   WESTLAKE DATA CENTER.
000320 DATE-WRITTEN.   10/15/2026.
000330 DATE-COMPILED.
000340*-----------------------------------------------------------------
000350* MODIFICATION HISTORY
000360* DATE       INIT  DESCRIPTION
000370* 2026-10-15 RKH   INITIAL VERSION.
000380*-----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.    IBM-370.
000420 OBJECT-COMPUTER.    IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT TOLERANCE-FILE ASSIGN TO "ANOMTOL"
000460                          ORGANIZATION IS SEQUENTIAL.
000470     SELECT OPTIONAL VOLUME-HISTORY-IN ASSIGN TO "VOLHSTIN"
000480                          ORGANIZATION IS SEQUENTIAL.
000490     SELECT MANIFEST-FILE ASSIGN TO "MANIFIN"
000500                          ORGANIZATION IS SEQUENTIAL.
000510     SELECT EXPORT-FILE-IN ASSIGN USING WS-EXPORT-DSNAME
000520                          ORGANIZATION IS SEQUENTIAL
000530                          FILE STATUS IS WS-EXPORT-IN-STATUS.
000540     SELECT PRIOR-EXPORT-IN ASSIGN USING WS-PRIOR-DSNAME
000550                          ORGANIZATION IS SEQUENTIAL
000560                          FILE STATUS IS WS-PRIOR-IN-STATUS.
000570     SELECT VOLUME-HISTORY-OUT ASSIGN TO "VOLHSTOT"
000580                          ORGANIZATION IS SEQUENTIAL.
000590     SELECT ANOMALY-FILE ASSIGN TO "ANOMEXC"
000600                          ORGANIZATION IS SEQUENTIAL.
000610     SELECT ANOMALY-REPORT ASSIGN TO "ANOMRPT"
000620                          ORGANIZATION IS SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650*****************************************************************
000660* TOLERANCE-FILE - ONE RECORD PER QUERY: HOW MANY TRAILING
000670* NIGHTS MAKE UP ITS NORM, HOW MANY NIGHTS OF HISTORY IT NEEDS
000680* BEFORE THE VOLUME TEST APPLIES, THE PERCENT BELOW AND ABOVE
000690* THE NORM IT MAY SWING, AND HOW MANY NIGHTS IN A ROW ITS EXPORT
000700* MAY COME OUT UNCHANGED (00 = NEVER, 99 = DO NOT TEST - A
000710* REFERENCE TABLE THAT SELDOM CHANGES).  A RECORD FOR QUERY
000720* *DEFAULT COVERS EVERY QUERY WITHOUT ONE OF ITS OWN.
000730* MAINTAINED BY OPS, NOT COMPILED IN.
000740*****************************************************************
000750 FD  TOLERANCE-FILE
000760     RECORDING MODE IS F.
000770 01  TOLERANCE-RECORD.
000780     03  TOL-QUERY-NAME       PIC X(18).
000790     03  TOL-NORM-NIGHTS      PIC 9(02).
000800     03  TOL-MIN-NIGHTS       PIC 9(02).
000810     03  TOL-DROP-PCT         PIC 9(03).
000820     03  TOL-SPIKE-PCT        PIC 9(04).
000830     03  TOL-STALE-NIGHTS     PIC 9(02).
000840     03  FILLER               PIC X(49).
000850*****************************************************************
000860* VOLUME-HISTORY-IN - THE ROW-COUNT HISTORY CARRIED FORWARD FROM
000870* THE LAST RUN: ONE RECORD PER QUERY PER DATASET DATE, WITH THE
000880* NUMBER OF NIGHTS IN A ROW THE EXPORT HAD COME OUT UNCHANGED AS
000890* OF THAT DATE.  OPTIONAL - THE FIRST NIGHT HAS NONE.
000900*****************************************************************
000910 FD  VOLUME-HISTORY-IN
000920     RECORDING MODE IS F.
000930 01  VOLUME-HISTORY-RECORD-IN.
000940     03  VHI-QUERY-NAME       PIC X(18).
000950     03  VHI-DATASET-DATE     PIC 9(08).
000960     03  VHI-ROW-COUNT        PIC 9(08).
000970     03  VHI-UNCHANGED-RUN    PIC 9(03).
000980     03  FILLER               PIC X(43).
000990*****************************************************************
001000* MANIFEST-FILE - THE TRANSMITTAL MANIFEST DSQABFCO WROTE, ONE
001010* RECORD PER EXPORT PRODUCED TONIGHT.
001020*****************************************************************
001030 FD  MANIFEST-FILE
001040     RECORDING MODE IS F.
001050     COPY DSQMANRC.
001060*****************************************************************
001070* EXPORT-FILE-IN - TONIGHT'S EXPORT, OPENED BY THE NAME ON THE
001080* MANIFEST RECORD.  PRIOR-EXPORT-IN - THE SAME QUERY'S EXPORT
001090* FROM ITS PREVIOUS DATASET DATE, NAMED THE WAY THE DRIVER NAMES
001100* IT.  FILE STATUS IS CHECKED ON BOTH SO A MISSING DATASET IS A
001110* REPORTED CONDITION, NOT AN ABEND.
001120*****************************************************************
001130 FD  EXPORT-FILE-IN
001140     RECORDING MODE IS F.
001150 01  EXPORT-DATA-RECORD       PIC X(160).
001160 FD  PRIOR-EXPORT-IN
001170     RECORDING MODE IS F.
001180 01  PRIOR-DATA-RECORD        PIC X(160).
001190*****************************************************************
001200* VOLUME-HISTORY-OUT - THE HISTORY WITH TONIGHT'S COUNTS ADDED,
001210* THE MOST RECENT 30 DATES PER QUERY, FOR TOMORROW'S PASS.
001220*****************************************************************
001230 FD  VOLUME-HISTORY-OUT
001240     RECORDING MODE IS F.
001250 01  VOLUME-HISTORY-RECORD-OUT.
001260     03  VHO-QUERY-NAME       PIC X(18).
001270     03  VHO-DATASET-DATE     PIC 9(08).
001280     03  VHO-ROW-COUNT        PIC 9(08).
001290     03  VHO-UNCHANGED-RUN    PIC 9(03).
001300     03  FILLER               PIC X(43).
001310*****************************************************************
001320* ANOMALY-FILE - ONE RECORD PER ANOMALY: THE QUERY AND DATASET
001330* DATE, THE TYPE - D = DROP, S = SPIKE, U = UNCHANGED - TONIGHT'S
001340* COUNT, THE NORM IT WAS JUDGED AGAINST, AND THE PREVIOUS EXPORT.
001350*****************************************************************
001360 FD  ANOMALY-FILE
001370     RECORDING MODE IS F.
001380 01  ANOMALY-RECORD.
001390     03  ANX-QUERY-NAME       PIC X(18).
001400     03  ANX-DATASET-DATE     PIC 9(08).
001410     03  ANX-ANOMALY-TYPE     PIC X(01).
001420         88  ANX-ROW-DROP                VALUE "D".
001430         88  ANX-ROW-SPIKE               VALUE "S".
001440         88  ANX-UNCHANGED               VALUE "U".
001450     03  ANX-ROW-COUNT        PIC 9(08).
001460     03  ANX-NORM-ROWS        PIC 9(08).
001470     03  ANX-PRIOR-DATE       PIC 9(08).
001480     03  ANX-REASON           PIC X(29).
001490*****************************************************************
001500* ANOMALY-REPORT - ONE LINE PER EXPORT AND THE STEP TOTALS.
001510*****************************************************************
001520 FD  ANOMALY-REPORT
001530     RECORDING MODE IS F.
001540 01  ANOMALY-LINE             PIC X(132).
001550 WORKING-STORAGE SECTION.
001560*****************************************************************
001570* SWITCHES AND FILE STATUS
001580*****************************************************************
001590 01  WS-SWITCHES.
001600     03  WS-TOLERANCE-EOF-SW  PIC X(01)  VALUE "N".
001610         88  TOLERANCE-EOF               VALUE "Y".
001620     03  WS-HISTORY-EOF-SW    PIC X(01)  VALUE "N".
001630         88  HISTORY-EOF                 VALUE "Y".
001640     03  WS-MANIFEST-EOF-SW   PIC X(01)  VALUE "N".
001650         88  MANIFEST-EOF                VALUE "Y".
001660     03  WS-EXPORT-EOF-SW     PIC X(01)  VALUE "N".
001670         88  EXPORT-EOF                  VALUE "Y".
001680     03  WS-PRIOR-EOF-SW      PIC X(01)  VALUE "N".
001690         88  PRIOR-EOF                   VALUE "Y".
001700     03  WS-QUERY-FOUND-SW    PIC X(01)  VALUE "N".
001710         88  QUERY-FOUND                 VALUE "Y".
001720     03  WS-TOL-FOUND-SW      PIC X(01)  VALUE "N".
001730         88  TOLERANCE-FOUND             VALUE "Y".
001740     03  WS-CONTENT-SW        PIC X(01)  VALUE "N".
001750         88  CONTENT-UNCHANGED           VALUE "U".
001760         88  CONTENT-CHANGED             VALUE "C".
001770         88  CONTENT-NOT-JUDGED          VALUE "N".
001780     03  WS-ANOMALY-SW        PIC X(01)  VALUE "N".
001790         88  EXPORT-IS-ANOMALOUS         VALUE "Y".
001800     03  WS-WARNING-SW        PIC X(01)  VALUE "N".
001810         88  EXPORT-NOT-FULLY-JUDGED     VALUE "Y".
001820 01  WS-EXPORT-IN-STATUS      PIC X(02)  VALUE "00".
001830 01  WS-PRIOR-IN-STATUS       PIC X(02)  VALUE "00".
001840 01  WS-ABEND-CODE            PIC S9(08) USAGE IS COMP-4.
001850*****************************************************************
001860* DATASET NAMES - TONIGHT'S FROM THE MANIFEST, THE PREVIOUS ONE
001870* REBUILT FROM THE SAME PIECES THE DRIVER USES.
001880*****************************************************************
001890 01  WS-EXPORT-DSNAME         PIC X(50).
001900 01  WS-PRIOR-DSNAME          PIC X(50).
001910*****************************************************************
001920* THE TOLERANCE FILE IN STORAGE.  WS-DEFAULT-TOL POINTS AT THE
001930* *DEFAULT ENTRY, ZERO WHEN THERE IS NONE.
001940*****************************************************************
001950 01  WS-TOL-COUNT             PIC S9(05) USAGE IS COMP-4
001960                              VALUE ZERO.
001970 01  WS-TOL-TABLE.
001980     03  WS-TOL-ENTRY         OCCURS 200.
001990         05  WS-TL-QUERY      PIC X(18).
002000         05  WS-TL-NORM       PIC 9(02).
002010         05  WS-TL-MIN        PIC 9(02).
002020         05  WS-TL-DROP       PIC 9(03).
002030         05  WS-TL-SPIKE      PIC 9(04).
002040         05  WS-TL-STALE      PIC 9(02).
002050 01  WS-TOL-SUB               PIC S9(05) USAGE IS COMP-4.
002060 01  WS-TOL-HIT               PIC S9(05) USAGE IS COMP-4.
002070 01  WS-DEFAULT-TOL           PIC S9(05) USAGE IS COMP-4
002080                              VALUE ZERO.
002090*****************************************************************
002100* THE ROW-COUNT HISTORY IN STORAGE - ONE SLOT PER QUERY, EACH
002110* HOLDING UP TO 30 DATASET DATES IN ASCENDING DATE ORDER.  WHEN
002120* A SLOT IS FULL THE OLDEST DATE FALLS OFF THE FRONT.
002130*****************************************************************
002140 01  WS-VQ-COUNT              PIC S9(05) USAGE IS COMP-4
002150                              VALUE ZERO.
002160 01  WS-VQ-TABLE.
002170     03  WS-VQ-ENTRY          OCCURS 200.
002180         05  WS-VQ-QUERY      PIC X(18).
002190         05  WS-VQ-NIGHTS     PIC S9(05) USAGE IS COMP-4.
002200         05  WS-VQ-NIGHT      OCCURS 30.
002210             07  WS-VQ-DATE   PIC 9(08).
002220             07  WS-VQ-ROWS   PIC 9(08).
002230             07  WS-VQ-SAME   PIC 9(03).
002240 01  WS-VQ-SUB                PIC S9(05) USAGE IS COMP-4.
002250 01  WS-VQ-HIT                PIC S9(05) USAGE IS COMP-4.
002260 01  WS-NIGHT-SUB             PIC S9(05) USAGE IS COMP-4.
002270 01  WS-NIGHT-HIT             PIC S9(05) USAGE IS COMP-4.
002280 01  WS-NIGHT-NEXT            PIC S9(05) USAGE IS COMP-4.
002290*****************************************************************
002300* PER-EXPORT WORK AREAS - THE NORM IS THE AVERAGE ROW COUNT OVER
002310* THE TRAILING NIGHTS BEFORE THE EXPORT'S OWN DATASET DATE, SO A
002320* RERUN OF THE SAME NIGHT IS NEVER JUDGED AGAINST ITSELF.
002330*****************************************************************
002340 01  WS-NORM-WANTED           PIC S9(05) USAGE IS COMP-4.
002350 01  WS-NORM-TAKEN            PIC S9(05) USAGE IS COMP-4.
002360 01  WS-NORM-TOTAL            PIC S9(11) USAGE IS COMP-4.
002370 01  WS-NORM-ROWS             PIC S9(09) USAGE IS COMP-4.
002380 01  WS-LOW-LIMIT             PIC S9(11) USAGE IS COMP-4.
002390 01  WS-HIGH-LIMIT            PIC S9(11) USAGE IS COMP-4.
002400 01  WS-PRIOR-DATE            PIC 9(08).
002410 01  WS-PRIOR-ROWS            PIC 9(08).
002420 01  WS-PRIOR-SAME            PIC 9(03).
002430 01  WS-UNCHANGED-RUN         PIC 9(03).
002440 01  WS-STATUS-TEXT           PIC X(24).
002450*****************************************************************
002460* COUNTS
002470*****************************************************************
002480 01  WS-JUDGED-COUNT          PIC S9(05) USAGE IS COMP-4
002490                              VALUE ZERO.
002500 01  WS-ANOMALY-COUNT         PIC S9(05) USAGE IS COMP-4
002510                              VALUE ZERO.
002520 01  WS-WARNING-COUNT         PIC S9(05) USAGE IS COMP-4
002530                              VALUE ZERO.
002540 01  WS-HISTORY-WRITTEN       PIC S9(07) USAGE IS COMP-4
002550                              VALUE ZERO.
002560 01  WS-RUN-DATE              PIC 9(08).
002570*****************************************************************
002580* ANOMALY REPORT PRINT LINES
002590*****************************************************************
002600 01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002610 01  WS-HEADING-1.
002620     03  FILLER               PIC X(40)  VALUE
002630         "DSQABNCO EXPORT VOLUME ANOMALY REPORT".
002640     03  FILLER               PIC X(10)  VALUE "RUN DATE: ".
002650     03  ANH-RUN-DATE         PIC 9(08).
002660     03  FILLER               PIC X(74)  VALUE SPACES.
002670 01  WS-HEADING-2.
002680     03  FILLER               PIC X(19)  VALUE "QUERY".
002690     03  FILLER               PIC X(10)  VALUE "DATE".
002700     03  FILLER               PIC X(10)  VALUE "ROWS".
002710     03  FILLER               PIC X(10)  VALUE "NORM".
002720     03  FILLER               PIC X(08)  VALUE "NIGHTS".
002730     03  FILLER               PIC X(10)  VALUE "PRIOR".
002740     03  FILLER               PIC X(10)  VALUE "PRIOR ROWS".
002750     03  FILLER               PIC X(10)  VALUE "UNCHANGED".
002760     03  FILLER               PIC X(45)  VALUE "STATUS".
002770 01  WS-DETAIL-LINE.
002780     03  AND-QUERY            PIC X(18).
002790     03  FILLER               PIC X(01)  VALUE SPACES.
002800     03  AND-DATE             PIC 9(08).
002810     03  FILLER               PIC X(01)  VALUE SPACES.
002820     03  AND-ROWS             PIC ZZZZZZZ9.
002830     03  FILLER               PIC X(02)  VALUE SPACES.
002840     03  AND-NORM             PIC ZZZZZZZ9.
002850     03  FILLER               PIC X(02)  VALUE SPACES.
002860     03  AND-NIGHTS           PIC ZZZZ9.
002870     03  FILLER               PIC X(03)  VALUE SPACES.
002880     03  AND-PRIOR-DATE       PIC 9(08).
002890     03  FILLER               PIC X(02)  VALUE SPACES.
002900     03  AND-PRIOR-ROWS       PIC ZZZZZZZ9.
002910     03  FILLER               PIC X(02)  VALUE SPACES.
002920     03  AND-UNCHANGED        PIC ZZZZ9.
002930     03  FILLER               PIC X(05)  VALUE SPACES.
002940     03  AND-STATUS           PIC X(24).
002950     03  FILLER               PIC X(21)  VALUE SPACES.
002960 01  WS-TOTAL-LINE.
002970     03  ANT-JUDGED           PIC ZZZZ9.
002980     03  FILLER               PIC X(18)  VALUE
002990         " EXPORTS JUDGED,  ".
003000     03  ANT-ANOMALY          PIC ZZZZ9.
003010     03  FILLER               PIC X(13)  VALUE " ANOMALOUS,  ".
003020     03  ANT-WARNING          PIC ZZZZ9.
003030     03  FILLER               PIC X(16)  VALUE " WITH WARNINGS, ".
003040     03  ANT-HISTORY          PIC ZZZZZZ9.
003050     03  FILLER               PIC X(24)  VALUE
003060         " HISTORY RECORDS KEPT   ".
003070     03  FILLER               PIC X(39)  VALUE SPACES.
003080*
003090 PROCEDURE DIVISION.
003100*
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003130     PERFORM 2000-LOAD-TOLERANCES  THRU 2000-EXIT.
003140     PERFORM 2500-LOAD-HISTORY     THRU 2500-EXIT.
003150     PERFORM 3000-JUDGE-ALL-EXPORTS THRU 3000-EXIT.
003160     PERFORM 8000-WRITE-HISTORY    THRU 8000-EXIT.
003170     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
003180     STOP RUN.
003190*
003200 1000-INITIALIZE.
003210     OPEN INPUT  TOLERANCE-FILE.
003220     OPEN INPUT  VOLUME-HISTORY-IN.
003230     OPEN INPUT  MANIFEST-FILE.
003240     OPEN OUTPUT VOLUME-HISTORY-OUT.
003250     OPEN OUTPUT ANOMALY-FILE.
003260     OPEN OUTPUT ANOMALY-REPORT.
003270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003280     MOVE WS-RUN-DATE TO ANH-RUN-DATE.
003290     WRITE ANOMALY-LINE FROM WS-HEADING-1.
003300     WRITE ANOMALY-LINE FROM WS-HEADING-2.
003310 1000-EXIT.
003320     EXIT.
003330*
003340*****************************************************************
003350* LOAD-TOLERANCES - READS THE TOLERANCE FILE INTO STORAGE,
003360* EDITING EACH RECORD.  A NORM OF ZERO NIGHTS, A DROP OF MORE
003370* THAN 100 PERCENT OR A NON-NUMERIC FIELD WOULD JUDGE EVERY
003380* EXPORT WRONGLY - A BAD TOLERANCE FILE ENDS THE STEP BEFORE A
003390* SINGLE EXPORT IS JUDGED BY IT.
003400*****************************************************************
003410 2000-LOAD-TOLERANCES.
003420     PERFORM 2100-READ-TOLERANCE THRU 2100-EXIT.
003430     PERFORM 2200-TAKE-ONE-TOLERANCE THRU 2200-EXIT
003440         UNTIL TOLERANCE-EOF.
003450     CLOSE TOLERANCE-FILE.
003460 2000-EXIT.
003470     EXIT.
003480*
003490 2100-READ-TOLERANCE.
003500     READ TOLERANCE-FILE
003510         AT END
003520             SET TOLERANCE-EOF TO TRUE
003530     END-READ.
003540 2100-EXIT.
003550     EXIT.
003560*
003570 2200-TAKE-ONE-TOLERANCE.
003580     IF TOL-QUERY-NAME = SPACES
003590         OR TOL-NORM-NIGHTS NOT NUMERIC
003600         OR TOL-MIN-NIGHTS NOT NUMERIC
003610         OR TOL-DROP-PCT NOT NUMERIC
003620         OR TOL-SPIKE-PCT NOT NUMERIC
003630         OR TOL-STALE-NIGHTS NOT NUMERIC
003640         OR TOL-NORM-NIGHTS = ZERO
003650         OR TOL-NORM-NIGHTS > 29
003660         OR TOL-MIN-NIGHTS > TOL-NORM-NIGHTS
003670         OR TOL-DROP-PCT > 100
003680         DISPLAY "DSQABNCO - INVALID TOLERANCE RECORD: "
003690             TOLERANCE-RECORD(1:31)
003700         MOVE 120 TO WS-ABEND-CODE
003710         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
003720     END-IF.
003730     IF WS-TOL-COUNT NOT < 200
003740         DISPLAY "DSQABNCO - TOLERANCE FILE EXCEEDS 200 QUERIES"
003750         MOVE 121 TO WS-ABEND-CODE
003760         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
003770     END-IF.
003780     ADD 1 TO WS-TOL-COUNT.
003790     MOVE TOL-QUERY-NAME TO WS-TL-QUERY(WS-TOL-COUNT).
003800     MOVE TOL-NORM-NIGHTS TO WS-TL-NORM(WS-TOL-COUNT).
003810     MOVE TOL-MIN-NIGHTS TO WS-TL-MIN(WS-TOL-COUNT).
003820     MOVE TOL-DROP-PCT TO WS-TL-DROP(WS-TOL-COUNT).
003830     MOVE TOL-SPIKE-PCT TO WS-TL-SPIKE(WS-TOL-COUNT).
003840     MOVE TOL-STALE-NIGHTS TO WS-TL-STALE(WS-TOL-COUNT).
003850     IF TOL-QUERY-NAME = "*DEFAULT"
003860         MOVE WS-TOL-COUNT TO WS-DEFAULT-TOL
003870     END-IF.
003880     PERFORM 2100-READ-TOLERANCE THRU 2100-EXIT.
003890 2200-EXIT.
003900     EXIT.
003910*
003920*****************************************************************
003930* LOAD-HISTORY - THE CARRIED-FORWARD HISTORY COMES BACK IN THE
003940* ORDER IT WAS WRITTEN: QUERY BY QUERY, DATES ASCENDING.
003950*****************************************************************
003960 2500-LOAD-HISTORY.
003970     PERFORM 2600-READ-HISTORY THRU 2600-EXIT.
003980     PERFORM 2700-TAKE-ONE-HISTORY THRU 2700-EXIT
003990         UNTIL HISTORY-EOF.
004000     CLOSE VOLUME-HISTORY-IN.
004010 2500-EXIT.
004020     EXIT.
004030*
004040 2600-READ-HISTORY.
004050     READ VOLUME-HISTORY-IN
004060         AT END
004070             SET HISTORY-EOF TO TRUE
004080     END-READ.
004090 2600-EXIT.
004100     EXIT.
004110*
004120 2700-TAKE-ONE-HISTORY.
004130     IF VHI-DATASET-DATE NOT NUMERIC
004140         OR VHI-ROW-COUNT NOT NUMERIC
004150         OR VHI-UNCHANGED-RUN NOT NUMERIC
004160         DISPLAY "DSQABNCO - INVALID HISTORY RECORD: "
004170             VOLUME-HISTORY-RECORD-IN(1:37)
004180         MOVE 120 TO WS-ABEND-CODE
004190         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
004200     END-IF.
004210     MOVE VHI-QUERY-NAME TO MAN-QUERY-NAME.
004220     PERFORM 4000-FIND-QUERY-SLOT THRU 4000-EXIT.
004230     MOVE VHI-DATASET-DATE TO MAN-DATASET-DATE.
004240     MOVE VHI-ROW-COUNT TO MAN-ROW-COUNT.
004250     MOVE VHI-UNCHANGED-RUN TO WS-UNCHANGED-RUN.
004260     PERFORM 4500-POST-NIGHT THRU 4500-EXIT.
004270     PERFORM 2600-READ-HISTORY THRU 2600-EXIT.
004280 2700-EXIT.
004290     EXIT.
004300*
004310 3000-JUDGE-ALL-EXPORTS.
004320     PERFORM 3100-READ-MANIFEST THRU 3100-EXIT.
004330     PERFORM 3200-JUDGE-ONE-EXPORT THRU 3200-EXIT
004340         UNTIL MANIFEST-EOF.
004350     CLOSE MANIFEST-FILE.
004360 3000-EXIT.
004370     EXIT.
004380*
004390 3100-READ-MANIFEST.
004400     READ MANIFEST-FILE
004410         AT END
004420             SET MANIFEST-EOF TO TRUE
004430     END-READ.
004440 3100-EXIT.
004450     EXIT.
004460*
004470*****************************************************************
004480* JUDGE-ONE-EXPORT - FINDS THE QUERY'S TOLERANCE AND HISTORY,
004490* WORKS OUT THE TRAILING NORM AND THE PREVIOUS EXPORT, COMPARES
004500* THE TWO EXPORTS, APPLIES THE TOLERANCES, REPORTS, AND POSTS
004510* TONIGHT'S COUNT TO THE HISTORY.  A CATCH-UP MANIFEST CARRYING
004520* SEVERAL DATES FOR ONE QUERY IS JUDGED DATE BY DATE, EACH
004530* AGAINST THE DATES BEFORE IT.
004540*****************************************************************
004550 3200-JUDGE-ONE-EXPORT.
004560     IF MAN-DATASET-DATE NOT NUMERIC
004570         MOVE MAN-RUN-DATE TO MAN-DATASET-DATE
004580     END-IF.
004590     ADD 1 TO WS-JUDGED-COUNT.
004600     MOVE "N" TO WS-ANOMALY-SW.
004610     MOVE "N" TO WS-WARNING-SW.
004620     MOVE "N" TO WS-CONTENT-SW.
004630     MOVE SPACES TO WS-STATUS-TEXT.
004640     MOVE ZERO TO WS-UNCHANGED-RUN.
004650     MOVE MAN-EXPORT-DSNAME TO WS-EXPORT-DSNAME.
004660     PERFORM 3300-FIND-TOLERANCE THRU 3300-EXIT.
004670     PERFORM 4000-FIND-QUERY-SLOT THRU 4000-EXIT.
004680     PERFORM 3400-FIGURE-NORM THRU 3400-EXIT.
004690     PERFORM 3500-COMPARE-PRIOR-EXPORT THRU 3500-EXIT.
004700     IF CONTENT-UNCHANGED
004710         COMPUTE WS-UNCHANGED-RUN = WS-PRIOR-SAME + 1
004720     END-IF.
004730     IF TOLERANCE-FOUND
004740         PERFORM 3600-APPLY-TOLERANCES THRU 3600-EXIT
004750     ELSE
004760         MOVE "NO TOLERANCE - NOT JUDGED" TO WS-STATUS-TEXT
004770         SET EXPORT-NOT-FULLY-JUDGED TO TRUE
004780     END-IF.
004790     IF EXPORT-IS-ANOMALOUS
004800         ADD 1 TO WS-ANOMALY-COUNT
004810     ELSE
004820         IF EXPORT-NOT-FULLY-JUDGED
004830             ADD 1 TO WS-WARNING-COUNT
004840         END-IF
004850     END-IF.
004860     IF WS-STATUS-TEXT = SPACES
004870         MOVE "NORMAL" TO WS-STATUS-TEXT
004880     END-IF.
004890     PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT.
004900     PERFORM 4500-POST-NIGHT THRU 4500-EXIT.
004910     PERFORM 3100-READ-MANIFEST THRU 3100-EXIT.
004920 3200-EXIT.
004930     EXIT.
004940*
004950*****************************************************************
004960* FIND-TOLERANCE - THE QUERY'S OWN RECORD, ELSE *DEFAULT, ELSE
004970* NONE - AN UNCOVERED QUERY IS STILL POSTED TO THE HISTORY SO
004980* IT HAS A NORM THE DAY OPS GIVES IT A TOLERANCE.
004990*****************************************************************
005000 3300-FIND-TOLERANCE.
005010     MOVE "N" TO WS-TOL-FOUND-SW.
005020     PERFORM 3350-MATCH-ONE-TOLERANCE THRU 3350-EXIT
005030         VARYING WS-TOL-SUB FROM 1 BY 1
005040         UNTIL WS-TOL-SUB > WS-TOL-COUNT
005050             OR TOLERANCE-FOUND.
005060     IF NOT TOLERANCE-FOUND
005070         AND WS-DEFAULT-TOL > ZERO
005080         MOVE WS-DEFAULT-TOL TO WS-TOL-HIT
005090         SET TOLERANCE-FOUND TO TRUE
005100     END-IF.
005110 3300-EXIT.
005120     EXIT.
005130*
005140 3350-MATCH-ONE-TOLERANCE.
005150     IF WS-TL-QUERY(WS-TOL-SUB) = MAN-QUERY-NAME
005160         MOVE WS-TOL-SUB TO WS-TOL-HIT
005170         SET TOLERANCE-FOUND TO TRUE
005180     END-IF.
005190 3350-EXIT.
005200     EXIT.
005210*
005220*****************************************************************
005230* FIGURE-NORM - WALKS THE QUERY'S HISTORY BACKWARD FROM THE
005240* NEWEST DATE, SKIPPING ANY DATE NOT EARLIER THAN THE EXPORT'S
005250* OWN, AND AVERAGES THE TRAILING NIGHTS THE TOLERANCE ASKS FOR
005260* (TEN WHEN THE QUERY HAS NO TOLERANCE).  THE FIRST NIGHT TAKEN
005270* IS THE PREVIOUS EXPORT.
005280*****************************************************************
005290 3400-FIGURE-NORM.
005300     MOVE ZERO TO WS-NORM-TAKEN WS-NORM-TOTAL WS-NORM-ROWS.
005310     MOVE ZERO TO WS-PRIOR-DATE WS-PRIOR-ROWS WS-PRIOR-SAME.
005320     IF TOLERANCE-FOUND
005330         MOVE WS-TL-NORM(WS-TOL-HIT) TO WS-NORM-WANTED
005340     ELSE
005350         MOVE 10 TO WS-NORM-WANTED
005360     END-IF.
005370     PERFORM 3450-TAKE-ONE-NIGHT THRU 3450-EXIT
005380         VARYING WS-NIGHT-SUB FROM WS-VQ-NIGHTS(WS-VQ-HIT) BY -1
005390         UNTIL WS-NIGHT-SUB < 1
005400             OR WS-NORM-TAKEN NOT < WS-NORM-WANTED.
005410     IF WS-NORM-TAKEN > ZERO
005420         COMPUTE WS-NORM-ROWS ROUNDED =
005430             WS-NORM-TOTAL / WS-NORM-TAKEN
005440     END-IF.
005450 3400-EXIT.
005460     EXIT.
005470*
005480 3450-TAKE-ONE-NIGHT.
005490     IF WS-VQ-DATE(WS-VQ-HIT WS-NIGHT-SUB) NOT < MAN-DATASET-DATE
005500         GO TO 3450-EXIT
005510     END-IF.
005520     IF WS-NORM-TAKEN = ZERO
005530         MOVE WS-VQ-DATE(WS-VQ-HIT WS-NIGHT-SUB) TO WS-PRIOR-DATE
005540         MOVE WS-VQ-ROWS(WS-VQ-HIT WS-NIGHT-SUB) TO WS-PRIOR-ROWS
005550         MOVE WS-VQ-SAME(WS-VQ-HIT WS-NIGHT-SUB) TO WS-PRIOR-SAME
005560     END-IF.
005570     ADD 1 TO WS-NORM-TAKEN.
005580     ADD WS-VQ-ROWS(WS-VQ-HIT WS-NIGHT-SUB) TO WS-NORM-TOTAL.
005590 3450-EXIT.
005600     EXIT.
005610*
005620*****************************************************************
005630* COMPARE-PRIOR-EXPORT - AN EXPORT IS UNCHANGED ONLY WHEN IT
005640* MATCHES THE PREVIOUS EXPORT RECORD FOR RECORD; A DIFFERENT ROW
005650* COUNT SETTLES IT WITHOUT READING EITHER DATASET.  A MISSING
005660* DATASET ON EITHER SIDE LEAVES THE CONTENT UNJUDGED AND IS
005670* REPORTED AS A WARNING.
005680*****************************************************************
005690 3500-COMPARE-PRIOR-EXPORT.
005700     IF WS-PRIOR-DATE = ZERO
005710         GO TO 3500-EXIT
005720     END-IF.
005730     IF MAN-ROW-COUNT NOT = WS-PRIOR-ROWS
005740         SET CONTENT-CHANGED TO TRUE
005750         GO TO 3500-EXIT
005760     END-IF.
005770     MOVE SPACES TO WS-PRIOR-DSNAME.
005780     STRING "DSQABFCO.EXPORT.D"   DELIMITED BY SIZE
005790            WS-PRIOR-DATE         DELIMITED BY SIZE
005800            "."                   DELIMITED BY SIZE
005810            MAN-QUERY-NAME        DELIMITED BY SPACE
005820            INTO WS-PRIOR-DSNAME
005830     END-STRING.
005840     OPEN INPUT EXPORT-FILE-IN.
005850     IF WS-EXPORT-IN-STATUS NOT = "00"
005860         MOVE "EXPORT MISSING" TO WS-STATUS-TEXT
005870         SET EXPORT-NOT-FULLY-JUDGED TO TRUE
005880         GO TO 3500-EXIT
005890     END-IF.
005900     OPEN INPUT PRIOR-EXPORT-IN.
005910     IF WS-PRIOR-IN-STATUS NOT = "00"
005920         CLOSE EXPORT-FILE-IN
005930         MOVE "PRIOR EXPORT NOT ON FILE" TO WS-STATUS-TEXT
005940         SET EXPORT-NOT-FULLY-JUDGED TO TRUE
005950         GO TO 3500-EXIT
005960     END-IF.
005970     SET CONTENT-UNCHANGED TO TRUE.
005980     MOVE "N" TO WS-EXPORT-EOF-SW.
005990     MOVE "N" TO WS-PRIOR-EOF-SW.
006000     PERFORM 3550-READ-BOTH-EXPORTS THRU 3550-EXIT.
006010     PERFORM 3560-COMPARE-ONE-RECORD THRU 3560-EXIT
006020         UNTIL EXPORT-EOF
006030             OR PRIOR-EOF
006040             OR CONTENT-CHANGED.
006050     IF EXPORT-EOF AND NOT PRIOR-EOF
006060         SET CONTENT-CHANGED TO TRUE
006070     END-IF.
006080     IF PRIOR-EOF AND NOT EXPORT-EOF
006090         SET CONTENT-CHANGED TO TRUE
006100     END-IF.
006110     CLOSE EXPORT-FILE-IN PRIOR-EXPORT-IN.
006120 3500-EXIT.
006130     EXIT.
006140*
006150 3550-READ-BOTH-EXPORTS.
006160     READ EXPORT-FILE-IN
006170         AT END
006180             SET EXPORT-EOF TO TRUE
006190     END-READ.
006200     READ PRIOR-EXPORT-IN
006210         AT END
006220             SET PRIOR-EOF TO TRUE
006230     END-READ.
006240 3550-EXIT.
006250     EXIT.
006260*
006270 3560-COMPARE-ONE-RECORD.
006280     IF EXPORT-DATA-RECORD NOT = PRIOR-DATA-RECORD
006290         SET CONTENT-CHANGED TO TRUE
006300         GO TO 3560-EXIT
006310     END-IF.
006320     PERFORM 3550-READ-BOTH-EXPORTS THRU 3550-EXIT.
006330 3560-EXIT.
006340     EXIT.
006350*
006360*****************************************************************
006370* APPLY-TOLERANCES - THE VOLUME TEST NEEDS THE QUERY'S MINIMUM
006380* NIGHTS OF HISTORY; UNTIL THEN THE EXPORT IS ONLY POSTED.  THE
006390* UNCHANGED TEST COUNTS NIGHTS IN A ROW: AN UNCHANGED EXPORT
006400* EXTENDS THE PREVIOUS NIGHT'S RUN BY ONE, AND A RUN LONGER THAN
006410* THE NIGHTS THE QUERY MAY REPEAT IS AN ANOMALY.
006420*****************************************************************
006430 3600-APPLY-TOLERANCES.
006440     IF CONTENT-UNCHANGED
006450         AND WS-TL-STALE(WS-TOL-HIT) NOT = 99
006460         AND WS-UNCHANGED-RUN > WS-TL-STALE(WS-TOL-HIT)
006470         SET EXPORT-IS-ANOMALOUS TO TRUE
006480         MOVE "UNCHANGED SINCE PRIOR" TO WS-STATUS-TEXT
006490         MOVE "U" TO ANX-ANOMALY-TYPE
006500         MOVE "EXPORT IDENTICAL TO PRIOR" TO ANX-REASON
006510         PERFORM 3700-WRITE-ANOMALY THRU 3700-EXIT
006520     END-IF.
006530     IF WS-NORM-TAKEN < WS-TL-MIN(WS-TOL-HIT)
006540         OR WS-NORM-TAKEN = ZERO
006550         IF WS-STATUS-TEXT = SPACES
006560             MOVE "BUILDING HISTORY" TO WS-STATUS-TEXT
006570         END-IF
006580         GO TO 3600-EXIT
006590     END-IF.
006600     COMPUTE WS-LOW-LIMIT =
006610         WS-NORM-ROWS * (100 - WS-TL-DROP(WS-TOL-HIT)) / 100.
006620     COMPUTE WS-HIGH-LIMIT =
006630         WS-NORM-ROWS * (100 + WS-TL-SPIKE(WS-TOL-HIT)) / 100.
006640     IF MAN-ROW-COUNT < WS-LOW-LIMIT
006650         SET EXPORT-IS-ANOMALOUS TO TRUE
006660         MOVE "ROW COUNT DROP" TO WS-STATUS-TEXT
006670         MOVE "D" TO ANX-ANOMALY-TYPE
006680         MOVE "ROWS BELOW NORM TOLERANCE" TO ANX-REASON
006690         PERFORM 3700-WRITE-ANOMALY THRU 3700-EXIT
006700     END-IF.
006710     IF MAN-ROW-COUNT > WS-HIGH-LIMIT
006720         SET EXPORT-IS-ANOMALOUS TO TRUE
006730         MOVE "ROW COUNT SPIKE" TO WS-STATUS-TEXT
006740         MOVE "S" TO ANX-ANOMALY-TYPE
006750         MOVE "ROWS ABOVE NORM TOLERANCE" TO ANX-REASON
006760         PERFORM 3700-WRITE-ANOMALY THRU 3700-EXIT
006770     END-IF.
006780 3600-EXIT.
006790     EXIT.
006800*
006810 3700-WRITE-ANOMALY.
006820     MOVE MAN-QUERY-NAME TO ANX-QUERY-NAME.
006830     MOVE MAN-DATASET-DATE TO ANX-DATASET-DATE.
006840     MOVE MAN-ROW-COUNT TO ANX-ROW-COUNT.
006850     MOVE WS-NORM-ROWS TO ANX-NORM-ROWS.
006860     MOVE WS-PRIOR-DATE TO ANX-PRIOR-DATE.
006870     WRITE ANOMALY-RECORD.
006880 3700-EXIT.
006890     EXIT.
006900*
006910 3800-WRITE-DETAIL.
006920     MOVE MAN-QUERY-NAME TO AND-QUERY.
006930     MOVE MAN-DATASET-DATE TO AND-DATE.
006940     MOVE MAN-ROW-COUNT TO AND-ROWS.
006950     MOVE WS-NORM-ROWS TO AND-NORM.
006960     MOVE WS-NORM-TAKEN TO AND-NIGHTS.
006970     MOVE WS-PRIOR-DATE TO AND-PRIOR-DATE.
006980     MOVE WS-PRIOR-ROWS TO AND-PRIOR-ROWS.
006990     MOVE WS-UNCHANGED-RUN TO AND-UNCHANGED.
007000     MOVE WS-STATUS-TEXT TO AND-STATUS.
007010     WRITE ANOMALY-LINE FROM WS-DETAIL-LINE.
007020 3800-EXIT.
007030     EXIT.
007040*
007050*****************************************************************
007060* FIND-QUERY-SLOT - THE HISTORY SLOT FOR MAN-QUERY-NAME, ADDED
007070* THE FIRST TIME THE QUERY IS SEEN.
007080*****************************************************************
007090 4000-FIND-QUERY-SLOT.
007100     MOVE "N" TO WS-QUERY-FOUND-SW.
007110     PERFORM 4050-MATCH-ONE-SLOT THRU 4050-EXIT
007120         VARYING WS-VQ-SUB FROM 1 BY 1
007130         UNTIL WS-VQ-SUB > WS-VQ-COUNT
007140             OR QUERY-FOUND.
007150     IF QUERY-FOUND
007160         GO TO 4000-EXIT
007170     END-IF.
007180     IF WS-VQ-COUNT NOT < 200
007190         DISPLAY "DSQABNCO - HISTORY EXCEEDS 200 QUERIES"
007200         MOVE 121 TO WS-ABEND-CODE
007210         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
007220     END-IF.
007230     ADD 1 TO WS-VQ-COUNT.
007240     MOVE WS-VQ-COUNT TO WS-VQ-HIT.
007250     MOVE MAN-QUERY-NAME TO WS-VQ-QUERY(WS-VQ-HIT).
007260     MOVE ZERO TO WS-VQ-NIGHTS(WS-VQ-HIT).
007270 4000-EXIT.
007280     EXIT.
007290*
007300 4050-MATCH-ONE-SLOT.
007310     IF WS-VQ-QUERY(WS-VQ-SUB) = MAN-QUERY-NAME
007320         MOVE WS-VQ-SUB TO WS-VQ-HIT
007330         SET QUERY-FOUND TO TRUE
007340     END-IF.
007350 4050-EXIT.
007360     EXIT.
007370*
007380*****************************************************************
007390* POST-NIGHT - FILES MAN-DATASET-DATE, MAN-ROW-COUNT AND THE
007400* UNCHANGED RUN IN THE QUERY'S SLOT, KEEPING THE DATES ASCENDING.
007410* A DATE ALREADY IN THE SLOT - A RERUN OF THE SAME NIGHT - IS
007420* REPLACED, NOT ADDED TWICE.  A FULL SLOT DROPS ITS OLDEST DATE.
007430*****************************************************************
007440 4500-POST-NIGHT.
007450     MOVE ZERO TO WS-NIGHT-HIT.
007460     PERFORM 4550-FIND-NIGHT-PLACE THRU 4550-EXIT
007470         VARYING WS-NIGHT-SUB FROM 1 BY 1
007480         UNTIL WS-NIGHT-SUB > WS-VQ-NIGHTS(WS-VQ-HIT)
007490             OR WS-NIGHT-HIT > ZERO.
007500     IF WS-NIGHT-HIT > ZERO
007510         AND WS-VQ-DATE(WS-VQ-HIT WS-NIGHT-HIT) = MAN-DATASET-DATE
007520         GO TO 4500-FILE-NIGHT
007530     END-IF.
007540     IF WS-NIGHT-HIT = ZERO
007550         IF WS-VQ-NIGHTS(WS-VQ-HIT) NOT < 30
007560             PERFORM 4600-DROP-OLDEST-NIGHT THRU 4600-EXIT
007570         END-IF
007580         ADD 1 TO WS-VQ-NIGHTS(WS-VQ-HIT)
007590         MOVE WS-VQ-NIGHTS(WS-VQ-HIT) TO WS-NIGHT-HIT
007600         GO TO 4500-FILE-NIGHT
007610     END-IF.
007620*    A DATE OLDER THAN EVERYTHING IN A FULL SLOT WOULD FALL
007630*    STRAIGHT BACK OFF THE FRONT - IT IS NOT KEPT.
007640     IF WS-VQ-NIGHTS(WS-VQ-HIT) NOT < 30
007650         IF WS-NIGHT-HIT = 1
007660             GO TO 4500-EXIT
007670         END-IF
007680         PERFORM 4600-DROP-OLDEST-NIGHT THRU 4600-EXIT
007690         SUBTRACT 1 FROM WS-NIGHT-HIT
007700     END-IF.
007710     ADD 1 TO WS-VQ-NIGHTS(WS-VQ-HIT).
007720     PERFORM 4700-SHIFT-ONE-NIGHT-UP THRU 4700-EXIT
007730         VARYING WS-NIGHT-SUB FROM WS-VQ-NIGHTS(WS-VQ-HIT) BY -1
007740         UNTIL WS-NIGHT-SUB NOT > WS-NIGHT-HIT.
007750 4500-FILE-NIGHT.
007760     MOVE MAN-DATASET-DATE TO WS-VQ-DATE(WS-VQ-HIT WS-NIGHT-HIT).
007770     MOVE MAN-ROW-COUNT TO WS-VQ-ROWS(WS-VQ-HIT WS-NIGHT-HIT).
007780     MOVE WS-UNCHANGED-RUN TO WS-VQ-SAME(WS-VQ-HIT WS-NIGHT-HIT).
007790 4500-EXIT.
007800     EXIT.
007810*
007820*    THE FIRST NIGHT DATED ON OR AFTER THE ONE BEING POSTED IS
007830*    WHERE IT GOES - EITHER REPLACING IT OR PUSHING IT UP ONE.
007840 4550-FIND-NIGHT-PLACE.
007850     IF WS-VQ-DATE(WS-VQ-HIT WS-NIGHT-SUB) NOT < MAN-DATASET-DATE
007860         MOVE WS-NIGHT-SUB TO WS-NIGHT-HIT
007870     END-IF.
007880 4550-EXIT.
007890     EXIT.
007900*
007910 4600-DROP-OLDEST-NIGHT.
007920     PERFORM 4650-SHIFT-ONE-NIGHT-DOWN THRU 4650-EXIT
007930         VARYING WS-NIGHT-SUB FROM 2 BY 1
007940         UNTIL WS-NIGHT-SUB > WS-VQ-NIGHTS(WS-VQ-HIT).
007950     SUBTRACT 1 FROM WS-VQ-NIGHTS(WS-VQ-HIT).
007960 4600-EXIT.
007970     EXIT.
007980*
007990 4650-SHIFT-ONE-NIGHT-DOWN.
008000     COMPUTE WS-NIGHT-NEXT = WS-NIGHT-SUB - 1.
008010     MOVE WS-VQ-NIGHT(WS-VQ-HIT WS-NIGHT-SUB) TO
008020         WS-VQ-NIGHT(WS-VQ-HIT WS-NIGHT-NEXT).
008030 4650-EXIT.
008040     EXIT.
008050*
008060 4700-SHIFT-ONE-NIGHT-UP.
008070     COMPUTE WS-NIGHT-NEXT = WS-NIGHT-SUB - 1.
008080     MOVE WS-VQ-NIGHT(WS-VQ-HIT WS-NIGHT-NEXT) TO
008090         WS-VQ-NIGHT(WS-VQ-HIT WS-NIGHT-SUB).
008100 4700-EXIT.
008110     EXIT.
008120*
008130*****************************************************************
008140* WRITE-HISTORY - EVERY QUERY'S SLOT GOES BACK OUT, DATES
008150* ASCENDING, FOR TOMORROW'S PASS.  QUERIES THAT PRODUCED NO
008160* EXPORT TONIGHT ARE CARRIED FORWARD UNCHANGED.
008170*****************************************************************
008180 8000-WRITE-HISTORY.
008190     PERFORM 8100-WRITE-ONE-QUERY THRU 8100-EXIT
008200         VARYING WS-VQ-SUB FROM 1 BY 1
008210         UNTIL WS-VQ-SUB > WS-VQ-COUNT.
008220 8000-EXIT.
008230     EXIT.
008240*
008250 8100-WRITE-ONE-QUERY.
008260     PERFORM 8200-WRITE-ONE-NIGHT THRU 8200-EXIT
008270         VARYING WS-NIGHT-SUB FROM 1 BY 1
008280         UNTIL WS-NIGHT-SUB > WS-VQ-NIGHTS(WS-VQ-SUB).
008290 8100-EXIT.
008300     EXIT.
008310*
008320 8200-WRITE-ONE-NIGHT.
008330     MOVE SPACES TO VOLUME-HISTORY-RECORD-OUT.
008340     MOVE WS-VQ-QUERY(WS-VQ-SUB) TO VHO-QUERY-NAME.
008350     MOVE WS-VQ-DATE(WS-VQ-SUB WS-NIGHT-SUB) TO VHO-DATASET-DATE.
008360     MOVE WS-VQ-ROWS(WS-VQ-SUB WS-NIGHT-SUB) TO VHO-ROW-COUNT.
008370     MOVE WS-VQ-SAME(WS-VQ-SUB WS-NIGHT-SUB) TO VHO-UNCHANGED-RUN.
008380     WRITE VOLUME-HISTORY-RECORD-OUT.
008390     ADD 1 TO WS-HISTORY-WRITTEN.
008400 8200-EXIT.
008410     EXIT.
008420*
008430*****************************************************************
008440* ABEND-RUN - A BAD TOLERANCE OR HISTORY FILE ENDS THE STEP
008450* BEFORE A SINGLE EXPORT IS JUDGED.  VOLHSTOT IS LEFT INCOMPLETE,
008460* SO OPERATORS RERUN FROM THE SAME VOLHSTIN.
008470*****************************************************************
008480 7100-ABEND-RUN.
008490     CLOSE TOLERANCE-FILE VOLUME-HISTORY-IN MANIFEST-FILE
008500         VOLUME-HISTORY-OUT ANOMALY-FILE ANOMALY-REPORT.
008510     MOVE WS-ABEND-CODE TO RETURN-CODE.
008520     STOP RUN.
008530 7100-EXIT.
008540     EXIT.
008550*
008560*****************************************************************
008570* TERMINATE-RUN - TOTALS, CLOSE, AND THE STEP GRADE: 8 WHEN ANY
008580* EXPORT WAS ANOMALOUS - THE SCHEDULER HOLDS THE WRAP/TRANSMIT
008590* STEP ON IT - ELSE 4 WHEN AN EXPORT COULD NOT BE FULLY JUDGED
008600* (NO TOLERANCE, OR A MISSING EXPORT), ELSE 0.
008610*****************************************************************
008620 9000-TERMINATE-RUN.
008630     WRITE ANOMALY-LINE FROM WS-BLANK-LINE.
008640     MOVE WS-JUDGED-COUNT TO ANT-JUDGED.
008650     MOVE WS-ANOMALY-COUNT TO ANT-ANOMALY.
008660     MOVE WS-WARNING-COUNT TO ANT-WARNING.
008670     MOVE WS-HISTORY-WRITTEN TO ANT-HISTORY.
008680     WRITE ANOMALY-LINE FROM WS-TOTAL-LINE.
008690     CLOSE VOLUME-HISTORY-OUT ANOMALY-FILE ANOMALY-REPORT.
008700     IF WS-ANOMALY-COUNT > ZERO
008710         MOVE 8 TO RETURN-CODE
008720     ELSE
008730         IF WS-WARNING-COUNT > ZERO
008740             MOVE 4 TO RETURN-CODE
008750         END-IF
008760     END-IF.
008770 9000-EXIT.
008780     EXIT.
