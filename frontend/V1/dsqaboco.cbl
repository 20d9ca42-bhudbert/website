000100*****************************************************************
000110*   DSQABOCO - QMF OBJECT CATALOG RECONCILIATION.
000120*   RUNS BEFORE THE DSQABFCO STEPS, AFTER THE NIGHTLY EXTRACT OF
000130*   THE QMF OBJECT DIRECTORY.  THE DRIVER'S PRE-START EDIT ONLY
000140*   PROVES A CONTROL-FILE PAIR'S QUERY AND FORM NAMES ARE FILLED
000150*   IN - A RENAMED OR DROPPED FORM STILL FAILED AT 2 AM.  THIS
000160*   STEP LOOKS EVERY CONTROL-FILE AND RETRY-FILE PAIR'S QUERY AND
000170*   FORM UP IN TONIGHT'S EXTRACT AND WRITES EACH PAIR THAT NAMES
000180*   A MISSING OBJECT TO THE HOLD FILE (LAYOUT IN DSQHLDRC), WHICH
000190*   THE DRIVER'S EDIT PASS READS TO HOLD THOSE PAIRS OUT OF THE
000200*   RUN BEFORE START.  IT ALSO LISTS THE QUERIES AND FORMS NO
000210*   CONTROL OR RETRY RECORD REFERENCES ANY MORE, AND - AGAINST
000220*   THE PREVIOUS NIGHT'S EXTRACT, CARRIED FORWARD ON OBJSNPIN/
000230*   OBJSNPOT THE SAME WAY AS THE OTHER CARRIED FILES - EVERY
000240*   QUERY OR FORM MODIFIED, ADDED OR DROPPED SINCE, WITH BOTH
000250*   MODIFIED TIMESTAMPS, SO A FORM CHANGE IS KNOWN THE MORNING
000260*   AFTER IT IS MADE.  A NIGHT WITH HELD PAIRS ENDS WITH RETURN
000270*   CODE 4; THE DRIVER STILL RUNS, LESS THE HELD PAIRS.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     DSQABOCO.
000310 AUTHOR.         R K HUDBERT.
000320 INSTALLATION.   WESTLAKE DATA CENTER.
000330 DATE-WRITTEN.   10/15/2026.
000340 DATE-COMPILED.
000350*-----------------------------------------------------------------
000360* MODIFICATION HISTORY
000370* DATE       INIT  DESCRIPTION
000380* 2026-10-15 RKH   INITIAL VERSION.
000390*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.    IBM-370.
000430 OBJECT-COMPUTER.    IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT QMF-OBJECT-FILE ASSIGN TO "QMFOBJ"
000470                          ORGANIZATION IS SEQUENTIAL.
000480     SELECT OPTIONAL SNAPSHOT-FILE-IN ASSIGN TO "OBJSNPIN"
000490                          ORGANIZATION IS SEQUENTIAL.
000500     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
000510                          ORGANIZATION IS SEQUENTIAL.
000520     SELECT OPTIONAL RETRY-FILE-IN ASSIGN TO "RETRYIN"
000530                          ORGANIZATION IS SEQUENTIAL.
000540     SELECT SNAPSHOT-FILE-OUT ASSIGN TO "OBJSNPOT"
000550                          ORGANIZATION IS SEQUENTIAL.
000560     SELECT HOLD-FILE    ASSIGN TO "OBJHOLD"
000570                          ORGANIZATION IS SEQUENTIAL.
000580     SELECT CATALOG-REPORT ASSIGN TO "OBJRPT"
000590                          ORGANIZATION IS SEQUENTIAL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*****************************************************************
000630* QMF-OBJECT-FILE - TONIGHT'S EXTRACT OF THE QMF OBJECT
000640* DIRECTORY, ONE RECORD PER OBJECT: THE NAME AS THE CONTROL FILE
000650* NAMES IT, THE QMF OBJECT TYPE, THE OWNER AND THE LAST-MODIFIED
000660* TIMESTAMP.  ONLY QUERIES AND FORMS MATTER HERE; PROCS AND ANY
000670* OTHER TYPE ARE PASSED OVER.
000680*****************************************************************
000690 FD  QMF-OBJECT-FILE
000700     RECORDING MODE IS F.
000710 01  QMF-OBJECT-RECORD.
000720     03  OBJ-NAME             PIC X(18).
000730     03  OBJ-TYPE             PIC X(08).
000740         88  OBJ-IS-QUERY                VALUE "QUERY".
000750         88  OBJ-IS-FORM                 VALUE "FORM".
000760     03  OBJ-OWNER            PIC X(08).
000770*    YYYYMMDDHHMMSS
000780     03  OBJ-MODIFIED.
000790         05  OBJ-MODIFIED-DATE PIC 9(08).
000800         05  OBJ-MODIFIED-TIME PIC 9(06).
000810     03  FILLER               PIC X(32).
000820*****************************************************************
000830* SNAPSHOT-FILE-IN - THE PREVIOUS NIGHT'S EXTRACT, AS THIS STEP
000840* COPIED IT TO OBJSNPOT LAST NIGHT.  OPTIONAL - THE FIRST NIGHT
000850* HAS NONE, AND NO CHANGES ARE JUDGED THAT NIGHT.
000860*****************************************************************
000870 FD  SNAPSHOT-FILE-IN
000880     RECORDING MODE IS F.
000890 01  SNAPSHOT-RECORD-IN.
000900     03  SNI-NAME             PIC X(18).
000910     03  SNI-TYPE             PIC X(08).
000920     03  SNI-OWNER            PIC X(08).
000930     03  SNI-MODIFIED         PIC X(14).
000940     03  FILLER               PIC X(32).
000950*****************************************************************
000960* CONTROL-FILE - TONIGHT'S "P"/"V" RECORDS, SAME LAYOUT AS THE
000970* DRIVER READS.  ONLY THE "P" RECORDS MATTER HERE.
000980*****************************************************************
000990 FD  CONTROL-FILE
001000     RECORDING MODE IS F.
001010 01  CONTROL-RECORD.
001020     03  CTL-RECORD-TYPE      PIC X(01).
001030         88  CTL-PAIR-RECORD             VALUE "P".
001040         88  CTL-VARIABLE-RECORD         VALUE "V".
001050     03  CTL-PAIR-DATA.
001060         05  CTL-QUERY-NAME   PIC X(18).
001070         05  CTL-FORM-NAME    PIC X(18).
001080         05  FILLER           PIC X(43).
001090*****************************************************************
001100* RETRY-FILE-IN - THE PAIRS THE DRIVER WILL DRAIN BEFORE
001110* TONIGHT'S CONTROL FILE.  OPTIONAL - THE FILE MAY NOT EXIST ON
001120* A CLEAN NIGHT.
001130*****************************************************************
001140 FD  RETRY-FILE-IN
001150     RECORDING MODE IS F.
001160 01  RETRY-IN-RECORD.
001170     03  RETRY-IN-RECORD-TYPE PIC X(01).
001180         88  RETRY-IN-PAIR-RECORD        VALUE "P".
001190         88  RETRY-IN-VARIABLE-RECORD    VALUE "V".
001200     03  RETRY-IN-PAIR-DATA.
001210         05  RETRY-IN-QUERY-NAME PIC X(18).
001220         05  RETRY-IN-FORM-NAME  PIC X(18).
001230         05  FILLER           PIC X(43).
001240*****************************************************************
001250* SNAPSHOT-FILE-OUT - TONIGHT'S EXTRACT, RECORD FOR RECORD, FOR
001260* TOMORROW NIGHT'S CHANGE CHECK.
001270*****************************************************************
001280 FD  SNAPSHOT-FILE-OUT
001290     RECORDING MODE IS F.
001300 01  SNAPSHOT-RECORD-OUT      PIC X(80).
001310*****************************************************************
001320* HOLD-FILE - ONE RECORD PER PAIR THAT NAMES A MISSING OBJECT,
001330* READ BY THE DSQABFCO PRE-START EDIT PASS.
001340*****************************************************************
001350 FD  HOLD-FILE
001360     RECORDING MODE IS F.
001370     COPY DSQHLDRC.
001380*****************************************************************
001390* CATALOG-REPORT - THE PRINTED RECONCILIATION.
001400*****************************************************************
001410 FD  CATALOG-REPORT
001420     RECORDING MODE IS F.
001430 01  CATALOG-LINE             PIC X(132).
001440 WORKING-STORAGE SECTION.
001450*****************************************************************
001460* SWITCHES
001470*****************************************************************
001480 01  WS-SWITCHES.
001490     03  WS-OBJECT-EOF-SW     PIC X(01)  VALUE "N".
001500         88  OBJECT-EOF                  VALUE "Y".
001510     03  WS-SNAPSHOT-EOF-SW   PIC X(01)  VALUE "N".
001520         88  SNAPSHOT-EOF                VALUE "Y".
001530     03  WS-CONTROL-EOF-SW    PIC X(01)  VALUE "N".
001540         88  CONTROL-EOF                 VALUE "Y".
001550     03  WS-RETRY-EOF-SW      PIC X(01)  VALUE "N".
001560         88  RETRY-EOF                   VALUE "Y".
001570     03  WS-HAVE-SNAPSHOT-SW  PIC X(01)  VALUE "N".
001580         88  HAVE-SNAPSHOT               VALUE "Y".
001590 01  WS-ABEND-CODE            PIC S9(08) USAGE IS COMP-4.
001600*****************************************************************
001610* TONIGHT'S QUERIES AND FORMS IN STORAGE.  WS-OB-USED IS SET BY
001620* THE FIRST CONTROL OR RETRY PAIR THAT NAMES THE OBJECT.
001630*****************************************************************
001640 01  WS-OB-COUNT              PIC S9(05) USAGE IS COMP-4
001650                              VALUE ZERO.
001660 01  WS-OB-TABLE.
001670     03  WS-OB-ENTRY          OCCURS 3000.
001680         05  WS-OB-NAME       PIC X(18).
001690         05  WS-OB-TYPE       PIC X(08).
001700         05  WS-OB-OWNER      PIC X(08).
001710         05  WS-OB-MODIFIED   PIC X(14).
001720         05  WS-OB-USED       PIC X(01).
001730 01  WS-OB-SUB                PIC S9(05) USAGE IS COMP-4.
001740 01  WS-OB-HIT                PIC S9(05) USAGE IS COMP-4.
001750*****************************************************************
001760* THE PREVIOUS NIGHT'S QUERIES AND FORMS.  WS-SN-MATCHED IS SET
001770* WHEN TONIGHT'S EXTRACT STILL HAS THE OBJECT; ONE NEVER SET
001780* WAS DROPPED OR RENAMED SINCE.
001790*****************************************************************
001800 01  WS-SN-COUNT              PIC S9(05) USAGE IS COMP-4
001810                              VALUE ZERO.
001820 01  WS-SN-TABLE.
001830     03  WS-SN-ENTRY          OCCURS 3000.
001840         05  WS-SN-NAME       PIC X(18).
001850         05  WS-SN-TYPE       PIC X(08).
001860         05  WS-SN-OWNER      PIC X(08).
001870         05  WS-SN-MODIFIED   PIC X(14).
001880         05  WS-SN-MATCHED    PIC X(01).
001890 01  WS-SN-SUB                PIC S9(05) USAGE IS COMP-4.
001900 01  WS-SN-HIT                PIC S9(05) USAGE IS COMP-4.
001910*****************************************************************
001920* LOOKUP AND PER-PAIR WORK AREAS
001930*****************************************************************
001940 01  WS-FIND-NAME             PIC X(18).
001950 01  WS-FIND-TYPE             PIC X(08).
001960 01  WS-PAIR-QUERY-NAME       PIC X(18).
001970 01  WS-PAIR-FORM-NAME        PIC X(18).
001980 01  WS-PAIR-SOURCE           PIC X(01).
001990 01  WS-QUERY-MISSING-SW      PIC X(01).
002000 01  WS-FORM-MISSING-SW       PIC X(01).
002010 01  WS-TS-IN.
002020     03  WS-TS-YYYY           PIC X(04).
002030     03  WS-TS-MM             PIC X(02).
002040     03  WS-TS-DD             PIC X(02).
002050     03  WS-TS-HH             PIC X(02).
002060     03  WS-TS-MI             PIC X(02).
002070     03  WS-TS-SS             PIC X(02).
002080 01  WS-TS-OUT.
002090     03  WS-TSO-YYYY          PIC X(04).
002100     03  FILLER               PIC X(01)  VALUE "-".
002110     03  WS-TSO-MM            PIC X(02).
002120     03  FILLER               PIC X(01)  VALUE "-".
002130     03  WS-TSO-DD            PIC X(02).
002140     03  FILLER               PIC X(01)  VALUE SPACE.
002150     03  WS-TSO-HH            PIC X(02).
002160     03  FILLER               PIC X(01)  VALUE ".".
002170     03  WS-TSO-MI            PIC X(02).
002180     03  FILLER               PIC X(01)  VALUE ".".
002190     03  WS-TSO-SS            PIC X(02).
002200*****************************************************************
002210* COUNTS
002220*****************************************************************
002230 01  WS-PAIR-COUNT            PIC S9(05) USAGE IS COMP-4
002240                              VALUE ZERO.
002250 01  WS-HELD-COUNT            PIC S9(05) USAGE IS COMP-4
002260                              VALUE ZERO.
002270 01  WS-UNUSED-COUNT          PIC S9(05) USAGE IS COMP-4
002280                              VALUE ZERO.
002290 01  WS-CHANGED-COUNT         PIC S9(05) USAGE IS COMP-4
002300                              VALUE ZERO.
002310 01  WS-RUN-DATE              PIC 9(08).
002320*****************************************************************
002330* CATALOG REPORT PRINT LINES
002340*****************************************************************
002350 01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002360 01  WS-HEADING-1.
002370     03  FILLER               PIC X(40)  VALUE
002380         "DSQABOCO QMF OBJECT CATALOG REPORT".
002390     03  FILLER               PIC X(10)  VALUE "RUN DATE: ".
002400     03  OBH-RUN-DATE         PIC 9(08).
002410     03  FILLER               PIC X(74)  VALUE SPACES.
002420 01  WS-SECTION-LINE.
002430     03  OBS-TITLE            PIC X(70).
002440     03  FILLER               PIC X(62)  VALUE SPACES.
002450 01  WS-HELD-HEADING.
002460     03  FILLER               PIC X(09)  VALUE "SOURCE".
002470     03  FILLER               PIC X(19)  VALUE "QUERY".
002480     03  FILLER               PIC X(19)  VALUE "FORM".
002490     03  FILLER               PIC X(85)  VALUE "MISSING FROM QMF".
002500 01  WS-HELD-LINE.
002510     03  OBD-SOURCE           PIC X(08).
002520     03  FILLER               PIC X(01)  VALUE SPACES.
002530     03  OBD-QUERY            PIC X(18).
002540     03  FILLER               PIC X(01)  VALUE SPACES.
002550     03  OBD-FORM             PIC X(18).
002560     03  FILLER               PIC X(01)  VALUE SPACES.
002570     03  OBD-REASON           PIC X(30).
002580     03  FILLER               PIC X(55)  VALUE SPACES.
002590 01  WS-OBJECT-HEADING.
002600     03  FILLER               PIC X(19)  VALUE "OBJECT".
002610     03  FILLER               PIC X(09)  VALUE "TYPE".
002620     03  FILLER               PIC X(09)  VALUE "OWNER".
002630     03  FILLER               PIC X(95)  VALUE "LAST MODIFIED".
002640 01  WS-OBJECT-LINE.
002650     03  OBO-NAME             PIC X(18).
002660     03  FILLER               PIC X(01)  VALUE SPACES.
002670     03  OBO-TYPE             PIC X(08).
002680     03  FILLER               PIC X(01)  VALUE SPACES.
002690     03  OBO-OWNER            PIC X(08).
002700     03  FILLER               PIC X(01)  VALUE SPACES.
002710     03  OBO-MODIFIED         PIC X(19).
002720     03  FILLER               PIC X(76)  VALUE SPACES.
002730 01  WS-CHANGE-HEADING.
002740     03  FILLER               PIC X(19)  VALUE "OBJECT".
002750     03  FILLER               PIC X(09)  VALUE "TYPE".
002760     03  FILLER               PIC X(09)  VALUE "OWNER".
002770     03  FILLER               PIC X(10)  VALUE "CHANGE".
002780     03  FILLER               PIC X(21)  VALUE
002790         "PREVIOUS MODIFIED".
002800     03  FILLER               PIC X(21)  VALUE "CURRENT MODIFIED".
002810     03  FILLER               PIC X(43)  VALUE "IN USE".
002820 01  WS-CHANGE-LINE.
002830     03  OBC-NAME             PIC X(18).
002840     03  FILLER               PIC X(01)  VALUE SPACES.
002850     03  OBC-TYPE             PIC X(08).
002860     03  FILLER               PIC X(01)  VALUE SPACES.
002870     03  OBC-OWNER            PIC X(08).
002880     03  FILLER               PIC X(01)  VALUE SPACES.
002890     03  OBC-CHANGE           PIC X(09).
002900     03  FILLER               PIC X(01)  VALUE SPACES.
002910     03  OBC-PREVIOUS         PIC X(19).
002920     03  FILLER               PIC X(02)  VALUE SPACES.
002930     03  OBC-CURRENT          PIC X(19).
002940     03  FILLER               PIC X(02)  VALUE SPACES.
002950     03  OBC-IN-USE           PIC X(03).
002960     03  FILLER               PIC X(40)  VALUE SPACES.
002970 01  WS-NONE-LINE.
002980     03  FILLER               PIC X(04)  VALUE SPACES.
002990     03  OBN-TEXT             PIC X(60).
003000     03  FILLER               PIC X(68)  VALUE SPACES.
003010 01  WS-TOTAL-LINE.
003020     03  OBT-OBJECTS          PIC ZZZZ9.
003030     03  FILLER               PIC X(20)  VALUE
003040         " QUERIES AND FORMS, ".
003050     03  OBT-PAIRS            PIC ZZZZ9.
003060     03  FILLER               PIC X(17)  VALUE
003070         " PAIRS CHECKED,  ".
003080     03  OBT-HELD             PIC ZZZZ9.
003090     03  FILLER               PIC X(10)  VALUE " HELD,  ".
003100     03  OBT-UNUSED           PIC ZZZZ9.
003110     03  FILLER               PIC X(17)  VALUE " UNREFERENCED,  ".
003120     03  OBT-CHANGED          PIC ZZZZ9.
003130     03  FILLER               PIC X(08)  VALUE " CHANGED".
003140     03  FILLER               PIC X(35)  VALUE SPACES.
003150*
003160 PROCEDURE DIVISION.
003170*
003180 0000-MAINLINE.
003190     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003200     PERFORM 2000-LOAD-CATALOG     THRU 2000-EXIT.
003210     PERFORM 2500-LOAD-SNAPSHOT    THRU 2500-EXIT.
003220     PERFORM 3000-CHECK-ALL-PAIRS  THRU 3000-EXIT.
003230     PERFORM 4000-LIST-UNREFERENCED THRU 4000-EXIT.
003240     PERFORM 5000-LIST-CHANGES     THRU 5000-EXIT.
003250     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
003260     STOP RUN.
003270*
003280 1000-INITIALIZE.
003290     OPEN INPUT  QMF-OBJECT-FILE.
003300     OPEN INPUT  SNAPSHOT-FILE-IN.
003310     OPEN INPUT  CONTROL-FILE.
003320     OPEN INPUT  RETRY-FILE-IN.
003330     OPEN OUTPUT SNAPSHOT-FILE-OUT.
003340     OPEN OUTPUT HOLD-FILE.
003350     OPEN OUTPUT CATALOG-REPORT.
003360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003370     MOVE WS-RUN-DATE TO OBH-RUN-DATE.
003380     WRITE CATALOG-LINE FROM WS-HEADING-1.
003390 1000-EXIT.
003400     EXIT.
003410*
003420*****************************************************************
003430* LOAD-CATALOG - READS TONIGHT'S EXTRACT INTO STORAGE AND COPIES
003440* EVERY RECORD TO OBJSNPOT FOR TOMORROW.  AN EMPTY EXTRACT, OR A
003450* QUERY OR FORM RECORD WITH NO NAME OR A NON-NUMERIC TIMESTAMP,
003460* MEANS THE EXTRACT ITSELF FAILED - JUDGED AGAINST IT, EVERY PAIR
003470* WOULD BE HELD - SO THE STEP ENDS BEFORE A HOLD RECORD IS
003480* WRITTEN.
003490*****************************************************************
003500 2000-LOAD-CATALOG.
003510     PERFORM 2100-READ-OBJECT THRU 2100-EXIT.
003520     IF OBJECT-EOF
003530         DISPLAY "DSQABOCO - QMF OBJECT EXTRACT IS EMPTY"
003540         MOVE 120 TO WS-ABEND-CODE
003550         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
003560     END-IF.
003570     PERFORM 2200-TAKE-ONE-OBJECT THRU 2200-EXIT
003580         UNTIL OBJECT-EOF.
003590     CLOSE QMF-OBJECT-FILE.
003600 2000-EXIT.
003610     EXIT.
003620*
003630 2100-READ-OBJECT.
003640     READ QMF-OBJECT-FILE
003650         AT END
003660             SET OBJECT-EOF TO TRUE
003670     END-READ.
003680 2100-EXIT.
003690     EXIT.
003700*
003710 2200-TAKE-ONE-OBJECT.
003720     WRITE SNAPSHOT-RECORD-OUT FROM QMF-OBJECT-RECORD.
003730     IF NOT OBJ-IS-QUERY AND NOT OBJ-IS-FORM
003740         GO TO 2200-ADVANCE
003750     END-IF.
003760     IF OBJ-NAME = SPACES
003770         OR OBJ-MODIFIED NOT NUMERIC
003780         DISPLAY "DSQABOCO - INVALID QMF OBJECT RECORD: "
003790             QMF-OBJECT-RECORD(1:48)
003800         MOVE 120 TO WS-ABEND-CODE
003810         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
003820     END-IF.
003830     IF WS-OB-COUNT NOT < 3000
003840         DISPLAY "DSQABOCO - EXTRACT EXCEEDS 3000 QUERIES/FORMS"
003850         MOVE 121 TO WS-ABEND-CODE
003860         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
003870     END-IF.
003880     ADD 1 TO WS-OB-COUNT.
003890     MOVE OBJ-NAME TO WS-OB-NAME(WS-OB-COUNT).
003900     MOVE OBJ-TYPE TO WS-OB-TYPE(WS-OB-COUNT).
003910     MOVE OBJ-OWNER TO WS-OB-OWNER(WS-OB-COUNT).
003920     MOVE OBJ-MODIFIED TO WS-OB-MODIFIED(WS-OB-COUNT).
003930     MOVE "N" TO WS-OB-USED(WS-OB-COUNT).
003940 2200-ADVANCE.
003950     PERFORM 2100-READ-OBJECT THRU 2100-EXIT.
003960 2200-EXIT.
003970     EXIT.
003980*
003990*****************************************************************
004000* LOAD-SNAPSHOT - LAST NIGHT'S EXTRACT, QUERIES AND FORMS ONLY.
004010* IT WAS EDITED WHEN IT WAS TONIGHT'S, SO IT IS TAKEN AS IS.
004020*****************************************************************
004030 2500-LOAD-SNAPSHOT.
004040     PERFORM 2600-READ-SNAPSHOT THRU 2600-EXIT.
004050     IF NOT SNAPSHOT-EOF
004060         SET HAVE-SNAPSHOT TO TRUE
004070     END-IF.
004080     PERFORM 2700-TAKE-ONE-SNAPSHOT THRU 2700-EXIT
004090         UNTIL SNAPSHOT-EOF.
004100     CLOSE SNAPSHOT-FILE-IN.
004110 2500-EXIT.
004120     EXIT.
004130*
004140 2600-READ-SNAPSHOT.
004150     READ SNAPSHOT-FILE-IN
004160         AT END
004170             SET SNAPSHOT-EOF TO TRUE
004180     END-READ.
004190 2600-EXIT.
004200     EXIT.
004210*
004220 2700-TAKE-ONE-SNAPSHOT.
004230     IF SNI-TYPE NOT = "QUERY" AND SNI-TYPE NOT = "FORM"
004240         GO TO 2700-ADVANCE
004250     END-IF.
004260     IF WS-SN-COUNT NOT < 3000
004270         DISPLAY "DSQABOCO - OBJSNPIN EXCEEDS 3000 QUERIES/FORMS"
004280         MOVE 121 TO WS-ABEND-CODE
004290         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
004300     END-IF.
004310     ADD 1 TO WS-SN-COUNT.
004320     MOVE SNI-NAME TO WS-SN-NAME(WS-SN-COUNT).
004330     MOVE SNI-TYPE TO WS-SN-TYPE(WS-SN-COUNT).
004340     MOVE SNI-OWNER TO WS-SN-OWNER(WS-SN-COUNT).
004350     MOVE SNI-MODIFIED TO WS-SN-MODIFIED(WS-SN-COUNT).
004360     MOVE "N" TO WS-SN-MATCHED(WS-SN-COUNT).
004370 2700-ADVANCE.
004380     PERFORM 2600-READ-SNAPSHOT THRU 2600-EXIT.
004390 2700-EXIT.
004400     EXIT.
004410*
004420*****************************************************************
004430* CHECK-ALL-PAIRS - THE RETRY FILE FIRST, IN THE ORDER THE
004440* DRIVER DRAINS IT, THEN TONIGHT'S CONTROL FILE.  EVERY PAIR
004450* MARKS THE OBJECTS IT NAMES AS IN USE; A PAIR NAMING ONE THAT
004460* IS NOT IN THE EXTRACT IS LISTED AND WRITTEN TO THE HOLD FILE.
004470*****************************************************************
004480 3000-CHECK-ALL-PAIRS.
004490     WRITE CATALOG-LINE FROM WS-BLANK-LINE.
004500     MOVE "PAIRS HELD - QUERY OR FORM MISSING FROM QMF"
004510         TO OBS-TITLE.
004520     WRITE CATALOG-LINE FROM WS-SECTION-LINE.
004530     WRITE CATALOG-LINE FROM WS-HELD-HEADING.
004540     PERFORM 3100-READ-RETRY THRU 3100-EXIT.
004550     PERFORM 3200-CHECK-ONE-RETRY THRU 3200-EXIT
004560         UNTIL RETRY-EOF.
004570     CLOSE RETRY-FILE-IN.
004580     PERFORM 3300-READ-CONTROL THRU 3300-EXIT.
004590     PERFORM 3400-CHECK-ONE-CONTROL THRU 3400-EXIT
004600         UNTIL CONTROL-EOF.
004610     CLOSE CONTROL-FILE.
004620     IF WS-HELD-COUNT = ZERO
004630         MOVE "NONE - EVERY PAIR'S QUERY AND FORM IS IN QMF"
004640             TO OBN-TEXT
004650         WRITE CATALOG-LINE FROM WS-NONE-LINE
004660     END-IF.
004670 3000-EXIT.
004680     EXIT.
004690*
004700 3100-READ-RETRY.
004710     READ RETRY-FILE-IN
004720         AT END
004730             SET RETRY-EOF TO TRUE
004740     END-READ.
004750 3100-EXIT.
004760     EXIT.
004770*
004780 3200-CHECK-ONE-RETRY.
004790     IF RETRY-IN-PAIR-RECORD
004800         MOVE RETRY-IN-QUERY-NAME TO WS-PAIR-QUERY-NAME
004810         MOVE RETRY-IN-FORM-NAME TO WS-PAIR-FORM-NAME
004820         MOVE "R" TO WS-PAIR-SOURCE
004830         PERFORM 3500-CHECK-ONE-PAIR THRU 3500-EXIT
004840     END-IF.
004850     PERFORM 3100-READ-RETRY THRU 3100-EXIT.
004860 3200-EXIT.
004870     EXIT.
004880*
004890 3300-READ-CONTROL.
004900     READ CONTROL-FILE
004910         AT END
004920             SET CONTROL-EOF TO TRUE
004930     END-READ.
004940 3300-EXIT.
004950     EXIT.
004960*
004970 3400-CHECK-ONE-CONTROL.
004980     IF CTL-PAIR-RECORD
004990         MOVE CTL-QUERY-NAME TO WS-PAIR-QUERY-NAME
005000         MOVE CTL-FORM-NAME TO WS-PAIR-FORM-NAME
005010         MOVE "C" TO WS-PAIR-SOURCE
005020         PERFORM 3500-CHECK-ONE-PAIR THRU 3500-EXIT
005030     END-IF.
005040     PERFORM 3300-READ-CONTROL THRU 3300-EXIT.
005050 3400-EXIT.
005060     EXIT.
005070*
005080*****************************************************************
005090* CHECK-ONE-PAIR - A BLANK NAME IS THE DRIVER EDIT PASS'S TO
005100* REJECT, NOT THIS STEP'S TO HOLD, SO IT IS NOT LOOKED UP.
005110*****************************************************************
005120 3500-CHECK-ONE-PAIR.
005130     ADD 1 TO WS-PAIR-COUNT.
005140     MOVE "N" TO WS-QUERY-MISSING-SW.
005150     MOVE "N" TO WS-FORM-MISSING-SW.
005160     IF WS-PAIR-QUERY-NAME NOT = SPACES
005170         MOVE WS-PAIR-QUERY-NAME TO WS-FIND-NAME
005180         MOVE "QUERY" TO WS-FIND-TYPE
005190         PERFORM 6100-FIND-OBJECT THRU 6100-EXIT
005200         IF WS-OB-HIT = ZERO
005210             MOVE "M" TO WS-QUERY-MISSING-SW
005220         ELSE
005230             MOVE "Y" TO WS-OB-USED(WS-OB-HIT)
005240         END-IF
005250     END-IF.
005260     IF WS-PAIR-FORM-NAME NOT = SPACES
005270         MOVE WS-PAIR-FORM-NAME TO WS-FIND-NAME
005280         MOVE "FORM" TO WS-FIND-TYPE
005290         PERFORM 6100-FIND-OBJECT THRU 6100-EXIT
005300         IF WS-OB-HIT = ZERO
005310             MOVE "M" TO WS-FORM-MISSING-SW
005320         ELSE
005330             MOVE "Y" TO WS-OB-USED(WS-OB-HIT)
005340         END-IF
005350     END-IF.
005360     IF WS-QUERY-MISSING-SW = "M" OR WS-FORM-MISSING-SW = "M"
005370         PERFORM 3600-HOLD-ONE-PAIR THRU 3600-EXIT
005380     END-IF.
005390 3500-EXIT.
005400     EXIT.
005410*
005420 3600-HOLD-ONE-PAIR.
005430     MOVE SPACES TO HOLD-RECORD.
005440     MOVE WS-PAIR-QUERY-NAME TO HLD-QUERY-NAME.
005450     MOVE WS-PAIR-FORM-NAME TO HLD-FORM-NAME.
005460     MOVE WS-PAIR-SOURCE TO HLD-SOURCE.
005470     MOVE WS-QUERY-MISSING-SW TO HLD-QUERY-SW.
005480     MOVE WS-FORM-MISSING-SW TO HLD-FORM-SW.
005490     MOVE WS-RUN-DATE TO HLD-CATALOG-DATE.
005500     IF HLD-QUERY-MISSING AND HLD-FORM-MISSING
005510         MOVE "QUERY AND FORM NOT IN QMF" TO HLD-REASON
005520     ELSE
005530         IF HLD-QUERY-MISSING
005540             MOVE "QUERY NOT IN QMF" TO HLD-REASON
005550         ELSE
005560             MOVE "FORM NOT IN QMF" TO HLD-REASON
005570         END-IF
005580     END-IF.
005590     WRITE HOLD-RECORD.
005600     ADD 1 TO WS-HELD-COUNT.
005610     IF HLD-FROM-RETRY
005620         MOVE "RETRYIN" TO OBD-SOURCE
005630     ELSE
005640         MOVE "CTLFILE" TO OBD-SOURCE
005650     END-IF.
005660     MOVE HLD-QUERY-NAME TO OBD-QUERY.
005670     MOVE HLD-FORM-NAME TO OBD-FORM.
005680     MOVE HLD-REASON TO OBD-REASON.
005690     WRITE CATALOG-LINE FROM WS-HELD-LINE.
005700 3600-EXIT.
005710     EXIT.
005720*
005730*****************************************************************
005740* LIST-UNREFERENCED - QUERIES AND FORMS IN QMF THAT NO CONTROL
005750* OR RETRY PAIR NAMES.  NOT AN ERROR - A CANDIDATE FOR CLEANUP,
005760* OR A SIGN A PAIR WAS POINTED AT A RENAMED COPY.
005770*****************************************************************
005780 4000-LIST-UNREFERENCED.
005790     WRITE CATALOG-LINE FROM WS-BLANK-LINE.
005800     MOVE "QMF QUERIES AND FORMS NO CONTROL OR RETRY PAIR NAMES"
005810         TO OBS-TITLE.
005820     WRITE CATALOG-LINE FROM WS-SECTION-LINE.
005830     WRITE CATALOG-LINE FROM WS-OBJECT-HEADING.
005840     PERFORM 4100-LIST-ONE-UNUSED THRU 4100-EXIT
005850         VARYING WS-OB-SUB FROM 1 BY 1
005860         UNTIL WS-OB-SUB > WS-OB-COUNT.
005870     IF WS-UNUSED-COUNT = ZERO
005880         MOVE "NONE" TO OBN-TEXT
005890         WRITE CATALOG-LINE FROM WS-NONE-LINE
005900     END-IF.
005910 4000-EXIT.
005920     EXIT.
005930*
005940 4100-LIST-ONE-UNUSED.
005950     IF WS-OB-USED(WS-OB-SUB) = "Y"
005960         GO TO 4100-EXIT
005970     END-IF.
005980     ADD 1 TO WS-UNUSED-COUNT.
005990     MOVE WS-OB-NAME(WS-OB-SUB) TO OBO-NAME.
006000     MOVE WS-OB-TYPE(WS-OB-SUB) TO OBO-TYPE.
006010     MOVE WS-OB-OWNER(WS-OB-SUB) TO OBO-OWNER.
006020     MOVE WS-OB-MODIFIED(WS-OB-SUB) TO WS-TS-IN.
006030     PERFORM 6900-FORMAT-TIMESTAMP THRU 6900-EXIT.
006040     MOVE WS-TS-OUT TO OBO-MODIFIED.
006050     WRITE CATALOG-LINE FROM WS-OBJECT-LINE.
006060 4100-EXIT.
006070     EXIT.
006080*
006090*****************************************************************
006100* LIST-CHANGES - EVERY QUERY OR FORM WHOSE MODIFIED TIMESTAMP
006110* DIFFERS FROM LAST NIGHT'S, EVERY ONE THAT IS NEW SINCE, AND
006120* EVERY ONE LAST NIGHT HAD THAT TONIGHT DOES NOT - A RENAME
006130* SHOWS AS A DROP AND AN ADD.  IN USE SAYS WHETHER A PAIR
006140* TONIGHT NAMES THE OBJECT.
006150*****************************************************************
006160 5000-LIST-CHANGES.
006170     WRITE CATALOG-LINE FROM WS-BLANK-LINE.
006180     MOVE "QMF QUERIES AND FORMS CHANGED SINCE THE PREVIOUS NIGHT"
006190         TO OBS-TITLE.
006200     WRITE CATALOG-LINE FROM WS-SECTION-LINE.
006210     IF NOT HAVE-SNAPSHOT
006220         MOVE "NO PREVIOUS NIGHT'S EXTRACT - CHANGES NOT JUDGED"
006230             TO OBN-TEXT
006240         WRITE CATALOG-LINE FROM WS-NONE-LINE
006250         GO TO 5000-EXIT
006260     END-IF.
006270     WRITE CATALOG-LINE FROM WS-CHANGE-HEADING.
006280     PERFORM 5100-JUDGE-ONE-OBJECT THRU 5100-EXIT
006290         VARYING WS-OB-SUB FROM 1 BY 1
006300         UNTIL WS-OB-SUB > WS-OB-COUNT.
006310     PERFORM 5200-JUDGE-ONE-DROPPED THRU 5200-EXIT
006320         VARYING WS-SN-SUB FROM 1 BY 1
006330         UNTIL WS-SN-SUB > WS-SN-COUNT.
006340     IF WS-CHANGED-COUNT = ZERO
006350         MOVE "NONE" TO OBN-TEXT
006360         WRITE CATALOG-LINE FROM WS-NONE-LINE
006370     END-IF.
006380 5000-EXIT.
006390     EXIT.
006400*
006410 5100-JUDGE-ONE-OBJECT.
006420     MOVE WS-OB-NAME(WS-OB-SUB) TO WS-FIND-NAME.
006430     MOVE WS-OB-TYPE(WS-OB-SUB) TO WS-FIND-TYPE.
006440     PERFORM 6200-FIND-SNAPSHOT THRU 6200-EXIT.
006450     MOVE SPACES TO WS-CHANGE-LINE.
006460     IF WS-SN-HIT = ZERO
006470         MOVE "NEW" TO OBC-CHANGE
006480         MOVE "NONE" TO OBC-PREVIOUS
006490     ELSE
006500         MOVE "Y" TO WS-SN-MATCHED(WS-SN-HIT)
006510         IF WS-SN-MODIFIED(WS-SN-HIT) = WS-OB-MODIFIED(WS-OB-SUB)
006520             GO TO 5100-EXIT
006530         END-IF
006540         MOVE "MODIFIED" TO OBC-CHANGE
006550         MOVE WS-SN-MODIFIED(WS-SN-HIT) TO WS-TS-IN
006560         PERFORM 6900-FORMAT-TIMESTAMP THRU 6900-EXIT
006570         MOVE WS-TS-OUT TO OBC-PREVIOUS
006580     END-IF.
006590     MOVE WS-OB-NAME(WS-OB-SUB) TO OBC-NAME.
006600     MOVE WS-OB-TYPE(WS-OB-SUB) TO OBC-TYPE.
006610     MOVE WS-OB-OWNER(WS-OB-SUB) TO OBC-OWNER.
006620     MOVE WS-OB-MODIFIED(WS-OB-SUB) TO WS-TS-IN.
006630     PERFORM 6900-FORMAT-TIMESTAMP THRU 6900-EXIT.
006640     MOVE WS-TS-OUT TO OBC-CURRENT.
006650     IF WS-OB-USED(WS-OB-SUB) = "Y"
006660         MOVE "YES" TO OBC-IN-USE
006670     ELSE
006680         MOVE "NO" TO OBC-IN-USE
006690     END-IF.
006700     WRITE CATALOG-LINE FROM WS-CHANGE-LINE.
006710     ADD 1 TO WS-CHANGED-COUNT.
006720 5100-EXIT.
006730     EXIT.
006740*
006750*****************************************************************
006760* JUDGE-ONE-DROPPED - IN USE IS LEFT BLANK: A PAIR THAT STILL
006770* NAMES A DROPPED OBJECT IS ALREADY ON THE HELD LIST ABOVE.
006780*****************************************************************
006790 5200-JUDGE-ONE-DROPPED.
006800     IF WS-SN-MATCHED(WS-SN-SUB) = "Y"
006810         GO TO 5200-EXIT
006820     END-IF.
006830     MOVE SPACES TO WS-CHANGE-LINE.
006840     MOVE WS-SN-NAME(WS-SN-SUB) TO OBC-NAME.
006850     MOVE WS-SN-TYPE(WS-SN-SUB) TO OBC-TYPE.
006860     MOVE WS-SN-OWNER(WS-SN-SUB) TO OBC-OWNER.
006870     MOVE "DROPPED" TO OBC-CHANGE.
006880     MOVE WS-SN-MODIFIED(WS-SN-SUB) TO WS-TS-IN.
006890     PERFORM 6900-FORMAT-TIMESTAMP THRU 6900-EXIT.
006900     MOVE WS-TS-OUT TO OBC-PREVIOUS.
006910     MOVE "NONE" TO OBC-CURRENT.
006920     WRITE CATALOG-LINE FROM WS-CHANGE-LINE.
006930     ADD 1 TO WS-CHANGED-COUNT.
006940 5200-EXIT.
006950     EXIT.
006960*
006970*****************************************************************
006980* FIND-OBJECT / FIND-SNAPSHOT - LOOK WS-FIND-NAME/WS-FIND-TYPE UP
006990* IN TONIGHT'S OR LAST NIGHT'S TABLE.  THE HIT SUBSCRIPT IS ZERO
007000* WHEN THE OBJECT IS NOT THERE.
007010*****************************************************************
007020 6100-FIND-OBJECT.
007030     MOVE ZERO TO WS-OB-HIT.
007040     PERFORM 6150-TEST-ONE-OBJECT THRU 6150-EXIT
007050         VARYING WS-OB-SUB FROM 1 BY 1
007060         UNTIL WS-OB-SUB > WS-OB-COUNT
007070             OR WS-OB-HIT > ZERO.
007080 6100-EXIT.
007090     EXIT.
007100*
007110 6150-TEST-ONE-OBJECT.
007120     IF WS-OB-NAME(WS-OB-SUB) = WS-FIND-NAME
007130         AND WS-OB-TYPE(WS-OB-SUB) = WS-FIND-TYPE
007140         MOVE WS-OB-SUB TO WS-OB-HIT
007150     END-IF.
007160 6150-EXIT.
007170     EXIT.
007180*
007190 6200-FIND-SNAPSHOT.
007200     MOVE ZERO TO WS-SN-HIT.
007210     PERFORM 6250-TEST-ONE-SNAPSHOT THRU 6250-EXIT
007220         VARYING WS-SN-SUB FROM 1 BY 1
007230         UNTIL WS-SN-SUB > WS-SN-COUNT
007240             OR WS-SN-HIT > ZERO.
007250 6200-EXIT.
007260     EXIT.
007270*
007280 6250-TEST-ONE-SNAPSHOT.
007290     IF WS-SN-NAME(WS-SN-SUB) = WS-FIND-NAME
007300         AND WS-SN-TYPE(WS-SN-SUB) = WS-FIND-TYPE
007310         MOVE WS-SN-SUB TO WS-SN-HIT
007320     END-IF.
007330 6250-EXIT.
007340     EXIT.
007350*
007360*****************************************************************
007370* FORMAT-TIMESTAMP - YYYYMMDDHHMMSS IN WS-TS-IN TO A PRINTABLE
007380* YYYY-MM-DD HH.MM.SS IN WS-TS-OUT.
007390*****************************************************************
007400 6900-FORMAT-TIMESTAMP.
007410     MOVE WS-TS-YYYY TO WS-TSO-YYYY.
007420     MOVE WS-TS-MM TO WS-TSO-MM.
007430     MOVE WS-TS-DD TO WS-TSO-DD.
007440     MOVE WS-TS-HH TO WS-TSO-HH.
007450     MOVE WS-TS-MI TO WS-TSO-MI.
007460     MOVE WS-TS-SS TO WS-TSO-SS.
007470 6900-EXIT.
007480     EXIT.
007490*
007500*****************************************************************
007510* ABEND-RUN - A BAD EXTRACT ENDS THE STEP WITH AN EMPTY HOLD
007520* FILE, SO NO PAIR IS HELD ON THE STRENGTH OF IT.
007530*****************************************************************
007540 7100-ABEND-RUN.
007550     CLOSE QMF-OBJECT-FILE SNAPSHOT-FILE-IN CONTROL-FILE
007560         RETRY-FILE-IN SNAPSHOT-FILE-OUT HOLD-FILE CATALOG-REPORT.
007570     MOVE WS-ABEND-CODE TO RETURN-CODE.
007580     STOP RUN.
007590 7100-EXIT.
007600     EXIT.
007610*
007620*****************************************************************
007630* TERMINATE-RUN - TOTALS, CLOSE, AND THE STEP GRADE: 4 WHEN ANY
007640* PAIR WAS HELD, ELSE 0.  UNREFERENCED AND CHANGED OBJECTS ARE
007650* FOR READING, NOT FOR STOPPING THE NIGHT.
007660*****************************************************************
007670 9000-TERMINATE-RUN.
007680     WRITE CATALOG-LINE FROM WS-BLANK-LINE.
007690     MOVE WS-OB-COUNT TO OBT-OBJECTS.
007700     MOVE WS-PAIR-COUNT TO OBT-PAIRS.
007710     MOVE WS-HELD-COUNT TO OBT-HELD.
007720     MOVE WS-UNUSED-COUNT TO OBT-UNUSED.
007730     MOVE WS-CHANGED-COUNT TO OBT-CHANGED.
007740     WRITE CATALOG-LINE FROM WS-TOTAL-LINE.
007750     CLOSE SNAPSHOT-FILE-OUT HOLD-FILE CATALOG-REPORT.
007760     IF WS-HELD-COUNT > ZERO
007770         MOVE 4 TO RETURN-CODE
007780     END-IF.
007790 9000-EXIT.
007800     EXIT.
