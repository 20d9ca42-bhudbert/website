001697*                  DSQIDXRC), SO THE RETRIEVAL PROGRAM DSQABRCO
001698*                  CAN ANSWER AUDIT'S "THE Q7 REPORT FROM MARCH
001699*                  14TH" WITH A LOOKUP INSTEAD OF ARCHAEOLOGY.
001700* 2026-10-15 RKH   AS-OF BUSINESS DATE CATCH-UP MODE.  THE
001701*                  PARAMETER RECORD CAN NOW NAME AN AS-OF DATE,
001702*                  OR A FROM/THRU RANGE OF MISSED NIGHTS, AND
001703*                  THE CONTROL-FILE PASS IS MADE ONCE PER DATE,
001704*                  OLDEST FIRST.  EACH PASS JUDGES THE SCHEDULE
001705*                  BY ITS OWN DATE AND STAMPS THAT DATE ON THE
001706*                  ARCHIVE/EXPORT NAMES AND THE MANIFEST,
001707*                  STATISTICS AND ARCHIVE-INDEX RECORDS.
001708*                  CHECKPOINT RECORDS NOW CARRY THE DATASET DATE
001709*                  SO EACH DATE RESTARTS FROM ITS OWN CHECKPOINTS,
001710*                  AND A CATCH-UP PAIR SENT TO THE RETRY FILE
001711*                  CARRIES ITS DATE SO THE DRAIN RERUNS IT FOR
001712*                  THAT DATE AND NOT FOR THE NIGHT IT IS DRAINED.
001713* 2026-10-15 RKH   QMF OBJECT CATALOG CHECK.  THE EDIT PASS NOW
001714*                  ALSO READS THE OPTIONAL OBJHOLD DD, WHERE THE
001715*                  CATALOG RECONCILIATION DSQABOCO LISTS EVERY
001716*                  PAIR WHOSE QUERY OR FORM IS NOT IN THE QMF
001717*                  OBJECT DIRECTORY.  THE HELD PAIRS ARE LISTED ON
001718*                  THE EDIT REPORT, AND AT RUN TIME EACH IS PASSED
001719*                  OVER WITH A NOTICE INSTEAD OF FAILING MID-
001720*                  SESSION.  A HELD RETRY PAIR STAYS ON THE RETRY
001721*                  FILE, AND THE DEPENDENTS OF A HELD PAIR ARE
001722*                  HELD AS FOR A FAILED PREDECESSOR.
001723* 2026-10-15 RKH   CUMULATIVE AUDIT STORE.  EVERY AUDIT RECORD IS
001724*                  NOW ALSO WRITTEN TO THE AUDIT HISTORY ON THE
001725*                  AUDHIST DD (LAYOUT IN DSQAUHRC), OPENED EXTEND
001726*                  LIKE THE ARCHIVE INDEX AND PREFIXED WITH THE
001727*                  DATASET DATE AND THE PAIR THE CALL WAS FOR, SO
001728*                  THE EVIDENCE PACKAGE PROGRAM DSQABJCO CAN SHOW
001729*                  ANY PAST NIGHT'S COMMANDS AND SET GLOBAL VALUES
001730*                  AFTER AUDITOUT HAS BEEN OVERWRITTEN.
001731* 2026-10-15 RKH   THE SESSION RECYCLE AUDIT RECORD NOW NAMES THE
001732*                  QUERY AND FORM OF THE PAIR THAT TRIPPED IT, SO
001733*                  THE INCIDENT INTERFACE STEP DSQABICO CAN TIE
001734*                  THE RECYCLE TO THE PAIR FROM THE AUDIT TRAIL.
001735* 2026-10-15 RKH   EVERY RETRY "P" RECORD NOW CARRIES WHY THE PAIR
001736*                  WENT THERE - FAILED, DEFERRED AT THE CUTOFF,
001737*                  HELD BY THE CATALOG CHECK OR HELD BEHIND ITS
001738*                  PREDECESSOR - IN ITS LAST BYTE, FOR THE FAILURE
001739*                  IMPACT STEP DSQABUCO.
001740* 2026-10-15 RKH   RECORDS ITS START, END, RETURN CODE AND COUNTS
001741*                  ON THE RUN LEDGER (DSQABYCO), ONE RECORD PER
001742*                  INSTANCE.  A RERUN IS RECORDED, NOT REFUSED -
001743*                  THE CHECKPOINTS STILL DECIDE WHAT IT REPEATS.
001744* 2026-10-15 RKH   TONIGHT'S DATE IS NOW THE STREAM'S BUSINESS
001745*                  DATE FROM THE LEDGER SERVICE (BUSDATE CARD),
001746*                  AND A RESTART TAKES THE DATE THE PRIOR RUN'S
001747*                  CHECKPOINTS CARRY, SO A RESTART PAST MIDNIGHT
001748*                  RESUMES THE SAME NIGHT.  THE CHECKPOINT DATE
001749*                  TESTS IN 3050 NOW APPLY ONLY TO A CATCH-UP
001750*                  RUN.
001751* 2026-10-15 RKH   A CONTROL-FILE PAIR HELD FOR A MISSING QMF
001752*                  OBJECT GOES TO THE RETRY FILE AS HELD, AS ON
001753*                  THE DRAIN SIDE, SO IT AND ITS DATE SURVIVE AND
001754*                  THE LATER STEPS SEE IT HELD, NOT NEVER RUN.
001755*-----------------------------------------------------------------
001756 ENVIRONMENT DIVISION.
001757 CONFIGURATION SECTION.
001758 SOURCE-COMPUTER.    IBM-370.
001759 OBJECT-COMPUTER.    IBM-370.
001760 SPECIAL-NAMES.
001761     CONSOLE IS OPERATOR-CONSOLE.
001762 INPUT-OUTPUT SECTION.
001763 FILE-CONTROL.
001764     SELECT AUDIT-FILE   ASSIGN TO "AUDITOUT"
001765                          ORGANIZATION IS SEQUENTIAL.
001766     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
001770                          ORGANIZATION IS SEQUENTIAL.
001780     SELECT CHECKPOINT-FILE-IN  ASSIGN TO "CKPTIN"
001790                          ORGANIZATION IS SEQUENTIAL.
001950                          ORGANIZATION IS SEQUENTIAL.
001951     SELECT ARCHIVE-INDEX ASSIGN TO "ARCHIDX"
001952                          ORGANIZATION IS SEQUENTIAL.
001954     SELECT OPTIONAL HELD-PAIR-FILE ASSIGN TO "OBJHOLD"
001956                          ORGANIZATION IS SEQUENTIAL.
001957     SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
001958                          ORGANIZATION IS SEQUENTIAL.
001960 DATA DIVISION.
001970 FILE SECTION.
001980*****************************************************************
002250*****************************************************************
002260* CHECKPOINT-FILE-IN - CHECKPOINT RECORDS WRITTEN BY THE PRIOR
002270* RUN.  STEP CODES ARE "STARTED ", "GLOBALS ", "QUERYRAN" AND
002280* "RPTPRTD ".  EACH RECORD CARRIES THE DATASET DATE ITS PAIR WAS
002281* RUN FOR, SO A CATCH-UP RUN OVER SEVERAL DATES RESTARTS EACH
002282* DATE FROM ITS OWN RECORDS.  A RECORD WRITTEN BEFORE THE DATE
002283* WAS CARRIED HAS SPACES THERE AND BELONGS TO WHATEVER DATE IS
002284* BEING RUN.
002290*****************************************************************
002300 FD  CHECKPOINT-FILE-IN
002310     RECORDING MODE IS F.
002330     03  CKPT-IN-STEP-CODE    PIC X(08).
002340     03  CKPT-IN-QUERY-NAME   PIC X(18).
002350     03  CKPT-IN-FORM-NAME    PIC X(18).
002355     03  CKPT-IN-DATASET-DATE PIC 9(08).
002360     03  FILLER               PIC X(28).
002370*****************************************************************
002380* CHECKPOINT-FILE-OUT - THE CHECKPOINT TRAIL FOR THIS RUN, READ
002390* BACK IN AS CHECKPOINT-FILE-IN ON THE NEXT RUN.
002440     03  CKPT-OUT-STEP-CODE   PIC X(08).
002450     03  CKPT-OUT-QUERY-NAME  PIC X(18).
002460     03  CKPT-OUT-FORM-NAME   PIC X(18).
002465     03  CKPT-OUT-DATASET-DATE PIC 9(08).
002470     03  FILLER               PIC X(28).
002471*****************************************************************
002472* PEER-CHECKPOINT-FILE - THE OTHER INSTANCES' LIVE CHECKPOINT
002473* DATASETS, CONCATENATED ON THE CKPTPEER DD WITH DISP=SHR.  A
002481     03  CKPT-PEER-STEP-CODE  PIC X(08).
002482     03  CKPT-PEER-QUERY-NAME PIC X(18).
002483     03  CKPT-PEER-FORM-NAME  PIC X(18).
002484     03  CKPT-PEER-DATASET-DATE PIC 9(08).
002485     03  FILLER               PIC X(28).
002487*****************************************************************
002490* PARAMETER-FILE - ONE DAILY RECORD HOLDING THE DEFAULT SET
002500* GLOBAL VALUES FOR MYVAR01, SHORT AND MYVAR03, USED FOR EVERY
002510* PAIR THAT DOES NOT OVERRIDE THEM WITH ITS OWN "V" RECORDS,
002530* AFTER WHICH NO NEW PAIR IS STARTED, AND THIS JOB STEP'S
002540* INSTANCE NUMBER AND INSTANCE COUNT FOR PARTITIONED PARALLEL
002550* RUNS (BLANK OR ZERO COUNT = SINGLE INSTANCE).
002551* FOR A CATCH-UP RUN AFTER MISSED NIGHTS, THE AS-OF BUSINESS
002552* DATE (YYYYMMDD) TO RUN FOR, OR THE FIRST AND LAST DATES OF A
002553* RANGE OF THEM; BLANK OR ZERO FROM DATE = AN ORDINARY NIGHT,
002554* BLANK OR ZERO THRU DATE = THE FROM DATE ALONE.
002560*****************************************************************
002570 FD  PARAMETER-FILE
002580     RECORDING MODE IS F.
002630     03  PARM-CUTOFF-TIME     PIC 9(04).
002640     03  PARM-INSTANCE-NUMBER PIC 9(02).
002650     03  PARM-INSTANCE-COUNT  PIC 9(02).
002651     03  PARM-ASOF-FROM-DATE  PIC 9(08).
002652     03  PARM-ASOF-THRU-DATE  PIC 9(08).
002660     03  FILLER               PIC X(44).
002670*****************************************************************
002680* NOTIFY-FILE - ONE RECORD PER QUERY THAT CAME BACK EMPTY, SO
002690* OPS KNOWS NO REPORT WAS PRINTED FOR THAT PAIR AND WHY.
002840* TYPED THE SAME WAY AS THE CONTROL FILE - A "P" RECORD PER PAIR
002850* WITH ITS SET GLOBAL VARIABLES ON "V" RECORDS BEHIND IT, SO THE
002860* RETRY RERUNS WITH THE VALUES THE PAIR ORIGINALLY FAILED WITH.
002862* A PAIR FROM A CATCH-UP RUN ALSO CARRIES THE AS-OF DATE IT WAS
002864* BEING RUN FOR; AN ORDINARY NIGHT'S PAIR LEAVES IT BLANK.
002870*****************************************************************
002880 FD  RETRY-FILE-IN
002890     RECORDING MODE IS F.
002962*        WRITING RUN STAMPED ON THE RECORD - NOT USED HERE.
002963         05  FILLER           PIC X(16).
002964         05  RETRY-IN-PREDECESSOR PIC X(18).
002965         05  RETRY-IN-DATASET-DATE PIC 9(08).
002970         05  FILLER           PIC X(01).
002980     03  RETRY-IN-VARIABLE-DATA REDEFINES RETRY-IN-PAIR-DATA.
002990         05  RETRY-IN-VAR-NAME PIC X(18).
003000         05  RETRY-IN-VAR-VALUE PIC 9(04).
003060* WAY THEY DO FOR THE CHECKPOINT FILE.  EACH FAILED PAIR'S "P"
003070* RECORD IS FOLLOWED BY ONE "V" RECORD PER SET GLOBAL VARIABLE
003080* THAT WAS IN EFFECT WHEN THE PAIR FAILED.
003081* THE REASON SAYS WHY THE PAIR IS HERE - SEE WS-RETRY-REASON.
003090*****************************************************************
003100 FD  RETRY-FILE-OUT
003110     RECORDING MODE IS F.
003180         05  RETRY-OUT-FORM-NAME  PIC X(18).
003190         05  RETRY-OUT-TIMESTAMP  PIC X(16).
003191         05  RETRY-OUT-PREDECESSOR PIC X(18).
003195         05  RETRY-OUT-DATASET-DATE PIC 9(08).
003200         05  RETRY-OUT-REASON PIC X(01).
003201             88  RETRY-OUT-FAILED        VALUE "F".
003202             88  RETRY-OUT-DEFERRED      VALUE "D".
003203             88  RETRY-OUT-HELD          VALUE "H".
003204             88  RETRY-OUT-PRED-HELD     VALUE "P".
003210     03  RETRY-OUT-VARIABLE-DATA REDEFINES RETRY-OUT-PAIR-DATA.
003220         05  RETRY-OUT-VAR-NAME PIC X(18).
003230         05  RETRY-OUT-VAR-VALUE PIC 9(04).
003406 FD  ARCHIVE-INDEX
003407     RECORDING MODE IS F.
003408     COPY DSQIDXRC.
003409*****************************************************************
003410* HELD-PAIR-FILE - PAIRS THE CATALOG RECONCILIATION DSQABOCO
003411* FOUND NAMING A QMF QUERY OR FORM THAT IS NOT IN TONIGHT'S QMF
003412* OBJECT DIRECTORY.  OPTIONAL - NO DD, OR AN EMPTY FILE, HOLDS
003413* NOTHING.
003414*****************************************************************
003415 FD  HELD-PAIR-FILE
003416     RECORDING MODE IS F.
003417     COPY DSQHLDRC.
003418*****************************************************************
003419* AUDIT-HISTORY-FILE - THE CUMULATIVE AUDIT STORE, OPENED EXTEND
003420* SO EVERY NIGHT ADDS TO THE BACK.  EACH RECORD IS THE AUDIT
003421* TRAIL RECORD PLUS THE DATASET DATE AND THE PAIR IT BELONGS TO.
003422*****************************************************************
003423 FD  AUDIT-HISTORY-FILE
003424     RECORDING MODE IS F.
003425     COPY DSQAUHRC.
003426 WORKING-STORAGE SECTION.
003427*****************************************************************
003430* DSQCOMMB DEFINITION - CONTAINS QUERY INTERFACE VARIABLES       *
003440*****************************************************************
003450     COPY DSQCOMMB.
003690*
003700*****************************************************************
003710* NAME OF THE DATED ARCHIVE DATASET THE PRINTED REPORT IS ALSO
003720* WRITTEN TO, BUILT FROM THE DATASET DATE IN WS-RUN-DATE - ON AN
003721* ORDINARY NIGHT TODAY'S DATE, CAPTURED ONCE AT STARTUP; ON A
003722* CATCH-UP RUN THE AS-OF DATE CURRENTLY BEING PROCESSED.
003730*****************************************************************
003740 01  WS-RUN-DATE           PIC 9(08).
003750 01  WS-ARCHIVE-DSNAME     PIC X(50)  VALUE SPACES.
004310 01  WS-EDIT-CUTOFF.
004320     03  WS-EC-HH          PIC 9(02).
004330     03  WS-EC-MM          PIC 9(02).
004331*****************************************************************
004332* AS-OF BUSINESS DATES - THE FIRST AND LAST DATES THE CONTROL-
004333* FILE PASS IS MADE FOR, OLDEST FIRST (SEE 2900).  ON AN
004334* ORDINARY NIGHT BOTH ARE THE BUSINESS DATE KEPT IN
004335* WS-BUSINESS-DATE; A CATCH-UP RUN TAKES THEM FROM THE PARAMETER
004336* RECORD.  THE PRE-START EDIT PROVES EACH ONE A REAL DATE BY
004337* ROUND-TRIPPING IT THROUGH ITS DAY NUMBER - AN IMPOSSIBLE
004338* DATE SUCH AS APRIL 31ST COMES BACK AS ZERO - AND HOLDS A
004339* RANGE TO WS-ASOF-NIGHT-LIMIT NIGHTS.
004340*****************************************************************
004341*    THE STREAM'S BUSINESS DATE FROM THE LEDGER SERVICE - OR,
004342*    ON A RESTART, THE DATE THE PRIOR RUN'S CHECKPOINTS CARRY.
004343*    SEE 1410.
004344 01  WS-BUSINESS-DATE      PIC 9(08).
004345 01  WS-ASOF-FROM-DATE     PIC 9(08).
004346 01  WS-ASOF-THRU-DATE     PIC 9(08).
004347 01  WS-ASOF-DAY-NUMBER    PIC S9(08) USAGE IS COMP-4.
004348 01  WS-ASOF-SPAN-NIGHTS   PIC S9(08) USAGE IS COMP-4.
004349 01  WS-ASOF-NIGHT-LIMIT   PIC S9(08) USAGE IS COMP-4 VALUE 31.
004350 01  WS-ASOF-CHECK-DATE    PIC 9(08).
004351 01  WS-EDIT-ASOF-DATE.
004352     03  WS-EA-YYYY        PIC 9(04).
004353     03  WS-EA-MM          PIC 9(02).
004354     03  WS-EA-DD          PIC 9(02).
004355*****************************************************************
004356* PARTITIONED PARALLEL RUN - WHICH INSTANCE THIS STEP IS, HOW
004360* MANY THERE ARE, AND THE ORDINAL OF THE CONTROL-FILE "P"
004370* RECORD CURRENTLY IN THE BUFFER.  PAIR ORDINALS ARE DEALT
004380* ROUND-ROBIN ACROSS THE INSTANCES BY 3110-NOTE-PAIR-ORDINAL.
004520 01  WS-GLOBAL-HIT-SUB     PIC S9(05) USAGE IS COMP-4.
004530 01  WS-APPLY-VAR-NAME     PIC X(18).
004540 01  WS-APPLY-VAR-VALUE    PIC 9(04).
004541 01  WS-PACK-START         PIC 9(04).
004542*
004543*****************************************************************
004544* RUN-FREQUENCY SCHEDULING - THE REQUEST AREA PASSED TO THE
004545* SCHEDULE EVALUATOR DSQABGCO, WHICH JUDGES THE CURRENT PAIR'S
004546* FREQUENCY FIELDS AGAINST TONIGHT'S DATE AND THE SHOP HOLIDAY
004547* CALENDAR.  SEE 3115-CHECK-PAIR-SCHEDULE.
004548*****************************************************************
004549     COPY DSQFREQC.
004550*
004551*****************************************************************
004552* PREDECESSOR DEPENDENCIES - THE PREDECESSOR QUERY NAMED BY THE
004553* CURRENT PAIR, THE TABLES OF QUERIES THIS INSTANCE HAS SEEN
004554* COMPLETE OR FAIL TONIGHT, AND THE POLL/WAIT CONTROLS USED
004555* WHILE WATCHING THE PEER CHECKPOINT FILES FOR A PREDECESSOR
004556* RUNNING ON ANOTHER INSTANCE.  SEE 3190-CHECK-PREDECESSOR.
004557*****************************************************************
004558 01  WS-CURRENT-PREDECESSOR PIC X(18).
004559*    WHY THE CURRENT PAIR IS GOING TO THE RETRY FILE, SET BY THE
004560*    CALLER OF 3270: F = FAILED, D = DEFERRED AT THE CUTOFF,
004561*    H = HELD BY THE CATALOG CHECK, P = HELD BEHIND ITS
004562*    PREDECESSOR.
004567 01  WS-RETRY-REASON       PIC X(01).
004568 01  WS-DONE-COUNT         PIC S9(05) USAGE IS COMP-4
004569                           VALUE ZERO.
004570 01  WS-DONE-TABLE.
004612     03  WS-OA-TEXT        PIC X(62).
004613 01  WS-OA-COUNT-EDIT      PIC ZZZZ9.
004614*
004615*****************************************************************
004616* WORK FIELDS USED TO STRING THE SET GLOBAL COMMAND AND ITS
004617* NAME=VALUE LIST INTO THE AUDIT RECORD - VVALS ITSELF IS COMP-4
004618* AND CANNOT BE STRINGED DIRECTLY.  THE WORK AREA IS WIDER THAN
004619* AUD-COMMAND-TEXT; WHAT FITS IN 120 BYTES IS WHAT IS KEPT.
004620*****************************************************************
004630 01  WS-AUD-GLOBAL-VAL     PIC 9(04).
004640 01  WS-AUD-CMD-WORK       PIC X(250).
005050         88  PRED-ON-CONTROL-FILE         VALUE "Y".
005051     03  WS-PRED-TONIGHT-SW   PIC X(01)  VALUE "N".
005052         88  PRED-SCHEDULED-TONIGHT       VALUE "Y".
005053     03  WS-CATCH-UP-SW       PIC X(01)  VALUE "N".
005054         88  CATCH-UP-RUN                 VALUE "Y".
005055     03  WS-DATED-RETRY-SW    PIC X(01)  VALUE "N".
005056         88  RETRY-CARRIES-DATE           VALUE "Y".
005057     03  WS-CKPT-LATER-SW     PIC X(01)  VALUE "N".
005058         88  CKPT-FOR-LATER-DATE          VALUE "Y".
005059     03  WS-ASOF-VALID-SW     PIC X(01)  VALUE "N".
005060         88  ASOF-DATE-VALID              VALUE "Y".
005061     03  WS-HELD-EOF-SW       PIC X(01)  VALUE "N".
005062         88  HELD-PAIR-EOF                VALUE "Y".
005063     03  WS-PAIR-HELD-SW      PIC X(01)  VALUE "N".
005064         88  PAIR-HELD                    VALUE "Y".
005065*
005066*****************************************************************
005067* CHECKPOINT/RESTART - A "RPTPRTD " RECORD ON THE PRIOR RUN'S
005070* CHECKPOINT FILE MEANS A CONTROL-FILE PAIR WAS FULLY COMPLETED
005080* LAST RUN (SEE 3050-SKIP-COMPLETED-PAIR).  A QMF SESSION (START,
005090* THE GLOBALS IN EFFECT, AND ANY IN-FLIGHT QUERY RESULT SET) LIVES
005550* USED FOR DUPLICATE AND RETRY-OVERLAP CHECKS, AND THE PRINT
005560* LINES FOR THE EDIT REPORT.  EACH TABLED PAIR ALSO CARRIES
005561* TONIGHT'S SCHEDULE VERDICT FROM DSQABGCO, WHICH THE
005562* PREDECESSOR CHECK CONSULTS AT RUN TIME - SEE 3185 - AND THE
005563* FREQUENCY FIELDS THE VERDICT IS RE-JUDGED FROM FOR EACH DATE
005564* OF A CATCH-UP RUN - SEE 2920.
005570*****************************************************************
005580 01  WS-EDIT-REJECT-COUNT     PIC S9(05) USAGE IS COMP-4
005590                              VALUE ZERO.
005680         05  WS-CTL-PAIR-QUERY PIC X(18).
005690         05  WS-CTL-PAIR-FORM  PIC X(18).
005691         05  WS-CTL-PAIR-SCHED PIC X(01).
005692         05  WS-CTL-PAIR-FREQ-CODE PIC X(01).
005693         05  WS-CTL-PAIR-FREQ-DAYS PIC X(07).
005694         05  WS-CTL-PAIR-FREQ-BUSDY PIC X(02).
005695*    PAIRS HELD OUT OF THE RUN FROM OBJHOLD - SEE 1580 AND 3170.
005696 01  WS-HELD-COUNT            PIC S9(05) USAGE IS COMP-4
005697                              VALUE ZERO.
005698 01  WS-HELD-SUB              PIC S9(05) USAGE IS COMP-4.
005699 01  WS-HELD-TABLE.
005700     03  WS-HELD-ENTRY        OCCURS 200.
005701         05  WS-HELD-QUERY    PIC X(18).
005702         05  WS-HELD-FORM     PIC X(18).
005706 01  WS-EDIT-HEADING-1.
005710     03  FILLER               PIC X(40)  VALUE
005720         "DSQABFCO PRE-START INPUT EDIT REPORT".
005730     03  FILLER               PIC X(10)  VALUE "RUN DATE: ".
005970     03  FILLER               PIC X(40)  VALUE
005980         "ALL INPUT RECORDS PASSED EDITS".
005990     03  FILLER               PIC X(92)  VALUE SPACES.
005991 01  WS-EDIT-HELD-LINE.
005992     03  EDL-HELD-COUNT       PIC ZZZZ9.
005993     03  FILLER               PIC X(47)  VALUE
005994         " PAIRS HELD OUT OF THE RUN - QMF OBJECT MISSING".
005995     03  FILLER               PIC X(80)  VALUE SPACES.
005996*****************************************************************
005997* RUN LEDGER - THE REQUEST AREA PASSED TO THE LEDGER SERVICE
005998* DSQABYCO, WHICH RECORDS THE STEP'S START AND END, THE
005999* INSTANCE NUMBER IT IS RECORDED UNDER, AND THE COUNTS IT IS
006000* RECORDED WITH - PAIRS THAT RAN TO A STATISTICS RECORD AND
006001* PAIRS SENT TO THE RETRY FILE.  SEE 1350 AND 9800.
006002*****************************************************************
006003     COPY DSQLDGRC.
006004 01  WS-LEDGER-INSTANCE       PIC 9(02).
006005 01  WS-STATS-WRITTEN-COUNT   PIC S9(05) USAGE IS COMP-4
006006                              VALUE ZERO.
006007 01  WS-RETRY-WRITTEN-COUNT   PIC S9(05) USAGE IS COMP-4
006008                              VALUE ZERO.
006009*
006010 PROCEDURE DIVISION.
006020*
006030 0000-MAINLINE.
006040     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
006050     PERFORM 1500-EDIT-INPUT-FILES THRU 1500-EXIT.
006060     PERFORM 1300-READ-DAILY-PARAMETERS THRU 1300-EXIT.
006065     PERFORM 1350-RECORD-RUN-START THRU 1350-EXIT.
006070     PERFORM 2000-START-SESSION    THRU 2000-EXIT.
006080     PERFORM 2500-DRAIN-RETRY-FILE THRU 2500-EXIT.
006094     PERFORM 2900-PROCESS-BUSINESS-DATES THRU 2900-EXIT.
006100     PERFORM 8000-END-SESSION      THRU 8000-EXIT.
006110     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
006113     SET LDG-STEP-ENDING TO TRUE.
006116     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
006120     STOP RUN.
006130*
006140*****************************************************************
006280     OPEN OUTPUT CHECKPOINT-FILE-OUT.
006290     OPEN OUTPUT MANIFEST-FILE.
006291     OPEN EXTEND ARCHIVE-INDEX.
006295     OPEN EXTEND AUDIT-HISTORY-FILE.
006300     PERFORM 1400-BUILD-ARCHIVE-DSNAME THRU 1400-EXIT.
006305     PERFORM 1450-PREPARE-RUN-LEDGER THRU 1450-EXIT.
006310 1000-EXIT.
006320     EXIT.
006330*
006340*****************************************************************
006354* READ-DAILY-PARAMETERS - READS THE ONE DAILY PARAMETER RECORD
006359* AND SAVES THE THREE SET GLOBAL VALUES AS THE DEFAULTS EVERY
006364* PAIR'S VARIABLE TABLE IS SEEDED FROM.  AN EMPTY PARAMETER
006369* FILE IS TREATED AS A SETUP ERROR AND ABENDS THE STEP.  AN
006374* AS-OF DATE ON THE RECORD MAKES THIS A CATCH-UP RUN FOR THAT
006379* DATE, OR FOR EVERY DATE FROM IT THROUGH THE AS-OF THRU DATE.
006390*****************************************************************
006400 1300-READ-DAILY-PARAMETERS.
006410     OPEN INPUT PARAMETER-FILE.
006540         MOVE PARM-INSTANCE-COUNT TO WS-INSTANCE-COUNT
006550         MOVE PARM-INSTANCE-NUMBER TO WS-INSTANCE-NUMBER
006560     END-IF.
006561     IF PARM-ASOF-FROM-DATE IS NUMERIC
006562         AND PARM-ASOF-FROM-DATE > ZERO
006563         MOVE PARM-ASOF-FROM-DATE TO WS-ASOF-FROM-DATE
006564         MOVE PARM-ASOF-FROM-DATE TO WS-ASOF-THRU-DATE
006565         IF PARM-ASOF-THRU-DATE IS NUMERIC
006566             AND PARM-ASOF-THRU-DATE > ZERO
006567             MOVE PARM-ASOF-THRU-DATE TO WS-ASOF-THRU-DATE
006568         END-IF
006569         SET CATCH-UP-RUN TO TRUE
006570     END-IF.
006575     ACCEPT WS-CLOCK-TIME FROM TIME.
006580     MOVE WS-CLOCK-HHMM TO WS-START-HHMM.
006590     CLOSE PARAMETER-FILE.
006600 1300-EXIT.
006610     EXIT.
006620*
006630*****************************************************************
006631* GET-RUN-DATE - CAPTURES THE BUSINESS DATE ONCE AT STARTUP SO
006632* EVERY PAIR'S DATED ARCHIVE/EXPORT DATASET NAME, BUILT PER PAIR
006633* BY 3215-BUILD-PAIR-DSNAMES, USES THE SAME DATE ALL NIGHT.  THE
006634* AS-OF RANGE DEFAULTS TO THAT ONE DATE; 1300 WIDENS IT FOR A
006635* CATCH-UP RUN.
006636*****************************************************************
006637 1400-BUILD-ARCHIVE-DSNAME.
006638     PERFORM 1410-TAKE-BUSINESS-DATE THRU 1410-EXIT.
006639     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
006640     MOVE WS-BUSINESS-DATE TO WS-ASOF-FROM-DATE.
006641     MOVE WS-BUSINESS-DATE TO WS-ASOF-THRU-DATE.
006642 1400-EXIT.
006643     EXIT.
006644*
006645*****************************************************************
006646* TAKE-BUSINESS-DATE - THE STREAM'S BUSINESS DATE COMES FROM THE
006647* LEDGER SERVICE, WHICH READS THE BUSDATE CARD EVERY STEP OF THE
006648* STREAM SHARES.  A RESTART RESUMES THE NIGHT THE PRIOR RUN WAS
006649* WORKING, SO WHEN THE PRIOR RUN'S CHECKPOINT FILE HAS RECORDS
006650* THE DATE ON ITS FIRST ONE - THE "STARTED " RECORD, WRITTEN
006651* UNDER THAT RUN'S BUSINESS DATE - IS TAKEN INSTEAD, HOWEVER FAR
006652* PAST MIDNIGHT THE RESTART IS.  THIS IS ALSO THE PRIMING READ
006653* OF THE CHECKPOINT FILE FOR 2900.
006654*****************************************************************
006655 1410-TAKE-BUSINESS-DATE.
006656     MOVE SPACES TO LEDGER-REQUEST-AREA.
006657     MOVE "DSQABFCO" TO LDG-STEP-NAME.
006658     MOVE ZERO TO LDG-BUSINESS-DATE.
006659     SET LDG-DATE-ENQUIRY TO TRUE.
006660     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
006661     MOVE LDG-BUSINESS-DATE TO WS-BUSINESS-DATE.
006662     PERFORM 1100-READ-OLD-CHECKPOINT THRU 1100-EXIT.
006663     IF CKPT-IN-EOF
006664         GO TO 1410-EXIT
006665     END-IF.
006666     IF CKPT-IN-DATASET-DATE NOT NUMERIC
006667         OR CKPT-IN-DATASET-DATE = ZERO
006668         OR CKPT-IN-DATASET-DATE = WS-BUSINESS-DATE
006669         GO TO 1410-EXIT
006670     END-IF.
006671     DISPLAY "DSQABFCO - RESTART RUNS UNDER THE CHECKPOINT'S "
006672             "BUSINESS DATE " CKPT-IN-DATASET-DATE
006673             ", NOT " WS-BUSINESS-DATE.
006674     MOVE CKPT-IN-DATASET-DATE TO WS-BUSINESS-DATE.
006675 1410-EXIT.
006676     EXIT.
006677*
006678*****************************************************************
006679* PREPARE-RUN-LEDGER - SETS UP THE REQUEST AREA FOR THE LEDGER
006680* SERVICE DSQABYCO UNDER THE BUSINESS DATE, SO THE STEP'S END CAN
006681* BE RECORDED EVEN WHEN THE EDIT PASS OR THE PARAMETER READ ENDS
006682* IT BEFORE 1350 HAS RECORDED ITS START.  THE DRIVER ONLY
006683* RECORDS - ITS OWN CHECKPOINTS DECIDE WHAT A RERUN REPEATS.
006684*****************************************************************
006685 1450-PREPARE-RUN-LEDGER.
006686     MOVE SPACES TO LEDGER-REQUEST-AREA.
006687     MOVE "DSQABFCO" TO LDG-STEP-NAME.
006688     MOVE WS-BUSINESS-DATE TO LDG-BUSINESS-DATE.
006689     MOVE ZERO TO LDG-RETURN-CODE.
006690     SET LDG-RECORD-ONLY TO TRUE.
006691 1450-EXIT.
006692     EXIT.
006693*
006694*****************************************************************
006695* RECORD-RUN-START - RECORDS THE STEP'S START ON THE RUN LEDGER.
006696* EACH INSTANCE OF A PARTITIONED RUN IS RECORDED UNDER ITS OWN
006697* INSTANCE NUMBER.  A LEDGER THAT CANNOT BE READ OR UPDATED DOES
006698* NOT HOLD UP THE NIGHT'S QUERIES - THE SERVICE HAS ALREADY SAID
006699* SO ON THE JOB LOG.
006700*****************************************************************
006701 1350-RECORD-RUN-START.
006702     IF WS-INSTANCE-COUNT > 1
006703         MOVE WS-INSTANCE-NUMBER TO WS-LEDGER-INSTANCE
006704         MOVE WS-LEDGER-INSTANCE TO LDG-STEP-QUALIFIER
006705     END-IF.
006706     SET LDG-STEP-STARTING TO TRUE.
006707     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
006708 1350-EXIT.
006709     EXIT.
006720*
006730*****************************************************************
006740* EDIT-INPUT-FILES - THE PRE-START EDIT PASS.  EVERY CONTROL,
006870     PERFORM 1510-EDIT-PARAMETER-FILE THRU 1510-EXIT.
006880     PERFORM 1520-EDIT-CONTROL-FILE THRU 1520-EXIT.
006890     PERFORM 1540-EDIT-RETRY-FILE THRU 1540-EXIT.
006895     PERFORM 1580-LOAD-HELD-PAIRS THRU 1580-EXIT.
006900     IF WS-EDIT-REJECT-COUNT > ZERO
006910         MOVE WS-EDIT-REJECT-COUNT TO EDT-REJECT-COUNT
006920         WRITE EDIT-REPORT-LINE FROM WS-EDIT-TOTAL-LINE
007420             PERFORM 1560-WRITE-EDIT-REJECT THRU 1560-EXIT
007430         END-IF
007440     END-IF.
007445     PERFORM 1512-EDIT-ASOF-DATES THRU 1512-EXIT.
007450     IF PARM-INSTANCE-COUNT = SPACES
007460         AND PARM-INSTANCE-NUMBER = SPACES
007470         GO TO 1510-CLOSE
007630 1510-CLOSE.
007640     CLOSE PARAMETER-FILE.
007650 1510-EXIT.
007651     EXIT.
007652*
007653*****************************************************************
007654* EDIT-ASOF-DATES - THE AS-OF DATES ARE OPTIONAL; BOTH BLANK (OR
007655* ZERO) IS AN ORDINARY NIGHT.  WHEN GIVEN, EACH MUST BE A REAL
007656* YYYYMMDD DATE, THE THRU DATE MAY NOT PRECEDE THE FROM DATE OR
007657* FALL AFTER TONIGHT, AND THE RANGE MAY NOT SPAN MORE THAN
007658* WS-ASOF-NIGHT-LIMIT NIGHTS.  A THRU DATE WITH NO FROM DATE IS
007659* REJECTED RATHER THAN GUESSED AT.
007660*****************************************************************
007661 1512-EDIT-ASOF-DATES.
007662     IF (PARM-ASOF-FROM-DATE = SPACES
007663         OR PARM-ASOF-FROM-DATE = ZERO)
007664         AND (PARM-ASOF-THRU-DATE = SPACES
007665             OR PARM-ASOF-THRU-DATE = ZERO)
007666         GO TO 1512-EXIT
007667     END-IF.
007668     IF PARM-ASOF-FROM-DATE = SPACES OR PARM-ASOF-FROM-DATE = ZERO
007669         MOVE PARM-ASOF-THRU-DATE TO ED-FIELD-IMAGE
007670         MOVE "AS-OF THRU DATE GIVEN WITHOUT A FROM DATE"
007671             TO ED-REASON
007672         PERFORM 1560-WRITE-EDIT-REJECT THRU 1560-EXIT
007673         GO TO 1512-EXIT
007674     END-IF.
007675     MOVE PARM-ASOF-FROM-DATE TO WS-ASOF-CHECK-DATE.
007676     PERFORM 1514-EDIT-ONE-ASOF-DATE THRU 1514-EXIT.
007677     IF NOT ASOF-DATE-VALID
007678         MOVE PARM-ASOF-FROM-DATE TO ED-FIELD-IMAGE
007679         MOVE "AS-OF FROM DATE NOT A VALID YYYYMMDD" TO ED-REASON
007680         PERFORM 1560-WRITE-EDIT-REJECT THRU 1560-EXIT
007681         GO TO 1512-EXIT
007682     END-IF.
007683     IF PARM-ASOF-THRU-DATE = SPACES OR PARM-ASOF-THRU-DATE = ZERO
007684         MOVE PARM-ASOF-FROM-DATE TO WS-ASOF-CHECK-DATE
007685     ELSE
007686         MOVE PARM-ASOF-THRU-DATE TO WS-ASOF-CHECK-DATE
007687         PERFORM 1514-EDIT-ONE-ASOF-DATE THRU 1514-EXIT
007688         IF NOT ASOF-DATE-VALID
007689             MOVE PARM-ASOF-THRU-DATE TO ED-FIELD-IMAGE
007690             MOVE "AS-OF THRU DATE NOT A VALID YYYYMMDD"
007691                 TO ED-REASON
007698             PERFORM 1560-WRITE-EDIT-REJECT THRU 1560-EXIT
007699             GO TO 1512-EXIT
007700         END-IF
007701     END-IF.
007702     MOVE PARAMETER-RECORD TO ED-FIELD-IMAGE.
007703     IF WS-ASOF-CHECK-DATE < PARM-ASOF-FROM-DATE
007704         MOVE "AS-OF THRU DATE BEFORE FROM DATE" TO ED-REASON
007705         PERFORM 1560-WRITE-EDIT-REJECT THRU 1560-EXIT
007706         GO TO 1512-EXIT
007707     END-IF.
007708     IF WS-ASOF-CHECK-DATE > WS-BUSINESS-DATE
007709         MOVE "AS-OF DATE AFTER TONIGHTS DATE" TO ED-REASON
007710         PERFORM 1560-WRITE-EDIT-REJECT THRU 1560-EXIT
007711         GO TO 1512-EXIT
007712     END-IF.
007713     COMPUTE WS-ASOF-SPAN-NIGHTS =
007714         FUNCTION INTEGER-OF-DATE(WS-ASOF-CHECK-DATE)
007715       - FUNCTION INTEGER-OF-DATE(PARM-ASOF-FROM-DATE) + 1.
007716     IF WS-ASOF-SPAN-NIGHTS > WS-ASOF-NIGHT-LIMIT
007717         MOVE "AS-OF RANGE SPANS MORE THAN 31 NIGHTS" TO ED-REASON
007718         PERFORM 1560-WRITE-EDIT-REJECT THRU 1560-EXIT
007719     END-IF.
007720 1512-EXIT.
007721     EXIT.
007722*
007723*****************************************************************
007724* EDIT-ONE-ASOF-DATE - PROVES WS-ASOF-CHECK-DATE A REAL CALENDAR
007725* DATE.  THE RANGE TESTS KEEP A BAD MONTH OR DAY AWAY FROM THE
007726* DATE FUNCTIONS; THE ROUND TRIP THROUGH THE DAY NUMBER THEN
007727* CATCHES A DAY PAST THE END OF ITS MONTH, WHICH DOES NOT COME
007728* BACK AS THE SAME DATE.
007729*****************************************************************
007730 1514-EDIT-ONE-ASOF-DATE.
007731     MOVE "N" TO WS-ASOF-VALID-SW.
007732     IF WS-ASOF-CHECK-DATE NOT NUMERIC
007733         GO TO 1514-EXIT
007734     END-IF.
007735     MOVE WS-ASOF-CHECK-DATE TO WS-EDIT-ASOF-DATE.
007736     IF WS-EA-YYYY < 1601
007737         OR WS-EA-MM < 1 OR WS-EA-MM > 12
007738         OR WS-EA-DD < 1 OR WS-EA-DD > 31
007739         GO TO 1514-EXIT
007740     END-IF.
007741     COMPUTE WS-ASOF-DAY-NUMBER =
007742         FUNCTION INTEGER-OF-DATE(WS-ASOF-CHECK-DATE).
007743     IF WS-ASOF-DAY-NUMBER > ZERO
007744         AND FUNCTION DATE-OF-INTEGER(WS-ASOF-DAY-NUMBER)
007745             = WS-ASOF-CHECK-DATE
007746         SET ASOF-DATE-VALID TO TRUE
007747     END-IF.
007748 1514-EXIT.
007749     EXIT.
007750*
007751*****************************************************************
007752* EDIT-CONTROL-FILE - READS TONIGHT'S CONTROL FILE TO END,
007753* EDITING EVERY RECORD AND LOADING THE QUERY/FORM PAIRS INTO
007754* WS-CTL-PAIR-TABLE FOR THE DUPLICATE AND RETRY-OVERLAP CHECKS,
007755* THEN REWINDS THE FILE FOR NORMAL PROCESSING.  THE PAIR GLOBAL
007756* TABLE IS RUN THROUGH THE SAME SEED-AND-APPLY STEPS THE DRIVER
007757* USES LATER, SO A PAIR WHOSE "V" RECORDS WOULD OVERFLOW THE 10
007758* VARIABLE SLOTS IS CAUGHT HERE AND NOT DISCOVERED MID-SESSION.
007760*****************************************************************
007770 1520-EDIT-CONTROL-FILE.
007780     MOVE ZERO TO WS-EDIT-RECORD-NUMBER.
008441                 PERFORM 3115-CHECK-PAIR-SCHEDULE THRU 3115-EXIT
008442                 MOVE WS-PAIR-SCHED-SW TO
008443                     WS-CTL-PAIR-SCHED(WS-CTL-PAIR-COUNT)
008444                 MOVE CTL-FREQ-CODE TO
008445                     WS-CTL-PAIR-FREQ-CODE(WS-CTL-PAIR-COUNT)
008446                 MOVE CTL-FREQ-WEEKDAYS TO
008447                     WS-CTL-PAIR-FREQ-DAYS(WS-CTL-PAIR-COUNT)
008448                 MOVE CTL-FREQ-BUS-DAY TO
008449                     WS-CTL-PAIR-FREQ-BUSDY(WS-CTL-PAIR-COUNT)
008450             ELSE
008460                 MOVE CONTROL-RECORD TO ED-FIELD-IMAGE
008470                 MOVE "CONTROL FILE EXCEEDS 200 PAIRS" TO
008646 1539-EXIT.
008647     EXIT.
008648*
008649*****************************************************************
008650* EDIT-VARIABLE-RECORD - EDITS ONE "V" CONTROL RECORD AND PLAYS
008651* IT INTO THE PAIR GLOBAL TABLE THE SAME WAY THE DRIVER WILL, SO
008652* AN ELEVENTH DISTINCT VARIABLE NAME FOR ONE PAIR IS REJECTED.
008653*****************************************************************
008654 1536-EDIT-VARIABLE-RECORD.
008655     IF NOT EDIT-SEEN-PAIR
008656         MOVE CONTROL-RECORD TO ED-FIELD-IMAGE
008657         MOVE "VARIABLE RECORD WITHOUT PAIR RECORD" TO ED-REASON
008658         PERFORM 1560-WRITE-EDIT-REJECT THRU 1560-EXIT
008660         GO TO 1536-EXIT
008670     END-IF.
008680     IF CTL-VAR-NAME = SPACES
010270     END-IF.
010280 1575-EXIT.
010290     EXIT.
010291*
010292*****************************************************************
010293* LOAD-HELD-PAIRS - READS THE PAIRS DSQABOCO HELD FOR A MISSING
010294* QMF QUERY OR FORM INTO THE HELD TABLE AND LISTS EACH ON THE
010295* EDIT REPORT.  A HELD PAIR IS NOT A REJECT - THE REST OF THE
010296* NIGHT RUNS WITHOUT IT - SO ONLY A HOLD FILE TOO BIG FOR THE
010297* TABLE COUNTS AGAINST THE EDIT.
010298*****************************************************************
010299 1580-LOAD-HELD-PAIRS.
010300     MOVE ZERO TO WS-EDIT-RECORD-NUMBER.
010301     MOVE ZERO TO WS-HELD-COUNT.
010302     OPEN INPUT HELD-PAIR-FILE.
010303     PERFORM 1582-READ-HELD-PAIR THRU 1582-EXIT.
010304     PERFORM 1585-TAKE-ONE-HELD-PAIR THRU 1585-EXIT
010305         UNTIL HELD-PAIR-EOF.
010306     CLOSE HELD-PAIR-FILE.
010307     IF WS-HELD-COUNT > ZERO
010308         MOVE WS-HELD-COUNT TO EDL-HELD-COUNT
010309         WRITE EDIT-REPORT-LINE FROM WS-EDIT-HELD-LINE
010310     END-IF.
010311 1580-EXIT.
010312     EXIT.
010313*
010314 1582-READ-HELD-PAIR.
010315     READ HELD-PAIR-FILE
010316         AT END
010317             SET HELD-PAIR-EOF TO TRUE
010318     END-READ.
010319 1582-EXIT.
010320     EXIT.
010321*
010322 1585-TAKE-ONE-HELD-PAIR.
010323     ADD 1 TO WS-EDIT-RECORD-NUMBER.
010324     MOVE "OBJHOLD " TO ED-FILE-NAME.
010325     MOVE SPACES TO ED-FIELD-IMAGE.
010326     STRING HLD-QUERY-NAME DELIMITED BY SPACE
010327            " / "          DELIMITED BY SIZE
010328            HLD-FORM-NAME  DELIMITED BY SPACE
010329            INTO ED-FIELD-IMAGE
010330     END-STRING.
010331     IF WS-HELD-COUNT NOT < 200
010332         MOVE "HOLD FILE EXCEEDS 200 PAIRS" TO ED-REASON
010333         PERFORM 1560-WRITE-EDIT-REJECT THRU 1560-EXIT
010334         GO TO 1585-ADVANCE
010335     END-IF.
010336     ADD 1 TO WS-HELD-COUNT.
010337     MOVE HLD-QUERY-NAME TO WS-HELD-QUERY(WS-HELD-COUNT).
010338     MOVE HLD-FORM-NAME TO WS-HELD-FORM(WS-HELD-COUNT).
010339     MOVE SPACES TO ED-REASON.
010340     STRING "HELD - " HLD-REASON
010341            DELIMITED BY SIZE INTO ED-REASON
010342     END-STRING.
010343     MOVE WS-EDIT-RECORD-NUMBER TO ED-RECORD-NUMBER.
010344     WRITE EDIT-REPORT-LINE FROM WS-EDIT-DETAIL-LINE.
010345 1585-ADVANCE.
010346     PERFORM 1582-READ-HELD-PAIR THRU 1582-EXIT.
010347 1585-EXIT.
010348     EXIT.
010349*
010350*****************************************************************
010351* END-WITH-EDIT-ERRORS - AT LEAST ONE INPUT RECORD FAILED ITS
010352* EDITS.  CLOSE EVERYTHING AND END THE STEP WITH RETURN CODE 140
010353* BEFORE A SINGLE QMF COMMAND IS ISSUED.
010354*****************************************************************
010360 1590-END-WITH-EDIT-ERRORS.
010370     DISPLAY "DSQABFCO - INPUT EDIT ERRORS - SEE EDIT REPORT".
010380     CLOSE AUDIT-FILE NOTIFY-FILE STATISTICS-FILE RETRY-FILE-OUT
010390         MANIFEST-FILE ARCHIVE-INDEX AUDIT-HISTORY-FILE
010400         CONTROL-FILE CHECKPOINT-FILE-IN CHECKPOINT-FILE-OUT
010410         EDIT-REPORT.
010420     MOVE 140 TO RETURN-CODE.
010423     SET LDG-STEP-ABENDING TO TRUE.
010426     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
010430     STOP RUN.
010440 1590-EXIT.
010450     EXIT.
011010         UNTIL RETRY-IN-EOF.
011020     CLOSE RETRY-FILE-IN.
011030     MOVE "N" TO WS-DRAINING-RETRY-SW.
011033     MOVE "N" TO WS-DATED-RETRY-SW.
011036     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
011040 2500-EXIT.
011050     EXIT.
011060*
011140     MOVE RETRY-IN-QUERY-NAME TO WS-CURRENT-QUERY-NAME.
011150     MOVE RETRY-IN-FORM-NAME TO WS-CURRENT-FORM-NAME.
011151     MOVE RETRY-IN-PREDECESSOR TO WS-CURRENT-PREDECESSOR.
011155     PERFORM 2520-SET-RETRY-RUN-DATE THRU 2520-EXIT.
011160     PERFORM 2550-COLLECT-RETRY-VARIABLES THRU 2550-EXIT.
011165     MOVE "D" TO WS-RETRY-REASON.
011170     PERFORM 3270-WRITE-RETRY-RECORD THRU 3270-EXIT.
011180     ADD 1 TO WS-DEFERRED-COUNT.
011190 2590-EXIT.
011260     END-READ.
011270 2510-EXIT.
011280     EXIT.
011281*
011282*****************************************************************
011283* SET-RETRY-RUN-DATE - A RETRY PAIR CARRIED OVER FROM A CATCH-UP
011284* RUN CARRIES THE AS-OF DATE IT WAS DEFERRED OR FAILED UNDER, AND
011285* IS RERUN UNDER THAT DATE SO ITS DATASETS, MANIFEST, INDEX AND
011286* STATISTICS RECORDS LAND ON THE NIGHT THEY BELONG TO.  AN
011287* UNDATED RETRY RUNS UNDER TONIGHT'S DATE, AS IT ALWAYS HAS.
011288* CALLED BEFORE 2550 READS PAST THE PAIR'S "P" RECORD.
011289*****************************************************************
011290 2520-SET-RETRY-RUN-DATE.
011291     IF RETRY-IN-DATASET-DATE IS NUMERIC
011292         AND RETRY-IN-DATASET-DATE > ZERO
011293         MOVE RETRY-IN-DATASET-DATE TO WS-RUN-DATE
011294         SET RETRY-CARRIES-DATE TO TRUE
011295     ELSE
011296         MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
011297         MOVE "N" TO WS-DATED-RETRY-SW
011298     END-IF.
011299 2520-EXIT.
011300     EXIT.
011303*
011306*****************************************************************
011310* PROCESS-ONE-RETRY - RUNS ONE PAIR CARRIED OVER FROM RETRY-FILE-
011320* IN THROUGH THE SAME SET GLOBAL/RUN QUERY/EXPORT/REPORT STEPS
011330* USED FOR TONIGHT'S CONTROL-FILE PAIRS, BY LOADING IT INTO
011460     MOVE RETRY-IN-QUERY-NAME TO WS-CURRENT-QUERY-NAME.
011470     MOVE RETRY-IN-FORM-NAME TO WS-CURRENT-FORM-NAME.
011471     MOVE RETRY-IN-PREDECESSOR TO WS-CURRENT-PREDECESSOR.
011472     PERFORM 2520-SET-RETRY-RUN-DATE THRU 2520-EXIT.
011473     PERFORM 2550-COLLECT-RETRY-VARIABLES THRU 2550-EXIT.
011474     PERFORM 3170-CHECK-PAIR-HELD THRU 3170-EXIT.
011475     IF PAIR-HELD
011476         MOVE "H" TO WS-RETRY-REASON
011477         PERFORM 3270-WRITE-RETRY-RECORD THRU 3270-EXIT
011478         GO TO 2600-EXIT
011479     END-IF.
011480     PERFORM 3190-CHECK-PREDECESSOR THRU 3190-EXIT.
011481     IF PREDECESSOR-BLOCKED
011482         MOVE "P" TO WS-RETRY-REASON
011483         PERFORM 3270-WRITE-RETRY-RECORD THRU 3270-EXIT
011484         GO TO 2600-EXIT
011485     END-IF.
011920             GO TO 2601-RUN-ONE-RETRY
011930         END-IF
011940     END-IF.
011945     MOVE "F" TO WS-RETRY-REASON.
011950     PERFORM 3270-WRITE-RETRY-RECORD THRU 3270-EXIT.
011960 2600-EXIT.
011970     EXIT.
012180 2555-EXIT.
012190     EXIT.
012200*
012201*
012202*****************************************************************
012203* PROCESS-BUSINESS-DATES - MAKES THE CONTROL-FILE PASS ONCE FOR
012204* EACH AS-OF BUSINESS DATE, OLDEST FIRST, WITH WS-RUN-DATE SET TO
012205* THE DATE BEING PROCESSED SO EVERY SCHEDULE VERDICT, DATASET
012206* NAME, MANIFEST, INDEX, STATISTICS, CHECKPOINT AND RETRY RECORD
012207* OF THAT PASS CARRIES IT.  AN ORDINARY NIGHT IS A RANGE OF ONE
012208* DATE - TONIGHT'S.  THE PRIOR RUN'S CHECKPOINT FILE IS READ ONCE
012209* ACROSS ALL THE PASSES, SINCE IT WAS WRITTEN IN THE SAME DATE
012210* ORDER - ITS FIRST RECORD WAS READ AT STARTUP (1410); ON A
012211* CATCH-UP RUN EACH PASS STOPS AT THE FIRST COMPLETION FOR A
012212* LATER DATE.
012213*****************************************************************
012214 2900-PROCESS-BUSINESS-DATES.
012215     MOVE WS-ASOF-FROM-DATE TO WS-RUN-DATE.
012216     PERFORM 2950-PROCESS-ONE-DATE THRU 2950-EXIT
012217         UNTIL WS-RUN-DATE > WS-ASOF-THRU-DATE.
012218     CLOSE CHECKPOINT-FILE-IN.
012219     MOVE WS-ASOF-THRU-DATE TO WS-RUN-DATE.
012220 2900-EXIT.
012221     EXIT.
012222*
012223*****************************************************************
012224* PROCESS-ONE-DATE - EVERY PASS AFTER THE FIRST REREADS THE
012225* CONTROL FILE FROM THE TOP AND STARTS WITH EMPTY DONE/FAILED
012226* TABLES, SO A PREDECESSOR IS ONLY SATISFIED BY ITS OWN DATE'S
012227* COMPLETION.  A CATCH-UP RUN RE-JUDGES EVERY PAIR'S SCHEDULE
012228* FOR THE DATE, SINCE THE EDIT PASS JUDGED THEM FOR TONIGHT.
012229*****************************************************************
012230 2950-PROCESS-ONE-DATE.
012231     IF WS-RUN-DATE > WS-ASOF-FROM-DATE
012232         CLOSE CONTROL-FILE
012233         OPEN INPUT CONTROL-FILE
012234         MOVE "N" TO WS-CONTROL-EOF-SW
012235         MOVE ZERO TO WS-DONE-COUNT
012236         MOVE ZERO TO WS-FAILED-COUNT
012237     END-IF.
012238     IF CATCH-UP-RUN
012239         PERFORM 2920-JUDGE-ONE-PAIR-DATE THRU 2920-EXIT
012240             VARYING WS-PAIR-SUB FROM 1 BY 1
012241             UNTIL WS-PAIR-SUB > WS-CTL-PAIR-COUNT
012242     END-IF.
012243     MOVE "N" TO WS-CKPT-LATER-SW.
012244     PERFORM 3000-PROCESS-CONTROL-FILE THRU 3000-EXIT.
012245     COMPUTE WS-RUN-DATE = FUNCTION DATE-OF-INTEGER
012246         (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1).
012247 2950-EXIT.
012248     EXIT.
012249*
012250*****************************************************************
012251* JUDGE-ONE-PAIR-DATE - RE-ASKS DSQABGCO WHETHER ONE CONTROL-FILE
012252* PAIR IS SELECTED ON THE AS-OF DATE IN WS-RUN-DATE, FROM THE
012253* FREQUENCY FIELDS THE EDIT PASS SAVED IN THE PAIR TABLE.
012254*****************************************************************
012255 2920-JUDGE-ONE-PAIR-DATE.
012256     MOVE WS-CTL-PAIR-FREQ-CODE(WS-PAIR-SUB) TO FREQ-CODE.
012257     MOVE WS-CTL-PAIR-FREQ-DAYS(WS-PAIR-SUB) TO FREQ-WEEKDAYS.
012258     MOVE WS-CTL-PAIR-FREQ-BUSDY(WS-PAIR-SUB)
012259         TO FREQ-BUS-DAY-X.
012260     MOVE WS-RUN-DATE TO FREQ-RUN-DATE.
012261     CALL "DSQABGCO" USING FREQ-REQUEST-AREA.
012262     IF FREQ-PAIR-SELECTED
012263         MOVE "Y" TO WS-CTL-PAIR-SCHED(WS-PAIR-SUB)
012264     ELSE
012265         MOVE "N" TO WS-CTL-PAIR-SCHED(WS-PAIR-SUB)
012266     END-IF.
012267 2920-EXIT.
012268     EXIT.
012269*****************************************************************
012270* PROCESS-CONTROL-FILE - DRIVES ONE SET GLOBAL/RUN QUERY/PRINT
012271* REPORT SEQUENCE FOR EVERY QUERY NAME/FORM NAME PAIR FOUND IN
012272* THE CONTROL FILE, BETWEEN THE SINGLE START AND THE SINGLE EXIT.
012273* PAIRS ALREADY MARKED COMPLETE ON THE CHECKPOINT FILE ARE
012274* SKIPPED RATHER THAN REPEATED, PROVIDED THE CHECKPOINT FILE'S
012275* QUERY/FORM NAMES STILL MATCH TODAY'S CONTROL FILE - SEE
012280* 3050-SKIP-COMPLETED-PAIR.
012290*****************************************************************
012300 3000-PROCESS-CONTROL-FILE.
012310     MOVE ZERO TO WS-PAIR-ORDINAL.
012320     PERFORM 3100-READ-CONTROL-RECORD THRU 3100-EXIT.
012330     PERFORM 3110-NOTE-PAIR-ORDINAL THRU 3110-EXIT.
012350     PERFORM 3050-SKIP-COMPLETED-PAIR THRU 3050-EXIT
012360         UNTIL CKPT-IN-EOF OR CKPT-FOR-LATER-DATE.
012380     PERFORM 3200-PROCESS-ONE-PAIR THRU 3200-EXIT
012390         UNTIL CONTROL-EOF OR CUTOFF-REACHED.
012400     PERFORM 3090-DEFER-ONE-PAIR THRU 3090-EXIT
012857         GO TO 3090-EXIT
012858     END-IF.
012860     PERFORM 3130-COLLECT-PAIR-VARIABLES THRU 3130-EXIT.
012865     MOVE "D" TO WS-RETRY-REASON.
012870     PERFORM 3270-WRITE-RETRY-RECORD THRU 3270-EXIT.
012880     ADD 1 TO WS-DEFERRED-COUNT.
012890 3090-EXIT.
013080     IF CKPT-IN-STEP-CODE NOT = "RPTPRTD "
013090         PERFORM 1100-READ-OLD-CHECKPOINT THRU 1100-EXIT
013100         GO TO 3050-EXIT
013101     END-IF.
013102*    ON A CATCH-UP RUN EACH AS-OF DATE REPLAYS ONLY ITS OWN
013103*    COMPLETIONS; THE FIRST ONE FOR A LATER DATE ENDS THIS DATE'S
013104*    SKIP PASS AND WAITS FOR THAT DATE'S.  A RECORD WITH NO DATE
013105*    IS FROM BEFORE CHECKPOINTS CARRIED ONE AND IS TONIGHT'S.  AN
013106*    ORDINARY NIGHT IS ONE DATE, SO EVERY COMPLETION REPLAYS.
013107     IF CATCH-UP-RUN
013108         AND CKPT-IN-DATASET-DATE IS NUMERIC
013109         AND CKPT-IN-DATASET-DATE < WS-RUN-DATE
013110         PERFORM 1100-READ-OLD-CHECKPOINT THRU 1100-EXIT
013111         GO TO 3050-EXIT
013112     END-IF.
013113     IF CATCH-UP-RUN
013120         AND CKPT-IN-DATASET-DATE IS NUMERIC
013121         AND CKPT-IN-DATASET-DATE > WS-RUN-DATE
013122         SET CKPT-FOR-LATER-DATE TO TRUE
013123         GO TO 3050-EXIT
013124     END-IF.
013127     IF CONTROL-EOF
013130         DISPLAY "DSQABFCO - CHECKPOINT HAS MORE COMPLETED PAIRS "
013140                 "THAN CONTROL FILE HAS RECORDS"
013150         MOVE 130 TO WS-ABEND-CODE
013650     IF WS-ORDINAL-REM + 1 = WS-INSTANCE-NUMBER
013660         MOVE "Y" TO WS-PAIR-MINE-SW
013670     ELSE
013671         MOVE "N" TO WS-PAIR-MINE-SW
013672     END-IF.
013673 3110-EXIT.
013674     EXIT.
013675*
013676*****************************************************************
013677* CHECK-PAIR-SCHEDULE - ASKS THE SCHEDULE EVALUATOR DSQABGCO
013678* WHETHER THE "P" RECORD IN THE BUFFER IS SELECTED ON TONIGHT'S
013679* RUN DATE - THE SAME STARTUP DATE THE DATED DATASET NAMES USE,
013680* SO A RUN THAT CROSSES MIDNIGHT JUDGES EVERY PAIR BY THE SAME
013681* NIGHT.  CALLED BEFORE THE PAIR'S "V" RECORDS ARE COLLECTED,
013682* WHILE THE FREQUENCY FIELDS ARE STILL IN THE BUFFER.
013683*****************************************************************
013684 3115-CHECK-PAIR-SCHEDULE.
013685     MOVE CTL-FREQ-CODE TO FREQ-CODE.
013686     MOVE CTL-FREQ-WEEKDAYS TO FREQ-WEEKDAYS.
013687     MOVE CTL-FREQ-BUS-DAY TO FREQ-BUS-DAY-X.
013688     MOVE WS-RUN-DATE TO FREQ-RUN-DATE.
013689     CALL "DSQABGCO" USING FREQ-REQUEST-AREA.
013690     IF FREQ-PAIR-SELECTED
013691         MOVE "Y" TO WS-PAIR-SCHED-SW
013692     ELSE
013693         MOVE "N" TO WS-PAIR-SCHED-SW
013694     END-IF.
013695 3115-EXIT.
013696     EXIT.
013697*
013698*****************************************************************
013699* CHECK-PAIR-HELD - SETS PAIR-HELD WHEN THE CURRENT PAIR IS ON
013700* THE HELD TABLE THE EDIT PASS LOADED FROM OBJHOLD, AND TELLS
013701* OPS ON THE NOTIFY FILE WHY IT WAS NOT RUN.
013702*****************************************************************
013703 3170-CHECK-PAIR-HELD.
013704     MOVE "N" TO WS-PAIR-HELD-SW.
013705     PERFORM 3175-SCAN-HELD-ENTRY THRU 3175-EXIT
013706         VARYING WS-HELD-SUB FROM 1 BY 1
013707         UNTIL WS-HELD-SUB > WS-HELD-COUNT
013708             OR PAIR-HELD.
013709     IF PAIR-HELD
013710         MOVE "QMF OBJECT MISSING - HELD" TO WS-PRED-NOTICE-TEXT
013711         PERFORM 3199-WRITE-PRED-NOTICE THRU 3199-EXIT
013712     END-IF.
013713 3170-EXIT.
013714     EXIT.
013715*
013716 3175-SCAN-HELD-ENTRY.
013717     IF WS-HELD-QUERY(WS-HELD-SUB) = WS-CURRENT-QUERY-NAME
013718         AND WS-HELD-FORM(WS-HELD-SUB) = WS-CURRENT-FORM-NAME
013719         SET PAIR-HELD TO TRUE
013720     END-IF.
013721 3175-EXIT.
013722     EXIT.
013723*
013724*****************************************************************
013725* THE PARAGRAPHS FROM HERE THROUGH 3199 BELONG TO THE
013726* PREDECESSOR CHECK: 3190-CHECK-PREDECESSOR RENDERS THE
013727* VERDICT, AND THE 3181-3189 SCANS BELOW IT IN NUMBER ANSWER
013728* IT FROM THE FAILED, DONE, CONTROL-PAIR AND RETRY-PENDING
013729* TABLES AND FROM THE PEER CHECKPOINT FILES.
013730*****************************************************************
013731 3181-SCAN-FAILED-TABLE.
013732     MOVE "N" TO WS-PRED-FAILED-SW.
013733     PERFORM 3182-MATCH-ONE-FAILED THRU 3182-EXIT
013734         VARYING WS-FAILED-SUB FROM 1 BY 1
013735         UNTIL WS-FAILED-SUB > WS-FAILED-COUNT
013736             OR PREDECESSOR-FAILED.
013737 3181-EXIT.
013738     EXIT.
013739*
013740 3182-MATCH-ONE-FAILED.
013741     IF WS-FAILED-QUERY(WS-FAILED-SUB) = WS-CURRENT-PREDECESSOR
013742         SET PREDECESSOR-FAILED TO TRUE
013743     END-IF.
013744 3182-EXIT.
013745     EXIT.
013746*
013747 3183-SCAN-DONE-TABLE.
013748     MOVE "N" TO WS-PRED-DONE-SW.
013749     PERFORM 3184-MATCH-ONE-DONE THRU 3184-EXIT
013750         VARYING WS-DONE-SUB FROM 1 BY 1
013751         UNTIL WS-DONE-SUB > WS-DONE-COUNT
013752             OR PREDECESSOR-DONE.
013753 3183-EXIT.
013754     EXIT.
013755*
013756 3184-MATCH-ONE-DONE.
013757     IF WS-DONE-QUERY(WS-DONE-SUB) = WS-CURRENT-PREDECESSOR
013758         SET PREDECESSOR-DONE TO TRUE
013759     END-IF.
013760 3184-EXIT.
013761     EXIT.
013762*
013763*****************************************************************
013764* CHECK-PRED-SCHEDULE - WAS THE PREDECESSOR'S OWN PAIR SELECTED
013765* BY TONIGHT'S SCHEDULE?  THE VERDICT WAS TABLED PER PAIR BY
013766* THE PRE-START EDIT PASS (SEE 1532), SO THIS IS A STORAGE
013767* SCAN - NO SECOND TRIP THROUGH THE EVALUATOR.  A QUERY THAT
013768* RUNS UNDER SEVERAL FORMS IS SCHEDULED IF ANY OF ITS PAIRS
013769* IS.
013770*****************************************************************
013771 3185-CHECK-PRED-SCHEDULE.
013772     MOVE "N" TO WS-PRED-ONCTL-SW.
013773     MOVE "N" TO WS-PRED-TONIGHT-SW.
013774     PERFORM 3186-JUDGE-ONE-PRED-PAIR THRU 3186-EXIT
013775         VARYING WS-PAIR-SUB FROM 1 BY 1
013776         UNTIL WS-PAIR-SUB > WS-CTL-PAIR-COUNT.
013777 3185-EXIT.
013778     EXIT.
013779*
013780 3186-JUDGE-ONE-PRED-PAIR.
013781     IF WS-CTL-PAIR-QUERY(WS-PAIR-SUB) = WS-CURRENT-PREDECESSOR
013782         SET PRED-ON-CONTROL-FILE TO TRUE
013783         IF WS-CTL-PAIR-SCHED(WS-PAIR-SUB) = "Y"
013784             SET PRED-SCHEDULED-TONIGHT TO TRUE
013785         END-IF
013786     END-IF.
013787 3186-EXIT.
013788     EXIT.
013789*
013790*****************************************************************
013791* SCAN-PENDING-TABLE - IS THE PREDECESSOR AMONG THE QUERIES
013792* TONIGHT'S RETRY FILE CARRIES?  THE TABLE IS LOADED BY THE
013793* PRE-START EDIT PASS; ENTRIES ALREADY DRAINED WERE ANSWERED BY
013794* THE DONE AND FAILED TABLES BEFORE THIS SCAN IS REACHED.
013795*****************************************************************
013796 3187-SCAN-PENDING-TABLE.
013797     MOVE "N" TO WS-PRED-PEND-SW.
013798     PERFORM 3188-MATCH-ONE-PENDING THRU 3188-EXIT
013799         VARYING WS-PEND-SUB FROM 1 BY 1
013800         UNTIL WS-PEND-SUB > WS-RETRY-PEND-COUNT
013801             OR PREDECESSOR-PENDING.
013802 3187-EXIT.
013803     EXIT.
013804*
013805 3188-MATCH-ONE-PENDING.
013806     IF WS-RETRY-PEND-QUERY(WS-PEND-SUB) =
013807         WS-CURRENT-PREDECESSOR
013808         SET PREDECESSOR-PENDING TO TRUE
013809     END-IF.
013810 3188-EXIT.
013811     EXIT.
013812*
013813*****************************************************************
013814* SCAN-PEER-CHECKPOINTS - ONE FRESH READ OF THE OTHER
013815* INSTANCES' CHECKPOINT DATASETS, LOOKING FOR THE "RPTPRTD "
013816* RECORD THAT PROVES THE PREDECESSOR COMPLETED.  THE FILE IS
013817* OPENED AND CLOSED EACH POLL SO EVERY POLL SEES THE RECORDS
013818* THE PEERS HAVE WRITTEN SINCE THE LAST ONE.
013819*****************************************************************
013820 3189-SCAN-PEER-CHECKPOINTS.
013821     MOVE "N" TO WS-PEER-EOF-SW.
013822     OPEN INPUT PEER-CHECKPOINT-FILE.
013823     PERFORM 3189-READ-PEER THRU 3189-READ-EXIT.
013824     PERFORM 3189-JUDGE-ONE-PEER THRU 3189-JUDGE-EXIT
013825         UNTIL PEER-CKPT-EOF OR PREDECESSOR-DONE.
013826     CLOSE PEER-CHECKPOINT-FILE.
013827 3189-EXIT.
013828     EXIT.
013829*
013830 3189-READ-PEER.
013831     READ PEER-CHECKPOINT-FILE
013832         AT END
013833             SET PEER-CKPT-EOF TO TRUE
013834     END-READ.
013835 3189-READ-EXIT.
013836     EXIT.
013837*
013838 3189-JUDGE-ONE-PEER.
013839*    A PEER COMPLETION FROM ANOTHER AS-OF DATE OF A CATCH-UP
013840*    RUN DOES NOT SATISFY TONIGHT'S DEPENDENT.
013841     IF CKPT-PEER-DATASET-DATE IS NUMERIC
013842         AND CKPT-PEER-DATASET-DATE NOT = WS-RUN-DATE
013843         GO TO 3189-JUDGE-EXIT
013844     END-IF.
013849     IF CKPT-PEER-STEP-CODE = "RPTPRTD "
013850         AND CKPT-PEER-QUERY-NAME = WS-CURRENT-PREDECESSOR
013851         SET PREDECESSOR-DONE TO TRUE
013972*
013973*****************************************************************
013974* WRITE-PRED-NOTICE - TELLS OPS ON THE NOTIFY FILE WHY A
013975* DEPENDENT PAIR WAS HELD TO THE RETRY FILE INSTEAD OF RUN,
013976* OR - FROM 3170 - WHY A PAIR NAMING A MISSING QMF OBJECT WAS
013977* HELD OUT.
013978*****************************************************************
013979 3199-WRITE-PRED-NOTICE.
013980     MOVE SPACES TO NOTIFY-RECORD.
013981     MOVE WS-CURRENT-QUERY-NAME TO NOT-QUERY-NAME.
013982     MOVE WS-CURRENT-FORM-NAME TO NOT-FORM-NAME.
013983     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
013984     ACCEPT WS-CURRENT-TIME FROM TIME.
013985     STRING WS-CURRENT-DATE WS-CURRENT-TIME
013986            DELIMITED BY SIZE INTO NOT-TIMESTAMP
013987     END-STRING.
013988     MOVE WS-PRED-NOTICE-TEXT TO NOT-MESSAGE.
013989     WRITE NOTIFY-RECORD.
013990 3199-EXIT.
013991     EXIT.
013992*
013993*****************************************************************
013994* COLLECT-PAIR-VARIABLES - SEEDS THE PAIR GLOBAL TABLE FROM THE
013995* DAILY DEFAULTS, THEN READS THE "V" RECORDS BEHIND THE CURRENT
013996* CONTROL "P" RECORD AND PLAYS EACH ONE INTO THE TABLE.  LEAVES
013997* THE NEXT "P" RECORD (OR END OF FILE) AS THE CURRENT RECORD.
013998* ALSO USED BY 3050-SKIP-COMPLETED-PAIR PURELY TO ADVANCE PAST A
013999* SKIPPED PAIR'S "V" RECORDS - THE COLLECTED TABLE IS SIMPLY
014000* RESEEDED WHEN THE NEXT PAIR COMES UP.
014001*****************************************************************
014002 3130-COLLECT-PAIR-VARIABLES.
014003     PERFORM 3205-RESET-PAIR-GLOBALS THRU 3205-EXIT.
014004     PERFORM 3100-READ-CONTROL-RECORD THRU 3100-EXIT.
014005     PERFORM 3135-APPLY-ONE-VARIABLE THRU 3135-EXIT
014006         UNTIL CONTROL-EOF OR NOT CTL-VARIABLE-RECORD.
014007     PERFORM 3110-NOTE-PAIR-ORDINAL THRU 3110-EXIT.
014008 3130-EXIT.
014009     EXIT.
014010*
014011 3135-APPLY-ONE-VARIABLE.
014012     MOVE CTL-VAR-NAME TO WS-APPLY-VAR-NAME.
014013     MOVE CTL-VAR-VALUE TO WS-APPLY-VAR-VALUE.
014014     PERFORM 3137-APPLY-GLOBAL-OVERRIDE THRU 3137-EXIT.
014015     PERFORM 3100-READ-CONTROL-RECORD THRU 3100-EXIT.
014016 3135-EXIT.
014017     EXIT.
014018*
014019*****************************************************************
014020* FIND-GLOBAL-ENTRY - LOOKS FOR WS-APPLY-VAR-NAME IN THE PAIR
014021* GLOBAL TABLE.  SETS GLOBAL-NAME-FOUND AND LEAVES THE MATCHING
014022* ENTRY NUMBER IN WS-GLOBAL-HIT-SUB.
014030*****************************************************************
014040 3136-FIND-GLOBAL-ENTRY.
014050     MOVE "N" TO WS-GLOBAL-FOUND-SW.
014950     MOVE CTL-QUERY-NAME TO WS-CURRENT-QUERY-NAME.
014960     MOVE CTL-FORM-NAME TO WS-CURRENT-FORM-NAME.
014961     MOVE CTL-PREDECESSOR-QUERY TO WS-CURRENT-PREDECESSOR.
014962     PERFORM 3130-COLLECT-PAIR-VARIABLES THRU 3130-EXIT.
014963*    A PAIR NAMING A MISSING QMF OBJECT GOES TO THE RETRY FILE
014964*    AS HELD, AS ON THE DRAIN SIDE, SO THE PAIR AND ITS DATE
014965*    SURVIVE A CATCH-UP NIGHT AND THE BALANCING AND STATUS STEPS
014966*    SEE IT HELD, NOT NEVER RUN.  3270 ALSO NOTES IT FAILED, SO
014967*    ITS DEPENDENTS ARE HELD BEHIND IT.
014968     PERFORM 3170-CHECK-PAIR-HELD THRU 3170-EXIT.
014969     IF PAIR-HELD
014970         MOVE "H" TO WS-RETRY-REASON
014971         PERFORM 3270-WRITE-RETRY-RECORD THRU 3270-EXIT
014972         GO TO 3200-EXIT
014973     END-IF.
014974     PERFORM 3190-CHECK-PREDECESSOR THRU 3190-EXIT.
014975     IF PREDECESSOR-BLOCKED
014976         MOVE "P" TO WS-RETRY-REASON
014977         PERFORM 3270-WRITE-RETRY-RECORD THRU 3270-EXIT
014978         GO TO 3200-EXIT
014979     END-IF.
014980     MOVE "N" TO WS-PAIR-RECYCLED-SW.
014990 3201-RUN-ONE-PAIR.
015000     PERFORM 3215-BUILD-PAIR-DSNAMES THRU 3215-EXIT.
015480             GO TO 3201-RUN-ONE-PAIR
015490         END-IF
015500     END-IF.
015505     MOVE "F" TO WS-RETRY-REASON.
015510     PERFORM 3270-WRITE-RETRY-RECORD THRU 3270-EXIT.
015520 3200-EXIT.
015530     EXIT.
018530     MOVE WS-CURRENT-QUERY-NAME TO RETRY-OUT-QUERY-NAME.
018540     MOVE WS-CURRENT-FORM-NAME TO RETRY-OUT-FORM-NAME.
018541     MOVE WS-CURRENT-PREDECESSOR TO RETRY-OUT-PREDECESSOR.
018542     MOVE WS-RETRY-REASON TO RETRY-OUT-REASON.
018550     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018560     ACCEPT WS-CURRENT-TIME FROM TIME.
018570     STRING WS-CURRENT-DATE WS-CURRENT-TIME
018580            DELIMITED BY SIZE INTO RETRY-OUT-TIMESTAMP
018590     END-STRING.
018591*    WORK FOR A PAST AS-OF DATE KEEPS ITS DATE SO TOMORROW'S
018592*    DRAIN RERUNS IT UNDER THAT DATE - SEE 2520.
018593     IF RETRY-CARRIES-DATE
018594         OR (CATCH-UP-RUN AND NOT DRAINING-RETRY-FILE)
018595         MOVE WS-RUN-DATE TO RETRY-OUT-DATASET-DATE
018596     END-IF.
018600     WRITE RETRY-OUT-RECORD.
018605     ADD 1 TO WS-RETRY-WRITTEN-COUNT.
018610     PERFORM 3275-WRITE-RETRY-VARIABLE THRU 3275-EXIT
018620         VARYING WS-GLOBAL-SUB FROM 1 BY 1
018630         UNTIL WS-GLOBAL-SUB > WS-PAIR-GLOBAL-COUNT.
019020            DELIMITED BY SIZE INTO STAT-TIMESTAMP
019030     END-STRING.
019040     WRITE STATISTICS-RECORD.
019045     ADD 1 TO WS-STATS-WRITTEN-COUNT.
019050 3260-EXIT.
019060     EXIT.
019070*
019360         DELIMITED BY SIZE INTO AUD-TIMESTAMP.
019370     MOVE DSQ-RETURN-CODE TO AUD-RETURN-CODE.
019380     MOVE DSQ-REASON-CODE TO AUD-REASON-CODE.
019381     WRITE AUDIT-RECORD.
019382     PERFORM 6050-WRITE-AUDIT-HISTORY THRU 6050-EXIT.
019383 6000-EXIT.
019384     EXIT.
019385*
019386*****************************************************************
019387* WRITE-AUDIT-HISTORY - COPIES THE AUDIT RECORD JUST WRITTEN TO
019388* THE CUMULATIVE STORE UNDER TONIGHT'S DATASET DATE AND THE
019389* CURRENT PAIR.  START AND EXIT BELONG TO THE SESSION, NOT TO A
019390* PAIR, SO THEY CARRY NO QUERY OR FORM NAME.
019391*****************************************************************
019392 6050-WRITE-AUDIT-HISTORY.
019393     MOVE SPACES TO AUDIT-HISTORY-RECORD.
019394     MOVE WS-RUN-DATE TO AUH-DATASET-DATE.
019395     IF AUD-COMMAND-TEXT NOT = STARTQI
019396         AND AUD-COMMAND-TEXT NOT = ENDQI
019397         MOVE WS-CURRENT-QUERY-NAME TO AUH-QUERY-NAME
019398         MOVE WS-CURRENT-FORM-NAME TO AUH-FORM-NAME
019399     END-IF.
019400     MOVE AUDIT-RECORD TO AUH-AUDIT-DATA.
019401     WRITE AUDIT-HISTORY-RECORD.
019402 6050-EXIT.
019403     EXIT.
019411*
019412*****************************************************************
019413* ISSUE-OPERATOR-ALERT - SENDS THE NUMBERED MESSAGE BUILT BY
019450* CKPT-OUT-STEP-CODE/QUERY-NAME/FORM-NAME ARE SET BY THE CALLER.
019460*****************************************************************
019470 5000-WRITE-CHECKPOINT.
019475     MOVE WS-RUN-DATE TO CKPT-OUT-DATASET-DATE.
019480     WRITE CHECKPOINT-RECORD-OUT.
019490 5000-EXIT.
019500     EXIT.
019780     MOVE DSQ-REASON-CODE TO ERR-REASON-CODE.
019790     DISPLAY WS-ERROR-MESSAGE.
019800     CLOSE AUDIT-FILE NOTIFY-FILE STATISTICS-FILE RETRY-FILE-OUT
019810         MANIFEST-FILE ARCHIVE-INDEX AUDIT-HISTORY-FILE
019820         CONTROL-FILE CHECKPOINT-FILE-OUT PARAMETER-FILE
019830         CHECKPOINT-FILE-IN EDIT-REPORT.
019840     MOVE WS-ABEND-CODE TO RETURN-CODE.
019843     SET LDG-STEP-ABENDING TO TRUE.
019846     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
019850     STOP RUN.
019860 7100-EXIT.
019870     EXIT.
019980* SET GLOBAL VALUES INTO THE FRESH SESSION.
019990*****************************************************************
020000 7500-RECYCLE-SESSION.
020010     MOVE SPACES TO AUD-COMMAND-TEXT.
020012     STRING "SESSION RECYCLE AFTER SEVERE ERROR ON PAIR "
020014            DELIMITED BY SIZE
020016            WS-CURRENT-QUERY-NAME DELIMITED BY SPACE
020018            " " DELIMITED BY SIZE
020020            WS-CURRENT-FORM-NAME DELIMITED BY SPACE
020022            INTO AUD-COMMAND-TEXT
020024     END-STRING.
020030     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
020031     MOVE "DSQF102W " TO WS-OA-MESSAGE-ID.
020032     MOVE SPACES TO WS-OA-TEXT.
020200         PERFORM 9100-WRITE-DEFER-NOTICE THRU 9100-EXIT
020210     END-IF.
020220     CLOSE AUDIT-FILE NOTIFY-FILE STATISTICS-FILE RETRY-FILE-OUT
020230         MANIFEST-FILE ARCHIVE-INDEX AUDIT-HISTORY-FILE
020240         CONTROL-FILE CHECKPOINT-FILE-OUT EDIT-REPORT.
020250     IF WS-DEFERRED-COUNT > ZERO
020260         MOVE 150 TO RETURN-CODE
020488     PERFORM 6500-ISSUE-OPERATOR-ALERT THRU 6500-EXIT.
020490 9100-EXIT.
020500     EXIT.
020510*
020520*****************************************************************
020530* RECORD-RUN-LEDGER - RECORDS THE STEP'S END ON THE RUN LEDGER,
020540* WITH ITS RETURN CODE AND KEY COUNTS.  THE CALLER HAS SET THE
020550* FUNCTION - ENDING OR ABENDING.  THE CALL LEAVES A RETURN CODE
020560* OF ITS OWN BEHIND, SO THE STEP'S IS PUT BACK AFTERWARD.
020570*****************************************************************
020580 9800-RECORD-RUN-LEDGER.
020590     MOVE RETURN-CODE TO LDG-RETURN-CODE.
020600     MOVE "RAN" TO LDG-COUNT-LABEL(1).
020610     MOVE WS-STATS-WRITTEN-COUNT TO LDG-COUNT-VALUE(1).
020620     MOVE "TO RETRY" TO LDG-COUNT-LABEL(2).
020630     MOVE WS-RETRY-WRITTEN-COUNT TO LDG-COUNT-VALUE(2).
020640     MOVE "DEFERRED" TO LDG-COUNT-LABEL(3).
020650     MOVE WS-DEFERRED-COUNT TO LDG-COUNT-VALUE(3).
020660     MOVE "HELD" TO LDG-COUNT-LABEL(4).
020670     MOVE WS-HELD-COUNT TO LDG-COUNT-VALUE(4).
020680     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
020690     MOVE LDG-RETURN-CODE TO RETURN-CODE.
020700 9800-EXIT.
020710     EXIT.
