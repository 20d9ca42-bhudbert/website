000100*****************************************************************
000110*   DSQABZCO - NIGHTLY STREAM STATUS INQUIRY.                   *
000120*   ISPF DIALOG ALONGSIDE THE DSQABQCO RUN HISTORY INQUIRY.     *
000130*   THE OPERATOR TYPES A BUSINESS DATE (BLANK FOR TONIGHT) AND  *
000140*   THE DIALOG READS THE KEYED RUN LEDGER BY DATE AND SHOWS     *
000150*   THE NIGHT'S STREAM STEP BY STEP, IN STREAM ORDER - STATUS,  *
000160*   RETURN CODE, START AND END TIMES, HOW MANY TIMES THE STEP   *
000170*   WAS STARTED AND THE COUNTS IT RECORDED.  A STEP WITH        *
000180*   NOTHING ON THE LEDGER FOR THE DATE IS SHOWN AS NOT          *
000190*   STARTED.  ONE LINE PER DSQABFCO INSTANCE OR OTHER           *
000200*   QUALIFIED RUN OF A STEP.                                    *
000210*   PANEL: DSQPSTRM (INQUIRY AND SCROLLABLE STEP LIST).         *
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.     DSQABZCO.
000250 AUTHOR.         R K HUDBERT.
000260 INSTALLATION.   WESTLAKE DATA CENTER.
000270 DATE-WRITTEN.   10/15/2026.
000280 DATE-COMPILED.
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310* DATE       INIT  DESCRIPTION
000312* 2026-10-15 RKH   INITIAL VERSION.
000314* 2026-10-15 RKH   A BLANK DATE NOW SHOWS THE STREAM'S BUSINESS
000316*                  DATE FROM THE LEDGER SERVICE (BUSDATE CARD)
000320*                  RATHER THAN TODAY'S DATE.
000330*-----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.    IBM-370.
000370 OBJECT-COMPUTER.    IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT LEDGER-FILE ASSIGN TO "RUNLEDGR"
000410                         ORGANIZATION IS INDEXED
000420                         ACCESS MODE IS DYNAMIC
000430                         RECORD KEY IS RUN-KEY
000440                         FILE STATUS IS WS-LEDGER-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470*****************************************************************
000480* LEDGER-FILE - THE KEYED RUN LEDGER.  START ON THE BUSINESS
000490* DATE, THEN READ NEXT UNTIL THE DATE CHANGES.
000500*****************************************************************
000510 FD  LEDGER-FILE
000520     RECORDING MODE IS F.
000530     COPY DSQRUNRC.
000540 WORKING-STORAGE SECTION.
000550*****************************************************************
000560* ISPF SERVICE NAMES AND FIXED ARGUMENTS
000570*****************************************************************
000580 01  ISPF-VDEFINE             PIC X(08)  VALUE "VDEFINE ".
000590 01  ISPF-CONTROL             PIC X(08)  VALUE "CONTROL ".
000600 01  ISPF-TBCREATE            PIC X(08)  VALUE "TBCREATE".
000610 01  ISPF-TBADD               PIC X(08)  VALUE "TBADD   ".
000620 01  ISPF-TBTOP               PIC X(08)  VALUE "TBTOP   ".
000630 01  ISPF-TBDISPL             PIC X(08)  VALUE "TBDISPL ".
000640 01  ISPF-TBEND               PIC X(08)  VALUE "TBEND   ".
000650 01  ISPF-CHAR-FORMAT         PIC X(08)  VALUE "CHAR    ".
000660 01  ISPF-ERRORS-RETURN       PIC X(08)  VALUE "ERRORS  ".
000670 01  ISPF-RETURN-MODE         PIC X(08)  VALUE "RETURN  ".
000680 01  ISPF-STREAM-TABLE        PIC X(08)  VALUE "DSQSTRML".
000690 01  ISPF-NOWRITE             PIC X(08)  VALUE "NOWRITE ".
000700 01  PANEL-STREAM             PIC X(08)  VALUE "DSQPSTRM".
000710 01  ISPF-LEN-3               PIC 9(08)  USAGE IS COMP-4
000720                              VALUE 3.
000730 01  ISPF-LEN-4               PIC 9(08)  USAGE IS COMP-4
000740                              VALUE 4.
000750 01  ISPF-LEN-5               PIC 9(08)  USAGE IS COMP-4
000760                              VALUE 5.
000770 01  ISPF-LEN-8               PIC 9(08)  USAGE IS COMP-4
000780                              VALUE 8.
000790 01  ISPF-LEN-11              PIC 9(08)  USAGE IS COMP-4
000800                              VALUE 11.
000810 01  ISPF-LEN-60              PIC 9(08)  USAGE IS COMP-4
000820                              VALUE 60.
000830 01  ISPF-LEN-76              PIC 9(08)  USAGE IS COMP-4
000840                              VALUE 76.
000850*****************************************************************
000860* DIALOG VARIABLES SHARED WITH THE PANEL
000870*****************************************************************
000880 01  S-BUSINESS-DATE          PIC X(08).
000890 01  S-ERROR-TEXT             PIC X(60).
000900 01  S-DONE-COUNT             PIC X(05).
000910 01  S-FAILED-COUNT           PIC X(05).
000920 01  S-RUNNING-COUNT          PIC X(05).
000930 01  S-NOT-STARTED-COUNT      PIC X(05).
000940 01  S-STEP-NAME              PIC X(08).
000950 01  S-STEP-QUALIFIER         PIC X(08).
000960 01  S-STEP-STATUS            PIC X(11).
000970 01  S-RETURN-CODE            PIC X(04).
000980 01  S-START-TIME             PIC X(05).
000990 01  S-END-TIME               PIC X(05).
001000 01  S-ATTEMPTS               PIC X(03).
001010 01  S-COUNTS                 PIC X(76).
001020*****************************************************************
001030* SWITCHES AND FILE STATUS
001040*****************************************************************
001050 01  WS-SWITCHES.
001060     03  WS-EXIT-SW           PIC X(01)  VALUE "N".
001070         88  EXIT-REQUESTED              VALUE "Y".
001080     03  WS-LEDGER-EOF-SW     PIC X(01)  VALUE "N".
001090         88  LEDGER-EOF                  VALUE "Y".
001100     03  WS-EDIT-OK-SW        PIC X(01)  VALUE "Y".
001110         88  EDIT-OK                     VALUE "Y".
001120         88  EDIT-FAILED                 VALUE "N".
001130     03  WS-STEP-FOUND-SW     PIC X(01)  VALUE "N".
001140         88  STEP-FOUND                  VALUE "Y".
001150 01  WS-LEDGER-STATUS         PIC X(02)  VALUE "00".
001160 01  WS-ISPF-RC               PIC S9(08) USAGE IS COMP-4.
001170 01  WS-BUSINESS-DATE         PIC 9(08).
001180*****************************************************************
001190* THE NIGHTLY STREAM IN RUNNING ORDER.  THE LIST IS SHOWN IN THIS
001200* ORDER WHETHER OR NOT A STEP HAS RECORDED ANYTHING, SO A STEP
001210* THE STREAM NEVER REACHED STANDS OUT.  ANY OTHER STEP FOUND ON
001220* THE LEDGER FOR THE DATE IS LISTED AFTER THEM.
001230*****************************************************************
001240 01  WS-STREAM-STEP-VALUES.
001250     03  FILLER               PIC X(08)  VALUE "DSQABECO".
001260     03  FILLER               PIC X(08)  VALUE "DSQABFCO".
001270     03  FILLER               PIC X(08)  VALUE "DSQABBCO".
001280     03  FILLER               PIC X(08)  VALUE "DSQABCCO".
001290     03  FILLER               PIC X(08)  VALUE "DSQABSCO".
001300     03  FILLER               PIC X(08)  VALUE "DSQABPCO".
001310     03  FILLER               PIC X(08)  VALUE "DSQABVCO".
001320     03  FILLER               PIC X(08)  VALUE "DSQABWCO".
001330     03  FILLER               PIC X(08)  VALUE "DSQABDCO".
001340     03  FILLER               PIC X(08)  VALUE "DSQABACO".
001350 01  WS-STREAM-STEP-TABLE REDEFINES WS-STREAM-STEP-VALUES.
001360     03  WS-STREAM-STEP       PIC X(08)  OCCURS 10.
001370 01  WS-STREAM-STEP-COUNT     PIC S9(05) USAGE IS COMP-4
001380                              VALUE 10.
001390 01  WS-STREAM-IX             PIC S9(05) USAGE IS COMP-4.
001400*****************************************************************
001410* THE DATE'S LEDGER RECORDS, IN KEY ORDER.  SIXTY IS WELL OVER A
001420* NIGHT'S STEPS EVEN WITH EVERY DSQABFCO INSTANCE AND DSQABCCO
001430* QUALIFIER; ANYTHING PAST IT IS LEFT OFF AND THE PANEL SAYS SO.
001440*****************************************************************
001450 01  WS-LEDGER-TABLE.
001460     03  WS-LG-ENTRY          OCCURS 60.
001470         05  WS-LG-STEP-NAME  PIC X(08).
001480         05  WS-LG-QUALIFIER  PIC X(08).
001490         05  WS-LG-STATUS     PIC X(01).
001500         05  WS-LG-RETURN-CODE PIC 9(04).
001510         05  WS-LG-START-STAMP PIC X(16).
001520         05  WS-LG-END-STAMP  PIC X(16).
001530         05  WS-LG-ATTEMPTS   PIC 9(03).
001540         05  WS-LG-COUNT-ENTRY OCCURS 4.
001550             07  WS-LG-COUNT-LABEL PIC X(08).
001560             07  WS-LG-COUNT-VALUE PIC 9(09).
001570         05  WS-LG-SHOWN-SW   PIC X(01).
001580             88  WS-LG-SHOWN             VALUE "Y".
001590 01  WS-LEDGER-MAX            PIC S9(05) USAGE IS COMP-4
001600                              VALUE 60.
001610 01  WS-LEDGER-USED           PIC S9(05) USAGE IS COMP-4.
001620 01  WS-LEDGER-DROPPED        PIC S9(05) USAGE IS COMP-4.
001630 01  WS-LEDGER-IX             PIC S9(05) USAGE IS COMP-4.
001640 01  WS-COUNT-IX              PIC S9(05) USAGE IS COMP-4.
001650 01  WS-COUNTS-POINTER        PIC S9(05) USAGE IS COMP-4.
001660 01  WS-DONE-COUNT            PIC S9(05) USAGE IS COMP-4.
001670 01  WS-FAILED-COUNT          PIC S9(05) USAGE IS COMP-4.
001680 01  WS-RUNNING-COUNT         PIC S9(05) USAGE IS COMP-4.
001690 01  WS-NOT-STARTED-COUNT     PIC S9(05) USAGE IS COMP-4.
001700 01  WS-EDIT-COUNT            PIC ZZZZ9.
001710 01  WS-EDIT-RC               PIC ZZZ9.
001720 01  WS-EDIT-ATTEMPTS         PIC ZZ9.
001730 01  WS-EDIT-VALUE            PIC ZZZZZZZZ9.
001731*****************************************************************
001732* RUN LEDGER - THE REQUEST AREA PASSED TO THE LEDGER SERVICE
001733* DSQABYCO, ASKED ONLY FOR THE STREAM'S BUSINESS DATE.
001734*****************************************************************
001735     COPY DSQLDGRC.
001740*
001750 PROCEDURE DIVISION.
001760*
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001790     PERFORM 2000-PROCESS-INQUIRY  THRU 2000-EXIT
001800         UNTIL EXIT-REQUESTED.
001810     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
001820     STOP RUN.
001830*
001840 1000-INITIALIZE.
001850     OPEN INPUT LEDGER-FILE.
001860     IF WS-LEDGER-STATUS NOT = "00"
001870         DISPLAY "DSQABZCO - RUN LEDGER OPEN FAILED, STATUS "
001880             WS-LEDGER-STATUS
001890         MOVE 120 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920     CALL "ISPLINK" USING ISPF-CONTROL, ISPF-ERRORS-RETURN,
001930         ISPF-RETURN-MODE.
001940     PERFORM 1200-DEFINE-DIALOG-VARS THRU 1200-EXIT.
001950     MOVE SPACES TO S-BUSINESS-DATE S-ERROR-TEXT S-DONE-COUNT
001960         S-FAILED-COUNT S-RUNNING-COUNT S-NOT-STARTED-COUNT.
001970 1000-EXIT.
001980     EXIT.
001990*
002000 1200-DEFINE-DIALOG-VARS.
002010     CALL "ISPLINK" USING ISPF-VDEFINE, "(SDATE)",
002020         S-BUSINESS-DATE, ISPF-CHAR-FORMAT, ISPF-LEN-8.
002030     CALL "ISPLINK" USING ISPF-VDEFINE, "(SERRMSG)",
002040         S-ERROR-TEXT, ISPF-CHAR-FORMAT, ISPF-LEN-60.
002050     CALL "ISPLINK" USING ISPF-VDEFINE, "(SDONE)",
002060         S-DONE-COUNT, ISPF-CHAR-FORMAT, ISPF-LEN-5.
002070     CALL "ISPLINK" USING ISPF-VDEFINE, "(SFAIL)",
002080         S-FAILED-COUNT, ISPF-CHAR-FORMAT, ISPF-LEN-5.
002090     CALL "ISPLINK" USING ISPF-VDEFINE, "(SRUN)",
002100         S-RUNNING-COUNT, ISPF-CHAR-FORMAT, ISPF-LEN-5.
002110     CALL "ISPLINK" USING ISPF-VDEFINE, "(SNOTS)",
002120         S-NOT-STARTED-COUNT, ISPF-CHAR-FORMAT, ISPF-LEN-5.
002130     CALL "ISPLINK" USING ISPF-VDEFINE, "(SSTEP)",
002140         S-STEP-NAME, ISPF-CHAR-FORMAT, ISPF-LEN-8.
002150     CALL "ISPLINK" USING ISPF-VDEFINE, "(SQUAL)",
002160         S-STEP-QUALIFIER, ISPF-CHAR-FORMAT, ISPF-LEN-8.
002170     CALL "ISPLINK" USING ISPF-VDEFINE, "(SSTAT)",
002180         S-STEP-STATUS, ISPF-CHAR-FORMAT, ISPF-LEN-11.
002190     CALL "ISPLINK" USING ISPF-VDEFINE, "(SRC)",
002200         S-RETURN-CODE, ISPF-CHAR-FORMAT, ISPF-LEN-4.
002210     CALL "ISPLINK" USING ISPF-VDEFINE, "(SSTART)",
002220         S-START-TIME, ISPF-CHAR-FORMAT, ISPF-LEN-5.
002230     CALL "ISPLINK" USING ISPF-VDEFINE, "(SEND)",
002240         S-END-TIME, ISPF-CHAR-FORMAT, ISPF-LEN-5.
002250     CALL "ISPLINK" USING ISPF-VDEFINE, "(STRY)",
002260         S-ATTEMPTS, ISPF-CHAR-FORMAT, ISPF-LEN-3.
002270     CALL "ISPLINK" USING ISPF-VDEFINE, "(SCOUNTS)",
002280         S-COUNTS, ISPF-CHAR-FORMAT, ISPF-LEN-76.
002290 1200-EXIT.
002300     EXIT.
002310*
002320*****************************************************************
002330* PROCESS-INQUIRY - ONE TRIP: BUILD THE STEP-LIST TABLE FOR THE
002340* DATE ON THE PANEL (TODAY ON THE FIRST TRIP), SHOW IT, AND READ
002350* THE NEXT REQUEST.  PF3/END (RC 8) LEAVES THE DIALOG.
002360*****************************************************************
002370 2000-PROCESS-INQUIRY.
002380     CALL "ISPLINK" USING ISPF-TBCREATE, ISPF-STREAM-TABLE,
002390         " ", "(SSTEP SQUAL SSTAT SRC SSTART SEND STRY SCOUNTS)",
002400         ISPF-NOWRITE.
002410     PERFORM 2500-EDIT-REQUEST THRU 2500-EXIT.
002420     IF EDIT-OK
002430         PERFORM 3000-FETCH-LEDGER THRU 3000-EXIT
002440         PERFORM 4000-BUILD-STEP-LIST THRU 4000-EXIT
002450     END-IF.
002460     CALL "ISPLINK" USING ISPF-TBTOP, ISPF-STREAM-TABLE.
002470     CALL "ISPLINK" USING ISPF-TBDISPL, ISPF-STREAM-TABLE,
002480         PANEL-STREAM.
002490     MOVE RETURN-CODE TO WS-ISPF-RC.
002500     CALL "ISPLINK" USING ISPF-TBEND, ISPF-STREAM-TABLE.
002510     IF WS-ISPF-RC NOT < 8
002520         SET EXIT-REQUESTED TO TRUE
002530     END-IF.
002540     MOVE SPACES TO S-ERROR-TEXT.
002550 2000-EXIT.
002560     EXIT.
002570*
002580*****************************************************************
002590* EDIT-REQUEST - THE BUSINESS DATE IS YYYYMMDD; BLANK MEANS
002600* TONIGHT - THE STREAM'S BUSINESS DATE FROM THE LEDGER SERVICE,
002601* SO A NIGHT STILL RUNNING PAST MIDNIGHT IS THE ONE SHOWN - WHICH
002602* IS FILLED IN ON THE PANEL SO THE OPERATOR CAN SEE WHICH NIGHT
002610* IS SHOWN.
002620*****************************************************************
002630 2500-EDIT-REQUEST.
002640     SET EDIT-OK TO TRUE.
002650     IF S-BUSINESS-DATE = SPACES
002651         MOVE SPACES TO LEDGER-REQUEST-AREA
002652         MOVE "DSQABZCO" TO LDG-STEP-NAME
002653         MOVE ZERO TO LDG-BUSINESS-DATE
002654         SET LDG-DATE-ENQUIRY TO TRUE
002655         CALL "DSQABYCO" USING LEDGER-REQUEST-AREA
002660         MOVE LDG-BUSINESS-DATE TO WS-BUSINESS-DATE
002670         MOVE WS-BUSINESS-DATE TO S-BUSINESS-DATE
002680         GO TO 2500-EXIT
002690     END-IF.
002700     IF S-BUSINESS-DATE NOT NUMERIC
002710         MOVE "BUSINESS DATE MUST BE YYYYMMDD, BLANK FOR TONIGHT"
002720             TO S-ERROR-TEXT
002730         MOVE SPACES TO S-DONE-COUNT S-FAILED-COUNT
002740             S-RUNNING-COUNT S-NOT-STARTED-COUNT
002750         SET EDIT-FAILED TO TRUE
002760         GO TO 2500-EXIT
002770     END-IF.
002780     MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE.
002790     IF WS-BUSINESS-DATE(5:2) < "01"
002800         OR WS-BUSINESS-DATE(5:2) > "12"
002810         OR WS-BUSINESS-DATE(7:2) < "01"
002820         OR WS-BUSINESS-DATE(7:2) > "31"
002830         MOVE "BUSINESS DATE MUST BE YYYYMMDD, BLANK FOR TONIGHT"
002840             TO S-ERROR-TEXT
002850         MOVE SPACES TO S-DONE-COUNT S-FAILED-COUNT
002860             S-RUNNING-COUNT S-NOT-STARTED-COUNT
002870         SET EDIT-FAILED TO TRUE
002880     END-IF.
002890 2500-EXIT.
002900     EXIT.
002910*
002920*****************************************************************
002930* FETCH-LEDGER - POSITIONS ON THE FIRST RECORD FOR THE DATE AND
002940* READS FORWARD UNTIL THE DATE CHANGES, KEEPING EACH RECORD IN
002950* THE LEDGER TABLE.
002960*****************************************************************
002970 3000-FETCH-LEDGER.
002980     MOVE ZERO TO WS-LEDGER-USED WS-LEDGER-DROPPED.
002990     MOVE "N" TO WS-LEDGER-EOF-SW.
003000     MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE.
003010     MOVE LOW-VALUES TO RUN-STEP-NAME RUN-STEP-QUALIFIER.
003020     START LEDGER-FILE KEY NOT < RUN-KEY
003030         INVALID KEY
003040             SET LEDGER-EOF TO TRUE
003050     END-START.
003060     PERFORM 3100-READ-NEXT-LEDGER THRU 3100-EXIT.
003070     PERFORM 3200-TAKE-ONE-STEP THRU 3200-EXIT
003080         UNTIL LEDGER-EOF.
003090     IF WS-LEDGER-USED = ZERO
003100         MOVE "NOTHING ON THE RUN LEDGER FOR THAT DATE" TO
003110             S-ERROR-TEXT
003120     END-IF.
003130     IF WS-LEDGER-DROPPED > ZERO
003140         MOVE "OVER 60 LEDGER RECORDS - THE LIST IS CUT SHORT" TO
003150             S-ERROR-TEXT
003160     END-IF.
003170 3000-EXIT.
003180     EXIT.
003190*
003200 3100-READ-NEXT-LEDGER.
003210     IF LEDGER-EOF
003220         GO TO 3100-EXIT
003230     END-IF.
003240     READ LEDGER-FILE NEXT RECORD
003250         AT END
003260             SET LEDGER-EOF TO TRUE
003270     END-READ.
003280     IF NOT LEDGER-EOF
003290         AND RUN-BUSINESS-DATE NOT = WS-BUSINESS-DATE
003300         SET LEDGER-EOF TO TRUE
003310     END-IF.
003320 3100-EXIT.
003330     EXIT.
003340*
003350 3200-TAKE-ONE-STEP.
003360     IF WS-LEDGER-USED NOT < WS-LEDGER-MAX
003370         ADD 1 TO WS-LEDGER-DROPPED
003380         PERFORM 3100-READ-NEXT-LEDGER THRU 3100-EXIT
003390         GO TO 3200-EXIT
003400     END-IF.
003410     ADD 1 TO WS-LEDGER-USED.
003420     MOVE WS-LEDGER-USED TO WS-LEDGER-IX.
003430     MOVE RUN-STEP-NAME TO WS-LG-STEP-NAME(WS-LEDGER-IX).
003440     MOVE RUN-STEP-QUALIFIER TO WS-LG-QUALIFIER(WS-LEDGER-IX).
003450     MOVE RUN-STATUS TO WS-LG-STATUS(WS-LEDGER-IX).
003460     MOVE RUN-RETURN-CODE TO WS-LG-RETURN-CODE(WS-LEDGER-IX).
003470     MOVE RUN-START-STAMP TO WS-LG-START-STAMP(WS-LEDGER-IX).
003480     MOVE RUN-END-STAMP TO WS-LG-END-STAMP(WS-LEDGER-IX).
003490     MOVE RUN-ATTEMPT-COUNT TO WS-LG-ATTEMPTS(WS-LEDGER-IX).
003500     PERFORM 3300-TAKE-ONE-COUNT THRU 3300-EXIT
003510         VARYING WS-COUNT-IX FROM 1 BY 1
003520         UNTIL WS-COUNT-IX > 4.
003530     MOVE "N" TO WS-LG-SHOWN-SW(WS-LEDGER-IX).
003540     PERFORM 3100-READ-NEXT-LEDGER THRU 3100-EXIT.
003550 3200-EXIT.
003560     EXIT.
003570*
003580 3300-TAKE-ONE-COUNT.
003590     MOVE RUN-COUNT-LABEL(WS-COUNT-IX) TO
003600         WS-LG-COUNT-LABEL(WS-LEDGER-IX, WS-COUNT-IX).
003610     MOVE RUN-COUNT-VALUE(WS-COUNT-IX) TO
003620         WS-LG-COUNT-VALUE(WS-LEDGER-IX, WS-COUNT-IX).
003630 3300-EXIT.
003640     EXIT.
003650*
003660*****************************************************************
003670* BUILD-STEP-LIST - ADDS THE STEPS TO THE ISPF TABLE IN STREAM
003680* ORDER, EACH STEP'S LEDGER RECORDS IN KEY (QUALIFIER) ORDER, OR
003690* A NOT STARTED LINE WHEN IT HAS NONE.  ANY LEDGER RECORD FOR A
003700* STEP OUTSIDE THE STREAM LIST FOLLOWS, AND THE SUMMARY COUNTS
003710* AT THE TOP OF THE PANEL ARE SET FROM WHAT WAS LISTED.
003720*****************************************************************
003730 4000-BUILD-STEP-LIST.
003740     MOVE ZERO TO WS-DONE-COUNT WS-FAILED-COUNT WS-RUNNING-COUNT
003750         WS-NOT-STARTED-COUNT.
003760     PERFORM 4100-LIST-ONE-STREAM-STEP THRU 4100-EXIT
003770         VARYING WS-STREAM-IX FROM 1 BY 1
003780         UNTIL WS-STREAM-IX > WS-STREAM-STEP-COUNT.
003790     PERFORM 4300-LIST-OTHER-STEP THRU 4300-EXIT
003800         VARYING WS-LEDGER-IX FROM 1 BY 1
003810         UNTIL WS-LEDGER-IX > WS-LEDGER-USED.
003820     MOVE WS-DONE-COUNT TO WS-EDIT-COUNT.
003830     MOVE WS-EDIT-COUNT TO S-DONE-COUNT.
003840     MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT.
003850     MOVE WS-EDIT-COUNT TO S-FAILED-COUNT.
003860     MOVE WS-RUNNING-COUNT TO WS-EDIT-COUNT.
003870     MOVE WS-EDIT-COUNT TO S-RUNNING-COUNT.
003880     MOVE WS-NOT-STARTED-COUNT TO WS-EDIT-COUNT.
003890     MOVE WS-EDIT-COUNT TO S-NOT-STARTED-COUNT.
003900 4000-EXIT.
003910     EXIT.
003920*
003930 4100-LIST-ONE-STREAM-STEP.
003940     MOVE "N" TO WS-STEP-FOUND-SW.
003950     PERFORM 4200-LIST-IF-THIS-STEP THRU 4200-EXIT
003960         VARYING WS-LEDGER-IX FROM 1 BY 1
003970         UNTIL WS-LEDGER-IX > WS-LEDGER-USED.
003980     IF STEP-FOUND
003990         GO TO 4100-EXIT
004000     END-IF.
004010     MOVE WS-STREAM-STEP(WS-STREAM-IX) TO S-STEP-NAME.
004020     MOVE "NOT STARTED" TO S-STEP-STATUS.
004030     MOVE SPACES TO S-STEP-QUALIFIER S-RETURN-CODE S-START-TIME
004040         S-END-TIME S-ATTEMPTS S-COUNTS.
004050     ADD 1 TO WS-NOT-STARTED-COUNT.
004060     CALL "ISPLINK" USING ISPF-TBADD, ISPF-STREAM-TABLE.
004070 4100-EXIT.
004080     EXIT.
004090*
004100 4200-LIST-IF-THIS-STEP.
004110     IF WS-LG-STEP-NAME(WS-LEDGER-IX) NOT =
004120         WS-STREAM-STEP(WS-STREAM-IX)
004130         GO TO 4200-EXIT
004140     END-IF.
004150     SET STEP-FOUND TO TRUE.
004160     PERFORM 5000-ADD-LEDGER-ROW THRU 5000-EXIT.
004170 4200-EXIT.
004180     EXIT.
004190*
004200 4300-LIST-OTHER-STEP.
004210     IF WS-LG-SHOWN(WS-LEDGER-IX)
004220         GO TO 4300-EXIT
004230     END-IF.
004240     PERFORM 5000-ADD-LEDGER-ROW THRU 5000-EXIT.
004250 4300-EXIT.
004260     EXIT.
004270*
004280*****************************************************************
004290* ADD-LEDGER-ROW - ONE ISPF TABLE ROW FROM ONE LEDGER RECORD.
004300* START AND END ARE SHOWN AS HH:MM FROM THE TIME STAMPS; THE END
004310* IS BLANK WHILE THE STEP IS RUNNING.  THE COUNTS LINE CARRIES
004320* EACH RECORDED COUNT WITH ITS LABEL.
004330*****************************************************************
004340 5000-ADD-LEDGER-ROW.
004350     SET WS-LG-SHOWN(WS-LEDGER-IX) TO TRUE.
004360     MOVE WS-LG-STEP-NAME(WS-LEDGER-IX) TO S-STEP-NAME.
004370     MOVE WS-LG-QUALIFIER(WS-LEDGER-IX) TO S-STEP-QUALIFIER.
004380     EVALUATE WS-LG-STATUS(WS-LEDGER-IX)
004390         WHEN "C"
004400             MOVE "COMPLETE" TO S-STEP-STATUS
004410             ADD 1 TO WS-DONE-COUNT
004420         WHEN "F"
004430             MOVE "FAILED" TO S-STEP-STATUS
004440             ADD 1 TO WS-FAILED-COUNT
004450         WHEN OTHER
004460             MOVE "RUNNING" TO S-STEP-STATUS
004470             ADD 1 TO WS-RUNNING-COUNT
004480     END-EVALUATE.
004490     IF WS-LG-STATUS(WS-LEDGER-IX) = "C" OR "F"
004500         MOVE WS-LG-RETURN-CODE(WS-LEDGER-IX) TO WS-EDIT-RC
004510         MOVE WS-EDIT-RC TO S-RETURN-CODE
004520     ELSE
004530         MOVE SPACES TO S-RETURN-CODE
004540     END-IF.
004550     MOVE SPACES TO S-START-TIME S-END-TIME.
004560     IF WS-LG-START-STAMP(WS-LEDGER-IX) NOT = SPACES
004570         STRING WS-LG-START-STAMP(WS-LEDGER-IX)(9:2) ":"
004580             WS-LG-START-STAMP(WS-LEDGER-IX)(11:2)
004590             DELIMITED BY SIZE INTO S-START-TIME
004600     END-IF.
004610     IF WS-LG-END-STAMP(WS-LEDGER-IX) NOT = SPACES
004620         STRING WS-LG-END-STAMP(WS-LEDGER-IX)(9:2) ":"
004630             WS-LG-END-STAMP(WS-LEDGER-IX)(11:2)
004640             DELIMITED BY SIZE INTO S-END-TIME
004650     END-IF.
004660     MOVE WS-LG-ATTEMPTS(WS-LEDGER-IX) TO WS-EDIT-ATTEMPTS.
004670     MOVE WS-EDIT-ATTEMPTS TO S-ATTEMPTS.
004680     MOVE SPACES TO S-COUNTS.
004690     MOVE 1 TO WS-COUNTS-POINTER.
004700     PERFORM 5100-ADD-ONE-COUNT THRU 5100-EXIT
004710         VARYING WS-COUNT-IX FROM 1 BY 1
004720         UNTIL WS-COUNT-IX > 4.
004730     CALL "ISPLINK" USING ISPF-TBADD, ISPF-STREAM-TABLE.
004740 5000-EXIT.
004750     EXIT.
004760*
004770 5100-ADD-ONE-COUNT.
004780     IF WS-LG-COUNT-LABEL(WS-LEDGER-IX, WS-COUNT-IX) = SPACES
004790         GO TO 5100-EXIT
004800     END-IF.
004810     MOVE WS-LG-COUNT-VALUE(WS-LEDGER-IX, WS-COUNT-IX) TO
004820         WS-EDIT-VALUE.
004830     STRING WS-EDIT-VALUE " "
004840         WS-LG-COUNT-LABEL(WS-LEDGER-IX, WS-COUNT-IX) " "
004850         DELIMITED BY SIZE INTO S-COUNTS
004860         WITH POINTER WS-COUNTS-POINTER.
004870 5100-EXIT.
004880     EXIT.
004890*
004900*****************************************************************
004910* TERMINATE-RUN - NORMAL END.  THE RETURN CODE IS SET TO ZERO
004920* EXPLICITLY - THE LAST ISPLINK CALL LEFT AN 8 THERE FROM THE
004930* END KEY THAT CLOSED THE DIALOG, WHICH IS NOT AN ERROR.
004940*****************************************************************
004950 9000-TERMINATE-RUN.
004960     CLOSE LEDGER-FILE.
004970     MOVE ZERO TO RETURN-CODE.
004980 9000-EXIT.
004990     EXIT.
