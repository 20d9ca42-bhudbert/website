000100*****************************************************************
000110*   DSQABYCO - RUN LEDGER SERVICE.                              *
000120*   CALLED BY EVERY STEP OF THE NIGHTLY STREAM, ONCE AS THE     *
000130*   STEP STARTS AND ONCE AS IT ENDS, TO KEEP THE KEYED RUN      *
000140*   LEDGER - ONE RECORD PER BUSINESS DATE AND STEP WITH ITS     *
000150*   START, ITS END, ITS RETURN CODE AND ITS KEY COUNTS.  ON THE *
000160*   STARTING CALL A STEP THAT HAS ALREADY COMPLETED FOR THE     *
000170*   DATE IS TOLD NOT TO RUN AGAIN, SO A STREAM RESUBMITTED      *
000180*   AFTER A FAILURE PASSES OVER THE STEPS THAT FINISHED AND     *
000190*   PICKS UP AT THE ONE THAT DID NOT.  A "FORCE" CARD ON THE    *
000200*   STEP'S LEDGCTL DD LETS THE OPERATOR REPEAT A COMPLETED STEP *
000210*   ON PURPOSE.  THE SAME CARD CARRIES THE QUALIFIER THAT TELLS *
000220*   APART THE RUNS OF A STEP THE STREAM RUNS MORE THAN ONCE A   *
000230*   NIGHT, SUCH AS THE COLLATOR DSQABCCO, ONCE PER INSTANCE.    *
000231*   THE BUSINESS DATE EVERY STEP LEDGERS UNDER COMES FROM THE   *
000232*   STREAM'S BUSDATE CARD, READ HERE AND HANDED BACK, SO A      *
000233*   NIGHT THAT RUNS PAST MIDNIGHT STAYS ONE NIGHT.              *
000240*   REQUEST AREA: DSQLDGRC.  LEDGER RECORD: DSQRUNRC.           *
000241*   BUSINESS DATE CARD: DSQBDTRC.                               *
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.     DSQABYCO.
000280 AUTHOR.         R K HUDBERT.
000290 INSTALLATION.   WESTLAKE DATA CENTER.
000300 DATE-WRITTEN.   10/15/2026.
000310 DATE-COMPILED.
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340* DATE       INIT  DESCRIPTION
000350* 2026-10-15 RKH   INITIAL VERSION.
000351* 2026-10-15 RKH   A CALLER THAT PASSES NO BUSINESS DATE IS GIVEN
000352*                  THE STREAM'S, FROM THE BUSDATE CARD, IN PLACE
000353*                  OF TODAY'S DATE.  NEW FUNCTION B HANDS THE
000354*                  DATE BACK WITHOUT TOUCHING THE LEDGER.
000360*-----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.    IBM-370.
000400 OBJECT-COMPUTER.    IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT LEDGER-FILE ASSIGN TO "RUNLEDGR"
000440                          ORGANIZATION IS INDEXED
000450                          ACCESS MODE IS DYNAMIC
000460                          RECORD KEY IS RUN-KEY
000470                          FILE STATUS IS WS-LEDGER-STATUS.
000480     SELECT OPTIONAL LEDGER-CONTROL-FILE ASSIGN TO "LEDGCTL"
000490                          ORGANIZATION IS SEQUENTIAL.
000491     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000492                          ORGANIZATION IS SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*****************************************************************
000530* LEDGER-FILE - THE RUN LEDGER, KEYED BY BUSINESS DATE, STEP AND
000540* QUALIFIER.  OPENED AND CLOSED ON EVERY CALL, SO THE PARALLEL
000550* DRIVER INSTANCES NEVER HOLD IT AGAINST ONE ANOTHER.
000560*****************************************************************
000570 FD  LEDGER-FILE
000580     RECORDING MODE IS F.
000590     COPY DSQRUNRC.
000600*****************************************************************
000610* LEDGER-CONTROL-FILE - THE STEP'S OPTIONAL CONTROL CARD.
000620* COLUMNS 1-8 ARE THE STEP QUALIFIER; "FORCE" IN COLUMNS 10-14
000630* REPEATS A STEP ALREADY COMPLETED FOR THE DATE.  NO DD, OR A
000640* BLANK CARD, MEANS NO QUALIFIER AND NO FORCE.
000650*****************************************************************
000660 FD  LEDGER-CONTROL-FILE
000670     RECORDING MODE IS F.
000680 01  LEDGER-CONTROL-RECORD.
000690     03  LCTL-STEP-QUALIFIER  PIC X(08).
000700     03  FILLER               PIC X(01).
000710     03  LCTL-FORCE-WORD      PIC X(05).
000720         88  LCTL-FORCE-RERUN            VALUE "FORCE".
000730     03  FILLER               PIC X(66).
000731*****************************************************************
000732* BUSINESS-DATE-FILE - THE STREAM'S BUSINESS DATE CARD.  NO DD,
000733* OR A CARD WITH NO GOOD DATE ON IT, FALLS BACK TO TODAY'S DATE
000734* WITH A WARNING ON THE CONSOLE - SEE 1150.
000735*****************************************************************
000736 FD  BUSINESS-DATE-FILE
000737     RECORDING MODE IS F.
000738     COPY DSQBDTRC.
000740 WORKING-STORAGE SECTION.
000750*****************************************************************
000760* SWITCHES AND FILE STATUS
000770*****************************************************************
000780 01  WS-SWITCHES.
000790     03  WS-CONTROL-EOF-SW    PIC X(01)  VALUE "N".
000800         88  CONTROL-EOF                 VALUE "Y".
000801     03  WS-DATE-CARD-EOF-SW  PIC X(01)  VALUE "N".
000802         88  DATE-CARD-EOF               VALUE "Y".
000810     03  WS-FORCE-SW          PIC X(01)  VALUE "N".
000820         88  FORCE-REQUESTED             VALUE "Y".
000830     03  WS-NEW-RECORD-SW     PIC X(01)  VALUE "N".
000840         88  LEDGER-RECORD-IS-NEW        VALUE "Y".
000850 01  WS-LEDGER-STATUS         PIC X(02)  VALUE "00".
000860 01  WS-COUNT-SUB             PIC S9(05) USAGE IS COMP-4.
000870*****************************************************************
000880* THE TIME OF THE CALL, IN THE STATISTICS RECORD'S TIMESTAMP
000890* FORM.
000900*****************************************************************
000910 01  WS-CURRENT-DATE          PIC 9(08).
000920 01  WS-CURRENT-TIME          PIC 9(08).
000930 01  WS-CALL-STAMP            PIC X(16).
000940 LINKAGE SECTION.
000950*****************************************************************
000960* THE REQUEST AREA THE CALLER OWNS - SEE DSQLDGRC.
000970*****************************************************************
000980     COPY DSQLDGRC.
000990*
001000 PROCEDURE DIVISION USING LEDGER-REQUEST-AREA.
001010*
001020 0000-MAINLINE.
001030     SET LDG-PROCEED TO TRUE.
001040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001050     ACCEPT WS-CURRENT-TIME FROM TIME.
001060     STRING WS-CURRENT-DATE WS-CURRENT-TIME DELIMITED BY SIZE
001070         INTO WS-CALL-STAMP
001080     END-STRING.
001081     IF LDG-DATE-ENQUIRY
001082         PERFORM 1150-TAKE-BUSINESS-DATE THRU 1150-EXIT
001083         MOVE ZERO TO RETURN-CODE
001084         GOBACK
001085     END-IF.
001090     IF LDG-STEP-STARTING
001100         PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
001101         IF LDG-BUSINESS-DATE NOT NUMERIC
001102             OR LDG-BUSINESS-DATE = ZERO
001103             PERFORM 1150-TAKE-BUSINESS-DATE THRU 1150-EXIT
001104         END-IF
001110     END-IF.
001120     OPEN I-O LEDGER-FILE.
001130     IF WS-LEDGER-STATUS NOT = "00"
001140         DISPLAY LDG-STEP-NAME
001150             " - RUN LEDGER OPEN FAILED, STATUS "
001160             WS-LEDGER-STATUS
001170         SET LDG-LEDGER-FAILED TO TRUE
001180     ELSE
001190         IF LDG-STEP-STARTING
001200             PERFORM 1000-RECORD-START THRU 1000-EXIT
001210         ELSE
001220             PERFORM 2000-RECORD-END THRU 2000-EXIT
001230         END-IF
001240         CLOSE LEDGER-FILE
001250     END-IF.
001260*    THE CALLER'S OWN RETURN CODE IS ITS BUSINESS, NOT OURS.
001270     MOVE ZERO TO RETURN-CODE.
001280     GOBACK.
001290*
001300*****************************************************************
001310* READ-CONTROL-CARD - TAKES THE QUALIFIER, UNLESS THE CALLER
001320* SUPPLIED ONE, AND THE FORCE WORD FROM THE STEP'S LEDGCTL CARD.
001330* THE SWITCHES ARE RESET FIRST - THIS PROGRAM STAYS LOADED FOR
001340* THE LIFE OF THE STEP AND IS CALLED AGAIN AT THE END.
001350*****************************************************************
001360 1100-READ-CONTROL-CARD.
001370     MOVE "N" TO WS-CONTROL-EOF-SW.
001380     MOVE "N" TO WS-FORCE-SW.
001390     OPEN INPUT LEDGER-CONTROL-FILE.
001400     READ LEDGER-CONTROL-FILE
001410         AT END
001420             SET CONTROL-EOF TO TRUE
001430     END-READ.
001440     IF NOT CONTROL-EOF
001450         IF LDG-STEP-QUALIFIER = SPACES
001460             MOVE LCTL-STEP-QUALIFIER TO LDG-STEP-QUALIFIER
001470         END-IF
001480         IF LCTL-FORCE-RERUN
001490             SET FORCE-REQUESTED TO TRUE
001500         END-IF
001510     END-IF.
001520     CLOSE LEDGER-CONTROL-FILE.
001530 1100-EXIT.
001540     EXIT.
001541*
001542*****************************************************************
001543* TAKE-BUSINESS-DATE - THE STREAM'S BUSINESS DATE FROM THE
001544* BUSDATE CARD.  WITH NO CARD, OR NO GOOD DATE ON IT, TODAY'S
001545* DATE IS TAKEN AND THE CONSOLE SAYS SO - A STEP RUN ON ITS OWN
001546* OUTSIDE THE STREAM HAS NO CARD.
001547*****************************************************************
001548 1150-TAKE-BUSINESS-DATE.
001549     MOVE "N" TO WS-DATE-CARD-EOF-SW.
001550     OPEN INPUT BUSINESS-DATE-FILE.
001551     READ BUSINESS-DATE-FILE
001552         AT END
001553             SET DATE-CARD-EOF TO TRUE
001554     END-READ.
001555     IF NOT DATE-CARD-EOF
001556         AND BDT-BUSINESS-DATE NUMERIC
001557         AND BDT-BUSINESS-DATE > ZERO
001558         MOVE BDT-BUSINESS-DATE TO LDG-BUSINESS-DATE
001559     ELSE
001560         MOVE WS-CURRENT-DATE TO LDG-BUSINESS-DATE
001561         DISPLAY LDG-STEP-NAME
001562             " - NO BUSINESS DATE ON BUSDATE - TODAY'S DATE "
001563             WS-CURRENT-DATE " TAKEN"
001564     END-IF.
001565     CLOSE BUSINESS-DATE-FILE.
001566 1150-EXIT.
001567     EXIT.
001568*
001569*****************************************************************
001570* RECORD-START - THE STEP IS STARTING.  A STEP NOT YET ON THE
001580* LEDGER FOR THE DATE IS ADDED AS STARTED.  ONE ALREADY ON IT IS
001590* JUDGED BY HOW ITS LAST ATTEMPT ENDED - SEE 1300.
001600*****************************************************************
001610 1000-RECORD-START.
001620     MOVE LDG-BUSINESS-DATE TO RUN-BUSINESS-DATE.
001630     MOVE LDG-STEP-NAME TO RUN-STEP-NAME.
001640     MOVE LDG-STEP-QUALIFIER TO RUN-STEP-QUALIFIER.
001650     READ LEDGER-FILE
001660         INVALID KEY
001670             CONTINUE
001680     END-READ.
001690     EVALUATE WS-LEDGER-STATUS
001700         WHEN "00"
001710             PERFORM 1300-RESTART-STEP THRU 1300-EXIT
001720         WHEN "23"
001730             PERFORM 1200-FIRST-START THRU 1200-EXIT
001740         WHEN OTHER
001750             DISPLAY LDG-STEP-NAME
001760                 " - RUN LEDGER READ FAILED, STATUS "
001770                 WS-LEDGER-STATUS
001780             SET LDG-LEDGER-FAILED TO TRUE
001790     END-EVALUATE.
001800 1000-EXIT.
001810     EXIT.
001820*
001830 1200-FIRST-START.
001840     PERFORM 3000-BUILD-NEW-RECORD THRU 3000-EXIT.
001850     MOVE "S" TO RUN-STATUS.
001860     MOVE WS-CALL-STAMP TO RUN-START-STAMP.
001870     MOVE 1 TO RUN-ATTEMPT-COUNT.
001880     WRITE RUN-LEDGER-RECORD
001890         INVALID KEY
001900             CONTINUE
001910     END-WRITE.
001920     IF WS-LEDGER-STATUS NOT = "00"
001930         DISPLAY LDG-STEP-NAME
001940             " - RUN LEDGER WRITE FAILED, STATUS "
001950             WS-LEDGER-STATUS
001960         SET LDG-LEDGER-FAILED TO TRUE
001970     END-IF.
001980 1200-EXIT.
001990     EXIT.
002000*
002010*****************************************************************
002020* RESTART-STEP - THE STEP HAS STARTED BEFORE FOR THIS DATE.
002030* COMPLETED: REFUSED, UNLESS FORCED OR THE CALLER ONLY RECORDS -
002040* THE REFUSAL IS COUNTED AND THE COMPLETED RUN'S RETURN CODE
002050* HANDED BACK, SO THE STREAM'S CONDITION CODE TESTS SEE THE SAME
002060* RESULT THEY SAW THE FIRST TIME.  FAILED, OR STARTED WITH NO END
002070* RECORDED: THE WORK WAS NOT FINISHED, SO THE STEP GOES AHEAD AS
002080* A NEW ATTEMPT.
002090*****************************************************************
002100 1300-RESTART-STEP.
002110     IF RUN-STEP-COMPLETE
002120         AND LDG-CHECK-FOR-RERUN
002130         AND NOT FORCE-REQUESTED
002140         IF RUN-REFUSED-COUNT < 999
002150             ADD 1 TO RUN-REFUSED-COUNT
002160         END-IF
002170         PERFORM 1400-REWRITE-RECORD THRU 1400-EXIT
002180         MOVE RUN-RETURN-CODE TO LDG-RETURN-CODE
002190         DISPLAY LDG-STEP-NAME " - ALREADY COMPLETED FOR "
002200             RUN-BUSINESS-DATE " WITH RETURN CODE "
002210             RUN-RETURN-CODE " - NOT RERUN"
002220         DISPLAY LDG-STEP-NAME
002230             " - A LEDGCTL FORCE CARD WILL REPEAT IT"
002240         IF NOT LDG-LEDGER-FAILED
002250             SET LDG-ALREADY-COMPLETE TO TRUE
002260         END-IF
002270         GO TO 1300-EXIT
002280     END-IF.
002290     MOVE "N" TO RUN-FORCED-SW.
002300     EVALUATE TRUE
002310         WHEN RUN-STEP-COMPLETE
002320             IF LDG-CHECK-FOR-RERUN
002330                 DISPLAY LDG-STEP-NAME " - FORCED RERUN FOR "
002340                     RUN-BUSINESS-DATE
002350                     " OF A STEP ALREADY COMPLETED"
002360                 SET RUN-START-FORCED TO TRUE
002370             END-IF
002380         WHEN RUN-STEP-FAILED
002390             DISPLAY LDG-STEP-NAME " - RERUN FOR "
002400                 RUN-BUSINESS-DATE " AFTER A FAILED ATTEMPT, "
002410                 "RETURN CODE " RUN-RETURN-CODE
002420         WHEN OTHER
002430             DISPLAY LDG-STEP-NAME " - RERUN FOR "
002440                 RUN-BUSINESS-DATE " - THE LAST ATTEMPT NEVER "
002450                 "RECORDED ITS END"
002460     END-EVALUATE.
002470     MOVE "S" TO RUN-STATUS.
002480     MOVE ZERO TO RUN-RETURN-CODE.
002490     MOVE WS-CALL-STAMP TO RUN-START-STAMP.
002500     MOVE SPACES TO RUN-END-STAMP.
002510     IF RUN-ATTEMPT-COUNT < 999
002520         ADD 1 TO RUN-ATTEMPT-COUNT
002530     END-IF.
002540     PERFORM 3100-CLEAR-ONE-COUNT THRU 3100-EXIT
002550         VARYING WS-COUNT-SUB FROM 1 BY 1
002560         UNTIL WS-COUNT-SUB > 4.
002570     PERFORM 1400-REWRITE-RECORD THRU 1400-EXIT.
002580 1300-EXIT.
002590     EXIT.
002600*
002610 1400-REWRITE-RECORD.
002620     REWRITE RUN-LEDGER-RECORD
002630         INVALID KEY
002640             CONTINUE
002650     END-REWRITE.
002660     IF WS-LEDGER-STATUS NOT = "00"
002670         DISPLAY LDG-STEP-NAME
002680             " - RUN LEDGER REWRITE FAILED, STATUS "
002690             WS-LEDGER-STATUS
002700         SET LDG-LEDGER-FAILED TO TRUE
002710     END-IF.
002720 1400-EXIT.
002730     EXIT.
002740*
002750*****************************************************************
002760* RECORD-END - THE STEP IS ENDING: COMPLETED WHEN IT REACHED ITS
002770* NORMAL END, FAILED WHEN IT CAME THROUGH ITS ABEND ROUTINE.  A
002780* STEP THAT ENDS WITHOUT A START ON THE LEDGER - ONE THAT FAILED
002790* BEFORE IT COULD RECORD ITS START - IS ADDED HERE, WITH A BLANK
002800* START STAMP.
002810*****************************************************************
002820 2000-RECORD-END.
002830     MOVE "N" TO WS-NEW-RECORD-SW.
002840     MOVE LDG-BUSINESS-DATE TO RUN-BUSINESS-DATE.
002850     MOVE LDG-STEP-NAME TO RUN-STEP-NAME.
002860     MOVE LDG-STEP-QUALIFIER TO RUN-STEP-QUALIFIER.
002870     READ LEDGER-FILE
002880         INVALID KEY
002890             CONTINUE
002900     END-READ.
002910     EVALUATE WS-LEDGER-STATUS
002920         WHEN "00"
002930             CONTINUE
002940         WHEN "23"
002950             SET LEDGER-RECORD-IS-NEW TO TRUE
002960             PERFORM 3000-BUILD-NEW-RECORD THRU 3000-EXIT
002970             MOVE 1 TO RUN-ATTEMPT-COUNT
002980         WHEN OTHER
002990             DISPLAY LDG-STEP-NAME
003000                 " - RUN LEDGER READ FAILED, STATUS "
003010                 WS-LEDGER-STATUS
003020             SET LDG-LEDGER-FAILED TO TRUE
003030             GO TO 2000-EXIT
003040     END-EVALUATE.
003050     IF LDG-STEP-ABENDING
003060         SET RUN-STEP-FAILED TO TRUE
003070     ELSE
003080         SET RUN-STEP-COMPLETE TO TRUE
003090     END-IF.
003100     MOVE LDG-RETURN-CODE TO RUN-RETURN-CODE.
003110     MOVE WS-CALL-STAMP TO RUN-END-STAMP.
003120     PERFORM 2100-TAKE-ONE-COUNT THRU 2100-EXIT
003130         VARYING WS-COUNT-SUB FROM 1 BY 1
003140         UNTIL WS-COUNT-SUB > 4.
003150     IF LEDGER-RECORD-IS-NEW
003160         WRITE RUN-LEDGER-RECORD
003170             INVALID KEY
003180                 CONTINUE
003190         END-WRITE
003200     ELSE
003210         REWRITE RUN-LEDGER-RECORD
003220             INVALID KEY
003230                 CONTINUE
003240         END-REWRITE
003250     END-IF.
003260     IF WS-LEDGER-STATUS NOT = "00"
003270         DISPLAY LDG-STEP-NAME
003280             " - RUN LEDGER UPDATE FAILED, STATUS "
003290             WS-LEDGER-STATUS
003300         SET LDG-LEDGER-FAILED TO TRUE
003310     END-IF.
003320 2000-EXIT.
003330     EXIT.
003340*
003350 2100-TAKE-ONE-COUNT.
003360     IF LDG-COUNT-LABEL(WS-COUNT-SUB) = SPACES
003370         OR LDG-COUNT-VALUE(WS-COUNT-SUB) NOT NUMERIC
003380         PERFORM 3100-CLEAR-ONE-COUNT THRU 3100-EXIT
003390     ELSE
003400         MOVE LDG-COUNT-LABEL(WS-COUNT-SUB) TO
003410             RUN-COUNT-LABEL(WS-COUNT-SUB)
003420         MOVE LDG-COUNT-VALUE(WS-COUNT-SUB) TO
003430             RUN-COUNT-VALUE(WS-COUNT-SUB)
003440     END-IF.
003450 2100-EXIT.
003460     EXIT.
003470*
003480*****************************************************************
003490* BUILD-NEW-RECORD - A FRESH LEDGER RECORD FOR THE REQUEST'S KEY:
003500* NO ATTEMPTS, NO REFUSALS, NO COUNTS, NOTHING STAMPED.
003510*****************************************************************
003520 3000-BUILD-NEW-RECORD.
003530     MOVE SPACES TO RUN-LEDGER-RECORD.
003540     MOVE LDG-BUSINESS-DATE TO RUN-BUSINESS-DATE.
003550     MOVE LDG-STEP-NAME TO RUN-STEP-NAME.
003560     MOVE LDG-STEP-QUALIFIER TO RUN-STEP-QUALIFIER.
003570     MOVE ZERO TO RUN-RETURN-CODE.
003580     MOVE ZERO TO RUN-ATTEMPT-COUNT.
003590     MOVE "N" TO RUN-FORCED-SW.
003600     MOVE ZERO TO RUN-REFUSED-COUNT.
003610     PERFORM 3100-CLEAR-ONE-COUNT THRU 3100-EXIT
003620         VARYING WS-COUNT-SUB FROM 1 BY 1
003630         UNTIL WS-COUNT-SUB > 4.
003640 3000-EXIT.
003650     EXIT.
003660*
003670 3100-CLEAR-ONE-COUNT.
003680     MOVE SPACES TO RUN-COUNT-LABEL(WS-COUNT-SUB).
003690     MOVE ZERO TO RUN-COUNT-VALUE(WS-COUNT-SUB).
003700 3100-EXIT.
003710     EXIT.
