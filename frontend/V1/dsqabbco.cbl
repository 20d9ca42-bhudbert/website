000350* MODIFICATION HISTORY
000360* DATE       INIT  DESCRIPTION
000370* 2026-09-02 RKH   INITIAL VERSION.
000371* 2026-10-15 RKH   BALANCES A CATCH-UP RUN NIGHT BY NIGHT.  THE
000372*                  AS-OF RANGE IS TAKEN FROM THE DRIVERS' PARMIN
000373*                  RECORD (NEW OPTIONAL DD) AND EVERY CHECKPOINT,
000374*                  STATISTICS AND RETRY CLAIM IS CHARGED TO THE
000375*                  BUSINESS DATE IT CARRIES.  A PAIR IS JUDGED
000376*                  SEPARATELY FOR EACH DATE OF THE RANGE.
000377* 2026-10-15 RKH   EVERY COVERAGE BREAK IS ALSO WRITTEN TO THE
000378*                  PROBLEM FILE ON THE BALEXC DD (LAYOUT IN
000379*                  DSQPRBRC) FOR THE INCIDENT INTERFACE STEP
000380*                  DSQABICO.
000381* 2026-10-15 RKH   RECORDS ITS START, END, RETURN CODE AND COUNTS
000382*                  ON THE RUN LEDGER (DSQABYCO), AND WILL NOT
000383*                  RERUN A DATE ALREADY COMPLETED UNLESS FORCED.
000384* 2026-10-15 RKH   RUNS UNDER THE STREAM'S BUSINESS DATE, TAKEN
000385*                  FROM THE BUSDATE CARD BY THE LEDGER SERVICE,
000386*                  IN PLACE OF TODAY'S DATE - A NIGHT THAT RUNS
000387*                  PAST MIDNIGHT LEDGERS AND DATES ITS WORK UNDER
000388*                  ONE DATE.
000389* 2026-10-15 RKH   THE NIGHT IS THE LEDGER'S BUSINESS DATE ALONE,
000390*                  NO LONGER THE FIRST STATISTIC'S DATE, AND AN
000391*                  ORDINARY NIGHT CHARGES ONLY CLAIMS FOR THAT
000392*                  DATE (OR UNDATED) TO IT - A DRAINED RETRY
000393*                  RERUN UNDER A PAST DATE IS A STRAY.
000394*-----------------------------------------------------------------
000395 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.    IBM-370.
000420 OBJECT-COMPUTER.    IBM-370.
000500                          ORGANIZATION IS SEQUENTIAL.
000510     SELECT OPTIONAL RETRY-FILE ASSIGN TO "RETRYALL"
000520                          ORGANIZATION IS SEQUENTIAL.
000521     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "PARMIN"
000522                          ORGANIZATION IS SEQUENTIAL.
000530     SELECT BALANCE-REPORT ASSIGN TO "BALRPT"
000540                          ORGANIZATION IS SEQUENTIAL.
000543     SELECT PROBLEM-FILE ASSIGN TO "BALEXC"
000546                          ORGANIZATION IS SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570*****************************************************************
000750*****************************************************************
000760* CHECKPOINT-FILE - EVERY INSTANCE'S CHECKPOINT TRAIL FOR THE
000770* NIGHT, CONCATENATED.  A "RPTPRTD " RECORD IS ONE INSTANCE
000780* CLAIMING ONE COMPLETED PAIR, FOR THE BUSINESS DATE IT CARRIES.
000790*****************************************************************
000800 FD  CHECKPOINT-FILE
000810     RECORDING MODE IS F.
000830     03  CKPT-STEP-CODE       PIC X(08).
000840     03  CKPT-QUERY-NAME      PIC X(18).
000850     03  CKPT-FORM-NAME       PIC X(18).
000852     03  CKPT-DATASET-DATE    PIC 9(08).
000860     03  FILLER               PIC X(28).
000870*****************************************************************
000880* STATISTICS-FILE - EVERY INSTANCE'S STATISTICS RECORDS,
000890* CONCATENATED.  SUPPLIES THE NIGHT'S DATASET DATE AND A
000950*****************************************************************
000960* RETRY-FILE - EVERY INSTANCE'S RETRY OUTPUT, CONCATENATED.  A
000970* "P" RECORD IS ONE INSTANCE CLAIMING A PAIR IT COULD NOT
000980* COMPLETE.  OPTIONAL - A CLEAN NIGHT WRITES NONE.  A PAIR A
000981* CATCH-UP RUN COULD NOT COMPLETE CARRIES ITS BUSINESS DATE.
000990*****************************************************************
001000 FD  RETRY-FILE
001010     RECORDING MODE IS F.
001060     03  RETRY-PAIR-DATA.
001070         05  RETRY-QUERY-NAME PIC X(18).
001080         05  RETRY-FORM-NAME  PIC X(18).
001081         05  FILLER           PIC X(34).
001082         05  RETRY-DATASET-DATE PIC 9(08).
001090         05  FILLER           PIC X(01).
001091*****************************************************************
001092* PARAMETER-FILE - THE DRIVERS' DAILY PARAMETER RECORD.  ONLY
001093* THE AS-OF DATES MATTER HERE: WHEN PRESENT THE DRIVERS MADE A
001094* CATCH-UP RUN OVER THAT RANGE AND EVERY DATE IS BALANCED ON
001095* ITS OWN.  OPTIONAL - WITHOUT IT THE STEP BALANCES ONE NIGHT.
001096*****************************************************************
001097 FD  PARAMETER-FILE
001098     RECORDING MODE IS F.
001099 01  PARAMETER-RECORD.
001100     03  FILLER               PIC X(20).
001101     03  PARM-ASOF-FROM-DATE  PIC 9(08).
001102     03  PARM-ASOF-THRU-DATE  PIC 9(08).
001103     03  FILLER               PIC X(44).
001104*****************************************************************
001110* BALANCE-REPORT - ONE LINE PER OUT-OF-BALANCE PAIR AND THE
001120* NIGHT'S TOTALS.
001130*****************************************************************
001140 FD  BALANCE-REPORT
001150     RECORDING MODE IS F.
001160 01  BALANCE-LINE             PIC X(132).
001161*****************************************************************
001162* PROBLEM-FILE - ONE RECORD PER COVERAGE BREAK, FOR THE INCIDENT
001163* INTERFACE STEP.  EMPTY ON A BALANCED NIGHT.
001164*****************************************************************
001165 FD  PROBLEM-FILE
001166     RECORDING MODE IS F.
001167     COPY DSQPRBRC.
001170 WORKING-STORAGE SECTION.
001180*****************************************************************
001190* SWITCHES
001310         88  PAIR-FOUND                  VALUE "Y".
001320     03  WS-DATE-SET-SW       PIC X(01)  VALUE "N".
001330         88  RUN-DATE-RESOLVED           VALUE "Y".
001331     03  WS-CATCH-UP-SW       PIC X(01)  VALUE "N".
001332         88  CATCH-UP-RUN                VALUE "Y".
001333     03  WS-NIGHT-FOUND-SW    PIC X(01)  VALUE "N".
001334         88  NIGHT-FOUND                 VALUE "Y".
001335     03  WS-PARM-EOF-SW       PIC X(01)  VALUE "N".
001336         88  PARM-EOF                    VALUE "Y".
001340 01  WS-ABEND-CODE            PIC S9(08) USAGE IS COMP-4.
001350*****************************************************************
001360* THE CONTROL-FILE PAIRS AND THE CLAIMS AGAINST EACH.  ONE
001370* ENTRY PER "P" RECORD IN FILE ORDER, THE SAME 200-PAIR CEILING
001380* THE DRIVER'S PRE-START EDIT ENFORCES.  THE SCHEDULE VERDICT
001381* AND CLAIM COUNTS ARE KEPT PER BUSINESS DATE OF THE RUN - ONE
001382* ON AN ORDINARY NIGHT, UP TO 31 ON A CATCH-UP RUN.
001390*****************************************************************
001400 01  WS-PAIR-COUNT            PIC S9(05) USAGE IS COMP-4
001410                              VALUE ZERO.
001460         05  WS-PR-FREQ-CODE  PIC X(01).
001470         05  WS-PR-FREQ-DAYS  PIC X(07).
001480         05  WS-PR-FREQ-BUSDY PIC X(02).
001481         05  WS-PR-NIGHT      OCCURS 31.
001490             07  WS-PR-SCHED-SW   PIC X(01).
001500                 88  PR-SCHEDULED        VALUE "Y".
001510             07  WS-PR-COMPLETED  PIC S9(05) USAGE IS COMP-4.
001520             07  WS-PR-RETRIED    PIC S9(05) USAGE IS COMP-4.
001530             07  WS-PR-STATS      PIC S9(05) USAGE IS COMP-4.
001540 01  WS-PAIR-SUB              PIC S9(05) USAGE IS COMP-4.
001550 01  WS-PAIR-HIT              PIC S9(05) USAGE IS COMP-4.
001560 01  WS-MATCH-QUERY           PIC X(18).
001700 01  WS-STRAY-STATS-COUNT     PIC S9(05) USAGE IS COMP-4
001710                              VALUE ZERO.
001720*****************************************************************
001730* THE NIGHT BEING VERIFIED - THE STREAM'S BUSINESS DATE FROM
001740* THE RUN LEDGER, SO A VERIFIER RUNNING AFTER MIDNIGHT JUDGES
001750* THE SCHEDULE BY THE SAME NIGHT THE DRIVERS DID.  IT IS THE
001760* ONE ENTRY OF THE NIGHT TABLE ON AN ORDINARY RUN.  ON
001761* A CATCH-UP RUN THE NIGHTS ARE INSTEAD EVERY DATE OF THE
001762* PARMIN AS-OF RANGE, AND A CLAIM IS CHARGED TO THE NIGHT ITS
001763* DATASET DATE NAMES; A DATE OUTSIDE THE RANGE IS A STRAY.
001770*****************************************************************
001780 01  WS-RUN-DATE              PIC 9(08).
001785 01  WS-PROBLEM-CODE          PIC X(08).
001790 01  WS-NIGHT-DATE            PIC 9(08).
001791 01  WS-NIGHT-COUNT           PIC S9(05) USAGE IS COMP-4
001792                              VALUE 1.
001793 01  WS-NIGHT-SUB             PIC S9(05) USAGE IS COMP-4.
001794 01  WS-NIGHT-HIT             PIC S9(05) USAGE IS COMP-4.
001795 01  WS-MATCH-DATE            PIC X(08).
001796 01  WS-NIGHT-TABLE.
001797     03  WS-NT-DATE           PIC 9(08)  OCCURS 31.
001800*****************************************************************
001810* PROBLEM COUNTS
001820*****************************************************************
002090     03  BLH-RUN-DATE         PIC 9(08).
002100     03  FILLER               PIC X(14)  VALUE "  NIGHT OF: ".
002110     03  BLH-NIGHT-DATE       PIC 9(08).
002111     03  BLH-THRU-LABEL       PIC X(08)  VALUE SPACES.
002112     03  BLH-THRU-DATE        PIC X(08)  VALUE SPACES.
002120     03  FILLER               PIC X(36)  VALUE SPACES.
002130 01  WS-HEADING-2.
002140     03  FILLER               PIC X(19)  VALUE "QUERY".
002150     03  FILLER               PIC X(19)  VALUE "FORM".
002430     03  BLT-MISMATCH         PIC ZZZZ9.
002431     03  FILLER               PIC X(11)  VALUE " MISMATCHED".
002440     03  FILLER               PIC X(26)  VALUE SPACES.
002441 01  WS-NIGHT-LINE.
002442     03  FILLER               PIC X(15)  VALUE "BUSINESS DATE: ".
002443     03  BLN-NIGHT-DATE       PIC 9(08).
002444     03  FILLER               PIC X(109) VALUE SPACES.
002450 01  WS-SECTION-LINE          PIC X(132).
002460 01  WS-COUNT-EDIT            PIC ZZZZ9.
002461*****************************************************************
002462* RUN LEDGER - THE REQUEST AREA PASSED TO THE LEDGER SERVICE
002463* DSQABYCO, WHICH RECORDS THE STEP'S START AND END.  SEE
002464* 0500-CHECK-RUN-LEDGER AND 9800-RECORD-RUN-LEDGER.
002465*****************************************************************
002466     COPY DSQLDGRC.
002470*
002480 PROCEDURE DIVISION.
002490*
002500 0000-MAINLINE.
002505     PERFORM 0500-CHECK-RUN-LEDGER THRU 0500-EXIT.
002510     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002520     PERFORM 2000-LOAD-CONTROL-PAIRS THRU 2000-EXIT.
002530     PERFORM 3000-TALLY-STATISTICS THRU 3000-EXIT.
002560     PERFORM 4500-TALLY-RETRIES    THRU 4500-EXIT.
002570     PERFORM 5000-BALANCE-ALL-PAIRS THRU 5000-EXIT.
002580     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
002583     SET LDG-STEP-ENDING TO TRUE.
002586     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
002587     STOP RUN.
002588*
002589*****************************************************************
002590* CHECK-RUN-LEDGER - RECORDS THE STEP'S START ON THE RUN LEDGER
002591* BEFORE ANYTHING IS OPENED.  A STEP ALREADY COMPLETED FOR THE
002592* DATE IS NOT RUN AGAIN - IT ENDS HERE WITH THE RETURN CODE IT
002593* ENDED WITH THE FIRST TIME - UNLESS ITS LEDGCTL CARD SAYS FORCE.
002594* A LEDGER THAT CANNOT BE READ OR UPDATED STOPS THE STEP WITH
002595* RETURN CODE 122 RATHER THAN RISK REPEATING THE WORK.
002596*****************************************************************
002597 0500-CHECK-RUN-LEDGER.
002598     MOVE SPACES TO LEDGER-REQUEST-AREA.
002599     MOVE "DSQABBCO" TO LDG-STEP-NAME.
002600*    ZERO - THE SERVICE GIVES BACK THE STREAM'S BUSINESS DATE.
002603     MOVE ZERO TO LDG-BUSINESS-DATE.
002604     MOVE ZERO TO LDG-RETURN-CODE.
002605     SET LDG-CHECK-FOR-RERUN TO TRUE.
002606     SET LDG-STEP-STARTING TO TRUE.
002607     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
002608     IF LDG-ALREADY-COMPLETE
002609         MOVE LDG-RETURN-CODE TO RETURN-CODE
002610         STOP RUN
002611     END-IF.
002612     IF LDG-LEDGER-FAILED
002613         MOVE 122 TO RETURN-CODE
002614         STOP RUN
002615     END-IF.
002616 0500-EXIT.
002617     EXIT.
002618*
002619 1000-INITIALIZE.
002620     OPEN INPUT  CONTROL-FILE.
002630     OPEN INPUT  CHECKPOINT-FILE.
002640     OPEN INPUT  STATISTICS-FILE.
002650     OPEN INPUT  RETRY-FILE.
002660     OPEN OUTPUT BALANCE-REPORT.
002661     OPEN OUTPUT PROBLEM-FILE.
002662     MOVE LDG-BUSINESS-DATE TO WS-RUN-DATE.
002663     MOVE WS-RUN-DATE TO WS-NIGHT-DATE.
002664     MOVE WS-RUN-DATE TO WS-NT-DATE(1).
002665     PERFORM 1100-READ-AS-OF-RANGE THRU 1100-EXIT.
002669 1000-EXIT.
002670     EXIT.
002671*
002672*****************************************************************
002673* READ-AS-OF-RANGE - AN AS-OF DATE ON THE DRIVERS' PARMIN RECORD
002674* MEANS THEY MADE A CATCH-UP RUN, ONE CONTROL-FILE PASS PER DATE
002675* FROM IT THROUGH THE AS-OF THRU DATE (OR FOR IT ALONE).  THE
002676* NIGHT TABLE GETS EVERY DATE OF THAT RANGE, OLDEST FIRST; THE
002677* DRIVER'S EDIT PASS HAS ALREADY PROVED THE DATES AND HELD THE
002678* RANGE TO 31 NIGHTS.
002679*****************************************************************
002680 1100-READ-AS-OF-RANGE.
002681     OPEN INPUT PARAMETER-FILE.
002682     READ PARAMETER-FILE
002683         AT END
002684             SET PARM-EOF TO TRUE
002685     END-READ.
002686     IF PARM-EOF
002687         GO TO 1100-CLOSE
002688     END-IF.
002689     IF PARM-ASOF-FROM-DATE NOT NUMERIC
002690         OR PARM-ASOF-FROM-DATE = ZERO
002691         GO TO 1100-CLOSE
002692     END-IF.
002693     SET CATCH-UP-RUN TO TRUE.
002694     MOVE ZERO TO WS-NIGHT-COUNT.
002695     MOVE PARM-ASOF-FROM-DATE TO WS-NIGHT-DATE.
002696     IF PARM-ASOF-THRU-DATE NOT NUMERIC
002697         OR PARM-ASOF-THRU-DATE = ZERO
002698         MOVE PARM-ASOF-FROM-DATE TO PARM-ASOF-THRU-DATE
002699     END-IF.
002700     PERFORM 1200-ADD-ONE-NIGHT THRU 1200-EXIT
002701         UNTIL WS-NIGHT-DATE > PARM-ASOF-THRU-DATE
002702             OR WS-NIGHT-COUNT NOT < 31.
002703     MOVE PARM-ASOF-FROM-DATE TO WS-NIGHT-DATE.
002704     SET RUN-DATE-RESOLVED TO TRUE.
002705 1100-CLOSE.
002706     CLOSE PARAMETER-FILE.
002707 1100-EXIT.
002708     EXIT.
002709*
002710 1200-ADD-ONE-NIGHT.
002711     ADD 1 TO WS-NIGHT-COUNT.
002712     MOVE WS-NIGHT-DATE TO WS-NT-DATE(WS-NIGHT-COUNT).
002713     COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
002714         (FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE) + 1).
002715 1200-EXIT.
002716     EXIT.
002717*
002720*****************************************************************
002730* LOAD-CONTROL-PAIRS - EVERY "P" RECORD GOES INTO THE PAIR
002740* TABLE IN FILE ORDER WITH ITS FREQUENCY FIELDS; THE "V"
003050     MOVE CTL-FREQ-CODE TO WS-PR-FREQ-CODE(WS-PAIR-COUNT).
003060     MOVE CTL-FREQ-WEEKDAYS TO WS-PR-FREQ-DAYS(WS-PAIR-COUNT).
003070     MOVE CTL-FREQ-BUS-DAY TO WS-PR-FREQ-BUSDY(WS-PAIR-COUNT).
003080     PERFORM 2300-CLEAR-ONE-NIGHT THRU 2300-EXIT
003090         VARYING WS-NIGHT-SUB FROM 1 BY 1
003100         UNTIL WS-NIGHT-SUB > 31.
003120 2200-ADVANCE.
003130     PERFORM 2100-READ-CONTROL THRU 2100-EXIT.
003140 2200-EXIT.
003150     EXIT.
003151*
003152 2300-CLEAR-ONE-NIGHT.
003153     MOVE "N" TO WS-PR-SCHED-SW(WS-PAIR-COUNT, WS-NIGHT-SUB).
003154     MOVE ZERO TO WS-PR-COMPLETED(WS-PAIR-COUNT, WS-NIGHT-SUB).
003155     MOVE ZERO TO WS-PR-RETRIED(WS-PAIR-COUNT, WS-NIGHT-SUB).
003156     MOVE ZERO TO WS-PR-STATS(WS-PAIR-COUNT, WS-NIGHT-SUB).
003157 2300-EXIT.
003158     EXIT.
003160*
003170*****************************************************************
003180* TALLY-STATISTICS - COUNTS EACH PAIR'S STATISTICS RECORDS.
003190* STATISTICS FOR PAIRS NOT ON THE CONTROL FILE ARE THE RETRY
003200* DRAIN'S - COUNTED AS STRAYS, NOT FAILED ON - AS ARE THOSE
003210* DATED FOR ANY NIGHT NOT BEING BALANCED, SUCH AS A DRAINED
003211* RETRY RERUN UNDER ITS OWN PAST DATE.
003220*****************************************************************
003230 3000-TALLY-STATISTICS.
003240     PERFORM 3100-READ-STATISTICS THRU 3100-EXIT.
003370     EXIT.
003380*
003390 3200-TAKE-ONE-STATISTIC.
003441     MOVE STAT-DATASET-DATE TO WS-MATCH-DATE.
003442     PERFORM 6500-FIND-NIGHT THRU 6500-EXIT.
003450     MOVE STAT-QUERY-NAME TO WS-MATCH-QUERY.
003460     MOVE STAT-FORM-NAME TO WS-MATCH-FORM.
003470     PERFORM 6000-FIND-PAIR THRU 6000-EXIT.
003480     IF PAIR-FOUND AND NIGHT-FOUND
003490         ADD 1 TO WS-PR-STATS(WS-PAIR-HIT, WS-NIGHT-HIT)
003500     ELSE
003510         ADD 1 TO WS-STRAY-STATS-COUNT
003520     END-IF.
003570*****************************************************************
003580* JUDGE-SCHEDULES - ASKS THE SCHEDULE EVALUATOR WHICH PAIRS THE
003590* NIGHT DATE SELECTED, SO THE BALANCE EXPECTS EXACTLY THE WORK
003600* THE DRIVERS WERE GIVEN - FOR EACH DATE OF A CATCH-UP RUN.
003610*****************************************************************
003620 3500-JUDGE-SCHEDULES.
003630     PERFORM 3600-JUDGE-ONE-PAIR THRU 3600-EXIT
003700     MOVE WS-PR-FREQ-CODE(WS-PAIR-SUB) TO FREQ-CODE.
003710     MOVE WS-PR-FREQ-DAYS(WS-PAIR-SUB) TO FREQ-WEEKDAYS.
003720     MOVE WS-PR-FREQ-BUSDY(WS-PAIR-SUB) TO FREQ-BUS-DAY-X.
003730     PERFORM 3700-JUDGE-ONE-NIGHT THRU 3700-EXIT
003740         VARYING WS-NIGHT-SUB FROM 1 BY 1
003750         UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.
003790 3600-EXIT.
003800     EXIT.
003801*
003802 3700-JUDGE-ONE-NIGHT.
003803     MOVE WS-NT-DATE(WS-NIGHT-SUB) TO FREQ-RUN-DATE.
003804     CALL "DSQABGCO" USING FREQ-REQUEST-AREA.
003805     IF FREQ-PAIR-SELECTED
003806         MOVE "Y" TO WS-PR-SCHED-SW(WS-PAIR-SUB, WS-NIGHT-SUB)
003807         ADD 1 TO WS-SCHEDULED-COUNT
003808     END-IF.
003809 3700-EXIT.
003810     EXIT.
003815*
003820*****************************************************************
003830* TALLY-CHECKPOINTS - EVERY "RPTPRTD " RECORD IS ONE INSTANCE
003840* CLAIMING ONE COMPLETED PAIR.  THE IN-FLIGHT STEP CODES SAY
003850* NOTHING ABOUT COVERAGE AND ARE PASSED OVER.  ON A CATCH-UP
003851* RUN THE CLAIM COUNTS AGAINST THE DATE THE RECORD CARRIES.
003860*****************************************************************
003870 4000-TALLY-CHECKPOINTS.
003880     PERFORM 4100-READ-CHECKPOINT THRU 4100-EXIT.
004040     IF CKPT-STEP-CODE NOT = "RPTPRTD "
004050         GO TO 4200-ADVANCE
004060     END-IF.
004061     MOVE CKPT-DATASET-DATE TO WS-MATCH-DATE.
004062     PERFORM 6500-FIND-NIGHT THRU 6500-EXIT.
004070     MOVE CKPT-QUERY-NAME TO WS-MATCH-QUERY.
004080     MOVE CKPT-FORM-NAME TO WS-MATCH-FORM.
004090     PERFORM 6000-FIND-PAIR THRU 6000-EXIT.
004100     IF PAIR-FOUND AND NIGHT-FOUND
004110         ADD 1 TO WS-PR-COMPLETED(WS-PAIR-HIT, WS-NIGHT-HIT)
004120     ELSE
004130         ADD 1 TO WS-STRAY-CKPT-COUNT
004140     END-IF.
004210* TALLY-RETRIES - EVERY RETRY "P" RECORD IS ONE INSTANCE
004220* CLAIMING A PAIR IT COULD NOT COMPLETE TONIGHT.  RETRY PAIRS
004230* THAT CAME FROM YESTERDAY'S DRAIN ARE NOT ON TONIGHT'S
004240* CONTROL FILE AND COUNT AS STRAYS, AS DO CATCH-UP CLAIMS FOR
004241* A DATE OUTSIDE THE AS-OF RANGE.
004250*****************************************************************
004260 4500-TALLY-RETRIES.
004270     PERFORM 4600-READ-RETRY THRU 4600-EXIT.
004430     IF NOT RETRY-PAIR-RECORD
004440         GO TO 4700-ADVANCE
004450     END-IF.
004451     MOVE RETRY-DATASET-DATE TO WS-MATCH-DATE.
004452     PERFORM 6500-FIND-NIGHT THRU 6500-EXIT.
004460     MOVE RETRY-QUERY-NAME TO WS-MATCH-QUERY.
004470     MOVE RETRY-FORM-NAME TO WS-MATCH-FORM.
004480     PERFORM 6000-FIND-PAIR THRU 6000-EXIT.
004490     IF PAIR-FOUND AND NIGHT-FOUND
004500         ADD 1 TO WS-PR-RETRIED(WS-PAIR-HIT, WS-NIGHT-HIT)
004510     ELSE
004520         ADD 1 TO WS-STRAY-RETRY-COUNT
004530     END-IF.
004600* BALANCE-ALL-PAIRS - THE VERDICT.  A SCHEDULED PAIR MUST BE
004610* CLAIMED EXACTLY ONCE - COMPLETED OR RETRIED; AN UNSCHEDULED
004620* PAIR MUST NOT BE CLAIMED AT ALL; AND A COMPLETED PAIR'S
004630* CHECKPOINT AND STATISTICS COUNTS MUST AGREE.  A CATCH-UP RUN
004631* IS BALANCED ONE BUSINESS DATE AT A TIME, EACH UNDER ITS OWN
004632* DATE LINE, WITH THE TOTALS TAKEN ACROSS THE WHOLE RANGE.
004640*****************************************************************
004650 5000-BALANCE-ALL-PAIRS.
004660     MOVE WS-RUN-DATE TO BLH-RUN-DATE.
004670     MOVE WS-NIGHT-DATE TO BLH-NIGHT-DATE.
004671     IF CATCH-UP-RUN
004672         MOVE "  THRU: " TO BLH-THRU-LABEL
004673         MOVE WS-NT-DATE(WS-NIGHT-COUNT) TO BLH-THRU-DATE
004674     END-IF.
004680     WRITE BALANCE-LINE FROM WS-HEADING-1.
004690     WRITE BALANCE-LINE FROM WS-HEADING-2.
004700     PERFORM 5050-BALANCE-ONE-NIGHT THRU 5050-EXIT
004710         VARYING WS-NIGHT-SUB FROM 1 BY 1
004720         UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.
004730 5000-EXIT.
004740     EXIT.
004741*
004742 5050-BALANCE-ONE-NIGHT.
004743     IF CATCH-UP-RUN
004744         MOVE WS-NT-DATE(WS-NIGHT-SUB) TO BLN-NIGHT-DATE
004745         WRITE BALANCE-LINE FROM WS-BLANK-LINE
004746         WRITE BALANCE-LINE FROM WS-NIGHT-LINE
004747     END-IF.
004748     PERFORM 5100-BALANCE-ONE-PAIR THRU 5100-EXIT
004749         VARYING WS-PAIR-SUB FROM 1 BY 1
004750         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
004751 5050-EXIT.
004752     EXIT.
004753*
004760 5100-BALANCE-ONE-PAIR.
004770     COMPUTE WS-CLAIM-COUNT =
004780         WS-PR-COMPLETED(WS-PAIR-SUB, WS-NIGHT-SUB)
004790         + WS-PR-RETRIED(WS-PAIR-SUB, WS-NIGHT-SUB).
004800     IF WS-PR-SCHED-SW(WS-PAIR-SUB, WS-NIGHT-SUB) NOT = "Y"
004810         IF WS-CLAIM-COUNT > ZERO
004820             MOVE "RAN THOUGH NOT SCHEDULED" TO BLD-CONDITION
004830             ADD 1 TO WS-UNSCHED-RUN-COUNT
004835             MOVE "COVUNSCH" TO WS-PROBLEM-CODE
004840             PERFORM 5200-PRINT-ONE-PROBLEM THRU 5200-EXIT
004850         END-IF
004860         GO TO 5100-EXIT
004890         MOVE "NEVER RAN - NO INSTANCE CLAIMED IT" TO
004900             BLD-CONDITION
004910         ADD 1 TO WS-NEVER-RAN-COUNT
004915         MOVE "COVNEVER" TO WS-PROBLEM-CODE
004920         PERFORM 5200-PRINT-ONE-PROBLEM THRU 5200-EXIT
004930         GO TO 5100-EXIT
004940     END-IF.
004960         MOVE "CLAIMED BY MORE THAN ONE INSTANCE" TO
004970             BLD-CONDITION
004980         ADD 1 TO WS-DOUBLE-RUN-COUNT
004985         MOVE "COVDOUBL" TO WS-PROBLEM-CODE
004990         PERFORM 5200-PRINT-ONE-PROBLEM THRU 5200-EXIT
005000         GO TO 5100-EXIT
005010     END-IF.
005020     IF WS-PR-STATS(WS-PAIR-SUB, WS-NIGHT-SUB) NOT =
005030         WS-PR-COMPLETED(WS-PAIR-SUB, WS-NIGHT-SUB)
005040         MOVE "STATISTICS/CHECKPOINT DISAGREE" TO BLD-CONDITION
005050         ADD 1 TO WS-MISMATCH-COUNT
005055         MOVE "COVSTATS" TO WS-PROBLEM-CODE
005060         PERFORM 5200-PRINT-ONE-PROBLEM THRU 5200-EXIT
005070         GO TO 5100-EXIT
005080     END-IF.
005130 5200-PRINT-ONE-PROBLEM.
005140     MOVE WS-PR-QUERY(WS-PAIR-SUB) TO BLD-QUERY.
005150     MOVE WS-PR-FORM(WS-PAIR-SUB) TO BLD-FORM.
005160     MOVE WS-PR-COMPLETED(WS-PAIR-SUB, WS-NIGHT-SUB)
005161         TO BLD-COMPLETED.
005170     MOVE WS-PR-RETRIED(WS-PAIR-SUB, WS-NIGHT-SUB) TO BLD-RETRIED.
005180     MOVE WS-PR-STATS(WS-PAIR-SUB, WS-NIGHT-SUB) TO BLD-STATS.
005190     WRITE BALANCE-LINE FROM WS-DETAIL-LINE.
005191     MOVE SPACES TO PROBLEM-RECORD.
005192     MOVE "DSQABBCO" TO PRB-SOURCE-STEP.
005193     MOVE WS-PROBLEM-CODE TO PRB-CONDITION.
005194     MOVE WS-PR-QUERY(WS-PAIR-SUB) TO PRB-QUERY-NAME.
005195     MOVE WS-PR-FORM(WS-PAIR-SUB) TO PRB-FORM-NAME.
005196     MOVE WS-NT-DATE(WS-NIGHT-SUB) TO PRB-DATASET-DATE.
005197     MOVE BLD-CONDITION TO PRB-DETAIL.
005198     WRITE PROBLEM-RECORD.
005200 5200-EXIT.
005210     EXIT.
005220*
005410         SET PAIR-FOUND TO TRUE
005420     END-IF.
005430 6100-EXIT.
005431     EXIT.
005432*
005433*****************************************************************
005434* FIND-NIGHT - CHARGES A CLAIM TO ITS BUSINESS DATE, LOOKING
005435* WS-MATCH-DATE UP AMONG THE NIGHTS BEING BALANCED AND LEAVING
005436* THE HIT IN WS-NIGHT-HIT.  A DATE OUTSIDE THEM IS NOT FOUND.
005437* AN ORDINARY NIGHT'S RETRY RECORDS CARRY NO DATE, SO THERE AN
005438* UNDATED CLAIM IS TONIGHT'S; ON A CATCH-UP RUN IT IS NOT FOUND.
005439*****************************************************************
005440 6500-FIND-NIGHT.
005441     IF NOT CATCH-UP-RUN
005442         AND (WS-MATCH-DATE = SPACES OR WS-MATCH-DATE = ZERO)
005443         MOVE 1 TO WS-NIGHT-HIT
005444         SET NIGHT-FOUND TO TRUE
005445         GO TO 6500-EXIT
005446     END-IF.
005447     MOVE "N" TO WS-NIGHT-FOUND-SW.
005456     MOVE ZERO TO WS-NIGHT-HIT.
005457     PERFORM 6600-MATCH-ONE-NIGHT THRU 6600-EXIT
005458         VARYING WS-NIGHT-SUB FROM 1 BY 1
005459         UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
005460             OR NIGHT-FOUND.
005461 6500-EXIT.
005462     EXIT.
005463*
005464 6600-MATCH-ONE-NIGHT.
005465     IF WS-NT-DATE(WS-NIGHT-SUB) = WS-MATCH-DATE
005466         MOVE WS-NIGHT-SUB TO WS-NIGHT-HIT
005467         SET NIGHT-FOUND TO TRUE
005468     END-IF.
005469 6600-EXIT.
005470     EXIT.
005472*
005474 7100-ABEND-RUN.
005476     CLOSE CONTROL-FILE CHECKPOINT-FILE STATISTICS-FILE
005480         RETRY-FILE BALANCE-REPORT PROBLEM-FILE.
005490     MOVE WS-ABEND-CODE TO RETURN-CODE.
005493     SET LDG-STEP-ABENDING TO TRUE.
005496     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
005500     STOP RUN.
005510 7100-EXIT.
005520     EXIT.
005810         END-STRING
005811         WRITE BALANCE-LINE FROM WS-SECTION-LINE
005812     END-IF.
005820     CLOSE BALANCE-REPORT PROBLEM-FILE.
005830     IF WS-NEVER-RAN-COUNT > ZERO
005840         OR WS-DOUBLE-RUN-COUNT > ZERO
005850         OR WS-UNSCHED-RUN-COUNT > ZERO
005880     END-IF.
005881 9000-EXIT.
005890     EXIT.
005900*
005910*****************************************************************
005920* RECORD-RUN-LEDGER - RECORDS THE STEP'S END ON THE RUN LEDGER,
005930* WITH ITS RETURN CODE AND KEY COUNTS.  THE CALLER HAS SET THE
005940* FUNCTION - ENDING OR ABENDING.  THE CALL LEAVES A RETURN CODE
005950* OF ITS OWN BEHIND, SO THE STEP'S IS PUT BACK AFTERWARD.
005960*****************************************************************
005970 9800-RECORD-RUN-LEDGER.
005980     MOVE RETURN-CODE TO LDG-RETURN-CODE.
005990     MOVE "SCHED" TO LDG-COUNT-LABEL(1).
006000     MOVE WS-SCHEDULED-COUNT TO LDG-COUNT-VALUE(1).
006010     MOVE "BALANCED" TO LDG-COUNT-LABEL(2).
006020     MOVE WS-BALANCED-COUNT TO LDG-COUNT-VALUE(2).
006030     MOVE "NEVER" TO LDG-COUNT-LABEL(3).
006040     MOVE WS-NEVER-RAN-COUNT TO LDG-COUNT-VALUE(3).
006050     MOVE "MISMATCH" TO LDG-COUNT-LABEL(4).
006060     MOVE WS-MISMATCH-COUNT TO LDG-COUNT-VALUE(4).
006070     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
006080     MOVE LDG-RETURN-CODE TO RETURN-CODE.
006090 9800-EXIT.
006100     EXIT.
