000300*                  AUDIT, STATISTICS, NOTIFY AND RETRY OUTPUT
000310*                  INTO ONE OPERATOR PAGE WITH A GRADED RETURN
000320*                  CODE.
000321* 2026-10-15 RKH   ADDED A PAIRS BY BUSINESS DATE SECTION SO A
000322*                  CATCH-UP RUN, WHICH PROCESSES SEVERAL AS-OF
000323*                  DATES IN ONE SESSION, IS BALANCED DATE BY
000324*                  DATE.  STATISTICS COUNT UNDER THEIR DATASET
000325*                  DATE, RETRY PAIRS UNDER THE DATE THEY CARRY.
000326* 2026-10-15 RKH   RECORDS ITS START, END, RETURN CODE AND COUNTS
000327*                  ON THE RUN LEDGER (DSQABYCO), AND WILL NOT
000328*                  RERUN A DATE ALREADY COMPLETED UNLESS FORCED.
000329* 2026-10-15 RKH   RUNS UNDER THE STREAM'S BUSINESS DATE, TAKEN
000330*                  FROM THE BUSDATE CARD BY THE LEDGER SERVICE,
000331*                  IN PLACE OF TODAY'S DATE - A NIGHT THAT RUNS
000332*                  PAST MIDNIGHT LEDGERS AND DATES ITS WORK UNDER
000333*                  ONE DATE.
000334*-----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.    IBM-370.
000730*****************************************************************
000740* RETRY-FILE - THE RETRY FILE THE DRIVER WROTE TONIGHT.  "P"
000750* RECORDS NAME THE FAILED PAIRS; "V" RECORDS CARRY THEIR SET
000760* GLOBAL VARIABLES AND ARE NOT COUNTED HERE.  A PAIR FROM A
000761* CATCH-UP RUN CARRIES THE AS-OF DATE IT WAS PROCESSED UNDER.
000770*****************************************************************
000780 FD  RETRY-FILE
000790     RECORDING MODE IS F.
000850         05  RETRY-QUERY-NAME PIC X(18).
000860         05  RETRY-FORM-NAME  PIC X(18).
000870         05  RETRY-TIMESTAMP  PIC X(16).
000880         05  FILLER           PIC X(18).
000881         05  RETRY-DATASET-DATE PIC 9(08).
000882         05  FILLER           PIC X(01).
000890*****************************************************************
000900* SCORECARD-REPORT - THE PRINTED ONE-PAGE RUN SCORECARD.
000910*****************************************************************
001070         88  RETRY-EOF                   VALUE "Y".
001080     03  WS-FIRST-AUDIT-SW    PIC X(01)  VALUE "Y".
001090         88  FIRST-AUDIT-RECORD          VALUE "Y".
001091     03  WS-DATE-FOUND-SW     PIC X(01)  VALUE "N".
001092         88  DATE-FOUND                  VALUE "Y".
001100*****************************************************************
001110* RUN COUNTS AND TOTALS
001120*****************************************************************
001290 01  WS-SESSION-START-TS      PIC X(16)  VALUE SPACES.
001300 01  WS-SESSION-END-TS        PIC X(16)  VALUE SPACES.
001310 01  WS-RUN-DATE              PIC 9(08).
001311*****************************************************************
001312* BUSINESS-DATE TABLE - ONE ENTRY PER DATASET DATE THE NIGHT'S
001313* WORK WAS PROCESSED UNDER, IN DATE ORDER.  AN ORDINARY NIGHT
001314* HAS ONE; A CATCH-UP RUN ONE PER AS-OF DATE, PLUS ANY EARLIER
001315* DATE ITS RETRY DRAIN RERAN.  AN UNDATED RETRY PAIR BELONGS TO
001316* THE DATE THE SESSION STARTED.
001317*****************************************************************
001318 01  WS-DATE-COUNT            PIC S9(05) USAGE IS COMP-4
001319                              VALUE ZERO.
001320 01  WS-DATE-TABLE.
001321     03  WS-DATE-ENTRY        OCCURS 31.
001322         05  WS-DT-DATE       PIC 9(08).
001323         05  WS-DT-COMPLETED  PIC S9(05) USAGE IS COMP-4.
001324         05  WS-DT-RETRIED    PIC S9(05) USAGE IS COMP-4.
001325         05  WS-DT-ELAPSED    PIC S9(08) USAGE IS COMP-4.
001326 01  WS-DATE-SUB              PIC S9(05) USAGE IS COMP-4.
001327 01  WS-DATE-HIT              PIC S9(05) USAGE IS COMP-4.
001328 01  WS-MATCH-DATE            PIC 9(08).
001329 01  WS-DATE-OVERFLOW-COUNT   PIC S9(05) USAGE IS COMP-4
001330                              VALUE ZERO.
001333*****************************************************************
001336* COMPLETED-PAIR TABLE - ONE ENTRY PER STATISTICS RECORD, USED
001340* TO PRINT THE PER-PAIR ELAPSED SECONDS SECTION.
001350*****************************************************************
001360 01  WS-STAT-COUNT            PIC S9(05) USAGE IS COMP-4
002420     03  FILLER               PIC X(01)  VALUE SPACES.
002430     03  SCR-REASON           PIC -(8)9.
002440     03  FILLER               PIC X(14)  VALUE SPACES.
002441 01  WS-DATE-HEADING.
002442     03  FILLER               PIC X(15)  VALUE "BUSINESS DATE".
002443     03  FILLER               PIC X(12)  VALUE "COMPLETED".
002444     03  FILLER               PIC X(16)  VALUE "SENT TO RETRY".
002445     03  FILLER               PIC X(89)  VALUE "ELAPSED SECONDS".
002446 01  WS-DATE-LINE.
002447     03  SCD-DATE             PIC 9(08).
002448     03  FILLER               PIC X(07)  VALUE SPACES.
002449     03  SCD-COMPLETED        PIC ZZZZ9.
002450     03  FILLER               PIC X(07)  VALUE SPACES.
002451     03  SCD-RETRIED          PIC ZZZZ9.
002452     03  FILLER               PIC X(11)  VALUE SPACES.
002453     03  SCD-ELAPSED          PIC ZZZZZZZ9.
002454     03  FILLER               PIC X(81)  VALUE SPACES.
002455 01  WS-SECTION-LINE          PIC X(132).
002456*****************************************************************
002457* RUN LEDGER - THE REQUEST AREA PASSED TO THE LEDGER SERVICE
002458* DSQABYCO, WHICH RECORDS THE STEP'S START AND END.  SEE
002459* 0500-CHECK-RUN-LEDGER AND 9800-RECORD-RUN-LEDGER.
002460*****************************************************************
002461     COPY DSQLDGRC.
002465*
002470 PROCEDURE DIVISION.
002480*
002490 0000-MAINLINE.
002495     PERFORM 0500-CHECK-RUN-LEDGER THRU 0500-EXIT.
002500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002510     PERFORM 2000-LOAD-AUDIT-FILE  THRU 2000-EXIT.
002520     PERFORM 3000-LOAD-STATISTICS  THRU 3000-EXIT.
002550     PERFORM 6000-MATCH-FAILURES   THRU 6000-EXIT.
002560     PERFORM 7000-PRINT-SCORECARD  THRU 7000-EXIT.
002570     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
002573     SET LDG-STEP-ENDING TO TRUE.
002576     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
002577     STOP RUN.
002578*
002579*****************************************************************
002580* CHECK-RUN-LEDGER - RECORDS THE STEP'S START ON THE RUN LEDGER
002581* BEFORE ANYTHING IS OPENED.  A STEP ALREADY COMPLETED FOR THE
002582* DATE IS NOT RUN AGAIN - IT ENDS HERE WITH THE RETURN CODE IT
002583* ENDED WITH THE FIRST TIME - UNLESS ITS LEDGCTL CARD SAYS FORCE.
002584* A LEDGER THAT CANNOT BE READ OR UPDATED STOPS THE STEP WITH
002585* RETURN CODE 122 RATHER THAN RISK REPEATING THE WORK.
002586*****************************************************************
002587 0500-CHECK-RUN-LEDGER.
002588     MOVE SPACES TO LEDGER-REQUEST-AREA.
002589     MOVE "DSQABSCO" TO LDG-STEP-NAME.
002590*    ZERO - THE SERVICE GIVES BACK THE STREAM'S BUSINESS DATE.
002593     MOVE ZERO TO LDG-BUSINESS-DATE.
002594     MOVE ZERO TO LDG-RETURN-CODE.
002595     SET LDG-CHECK-FOR-RERUN TO TRUE.
002596     SET LDG-STEP-STARTING TO TRUE.
002597     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
002598     IF LDG-ALREADY-COMPLETE
002599         MOVE LDG-RETURN-CODE TO RETURN-CODE
002600         STOP RUN
002601     END-IF.
002602     IF LDG-LEDGER-FAILED
002603         MOVE 122 TO RETURN-CODE
002604         STOP RUN
002605     END-IF.
002606 0500-EXIT.
002607     EXIT.
002608*
002609*****************************************************************
002610* INITIALIZE - OPEN EVERY FILE AND CAPTURE THE RUN DATE.
002620*****************************************************************
002630 1000-INITIALIZE.
002660     OPEN INPUT  NOTIFY-FILE.
002670     OPEN INPUT  RETRY-FILE.
002680     OPEN OUTPUT SCORECARD-REPORT.
002690     MOVE LDG-BUSINESS-DATE TO WS-RUN-DATE.
002700 1000-EXIT.
002710     EXIT.
002720*
003430         MOVE STAT-ELAPSED-SECONDS TO
003440             WS-STAT-SECONDS(WS-STAT-COUNT)
003450     END-IF.
003451     MOVE STAT-DATASET-DATE TO WS-MATCH-DATE.
003452     PERFORM 3500-FIND-BUSINESS-DATE THRU 3500-EXIT.
003453     IF DATE-FOUND
003454         ADD 1 TO WS-DT-COMPLETED(WS-DATE-HIT)
003455         ADD STAT-ELAPSED-SECONDS TO WS-DT-ELAPSED(WS-DATE-HIT)
003456     END-IF.
003460     PERFORM 3100-READ-STATISTICS THRU 3100-EXIT.
003470 3200-EXIT.
003480     EXIT.
003481*
003482*****************************************************************
003483* FIND-BUSINESS-DATE - LOOKS WS-MATCH-DATE UP IN THE BUSINESS-
003484* DATE TABLE, ADDING IT IN DATE ORDER WHEN IT IS NEW, AND LEAVES
003485* ITS ENTRY IN WS-DATE-HIT.  A DATE THAT IS NOT NUMERIC, OR ONE
003486* ARRIVING WITH THE TABLE FULL, IS COUNTED AS AN OVERFLOW.
003487*****************************************************************
003488 3500-FIND-BUSINESS-DATE.
003489     MOVE "N" TO WS-DATE-FOUND-SW.
003490     MOVE ZERO TO WS-DATE-HIT.
003491     IF WS-MATCH-DATE NOT NUMERIC
003492         ADD 1 TO WS-DATE-OVERFLOW-COUNT
003493         GO TO 3500-EXIT
003494     END-IF.
003495     PERFORM 3600-MATCH-ONE-DATE THRU 3600-EXIT
003496         VARYING WS-DATE-SUB FROM 1 BY 1
003497         UNTIL WS-DATE-SUB > WS-DATE-COUNT
003498             OR DATE-FOUND.
003499     IF DATE-FOUND
003500         GO TO 3500-EXIT
003501     END-IF.
003502     IF WS-DATE-COUNT NOT < 31
003503         ADD 1 TO WS-DATE-OVERFLOW-COUNT
003504         GO TO 3500-EXIT
003505     END-IF.
003506*    OPEN A SLOT AHEAD OF THE FIRST LATER DATE - ENTRIES FROM
003507*    THERE UP ARE MOVED ONE PLACE TOWARD THE END.
003508     MOVE 1 TO WS-DATE-HIT.
003509     PERFORM 3700-PASS-ONE-EARLIER-DATE THRU 3700-EXIT.
003510     PERFORM 3800-SHIFT-ONE-DATE THRU 3800-EXIT
003511         VARYING WS-DATE-SUB FROM WS-DATE-COUNT BY -1
003512         UNTIL WS-DATE-SUB < WS-DATE-HIT.
003513     ADD 1 TO WS-DATE-COUNT.
003514     MOVE WS-MATCH-DATE TO WS-DT-DATE(WS-DATE-HIT).
003515     MOVE ZERO TO WS-DT-COMPLETED(WS-DATE-HIT).
003516     MOVE ZERO TO WS-DT-RETRIED(WS-DATE-HIT).
003517     MOVE ZERO TO WS-DT-ELAPSED(WS-DATE-HIT).
003518     SET DATE-FOUND TO TRUE.
003519 3500-EXIT.
003520     EXIT.
003521*
003522 3600-MATCH-ONE-DATE.
003523     IF WS-DT-DATE(WS-DATE-SUB) = WS-MATCH-DATE
003524         MOVE WS-DATE-SUB TO WS-DATE-HIT
003525         SET DATE-FOUND TO TRUE
003526     END-IF.
003527 3600-EXIT.
003528     EXIT.
003529*
003530 3700-PASS-ONE-EARLIER-DATE.
003531     IF WS-DATE-HIT > WS-DATE-COUNT
003532         GO TO 3700-EXIT
003533     END-IF.
003534     IF WS-DT-DATE(WS-DATE-HIT) > WS-MATCH-DATE
003535         GO TO 3700-EXIT
003536     END-IF.
003537     ADD 1 TO WS-DATE-HIT.
003538     GO TO 3700-PASS-ONE-EARLIER-DATE.
003539 3700-EXIT.
003540     EXIT.
003541*
003542 3800-SHIFT-ONE-DATE.
003543     MOVE WS-DATE-ENTRY(WS-DATE-SUB) TO
003544         WS-DATE-ENTRY(WS-DATE-SUB + 1).
003545 3800-EXIT.
003546     EXIT.
003547*
003548*****************************************************************
003549* LOAD-NOTIFY-FILE - COUNTS THE EMPTY-QUERY NOTICES AND THE
003550* ARCHIVE-COPY FAILURES SEPARATELY.
003551*****************************************************************
003552 4000-LOAD-NOTIFY-FILE.
003553     PERFORM 4100-READ-NOTIFY-RECORD THRU 4100-EXIT.
003560     PERFORM 4200-TAKE-ONE-NOTIFY THRU 4200-EXIT
003570         UNTIL NOTIFY-EOF.
003580 4000-EXIT.
004080         MOVE ZERO TO WS-RETRY-RC(WS-RETRY-COUNT)
004090         MOVE ZERO TO WS-RETRY-REASON(WS-RETRY-COUNT)
004100     END-IF.
004101     IF RETRY-PAIR-RECORD
004102         IF RETRY-DATASET-DATE IS NUMERIC
004103             AND RETRY-DATASET-DATE > ZERO
004104             MOVE RETRY-DATASET-DATE TO WS-MATCH-DATE
004105         ELSE
004106             IF WS-SESSION-START-TS(1:8) IS NUMERIC
004107                 MOVE WS-SESSION-START-TS(1:8) TO WS-MATCH-DATE
004108             ELSE
004109                 MOVE WS-RUN-DATE TO WS-MATCH-DATE
004110             END-IF
004111         END-IF
004112         PERFORM 3500-FIND-BUSINESS-DATE THRU 3500-EXIT
004113         IF DATE-FOUND
004114             ADD 1 TO WS-DT-RETRIED(WS-DATE-HIT)
004115         END-IF
004116     END-IF.
004117     PERFORM 5100-READ-RETRY-RECORD THRU 5100-EXIT.
004120 5200-EXIT.
004130     EXIT.
004140*
005520*****************************************************************
005530* PRINT-SCORECARD - WRITES THE ONE-PAGE REPORT: THE RUN COUNTS,
005540* THE PER-PAIR ELAPSED SECONDS, AND THE RETRIED PAIRS WITH THE
005550* COMMAND AND RETURN/REASON CODES THAT SANK EACH ONE - WITH
005551* THE PAIRS BY BUSINESS DATE BETWEEN THEM ON A CATCH-UP RUN.
005560*****************************************************************
005570 7000-PRINT-SCORECARD.
005580     MOVE WS-RUN-DATE TO SCH-RUN-DATE.
005990         WRITE SCORECARD-LINE FROM WS-SECTION-LINE
006000     END-IF.
006010     WRITE SCORECARD-LINE FROM WS-BLANK-LINE.
006011*    ONE DATE IS AN ORDINARY NIGHT AND THE COUNTS ABOVE SAY IT
006012*    ALL; SEVERAL MEAN A CATCH-UP RUN OR A DATED RETRY DRAIN.
006013     IF WS-DATE-COUNT > 1
006014         MOVE "PAIRS BY BUSINESS DATE" TO WS-SECTION-LINE
006015         WRITE SCORECARD-LINE FROM WS-SECTION-LINE
006016         WRITE SCORECARD-LINE FROM WS-DATE-HEADING
006017         PERFORM 7300-PRINT-ONE-DATE THRU 7300-EXIT
006018             VARYING WS-PRINT-SUB FROM 1 BY 1
006019             UNTIL WS-PRINT-SUB > WS-DATE-COUNT
006020         IF WS-DATE-OVERFLOW-COUNT > ZERO
006021             MOVE "  (UNDATED OR PAST 31 DATES - IN TOTALS ONLY)"
006022                 TO WS-SECTION-LINE
006023             WRITE SCORECARD-LINE FROM WS-SECTION-LINE
006024         END-IF
006025         WRITE SCORECARD-LINE FROM WS-BLANK-LINE
006026     END-IF.
006027     MOVE "PAIRS SENT TO RETRY" TO WS-SECTION-LINE.
006030     WRITE SCORECARD-LINE FROM WS-SECTION-LINE.
006040     IF WS-RETRY-COUNT = ZERO
006050         MOVE "  NONE" TO WS-SECTION-LINE
006300     WRITE SCORECARD-LINE FROM WS-RETRY-LINE.
006310 7200-EXIT.
006320     EXIT.
006321*
006322 7300-PRINT-ONE-DATE.
006323     MOVE WS-DT-DATE(WS-PRINT-SUB) TO SCD-DATE.
006324     MOVE WS-DT-COMPLETED(WS-PRINT-SUB) TO SCD-COMPLETED.
006325     MOVE WS-DT-RETRIED(WS-PRINT-SUB) TO SCD-RETRIED.
006326     MOVE WS-DT-ELAPSED(WS-PRINT-SUB) TO SCD-ELAPSED.
006327     WRITE SCORECARD-LINE FROM WS-DATE-LINE.
006328 7300-EXIT.
006329     EXIT.
006330*
006340*****************************************************************
006350* TERMINATE-RUN - CLOSE EVERY FILE AND GRADE THE NIGHT FOR THE
006480     END-IF.
006490 9000-EXIT.
006500     EXIT.
006510*
006520*****************************************************************
006530* RECORD-RUN-LEDGER - RECORDS THE STEP'S END ON THE RUN LEDGER,
006540* WITH ITS RETURN CODE AND KEY COUNTS.  THE CALLER HAS SET THE
006550* FUNCTION - ENDING OR ABENDING.  THE CALL LEAVES A RETURN CODE
006560* OF ITS OWN BEHIND, SO THE STEP'S IS PUT BACK AFTERWARD.
006570*****************************************************************
006580 9800-RECORD-RUN-LEDGER.
006590     MOVE RETURN-CODE TO LDG-RETURN-CODE.
006600     MOVE "DONE" TO LDG-COUNT-LABEL(1).
006610     MOVE WS-COMPLETED-COUNT TO LDG-COUNT-VALUE(1).
006620     MOVE "NO ROWS" TO LDG-COUNT-LABEL(2).
006630     MOVE WS-NOROWS-COUNT TO LDG-COUNT-VALUE(2).
006640     MOVE "RETRY" TO LDG-COUNT-LABEL(3).
006650     MOVE WS-RETRY-COUNT TO LDG-COUNT-VALUE(3).
006660     MOVE "ARCHFAIL" TO LDG-COUNT-LABEL(4).
006670     MOVE WS-ARCHFAIL-COUNT TO LDG-COUNT-VALUE(4).
006680     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
006690     MOVE LDG-RETURN-CODE TO RETURN-CODE.
006700 9800-EXIT.
006710     EXIT.
