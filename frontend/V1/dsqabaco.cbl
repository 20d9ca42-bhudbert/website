000360* MODIFICATION HISTORY
000370* DATE       INIT  DESCRIPTION
000380* 2026-09-02 RKH   INITIAL VERSION.
000381* 2026-10-15 RKH   EVERY DISPOSITION IS ALSO WRITTEN AS A DSQACKRC
000382*                  RECORD ON ACKRSLT, STAMPED WITH THE TIME IT
000383*                  WAS RECORDED, FOR THE DELIVERY SLA STEP.
000384* 2026-10-15 RKH   RECORDS ITS START, END, RETURN CODE AND COUNTS
000385*                  ON THE RUN LEDGER (DSQABYCO), AND WILL NOT
000386*                  RERUN A DATE ALREADY COMPLETED UNLESS FORCED.
000388* 2026-10-15 RKH   RUNS UNDER THE STREAM'S BUSINESS DATE, TAKEN
000390*                  FROM THE BUSDATE CARD BY THE LEDGER SERVICE,
000392*                  IN PLACE OF TODAY'S DATE - A NIGHT THAT RUNS
000394*                  PAST MIDNIGHT LEDGERS AND DATES ITS WORK UNDER
000396*                  ONE DATE.
000398*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.    IBM-370.
000550                          ORGANIZATION IS SEQUENTIAL.
000560     SELECT ACK-REPORT ASSIGN TO "ACKRPT"
000570                          ORGANIZATION IS SEQUENTIAL.
000571     SELECT ACK-RESULT-FILE ASSIGN TO "ACKRSLT"
000572                          ORGANIZATION IS SEQUENTIAL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600*****************************************************************
001060 FD  ACK-REPORT
001070     RECORDING MODE IS F.
001080 01  ACK-REPORT-LINE          PIC X(132).
001081*****************************************************************
001082* ACK-RESULT-FILE - ONE DSQACKRC RECORD PER DISPOSITION ON THE
001083* REPORT, AND ONE PER EXPORT CARRIED FORWARD.
001084*****************************************************************
001085 FD  ACK-RESULT-FILE
001086     RECORDING MODE IS F.
001087     COPY DSQACKRC.
001090 WORKING-STORAGE SECTION.
001100*****************************************************************
001110* SWITCHES
001490 01  WS-TODAY-DAY-NUMBER      PIC S9(09) USAGE IS COMP-4.
001500 01  WS-ENTRY-DAY-NUMBER      PIC S9(09) USAGE IS COMP-4.
001510 01  WS-ENTRY-AGE-DAYS        PIC S9(05) USAGE IS COMP-4.
001511 01  WS-CURRENT-DATE          PIC 9(08).
001512 01  WS-CURRENT-TIME          PIC 9(08).
001520*****************************************************************
001530* COUNTS
001540*****************************************************************
002110     03  FILLER               PIC X(16)  VALUE " CARRIED FORWARD".
002120     03  FILLER               PIC X(56)  VALUE SPACES.
002130 01  WS-SECTION-LINE          PIC X(132).
002131*****************************************************************
002132* RUN LEDGER - THE REQUEST AREA PASSED TO THE LEDGER SERVICE
002133* DSQABYCO, WHICH RECORDS THE STEP'S START AND END.  SEE
002134* 0500-CHECK-RUN-LEDGER AND 9800-RECORD-RUN-LEDGER.
002135*****************************************************************
002136     COPY DSQLDGRC.
002140*
002150 PROCEDURE DIVISION.
002160*
002170 0000-MAINLINE.
002175     PERFORM 0500-CHECK-RUN-LEDGER THRU 0500-EXIT.
002180     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002190     PERFORM 2000-LOAD-OUTSTANDING THRU 2000-EXIT.
002200     PERFORM 3000-LOAD-MANIFEST    THRU 3000-EXIT.
002210     PERFORM 4000-MATCH-ACKS       THRU 4000-EXIT.
002220     PERFORM 5000-AGE-AND-CARRY    THRU 5000-EXIT.
002230     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
002233     SET LDG-STEP-ENDING TO TRUE.
002236     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
002237     STOP RUN.
002238*
002239*****************************************************************
002240* CHECK-RUN-LEDGER - RECORDS THE STEP'S START ON THE RUN LEDGER
002241* BEFORE ANYTHING IS OPENED.  A STEP ALREADY COMPLETED FOR THE
002242* DATE IS NOT RUN AGAIN - IT ENDS HERE WITH THE RETURN CODE IT
002243* ENDED WITH THE FIRST TIME - UNLESS ITS LEDGCTL CARD SAYS FORCE.
002244* A LEDGER THAT CANNOT BE READ OR UPDATED STOPS THE STEP WITH
002245* RETURN CODE 122 RATHER THAN RISK REPEATING THE WORK.
002246*****************************************************************
002247 0500-CHECK-RUN-LEDGER.
002248     MOVE SPACES TO LEDGER-REQUEST-AREA.
002249     MOVE "DSQABACO" TO LDG-STEP-NAME.
002250*    ZERO - THE SERVICE GIVES BACK THE STREAM'S BUSINESS DATE.
002253     MOVE ZERO TO LDG-BUSINESS-DATE.
002254     MOVE ZERO TO LDG-RETURN-CODE.
002255     SET LDG-CHECK-FOR-RERUN TO TRUE.
002256     SET LDG-STEP-STARTING TO TRUE.
002257     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
002258     IF LDG-ALREADY-COMPLETE
002259         MOVE LDG-RETURN-CODE TO RETURN-CODE
002260         STOP RUN
002261     END-IF.
002262     IF LDG-LEDGER-FAILED
002263         MOVE 122 TO RETURN-CODE
002264         STOP RUN
002265     END-IF.
002266 0500-EXIT.
002267     EXIT.
002268*
002269*****************************************************************
002270* INITIALIZE - OPEN EVERYTHING AND LOAD THE AGE LIMIT.  THE
002280* LIMIT DRIVES THE WHOLE POINT OF THE AGING SECTION, SO AN
002290* EMPTY OR NON-NUMERIC PARAMETER IS A SETUP ERROR.
002350     OPEN INPUT  AGE-PARM-FILE.
002360     OPEN OUTPUT OUTSTANDING-FILE-OUT.
002370     OPEN OUTPUT ACK-REPORT.
002371     OPEN OUTPUT ACK-RESULT-FILE.
002380     MOVE LDG-BUSINESS-DATE TO WS-RUN-DATE.
002390     COMPUTE WS-TODAY-DAY-NUMBER =
002400         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
002410     READ AGE-PARM-FILE
003730             AKD-DISPOSITION
003740         ADD 1 TO WS-STRAY-ACK-COUNT
003750         WRITE ACK-REPORT-LINE FROM WS-DETAIL-LINE
003751         MOVE SPACES TO ACK-RESULT-RECORD
003752         MOVE ACK-QUERY-NAME TO ACKR-QUERY-NAME
003753         MOVE ACK-DATASET-DATE TO ACKR-DATASET-DATE
003754         SET ACKR-STRAY TO TRUE
003755         MOVE ZERO TO ACKR-SENT-ROWS
003756         MOVE ACK-ROW-COUNT TO ACKR-ACK-ROWS
003757         MOVE ZERO TO ACKR-AGE-DAYS
003758         PERFORM 6000-WRITE-ACK-RESULT THRU 6000-EXIT
003760         GO TO 4200-ADVANCE
003770     END-IF.
003771     MOVE SPACES TO ACK-RESULT-RECORD.
003772     MOVE WS-OT-QUERY(WS-OUT-HIT) TO ACKR-QUERY-NAME.
003773     MOVE WS-OT-DATE(WS-OUT-HIT) TO ACKR-DATASET-DATE.
003774     MOVE WS-OT-ROWS(WS-OUT-HIT) TO ACKR-SENT-ROWS.
003775     MOVE ACK-ROW-COUNT TO ACKR-ACK-ROWS.
003776     MOVE ZERO TO ACKR-AGE-DAYS.
003780     MOVE WS-OT-QUERY(WS-OUT-HIT) TO AKD-QUERY.
003790     MOVE WS-OT-DATE(WS-OUT-HIT) TO AKD-DATE.
003800     MOVE WS-OT-ROWS(WS-OUT-HIT) TO AKD-SENT-ROWS.
003830         MOVE "C" TO WS-OT-STATE(WS-OUT-HIT)
003840         MOVE "CLEARED" TO AKD-DISPOSITION
003850         ADD 1 TO WS-CLEARED-COUNT
003851         SET ACKR-CLEARED TO TRUE
003860     ELSE
003870         MOVE "M" TO WS-OT-STATE(WS-OUT-HIT)
003880         MOVE "COUNT MISMATCH - STILL OPEN" TO AKD-DISPOSITION
003890         ADD 1 TO WS-MISMATCH-COUNT
003891         SET ACKR-MISMATCHED TO TRUE
003900     END-IF.
003910     WRITE ACK-REPORT-LINE FROM WS-DETAIL-LINE.
003911     PERFORM 6000-WRITE-ACK-RESULT THRU 6000-EXIT.
003920 4200-ADVANCE.
003930     PERFORM 4100-READ-ACK THRU 4100-EXIT.
003940 4200-EXIT.
004340         FUNCTION INTEGER-OF-DATE(WS-OT-DATE(WS-OUT-SUB)).
004350     COMPUTE WS-ENTRY-AGE-DAYS =
004360         WS-TODAY-DAY-NUMBER - WS-ENTRY-DAY-NUMBER.
004361     MOVE SPACES TO ACK-RESULT-RECORD.
004362     MOVE WS-OT-QUERY(WS-OUT-SUB) TO ACKR-QUERY-NAME.
004363     MOVE WS-OT-DATE(WS-OUT-SUB) TO ACKR-DATASET-DATE.
004364     MOVE WS-OT-ROWS(WS-OUT-SUB) TO ACKR-SENT-ROWS.
004365     MOVE ZERO TO ACKR-ACK-ROWS.
004366     IF WS-ENTRY-AGE-DAYS > ZERO
004367         MOVE WS-ENTRY-AGE-DAYS TO ACKR-AGE-DAYS
004368     ELSE
004369         MOVE ZERO TO ACKR-AGE-DAYS
004370     END-IF.
004371     SET ACKR-STILL-OPEN TO TRUE.
004375     IF WS-ENTRY-AGE-DAYS > WS-AGE-LIMIT-DAYS
004380         MOVE WS-OT-QUERY(WS-OUT-SUB) TO AKA-QUERY
004390         MOVE WS-OT-DATE(WS-OUT-SUB) TO AKA-DATE
004400         MOVE WS-ENTRY-AGE-DAYS TO AKA-AGE
004410         ADD 1 TO WS-AGED-COUNT
004420         WRITE ACK-REPORT-LINE FROM WS-AGING-LINE
004421         SET ACKR-AGED TO TRUE
004430     END-IF.
004431     PERFORM 6000-WRITE-ACK-RESULT THRU 6000-EXIT.
004440 5100-EXIT.
004450     EXIT.
004451*
004452*****************************************************************
004453* WRITE-ACK-RESULT - STAMPS THE DSQACKRC RECORD BUILT BY THE
004454* CALLER WITH THE CURRENT DATE AND TIME AND WRITES IT.
004455*****************************************************************
004456 6000-WRITE-ACK-RESULT.
004457     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004458     ACCEPT WS-CURRENT-TIME FROM TIME.
004459     MOVE WS-CURRENT-DATE TO ACKR-DATE.
004460     MOVE WS-CURRENT-TIME TO ACKR-TIME.
004461     WRITE ACK-RESULT-RECORD.
004462 6000-EXIT.
004463     EXIT.
004466*
004470 7100-ABEND-RUN.
004480     CLOSE OUTSTANDING-FILE-IN MANIFEST-FILE ACK-FILE
004490         OUTSTANDING-FILE-OUT ACK-REPORT ACK-RESULT-FILE.
004500     MOVE WS-ABEND-CODE TO RETURN-CODE.
004503     SET LDG-STEP-ABENDING TO TRUE.
004506     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
004510     STOP RUN.
004520 7100-EXIT.
004530     EXIT.
004650     MOVE WS-AGED-COUNT TO AKT-AGED.
004660     MOVE WS-CARRIED-COUNT TO AKT-CARRIED.
004670     WRITE ACK-REPORT-LINE FROM WS-TOTAL-LINE.
004680     CLOSE OUTSTANDING-FILE-OUT ACK-REPORT ACK-RESULT-FILE.
004690     IF WS-MISMATCH-COUNT > ZERO
004700         OR WS-STRAY-ACK-COUNT > ZERO
004710         MOVE 8 TO RETURN-CODE
004760     END-IF.
004770 9000-EXIT.
004780     EXIT.
004790*
004800*****************************************************************
004810* RECORD-RUN-LEDGER - RECORDS THE STEP'S END ON THE RUN LEDGER,
004820* WITH ITS RETURN CODE AND KEY COUNTS.  THE CALLER HAS SET THE
004830* FUNCTION - ENDING OR ABENDING.  THE CALL LEAVES A RETURN CODE
004840* OF ITS OWN BEHIND, SO THE STEP'S IS PUT BACK AFTERWARD.
004850*****************************************************************
004860 9800-RECORD-RUN-LEDGER.
004870     MOVE RETURN-CODE TO LDG-RETURN-CODE.
004880     MOVE "CLEARED" TO LDG-COUNT-LABEL(1).
004890     MOVE WS-CLEARED-COUNT TO LDG-COUNT-VALUE(1).
004900     MOVE "MISMATCH" TO LDG-COUNT-LABEL(2).
004910     MOVE WS-MISMATCH-COUNT TO LDG-COUNT-VALUE(2).
004920     MOVE "AGED" TO LDG-COUNT-LABEL(3).
004930     MOVE WS-AGED-COUNT TO LDG-COUNT-VALUE(3).
004940     MOVE "CARRIED" TO LDG-COUNT-LABEL(4).
004950     MOVE WS-CARRIED-COUNT TO LDG-COUNT-VALUE(4).
004960     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
004970     MOVE LDG-RETURN-CODE TO RETURN-CODE.
004980 9800-EXIT.
004990     EXIT.
