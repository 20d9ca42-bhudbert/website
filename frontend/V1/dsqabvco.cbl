000330* MODIFICATION HISTORY
000340* DATE       INIT  DESCRIPTION
000350* 2026-09-02 RKH   INITIAL VERSION.
000352* 2026-10-15 RKH   RECORDS ITS START, END, RETURN CODE AND COUNTS
000353*                  ON THE RUN LEDGER (DSQABYCO), AND WILL NOT
000354*                  RERUN A DATE ALREADY COMPLETED UNLESS FORCED.
000355* 2026-10-15 RKH   RUNS UNDER THE STREAM'S BUSINESS DATE, TAKEN
000356*                  FROM THE BUSDATE CARD BY THE LEDGER SERVICE,
000357*                  IN PLACE OF TODAY'S DATE - A NIGHT THAT RUNS
000358*                  PAST MIDNIGHT LEDGERS AND DATES ITS WORK UNDER
000359*                  ONE DATE.
000360*-----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
002140     03  QRT-REJECTS          PIC ZZZZZZZ9.
002150     03  FILLER               PIC X(16)  VALUE " TOTAL REJECTS  ".
002160     03  FILLER               PIC X(45)  VALUE SPACES.
002161*****************************************************************
002162* RUN LEDGER - THE REQUEST AREA PASSED TO THE LEDGER SERVICE
002163* DSQABYCO, WHICH RECORDS THE STEP'S START AND END.  SEE
002164* 0500-CHECK-RUN-LEDGER AND 9800-RECORD-RUN-LEDGER.
002165*****************************************************************
002166     COPY DSQLDGRC.
002170*
002180 PROCEDURE DIVISION.
002190*
002200 0000-MAINLINE.
002205     PERFORM 0500-CHECK-RUN-LEDGER THRU 0500-EXIT.
002210     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002220     PERFORM 2000-LOAD-RULES       THRU 2000-EXIT.
002230     PERFORM 3000-VALIDATE-ALL-EXPORTS THRU 3000-EXIT.
002240     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
002243     SET LDG-STEP-ENDING TO TRUE.
002246     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
002247     STOP RUN.
002248*
002249*****************************************************************
002250* CHECK-RUN-LEDGER - RECORDS THE STEP'S START ON THE RUN LEDGER
002251* BEFORE ANYTHING IS OPENED.  A STEP ALREADY COMPLETED FOR THE
002252* DATE IS NOT RUN AGAIN - IT ENDS HERE WITH THE RETURN CODE IT
002253* ENDED WITH THE FIRST TIME - UNLESS ITS LEDGCTL CARD SAYS FORCE.
002254* A LEDGER THAT CANNOT BE READ OR UPDATED STOPS THE STEP WITH
002255* RETURN CODE 122 RATHER THAN RISK REPEATING THE WORK.
002256*****************************************************************
002257 0500-CHECK-RUN-LEDGER.
002258     MOVE SPACES TO LEDGER-REQUEST-AREA.
002259     MOVE "DSQABVCO" TO LDG-STEP-NAME.
002260*    ZERO - THE SERVICE GIVES BACK THE STREAM'S BUSINESS DATE.
002263     MOVE ZERO TO LDG-BUSINESS-DATE.
002264     MOVE ZERO TO LDG-RETURN-CODE.
002265     SET LDG-CHECK-FOR-RERUN TO TRUE.
002266     SET LDG-STEP-STARTING TO TRUE.
002267     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
002268     IF LDG-ALREADY-COMPLETE
002269         MOVE LDG-RETURN-CODE TO RETURN-CODE
002270         STOP RUN
002271     END-IF.
002272     IF LDG-LEDGER-FAILED
002273         MOVE 122 TO RETURN-CODE
002274         STOP RUN
002275     END-IF.
002276 0500-EXIT.
002277     EXIT.
002278*
002279 1000-INITIALIZE.
002280     OPEN INPUT  RULES-FILE.
002290     OPEN INPUT  MANIFEST-FILE.
002300     OPEN OUTPUT EXCEPTION-FILE.
002310     OPEN OUTPUT QUALITY-REPORT.
002320     MOVE LDG-BUSINESS-DATE TO WS-RUN-DATE.
002330     MOVE WS-RUN-DATE TO QRH-RUN-DATE.
002340     WRITE QUALITY-LINE FROM WS-HEADING-1.
002350     WRITE QUALITY-LINE FROM WS-HEADING-2.
005080     CLOSE RULES-FILE MANIFEST-FILE EXCEPTION-FILE
005090         QUALITY-REPORT.
005100     MOVE WS-ABEND-CODE TO RETURN-CODE.
005103     SET LDG-STEP-ABENDING TO TRUE.
005106     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
005110     STOP RUN.
005120 7100-EXIT.
005130     EXIT.
005380     END-IF.
005390 9000-EXIT.
005400     EXIT.
005410*
005420*****************************************************************
005430* RECORD-RUN-LEDGER - RECORDS THE STEP'S END ON THE RUN LEDGER,
005440* WITH ITS RETURN CODE AND KEY COUNTS.  THE CALLER HAS SET THE
005450* FUNCTION - ENDING OR ABENDING.  THE CALL LEAVES A RETURN CODE
005460* OF ITS OWN BEHIND, SO THE STEP'S IS PUT BACK AFTERWARD.
005470*****************************************************************
005480 9800-RECORD-RUN-LEDGER.
005490     MOVE RETURN-CODE TO LDG-RETURN-CODE.
005500     MOVE "CLEAN" TO LDG-COUNT-LABEL(1).
005510     MOVE WS-CLEAN-COUNT TO LDG-COUNT-VALUE(1).
005520     MOVE "DIRTY" TO LDG-COUNT-LABEL(2).
005530     MOVE WS-DIRTY-COUNT TO LDG-COUNT-VALUE(2).
005540     MOVE "MISSING" TO LDG-COUNT-LABEL(3).
005550     MOVE WS-MISSING-COUNT TO LDG-COUNT-VALUE(3).
005560     MOVE "UNRULED" TO LDG-COUNT-LABEL(4).
005570     MOVE WS-UNRULED-COUNT TO LDG-COUNT-VALUE(4).
005580     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
005590     MOVE LDG-RETURN-CODE TO RETURN-CODE.
005600 9800-EXIT.
005610     EXIT.
