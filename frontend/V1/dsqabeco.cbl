000340* MODIFICATION HISTORY
000350* DATE       INIT  DESCRIPTION
000360* 2026-09-02 RKH   INITIAL VERSION.
000363* 2026-10-15 RKH   RECORDS ITS START, END, RETURN CODE AND COUNTS
000364*                  ON THE RUN LEDGER (DSQABYCO).
000365* 2026-10-15 RKH   RUNS UNDER THE STREAM'S BUSINESS DATE, TAKEN
000366*                  FROM THE BUSDATE CARD BY THE LEDGER SERVICE,
000367*                  IN PLACE OF TODAY'S DATE - A NIGHT THAT RUNS
000368*                  PAST MIDNIGHT LEDGERS AND DATES ITS WORK UNDER
000369*                  ONE DATE.
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
002550     03  FILLER               PIC X(50)  VALUE SPACES.
002560 01  WS-SECTION-LINE          PIC X(132).
002570 01  WS-COUNT-EDIT            PIC ZZZZ9.
002571*****************************************************************
002572* RUN LEDGER - THE REQUEST AREA PASSED TO THE LEDGER SERVICE
002573* DSQABYCO, WHICH RECORDS THE STEP'S START AND END.  SEE
002574* 0500-CHECK-RUN-LEDGER AND 9800-RECORD-RUN-LEDGER.
002575*****************************************************************
002576     COPY DSQLDGRC.
002580*
002590 PROCEDURE DIVISION.
002600*
002610 0000-MAINLINE.
002615     PERFORM 0500-CHECK-RUN-LEDGER THRU 0500-EXIT.
002620     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002630     PERFORM 2000-PRICE-RETRY-PAIRS THRU 2000-EXIT.
002640     PERFORM 3000-PRICE-CONTROL-PAIRS THRU 3000-EXIT.
002650     PERFORM 5000-SPREAD-UNKNOWN-PAIRS THRU 5000-EXIT.
002660     PERFORM 6000-PRINT-FORECAST   THRU 6000-EXIT.
002670     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
002673     SET LDG-STEP-ENDING TO TRUE.
002676     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
002680     STOP RUN.
002681*
002682*****************************************************************
002683* CHECK-RUN-LEDGER - RECORDS THE STEP'S START ON THE RUN LEDGER
002684* BEFORE ANYTHING IS OPENED.  THE STEP ONLY READS AND REPORTS, SO
002685* A RERUN IS HARMLESS AND IS RECORDED RATHER THAN REFUSED, AND A
002686* LEDGER THAT CANNOT BE READ OR UPDATED DOES NOT HOLD UP THE
002687* FORECAST - THE SERVICE HAS ALREADY SAID SO ON THE JOB LOG.
002688*****************************************************************
002689 0500-CHECK-RUN-LEDGER.
002690     MOVE SPACES TO LEDGER-REQUEST-AREA.
002691     MOVE "DSQABECO" TO LDG-STEP-NAME.
002692*    ZERO - THE SERVICE GIVES BACK THE STREAM'S BUSINESS DATE.
002693     MOVE ZERO TO LDG-BUSINESS-DATE.
002694     MOVE ZERO TO LDG-RETURN-CODE.
002695     SET LDG-RECORD-ONLY TO TRUE.
002696     SET LDG-STEP-STARTING TO TRUE.
002697     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
002701 0500-EXIT.
002702     EXIT.
002704*
002706*****************************************************************
002710* INITIALIZE - OPEN EVERYTHING, LOAD THE RUN CONTROLS AND ZERO
002720* THE INSTANCE ACCUMULATORS.  THE FORECAST CLOCK STARTS AT THE
002730* TIME THIS STEP RUNS, WHICH IS MINUTES AHEAD OF THE DRIVERS.
002840         MOVE 122 TO WS-ABEND-CODE
002850         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
002860     END-IF.
002870     MOVE LDG-BUSINESS-DATE TO WS-RUN-DATE.
002880     ACCEPT WS-START-TIME FROM TIME.
002890     READ PARAMETER-FILE
002900         AT END
006260     CLOSE PARAMETER-FILE CONTROL-FILE RETRY-FILE-IN
006270         HISTORY-FILE FORECAST-REPORT.
006280     MOVE WS-ABEND-CODE TO RETURN-CODE.
006283     SET LDG-STEP-ABENDING TO TRUE.
006286     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
006290     STOP RUN.
006300 7100-EXIT.
006310     EXIT.
006420     END-IF.
006430 9000-EXIT.
006440     EXIT.
006450*
006460*****************************************************************
006470* RECORD-RUN-LEDGER - RECORDS THE STEP'S END ON THE RUN LEDGER,
006480* WITH ITS RETURN CODE AND KEY COUNTS.  THE CALLER HAS SET THE
006490* FUNCTION - ENDING OR ABENDING.  THE CALL LEAVES A RETURN CODE
006500* OF ITS OWN BEHIND, SO THE STEP'S IS PUT BACK AFTERWARD.
006510*****************************************************************
006520 9800-RECORD-RUN-LEDGER.
006530     MOVE RETURN-CODE TO LDG-RETURN-CODE.
006540     MOVE "KNOWN" TO LDG-COUNT-LABEL(1).
006550     MOVE WS-KNOWN-PAIR-COUNT TO LDG-COUNT-VALUE(1).
006560     MOVE "UNKNOWN" TO LDG-COUNT-LABEL(2).
006570     MOVE WS-UNKNOWN-PAIR-COUNT TO LDG-COUNT-VALUE(2).
006580     MOVE "SKIPPED" TO LDG-COUNT-LABEL(3).
006590     MOVE WS-SKIPPED-PAIR-COUNT TO LDG-COUNT-VALUE(3).
006600     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
006610     MOVE LDG-RETURN-CODE TO RETURN-CODE.
006620 9800-EXIT.
006630     EXIT.
