000260* MODIFICATION HISTORY
000270* DATE       INIT  DESCRIPTION
000280* 2026-08-22 RKH   INITIAL VERSION.
000282* 2026-10-15 RKH   RECORDS ITS START, END, RETURN CODE AND COUNTS
000284*                  ON THE RUN LEDGER (DSQABYCO), AND WILL NOT
000285*                  RERUN A DATE ALREADY COMPLETED UNLESS FORCED.
000286* 2026-10-15 RKH   LEDGERS UNDER THE STREAM'S BUSINESS DATE,
000287*                  TAKEN FROM THE BUSDATE CARD BY THE LEDGER
000288*                  SERVICE, IN PLACE OF TODAY'S DATE.
000290*-----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
001010                              VALUE ZERO.
001020 01  WS-RETRY-COUNT           PIC S9(08) USAGE IS COMP-4
001030                              VALUE ZERO.
001031*****************************************************************
001032* RUN LEDGER - THE REQUEST AREA PASSED TO THE LEDGER SERVICE
001033* DSQABYCO, WHICH RECORDS THE STEP'S START AND END.  SEE
001034* 0500-CHECK-RUN-LEDGER AND 9800-RECORD-RUN-LEDGER.
001035*****************************************************************
001036     COPY DSQLDGRC.
001040*
001050 PROCEDURE DIVISION.
001060*
001070 0000-MAINLINE.
001075     PERFORM 0500-CHECK-RUN-LEDGER THRU 0500-EXIT.
001080     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001090     PERFORM 2000-COLLATE-AUDIT    THRU 2000-EXIT.
001100     PERFORM 3000-COLLATE-STATISTICS THRU 3000-EXIT.
001110     PERFORM 4000-COLLATE-NOTIFY   THRU 4000-EXIT.
001120     PERFORM 5000-COLLATE-RETRY    THRU 5000-EXIT.
001130     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
001133     SET LDG-STEP-ENDING TO TRUE.
001136     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
001137     STOP RUN.
001138*
001139*****************************************************************
001140* CHECK-RUN-LEDGER - RECORDS THE STEP'S START ON THE RUN LEDGER
001141* BEFORE ANYTHING IS OPENED.  A STEP ALREADY COMPLETED FOR THE
001142* DATE IS NOT RUN AGAIN - IT ENDS HERE WITH THE RETURN CODE IT
001143* ENDED WITH THE FIRST TIME - UNLESS ITS LEDGCTL CARD SAYS FORCE.
001144* A LEDGER THAT CANNOT BE READ OR UPDATED STOPS THE STEP WITH
001145* RETURN CODE 122 RATHER THAN RISK REPEATING THE WORK.
001146*****************************************************************
001147 0500-CHECK-RUN-LEDGER.
001148     MOVE SPACES TO LEDGER-REQUEST-AREA.
001149     MOVE "DSQABCCO" TO LDG-STEP-NAME.
001150*    ZERO - THE SERVICE GIVES BACK THE STREAM'S BUSINESS DATE.
001153     MOVE ZERO TO LDG-BUSINESS-DATE.
001154     MOVE ZERO TO LDG-RETURN-CODE.
001155     SET LDG-CHECK-FOR-RERUN TO TRUE.
001156     SET LDG-STEP-STARTING TO TRUE.
001157     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
001158     IF LDG-ALREADY-COMPLETE
001159         MOVE LDG-RETURN-CODE TO RETURN-CODE
001160         STOP RUN
001161     END-IF.
001162     IF LDG-LEDGER-FAILED
001163         MOVE 122 TO RETURN-CODE
001164         STOP RUN
001165     END-IF.
001166 0500-EXIT.
001167     EXIT.
001168*
001169 1000-INITIALIZE.
001170     OPEN INPUT  AUDIT-FILE-IN.
001180     OPEN EXTEND AUDIT-FILE-OUT.
001190     OPEN INPUT  STATISTICS-FILE-IN.
002230         RETRY-FILE-IN RETRY-FILE-OUT.
002240 9000-EXIT.
002250     EXIT.
002260*
002270*****************************************************************
002280* RECORD-RUN-LEDGER - RECORDS THE STEP'S END ON THE RUN LEDGER,
002290* WITH ITS RETURN CODE AND KEY COUNTS.  THE CALLER HAS SET THE
002300* FUNCTION - ENDING OR ABENDING.  THE CALL LEAVES A RETURN CODE
002310* OF ITS OWN BEHIND, SO THE STEP'S IS PUT BACK AFTERWARD.
002320*****************************************************************
002330 9800-RECORD-RUN-LEDGER.
002340     MOVE RETURN-CODE TO LDG-RETURN-CODE.
002350     MOVE "AUDIT" TO LDG-COUNT-LABEL(1).
002360     MOVE WS-AUDIT-COUNT TO LDG-COUNT-VALUE(1).
002370     MOVE "STATS" TO LDG-COUNT-LABEL(2).
002380     MOVE WS-STATS-COUNT TO LDG-COUNT-VALUE(2).
002390     MOVE "NOTIFY" TO LDG-COUNT-LABEL(3).
002400     MOVE WS-NOTIFY-COUNT TO LDG-COUNT-VALUE(3).
002410     MOVE "RETRY" TO LDG-COUNT-LABEL(4).
002420     MOVE WS-RETRY-COUNT TO LDG-COUNT-VALUE(4).
002430     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
002440     MOVE LDG-RETURN-CODE TO RETURN-CODE.
002450 9800-EXIT.
002460     EXIT.
