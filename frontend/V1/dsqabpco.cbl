000284*                  RERUN OF THIS STEP FINDS ITS RECORDS ALREADY
000285*                  THERE AND COUNTS THEM AS DUPLICATES INSTEAD
000286*                  OF POSTING THE NIGHT TWICE.
000287* 2026-10-15 RKH   RECORDS ITS START, END, RETURN CODE AND COUNTS
000288*                  ON THE RUN LEDGER (DSQABYCO), AND WILL NOT
000289*                  RERUN A DATE ALREADY COMPLETED UNLESS FORCED.
000291* 2026-10-15 RKH   LEDGERS UNDER THE STREAM'S BUSINESS DATE,
000293*                  TAKEN FROM THE BUSDATE CARD BY THE LEDGER
000295*                  SERVICE, IN PLACE OF TODAY'S DATE.
000297*-----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.    IBM-370.
000510* DATASET ON HIST-KEY (QUERY NAME PLUS RUN TIMESTAMP).  EVERY
000520* NIGHT'S STATISTICS ARE WRITTEN BY KEY, SO READERS SEE THE
000530* FILE IN QUERY ORDER AND A RERUN CANNOT DOUBLE-POST A NIGHT.
000535*****************************************************************
000540 FD  HISTORY-FILE
000550     RECORDING MODE IS F.
000560     COPY DSQHISTC.
000642                              VALUE ZERO.
000643 01  WS-HISTORY-STATUS        PIC X(02)  VALUE "00".
000644 01  WS-ABEND-CODE            PIC S9(08) USAGE IS COMP-4.
000645*****************************************************************
000646* RUN LEDGER - THE REQUEST AREA PASSED TO THE LEDGER SERVICE
000647* DSQABYCO, WHICH RECORDS THE STEP'S START AND END.  SEE
000648* 0500-CHECK-RUN-LEDGER AND 9800-RECORD-RUN-LEDGER.
000649*****************************************************************
000650     COPY DSQLDGRC.
000655*
000660 PROCEDURE DIVISION.
000670*
000680 0000-MAINLINE.
000685     PERFORM 0500-CHECK-RUN-LEDGER THRU 0500-EXIT.
000690     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
000700     PERFORM 2000-POST-STATISTICS  THRU 2000-EXIT.
000710     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
000713     SET LDG-STEP-ENDING TO TRUE.
000716     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
000717     STOP RUN.
000718*
000719*****************************************************************
000720* CHECK-RUN-LEDGER - RECORDS THE STEP'S START ON THE RUN LEDGER
000721* BEFORE ANYTHING IS OPENED.  A STEP ALREADY COMPLETED FOR THE
000722* DATE IS NOT RUN AGAIN - IT ENDS HERE WITH THE RETURN CODE IT
000723* ENDED WITH THE FIRST TIME - UNLESS ITS LEDGCTL CARD SAYS FORCE.
000724* A LEDGER THAT CANNOT BE READ OR UPDATED STOPS THE STEP WITH
000725* RETURN CODE 122 RATHER THAN RISK REPEATING THE WORK.
000726*****************************************************************
000727 0500-CHECK-RUN-LEDGER.
000728     MOVE SPACES TO LEDGER-REQUEST-AREA.
000729     MOVE "DSQABPCO" TO LDG-STEP-NAME.
000730*    ZERO - THE SERVICE GIVES BACK THE STREAM'S BUSINESS DATE.
000733     MOVE ZERO TO LDG-BUSINESS-DATE.
000734     MOVE ZERO TO LDG-RETURN-CODE.
000735     SET LDG-CHECK-FOR-RERUN TO TRUE.
000736     SET LDG-STEP-STARTING TO TRUE.
000737     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
000738     IF LDG-ALREADY-COMPLETE
000739         MOVE LDG-RETURN-CODE TO RETURN-CODE
000740         STOP RUN
000741     END-IF.
000742     IF LDG-LEDGER-FAILED
000743         MOVE 122 TO RETURN-CODE
000744         STOP RUN
000745     END-IF.
000746 0500-EXIT.
000747     EXIT.
000748*
000749 1000-INITIALIZE.
000750     OPEN INPUT  STATISTICS-FILE.
000760     OPEN I-O    HISTORY-FILE.
000761     IF WS-HISTORY-STATUS NOT = "00"
000810* POST-STATISTICS - WRITES EVERY STATISTICS RECORD TO THE
000820* HISTORY FILE BY KEY.  A KEY ALREADY ON FILE MEANS THIS STEP
000830* WAS RERUN OVER A NIGHT IT ALREADY POSTED - THE RECORD IS
000833* COUNTED AS A DUPLICATE AND LEFT ALONE.
000836*****************************************************************
000840 2000-POST-STATISTICS.
000850     PERFORM 2100-READ-STATISTICS THRU 2100-EXIT.
000860     PERFORM 2200-POST-ONE-RECORD THRU 2200-EXIT
001127 7100-ABEND-RUN.
001128     CLOSE STATISTICS-FILE HISTORY-FILE.
001129     MOVE WS-ABEND-CODE TO RETURN-CODE.
001130     SET LDG-STEP-ABENDING TO TRUE.
001131     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
001132     STOP RUN.
001133 7100-EXIT.
001134     EXIT.
001135*
001136 9000-TERMINATE-RUN.
001140     DISPLAY "DSQABPCO - " WS-POSTED-COUNT
001150         " STATISTICS RECORDS POSTED TO HISTORY, "
001151         WS-DUPLICATE-COUNT " ALREADY ON FILE".
001160     CLOSE STATISTICS-FILE HISTORY-FILE.
001170 9000-EXIT.
001180     EXIT.
001190*
001200*****************************************************************
001210* RECORD-RUN-LEDGER - RECORDS THE STEP'S END ON THE RUN LEDGER,
001220* WITH ITS RETURN CODE AND KEY COUNTS.  THE CALLER HAS SET THE
001230* FUNCTION - ENDING OR ABENDING.  THE CALL LEAVES A RETURN CODE
001240* OF ITS OWN BEHIND, SO THE STEP'S IS PUT BACK AFTERWARD.
001250*****************************************************************
001260 9800-RECORD-RUN-LEDGER.
001270     MOVE RETURN-CODE TO LDG-RETURN-CODE.
001280     MOVE "POSTED" TO LDG-COUNT-LABEL(1).
001290     MOVE WS-POSTED-COUNT TO LDG-COUNT-VALUE(1).
001300     MOVE "ON FILE" TO LDG-COUNT-LABEL(2).
001310     MOVE WS-DUPLICATE-COUNT TO LDG-COUNT-VALUE(2).
001320     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
001330     MOVE LDG-RETURN-CODE TO RETURN-CODE.
001340 9800-EXIT.
001350     EXIT.
