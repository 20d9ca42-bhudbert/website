000290* MODIFICATION HISTORY
000300* DATE       INIT  DESCRIPTION
000310* 2026-08-22 RKH   INITIAL VERSION.
000312* 2026-10-15 RKH   EVERY SHORT OR MISSING EXPORT IS ALSO WRITTEN
000314*                  TO THE PROBLEM FILE ON THE XMITEXC DD (LAYOUT
000316*                  IN DSQPRBRC) FOR THE INCIDENT INTERFACE STEP
000318*                  DSQABICO.
000319* 2026-10-15 RKH   RECORDS ITS START, END, RETURN CODE AND COUNTS
000320*                  ON THE RUN LEDGER (DSQABYCO), AND WILL NOT
000321*                  RERUN A DATE ALREADY COMPLETED UNLESS FORCED.
000322* 2026-10-15 RKH   RUNS UNDER THE STREAM'S BUSINESS DATE, TAKEN
000323*                  FROM THE BUSDATE CARD BY THE LEDGER SERVICE,
000324*                  IN PLACE OF TODAY'S DATE - A NIGHT THAT RUNS
000325*                  PAST MIDNIGHT LEDGERS AND DATES ITS WORK UNDER
000326*                  ONE DATE.
000327*-----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.    IBM-370.
000450                          ORGANIZATION IS SEQUENTIAL.
000460     SELECT TRANSMITTAL-REPORT ASSIGN TO "TRANRPT"
000470                          ORGANIZATION IS SEQUENTIAL.
000473     SELECT PROBLEM-FILE ASSIGN TO "XMITEXC"
000476                          ORGANIZATION IS SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500*****************************************************************
000770 FD  TRANSMITTAL-REPORT
000780     RECORDING MODE IS F.
000790 01  TRANSMITTAL-LINE         PIC X(132).
000791*****************************************************************
000792* PROBLEM-FILE - ONE RECORD PER SHORT OR MISSING EXPORT, FOR THE
000793* INCIDENT INTERFACE STEP.  EMPTY ON A CLEAN NIGHT.
000794*****************************************************************
000795 FD  PROBLEM-FILE
000796     RECORDING MODE IS F.
000797     COPY DSQPRBRC.
000800 WORKING-STORAGE SECTION.
000810*****************************************************************
000820* SWITCHES AND FILE STATUS
001060 01  WS-MISSING-COUNT         PIC S9(05) USAGE IS COMP-4
001070                              VALUE ZERO.
001080 01  WS-RUN-DATE              PIC 9(08).
001081 01  WS-PROBLEM-CODE          PIC X(08).
001090*****************************************************************
001100* HEADER AND TRAILER RECORD LAYOUTS FOR THE WRAPPED COPY
001110*****************************************************************
001540     03  TWT-MISSING          PIC ZZZZ9.
001550     03  FILLER               PIC X(08)  VALUE " MISSING".
001560     03  FILLER               PIC X(93)  VALUE SPACES.
001561*****************************************************************
001562* RUN LEDGER - THE REQUEST AREA PASSED TO THE LEDGER SERVICE
001563* DSQABYCO, WHICH RECORDS THE STEP'S START AND END.  SEE
001564* 0500-CHECK-RUN-LEDGER AND 9800-RECORD-RUN-LEDGER.
001565*****************************************************************
001566     COPY DSQLDGRC.
001570*
001580 PROCEDURE DIVISION.
001590*
001600 0000-MAINLINE.
001605     PERFORM 0500-CHECK-RUN-LEDGER THRU 0500-EXIT.
001610     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001620     PERFORM 2000-WRAP-ALL-EXPORTS THRU 2000-EXIT.
001630     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
001633     SET LDG-STEP-ENDING TO TRUE.
001636     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
001637     STOP RUN.
001638*
001639*****************************************************************
001640* CHECK-RUN-LEDGER - RECORDS THE STEP'S START ON THE RUN LEDGER
001641* BEFORE ANYTHING IS OPENED.  A STEP ALREADY COMPLETED FOR THE
001642* DATE IS NOT RUN AGAIN - IT ENDS HERE WITH THE RETURN CODE IT
001643* ENDED WITH THE FIRST TIME - UNLESS ITS LEDGCTL CARD SAYS FORCE.
001644* A LEDGER THAT CANNOT BE READ OR UPDATED STOPS THE STEP WITH
001645* RETURN CODE 122 RATHER THAN RISK REPEATING THE WORK.
001646*****************************************************************
001647 0500-CHECK-RUN-LEDGER.
001648     MOVE SPACES TO LEDGER-REQUEST-AREA.
001649     MOVE "DSQABWCO" TO LDG-STEP-NAME.
001650*    ZERO - THE SERVICE GIVES BACK THE STREAM'S BUSINESS DATE.
001653     MOVE ZERO TO LDG-BUSINESS-DATE.
001654     MOVE ZERO TO LDG-RETURN-CODE.
001655     SET LDG-CHECK-FOR-RERUN TO TRUE.
001656     SET LDG-STEP-STARTING TO TRUE.
001657     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
001658     IF LDG-ALREADY-COMPLETE
001659         MOVE LDG-RETURN-CODE TO RETURN-CODE
001660         STOP RUN
001661     END-IF.
001662     IF LDG-LEDGER-FAILED
001663         MOVE 122 TO RETURN-CODE
001664         STOP RUN
001665     END-IF.
001666 0500-EXIT.
001667     EXIT.
001668*
001669 1000-INITIALIZE.
001670     OPEN INPUT  MANIFEST-FILE.
001680     OPEN OUTPUT TRANSMITTAL-REPORT.
001685     OPEN OUTPUT PROBLEM-FILE.
001690     MOVE LDG-BUSINESS-DATE TO WS-RUN-DATE.
001700     MOVE WS-RUN-DATE TO TWH-RUN-DATE.
001710     WRITE TRANSMITTAL-LINE FROM WS-HEADING-1.
001720     WRITE TRANSMITTAL-LINE FROM WS-HEADING-2.
002080         MOVE "MISSING" TO TWD-STATUS
002090         ADD 1 TO WS-MISSING-COUNT
002100         WRITE TRANSMITTAL-LINE FROM WS-DETAIL-LINE
002103         MOVE "XMITMISS" TO WS-PROBLEM-CODE
002106         PERFORM 2600-WRITE-PROBLEM THRU 2600-EXIT
002110         GO TO 2200-ADVANCE
002120     END-IF.
002130     OPEN OUTPUT XMIT-FILE-OUT.
002300     ELSE
002310         MOVE "SHORT" TO TWD-STATUS
002320         ADD 1 TO WS-SHORT-COUNT
002323         MOVE "XMITSHRT" TO WS-PROBLEM-CODE
002326         PERFORM 2600-WRITE-PROBLEM THRU 2600-EXIT
002330     END-IF.
002340     WRITE TRANSMITTAL-LINE FROM WS-DETAIL-LINE.
002350 2200-ADVANCE.
002710     PERFORM 2400-READ-EXPORT-RECORD THRU 2400-EXIT.
002720 2500-EXIT.
002730     EXIT.
002731*
002732*****************************************************************
002733* WRITE-PROBLEM - RECORDS THE SHORT OR MISSING EXPORT FOR THE
002734* INCIDENT INTERFACE, WITH THE MANIFEST AND FOUND COUNTS FROM
002735* THE DETAIL LINE JUST BUILT.
002736*****************************************************************
002737 2600-WRITE-PROBLEM.
002738     MOVE SPACES TO PROBLEM-RECORD.
002739     MOVE "DSQABWCO" TO PRB-SOURCE-STEP.
002740     MOVE WS-PROBLEM-CODE TO PRB-CONDITION.
002741     MOVE MAN-QUERY-NAME TO PRB-QUERY-NAME.
002742     MOVE MAN-DATASET-DATE TO PRB-DATASET-DATE.
002743     STRING "MANIFEST" DELIMITED BY SIZE
002744            TWD-MANIFEST-COUNT DELIMITED BY SIZE
002745            " FOUND" DELIMITED BY SIZE
002746            TWD-FOUND-COUNT DELIMITED BY SIZE
002747            INTO PRB-DETAIL
002748     END-STRING.
002749     WRITE PROBLEM-RECORD.
002750 2600-EXIT.
002751     EXIT.
002754*
002757*****************************************************************
002760* TERMINATE-RUN - TOTALS LINE, CLOSE, AND THE STEP GRADE: 8
002770* WHEN ANY EXPORT WAS SHORT OR MISSING, 0 WHEN EVERY EXPORT
002780* WRAPPED CLEAN.
002830     MOVE WS-SHORT-COUNT TO TWT-SHORT.
002840     MOVE WS-MISSING-COUNT TO TWT-MISSING.
002850     WRITE TRANSMITTAL-LINE FROM WS-TOTAL-LINE.
002860     CLOSE MANIFEST-FILE TRANSMITTAL-REPORT PROBLEM-FILE.
002870     IF WS-SHORT-COUNT > ZERO
002880         OR WS-MISSING-COUNT > ZERO
002890         MOVE 8 TO RETURN-CODE
002900     END-IF.
002910 9000-EXIT.
002920     EXIT.
002930*
002940*****************************************************************
002950* RECORD-RUN-LEDGER - RECORDS THE STEP'S END ON THE RUN LEDGER,
002960* WITH ITS RETURN CODE AND KEY COUNTS.  THE CALLER HAS SET THE
002970* FUNCTION - ENDING OR ABENDING.  THE CALL LEAVES A RETURN CODE
002980* OF ITS OWN BEHIND, SO THE STEP'S IS PUT BACK AFTERWARD.
002990*****************************************************************
003000 9800-RECORD-RUN-LEDGER.
003010     MOVE RETURN-CODE TO LDG-RETURN-CODE.
003020     MOVE "WRAPPED" TO LDG-COUNT-LABEL(1).
003030     MOVE WS-WRAPPED-COUNT TO LDG-COUNT-VALUE(1).
003040     MOVE "SHORT" TO LDG-COUNT-LABEL(2).
003050     MOVE WS-SHORT-COUNT TO LDG-COUNT-VALUE(2).
003060     MOVE "MISSING" TO LDG-COUNT-LABEL(3).
003070     MOVE WS-MISSING-COUNT TO LDG-COUNT-VALUE(3).
003080     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
003090     MOVE LDG-RETURN-CODE TO RETURN-CODE.
003100 9800-EXIT.
003110     EXIT.
