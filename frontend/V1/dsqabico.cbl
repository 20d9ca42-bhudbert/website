000100*****************************************************************
000110*   DSQABICO - INCIDENT MANAGEMENT INTERFACE.                   *
000120*   RUNS AT THE END OF THE NIGHT, AFTER DSQABBCO, DSQABVCO,     *
000130*   DSQABWCO AND DSQABACO.  A FAILURE TODAY REACHES PEOPLE AS   *
000140*   A CONSOLE ALERT AND A LINE ON THE MORNING SCORECARD, AND    *
000150*   NOTHING SAYS WHETHER THE PAIR THAT WENT TO THE RETRY FILE   *
000160*   ON MONDAY IS THE SAME PROBLEM STILL FAILING ON THURSDAY.    *
000170*   THIS STEP GATHERS THE NIGHT'S PROBLEMS - RETRY-FILE PAIRS,  *
000180*   SESSION RECYCLES ON THE AUDIT TRAIL, EXPORT VALIDATION      *
000190*   EXCEPTIONS, SHORT OR MISSING EXPORTS, AGED OR MISMATCHED    *
000200*   ACKNOWLEDGMENTS AND COVERAGE BREAKS - AND KEEPS ONE TICKET  *
000210*   PER CONDITION AND QUERY/FORM PAIR ON A KEYED OPEN-INCIDENT  *
000220*   FILE (DSQINCRC).  A NEW CONDITION OPENS A TICKET, ONE STILL *
000230*   PRESENT UPDATES IT, ONE OPEN MORE THAN THE CONFIGURED       *
000240*   NUMBER OF BUSINESS DAYS IS ESCALATED IN PRIORITY, AND ONE   *
000250*   NOT REPORTED TONIGHT HAS CLEARED AND IS CLOSED.  EACH OF    *
000260*   THESE IS WRITTEN TO THE INCIDENT SYSTEM'S INBOUND           *
000270*   INTERFACE FILE (DSQITXRC) AND LISTED ON A REPORT.  RETURN   *
000280*   CODE 4 WHEN A TICKET WAS ESCALATED, ELSE 0.                 *
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.     DSQABICO.
000320 AUTHOR.         R K HUDBERT.
000330 INSTALLATION.   WESTLAKE DATA CENTER.
000340 DATE-WRITTEN.   10/15/2026.
000350 DATE-COMPILED.
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380* DATE       INIT  DESCRIPTION
000382* 2026-10-15 RKH   INITIAL VERSION.
000384* 2026-10-15 RKH   TONIGHT IS NOW THE STREAM'S BUSINESS DATE FROM
000386*                  THE LEDGER SERVICE (BUSDATE CARD), NOT TODAY'S
000388*                  DATE, FOR THE POSTED-TONIGHT, RECURRENCE AND
000390*                  AGE TESTS.
000400*-----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.    IBM-370.
000440 OBJECT-COMPUTER.    IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "INCPARM"
000480                          ORGANIZATION IS SEQUENTIAL.
000490     SELECT OPTIONAL RETRY-FILE ASSIGN TO "RETRYALL"
000500                          ORGANIZATION IS SEQUENTIAL.
000510     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITALL"
000520                          ORGANIZATION IS SEQUENTIAL.
000530     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "EXCEPTS"
000540                          ORGANIZATION IS SEQUENTIAL.
000550     SELECT OPTIONAL PROBLEM-FILE ASSIGN TO "PROBIN"
000560                          ORGANIZATION IS SEQUENTIAL.
000570     SELECT OPTIONAL ACK-RESULT-FILE ASSIGN TO "ACKRSLT"
000580                          ORGANIZATION IS SEQUENTIAL.
000590     SELECT INCIDENT-FILE ASSIGN TO "INCOPEN"
000600                          ORGANIZATION IS INDEXED
000610                          ACCESS MODE IS DYNAMIC
000620                          RECORD KEY IS INC-KEY
000630                          FILE STATUS IS WS-INCIDENT-STATUS.
000640     SELECT TRANSACTION-FILE ASSIGN TO "INCTRAN"
000650                          ORGANIZATION IS SEQUENTIAL.
000660     SELECT INCIDENT-REPORT ASSIGN TO "INCRPT"
000670                          ORGANIZATION IS SEQUENTIAL.
000680 DATA DIVISION.
000690 FILE SECTION.
000700*****************************************************************
000710* PARAMETER-FILE - AN OPTIONAL CARD: THE BUSINESS DAYS A TICKET
000720* MAY STAY OPEN BEFORE IT IS ESCALATED, AND THE PRIORITY CODES
000730* FOR AN ORDINARY AND AN ESCALATED TICKET.  A BLANK FIELD, OR NO
000740* CARD, TAKES THE DEFAULT - 3 DAYS, PRIORITY 3, ESCALATED TO 2.
000750*****************************************************************
000760 FD  PARAMETER-FILE
000770     RECORDING MODE IS F.
000780 01  PARAMETER-RECORD.
000790     03  ICP-ESCALATE-DAYS-X  PIC X(03).
000800     03  ICP-ESCALATE-DAYS REDEFINES ICP-ESCALATE-DAYS-X
000810                              PIC 9(03).
000820     03  ICP-NORMAL-PRIORITY  PIC X(01).
000830     03  ICP-ESCALATED-PRIORITY PIC X(01).
000840     03  FILLER               PIC X(75).
000850*****************************************************************
000860* RETRY-FILE - EVERY INSTANCE'S RETRY OUTPUT FOR THE NIGHT,
000870* CONCATENATED AS FOR DSQABBCO.  EACH "P" RECORD IS A PAIR THAT
000880* DID NOT COMPLETE.  A PAIR A CATCH-UP RUN COULD NOT COMPLETE
000890* CARRIES ITS BUSINESS DATE.
000900*****************************************************************
000910 FD  RETRY-FILE
000920     RECORDING MODE IS F.
000930 01  RETRY-RECORD.
000940     03  RETRY-RECORD-TYPE    PIC X(01).
000950         88  RETRY-PAIR-RECORD           VALUE "P".
000960     03  RETRY-QUERY-NAME     PIC X(18).
000970     03  RETRY-FORM-NAME      PIC X(18).
000980     03  RETRY-TIMESTAMP      PIC X(16).
000990     03  RETRY-PREDECESSOR    PIC X(18).
001000     03  RETRY-DATASET-DATE   PIC 9(08).
001010     03  FILLER               PIC X(01).
001020*****************************************************************
001030* AUDIT-FILE - EVERY INSTANCE'S AUDIT TRAIL FOR THE NIGHT,
001040* CONCATENATED.  ONLY THE SESSION RECYCLE RECORDS MATTER HERE;
001050* EACH NAMES THE PAIR THAT TRIPPED IT.
001060*****************************************************************
001070 FD  AUDIT-FILE
001080     RECORDING MODE IS F.
001090     COPY DSQAUDRC.
001100*****************************************************************
001110* EXCEPTION-FILE - DSQABVCO'S VALIDATION EXCEPTIONS, ONE RECORD
001120* PER FIELD THAT FAILED ITS RULE.
001130*****************************************************************
001140 FD  EXCEPTION-FILE
001150     RECORDING MODE IS F.
001160 01  EXCEPTION-RECORD.
001170     03  EXC-QUERY-NAME       PIC X(18).
001180     03  EXC-RECORD-NUMBER    PIC 9(07).
001190     03  EXC-FIELD-NAME       PIC X(10).
001200     03  EXC-RULE-TYPE        PIC X(01).
001210     03  EXC-FIELD-IMAGE      PIC X(20).
001220     03  EXC-REASON           PIC X(24).
001230*****************************************************************
001240* PROBLEM-FILE - THE PROBLEM RECORDS OF THE CHECKING STEPS,
001250* CONCATENATED: DSQABWCO'S XMITEXC AND DSQABBCO'S BALEXC.
001260*****************************************************************
001270 FD  PROBLEM-FILE
001280     RECORDING MODE IS F.
001290     COPY DSQPRBRC.
001300*****************************************************************
001310* ACK-RESULT-FILE - DSQABACO'S DISPOSITIONS.  AN AGED OR
001320* MISMATCHED ACKNOWLEDGMENT IS A PROBLEM; THE REST ARE NOT.
001330*****************************************************************
001340 FD  ACK-RESULT-FILE
001350     RECORDING MODE IS F.
001360     COPY DSQACKRC.
001370*****************************************************************
001380* INCIDENT-FILE - THE OPEN TICKETS, KEYED BY CONDITION AND PAIR.
001390*****************************************************************
001400 FD  INCIDENT-FILE
001410     RECORDING MODE IS F.
001420     COPY DSQINCRC.
001430*****************************************************************
001440* TRANSACTION-FILE - TONIGHT'S OPEN, UPDATE, ESCALATE AND CLOSE
001450* TRANSACTIONS FOR THE INCIDENT SYSTEM'S INBOUND INTERFACE.
001460*****************************************************************
001470 FD  TRANSACTION-FILE
001480     RECORDING MODE IS F.
001490     COPY DSQITXRC.
001500*****************************************************************
001510* INCIDENT-REPORT - ONE LINE PER TRANSACTION AND THE TOTALS.
001520*****************************************************************
001530 FD  INCIDENT-REPORT
001540     RECORDING MODE IS F.
001550 01  INCIDENT-REPORT-LINE     PIC X(132).
001560 WORKING-STORAGE SECTION.
001570*****************************************************************
001580* SWITCHES AND FILE STATUS
001590*****************************************************************
001600 01  WS-SWITCHES.
001610     03  WS-PARM-EOF-SW       PIC X(01)  VALUE "N".
001620         88  PARM-EOF                    VALUE "Y".
001630     03  WS-RETRY-EOF-SW      PIC X(01)  VALUE "N".
001640         88  RETRY-EOF                   VALUE "Y".
001650     03  WS-AUDIT-EOF-SW      PIC X(01)  VALUE "N".
001660         88  AUDIT-EOF                   VALUE "Y".
001670     03  WS-EXCEPT-EOF-SW     PIC X(01)  VALUE "N".
001680         88  EXCEPT-EOF                  VALUE "Y".
001690     03  WS-PROBLEM-EOF-SW    PIC X(01)  VALUE "N".
001700         88  PROBLEM-EOF                 VALUE "Y".
001710     03  WS-ACK-EOF-SW        PIC X(01)  VALUE "N".
001720         88  ACK-EOF                     VALUE "Y".
001730     03  WS-INCIDENT-EOF-SW   PIC X(01)  VALUE "N".
001740         88  INCIDENT-EOF                VALUE "Y".
001750     03  WS-PROBLEM-FOUND-SW  PIC X(01)  VALUE "N".
001760         88  PROBLEM-FOUND               VALUE "Y".
001770     03  WS-CODE-FOUND-SW     PIC X(01)  VALUE "N".
001780         88  CODE-FOUND                  VALUE "Y".
001790     03  WS-BUS-DAY-SW        PIC X(01)  VALUE "N".
001800         88  DATE-IS-BUSINESS            VALUE "Y".
001810 01  WS-INCIDENT-STATUS       PIC X(02)  VALUE "00".
001820 01  WS-ABEND-CODE            PIC S9(08) USAGE IS COMP-4.
001830*****************************************************************
001840* RUN DATE AND PARAMETERS
001850*****************************************************************
001851*    THE STREAM'S BUSINESS DATE, FROM THE LEDGER SERVICE, SO A
001852*    TICKET POSTED BEFORE MIDNIGHT COUNTS AS POSTED TONIGHT FOR
001853*    A STEP THAT RUNS AFTER IT.
001860 01  WS-RUN-DATE              PIC 9(08).
001870 01  WS-RUN-TIME              PIC 9(08).
001880 01  WS-ESCALATE-DAYS         PIC S9(05) USAGE IS COMP-4.
001890 01  WS-NORMAL-PRIORITY       PIC X(01).
001900 01  WS-ESCALATED-PRIORITY    PIC X(01).
001910*****************************************************************
001920* TONIGHT'S PROBLEMS, ONE ENTRY PER CONDITION AND PAIR.  THE SAME
001930* CONDITION REPORTED MORE THAN ONCE - ONE EXCEPTION RECORD PER
001940* BAD FIELD, ONE COVERAGE BREAK PER CATCH-UP DATE - IS COUNTED
001950* IN WS-PT-HITS AND KEEPS THE LATEST DATASET DATE AND DETAIL.
001960*****************************************************************
001970 01  WS-PROBLEM-COUNT         PIC S9(05) USAGE IS COMP-4
001980                              VALUE ZERO.
001990 01  WS-PT-SUB                PIC S9(05) USAGE IS COMP-4.
002000 01  WS-PT-HIT                PIC S9(05) USAGE IS COMP-4.
002010 01  WS-PROBLEM-TABLE.
002020     03  WS-PT-ENTRY          OCCURS 500.
002030         05  WS-PT-CONDITION  PIC X(08).
002040         05  WS-PT-QUERY      PIC X(18).
002050         05  WS-PT-FORM       PIC X(18).
002060         05  WS-PT-SOURCE     PIC X(08).
002070         05  WS-PT-DATASET-DATE PIC 9(08).
002080         05  WS-PT-DETAIL     PIC X(36).
002090         05  WS-PT-HITS       PIC S9(05) USAGE IS COMP-4.
002100*    THE PROBLEM BEING ADDED TO THE TABLE.
002110 01  WS-NEW-PROBLEM.
002120     03  WS-NP-CONDITION      PIC X(08).
002130     03  WS-NP-QUERY          PIC X(18).
002140     03  WS-NP-FORM           PIC X(18).
002150     03  WS-NP-SOURCE         PIC X(08).
002160     03  WS-NP-DATASET-DATE   PIC 9(08).
002170     03  WS-NP-DETAIL         PIC X(36).
002180*****************************************************************
002190* CONDITION DESCRIPTIONS FOR THE TICKET SUMMARY
002200*****************************************************************
002210 01  WS-CONDITION-VALUES.
002220     03  FILLER               PIC X(08)  VALUE "RETRY".
002230     03  FILLER               PIC X(32)  VALUE
002240         "PAIR SENT TO THE RETRY FILE".
002250     03  FILLER               PIC X(08)  VALUE "RECYCLE".
002260     03  FILLER               PIC X(32)  VALUE
002270         "QMF SESSION RECYCLED ON PAIR".
002280     03  FILLER               PIC X(08)  VALUE "VALIDEXC".
002290     03  FILLER               PIC X(32)  VALUE
002300         "EXPORT FAILED DATA VALIDATION".
002310     03  FILLER               PIC X(08)  VALUE "XMITSHRT".
002320     03  FILLER               PIC X(32)  VALUE
002330         "EXPORT SHORT AGAINST MANIFEST".
002340     03  FILLER               PIC X(08)  VALUE "XMITMISS".
002350     03  FILLER               PIC X(32)  VALUE
002360         "EXPORT MISSING AT TRANSMIT".
002370     03  FILLER               PIC X(08)  VALUE "ACKAGED".
002380     03  FILLER               PIC X(32)  VALUE
002390         "EXPORT ACKNOWLEDGMENT AGED OUT".
002400     03  FILLER               PIC X(08)  VALUE "ACKMISMT".
002410     03  FILLER               PIC X(32)  VALUE
002420         "ACKNOWLEDGED ROW COUNT MISMATCH".
002430     03  FILLER               PIC X(08)  VALUE "COVUNSCH".
002440     03  FILLER               PIC X(32)  VALUE
002450         "PAIR RAN THOUGH NOT SCHEDULED".
002460     03  FILLER               PIC X(08)  VALUE "COVNEVER".
002470     03  FILLER               PIC X(32)  VALUE
002480         "SCHEDULED PAIR NEVER RAN".
002490     03  FILLER               PIC X(08)  VALUE "COVDOUBL".
002500     03  FILLER               PIC X(32)  VALUE
002510         "PAIR RUN BY MORE THAN ONE STEP".
002520     03  FILLER               PIC X(08)  VALUE "COVSTATS".
002530     03  FILLER               PIC X(32)  VALUE
002540         "STATISTICS/CHECKPOINT DISAGREE".
002550 01  WS-CONDITION-TABLE REDEFINES WS-CONDITION-VALUES.
002560     03  WS-CD-ENTRY          OCCURS 11.
002570         05  WS-CD-CODE       PIC X(08).
002580         05  WS-CD-TEXT       PIC X(32).
002590 01  WS-CD-SUB                PIC S9(05) USAGE IS COMP-4.
002600 01  WS-CD-HIT                PIC S9(05) USAGE IS COMP-4.
002610*****************************************************************
002620* THE SESSION RECYCLE AUDIT RECORD: THIS TEXT, THEN THE QUERY AND
002630* FORM NAMES SEPARATED BY A SPACE.
002640*****************************************************************
002650 01  WS-RECYCLE-PREFIX        PIC X(43)  VALUE
002660     "SESSION RECYCLE AFTER SEVERE ERROR ON PAIR ".
002670*****************************************************************
002680* TICKETS AND TRANSACTIONS
002690*****************************************************************
002700 01  WS-LAST-TICKET-SEQ       PIC S9(05) USAGE IS COMP-4
002710                              VALUE ZERO.
002720 01  WS-TRANS-TYPE            PIC X(01).
002730 01  WS-OCCURRENCES           PIC S9(05) USAGE IS COMP-4.
002740 01  WS-SOURCE-SYSTEM         PIC X(08)  VALUE "DSQBATCH".
002750*****************************************************************
002760* BUSINESS DAYS OPEN - THE BUSINESS DAYS AFTER THE DAY THE TICKET
002770* OPENED, THROUGH TONIGHT.  THE SCHEDULE EVALUATOR DSQABGCO IS
002780* ASKED, AS DSQABLCO DOES, WHETHER A DATE IS THE NTH BUSINESS DAY
002790* OF ITS MONTH FOR SOME N UP TO 23, SO THE HOLIDAY CALENDAR IS THE
002800* SCHEDULER'S.  INTEGER-OF-DATE IS USED BECAUSE ORDINARY VERBS
002810* CANNOT STEP A DATE ACROSS MONTH AND YEAR ENDS.
002820*****************************************************************
002830     COPY DSQFREQC.
002840 01  WS-BUS-DAY-TRY           PIC S9(05) USAGE IS COMP-4.
002850 01  WS-BUS-DAYS-OPEN         PIC S9(05) USAGE IS COMP-4.
002860 01  WS-DAY-NUMBER            PIC S9(09) USAGE IS COMP-4.
002870 01  WS-RUN-DAY-NUMBER        PIC S9(09) USAGE IS COMP-4.
002871*****************************************************************
002872* RUN LEDGER - THE REQUEST AREA PASSED TO THE LEDGER SERVICE
002873* DSQABYCO, ASKED ONLY FOR THE STREAM'S BUSINESS DATE.
002874*****************************************************************
002875     COPY DSQLDGRC.
002880*****************************************************************
002890* COUNTS
002900*****************************************************************
002910 01  WS-OPEN-AT-START         PIC S9(05) USAGE IS COMP-4
002920                              VALUE ZERO.
002930 01  WS-OPENED-COUNT          PIC S9(05) USAGE IS COMP-4
002940                              VALUE ZERO.
002950 01  WS-UPDATED-COUNT         PIC S9(05) USAGE IS COMP-4
002960                              VALUE ZERO.
002970 01  WS-ESCALATED-COUNT       PIC S9(05) USAGE IS COMP-4
002980                              VALUE ZERO.
002990 01  WS-CLOSED-COUNT          PIC S9(05) USAGE IS COMP-4
003000                              VALUE ZERO.
003010 01  WS-STILL-OPEN-COUNT      PIC S9(05) USAGE IS COMP-4
003020                              VALUE ZERO.
003030 01  WS-REPOSTED-COUNT        PIC S9(05) USAGE IS COMP-4
003040                              VALUE ZERO.
003050*****************************************************************
003060* INCIDENT REPORT PRINT LINES
003070*****************************************************************
003080 01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
003090 01  WS-HEADING-1.
003100     03  FILLER               PIC X(40)  VALUE
003110         "DSQABICO INCIDENT INTERFACE REPORT".
003120     03  FILLER               PIC X(10)  VALUE "RUN DATE: ".
003130     03  IRH-RUN-DATE         PIC 9(08).
003140     03  FILLER               PIC X(74)  VALUE SPACES.
003150 01  WS-HEADING-2.
003160     03  FILLER               PIC X(10)  VALUE "ACTION".
003170     03  FILLER               PIC X(17)  VALUE "TICKET".
003180     03  FILLER               PIC X(04)  VALUE "PRI".
003190     03  FILLER               PIC X(10)  VALUE "CONDITION".
003200     03  FILLER               PIC X(19)  VALUE "QUERY".
003210     03  FILLER               PIC X(19)  VALUE "FORM".
003220     03  FILLER               PIC X(07)  VALUE "NIGHTS".
003230     03  FILLER               PIC X(08)  VALUE "BUSDAYS".
003240     03  FILLER               PIC X(38)  VALUE "DETAIL".
003250 01  WS-DETAIL-LINE.
003260     03  IRD-ACTION           PIC X(09).
003270     03  FILLER               PIC X(01)  VALUE SPACES.
003280     03  IRD-TICKET           PIC X(16).
003290     03  FILLER               PIC X(01)  VALUE SPACES.
003300     03  IRD-PRIORITY         PIC X(01).
003310     03  FILLER               PIC X(03)  VALUE SPACES.
003320     03  IRD-CONDITION        PIC X(08).
003330     03  FILLER               PIC X(02)  VALUE SPACES.
003340     03  IRD-QUERY            PIC X(18).
003350     03  FILLER               PIC X(01)  VALUE SPACES.
003360     03  IRD-FORM             PIC X(18).
003370     03  FILLER               PIC X(01)  VALUE SPACES.
003380     03  IRD-NIGHTS           PIC ZZZZ9.
003390     03  FILLER               PIC X(02)  VALUE SPACES.
003400     03  IRD-BUS-DAYS         PIC ZZ9.
003410     03  FILLER               PIC X(05)  VALUE SPACES.
003420     03  IRD-DETAIL           PIC X(36).
003430     03  FILLER               PIC X(02)  VALUE SPACES.
003440 01  WS-TOTAL-LINE.
003450     03  IRT-OPENED           PIC ZZZZ9.
003460     03  FILLER               PIC X(09)  VALUE " OPENED, ".
003470     03  IRT-UPDATED          PIC ZZZZ9.
003480     03  FILLER               PIC X(10)  VALUE " UPDATED, ".
003490     03  IRT-ESCALATED        PIC ZZZZ9.
003500     03  FILLER               PIC X(12)  VALUE " ESCALATED, ".
003510     03  IRT-CLOSED           PIC ZZZZ9.
003520     03  FILLER               PIC X(09)  VALUE " CLOSED, ".
003530     03  IRT-STILL-OPEN       PIC ZZZZ9.
003540     03  FILLER               PIC X(11)  VALUE " STILL OPEN".
003550     03  FILLER               PIC X(56)  VALUE SPACES.
003560 01  WS-SECTION-LINE          PIC X(132).
003570 01  WS-COUNT-EDIT            PIC ZZZZ9.
003580 01  WS-ROWS-EDIT             PIC ZZZZZZZ9.
003590 01  WS-ROWS-EDIT-2           PIC ZZZZZZZ9.
003600*
003610 PROCEDURE DIVISION.
003620*
003630 0000-MAINLINE.
003640     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
003650     PERFORM 2000-COLLECT-PROBLEMS  THRU 2000-EXIT.
003660     PERFORM 3000-SCAN-OPEN-TICKETS THRU 3000-EXIT.
003670     PERFORM 4000-POST-PROBLEMS     THRU 4000-EXIT.
003680     PERFORM 5000-CLOSE-CLEARED     THRU 5000-EXIT.
003690     PERFORM 9000-TERMINATE-RUN     THRU 9000-EXIT.
003700     STOP RUN.
003710*
003720*****************************************************************
003730* INITIALIZE - OPEN THE OPEN-INCIDENT FILE, THE INTERFACE FILE
003740* AND THE REPORT, AND TAKE THE PARAMETERS.  THE PROBLEM SOURCES
003750* ARE OPENED ONE AT A TIME AS THEY ARE COLLECTED.
003760*****************************************************************
003770 1000-INITIALIZE.
003780     OPEN OUTPUT TRANSACTION-FILE.
003790     OPEN OUTPUT INCIDENT-REPORT.
003800     OPEN I-O    INCIDENT-FILE.
003810     IF WS-INCIDENT-STATUS NOT = "00"
003820         DISPLAY "DSQABICO - INCOPEN FILE OPEN FAILED, STATUS "
003830             WS-INCIDENT-STATUS
003840         MOVE 120 TO WS-ABEND-CODE
003850         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
003860     END-IF.
003861     MOVE SPACES TO LEDGER-REQUEST-AREA.
003862     MOVE "DSQABICO" TO LDG-STEP-NAME.
003863     MOVE ZERO TO LDG-BUSINESS-DATE.
003864     SET LDG-DATE-ENQUIRY TO TRUE.
003865     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
003870     MOVE LDG-BUSINESS-DATE TO WS-RUN-DATE.
003880     ACCEPT WS-RUN-TIME FROM TIME.
003890     COMPUTE WS-RUN-DAY-NUMBER =
003900         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
003910     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
003920     MOVE WS-RUN-DATE TO IRH-RUN-DATE.
003930     WRITE INCIDENT-REPORT-LINE FROM WS-HEADING-1.
003940     WRITE INCIDENT-REPORT-LINE FROM WS-HEADING-2.
003950 1000-EXIT.
003960     EXIT.
003970*
003980*****************************************************************
003990* READ-PARAMETERS - THE ESCALATION DAYS AND PRIORITY CODES, WITH
004000* THE DEFAULTS FOR A MISSING CARD OR A BLANK FIELD.  A PRIORITY
004010* MUST BE 1 THROUGH 5, AND THE ESCALATED ONE MUST OUTRANK (BE
004020* LOWER THAN) THE ORDINARY ONE.
004030*****************************************************************
004040 1100-READ-PARAMETERS.
004050     MOVE 3 TO WS-ESCALATE-DAYS.
004060     MOVE "3" TO WS-NORMAL-PRIORITY.
004070     MOVE "2" TO WS-ESCALATED-PRIORITY.
004080     OPEN INPUT PARAMETER-FILE.
004090     READ PARAMETER-FILE
004100         AT END
004110             SET PARM-EOF TO TRUE
004120     END-READ.
004130     IF PARM-EOF
004140         GO TO 1100-CLOSE
004150     END-IF.
004160     IF ICP-ESCALATE-DAYS-X NOT = SPACES
004170         IF ICP-ESCALATE-DAYS NOT NUMERIC
004180             DISPLAY "DSQABICO - INVALID ESCALATION DAYS: "
004190                 ICP-ESCALATE-DAYS-X
004200             MOVE 120 TO WS-ABEND-CODE
004210             PERFORM 7100-ABEND-RUN THRU 7100-EXIT
004220         END-IF
004230         MOVE ICP-ESCALATE-DAYS TO WS-ESCALATE-DAYS
004240     END-IF.
004250     IF ICP-NORMAL-PRIORITY NOT = SPACE
004260         MOVE ICP-NORMAL-PRIORITY TO WS-NORMAL-PRIORITY
004270     END-IF.
004280     IF ICP-ESCALATED-PRIORITY NOT = SPACE
004290         MOVE ICP-ESCALATED-PRIORITY TO WS-ESCALATED-PRIORITY
004300     END-IF.
004310 1100-CLOSE.
004320     CLOSE PARAMETER-FILE.
004330     IF WS-NORMAL-PRIORITY < "1"
004340         OR WS-NORMAL-PRIORITY > "5"
004350         OR WS-ESCALATED-PRIORITY < "1"
004360         OR WS-ESCALATED-PRIORITY > "5"
004370         OR WS-ESCALATED-PRIORITY NOT < WS-NORMAL-PRIORITY
004380         DISPLAY "DSQABICO - INVALID PRIORITY CODES: "
004390             WS-NORMAL-PRIORITY " " WS-ESCALATED-PRIORITY
004400         MOVE 120 TO WS-ABEND-CODE
004410         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
004420     END-IF.
004430 1100-EXIT.
004440     EXIT.
004450*
004460*****************************************************************
004470* COLLECT-PROBLEMS - ONE PASS OF EACH SOURCE INTO THE PROBLEM
004480* TABLE.  EVERY SOURCE IS AN OPTIONAL DD; ONE NOT SUPPLIED
004490* REPORTS NO PROBLEMS, SO ITS OPEN TICKETS CLOSE TONIGHT.
004500*****************************************************************
004510 2000-COLLECT-PROBLEMS.
004520     PERFORM 2100-COLLECT-RETRIES    THRU 2100-EXIT.
004530     PERFORM 2200-COLLECT-RECYCLES   THRU 2200-EXIT.
004540     PERFORM 2300-COLLECT-EXCEPTIONS THRU 2300-EXIT.
004550     PERFORM 2400-COLLECT-STEP-PROBLEMS THRU 2400-EXIT.
004560     PERFORM 2500-COLLECT-ACKS       THRU 2500-EXIT.
004570 2000-EXIT.
004580     EXIT.
004590*
004600*****************************************************************
004610* COLLECT-RETRIES - EVERY "P" RECORD ON THE RETRY FILES IS A PAIR
004620* THAT DID NOT COMPLETE.  THE "V" RECORDS BEHIND IT ARE SKIPPED.
004630*****************************************************************
004640 2100-COLLECT-RETRIES.
004650     OPEN INPUT RETRY-FILE.
004660     PERFORM 2110-READ-RETRY THRU 2110-EXIT.
004670     PERFORM 2120-TAKE-ONE-RETRY THRU 2120-EXIT
004680         UNTIL RETRY-EOF.
004690     CLOSE RETRY-FILE.
004700 2100-EXIT.
004710     EXIT.
004720*
004730 2110-READ-RETRY.
004740     READ RETRY-FILE
004750         AT END
004760             SET RETRY-EOF TO TRUE
004770     END-READ.
004780 2110-EXIT.
004790     EXIT.
004800*
004810 2120-TAKE-ONE-RETRY.
004820     IF NOT RETRY-PAIR-RECORD
004830         GO TO 2120-ADVANCE
004840     END-IF.
004850     MOVE SPACES TO WS-NEW-PROBLEM.
004860     MOVE "RETRY" TO WS-NP-CONDITION.
004870     MOVE RETRY-QUERY-NAME TO WS-NP-QUERY.
004880     MOVE RETRY-FORM-NAME TO WS-NP-FORM.
004890     MOVE "DSQABFCO" TO WS-NP-SOURCE.
004900     IF RETRY-DATASET-DATE IS NUMERIC
004910         AND RETRY-DATASET-DATE > ZERO
004920         MOVE RETRY-DATASET-DATE TO WS-NP-DATASET-DATE
004930     ELSE
004940         MOVE WS-RUN-DATE TO WS-NP-DATASET-DATE
004950     END-IF.
004960     IF RETRY-PREDECESSOR NOT = SPACES
004970         STRING "HELD FOR PREDECESSOR " DELIMITED BY SIZE
004980                RETRY-PREDECESSOR DELIMITED BY SPACE
004990                INTO WS-NP-DETAIL
005000         END-STRING
005010     ELSE
005020         MOVE "DID NOT COMPLETE - ON THE RETRY FILE" TO
005030             WS-NP-DETAIL
005040     END-IF.
005050     PERFORM 2900-ADD-PROBLEM THRU 2900-EXIT.
005060 2120-ADVANCE.
005070     PERFORM 2110-READ-RETRY THRU 2110-EXIT.
005080 2120-EXIT.
005090     EXIT.
005100*
005110*****************************************************************
005120* COLLECT-RECYCLES - A SESSION RECYCLE RECORD ON THE AUDIT TRAIL
005130* NAMES THE PAIR WHOSE SEVERE ERROR FORCED IT.  A RECYCLE RECORD
005140* WITHOUT A PAIR NAME PREDATES THAT AND IS PASSED OVER.
005150*****************************************************************
005160 2200-COLLECT-RECYCLES.
005170     OPEN INPUT AUDIT-FILE.
005180     PERFORM 2210-READ-AUDIT THRU 2210-EXIT.
005190     PERFORM 2220-TAKE-ONE-AUDIT THRU 2220-EXIT
005200         UNTIL AUDIT-EOF.
005210     CLOSE AUDIT-FILE.
005220 2200-EXIT.
005230     EXIT.
005240*
005250 2210-READ-AUDIT.
005260     READ AUDIT-FILE
005270         AT END
005280             SET AUDIT-EOF TO TRUE
005290     END-READ.
005300 2210-EXIT.
005310     EXIT.
005320*
005330 2220-TAKE-ONE-AUDIT.
005340     IF AUD-COMMAND-TEXT(1:43) NOT = WS-RECYCLE-PREFIX
005350         GO TO 2220-ADVANCE
005360     END-IF.
005370     MOVE SPACES TO WS-NEW-PROBLEM.
005380     UNSTRING AUD-COMMAND-TEXT(44:77) DELIMITED BY ALL SPACE
005390         INTO WS-NP-QUERY WS-NP-FORM
005400     END-UNSTRING.
005410     IF WS-NP-QUERY = SPACES
005420         GO TO 2220-ADVANCE
005430     END-IF.
005440     MOVE "RECYCLE" TO WS-NP-CONDITION.
005450     MOVE "DSQABFCO" TO WS-NP-SOURCE.
005460     MOVE WS-RUN-DATE TO WS-NP-DATASET-DATE.
005470     MOVE "SEVERE ERROR - QMF SESSION RECYCLED" TO WS-NP-DETAIL.
005480     PERFORM 2900-ADD-PROBLEM THRU 2900-EXIT.
005490 2220-ADVANCE.
005500     PERFORM 2210-READ-AUDIT THRU 2210-EXIT.
005510 2220-EXIT.
005520     EXIT.
005530*
005540*****************************************************************
005550* COLLECT-EXCEPTIONS - ONE TICKET PER QUERY WITH VALIDATION
005560* EXCEPTIONS, HOWEVER MANY FIELDS FAILED.  THE DETAIL NAMES THE
005570* LAST FIELD AND REASON REPORTED.
005580*****************************************************************
005590 2300-COLLECT-EXCEPTIONS.
005600     OPEN INPUT EXCEPTION-FILE.
005610     PERFORM 2310-READ-EXCEPTION THRU 2310-EXIT.
005620     PERFORM 2320-TAKE-ONE-EXCEPTION THRU 2320-EXIT
005630         UNTIL EXCEPT-EOF.
005640     CLOSE EXCEPTION-FILE.
005650 2300-EXIT.
005660     EXIT.
005670*
005680 2310-READ-EXCEPTION.
005690     READ EXCEPTION-FILE
005700         AT END
005710             SET EXCEPT-EOF TO TRUE
005720     END-READ.
005730 2310-EXIT.
005740     EXIT.
005750*
005760 2320-TAKE-ONE-EXCEPTION.
005770     MOVE SPACES TO WS-NEW-PROBLEM.
005780     MOVE "VALIDEXC" TO WS-NP-CONDITION.
005790     MOVE EXC-QUERY-NAME TO WS-NP-QUERY.
005800     MOVE "DSQABVCO" TO WS-NP-SOURCE.
005810     MOVE WS-RUN-DATE TO WS-NP-DATASET-DATE.
005820     STRING EXC-FIELD-NAME DELIMITED BY SPACE
005830            ": " DELIMITED BY SIZE
005840            EXC-REASON DELIMITED BY SIZE
005850            INTO WS-NP-DETAIL
005860     END-STRING.
005870     PERFORM 2900-ADD-PROBLEM THRU 2900-EXIT.
005880     PERFORM 2310-READ-EXCEPTION THRU 2310-EXIT.
005890 2320-EXIT.
005900     EXIT.
005910*
005920*****************************************************************
005930* COLLECT-STEP-PROBLEMS - THE PROBLEM RECORDS DSQABWCO AND
005940* DSQABBCO WROTE, TAKEN AS THEY STAND.
005950*****************************************************************
005960 2400-COLLECT-STEP-PROBLEMS.
005970     OPEN INPUT PROBLEM-FILE.
005980     PERFORM 2410-READ-PROBLEM THRU 2410-EXIT.
005990     PERFORM 2420-TAKE-ONE-PROBLEM THRU 2420-EXIT
006000         UNTIL PROBLEM-EOF.
006010     CLOSE PROBLEM-FILE.
006020 2400-EXIT.
006030     EXIT.
006040*
006050 2410-READ-PROBLEM.
006060     READ PROBLEM-FILE
006070         AT END
006080             SET PROBLEM-EOF TO TRUE
006090     END-READ.
006100 2410-EXIT.
006110     EXIT.
006120*
006130 2420-TAKE-ONE-PROBLEM.
006140     MOVE SPACES TO WS-NEW-PROBLEM.
006150     MOVE PRB-CONDITION TO WS-NP-CONDITION.
006160     MOVE PRB-QUERY-NAME TO WS-NP-QUERY.
006170     MOVE PRB-FORM-NAME TO WS-NP-FORM.
006180     MOVE PRB-SOURCE-STEP TO WS-NP-SOURCE.
006190     IF PRB-DATASET-DATE IS NUMERIC
006200         AND PRB-DATASET-DATE > ZERO
006210         MOVE PRB-DATASET-DATE TO WS-NP-DATASET-DATE
006220     ELSE
006230         MOVE WS-RUN-DATE TO WS-NP-DATASET-DATE
006240     END-IF.
006250     MOVE PRB-DETAIL TO WS-NP-DETAIL.
006260     PERFORM 2900-ADD-PROBLEM THRU 2900-EXIT.
006270     PERFORM 2410-READ-PROBLEM THRU 2410-EXIT.
006280 2420-EXIT.
006290     EXIT.
006300*
006310*****************************************************************
006320* COLLECT-ACKS - AN EXPORT DOWNSTREAM HAS NOT ACKNOWLEDGED PAST
006330* THE AGE LIMIT, OR ACKNOWLEDGED WITH THE WRONG ROW COUNT.
006340*****************************************************************
006350 2500-COLLECT-ACKS.
006360     OPEN INPUT ACK-RESULT-FILE.
006370     PERFORM 2510-READ-ACK THRU 2510-EXIT.
006380     PERFORM 2520-TAKE-ONE-ACK THRU 2520-EXIT
006390         UNTIL ACK-EOF.
006400     CLOSE ACK-RESULT-FILE.
006410 2500-EXIT.
006420     EXIT.
006430*
006440 2510-READ-ACK.
006450     READ ACK-RESULT-FILE
006460         AT END
006470             SET ACK-EOF TO TRUE
006480     END-READ.
006490 2510-EXIT.
006500     EXIT.
006510*
006520 2520-TAKE-ONE-ACK.
006530     IF NOT ACKR-AGED
006540         AND NOT ACKR-MISMATCHED
006550         GO TO 2520-ADVANCE
006560     END-IF.
006570     MOVE SPACES TO WS-NEW-PROBLEM.
006580     MOVE ACKR-QUERY-NAME TO WS-NP-QUERY.
006590     MOVE "DSQABACO" TO WS-NP-SOURCE.
006600     IF ACKR-DATASET-DATE IS NUMERIC
006610         AND ACKR-DATASET-DATE > ZERO
006620         MOVE ACKR-DATASET-DATE TO WS-NP-DATASET-DATE
006630     ELSE
006640         MOVE WS-RUN-DATE TO WS-NP-DATASET-DATE
006650     END-IF.
006660     IF ACKR-AGED
006670         MOVE "ACKAGED" TO WS-NP-CONDITION
006680         MOVE ACKR-AGE-DAYS TO WS-COUNT-EDIT
006690         STRING "NOT ACKNOWLEDGED AFTER" DELIMITED BY SIZE
006700                WS-COUNT-EDIT DELIMITED BY SIZE
006710                " DAYS" DELIMITED BY SIZE
006720                INTO WS-NP-DETAIL
006730         END-STRING
006740     ELSE
006750         MOVE "ACKMISMT" TO WS-NP-CONDITION
006760         MOVE ACKR-SENT-ROWS TO WS-ROWS-EDIT
006770         MOVE ACKR-ACK-ROWS TO WS-ROWS-EDIT-2
006780         STRING "SENT" DELIMITED BY SIZE
006790                WS-ROWS-EDIT DELIMITED BY SIZE
006800                " ACKED" DELIMITED BY SIZE
006810                WS-ROWS-EDIT-2 DELIMITED BY SIZE
006820                INTO WS-NP-DETAIL
006830         END-STRING
006840     END-IF.
006850     PERFORM 2900-ADD-PROBLEM THRU 2900-EXIT.
006860 2520-ADVANCE.
006870     PERFORM 2510-READ-ACK THRU 2510-EXIT.
006880 2520-EXIT.
006890     EXIT.
006900*
006910*****************************************************************
006920* ADD-PROBLEM - FILES WS-NEW-PROBLEM IN THE TABLE, OR COUNTS IT
006930* AGAINST THE ENTRY ALREADY THERE FOR THE SAME CONDITION AND
006940* PAIR.  A FULL TABLE ENDS THE STEP - A PROBLEM LEFT OUT WOULD
006950* CLOSE ITS TICKET.
006960*****************************************************************
006970 2900-ADD-PROBLEM.
006980     MOVE "N" TO WS-PROBLEM-FOUND-SW.
006990     MOVE ZERO TO WS-PT-HIT.
007000     PERFORM 2950-MATCH-ONE-PROBLEM THRU 2950-EXIT
007010         VARYING WS-PT-SUB FROM 1 BY 1
007020         UNTIL WS-PT-SUB > WS-PROBLEM-COUNT
007030             OR PROBLEM-FOUND.
007040     IF PROBLEM-FOUND
007050         ADD 1 TO WS-PT-HITS(WS-PT-HIT)
007060         IF WS-NP-DATASET-DATE NOT < WS-PT-DATASET-DATE(WS-PT-HIT)
007070             MOVE WS-NP-DATASET-DATE TO
007080                 WS-PT-DATASET-DATE(WS-PT-HIT)
007090             MOVE WS-NP-DETAIL TO WS-PT-DETAIL(WS-PT-HIT)
007100         END-IF
007110         GO TO 2900-EXIT
007120     END-IF.
007130     IF WS-PROBLEM-COUNT NOT < 500
007140         DISPLAY "DSQABICO - MORE THAN 500 PROBLEMS TONIGHT"
007150         MOVE 121 TO WS-ABEND-CODE
007160         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
007170     END-IF.
007180     ADD 1 TO WS-PROBLEM-COUNT.
007190     MOVE WS-NP-CONDITION TO WS-PT-CONDITION(WS-PROBLEM-COUNT).
007200     MOVE WS-NP-QUERY TO WS-PT-QUERY(WS-PROBLEM-COUNT).
007210     MOVE WS-NP-FORM TO WS-PT-FORM(WS-PROBLEM-COUNT).
007220     MOVE WS-NP-SOURCE TO WS-PT-SOURCE(WS-PROBLEM-COUNT).
007230     MOVE WS-NP-DATASET-DATE TO
007240         WS-PT-DATASET-DATE(WS-PROBLEM-COUNT).
007250     MOVE WS-NP-DETAIL TO WS-PT-DETAIL(WS-PROBLEM-COUNT).
007260     MOVE 1 TO WS-PT-HITS(WS-PROBLEM-COUNT).
007270 2900-EXIT.
007280     EXIT.
007290*
007300 2950-MATCH-ONE-PROBLEM.
007310     IF WS-PT-CONDITION(WS-PT-SUB) = WS-NP-CONDITION
007320         AND WS-PT-QUERY(WS-PT-SUB) = WS-NP-QUERY
007330         AND WS-PT-FORM(WS-PT-SUB) = WS-NP-FORM
007340         MOVE WS-PT-SUB TO WS-PT-HIT
007350         SET PROBLEM-FOUND TO TRUE
007360     END-IF.
007370 2950-EXIT.
007380     EXIT.
007390*
007400*****************************************************************
007410* SCAN-OPEN-TICKETS - BROWSES THE OPEN-INCIDENT FILE FOR THE
007420* COUNT OPEN AT START AND THE HIGHEST TICKET NUMBER ALREADY
007430* GIVEN OUT TODAY, SO A RERUN DOES NOT REUSE ONE.
007440*****************************************************************
007450 3000-SCAN-OPEN-TICKETS.
007460     PERFORM 3050-START-BROWSE THRU 3050-EXIT.
007470     PERFORM 3100-READ-NEXT-TICKET THRU 3100-EXIT.
007480     PERFORM 3200-SCAN-ONE-TICKET THRU 3200-EXIT
007490         UNTIL INCIDENT-EOF.
007500 3000-EXIT.
007510     EXIT.
007520*
007530*****************************************************************
007540* START-BROWSE - POSITIONS AT THE FIRST KEY.  AN EMPTY FILE (23)
007550* IS AT END AT ONCE; ANY OTHER BAD STATUS ENDS THE STEP.
007560*****************************************************************
007570 3050-START-BROWSE.
007580     MOVE "N" TO WS-INCIDENT-EOF-SW.
007590     MOVE LOW-VALUES TO INC-KEY.
007600     START INCIDENT-FILE KEY IS NOT LESS THAN INC-KEY
007610         INVALID KEY
007620             CONTINUE
007630     END-START.
007640     EVALUATE WS-INCIDENT-STATUS
007650         WHEN "00"
007660             CONTINUE
007670         WHEN "23"
007680             SET INCIDENT-EOF TO TRUE
007690         WHEN OTHER
007700             DISPLAY "DSQABICO - INCOPEN START FAILED, STATUS "
007710                 WS-INCIDENT-STATUS
007720             MOVE 122 TO WS-ABEND-CODE
007730             PERFORM 7100-ABEND-RUN THRU 7100-EXIT
007740     END-EVALUATE.
007750 3050-EXIT.
007760     EXIT.
007770*
007780 3100-READ-NEXT-TICKET.
007790     IF INCIDENT-EOF
007800         GO TO 3100-EXIT
007810     END-IF.
007820     READ INCIDENT-FILE NEXT RECORD
007830         AT END
007840             SET INCIDENT-EOF TO TRUE
007850     END-READ.
007860     IF WS-INCIDENT-STATUS NOT = "00"
007870         AND WS-INCIDENT-STATUS NOT = "10"
007880         DISPLAY "DSQABICO - INCOPEN READ FAILED, STATUS "
007890             WS-INCIDENT-STATUS
007900         MOVE 122 TO WS-ABEND-CODE
007910         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
007920     END-IF.
007930 3100-EXIT.
007940     EXIT.
007950*
007960 3200-SCAN-ONE-TICKET.
007970     ADD 1 TO WS-OPEN-AT-START.
007980     IF INC-TICKET-DATE = WS-RUN-DATE
007990         AND INC-TICKET-SEQ > WS-LAST-TICKET-SEQ
008000         MOVE INC-TICKET-SEQ TO WS-LAST-TICKET-SEQ
008010     END-IF.
008020     PERFORM 3100-READ-NEXT-TICKET THRU 3100-EXIT.
008030 3200-EXIT.
008040     EXIT.
008050*
008060*****************************************************************
008070* POST-PROBLEMS - LOOKS EACH OF TONIGHT'S PROBLEMS UP BY KEY: A
008080* TICKET ON FILE IS UPDATED (OR ESCALATED), A KEY NOT ON FILE
008090* (23) OPENS A NEW ONE.
008100*****************************************************************
008110 4000-POST-PROBLEMS.
008120     PERFORM 4100-POST-ONE-PROBLEM THRU 4100-EXIT
008130         VARYING WS-PT-SUB FROM 1 BY 1
008140         UNTIL WS-PT-SUB > WS-PROBLEM-COUNT.
008150 4000-EXIT.
008160     EXIT.
008170*
008180 4100-POST-ONE-PROBLEM.
008190     MOVE WS-PT-CONDITION(WS-PT-SUB) TO INC-CONDITION.
008200     MOVE WS-PT-QUERY(WS-PT-SUB) TO INC-QUERY-NAME.
008210     MOVE WS-PT-FORM(WS-PT-SUB) TO INC-FORM-NAME.
008220     READ INCIDENT-FILE
008230         INVALID KEY
008240             CONTINUE
008250     END-READ.
008260     EVALUATE WS-INCIDENT-STATUS
008270         WHEN "00"
008280             PERFORM 4300-UPDATE-TICKET THRU 4300-EXIT
008290         WHEN "23"
008300             PERFORM 4200-OPEN-TICKET THRU 4200-EXIT
008310         WHEN OTHER
008320             DISPLAY "DSQABICO - INCOPEN READ FAILED, STATUS "
008330                 WS-INCIDENT-STATUS
008340             MOVE 122 TO WS-ABEND-CODE
008350             PERFORM 7100-ABEND-RUN THRU 7100-EXIT
008360     END-EVALUATE.
008370 4100-EXIT.
008380     EXIT.
008390*
008400*****************************************************************
008410* OPEN-TICKET - A NEW CONDITION: A NEW TICKET AT THE ORDINARY
008420* PRIORITY, NUMBERED ON FROM THE LAST ONE GIVEN OUT TODAY.
008430*****************************************************************
008440 4200-OPEN-TICKET.
008450     MOVE SPACES TO INCIDENT-RECORD.
008460     MOVE WS-PT-CONDITION(WS-PT-SUB) TO INC-CONDITION.
008470     MOVE WS-PT-QUERY(WS-PT-SUB) TO INC-QUERY-NAME.
008480     MOVE WS-PT-FORM(WS-PT-SUB) TO INC-FORM-NAME.
008490     ADD 1 TO WS-LAST-TICKET-SEQ.
008500     MOVE "DSQ" TO INC-TICKET-PREFIX.
008510     MOVE WS-RUN-DATE TO INC-TICKET-DATE.
008520     MOVE WS-LAST-TICKET-SEQ TO INC-TICKET-SEQ.
008530     MOVE WS-PT-SOURCE(WS-PT-SUB) TO INC-SOURCE-STEP.
008540     MOVE WS-RUN-DATE TO INC-OPENED-DATE.
008550     MOVE WS-RUN-DATE TO INC-LAST-SEEN-DATE.
008560     MOVE 1 TO INC-NIGHTS-SEEN.
008570     MOVE WS-NORMAL-PRIORITY TO INC-PRIORITY.
008580     MOVE "N" TO INC-ESCALATED-SW.
008590     MOVE WS-PT-DATASET-DATE(WS-PT-SUB) TO INC-DATASET-DATE.
008600     MOVE WS-PT-DETAIL(WS-PT-SUB) TO INC-DETAIL.
008610     WRITE INCIDENT-RECORD
008620         INVALID KEY
008630             CONTINUE
008640     END-WRITE.
008650     IF WS-INCIDENT-STATUS NOT = "00"
008660         DISPLAY "DSQABICO - INCOPEN WRITE FAILED, STATUS "
008670             WS-INCIDENT-STATUS
008680         MOVE 122 TO WS-ABEND-CODE
008690         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
008700     END-IF.
008710     MOVE ZERO TO WS-BUS-DAYS-OPEN.
008720     MOVE "O" TO WS-TRANS-TYPE.
008730     MOVE WS-PT-HITS(WS-PT-SUB) TO WS-OCCURRENCES.
008740     PERFORM 4800-SEND-TRANSACTION THRU 4800-EXIT.
008750     ADD 1 TO WS-OPENED-COUNT.
008760 4200-EXIT.
008770     EXIT.
008780*
008790*****************************************************************
008800* UPDATE-TICKET - THE CONDITION IS STILL PRESENT.  A TICKET
008810* ALREADY SEEN TONIGHT WAS POSTED BY AN EARLIER RUN OF THIS STEP
008820* AND IS LEFT ALONE.  OTHERWISE IT COUNTS ANOTHER NIGHT, AND ONE
008830* OPEN MORE THAN THE ESCALATION DAYS IS RAISED TO THE ESCALATED
008840* PRIORITY - ONCE.
008850*****************************************************************
008860 4300-UPDATE-TICKET.
008870     IF INC-LAST-SEEN-DATE NOT < WS-RUN-DATE
008880         ADD 1 TO WS-REPOSTED-COUNT
008890         GO TO 4300-EXIT
008900     END-IF.
008910     ADD 1 TO INC-NIGHTS-SEEN.
008920     MOVE WS-RUN-DATE TO INC-LAST-SEEN-DATE.
008930     MOVE WS-PT-SOURCE(WS-PT-SUB) TO INC-SOURCE-STEP.
008940     MOVE WS-PT-DATASET-DATE(WS-PT-SUB) TO INC-DATASET-DATE.
008950     MOVE WS-PT-DETAIL(WS-PT-SUB) TO INC-DETAIL.
008960     PERFORM 6000-COUNT-BUSINESS-DAYS THRU 6000-EXIT.
008970     IF NOT INC-ESCALATED
008980         AND WS-BUS-DAYS-OPEN > WS-ESCALATE-DAYS
008990         SET INC-ESCALATED TO TRUE
009000         MOVE WS-ESCALATED-PRIORITY TO INC-PRIORITY
009010         MOVE "E" TO WS-TRANS-TYPE
009020         ADD 1 TO WS-ESCALATED-COUNT
009030     ELSE
009040         MOVE "U" TO WS-TRANS-TYPE
009050         ADD 1 TO WS-UPDATED-COUNT
009060     END-IF.
009070     REWRITE INCIDENT-RECORD
009080         INVALID KEY
009090             CONTINUE
009100     END-REWRITE.
009110     IF WS-INCIDENT-STATUS NOT = "00"
009120         DISPLAY "DSQABICO - INCOPEN REWRITE FAILED, STATUS "
009130             WS-INCIDENT-STATUS
009140         MOVE 122 TO WS-ABEND-CODE
009150         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
009160     END-IF.
009170     MOVE WS-PT-HITS(WS-PT-SUB) TO WS-OCCURRENCES.
009180     PERFORM 4800-SEND-TRANSACTION THRU 4800-EXIT.
009190 4300-EXIT.
009200     EXIT.
009210*
009220*****************************************************************
009230* SEND-TRANSACTION - WRITES THE WS-TRANS-TYPE TRANSACTION FOR THE
009240* TICKET NOW IN INCIDENT-RECORD AND LISTS IT ON THE REPORT.
009250*****************************************************************
009260 4800-SEND-TRANSACTION.
009270     MOVE SPACES TO INCIDENT-TRANSACTION.
009280     MOVE WS-TRANS-TYPE TO ITX-TRANS-TYPE.
009290     MOVE INC-TICKET-ID TO ITX-TICKET-ID.
009300     MOVE WS-SOURCE-SYSTEM TO ITX-SOURCE-SYSTEM.
009310     MOVE WS-RUN-DATE TO ITX-EVENT-DATE.
009320     MOVE WS-RUN-TIME TO ITX-EVENT-TIME.
009330     MOVE INC-PRIORITY TO ITX-PRIORITY.
009340     MOVE INC-CONDITION TO ITX-CONDITION.
009350     MOVE INC-SOURCE-STEP TO ITX-SOURCE-STEP.
009360     MOVE INC-QUERY-NAME TO ITX-QUERY-NAME.
009370     MOVE INC-FORM-NAME TO ITX-FORM-NAME.
009380     MOVE INC-DATASET-DATE TO ITX-DATASET-DATE.
009390     MOVE INC-OPENED-DATE TO ITX-OPENED-DATE.
009400     MOVE INC-NIGHTS-SEEN TO ITX-NIGHTS-SEEN.
009410     MOVE WS-BUS-DAYS-OPEN TO ITX-BUS-DAYS-OPEN.
009420     MOVE WS-OCCURRENCES TO ITX-OCCURRENCES.
009430     PERFORM 4900-BUILD-SUMMARY THRU 4900-EXIT.
009440     MOVE INC-DETAIL TO ITX-DETAIL.
009450     WRITE INCIDENT-TRANSACTION.
009460     EVALUATE TRUE
009470         WHEN ITX-OPEN
009480             MOVE "OPENED" TO IRD-ACTION
009490         WHEN ITX-UPDATE
009500             MOVE "UPDATED" TO IRD-ACTION
009510         WHEN ITX-ESCALATE
009520             MOVE "ESCALATED" TO IRD-ACTION
009530         WHEN ITX-CLOSE
009540             MOVE "CLOSED" TO IRD-ACTION
009550     END-EVALUATE.
009560     MOVE INC-TICKET-ID TO IRD-TICKET.
009570     MOVE INC-PRIORITY TO IRD-PRIORITY.
009580     MOVE INC-CONDITION TO IRD-CONDITION.
009590     MOVE INC-QUERY-NAME TO IRD-QUERY.
009600     MOVE INC-FORM-NAME TO IRD-FORM.
009610     MOVE INC-NIGHTS-SEEN TO IRD-NIGHTS.
009620     MOVE WS-BUS-DAYS-OPEN TO IRD-BUS-DAYS.
009630     MOVE INC-DETAIL TO IRD-DETAIL.
009640     WRITE INCIDENT-REPORT-LINE FROM WS-DETAIL-LINE.
009650 4800-EXIT.
009660     EXIT.
009670*
009680*****************************************************************
009690* BUILD-SUMMARY - THE TICKET'S ONE-LINE DESCRIPTION: WHAT THE
009700* CONDITION IS AND WHICH PAIR.  A CODE NOT IN THE TABLE NAMES
009710* THE STEP THAT REPORTED IT.
009720*****************************************************************
009730 4900-BUILD-SUMMARY.
009740     MOVE "N" TO WS-CODE-FOUND-SW.
009750     MOVE ZERO TO WS-CD-HIT.
009760     PERFORM 4950-MATCH-ONE-CODE THRU 4950-EXIT
009770         VARYING WS-CD-SUB FROM 1 BY 1
009780         UNTIL WS-CD-SUB > 11
009790             OR CODE-FOUND.
009800     IF CODE-FOUND
009810         STRING WS-CD-TEXT(WS-CD-HIT) DELIMITED BY "  "
009820                " - " DELIMITED BY SIZE
009830                INC-QUERY-NAME DELIMITED BY SPACE
009840                " " DELIMITED BY SIZE
009850                INC-FORM-NAME DELIMITED BY SPACE
009860                INTO ITX-SUMMARY
009870         END-STRING
009880     ELSE
009890         STRING INC-SOURCE-STEP DELIMITED BY SPACE
009900                " REPORTED " DELIMITED BY SIZE
009910                INC-CONDITION DELIMITED BY SPACE
009920                " - " DELIMITED BY SIZE
009930                INC-QUERY-NAME DELIMITED BY SPACE
009940                " " DELIMITED BY SIZE
009950                INC-FORM-NAME DELIMITED BY SPACE
009960                INTO ITX-SUMMARY
009970         END-STRING
009980     END-IF.
009990 4900-EXIT.
010000     EXIT.
010010*
010020 4950-MATCH-ONE-CODE.
010030     IF WS-CD-CODE(WS-CD-SUB) = INC-CONDITION
010040         MOVE WS-CD-SUB TO WS-CD-HIT
010050         SET CODE-FOUND TO TRUE
010060     END-IF.
010070 4950-EXIT.
010080     EXIT.
010090*
010100*****************************************************************
010110* CLOSE-CLEARED - BROWSES THE OPEN-INCIDENT FILE AGAIN.  EVERY
010120* TICKET TONIGHT'S PROBLEMS DID NOT TOUCH HAS CLEARED - THE PAIR
010130* COMPLETED ON A LATER DRAIN, THE EXPORT WAS ACKNOWLEDGED - AND
010140* IS CLOSED AND DELETED.
010150*****************************************************************
010160 5000-CLOSE-CLEARED.
010170     PERFORM 3050-START-BROWSE THRU 3050-EXIT.
010180     PERFORM 3100-READ-NEXT-TICKET THRU 3100-EXIT.
010190     PERFORM 5100-CHECK-ONE-TICKET THRU 5100-EXIT
010200         UNTIL INCIDENT-EOF.
010210 5000-EXIT.
010220     EXIT.
010230*
010240 5100-CHECK-ONE-TICKET.
010250     IF INC-LAST-SEEN-DATE NOT < WS-RUN-DATE
010260         ADD 1 TO WS-STILL-OPEN-COUNT
010270         GO TO 5100-ADVANCE
010280     END-IF.
010290     PERFORM 6000-COUNT-BUSINESS-DAYS THRU 6000-EXIT.
010300     MOVE "C" TO WS-TRANS-TYPE.
010310     MOVE ZERO TO WS-OCCURRENCES.
010320     PERFORM 4800-SEND-TRANSACTION THRU 4800-EXIT.
010330     DELETE INCIDENT-FILE RECORD
010340         INVALID KEY
010350             CONTINUE
010360     END-DELETE.
010370     IF WS-INCIDENT-STATUS NOT = "00"
010380         DISPLAY "DSQABICO - INCOPEN DELETE FAILED, STATUS "
010390             WS-INCIDENT-STATUS
010400         MOVE 122 TO WS-ABEND-CODE
010410         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
010420     END-IF.
010430     ADD 1 TO WS-CLOSED-COUNT.
010440 5100-ADVANCE.
010450     PERFORM 3100-READ-NEXT-TICKET THRU 3100-EXIT.
010460 5100-EXIT.
010470     EXIT.
010480*
010490*****************************************************************
010500* COUNT-BUSINESS-DAYS - THE BUSINESS DAYS FROM THE DAY AFTER THE
010510* TICKET OPENED THROUGH TONIGHT, INTO WS-BUS-DAYS-OPEN (HELD TO
010520* 999 FOR THE INTERFACE FIELD).
010530*****************************************************************
010540 6000-COUNT-BUSINESS-DAYS.
010550     MOVE ZERO TO WS-BUS-DAYS-OPEN.
010560     IF INC-OPENED-DATE NOT NUMERIC
010570         OR INC-OPENED-DATE NOT < WS-RUN-DATE
010580         GO TO 6000-EXIT
010590     END-IF.
010600     COMPUTE WS-DAY-NUMBER =
010610         FUNCTION INTEGER-OF-DATE(INC-OPENED-DATE).
010620     PERFORM 6100-COUNT-ONE-DAY THRU 6100-EXIT
010630         UNTIL WS-DAY-NUMBER NOT < WS-RUN-DAY-NUMBER
010640             OR WS-BUS-DAYS-OPEN NOT < 999.
010650 6000-EXIT.
010660     EXIT.
010670*
010680 6100-COUNT-ONE-DAY.
010690     ADD 1 TO WS-DAY-NUMBER.
010700     PERFORM 6200-TEST-BUSINESS-DAY THRU 6200-EXIT.
010710     IF DATE-IS-BUSINESS
010720         ADD 1 TO WS-BUS-DAYS-OPEN
010730     END-IF.
010740 6100-EXIT.
010750     EXIT.
010760*
010770 6200-TEST-BUSINESS-DAY.
010780     MOVE "N" TO WS-BUS-DAY-SW.
010790     MOVE "B" TO FREQ-CODE.
010800     COMPUTE FREQ-RUN-DATE =
010810         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
010820     SET FREQ-PAIR-SKIPPED TO TRUE.
010830     PERFORM 6250-TRY-ONE-DAY-NUMBER THRU 6250-EXIT
010840         VARYING WS-BUS-DAY-TRY FROM 1 BY 1
010850         UNTIL WS-BUS-DAY-TRY > 23
010860             OR FREQ-PAIR-SELECTED.
010870     IF FREQ-PAIR-SELECTED
010880         SET DATE-IS-BUSINESS TO TRUE
010890     END-IF.
010900 6200-EXIT.
010910     EXIT.
010920*
010930 6250-TRY-ONE-DAY-NUMBER.
010940     MOVE WS-BUS-DAY-TRY TO FREQ-BUS-DAY-N.
010950     CALL "DSQABGCO" USING FREQ-REQUEST-AREA.
010960 6250-EXIT.
010970     EXIT.
010980*
010990*****************************************************************
011000* ABEND-RUN - THE OPEN-INCIDENT FILE COULD NOT BE OPENED OR
011010* UPDATED, THE PARAMETER CARD IS BAD, OR THE PROBLEM TABLE
011020* OVERFLOWED.  THE STEP ENDS NONZERO SO THE INTERFACE FILE IS
011030* NOT SENT.
011040*****************************************************************
011050 7100-ABEND-RUN.
011060     CLOSE INCIDENT-FILE TRANSACTION-FILE INCIDENT-REPORT.
011070     MOVE WS-ABEND-CODE TO RETURN-CODE.
011080     STOP RUN.
011090 7100-EXIT.
011100     EXIT.
011110*
011120*****************************************************************
011130* TERMINATE-RUN - TOTALS, CLOSE, AND THE STEP GRADE: 4 WHEN A
011140* TICKET WAS ESCALATED TONIGHT, ELSE 0.  OPENING, UPDATING AND
011150* CLOSING TICKETS IS THIS STEP'S ORDINARY WORK.
011160*****************************************************************
011170 9000-TERMINATE-RUN.
011180     WRITE INCIDENT-REPORT-LINE FROM WS-BLANK-LINE.
011190     MOVE WS-OPENED-COUNT TO IRT-OPENED.
011200     MOVE WS-UPDATED-COUNT TO IRT-UPDATED.
011210     MOVE WS-ESCALATED-COUNT TO IRT-ESCALATED.
011220     MOVE WS-CLOSED-COUNT TO IRT-CLOSED.
011230     MOVE WS-STILL-OPEN-COUNT TO IRT-STILL-OPEN.
011240     WRITE INCIDENT-REPORT-LINE FROM WS-TOTAL-LINE.
011250     MOVE WS-OPEN-AT-START TO WS-COUNT-EDIT.
011260     MOVE SPACES TO WS-SECTION-LINE.
011270     STRING WS-COUNT-EDIT DELIMITED BY SIZE
011280            " TICKETS OPEN AT START" DELIMITED BY SIZE
011290            INTO WS-SECTION-LINE
011300     END-STRING.
011310     WRITE INCIDENT-REPORT-LINE FROM WS-SECTION-LINE.
011320     IF WS-REPOSTED-COUNT > ZERO
011330         MOVE WS-REPOSTED-COUNT TO WS-COUNT-EDIT
011340         MOVE SPACES TO WS-SECTION-LINE
011350         STRING WS-COUNT-EDIT DELIMITED BY SIZE
011360                " ALREADY POSTED TONIGHT BY AN EARLIER RUN - NO "
011370                DELIMITED BY SIZE
011380                "TRANSACTION SENT" DELIMITED BY SIZE
011390                INTO WS-SECTION-LINE
011400         END-STRING
011410         WRITE INCIDENT-REPORT-LINE FROM WS-SECTION-LINE
011420     END-IF.
011430     CLOSE INCIDENT-FILE TRANSACTION-FILE INCIDENT-REPORT.
011440     IF WS-ESCALATED-COUNT > ZERO
011450         MOVE 4 TO RETURN-CODE
011460     END-IF.
011470 9000-EXIT.
011480     EXIT.
