000370* MODIFICATION HISTORY
000380* DATE       INIT  DESCRIPTION
000390* 2026-09-02 RKH   INITIAL VERSION.
000391* 2026-10-15 RKH   EVERY LOG LINE IS ALSO WRITTEN AS A DSQDSTRC
000392*                  RECORD ON DISTREC, STAMPED WITH THE TIME THE
000393*                  REPORT WENT INTO THE BUNDLE, FOR THE DELIVERY
000394*                  SLA STEP.  THE ROUTING RECORD GAINS AN
000395*                  OPTIONAL PER-RECIPIENT SLA DUE TIME AND DAY
000396*                  RULE, WHICH THIS STEP CARRIES BUT DOES NOT USE.
000397* 2026-10-15 RKH   READS THE FAILURE IMPACT STEP'S DELAYED-REPORT
000398*                  FILE (DELAYIN, OPTIONAL) AND PUTS A "REPORT
000399*                  DELAYED" NOTICE IN EACH AFFECTED RECIPIENT'S
000400*                  BUNDLE IN PLACE OF THE MISSING REPORT, LOGGED
000401*                  WITH DISTRIBUTION STATUS D.
000402* 2026-10-15 RKH   RECORDS ITS START, END, RETURN CODE AND COUNTS
000403*                  ON THE RUN LEDGER (DSQABYCO), AND WILL NOT
000404*                  RERUN A DATE ALREADY COMPLETED UNLESS FORCED.
000405* 2026-10-15 RKH   APPLIES THE REDACTION RULES (REDACT, OPTIONAL)
000406*                  TO EACH RECIPIENT'S COPY OF A REPORT BY THE
000407*                  RECIPIENT CLASS NOW ON THE ROUTING RECORD -
000408*                  MASK OR BLANK A COLUMN, OR DROP THE LINE.  THE
000409*                  ARCHIVE STAYS AS PRINTED.  THE LOG NAMES THE
000410*                  RULE SET APPLIED.  A SENSITIVE REPORT WITH NO
000411*                  RULE FOR THE RECIPIENT HOLDS THE WHOLE BUNDLE -
000412*                  STATUS H, RC 8.
000413* 2026-10-15 RKH   RUNS UNDER THE STREAM'S BUSINESS DATE, TAKEN
000414*                  FROM THE BUSDATE CARD BY THE LEDGER SERVICE,
000415*                  IN PLACE OF TODAY'S DATE - A NIGHT THAT RUNS
000416*                  PAST MIDNIGHT LEDGERS AND DATES ITS WORK UNDER
000417*                  ONE DATE.
000418* 2026-10-15 RKH   A REDACTION RULE NOW COVERS THE DETAIL LINES
000419*                  IT NAMES BY POSITION ON THE PAGE AND TREATS
000420*                  WHATEVER IS IN ITS COLUMN THERE, IN PLACE OF
000421*                  LOOKING FOR A DIGIT.  A REPORT-DELAYED NOTICE
000422*                  NOW ALSO MATCHES ON THE DATASET DATE.
000423*-----------------------------------------------------------------
000424 ENVIRONMENT DIVISION.
000425 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.    IBM-370.
000440 OBJECT-COMPUTER.    IBM-370.
000450 INPUT-OUTPUT SECTION.
000570                          ORGANIZATION IS SEQUENTIAL.
000580     SELECT DISTRIBUTION-LOG ASSIGN TO "DISTLOG"
000590                          ORGANIZATION IS SEQUENTIAL.
000591     SELECT DISTRIBUTION-FILE ASSIGN TO "DISTREC"
000592                          ORGANIZATION IS SEQUENTIAL.
000593     SELECT OPTIONAL DELAYED-FILE ASSIGN TO "DELAYIN"
000594                          ORGANIZATION IS SEQUENTIAL.
000596     SELECT OPTIONAL REDACTION-RULES-FILE ASSIGN TO "REDACT"
000598                          ORGANIZATION IS SEQUENTIAL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*****************************************************************
000650* ROUTE TYPE - P = PRINT CLASS/DESTINATION, E = EMAIL GATEWAY
000660* STAGING - AND THE DESTINATION THE DELIVERY STEP BEHIND THIS
000670* ONE SENDS THE BUNDLE TO.  MAINTAINED BY OPS, NOT COMPILED IN.
000671* THE SLA DUE TIME (HHMM) AND DAY RULE, WHEN FILLED IN, GIVE
000672* THIS RECIPIENT A DELIVERY PROMISE OF ITS OWN IN PLACE OF THE
000673* QUERY'S ONE ON THE SLA FILE - SEE DSQSLARC AND DSQABLCO.
000674* THE RECIPIENT CLASS NAMES THE REDACTION RULES THE RECIPIENT'S
000675* COPIES ARE MADE UNDER; LEFT BLANK, THE RECIPIENT ID IS ITS OWN
000676* CLASS - SEE DSQRDRRC.
000680*****************************************************************
000690 FD  ROUTING-FILE
000700     RECORDING MODE IS F.
000750         88  RTE-ROUTE-PRINT             VALUE "P".
000760         88  RTE-ROUTE-EMAIL             VALUE "E".
000770     03  RTE-DESTINATION      PIC X(17).
000771     03  RTE-SLA-DUE-TIME     PIC X(04).
000772     03  RTE-SLA-DAY-RULE     PIC X(01).
000782     03  RTE-RECIPIENT-CLASS  PIC X(08).
000785     03  FILLER               PIC X(23).
000790*****************************************************************
000800* STATISTICS-FILE - TONIGHT'S PER-PAIR RECORDS FROM THE DRIVER.
000810* THE FORM NAME AND DATASET DATE HERE ARE WHAT NAME EACH
001120*****************************************************************
001130 FD  DISTRIBUTION-LOG
001140     RECORDING MODE IS F.
001141 01  DISTRIBUTION-LINE        PIC X(132).
001142*****************************************************************
001143* DISTRIBUTION-FILE - THE SAME LINES AS DSQDSTRC RECORDS, WITH
001144* THE DATASET DATE AND THE TIME EACH REPORT WAS BUNDLED.
001145*****************************************************************
001146 FD  DISTRIBUTION-FILE
001147     RECORDING MODE IS F.
001148     COPY DSQDSTRC.
001149*****************************************************************
001150* DELAYED-FILE - DSQABUCO'S DELAYED-REPORT RECORDS: EACH
001151* RECIPIENT WHOSE REPORT WILL NOT COME TONIGHT BECAUSE ITS PAIR
001152* FAILED, WAS DEFERRED OR WAS HELD.  NOT SUPPLIED, NO NOTICES.
001153*****************************************************************
001154 FD  DELAYED-FILE
001155     RECORDING MODE IS F.
001159     COPY DSQDLYRC.
001160*****************************************************************
001161* REDACTION-RULES-FILE - THE COLUMNS EACH RECIPIENT CLASS MAY NOT
001162* SEE ON A QUERY'S REPORT.  NOT SUPPLIED, NO REPORT IS SENSITIVE
001163* AND EVERY COPY GOES OUT AS PRINTED.
001164*****************************************************************
001165 FD  REDACTION-RULES-FILE
001166     RECORDING MODE IS F.
001167     COPY DSQRDRRC.
001168 WORKING-STORAGE SECTION.
001170*****************************************************************
001180* SWITCHES AND FILE STATUS
001190*****************************************************************
001320         88  MANIFEST-ROW-FOUND          VALUE "Y".
001330     03  WS-ROUTE-HIT-SW      PIC X(01)  VALUE "N".
001340         88  QUERY-IS-ROUTED             VALUE "Y".
001341     03  WS-DELAYED-EOF-SW    PIC X(01)  VALUE "N".
001342         88  DELAYED-EOF                 VALUE "Y".
001343     03  WS-RPT-FOUND-SW      PIC X(01)  VALUE "N".
001344         88  REPORT-PRODUCED             VALUE "Y".
001345     03  WS-RULES-EOF-SW      PIC X(01)  VALUE "N".
001346         88  RULES-EOF                   VALUE "Y".
001347     03  WS-RULE-OK-SW        PIC X(01)  VALUE "Y".
001348         88  RULE-OK                     VALUE "Y".
001349     03  WS-SENSITIVE-SW      PIC X(01)  VALUE "N".
001350         88  REPORT-IS-SENSITIVE         VALUE "Y".
001351     03  WS-RULE-SET-SW       PIC X(01)  VALUE "N".
001352         88  RULE-SET-FOUND              VALUE "Y".
001353     03  WS-REDACT-SW         PIC X(01)  VALUE "N".
001354         88  REPORT-IS-REDACTED          VALUE "Y".
001355     03  WS-BUNDLE-HELD-SW    PIC X(01)  VALUE "N".
001356         88  BUNDLE-HELD                 VALUE "Y".
001357     03  WS-DROP-LINE-SW      PIC X(01)  VALUE "N".
001358         88  LINE-DROPPED                VALUE "Y".
001359 01  WS-ARCHIVE-IN-STATUS     PIC X(02)  VALUE "00".
001360 01  WS-ABEND-CODE            PIC S9(08) USAGE IS COMP-4.
001370*****************************************************************
001380* DATASET NAMES - THE ARCHIVE NAME IS REBUILT FROM THE SAME
001600         05  WS-RCP-ID        PIC X(08).
001610         05  WS-RCP-TYPE      PIC X(01).
001620         05  WS-RCP-DEST      PIC X(17).
001625         05  WS-RCP-CLASS     PIC X(08).
001630 01  WS-RCP-SUB               PIC S9(05) USAGE IS COMP-4.
001640 01  WS-RCP-HIT               PIC S9(05) USAGE IS COMP-4.
001650*****************************************************************
001860         05  WS-MAN-ROWS      PIC 9(08).
001870 01  WS-MAN-SUB               PIC S9(05) USAGE IS COMP-4.
001880 01  WS-REPORT-ROWS           PIC 9(08).
001881*****************************************************************
001882* THE DELAYED REPORTS, FROM THE DELAYED-REPORT FILE.  A REPORT
001883* THAT TURNS UP ON THE STATISTICS FILE AFTER ALL WAS PRODUCED
001884* BY A LATER RERUN AND GETS NO NOTICE.
001885*****************************************************************
001886 01  WS-DLY-COUNT             PIC S9(05) USAGE IS COMP-4
001887                              VALUE ZERO.
001888 01  WS-DLY-TABLE.
001889     03  WS-DLY-ENTRY         OCCURS 200.
001890         05  WS-DLY-RECIPIENT PIC X(08).
001891         05  WS-DLY-QUERY     PIC X(18).
001892         05  WS-DLY-FORM      PIC X(18).
001893         05  WS-DLY-DATE      PIC 9(08).
001894         05  WS-DLY-REASON    PIC X(01).
001895 01  WS-DLY-SUB               PIC S9(05) USAGE IS COMP-4.
001896*****************************************************************
001897* THE REDACTION RULES, FROM THE REDACTION RULES FILE, AND THE
001898* RULE SET FOUND FOR THE CURRENT REPORT AND RECIPIENT CLASS, WITH
001899* WHAT IT DID TO THE RECIPIENT'S COPY, FOR THE LOG.
001900*****************************************************************
001901 01  WS-RDR-COUNT             PIC S9(05) USAGE IS COMP-4
001902                              VALUE ZERO.
001903 01  WS-RDR-TABLE.
001904     03  WS-RDR-ENTRY         OCCURS 200.
001905         05  WS-RDR-QUERY     PIC X(18).
001906         05  WS-RDR-CLASS     PIC X(08).
001907         05  WS-RDR-SET       PIC X(08).
001908         05  WS-RDR-COLUMN    PIC 9(03).
001909         05  WS-RDR-LENGTH    PIC 9(03).
001910         05  WS-RDR-TREATMENT PIC X(01).
001911             88  WS-RDR-DROP             VALUE "D".
001912             88  WS-RDR-BLANK            VALUE "B".
001913             88  WS-RDR-CLEAR            VALUE "N".
001914         05  WS-RDR-FIRST-LINE PIC 9(03).
001915         05  WS-RDR-LAST-LINE PIC 9(03).
001916         05  WS-RDR-PAGE-LENGTH PIC 9(03).
001917 01  WS-RDR-SUB               PIC S9(05) USAGE IS COMP-4.
001918 01  WS-APPLIED-RULE-SET      PIC X(08).
001919 01  WS-REDACT-LINE           PIC X(132).
001920 01  WS-FIELD-START           PIC S9(05) USAGE IS COMP-4.
001921 01  WS-FIELD-END             PIC S9(05) USAGE IS COMP-4.
001922 01  WS-FIELD-LENGTH          PIC S9(05) USAGE IS COMP-4.
001923 01  WS-FIELD-POS             PIC S9(05) USAGE IS COMP-4.
001924 01  WS-CHARS-KEPT            PIC S9(05) USAGE IS COMP-4.
001925*    LINE NUMBER WITHIN THE ARCHIVE BEING COPIED, AND THE SAME
001926*    LINE'S NUMBER ON ITS PAGE FOR THE RULE BEING APPLIED.
001927 01  WS-ARCHIVE-LINE-NO       PIC S9(08) USAGE IS COMP-4.
001928 01  WS-LINE-ON-PAGE          PIC S9(08) USAGE IS COMP-4.
001929 01  WS-PAGES-BEFORE          PIC S9(08) USAGE IS COMP-4.
001930 01  WS-FIELDS-MASKED         PIC S9(08) USAGE IS COMP-4.
001931 01  WS-FIELDS-BLANKED        PIC S9(08) USAGE IS COMP-4.
001932 01  WS-LINES-DROPPED         PIC S9(08) USAGE IS COMP-4.
001933*****************************************************************
001934* COUNTS
001935*****************************************************************
001936 01  WS-BUNDLED-COUNT         PIC S9(05) USAGE IS COMP-4
001937                              VALUE ZERO.
001940 01  WS-MISSING-COUNT         PIC S9(05) USAGE IS COMP-4
001950                              VALUE ZERO.
001960 01  WS-UNROUTED-COUNT        PIC S9(05) USAGE IS COMP-4
001970                              VALUE ZERO.
001971 01  WS-DELAYED-COUNT         PIC S9(05) USAGE IS COMP-4
001972                              VALUE ZERO.
001973*    REPORTS COPIED UNDER A RULE SET THAT CHANGED THEM, AND
001974*    REPORTS NOT SENT BECAUSE THEIR BUNDLE WAS HELD.
001975 01  WS-REDACTED-COUNT        PIC S9(05) USAGE IS COMP-4
001976                              VALUE ZERO.
001977 01  WS-HELD-COUNT            PIC S9(05) USAGE IS COMP-4
001978                              VALUE ZERO.
001980 01  WS-ARCHIVE-LINE-COUNT    PIC S9(08) USAGE IS COMP-4.
001990 01  WS-RUN-DATE              PIC 9(08).
001991 01  WS-CURRENT-DATE          PIC 9(08).
001992 01  WS-CURRENT-TIME          PIC 9(08).
002000*****************************************************************
002010* BANNER AND SEPARATOR PAGE LINES FOR THE BUNDLE
002020*****************************************************************
002180     03  FILLER               PIC X(07)  VALUE "  ROWS ".
002190     03  BAN-ROW-COUNT        PIC ZZZZZZZ9.
002200     03  FILLER               PIC X(63)  VALUE SPACES.
002201 01  WS-BANNER-DELAYED.
002202     03  FILLER               PIC X(19)  VALUE
002203         "*  REPORT DELAYED  ".
002204     03  BAN-DLY-QUERY        PIC X(18).
002205     03  FILLER               PIC X(07)  VALUE "  FORM ".
002206     03  BAN-DLY-FORM         PIC X(18).
002207     03  FILLER               PIC X(16)  VALUE "  DATASET DATE ".
002208     03  BAN-DLY-DATE         PIC 9(08).
002209     03  FILLER               PIC X(46)  VALUE SPACES.
002210 01  WS-BANNER-DELAY-REASON.
002211     03  FILLER               PIC X(03)  VALUE "*  ".
002212     03  BAN-DLY-REASON       PIC X(40).
002213     03  FILLER               PIC X(89)  VALUE SPACES.
002214 01  WS-BANNER-DELAY-FOLLOW   PIC X(132) VALUE
002215     "*  IT WILL FOLLOW IN A LATER BUNDLE WHEN THE PAIR IS RERUN".
002216 01  WS-BANNER-REDACTED.
002217     03  FILLER               PIC X(27)  VALUE
002218         "*  REDACTED UNDER RULE SET ".
002219     03  BAN-RULE-SET         PIC X(08).
002220     03  FILLER               PIC X(12)  VALUE "  FOR CLASS ".
002221     03  BAN-RECIPIENT-CLASS  PIC X(08).
002222     03  FILLER               PIC X(77)  VALUE SPACES.
002224*****************************************************************
002226* DISTRIBUTION LOG PRINT LINES
002230*****************************************************************
002240 01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002250 01  WS-HEADING-1.
002550         " ARCHIVES MISSING, ".
002560     03  DLT-UNROUTED         PIC ZZZZ9.
002570     03  FILLER               PIC X(19)  VALUE
002571         " REPORTS UNROUTED  ".
002572     03  DLT-DELAYED          PIC ZZZZ9.
002573     03  FILLER               PIC X(15)  VALUE
002574         " DELAY NOTICES".
002575     03  DLT-REDACTED         PIC ZZZZ9.
002576     03  FILLER               PIC X(11)  VALUE " REDACTED, ".
002577     03  DLT-HELD             PIC ZZZZ9.
002578     03  FILLER               PIC X(13)  VALUE " REPORTS HELD".
002579     03  FILLER               PIC X(15)  VALUE SPACES.
002580*    UNDER A BUNDLED REPORT COPIED UNDER A RULE SET.
002581 01  WS-RULE-LINE.
002582     03  FILLER               PIC X(10)  VALUE SPACES.
002583     03  FILLER               PIC X(09)  VALUE "RULE SET ".
002584     03  DLR-RULE-SET         PIC X(08).
002585     03  FILLER               PIC X(07)  VALUE " CLASS ".
002586     03  DLR-CLASS            PIC X(08).
002587     03  FILLER               PIC X(02)  VALUE SPACES.
002588     03  DLR-MASKED           PIC ZZZZZZZ9.
002589     03  FILLER               PIC X(16)  VALUE " FIELDS MASKED, ".
002590     03  DLR-BLANKED          PIC ZZZZZZZ9.
002591     03  FILLER               PIC X(10)  VALUE " BLANKED, ".
002592     03  DLR-DROPPED          PIC ZZZZZZZ9.
002593     03  FILLER               PIC X(14)  VALUE " LINES DROPPED".
002594     03  FILLER               PIC X(24)  VALUE SPACES.
002600 01  WS-SECTION-LINE          PIC X(132).
002601*****************************************************************
002602* RUN LEDGER - THE REQUEST AREA PASSED TO THE LEDGER SERVICE
002603* DSQABYCO, WHICH RECORDS THE STEP'S START AND END.  SEE
002604* 0500-CHECK-RUN-LEDGER AND 9800-RECORD-RUN-LEDGER.
002605*****************************************************************
002606     COPY DSQLDGRC.
002610*
002620 PROCEDURE DIVISION.
002630*
002640 0000-MAINLINE.
002645     PERFORM 0500-CHECK-RUN-LEDGER THRU 0500-EXIT.
002650     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002660     PERFORM 2000-LOAD-ROUTING     THRU 2000-EXIT.
002670     PERFORM 3000-LOAD-STATISTICS  THRU 3000-EXIT.
002680     PERFORM 4000-LOAD-MANIFEST    THRU 4000-EXIT.
002685     PERFORM 4500-LOAD-DELAYED     THRU 4500-EXIT.
002687     PERFORM 4700-LOAD-REDACTION-RULES THRU 4700-EXIT.
002690     PERFORM 5000-BUILD-ALL-BUNDLES THRU 5000-EXIT.
002700     PERFORM 6000-NOTE-UNROUTED    THRU 6000-EXIT.
002710     PERFORM 9000-TERMINATE-RUN    THRU 9000-EXIT.
002713     SET LDG-STEP-ENDING TO TRUE.
002716     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
002717     STOP RUN.
002718*
002719*****************************************************************
002720* CHECK-RUN-LEDGER - RECORDS THE STEP'S START ON THE RUN LEDGER
002721* BEFORE ANYTHING IS OPENED.  A STEP ALREADY COMPLETED FOR THE
002722* DATE IS NOT RUN AGAIN - IT ENDS HERE WITH THE RETURN CODE IT
002723* ENDED WITH THE FIRST TIME - UNLESS ITS LEDGCTL CARD SAYS FORCE.
002724* A LEDGER THAT CANNOT BE READ OR UPDATED STOPS THE STEP WITH
002725* RETURN CODE 122 RATHER THAN RISK REPEATING THE WORK.
002726*****************************************************************
002727 0500-CHECK-RUN-LEDGER.
002728     MOVE SPACES TO LEDGER-REQUEST-AREA.
002729     MOVE "DSQABDCO" TO LDG-STEP-NAME.
002730*    ZERO - THE SERVICE GIVES BACK THE STREAM'S BUSINESS DATE.
002733     MOVE ZERO TO LDG-BUSINESS-DATE.
002734     MOVE ZERO TO LDG-RETURN-CODE.
002735     SET LDG-CHECK-FOR-RERUN TO TRUE.
002736     SET LDG-STEP-STARTING TO TRUE.
002737     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
002738     IF LDG-ALREADY-COMPLETE
002739         MOVE LDG-RETURN-CODE TO RETURN-CODE
002740         STOP RUN
002741     END-IF.
002742     IF LDG-LEDGER-FAILED
002743         MOVE 122 TO RETURN-CODE
002744         STOP RUN
002745     END-IF.
002746 0500-EXIT.
002747     EXIT.
002748*
002749 1000-INITIALIZE.
002750     OPEN INPUT  ROUTING-FILE.
002760     OPEN INPUT  STATISTICS-FILE.
002770     OPEN INPUT  MANIFEST-FILE.
002780     OPEN OUTPUT DISTRIBUTION-LOG.
002781     OPEN OUTPUT DISTRIBUTION-FILE.
002790     MOVE LDG-BUSINESS-DATE TO WS-RUN-DATE.
002800     MOVE WS-RUN-DATE TO DLH-RUN-DATE.
002810     WRITE DISTRIBUTION-LINE FROM WS-HEADING-1.
002820     WRITE DISTRIBUTION-LINE FROM WS-HEADING-2.
003430         MOVE RTE-RECIPIENT-ID TO WS-RCP-ID(WS-RCP-COUNT)
003440         MOVE RTE-ROUTE-TYPE TO WS-RCP-TYPE(WS-RCP-COUNT)
003450         MOVE RTE-DESTINATION TO WS-RCP-DEST(WS-RCP-COUNT)
003451         IF RTE-RECIPIENT-CLASS = SPACES
003452             MOVE RTE-RECIPIENT-ID TO WS-RCP-CLASS(WS-RCP-COUNT)
003453         ELSE
003454             MOVE RTE-RECIPIENT-CLASS
003456                 TO WS-RCP-CLASS(WS-RCP-COUNT)
003458         END-IF
003460     ELSE
003470         DISPLAY "DSQABDCO - MORE THAN 50 DISTINCT RECIPIENTS"
003480         MOVE 121 TO WS-ABEND-CODE
004300     PERFORM 4100-READ-MANIFEST THRU 4100-EXIT.
004310 4200-EXIT.
004320     EXIT.
004321*
004322*****************************************************************
004323* LOAD-DELAYED - THE DELAYED-REPORT RECORDS, IF DSQABUCO RAN.
004324*****************************************************************
004325 4500-LOAD-DELAYED.
004326     OPEN INPUT DELAYED-FILE.
004327     PERFORM 4510-READ-DELAYED THRU 4510-EXIT.
004328     PERFORM 4520-TAKE-ONE-DELAYED THRU 4520-EXIT
004329         UNTIL DELAYED-EOF.
004331     CLOSE DELAYED-FILE.
004332 4500-EXIT.
004333     EXIT.
004334*
004335 4510-READ-DELAYED.
004336     READ DELAYED-FILE
004337         AT END
004338             SET DELAYED-EOF TO TRUE
004339     END-READ.
004340 4510-EXIT.
004341     EXIT.
004342*
004343 4520-TAKE-ONE-DELAYED.
004344     IF WS-DLY-COUNT NOT < 200
004345         DISPLAY "DSQABDCO - DELAYED FILE EXCEEDS 200 RECORDS"
004346         MOVE 121 TO WS-ABEND-CODE
004347         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
004348     END-IF.
004349     ADD 1 TO WS-DLY-COUNT.
004350     MOVE DLY-RECIPIENT-ID TO WS-DLY-RECIPIENT(WS-DLY-COUNT).
004351     MOVE DLY-QUERY-NAME TO WS-DLY-QUERY(WS-DLY-COUNT).
004352     MOVE DLY-FORM-NAME TO WS-DLY-FORM(WS-DLY-COUNT).
004353     MOVE DLY-DATASET-DATE TO WS-DLY-DATE(WS-DLY-COUNT).
004354     MOVE DLY-REASON TO WS-DLY-REASON(WS-DLY-COUNT).
004355     PERFORM 4510-READ-DELAYED THRU 4510-EXIT.
004356 4520-EXIT.
004357     EXIT.
004358*
004359*****************************************************************
004360* LOAD-REDACTION-RULES - THE REDACTION RULES, IF ANY.  A RULE THAT
004361* NAMES NO QUERY, CLASS OR RULE SET, HAS AN UNKNOWN TREATMENT, OR
004362* PUTS ITS FIELD OFF THE END OF THE REPORT LINE IS A SETUP ERROR
004363* AND ENDS THE STEP BEFORE A SINGLE BUNDLE IS BUILT, AS A BAD
004364* ROUTING RECORD DOES - A HALF-READ RULE FILE SENDS DATA IN THE
004365* CLEAR.
004366*****************************************************************
004367 4700-LOAD-REDACTION-RULES.
004368     OPEN INPUT REDACTION-RULES-FILE.
004369     PERFORM 4710-READ-RULE THRU 4710-EXIT.
004370     PERFORM 4720-TAKE-ONE-RULE THRU 4720-EXIT
004371         UNTIL RULES-EOF.
004372     CLOSE REDACTION-RULES-FILE.
004373 4700-EXIT.
004374     EXIT.
004375*
004376 4710-READ-RULE.
004377     READ REDACTION-RULES-FILE
004378         AT END
004379             SET RULES-EOF TO TRUE
004380     END-READ.
004381 4710-EXIT.
004382     EXIT.
004383*
004384 4720-TAKE-ONE-RULE.
004385     PERFORM 4730-EDIT-ONE-RULE THRU 4730-EXIT.
004386     IF NOT RULE-OK
004387         DISPLAY "DSQABDCO - INVALID REDACTION RULE: "
004388             REDACTION-RULE-RECORD(1:41)
004389         CLOSE REDACTION-RULES-FILE
004390         MOVE 120 TO WS-ABEND-CODE
004391         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
004392     END-IF.
004393     IF WS-RDR-COUNT NOT < 200
004394         DISPLAY "DSQABDCO - REDACTION RULES EXCEED 200 RECORDS"
004395         CLOSE REDACTION-RULES-FILE
004396         MOVE 121 TO WS-ABEND-CODE
004397         PERFORM 7100-ABEND-RUN THRU 7100-EXIT
004398     END-IF.
004399     ADD 1 TO WS-RDR-COUNT.
004400     MOVE RDR-QUERY-NAME TO WS-RDR-QUERY(WS-RDR-COUNT).
004401     MOVE RDR-RECIPIENT-CLASS TO WS-RDR-CLASS(WS-RDR-COUNT).
004402     MOVE RDR-RULE-SET TO WS-RDR-SET(WS-RDR-COUNT).
004403     MOVE RDR-TREATMENT TO WS-RDR-TREATMENT(WS-RDR-COUNT).
004404     IF RDR-NO-REDACTION
004405         MOVE ZERO TO WS-RDR-COLUMN(WS-RDR-COUNT)
004406             WS-RDR-LENGTH(WS-RDR-COUNT)
004407             WS-RDR-FIRST-LINE(WS-RDR-COUNT)
004408             WS-RDR-LAST-LINE(WS-RDR-COUNT)
004409             WS-RDR-PAGE-LENGTH(WS-RDR-COUNT)
004410     ELSE
004411         MOVE RDR-COLUMN TO WS-RDR-COLUMN(WS-RDR-COUNT)
004412         MOVE RDR-LENGTH TO WS-RDR-LENGTH(WS-RDR-COUNT)
004413         MOVE RDR-FIRST-DETAIL-LINE
004414             TO WS-RDR-FIRST-LINE(WS-RDR-COUNT)
004415         MOVE RDR-LAST-DETAIL-LINE
004416             TO WS-RDR-LAST-LINE(WS-RDR-COUNT)
004417         MOVE RDR-PAGE-LENGTH TO WS-RDR-PAGE-LENGTH(WS-RDR-COUNT)
004418     END-IF.
004419     PERFORM 4710-READ-RULE THRU 4710-EXIT.
004420 4720-EXIT.
004421     EXIT.
004422*
004423 4730-EDIT-ONE-RULE.
004424     SET RULE-OK TO TRUE.
004425     IF RDR-QUERY-NAME = SPACES
004426         OR RDR-RECIPIENT-CLASS = SPACES
004427         OR RDR-RULE-SET = SPACES
004428         OR (NOT RDR-MASK-FIELD AND NOT RDR-BLANK-FIELD
004429             AND NOT RDR-DROP-LINE AND NOT RDR-NO-REDACTION)
004430         MOVE "N" TO WS-RULE-OK-SW
004431         GO TO 4730-EXIT
004432     END-IF.
004433     IF RDR-NO-REDACTION
004434         GO TO 4730-EXIT
004435     END-IF.
004436     IF RDR-COLUMN NOT NUMERIC
004437         OR RDR-LENGTH NOT NUMERIC
004438         OR RDR-FIRST-DETAIL-LINE NOT NUMERIC
004439         OR RDR-LAST-DETAIL-LINE NOT NUMERIC
004440         OR RDR-PAGE-LENGTH NOT NUMERIC
004441         MOVE "N" TO WS-RULE-OK-SW
004442         GO TO 4730-EXIT
004443     END-IF.
004444     IF RDR-COLUMN < 1
004445         OR RDR-LENGTH < 1
004446         OR RDR-COLUMN + RDR-LENGTH > 133
004447         MOVE "N" TO WS-RULE-OK-SW
004448         GO TO 4730-EXIT
004449     END-IF.
004450*    THE DETAIL LINES MUST START SOMEWHERE AND END NO EARLIER
004451*    THAN THEY START, ON THE PAGE WHEN THE PAGE LENGTH IS GIVEN.
004452     IF RDR-FIRST-DETAIL-LINE < 1
004453         OR (RDR-LAST-DETAIL-LINE NOT = ZERO
004454             AND RDR-LAST-DETAIL-LINE < RDR-FIRST-DETAIL-LINE)
004455         MOVE "N" TO WS-RULE-OK-SW
004456         GO TO 4730-EXIT
004457     END-IF.
004458     IF RDR-PAGE-LENGTH NOT = ZERO
004459         AND (RDR-FIRST-DETAIL-LINE > RDR-PAGE-LENGTH
004460             OR RDR-LAST-DETAIL-LINE > RDR-PAGE-LENGTH)
004461         MOVE "N" TO WS-RULE-OK-SW
004462     END-IF.
004463 4730-EXIT.
004464     EXIT.
004465*
004466*****************************************************************
004467* BUILD-ALL-BUNDLES - ONE BUNDLE PER RECIPIENT, IN THE ORDER
004468* THE RECIPIENTS FIRST APPEAR ON THE ROUTING FILE.
004469*****************************************************************
004470 5000-BUILD-ALL-BUNDLES.
004471     PERFORM 5100-BUILD-ONE-BUNDLE THRU 5100-EXIT
004472         VARYING WS-RCP-HIT FROM 1 BY 1
004473         UNTIL WS-RCP-HIT > WS-RCP-COUNT.
004474 5000-EXIT.
004475     EXIT.
004476*
004477*****************************************************************
004478* BUILD-ONE-BUNDLE - OPENS THE RECIPIENT'S DATED BUNDLE
004479* DATASET, WRITES THE BANNER PAGE, AND COPIES IN EVERY ARCHIVED
004480* REPORT WHOSE QUERY IS ROUTED TO THIS RECIPIENT, EACH BEHIND
004490* ITS OWN SEPARATOR PAGE.  A RECIPIENT NONE OF TONIGHT'S
004500* REPORTS ROUTE TO STILL GETS THE BANNER - AN EMPTY BUNDLE IS
004510* PROOF OF A QUIET NIGHT, NOT A MISSED DELIVERY.
004513* A BUNDLE THAT WOULD CARRY A SENSITIVE REPORT THE RECIPIENT'S
004516* CLASS HAS NO REDACTION RULE FOR IS HELD - NOT WRITTEN AT ALL.
004520*****************************************************************
004530 5100-BUILD-ONE-BUNDLE.
004540     MOVE SPACES TO WS-BUNDLE-DSNAME.
004600            INTO WS-BUNDLE-DSNAME
004610            WITH POINTER WS-STRING-PTR
004620     END-STRING.
004621     MOVE "N" TO WS-BUNDLE-HELD-SW.
004622     PERFORM 5150-CHECK-REPORT-COVERED THRU 5150-EXIT
004623         VARYING WS-RPT-SUB FROM 1 BY 1
004624         UNTIL WS-RPT-SUB > WS-RPT-COUNT.
004625     IF BUNDLE-HELD
004626         PERFORM 5800-LOG-HELD-REPORT THRU 5800-EXIT
004627             VARYING WS-RPT-SUB FROM 1 BY 1
004628             UNTIL WS-RPT-SUB > WS-RPT-COUNT
004629         GO TO 5100-EXIT
004630     END-IF.
004635     OPEN OUTPUT BUNDLE-FILE-OUT.
004640     WRITE BUNDLE-RECORD FROM WS-BANNER-STARS.
004650     MOVE WS-RCP-ID(WS-RCP-HIT) TO BAN-RECIPIENT-ID.
004660     MOVE WS-RCP-DEST(WS-RCP-HIT) TO BAN-DESTINATION.
004700     PERFORM 5200-ROUTE-ONE-REPORT THRU 5200-EXIT
004710         VARYING WS-RPT-SUB FROM 1 BY 1
004720         UNTIL WS-RPT-SUB > WS-RPT-COUNT.
004725     PERFORM 5700-SEND-ONE-NOTICE THRU 5700-EXIT
004726         VARYING WS-DLY-SUB FROM 1 BY 1
004727         UNTIL WS-DLY-SUB > WS-DLY-COUNT.
004730     CLOSE BUNDLE-FILE-OUT.
004740 5100-EXIT.
004750     EXIT.
004751*
004752*****************************************************************
004753* CHECK-REPORT-COVERED - A REPORT ROUTED TO THE CURRENT RECIPIENT
004754* THAT HAS REDACTION RULES ON FILE, BUT NONE FOR THE RECIPIENT'S
004755* CLASS, HOLDS THE WHOLE BUNDLE - NOTHING GOES OUT IN THE CLEAR
004756* FOR WANT OF A RULE.
004757*****************************************************************
004758 5150-CHECK-REPORT-COVERED.
004759     MOVE "N" TO WS-ROUTE-HIT-SW.
004760     PERFORM 5250-MATCH-ONE-ROUTE THRU 5250-EXIT
004761         VARYING WS-ROUTE-SUB FROM 1 BY 1
004762         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
004763             OR QUERY-IS-ROUTED.
004764     IF NOT QUERY-IS-ROUTED
004765         GO TO 5150-EXIT
004766     END-IF.
004767     PERFORM 5270-FIND-RULE-SET THRU 5270-EXIT.
004768     IF REPORT-IS-SENSITIVE
004769         AND NOT RULE-SET-FOUND
004770         SET BUNDLE-HELD TO TRUE
004771     END-IF.
004772 5150-EXIT.
004773     EXIT.
004775*
004777*****************************************************************
004780* ROUTE-ONE-REPORT - IF THE CURRENT REPORT'S QUERY IS ROUTED TO
004790* THE CURRENT RECIPIENT, COPY ITS ARCHIVE INTO THE OPEN BUNDLE
004800* BEHIND A SEPARATOR PAGE AND LOG THE DELIVERY.
004890         GO TO 5200-EXIT
004900     END-IF.
004910     PERFORM 5300-FIND-MANIFEST-ROWS THRU 5300-EXIT.
004915     PERFORM 5270-FIND-RULE-SET THRU 5270-EXIT.
004920     PERFORM 5400-COPY-ARCHIVE-TO-BUNDLE THRU 5400-EXIT.
004930 5200-EXIT.
004940     EXIT.
005010     END-IF.
005020 5250-EXIT.
005030     EXIT.
005031*
005032*****************************************************************
005033* FIND-RULE-SET - WHETHER THE CURRENT REPORT HAS REDACTION RULES
005034* AT ALL (SENSITIVE), WHETHER ANY IS FOR THE CURRENT RECIPIENT'S
005035* CLASS (THE RULE SET, NAMED BY THE FIRST SUCH RULE), AND WHETHER
005036* THE SET CHANGES THE COPY - A SET OF TREATMENT N RULES ONLY
005037* CLEARS THE CLASS TO SEE THE REPORT AS PRINTED.
005038*****************************************************************
005039 5270-FIND-RULE-SET.
005040     MOVE "N" TO WS-SENSITIVE-SW WS-RULE-SET-SW WS-REDACT-SW.
005041     MOVE SPACES TO WS-APPLIED-RULE-SET.
005042     PERFORM 5280-MATCH-ONE-RULE THRU 5280-EXIT
005043         VARYING WS-RDR-SUB FROM 1 BY 1
005044         UNTIL WS-RDR-SUB > WS-RDR-COUNT.
005045 5270-EXIT.
005046     EXIT.
005047*
005048 5280-MATCH-ONE-RULE.
005049     IF WS-RDR-QUERY(WS-RDR-SUB) NOT = WS-RPT-QUERY(WS-RPT-SUB)
005050         GO TO 5280-EXIT
005051     END-IF.
005052     SET REPORT-IS-SENSITIVE TO TRUE.
005053     IF WS-RDR-CLASS(WS-RDR-SUB) NOT = WS-RCP-CLASS(WS-RCP-HIT)
005054         GO TO 5280-EXIT
005055     END-IF.
005056     IF NOT RULE-SET-FOUND
005057         SET RULE-SET-FOUND TO TRUE
005058         MOVE WS-RDR-SET(WS-RDR-SUB) TO WS-APPLIED-RULE-SET
005059     END-IF.
005060     IF NOT WS-RDR-CLEAR(WS-RDR-SUB)
005061         SET REPORT-IS-REDACTED TO TRUE
005062     END-IF.
005063 5280-EXIT.
005064     EXIT.
005065*
005066 5300-FIND-MANIFEST-ROWS.
005067     MOVE ZERO TO WS-REPORT-ROWS.
005070     MOVE "N" TO WS-MAN-FOUND-SW.
005080     PERFORM 5350-MATCH-ONE-MANIFEST THRU 5350-EXIT
005090         VARYING WS-MAN-SUB FROM 1 BY 1
005240* COPY-ARCHIVE-TO-BUNDLE - SEPARATOR PAGE, THEN THE ARCHIVED
005250* PRINT LINES.  A MISSING ARCHIVE IS LOGGED AND COUNTED - THE
005260* REST OF THE BUNDLE STILL GOES OUT - AND GRADES THE STEP 8.
005263* UNDER A RULE SET THAT CHANGES THE REPORT, EACH LINE IS COPIED
005266* THROUGH THE RULES (5520) AND THE SEPARATOR PAGE SAYS SO.
005270*****************************************************************
005280 5400-COPY-ARCHIVE-TO-BUNDLE.
005290     MOVE SPACES TO WS-ARCHIVE-DSNAME.
005400     MOVE WS-RPT-FORM(WS-RPT-SUB) TO DLD-FORM.
005410     MOVE WS-REPORT-ROWS TO DLD-ROWS.
005420     MOVE WS-BUNDLE-DSNAME TO DLD-BUNDLE.
005421     MOVE SPACES TO DISTRIBUTION-RECORD.
005422     MOVE WS-RCP-ID(WS-RCP-HIT) TO DST-RECIPIENT-ID.
005423     MOVE WS-RPT-QUERY(WS-RPT-SUB) TO DST-QUERY-NAME.
005424     MOVE WS-RPT-FORM(WS-RPT-SUB) TO DST-FORM-NAME.
005425     MOVE WS-RPT-DATE(WS-RPT-SUB) TO DST-DATASET-DATE.
005426     MOVE WS-REPORT-ROWS TO DST-ROW-COUNT.
005427     MOVE WS-BUNDLE-DSNAME TO DST-BUNDLE-DSNAME.
005428     MOVE WS-APPLIED-RULE-SET TO DST-RULE-SET.
005430     OPEN INPUT ARCHIVE-FILE-IN.
005440     IF WS-ARCHIVE-IN-STATUS NOT = "00"
005450         MOVE "ARCHIVE MISSING" TO DLD-STATUS
005451         MOVE ZERO TO DLD-LINES
005460         ADD 1 TO WS-MISSING-COUNT
005470         WRITE DISTRIBUTION-LINE FROM WS-DETAIL-LINE
005471         SET DST-ARCHIVE-MISSING TO TRUE
005472         MOVE ZERO TO DST-LINE-COUNT
005473         PERFORM 5600-WRITE-DISTRIBUTION-REC THRU 5600-EXIT
005480         GO TO 5400-EXIT
005490     END-IF.
005500     WRITE BUNDLE-RECORD FROM WS-BANNER-STARS.
005520     MOVE WS-RPT-FORM(WS-RPT-SUB) TO BAN-FORM-NAME.
005530     MOVE WS-REPORT-ROWS TO BAN-ROW-COUNT.
005540     WRITE BUNDLE-RECORD FROM WS-BANNER-REPORT.
005541     IF REPORT-IS-REDACTED
005542         MOVE WS-APPLIED-RULE-SET TO BAN-RULE-SET
005543         MOVE WS-RCP-CLASS(WS-RCP-HIT) TO BAN-RECIPIENT-CLASS
005544         WRITE BUNDLE-RECORD FROM WS-BANNER-REDACTED
005545     END-IF.
005550     WRITE BUNDLE-RECORD FROM WS-BANNER-STARS.
005560     MOVE ZERO TO WS-ARCHIVE-LINE-COUNT.
005561     MOVE ZERO TO WS-ARCHIVE-LINE-NO.
005563     MOVE ZERO TO WS-FIELDS-MASKED WS-FIELDS-BLANKED
005566         WS-LINES-DROPPED.
005570     MOVE "N" TO WS-ARCHIVE-EOF-SW.
005580     PERFORM 5450-READ-ARCHIVE THRU 5450-EXIT.
005590     PERFORM 5500-COPY-ONE-LINE THRU 5500-EXIT
005600         UNTIL ARCHIVE-EOF.
005610     CLOSE ARCHIVE-FILE-IN.
005611     IF REPORT-IS-REDACTED
005612         MOVE "BUNDLED, REDACTED" TO DLD-STATUS
005613         ADD 1 TO WS-REDACTED-COUNT
005614     ELSE
005615         MOVE "BUNDLED" TO DLD-STATUS
005616     END-IF.
005621     MOVE WS-ARCHIVE-LINE-COUNT TO DLD-LINES.
005630     ADD 1 TO WS-BUNDLED-COUNT.
005640     WRITE DISTRIBUTION-LINE FROM WS-DETAIL-LINE.
005641     IF RULE-SET-FOUND
005642         PERFORM 5480-WRITE-RULE-LINE THRU 5480-EXIT
005643     END-IF.
005644     SET DST-BUNDLED TO TRUE.
005645     MOVE WS-ARCHIVE-LINE-COUNT TO DST-LINE-COUNT.
005646     PERFORM 5600-WRITE-DISTRIBUTION-REC THRU 5600-EXIT.
005650 5400-EXIT.
005660     EXIT.
005670*
005720     END-READ.
005730 5450-EXIT.
005740     EXIT.
005741*
005742*****************************************************************
005743* WRITE-RULE-LINE - UNDER THE LOG LINE OF A REPORT COPIED UNDER A
005744* RULE SET: THE SET, THE CLASS, AND WHAT THE SET DID TO THE COPY.
005745*****************************************************************
005746 5480-WRITE-RULE-LINE.
005747     MOVE WS-APPLIED-RULE-SET TO DLR-RULE-SET.
005748     MOVE WS-RCP-CLASS(WS-RCP-HIT) TO DLR-CLASS.
005749     MOVE WS-FIELDS-MASKED TO DLR-MASKED.
005750     MOVE WS-FIELDS-BLANKED TO DLR-BLANKED.
005751     MOVE WS-LINES-DROPPED TO DLR-DROPPED.
005752     WRITE DISTRIBUTION-LINE FROM WS-RULE-LINE.
005753 5480-EXIT.
005754     EXIT.
005756*
005758 5500-COPY-ONE-LINE.
005760     ADD 1 TO WS-ARCHIVE-LINE-NO.
005761     IF NOT REPORT-IS-REDACTED
005762         WRITE BUNDLE-RECORD FROM ARCHIVE-PRINT-RECORD
005763         ADD 1 TO WS-ARCHIVE-LINE-COUNT
005764         GO TO 5500-ADVANCE
005765     END-IF.
005766     MOVE ARCHIVE-PRINT-RECORD TO WS-REDACT-LINE.
005767     MOVE "N" TO WS-DROP-LINE-SW.
005768     PERFORM 5520-APPLY-ONE-RULE THRU 5520-EXIT
005769         VARYING WS-RDR-SUB FROM 1 BY 1
005770         UNTIL WS-RDR-SUB > WS-RDR-COUNT
005771             OR LINE-DROPPED.
005772     IF LINE-DROPPED
005773         ADD 1 TO WS-LINES-DROPPED
005774     ELSE
005775         WRITE BUNDLE-RECORD FROM WS-REDACT-LINE
005776         ADD 1 TO WS-ARCHIVE-LINE-COUNT
005777     END-IF.
005778 5500-ADVANCE.
005779     PERFORM 5450-READ-ARCHIVE THRU 5450-EXIT.
005780 5500-EXIT.
005781     EXIT.
005782*
005783*****************************************************************
005784* APPLY-ONE-RULE - ONE RULE OF THE RECIPIENT'S RULE SET AGAINST
005785* THE LINE BEING COPIED.  THE RULE COVERS ONLY THE DETAIL LINES
005786* IT NAMES BY POSITION ON THE PAGE, SO PAGE HEADINGS, COLUMN
005787* TITLES AND FOOTINGS GO THROUGH AS PRINTED; ON A DETAIL LINE
005788* WHATEVER IS IN THE FIELD IS TREATED.  MASKING KEEPS THE LAST
005789* FOUR NON-BLANK CHARACTERS OF THE FIELD AND STARS OUT EVERY
005790* OTHER NON-BLANK ONE, SO THE FIELD KEEPS ITS SHAPE ON THE PAGE.
005791*****************************************************************
005792 5520-APPLY-ONE-RULE.
005793     IF WS-RDR-QUERY(WS-RDR-SUB) NOT = WS-RPT-QUERY(WS-RPT-SUB)
005794         OR WS-RDR-CLASS(WS-RDR-SUB)
005795             NOT = WS-RCP-CLASS(WS-RCP-HIT)
005796         OR WS-RDR-CLEAR(WS-RDR-SUB)
005797         GO TO 5520-EXIT
005798     END-IF.
005799     IF WS-RDR-PAGE-LENGTH(WS-RDR-SUB) = ZERO
005800         MOVE WS-ARCHIVE-LINE-NO TO WS-LINE-ON-PAGE
005801     ELSE
005802         DIVIDE WS-RDR-PAGE-LENGTH(WS-RDR-SUB)
005803             INTO WS-ARCHIVE-LINE-NO
005804             GIVING WS-PAGES-BEFORE
005805             REMAINDER WS-LINE-ON-PAGE
005806         IF WS-LINE-ON-PAGE = ZERO
005807             MOVE WS-RDR-PAGE-LENGTH(WS-RDR-SUB)
005808                 TO WS-LINE-ON-PAGE
005809         END-IF
005810     END-IF.
005811     IF WS-LINE-ON-PAGE < WS-RDR-FIRST-LINE(WS-RDR-SUB)
005812         GO TO 5520-EXIT
005813     END-IF.
005814     IF WS-RDR-LAST-LINE(WS-RDR-SUB) NOT = ZERO
005815         AND WS-LINE-ON-PAGE > WS-RDR-LAST-LINE(WS-RDR-SUB)
005816         GO TO 5520-EXIT
005817     END-IF.
005818     MOVE WS-RDR-COLUMN(WS-RDR-SUB) TO WS-FIELD-START.
005819     MOVE WS-RDR-LENGTH(WS-RDR-SUB) TO WS-FIELD-LENGTH.
005820     COMPUTE WS-FIELD-END = WS-FIELD-START + WS-FIELD-LENGTH - 1.
005821     EVALUATE TRUE
005822         WHEN WS-RDR-DROP(WS-RDR-SUB)
005823             SET LINE-DROPPED TO TRUE
005824         WHEN WS-RDR-BLANK(WS-RDR-SUB)
005825             MOVE SPACES TO
005826                 WS-REDACT-LINE(WS-FIELD-START:WS-FIELD-LENGTH)
005827             ADD 1 TO WS-FIELDS-BLANKED
005828         WHEN OTHER
005829             MOVE ZERO TO WS-CHARS-KEPT
005830             PERFORM 5540-MASK-ONE-POSITION THRU 5540-EXIT
005831                 VARYING WS-FIELD-POS FROM WS-FIELD-END BY -1
005832                 UNTIL WS-FIELD-POS < WS-FIELD-START
005833             ADD 1 TO WS-FIELDS-MASKED
005834     END-EVALUATE.
005835 5520-EXIT.
005836     EXIT.
005837*
005838 5540-MASK-ONE-POSITION.
005839     IF WS-REDACT-LINE(WS-FIELD-POS:1) = SPACE
005840         GO TO 5540-EXIT
005841     END-IF.
005842     IF WS-CHARS-KEPT < 4
005843         ADD 1 TO WS-CHARS-KEPT
005844     ELSE
005845         MOVE "*" TO WS-REDACT-LINE(WS-FIELD-POS:1)
005846     END-IF.
005847 5540-EXIT.
005848     EXIT.
005849*
005850*****************************************************************
005851* WRITE-DISTRIBUTION-REC - STAMPS THE DSQDSTRC RECORD BUILT BY
005852* THE CALLER WITH THE CURRENT DATE AND TIME AND WRITES IT.
005853*****************************************************************
005854 5600-WRITE-DISTRIBUTION-REC.
005855     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005856     ACCEPT WS-CURRENT-TIME FROM TIME.
005857     MOVE WS-CURRENT-DATE TO DST-DIST-DATE.
005858     MOVE WS-CURRENT-TIME TO DST-DIST-TIME.
005859     WRITE DISTRIBUTION-RECORD.
005860 5600-EXIT.
005861     EXIT.
005862*
005863*****************************************************************
005864* SEND-ONE-NOTICE - A DELAYED REPORT FOR THE CURRENT RECIPIENT
005865* GETS A NOTICE PAGE IN THE BUNDLE WHERE THE REPORT WOULD HAVE
005866* BEEN, SAYING WHY IT IS LATE, AND A LOG LINE.  A REPORT THAT
005867* WAS PRODUCED AFTER ALL WAS BUNDLED ABOVE AND GETS NO NOTICE.
005868*****************************************************************
005869 5700-SEND-ONE-NOTICE.
005870     IF WS-DLY-RECIPIENT(WS-DLY-SUB) NOT = WS-RCP-ID(WS-RCP-HIT)
005871         GO TO 5700-EXIT
005872     END-IF.
005873     MOVE "N" TO WS-RPT-FOUND-SW.
005874     PERFORM 5750-MATCH-ONE-PRODUCED THRU 5750-EXIT
005875         VARYING WS-RPT-SUB FROM 1 BY 1
005876         UNTIL WS-RPT-SUB > WS-RPT-COUNT
005877             OR REPORT-PRODUCED.
005878     IF REPORT-PRODUCED
005879         GO TO 5700-EXIT
005880     END-IF.
005881     EVALUATE WS-DLY-REASON(WS-DLY-SUB)
005882         WHEN "F"
005883             MOVE "NOT PRODUCED - THE QUERY FAILED" TO
005884                 BAN-DLY-REASON
005885         WHEN "D"
005886             MOVE "NOT PRODUCED - DEFERRED AT THE CUTOFF" TO
005887                 BAN-DLY-REASON
005888         WHEN "H"
005889             MOVE "NOT PRODUCED - HELD, QMF OBJECT MISSING" TO
005890                 BAN-DLY-REASON
005891         WHEN "P"
005892             MOVE "NOT PRODUCED - WAITING ON ANOTHER REPORT" TO
005893                 BAN-DLY-REASON
005894         WHEN "N"
005895             MOVE "NOT PRODUCED - THE REPORT DID NOT RUN" TO
005896                 BAN-DLY-REASON
005897         WHEN OTHER
005898             MOVE "NOT PRODUCED TONIGHT" TO BAN-DLY-REASON
005899     END-EVALUATE.
005900     MOVE WS-DLY-QUERY(WS-DLY-SUB) TO BAN-DLY-QUERY.
005901     MOVE WS-DLY-FORM(WS-DLY-SUB) TO BAN-DLY-FORM.
005902     MOVE WS-DLY-DATE(WS-DLY-SUB) TO BAN-DLY-DATE.
005903     WRITE BUNDLE-RECORD FROM WS-BANNER-STARS.
005904     WRITE BUNDLE-RECORD FROM WS-BANNER-DELAYED.
005905     WRITE BUNDLE-RECORD FROM WS-BANNER-DELAY-REASON.
005906     WRITE BUNDLE-RECORD FROM WS-BANNER-DELAY-FOLLOW.
005907     WRITE BUNDLE-RECORD FROM WS-BANNER-STARS.
005908     ADD 1 TO WS-DELAYED-COUNT.
005909     MOVE WS-RCP-ID(WS-RCP-HIT) TO DLD-RECIPIENT.
005910     MOVE WS-DLY-QUERY(WS-DLY-SUB) TO DLD-QUERY.
005911     MOVE WS-DLY-FORM(WS-DLY-SUB) TO DLD-FORM.
005912     MOVE ZERO TO DLD-ROWS.
005913     MOVE ZERO TO DLD-LINES.
005914     MOVE WS-BUNDLE-DSNAME TO DLD-BUNDLE.
005915     MOVE "DELAY NOTICE SENT" TO DLD-STATUS.
005916     WRITE DISTRIBUTION-LINE FROM WS-DETAIL-LINE.
005917     MOVE SPACES TO DISTRIBUTION-RECORD.
005918     MOVE WS-RCP-ID(WS-RCP-HIT) TO DST-RECIPIENT-ID.
005919     MOVE WS-DLY-QUERY(WS-DLY-SUB) TO DST-QUERY-NAME.
005920     MOVE WS-DLY-FORM(WS-DLY-SUB) TO DST-FORM-NAME.
005921     MOVE WS-DLY-DATE(WS-DLY-SUB) TO DST-DATASET-DATE.
005922     MOVE ZERO TO DST-ROW-COUNT.
005923     MOVE ZERO TO DST-LINE-COUNT.
005924     MOVE WS-BUNDLE-DSNAME TO DST-BUNDLE-DSNAME.
005925     SET DST-DELAY-NOTICE TO TRUE.
005926     PERFORM 5600-WRITE-DISTRIBUTION-REC THRU 5600-EXIT.
005927 5700-EXIT.
005928     EXIT.
005929*
005930 5750-MATCH-ONE-PRODUCED.
005931     IF WS-RPT-QUERY(WS-RPT-SUB) = WS-DLY-QUERY(WS-DLY-SUB)
005932         AND WS-RPT-FORM(WS-RPT-SUB) = WS-DLY-FORM(WS-DLY-SUB)
005933         AND WS-RPT-DATE(WS-RPT-SUB) = WS-DLY-DATE(WS-DLY-SUB)
005934         SET REPORT-PRODUCED TO TRUE
005935     END-IF.
005936 5750-EXIT.
005937     EXIT.
005938*
005939*****************************************************************
005940* LOG-HELD-REPORT - EVERY REPORT ROUTED TO A RECIPIENT WHOSE
005941* BUNDLE IS HELD IS LOGGED AS HELD, NOT SENT.  THE ONE WITH NO
005942* RULE FOR THE RECIPIENT'S CLASS SAYS SO, ON THE CONSOLE AS WELL,
005943* SO OPS KNOW WHICH RULE TO ADD BEFORE THE STEP IS FORCED AGAIN.
005944*****************************************************************
005945 5800-LOG-HELD-REPORT.
005946     MOVE "N" TO WS-ROUTE-HIT-SW.
005947     PERFORM 5250-MATCH-ONE-ROUTE THRU 5250-EXIT
005948         VARYING WS-ROUTE-SUB FROM 1 BY 1
005949         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
005950             OR QUERY-IS-ROUTED.
005951     IF NOT QUERY-IS-ROUTED
005952         GO TO 5800-EXIT
005953     END-IF.
005954     PERFORM 5300-FIND-MANIFEST-ROWS THRU 5300-EXIT.
005955     PERFORM 5270-FIND-RULE-SET THRU 5270-EXIT.
005956     IF REPORT-IS-SENSITIVE
005957         AND NOT RULE-SET-FOUND
005958         MOVE "HELD - NO RULE" TO DLD-STATUS
005959         DISPLAY "DSQABDCO - BUNDLE FOR " WS-RCP-ID(WS-RCP-HIT)
005960             " HELD - NO REDACTION RULE FOR "
005961             WS-RPT-QUERY(WS-RPT-SUB) " CLASS "
005962             WS-RCP-CLASS(WS-RCP-HIT)
005963     ELSE
005964         MOVE "HELD WITH BUNDLE" TO DLD-STATUS
005965     END-IF.
005966     ADD 1 TO WS-HELD-COUNT.
005967     MOVE WS-RCP-ID(WS-RCP-HIT) TO DLD-RECIPIENT.
005968     MOVE WS-RPT-QUERY(WS-RPT-SUB) TO DLD-QUERY.
005969     MOVE WS-RPT-FORM(WS-RPT-SUB) TO DLD-FORM.
005970     MOVE WS-REPORT-ROWS TO DLD-ROWS.
005971     MOVE ZERO TO DLD-LINES.
005972     MOVE WS-BUNDLE-DSNAME TO DLD-BUNDLE.
005973     WRITE DISTRIBUTION-LINE FROM WS-DETAIL-LINE.
005974     MOVE SPACES TO DISTRIBUTION-RECORD.
005975     MOVE WS-RCP-ID(WS-RCP-HIT) TO DST-RECIPIENT-ID.
005976     MOVE WS-RPT-QUERY(WS-RPT-SUB) TO DST-QUERY-NAME.
005977     MOVE WS-RPT-FORM(WS-RPT-SUB) TO DST-FORM-NAME.
005978     MOVE WS-RPT-DATE(WS-RPT-SUB) TO DST-DATASET-DATE.
005979     MOVE WS-REPORT-ROWS TO DST-ROW-COUNT.
005980     MOVE ZERO TO DST-LINE-COUNT.
005981     MOVE WS-BUNDLE-DSNAME TO DST-BUNDLE-DSNAME.
005982     MOVE WS-APPLIED-RULE-SET TO DST-RULE-SET.
005983     SET DST-BUNDLE-HELD TO TRUE.
005984     PERFORM 5600-WRITE-DISTRIBUTION-REC THRU 5600-EXIT.
005985 5800-EXIT.
005986     EXIT.
005987*
005988*****************************************************************
005989* NOTE-UNROUTED - LISTS EVERY ARCHIVED REPORT NO ROUTING RECORD
005990* CLAIMS, SO A NEW QUERY THAT NEVER GOT A ROUTE IS VISIBLE ON
005991* THE LOG INSTEAD OF QUIETLY REACHING NOBODY BUT THE ARCHIVE.
005992*****************************************************************
005993 6000-NOTE-UNROUTED.
005994     PERFORM 6100-CHECK-ONE-REPORT THRU 6100-EXIT
005995         VARYING WS-RPT-SUB FROM 1 BY 1
005996         UNTIL WS-RPT-SUB > WS-RPT-COUNT.
005997 6000-EXIT.
005998     EXIT.
005999*
006000 6100-CHECK-ONE-REPORT.
006001     MOVE "N" TO WS-ROUTE-HIT-SW.
006002     PERFORM 6150-MATCH-ANY-ROUTE THRU 6150-EXIT
006003         VARYING WS-ROUTE-SUB FROM 1 BY 1
006004         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
006005             OR QUERY-IS-ROUTED.
006010     IF QUERY-IS-ROUTED
006020         GO TO 6100-EXIT
006030     END-IF.
006080     MOVE "NO RECIPIENT ROUTED" TO DLD-STATUS.
006090     ADD 1 TO WS-UNROUTED-COUNT.
006100     WRITE DISTRIBUTION-LINE FROM WS-DETAIL-LINE.
006101     MOVE SPACES TO DISTRIBUTION-RECORD.
006102     MOVE WS-RPT-QUERY(WS-RPT-SUB) TO DST-QUERY-NAME.
006103     MOVE WS-RPT-FORM(WS-RPT-SUB) TO DST-FORM-NAME.
006104     MOVE WS-RPT-DATE(WS-RPT-SUB) TO DST-DATASET-DATE.
006105     MOVE ZERO TO DST-ROW-COUNT.
006106     MOVE ZERO TO DST-LINE-COUNT.
006107     SET DST-UNROUTED TO TRUE.
006108     PERFORM 5600-WRITE-DISTRIBUTION-REC THRU 5600-EXIT.
006110 6100-EXIT.
006120     EXIT.
006130*
006250*****************************************************************
006260 7100-ABEND-RUN.
006270     CLOSE ROUTING-FILE STATISTICS-FILE MANIFEST-FILE
006280         DISTRIBUTION-LOG DISTRIBUTION-FILE.
006290     MOVE WS-ABEND-CODE TO RETURN-CODE.
006293     SET LDG-STEP-ABENDING TO TRUE.
006296     PERFORM 9800-RECORD-RUN-LEDGER THRU 9800-EXIT.
006300     STOP RUN.
006310 7100-EXIT.
006320     EXIT.
006330*
006340*****************************************************************
006350* TERMINATE-RUN - TOTALS, CLOSE, AND THE STEP GRADE: 8 WHEN ANY
006360* ROUTED ARCHIVE WAS MISSING OR ANY BUNDLE WAS HELD, ELSE 4 WHEN
006370* A REPORT HAD NO ROUTE AT ALL, ELSE 0.
006380*****************************************************************
006390 9000-TERMINATE-RUN.
006400     WRITE DISTRIBUTION-LINE FROM WS-BLANK-LINE.
006410     MOVE WS-BUNDLED-COUNT TO DLT-BUNDLED.
006420     MOVE WS-MISSING-COUNT TO DLT-MISSING.
006430     MOVE WS-UNROUTED-COUNT TO DLT-UNROUTED.
006431     MOVE WS-DELAYED-COUNT TO DLT-DELAYED.
006434     MOVE WS-REDACTED-COUNT TO DLT-REDACTED.
006437     MOVE WS-HELD-COUNT TO DLT-HELD.
006440     WRITE DISTRIBUTION-LINE FROM WS-TOTAL-LINE.
006450     CLOSE ROUTING-FILE STATISTICS-FILE MANIFEST-FILE
006460         DISTRIBUTION-LOG DISTRIBUTION-FILE.
006470     IF WS-MISSING-COUNT > ZERO
006475         OR WS-HELD-COUNT > ZERO
006480         MOVE 8 TO RETURN-CODE
006490     ELSE
006500         IF WS-UNROUTED-COUNT > ZERO
006530     END-IF.
006540 9000-EXIT.
006550     EXIT.
006560*
006570*****************************************************************
006580* RECORD-RUN-LEDGER - RECORDS THE STEP'S END ON THE RUN LEDGER,
006590* WITH ITS RETURN CODE AND KEY COUNTS.  THE CALLER HAS SET THE
006600* FUNCTION - ENDING OR ABENDING.  THE CALL LEAVES A RETURN CODE
006610* OF ITS OWN BEHIND, SO THE STEP'S IS PUT BACK AFTERWARD.
006620*****************************************************************
006630 9800-RECORD-RUN-LEDGER.
006640     MOVE RETURN-CODE TO LDG-RETURN-CODE.
006650     MOVE "BUNDLED" TO LDG-COUNT-LABEL(1).
006660     MOVE WS-BUNDLED-COUNT TO LDG-COUNT-VALUE(1).
006670     MOVE "MISSING" TO LDG-COUNT-LABEL(2).
006680     MOVE WS-MISSING-COUNT TO LDG-COUNT-VALUE(2).
006690     MOVE "UNROUTED" TO LDG-COUNT-LABEL(3).
006700     MOVE WS-UNROUTED-COUNT TO LDG-COUNT-VALUE(3).
006710     MOVE "DELAYED" TO LDG-COUNT-LABEL(4).
006720     MOVE WS-DELAYED-COUNT TO LDG-COUNT-VALUE(4).
006730     CALL "DSQABYCO" USING LEDGER-REQUEST-AREA.
006740     MOVE LDG-RETURN-CODE TO RETURN-CODE.
006750 9800-EXIT.
006760     EXIT.
