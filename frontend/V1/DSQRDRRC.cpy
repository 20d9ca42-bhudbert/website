000100*****************************************************************
000110*    DSQRDRRC  --  REDACTION RULE RECORD.  ONE RECORD PER       *
000120*    COLUMN TO BE MASKED, BLANKED OR DROPPED WHEN A QUERY'S     *
000130*    REPORT GOES INTO THE BUNDLE OF A RECIPIENT OF A GIVEN      *
000140*    CLASS.  READ BY THE DISTRIBUTION STEP DSQABDCO.  THE       *
000150*    ARCHIVED REPORT IS NEVER CHANGED - ONLY THE RECIPIENT'S    *
000160*    COPY.  A QUERY WITH ANY RULE ON FILE IS SENSITIVE: A       *
000170*    RECIPIENT WHOSE CLASS HAS NO RULE FOR IT HAS ITS BUNDLE    *
000180*    HELD RATHER THAN SENT IN THE CLEAR.  MAINTAINED BY OPS,    *
000190*    NOT COMPILED IN.                                           *
000200*****************************************************************
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230* DATE       INIT  DESCRIPTION
000240* 2026-10-15 RKH   INITIAL VERSION.
000245* 2026-10-15 RKH   A RULE NOW NAMES THE DETAIL LINES IT COVERS BY
000246*                  POSITION ON THE PAGE, IN PLACE OF LOOKING FOR
000247*                  A DIGIT IN THE FIELD.
000250*-----------------------------------------------------------------
000260 01  REDACTION-RULE-RECORD.
000270     03  RDR-QUERY-NAME       PIC X(18).
000280*    THE RECIPIENT CLASS FROM THE ROUTING RECORD - OR THE
000290*    RECIPIENT ID, FOR A RECIPIENT ROUTED WITH NO CLASS.
000300     03  RDR-RECIPIENT-CLASS  PIC X(08).
000310*    THE NAME THE QUERY/CLASS RULES GO BY ON THE DISTRIBUTION LOG.
000320*    EVERY RULE FOR ONE QUERY AND CLASS SHOULD CARRY THE SAME ONE;
000330*    THE FIRST ON THE FILE IS THE ONE LOGGED.
000340     03  RDR-RULE-SET         PIC X(08).
000350*    THE COLUMN ON THE 132-BYTE REPORT LINE WHERE THE FIELD
000360*    STARTS, AND ITS LENGTH.  NOT USED FOR TREATMENT N.
000370     03  RDR-COLUMN           PIC 9(03).
000380     03  RDR-LENGTH           PIC 9(03).
000390*    M = MASK ALL BUT THE LAST FOUR CHARACTERS, B = BLANK THE
000400*    FIELD, D = DROP THE LINE, N = NONE - THE CLASS MAY SEE THE
000410*    REPORT AS PRINTED.  ON A DETAIL LINE THE RULE TREATS
000420*    WHATEVER IS IN THE FIELD, BLANK, TEXT OR DIGITS.
000430     03  RDR-TREATMENT        PIC X(01).
000440         88  RDR-MASK-FIELD              VALUE "M".
000450         88  RDR-BLANK-FIELD             VALUE "B".
000460         88  RDR-DROP-LINE               VALUE "D".
000470         88  RDR-NO-REDACTION            VALUE "N".
000471*    THE DETAIL LINES THE RULE COVERS, BY LINE NUMBER ON THE
000472*    PAGE OF THE ARCHIVED REPORT: THE FIRST DETAIL LINE AFTER THE
000473*    FORM'S PAGE HEADING AND COLUMN TITLES, AND THE LAST BEFORE
000474*    ITS PAGE FOOTING (ZERO = TO THE FOOT OF THE PAGE).  A PAGE
000475*    LENGTH OF ZERO TAKES THE WHOLE ARCHIVE AS ONE PAGE, FOR A
000476*    FORM PRINTED WITH ITS HEADING ONCE.  HEADING AND FOOTING
000477*    LINES ALWAYS PASS THROUGH AS PRINTED.  NOT USED FOR
000478*    TREATMENT N.
000479     03  RDR-FIRST-DETAIL-LINE PIC 9(03).
000480     03  RDR-LAST-DETAIL-LINE PIC 9(03).
000481     03  RDR-PAGE-LENGTH      PIC 9(03).
000482     03  FILLER               PIC X(30).
