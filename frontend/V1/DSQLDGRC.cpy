000100*****************************************************************
000110*    DSQLDGRC  --  RUN LEDGER REQUEST AREA.  THE PARAMETER      *
000120*    BLOCK PASSED TO THE LEDGER SERVICE DSQABYCO.  A STREAM     *
000130*    STEP CALLS IT ONCE AS IT STARTS, BEFORE IT OPENS ANYTHING, *
000140*    AND AGAIN AS IT ENDS - NORMALLY OR THROUGH ITS ABEND       *
000150*    ROUTINE.  THE ANSWER TO THE STARTING CALL SAYS WHETHER THE *
000160*    STEP MAY GO AHEAD.                                         *
000170*****************************************************************
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 RKH   INITIAL VERSION.
000211* 2026-10-15 RKH   FUNCTION B, AND A ZERO BUSINESS DATE ON THE
000212*                  STARTING CALL, TAKE THE STREAM'S BUSINESS DATE.
000220*-----------------------------------------------------------------
000230 01  LEDGER-REQUEST-AREA.
000240     03  LDG-FUNCTION         PIC X(01).
000250         88  LDG-STEP-STARTING           VALUE "S".
000260         88  LDG-STEP-ENDING             VALUE "E".
000270         88  LDG-STEP-ABENDING           VALUE "A".
000271*        B = HAND BACK THE STREAM'S BUSINESS DATE ONLY - NO
000272*        LEDGER UPDATE - FOR A STEP NOT ON THE LEDGER ITSELF.
000273         88  LDG-DATE-ENQUIRY            VALUE "B".
000280     03  LDG-STEP-NAME        PIC X(08).
000290*    BLANK UNLESS THE STEP RUNS MORE THAN ONCE A NIGHT.  LEFT
000300*    BLANK BY THE CALLER, IT IS TAKEN FROM THE STEP'S LEDGCTL CARD
000310*    ON THE STARTING CALL AND HELD HERE FOR THE ENDING CALL.
000320     03  LDG-STEP-QUALIFIER   PIC X(08).
000321*    LEFT ZERO BY THE CALLER, IT IS TAKEN FROM THE STREAM'S
000322*    BUSDATE CARD ON THE STARTING CALL AND HELD HERE FOR THE
000323*    ENDING CALL; THE STEP NAMES ITS RUN BY IT.  A CALLER WITH A
000324*    DATE OF ITS OWN, AS THE DRIVER HAS ON A RESTART, PASSES IT.
000330     03  LDG-BUSINESS-DATE    PIC 9(08).
000340*    Y = REFUSE TO REPEAT A STEP ALREADY COMPLETED FOR THE DATE.
000350*    N = RECORD ONLY - FOR A STEP WHOSE RERUN IS HARMLESS OR IS
000360*    GOVERNED BY ITS OWN CHECKPOINT, AS THE DRIVER'S IS.
000370     03  LDG-RERUN-CHECK-SW   PIC X(01).
000380         88  LDG-CHECK-FOR-RERUN         VALUE "Y".
000390         88  LDG-RECORD-ONLY             VALUE "N".
000400*    IN ON THE ENDING CALLS: THE STEP'S RETURN CODE.  OUT ON A
000410*    REFUSED START: THE RETURN CODE THE COMPLETED RUN ENDED WITH.
000420     03  LDG-RETURN-CODE      PIC 9(04).
000430*    IN ON THE ENDING CALLS: UP TO FOUR OF THE STEP'S COUNTS.  AN
000440*    ENTRY WITH A BLANK LABEL IS NOT RECORDED.
000450     03  LDG-COUNT-ENTRY      OCCURS 4.
000460         05  LDG-COUNT-LABEL  PIC X(08).
000470         05  LDG-COUNT-VALUE  PIC 9(09).
000480*    OUT: P = GO AHEAD.  D = ALREADY COMPLETED FOR THE DATE - DO
000490*    NOT RERUN.  X = THE LEDGER COULD NOT BE READ OR UPDATED.
000500     03  LDG-RESULT-SW        PIC X(01).
000510         88  LDG-PROCEED                 VALUE "P".
000520         88  LDG-ALREADY-COMPLETE        VALUE "D".
000530         88  LDG-LEDGER-FAILED           VALUE "X".
