000100*****************************************************************
000110*    DSQPRBRC  --  NIGHTLY PROBLEM RECORD.  ONE RECORD PER      *
000120*    CONDITION A CHECKING STEP FINDS ON A QUERY/FORM PAIR -     *
000130*    DSQABWCO FOR A SHORT OR MISSING EXPORT, DSQABBCO FOR A     *
000140*    COVERAGE BREAK.  THE INCIDENT INTERFACE STEP DSQABICO      *
000150*    READS THEM, CONCATENATED, TO OPEN, UPDATE AND CLOSE        *
000160*    TICKETS IN THE INCIDENT MANAGEMENT SYSTEM.                 *
000170*****************************************************************
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 RKH   INITIAL VERSION.
000220*-----------------------------------------------------------------
000230 01  PROBLEM-RECORD.
000240*    THE PROGRAM-ID OF THE STEP THAT FOUND THE CONDITION.
000250     03  PRB-SOURCE-STEP      PIC X(08).
000260     03  PRB-CONDITION        PIC X(08).
000270         88  PRB-EXPORT-SHORT            VALUE "XMITSHRT".
000280         88  PRB-EXPORT-MISSING          VALUE "XMITMISS".
000290         88  PRB-RAN-UNSCHEDULED         VALUE "COVUNSCH".
000300         88  PRB-NEVER-RAN               VALUE "COVNEVER".
000310         88  PRB-CLAIMED-TWICE           VALUE "COVDOUBL".
000320         88  PRB-STATS-DISAGREE          VALUE "COVSTATS".
000330     03  PRB-QUERY-NAME       PIC X(18).
000340*    BLANK WHERE THE CONDITION BELONGS TO THE QUERY ALONE.
000350     03  PRB-FORM-NAME        PIC X(18).
000360     03  PRB-DATASET-DATE     PIC 9(08).
000370     03  PRB-DETAIL           PIC X(36).
000380     03  FILLER               PIC X(04).
