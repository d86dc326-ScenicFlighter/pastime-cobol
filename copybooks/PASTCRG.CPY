000100*================================================================
000200*  PASTCRG.CPY
000300*  KEYED JOB COMPLETION REGISTER -- ONE RECORD PER DATED
000400*  PROGRAM PER BUSINESS DATE (RNDSETL'S IS KEYED BY ITS
000500*  WEEK-TO DATE, CR-PERIOD-FROM HOLDING THE WEEK-FROM).  EACH
000600*  DATED JOB CHECKS ITS PREREQUISITES HERE AND AGAINST THE
000700*  PASTCAL CALENDAR BEFORE IT STARTS, AND MARKS ITSELF
000800*  COMPLETE HERE WHEN IT ENDS.  A JOB REFUSED FOR A DATE IT
000900*  HAS NOT COMPLETED IS REGISTERED AS REFUSED; A REFUSED
001000*  RERUN OF A COMPLETED DATE ONLY BUMPS CR-REFUSALS.  AN
001100*  ABENDED RUN LEAVES NO COMPLETION, SO ITS RESUBMIT PASSES.
001200*    C  COMPLETE -- RAN TO END OF JOB (ANY RC BELOW 12)
001300*    R  REFUSED  -- STOPPED BY THE CALENDAR CHECK, REASON IN
001400*                   CR-REASON
001500*  OPS REMOVES A COMPLETION WITH AN RNDCAL "X" CARD WHEN A
001600*  DATE HAS TO BE RERUN ON PURPOSE.
001700*----------------------------------------------------------------
001800*  MM/DD/YY  INIT  DESCRIPTION
001900*  10/15/26  DWA   ORIGINAL COMPLETION REGISTER LAYOUT.
002000*================================================================
002100  01  PASTCRG-RECORD.
002200      05  CR-KEY.
002300          10  CR-PROGRAM              PIC X(08).
002400          10  CR-RUN-DATE             PIC 9(08).
002500      05  CR-STATUS                   PIC X(01).
002600          88  CR-ST-COMPLETE                  VALUE "C".
002700          88  CR-ST-REFUSED                   VALUE "R".
002800      05  CR-JOB                      PIC X(08).
002900      05  CR-PERIOD-FROM              PIC 9(08).
003000      05  CR-START-DATE               PIC 9(08).
003100      05  CR-START-TIME               PIC 9(06).
003200      05  CR-END-DATE                 PIC 9(08).
003300      05  CR-END-TIME                 PIC 9(06).
003400      05  CR-RETURN-CODE              PIC 9(04).
003500      05  CR-REFUSALS                 PIC 9(04).
003600      05  CR-REASON                   PIC X(40).
003700      05  FILLER                      PIC X(11).
