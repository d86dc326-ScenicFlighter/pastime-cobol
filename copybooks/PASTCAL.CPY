000100*================================================================
000200*  PASTCAL.CPY
000300*  KEYED PROCESSING CALENDAR -- ONE RECORD PER CALENDAR DATE.
000400*  RNDCAL BUILDS A RANGE OF DATES (WEEKDAYS BUSINESS DAYS,
000500*  SATURDAY AND SUNDAY WEEKEND) AND MARKS THE HOLIDAYS OPS
000600*  KEYS IN.  THE DATED JOBS -- RNDSTR, RNDPOST, RNDSETL,
000700*  RNDARCH, RNDEXPN -- LOOK THEIR RUN DATE UP HERE BEFORE
000800*  THEY START, AND RNDCALS REPORTS THE PASTCRG COMPLETION
000900*  REGISTER AGAINST IT.
001000*    CL-WEEKDAY    1 = MONDAY ... 7 = SUNDAY
001100*    CL-MONTH-END  THE LAST CALENDAR DAY OF ITS MONTH -- THE
001200*                  RNDARCH SWEEP DATE
001300*    CL-WEEK-END   THE LAST DAY OF A SETTLEMENT WEEK (SUNDAY)
001400*                  -- THE RNDSETL WEEK-TO DATE
001500*----------------------------------------------------------------
001600*  MM/DD/YY  INIT  DESCRIPTION
001700*  10/15/26  DWA   ORIGINAL PROCESSING CALENDAR LAYOUT.
001800*================================================================
001900  01  PASTCAL-RECORD.
002000      05  CL-DATE                     PIC 9(08).
002100      05  CL-WEEKDAY                  PIC 9(01).
002200      05  CL-DAY-TYPE                 PIC X(01).
002300          88  CL-BUSINESS-DAY                 VALUE "B".
002400          88  CL-WEEKEND                      VALUE "W".
002500          88  CL-HOLIDAY                      VALUE "H".
002600      05  CL-MONTH-END                PIC X(01).
002700          88  CL-IS-MONTH-END                 VALUE "Y".
002800      05  CL-WEEK-END                 PIC X(01).
002900          88  CL-IS-WEEK-END                  VALUE "Y".
003000      05  CL-HOLIDAY-NAME             PIC X(24).
003100      05  CL-MAINT-DATE               PIC 9(08).
003200      05  CL-MAINT-USER               PIC X(08).
003300      05  FILLER                      PIC X(08).
