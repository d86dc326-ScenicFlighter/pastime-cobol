000100*================================================================
000200*  PASTHJNL.CPY
000300*  PASTHIST CHANGE JOURNAL RECORD.  EVERY PROGRAM THAT UPDATES
000400*  THE KEYED PASTHIST CLUSTER -- RNDSTR, RNDPOST, RNDVOID,
000500*  RNDRISS, RNDARCH, RNDESCH -- APPENDS ONE OF THESE TO THE
000600*  CUMULATIVE PASTHJNL FILE FOR EVERY RECORD IT ADDS, REWRITES OR
000700*  DELETES, STAMPED WITH THE PROGRAM, ITS RUN (BUSINESS) DATE,
000800*  AND THE CLOCK DATE AND TIME THE CHANGE WAS MADE.  THE
000900*  BEFORE IMAGE IS SPACES ON AN ADD AND THE AFTER IMAGE IS
001000*  SPACES ON A DELETE.  RNDHRCV APPLIES THE JOURNAL TO A
001100*  RESTORED PASTHIST BACKUP, FORWARD FROM THE BACKUP'S CLOCK
001200*  TIME UP TO A CHOSEN POINT IN TIME.
001300*  THE IMAGES ARE WIDER THAN THE HISTORY RECORD SO THE RECORD
001400*  CAN GROW WITHOUT A NEW JOURNAL LAYOUT -- THE RECORD SITS
001500*  LEFT-JUSTIFIED, PADDED WITH SPACES.
001600*----------------------------------------------------------------
001700*  MM/DD/YY  INIT  DESCRIPTION
001800*  10/15/26  DWA   ORIGINAL CHANGE JOURNAL LAYOUT.
001900*================================================================
002000  01  PASTHJNL-RECORD.
002100      05  HJ-PROGRAM                  PIC X(08).
002200      05  HJ-RUN-DATE                 PIC 9(08).
002300      05  HJ-CLOCK-DATE               PIC 9(08).
002400      05  HJ-CLOCK-TIME               PIC 9(08).
002500      05  HJ-ACTION                   PIC X(01).
002600          88  HJ-ACT-ADD                      VALUE "A".
002700          88  HJ-ACT-REWRITE                  VALUE "R".
002800          88  HJ-ACT-DELETE                   VALUE "D".
002900      05  HJ-BEFORE-IMAGE             PIC X(200).
003000      05  HJ-AFTER-IMAGE              PIC X(200).
003100      05  FILLER                      PIC X(17).
