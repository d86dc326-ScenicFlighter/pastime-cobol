000100*================================================================
000200*  PASTFEX.CPY
000300*  MACHINE-READABLE COPY OF THE RNDPOST EXCEPTION LISTING.  ONE
000400*  RECORD FOR EVERY TRANSACTION RNDPOST LISTS ON PASTEXC, WITH
000500*  THE SAME REASON TEXT, SO THE RNDFRAUD CASE RUN CAN CARRY
000600*  THE NIGHT'S DOUBLE-DIPS, VOIDED CODES AND NOT-ON-FILE
000700*  ATTEMPTS FORWARD INTO THE PASTCASE FILE INSTEAD OF THEM
000800*  BEING FORGOTTEN WITH THE PRINTOUT.  ONE GENERATION PER
000900*  NIGHT.  FX-CAMPAIGN-ID AND FX-HIST-STATUS ARE SPACES WHEN
001000*  THE CODE WAS NOT ON FILE.
001100*----------------------------------------------------------------
001200*  MM/DD/YY  INIT  DESCRIPTION
001300*  10/15/26  DWA   ORIGINAL EXCEPTION EXTRACT LAYOUT.
001400*================================================================
001500  01  PASTFEX-RECORD.
001600      05  FX-POST-DATE                PIC 9(08).
001700      05  FX-REASON                   PIC X(24).
001800          88  FX-RS-ALREADY-REDEEMED  VALUE "ALREADY REDEEMED".
001900          88  FX-RS-CODE-VOIDED       VALUE "CODE VOIDED".
002000          88  FX-RS-NOT-ON-FILE       VALUE "CODE NOT ON FILE".
002100      05  FX-TRAN-TYPE                PIC X(01).
002200      05  FX-REDEEM-DATE              PIC 9(08).
002300      05  FX-STORE-NO                 PIC 9(05).
002400      05  FX-TERMINAL-NO              PIC 9(03).
002500      05  FX-CODE                     PIC X(100).
002600      05  FX-CAMPAIGN-ID              PIC X(08).
002700      05  FX-HIST-STATUS              PIC X(01).
002800      05  FILLER                      PIC X(02).
