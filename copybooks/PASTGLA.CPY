000100*================================================================
000200*  PASTGLA.CPY
000300*  G/L ACTIVITY RECORD.  EVERY RUN THAT MOVES A CODE INTO OR OUT
000400*  OF THE ISSUED-NOT-REDEEMED LIABILITY APPENDS ONE OF THESE TO
000500*  THE CUMULATIVE PASTGLA FILE, DATED WITH THE BUSINESS DATE OF
000600*  THE MOVEMENT AND CARRYING THE CAMPAIGN AND PROMOTION G/L
000700*  CODE OFF THE HISTORY RECORD (OR THE MASTER AT ISSUE), THE
000800*  NUMBER OF CODES AND THEIR FACE DOLLARS.  RNDGLEX SUMMARIZES
000900*  THEM INTO THE BALANCED PASTGLJ JOURNAL EXTRACT, AND RNDSETL
001000*  NETS THEM FOR THE WEEK TO TIE THE JOURNALS TO ITS LIABILITY
001100*  MOVEMENT.
001200*  ACTIVITY TYPES:  I -- CODES ISSUED (RNDSTR, RNDRISS)
001300*                   D -- CODE REDEEMED (RNDPOST)
001400*                   R -- REDEMPTION REVERSED (RNDPOST)
001500*                   E -- ISSUED CODE EXPIRED (RNDARCH)
001600*                   V -- ISSUED CODE VOIDED (RNDVOID)
001700*                   X -- ISSUED CODE VOIDED FOR A DESK
001800*                        REPLACEMENT (RNDRISS) -- THE VALUE
001900*                        MOVES TO THE NEW CODE, NOT TO BREAKAGE
002000*  AMOUNTS ARE ALWAYS POSITIVE -- THE TYPE SAYS WHICH WAY THE
002100*  LIABILITY MOVED.
002200*----------------------------------------------------------------
002300*  MM/DD/YY  INIT  DESCRIPTION
002400*  10/15/26  DWA   ORIGINAL G/L ACTIVITY LAYOUT.
002500*================================================================
002600  01  PASTGLA-RECORD.
002700      05  GA-ACTIVITY-DATE            PIC 9(08).
002800      05  GA-PROGRAM                  PIC X(08).
002900      05  GA-ACTIVITY-TYPE            PIC X(01).
003000          88  GA-IS-ISSUE                     VALUE "I".
003100          88  GA-IS-REDEMPTION                VALUE "D".
003200          88  GA-IS-REVERSAL                  VALUE "R".
003300          88  GA-IS-EXPIRY                    VALUE "E".
003400          88  GA-IS-VOID                      VALUE "V".
003500          88  GA-IS-REPLACED                  VALUE "X".
003600          88  GA-ADDS-LIABILITY               VALUE "I" "R".
003700      05  GA-CAMPAIGN-ID              PIC X(08).
003800      05  GA-GL-CODE                  PIC X(08).
003900      05  GA-CODE-COUNT               PIC 9(07).
004000      05  GA-AMOUNT                   PIC 9(09)V99.
004100      05  FILLER                      PIC X(29).
