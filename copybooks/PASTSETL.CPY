001100*----------------------------------------------------------------
001200*  MM/DD/YY  INIT  DESCRIPTION
001300*  09/02/26  DWA   ORIGINAL SETTLEMENT DETAIL LAYOUT.
001310*  10/15/26  DWA   ADDED SL-ENTRY-TYPE AND SIGNED SL-FACE-VALUE.
001320*                  A POS REVERSAL RNDPOST ACCEPTS LANDS HERE AS
001330*                  AN "R" ENTRY CARRYING THE NEGATIVE FACE VALUE,
001340*                  SO RNDSETL NETS IT AGAINST THE ORIGINAL
001350*                  REDEMPTION.  SPACES (OLDER RECORDS) READ AS A
001360*                  REDEMPTION.  THE RECORD LENGTH IS UNCHANGED.
001400*================================================================
001500  01  PASTSETL-RECORD.
001600      05  SL-POST-DATE                PIC 9(08).
001800      05  SL-STORE-NO                 PIC 9(05).
001900      05  SL-CAMPAIGN-ID              PIC X(08).
002000      05  SL-GL-CODE                  PIC X(08).
002100      05  SL-FACE-VALUE               PIC S9(05)V99.
002200      05  SL-CODE                     PIC X(100).
002210      05  SL-ENTRY-TYPE               PIC X(01).
002220          88  SL-IS-REDEMPTION                VALUE "D" " ".
002230          88  SL-IS-REVERSAL                  VALUE "R".
002300      05  FILLER                      PIC X(05).
