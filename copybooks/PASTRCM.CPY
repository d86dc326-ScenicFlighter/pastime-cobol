000100*================================================================
000200*  PASTRCM.CPY
000300*  ESCHEAT RECLAIM ACTIVITY, APPENDED BY RNDPOST (DISP=MOD,
000400*  LIKE PASTSETL) WHENEVER IT POSTS A REDEMPTION OF A CODE
000500*  RNDESCH HAS ALREADY REPORTED TO A STATE AS UNCLAIMED
000600*  PROPERTY.  THE FACE VALUE WAS REMITTED TO THAT STATE, SO
000700*  HONOURING THE VOUCHER ENTITLES US TO CLAIM IT BACK.  A POS
000800*  REVERSAL OF SUCH A REDEMPTION APPENDS AN "R" ENTRY THAT
000900*  CANCELS THE "D".  RNDESCH NETS THE ENTRIES BY STATE ON ITS
001000*  RECLAIM SCHEDULE.
001100*----------------------------------------------------------------
001200*  MM/DD/YY  INIT  DESCRIPTION
001300*  10/15/26  DWA   ORIGINAL RECLAIM ACTIVITY LAYOUT.
001400*================================================================
001500  01  PASTRCM-RECORD.
001600      05  RM-ENTRY-TYPE               PIC X(01).
001700          88  RM-IS-REDEMPTION                VALUE "D".
001800          88  RM-IS-REVERSAL                  VALUE "R".
001900      05  RM-POST-DATE                PIC 9(08).
002000      05  RM-REDEEM-DATE              PIC 9(08).
002100      05  RM-STORE-NO                 PIC 9(05).
002200      05  RM-CODE                     PIC X(100).
002300      05  RM-CAMPAIGN-ID              PIC X(08).
002400      05  RM-FACE-VALUE               PIC 9(05)V99.
002500      05  RM-ESCHEAT-STATE            PIC X(02).
002600      05  RM-ESCHEAT-DATE             PIC 9(08).
002700      05  FILLER                      PIC X(13).
