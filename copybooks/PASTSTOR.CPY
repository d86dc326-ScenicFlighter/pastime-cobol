000100*================================================================
000200*  PASTSTOR.CPY
000300*  KEYED STORE MASTER FILE.  ONE RECORD PER REDEEMING STORE,
000400*  MAINTAINED ONLY BY THE RNDSTOR BATCH MAINTENANCE RUN FROM
000500*  THE STORCTL DECK FIELD OPERATIONS STAGES.  RNDPOST VALIDATES
000600*  EVERY TENDER'S STORE HERE -- A STORE NOT ON FILE, NOT YET
000700*  OPEN, OR PAST ITS CLOSE DATE GOES TO THE EXCEPTION LISTING
000800*  INSTEAD OF BEING POSTED -- AND RNDSETL TAKES THE NAME,
000900*  REGION AND DISTRICT FROM IT TO SUBTOTAL THE WEEK BY
001000*  TERRITORY.  A CLOSED STORE STAYS ON THE MASTER SO LATE
001100*  TENDERS DATED BEFORE THE CLOSE STILL POST AND OLD
001200*  SETTLEMENT DETAILS STILL RESOLVE TO A NAME.
001300*  SM-CLOSE-DATE IS THE LAST DAY THE STORE TRADED.
001400*----------------------------------------------------------------
001500*  MM/DD/YY  INIT  DESCRIPTION
001600*  10/15/26  DWA   ORIGINAL STORE MASTER LAYOUT.
001620*  10/15/26  DWA   ADDED SM-STATE OUT OF THE FILLER -- THE
001640*                  STATE THE STORE TRADES IN.  RNDESCH REPORTS
001660*                  A STORE CAMPAIGN'S DORMANT VOUCHERS TO IT.
001680*                  NO CHANGE TO THE RECORD LENGTH.
001700*================================================================
001800  01  PASTSTOR-RECORD.
001900      05  SM-STORE-NO                 PIC 9(05).
002000      05  SM-STORE-NAME               PIC X(30).
002100      05  SM-REGION                   PIC X(04).
002200      05  SM-DISTRICT                 PIC X(04).
002300      05  SM-OPEN-DATE                PIC 9(08).
002400      05  SM-CLOSE-DATE               PIC 9(08).
002500      05  SM-STATUS                   PIC X(01).
002600          88  SM-ST-ACTIVE                    VALUE "A".
002700          88  SM-ST-CLOSED                    VALUE "C".
002710      05  SM-STATE                    PIC X(02).
002800      05  FILLER                      PIC X(38).
