000100*================================================================
000200*  PASTRCL.CPY
000300*  DIRECT-MAIL RECIPIENT LIST RECORD.  MARKETING SUPPLIES ONE
000400*  LIST PER CAMPAIGN, IN THE ORDER THE PIECES ARE TO BE
000500*  MAILED.  RNDRCP GIVES EACH RECIPIENT, IN LIST ORDER, THE
000600*  NEXT UNASSIGNED CODE OF THE CAMPAIGN IN PO-SEQ-NO ORDER.
000700*  THE CUSTOMER NUMBER IS THE MARKETING DATABASE KEY CUSTOMER
000800*  SERVICE SEARCHES BY.
000900*----------------------------------------------------------------
001000*  MM/DD/YY  INIT  DESCRIPTION
001100*  10/15/26  DWA   ORIGINAL RECIPIENT LIST LAYOUT.
001200*================================================================
001300  01  PASTRCL-RECORD.
001400      05  RL-CAMPAIGN-ID              PIC X(08).
001500      05  RL-CUSTOMER-NO              PIC 9(10).
001600      05  RL-NAME                     PIC X(30).
001700      05  RL-ADDRESS-1                PIC X(30).
001800      05  RL-ADDRESS-2                PIC X(30).
001900      05  RL-CITY                     PIC X(20).
002000      05  RL-STATE                    PIC X(02).
002100      05  RL-ZIP                      PIC X(10).
002200      05  FILLER                      PIC X(20).
