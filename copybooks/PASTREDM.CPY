001900*                  A-Z/0-9 ALPHABET, AS THE PASTVEND TRAILER
002000*                  CARRIES OUTBOUND.  THE POS EXTRACT MUST BE
002100*                  RE-CUT TO THIS LAYOUT BEFORE IT GOES IN.
002110*  10/15/26  DWA   ADDED THE "R" REVERSAL RECORD TYPE.  THE POS
002120*                  SENDS ONE WHEN A REGISTER BACKS OUT A VOUCHER
002130*                  TENDER (VOIDED SALE, CUSTOMER WALKED AWAY),
002140*                  NAMING THE ORIGINAL CODE, STORE AND REDEEM
002150*                  DATE.  IT SHARES THE DETAIL LAYOUT BYTE FOR
002160*                  BYTE, AND THE TRAILER COUNT AND HASH TOTAL
002170*                  COVER REVERSALS AS WELL AS DETAILS.
002200*================================================================
002300  01  REDM-HEADER-RECORD.
002400      05  RH-REC-TYPE                 PIC X(01).
003500      05  RT-STORE-NO                 PIC 9(05).
003600      05  RT-TERMINAL-NO              PIC 9(03).
003700      05  FILLER                      PIC X(03).
003710  01  REDM-REVERSAL-RECORD.
003720      05  RV-REC-TYPE                 PIC X(01).
003730          88  RV-IS-REVERSAL                  VALUE "R".
003740      05  RV-CODE                     PIC X(100).
003750      05  RV-REDEEM-DATE              PIC 9(08).
003760      05  RV-STORE-NO                 PIC 9(05).
003770      05  RV-TERMINAL-NO              PIC 9(03).
003780      05  FILLER                      PIC X(03).
003800  01  REDM-TRAILER-RECORD.
003900      05  RX-REC-TYPE                 PIC X(01).
004000          88  RX-IS-TRAILER                   VALUE "T".
