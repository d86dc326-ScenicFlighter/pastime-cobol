000100*================================================================
000200*  PASTXRF.CPY
000300*  KEYED CODE-TO-RECIPIENT CROSS-REFERENCE, WRITTEN BY RNDRCP
000400*  AS IT ASSIGNS DIRECT-MAIL CODES.  EVERY ASSIGNMENT IS HELD
000500*  TWICE IN THE CLUSTER, TOLD APART BY THE LEADING KEY BYTE,
000600*  SO THE DESK CAN SEARCH EITHER WAY:
000700*    "K"  BY CODE      -- XR-KEY-CODE
000800*    "C"  BY CUSTOMER  -- XR-KEY-CUST-NO THEN XR-KEY-CAMPAIGN,
000900*                         SO ONE CUSTOMER'S CODES ACROSS EVERY
001000*                         CAMPAIGN READ TOGETHER
001100*  BOTH RECORDS CARRY THE WHOLE PAIRING -- THE CODE, ITS
001200*  PASTOUT SEQUENCE AND GENERATION DATE, AND THE RECIPIENT'S
001300*  NAME AND ADDRESS AS MAILED.
001400*----------------------------------------------------------------
001500*  MM/DD/YY  INIT  DESCRIPTION
001600*  10/15/26  DWA   ORIGINAL CROSS-REFERENCE LAYOUT.
001700*================================================================
001800  01  PASTXRF-RECORD.
001900      05  XR-KEY.
002000          10  XR-KEY-TYPE             PIC X(01).
002100              88  XR-KEY-IS-CODE              VALUE "K".
002200              88  XR-KEY-IS-CUSTOMER          VALUE "C".
002300          10  XR-KEY-CODE             PIC X(100).
002400          10  XR-KEY-CUSTOMER REDEFINES XR-KEY-CODE.
002500              15  XR-KEY-CUST-NO      PIC 9(10).
002600              15  XR-KEY-CAMPAIGN     PIC X(08).
002700              15  FILLER              PIC X(82).
002800      05  XR-CODE                     PIC X(100).
002900      05  XR-CAMPAIGN-ID              PIC X(08).
003000      05  XR-CUSTOMER-NO              PIC 9(10).
003100      05  XR-NAME                     PIC X(30).
003200      05  XR-ADDRESS-1                PIC X(30).
003300      05  XR-ADDRESS-2                PIC X(30).
003400      05  XR-CITY                     PIC X(20).
003500      05  XR-STATE                    PIC X(02).
003600      05  XR-ZIP                      PIC X(10).
003700      05  XR-SEQ-NO                   PIC 9(07).
003800      05  XR-RUN-DATE                 PIC 9(08).
003900      05  XR-ASSIGN-DATE              PIC 9(08).
004000      05  FILLER                      PIC X(36).
