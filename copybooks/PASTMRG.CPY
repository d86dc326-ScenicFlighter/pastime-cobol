000100*================================================================
000200*  PASTMRG.CPY
000300*  PERSONALIZED MAIL-MERGE FILE WRITTEN BY RNDRCP FOR A DIRECT-
000400*  MAIL CAMPAIGN.  THE PRINT VENDOR LOADS IT IN PLACE OF THE
000500*  PLAIN PASTVEND DETAILS FOR THAT CAMPAIGN.  IT KEEPS THE
000600*  PASTVEND SHAPE -- "H" HEADER, ONE "D" DETAIL PER CODE WITH
000700*  THE CODE HYPHENATED FOR THE VOUCHER FACE, AND A "T" TRAILER
000800*  WITH THE DETAIL COUNT AND THE SAME HASH TOTAL -- SO THE
000900*  VENDOR'S INTAKE PROVES IT THE SAME WAY.  EACH DETAIL ALSO
001000*  CARRIES THE RECIPIENT THE CODE IS MAILED TO.
001100*----------------------------------------------------------------
001200*  MM/DD/YY  INIT  DESCRIPTION
001300*  10/15/26  DWA   ORIGINAL MAIL-MERGE LAYOUT.
001400*================================================================
001500  01  MRG-HEADER-RECORD.
001600      05  MH-REC-TYPE                 PIC X(01).
001700          88  MH-IS-HEADER                    VALUE "H".
001800      05  MH-RUN-DATE                 PIC 9(08).
001900      05  MH-CAMPAIGN-ID              PIC X(08).
002000      05  FILLER                      PIC X(283).
002100  01  MRG-DETAIL-RECORD.
002200      05  MD-REC-TYPE                 PIC X(01).
002300          88  MD-IS-DETAIL                    VALUE "D".
002400      05  MD-SEQ-NO                   PIC 9(07).
002500      05  MD-CAMPAIGN-ID              PIC X(08).
002600      05  MD-CODE-DISPLAY             PIC X(124).
002700      05  MD-CUSTOMER-NO              PIC 9(10).
002800      05  MD-NAME                     PIC X(30).
002900      05  MD-ADDRESS-1                PIC X(30).
003000      05  MD-ADDRESS-2                PIC X(30).
003100      05  MD-CITY                     PIC X(20).
003200      05  MD-STATE                    PIC X(02).
003300      05  MD-ZIP                      PIC X(10).
003400      05  FILLER                      PIC X(28).
003500  01  MRG-TRAILER-RECORD.
003600      05  MT-REC-TYPE                 PIC X(01).
003700          88  MT-IS-TRAILER                   VALUE "T".
003800      05  MT-DETAIL-COUNT             PIC 9(09).
003900      05  MT-HASH-TOTAL               PIC 9(13).
004000      05  FILLER                      PIC X(277).
