000100*================================================================
000200*  PASTGLJ.CPY
000300*  G/L JOURNAL EXTRACT FOR THE ACCOUNTING SYSTEM, WRITTEN BY
000400*  RNDGLEX.  THREE RECORD TYPES SHARE THE 120-BYTE AREA, IN THE
000500*  SAME STYLE AS THE PASTVEND AND PASTNTC FEEDS:  ONE "H"
000600*  HEADER (SOURCE SYSTEM, THE ACTIVITY PERIOD, AND WHEN THE
000700*  EXTRACT WAS CUT), ONE "D" DETAIL PER JOURNAL LINE -- ACCOUNT,
000800*  CAMPAIGN, DEBIT OR CREDIT, AMOUNT -- AND ONE "T" TRAILER
000900*  CARRYING THE DETAIL COUNT AND THE DEBIT AND CREDIT TOTALS.
001000*  EVERY ACTIVITY SUMMARY PRODUCES A DEBIT AND A CREDIT LINE
001100*  FOR THE SAME AMOUNT, SO THE TRAILER TOTALS ARE ALWAYS EQUAL;
001200*  THE LOAD SHOULD REFUSE AN EXTRACT WHERE THEY ARE NOT.
001300*----------------------------------------------------------------
001400*  MM/DD/YY  INIT  DESCRIPTION
001500*  10/15/26  DWA   ORIGINAL G/L JOURNAL EXTRACT LAYOUT.
001600*================================================================
001700  01  GLJ-HEADER-RECORD.
001800      05  GH-REC-TYPE                 PIC X(01).
001900          88  GH-IS-HEADER                    VALUE "H".
002000      05  GH-SOURCE                   PIC X(08).
002100      05  GH-PERIOD-FROM              PIC 9(08).
002200      05  GH-PERIOD-TO                PIC 9(08).
002300      05  GH-CREATE-DATE              PIC 9(08).
002400      05  GH-CREATE-TIME              PIC 9(06).
002500      05  FILLER                      PIC X(81).
002600  01  GLJ-DETAIL-RECORD.
002700      05  GD-REC-TYPE                 PIC X(01).
002800          88  GD-IS-DETAIL                    VALUE "D".
002900      05  GD-POST-DATE                PIC 9(08).
003000      05  GD-ACCOUNT                  PIC X(08).
003100      05  GD-CAMPAIGN-ID              PIC X(08).
003200      05  GD-DR-CR                    PIC X(01).
003300          88  GD-IS-DEBIT                     VALUE "D".
003400          88  GD-IS-CREDIT                    VALUE "C".
003500      05  GD-AMOUNT                   PIC 9(11)V99.
003600      05  GD-CODE-COUNT               PIC 9(09).
003700      05  GD-ACTIVITY-TYPE            PIC X(01).
003800      05  GD-DESCRIPTION              PIC X(30).
003900      05  FILLER                      PIC X(41).
004000  01  GLJ-TRAILER-RECORD.
004100      05  GT-REC-TYPE                 PIC X(01).
004200          88  GT-IS-TRAILER                   VALUE "T".
004300      05  GT-DETAIL-COUNT             PIC 9(09).
004400      05  GT-TOTAL-DEBITS             PIC 9(13)V99.
004500      05  GT-TOTAL-CREDITS            PIC 9(13)V99.
004600      05  FILLER                      PIC X(80).
