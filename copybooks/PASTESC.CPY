000100*================================================================
000200*  PASTESC.CPY
000300*  UNCLAIMED PROPERTY (ESCHEAT) FILING EXTRACT, WRITTEN BY
000400*  RNDESCH ONCE A YEAR.  FOUR RECORD TYPES SHARE THE 160-BYTE
000500*  AREA, IN THE SAME STYLE AS THE PASTGLJ FEED:  ONE "H"
000600*  HEADER (THE HOLDER, THE REPORT YEAR, THE DORMANCY CUTOFF
000700*  APPLIED, AND WHEN THE EXTRACT WAS CUT), ONE "D" DETAIL PER
000800*  DORMANT CODE REPORTED -- GROUPED BY THE STATE IT IS REPORTED
000900*  TO -- AND AN "S" STATE TOTAL CLOSING EACH STATE'S DETAILS,
001000*  THEN ONE "T" TRAILER WITH THE HOLDER TOTALS.  THE TRAILER
001100*  MUST EQUAL THE SUM OF THE STATE TOTALS, AND EACH STATE
001200*  TOTAL THE SUM OF ITS DETAILS; THE FILING LOAD SHOULD REFUSE
001300*  AN EXTRACT WHERE THEY DO NOT.  UD-BASIS SAYS HOW THE STATE
001400*  WAS FOUND:  "S" THE ISSUING STORE'S STATE, "O" THE CAMPAIGN
001500*  OWNER'S STATE.
001600*----------------------------------------------------------------
001700*  MM/DD/YY  INIT  DESCRIPTION
001800*  10/15/26  DWA   ORIGINAL ESCHEAT FILING EXTRACT LAYOUT.
001900*================================================================
002000  01  ESC-HEADER-RECORD.
002100      05  UH-REC-TYPE                 PIC X(01).
002200          88  UH-IS-HEADER                    VALUE "H".
002300      05  UH-HOLDER-NAME              PIC X(30).
002400      05  UH-HOLDER-ID                PIC X(10).
002500      05  UH-REPORT-YEAR              PIC 9(04).
002600      05  UH-RUN-DATE                 PIC 9(08).
002700      05  UH-CUTOFF-DATE              PIC 9(08).
002800      05  UH-DORMANCY-DAYS            PIC 9(05).
002900      05  UH-PROPERTY-TYPE            PIC X(04).
003000      05  UH-MODE                     PIC X(01).
003100          88  UH-IS-FINAL                     VALUE "F".
003200          88  UH-IS-TRIAL                     VALUE "T".
003300      05  UH-CREATE-DATE              PIC 9(08).
003400      05  UH-CREATE-TIME              PIC 9(06).
003500      05  FILLER                      PIC X(75).
003600  01  ESC-DETAIL-RECORD.
003700      05  UD-REC-TYPE                 PIC X(01).
003800          88  UD-IS-DETAIL                    VALUE "D".
003900      05  UD-STATE                    PIC X(02).
004000      05  UD-PROPERTY-TYPE            PIC X(04).
004100      05  UD-CODE                     PIC X(100).
004200      05  UD-CAMPAIGN-ID              PIC X(08).
004300      05  UD-ISSUE-DATE               PIC 9(08).
004400      05  UD-LAST-ACTIVITY            PIC 9(08).
004500      05  UD-AMOUNT                   PIC 9(05)V99.
004600      05  UD-BASIS                    PIC X(01).
004700          88  UD-BY-ISSUING-STORE             VALUE "S".
004800          88  UD-BY-CAMPAIGN-OWNER            VALUE "O".
004900      05  UD-ISSUE-STORE              PIC 9(05).
005000      05  FILLER                      PIC X(16).
005100  01  ESC-STATE-RECORD.
005200      05  US-REC-TYPE                 PIC X(01).
005300          88  US-IS-STATE-TOTAL               VALUE "S".
005400      05  US-STATE                    PIC X(02).
005500      05  US-CODE-COUNT               PIC 9(09).
005600      05  US-AMOUNT                   PIC 9(11)V99.
005700      05  FILLER                      PIC X(135).
005800  01  ESC-TRAILER-RECORD.
005900      05  UT-REC-TYPE                 PIC X(01).
006000          88  UT-IS-TRAILER                   VALUE "T".
006100      05  UT-STATE-COUNT              PIC 9(03).
006200      05  UT-DETAIL-COUNT             PIC 9(09).
006300      05  UT-TOTAL-AMOUNT             PIC 9(13)V99.
006400      05  FILLER                      PIC X(132).
