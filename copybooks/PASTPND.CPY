000100*================================================================
000200*  PASTPND.CPY
000300*  KEYED PENDING-CHANGE FILE FOR THE PASTCAMP CAMPAIGN MASTER.
000400*  RNDCMP NO LONGER APPLIES AN ADD OR CHANGE CARD -- IT STAGES
000500*  IT HERE AS A NUMBERED PROPOSAL CARRYING THE CAMPAIGN'S
000600*  MAINTAINABLE FIELDS BEFORE AND AFTER, AND WHO PROPOSED IT.
000700*  THE RNDCAPV APPROVAL RUN RELEASES IT TO THE MASTER ONLY ON A
000800*  CARD KEYED BY A DIFFERENT USER ID.  A PROPOSAL IS NEVER
000900*  DELETED:  ITS STATUS RECORDS THE DISPOSITION AND THE
001000*  DECIDED-BY/DATE FIELDS WHO MADE IT, SO THE FILE IS THE
001100*  STANDING AUDIT REGISTER OF EVERY CHANGE TO A CAMPAIGN'S
001200*  MONEY FIELDS.
001300*    P  PENDING   -- STAGED, AWAITING A DECISION
001400*    A  APPROVED  -- RELEASED AND APPLIED TO PASTCAMP
001500*    R  REJECTED  -- TURNED DOWN BY THE APPROVER, OR REFUSED
001600*                    BECAUSE THE MASTER MOVED UNDER IT
001700*    E  EXPIRED   -- NOBODY DECIDED IT WITHIN THE APRVCTL
001800*                    EXPIRY DAYS
001900*  KEY 0000000 IS NOT A PROPOSAL -- IT IS THE CONTROL RECORD
002000*  HOLDING THE LAST PROPOSAL NUMBER RNDCMP ASSIGNED.
002100*----------------------------------------------------------------
002200*  MM/DD/YY  INIT  DESCRIPTION
002300*  10/15/26  DWA   ORIGINAL PENDING-CHANGE LAYOUT.
002320*  10/15/26  DWA   ADDED THE BEFORE AND AFTER ISSUING STORE AND
002340*                  OWNER STATE (THE NEW CM-HOLDER) OUT OF THE
002360*                  FILLER.  PROPOSALS STAGED BEFORE THIS CHANGE
002380*                  CARRY SPACES THERE, AS THE MASTER DOES.
002400*================================================================
002500  01  PASTPND-RECORD.
002600      05  PP-PROPOSAL-NO              PIC 9(07).
002700      05  PP-STATUS                   PIC X(01).
002800          88  PP-ST-PENDING                   VALUE "P".
002900          88  PP-ST-APPROVED                  VALUE "A".
003000          88  PP-ST-REJECTED                  VALUE "R".
003100          88  PP-ST-EXPIRED                   VALUE "E".
003200      05  PP-ACTION                   PIC X(01).
003300          88  PP-ACT-ADD                      VALUE "A".
003400          88  PP-ACT-CHANGE                   VALUE "C".
003500      05  PP-CAMPAIGN-ID              PIC X(08).
003600      05  PP-PROPOSED-BY              PIC X(08).
003700      05  PP-PROPOSED-DATE            PIC 9(08).
003800      05  PP-PROPOSED-TIME            PIC 9(06).
003900      05  PP-DECIDED-BY               PIC X(08).
004000      05  PP-DECIDED-DATE             PIC 9(08).
004100      05  PP-DISPOSITION              PIC X(24).
004200      05  PP-BEFORE.
004300          10  PB-DESCRIPTION          PIC X(30).
004400          10  PB-OWNER                PIC X(20).
004500          10  PB-START-DATE           PIC 9(08).
004600          10  PB-END-DATE             PIC 9(08).
004700          10  PB-MAX-CODES            PIC 9(09).
004800          10  PB-FACE-VALUE           PIC 9(05)V99.
004900          10  PB-GL-CODE              PIC X(08).
005000      05  PP-AFTER.
005100          10  PN-DESCRIPTION          PIC X(30).
005200          10  PN-OWNER                PIC X(20).
005300          10  PN-START-DATE           PIC 9(08).
005400          10  PN-END-DATE             PIC 9(08).
005500          10  PN-MAX-CODES            PIC 9(09).
005600          10  PN-FACE-VALUE           PIC 9(05)V99.
005700          10  PN-GL-CODE              PIC X(08).
005710      05  PP-BEFORE-HOLDER.
005720          10  PB-ISSUE-STORE          PIC 9(05).
005730          10  PB-OWNER-STATE          PIC X(02).
005740      05  PP-AFTER-HOLDER.
005750          10  PN-ISSUE-STORE          PIC 9(05).
005760          10  PN-OWNER-STATE          PIC X(02).
005800      05  FILLER                      PIC X(27).
005900  01  PASTPND-CONTROL-RECORD.
006000      05  PQ-CONTROL-KEY              PIC 9(07).
006100      05  PQ-LAST-PROPOSAL-NO         PIC 9(07).
006200      05  FILLER                      PIC X(286).
