000100*================================================================
000200*  PASTHOLD.CPY
000300*  KEYED LEGAL-HOLD FILE.  ONE RECORD PER HOLD LEGAL PLACES ON
000400*  A SINGLE CODE ("K") OR ON EVERY CODE OF A CAMPAIGN ("P")
000500*  FOR A DISPUTE, CHARGEBACK OR LITIGATION CASE, MAINTAINED
000600*  ONLY BY THE RNDHOLD BATCH RUN FROM THE HOLDCTL DECK.  THE
000700*  KEY IS THE HOLD TYPE, THE CODE OR CAMPAIGN, AND THE CASE
000800*  NUMBER, SO ONE CODE CAN BE HELD UNDER SEVERAL CASES AND A
000900*  READER STARTS ON TYPE + CODE AND READS FORWARD FOR ALL OF
001000*  THEM.  A HOLD IN FORCE (HD-ST-HELD) STOPS RNDARCH PURGING
001100*  THE CODE FROM PASTHIST AND STOPS RNDRETN DESTROYING ITS
001200*  ARCHIVE RECORD.  A RELEASED HOLD STAYS ON FILE WITH ITS
001300*  RELEASE DATE FOR THE AUDIT TRAIL.
001400*----------------------------------------------------------------
001500*  MM/DD/YY  INIT  DESCRIPTION
001600*  10/15/26  DWA   ORIGINAL LEGAL-HOLD LAYOUT.
001700*================================================================
001800  01  PASTHOLD-RECORD.
001900      05  HD-KEY.
002000          10  HD-KEY-TYPE             PIC X(01).
002100              88  HD-KEY-IS-CODE              VALUE "K".
002200              88  HD-KEY-IS-CAMPAIGN          VALUE "P".
002300          10  HD-KEY-CODE             PIC X(100).
002400          10  HD-KEY-CAMPAIGN REDEFINES HD-KEY-CODE.
002500              15  HD-KEY-CAMP-ID      PIC X(08).
002600              15  FILLER              PIC X(92).
002700          10  HD-KEY-CASE-NO          PIC X(12).
002800      05  HD-REQUESTER                PIC X(20).
002900      05  HD-HOLD-DATE                PIC 9(08).
003000      05  HD-RELEASE-DATE             PIC 9(08).
003100      05  HD-STATUS                   PIC X(01).
003200          88  HD-ST-HELD                      VALUE "H".
003300          88  HD-ST-RELEASED                  VALUE "R".
003400      05  HD-PLACED-BY                PIC X(08).
003500      05  HD-RELEASED-BY              PIC X(08).
003600      05  HD-REASON                   PIC X(30).
003700      05  FILLER                      PIC X(04).
