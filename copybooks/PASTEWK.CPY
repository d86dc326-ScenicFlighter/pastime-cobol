000100*================================================================
000200*  PASTEWK.CPY
000300*  DORMANT-CODE WORK RECORD FOR THE RNDESCH ESCHEAT RUN.  THE
000400*  SCAN OF PASTHIST WRITES ONE PER DORMANT CODE, ALREADY VALUED
000500*  AND ASSIGNED ITS STATE, AND THE FILE IS SORTED BY STATE,
000600*  CAMPAIGN AND CODE FOR THE EXTRACT AND THE DUE-DILIGENCE
000700*  LISTING.  A CODE WHOSE STATE COULD NOT BE FOUND CARRIES
000800*  SPACES, SO IT SORTS AHEAD OF EVERY STATE.  THE RECIPIENT,
000900*  WHEN THE CODE WAS ASSIGNED ONE ON PASTXRF, RIDES ALONG FOR
001000*  THE LISTING.  COPY WITH REPLACING ==:TAG:== BY ==EW== (WORK
001100*  FILE), ==ER== (SORTED FILE), OR ==ES== (SORT WORK) SO ALL
001200*  THREE VIEWS SHARE ONE LAYOUT.
001300*----------------------------------------------------------------
001400*  MM/DD/YY  INIT  DESCRIPTION
001500*  10/15/26  DWA   ORIGINAL DORMANT-CODE WORK RECORD LAYOUT.
001600*================================================================
001700  01  :TAG:-WORK-RECORD.
001800      05  :TAG:-STATE                 PIC X(02).
001900      05  :TAG:-CAMPAIGN-ID           PIC X(08).
002000      05  :TAG:-CODE                  PIC X(100).
002100      05  :TAG:-ISSUE-DATE            PIC 9(08).
002200      05  :TAG:-LAST-ACTIVITY         PIC 9(08).
002300      05  :TAG:-FACE-VALUE            PIC 9(05)V99.
002400      05  :TAG:-BASIS                 PIC X(01).
002500      05  :TAG:-ISSUE-STORE           PIC 9(05).
002600      05  :TAG:-CUSTOMER-NO           PIC 9(10).
002700      05  :TAG:-CUSTOMER-NAME         PIC X(30).
002800      05  :TAG:-CUSTOMER-STATE        PIC X(02).
002900      05  FILLER                      PIC X(19).
