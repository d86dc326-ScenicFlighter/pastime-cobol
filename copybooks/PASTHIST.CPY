000868*                  STRAIGHT OFF THE HISTORY RECORD.  THE RECORD
000869*                  GROWS BY TEN BYTES -- REDEFINE AND RELOAD
000871*                  THE PASTHIST CLUSTER WHEN THIS GOES IN.
000873*  10/15/26  DWA   ADDED PH-REDEEM-STORE OUT OF THE FILLER.
000874*                  RNDPOST STAMPS THE STORE THAT TENDERED THE
000875*                  CODE WHEN IT POSTS THE REDEMPTION, AND CHECKS
000876*                  IT WHEN A POS REVERSAL COMES IN FOR THE CODE.
000877*                  ZEROS ONCE THE REDEMPTION IS REVERSED.  NO
000878*                  CHANGE TO THE RECORD LENGTH.
000888*  10/15/26  DWA   ADDED PH-ESCHEAT-FLAG/DATE/STATE.  RNDESCH
000898*                  STAMPS A DORMANT NEVER-EXPIRING CODE WHEN ITS
000908*                  FACE VALUE IS REPORTED AS UNCLAIMED PROPERTY,
000918*                  SO IT IS NEVER REPORTED TWICE, AND RNDPOST
000928*                  LISTS A LATER REDEMPTION OF IT FOR A RECLAIM
000938*                  FROM THAT STATE.  THE RECORD GROWS BY ELEVEN
000948*                  BYTES -- REDEFINE AND RELOAD THE PASTHIST
000958*                  CLUSTER WHEN THIS GOES IN.  A RELOADED RECORD
000968*                  CARRIES SPACES HERE -- NOT REPORTED.
000978*================================================================
001000  01  PASTHIST-RECORD.
001100      05  PH-CODE                    PIC X(100).
001200      05  PH-RUN-DATE                PIC 9(08).
001480      05  PH-CAMPAIGN-ID              PIC X(08).
001485      05  PH-FACE-VALUE               PIC 9(05)V99.
001490      05  PH-GL-CODE                  PIC X(08).
001500      05  PH-REDEEM-STORE             PIC 9(05).
001510      05  PH-ESCHEAT-FLAG             PIC X(01).
001520          88  PH-ESCHEATED                    VALUE "Y".
001530      05  PH-ESCHEAT-DATE             PIC 9(08).
001540      05  PH-ESCHEAT-STATE            PIC X(02).
