001484*                  OLDER THAN THE GRACE PERIOD IS FLAGGED AS AN
001485*                  EXCEPTION INSTEAD OF WAITING FOR A CUSTOMER
001486*                  TO CALL ABOUT A VOUCHER THAT NEVER PRINTED.
001487*  10/15/26  DWA   ADDED CM-HOLDER OUT OF THE FILLER -- THE
001488*                  STORE THAT ISSUES A STORE-SPECIFIC CAMPAIGN
001489*                  (ZEROS FOR A CHAIN-WIDE ONE) AND THE STATE OF
001490*                  THE CAMPAIGN OWNER.  RNDESCH REPORTS DORMANT
001491*                  VOUCHERS TO THE ISSUING STORE'S STATE, ELSE TO
001492*                  THE OWNER'S.  CAMPAIGNS ON FILE BEFORE THIS
001493*                  CHANGE CARRY SPACES HERE UNTIL A CHANGE CARD
001494*                  SUPPLIES THEM.  NO CHANGE TO THE RECORD LENGTH.
001500*================================================================
001600  01  PASTCAMP-RECORD.
001700      05  CM-CAMPAIGN-ID              PIC X(08).
002780      05  CM-PRINT-FLAG               PIC X(01).
002790          88  CM-PRINT-CONFIRMED              VALUE "P".
002795      05  CM-PRINT-DATE               PIC 9(08).
002796      05  CM-HOLDER.
002797          10  CM-ISSUE-STORE          PIC 9(05).
002798          10  CM-OWNER-STATE          PIC X(02).
002800      05  FILLER                      PIC X(17).
