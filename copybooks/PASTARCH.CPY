001000*                  PASTHIST FIELDS PLUS THE DATE ARCHIVED.
001010*  08/22/26  DWA   ADDED PA-CAMPAIGN-ID, CARRIED FROM THE NEW
001020*                  PH-CAMPAIGN-ID ON THE LIVE RECORD.
001030*  10/15/26  DWA   ADDED PA-RETAIN-REASON AND PA-CONDENSE-DATE
001040*                  OUT OF THE FILLER.  BOTH ARE SPACES/ZEROS ON
001050*                  A MONTHLY SWEEP GENERATION; RNDRETN STAMPS
001060*                  THEM ON EVERY RECORD IT CARRIES FORWARD INTO
001070*                  A CONDENSED GENERATION -- WHY IT WAS KEPT
001080*                  AND WHEN.  NO CHANGE TO THE RECORD LENGTH.
001100*================================================================
001200  01  PASTARCH-RECORD.
001300      05  PA-CODE                     PIC X(100).
001900      05  PA-EXPIRY-DATE              PIC 9(08).
001950      05  PA-CAMPAIGN-ID              PIC X(08).
002000      05  PA-ARCHIVE-DATE             PIC 9(08).
002010      05  PA-RETAIN-REASON            PIC X(01).
002020          88  PA-RET-HELD                     VALUE "H".
002030          88  PA-RET-NOT-DUE                  VALUE "N".
002040          88  PA-RET-CAMPAIGN-OPEN            VALUE "C".
002050      05  PA-CONDENSE-DATE            PIC 9(08).
002100      05  FILLER                      PIC X(01).
