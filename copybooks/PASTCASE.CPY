000100*================================================================
000200*  PASTCASE.CPY
000300*  KEYED FRAUD CASE FILE, BUILT NIGHT OVER NIGHT BY RNDFRAUD
000400*  FROM THE PASTFEX EXCEPTION EXTRACT.  THREE KINDS OF CASE
000500*  SHARE THE CLUSTER, TOLD APART BY THE LEADING KEY BYTE:
000600*    "C"  ONE CODE           -- CS-KEY-CODE
000700*    "S"  ONE STORE          -- CS-KEY-STORE, TERMINAL ZEROS
000800*    "T"  ONE STORE/TERMINAL -- CS-KEY-STORE AND CS-KEY-TERMINAL
000900*  A CASE IS "W" (WATCHED) FROM ITS FIRST EXCEPTION, GOES "O"
001000*  (OPEN) THE NIGHT ONE OF THE ALERT RULES FIRES, AND "C"
001100*  (CLOSED) ONCE IT HAS BEEN QUIET FOR THE FRDCTL QUIET DAYS.
001200*  A WATCHED CASE THAT GOES QUIET WITHOUT EVER ALERTING IS
001300*  DELETED SO ONE-OFF MIS-KEYS DO NOT SILT UP THE FILE.  THE
001400*  WINDOW COUNTS RESTART WHEN AN ATTEMPT ARRIVES MORE THAN THE
001500*  FRDCTL WINDOW DAYS AFTER THE WINDOW OPENED.
001600*----------------------------------------------------------------
001700*  MM/DD/YY  INIT  DESCRIPTION
001800*  10/15/26  DWA   ORIGINAL FRAUD CASE LAYOUT.
001900*================================================================
002000  01  PASTCASE-RECORD.
002100      05  CS-KEY.
002200          10  CS-KEY-TYPE             PIC X(01).
002300              88  CS-KEY-IS-CODE              VALUE "C".
002400              88  CS-KEY-IS-STORE             VALUE "S".
002500              88  CS-KEY-IS-TERMINAL          VALUE "T".
002600          10  CS-KEY-CODE             PIC X(100).
002700          10  CS-KEY-LOCATION REDEFINES CS-KEY-CODE.
002800              15  CS-KEY-STORE        PIC 9(05).
002900              15  CS-KEY-TERMINAL     PIC 9(03).
003000              15  FILLER              PIC X(92).
003100      05  CS-STATUS                   PIC X(01).
003200          88  CS-ST-WATCHED                   VALUE "W".
003300          88  CS-ST-OPEN                      VALUE "O".
003400          88  CS-ST-CLOSED                    VALUE "C".
003500      05  CS-FIRST-DATE               PIC 9(08).
003600      05  CS-LAST-DATE                PIC 9(08).
003700      05  CS-WINDOW-START             PIC 9(08).
003800      05  CS-OPEN-DATE                PIC 9(08).
003900      05  CS-CLOSE-DATE               PIC 9(08).
004000      05  CS-TOTAL-TRIES              PIC 9(07).
004100      05  CS-WINDOW-TRIES             PIC 9(07).
004200      05  CS-WINDOW-NOF               PIC 9(07).
004300      05  CS-REDEEMED-TRIES           PIC 9(07).
004400      05  CS-VOIDED-TRIES             PIC 9(07).
004500      05  CS-NOF-TRIES                PIC 9(07).
004600      05  CS-LAST-STORE               PIC 9(05).
004700      05  CS-LAST-TERMINAL            PIC 9(03).
004800      05  CS-CAMPAIGN-ID              PIC X(08).
004900      05  CS-ALERT-REASON             PIC X(24).
005000      05  CS-LAST-RUN-DATE            PIC 9(08).
005100      05  FILLER                      PIC X(04).
