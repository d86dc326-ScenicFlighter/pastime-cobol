000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RNDFRAUD.
000300 AUTHOR.         D W ALDEN.
000400 INSTALLATION.   PASTIME SYSTEMS - VOUCHER CODE GENERATION.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.  10/15/26.
000700*================================================================
000800*  RNDFRAUD  --  NIGHTLY REDEMPTION FRAUD CASE RUN.  RNDPOST
000900*  LISTS EVERY TRANSACTION IT CANNOT POST ON PASTEXC, BUT THE
001000*  LISTING IS FORGOTTEN BY THE NEXT MORNING -- A CODE TRIED
001100*  ONCE A NIGHT FOR A WEEK NEVER LOOKS LIKE MORE THAN ONE LINE.
001200*  THIS RUN READS THE PASTFEX COPY OF THE NIGHT'S EXCEPTIONS
001300*  AND CARRIES THE "ALREADY REDEEMED", "CODE VOIDED" AND "CODE
001400*  NOT ON FILE" ITEMS FORWARD INTO THE KEYED PASTCASE FILE --
001500*  ONE CASE PER CODE, PER STORE, AND PER STORE/TERMINAL -- SO
001600*  THE PATTERN BUILDS ACROSS NIGHTS.  A CASE OPENS WHEN:
001700*    - ONE CODE IS TRIED THE FRDCTL REPEAT LIMIT OF TIMES OR
001800*      MORE INSIDE THE WINDOW (DOUBLE-DIPS, GUESSED RETRIES);
001900*    - ONE STORE OR ONE TERMINAL PRODUCES THE FRDCTL NOT-ON-
002000*      FILE LIMIT OF UNKNOWN CODES OR MORE INSIDE THE WINDOW
002100*      (SOMEBODY KEYING MADE-UP CODES AT A REGISTER);
002200*    - A VOIDED CODE -- A RNDVOID RECALL OR A CODE RNDRISS
002300*      REPLACED -- TURNS UP AT A REGISTER AT ALL.
002400*  NEW CASES PRINT ON THE PASTFAL DAILY ALERT REPORT, WITH THE
002500*  OPEN CASES THAT SAW MORE ACTIVITY TONIGHT.  EVERY OPEN CASE
002600*  PRINTS ON THE PASTFOC OPEN-CASE LISTING FOR THE
002700*  INVESTIGATORS.  A CASE QUIET FOR THE FRDCTL QUIET DAYS
002800*  CLOSES; A WATCHED CASE THAT NEVER ALERTED IS DROPPED.
002900*  RC=4 WHEN ANY NEW CASE OPENED.
003000*----------------------------------------------------------------
003100*  MODIFICATION HISTORY
003200*  MM/DD/YY  INIT  DESCRIPTION
003300*  10/15/26  DWA   ORIGINAL PROGRAM.
003400*================================================================
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT FRDCTL-FILE ASSIGN TO FRDCTL
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PASTFEX-FILE ASSIGN TO PASTFEX
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT PASTCASE-FILE ASSIGN TO PASTCASE
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS CS-KEY.
004600     SELECT PASTFAL-FILE ASSIGN TO PASTFAL
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT PASTFOC-FILE ASSIGN TO PASTFOC
004900         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  FRDCTL-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  FRDCTL-RECORD.
005500     05  FC-RUN-DATE             PIC 9(08).
005600     05  FC-REPEAT-LIMIT         PIC 9(03).
005700     05  FC-NOF-LIMIT            PIC 9(03).
005800     05  FC-WINDOW-DAYS          PIC 9(03).
005900     05  FC-QUIET-DAYS           PIC 9(03).
006000     05  FILLER                  PIC X(60).
006100 FD  PASTFEX-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY PASTFEX.
006400 FD  PASTCASE-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY PASTCASE.
006700 FD  PASTFAL-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  PASTFAL-LINE                PIC X(170).
007000 FD  PASTFOC-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  PASTFOC-LINE                PIC X(186).
007300 WORKING-STORAGE SECTION.
007400 01  WS-FEX-EOF-SWITCH           PIC X(01)  VALUE "N".
007500     88  END-OF-PASTFEX                  VALUE "Y".
007600 01  WS-CASE-EOF-SWITCH          PIC X(01)  VALUE "N".
007700     88  END-OF-PASTCASE                 VALUE "Y".
007800 01  WS-CASE-FOUND-SWITCH        PIC X(01)  VALUE "N".
007900     88  CASE-RECORD-FOUND               VALUE "Y".
008000 77  WS-READ-COUNT               PIC 9(07)  VALUE 0.
008100 77  WS-SCREENED-COUNT           PIC 9(07)  VALUE 0.
008200 77  WS-IGNORED-COUNT            PIC 9(07)  VALUE 0.
008300 77  WS-NEW-CASE-COUNT           PIC 9(07)  VALUE 0.
008400 77  WS-ACTIVE-CASE-COUNT        PIC 9(07)  VALUE 0.
008500 77  WS-OPEN-CASE-COUNT          PIC 9(07)  VALUE 0.
008600 77  WS-CLOSED-COUNT             PIC 9(07)  VALUE 0.
008700 77  WS-DROPPED-COUNT            PIC 9(07)  VALUE 0.
008800 77  WS-REPEAT-LIMIT             PIC 9(03)  VALUE 0.
008900 77  WS-NOF-LIMIT                PIC 9(03)  VALUE 0.
009000 77  WS-WINDOW-DAYS              PIC 9(03)  VALUE 0.
009100 77  WS-QUIET-DAYS               PIC 9(03)  VALUE 0.
009200 77  WS-DAYS-APART               PIC S9(07) VALUE 0.
009300 01  WS-CASE-KEY                 PIC X(101).
009400 01  WS-ALERT-REASON             PIC X(24).
009500 01  FAL-HEADING-1.
009600     05  FILLER                 PIC X(36) VALUE
009700         "RNDFRAUD DAILY FRAUD ALERT REPORT - ".
009800     05  FAL-H-RUN-DATE         PIC 9(08).
009900 01  FAL-SECTION-LINE           PIC X(48).
010000 01  FAL-HEADING-2.
010100     05  FILLER                 PIC X(08) VALUE "CASE".
010200     05  FILLER                 PIC X(02) VALUE SPACES.
010300     05  FILLER                 PIC X(24) VALUE "ALERT".
010400     05  FILLER                 PIC X(02) VALUE SPACES.
010500     05  FILLER                 PIC X(09) VALUE "STORE/TRM".
010600     05  FILLER                 PIC X(02) VALUE SPACES.
010700     05  FILLER                 PIC X(07) VALUE "  TRIES".
010800     05  FILLER                 PIC X(02) VALUE SPACES.
010900     05  FILLER                 PIC X(07) VALUE "NOT ON ".
011000     05  FILLER                 PIC X(02) VALUE SPACES.
011100     05  FILLER                 PIC X(04) VALUE "CODE".
011200 01  FAL-DETAIL-LINE.
011300     05  FAL-CASE-TYPE          PIC X(08).
011400     05  FILLER                 PIC X(02) VALUE SPACES.
011500     05  FAL-REASON             PIC X(24).
011600     05  FILLER                 PIC X(02) VALUE SPACES.
011700     05  FAL-STORE-NO           PIC 9(05).
011800     05  FILLER                 PIC X(01) VALUE "/".
011900     05  FAL-TERMINAL-NO        PIC 9(03).
012000     05  FILLER                 PIC X(02) VALUE SPACES.
012100     05  FAL-TRIES              PIC ZZZZZZ9.
012200     05  FILLER                 PIC X(02) VALUE SPACES.
012300     05  FAL-NOF                PIC ZZZZZZ9.
012400     05  FILLER                 PIC X(02) VALUE SPACES.
012500     05  FAL-CODE               PIC X(100).
012600 01  FAL-TOTAL-LINE.
012700     05  FAL-TOTAL-LABEL        PIC X(24).
012800     05  FAL-TOTAL-COUNT        PIC ZZZZZZ9.
012900 01  FOC-HEADING-1.
013000     05  FILLER                 PIC X(36) VALUE
013100         "RNDFRAUD OPEN FRAUD CASE LISTING -  ".
013200     05  FOC-H-RUN-DATE         PIC 9(08).
013300 01  FOC-HEADING-2.
013400     05  FILLER                 PIC X(08) VALUE "CASE".
013500     05  FILLER                 PIC X(02) VALUE SPACES.
013600     05  FILLER                 PIC X(08) VALUE "OPENED".
013700     05  FILLER                 PIC X(02) VALUE SPACES.
013800     05  FILLER                 PIC X(08) VALUE "LAST TRY".
013900     05  FILLER                 PIC X(02) VALUE SPACES.
014000     05  FILLER                 PIC X(24) VALUE "ALERT".
014100     05  FILLER                 PIC X(02) VALUE SPACES.
014200     05  FILLER                 PIC X(09) VALUE "STORE/TRM".
014300     05  FILLER                 PIC X(02) VALUE SPACES.
014400     05  FILLER                 PIC X(07) VALUE "  TRIES".
014500     05  FILLER                 PIC X(02) VALUE SPACES.
014600     05  FILLER                 PIC X(08) VALUE "CAMPAIGN".
014700     05  FILLER                 PIC X(02) VALUE SPACES.
014800     05  FILLER                 PIC X(04) VALUE "CODE".
014900 01  FOC-DETAIL-LINE.
015000     05  FOC-CASE-TYPE          PIC X(08).
015100     05  FILLER                 PIC X(02) VALUE SPACES.
015200     05  FOC-OPEN-DATE          PIC 9(08).
015300     05  FILLER                 PIC X(02) VALUE SPACES.
015400     05  FOC-LAST-DATE          PIC 9(08).
015500     05  FILLER                 PIC X(02) VALUE SPACES.
015600     05  FOC-REASON             PIC X(24).
015700     05  FILLER                 PIC X(02) VALUE SPACES.
015800     05  FOC-STORE-NO           PIC 9(05).
015900     05  FILLER                 PIC X(01) VALUE "/".
016000     05  FOC-TERMINAL-NO        PIC 9(03).
016100     05  FILLER                 PIC X(02) VALUE SPACES.
016200     05  FOC-TRIES              PIC ZZZZZZ9.
016300     05  FILLER                 PIC X(02) VALUE SPACES.
016400     05  FOC-CAMPAIGN-ID        PIC X(08).
016500     05  FILLER                 PIC X(02) VALUE SPACES.
016600     05  FOC-CODE               PIC X(100).
016700 01  FOC-TOTAL-LINE.
016800     05  FOC-TOTAL-LABEL        PIC X(24).
016900     05  FOC-TOTAL-COUNT        PIC ZZZZZZ9.
017000 PROCEDURE DIVISION.
017100*----------------------------------------------------------------
017200*  0000-MAINLINE  --  OVERALL CASE-RUN SEQUENCE.
017300*----------------------------------------------------------------
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
017600     PERFORM 2000-PROCESS-EXCEPTIONS THRU 2000-EXIT
017700     PERFORM 5000-SWEEP-CASES      THRU 5000-EXIT
017800     PERFORM 8000-TERMINATE        THRU 8000-EXIT
017900     STOP RUN.
018000*----------------------------------------------------------------
018100*  1000-INITIALIZE  --  READ THE FRDCTL CARD, DEFAULT ANY
018200*  THRESHOLD LEFT AT ZERO, OPEN THE FILES, AND PRINT THE
018300*  HEADINGS.  DEFAULTS:  3 TRIES OF ONE CODE, 5 NOT-ON-FILE
018400*  FROM ONE STORE OR TERMINAL, A 7-DAY WINDOW, 30 QUIET DAYS.
018500*----------------------------------------------------------------
018600 1000-INITIALIZE.
018700     OPEN INPUT FRDCTL-FILE
018800     READ FRDCTL-FILE
018900         AT END
019000             GO TO 9920-REJECT-NO-CONTROL
019100     END-READ
019200     CLOSE FRDCTL-FILE
019300     IF FC-RUN-DATE NOT NUMERIC OR FC-RUN-DATE = 0
019400         GO TO 9900-REJECT-RUN-DATE
019500     END-IF
019600     MOVE 3  TO WS-REPEAT-LIMIT
019700     MOVE 5  TO WS-NOF-LIMIT
019800     MOVE 7  TO WS-WINDOW-DAYS
019900     MOVE 30 TO WS-QUIET-DAYS
020000     IF FC-REPEAT-LIMIT NUMERIC AND FC-REPEAT-LIMIT > 0
020100         MOVE FC-REPEAT-LIMIT TO WS-REPEAT-LIMIT
020200     END-IF
020300     IF FC-NOF-LIMIT NUMERIC AND FC-NOF-LIMIT > 0
020400         MOVE FC-NOF-LIMIT TO WS-NOF-LIMIT
020500     END-IF
020600     IF FC-WINDOW-DAYS NUMERIC AND FC-WINDOW-DAYS > 0
020700         MOVE FC-WINDOW-DAYS TO WS-WINDOW-DAYS
020800     END-IF
020900     IF FC-QUIET-DAYS NUMERIC AND FC-QUIET-DAYS > 0
021000         MOVE FC-QUIET-DAYS TO WS-QUIET-DAYS
021100     END-IF
021200     OPEN INPUT  PASTFEX-FILE
021300     OPEN I-O    PASTCASE-FILE
021400     OPEN OUTPUT PASTFAL-FILE
021500     OPEN OUTPUT PASTFOC-FILE
021600     MOVE FC-RUN-DATE TO FAL-H-RUN-DATE
021700     WRITE PASTFAL-LINE FROM FAL-HEADING-1
021800     MOVE SPACES TO PASTFAL-LINE
021900     WRITE PASTFAL-LINE
022000     MOVE "*** NEW CASES OPENED TONIGHT ***" TO FAL-SECTION-LINE
022100     WRITE PASTFAL-LINE FROM FAL-SECTION-LINE
022200     WRITE PASTFAL-LINE FROM FAL-HEADING-2
022300     MOVE FC-RUN-DATE TO FOC-H-RUN-DATE
022400     WRITE PASTFOC-LINE FROM FOC-HEADING-1
022500     MOVE SPACES TO PASTFOC-LINE
022600     WRITE PASTFOC-LINE
022700     WRITE PASTFOC-LINE FROM FOC-HEADING-2.
022800 1000-EXIT.
022900     EXIT.
023000*----------------------------------------------------------------
023100*  2000-PROCESS-EXCEPTIONS  --  DRIVE THE NIGHT'S PASTFEX
023200*  EXTRACT, ONE EXCEPTION PER PASS.
023300*----------------------------------------------------------------
023400 2000-PROCESS-EXCEPTIONS.
023500     READ PASTFEX-FILE
023600         AT END MOVE "Y" TO WS-FEX-EOF-SWITCH
023700     END-READ
023800     PERFORM 3000-SCREEN-ONE-EXCEPTION THRU 3000-EXIT
023900         UNTIL END-OF-PASTFEX.
024000 2000-EXIT.
024100     EXIT.
024200*----------------------------------------------------------------
024300*  3000-SCREEN-ONE-EXCEPTION  --  ONLY THE DOUBLE-DIP, VOIDED
024400*  AND NOT-ON-FILE REASONS ARE FRAUD SIGNALS; AN EXPIRED CODE
024500*  OR A MISMATCHED REVERSAL IS A SERVICE ITEM AND IS PASSED
024600*  OVER.  A SIGNAL POSTS TO THE CODE'S CASE, THE STORE'S CASE,
024700*  AND THE STORE/TERMINAL CASE.
024800*----------------------------------------------------------------
024900 3000-SCREEN-ONE-EXCEPTION.
025000     ADD 1 TO WS-READ-COUNT
025100     IF NOT FX-RS-ALREADY-REDEEMED
025200         AND NOT FX-RS-CODE-VOIDED
025300         AND NOT FX-RS-NOT-ON-FILE
025400         ADD 1 TO WS-IGNORED-COUNT
025500         GO TO 3000-NEXT.
025600     ADD 1 TO WS-SCREENED-COUNT
025700     MOVE SPACES      TO PASTCASE-RECORD
025800     MOVE "C"         TO CS-KEY-TYPE
025900     MOVE FX-CODE     TO CS-KEY-CODE
026000     PERFORM 4000-POST-CASE THRU 4000-EXIT
026100     MOVE SPACES      TO PASTCASE-RECORD
026200     MOVE "S"         TO CS-KEY-TYPE
026300     MOVE FX-STORE-NO TO CS-KEY-STORE
026400     MOVE ZEROS       TO CS-KEY-TERMINAL
026500     PERFORM 4000-POST-CASE THRU 4000-EXIT
026600     MOVE SPACES      TO PASTCASE-RECORD
026700     MOVE "T"         TO CS-KEY-TYPE
026800     MOVE FX-STORE-NO TO CS-KEY-STORE
026900     MOVE FX-TERMINAL-NO TO CS-KEY-TERMINAL
027000     PERFORM 4000-POST-CASE THRU 4000-EXIT.
027100 3000-NEXT.
027200     READ PASTFEX-FILE
027300         AT END MOVE "Y" TO WS-FEX-EOF-SWITCH
027400     END-READ.
027500 3000-EXIT.
027600     EXIT.
027700*----------------------------------------------------------------
027800*  4000-POST-CASE  --  READ THE CASE FOR THE KEY BUILT IN
027900*  CS-KEY, STARTING A WATCHED CASE ON FIRST SIGHT (OR
028000*  RE-WATCHING A CLOSED ONE), RESTART THE WINDOW IF IT HAS RUN
028100*  OUT, ROLL THE EXCEPTION INTO THE COUNTS, JUDGE THE ALERT
028200*  RULES, AND PUT THE CASE BACK.
028300*----------------------------------------------------------------
028400 4000-POST-CASE.
028500     MOVE CS-KEY TO WS-CASE-KEY
028600     MOVE "N"    TO WS-CASE-FOUND-SWITCH
028700     READ PASTCASE-FILE
028800         INVALID KEY
028900             CONTINUE
029000         NOT INVALID KEY
029100             MOVE "Y" TO WS-CASE-FOUND-SWITCH
029200     END-READ
029300     IF NOT CASE-RECORD-FOUND
029400         MOVE SPACES       TO PASTCASE-RECORD
029500         MOVE WS-CASE-KEY  TO CS-KEY
029600         MOVE FX-POST-DATE TO CS-FIRST-DATE
029700         MOVE ZEROS        TO CS-TOTAL-TRIES
029800         MOVE ZEROS        TO CS-REDEEMED-TRIES
029900         MOVE ZEROS        TO CS-VOIDED-TRIES
030000         MOVE ZEROS        TO CS-NOF-TRIES
030100         PERFORM 4200-START-WATCH THRU 4200-EXIT
030200     ELSE
030300         IF CS-ST-CLOSED
030400             PERFORM 4200-START-WATCH THRU 4200-EXIT
030500         END-IF
030600     END-IF
030700     COMPUTE WS-DAYS-APART =
030800         FUNCTION INTEGER-OF-DATE(FX-POST-DATE)
030900         - FUNCTION INTEGER-OF-DATE(CS-WINDOW-START)
031000     IF WS-DAYS-APART NOT < WS-WINDOW-DAYS
031100         MOVE FX-POST-DATE TO CS-WINDOW-START
031200         MOVE ZEROS        TO CS-WINDOW-TRIES
031300         MOVE ZEROS        TO CS-WINDOW-NOF
031400     END-IF
031500     ADD 1 TO CS-TOTAL-TRIES
031600     ADD 1 TO CS-WINDOW-TRIES
031700     EVALUATE TRUE
031800         WHEN FX-RS-ALREADY-REDEEMED
031900             ADD 1 TO CS-REDEEMED-TRIES
032000         WHEN FX-RS-CODE-VOIDED
032100             ADD 1 TO CS-VOIDED-TRIES
032200         WHEN FX-RS-NOT-ON-FILE
032300             ADD 1 TO CS-NOF-TRIES
032400             ADD 1 TO CS-WINDOW-NOF
032500     END-EVALUATE
032600     MOVE FX-POST-DATE   TO CS-LAST-DATE
032700     MOVE FC-RUN-DATE    TO CS-LAST-RUN-DATE
032800     MOVE FX-STORE-NO    TO CS-LAST-STORE
032900     MOVE FX-TERMINAL-NO TO CS-LAST-TERMINAL
033000     IF FX-CAMPAIGN-ID NOT = SPACES
033100         MOVE FX-CAMPAIGN-ID TO CS-CAMPAIGN-ID
033200     END-IF
033300     PERFORM 4100-JUDGE-ALERT THRU 4100-EXIT
033400     IF CASE-RECORD-FOUND
033500         REWRITE PASTCASE-RECORD
033600     ELSE
033700         WRITE PASTCASE-RECORD
033800     END-IF.
033900 4000-EXIT.
034000     EXIT.
034100*----------------------------------------------------------------
034200*  4100-JUDGE-ALERT  --  THE THREE ALERT RULES.  A CASE THAT
034300*  IS ALREADY OPEN STAYS OPEN UNDER ITS FIRST REASON; ITS NEW
034400*  ACTIVITY SHOWS IN THE CONTINUING SECTION OF THE REPORT.
034500*----------------------------------------------------------------
034600 4100-JUDGE-ALERT.
034700     IF CS-ST-OPEN
034800         GO TO 4100-EXIT.
034900     MOVE SPACES TO WS-ALERT-REASON
035000     EVALUATE TRUE
035100         WHEN CS-KEY-IS-CODE AND FX-RS-CODE-VOIDED
035200             MOVE "VOIDED CODE PRESENTED" TO WS-ALERT-REASON
035300         WHEN CS-KEY-IS-CODE
035400             AND CS-WINDOW-TRIES NOT < WS-REPEAT-LIMIT
035500             MOVE "REPEATED TRIES OF CODE" TO WS-ALERT-REASON
035600         WHEN NOT CS-KEY-IS-CODE
035700             AND CS-WINDOW-NOF NOT < WS-NOF-LIMIT
035800             MOVE "NOT-ON-FILE CLUSTER" TO WS-ALERT-REASON
035900     END-EVALUATE
036000     IF WS-ALERT-REASON = SPACES
036100         GO TO 4100-EXIT.
036200     MOVE "O"             TO CS-STATUS
036300     MOVE FC-RUN-DATE     TO CS-OPEN-DATE
036400     MOVE WS-ALERT-REASON TO CS-ALERT-REASON
036500     ADD 1 TO WS-NEW-CASE-COUNT
036600     PERFORM 7000-FORMAT-ALERT-LINE THRU 7000-EXIT
036700     WRITE PASTFAL-LINE FROM FAL-DETAIL-LINE.
036800 4100-EXIT.
036900     EXIT.
037000*----------------------------------------------------------------
037100*  4200-START-WATCH  --  A NEW CASE, OR A CLOSED ONE THE SAME
037200*  KEY HAS COME BACK ON, STARTS AS WATCHED WITH A FRESH WINDOW.
037300*----------------------------------------------------------------
037400 4200-START-WATCH.
037500     MOVE "W"          TO CS-STATUS
037600     MOVE FX-POST-DATE TO CS-WINDOW-START
037700     MOVE ZEROS        TO CS-OPEN-DATE
037800     MOVE ZEROS        TO CS-CLOSE-DATE
037900     MOVE ZEROS        TO CS-WINDOW-TRIES
038000     MOVE ZEROS        TO CS-WINDOW-NOF
038100     MOVE SPACES       TO CS-ALERT-REASON.
038200 4200-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500*  5000-SWEEP-CASES  --  DRIVE THE WHOLE CASE FILE IN KEY
038600*  ORDER:  AGE OUT THE QUIET CASES, LIST EVERY OPEN CASE, AND
038700*  CALL OUT THE OPEN CASES THAT SAW NEW ACTIVITY TONIGHT.
038800*----------------------------------------------------------------
038900 5000-SWEEP-CASES.
039000     MOVE SPACES TO PASTFAL-LINE
039100     WRITE PASTFAL-LINE
039200     MOVE "*** NEW ACTIVITY ON CASES ALREADY OPEN ***"
039300         TO FAL-SECTION-LINE
039400     WRITE PASTFAL-LINE FROM FAL-SECTION-LINE
039500     WRITE PASTFAL-LINE FROM FAL-HEADING-2
039600     MOVE LOW-VALUES TO CS-KEY
039700     START PASTCASE-FILE KEY NOT < CS-KEY
039800         INVALID KEY
039900             MOVE "Y" TO WS-CASE-EOF-SWITCH
040000     END-START
040100     IF NOT END-OF-PASTCASE
040200         READ PASTCASE-FILE NEXT RECORD
040300             AT END MOVE "Y" TO WS-CASE-EOF-SWITCH
040400         END-READ
040500     END-IF
040600     PERFORM 5100-JUDGE-ONE-CASE THRU 5100-EXIT
040700         UNTIL END-OF-PASTCASE.
040800 5000-EXIT.
040900     EXIT.
041000 5100-JUDGE-ONE-CASE.
041100     IF CS-ST-CLOSED
041200         GO TO 5100-NEXT.
041300     COMPUTE WS-DAYS-APART =
041400         FUNCTION INTEGER-OF-DATE(FC-RUN-DATE)
041500         - FUNCTION INTEGER-OF-DATE(CS-LAST-DATE)
041600     IF WS-DAYS-APART > WS-QUIET-DAYS
041700         IF CS-ST-WATCHED
041800             DELETE PASTCASE-FILE RECORD
041900             ADD 1 TO WS-DROPPED-COUNT
042000         ELSE
042100             MOVE "C"         TO CS-STATUS
042200             MOVE FC-RUN-DATE TO CS-CLOSE-DATE
042300             REWRITE PASTCASE-RECORD
042400             ADD 1 TO WS-CLOSED-COUNT
042500         END-IF
042600         GO TO 5100-NEXT
042700     END-IF
042800     IF NOT CS-ST-OPEN
042900         GO TO 5100-NEXT.
043000     ADD 1 TO WS-OPEN-CASE-COUNT
043100     PERFORM 7100-FORMAT-CASE-LINE THRU 7100-EXIT
043200     WRITE PASTFOC-LINE FROM FOC-DETAIL-LINE
043300     IF CS-LAST-RUN-DATE = FC-RUN-DATE
043400         AND CS-OPEN-DATE < FC-RUN-DATE
043500         ADD 1 TO WS-ACTIVE-CASE-COUNT
043600         PERFORM 7000-FORMAT-ALERT-LINE THRU 7000-EXIT
043700         WRITE PASTFAL-LINE FROM FAL-DETAIL-LINE
043800     END-IF.
043900 5100-NEXT.
044000     READ PASTCASE-FILE NEXT RECORD
044100         AT END MOVE "Y" TO WS-CASE-EOF-SWITCH
044200     END-READ.
044300 5100-EXIT.
044400     EXIT.
044500*----------------------------------------------------------------
044600*  7000-FORMAT-ALERT-LINE  --  ONE ALERT-REPORT LINE FOR THE
044700*  CASE IN THE RECORD AREA.  A STORE OR TERMINAL CASE HAS NO
044800*  CODE; A CODE CASE SHOWS WHERE IT WAS LAST TRIED.
044900*----------------------------------------------------------------
045000 7000-FORMAT-ALERT-LINE.
045100     PERFORM 7200-FORMAT-CASE-TYPE THRU 7200-EXIT
045200     MOVE CS-ALERT-REASON  TO FAL-REASON
045300     MOVE CS-LAST-STORE    TO FAL-STORE-NO
045400     MOVE CS-LAST-TERMINAL TO FAL-TERMINAL-NO
045500     MOVE CS-WINDOW-TRIES  TO FAL-TRIES
045600     MOVE CS-WINDOW-NOF    TO FAL-NOF
045700     MOVE SPACES           TO FAL-CODE
045800     IF CS-KEY-IS-CODE
045900         MOVE CS-KEY-CODE  TO FAL-CODE
046000     END-IF.
046100 7000-EXIT.
046200     EXIT.
046300 7100-FORMAT-CASE-LINE.
046400     PERFORM 7200-FORMAT-CASE-TYPE THRU 7200-EXIT
046500     MOVE CS-OPEN-DATE     TO FOC-OPEN-DATE
046600     MOVE CS-LAST-DATE     TO FOC-LAST-DATE
046700     MOVE CS-ALERT-REASON  TO FOC-REASON
046800     MOVE CS-LAST-STORE    TO FOC-STORE-NO
046900     MOVE CS-LAST-TERMINAL TO FOC-TERMINAL-NO
047000     MOVE CS-TOTAL-TRIES   TO FOC-TRIES
047100     MOVE CS-CAMPAIGN-ID   TO FOC-CAMPAIGN-ID
047200     MOVE SPACES           TO FOC-CODE
047300     IF CS-KEY-IS-CODE
047400         MOVE CS-KEY-CODE  TO FOC-CODE
047500     END-IF.
047600 7100-EXIT.
047700     EXIT.
047800 7200-FORMAT-CASE-TYPE.
047900     EVALUATE TRUE
048000         WHEN CS-KEY-IS-CODE
048100             MOVE "CODE"     TO FAL-CASE-TYPE
048200         WHEN CS-KEY-IS-STORE
048300             MOVE "STORE"    TO FAL-CASE-TYPE
048400         WHEN OTHER
048500             MOVE "TERMINAL" TO FAL-CASE-TYPE
048600     END-EVALUATE
048700     MOVE FAL-CASE-TYPE TO FOC-CASE-TYPE.
048800 7200-EXIT.
048900     EXIT.
049000*----------------------------------------------------------------
049100*  8000-TERMINATE  --  CONTROL TOTALS ON BOTH REPORTS, CLOSE
049200*  DOWN.  RC=4 WHEN A NEW CASE OPENED, SO THE SCHEDULER ROUTES
049300*  THE ALERT REPORT TO THE FRAUD TEAM AHEAD OF THE DAY SHIFT.
049400*----------------------------------------------------------------
049500 8000-TERMINATE.
049600     MOVE SPACES TO PASTFAL-LINE
049700     WRITE PASTFAL-LINE
049800     MOVE "EXCEPTIONS READ"       TO FAL-TOTAL-LABEL
049900     MOVE WS-READ-COUNT           TO FAL-TOTAL-COUNT
050000     WRITE PASTFAL-LINE FROM FAL-TOTAL-LINE
050100     MOVE "FRAUD SIGNALS POSTED"  TO FAL-TOTAL-LABEL
050200     MOVE WS-SCREENED-COUNT       TO FAL-TOTAL-COUNT
050300     WRITE PASTFAL-LINE FROM FAL-TOTAL-LINE
050400     MOVE "NON-FRAUD REASONS"     TO FAL-TOTAL-LABEL
050500     MOVE WS-IGNORED-COUNT        TO FAL-TOTAL-COUNT
050600     WRITE PASTFAL-LINE FROM FAL-TOTAL-LINE
050700     MOVE "NEW CASES OPENED"      TO FAL-TOTAL-LABEL
050800     MOVE WS-NEW-CASE-COUNT       TO FAL-TOTAL-COUNT
050900     WRITE PASTFAL-LINE FROM FAL-TOTAL-LINE
051000     MOVE "OPEN CASES ACTIVE"     TO FAL-TOTAL-LABEL
051100     MOVE WS-ACTIVE-CASE-COUNT    TO FAL-TOTAL-COUNT
051200     WRITE PASTFAL-LINE FROM FAL-TOTAL-LINE
051300     MOVE SPACES TO PASTFOC-LINE
051400     WRITE PASTFOC-LINE
051500     MOVE "CASES OPEN"            TO FOC-TOTAL-LABEL
051600     MOVE WS-OPEN-CASE-COUNT      TO FOC-TOTAL-COUNT
051700     WRITE PASTFOC-LINE FROM FOC-TOTAL-LINE
051800     MOVE "CASES CLOSED QUIET"    TO FOC-TOTAL-LABEL
051900     MOVE WS-CLOSED-COUNT         TO FOC-TOTAL-COUNT
052000     WRITE PASTFOC-LINE FROM FOC-TOTAL-LINE
052100     MOVE "WATCHES DROPPED QUIET" TO FOC-TOTAL-LABEL
052200     MOVE WS-DROPPED-COUNT        TO FOC-TOTAL-COUNT
052300     WRITE PASTFOC-LINE FROM FOC-TOTAL-LINE
052400     CLOSE PASTFEX-FILE
052500     CLOSE PASTCASE-FILE
052600     CLOSE PASTFAL-FILE
052700     CLOSE PASTFOC-FILE
052800     DISPLAY "RNDFRAUD -- " WS-NEW-CASE-COUNT " NEW CASE(S), "
052900         WS-OPEN-CASE-COUNT " OPEN"
053000     IF WS-NEW-CASE-COUNT > 0
053100         MOVE 4 TO RETURN-CODE
053200     END-IF.
053300 8000-EXIT.
053400     EXIT.
053500*----------------------------------------------------------------
053600*  9900-REJECT-RUN-DATE  --  THE FRDCTL RUN DATE IS MISSING.
053700*  EVERY WINDOW AND AGE IS MEASURED FROM IT, SO NOTHING RUNS.
053800*----------------------------------------------------------------
053900 9900-REJECT-RUN-DATE.
054000     DISPLAY "RNDFRAUD REJECTED -- FRDCTL RUN DATE MISSING"
054100     MOVE 16 TO RETURN-CODE
054200     STOP RUN.
054300*----------------------------------------------------------------
054400*  9920-REJECT-NO-CONTROL  --  THE FRDCTL FILE HAD NO CARD.
054500*----------------------------------------------------------------
054600 9920-REJECT-NO-CONTROL.
054700     DISPLAY "RNDFRAUD REJECTED -- FRDCTL CONTROL FILE IS EMPTY"
054800     CLOSE FRDCTL-FILE
054900     MOVE 16 TO RETURN-CODE
055000     STOP RUN.
