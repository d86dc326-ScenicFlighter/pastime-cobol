000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RNDCAL.
000300 AUTHOR.         D W ALDEN.
000400 INSTALLATION.   PASTIME SYSTEMS - VOUCHER CODE GENERATION.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.  10/15/26.
000700*================================================================
000800*  RNDCAL  --  BATCH MAINTENANCE OF THE PASTCAL PROCESSING
000900*  CALENDAR AND THE PASTCRG COMPLETION REGISTER.  READS THE
001000*  CALCTL DECK OPS STAGES -- ONE CARD PER ACTION:
001100*    G  GENERATE   -- BUILD EVERY DATE FROM CK-DATE THRU
001200*                     CK-THRU-DATE NOT ALREADY ON FILE:
001300*                     MONDAY-FRIDAY BUSINESS DAYS, SATURDAY
001400*                     AND SUNDAY WEEKEND, THE LAST DAY OF EACH
001500*                     MONTH FLAGGED MONTH-END, EACH SUNDAY
001600*                     FLAGGED SETTLEMENT WEEK-END.  DATES
001700*                     ALREADY ON FILE ARE LEFT ALONE, SO A
001800*                     REBUILD NEVER LOSES A HOLIDAY.
001900*    H  HOLIDAY    -- MARK CK-DATE A HOLIDAY, NAMED CK-NAME
002000*    B  BUSINESS   -- MARK CK-DATE A BUSINESS DAY (A HOLIDAY
002100*                     KEYED IN ERROR, OR A WEEKEND WORKED)
002200*    W  WEEKEND    -- MARK CK-DATE A NON-BUSINESS DAY
002300*    X  CLEAR      -- REMOVE CK-PROGRAM'S PASTCRG ENTRY FOR
002400*                     CK-DATE SO THAT DATE CAN BE RERUN ON
002500*                     PURPOSE.  SUPERVISED -- JOURNALED AS A
002600*                     WARNING FOR THE MORNING PAGE.
002700*  EVERY CARD MUST CARRY THE USER ID OF WHOEVER KEYED IT AND
002800*  PRINTS ON THE PASTCLR MAINTENANCE REGISTER WITH ITS
002900*  DISPOSITION.
003000*----------------------------------------------------------------
003100*  MODIFICATION HISTORY
003200*  MM/DD/YY  INIT  DESCRIPTION
003300*  10/15/26  DWA   ORIGINAL PROGRAM.
003400*================================================================
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CALCTL-FILE ASSIGN TO CALCTL
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PASTCAL-FILE ASSIGN TO PASTCAL
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CL-DATE.
004400     SELECT PASTCRG-FILE ASSIGN TO PASTCRG
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS CR-KEY.
004800     SELECT PASTJRNL-FILE ASSIGN TO PASTJRNL
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT PASTCLR-FILE ASSIGN TO PASTCLR
005100         ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CALCTL-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  CALCTL-RECORD.
005700     05  CK-ACTION               PIC X(01).
005800         88  CK-ACT-GENERATE             VALUE "G".
005900         88  CK-ACT-HOLIDAY              VALUE "H".
006000         88  CK-ACT-BUSINESS             VALUE "B".
006100         88  CK-ACT-WEEKEND              VALUE "W".
006200         88  CK-ACT-CLEAR                VALUE "X".
006300     05  CK-DATE                 PIC 9(08).
006400     05  CK-THRU-DATE            PIC 9(08).
006500     05  CK-NAME                 PIC X(24).
006600     05  CK-PROGRAM              PIC X(08).
006700     05  CK-USER-ID              PIC X(08).
006800     05  FILLER                  PIC X(23).
006900 FD  PASTCAL-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY PASTCAL.
007200 FD  PASTCRG-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY PASTCRG.
007500 FD  PASTJRNL-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY PASTJRNL.
007800 FD  PASTCLR-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  PASTCLR-LINE                PIC X(110).
008100 WORKING-STORAGE SECTION.
008200 01  WS-CTL-EOF-SWITCH           PIC X(01)  VALUE "N".
008300     88  END-OF-CALCTL                   VALUE "Y".
008600 01  WS-DATE-OK-SWITCH           PIC X(01)  VALUE "N".
008700     88  CARD-DATE-OK                    VALUE "Y".
008800 77  WS-CARD-COUNT               PIC 9(05)  VALUE 0.
008900 77  WS-BUILT-COUNT              PIC 9(05)  VALUE 0.
009000 77  WS-ON-FILE-COUNT            PIC 9(05)  VALUE 0.
009100 77  WS-MARKED-COUNT             PIC 9(05)  VALUE 0.
009200 77  WS-CLEARED-COUNT            PIC 9(05)  VALUE 0.
009300 77  WS-ERROR-COUNT              PIC 9(05)  VALUE 0.
009400 77  WS-CARD-BUILT               PIC 9(05)  VALUE 0.
009500 77  WS-MAX-RANGE-DAYS           PIC 9(05)  VALUE 1000.
009600 77  WS-DAY-INT                  PIC 9(07)  VALUE 0.
009700 77  WS-FIRST-INT                PIC 9(07)  VALUE 0.
009800 77  WS-LAST-INT                 PIC 9(07)  VALUE 0.
009900 01  WS-NEXT-DATE                PIC 9(08)  VALUE 0.
010000 01  WS-CHECK-DATE               PIC X(08)  VALUE SPACES.
010050 01  WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE PIC 9(08).
010100 01  WS-RUN-DATE                 PIC 9(08)  VALUE 0.
010200 01  WS-DISPOSITION              PIC X(24).
010300 77  WS-TIME-RAW                 PIC 9(08)  VALUE 0.
010400 01  WS-JRNL-DATE                PIC 9(08)  VALUE 0.
010500 01  CLR-HEADING-1.
010600     05  FILLER                 PIC X(40) VALUE
010700         "RNDCAL PROCESSING CALENDAR MAINTENANCE -".
010800     05  FILLER                 PIC X(08) VALUE " RUN OF ".
010900     05  CLR-H-RUN-DATE         PIC 9(08).
011000 01  CLR-HEADING-2.
011100     05  FILLER                 PIC X(06) VALUE "ACTION".
011200     05  FILLER                 PIC X(02) VALUE SPACES.
011300     05  FILLER                 PIC X(08) VALUE "DATE".
011400     05  FILLER                 PIC X(02) VALUE SPACES.
011500     05  FILLER                 PIC X(08) VALUE "THRU".
011600     05  FILLER                 PIC X(02) VALUE SPACES.
011700     05  FILLER                 PIC X(24) VALUE "DISPOSITION".
011800     05  FILLER                 PIC X(02) VALUE SPACES.
011900     05  FILLER                 PIC X(04) VALUE "TYPE".
012000     05  FILLER                 PIC X(02) VALUE SPACES.
012100     05  FILLER                 PIC X(24) VALUE
012200         "HOLIDAY NAME / PROGRAM".
012300     05  FILLER                 PIC X(02) VALUE SPACES.
012400     05  FILLER                 PIC X(08) VALUE "USER".
012500     05  FILLER                 PIC X(02) VALUE SPACES.
012600     05  FILLER                 PIC X(05) VALUE "BUILT".
012700 01  CLR-DETAIL-LINE.
012800     05  CLR-ACTION             PIC X(01).
012900     05  FILLER                 PIC X(07) VALUE SPACES.
013000     05  CLR-DATE               PIC 9(08).
013100     05  FILLER                 PIC X(02) VALUE SPACES.
013200     05  CLR-THRU-DATE          PIC 9(08) BLANK WHEN ZERO.
013300     05  FILLER                 PIC X(02) VALUE SPACES.
013400     05  CLR-DISPOSITION        PIC X(24).
013500     05  FILLER                 PIC X(02) VALUE SPACES.
013600     05  CLR-DAY-TYPE           PIC X(01).
013700     05  FILLER                 PIC X(05) VALUE SPACES.
013800     05  CLR-NAME               PIC X(24).
013900     05  FILLER                 PIC X(02) VALUE SPACES.
014000     05  CLR-USER-ID            PIC X(08).
014100     05  FILLER                 PIC X(02) VALUE SPACES.
014200     05  CLR-BUILT              PIC ZZZZZ BLANK WHEN ZERO.
014300 01  CLR-TOTAL-LINE.
014400     05  CLR-TOTAL-LABEL        PIC X(24).
014500     05  CLR-TOTAL-COUNT        PIC ZZZZ9.
014600 PROCEDURE DIVISION.
014700*----------------------------------------------------------------
014800*  0000-MAINLINE  --  OVERALL MAINTENANCE SEQUENCE.
014900*----------------------------------------------------------------
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
015200     PERFORM 2000-PROCESS-DECK     THRU 2000-EXIT
015300     PERFORM 8000-TERMINATE        THRU 8000-EXIT
015400     STOP RUN.
015500*----------------------------------------------------------------
015600*  1000-INITIALIZE  --  OPEN THE FILES AND PRINT THE REGISTER
015700*  HEADINGS.  AN EMPTY DECK IS REJECTED -- A MAINTENANCE RUN
015800*  WITH NOTHING TO DO IS A STAGING MISTAKE OPS SHOULD SEE.
015900*----------------------------------------------------------------
016000 1000-INITIALIZE.
016100     OPEN INPUT CALCTL-FILE
016200     READ CALCTL-FILE
016300         AT END
016400             GO TO 9920-REJECT-NO-CONTROL
016500     END-READ
016600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016700     OPEN I-O    PASTCAL-FILE
016800     OPEN I-O    PASTCRG-FILE
016900     OPEN EXTEND PASTJRNL-FILE
017000     OPEN OUTPUT PASTCLR-FILE
017100     MOVE WS-RUN-DATE TO CLR-H-RUN-DATE
017200     WRITE PASTCLR-LINE FROM CLR-HEADING-1
017300     MOVE SPACES TO PASTCLR-LINE
017400     WRITE PASTCLR-LINE
017500     WRITE PASTCLR-LINE FROM CLR-HEADING-2.
017600 1000-EXIT.
017700     EXIT.
017800*----------------------------------------------------------------
017900*  2000-PROCESS-DECK  --  DRIVE THE CALCTL DECK, ONE CARD PER
018000*  PASS.
018100*----------------------------------------------------------------
018200 2000-PROCESS-DECK.
018300     PERFORM 3000-APPLY-ONE-CARD THRU 3000-EXIT
018400         UNTIL END-OF-CALCTL.
018500 2000-EXIT.
018600     EXIT.
018700*----------------------------------------------------------------
018800*  3000-APPLY-ONE-CARD  --  VALIDATE THE CARD AND DISPATCH ON
018900*  THE ACTION.  EVERY CARD -- APPLIED OR IN ERROR -- PRINTS ONE
019000*  REGISTER LINE WITH ITS DISPOSITION.
019100*----------------------------------------------------------------
019200 3000-APPLY-ONE-CARD.
019300     ADD 1 TO WS-CARD-COUNT
019400     MOVE 0 TO WS-CARD-BUILT
019500     IF CK-USER-ID = SPACES
019600         MOVE "USER ID MISSING" TO WS-DISPOSITION
019700         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
019800         GO TO 3000-NEXT.
019900     MOVE CK-DATE TO WS-CHECK-DATE
020000     PERFORM 3950-CHECK-DATE THRU 3950-EXIT
020100     IF NOT CARD-DATE-OK
020200         MOVE "DATE INVALID" TO WS-DISPOSITION
020300         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
020400         GO TO 3000-NEXT.
020500     EVALUATE TRUE
020600         WHEN CK-ACT-GENERATE
020700             PERFORM 3100-GENERATE-RANGE THRU 3100-EXIT
020800         WHEN CK-ACT-HOLIDAY
020900             PERFORM 3200-MARK-DAY THRU 3200-EXIT
021000         WHEN CK-ACT-BUSINESS
021100             PERFORM 3200-MARK-DAY THRU 3200-EXIT
021200         WHEN CK-ACT-WEEKEND
021300             PERFORM 3200-MARK-DAY THRU 3200-EXIT
021400         WHEN CK-ACT-CLEAR
021500             PERFORM 3300-CLEAR-COMPLETION THRU 3300-EXIT
021600         WHEN OTHER
021700             MOVE "INVALID ACTION CODE" TO WS-DISPOSITION
021800             PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
021900     END-EVALUATE.
022000 3000-NEXT.
022100     READ CALCTL-FILE
022200         AT END MOVE "Y" TO WS-CTL-EOF-SWITCH
022300     END-READ.
022400 3000-EXIT.
022500     EXIT.
022600*----------------------------------------------------------------
022700*  3100-GENERATE-RANGE  --  BUILD EVERY DATE IN THE RANGE THAT
022800*  IS NOT ALREADY ON THE CALENDAR.  A RANGE OVER
022900*  WS-MAX-RANGE-DAYS IS TAKEN FOR A KEYING ERROR.
023000*----------------------------------------------------------------
023100 3100-GENERATE-RANGE.
023200     MOVE CK-THRU-DATE TO WS-CHECK-DATE
023300     PERFORM 3950-CHECK-DATE THRU 3950-EXIT
023400     IF NOT CARD-DATE-OK
023500         OR CK-THRU-DATE < CK-DATE
023600         MOVE "THRU DATE INVALID" TO WS-DISPOSITION
023700         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
023800         GO TO 3100-EXIT.
023900     COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE(CK-DATE)
024000     COMPUTE WS-LAST-INT =
024100         FUNCTION INTEGER-OF-DATE(CK-THRU-DATE)
024200     IF WS-LAST-INT - WS-FIRST-INT + 1 > WS-MAX-RANGE-DAYS
024300         MOVE "RANGE TOO LONG" TO WS-DISPOSITION
024400         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
024500         GO TO 3100-EXIT.
024600     PERFORM 3110-BUILD-ONE-DATE THRU 3110-EXIT
024700         VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
024800         UNTIL WS-DAY-INT > WS-LAST-INT
024900     MOVE SPACES TO PASTCAL-RECORD
025000     MOVE "RANGE BUILT" TO WS-DISPOSITION
025100     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT.
025200 3100-EXIT.
025300     EXIT.
025400 3110-BUILD-ONE-DATE.
025500     COMPUTE CL-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
025600     READ PASTCAL-FILE
025700         INVALID KEY
025800             CONTINUE
025900         NOT INVALID KEY
026000             ADD 1 TO WS-ON-FILE-COUNT
026100             GO TO 3110-EXIT
026200     END-READ
026300     MOVE SPACES TO PASTCAL-RECORD
026400     COMPUTE CL-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
026500     COMPUTE CL-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
026600     IF CL-WEEKDAY > 5
026700         MOVE "W" TO CL-DAY-TYPE
026800     ELSE
026900         MOVE "B" TO CL-DAY-TYPE
027000     END-IF
027100     COMPUTE WS-NEXT-DATE =
027200         FUNCTION DATE-OF-INTEGER(WS-DAY-INT + 1)
027300     IF WS-NEXT-DATE(7:2) = "01"
027400         MOVE "Y" TO CL-MONTH-END
027500     ELSE
027600         MOVE "N" TO CL-MONTH-END
027700     END-IF
027800     IF CL-WEEKDAY = 7
027900         MOVE "Y" TO CL-WEEK-END
028000     ELSE
028100         MOVE "N" TO CL-WEEK-END
028200     END-IF
028300     MOVE SPACES      TO CL-HOLIDAY-NAME
028400     MOVE WS-RUN-DATE TO CL-MAINT-DATE
028500     MOVE CK-USER-ID  TO CL-MAINT-USER
028600     WRITE PASTCAL-RECORD
028700         INVALID KEY
028800             ADD 1 TO WS-ON-FILE-COUNT
028900             GO TO 3110-EXIT
029000     END-WRITE
029100     ADD 1 TO WS-BUILT-COUNT
029200     ADD 1 TO WS-CARD-BUILT.
029300 3110-EXIT.
029400     EXIT.
029500*----------------------------------------------------------------
029600*  3200-MARK-DAY  --  CHANGE ONE DATE'S DAY TYPE.  THE DATE
029700*  MUST ALREADY BE ON THE CALENDAR (GENERATE IT FIRST) AND A
029800*  HOLIDAY MUST BE NAMED.  THE MONTH-END AND WEEK-END FLAGS
029900*  ARE CALENDAR FACTS AND DO NOT CHANGE.
030000*----------------------------------------------------------------
030100 3200-MARK-DAY.
030200     MOVE CK-DATE TO CL-DATE
030300     READ PASTCAL-FILE
030400         INVALID KEY
030500             MOVE "DATE NOT ON CALENDAR" TO WS-DISPOSITION
030600             PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
030700             GO TO 3200-EXIT
030800     END-READ
030900     IF CK-ACT-HOLIDAY
031000         AND CK-NAME = SPACES
031100         MOVE "HOLIDAY NAME MISSING" TO WS-DISPOSITION
031200         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
031300         GO TO 3200-EXIT.
031400     EVALUATE TRUE
031500         WHEN CK-ACT-HOLIDAY
031600             MOVE "H"     TO CL-DAY-TYPE
031700             MOVE CK-NAME TO CL-HOLIDAY-NAME
031800             MOVE "MARKED HOLIDAY" TO WS-DISPOSITION
031900         WHEN CK-ACT-BUSINESS
032000             MOVE "B"     TO CL-DAY-TYPE
032100             MOVE SPACES  TO CL-HOLIDAY-NAME
032200             MOVE "MARKED BUSINESS DAY" TO WS-DISPOSITION
032300         WHEN OTHER
032400             MOVE "W"     TO CL-DAY-TYPE
032500             MOVE SPACES  TO CL-HOLIDAY-NAME
032600             MOVE "MARKED NON-BUSINESS DAY" TO WS-DISPOSITION
032700     END-EVALUATE
032800     MOVE WS-RUN-DATE TO CL-MAINT-DATE
032900     MOVE CK-USER-ID  TO CL-MAINT-USER
033000     REWRITE PASTCAL-RECORD
033100     ADD 1 TO WS-MARKED-COUNT
033200     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT.
033300 3200-EXIT.
033400     EXIT.
033500*----------------------------------------------------------------
033600*  3300-CLEAR-COMPLETION  --  SUPERVISED REMOVAL OF ONE
033700*  PASTCRG ENTRY SO ITS PROGRAM CAN RUN THAT DATE AGAIN (A
033800*  POS FEED RESENT IN FULL, A SWEEP RERUN AFTER A RESTORE).
033900*  THE CLEAR JOURNALS AS A WARNING FOR THE MORNING PAGE.
034000*----------------------------------------------------------------
034100 3300-CLEAR-COMPLETION.
034200     IF CK-PROGRAM = SPACES
034300         MOVE "PROGRAM NAME MISSING" TO WS-DISPOSITION
034400         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
034500         GO TO 3300-EXIT.
034600     MOVE CK-PROGRAM TO CR-PROGRAM
034700     MOVE CK-DATE    TO CR-RUN-DATE
034800     READ PASTCRG-FILE
034900         INVALID KEY
035000             MOVE "NOT ON REGISTER" TO WS-DISPOSITION
035100             PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
035200             GO TO 3300-EXIT
035300     END-READ
035400     DELETE PASTCRG-FILE RECORD
035500     ADD 1 TO WS-CLEARED-COUNT
035600     MOVE SPACES TO PASTJRNL-RECORD
035700     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
035800     MOVE WS-JRNL-DATE TO JL-RUN-DATE
035900     ACCEPT WS-TIME-RAW FROM TIME
036000     MOVE WS-TIME-RAW(1:6) TO JL-TIME
036100     MOVE "RNDCAL"   TO JL-PROGRAM
036200     MOVE "WARNING"  TO JL-EVENT
036300     MOVE ZEROS      TO JL-K-VALUE
036400     MOVE ZEROS      TO JL-BATCH-COUNT
036500     MOVE ZEROS      TO JL-CODES-WRITTEN
036600     STRING "COMPLETION CLEARED - " DELIMITED BY SIZE
036700            CK-PROGRAM              DELIMITED BY SPACE
036800            " "                     DELIMITED BY SIZE
036900            CK-DATE                 DELIMITED BY SIZE
037000         INTO JL-REASON
037100     WRITE PASTJRNL-RECORD
037200     MOVE SPACES TO PASTCAL-RECORD
037300     MOVE "COMPLETION CLEARED" TO WS-DISPOSITION
037400     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT.
037500 3300-EXIT.
037600     EXIT.
037700*----------------------------------------------------------------
037800*  3800-WRITE-REGISTER  --  ONE REGISTER LINE PER CARD.  THE
037900*  DAY TYPE AND NAME SHOWN ARE THE CALENDAR'S AFTER THE CARD
038000*  WAS APPLIED; A CLEAR LINE SHOWS THE PROGRAM CLEARED.
038100*----------------------------------------------------------------
038200 3800-WRITE-REGISTER.
038300     MOVE CK-ACTION       TO CLR-ACTION
038400     MOVE CK-DATE         TO CLR-DATE
038500     IF CK-ACT-GENERATE
038600         MOVE CK-THRU-DATE TO CLR-THRU-DATE
038700     ELSE
038800         MOVE ZEROS        TO CLR-THRU-DATE
038900     END-IF
039000     MOVE WS-DISPOSITION  TO CLR-DISPOSITION
039100     MOVE CL-DAY-TYPE     TO CLR-DAY-TYPE
039200     IF CK-ACT-CLEAR
039300         MOVE CK-PROGRAM      TO CLR-NAME
039400     ELSE
039500         MOVE CL-HOLIDAY-NAME TO CLR-NAME
039600     END-IF
039700     MOVE CK-USER-ID      TO CLR-USER-ID
039800     MOVE WS-CARD-BUILT   TO CLR-BUILT
039900     WRITE PASTCLR-LINE FROM CLR-DETAIL-LINE.
040000 3800-EXIT.
040100     EXIT.
040200 3900-CARD-IN-ERROR.
040300     ADD 1 TO WS-ERROR-COUNT
040400     MOVE CK-ACTION       TO CLR-ACTION
040500     MOVE ZEROS           TO CLR-DATE
040600     IF CK-DATE NUMERIC
040700         MOVE CK-DATE     TO CLR-DATE
040800     END-IF
040900     MOVE ZEROS           TO CLR-THRU-DATE
041000     IF CK-THRU-DATE NUMERIC
041100         MOVE CK-THRU-DATE TO CLR-THRU-DATE
041200     END-IF
041300     MOVE WS-DISPOSITION  TO CLR-DISPOSITION
041400     MOVE SPACE           TO CLR-DAY-TYPE
041500     IF CK-ACT-CLEAR
041600         MOVE CK-PROGRAM  TO CLR-NAME
041700     ELSE
041800         MOVE CK-NAME     TO CLR-NAME
041900     END-IF
042000     MOVE CK-USER-ID      TO CLR-USER-ID
042100     MOVE 0               TO CLR-BUILT
042200     WRITE PASTCLR-LINE FROM CLR-DETAIL-LINE.
042300 3900-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------
042600*  3950-CHECK-DATE  --  WS-CHECK-DATE MUST BE A PLAUSIBLE
042700*  CCYYMMDD:  NUMERIC, MONTH 01-12, DAY 01-31, AND A DAY THE
042750*  MONTH HAS -- NO 31 APRIL, NO 29 FEBRUARY OFF A LEAP YEAR.
042800*----------------------------------------------------------------
042900 3950-CHECK-DATE.
043000     MOVE "N" TO WS-DATE-OK-SWITCH
043100     IF WS-CHECK-DATE NOT NUMERIC
043200         OR WS-CHECK-DATE(1:4) < "1601"
043300         OR WS-CHECK-DATE(5:2) < "01"
043400         OR WS-CHECK-DATE(5:2) > "12"
043500         OR WS-CHECK-DATE(7:2) < "01"
043600         OR WS-CHECK-DATE(7:2) > "31"
043700         GO TO 3950-EXIT.
043750     IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE-N) NOT = 0
043760         GO TO 3950-EXIT.
043800     MOVE "Y" TO WS-DATE-OK-SWITCH.
043900 3950-EXIT.
044000     EXIT.
044100*----------------------------------------------------------------
044200*  8000-TERMINATE  --  PRINT THE CONTROL TOTALS AND CLOSE DOWN.
044300*  RC=4 FLAGS A DECK THAT DID NOT APPLY CLEANLY SO THE CARDS
044400*  IN ERROR CAN BE CORRECTED AND RESTAGED.
044500*----------------------------------------------------------------
044600 8000-TERMINATE.
044700     MOVE SPACES TO PASTCLR-LINE
044800     WRITE PASTCLR-LINE
044900     MOVE "CARDS READ"           TO CLR-TOTAL-LABEL
045000     MOVE WS-CARD-COUNT          TO CLR-TOTAL-COUNT
045100     WRITE PASTCLR-LINE FROM CLR-TOTAL-LINE
045200     MOVE "DATES BUILT"          TO CLR-TOTAL-LABEL
045300     MOVE WS-BUILT-COUNT         TO CLR-TOTAL-COUNT
045400     WRITE PASTCLR-LINE FROM CLR-TOTAL-LINE
045500     MOVE "DATES ALREADY ON FILE" TO CLR-TOTAL-LABEL
045600     MOVE WS-ON-FILE-COUNT       TO CLR-TOTAL-COUNT
045700     WRITE PASTCLR-LINE FROM CLR-TOTAL-LINE
045800     MOVE "DATES MARKED"         TO CLR-TOTAL-LABEL
045900     MOVE WS-MARKED-COUNT        TO CLR-TOTAL-COUNT
046000     WRITE PASTCLR-LINE FROM CLR-TOTAL-LINE
046100     MOVE "COMPLETIONS CLEARED"  TO CLR-TOTAL-LABEL
046200     MOVE WS-CLEARED-COUNT       TO CLR-TOTAL-COUNT
046300     WRITE PASTCLR-LINE FROM CLR-TOTAL-LINE
046400     MOVE "CARDS IN ERROR"       TO CLR-TOTAL-LABEL
046500     MOVE WS-ERROR-COUNT         TO CLR-TOTAL-COUNT
046600     WRITE PASTCLR-LINE FROM CLR-TOTAL-LINE
046700     CLOSE CALCTL-FILE
046800     CLOSE PASTCAL-FILE
046900     CLOSE PASTCRG-FILE
047000     CLOSE PASTJRNL-FILE
047100     CLOSE PASTCLR-FILE
047200     DISPLAY "RNDCAL -- " WS-CARD-COUNT " CARD(S), "
047300         WS-ERROR-COUNT " IN ERROR"
047400     IF WS-ERROR-COUNT > 0
047500         MOVE 4 TO RETURN-CODE
047600     END-IF.
047700 8000-EXIT.
047800     EXIT.
047900*----------------------------------------------------------------
048000*  9920-REJECT-NO-CONTROL  --  THE CALCTL DECK HAD NO CARD.
048100*  TELL OPS WHY AND STOP CLEANLY -- NOTHING IS CHANGED.
048200*----------------------------------------------------------------
048300 9920-REJECT-NO-CONTROL.
048400     DISPLAY "RNDCAL REJECTED -- CALCTL CONTROL FILE IS EMPTY"
048500     CLOSE CALCTL-FILE
048600     MOVE 16 TO RETURN-CODE
048700     STOP RUN.
