000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RNDCALS.
000300 AUTHOR.         D W ALDEN.
000400 INSTALLATION.   PASTIME SYSTEMS - VOUCHER CODE GENERATION.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.  10/15/26.
000700*================================================================
000800*  RNDCALS  --  PROCESSING CALENDAR STATUS REPORT.  WALKS THE
000900*  PASTCAL CALENDAR FOR THE DATE RANGE ON THE CALSCTL CARD AND,
001000*  FOR EVERY DATE, SHOWS WHAT THE PASTCRG COMPLETION REGISTER
001100*  HOLDS FOR EACH GATED JOB:
001200*    RAN      -- COMPLETED CLEANLY FOR THE DATE
001300*    REFUSED  -- THE CALENDAR GATE REFUSED IT AND IT HAS NOT
001400*                SINCE COMPLETED (COUNT AND REASON BELOW)
001500*    SKIPPED  -- DUE ON A PAST DATE BUT NEVER RAN
001600*    OUT-SEQ  -- COMPLETED, BUT NOT IN THE ORDER THE SCHEDULE
001700*                REQUIRES (REASON BELOW)
001800*  THE SCHEDULE IS -- RNDSTR EVERY BUSINESS DAY, RNDPOST EVERY
001900*  NIGHT, RNDSETL EVERY SETTLEMENT WEEK-END, RNDARCH EVERY
002000*  MONTH-END.  RNDEXPN RUNS ON REQUEST AND IS NEVER SKIPPED.
002100*  TODAY AND LATER ARE NOT YET DUE.  TOTALS BY JOB CLOSE THE
002200*  REPORT, AND ANY REFUSED, SKIPPED OR OUT-OF-SEQUENCE ENTRY
002300*  ENDS THE RUN WITH RC=4.
002400*----------------------------------------------------------------
002500*  MODIFICATION HISTORY
002600*  MM/DD/YY  INIT  DESCRIPTION
002700*  10/15/26  DWA   ORIGINAL PROGRAM.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CALSCTL-FILE ASSIGN TO CALSCTL
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT PASTCAL-FILE ASSIGN TO PASTCAL
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS CL-DATE.
003800     SELECT PASTCRG-FILE ASSIGN TO PASTCRG
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CR-KEY.
004200     SELECT PASTCLS-FILE ASSIGN TO PASTCLS
004300         ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CALSCTL-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  CALSCTL-RECORD.
004900     05  CS-FROM-DATE            PIC 9(08).
005000     05  CS-THRU-DATE            PIC 9(08).
005100     05  FILLER                  PIC X(64).
005200 FD  PASTCAL-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY PASTCAL.
005500 FD  PASTCRG-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY PASTCRG.
005800 FD  PASTCLS-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  PASTCLS-LINE                PIC X(110).
006100 WORKING-STORAGE SECTION.
006200 01  WS-CAL-EOF-SWITCH           PIC X(01)  VALUE "N".
006300     88  END-OF-PASTCAL                  VALUE "Y".
006400 01  WS-EXPECTED-SWITCH          PIC X(01)  VALUE "N".
006500     88  JOB-EXPECTED                    VALUE "Y".
006600 01  WS-TODAY                    PIC 9(08)  VALUE 0.
006700 01  WS-THRU-DATE                PIC 9(08)  VALUE 0.
006800 01  WS-NIGHT-DATE               PIC 9(08)  VALUE 0.
006900 77  WS-DATE-COUNT               PIC 9(05)  VALUE 0.
007000 77  WS-EXCEPTION-COUNT          PIC 9(05)  VALUE 0.
007100 77  WS-JOB-MAX                  PIC 9(01)  VALUE 5.
007200 77  WS-JOB-IDX                  PIC 9(01)  VALUE 0.
007300 77  WS-DAY-INT                  PIC 9(07)  VALUE 0.
007400 77  WS-LAST-INT                 PIC 9(07)  VALUE 0.
007500 01  WS-RUN-STAMP.
007600     05  WS-RUN-STAMP-DATE       PIC 9(08)  VALUE 0.
007700     05  WS-RUN-STAMP-TIME       PIC 9(06)  VALUE 0.
007800 01  WS-RUN-STAMP-N REDEFINES WS-RUN-STAMP
007900                                 PIC 9(14).
008000 01  WS-CRG-STAMP.
008100     05  WS-CRG-STAMP-DATE       PIC 9(08)  VALUE 0.
008200     05  WS-CRG-STAMP-TIME       PIC 9(06)  VALUE 0.
008300 01  WS-CRG-STAMP-N REDEFINES WS-CRG-STAMP
008400                                 PIC 9(14).
008500 01  WS-PREV-POST-STAMP          PIC 9(14)  VALUE 0.
008600 01  WS-CRG-SAVE                 PIC X(120).
008700 01  WS-DAY-NAMES                PIC X(21)  VALUE
008800     "MONTUEWEDTHUFRISATSUN".
008900 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
009000     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
009100 01  WS-JOB-NAMES                PIC X(40)  VALUE
009200     "RNDSTR  RNDPOST RNDSETL RNDARCH RNDEXPN ".
009300 01  WS-JOB-NAME-TABLE REDEFINES WS-JOB-NAMES.
009400     05  WS-JOB-NAME             PIC X(08) OCCURS 5 TIMES.
009500 01  WS-JOB-DAY-TABLE.
009600     05  WS-JOB-DAY OCCURS 5 TIMES.
009700         10  WS-JD-STATUS        PIC X(08).
009800         10  WS-JD-NOTE          PIC X(70).
009900 01  WS-JOB-TOTAL-TABLE.
010000     05  WS-JOB-TOTAL OCCURS 5 TIMES.
010100         10  WS-JT-RAN           PIC 9(05).
010200         10  WS-JT-SKIPPED       PIC 9(05).
010300         10  WS-JT-REFUSED       PIC 9(05).
010400         10  WS-JT-OUT-SEQ       PIC 9(05).
010500 01  CLS-HEADING-1.
010600     05  FILLER                 PIC X(40) VALUE
010700         "RNDCALS PROCESSING CALENDAR STATUS -".
010800     05  CLS-H-FROM-DATE        PIC 9(08).
010900     05  FILLER                 PIC X(06) VALUE " THRU ".
011000     05  CLS-H-THRU-DATE        PIC 9(08).
011100     05  FILLER                 PIC X(10) VALUE "  RUN OF  ".
011200     05  CLS-H-TODAY            PIC 9(08).
011300 01  CLS-HEADING-2.
011400     05  FILLER                 PIC X(08) VALUE "DATE".
011500     05  FILLER                 PIC X(02) VALUE SPACES.
011600     05  FILLER                 PIC X(03) VALUE "DAY".
011700     05  FILLER                 PIC X(02) VALUE SPACES.
011800     05  FILLER                 PIC X(04) VALUE "TYPE".
011900     05  FILLER                 PIC X(01) VALUE SPACES.
012000     05  FILLER                 PIC X(02) VALUE "ME".
012100     05  FILLER                 PIC X(01) VALUE SPACES.
012200     05  FILLER                 PIC X(02) VALUE "WE".
012300     05  FILLER                 PIC X(02) VALUE SPACES.
012400     05  FILLER                 PIC X(24) VALUE "HOLIDAY".
012500     05  FILLER                 PIC X(02) VALUE SPACES.
012600     05  FILLER                 PIC X(10) VALUE "RNDSTR".
012700     05  FILLER                 PIC X(10) VALUE "RNDPOST".
012800     05  FILLER                 PIC X(10) VALUE "RNDSETL".
012900     05  FILLER                 PIC X(10) VALUE "RNDARCH".
013000     05  FILLER                 PIC X(08) VALUE "RNDEXPN".
013100 01  CLS-DETAIL-LINE.
013200     05  CLS-DATE               PIC 9(08).
013300     05  FILLER                 PIC X(02).
013400     05  CLS-DAY-NAME           PIC X(03).
013500     05  FILLER                 PIC X(02).
013600     05  CLS-DAY-TYPE           PIC X(04).
013700     05  FILLER                 PIC X(01).
013800     05  CLS-MONTH-END          PIC X(02).
013900     05  FILLER                 PIC X(01).
014000     05  CLS-WEEK-END           PIC X(02).
014100     05  FILLER                 PIC X(02).
014200     05  CLS-HOLIDAY-NAME       PIC X(24).
014300     05  FILLER                 PIC X(02).
014400     05  CLS-JOB-COLUMN OCCURS 5 TIMES.
014500         10  CLS-JOB-STATUS     PIC X(08).
014600         10  FILLER             PIC X(02).
014700 01  CLS-NOTE-LINE.
014800     05  FILLER                 PIC X(12).
014900     05  CLS-N-PROGRAM          PIC X(08).
015000     05  FILLER                 PIC X(02).
015100     05  CLS-N-TEXT             PIC X(70).
015200 01  CLS-JOB-TOTAL-LINE.
015300     05  CLS-T-PROGRAM          PIC X(08).
015400     05  FILLER                 PIC X(06) VALUE "  RAN ".
015500     05  CLS-T-RAN              PIC ZZZZ9.
015600     05  FILLER                 PIC X(10) VALUE "  SKIPPED ".
015700     05  CLS-T-SKIPPED          PIC ZZZZ9.
015800     05  FILLER                 PIC X(10) VALUE "  REFUSED ".
015900     05  CLS-T-REFUSED          PIC ZZZZ9.
016000     05  FILLER                 PIC X(10) VALUE "  OUT-SEQ ".
016100     05  CLS-T-OUT-SEQ          PIC ZZZZ9.
016200 01  CLS-TOTAL-LINE.
016300     05  CLS-TOTAL-LABEL        PIC X(24).
016400     05  CLS-TOTAL-COUNT        PIC ZZZZ9.
016500 PROCEDURE DIVISION.
016600*----------------------------------------------------------------
016700*  0000-MAINLINE  --  OVERALL REPORT SEQUENCE.
016800*----------------------------------------------------------------
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
017100     PERFORM 2000-REPORT-ONE-DATE  THRU 2000-EXIT
017200         UNTIL END-OF-PASTCAL
017300     PERFORM 7000-WRITE-TOTALS     THRU 7000-EXIT
017400     PERFORM 8000-TERMINATE        THRU 8000-EXIT
017500     STOP RUN.
017600*----------------------------------------------------------------
017700*  1000-INITIALIZE  --  READ THE CALSCTL CARD, OPEN THE FILES,
017800*  PRINT THE HEADINGS AND POSITION THE CALENDAR ON THE FROM
017900*  DATE.  A ZERO THRU DATE MEANS THROUGH TODAY.
018000*----------------------------------------------------------------
018100 1000-INITIALIZE.
018200     OPEN INPUT CALSCTL-FILE
018300     READ CALSCTL-FILE
018400         AT END
018500             GO TO 9920-REJECT-NO-CONTROL
018600     END-READ
018700     CLOSE CALSCTL-FILE
018800     ACCEPT WS-TODAY FROM DATE YYYYMMDD
018900     IF CS-THRU-DATE = 0
019000         MOVE WS-TODAY TO WS-THRU-DATE
019100     ELSE
019200         MOVE CS-THRU-DATE TO WS-THRU-DATE
019300     END-IF
019400     IF CS-FROM-DATE = 0
019500         OR CS-FROM-DATE > WS-THRU-DATE
019600         GO TO 9900-REJECT-RANGE
019700     END-IF
019800     MOVE ZEROS TO WS-JOB-TOTAL-TABLE
019900     OPEN INPUT  PASTCAL-FILE
020000     OPEN INPUT  PASTCRG-FILE
020100     OPEN OUTPUT PASTCLS-FILE
020200     MOVE CS-FROM-DATE TO CLS-H-FROM-DATE
020300     MOVE WS-THRU-DATE TO CLS-H-THRU-DATE
020400     MOVE WS-TODAY     TO CLS-H-TODAY
020500     WRITE PASTCLS-LINE FROM CLS-HEADING-1
020600     MOVE SPACES TO PASTCLS-LINE
020700     WRITE PASTCLS-LINE
020800     WRITE PASTCLS-LINE FROM CLS-HEADING-2
020900     MOVE CS-FROM-DATE TO CL-DATE
021000     START PASTCAL-FILE KEY NOT < CL-DATE
021100         INVALID KEY
021200             MOVE "Y" TO WS-CAL-EOF-SWITCH
021300     END-START
021400     IF NOT END-OF-PASTCAL
021500         READ PASTCAL-FILE NEXT RECORD
021600             AT END MOVE "Y" TO WS-CAL-EOF-SWITCH
021700         END-READ
021800     END-IF.
021900 1000-EXIT.
022000     EXIT.
022100*----------------------------------------------------------------
022200*  2000-REPORT-ONE-DATE  --  ONE CALENDAR DATE -- LOOK UP EACH
022300*  GATED JOB ON THE REGISTER, PRINT THE DATE'S LINE, THEN A
022400*  NOTE LINE UNDER IT FOR EVERY JOB WITH SOMETHING TO EXPLAIN.
022500*----------------------------------------------------------------
022600 2000-REPORT-ONE-DATE.
022700     IF CL-DATE > WS-THRU-DATE
022800         MOVE "Y" TO WS-CAL-EOF-SWITCH
022900         GO TO 2000-EXIT.
023000     ADD 1 TO WS-DATE-COUNT
023100     MOVE SPACES TO WS-JOB-DAY-TABLE
023200     PERFORM 3000-CHECK-ONE-JOB THRU 3000-EXIT
023300         VARYING WS-JOB-IDX FROM 1 BY 1
023400         UNTIL WS-JOB-IDX > WS-JOB-MAX
023500     MOVE SPACES TO CLS-DETAIL-LINE
023600     MOVE CL-DATE TO CLS-DATE
023700     IF CL-WEEKDAY > 0 AND CL-WEEKDAY < 8
023800         MOVE WS-DAY-NAME(CL-WEEKDAY) TO CLS-DAY-NAME
023900     END-IF
024000     EVALUATE TRUE
024100         WHEN CL-BUSINESS-DAY
024200             MOVE "BUS" TO CLS-DAY-TYPE
024300         WHEN CL-HOLIDAY
024400             MOVE "HOL" TO CLS-DAY-TYPE
024500         WHEN OTHER
024600             MOVE "WKND" TO CLS-DAY-TYPE
024700     END-EVALUATE
024800     IF CL-IS-MONTH-END
024900         MOVE "ME" TO CLS-MONTH-END
025000     END-IF
025100     IF CL-IS-WEEK-END
025200         MOVE "WE" TO CLS-WEEK-END
025300     END-IF
025400     MOVE CL-HOLIDAY-NAME TO CLS-HOLIDAY-NAME
025500     PERFORM 2100-MOVE-ONE-STATUS THRU 2100-EXIT
025600         VARYING WS-JOB-IDX FROM 1 BY 1
025700         UNTIL WS-JOB-IDX > WS-JOB-MAX
025800     WRITE PASTCLS-LINE FROM CLS-DETAIL-LINE
025900     PERFORM 2200-WRITE-ONE-NOTE THRU 2200-EXIT
026000         VARYING WS-JOB-IDX FROM 1 BY 1
026100         UNTIL WS-JOB-IDX > WS-JOB-MAX
026200     READ PASTCAL-FILE NEXT RECORD
026300         AT END MOVE "Y" TO WS-CAL-EOF-SWITCH
026400     END-READ.
026500 2000-EXIT.
026600     EXIT.
026700 2100-MOVE-ONE-STATUS.
026800     MOVE WS-JD-STATUS(WS-JOB-IDX) TO CLS-JOB-STATUS(WS-JOB-IDX).
026900 2100-EXIT.
027000     EXIT.
027100 2200-WRITE-ONE-NOTE.
027200     IF WS-JD-NOTE(WS-JOB-IDX) = SPACES
027300         GO TO 2200-EXIT.
027400     MOVE SPACES TO CLS-NOTE-LINE
027500     MOVE WS-JOB-NAME(WS-JOB-IDX) TO CLS-N-PROGRAM
027600     MOVE WS-JD-NOTE(WS-JOB-IDX)  TO CLS-N-TEXT
027700     WRITE PASTCLS-LINE FROM CLS-NOTE-LINE.
027800 2200-EXIT.
027900     EXIT.
028000*----------------------------------------------------------------
028100*  3000-CHECK-ONE-JOB  --  CLASSIFY ONE JOB FOR THE DATE FROM
028200*  ITS REGISTER ENTRY AND THE SCHEDULE, AND COUNT IT.
028300*----------------------------------------------------------------
028400 3000-CHECK-ONE-JOB.
028500     MOVE "N" TO WS-EXPECTED-SWITCH
028600     EVALUATE WS-JOB-IDX
028700         WHEN 1
028800             IF CL-BUSINESS-DAY
028900                 MOVE "Y" TO WS-EXPECTED-SWITCH
029000             END-IF
029100         WHEN 2
029200             MOVE "Y" TO WS-EXPECTED-SWITCH
029300         WHEN 3
029400             IF CL-IS-WEEK-END
029500                 MOVE "Y" TO WS-EXPECTED-SWITCH
029600             END-IF
029700         WHEN 4
029800             IF CL-IS-MONTH-END
029900                 MOVE "Y" TO WS-EXPECTED-SWITCH
030000             END-IF
030100         WHEN OTHER
030200             CONTINUE
030300     END-EVALUATE
030400     MOVE WS-JOB-NAME(WS-JOB-IDX) TO CR-PROGRAM
030500     MOVE CL-DATE                 TO CR-RUN-DATE
030600     READ PASTCRG-FILE
030700         INVALID KEY
030800             IF JOB-EXPECTED
030900                 AND CL-DATE < WS-TODAY
031000                 MOVE "SKIPPED" TO WS-JD-STATUS(WS-JOB-IDX)
031100                 ADD 1 TO WS-JT-SKIPPED(WS-JOB-IDX)
031200                 ADD 1 TO WS-EXCEPTION-COUNT
031300             END-IF
031400             GO TO 3000-EXIT
031500     END-READ
031600     IF NOT CR-ST-COMPLETE
031700         MOVE "REFUSED" TO WS-JD-STATUS(WS-JOB-IDX)
031800         STRING "REFUSED " CR-REFUSALS " TIME(S) - " CR-REASON
031900             DELIMITED BY SIZE INTO WS-JD-NOTE(WS-JOB-IDX)
032000         ADD 1 TO WS-JT-REFUSED(WS-JOB-IDX)
032100         ADD 1 TO WS-EXCEPTION-COUNT
032200         GO TO 3000-EXIT.
032300     MOVE "RAN" TO WS-JD-STATUS(WS-JOB-IDX)
032400     IF CR-REFUSALS > 0
032500         STRING "RAN AFTER " CR-REFUSALS " REFUSAL(S) - "
032600                CR-REASON
032700             DELIMITED BY SIZE INTO WS-JD-NOTE(WS-JOB-IDX)
032800     END-IF
032900     MOVE CR-START-DATE TO WS-RUN-STAMP-DATE
033000     MOVE CR-START-TIME TO WS-RUN-STAMP-TIME
033100     MOVE PASTCRG-RECORD TO WS-CRG-SAVE
033200     PERFORM 3100-CHECK-SEQUENCE THRU 3100-EXIT
033300     MOVE WS-CRG-SAVE TO PASTCRG-RECORD
033400     IF WS-JD-STATUS(WS-JOB-IDX) = "OUT-SEQ"
033500         ADD 1 TO WS-JT-OUT-SEQ(WS-JOB-IDX)
033600         ADD 1 TO WS-EXCEPTION-COUNT
033700     ELSE
033800         ADD 1 TO WS-JT-RAN(WS-JOB-IDX)
033900     END-IF.
034000 3000-EXIT.
034100     EXIT.
034200*----------------------------------------------------------------
034300*  3100-CHECK-SEQUENCE  --  A COMPLETED RUN IS OUT OF SEQUENCE
034400*  WHEN --
034500*    RNDSTR/RNDEXPN  RAN FOR A DATE THAT IS NOT A BUSINESS DAY
034600*    RNDPOST         STARTED BEFORE THE PRIOR NIGHT'S RNDPOST
034700*    RNDSETL         STARTED BEFORE EVERY NIGHT OF ITS WEEK HAD
034800*                    POSTED
034900*    RNDARCH         RAN FOR A DATE THAT IS NOT A MONTH-END, OR
035000*                    STARTED BEFORE THAT NIGHT HAD POSTED
035100*  THE CALENDAR GATE PREVENTS ALL OF THESE; ONE THAT SHOWS
035200*  HERE MEANS THE CALENDAR OR REGISTER WAS CHANGED AFTER THE
035300*  RUN, OR A RUN WAS CLEARED AND REDONE OUT OF ORDER.
035400*----------------------------------------------------------------
035500 3100-CHECK-SEQUENCE.
035600     EVALUATE WS-JOB-IDX
035700         WHEN 1
035800         WHEN 5
035900             IF NOT CL-BUSINESS-DAY
036000                 MOVE "OUT-SEQ" TO WS-JD-STATUS(WS-JOB-IDX)
036100                 MOVE "RAN FOR A DATE THAT IS NOT A BUSINESS DAY"
036200                     TO WS-JD-NOTE(WS-JOB-IDX)
036300             END-IF
036400         WHEN 2
036500             IF WS-PREV-POST-STAMP > 0
036600                 AND WS-RUN-STAMP-N < WS-PREV-POST-STAMP
036700                 MOVE "OUT-SEQ" TO WS-JD-STATUS(WS-JOB-IDX)
036800                 MOVE "STARTED BEFORE THE PRIOR NIGHT'S RNDPOST"
036900                     TO WS-JD-NOTE(WS-JOB-IDX)
037000             END-IF
037100             MOVE WS-RUN-STAMP-N TO WS-PREV-POST-STAMP
037200         WHEN 3
037300             IF CR-PERIOD-FROM = 0
037400                 OR CR-PERIOD-FROM > CL-DATE
037500                 MOVE CL-DATE TO CR-PERIOD-FROM
037600             END-IF
037700             COMPUTE WS-LAST-INT =
037800                 FUNCTION INTEGER-OF-DATE(CL-DATE)
037900             PERFORM 3200-CHECK-ONE-NIGHT THRU 3200-EXIT
038000                 VARYING WS-DAY-INT
038100                 FROM FUNCTION INTEGER-OF-DATE(CR-PERIOD-FROM)
038200                 BY 1
038300                 UNTIL WS-DAY-INT > WS-LAST-INT
038400                    OR WS-JD-STATUS(WS-JOB-IDX) = "OUT-SEQ"
038500         WHEN 4
038600             IF NOT CL-IS-MONTH-END
038700                 MOVE "OUT-SEQ" TO WS-JD-STATUS(WS-JOB-IDX)
038800                 MOVE "RAN FOR A DATE THAT IS NOT A MONTH-END"
038900                     TO WS-JD-NOTE(WS-JOB-IDX)
039000                 GO TO 3100-EXIT
039100             END-IF
039200             COMPUTE WS-DAY-INT =
039300                 FUNCTION INTEGER-OF-DATE(CL-DATE)
039400             PERFORM 3200-CHECK-ONE-NIGHT THRU 3200-EXIT
039500     END-EVALUATE.
039600 3100-EXIT.
039700     EXIT.
039800*----------------------------------------------------------------
039900*  3200-CHECK-ONE-NIGHT  --  THE RNDPOST NIGHT FOR WS-DAY-INT
040000*  MUST BE COMPLETE AND MUST HAVE ENDED BEFORE THE RUN BEING
040100*  CHECKED STARTED.
040200*----------------------------------------------------------------
040300 3200-CHECK-ONE-NIGHT.
040400     COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
040500     MOVE "RNDPOST"     TO CR-PROGRAM
040600     MOVE WS-NIGHT-DATE TO CR-RUN-DATE
040700     READ PASTCRG-FILE
040800         INVALID KEY
040900             MOVE SPACE TO CR-STATUS
041000     END-READ
041100     IF NOT CR-ST-COMPLETE
041200         MOVE "OUT-SEQ" TO WS-JD-STATUS(WS-JOB-IDX)
041300         MOVE SPACES TO WS-JD-NOTE(WS-JOB-IDX)
041400         STRING "RNDPOST NIGHT " WS-NIGHT-DATE " NOT COMPLETE"
041500             DELIMITED BY SIZE INTO WS-JD-NOTE(WS-JOB-IDX)
041600         GO TO 3200-EXIT.
041700     MOVE CR-END-DATE TO WS-CRG-STAMP-DATE
041800     MOVE CR-END-TIME TO WS-CRG-STAMP-TIME
041900     IF WS-CRG-STAMP-N > WS-RUN-STAMP-N
042000         MOVE "OUT-SEQ" TO WS-JD-STATUS(WS-JOB-IDX)
042100         MOVE SPACES TO WS-JD-NOTE(WS-JOB-IDX)
042200         STRING "STARTED BEFORE RNDPOST NIGHT " WS-NIGHT-DATE
042300                " ENDED"
042400             DELIMITED BY SIZE INTO WS-JD-NOTE(WS-JOB-IDX).
042500 3200-EXIT.
042600     EXIT.
042700*----------------------------------------------------------------
042800*  7000-WRITE-TOTALS  --  ONE TOTAL LINE PER JOB, THEN THE
042900*  DATE AND EXCEPTION COUNTS.
043000*----------------------------------------------------------------
043100 7000-WRITE-TOTALS.
043200     MOVE SPACES TO PASTCLS-LINE
043300     WRITE PASTCLS-LINE
043400     PERFORM 7100-WRITE-ONE-JOB-TOTAL THRU 7100-EXIT
043500         VARYING WS-JOB-IDX FROM 1 BY 1
043600         UNTIL WS-JOB-IDX > WS-JOB-MAX
043700     MOVE SPACES TO PASTCLS-LINE
043800     WRITE PASTCLS-LINE
043900     MOVE "DATES REPORTED"     TO CLS-TOTAL-LABEL
044000     MOVE WS-DATE-COUNT        TO CLS-TOTAL-COUNT
044100     WRITE PASTCLS-LINE FROM CLS-TOTAL-LINE
044200     MOVE "EXCEPTIONS"         TO CLS-TOTAL-LABEL
044300     MOVE WS-EXCEPTION-COUNT   TO CLS-TOTAL-COUNT
044400     WRITE PASTCLS-LINE FROM CLS-TOTAL-LINE.
044500 7000-EXIT.
044600     EXIT.
044700 7100-WRITE-ONE-JOB-TOTAL.
044800     MOVE WS-JOB-NAME(WS-JOB-IDX)   TO CLS-T-PROGRAM
044900     MOVE WS-JT-RAN(WS-JOB-IDX)     TO CLS-T-RAN
045000     MOVE WS-JT-SKIPPED(WS-JOB-IDX) TO CLS-T-SKIPPED
045100     MOVE WS-JT-REFUSED(WS-JOB-IDX) TO CLS-T-REFUSED
045200     MOVE WS-JT-OUT-SEQ(WS-JOB-IDX) TO CLS-T-OUT-SEQ
045300     WRITE PASTCLS-LINE FROM CLS-JOB-TOTAL-LINE.
045400 7100-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------
045700*  8000-TERMINATE  --  CLOSE DOWN AND REPORT TO THE JOB LOG.
045800*----------------------------------------------------------------
045900 8000-TERMINATE.
046000     CLOSE PASTCAL-FILE
046100     CLOSE PASTCRG-FILE
046200     CLOSE PASTCLS-FILE
046300     DISPLAY "RNDCALS -- " WS-DATE-COUNT " DATE(S) REPORTED, "
046400         WS-EXCEPTION-COUNT " EXCEPTION(S)"
046500     IF WS-EXCEPTION-COUNT > 0
046600         MOVE 4 TO RETURN-CODE
046700     END-IF.
046800 8000-EXIT.
046900     EXIT.
047000*----------------------------------------------------------------
047100*  9900-REJECT-RANGE  --  THE CALSCTL RANGE IS MISSING OR
047200*  BACKWARDS.  TELL OPS WHY AND STOP -- NOTHING IS REPORTED.
047300*----------------------------------------------------------------
047400 9900-REJECT-RANGE.
047500     DISPLAY "RNDCALS REJECTED -- CALSCTL DATE RANGE INVALID"
047600     DISPLAY "  FROM/THRU : " CS-FROM-DATE "/" WS-THRU-DATE
047700     MOVE 16 TO RETURN-CODE
047800     STOP RUN.
047900*----------------------------------------------------------------
048000*  9920-REJECT-NO-CONTROL  --  THE CALSCTL FILE HAD NO CARD.
048100*----------------------------------------------------------------
048200 9920-REJECT-NO-CONTROL.
048300     DISPLAY "RNDCALS REJECTED -- CALSCTL CONTROL FILE IS EMPTY"
048400     CLOSE CALSCTL-FILE
048500     MOVE 16 TO RETURN-CODE
048600     STOP RUN.
