002300*  MODIFICATION HISTORY
002400*  MM/DD/YY  INIT  DESCRIPTION
002500*  09/02/26  DWA   ORIGINAL PROGRAM.
002510*  10/15/26  DWA   CHECK THE PASTCAL PROCESSING CALENDAR AND THE
002520*                  PASTCRG COMPLETION REGISTER BEFORE EXTRACTING.
002530*                  THE RUN DATE MUST BE A BUSINESS DAY NOT
002540*                  ALREADY EXTRACTED -- OTHERWISE REFUSED (RC=12)
002550*                  WITH A PASTJRNL ENTRY.  A CLEAN END MARKS IT.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PASTNSM-FILE ASSIGN TO PASTNSM
003900         ORGANIZATION IS SEQUENTIAL.
003909     SELECT PASTJRNL-FILE ASSIGN TO PASTJRNL
003918         ORGANIZATION IS SEQUENTIAL.
003927     SELECT PASTCAL-FILE ASSIGN TO PASTCAL
003936         ORGANIZATION IS INDEXED
003945         ACCESS MODE IS RANDOM
003954         RECORD KEY IS CL-DATE.
003963     SELECT PASTCRG-FILE ASSIGN TO PASTCRG
003972         ORGANIZATION IS INDEXED
003981         ACCESS MODE IS RANDOM
003990         RECORD KEY IS CR-KEY.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  EXPNCTL-FILE
005400 FD  PASTNSM-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  PASTNSM-LINE                PIC X(110).
005610 FD  PASTJRNL-FILE
005620     LABEL RECORDS ARE STANDARD.
005630     COPY PASTJRNL.
005640 FD  PASTCAL-FILE
005650     LABEL RECORDS ARE STANDARD.
005660     COPY PASTCAL.
005670 FD  PASTCRG-FILE
005680     LABEL RECORDS ARE STANDARD.
005690     COPY PASTCRG.
005700 WORKING-STORAGE SECTION.
005800 01  WS-HIST-EOF-SWITCH          PIC X(01)  VALUE "N".
005900     88  END-OF-PASTHIST                 VALUE "Y".
005910 01  WS-CRG-FOUND-SWITCH         PIC X(01)  VALUE "N".
005920     88  COMPLETION-FOUND                VALUE "Y".
005930 01  WS-CAL-REASON               PIC X(40)  VALUE SPACES.
005940 01  WS-CAL-START-DATE           PIC 9(08)  VALUE 0.
005950 01  WS-CAL-START-TIME           PIC 9(06)  VALUE 0.
005970 77  WS-TIME-RAW                 PIC 9(08)  VALUE 0.
006000 77  WS-READ-COUNT               PIC 9(09)  VALUE 0.
006100 77  WS-DETAIL-COUNT             PIC 9(09)  VALUE 0.
006200 77  WS-HASH-TOTAL               PIC 9(13)  VALUE 0.
012400     IF EX-WINDOW-DAYS = 0
012500         GO TO 9900-REJECT-WINDOW
012600     END-IF
012650     PERFORM 6200-CHECK-CALENDAR THRU 6200-EXIT
012700     COMPUTE WS-WINDOW-END =
012800         FUNCTION DATE-OF-INTEGER
012900             (FUNCTION INTEGER-OF-DATE(EX-RUN-DATE)
028300     CLOSE PASTNTC-FILE
028400     CLOSE PASTNSM-FILE
028500     DISPLAY "RNDEXPN -- " WS-DETAIL-COUNT
028600         " NOTICE(S) FOR " WS-CAMP-COUNT " CAMPAIGN(S)"
028650     PERFORM 6300-RECORD-COMPLETION THRU 6300-EXIT.
028700 8000-EXIT.
028800     EXIT.
028900*----------------------------------------------------------------
031400     CLOSE EXPNCTL-FILE
031500     MOVE 16 TO RETURN-CODE
031600     STOP RUN.
031700*----------------------------------------------------------------
031800*  6200-CHECK-CALENDAR  --  THE NOTICE EXTRACT RUNS ON A
031900*  BUSINESS DAY OF THE PASTCAL CALENDAR, ONCE -- A SECOND RUN
032000*  FOR THE DATE WOULD MAIL EVERY CUSTOMER TWICE.  A DATE THAT
032100*  MUST BE EXTRACTED AGAIN IS CLEARED FIRST WITH AN RNDCAL "X"
032200*  CARD.
032300*----------------------------------------------------------------
032400 6200-CHECK-CALENDAR.
032500     OPEN INPUT PASTCAL-FILE
032600     OPEN I-O   PASTCRG-FILE
032700     ACCEPT WS-CAL-START-DATE FROM DATE YYYYMMDD
032800     ACCEPT WS-TIME-RAW FROM TIME
032900     MOVE WS-TIME-RAW(1:6) TO WS-CAL-START-TIME
033000     MOVE EX-RUN-DATE TO CL-DATE
033100     READ PASTCAL-FILE
033200         INVALID KEY
033300             MOVE "RUN DATE NOT ON PASTCAL CALENDAR"
033400                 TO WS-CAL-REASON
033500             GO TO 9970-REJECT-CALENDAR
033600     END-READ
033700     IF NOT CL-BUSINESS-DAY
033800         MOVE "RUN DATE IS NOT A BUSINESS DAY" TO WS-CAL-REASON
033900         GO TO 9970-REJECT-CALENDAR.
034000     MOVE "RNDEXPN"  TO CR-PROGRAM
034100     MOVE EX-RUN-DATE TO CR-RUN-DATE
034200     READ PASTCRG-FILE
034300         INVALID KEY
034400             CONTINUE
034500         NOT INVALID KEY
034600             IF CR-ST-COMPLETE
034700                 MOVE "ALREADY COMPLETE FOR DATE - SEE RNDCALS"
034800                     TO WS-CAL-REASON
034900                 GO TO 9970-REJECT-CALENDAR
035000             END-IF
035100     END-READ
035200     CLOSE PASTCAL-FILE
035300     CLOSE PASTCRG-FILE.
035400 6200-EXIT.
035500     EXIT.
035600*----------------------------------------------------------------
035700*  6250-REGISTER-REFUSAL  --  A REFUSAL FOR A DATE NOT YET
035800*  COMPLETE REGISTERS IT AS REFUSED; A REFUSED RERUN OF A DATE
035900*  ALREADY COMPLETE ONLY COUNTS THE ATTEMPT.
036000*----------------------------------------------------------------
036100 6250-REGISTER-REFUSAL.
036200     MOVE "RNDEXPN"    TO CR-PROGRAM
036300     MOVE EX-RUN-DATE TO CR-RUN-DATE
036400     MOVE "N" TO WS-CRG-FOUND-SWITCH
036500     READ PASTCRG-FILE
036600         INVALID KEY
036700             CONTINUE
036800         NOT INVALID KEY
036900             MOVE "Y" TO WS-CRG-FOUND-SWITCH
037000     END-READ
037100     IF NOT COMPLETION-FOUND
037200         MOVE SPACES       TO PASTCRG-RECORD
037300         MOVE "RNDEXPN"    TO CR-PROGRAM
037400         MOVE EX-RUN-DATE TO CR-RUN-DATE
037500         MOVE "R"          TO CR-STATUS
037600         MOVE ZEROS        TO CR-END-DATE
037700         MOVE ZEROS        TO CR-END-TIME
037800         MOVE ZEROS        TO CR-REFUSALS
037900     END-IF
038000     IF NOT CR-ST-COMPLETE
038100         MOVE "PASTEXPJ"        TO CR-JOB
038200         MOVE EX-RUN-DATE TO CR-PERIOD-FROM
038300         MOVE WS-CAL-START-DATE TO CR-START-DATE
038400         MOVE WS-CAL-START-TIME TO CR-START-TIME
038500         MOVE 12                TO CR-RETURN-CODE
038600     END-IF
038700     ADD 1 TO CR-REFUSALS
038800     MOVE WS-CAL-REASON TO CR-REASON
038900     IF COMPLETION-FOUND
039000         REWRITE PASTCRG-RECORD
039100     ELSE
039200         WRITE PASTCRG-RECORD
039300     END-IF.
039400 6250-EXIT.
039500     EXIT.
039600*----------------------------------------------------------------
039700*  6300-RECORD-COMPLETION  --  MARK THE DATE COMPLETE ON THE
039800*  PASTCRG REGISTER AT A CLEAN END, WITH THE RUN'S START AND
039900*  END TIMES AND RETURN CODE.  AN EARLIER REFUSAL FOR THE
040000*  DATE IS OVERTAKEN BUT ITS COUNT KEPT.
040100*----------------------------------------------------------------
040200 6300-RECORD-COMPLETION.
040300     OPEN I-O PASTCRG-FILE
040400     MOVE "RNDEXPN"    TO CR-PROGRAM
040500     MOVE EX-RUN-DATE TO CR-RUN-DATE
040600     MOVE "N" TO WS-CRG-FOUND-SWITCH
040700     READ PASTCRG-FILE
040800         INVALID KEY
040900             CONTINUE
041000         NOT INVALID KEY
041100             MOVE "Y" TO WS-CRG-FOUND-SWITCH
041200     END-READ
041300     IF NOT COMPLETION-FOUND
041400         MOVE SPACES       TO PASTCRG-RECORD
041500         MOVE "RNDEXPN"    TO CR-PROGRAM
041600         MOVE EX-RUN-DATE TO CR-RUN-DATE
041700         MOVE ZEROS        TO CR-REFUSALS
041800     END-IF
041900     MOVE "C"               TO CR-STATUS
042000     MOVE "PASTEXPJ"        TO CR-JOB
042100     MOVE EX-RUN-DATE TO CR-PERIOD-FROM
042200     MOVE WS-CAL-START-DATE TO CR-START-DATE
042300     MOVE WS-CAL-START-TIME TO CR-START-TIME
042400     ACCEPT CR-END-DATE FROM DATE YYYYMMDD
042500     ACCEPT WS-TIME-RAW FROM TIME
042600     MOVE WS-TIME-RAW(1:6)  TO CR-END-TIME
042700     MOVE RETURN-CODE       TO CR-RETURN-CODE
042800     IF COMPLETION-FOUND
042900         REWRITE PASTCRG-RECORD
043000     ELSE
043100         WRITE PASTCRG-RECORD
043200     END-IF
043300     CLOSE PASTCRG-FILE.
043400 6300-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------
043700*  9970-REJECT-CALENDAR  --  THE CALENDAR CHECK REFUSED THE
043800*  RUN.  NOTHING HAS BEEN TOUCHED -- TELL OPS WHY, JOURNAL AND
043900*  REGISTER THE REFUSAL, AND STOP WITH RC=12.
044000*----------------------------------------------------------------
044100 9970-REJECT-CALENDAR.
044200     DISPLAY "RNDEXPN REFUSED -- " WS-CAL-REASON
044300     DISPLAY "  RUN DATE : " EX-RUN-DATE
044400     PERFORM 6250-REGISTER-REFUSAL THRU 6250-EXIT
044500     OPEN EXTEND PASTJRNL-FILE
044600     MOVE SPACES TO PASTJRNL-RECORD
044700     MOVE EX-RUN-DATE TO JL-RUN-DATE
044800     ACCEPT WS-TIME-RAW FROM TIME
044900     MOVE WS-TIME-RAW(1:6) TO JL-TIME
045000     MOVE "RNDEXPN"  TO JL-PROGRAM
045100     MOVE "REJECT"  TO JL-EVENT
045200     MOVE ZEROS     TO JL-K-VALUE
045300     MOVE ZEROS     TO JL-BATCH-COUNT
045400     MOVE ZEROS     TO JL-CODES-WRITTEN
045500     MOVE WS-CAL-REASON TO JL-REASON
045600     WRITE PASTJRNL-RECORD
045700     CLOSE PASTJRNL-FILE
045800     CLOSE PASTCAL-FILE
045900     CLOSE PASTCRG-FILE
046000     MOVE 12 TO RETURN-CODE
046100     STOP RUN.
