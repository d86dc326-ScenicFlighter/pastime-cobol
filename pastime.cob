016950*                  A SECOND UPDATER STARTING WHILE IT IS HELD
016952*                  REFUSES CLEANLY (RC=12, JOURNALED).  AN ABEND
016954*                  LEAVES IT HELD -- OPS CLEARS WITH RNDLOCK.
016956*  10/15/26  DWA   ZERO THE NEW PH-REDEEM-STORE ON EVERY CODE
016958*                  ISSUED -- RNDPOST STAMPS IT AT REDEMPTION.
016960*  10/15/26  DWA   APPEND ONE PASTGLA G/L ACTIVITY RECORD PER
016962*                  CAMPAIGN GENERATED -- CODES WRITTEN TIMES THE
016964*                  MASTER'S FACE VALUE -- SO RNDGLEX BOOKS THE
016966*                  NEW VOUCHER LIABILITY.
016968*  10/15/26  DWA   APPEND THE AFTER IMAGE OF EVERY CODE ADDED TO
016970*                  PASTHIST TO THE PASTHJNL CHANGE JOURNAL FOR
016972*                  RNDHRCV FORWARD RECOVERY.
016974*  10/15/26  DWA   CHECK THE PASTCAL PROCESSING CALENDAR AND THE
016976*                  PASTCRG COMPLETION REGISTER BEFORE THE LOCK IS
016978*                  TAKEN.  THE DECK'S RUN DATE MUST BE A BUSINESS
016980*                  DAY NOT ALREADY GENERATED -- OTHERWISE REFUSED
016982*                  (RC=12, JOURNALED).  A CLEAN END MARKS IT DONE.
016988*  10/15/26  DWA   CLEAR THE NEW PH-ESCHEAT FIELDS ON EVERY CODE
016994*                  ISSUED -- RNDESCH STAMPS THEM WHEN REPORTED.
017000*================================================================
017100 ENVIRONMENT DIVISION.
017200 INPUT-OUTPUT SECTION.
019320         ORGANIZATION IS INDEXED
019330         ACCESS MODE IS RANDOM
019340         RECORD KEY IS CM-CAMPAIGN-ID.
019342     SELECT PASTGLA-FILE ASSIGN TO PASTGLA
019344         ORGANIZATION IS SEQUENTIAL.
019346     SELECT PASTHJNL-FILE ASSIGN TO PASTHJNL
019348         ORGANIZATION IS SEQUENTIAL.
019350     SELECT PASTCAL-FILE ASSIGN TO PASTCAL
019352         ORGANIZATION IS INDEXED
019354         ACCESS MODE IS RANDOM
019356         RECORD KEY IS CL-DATE.
019358     SELECT PASTCRG-FILE ASSIGN TO PASTCRG
019360         ORGANIZATION IS INDEXED
019362         ACCESS MODE IS RANDOM
019364         RECORD KEY IS CR-KEY.
019400     SELECT PASTWRK-FILE ASSIGN TO PASTWRK
019500         ORGANIZATION IS SEQUENTIAL.
019600     SELECT PASTSRT-FILE ASSIGN TO PASTSRT
021510 FD  PASTCAMP-FILE
021520     LABEL RECORDS ARE STANDARD.
021530     COPY PASTCAMP.
021540 FD  PASTGLA-FILE
021550     LABEL RECORDS ARE STANDARD.
021560     COPY PASTGLA.
021570 FD  PASTHJNL-FILE
021580     LABEL RECORDS ARE STANDARD.
021590     COPY PASTHJNL.
021591 FD  PASTCAL-FILE
021592     LABEL RECORDS ARE STANDARD.
021593     COPY PASTCAL.
021594 FD  PASTCRG-FILE
021595     LABEL RECORDS ARE STANDARD.
021596     COPY PASTCRG.
021600 FD  PASTSTAT-FILE
021700     LABEL RECORDS ARE STANDARD.
021800     COPY PASTSTAT.
029700 77  WS-ST-CHECKPOINTS           PIC 9(09)  VALUE 0.
029800 77  WS-ST-WRITTEN               PIC 9(07)  VALUE 0.
029900 01  WS-ST-RESUMED               PIC X(01)  VALUE "N".
029950 77  WS-GL-CODES                 PIC 9(07)  VALUE 0.
030000 77  WS-TIME-RAW                 PIC 9(08)  VALUE 0.
030100 01  WS-JRNL-RUN-DATE            PIC 9(08)  VALUE 0.
030110 01  WS-CRG-FOUND-SWITCH         PIC X(01)  VALUE "N".
030120     88  COMPLETION-FOUND                VALUE "Y".
030130 01  WS-CAL-REASON               PIC X(40)  VALUE SPACES.
030140 01  WS-CAL-START-DATE           PIC 9(08)  VALUE 0.
030150 01  WS-CAL-START-TIME           PIC 9(06)  VALUE 0.
030200 01  WS-VOLUME-SWITCH            PIC X(01)  VALUE "N".
030300     88  VOLUME-MODE                     VALUE "Y".
030400 01  WS-CKPT-PHASE               PIC X(01)  VALUE "B".
037600     MOVE "START" TO JL-EVENT
037700     MOVE "NIGHTLY GENERATION STARTED" TO JL-REASON
037800     PERFORM 7100-WRITE-JOURNAL THRU 7100-EXIT
037840     PERFORM 6200-CHECK-CALENDAR THRU 6200-EXIT
037890     PERFORM 6000-ACQUIRE-LOCK THRU 6000-EXIT
037900     OPEN I-O PASTHIST-FILE
037920     OPEN EXTEND PASTHJNL-FILE
037950     OPEN I-O PASTCAMP-FILE
037970     OPEN EXTEND PASTGLA-FILE
038000     OPEN I-O PASTRST-FILE.
038100 2000-EXIT.
038200     EXIT.
043100         MOVE "CAMPAIGN GENERATED" TO JL-REASON
043200         PERFORM 7100-WRITE-JOURNAL THRU 7100-EXIT
043250         PERFORM 2070-UPDATE-MASTER THRU 2070-EXIT
043270         PERFORM 4100-WRITE-GL-ACTIVITY THRU 4100-EXIT
043300     END-IF.
043350 2050-NEXT.
043400     ADD 1 TO WS-CTL-SEQ
088400     MOVE PC-CAMPAIGN-ID TO PH-CAMPAIGN-ID
088420     MOVE CM-FACE-VALUE  TO PH-FACE-VALUE
088440     MOVE CM-GL-CODE     TO PH-GL-CODE
088460     MOVE ZEROS          TO PH-REDEEM-STORE
088470     MOVE SPACE          TO PH-ESCHEAT-FLAG
088480     MOVE ZEROS          TO PH-ESCHEAT-DATE
088490     MOVE SPACES         TO PH-ESCHEAT-STATE
088500     WRITE PASTHIST-RECORD
088600         INVALID KEY
088700             IF NOT PC-SEED-FIXED
089400                 MOVE "DUP KEY WRITING PASTHIST" TO JL-REASON
089500                 PERFORM 7100-WRITE-JOURNAL THRU 7100-EXIT
089600             END-IF
089630         NOT INVALID KEY
089660             PERFORM 7300-JOURNAL-HIST-ADD THRU 7300-EXIT
089700     END-WRITE
089800     IF WS-CKPT-WRITTEN = "Y"
089900         MOVE 1 TO WS-PASTRST-KEY
090500     END-IF.
090600 4000-EXIT.
090700     EXIT.
090703*----------------------------------------------------------------
090706*  4100-WRITE-GL-ACTIVITY  --  BOOK THE CAMPAIGN'S NEW CODES TO
090709*  THE LIABILITY:  ONE PASTGLA ISSUE RECORD FOR THE CODES
090712*  WRITTEN AT THE MASTER'S FACE VALUE (THE VALUE 4000 STAMPED
090715*  ON EACH HISTORY RECORD).  A RESUMED CAMPAIGN ALSO BOOKS THE
090718*  CODES THE ABENDED INVOCATION WROTE, AS 2070 CREDITS THEM TO
090721*  THE MASTER -- THAT INVOCATION NEVER GOT THIS FAR.
090724*----------------------------------------------------------------
090727 4100-WRITE-GL-ACTIVITY.
090730     MOVE WS-ST-WRITTEN TO WS-GL-CODES
090733     IF WS-ST-RESUMED = "Y"
090736         COMPUTE WS-GL-CODES = WS-GL-CODES + WS-START-SEQ - 1
090739     END-IF
090742     IF WS-GL-CODES = 0
090745         GO TO 4100-EXIT.
090748     MOVE SPACES         TO PASTGLA-RECORD
090751     MOVE PC-RUN-DATE    TO GA-ACTIVITY-DATE
090754     MOVE "RNDSTR"       TO GA-PROGRAM
090757     MOVE "I"            TO GA-ACTIVITY-TYPE
090760     MOVE PC-CAMPAIGN-ID TO GA-CAMPAIGN-ID
090763     MOVE CM-GL-CODE     TO GA-GL-CODE
090766     MOVE WS-GL-CODES    TO GA-CODE-COUNT
090769     COMPUTE GA-AMOUNT = WS-GL-CODES * CM-FACE-VALUE
090772     WRITE PASTGLA-RECORD.
090775 4100-EXIT.
090778     EXIT.
090800*----------------------------------------------------------------
090900*  4900-CLOSE-OUTPUT  --  CLOSE THE PASTOUT DATASET NOW THAT THE
091000*  WHOLE BATCH HAS BEEN WRITTEN.
118000     WRITE PASTJRNL-RECORD.
118100 7100-EXIT.
118200     EXIT.
118205*----------------------------------------------------------------
118210*  7300-JOURNAL-HIST-ADD  --  APPEND THE HISTORY RECORD JUST
118215*  ADDED TO THE PASTHJNL CHANGE JOURNAL AS AN AFTER IMAGE, SO
118220*  RNDHRCV CAN REPLAY THE NIGHT'S ISSUES ONTO A RESTORED FILE.
118225*----------------------------------------------------------------
118230 7300-JOURNAL-HIST-ADD.
118235     MOVE SPACES          TO PASTHJNL-RECORD
118240     MOVE "RNDSTR"        TO HJ-PROGRAM
118245     MOVE PC-RUN-DATE     TO HJ-RUN-DATE
118250     ACCEPT HJ-CLOCK-DATE FROM DATE YYYYMMDD
118255     ACCEPT HJ-CLOCK-TIME FROM TIME
118260     MOVE "A"             TO HJ-ACTION
118265     MOVE PASTHIST-RECORD TO HJ-AFTER-IMAGE
118270     WRITE PASTHJNL-RECORD.
118275 7300-EXIT.
118280     EXIT.
118300*----------------------------------------------------------------
118400*  8000-TERMINATE  --  SHOW THE LAST CODE GENERATED AND END THE
118500*  RUN.  WS-WRITE-COUNT REFLECTS HOW MANY WERE ACTUALLY WRITTEN
120000     CLOSE PASTJRNL-FILE
120100     CLOSE PASTCTL-FILE
120200     CLOSE PASTHIST-FILE
120220     CLOSE PASTHJNL-FILE
120250     CLOSE PASTCAMP-FILE
120270     CLOSE PASTGLA-FILE
120300     CLOSE PASTRST-FILE
120310     PERFORM 6100-RELEASE-LOCK THRU 6100-EXIT
120320     IF WS-DECK-REJECT-COUNT > 0
120340         MOVE 4 TO RETURN-CODE
120360     END-IF
120380     PERFORM 6300-RECORD-COMPLETION THRU 6300-EXIT.
120400 8000-EXIT.
120500     EXIT.
120600*----------------------------------------------------------------
122060     CLOSE PASTSTAT-FILE
122100     CLOSE PASTCTL-FILE
122200     CLOSE PASTHIST-FILE
122220     CLOSE PASTHJNL-FILE
122250     CLOSE PASTCAMP-FILE
122270     CLOSE PASTGLA-FILE
122300     CLOSE PASTRST-FILE
122350     PERFORM 6100-RELEASE-LOCK THRU 6100-EXIT
122400     MOVE 16 TO RETURN-CODE
124060     CLOSE PASTSTAT-FILE
124100     CLOSE PASTCTL-FILE
124200     CLOSE PASTHIST-FILE
124220     CLOSE PASTHJNL-FILE
124250     CLOSE PASTCAMP-FILE
124270     CLOSE PASTGLA-FILE
124300     CLOSE PASTRST-FILE
124350     PERFORM 6100-RELEASE-LOCK THRU 6100-EXIT
124400     MOVE 16 TO RETURN-CODE
127860     CLOSE PASTSTAT-FILE
127900     CLOSE PASTCTL-FILE
128000     CLOSE PASTHIST-FILE
128020     CLOSE PASTHJNL-FILE
128050     CLOSE PASTCAMP-FILE
128070     CLOSE PASTGLA-FILE
128100     CLOSE PASTRST-FILE
128150     PERFORM 6100-RELEASE-LOCK THRU 6100-EXIT
128200     MOVE 16 TO RETURN-CODE
130060     CLOSE PASTSTAT-FILE
130100     CLOSE PASTCTL-FILE
130200     CLOSE PASTHIST-FILE
130220     CLOSE PASTHJNL-FILE
130250     CLOSE PASTCAMP-FILE
130270     CLOSE PASTGLA-FILE
130300     CLOSE PASTRST-FILE
130350     PERFORM 6100-RELEASE-LOCK THRU 6100-EXIT
130400     MOVE 16 TO RETURN-CODE
131900     CLOSE PASTBLK-FILE
132000     CLOSE PASTCTL-FILE
132100     CLOSE PASTHIST-FILE
132120     CLOSE PASTHJNL-FILE
132150     CLOSE PASTCAMP-FILE
132170     CLOSE PASTGLA-FILE
132200     CLOSE PASTRST-FILE
132250     PERFORM 6100-RELEASE-LOCK THRU 6100-EXIT
132300     MOVE 16 TO RETURN-CODE
134500     CLOSE PASTSTAT-FILE
134600     CLOSE PASTCTL-FILE
134700     CLOSE PASTHIST-FILE
134720     CLOSE PASTHJNL-FILE
134750     CLOSE PASTCAMP-FILE
134770     CLOSE PASTGLA-FILE
134800     CLOSE PASTRST-FILE
134850     PERFORM 6100-RELEASE-LOCK THRU 6100-EXIT
134900     MOVE 16 TO RETURN-CODE
141700     CLOSE PASTLCK-FILE
141800     MOVE 12 TO RETURN-CODE
141900     STOP RUN.
142000*----------------------------------------------------------------
142100*  6200-CHECK-CALENDAR  --  THE NIGHTLY GENERATION RUNS ONLY
142200*  FOR A BUSINESS DAY OF THE PASTCAL CALENDAR -- NEVER A
142300*  WEEKEND OR HOLIDAY -- AND ONCE.  A RESTART AFTER AN ABEND
142400*  PASSES, SINCE ONLY A CLEAN END MARKS THE DATE COMPLETE.  A
142500*  DATE THAT MUST BE GENERATED AGAIN IS CLEARED FIRST WITH AN
142600*  RNDCAL "X" CARD.
142700*----------------------------------------------------------------
142800 6200-CHECK-CALENDAR.
142900     OPEN INPUT PASTCAL-FILE
143000     OPEN I-O   PASTCRG-FILE
143100     ACCEPT WS-CAL-START-DATE FROM DATE YYYYMMDD
143200     ACCEPT WS-TIME-RAW FROM TIME
143300     MOVE WS-TIME-RAW(1:6) TO WS-CAL-START-TIME
143400     MOVE PC-RUN-DATE TO CL-DATE
143500     READ PASTCAL-FILE
143600         INVALID KEY
143700             MOVE "RUN DATE NOT ON PASTCAL CALENDAR"
143800                 TO WS-CAL-REASON
143900             GO TO 9970-REJECT-CALENDAR
144000     END-READ
144100     IF NOT CL-BUSINESS-DAY
144200         MOVE "RUN DATE IS NOT A BUSINESS DAY" TO WS-CAL-REASON
144300         GO TO 9970-REJECT-CALENDAR.
144400     MOVE "RNDSTR"   TO CR-PROGRAM
144500     MOVE PC-RUN-DATE TO CR-RUN-DATE
144600     READ PASTCRG-FILE
144700         INVALID KEY
144800             CONTINUE
144900         NOT INVALID KEY
145000             IF CR-ST-COMPLETE
145100                 MOVE "ALREADY COMPLETE FOR DATE - SEE RNDCALS"
145200                     TO WS-CAL-REASON
145300                 GO TO 9970-REJECT-CALENDAR
145400             END-IF
145500     END-READ
145600     CLOSE PASTCAL-FILE
145700     CLOSE PASTCRG-FILE.
145800 6200-EXIT.
145900     EXIT.
146000*----------------------------------------------------------------
146100*  6250-REGISTER-REFUSAL  --  A REFUSAL FOR A DATE NOT YET
146200*  COMPLETE REGISTERS IT AS REFUSED; A REFUSED RERUN OF A DATE
146300*  ALREADY COMPLETE ONLY COUNTS THE ATTEMPT.
146400*----------------------------------------------------------------
146500 6250-REGISTER-REFUSAL.
146600     MOVE "RNDSTR"     TO CR-PROGRAM
146700     MOVE WS-JRNL-RUN-DATE TO CR-RUN-DATE
146800     MOVE "N" TO WS-CRG-FOUND-SWITCH
146900     READ PASTCRG-FILE
147000         INVALID KEY
147100             CONTINUE
147200         NOT INVALID KEY
147300             MOVE "Y" TO WS-CRG-FOUND-SWITCH
147400     END-READ
147500     IF NOT COMPLETION-FOUND
147600         MOVE SPACES       TO PASTCRG-RECORD
147700         MOVE "RNDSTR"     TO CR-PROGRAM
147800         MOVE WS-JRNL-RUN-DATE TO CR-RUN-DATE
147900         MOVE "R"          TO CR-STATUS
148000         MOVE ZEROS        TO CR-END-DATE
148100         MOVE ZEROS        TO CR-END-TIME
148200         MOVE ZEROS        TO CR-REFUSALS
148300     END-IF
148400     IF NOT CR-ST-COMPLETE
148500         MOVE "PASTRNDJ"        TO CR-JOB
148600         MOVE WS-JRNL-RUN-DATE TO CR-PERIOD-FROM
148700         MOVE WS-CAL-START-DATE TO CR-START-DATE
148800         MOVE WS-CAL-START-TIME TO CR-START-TIME
148900         MOVE 12                TO CR-RETURN-CODE
149000     END-IF
149100     ADD 1 TO CR-REFUSALS
149200     MOVE WS-CAL-REASON TO CR-REASON
149300     IF COMPLETION-FOUND
149400         REWRITE PASTCRG-RECORD
149500     ELSE
149600         WRITE PASTCRG-RECORD
149700     END-IF.
149800 6250-EXIT.
149900     EXIT.
150000*----------------------------------------------------------------
150100*  6300-RECORD-COMPLETION  --  MARK THE DATE COMPLETE ON THE
150200*  PASTCRG REGISTER AT A CLEAN END, WITH THE RUN'S START AND
150300*  END TIMES AND RETURN CODE.  AN EARLIER REFUSAL FOR THE
150400*  DATE IS OVERTAKEN BUT ITS COUNT KEPT.
150500*----------------------------------------------------------------
150600 6300-RECORD-COMPLETION.
150700     OPEN I-O PASTCRG-FILE
150800     MOVE "RNDSTR"     TO CR-PROGRAM
150900     MOVE WS-JRNL-RUN-DATE TO CR-RUN-DATE
151000     MOVE "N" TO WS-CRG-FOUND-SWITCH
151100     READ PASTCRG-FILE
151200         INVALID KEY
151300             CONTINUE
151400         NOT INVALID KEY
151500             MOVE "Y" TO WS-CRG-FOUND-SWITCH
151600     END-READ
151700     IF NOT COMPLETION-FOUND
151800         MOVE SPACES       TO PASTCRG-RECORD
151900         MOVE "RNDSTR"     TO CR-PROGRAM
152000         MOVE WS-JRNL-RUN-DATE TO CR-RUN-DATE
152100         MOVE ZEROS        TO CR-REFUSALS
152200     END-IF
152300     MOVE "C"               TO CR-STATUS
152400     MOVE "PASTRNDJ"        TO CR-JOB
152500     MOVE WS-JRNL-RUN-DATE TO CR-PERIOD-FROM
152600     MOVE WS-CAL-START-DATE TO CR-START-DATE
152700     MOVE WS-CAL-START-TIME TO CR-START-TIME
152800     ACCEPT CR-END-DATE FROM DATE YYYYMMDD
152900     ACCEPT WS-TIME-RAW FROM TIME
153000     MOVE WS-TIME-RAW(1:6)  TO CR-END-TIME
153100     MOVE RETURN-CODE       TO CR-RETURN-CODE
153200     IF COMPLETION-FOUND
153300         REWRITE PASTCRG-RECORD
153400     ELSE
153500         WRITE PASTCRG-RECORD
153600     END-IF
153700     CLOSE PASTCRG-FILE.
153800 6300-EXIT.
153900     EXIT.
154000*----------------------------------------------------------------
154100*  9970-REJECT-CALENDAR  --  THE CALENDAR CHECK REFUSED THE
154200*  RUN.  NOTHING HAS BEEN TOUCHED -- TELL OPS WHY, JOURNAL AND
154300*  REGISTER THE REFUSAL, AND STOP WITH RC=12.
154400*----------------------------------------------------------------
154500 9970-REJECT-CALENDAR.
154600     DISPLAY "RNDSTR REFUSED -- " WS-CAL-REASON
154700     DISPLAY "  RUN DATE : " PC-RUN-DATE
154800     PERFORM 6250-REGISTER-REFUSAL THRU 6250-EXIT
154900     PERFORM 7050-CLEAR-JOURNAL THRU 7050-EXIT
155000     MOVE "REJECT" TO JL-EVENT
155100     MOVE WS-CAL-REASON TO JL-REASON
155200     PERFORM 7100-WRITE-JOURNAL THRU 7100-EXIT
155300     CLOSE PASTJRNL-FILE
155400     CLOSE PASTCTL-FILE
155500     CLOSE PASTCAL-FILE
155600     CLOSE PASTCRG-FILE
155700     MOVE 12 TO RETURN-CODE
155800     STOP RUN.
