002260*                  A HELD LOCK REFUSES THE SWEEP (RC=12) WITH A
002270*                  PASTJRNL ENTRY INSTEAD OF DELETING UNDERNEATH
002280*                  ANOTHER LIVE UPDATER.
002281*  10/15/26  DWA   APPEND A PASTGLA G/L ACTIVITY RECORD FOR EVERY
002282*                  STILL-ISSUED CODE ARCHIVED AS EXPIRED, SO
002283*                  RNDGLEX RECOGNIZES ITS FACE VALUE AS BREAKAGE.
002284*  10/15/26  DWA   APPEND THE BEFORE IMAGE OF EVERY PASTHIST
002285*                  DELETE TO THE PASTHJNL CHANGE JOURNAL FOR
002286*                  RNDHRCV FORWARD RECOVERY.
002287*  10/15/26  DWA   CHECK THE PASTCAL PROCESSING CALENDAR AND THE
002288*                  PASTCRG COMPLETION REGISTER BEFORE THE SWEEP.
002289*                  THE RUN DATE MUST BE A MONTH-END WHOSE
002290*                  RNDPOST NIGHT IS COMPLETE AND NOT ALREADY
002291*                  SWEPT -- OTHERWISE REFUSED (RC=12) WITH A
002292*                  PASTJRNL ENTRY.  A CLEAN END MARKS IT DONE.
002293*  10/15/26  DWA   CHECK THE PASTHOLD LEGAL-HOLD FILE BEFORE
002294*                  EVERY PURGE.  A CODE HELD ON ITS OWN OR WITH
002295*                  ITS WHOLE CAMPAIGN STAYS ON PASTHIST AND IS
002296*                  LISTED ON THE REGISTER WITH ITS CASE NUMBER.
002297*                  CLEAR THE ARCHIVE RECORD BEFORE BUILDING IT.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003640         RELATIVE KEY IS WS-PASTLCK-KEY.
003650     SELECT PASTJRNL-FILE ASSIGN TO PASTJRNL
003660         ORGANIZATION IS SEQUENTIAL.
003662     SELECT PASTGLA-FILE ASSIGN TO PASTGLA
003664         ORGANIZATION IS SEQUENTIAL.
003666     SELECT PASTHJNL-FILE ASSIGN TO PASTHJNL
003668         ORGANIZATION IS SEQUENTIAL.
003670     SELECT PASTCAL-FILE ASSIGN TO PASTCAL
003672         ORGANIZATION IS INDEXED
003674         ACCESS MODE IS RANDOM
003676         RECORD KEY IS CL-DATE.
003678     SELECT PASTCRG-FILE ASSIGN TO PASTCRG
003680         ORGANIZATION IS INDEXED
003682         ACCESS MODE IS RANDOM
003684         RECORD KEY IS CR-KEY.
003686     SELECT PASTHOLD-FILE ASSIGN TO PASTHOLD
003688         ORGANIZATION IS INDEXED
003690         ACCESS MODE IS DYNAMIC
003692         RECORD KEY IS HD-KEY.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ARCHCTL-FILE
005340 FD  PASTJRNL-FILE
005350     LABEL RECORDS ARE STANDARD.
005360     COPY PASTJRNL.
005362 FD  PASTGLA-FILE
005364     LABEL RECORDS ARE STANDARD.
005366     COPY PASTGLA.
005368 FD  PASTHJNL-FILE
005370     LABEL RECORDS ARE STANDARD.
005372     COPY PASTHJNL.
005374 FD  PASTCAL-FILE
005376     LABEL RECORDS ARE STANDARD.
005378     COPY PASTCAL.
005380 FD  PASTCRG-FILE
005382     LABEL RECORDS ARE STANDARD.
005384     COPY PASTCRG.
005386 FD  PASTHOLD-FILE
005388     LABEL RECORDS ARE STANDARD.
005390     COPY PASTHOLD.
005400 WORKING-STORAGE SECTION.
005500 01  WS-HIST-EOF-SWITCH          PIC X(01)  VALUE "N".
005600     88  END-OF-PASTHIST                 VALUE "Y".
005926     88  LOCK-RECORD-FOUND               VALUE "Y".
005929 01  WS-LOCK-OWNED-SWITCH        PIC X(01)  VALUE "N".
005932     88  LOCK-IS-OWNED                   VALUE "Y".
005962 01  WS-HIST-BEFORE              PIC X(200).
005967 01  WS-CRG-FOUND-SWITCH         PIC X(01)  VALUE "N".
005972     88  COMPLETION-FOUND                VALUE "Y".
005977 01  WS-CAL-REASON               PIC X(40)  VALUE SPACES.
005982 01  WS-CAL-START-DATE           PIC 9(08)  VALUE 0.
005987 01  WS-CAL-START-TIME           PIC 9(06)  VALUE 0.
005992 01  WS-CAL-CHECK-DATE           PIC 9(08)  VALUE 0.
005993 01  WS-HELD-SWITCH              PIC X(01)  VALUE "N".
005994     88  RECORD-IS-HELD                  VALUE "Y".
005995 01  WS-HOLD-EOF-SWITCH          PIC X(01)  VALUE "N".
005996     88  END-OF-HOLDS                    VALUE "Y".
005997 01  WS-HOLD-SCAN-TYPE           PIC X(01)  VALUE SPACE.
005998 01  WS-HOLD-SCAN-VALUE          PIC X(100) VALUE SPACES.
005999 01  WS-HOLD-CASE                PIC X(12)  VALUE SPACES.
006000 77  WS-READ-COUNT               PIC 9(07)  VALUE 0.
006100 77  WS-MOVED-COUNT              PIC 9(07)  VALUE 0.
006200 77  WS-KEPT-COUNT               PIC 9(07)  VALUE 0.
006250 77  WS-BREAKAGE-COUNT           PIC 9(07)  VALUE 0.
006270 77  WS-HELD-COUNT               PIC 9(07)  VALUE 0.
006300 77  WS-AGE-CUTOFF               PIC 9(08)  VALUE 0.
006400 01  PRG-HEADING-1.
006500     05  FILLER                 PIC X(30) VALUE
008700 01  PRG-TOTAL-LINE.
008800     05  PRG-TOTAL-LABEL        PIC X(24).
008900     05  PRG-TOTAL-COUNT        PIC ZZZZZZ9.
008910 01  PRG-HOLD-LINE.
008920     05  FILLER                 PIC X(14) VALUE SPACES.
008930     05  FILLER                 PIC X(16) VALUE
008940         "HELD UNDER CASE ".
008950     05  PRG-HOLD-CASE          PIC X(12).
008960     05  FILLER                 PIC X(30) VALUE
008970         " -- NOT PURGED, STAYS ON FILE".
009000 PROCEDURE DIVISION.
009100*----------------------------------------------------------------
009200*  0000-MAINLINE  --  OVERALL SWEEP SEQUENCE.
011500                 (FUNCTION INTEGER-OF-DATE(AC-RUN-DATE)
011600                  - AC-AGE-DAYS)
011700     END-IF
011720     PERFORM 6200-CHECK-CALENDAR THRU 6200-EXIT
011750     PERFORM 6000-ACQUIRE-LOCK THRU 6000-EXIT
011800     OPEN I-O    PASTHIST-FILE
011850     OPEN EXTEND PASTHJNL-FILE
011900     OPEN OUTPUT PASTARCH-FILE
012000     OPEN OUTPUT PASTPRG-FILE
012050     OPEN EXTEND PASTGLA-FILE
012070     OPEN INPUT  PASTHOLD-FILE
012100     WRITE PASTPRG-LINE FROM PRG-HEADING-1
012200     MOVE SPACES TO PASTPRG-LINE
012300     WRITE PASTPRG-LINE
014100*  READ IS EXPIRED OR AGED, AND IF SO MOVE IT TO THE ARCHIVE.
014200*  VOIDED RECORDS ALWAYS STAY -- THE GENERATOR'S DUPLICATE
014300*  CHECK MUST KEEP SEEING THEM SO THE STRING IS NEVER REISSUED.
014310*  A RECORD DUE FOR THE ARCHIVE BUT UNDER A LEGAL HOLD STAYS ON
014320*  PASTHIST, UNTOUCHED, UNTIL THE HOLD IS RELEASED.
014400*----------------------------------------------------------------
014500 3000-JUDGE-ONE-RECORD.
014600     ADD 1 TO WS-READ-COUNT
015800             MOVE "AGED" TO WS-ARCHIVE-REASON
015900     END-EVALUATE
016000     IF RECORD-TO-ARCHIVE
016010         PERFORM 3050-CHECK-HOLDS THRU 3050-EXIT
016020     END-IF
016030     IF RECORD-TO-ARCHIVE
016040         AND RECORD-IS-HELD
016050         PERFORM 3060-LIST-HELD THRU 3060-EXIT
016060         GO TO 3000-NEXT.
016070     IF RECORD-TO-ARCHIVE
016100         PERFORM 3100-ARCHIVE-RECORD THRU 3100-EXIT
016200     ELSE
016300         ADD 1 TO WS-KEPT-COUNT
016400     END-IF.
016450 3000-NEXT.
016500     READ PASTHIST-FILE
016600         AT END MOVE "Y" TO WS-HIST-EOF-SWITCH
016700     END-READ.
016800 3000-EXIT.
016900     EXIT.
016901*----------------------------------------------------------------
016902*  3050-CHECK-HOLDS  --  IS THE RECORD UNDER A LEGAL HOLD IN
016903*  FORCE, EITHER ON ITS WHOLE CAMPAIGN OR ON THE CODE ITSELF?
016904*----------------------------------------------------------------
016905 3050-CHECK-HOLDS.
016906     MOVE "N" TO WS-HELD-SWITCH
016907     MOVE "P"            TO WS-HOLD-SCAN-TYPE
016908     MOVE PH-CAMPAIGN-ID TO WS-HOLD-SCAN-VALUE
016909     PERFORM 3070-SCAN-HOLDS THRU 3070-EXIT
016910     IF RECORD-IS-HELD
016911         GO TO 3050-EXIT.
016912     MOVE "K"            TO WS-HOLD-SCAN-TYPE
016913     MOVE PH-CODE        TO WS-HOLD-SCAN-VALUE
016914     PERFORM 3070-SCAN-HOLDS THRU 3070-EXIT.
016915 3050-EXIT.
016916     EXIT.
016917*----------------------------------------------------------------
016918*  3060-LIST-HELD  --  THE RECORD WOULD HAVE GONE TO THE
016919*  ARCHIVE.  LIST IT ON THE REGISTER WITH THE CASE HOLDING IT.
016920*----------------------------------------------------------------
016921 3060-LIST-HELD.
016922     MOVE "LEGAL HOLD"      TO PRG-REASON
016923     MOVE PH-RUN-DATE       TO PRG-RUN-DATE
016924     MOVE PH-EXPIRY-DATE    TO PRG-EXPIRY-DATE
016925     MOVE PH-STATUS         TO PRG-STATUS
016926     MOVE PH-CODE           TO PRG-CODE
016927     WRITE PASTPRG-LINE FROM PRG-DETAIL-LINE
016928     MOVE WS-HOLD-CASE      TO PRG-HOLD-CASE
016929     WRITE PASTPRG-LINE FROM PRG-HOLD-LINE
016930     ADD 1 TO WS-HELD-COUNT.
016931 3060-EXIT.
016932     EXIT.
016933*----------------------------------------------------------------
016934*  3070-SCAN-HOLDS  --  POSITION ON THE FIRST PASTHOLD RECORD
016935*  FOR THE TYPE AND CODE (OR CAMPAIGN) IN WS-HOLD-SCAN-TYPE AND
016936*  WS-HOLD-SCAN-VALUE AND READ FORWARD THROUGH ITS CASES UNTIL
016937*  ONE STILL IN FORCE IS FOUND.
016938*----------------------------------------------------------------
016939 3070-SCAN-HOLDS.
016940     MOVE WS-HOLD-SCAN-TYPE  TO HD-KEY-TYPE
016941     MOVE WS-HOLD-SCAN-VALUE TO HD-KEY-CODE
016942     MOVE LOW-VALUES         TO HD-KEY-CASE-NO
016943     MOVE "N" TO WS-HOLD-EOF-SWITCH
016944     START PASTHOLD-FILE KEY NOT < HD-KEY
016945         INVALID KEY
016946             MOVE "Y" TO WS-HOLD-EOF-SWITCH
016947     END-START
016948     PERFORM 3080-NEXT-HOLD THRU 3080-EXIT
016949         UNTIL END-OF-HOLDS
016950            OR RECORD-IS-HELD.
016951 3070-EXIT.
016952     EXIT.
016953 3080-NEXT-HOLD.
016954     READ PASTHOLD-FILE NEXT RECORD
016955         AT END
016956             MOVE "Y" TO WS-HOLD-EOF-SWITCH
016957             GO TO 3080-EXIT
016958     END-READ
016959     IF HD-KEY-TYPE NOT = WS-HOLD-SCAN-TYPE
016960         OR HD-KEY-CODE NOT = WS-HOLD-SCAN-VALUE
016961         MOVE "Y" TO WS-HOLD-EOF-SWITCH
016962         GO TO 3080-EXIT.
016963     IF HD-ST-HELD
016964         MOVE "Y"            TO WS-HELD-SWITCH
016965         MOVE HD-KEY-CASE-NO TO WS-HOLD-CASE.
016966 3080-EXIT.
016967     EXIT.
017000*----------------------------------------------------------------
017100*  3100-ARCHIVE-RECORD  --  COPY THE RECORD TO PASTARCH (AN
017200*  EXPIRED CODE IS STAMPED EXPIRED ON THE WAY OUT), LIST IT ON
017300*  THE PURGE REGISTER, AND DELETE IT FROM THE LIVE FILE.
017400*----------------------------------------------------------------
017500 3100-ARCHIVE-RECORD.
017530     MOVE SPACES         TO PASTARCH-RECORD
017560     MOVE ZEROS          TO PA-CONDENSE-DATE
017600     MOVE PH-CODE        TO PA-CODE
017700     MOVE PH-RUN-DATE    TO PA-RUN-DATE
017800     MOVE PH-CODE-LEN    TO PA-CODE-LEN
018400     IF WS-ARCHIVE-REASON = "EXPIRED" AND PH-ST-ISSUED
018500         MOVE "E"         TO PA-STATUS
018600         MOVE AC-RUN-DATE TO PA-STATUS-DATE
018650         PERFORM 3200-WRITE-GL-ACTIVITY THRU 3200-EXIT
018700     END-IF
018800     WRITE PASTARCH-RECORD
018900     MOVE WS-ARCHIVE-REASON TO PRG-REASON
019200     MOVE PA-STATUS         TO PRG-STATUS
019300     MOVE PH-CODE           TO PRG-CODE
019400     WRITE PASTPRG-LINE FROM PRG-DETAIL-LINE
019450     MOVE PASTHIST-RECORD TO WS-HIST-BEFORE
019500     DELETE PASTHIST-FILE
019550     PERFORM 3300-JOURNAL-DELETE THRU 3300-EXIT
019600     ADD 1 TO WS-MOVED-COUNT.
019700 3100-EXIT.
019800     EXIT.
019802*----------------------------------------------------------------
019804*  3200-WRITE-GL-ACTIVITY  --  AN ISSUED CODE EXPIRING UNUSED
019806*  LEAVES THE LIABILITY.  ONE PASTGLA BREAKAGE RECORD, DATED
019808*  WITH THE SWEEP, CARRIES ITS FACE VALUE TO RNDGLEX.
019810*----------------------------------------------------------------
019812 3200-WRITE-GL-ACTIVITY.
019814     MOVE SPACES         TO PASTGLA-RECORD
019816     MOVE AC-RUN-DATE    TO GA-ACTIVITY-DATE
019818     MOVE "RNDARCH"      TO GA-PROGRAM
019820     MOVE "E"            TO GA-ACTIVITY-TYPE
019822     MOVE PH-CAMPAIGN-ID TO GA-CAMPAIGN-ID
019824     MOVE PH-GL-CODE     TO GA-GL-CODE
019826     MOVE 1              TO GA-CODE-COUNT
019828     MOVE PH-FACE-VALUE  TO GA-AMOUNT
019830     WRITE PASTGLA-RECORD
019832     ADD 1 TO WS-BREAKAGE-COUNT.
019834 3200-EXIT.
019836     EXIT.
019838*----------------------------------------------------------------
019840*  3300-JOURNAL-DELETE  --  APPEND THE BEFORE IMAGE OF THE
019842*  HISTORY RECORD JUST DELETED TO THE PASTHJNL CHANGE JOURNAL,
019844*  DATED WITH THE SWEEP.
019846*----------------------------------------------------------------
019848 3300-JOURNAL-DELETE.
019850     MOVE SPACES          TO PASTHJNL-RECORD
019852     MOVE "RNDARCH"       TO HJ-PROGRAM
019854     MOVE AC-RUN-DATE     TO HJ-RUN-DATE
019856     ACCEPT HJ-CLOCK-DATE FROM DATE YYYYMMDD
019858     ACCEPT HJ-CLOCK-TIME FROM TIME
019860     MOVE "D"             TO HJ-ACTION
019862     MOVE WS-HIST-BEFORE  TO HJ-BEFORE-IMAGE
019864     WRITE PASTHJNL-RECORD.
019866 3300-EXIT.
019868     EXIT.
019900*----------------------------------------------------------------
020000*  8000-TERMINATE  --  PRINT THE CONTROL TOTALS AND CLOSE DOWN.
020100*----------------------------------------------------------------
021100     MOVE "RECORDS KEPT"         TO PRG-TOTAL-LABEL
021200     MOVE WS-KEPT-COUNT          TO PRG-TOTAL-COUNT
021300     WRITE PASTPRG-LINE FROM PRG-TOTAL-LINE
021320     MOVE "EXPIRED TO BREAKAGE"  TO PRG-TOTAL-LABEL
021340     MOVE WS-BREAKAGE-COUNT      TO PRG-TOTAL-COUNT
021360     WRITE PASTPRG-LINE FROM PRG-TOTAL-LINE
021370     MOVE "HELD - NOT PURGED"    TO PRG-TOTAL-LABEL
021380     MOVE WS-HELD-COUNT          TO PRG-TOTAL-COUNT
021390     WRITE PASTPRG-LINE FROM PRG-TOTAL-LINE
021400     CLOSE PASTHIST-FILE
021450     CLOSE PASTHJNL-FILE
021500     CLOSE PASTARCH-FILE
021600     CLOSE PASTPRG-FILE
021620     CLOSE PASTGLA-FILE
021630     CLOSE PASTHOLD-FILE
021650     PERFORM 6100-RELEASE-LOCK THRU 6100-EXIT
021700     DISPLAY "RNDARCH -- " WS-MOVED-COUNT " RECORD(S) ARCHIVED, "
021800         WS-KEPT-COUNT " KEPT"
021850     PERFORM 6300-RECORD-COMPLETION THRU 6300-EXIT.
021900 8000-EXIT.
022000     EXIT.
022100*----------------------------------------------------------------
030300     CLOSE PASTLCK-FILE
030400     MOVE 12 TO RETURN-CODE
030500     STOP RUN.
030600*----------------------------------------------------------------
030700*  6200-CHECK-CALENDAR  --  THE SWEEP RUNS ON THE MONTH-END
030800*  DATE OF THE PASTCAL CALENDAR, ONCE, AND ONLY AFTER THAT
030900*  NIGHT'S RNDPOST HAS COMPLETED -- A REDEMPTION STILL IN THE
031000*  FEED MUST POST BEFORE ITS CODE IS SWEPT TO EXPIRED.  A MONTH
031100*  THAT MUST BE SWEPT AGAIN IS CLEARED FIRST WITH AN RNDCAL "X"
031200*  CARD.
031300*----------------------------------------------------------------
031400 6200-CHECK-CALENDAR.
031500     OPEN INPUT PASTCAL-FILE
031600     OPEN I-O   PASTCRG-FILE
031700     ACCEPT WS-CAL-START-DATE FROM DATE YYYYMMDD
031800     ACCEPT WS-TIME-RAW FROM TIME
031900     MOVE WS-TIME-RAW(1:6) TO WS-CAL-START-TIME
032000     MOVE AC-RUN-DATE TO CL-DATE
032100     READ PASTCAL-FILE
032200         INVALID KEY
032300             MOVE "RUN DATE NOT ON PASTCAL CALENDAR"
032400                 TO WS-CAL-REASON
032500             GO TO 9970-REJECT-CALENDAR
032600     END-READ
032700     IF NOT CL-IS-MONTH-END
032800         MOVE "RUN DATE IS NOT A MONTH-END" TO WS-CAL-REASON
032900         GO TO 9970-REJECT-CALENDAR.
033000     MOVE "RNDARCH"  TO CR-PROGRAM
033100     MOVE AC-RUN-DATE TO CR-RUN-DATE
033200     READ PASTCRG-FILE
033300         INVALID KEY
033400             CONTINUE
033500         NOT INVALID KEY
033600             IF CR-ST-COMPLETE
033700                 MOVE "ALREADY COMPLETE FOR DATE - SEE RNDCALS"
033800                     TO WS-CAL-REASON
033900                 GO TO 9970-REJECT-CALENDAR
034000             END-IF
034100     END-READ
034200     MOVE AC-RUN-DATE TO WS-CAL-CHECK-DATE
034300     PERFORM 6210-CHECK-NIGHT-POSTED THRU 6210-EXIT
034400     CLOSE PASTCAL-FILE
034500     CLOSE PASTCRG-FILE.
034600 6200-EXIT.
034700     EXIT.
034800*----------------------------------------------------------------
034900*  6210-CHECK-NIGHT-POSTED  --  THE RNDPOST NIGHT FOR
035000*  WS-CAL-CHECK-DATE MUST BE COMPLETE ON THE REGISTER.
035100*----------------------------------------------------------------
035200 6210-CHECK-NIGHT-POSTED.
035300     MOVE "RNDPOST"         TO CR-PROGRAM
035400     MOVE WS-CAL-CHECK-DATE TO CR-RUN-DATE
035500     READ PASTCRG-FILE
035600         INVALID KEY
035700             MOVE SPACE TO CR-STATUS
035800     END-READ
035900     IF NOT CR-ST-COMPLETE
036000         MOVE SPACES TO WS-CAL-REASON
036100         STRING "RNDPOST NIGHT NOT COMPLETE - " DELIMITED BY SIZE
036200                WS-CAL-CHECK-DATE              DELIMITED BY SIZE
036300             INTO WS-CAL-REASON
036400         GO TO 9970-REJECT-CALENDAR.
036500 6210-EXIT.
036600     EXIT.
036700*----------------------------------------------------------------
036800*  6250-REGISTER-REFUSAL  --  A REFUSAL FOR A DATE NOT YET
036900*  COMPLETE REGISTERS IT AS REFUSED; A REFUSED RERUN OF A DATE
037000*  ALREADY COMPLETE ONLY COUNTS THE ATTEMPT.
037100*----------------------------------------------------------------
037200 6250-REGISTER-REFUSAL.
037300     MOVE "RNDARCH"    TO CR-PROGRAM
037400     MOVE AC-RUN-DATE TO CR-RUN-DATE
037500     MOVE "N" TO WS-CRG-FOUND-SWITCH
037600     READ PASTCRG-FILE
037700         INVALID KEY
037800             CONTINUE
037900         NOT INVALID KEY
038000             MOVE "Y" TO WS-CRG-FOUND-SWITCH
038100     END-READ
038200     IF NOT COMPLETION-FOUND
038300         MOVE SPACES       TO PASTCRG-RECORD
038400         MOVE "RNDARCH"    TO CR-PROGRAM
038500         MOVE AC-RUN-DATE TO CR-RUN-DATE
038600         MOVE "R"          TO CR-STATUS
038700         MOVE ZEROS        TO CR-END-DATE
038800         MOVE ZEROS        TO CR-END-TIME
038900         MOVE ZEROS        TO CR-REFUSALS
039000     END-IF
039100     IF NOT CR-ST-COMPLETE
039200         MOVE "PASTARCJ"        TO CR-JOB
039300         MOVE AC-RUN-DATE TO CR-PERIOD-FROM
039400         MOVE WS-CAL-START-DATE TO CR-START-DATE
039500         MOVE WS-CAL-START-TIME TO CR-START-TIME
039600         MOVE 12                TO CR-RETURN-CODE
039700     END-IF
039800     ADD 1 TO CR-REFUSALS
039900     MOVE WS-CAL-REASON TO CR-REASON
040000     IF COMPLETION-FOUND
040100         REWRITE PASTCRG-RECORD
040200     ELSE
040300         WRITE PASTCRG-RECORD
040400     END-IF.
040500 6250-EXIT.
040600     EXIT.
040700*----------------------------------------------------------------
040800*  6300-RECORD-COMPLETION  --  MARK THE MONTH COMPLETE ON THE
040900*  PASTCRG REGISTER AT A CLEAN END, WITH THE RUN'S START AND
041000*  END TIMES AND RETURN CODE.  AN EARLIER REFUSAL FOR THE
041100*  DATE IS OVERTAKEN BUT ITS COUNT KEPT.
041200*----------------------------------------------------------------
041300 6300-RECORD-COMPLETION.
041400     OPEN I-O PASTCRG-FILE
041500     MOVE "RNDARCH"    TO CR-PROGRAM
041600     MOVE AC-RUN-DATE TO CR-RUN-DATE
041700     MOVE "N" TO WS-CRG-FOUND-SWITCH
041800     READ PASTCRG-FILE
041900         INVALID KEY
042000             CONTINUE
042100         NOT INVALID KEY
042200             MOVE "Y" TO WS-CRG-FOUND-SWITCH
042300     END-READ
042400     IF NOT COMPLETION-FOUND
042500         MOVE SPACES       TO PASTCRG-RECORD
042600         MOVE "RNDARCH"    TO CR-PROGRAM
042700         MOVE AC-RUN-DATE TO CR-RUN-DATE
042800         MOVE ZEROS        TO CR-REFUSALS
042900     END-IF
043000     MOVE "C"               TO CR-STATUS
043100     MOVE "PASTARCJ"        TO CR-JOB
043200     MOVE AC-RUN-DATE TO CR-PERIOD-FROM
043300     MOVE WS-CAL-START-DATE TO CR-START-DATE
043400     MOVE WS-CAL-START-TIME TO CR-START-TIME
043500     ACCEPT CR-END-DATE FROM DATE YYYYMMDD
043600     ACCEPT WS-TIME-RAW FROM TIME
043700     MOVE WS-TIME-RAW(1:6)  TO CR-END-TIME
043800     MOVE RETURN-CODE       TO CR-RETURN-CODE
043900     IF COMPLETION-FOUND
044000         REWRITE PASTCRG-RECORD
044100     ELSE
044200         WRITE PASTCRG-RECORD
044300     END-IF
044400     CLOSE PASTCRG-FILE.
044500 6300-EXIT.
044600     EXIT.
044700*----------------------------------------------------------------
044800*  9970-REJECT-CALENDAR  --  THE CALENDAR CHECK REFUSED THE
044900*  RUN.  NOTHING HAS BEEN TOUCHED -- TELL OPS WHY, JOURNAL AND
045000*  REGISTER THE REFUSAL, AND STOP WITH RC=12.
045100*----------------------------------------------------------------
045200 9970-REJECT-CALENDAR.
045300     DISPLAY "RNDARCH REFUSED -- " WS-CAL-REASON
045400     DISPLAY "  SWEEP DATE " AC-RUN-DATE
045500     PERFORM 6250-REGISTER-REFUSAL THRU 6250-EXIT
045600     OPEN EXTEND PASTJRNL-FILE
045700     MOVE SPACES TO PASTJRNL-RECORD
045800     MOVE AC-RUN-DATE TO JL-RUN-DATE
045900     ACCEPT WS-TIME-RAW FROM TIME
046000     MOVE WS-TIME-RAW(1:6) TO JL-TIME
046100     MOVE "RNDARCH"  TO JL-PROGRAM
046200     MOVE "REJECT"  TO JL-EVENT
046300     MOVE ZEROS     TO JL-K-VALUE
046400     MOVE ZEROS     TO JL-BATCH-COUNT
046500     MOVE ZEROS     TO JL-CODES-WRITTEN
046600     MOVE WS-CAL-REASON TO JL-REASON
046700     WRITE PASTJRNL-RECORD
046800     CLOSE PASTJRNL-FILE
046900     CLOSE PASTCAL-FILE
047000     CLOSE PASTCRG-FILE
047100     MOVE 12 TO RETURN-CODE
047200     STOP RUN.
