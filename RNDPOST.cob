001974*                  A HELD LOCK REFUSES THE RUN (RC=12) WITH A
001976*                  PASTJRNL ENTRY INSTEAD OF POSTING UNDERNEATH
001978*                  ANOTHER LIVE UPDATER.
001979*  10/15/26  DWA   POST THE NEW PASTREDM "R" REVERSAL RECORD.
001980*                  THE NAMED CODE MUST BE REDEEMED, AT THAT
001981*                  STORE, ON THAT DATE -- THEN IT GOES BACK TO
001982*                  ISSUED AND A NEGATIVE PASTSETL ENTRY NETS THE
001983*                  ORIGINAL OUT OF THE WEEK'S SETTLEMENT.  A
001984*                  REVERSAL THAT DOES NOT MATCH IS LISTED ON
001985*                  PASTEXC.  THE REDEEMING STORE IS NOW STAMPED
001986*                  ON THE HISTORY RECORD TO MAKE THE CHECK.
001987*  10/15/26  DWA   WRITE A PASTFEX RECORD FOR EVERY EXCEPTION
001988*                  LISTED, SO THE RNDFRAUD CASE RUN CAN CARRY
001989*                  THE NIGHT'S ATTEMPTS FORWARD ACROSS NIGHTS.
001990*  10/15/26  DWA   APPEND A PASTGLA G/L ACTIVITY RECORD FOR EVERY
001991*                  REDEMPTION AND REVERSAL POSTED, SO RNDGLEX CAN
001992*                  RELIEVE (OR RESTORE) THE VOUCHER LIABILITY.
001993*  10/15/26  DWA   VALIDATE THE TENDERING STORE AGAINST THE NEW
001994*                  PASTSTOR STORE MASTER.  A STORE NOT ON FILE,
001995*                  NOT YET OPEN, OR CLOSED BEFORE THE TENDER DATE
001996*                  GOES TO THE EXCEPTION LISTING, NOT POSTED.
001997*  10/15/26  DWA   APPEND THE BEFORE AND AFTER IMAGES OF EVERY
001998*                  PASTHIST REWRITE TO THE PASTHJNL CHANGE
001999*                  JOURNAL FOR RNDHRCV FORWARD RECOVERY.
002001*  10/15/26  DWA   CHECK THE PASTCAL PROCESSING CALENDAR AND THE
002002*                  PASTCRG COMPLETION REGISTER BEFORE POSTING.
002003*                  A NIGHT NOT ON THE CALENDAR, OR ONE ALREADY
002004*                  POSTED, IS REFUSED (RC=12) WITH A PASTJRNL
002005*                  ENTRY.  A CLEAN END MARKS THE NIGHT COMPLETE.
002010*  10/15/26  DWA   A REDEMPTION OF A CODE RNDESCH HAS ALREADY
002020*                  REPORTED AS UNCLAIMED PROPERTY STILL POSTS,
002030*                  BUT IS APPENDED TO THE PASTRCM RECLAIM FILE
002040*                  AND LISTED ON PASTEXC SO THE FACE VALUE CAN
002050*                  BE CLAIMED BACK FROM THE STATE.  A REVERSAL
002060*                  OF ONE APPENDS A CANCELLING ENTRY.  THE RUN
002070*                  ENDS RC=4 WHEN ANY RECLAIM WAS LISTED.
002090*================================================================
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS RANDOM
002900         RECORD KEY IS PH-CODE.
002910     SELECT PASTFEX-FILE ASSIGN TO PASTFEX
002912         ORGANIZATION IS SEQUENTIAL.
002914     SELECT PASTGLA-FILE ASSIGN TO PASTGLA
002916         ORGANIZATION IS SEQUENTIAL.
002918     SELECT PASTSTOR-FILE ASSIGN TO PASTSTOR
002920         ORGANIZATION IS INDEXED
002922         ACCESS MODE IS RANDOM
002924         RECORD KEY IS SM-STORE-NO.
002926     SELECT PASTHJNL-FILE ASSIGN TO PASTHJNL
002928         ORGANIZATION IS SEQUENTIAL.
002930     SELECT PASTCAL-FILE ASSIGN TO PASTCAL
002932         ORGANIZATION IS INDEXED
002934         ACCESS MODE IS RANDOM
002936         RECORD KEY IS CL-DATE.
002938     SELECT PASTCRG-FILE ASSIGN TO PASTCRG
002940         ORGANIZATION IS INDEXED
002942         ACCESS MODE IS RANDOM
002944         RECORD KEY IS CR-KEY.
002946     SELECT PASTRCM-FILE ASSIGN TO PASTRCM
002948         ORGANIZATION IS SEQUENTIAL.
003000     SELECT PASTEXC-FILE ASSIGN TO PASTEXC
003100         ORGANIZATION IS SEQUENTIAL.
003110     SELECT PASTSETL-FILE ASSIGN TO PASTSETL
003700 FD  PASTHIST-FILE
003800     LABEL RECORDS ARE STANDARD.
003900     COPY PASTHIST.
003910 FD  PASTFEX-FILE
003912     LABEL RECORDS ARE STANDARD.
003914     COPY PASTFEX.
003916 FD  PASTGLA-FILE
003918     LABEL RECORDS ARE STANDARD.
003920     COPY PASTGLA.
003922 FD  PASTSTOR-FILE
003924     LABEL RECORDS ARE STANDARD.
003926     COPY PASTSTOR.
003928 FD  PASTHJNL-FILE
003930     LABEL RECORDS ARE STANDARD.
003932     COPY PASTHJNL.
003934 FD  PASTCAL-FILE
003936     LABEL RECORDS ARE STANDARD.
003938     COPY PASTCAL.
003940 FD  PASTCRG-FILE
003942     LABEL RECORDS ARE STANDARD.
003944     COPY PASTCRG.
003946 FD  PASTRCM-FILE
003948     LABEL RECORDS ARE STANDARD.
003950     COPY PASTRCM.
004000 FD  PASTEXC-FILE
004100     LABEL RECORDS ARE STANDARD.
004200 01  PASTEXC-LINE                PIC X(143).
004800 77  WS-TRAN-COUNT               PIC 9(07)  VALUE 0.
004900 77  WS-POSTED-COUNT             PIC 9(07)  VALUE 0.
005000 77  WS-REJECT-COUNT             PIC 9(07)  VALUE 0.
005010 77  WS-REVERSED-COUNT           PIC 9(07)  VALUE 0.
005040 77  WS-RECLAIM-COUNT            PIC 9(07)  VALUE 0.
005070 01  WS-RECLAIM-TYPE             PIC X(01)  VALUE SPACE.
005080 01  WS-RECLAIM-DATE             PIC 9(08)  VALUE 0.
005085 01  WS-RECLAIM-STORE            PIC 9(05)  VALUE 0.
005090 01  WS-RECLAIM-CODE             PIC X(100) VALUE SPACES.
005100 01  WS-REJECT-REASON            PIC X(24).
005110 01  WS-POST-DATE                PIC 9(08)  VALUE 0.
005115 01  WS-GL-ACTIVITY-TYPE         PIC X(01)  VALUE SPACE.
005116 01  WS-STORE-CHECK-SWITCH       PIC X(01)  VALUE "Y".
005117     88  STORE-IS-TRADING                VALUE "Y".
005118 01  WS-STORE-REASON             PIC X(24).
005120 01  WS-BAL-EOF-SWITCH           PIC X(01)  VALUE "N".
005121     88  END-OF-BALANCE-PASS             VALUE "Y".
005122 01  WS-HEADER-SWITCH            PIC X(01)  VALUE "N".
005146     88  LOCK-RECORD-FOUND               VALUE "Y".
005149 01  WS-LOCK-OWNED-SWITCH        PIC X(01)  VALUE "N".
005152     88  LOCK-IS-OWNED                   VALUE "Y".
005172 01  WS-HIST-BEFORE              PIC X(200).
005176 01  WS-CRG-FOUND-SWITCH         PIC X(01)  VALUE "N".
005180     88  COMPLETION-FOUND                VALUE "Y".
005184 01  WS-CAL-REASON               PIC X(40)  VALUE SPACES.
005188 01  WS-CAL-START-DATE           PIC 9(08)  VALUE 0.
005192 01  WS-CAL-START-TIME           PIC 9(06)  VALUE 0.
005200 01  EXC-HEADING-1.
005300     05  FILLER                 PIC X(33) VALUE
005400         "RNDPOST REDEMPTION EXCEPTION LIST".
008600*----------------------------------------------------------------
008700 1000-INITIALIZE.
008710     ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
008750     PERFORM 6200-CHECK-CALENDAR THRU 6200-EXIT
008800     OPEN INPUT  PASTREDM-FILE
008810     PERFORM 1100-BALANCE-FILE THRU 1100-EXIT
008820     CLOSE PASTREDM-FILE
008830     OPEN INPUT  PASTREDM-FILE
008840     PERFORM 6000-ACQUIRE-LOCK THRU 6000-EXIT
008900     OPEN I-O    PASTHIST-FILE
008950     OPEN EXTEND PASTHJNL-FILE
009000     OPEN OUTPUT PASTEXC-FILE
009010     OPEN EXTEND PASTSETL-FILE
009020     OPEN OUTPUT PASTFEX-FILE
009060     OPEN EXTEND PASTGLA-FILE
009070     OPEN EXTEND PASTRCM-FILE
009080     OPEN INPUT  PASTSTOR-FILE
009100     WRITE PASTEXC-LINE FROM EXC-HEADING-1
009200     MOVE SPACES TO PASTEXC-LINE
009300     WRITE PASTEXC-LINE
009600     EXIT.
009601*----------------------------------------------------------------
009602*  1100-BALANCE-FILE  --  ONE PASS OVER THE WHOLE FEED.  THE
009603*  FIRST RECORD MUST BE THE "H" HEADER, EVERY "D" DETAIL AND
009604*  "R" REVERSAL ROLLS INTO THE COUNT AND THE HASH TOTAL (THE
009605*  SUM OF EVERY CODE CHARACTER'S ORDINAL IN THE FIXED A-Z/0-9
009606*  ALPHABET, AS THE PASTVEND TRAILER CARRIES OUTBOUND), AND AT
009607*  END OF FILE THE "T" TRAILER MUST BE PRESENT AND MATCH BOTH.
009608*  ANYTHING ELSE REFUSES THE WHOLE FILE -- NOTHING IS HALF-POSTED.
009609*----------------------------------------------------------------
009610 1100-BALANCE-FILE.
009611     READ PASTREDM-FILE
009630     EXIT.
009631 1200-BALANCE-ONE-RECORD.
009632     EVALUATE TRUE
009633         WHEN RT-IS-DETAIL OR RV-IS-REVERSAL
009634             ADD 1 TO WS-BAL-COUNT
009635             PERFORM 1300-HASH-ONE-CODE THRU 1300-EXIT
009636         WHEN RX-IS-TRAILER
011000*  3000-POST-ONE-TRAN  --  LOOK THE TENDERED CODE UP IN PASTHIST
011100*  AND FLIP ITS STATUS TO REDEEMED.  ANY TRANSACTION THAT CANNOT
011200*  BE POSTED GOES TO THE EXCEPTION LISTING WITH ITS REASON.
011210*  A REVERSAL IS HANDED TO 3300 TO UNDO ITS REDEMPTION.
011300*----------------------------------------------------------------
011400 3000-POST-ONE-TRAN.
011402     IF RV-IS-REVERSAL
011404         PERFORM 3300-REVERSE-ONE-TRAN THRU 3300-EXIT
011406         GO TO 3000-NEXT.
011410     IF NOT RT-IS-DETAIL
011420         GO TO 3000-NEXT.
011500     ADD 1 TO WS-TRAN-COUNT
012700         PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
012800         GO TO 3000-NEXT
012900     END-IF
012950     PERFORM 3600-CHECK-STORE THRU 3600-EXIT
013000     EVALUATE TRUE
013100         WHEN PH-ST-REDEEMED
013200             MOVE "ALREADY REDEEMED" TO WS-REJECT-REASON
013920             AND RT-REDEEM-DATE > PH-EXPIRY-DATE
013930             MOVE "CODE EXPIRED" TO WS-REJECT-REASON
013940             PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
013950         WHEN NOT STORE-IS-TRADING
013960             MOVE WS-STORE-REASON TO WS-REJECT-REASON
013970             PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
014000         WHEN OTHER
014100             PERFORM 3200-MARK-REDEEMED THRU 3200-EXIT
014200     END-EVALUATE.
014800     EXIT.
014900*----------------------------------------------------------------
015000*  3100-WRITE-EXCEPTION  --  LIST A TRANSACTION THAT COULD NOT
015100*  BE POSTED, WITH THE REASON, FOR THE FRAUD TEAM, AND WRITE
015110*  THE SAME ITEM TO PASTFEX FOR THE RNDFRAUD CASE RUN.
015200*----------------------------------------------------------------
015300 3100-WRITE-EXCEPTION.
015400     ADD 1 TO WS-REJECT-COUNT
015600     MOVE RT-REDEEM-DATE   TO EXC-TXN-DATE
015700     MOVE RT-STORE-NO      TO EXC-STORE-NO
015800     MOVE RT-CODE          TO EXC-CODE
015900     WRITE PASTEXC-LINE FROM EXC-DETAIL-LINE
015910     MOVE SPACES           TO PASTFEX-RECORD
015920     MOVE WS-POST-DATE     TO FX-POST-DATE
015930     MOVE WS-REJECT-REASON TO FX-REASON
015940     MOVE RT-REC-TYPE      TO FX-TRAN-TYPE
015950     MOVE RT-REDEEM-DATE   TO FX-REDEEM-DATE
015960     MOVE RT-STORE-NO      TO FX-STORE-NO
015970     MOVE RT-TERMINAL-NO   TO FX-TERMINAL-NO
015980     MOVE RT-CODE          TO FX-CODE
015985     IF HIST-RECORD-FOUND
015990         MOVE PH-CAMPAIGN-ID TO FX-CAMPAIGN-ID
015993         MOVE PH-STATUS      TO FX-HIST-STATUS
015995     END-IF
015998     WRITE PASTFEX-RECORD.
016000 3100-EXIT.
016100     EXIT.
016200*----------------------------------------------------------------
016400*  STAMPED WITH THE DATE THE POS SAYS IT WAS TENDERED.
016500*----------------------------------------------------------------
016600 3200-MARK-REDEEMED.
016650     MOVE PASTHIST-RECORD TO WS-HIST-BEFORE
016700     MOVE "R"            TO PH-STATUS
016800     MOVE RT-REDEEM-DATE TO PH-STATUS-DATE
016850     MOVE RT-STORE-NO    TO PH-REDEEM-STORE
016900     REWRITE PASTHIST-RECORD
016950     PERFORM 3700-JOURNAL-REWRITE THRU 3700-EXIT
017000     ADD 1 TO WS-POSTED-COUNT
017010     MOVE WS-POST-DATE   TO SL-POST-DATE
017020     MOVE RT-REDEEM-DATE TO SL-REDEEM-DATE
017050     MOVE PH-GL-CODE     TO SL-GL-CODE
017060     MOVE PH-FACE-VALUE  TO SL-FACE-VALUE
017070     MOVE PH-CODE        TO SL-CODE
017075     MOVE "D"            TO SL-ENTRY-TYPE
017080     WRITE PASTSETL-RECORD
017082     MOVE RT-REDEEM-DATE TO WS-RECLAIM-DATE
017083     MOVE RT-STORE-NO    TO WS-RECLAIM-STORE
017084     MOVE RT-CODE        TO WS-RECLAIM-CODE
017086     MOVE "D"            TO WS-GL-ACTIVITY-TYPE
017092     PERFORM 3500-WRITE-GL-ACTIVITY THRU 3500-EXIT
017094     IF PH-ESCHEATED
017095         MOVE "D" TO WS-RECLAIM-TYPE
017096         PERFORM 3800-WRITE-RECLAIM THRU 3800-EXIT
017097     END-IF.
017100 3200-EXIT.
017200     EXIT.
017300*----------------------------------------------------------------
017400*  8000-TERMINATE  --  PRINT THE CONTROL TOTALS AND CLOSE DOWN.
017500*  A RUN WITH ANY EXCEPTIONS ENDS WITH RETURN-CODE 4 SO THE
017600*  NIGHTLY JCL CAN ROUTE THE LISTING TO THE FRAUD TEAM.
017650*  ESCHEAT RECLAIMS ROUTE IT THE SAME WAY.
017700*----------------------------------------------------------------
017800 8000-TERMINATE.
017900     MOVE SPACES TO PASTEXC-LINE
018400     MOVE "REDEMPTIONS POSTED" TO EXC-TOTAL-LABEL
018500     MOVE WS-POSTED-COUNT      TO EXC-TOTAL-COUNT
018600     WRITE PASTEXC-LINE FROM EXC-TOTAL-LINE
018610     MOVE "REVERSALS POSTED"   TO EXC-TOTAL-LABEL
018620     MOVE WS-REVERSED-COUNT    TO EXC-TOTAL-COUNT
018630     WRITE PASTEXC-LINE FROM EXC-TOTAL-LINE
018700     MOVE "EXCEPTIONS LISTED"  TO EXC-TOTAL-LABEL
018800     MOVE WS-REJECT-COUNT      TO EXC-TOTAL-COUNT
018900     WRITE PASTEXC-LINE FROM EXC-TOTAL-LINE
018920     MOVE "ESCHEAT RECLAIMS LISTED" TO EXC-TOTAL-LABEL
018940     MOVE WS-RECLAIM-COUNT     TO EXC-TOTAL-COUNT
018960     WRITE PASTEXC-LINE FROM EXC-TOTAL-LINE
019000     CLOSE PASTREDM-FILE
019100     CLOSE PASTHIST-FILE
019120     CLOSE PASTHJNL-FILE
019150     CLOSE PASTSETL-FILE
019200     CLOSE PASTEXC-FILE
019210     CLOSE PASTFEX-FILE
019230     CLOSE PASTGLA-FILE
019240     CLOSE PASTSTOR-FILE
019245     CLOSE PASTRCM-FILE
019250     PERFORM 6100-RELEASE-LOCK THRU 6100-EXIT
019300     DISPLAY "RNDPOST -- " WS-POSTED-COUNT " POSTED, "
019350         WS-REVERSED-COUNT " REVERSED, "
019400         WS-REJECT-COUNT " EXCEPTION(S)"
019500     IF WS-REJECT-COUNT > 0
019550         OR WS-RECLAIM-COUNT > 0
019600         MOVE 4 TO RETURN-CODE
019700     END-IF
019750     PERFORM 6300-RECORD-COMPLETION THRU 6300-EXIT.
019800 8000-EXIT.
019900     EXIT.
020000*----------------------------------------------------------------
030400     CLOSE PASTLCK-FILE
030500     MOVE 12 TO RETURN-CODE
030600     STOP RUN.
030700*----------------------------------------------------------------
030800*  6200-CHECK-CALENDAR  --  THE POSTING DATE MUST BE ON THE
030900*  PASTCAL CALENDAR (POSTING RUNS EVERY NIGHT, BUSINESS DAY OR
031000*  NOT) AND MUST NOT ALREADY BE COMPLETE ON THE PASTCRG
031100*  REGISTER -- A SECOND POSTING OF ONE NIGHT WOULD DOUBLE ITS
031200*  PASTSETL DOLLARS.  A NIGHT THAT MUST BE REPOSTED ON PURPOSE
031300*  IS CLEARED FIRST WITH AN RNDCAL "X" CARD.
031400*----------------------------------------------------------------
031500 6200-CHECK-CALENDAR.
031600     OPEN INPUT PASTCAL-FILE
031700     OPEN I-O   PASTCRG-FILE
031800     ACCEPT WS-CAL-START-DATE FROM DATE YYYYMMDD
031900     ACCEPT WS-TIME-RAW FROM TIME
032000     MOVE WS-TIME-RAW(1:6) TO WS-CAL-START-TIME
032100     MOVE WS-POST-DATE TO CL-DATE
032200     READ PASTCAL-FILE
032300         INVALID KEY
032400             MOVE "POSTING DATE NOT ON PASTCAL CALENDAR"
032500                 TO WS-CAL-REASON
032600             GO TO 9970-REJECT-CALENDAR
032700     END-READ
032800     MOVE "RNDPOST"    TO CR-PROGRAM
032900     MOVE WS-POST-DATE TO CR-RUN-DATE
033000     READ PASTCRG-FILE
033100         INVALID KEY
033200             CONTINUE
033300         NOT INVALID KEY
033400             IF CR-ST-COMPLETE
033500                 MOVE "NIGHT ALREADY POSTED - SEE RNDCALS"
033600                     TO WS-CAL-REASON
033700                 GO TO 9970-REJECT-CALENDAR
033800             END-IF
033900     END-READ
034000     CLOSE PASTCAL-FILE
034100     CLOSE PASTCRG-FILE.
034200 6200-EXIT.
034300     EXIT.
034400*----------------------------------------------------------------
034500*  6250-REGISTER-REFUSAL  --  A REFUSAL FOR A NIGHT NOT YET
034600*  POSTED REGISTERS IT AS REFUSED; A REFUSED REPOST OF A NIGHT
034700*  ALREADY COMPLETE ONLY COUNTS THE ATTEMPT.
034800*----------------------------------------------------------------
034900 6250-REGISTER-REFUSAL.
035000     MOVE "RNDPOST"    TO CR-PROGRAM
035100     MOVE WS-POST-DATE TO CR-RUN-DATE
035200     MOVE "N" TO WS-CRG-FOUND-SWITCH
035300     READ PASTCRG-FILE
035400         INVALID KEY
035500             CONTINUE
035600         NOT INVALID KEY
035700             MOVE "Y" TO WS-CRG-FOUND-SWITCH
035800     END-READ
035900     IF NOT COMPLETION-FOUND
036000         MOVE SPACES       TO PASTCRG-RECORD
036100         MOVE "RNDPOST"    TO CR-PROGRAM
036200         MOVE WS-POST-DATE TO CR-RUN-DATE
036300         MOVE "R"          TO CR-STATUS
036400         MOVE ZEROS        TO CR-END-DATE
036500         MOVE ZEROS        TO CR-END-TIME
036600         MOVE ZEROS        TO CR-REFUSALS
036700     END-IF
036800     IF NOT CR-ST-COMPLETE
036900         MOVE "PASTPOSJ"        TO CR-JOB
037000         MOVE WS-POST-DATE      TO CR-PERIOD-FROM
037100         MOVE WS-CAL-START-DATE TO CR-START-DATE
037200         MOVE WS-CAL-START-TIME TO CR-START-TIME
037300         MOVE 12                TO CR-RETURN-CODE
037400     END-IF
037500     ADD 1 TO CR-REFUSALS
037600     MOVE WS-CAL-REASON TO CR-REASON
037700     IF COMPLETION-FOUND
037800         REWRITE PASTCRG-RECORD
037900     ELSE
038000         WRITE PASTCRG-RECORD
038100     END-IF.
038200 6250-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500*  6300-RECORD-COMPLETION  --  MARK THE NIGHT COMPLETE ON THE
038600*  PASTCRG REGISTER AT A CLEAN END, WITH THE RUN'S START AND
038700*  END TIMES AND RETURN CODE.  AN EARLIER REFUSAL FOR THE
038800*  NIGHT IS OVERTAKEN BUT ITS COUNT KEPT.
038900*----------------------------------------------------------------
039000 6300-RECORD-COMPLETION.
039100     OPEN I-O PASTCRG-FILE
039200     MOVE "RNDPOST"    TO CR-PROGRAM
039300     MOVE WS-POST-DATE TO CR-RUN-DATE
039400     MOVE "N" TO WS-CRG-FOUND-SWITCH
039500     READ PASTCRG-FILE
039600         INVALID KEY
039700             CONTINUE
039800         NOT INVALID KEY
039900             MOVE "Y" TO WS-CRG-FOUND-SWITCH
040000     END-READ
040100     IF NOT COMPLETION-FOUND
040200         MOVE SPACES       TO PASTCRG-RECORD
040300         MOVE "RNDPOST"    TO CR-PROGRAM
040400         MOVE WS-POST-DATE TO CR-RUN-DATE
040500         MOVE ZEROS        TO CR-REFUSALS
040600     END-IF
040700     MOVE "C"               TO CR-STATUS
040800     MOVE "PASTPOSJ"        TO CR-JOB
040900     MOVE WS-POST-DATE      TO CR-PERIOD-FROM
041000     MOVE WS-CAL-START-DATE TO CR-START-DATE
041100     MOVE WS-CAL-START-TIME TO CR-START-TIME
041200     ACCEPT CR-END-DATE FROM DATE YYYYMMDD
041300     ACCEPT WS-TIME-RAW FROM TIME
041400     MOVE WS-TIME-RAW(1:6)  TO CR-END-TIME
041500     MOVE RETURN-CODE       TO CR-RETURN-CODE
041600     IF COMPLETION-FOUND
041700         REWRITE PASTCRG-RECORD
041800     ELSE
041900         WRITE PASTCRG-RECORD
042000     END-IF
042100     CLOSE PASTCRG-FILE.
042200 6300-EXIT.
042300     EXIT.
042400*----------------------------------------------------------------
042500*  9970-REJECT-CALENDAR  --  THE CALENDAR CHECK REFUSED THE
042600*  NIGHT.  NOTHING HAS BEEN READ OR POSTED -- TELL OPS WHY,
042700*  JOURNAL AND REGISTER THE REFUSAL, AND STOP WITH RC=12.
042800*----------------------------------------------------------------
042900 9970-REJECT-CALENDAR.
043000     DISPLAY "RNDPOST REFUSED -- " WS-CAL-REASON
043100     DISPLAY "  POSTING DATE " WS-POST-DATE
043200     PERFORM 6250-REGISTER-REFUSAL THRU 6250-EXIT
043300     OPEN EXTEND PASTJRNL-FILE
043400     MOVE SPACES TO PASTJRNL-RECORD
043500     MOVE WS-POST-DATE TO JL-RUN-DATE
043600     ACCEPT WS-TIME-RAW FROM TIME
043700     MOVE WS-TIME-RAW(1:6) TO JL-TIME
043800     MOVE "RNDPOST"  TO JL-PROGRAM
043900     MOVE "REJECT"  TO JL-EVENT
044000     MOVE ZEROS     TO JL-K-VALUE
044100     MOVE ZEROS     TO JL-BATCH-COUNT
044200     MOVE ZEROS     TO JL-CODES-WRITTEN
044300     MOVE WS-CAL-REASON TO JL-REASON
044400     WRITE PASTJRNL-RECORD
044500     CLOSE PASTJRNL-FILE
044600     CLOSE PASTCAL-FILE
044700     CLOSE PASTCRG-FILE
044800     MOVE 12 TO RETURN-CODE
044900     STOP RUN.
045000*----------------------------------------------------------------
045100*  3300-REVERSE-ONE-TRAN  --  THE POS BACKED OUT A TENDER.  THE
045200*  CODE MUST BE ON FILE AND REDEEMED, AND THE REDEMPTION MUST
045300*  HAVE BEEN POSTED FOR THE SAME STORE ON THE SAME DATE THE
045400*  REVERSAL NAMES -- ANYTHING ELSE IS LISTED, NOT REVERSED, SO
045500*  A STRAY REVERSAL CANNOT RE-ISSUE SOMEBODY ELSE'S VOUCHER.
045600*  THE REVERSAL SHARES THE DETAIL LAYOUT, SO 3100 LISTS IT.
045700*----------------------------------------------------------------
045800 3300-REVERSE-ONE-TRAN.
045900     ADD 1 TO WS-TRAN-COUNT
046000     MOVE "N"     TO WS-HIST-FOUND-SWITCH
046100     MOVE SPACES  TO PH-CODE
046200     MOVE RV-CODE TO PH-CODE
046300     READ PASTHIST-FILE
046400         INVALID KEY
046500             CONTINUE
046600         NOT INVALID KEY
046700             MOVE "Y" TO WS-HIST-FOUND-SWITCH
046800     END-READ
046900     IF NOT HIST-RECORD-FOUND
047000         MOVE "REVERSAL NOT ON FILE" TO WS-REJECT-REASON
047100         PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
047200         GO TO 3300-EXIT
047300     END-IF
047400     PERFORM 3600-CHECK-STORE THRU 3600-EXIT
047500     EVALUATE TRUE
047600         WHEN NOT PH-ST-REDEEMED
047700             MOVE "REVERSAL NOT REDEEMED" TO WS-REJECT-REASON
047800             PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
047900         WHEN PH-REDEEM-STORE NOT = RV-STORE-NO
048000             MOVE "REVERSAL STORE MISMATCH" TO WS-REJECT-REASON
048100             PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
048200         WHEN PH-STATUS-DATE NOT = RV-REDEEM-DATE
048300             MOVE "REVERSAL DATE MISMATCH" TO WS-REJECT-REASON
048400             PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
048500         WHEN NOT STORE-IS-TRADING
048600             MOVE WS-STORE-REASON TO WS-REJECT-REASON
048700             PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
048800         WHEN OTHER
048900             PERFORM 3400-MARK-REVERSED THRU 3400-EXIT
049000     END-EVALUATE.
049100 3300-EXIT.
049200     EXIT.
049300*----------------------------------------------------------------
049400*  3400-MARK-REVERSED  --  PUT THE CODE BACK TO ISSUED, AS OF
049500*  TONIGHT'S POSTING, AND APPEND THE NEGATIVE SETTLEMENT ENTRY
049600*  THAT NETS THE ORIGINAL REDEMPTION OUT OF RNDSETL.
049700*----------------------------------------------------------------
049800 3400-MARK-REVERSED.
049900     MOVE PASTHIST-RECORD TO WS-HIST-BEFORE
050000     MOVE "I"            TO PH-STATUS
050100     MOVE WS-POST-DATE   TO PH-STATUS-DATE
050200     MOVE ZEROS          TO PH-REDEEM-STORE
050300     REWRITE PASTHIST-RECORD
050400     PERFORM 3700-JOURNAL-REWRITE THRU 3700-EXIT
050500     ADD 1 TO WS-REVERSED-COUNT
050600     MOVE WS-POST-DATE   TO SL-POST-DATE
050700     MOVE RV-REDEEM-DATE TO SL-REDEEM-DATE
050800     MOVE RV-STORE-NO    TO SL-STORE-NO
050900     MOVE PH-CAMPAIGN-ID TO SL-CAMPAIGN-ID
051000     MOVE PH-GL-CODE     TO SL-GL-CODE
051100     COMPUTE SL-FACE-VALUE = 0 - PH-FACE-VALUE
051200     MOVE PH-CODE        TO SL-CODE
051300     MOVE "R"            TO SL-ENTRY-TYPE
051400     WRITE PASTSETL-RECORD
051500     MOVE RV-REDEEM-DATE TO WS-RECLAIM-DATE
051600     MOVE RV-STORE-NO    TO WS-RECLAIM-STORE
051700     MOVE RV-CODE        TO WS-RECLAIM-CODE
051800     MOVE "R"            TO WS-GL-ACTIVITY-TYPE
051900     PERFORM 3500-WRITE-GL-ACTIVITY THRU 3500-EXIT
052000     IF PH-ESCHEATED
052100         MOVE "R" TO WS-RECLAIM-TYPE
052200         PERFORM 3800-WRITE-RECLAIM THRU 3800-EXIT
052300     END-IF.
052400 3400-EXIT.
052500     EXIT.
052600*----------------------------------------------------------------
052700*  3500-WRITE-GL-ACTIVITY  --  ONE PASTGLA RECORD FOR THE CODE
052800*  JUST POSTED OR REVERSED, DATED WITH TONIGHT'S POSTING SO IT
052900*  FALLS IN THE SAME WEEK AS ITS PASTSETL ENTRY.  THE CALLER
053000*  SETS THE ACTIVITY TYPE.
053100*----------------------------------------------------------------
053200 3500-WRITE-GL-ACTIVITY.
053300     MOVE SPACES         TO PASTGLA-RECORD
053400     MOVE WS-POST-DATE   TO GA-ACTIVITY-DATE
053500     MOVE "RNDPOST"      TO GA-PROGRAM
053600     MOVE WS-GL-ACTIVITY-TYPE TO GA-ACTIVITY-TYPE
053700     MOVE PH-CAMPAIGN-ID TO GA-CAMPAIGN-ID
053800     MOVE PH-GL-CODE     TO GA-GL-CODE
053900     MOVE 1              TO GA-CODE-COUNT
054000     MOVE PH-FACE-VALUE  TO GA-AMOUNT
054100     WRITE PASTGLA-RECORD.
054200 3500-EXIT.
054300     EXIT.
054400*----------------------------------------------------------------
054500*  3600-CHECK-STORE  --  THE TENDERING STORE MUST BE ON THE
054600*  PASTSTOR MASTER AND TRADING ON THE TENDER DATE:  ON OR AFTER
054700*  ITS OPEN DATE AND, IF CLOSED, ON OR BEFORE ITS LAST TRADING
054800*  DAY -- SO A LATE FILE FROM A STORE THAT HAS SINCE CLOSED
054900*  STILL POSTS.  A REVERSAL SHARES THE DETAIL LAYOUT, SO THE
055000*  SAME FIELDS SERVE BOTH.
055100*----------------------------------------------------------------
055200 3600-CHECK-STORE.
055300     MOVE "Y"    TO WS-STORE-CHECK-SWITCH
055400     MOVE SPACES TO WS-STORE-REASON
055500     MOVE RT-STORE-NO TO SM-STORE-NO
055600     READ PASTSTOR-FILE
055700         INVALID KEY
055800             MOVE "N" TO WS-STORE-CHECK-SWITCH
055900             MOVE "STORE NOT ON FILE" TO WS-STORE-REASON
056000             GO TO 3600-EXIT
056100     END-READ
056200     IF RT-REDEEM-DATE < SM-OPEN-DATE
056300         MOVE "N" TO WS-STORE-CHECK-SWITCH
056400         MOVE "STORE NOT YET OPEN" TO WS-STORE-REASON
056500         GO TO 3600-EXIT.
056600     IF SM-ST-CLOSED
056700         AND RT-REDEEM-DATE > SM-CLOSE-DATE
056800         MOVE "N" TO WS-STORE-CHECK-SWITCH
056900         MOVE "STORE CLOSED" TO WS-STORE-REASON.
057000 3600-EXIT.
057100     EXIT.
057200*----------------------------------------------------------------
057300*  3700-JOURNAL-REWRITE  --  APPEND THE BEFORE AND AFTER IMAGES
057400*  OF THE HISTORY RECORD JUST REWRITTEN TO THE PASTHJNL CHANGE
057500*  JOURNAL.  THE CALLER SAVED THE BEFORE IMAGE.
057600*----------------------------------------------------------------
057700 3700-JOURNAL-REWRITE.
057800     MOVE SPACES          TO PASTHJNL-RECORD
057900     MOVE "RNDPOST"       TO HJ-PROGRAM
058000     MOVE WS-POST-DATE    TO HJ-RUN-DATE
058100     ACCEPT HJ-CLOCK-DATE FROM DATE YYYYMMDD
058200     ACCEPT HJ-CLOCK-TIME FROM TIME
058300     MOVE "R"             TO HJ-ACTION
058400     MOVE WS-HIST-BEFORE  TO HJ-BEFORE-IMAGE
058500     MOVE PASTHIST-RECORD TO HJ-AFTER-IMAGE
058600     WRITE PASTHJNL-RECORD.
058700 3700-EXIT.
058800     EXIT.
058900*----------------------------------------------------------------
059000*  3800-WRITE-RECLAIM  --  THE CODE JUST POSTED (OR REVERSED) WAS
059100*  REPORTED TO A STATE AS UNCLAIMED PROPERTY AND ITS FACE VALUE
059200*  REMITTED.  APPEND THE RECLAIM ENTRY -- "D" FOR A REDEMPTION,
059300*  "R" FOR A REVERSAL THAT CANCELS ONE -- AND LIST IT ON PASTEXC
059400*  FOR THE UNCLAIMED PROPERTY CLERK.  IT IS NOT AN EXCEPTION:  THE
059500*  TRANSACTION POSTED.  THE ESCHEAT FLAG STAYS ON THE HISTORY
059600*  RECORD SO THE CODE IS NEVER REPORTED A SECOND TIME.
059700*  THE CALLER SETS WS-RECLAIM-DATE, -STORE AND -CODE.
059800*----------------------------------------------------------------
059900 3800-WRITE-RECLAIM.
060000     MOVE SPACES           TO PASTRCM-RECORD
060100     MOVE WS-RECLAIM-TYPE  TO RM-ENTRY-TYPE
060200     MOVE WS-POST-DATE     TO RM-POST-DATE
060300     MOVE WS-RECLAIM-DATE  TO RM-REDEEM-DATE
060400     MOVE WS-RECLAIM-STORE TO RM-STORE-NO
060500     MOVE PH-CODE          TO RM-CODE
060600     MOVE PH-CAMPAIGN-ID   TO RM-CAMPAIGN-ID
060700     MOVE PH-FACE-VALUE    TO RM-FACE-VALUE
060800     MOVE PH-ESCHEAT-STATE TO RM-ESCHEAT-STATE
060900     MOVE PH-ESCHEAT-DATE  TO RM-ESCHEAT-DATE
061000     WRITE PASTRCM-RECORD
061100     ADD 1 TO WS-RECLAIM-COUNT
061200     IF RM-IS-REDEMPTION
061300         MOVE "POSTED - ESCHEAT RECLAIM" TO EXC-REASON
061400     ELSE
061500         MOVE "REVERSED ESCHEAT RECLAIM" TO EXC-REASON
061600     END-IF
061700     MOVE WS-RECLAIM-DATE  TO EXC-TXN-DATE
061800     MOVE WS-RECLAIM-STORE TO EXC-STORE-NO
061900     MOVE WS-RECLAIM-CODE  TO EXC-CODE
062000     WRITE PASTEXC-LINE FROM EXC-DETAIL-LINE.
062100 3800-EXIT.
062200     EXIT.
