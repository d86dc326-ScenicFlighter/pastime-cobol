002300*  MODIFICATION HISTORY
002400*  MM/DD/YY  INIT  DESCRIPTION
002500*  09/02/26  DWA   ORIGINAL PROGRAM.
002502*  10/15/26  DWA   NET POS REVERSALS OUT OF THE WEEK.  AN "R"
002504*                  PASTSETL ENTRY CARRIES THE NEGATIVE FACE VALUE
002506*                  AND TAKES ONE OFF THE STORE AND CAMPAIGN
002508*                  COUNTS; THE CONTROL TOTALS SHOW REVERSALS ON
002510*                  THEIR OWN LINE TO TIE TO RNDPOST.
002512*  10/15/26  DWA   TIE THE LIABILITY MOVEMENT TO THE G/L.  THE
002514*                  WEEK'S PASTGLA ACTIVITY (ISSUES AND REVERSALS
002516*                  LESS REDEMPTIONS, BREAKAGE AND REPLACEMENTS)
002518*                  IS NETTED AND PRINTED AGAINST THE MOVEMENT;
002520*                  A DIFFERENCE ENDS THE RUN WITH RC=4.
002522*  10/15/26  DWA   NAME THE STORES FROM THE NEW PASTSTOR MASTER
002524*                  AND PRINT THE STORE SECTION BY REGION AND
002526*                  DISTRICT WITH A SUBTOTAL AT EACH BREAK, SO THE
002528*                  FIELD FINANCE TEAMS CAN SETTLE THEIR OWN
002530*                  TERRITORIES.
002532*  10/15/26  DWA   CHECK THE PASTCAL PROCESSING CALENDAR AND THE
002534*                  PASTCRG COMPLETION REGISTER BEFORE SETTLING.
002536*                  EVERY RNDPOST NIGHT FROM WEEK-FROM THROUGH
002538*                  WEEK-TO MUST BE COMPLETE AND THE WEEK NOT
002540*                  ALREADY SETTLED -- OTHERWISE REFUSED (RC=12)
002542*                  WITH A PASTJRNL ENTRY.  A CLEAN END MARKS IT.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT PASTSTL-FILE ASSIGN TO PASTSTL
004300         ORGANIZATION IS SEQUENTIAL.
004306     SELECT PASTSTOR-FILE ASSIGN TO PASTSTOR
004312         ORGANIZATION IS INDEXED
004318         ACCESS MODE IS RANDOM
004324         RECORD KEY IS SM-STORE-NO.
004330     SELECT PASTGLA-FILE ASSIGN TO PASTGLA
004360         ORGANIZATION IS SEQUENTIAL.
004363     SELECT PASTJRNL-FILE ASSIGN TO PASTJRNL
004366         ORGANIZATION IS SEQUENTIAL.
004369     SELECT PASTCAL-FILE ASSIGN TO PASTCAL
004372         ORGANIZATION IS INDEXED
004375         ACCESS MODE IS RANDOM
004378         RECORD KEY IS CL-DATE.
004381     SELECT PASTCRG-FILE ASSIGN TO PASTCRG
004384         ORGANIZATION IS INDEXED
004387         ACCESS MODE IS RANDOM
004390         RECORD KEY IS CR-KEY.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SETLCTL-FILE
007000 FD  PASTSTL-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  PASTSTL-LINE                PIC X(110).
007220 FD  PASTGLA-FILE
007240     LABEL RECORDS ARE STANDARD.
007260     COPY PASTGLA.
007270 FD  PASTSTOR-FILE
007280     LABEL RECORDS ARE STANDARD.
007290     COPY PASTSTOR.
007291 FD  PASTJRNL-FILE
007292     LABEL RECORDS ARE STANDARD.
007293     COPY PASTJRNL.
007294 FD  PASTCAL-FILE
007295     LABEL RECORDS ARE STANDARD.
007296     COPY PASTCAL.
007297 FD  PASTCRG-FILE
007298     LABEL RECORDS ARE STANDARD.
007299     COPY PASTCRG.
007300 WORKING-STORAGE SECTION.
007400 01  WS-SETL-EOF-SWITCH          PIC X(01)  VALUE "N".
007500     88  END-OF-PASTSETL                 VALUE "Y".
007800 01  WS-PRIOR-FOUND-SWITCH       PIC X(01)  VALUE "N".
007900     88  PRIOR-BALANCE-FOUND             VALUE "Y".
008000 77  WS-WEEK-REDEEMED            PIC 9(07)  VALUE 0.
008050 77  WS-WEEK-REVERSED            PIC 9(07)  VALUE 0.
008060 77  WS-TALLY-UNIT               PIC S9(01) VALUE 0.
008100 01  WS-WEEK-DOLLARS             PIC S9(09)V99 VALUE 0.
008200 77  WS-OUT-COUNT                PIC 9(09)  VALUE 0.
008300 01  WS-OUT-DOLLARS              PIC 9(11)V99 VALUE 0.
008400 01  WS-PRIOR-DOLLARS            PIC 9(11)V99 VALUE 0.
008500 01  WS-MOVEMENT                 PIC S9(11)V99 VALUE 0.
008510 01  WS-GLA-EOF-SWITCH           PIC X(01)  VALUE "N".
008520     88  END-OF-PASTGLA                  VALUE "Y".
008530 77  WS-GL-ACTIVITY-COUNT        PIC 9(09)  VALUE 0.
008540 01  WS-GL-MOVEMENT              PIC S9(11)V99 VALUE 0.
008550 01  WS-GL-DIFFERENCE            PIC S9(11)V99 VALUE 0.
008555 01  WS-CRG-FOUND-SWITCH         PIC X(01)  VALUE "N".
008560     88  COMPLETION-FOUND                VALUE "Y".
008565 01  WS-CAL-REASON               PIC X(40)  VALUE SPACES.
008570 01  WS-CAL-START-DATE           PIC 9(08)  VALUE 0.
008575 01  WS-CAL-START-TIME           PIC 9(06)  VALUE 0.
008580 01  WS-CAL-CHECK-DATE           PIC 9(08)  VALUE 0.
008585 77  WS-CAL-DAY-INT              PIC 9(07)  VALUE 0.
008590 77  WS-CAL-LAST-INT             PIC 9(07)  VALUE 0.
008595 77  WS-TIME-RAW                 PIC 9(08)  VALUE 0.
008600 77  WS-STORE-MAX                PIC 9(03)  VALUE 300.
008700 77  WS-STORE-COUNT              PIC 9(03)  VALUE 0.
008800 77  WS-STORE-IDX                PIC 9(03)  VALUE 0.
008900 77  WS-STORE-FOUND-IDX          PIC 9(03)  VALUE 0.
009000 01  WS-STORE-TABLE.
009100     05  WS-STORE-ENTRY OCCURS 300 TIMES.
009120         10  WS-STR-SORT-KEY.
009140             15  WS-STR-REGION   PIC X(04).
009160             15  WS-STR-DISTRICT PIC X(04).
009200             15  WS-STR-NO       PIC 9(05).
009250         10  WS-STR-NAME         PIC X(30).
009300         10  WS-STR-COUNT        PIC S9(07).
009400         10  WS-STR-DOLLARS      PIC S9(09)V99.
009407 01  WS-STORE-HOLD               PIC X(61).
009414 77  WS-SORT-PASS                PIC 9(03)  VALUE 0.
009421 77  WS-NEXT-IDX                 PIC 9(03)  VALUE 0.
009428 77  WS-UNKNOWN-STORES           PIC 9(03)  VALUE 0.
009435 01  WS-BRK-REGION               PIC X(04).
009442 01  WS-BRK-DISTRICT             PIC X(04).
009449 77  WS-DIST-COUNT               PIC S9(07) VALUE 0.
009456 01  WS-DIST-DOLLARS             PIC S9(09)V99 VALUE 0.
009463 77  WS-REGN-COUNT               PIC S9(07) VALUE 0.
009470 01  WS-REGN-DOLLARS             PIC S9(09)V99 VALUE 0.
009477 77  WS-ALL-COUNT                PIC S9(07) VALUE 0.
009484 01  WS-ALL-DOLLARS              PIC S9(09)V99 VALUE 0.
009500 77  WS-CAMP-MAX                 PIC 9(03)  VALUE 50.
009600 77  WS-CAMP-COUNT               PIC 9(03)  VALUE 0.
009700 77  WS-CAMP-IDX                 PIC 9(03)  VALUE 0.
009900 01  WS-CAMPAIGN-TABLE.
010000     05  WS-CAMP-ENTRY OCCURS 50 TIMES.
010100         10  WS-CMP-ID           PIC X(08).
010200         10  WS-CMP-RED-COUNT    PIC S9(07).
010300         10  WS-CMP-RED-DOLLARS  PIC S9(09)V99.
010400         10  WS-CMP-OUT-COUNT    PIC 9(09).
010500         10  WS-CMP-OUT-DOLLARS  PIC 9(11)V99.
010600 01  WS-MATCH-CAMPAIGN-ID        PIC X(08).
011300     05  STL-H-WEEK-TO          PIC 9(08).
011400 01  STL-SECTION-LINE           PIC X(48).
011500 01  STL-STORE-HEADING.
011520     05  FILLER                 PIC X(04) VALUE "REGN".
011540     05  FILLER                 PIC X(02) VALUE SPACES.
011560     05  FILLER                 PIC X(04) VALUE "DIST".
011580     05  FILLER                 PIC X(02) VALUE SPACES.
011600     05  FILLER                 PIC X(05) VALUE "STORE".
011630     05  FILLER                 PIC X(02) VALUE SPACES.
011660     05  FILLER                 PIC X(30) VALUE "STORE NAME".
011700     05  FILLER                 PIC X(02) VALUE SPACES.
011800     05  FILLER                 PIC X(11) VALUE "REDEMPTIONS".
011900     05  FILLER                 PIC X(02) VALUE SPACES.
012000     05  FILLER                 PIC X(16) VALUE
012050         "DOLLARS REDEEMED".
012100 01  STL-STORE-LINE.
012120     05  STL-STORE-REGION       PIC X(04).
012140     05  FILLER                 PIC X(02) VALUE SPACES.
012160     05  STL-STORE-DISTRICT     PIC X(04).
012180     05  FILLER                 PIC X(02) VALUE SPACES.
012200     05  STL-STORE-NO           PIC 9(05).
012230     05  FILLER                 PIC X(02) VALUE SPACES.
012260     05  STL-STORE-NAME         PIC X(30).
012300     05  FILLER                 PIC X(06) VALUE SPACES.
012400     05  STL-STORE-COUNT        PIC ------9.
012500     05  FILLER                 PIC X(04) VALUE SPACES.
012600     05  STL-STORE-DOLLARS      PIC ---,---,--9.99.
012610 01  STL-BREAK-LINE.
012620     05  STL-BREAK-LABEL        PIC X(12).
012630     05  STL-BREAK-ID           PIC X(04).
012640     05  FILLER                 PIC X(33) VALUE " TOTAL".
012650     05  FILLER                 PIC X(06) VALUE SPACES.
012660     05  STL-BREAK-COUNT        PIC ------9.
012670     05  FILLER                 PIC X(04) VALUE SPACES.
012680     05  STL-BREAK-DOLLARS      PIC ---,---,--9.99.
012700 01  STL-CAMP-HEADING.
012800     05  FILLER                 PIC X(08) VALUE "CAMPAIGN".
012900     05  FILLER                 PIC X(02) VALUE SPACES.
013700 01  STL-CAMP-LINE.
013800     05  STL-CAMP-ID            PIC X(08).
013900     05  FILLER                 PIC X(02) VALUE SPACES.
014000     05  STL-CAMP-RED-COUNT     PIC ------9.
014100     05  FILLER                 PIC X(03) VALUE SPACES.
014200     05  STL-CAMP-RED-DOLLARS   PIC ---,---,--9.99.
014300     05  FILLER                 PIC X(02) VALUE SPACES.
014400     05  STL-CAMP-OUT-COUNT     PIC ZZZZZZZZ9.
014500     05  FILLER                 PIC X(04) VALUE SPACES.
016200     PERFORM 2000-TALLY-WEEK       THRU 2000-EXIT
016300     PERFORM 3000-VALUE-LIABILITY  THRU 3000-EXIT
016400     PERFORM 4000-READ-PRIOR       THRU 4000-EXIT
016450     PERFORM 4500-TIE-GL-ACTIVITY  THRU 4500-EXIT
016500     PERFORM 5000-WRITE-REPORT     THRU 5000-EXIT
016600     PERFORM 6000-ROLL-BALANCE     THRU 6000-EXIT
016700     PERFORM 8000-TERMINATE        THRU 8000-EXIT
018000     IF SC-WEEK-FROM > SC-WEEK-TO
018100         GO TO 9900-REJECT-RANGE
018200     END-IF
018250     PERFORM 6200-CHECK-CALENDAR THRU 6200-EXIT
018300     MOVE ZEROS TO WS-STORE-TABLE
018400     MOVE SPACES TO WS-CAMPAIGN-TABLE
018500     PERFORM 1100-ZERO-ONE-CAMPAIGN THRU 1100-EXIT
018800     OPEN INPUT  PASTSETL-FILE
018900     OPEN INPUT  PASTHIST-FILE
019000     OPEN OUTPUT PASTSTL-FILE
019050     OPEN INPUT  PASTSTOR-FILE
019100     MOVE SC-WEEK-FROM TO STL-H-WEEK-FROM
019200     MOVE SC-WEEK-TO   TO STL-H-WEEK-TO
019300     WRITE PASTSTL-LINE FROM STL-HEADING-1.
020400*  2000-TALLY-WEEK  --  DRIVE THE ACCUMULATED PASTSETL FILE AND
020500*  TALLY EVERY DETAIL POSTED INSIDE THE WEEK, BY STORE AND BY
020600*  CAMPAIGN.  DETAILS OUTSIDE THE WEEK BELONG TO ANOTHER RUN'S
020700*  REPORT AND ARE PASSED OVER.  A REVERSAL ENTRY CARRIES ITS
020710*  FACE VALUE NEGATIVE, SO ADDING IT NETS THE DOLLARS; IT TAKES
020720*  ONE OFF THE STORE AND CAMPAIGN COUNTS.
020800*----------------------------------------------------------------
020900 2000-TALLY-WEEK.
021000     READ PASTSETL-FILE
021800     IF SL-POST-DATE < SC-WEEK-FROM
021900         OR SL-POST-DATE > SC-WEEK-TO
022000         GO TO 2100-NEXT.
022100     IF SL-IS-REVERSAL
022110         ADD 1  TO WS-WEEK-REVERSED
022120         MOVE -1 TO WS-TALLY-UNIT
022130     ELSE
022140         ADD 1  TO WS-WEEK-REDEEMED
022150         MOVE 1 TO WS-TALLY-UNIT
022160     END-IF
022200     ADD SL-FACE-VALUE TO WS-WEEK-DOLLARS
022300     PERFORM 2200-FIND-STORE THRU 2200-EXIT
022400     ADD WS-TALLY-UNIT TO WS-STR-COUNT(WS-STORE-FOUND-IDX)
022500     ADD SL-FACE-VALUE TO WS-STR-DOLLARS(WS-STORE-FOUND-IDX)
022600     MOVE SL-CAMPAIGN-ID TO WS-MATCH-CAMPAIGN-ID
022700     PERFORM 2300-FIND-CAMPAIGN THRU 2300-EXIT
022800     ADD WS-TALLY-UNIT TO WS-CMP-RED-COUNT(WS-CAMP-FOUND-IDX)
022900     ADD SL-FACE-VALUE TO WS-CMP-RED-DOLLARS(WS-CAMP-FOUND-IDX).
023000 2100-NEXT.
023100     READ PASTSETL-FILE
025000         ADD 1 TO WS-STORE-COUNT
025100         MOVE WS-STORE-COUNT TO WS-STORE-FOUND-IDX
025200         MOVE SL-STORE-NO TO WS-STR-NO(WS-STORE-FOUND-IDX)
025250         PERFORM 2270-NAME-STORE THRU 2270-EXIT
025300     END-IF.
025400 2200-EXIT.
025500     EXIT.
025900     END-IF.
026000 2250-EXIT.
026100     EXIT.
026104*----------------------------------------------------------------
026108*  2270-NAME-STORE  --  A STORE SEEN FOR THE FIRST TIME TAKES
026112*  ITS NAME AND TERRITORY FROM THE PASTSTOR MASTER.  ONE NOT ON
026116*  THE MASTER STILL SETTLES -- RNDPOST POSTED IT BEFORE THE
026120*  MASTER EXISTED -- BUT PRINTS UNDER A BLANK TERRITORY WHERE
026124*  IT CANNOT BE MISSED.
026128*----------------------------------------------------------------
026132 2270-NAME-STORE.
026136     MOVE SL-STORE-NO TO SM-STORE-NO
026140     READ PASTSTOR-FILE
026144         INVALID KEY
026148             ADD 1 TO WS-UNKNOWN-STORES
026152             MOVE SPACES TO WS-STR-REGION(WS-STORE-FOUND-IDX)
026156             MOVE SPACES TO WS-STR-DISTRICT(WS-STORE-FOUND-IDX)
026160             MOVE "*** NOT ON STORE MASTER ***"
026164                 TO WS-STR-NAME(WS-STORE-FOUND-IDX)
026168             GO TO 2270-EXIT
026172     END-READ
026176     MOVE SM-REGION     TO WS-STR-REGION(WS-STORE-FOUND-IDX)
026180     MOVE SM-DISTRICT   TO WS-STR-DISTRICT(WS-STORE-FOUND-IDX)
026184     MOVE SM-STORE-NAME TO WS-STR-NAME(WS-STORE-FOUND-IDX).
026188 2270-EXIT.
026192     EXIT.
026200*----------------------------------------------------------------
026300*  2300-FIND-CAMPAIGN  --  LOCATE WS-MATCH-CAMPAIGN-ID IN THE
026400*  CAMPAIGN TABLE, ADDING IT ON FIRST SIGHT.  SHARED BY THE
033400     COMPUTE WS-MOVEMENT = WS-OUT-DOLLARS - WS-PRIOR-DOLLARS.
033500 4000-EXIT.
033600     EXIT.
033602*----------------------------------------------------------------
033604*  4500-TIE-GL-ACTIVITY  --  NET THE WEEK'S PASTGLA ACTIVITY THE
033606*  WAY RNDGLEX JOURNALS IT:  ISSUES AND REVERSALS ADD TO THE
033608*  LIABILITY, REDEMPTIONS, BREAKAGE AND REPLACEMENTS RELIEVE IT.
033610*  THE WEEKS RUN BACK TO BACK, SO THE SAME FROM/THRU DATES THAT
033612*  SELECT THE SETTLEMENT DETAILS BRACKET THE MOVEMENT SINCE THE
033614*  PRIOR PASTLIA BALANCE.
033616*----------------------------------------------------------------
033618 4500-TIE-GL-ACTIVITY.
033620     OPEN INPUT PASTGLA-FILE
033622     READ PASTGLA-FILE
033624         AT END MOVE "Y" TO WS-GLA-EOF-SWITCH
033626     END-READ
033628     PERFORM 4550-NET-ONE-ACTIVITY THRU 4550-EXIT
033630         UNTIL END-OF-PASTGLA
033632     CLOSE PASTGLA-FILE
033634     COMPUTE WS-GL-DIFFERENCE = WS-MOVEMENT - WS-GL-MOVEMENT.
033636 4500-EXIT.
033638     EXIT.
033640 4550-NET-ONE-ACTIVITY.
033642     IF GA-ACTIVITY-DATE NOT < SC-WEEK-FROM
033644         AND GA-ACTIVITY-DATE NOT > SC-WEEK-TO
033646         ADD 1 TO WS-GL-ACTIVITY-COUNT
033648         IF GA-ADDS-LIABILITY
033650             ADD GA-AMOUNT TO WS-GL-MOVEMENT
033652         ELSE
033654             SUBTRACT GA-AMOUNT FROM WS-GL-MOVEMENT
033656         END-IF
033658     END-IF
033660     READ PASTGLA-FILE
033662         AT END MOVE "Y" TO WS-GLA-EOF-SWITCH
033664     END-READ.
033666 4550-EXIT.
033668     EXIT.
033700*----------------------------------------------------------------
033800*  5000-WRITE-REPORT  --  THE STORE SECTION, THE CAMPAIGN
033900*  SECTION, AND THE CONTROL TOTALS FINANCE ACCRUES FROM.
034500         TO STL-SECTION-LINE
034600     WRITE PASTSTL-LINE FROM STL-SECTION-LINE
034700     WRITE PASTSTL-LINE FROM STL-STORE-HEADING
034750     PERFORM 5050-ORDER-STORES THRU 5050-EXIT
034800     PERFORM 5100-WRITE-STORE-LINE THRU 5100-EXIT
034900         VARYING WS-STORE-IDX FROM 1 BY 1
035000         UNTIL WS-STORE-IDX > WS-STORE-COUNT
035010     IF WS-STORE-COUNT > 0
035020         PERFORM 5120-WRITE-DISTRICT-TOTAL THRU 5120-EXIT
035030         PERFORM 5130-WRITE-REGION-TOTAL   THRU 5130-EXIT
035040     END-IF
035050     MOVE "ALL STORES"                 TO STL-BREAK-LABEL
035060     MOVE SPACES                       TO STL-BREAK-ID
035070     MOVE WS-ALL-COUNT                 TO STL-BREAK-COUNT
035080     MOVE WS-ALL-DOLLARS               TO STL-BREAK-DOLLARS
035090     WRITE PASTSTL-LINE FROM STL-BREAK-LINE
035100     MOVE SPACES TO PASTSTL-LINE
035200     WRITE PASTSTL-LINE
035300     MOVE "*** REDEEMED / OUTSTANDING BY CAMPAIGN ***"
036400     MOVE "REDEMPTIONS POSTED IN WEEK"  TO STL-TOTAL-LABEL
036500     MOVE WS-WEEK-REDEEMED             TO STL-TOTAL-COUNT
036600     WRITE PASTSTL-LINE FROM STL-TOTAL-LINE
036700     MOVE "REVERSALS POSTED IN WEEK"   TO STL-TOTAL-LABEL
036710     MOVE WS-WEEK-REVERSED             TO STL-TOTAL-COUNT
036720     WRITE PASTSTL-LINE FROM STL-TOTAL-LINE
036722     MOVE "STORES NOT ON STORE MASTER" TO STL-TOTAL-LABEL
036724     MOVE WS-UNKNOWN-STORES            TO STL-TOTAL-COUNT
036726     WRITE PASTSTL-LINE FROM STL-TOTAL-LINE
036730     MOVE "NET DOLLARS REDEEMED IN WEEK" TO STL-MOVE-LABEL
036800     MOVE WS-WEEK-DOLLARS              TO STL-MOVE-VALUE
036900     WRITE PASTSTL-LINE FROM STL-MOVE-LINE
037000     MOVE "CODES ISSUED NOT REDEEMED"  TO STL-TOTAL-LABEL
037100     MOVE WS-OUT-COUNT                 TO STL-TOTAL-COUNT
037200     WRITE PASTSTL-LINE FROM STL-TOTAL-LINE
038300         MOVE "  (NO PRIOR BALANCE ON FILE - FIRST RUN)"
038400             TO STL-SECTION-LINE
038500         WRITE PASTSTL-LINE FROM STL-SECTION-LINE
038600     END-IF
038604     MOVE "G/L ACTIVITY RECORDS IN WEEK" TO STL-TOTAL-LABEL
038608     MOVE WS-GL-ACTIVITY-COUNT         TO STL-TOTAL-COUNT
038612     WRITE PASTSTL-LINE FROM STL-TOTAL-LINE
038616     MOVE "G/L JOURNAL NET MOVEMENT"   TO STL-MOVE-LABEL
038620     MOVE WS-GL-MOVEMENT               TO STL-MOVE-VALUE
038624     WRITE PASTSTL-LINE FROM STL-MOVE-LINE
038628     MOVE "DIFFERENCE FROM G/L JOURNAL" TO STL-MOVE-LABEL
038632     MOVE WS-GL-DIFFERENCE             TO STL-MOVE-VALUE
038636     WRITE PASTSTL-LINE FROM STL-MOVE-LINE
038640     IF PRIOR-BALANCE-FOUND
038644         IF WS-GL-DIFFERENCE = 0
038648             MOVE "  (MOVEMENT TIES TO THE G/L JOURNAL)"
038652                 TO STL-SECTION-LINE
038656         ELSE
038660             MOVE "  *** MOVEMENT OUT OF TIE WITH G/L JOURNAL ***"
038664                 TO STL-SECTION-LINE
038668             MOVE 4 TO RETURN-CODE
038672         END-IF
038676         WRITE PASTSTL-LINE FROM STL-SECTION-LINE
038680     END-IF.
038700 5000-EXIT.
038800     EXIT.
038802*----------------------------------------------------------------
038804*  5050-ORDER-STORES  --  PUT THE STORE TABLE IN REGION,
038806*  DISTRICT, STORE ORDER FOR THE TERRITORY BREAKS.  A PLAIN
038808*  EXCHANGE SORT -- THE TABLE NEVER HOLDS MORE THAN A WEEK'S
038810*  REDEEMING STORES.
038812*----------------------------------------------------------------
038814 5050-ORDER-STORES.
038816     PERFORM 5060-ORDER-ONE-PASS THRU 5060-EXIT
038818         VARYING WS-SORT-PASS FROM 1 BY 1
038820         UNTIL WS-SORT-PASS NOT < WS-STORE-COUNT.
038822 5050-EXIT.
038824     EXIT.
038826 5060-ORDER-ONE-PASS.
038828     PERFORM 5070-ORDER-ONE-PAIR THRU 5070-EXIT
038830         VARYING WS-STORE-IDX FROM 1 BY 1
038832         UNTIL WS-STORE-IDX + WS-SORT-PASS > WS-STORE-COUNT.
038834 5060-EXIT.
038836     EXIT.
038838 5070-ORDER-ONE-PAIR.
038840     COMPUTE WS-NEXT-IDX = WS-STORE-IDX + 1
038842     IF WS-STR-SORT-KEY(WS-STORE-IDX)
038844         > WS-STR-SORT-KEY(WS-NEXT-IDX)
038846         MOVE WS-STORE-ENTRY(WS-STORE-IDX) TO WS-STORE-HOLD
038848         MOVE WS-STORE-ENTRY(WS-NEXT-IDX)
038850             TO WS-STORE-ENTRY(WS-STORE-IDX)
038852         MOVE WS-STORE-HOLD TO WS-STORE-ENTRY(WS-NEXT-IDX)
038854     END-IF.
038856 5070-EXIT.
038858     EXIT.
038860*----------------------------------------------------------------
038862*  5100-WRITE-STORE-LINE  --  ONE LINE PER STORE, WITH THE
038864*  DISTRICT AND REGION SUBTOTALS PRINTED AS EACH BREAKS.  THE
038866*  LAST DISTRICT AND REGION ARE CLOSED OFF BY 5000.
038868*----------------------------------------------------------------
038900 5100-WRITE-STORE-LINE.
038906     IF WS-STORE-IDX > 1
038912         IF WS-STR-REGION(WS-STORE-IDX) NOT = WS-BRK-REGION
038918             PERFORM 5120-WRITE-DISTRICT-TOTAL THRU 5120-EXIT
038924             PERFORM 5130-WRITE-REGION-TOTAL   THRU 5130-EXIT
038930         ELSE
038936             IF WS-STR-DISTRICT(WS-STORE-IDX)
038942                 NOT = WS-BRK-DISTRICT
038948                 PERFORM 5120-WRITE-DISTRICT-TOTAL THRU 5120-EXIT
038954             END-IF
038960         END-IF
038966     END-IF
038972     MOVE WS-STR-REGION(WS-STORE-IDX)   TO WS-BRK-REGION
038978     MOVE WS-STR-DISTRICT(WS-STORE-IDX) TO WS-BRK-DISTRICT
038984     MOVE WS-STR-REGION(WS-STORE-IDX)   TO STL-STORE-REGION
038990     MOVE WS-STR-DISTRICT(WS-STORE-IDX) TO STL-STORE-DISTRICT
039000     MOVE WS-STR-NO(WS-STORE-IDX)      TO STL-STORE-NO
039050     MOVE WS-STR-NAME(WS-STORE-IDX)    TO STL-STORE-NAME
039100     MOVE WS-STR-COUNT(WS-STORE-IDX)   TO STL-STORE-COUNT
039200     MOVE WS-STR-DOLLARS(WS-STORE-IDX) TO STL-STORE-DOLLARS
039250     WRITE PASTSTL-LINE FROM STL-STORE-LINE
039300     ADD WS-STR-COUNT(WS-STORE-IDX)    TO WS-DIST-COUNT
039350     ADD WS-STR-DOLLARS(WS-STORE-IDX)  TO WS-DIST-DOLLARS.
039400 5100-EXIT.
039500     EXIT.
039503 5120-WRITE-DISTRICT-TOTAL.
039506     MOVE "  DISTRICT"                 TO STL-BREAK-LABEL
039509     MOVE WS-BRK-DISTRICT              TO STL-BREAK-ID
039512     MOVE WS-DIST-COUNT                TO STL-BREAK-COUNT
039515     MOVE WS-DIST-DOLLARS              TO STL-BREAK-DOLLARS
039518     WRITE PASTSTL-LINE FROM STL-BREAK-LINE
039521     ADD WS-DIST-COUNT                 TO WS-REGN-COUNT
039524     ADD WS-DIST-DOLLARS               TO WS-REGN-DOLLARS
039527     MOVE 0                            TO WS-DIST-COUNT
039530     MOVE 0                            TO WS-DIST-DOLLARS.
039533 5120-EXIT.
039536     EXIT.
039539 5130-WRITE-REGION-TOTAL.
039542     MOVE "REGION"                     TO STL-BREAK-LABEL
039545     MOVE WS-BRK-REGION                TO STL-BREAK-ID
039548     MOVE WS-REGN-COUNT                TO STL-BREAK-COUNT
039551     MOVE WS-REGN-DOLLARS              TO STL-BREAK-DOLLARS
039554     WRITE PASTSTL-LINE FROM STL-BREAK-LINE
039557     MOVE SPACES TO PASTSTL-LINE
039560     WRITE PASTSTL-LINE
039563     ADD WS-REGN-COUNT                 TO WS-ALL-COUNT
039566     ADD WS-REGN-DOLLARS               TO WS-ALL-DOLLARS
039569     MOVE 0                            TO WS-REGN-COUNT
039572     MOVE 0                            TO WS-REGN-DOLLARS.
039575 5130-EXIT.
039578     EXIT.
039600 5200-WRITE-CAMP-LINE.
039700     MOVE WS-CMP-ID(WS-CAMP-IDX)          TO STL-CAMP-ID
039800     MOVE WS-CMP-RED-COUNT(WS-CAMP-IDX)   TO STL-CAMP-RED-COUNT
042500     CLOSE PASTSETL-FILE
042600     CLOSE PASTHIST-FILE
042700     CLOSE PASTSTL-FILE
042750     CLOSE PASTSTOR-FILE
042800     DISPLAY "RNDSETL -- " WS-WEEK-REDEEMED
042900         " REDEMPTION(S) IN WEEK, "
042950         WS-WEEK-REVERSED " REVERSAL(S), "
043000         WS-OUT-COUNT " CODE(S) OUTSTANDING"
043050     PERFORM 6300-RECORD-COMPLETION THRU 6300-EXIT.
043100 8000-EXIT.
043200     EXIT.
043300*----------------------------------------------------------------
044900     CLOSE PASTSETL-FILE
045000     CLOSE PASTHIST-FILE
045100     CLOSE PASTSTL-FILE
045150     CLOSE PASTSTOR-FILE
045200     MOVE 16 TO RETURN-CODE
045300     STOP RUN.
045400*----------------------------------------------------------------
046100     CLOSE PASTSETL-FILE
046200     CLOSE PASTHIST-FILE
046300     CLOSE PASTSTL-FILE
046350     CLOSE PASTSTOR-FILE
046400     MOVE 16 TO RETURN-CODE
046500     STOP RUN.
046600*----------------------------------------------------------------
047200     CLOSE SETLCTL-FILE
047300     MOVE 16 TO RETURN-CODE
047400     STOP RUN.
047500*----------------------------------------------------------------
047600*  6200-CHECK-CALENDAR  --  THE WEEK IS SETTLED ONCE, FOR A
047700*  WEEK-TO DATE ON THE PASTCAL CALENDAR, AND ONLY AFTER EVERY
047800*  RNDPOST NIGHT OF THE WEEK HAS COMPLETED -- A MISSING NIGHT
047900*  WOULD SETTLE SHORT.  A WEEK THAT MUST BE SETTLED AGAIN IS
048000*  CLEARED FIRST WITH AN RNDCAL "X" CARD.
048100*----------------------------------------------------------------
048200 6200-CHECK-CALENDAR.
048300     OPEN INPUT PASTCAL-FILE
048400     OPEN I-O   PASTCRG-FILE
048500     ACCEPT WS-CAL-START-DATE FROM DATE YYYYMMDD
048600     ACCEPT WS-TIME-RAW FROM TIME
048700     MOVE WS-TIME-RAW(1:6) TO WS-CAL-START-TIME
048800     MOVE SC-WEEK-TO TO CL-DATE
048900     READ PASTCAL-FILE
049000         INVALID KEY
049100             MOVE "RUN DATE NOT ON PASTCAL CALENDAR"
049200                 TO WS-CAL-REASON
049300             GO TO 9970-REJECT-CALENDAR
049400     END-READ
049500     MOVE "RNDSETL"  TO CR-PROGRAM
049600     MOVE SC-WEEK-TO TO CR-RUN-DATE
049700     READ PASTCRG-FILE
049800         INVALID KEY
049900             CONTINUE
050000         NOT INVALID KEY
050100             IF CR-ST-COMPLETE
050200                 MOVE "ALREADY COMPLETE FOR DATE - SEE RNDCALS"
050300                     TO WS-CAL-REASON
050400                 GO TO 9970-REJECT-CALENDAR
050500             END-IF
050600     END-READ
050700     COMPUTE WS-CAL-LAST-INT =
050800         FUNCTION INTEGER-OF-DATE(SC-WEEK-TO)
050900     PERFORM 6210-CHECK-NIGHT-POSTED THRU 6210-EXIT
051000         VARYING WS-CAL-DAY-INT
051100         FROM FUNCTION INTEGER-OF-DATE(SC-WEEK-FROM) BY 1
051200         UNTIL WS-CAL-DAY-INT > WS-CAL-LAST-INT
051300     CLOSE PASTCAL-FILE
051400     CLOSE PASTCRG-FILE.
051500 6200-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800*  6210-CHECK-NIGHT-POSTED  --  THE RNDPOST NIGHT FOR ONE DAY
051900*  OF THE WEEK MUST BE COMPLETE ON THE REGISTER.
052000*----------------------------------------------------------------
052100 6210-CHECK-NIGHT-POSTED.
052200     COMPUTE WS-CAL-CHECK-DATE =
052300         FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INT)
052400     MOVE "RNDPOST"         TO CR-PROGRAM
052500     MOVE WS-CAL-CHECK-DATE TO CR-RUN-DATE
052600     READ PASTCRG-FILE
052700         INVALID KEY
052800             MOVE SPACE TO CR-STATUS
052900     END-READ
053000     IF NOT CR-ST-COMPLETE
053100         MOVE SPACES TO WS-CAL-REASON
053200         STRING "RNDPOST NIGHT NOT COMPLETE - " DELIMITED BY SIZE
053300                WS-CAL-CHECK-DATE              DELIMITED BY SIZE
053400             INTO WS-CAL-REASON
053500         GO TO 9970-REJECT-CALENDAR.
053600 6210-EXIT.
053700     EXIT.
053800*----------------------------------------------------------------
053900*  6250-REGISTER-REFUSAL  --  A REFUSAL FOR A DATE NOT YET
054000*  COMPLETE REGISTERS IT AS REFUSED; A REFUSED RERUN OF A DATE
054100*  ALREADY COMPLETE ONLY COUNTS THE ATTEMPT.
054200*----------------------------------------------------------------
054300 6250-REGISTER-REFUSAL.
054400     MOVE "RNDSETL"    TO CR-PROGRAM
054500     MOVE SC-WEEK-TO TO CR-RUN-DATE
054600     MOVE "N" TO WS-CRG-FOUND-SWITCH
054700     READ PASTCRG-FILE
054800         INVALID KEY
054900             CONTINUE
055000         NOT INVALID KEY
055100             MOVE "Y" TO WS-CRG-FOUND-SWITCH
055200     END-READ
055300     IF NOT COMPLETION-FOUND
055400         MOVE SPACES       TO PASTCRG-RECORD
055500         MOVE "RNDSETL"    TO CR-PROGRAM
055600         MOVE SC-WEEK-TO TO CR-RUN-DATE
055700         MOVE "R"          TO CR-STATUS
055800         MOVE ZEROS        TO CR-END-DATE
055900         MOVE ZEROS        TO CR-END-TIME
056000         MOVE ZEROS        TO CR-REFUSALS
056100     END-IF
056200     IF NOT CR-ST-COMPLETE
056300         MOVE "PASTSTLJ"        TO CR-JOB
056400         MOVE SC-WEEK-FROM TO CR-PERIOD-FROM
056500         MOVE WS-CAL-START-DATE TO CR-START-DATE
056600         MOVE WS-CAL-START-TIME TO CR-START-TIME
056700         MOVE 12                TO CR-RETURN-CODE
056800     END-IF
056900     ADD 1 TO CR-REFUSALS
057000     MOVE WS-CAL-REASON TO CR-REASON
057100     IF COMPLETION-FOUND
057200         REWRITE PASTCRG-RECORD
057300     ELSE
057400         WRITE PASTCRG-RECORD
057500     END-IF.
057600 6250-EXIT.
057700     EXIT.
057800*----------------------------------------------------------------
057900*  6300-RECORD-COMPLETION  --  MARK THE WEEK COMPLETE ON THE
058000*  PASTCRG REGISTER AT A CLEAN END, WITH THE RUN'S START AND
058100*  END TIMES AND RETURN CODE.  AN EARLIER REFUSAL FOR THE
058200*  DATE IS OVERTAKEN BUT ITS COUNT KEPT.
058300*----------------------------------------------------------------
058400 6300-RECORD-COMPLETION.
058500     OPEN I-O PASTCRG-FILE
058600     MOVE "RNDSETL"    TO CR-PROGRAM
058700     MOVE SC-WEEK-TO TO CR-RUN-DATE
058800     MOVE "N" TO WS-CRG-FOUND-SWITCH
058900     READ PASTCRG-FILE
059000         INVALID KEY
059100             CONTINUE
059200         NOT INVALID KEY
059300             MOVE "Y" TO WS-CRG-FOUND-SWITCH
059400     END-READ
059500     IF NOT COMPLETION-FOUND
059600         MOVE SPACES       TO PASTCRG-RECORD
059700         MOVE "RNDSETL"    TO CR-PROGRAM
059800         MOVE SC-WEEK-TO TO CR-RUN-DATE
059900         MOVE ZEROS        TO CR-REFUSALS
060000     END-IF
060100     MOVE "C"               TO CR-STATUS
060200     MOVE "PASTSTLJ"        TO CR-JOB
060300     MOVE SC-WEEK-FROM TO CR-PERIOD-FROM
060400     MOVE WS-CAL-START-DATE TO CR-START-DATE
060500     MOVE WS-CAL-START-TIME TO CR-START-TIME
060600     ACCEPT CR-END-DATE FROM DATE YYYYMMDD
060700     ACCEPT WS-TIME-RAW FROM TIME
060800     MOVE WS-TIME-RAW(1:6)  TO CR-END-TIME
060900     MOVE RETURN-CODE       TO CR-RETURN-CODE
061000     IF COMPLETION-FOUND
061100         REWRITE PASTCRG-RECORD
061200     ELSE
061300         WRITE PASTCRG-RECORD
061400     END-IF
061500     CLOSE PASTCRG-FILE.
061600 6300-EXIT.
061700     EXIT.
061800*----------------------------------------------------------------
061900*  9970-REJECT-CALENDAR  --  THE CALENDAR CHECK REFUSED THE
062000*  RUN.  NOTHING HAS BEEN TOUCHED -- TELL OPS WHY, JOURNAL AND
062100*  REGISTER THE REFUSAL, AND STOP WITH RC=12.
062200*----------------------------------------------------------------
062300 9970-REJECT-CALENDAR.
062400     DISPLAY "RNDSETL REFUSED -- " WS-CAL-REASON
062500     DISPLAY "  WEEK TO      : " SC-WEEK-TO
062600     PERFORM 6250-REGISTER-REFUSAL THRU 6250-EXIT
062700     OPEN EXTEND PASTJRNL-FILE
062800     MOVE SPACES TO PASTJRNL-RECORD
062900     MOVE SC-WEEK-TO TO JL-RUN-DATE
063000     ACCEPT WS-TIME-RAW FROM TIME
063100     MOVE WS-TIME-RAW(1:6) TO JL-TIME
063200     MOVE "RNDSETL"  TO JL-PROGRAM
063300     MOVE "REJECT"  TO JL-EVENT
063400     MOVE ZEROS     TO JL-K-VALUE
063500     MOVE ZEROS     TO JL-BATCH-COUNT
063600     MOVE ZEROS     TO JL-CODES-WRITTEN
063700     MOVE WS-CAL-REASON TO JL-REASON
063800     WRITE PASTJRNL-RECORD
063900     CLOSE PASTJRNL-FILE
064000     CLOSE PASTCAL-FILE
064100     CLOSE PASTCRG-FILE
064200     MOVE 12 TO RETURN-CODE
064300     STOP RUN.
