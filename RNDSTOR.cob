000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RNDSTOR.
000300 AUTHOR.         D W ALDEN.
000400 INSTALLATION.   PASTIME SYSTEMS - VOUCHER CODE GENERATION.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.  10/15/26.
000700*================================================================
000800*  RNDSTOR  --  BATCH MAINTENANCE OF THE PASTSTOR STORE MASTER
000900*  FILE.  READS THE STORCTL DECK FIELD OPERATIONS STAGES --
001000*  ONE CARD PER ACTION:  (A)DD A NEW STORE, (C)HANGE AN
001100*  EXISTING ONE, (X) CLOSE ONE AS OF ITS LAST TRADING DAY, OR
001200*  (R)EOPEN ONE CLOSED IN ERROR -- AND APPLIES EACH AGAINST THE
001300*  KEYED MASTER.  EVERY CARD PRINTS ON THE PASTSMR MAINTENANCE
001400*  REGISTER WITH ITS DISPOSITION, SO THE MASTER RNDPOST
001500*  VALIDATES TENDERS AGAINST IS ONLY EVER CHANGED BY AN
001600*  AUDITABLE RUN, NEVER A MANUAL FILE EDIT.
001700*  A CHANGE CARD REPLACES THE NAME, TERRITORY AND STATE ONLY
001800*  WHEN SUPPLIED (NON-BLANK) AND THE OPEN DATE ONLY WHEN NON-
001900*  ZERO.  THE CLOSE DATE BELONGS TO THE CLOSE CARD; A CHANGE
002000*  CARD MAY CORRECT IT ONLY ON A STORE ALREADY CLOSED.
002100*----------------------------------------------------------------
002200*  MODIFICATION HISTORY
002300*  MM/DD/YY  INIT  DESCRIPTION
002400*  10/15/26  DWA   ORIGINAL PROGRAM.
002420*  10/15/26  DWA   CARRY THE NEW SM-STATE ON THE STORCTL CARD.
002440*                  AN ADD MUST SUPPLY IT; A CHANGE REPLACES IT
002460*                  ONLY WHEN NON-BLANK.  IT PRINTS ON THE
002480*                  REGISTER AFTER THE DISTRICT.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT STORCTL-FILE ASSIGN TO STORCTL
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT PASTSTOR-FILE ASSIGN TO PASTSTOR
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS SM-STORE-NO.
003500     SELECT PASTSMR-FILE ASSIGN TO PASTSMR
003600         ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  STORCTL-FILE
004000     LABEL RECORDS ARE STANDARD.
004100 01  STORCTL-RECORD.
004200     05  SN-ACTION               PIC X(01).
004300         88  SN-ACT-ADD                  VALUE "A".
004400         88  SN-ACT-CHANGE               VALUE "C".
004500         88  SN-ACT-CLOSE                VALUE "X".
004600         88  SN-ACT-REOPEN               VALUE "R".
004700     05  SN-STORE-NO             PIC 9(05).
004800     05  SN-STORE-NAME           PIC X(30).
004900     05  SN-REGION               PIC X(04).
005000     05  SN-DISTRICT             PIC X(04).
005100     05  SN-OPEN-DATE            PIC 9(08).
005200     05  SN-CLOSE-DATE           PIC 9(08).
005210     05  SN-STATE                PIC X(02).
005300     05  FILLER                  PIC X(18).
005400 FD  PASTSTOR-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY PASTSTOR.
005700 FD  PASTSMR-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  PASTSMR-LINE                PIC X(120).
006000 WORKING-STORAGE SECTION.
006100 01  WS-CTL-EOF-SWITCH           PIC X(01)  VALUE "N".
006200     88  END-OF-STORCTL                  VALUE "Y".
006300 01  WS-MAST-FOUND-SWITCH        PIC X(01)  VALUE "N".
006400     88  MASTER-RECORD-FOUND             VALUE "Y".
006500 77  WS-CARD-COUNT               PIC 9(05)  VALUE 0.
006600 77  WS-ADDED-COUNT              PIC 9(05)  VALUE 0.
006700 77  WS-CHANGED-COUNT            PIC 9(05)  VALUE 0.
006800 77  WS-CLOSED-COUNT             PIC 9(05)  VALUE 0.
006900 77  WS-REOPENED-COUNT           PIC 9(05)  VALUE 0.
007000 77  WS-ERROR-COUNT              PIC 9(05)  VALUE 0.
007100 01  WS-DISPOSITION              PIC X(24).
007200 01  SMR-HEADING-1.
007300     05  FILLER                 PIC X(34) VALUE
007400         "RNDSTOR STORE MAINTENANCE REGISTER".
007500 01  SMR-HEADING-2.
007600     05  FILLER                 PIC X(06) VALUE "ACTION".
007700     05  FILLER                 PIC X(02) VALUE SPACES.
007800     05  FILLER                 PIC X(05) VALUE "STORE".
007900     05  FILLER                 PIC X(02) VALUE SPACES.
008000     05  FILLER                 PIC X(24) VALUE "DISPOSITION".
008100     05  FILLER                 PIC X(02) VALUE SPACES.
008200     05  FILLER                 PIC X(30) VALUE "STORE NAME".
008300     05  FILLER                 PIC X(02) VALUE SPACES.
008400     05  FILLER                 PIC X(04) VALUE "REGN".
008500     05  FILLER                 PIC X(02) VALUE SPACES.
008600     05  FILLER                 PIC X(04) VALUE "DIST".
008630     05  FILLER                 PIC X(02) VALUE SPACES.
008660     05  FILLER                 PIC X(05) VALUE "STATE".
008700     05  FILLER                 PIC X(02) VALUE SPACES.
008800     05  FILLER                 PIC X(08) VALUE "OPENED".
008900     05  FILLER                 PIC X(02) VALUE SPACES.
009000     05  FILLER                 PIC X(08) VALUE "CLOSED".
009100     05  FILLER                 PIC X(02) VALUE SPACES.
009200     05  FILLER                 PIC X(02) VALUE "ST".
009300 01  SMR-DETAIL-LINE.
009400     05  SMR-ACTION             PIC X(01).
009500     05  FILLER                 PIC X(07) VALUE SPACES.
009600     05  SMR-STORE-NO           PIC 9(05).
009700     05  FILLER                 PIC X(02) VALUE SPACES.
009800     05  SMR-DISPOSITION        PIC X(24).
009900     05  FILLER                 PIC X(02) VALUE SPACES.
010000     05  SMR-STORE-NAME         PIC X(30).
010100     05  FILLER                 PIC X(02) VALUE SPACES.
010200     05  SMR-REGION             PIC X(04).
010300     05  FILLER                 PIC X(02) VALUE SPACES.
010400     05  SMR-DISTRICT           PIC X(04).
010420     05  FILLER                 PIC X(02) VALUE SPACES.
010440     05  SMR-STATE              PIC X(02).
010500     05  FILLER                 PIC X(05) VALUE SPACES.
010600     05  SMR-OPEN-DATE          PIC 9(08).
010700     05  FILLER                 PIC X(02) VALUE SPACES.
010800     05  SMR-CLOSE-DATE         PIC 9(08).
010900     05  FILLER                 PIC X(02) VALUE SPACES.
011000     05  SMR-STATUS             PIC X(01).
011100 01  SMR-TOTAL-LINE.
011200     05  SMR-TOTAL-LABEL        PIC X(24).
011300     05  SMR-TOTAL-COUNT        PIC ZZZZ9.
011400 PROCEDURE DIVISION.
011500*----------------------------------------------------------------
011600*  0000-MAINLINE  --  OVERALL MAINTENANCE SEQUENCE.
011700*----------------------------------------------------------------
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
012000     PERFORM 2000-PROCESS-DECK     THRU 2000-EXIT
012100     PERFORM 8000-TERMINATE        THRU 8000-EXIT
012200     STOP RUN.
012300*----------------------------------------------------------------
012400*  1000-INITIALIZE  --  OPEN THE FILES AND PRINT THE REGISTER
012500*  HEADINGS.  AN EMPTY DECK IS REJECTED -- A MAINTENANCE RUN
012600*  WITH NOTHING TO DO IS A STAGING MISTAKE OPS SHOULD SEE.
012700*----------------------------------------------------------------
012800 1000-INITIALIZE.
012900     OPEN INPUT STORCTL-FILE
013000     READ STORCTL-FILE
013100         AT END
013200             GO TO 9920-REJECT-NO-CONTROL
013300     END-READ
013400     OPEN I-O    PASTSTOR-FILE
013500     OPEN OUTPUT PASTSMR-FILE
013600     WRITE PASTSMR-LINE FROM SMR-HEADING-1
013700     MOVE SPACES TO PASTSMR-LINE
013800     WRITE PASTSMR-LINE
013900     WRITE PASTSMR-LINE FROM SMR-HEADING-2.
014000 1000-EXIT.
014100     EXIT.
014200*----------------------------------------------------------------
014300*  2000-PROCESS-DECK  --  DRIVE THE STORCTL DECK, ONE CARD PER
014400*  PASS.
014500*----------------------------------------------------------------
014600 2000-PROCESS-DECK.
014700     PERFORM 3000-APPLY-ONE-CARD THRU 3000-EXIT
014800         UNTIL END-OF-STORCTL.
014900 2000-EXIT.
015000     EXIT.
015100*----------------------------------------------------------------
015200*  3000-APPLY-ONE-CARD  --  VALIDATE THE CARD, LOOK THE STORE
015300*  UP ON THE MASTER, AND DISPATCH ON THE ACTION.  EVERY CARD --
015400*  APPLIED OR IN ERROR -- PRINTS ONE REGISTER LINE WITH ITS
015500*  DISPOSITION.
015600*----------------------------------------------------------------
015700 3000-APPLY-ONE-CARD.
015800     ADD 1 TO WS-CARD-COUNT
015900     IF SN-STORE-NO NOT NUMERIC
016000         OR SN-STORE-NO = 0
016100         MOVE "STORE NUMBER INVALID" TO WS-DISPOSITION
016200         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
016300         GO TO 3000-NEXT.
016400     MOVE "N" TO WS-MAST-FOUND-SWITCH
016500     MOVE SN-STORE-NO TO SM-STORE-NO
016600     READ PASTSTOR-FILE
016700         INVALID KEY
016800             CONTINUE
016900         NOT INVALID KEY
017000             MOVE "Y" TO WS-MAST-FOUND-SWITCH
017100     END-READ
017200     EVALUATE TRUE
017300         WHEN SN-ACT-ADD
017400             PERFORM 3100-ADD-STORE THRU 3100-EXIT
017500         WHEN SN-ACT-CHANGE
017600             PERFORM 3200-CHANGE-STORE THRU 3200-EXIT
017700         WHEN SN-ACT-CLOSE
017800             PERFORM 3300-CLOSE-STORE THRU 3300-EXIT
017900         WHEN SN-ACT-REOPEN
018000             PERFORM 3400-REOPEN-STORE THRU 3400-EXIT
018100         WHEN OTHER
018200             MOVE "INVALID ACTION CODE" TO WS-DISPOSITION
018300             PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
018400     END-EVALUATE.
018500 3000-NEXT.
018600     READ STORCTL-FILE
018700         AT END MOVE "Y" TO WS-CTL-EOF-SWITCH
018800     END-READ.
018900 3000-EXIT.
019000     EXIT.
019100*----------------------------------------------------------------
019200*  3100-ADD-STORE  --  A NEW STORE STARTS LIFE ACTIVE.  IT MUST
019300*  CARRY A NAME, A REGION AND A DISTRICT -- A STORE WITH NO
019400*  TERRITORY WOULD FALL OUT OF EVERY RNDSETL SUBTOTAL -- AND
019410*  THE STATE IT TRADES IN, FOR THE RNDESCH ESCHEAT FILING.  A
019500*  CARD FOR A NUMBER ALREADY ON THE MASTER IS AN ERROR.
019600*----------------------------------------------------------------
019700 3100-ADD-STORE.
019800     IF MASTER-RECORD-FOUND
019900         MOVE "ALREADY ON MASTER" TO WS-DISPOSITION
020000         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
020100         GO TO 3100-EXIT.
020200     IF SN-STORE-NAME = SPACES
020300         OR SN-REGION = SPACES
020400         OR SN-DISTRICT = SPACES
020450         OR SN-STATE = SPACES
020500         MOVE "NAME/TERRITORY MISSING" TO WS-DISPOSITION
020600         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
020700         GO TO 3100-EXIT.
020800     MOVE SPACES          TO PASTSTOR-RECORD
020900     MOVE SN-STORE-NO     TO SM-STORE-NO
021000     MOVE SN-STORE-NAME   TO SM-STORE-NAME
021100     MOVE SN-REGION       TO SM-REGION
021200     MOVE SN-DISTRICT     TO SM-DISTRICT
021250     MOVE SN-STATE        TO SM-STATE
021300     MOVE SN-OPEN-DATE    TO SM-OPEN-DATE
021400     MOVE ZEROS           TO SM-CLOSE-DATE
021500     MOVE "A"             TO SM-STATUS
021600     WRITE PASTSTOR-RECORD
021700         INVALID KEY
021800             MOVE "WRITE FAILED - DUP KEY" TO WS-DISPOSITION
021900             PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
022000             GO TO 3100-EXIT
022100     END-WRITE
022200     ADD 1 TO WS-ADDED-COUNT
022300     MOVE "ADDED" TO WS-DISPOSITION
022400     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT.
022500 3100-EXIT.
022600     EXIT.
022700*----------------------------------------------------------------
022800*  3200-CHANGE-STORE  --  REPLACE THE MAINTAINABLE FIELDS THE
022900*  CARD SUPPLIES.  NAME, TERRITORY AND STATE CHANGE ONLY WHEN
023000*  NON-BLANK, THE OPEN DATE ONLY WHEN NON-ZERO.  A CLOSE DATE
023100*  ON A CHANGE CARD CORRECTS A CLOSED STORE'S LAST TRADING
023200*  DAY; ON AN OPEN STORE IT IS AN ERROR -- CLOSING TAKES AN X
023300*  CARD SO IT SHOWS ON THE REGISTER AS A CLOSE.
023400*----------------------------------------------------------------
023500 3200-CHANGE-STORE.
023600     IF NOT MASTER-RECORD-FOUND
023700         MOVE "NOT ON MASTER" TO WS-DISPOSITION
023800         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
023900         GO TO 3200-EXIT.
024000     IF SN-CLOSE-DATE > 0
024100         AND NOT SM-ST-CLOSED
024200         MOVE "STORE NOT CLOSED" TO WS-DISPOSITION
024300         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
024400         GO TO 3200-EXIT.
024500     IF SN-STORE-NAME NOT = SPACES
024600         MOVE SN-STORE-NAME TO SM-STORE-NAME
024700     END-IF
024800     IF SN-REGION NOT = SPACES
024900         MOVE SN-REGION TO SM-REGION
025000     END-IF
025100     IF SN-DISTRICT NOT = SPACES
025200         MOVE SN-DISTRICT TO SM-DISTRICT
025300     END-IF
025320     IF SN-STATE NOT = SPACES
025340         MOVE SN-STATE TO SM-STATE
025360     END-IF
025400     IF SN-OPEN-DATE > 0
025500         MOVE SN-OPEN-DATE TO SM-OPEN-DATE
025600     END-IF
025700     IF SN-CLOSE-DATE > 0
025800         MOVE SN-CLOSE-DATE TO SM-CLOSE-DATE
025900     END-IF
026000     IF SM-ST-CLOSED
026100         AND SM-CLOSE-DATE < SM-OPEN-DATE
026200         MOVE "CLOSED BEFORE OPENED" TO WS-DISPOSITION
026300         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
026400         GO TO 3200-EXIT.
026500     REWRITE PASTSTOR-RECORD
026600     ADD 1 TO WS-CHANGED-COUNT
026700     MOVE "CHANGED" TO WS-DISPOSITION
026800     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT.
026900 3200-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------
027200*  3300-CLOSE-STORE  --  FLIP THE STATUS TO CLOSED AS OF THE
027300*  CARD'S CLOSE DATE, THE LAST DAY THE STORE TRADED.  RNDPOST
027400*  STILL POSTS A LATE TENDER DATED ON OR BEFORE IT; ANYTHING
027500*  DATED AFTER IT GOES TO THE EXCEPTION LISTING.  THE RECORD
027600*  STAYS ON THE MASTER FOR HISTORY AND FOR RNDSETL.
027700*----------------------------------------------------------------
027800 3300-CLOSE-STORE.
027900     IF NOT MASTER-RECORD-FOUND
028000         MOVE "NOT ON MASTER" TO WS-DISPOSITION
028100         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
028200         GO TO 3300-EXIT.
028300     IF SM-ST-CLOSED
028400         MOVE "ALREADY CLOSED" TO WS-DISPOSITION
028500         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
028600         GO TO 3300-EXIT.
028700     IF SN-CLOSE-DATE = 0
028800         MOVE "CLOSE DATE MISSING" TO WS-DISPOSITION
028900         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
029000         GO TO 3300-EXIT.
029100     IF SN-CLOSE-DATE < SM-OPEN-DATE
029200         MOVE "CLOSED BEFORE OPENED" TO WS-DISPOSITION
029300         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
029400         GO TO 3300-EXIT.
029500     MOVE "C"           TO SM-STATUS
029600     MOVE SN-CLOSE-DATE TO SM-CLOSE-DATE
029700     REWRITE PASTSTOR-RECORD
029800     ADD 1 TO WS-CLOSED-COUNT
029900     MOVE "CLOSED" TO WS-DISPOSITION
030000     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT.
030100 3300-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400*  3400-REOPEN-STORE  --  BACK OUT A CLOSE KEYED IN ERROR (OR A
030500*  STORE REOPENED ON THE SAME NUMBER).  THE CLOSE DATE IS
030600*  CLEARED; THE REGISTER LINE KEEPS THE AUDIT TRAIL.
030700*----------------------------------------------------------------
030800 3400-REOPEN-STORE.
030900     IF NOT MASTER-RECORD-FOUND
031000         MOVE "NOT ON MASTER" TO WS-DISPOSITION
031100         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
031200         GO TO 3400-EXIT.
031300     IF NOT SM-ST-CLOSED
031400         MOVE "STORE NOT CLOSED" TO WS-DISPOSITION
031500         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
031600         GO TO 3400-EXIT.
031700     MOVE "A"   TO SM-STATUS
031800     MOVE ZEROS TO SM-CLOSE-DATE
031900     IF SN-OPEN-DATE > 0
032000         MOVE SN-OPEN-DATE TO SM-OPEN-DATE
032100     END-IF
032200     REWRITE PASTSTOR-RECORD
032300     ADD 1 TO WS-REOPENED-COUNT
032400     MOVE "REOPENED" TO WS-DISPOSITION
032500     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT.
032600 3400-EXIT.
032700     EXIT.
032800*----------------------------------------------------------------
032900*  3800-WRITE-REGISTER  --  ONE REGISTER LINE PER CARD.  THE
033000*  NAME, TERRITORY, DATES AND STATUS SHOWN ARE THE MASTER'S
033100*  AFTER THE CARD WAS APPLIED (OR THE CARD'S OWN ON AN ERROR
033200*  LINE).
033300*----------------------------------------------------------------
033400 3800-WRITE-REGISTER.
033500     MOVE SN-ACTION       TO SMR-ACTION
033600     MOVE SN-STORE-NO     TO SMR-STORE-NO
033700     MOVE WS-DISPOSITION  TO SMR-DISPOSITION
033800     MOVE SM-STORE-NAME   TO SMR-STORE-NAME
033900     MOVE SM-REGION       TO SMR-REGION
034000     MOVE SM-DISTRICT     TO SMR-DISTRICT
034050     MOVE SM-STATE        TO SMR-STATE
034100     MOVE SM-OPEN-DATE    TO SMR-OPEN-DATE
034200     MOVE SM-CLOSE-DATE   TO SMR-CLOSE-DATE
034300     MOVE SM-STATUS       TO SMR-STATUS
034400     WRITE PASTSMR-LINE FROM SMR-DETAIL-LINE.
034500 3800-EXIT.
034600     EXIT.
034700 3900-CARD-IN-ERROR.
034800     ADD 1 TO WS-ERROR-COUNT
034900     MOVE SN-ACTION       TO SMR-ACTION
035000     MOVE SN-STORE-NO     TO SMR-STORE-NO
035100     MOVE WS-DISPOSITION  TO SMR-DISPOSITION
035200     MOVE SN-STORE-NAME   TO SMR-STORE-NAME
035300     MOVE SN-REGION       TO SMR-REGION
035400     MOVE SN-DISTRICT     TO SMR-DISTRICT
035450     MOVE SN-STATE        TO SMR-STATE
035500     MOVE SN-OPEN-DATE    TO SMR-OPEN-DATE
035600     MOVE SN-CLOSE-DATE   TO SMR-CLOSE-DATE
035700     MOVE SPACE           TO SMR-STATUS
035800     WRITE PASTSMR-LINE FROM SMR-DETAIL-LINE.
035900 3900-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200*  8000-TERMINATE  --  PRINT THE CONTROL TOTALS AND CLOSE DOWN.
036300*  RC=4 FLAGS A DECK THAT DID NOT APPLY CLEANLY SO THE CARDS
036400*  IN ERROR CAN BE CORRECTED AND RESTAGED.
036500*----------------------------------------------------------------
036600 8000-TERMINATE.
036700     MOVE SPACES TO PASTSMR-LINE
036800     WRITE PASTSMR-LINE
036900     MOVE "CARDS READ"           TO SMR-TOTAL-LABEL
037000     MOVE WS-CARD-COUNT          TO SMR-TOTAL-COUNT
037100     WRITE PASTSMR-LINE FROM SMR-TOTAL-LINE
037200     MOVE "STORES ADDED"         TO SMR-TOTAL-LABEL
037300     MOVE WS-ADDED-COUNT         TO SMR-TOTAL-COUNT
037400     WRITE PASTSMR-LINE FROM SMR-TOTAL-LINE
037500     MOVE "STORES CHANGED"       TO SMR-TOTAL-LABEL
037600     MOVE WS-CHANGED-COUNT       TO SMR-TOTAL-COUNT
037700     WRITE PASTSMR-LINE FROM SMR-TOTAL-LINE
037800     MOVE "STORES CLOSED"        TO SMR-TOTAL-LABEL
037900     MOVE WS-CLOSED-COUNT        TO SMR-TOTAL-COUNT
038000     WRITE PASTSMR-LINE FROM SMR-TOTAL-LINE
038100     MOVE "STORES REOPENED"      TO SMR-TOTAL-LABEL
038200     MOVE WS-REOPENED-COUNT      TO SMR-TOTAL-COUNT
038300     WRITE PASTSMR-LINE FROM SMR-TOTAL-LINE
038400     MOVE "CARDS IN ERROR"       TO SMR-TOTAL-LABEL
038500     MOVE WS-ERROR-COUNT         TO SMR-TOTAL-COUNT
038600     WRITE PASTSMR-LINE FROM SMR-TOTAL-LINE
038700     CLOSE STORCTL-FILE
038800     CLOSE PASTSTOR-FILE
038900     CLOSE PASTSMR-FILE
039000     DISPLAY "RNDSTOR -- " WS-CARD-COUNT " CARD(S), "
039100         WS-ERROR-COUNT " IN ERROR"
039200     IF WS-ERROR-COUNT > 0
039300         MOVE 4 TO RETURN-CODE
039400     END-IF.
039500 8000-EXIT.
039600     EXIT.
039700*----------------------------------------------------------------
039800*  9920-REJECT-NO-CONTROL  --  THE STORCTL DECK HAD NO CARD.
039900*  TELL OPS WHY AND STOP CLEANLY -- NOTHING IS CHANGED.
040000*----------------------------------------------------------------
040100 9920-REJECT-NO-CONTROL.
040200     DISPLAY "RNDSTOR REJECTED -- STORCTL CONTROL FILE IS EMPTY"
040300     CLOSE STORCTL-FILE
040400     MOVE 16 TO RETURN-CODE
040500     STOP RUN.
