000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RNDHOLD.
000300 AUTHOR.         D W ALDEN.
000400 INSTALLATION.   PASTIME SYSTEMS - VOUCHER CODE GENERATION.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.  10/15/26.
000700*================================================================
000800*  RNDHOLD  --  BATCH MAINTENANCE OF THE PASTHOLD LEGAL-HOLD
000900*  FILE.  READS THE HOLDCTL DECK LEGAL STAGES -- ONE CARD PER
001000*  ACTION:  (H)OLD A CODE OR A WHOLE CAMPAIGN UNDER A CASE
001100*  NUMBER, (R)ELEASE A HOLD WHEN THE CASE CLOSES, OR (C)HANGE
001200*  THE REQUESTER OR REASON ON A HOLD IN FORCE -- AND APPLIES
001300*  EACH AGAINST THE KEYED FILE.  EVERY CARD PRINTS ON THE
001400*  PASTHLR REGISTER WITH ITS DISPOSITION AND THE USER ID OF
001500*  WHOEVER KEYED IT, SO A HOLD IS ONLY EVER PLACED OR LIFTED BY
001600*  AN AUDITABLE RUN.  WHILE A HOLD IS IN FORCE RNDARCH WILL NOT
001700*  PURGE THE CODE (OR ANY CODE OF THE CAMPAIGN) FROM PASTHIST
001800*  AND RNDRETN WILL NOT DESTROY ITS ARCHIVE RECORD.
001900*  A CODE HOLD NEED NOT BE ON PASTHIST -- A CODE ALREADY SWEPT
002000*  TO THE ARCHIVE IS HELD THERE -- BUT THE REGISTER SAYS SO.
002100*  A CAMPAIGN HOLD MUST NAME A CAMPAIGN ON THE PASTCAMP MASTER.
002200*  A HOLD CARD FOR A RELEASED HOLD REINSTATES IT.
002300*----------------------------------------------------------------
002400*  MODIFICATION HISTORY
002500*  MM/DD/YY  INIT  DESCRIPTION
002600*  10/15/26  DWA   ORIGINAL PROGRAM.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT HOLDCTL-FILE ASSIGN TO HOLDCTL
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT PASTHOLD-FILE ASSIGN TO PASTHOLD
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS HD-KEY.
003700     SELECT PASTHIST-FILE ASSIGN TO PASTHIST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS PH-CODE.
004100     SELECT PASTCAMP-FILE ASSIGN TO PASTCAMP
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS CM-CAMPAIGN-ID.
004500     SELECT PASTHLR-FILE ASSIGN TO PASTHLR
004600         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  HOLDCTL-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  HOLDCTL-RECORD.
005200     05  HN-ACTION               PIC X(01).
005300         88  HN-ACT-HOLD                 VALUE "H".
005400         88  HN-ACT-RELEASE              VALUE "R".
005500         88  HN-ACT-CHANGE               VALUE "C".
005600     05  HN-HOLD-TYPE            PIC X(01).
005700         88  HN-TYPE-CODE                VALUE "K".
005800         88  HN-TYPE-CAMPAIGN            VALUE "P".
005900     05  HN-CODE                 PIC X(100).
006000     05  HN-CASE-NO              PIC X(12).
006100     05  HN-REQUESTER            PIC X(20).
006200     05  HN-DATE                 PIC 9(08).
006300     05  HN-USER-ID              PIC X(08).
006400     05  HN-REASON               PIC X(30).
006500     05  FILLER                  PIC X(20).
006600 FD  PASTHOLD-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY PASTHOLD.
006900 FD  PASTHIST-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY PASTHIST.
007200 FD  PASTCAMP-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY PASTCAMP.
007500 FD  PASTHLR-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  PASTHLR-LINE                PIC X(205).
007800 WORKING-STORAGE SECTION.
007900 01  WS-CTL-EOF-SWITCH           PIC X(01)  VALUE "N".
008000     88  END-OF-HOLDCTL                  VALUE "Y".
008100 01  WS-HOLD-FOUND-SWITCH        PIC X(01)  VALUE "N".
008200     88  HOLD-RECORD-FOUND               VALUE "Y".
008300 77  WS-CARD-COUNT               PIC 9(05)  VALUE 0.
008400 77  WS-HELD-COUNT               PIC 9(05)  VALUE 0.
008500 77  WS-REINSTATED-COUNT         PIC 9(05)  VALUE 0.
008600 77  WS-RELEASED-COUNT           PIC 9(05)  VALUE 0.
008700 77  WS-CHANGED-COUNT            PIC 9(05)  VALUE 0.
008800 77  WS-ERROR-COUNT              PIC 9(05)  VALUE 0.
008900 01  WS-DISPOSITION              PIC X(24).
009000 01  HLR-HEADING-1.
009100     05  FILLER                 PIC X(39) VALUE
009200         "RNDHOLD LEGAL-HOLD MAINTENANCE REGISTER".
009300 01  HLR-HEADING-2.
009400     05  FILLER                 PIC X(03) VALUE "ACT".
009500     05  FILLER                 PIC X(02) VALUE SPACES.
009600     05  FILLER                 PIC X(02) VALUE "TY".
009700     05  FILLER                 PIC X(02) VALUE SPACES.
009800     05  FILLER                 PIC X(12) VALUE "CASE NO".
009900     05  FILLER                 PIC X(02) VALUE SPACES.
010000     05  FILLER                 PIC X(24) VALUE "DISPOSITION".
010100     05  FILLER                 PIC X(02) VALUE SPACES.
010200     05  FILLER                 PIC X(20) VALUE "REQUESTER".
010300     05  FILLER                 PIC X(02) VALUE SPACES.
010400     05  FILLER                 PIC X(08) VALUE "HELD".
010500     05  FILLER                 PIC X(02) VALUE SPACES.
010600     05  FILLER                 PIC X(08) VALUE "RELEASED".
010700     05  FILLER                 PIC X(02) VALUE SPACES.
010800     05  FILLER                 PIC X(08) VALUE "USER".
010900     05  FILLER                 PIC X(02) VALUE SPACES.
011000     05  FILLER                 PIC X(02) VALUE "ST".
011100     05  FILLER                 PIC X(02) VALUE SPACES.
011200     05  FILLER                 PIC X(16) VALUE "CODE / CAMPAIGN".
011300 01  HLR-DETAIL-LINE.
011400     05  HLR-ACTION             PIC X(01).
011500     05  FILLER                 PIC X(04) VALUE SPACES.
011600     05  HLR-HOLD-TYPE          PIC X(01).
011700     05  FILLER                 PIC X(03) VALUE SPACES.
011800     05  HLR-CASE-NO            PIC X(12).
011900     05  FILLER                 PIC X(02) VALUE SPACES.
012000     05  HLR-DISPOSITION        PIC X(24).
012100     05  FILLER                 PIC X(02) VALUE SPACES.
012200     05  HLR-REQUESTER          PIC X(20).
012300     05  FILLER                 PIC X(02) VALUE SPACES.
012400     05  HLR-HOLD-DATE          PIC 9(08).
012500     05  FILLER                 PIC X(02) VALUE SPACES.
012600     05  HLR-RELEASE-DATE       PIC 9(08).
012700     05  FILLER                 PIC X(02) VALUE SPACES.
012800     05  HLR-USER-ID            PIC X(08).
012900     05  FILLER                 PIC X(02) VALUE SPACES.
013000     05  HLR-STATUS             PIC X(01).
013100     05  FILLER                 PIC X(03) VALUE SPACES.
013200     05  HLR-CODE               PIC X(100).
013300 01  HLR-TOTAL-LINE.
013400     05  HLR-TOTAL-LABEL        PIC X(24).
013500     05  HLR-TOTAL-COUNT        PIC ZZZZ9.
013600 PROCEDURE DIVISION.
013700*----------------------------------------------------------------
013800*  0000-MAINLINE  --  OVERALL MAINTENANCE SEQUENCE.
013900*----------------------------------------------------------------
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
014200     PERFORM 2000-PROCESS-DECK     THRU 2000-EXIT
014300     PERFORM 8000-TERMINATE        THRU 8000-EXIT
014400     STOP RUN.
014500*----------------------------------------------------------------
014600*  1000-INITIALIZE  --  OPEN THE FILES AND PRINT THE REGISTER
014700*  HEADINGS.  AN EMPTY DECK IS REJECTED -- A MAINTENANCE RUN
014800*  WITH NOTHING TO DO IS A STAGING MISTAKE OPS SHOULD SEE.
014900*----------------------------------------------------------------
015000 1000-INITIALIZE.
015100     OPEN INPUT HOLDCTL-FILE
015200     READ HOLDCTL-FILE
015300         AT END
015400             GO TO 9920-REJECT-NO-CONTROL
015500     END-READ
015600     OPEN I-O    PASTHOLD-FILE
015700     OPEN INPUT  PASTHIST-FILE
015800     OPEN INPUT  PASTCAMP-FILE
015900     OPEN OUTPUT PASTHLR-FILE
016000     WRITE PASTHLR-LINE FROM HLR-HEADING-1
016100     MOVE SPACES TO PASTHLR-LINE
016200     WRITE PASTHLR-LINE
016300     WRITE PASTHLR-LINE FROM HLR-HEADING-2.
016400 1000-EXIT.
016500     EXIT.
016600*----------------------------------------------------------------
016700*  2000-PROCESS-DECK  --  DRIVE THE HOLDCTL DECK, ONE CARD PER
016800*  PASS.
016900*----------------------------------------------------------------
017000 2000-PROCESS-DECK.
017100     PERFORM 3000-APPLY-ONE-CARD THRU 3000-EXIT
017200         UNTIL END-OF-HOLDCTL.
017300 2000-EXIT.
017400     EXIT.
017500*----------------------------------------------------------------
017600*  3000-APPLY-ONE-CARD  --  VALIDATE THE CARD, LOOK THE HOLD UP
017700*  ON THE FILE, AND DISPATCH ON THE ACTION.  EVERY CARD --
017800*  APPLIED OR IN ERROR -- PRINTS ONE REGISTER LINE WITH ITS
017900*  DISPOSITION.  A KEYED-IN CODE IS UPPERCASED THE WAY RNDVFY
018000*  UPPERCASES AT THE DESK.
018100*----------------------------------------------------------------
018200 3000-APPLY-ONE-CARD.
018300     ADD 1 TO WS-CARD-COUNT
018400     INSPECT HN-CODE
018500         CONVERTING "abcdefghijklmnopqrstuvwxyz"
018600                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
018700     IF NOT HN-TYPE-CODE
018800         AND NOT HN-TYPE-CAMPAIGN
018900         MOVE "INVALID HOLD TYPE" TO WS-DISPOSITION
019000         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
019100         GO TO 3000-NEXT.
019200     IF HN-CODE = SPACES
019300         MOVE "NO CODE OR CAMPAIGN" TO WS-DISPOSITION
019400         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
019500         GO TO 3000-NEXT.
019600     IF HN-TYPE-CAMPAIGN
019700         AND HN-CODE(9:92) NOT = SPACES
019800         MOVE "CAMPAIGN ID TOO LONG" TO WS-DISPOSITION
019900         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
020000         GO TO 3000-NEXT.
020100     IF HN-CASE-NO = SPACES
020200         MOVE "CASE NUMBER MISSING" TO WS-DISPOSITION
020300         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
020400         GO TO 3000-NEXT.
020500     IF HN-USER-ID = SPACES
020600         MOVE "USER ID MISSING" TO WS-DISPOSITION
020700         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
020800         GO TO 3000-NEXT.
020900     MOVE "N" TO WS-HOLD-FOUND-SWITCH
021000     MOVE HN-HOLD-TYPE TO HD-KEY-TYPE
021100     MOVE HN-CODE      TO HD-KEY-CODE
021200     MOVE HN-CASE-NO   TO HD-KEY-CASE-NO
021300     READ PASTHOLD-FILE
021400         INVALID KEY
021500             CONTINUE
021600         NOT INVALID KEY
021700             MOVE "Y" TO WS-HOLD-FOUND-SWITCH
021800     END-READ
021900     EVALUATE TRUE
022000         WHEN HN-ACT-HOLD
022100             PERFORM 3100-PLACE-HOLD THRU 3100-EXIT
022200         WHEN HN-ACT-RELEASE
022300             PERFORM 3200-RELEASE-HOLD THRU 3200-EXIT
022400         WHEN HN-ACT-CHANGE
022500             PERFORM 3300-CHANGE-HOLD THRU 3300-EXIT
022600         WHEN OTHER
022700             MOVE "INVALID ACTION CODE" TO WS-DISPOSITION
022800             PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
022900     END-EVALUATE.
023000 3000-NEXT.
023100     READ HOLDCTL-FILE
023200         AT END MOVE "Y" TO WS-CTL-EOF-SWITCH
023300     END-READ.
023400 3000-EXIT.
023500     EXIT.
023600*----------------------------------------------------------------
023700*  3100-PLACE-HOLD  --  A NEW HOLD IS IN FORCE FROM THE CARD'S
023800*  DATE.  IT MUST NAME A REQUESTER.  A CAMPAIGN HOLD MUST NAME
023900*  A CAMPAIGN ON THE MASTER.  A HOLD ALREADY IN FORCE UNDER
024000*  THE SAME CASE IS AN ERROR; ONE RELEASED IS REINSTATED, AND
024050*  KEEPS ITS LAST RELEASE DATE AND RELEASER FOR THE RECORD.
024100*----------------------------------------------------------------
024200 3100-PLACE-HOLD.
024300     IF HOLD-RECORD-FOUND
024400         AND HD-ST-HELD
024500         MOVE "ALREADY HELD UNDER CASE" TO WS-DISPOSITION
024600         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
024700         GO TO 3100-EXIT.
024800     IF HN-DATE NOT NUMERIC
024900         OR HN-DATE = 0
025000         MOVE "HOLD DATE MISSING" TO WS-DISPOSITION
025100         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
025200         GO TO 3100-EXIT.
025300     IF HN-REQUESTER = SPACES
025400         MOVE "REQUESTER MISSING" TO WS-DISPOSITION
025500         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
025600         GO TO 3100-EXIT.
025700     IF HN-TYPE-CAMPAIGN
025800         MOVE HN-CODE(1:8) TO CM-CAMPAIGN-ID
025900         READ PASTCAMP-FILE
026000             INVALID KEY
026100                 MOVE "CAMPAIGN NOT ON MASTER"
026200                     TO WS-DISPOSITION
026300                 PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
026400                 GO TO 3100-EXIT
026500         END-READ
026600     END-IF
026650     IF NOT HOLD-RECORD-FOUND
026700         MOVE SPACES       TO PASTHOLD-RECORD
026800         MOVE HN-HOLD-TYPE TO HD-KEY-TYPE
026900         MOVE HN-CODE      TO HD-KEY-CODE
027000         MOVE HN-CASE-NO   TO HD-KEY-CASE-NO
027030         MOVE ZEROS        TO HD-RELEASE-DATE
027060     END-IF
027100     MOVE HN-REQUESTER TO HD-REQUESTER
027200     MOVE HN-DATE      TO HD-HOLD-DATE
027400     MOVE "H"          TO HD-STATUS
027500     MOVE HN-USER-ID   TO HD-PLACED-BY
027600     MOVE HN-REASON    TO HD-REASON
027700     IF HOLD-RECORD-FOUND
027800         REWRITE PASTHOLD-RECORD
027900         ADD 1 TO WS-REINSTATED-COUNT
028000         MOVE "REINSTATED" TO WS-DISPOSITION
028100     ELSE
028200         WRITE PASTHOLD-RECORD
028300             INVALID KEY
028400                 MOVE "WRITE FAILED - DUP KEY"
028500                     TO WS-DISPOSITION
028600                 PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
028700                 GO TO 3100-EXIT
028800         END-WRITE
028900         ADD 1 TO WS-HELD-COUNT
029000         MOVE "HELD" TO WS-DISPOSITION
029100     END-IF
029200     IF HN-TYPE-CODE
029300         MOVE HN-CODE TO PH-CODE
029400         READ PASTHIST-FILE
029500             INVALID KEY
029600                 MOVE "HELD - NOT ON PASTHIST"
029700                     TO WS-DISPOSITION
029800         END-READ
029900     END-IF
030000     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT.
030100 3100-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400*  3200-RELEASE-HOLD  --  THE CASE IS CLOSED.  THE HOLD STAYS
030500*  ON FILE, RELEASED AS OF THE CARD'S DATE BY THE CARD'S USER,
030600*  AND STOPS PROTECTING THE CODE FROM THE NEXT SWEEP.
030700*----------------------------------------------------------------
030800 3200-RELEASE-HOLD.
030900     IF NOT HOLD-RECORD-FOUND
031000         MOVE "HOLD NOT ON FILE" TO WS-DISPOSITION
031100         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
031200         GO TO 3200-EXIT.
031300     IF NOT HD-ST-HELD
031400         MOVE "ALREADY RELEASED" TO WS-DISPOSITION
031500         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
031600         GO TO 3200-EXIT.
031700     IF HN-DATE NOT NUMERIC
031800         OR HN-DATE = 0
031900         MOVE "RELEASE DATE MISSING" TO WS-DISPOSITION
032000         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
032100         GO TO 3200-EXIT.
032200     IF HN-DATE < HD-HOLD-DATE
032300         MOVE "RELEASED BEFORE HELD" TO WS-DISPOSITION
032400         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
032500         GO TO 3200-EXIT.
032600     MOVE "R"        TO HD-STATUS
032700     MOVE HN-DATE    TO HD-RELEASE-DATE
032800     MOVE HN-USER-ID TO HD-RELEASED-BY
032900     REWRITE PASTHOLD-RECORD
033000     ADD 1 TO WS-RELEASED-COUNT
033100     MOVE "RELEASED" TO WS-DISPOSITION
033200     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT.
033300 3200-EXIT.
033400     EXIT.
033500*----------------------------------------------------------------
033600*  3300-CHANGE-HOLD  --  CORRECT THE REQUESTER OR REASON ON A
033700*  HOLD IN FORCE, EACH ONLY WHEN SUPPLIED (NON-BLANK).  THE
033800*  DATES BELONG TO THE HOLD AND RELEASE CARDS.
033900*----------------------------------------------------------------
034000 3300-CHANGE-HOLD.
034100     IF NOT HOLD-RECORD-FOUND
034200         MOVE "HOLD NOT ON FILE" TO WS-DISPOSITION
034300         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
034400         GO TO 3300-EXIT.
034500     IF NOT HD-ST-HELD
034600         MOVE "HOLD NOT IN FORCE" TO WS-DISPOSITION
034700         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
034800         GO TO 3300-EXIT.
034900     IF HN-REQUESTER NOT = SPACES
035000         MOVE HN-REQUESTER TO HD-REQUESTER
035100     END-IF
035200     IF HN-REASON NOT = SPACES
035300         MOVE HN-REASON TO HD-REASON
035400     END-IF
035500     REWRITE PASTHOLD-RECORD
035600     ADD 1 TO WS-CHANGED-COUNT
035700     MOVE "CHANGED" TO WS-DISPOSITION
035800     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT.
035900 3300-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200*  3800-WRITE-REGISTER  --  ONE REGISTER LINE PER CARD.  THE
036300*  REQUESTER, DATES AND STATUS SHOWN ARE THE FILE'S AFTER THE
036400*  CARD WAS APPLIED (OR THE CARD'S OWN ON AN ERROR LINE).
036500*----------------------------------------------------------------
036600 3800-WRITE-REGISTER.
036700     MOVE HN-ACTION       TO HLR-ACTION
036800     MOVE HN-HOLD-TYPE    TO HLR-HOLD-TYPE
036900     MOVE HN-CASE-NO      TO HLR-CASE-NO
037000     MOVE WS-DISPOSITION  TO HLR-DISPOSITION
037100     MOVE HD-REQUESTER    TO HLR-REQUESTER
037200     MOVE HD-HOLD-DATE    TO HLR-HOLD-DATE
037300     MOVE HD-RELEASE-DATE TO HLR-RELEASE-DATE
037400     MOVE HN-USER-ID      TO HLR-USER-ID
037500     MOVE HD-STATUS       TO HLR-STATUS
037600     MOVE HN-CODE         TO HLR-CODE
037700     WRITE PASTHLR-LINE FROM HLR-DETAIL-LINE.
037800 3800-EXIT.
037900     EXIT.
038000 3900-CARD-IN-ERROR.
038100     ADD 1 TO WS-ERROR-COUNT
038200     MOVE HN-ACTION       TO HLR-ACTION
038300     MOVE HN-HOLD-TYPE    TO HLR-HOLD-TYPE
038400     MOVE HN-CASE-NO      TO HLR-CASE-NO
038500     MOVE WS-DISPOSITION  TO HLR-DISPOSITION
038600     MOVE HN-REQUESTER    TO HLR-REQUESTER
038700     IF HN-DATE NUMERIC
038800         MOVE HN-DATE     TO HLR-HOLD-DATE
038900     ELSE
039000         MOVE ZEROS       TO HLR-HOLD-DATE
039100     END-IF
039200     MOVE ZEROS           TO HLR-RELEASE-DATE
039300     MOVE HN-USER-ID      TO HLR-USER-ID
039400     MOVE SPACE           TO HLR-STATUS
039500     MOVE HN-CODE         TO HLR-CODE
039600     WRITE PASTHLR-LINE FROM HLR-DETAIL-LINE.
039700 3900-EXIT.
039800     EXIT.
039900*----------------------------------------------------------------
040000*  8000-TERMINATE  --  PRINT THE CONTROL TOTALS AND CLOSE DOWN.
040100*  RC=4 FLAGS A DECK THAT DID NOT APPLY CLEANLY SO THE CARDS
040200*  IN ERROR CAN BE CORRECTED AND RESTAGED.
040300*----------------------------------------------------------------
040400 8000-TERMINATE.
040500     MOVE SPACES TO PASTHLR-LINE
040600     WRITE PASTHLR-LINE
040700     MOVE "CARDS READ"           TO HLR-TOTAL-LABEL
040800     MOVE WS-CARD-COUNT          TO HLR-TOTAL-COUNT
040900     WRITE PASTHLR-LINE FROM HLR-TOTAL-LINE
041000     MOVE "HOLDS PLACED"         TO HLR-TOTAL-LABEL
041100     MOVE WS-HELD-COUNT          TO HLR-TOTAL-COUNT
041200     WRITE PASTHLR-LINE FROM HLR-TOTAL-LINE
041300     MOVE "HOLDS REINSTATED"     TO HLR-TOTAL-LABEL
041400     MOVE WS-REINSTATED-COUNT    TO HLR-TOTAL-COUNT
041500     WRITE PASTHLR-LINE FROM HLR-TOTAL-LINE
041600     MOVE "HOLDS RELEASED"       TO HLR-TOTAL-LABEL
041700     MOVE WS-RELEASED-COUNT      TO HLR-TOTAL-COUNT
041800     WRITE PASTHLR-LINE FROM HLR-TOTAL-LINE
041900     MOVE "HOLDS CHANGED"        TO HLR-TOTAL-LABEL
042000     MOVE WS-CHANGED-COUNT       TO HLR-TOTAL-COUNT
042100     WRITE PASTHLR-LINE FROM HLR-TOTAL-LINE
042200     MOVE "CARDS IN ERROR"       TO HLR-TOTAL-LABEL
042300     MOVE WS-ERROR-COUNT         TO HLR-TOTAL-COUNT
042400     WRITE PASTHLR-LINE FROM HLR-TOTAL-LINE
042500     CLOSE HOLDCTL-FILE
042600     CLOSE PASTHOLD-FILE
042700     CLOSE PASTHIST-FILE
042800     CLOSE PASTCAMP-FILE
042900     CLOSE PASTHLR-FILE
043000     DISPLAY "RNDHOLD -- " WS-CARD-COUNT " CARD(S), "
043100         WS-ERROR-COUNT " IN ERROR"
043200     IF WS-ERROR-COUNT > 0
043300         MOVE 4 TO RETURN-CODE
043400     END-IF.
043500 8000-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800*  9920-REJECT-NO-CONTROL  --  THE HOLDCTL DECK HAD NO CARD.
043900*  TELL OPS WHY AND STOP CLEANLY -- NOTHING IS CHANGED.
044000*----------------------------------------------------------------
044100 9920-REJECT-NO-CONTROL.
044200     DISPLAY "RNDHOLD REJECTED -- HOLDCTL CONTROL FILE IS EMPTY"
044300     CLOSE HOLDCTL-FILE
044400     MOVE 16 TO RETURN-CODE
044500     STOP RUN.
