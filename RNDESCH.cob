000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RNDESCH.
000300 AUTHOR.         D W ALDEN.
000400 INSTALLATION.   PASTIME SYSTEMS - VOUCHER CODE GENERATION.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.  10/15/26.
000700*================================================================
000800*  RNDESCH  --  ANNUAL UNCLAIMED PROPERTY (ESCHEAT) RUN.  A
000900*  VOUCHER THAT NEVER EXPIRES AND IS NEVER REDEEMED IS, AFTER
001000*  THE DORMANCY PERIOD, UNCLAIMED PROPERTY THE HOLDER MUST
001100*  REPORT AND REMIT TO THE STATE.  THE ESCHCTL CARD GIVES THE
001200*  RUN DATE, THE DORMANCY PERIOD IN DAYS, THE MODE, AND THE
001300*  HOLDER DETAILS FOR THE FILING.  THE RUN --
001400*    -  SCANS PASTHIST FOR CODES STILL ISSUED, WITH NO EXPIRY
001500*       DATE, NOT ALREADY REPORTED, WHOSE LAST ACTIVITY (THE
001600*       STATUS DATE -- ISSUE, OR A REVERSED REDEMPTION) IS
001700*       BEFORE THE RUN DATE LESS THE DORMANCY PERIOD;
001800*    -  VALUES EACH AT ITS PH-FACE-VALUE AND REPORTS IT TO THE
001900*       STATE OF THE CAMPAIGN'S ISSUING STORE ON PASTSTOR, OR
002000*       FAILING THAT THE CAMPAIGN OWNER'S STATE ON PASTCAMP --
002100*       A CODE WITH NEITHER IS LISTED BUT NOT REPORTED (RC=4);
002200*    -  SORTS THEM BY STATE AND WRITES THE PASTESC FILING
002300*       EXTRACT (HEADER, DETAILS, STATE TOTALS, HOLDER TOTALS)
002400*       AND THE PASTEDD DUE-DILIGENCE LISTING, WHICH ALSO
002500*       SHOWS THE RECIPIENT WHEN PASTXRF HAS ONE;
002600*    -  IN FINAL MODE ONLY, MARKS EACH REPORTED CODE ESCHEATED
002700*       ON PASTHIST (DATE AND STATE) SO IT IS NEVER REPORTED
002800*       AGAIN AND RNDPOST FLAGS A LATER REDEMPTION FOR RECLAIM.
002900*       A TRIAL RUN WRITES THE SAME EXTRACT AND LISTING AND
003000*       MARKS NOTHING.
003100*  WHEN THE CARD GIVES A RECLAIM-FROM DATE THE LISTING CLOSES
003200*  WITH THE PASTRCM RECLAIMS RNDPOST HAS LOGGED SINCE THEN,
003300*  NETTED BY STATE, FOR THE CLAIMS BACK FROM THE STATES.
003400*----------------------------------------------------------------
003500*  MODIFICATION HISTORY
003600*  MM/DD/YY  INIT  DESCRIPTION
003700*  10/15/26  DWA   ORIGINAL PROGRAM.
003800*================================================================
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ESCHCTL-FILE ASSIGN TO ESCHCTL
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT PASTHIST-FILE ASSIGN TO PASTHIST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PH-CODE.
004800     SELECT PASTCAMP-FILE ASSIGN TO PASTCAMP
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS CM-CAMPAIGN-ID.
005200     SELECT PASTSTOR-FILE ASSIGN TO PASTSTOR
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS SM-STORE-NO.
005600     SELECT PASTXRF-FILE ASSIGN TO PASTXRF
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS XR-KEY.
006000     SELECT PASTEWK-FILE ASSIGN TO PASTEWK
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT PASTESR-FILE ASSIGN TO PASTESR
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT SORTWK-FILE ASSIGN TO SORTWK.
006500     SELECT PASTESC-FILE ASSIGN TO PASTESC
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT PASTEDD-FILE ASSIGN TO PASTEDD
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT PASTRCM-FILE ASSIGN TO PASTRCM
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT PASTLCK-FILE ASSIGN TO PASTLCK
007200         ORGANIZATION IS RELATIVE
007300         ACCESS MODE IS DYNAMIC
007400         RELATIVE KEY IS WS-PASTLCK-KEY.
007500     SELECT PASTJRNL-FILE ASSIGN TO PASTJRNL
007600         ORGANIZATION IS SEQUENTIAL.
007700     SELECT PASTHJNL-FILE ASSIGN TO PASTHJNL
007800         ORGANIZATION IS SEQUENTIAL.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  ESCHCTL-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  ESCHCTL-RECORD.
008400     05  EC-RUN-DATE             PIC 9(08).
008500     05  EC-DORMANCY-DAYS        PIC 9(05).
008600     05  EC-MODE                 PIC X(01).
008700         88  EC-MODE-FINAL               VALUE "F".
008800         88  EC-MODE-TRIAL               VALUE "T".
008900     05  EC-HOLDER-NAME          PIC X(30).
009000     05  EC-HOLDER-ID            PIC X(10).
009100     05  EC-PROPERTY-TYPE        PIC X(04).
009200     05  EC-RECLAIM-FROM         PIC 9(08).
009300     05  FILLER                  PIC X(14).
009400 FD  PASTHIST-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY PASTHIST.
009700 FD  PASTCAMP-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY PASTCAMP.
010000 FD  PASTSTOR-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY PASTSTOR.
010300 FD  PASTXRF-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY PASTXRF.
010600 FD  PASTEWK-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY PASTEWK REPLACING ==:TAG:== BY ==EW==.
010900 FD  PASTESR-FILE
011000     LABEL RECORDS ARE STANDARD.
011100     COPY PASTEWK REPLACING ==:TAG:== BY ==ER==.
011200 SD  SORTWK-FILE.
011300     COPY PASTEWK REPLACING ==:TAG:== BY ==ES==.
011400 FD  PASTESC-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY PASTESC.
011700 FD  PASTEDD-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  PASTEDD-LINE                PIC X(200).
012000 FD  PASTRCM-FILE
012100     LABEL RECORDS ARE STANDARD.
012200     COPY PASTRCM.
012300 FD  PASTLCK-FILE
012400     LABEL RECORDS ARE STANDARD.
012500     COPY PASTLCK.
012600 FD  PASTJRNL-FILE
012700     LABEL RECORDS ARE STANDARD.
012800     COPY PASTJRNL.
012900 FD  PASTHJNL-FILE
013000     LABEL RECORDS ARE STANDARD.
013100     COPY PASTHJNL.
013200 WORKING-STORAGE SECTION.
013300 01  WS-HIST-EOF-SWITCH          PIC X(01)  VALUE "N".
013400     88  END-OF-PASTHIST                 VALUE "Y".
013500 01  WS-SRT-EOF-SWITCH           PIC X(01)  VALUE "N".
013600     88  END-OF-PASTESR                  VALUE "Y".
013700 01  WS-RCM-EOF-SWITCH           PIC X(01)  VALUE "N".
013800     88  END-OF-PASTRCM                  VALUE "Y".
013900 01  WS-CUTOFF-DATE              PIC 9(08)  VALUE 0.
014000 01  WS-MODE-TEXT                PIC X(24)  VALUE SPACES.
014100 01  WS-PREV-CAMPAIGN            PIC X(08)  VALUE HIGH-VALUES.
014200 01  WS-CAMP-STATE               PIC X(02)  VALUE SPACES.
014300 01  WS-CAMP-BASIS               PIC X(01)  VALUE SPACE.
014400 01  WS-CAMP-STORE               PIC 9(05)  VALUE 0.
014500 01  WS-PREV-STATE               PIC X(02)  VALUE HIGH-VALUES.
014600 77  WS-READ-COUNT               PIC 9(09)  VALUE 0.
014700 77  WS-DORMANT-COUNT            PIC 9(09)  VALUE 0.
014800 77  WS-PRIOR-COUNT              PIC 9(09)  VALUE 0.
014900 77  WS-NO-VALUE-COUNT           PIC 9(09)  VALUE 0.
015000 77  WS-REPORTED-COUNT           PIC 9(09)  VALUE 0.
015100 77  WS-UNRESOLVED-COUNT         PIC 9(09)  VALUE 0.
015200 77  WS-MARKED-COUNT             PIC 9(09)  VALUE 0.
015300 77  WS-MARK-MISS-COUNT          PIC 9(09)  VALUE 0.
015400 77  WS-STATE-COUNT              PIC 9(03)  VALUE 0.
015500 77  WS-GROUP-CODES              PIC 9(09)  VALUE 0.
015600 77  WS-GROUP-AMOUNT             PIC 9(11)V99 VALUE 0.
015700 77  WS-REPORTED-AMOUNT          PIC 9(13)V99 VALUE 0.
015800 77  WS-UNRESOLVED-AMOUNT        PIC 9(13)V99 VALUE 0.
015900 77  WS-RC-MAX                   PIC 9(03)  VALUE 100.
016000 77  WS-RC-COUNT                 PIC 9(03)  VALUE 0.
016100 77  WS-RC-IDX                   PIC 9(03)  VALUE 0.
016200 77  WS-RC-FOUND-IDX             PIC 9(03)  VALUE 0.
016300 77  WS-NEXT-IDX                 PIC 9(03)  VALUE 0.
016400 77  WS-SORT-PASS                PIC 9(03)  VALUE 0.
016500 77  WS-RC-NET-CODES             PIC S9(09) VALUE 0.
016600 77  WS-RC-NET-AMOUNT            PIC S9(11)V99 VALUE 0.
016700 01  WS-RC-TABLE.
016800     05  WS-RC-ENTRY OCCURS 100 TIMES.
016900         10  WS-RC-STATE         PIC X(02).
017000         10  WS-RC-CODES         PIC S9(07).
017100         10  WS-RC-AMOUNT        PIC S9(09)V99.
017200 01  WS-RC-HOLD                  PIC X(20).
017300 77  WS-TIME-RAW                 PIC 9(08)  VALUE 0.
017400 01  WS-JRNL-DATE                PIC 9(08)  VALUE 0.
017500 01  WS-PASTLCK-KEY              PIC 9(04)  VALUE 1.
017600 01  WS-LCK-FOUND-SWITCH         PIC X(01)  VALUE "N".
017700     88  LOCK-RECORD-FOUND               VALUE "Y".
017800 01  WS-LOCK-OWNED-SWITCH        PIC X(01)  VALUE "N".
017900     88  LOCK-IS-OWNED                   VALUE "Y".
018000 01  WS-HIST-BEFORE              PIC X(200).
018100 01  EDD-HEADING-1.
018200     05  FILLER                 PIC X(50) VALUE
018300         "RNDESCH UNCLAIMED PROPERTY DUE-DILIGENCE LISTING -".
018400     05  FILLER                 PIC X(08) VALUE " RUN OF ".
018500     05  EDD-H-RUN-DATE         PIC 9(08).
018600     05  FILLER                 PIC X(02) VALUE SPACES.
018700     05  EDD-H-MODE             PIC X(24).
018800 01  EDD-PARM-LINE.
018900     05  EDD-PARM-LABEL         PIC X(28).
019000     05  EDD-PARM-VALUE         PIC X(40).
019100 01  EDD-STATE-HEADING.
019200     05  FILLER                 PIC X(07) VALUE "STATE: ".
019300     05  EDD-S-STATE            PIC X(02).
019400     05  FILLER                 PIC X(02) VALUE SPACES.
019500     05  EDD-S-TEXT             PIC X(50).
019600 01  EDD-COLUMN-HEADING.
019700     05  FILLER                 PIC X(08) VALUE "CAMPAIGN".
019800     05  FILLER                 PIC X(02) VALUE SPACES.
019900     05  FILLER                 PIC X(08) VALUE "ISSUED".
020000     05  FILLER                 PIC X(02) VALUE SPACES.
020100     05  FILLER                 PIC X(08) VALUE "LAST ACT".
020200     05  FILLER                 PIC X(02) VALUE SPACES.
020300     05  FILLER                 PIC X(09) VALUE "   AMOUNT".
020400     05  FILLER                 PIC X(02) VALUE SPACES.
020500     05  FILLER                 PIC X(01) VALUE "B".
020600     05  FILLER                 PIC X(02) VALUE SPACES.
020700     05  FILLER                 PIC X(05) VALUE "STORE".
020800     05  FILLER                 PIC X(02) VALUE SPACES.
020900     05  FILLER                 PIC X(10) VALUE "RECIPIENT".
021000     05  FILLER                 PIC X(02) VALUE SPACES.
021100     05  FILLER                 PIC X(30) VALUE "RECIPIENT NAME".
021200     05  FILLER                 PIC X(02) VALUE SPACES.
021300     05  FILLER                 PIC X(02) VALUE "ST".
021400     05  FILLER                 PIC X(02) VALUE SPACES.
021500     05  FILLER                 PIC X(04) VALUE "CODE".
021600 01  EDD-DETAIL-LINE.
021700     05  EDD-CAMPAIGN           PIC X(08).
021800     05  FILLER                 PIC X(02) VALUE SPACES.
021900     05  EDD-ISSUE-DATE         PIC 9(08).
022000     05  FILLER                 PIC X(02) VALUE SPACES.
022100     05  EDD-LAST-ACTIVITY      PIC 9(08).
022200     05  FILLER                 PIC X(02) VALUE SPACES.
022300     05  EDD-AMOUNT             PIC ZZ,ZZ9.99.
022400     05  FILLER                 PIC X(02) VALUE SPACES.
022500     05  EDD-BASIS              PIC X(01).
022600     05  FILLER                 PIC X(02) VALUE SPACES.
022700     05  EDD-STORE              PIC X(05).
022800     05  FILLER                 PIC X(02) VALUE SPACES.
022900     05  EDD-CUSTOMER-NO        PIC X(10).
023000     05  FILLER                 PIC X(02) VALUE SPACES.
023100     05  EDD-CUSTOMER-NAME      PIC X(30).
023200     05  FILLER                 PIC X(02) VALUE SPACES.
023300     05  EDD-CUSTOMER-STATE     PIC X(02).
023400     05  FILLER                 PIC X(02) VALUE SPACES.
023500     05  EDD-CODE               PIC X(100).
023600 01  EDD-TOTAL-LINE.
023700     05  EDD-TOTAL-LABEL        PIC X(36).
023800     05  EDD-TOTAL-COUNT        PIC ZZZZZZZZ9.
023900     05  FILLER                 PIC X(02) VALUE SPACES.
024000     05  EDD-TOTAL-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024100 01  EDD-RECLAIM-HEADING.
024200     05  FILLER                 PIC X(07) VALUE "STATE".
024300     05  FILLER                 PIC X(11) VALUE "  NET CODES".
024400     05  FILLER                 PIC X(02) VALUE SPACES.
024500     05  FILLER                 PIC X(20) VALUE
024600         "  NET RECLAIM AMOUNT".
024700 01  EDD-RECLAIM-LINE.
024800     05  EDD-RC-STATE           PIC X(05).
024900     05  FILLER                 PIC X(02) VALUE SPACES.
025000     05  EDD-RC-CODES           PIC ----------9.
025100     05  FILLER                 PIC X(02) VALUE SPACES.
025200     05  EDD-RC-AMOUNT          PIC ----,---,---,--9.99.
025300 PROCEDURE DIVISION.
025400*----------------------------------------------------------------
025500*  0000-MAINLINE  --  OVERALL ESCHEAT SEQUENCE.
025600*----------------------------------------------------------------
025700 0000-MAINLINE.
025800     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
025900     PERFORM 2000-SELECT-DORMANT    THRU 2000-EXIT
026000     PERFORM 4000-SORT-BY-STATE     THRU 4000-EXIT
026100     PERFORM 5000-WRITE-FILING      THRU 5000-EXIT
026200     PERFORM 7000-RECLAIM-SCHEDULE  THRU 7000-EXIT
026300     PERFORM 8000-TERMINATE         THRU 8000-EXIT
026400     STOP RUN.
026500*----------------------------------------------------------------
026600*  1000-INITIALIZE  --  READ THE ESCHCTL CARD AND DERIVE THE
026700*  DORMANCY CUTOFF.  A FINAL RUN TAKES THE PASTLCK LOCK AND
026800*  OPENS PASTHIST FOR UPDATE; A TRIAL ONLY READS IT.
026900*----------------------------------------------------------------
027000 1000-INITIALIZE.
027100     OPEN INPUT ESCHCTL-FILE
027200     READ ESCHCTL-FILE
027300         AT END
027400             GO TO 9920-REJECT-NO-CONTROL
027500     END-READ
027600     CLOSE ESCHCTL-FILE
027700     IF EC-RUN-DATE NOT NUMERIC
027800         OR EC-DORMANCY-DAYS NOT NUMERIC
027900         GO TO 9910-REJECT-CARD.
028000     IF EC-RUN-DATE = 0
028100         OR EC-DORMANCY-DAYS = 0
028200         GO TO 9910-REJECT-CARD.
028300     IF NOT EC-MODE-FINAL
028400         AND NOT EC-MODE-TRIAL
028500         GO TO 9910-REJECT-CARD.
028600     IF EC-HOLDER-NAME = SPACES
028700         GO TO 9910-REJECT-CARD.
028800     IF EC-RECLAIM-FROM NOT NUMERIC
028900         MOVE ZEROS TO EC-RECLAIM-FROM.
029000     COMPUTE WS-CUTOFF-DATE =
029100         FUNCTION DATE-OF-INTEGER
029200             (FUNCTION INTEGER-OF-DATE(EC-RUN-DATE)
029300              - EC-DORMANCY-DAYS)
029400     IF EC-MODE-FINAL
029500         MOVE "FINAL - HISTORY MARKED" TO WS-MODE-TEXT
029600         PERFORM 6000-ACQUIRE-LOCK THRU 6000-EXIT
029700         OPEN I-O    PASTHIST-FILE
029800         OPEN EXTEND PASTHJNL-FILE
029900     ELSE
030000         MOVE "TRIAL - NOTHING MARKED" TO WS-MODE-TEXT
030100         OPEN INPUT  PASTHIST-FILE
030200     END-IF
030300     OPEN INPUT  PASTCAMP-FILE
030400     OPEN INPUT  PASTSTOR-FILE
030500     OPEN INPUT  PASTXRF-FILE.
030600 1000-EXIT.
030700     EXIT.
030800*----------------------------------------------------------------
030900*  2000-SELECT-DORMANT  --  ONE PASS OVER THE WHOLE HISTORY
031000*  FILE, WRITING EVERY DORMANT CODE TO THE PASTEWK WORK FILE.
031100*----------------------------------------------------------------
031200 2000-SELECT-DORMANT.
031300     OPEN OUTPUT PASTEWK-FILE
031400     READ PASTHIST-FILE NEXT RECORD
031500         AT END MOVE "Y" TO WS-HIST-EOF-SWITCH
031600     END-READ
031700     PERFORM 3000-JUDGE-ONE-CODE THRU 3000-EXIT
031800         UNTIL END-OF-PASTHIST
031900     CLOSE PASTEWK-FILE.
032000 2000-EXIT.
032100     EXIT.
032200*----------------------------------------------------------------
032300*  3000-JUDGE-ONE-CODE  --  A CODE IS DORMANT WHEN IT IS STILL
032400*  ISSUED, CARRIES NO EXPIRY DATE (AN EXPIRING CODE LAPSES, IT
032500*  IS NOT HELD FOR THE OWNER), AND HAS SEEN NO ACTIVITY SINCE
032600*  THE CUTOFF.  ONE ALREADY REPORTED IS COUNTED AND PASSED BY,
032700*  AS IS ONE CARRYING NO FACE VALUE -- THERE IS NO PROPERTY TO
032800*  REMIT.
032900*----------------------------------------------------------------
033000 3000-JUDGE-ONE-CODE.
033100     ADD 1 TO WS-READ-COUNT
033200     IF NOT PH-ST-ISSUED
033300         OR PH-EXPIRY-DATE NOT = 0
033400         OR PH-STATUS-DATE NOT < WS-CUTOFF-DATE
033500         GO TO 3000-NEXT.
033600     IF PH-ESCHEATED
033700         ADD 1 TO WS-PRIOR-COUNT
033800         GO TO 3000-NEXT.
033900     IF PH-FACE-VALUE = 0
034000         ADD 1 TO WS-NO-VALUE-COUNT
034100         GO TO 3000-NEXT.
034200     ADD 1 TO WS-DORMANT-COUNT
034300     PERFORM 3100-RESOLVE-STATE THRU 3100-EXIT
034400     MOVE SPACES           TO EW-WORK-RECORD
034500     MOVE WS-CAMP-STATE    TO EW-STATE
034600     MOVE PH-CAMPAIGN-ID   TO EW-CAMPAIGN-ID
034700     MOVE PH-CODE          TO EW-CODE
034800     MOVE PH-RUN-DATE      TO EW-ISSUE-DATE
034900     MOVE PH-STATUS-DATE   TO EW-LAST-ACTIVITY
035000     MOVE PH-FACE-VALUE    TO EW-FACE-VALUE
035100     MOVE WS-CAMP-BASIS    TO EW-BASIS
035200     MOVE WS-CAMP-STORE    TO EW-ISSUE-STORE
035300     PERFORM 3200-FIND-RECIPIENT THRU 3200-EXIT
035400     WRITE EW-WORK-RECORD.
035500 3000-NEXT.
035600     READ PASTHIST-FILE NEXT RECORD
035700         AT END MOVE "Y" TO WS-HIST-EOF-SWITCH
035800     END-READ.
035900 3000-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200*  3100-RESOLVE-STATE  --  THE STATE A CODE IS REPORTED TO
036300*  DEPENDS ONLY ON ITS CAMPAIGN, SO IT IS WORKED OUT ONCE PER
036400*  CHANGE OF CAMPAIGN.  THE ISSUING STORE'S STATE ON PASTSTOR
036500*  COMES FIRST; FAILING THAT, THE CAMPAIGN OWNER'S STATE ON
036600*  PASTCAMP.  NEITHER LEAVES THE STATE BLANK -- THE CODE IS
036700*  LISTED FOR THE MASTER FILES TO BE PUT RIGHT, NOT REPORTED.
036800*----------------------------------------------------------------
036900 3100-RESOLVE-STATE.
037000     IF PH-CAMPAIGN-ID = WS-PREV-CAMPAIGN
037100         GO TO 3100-EXIT.
037200     MOVE PH-CAMPAIGN-ID TO WS-PREV-CAMPAIGN
037300     MOVE SPACES TO WS-CAMP-STATE
037400     MOVE SPACE  TO WS-CAMP-BASIS
037500     MOVE ZEROS  TO WS-CAMP-STORE
037600     MOVE PH-CAMPAIGN-ID TO CM-CAMPAIGN-ID
037700     READ PASTCAMP-FILE
037800         INVALID KEY
037900             GO TO 3100-EXIT
038000     END-READ
038100     IF CM-ISSUE-STORE NUMERIC
038200         AND CM-ISSUE-STORE > 0
038300         MOVE CM-ISSUE-STORE TO WS-CAMP-STORE
038400         MOVE CM-ISSUE-STORE TO SM-STORE-NO
038500         READ PASTSTOR-FILE
038600             INVALID KEY
038700                 CONTINUE
038800             NOT INVALID KEY
038900                 IF SM-STATE NOT = SPACES
039000                     MOVE SM-STATE TO WS-CAMP-STATE
039100                     MOVE "S"      TO WS-CAMP-BASIS
039200                 END-IF
039300         END-READ
039400     END-IF
039500     IF WS-CAMP-BASIS = SPACE
039600         AND CM-OWNER-STATE NOT = SPACES
039700         MOVE CM-OWNER-STATE TO WS-CAMP-STATE
039800         MOVE "O"            TO WS-CAMP-BASIS
039900     END-IF.
040000 3100-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300*  3200-FIND-RECIPIENT  --  WHEN THE CODE WAS ASSIGNED TO A
040400*  CUSTOMER ON PASTXRF, CARRY THE CUSTOMER NUMBER, NAME AND
040500*  STATE FOR THE DUE-DILIGENCE LISTING.
040600*----------------------------------------------------------------
040700 3200-FIND-RECIPIENT.
040800     MOVE ZEROS   TO EW-CUSTOMER-NO
040900     MOVE "K"     TO XR-KEY-TYPE
041000     MOVE PH-CODE TO XR-KEY-CODE
041100     READ PASTXRF-FILE
041200         INVALID KEY
041300             GO TO 3200-EXIT
041400     END-READ
041500     MOVE XR-CUSTOMER-NO TO EW-CUSTOMER-NO
041600     MOVE XR-NAME        TO EW-CUSTOMER-NAME
041700     MOVE XR-STATE       TO EW-CUSTOMER-STATE.
041800 3200-EXIT.
041900     EXIT.
042000*----------------------------------------------------------------
042100*  4000-SORT-BY-STATE  --  ORDER THE DORMANT CODES BY STATE,
042200*  CAMPAIGN AND CODE FOR THE EXTRACT AND THE LISTING.
042300*----------------------------------------------------------------
042400 4000-SORT-BY-STATE.
042500     SORT SORTWK-FILE
042600         ON ASCENDING KEY ES-STATE ES-CAMPAIGN-ID ES-CODE
042700         WITH DUPLICATES IN ORDER
042800         USING PASTEWK-FILE
042900         GIVING PASTESR-FILE.
043000 4000-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------
043300*  5000-WRITE-FILING  --  THE EXTRACT HEADER AND THE LISTING
043400*  HEADINGS, ONE PASS OVER THE SORTED CODES WITH A BREAK ON
043500*  STATE, THEN THE HOLDER TOTALS ON BOTH.
043600*----------------------------------------------------------------
043700 5000-WRITE-FILING.
043800     OPEN OUTPUT PASTESC-FILE
043900     OPEN OUTPUT PASTEDD-FILE
044000     MOVE SPACES           TO ESC-HEADER-RECORD
044100     MOVE "H"              TO UH-REC-TYPE
044200     MOVE EC-HOLDER-NAME   TO UH-HOLDER-NAME
044300     MOVE EC-HOLDER-ID     TO UH-HOLDER-ID
044400     MOVE EC-RUN-DATE(1:4) TO UH-REPORT-YEAR
044500     MOVE EC-RUN-DATE      TO UH-RUN-DATE
044600     MOVE WS-CUTOFF-DATE   TO UH-CUTOFF-DATE
044700     MOVE EC-DORMANCY-DAYS TO UH-DORMANCY-DAYS
044800     MOVE EC-PROPERTY-TYPE TO UH-PROPERTY-TYPE
044900     MOVE EC-MODE          TO UH-MODE
045000     ACCEPT UH-CREATE-DATE FROM DATE YYYYMMDD
045100     ACCEPT WS-TIME-RAW FROM TIME
045200     MOVE WS-TIME-RAW(1:6) TO UH-CREATE-TIME
045300     WRITE ESC-HEADER-RECORD
045400     MOVE EC-RUN-DATE  TO EDD-H-RUN-DATE
045500     MOVE WS-MODE-TEXT TO EDD-H-MODE
045600     WRITE PASTEDD-LINE FROM EDD-HEADING-1
045700     MOVE SPACES TO PASTEDD-LINE
045800     WRITE PASTEDD-LINE
045900     MOVE "HOLDER                    :" TO EDD-PARM-LABEL
046000     MOVE EC-HOLDER-NAME               TO EDD-PARM-VALUE
046100     WRITE PASTEDD-LINE FROM EDD-PARM-LINE
046200     MOVE "DORMANCY PERIOD (DAYS)    :" TO EDD-PARM-LABEL
046300     MOVE EC-DORMANCY-DAYS             TO EDD-PARM-VALUE
046400     WRITE PASTEDD-LINE FROM EDD-PARM-LINE
046500     MOVE "NO ACTIVITY SINCE BEFORE  :" TO EDD-PARM-LABEL
046600     MOVE WS-CUTOFF-DATE               TO EDD-PARM-VALUE
046700     WRITE PASTEDD-LINE FROM EDD-PARM-LINE
046800     MOVE "PROPERTY TYPE             :" TO EDD-PARM-LABEL
046900     MOVE EC-PROPERTY-TYPE             TO EDD-PARM-VALUE
047000     WRITE PASTEDD-LINE FROM EDD-PARM-LINE
047100     MOVE "B = STATE BY S ISSUING STORE / O CAMPAIGN OWNER"
047200         TO PASTEDD-LINE
047300     WRITE PASTEDD-LINE
047400     OPEN INPUT PASTESR-FILE
047500     READ PASTESR-FILE
047600         AT END MOVE "Y" TO WS-SRT-EOF-SWITCH
047700     END-READ
047800     PERFORM 5100-LIST-ONE-CODE THRU 5100-EXIT
047900         UNTIL END-OF-PASTESR
048000     IF WS-PREV-STATE NOT = HIGH-VALUES
048100         PERFORM 5300-CLOSE-GROUP THRU 5300-EXIT
048200     END-IF
048300     CLOSE PASTESR-FILE
048400     MOVE SPACES             TO ESC-TRAILER-RECORD
048500     MOVE "T"                TO UT-REC-TYPE
048600     MOVE WS-STATE-COUNT     TO UT-STATE-COUNT
048700     MOVE WS-REPORTED-COUNT  TO UT-DETAIL-COUNT
048800     MOVE WS-REPORTED-AMOUNT TO UT-TOTAL-AMOUNT
048900     WRITE ESC-TRAILER-RECORD
049000     MOVE SPACES TO PASTEDD-LINE
049100     WRITE PASTEDD-LINE
049200     MOVE SPACES TO EDD-TOTAL-LINE
049300     MOVE "HISTORY RECORDS READ"         TO EDD-TOTAL-LABEL
049400     MOVE WS-READ-COUNT                  TO EDD-TOTAL-COUNT
049500     WRITE PASTEDD-LINE FROM EDD-TOTAL-LINE
049600     MOVE "  ALREADY REPORTED - PASSED BY" TO EDD-TOTAL-LABEL
049700     MOVE WS-PRIOR-COUNT                 TO EDD-TOTAL-COUNT
049800     WRITE PASTEDD-LINE FROM EDD-TOTAL-LINE
049900     MOVE "  DORMANT, NO FACE VALUE - PASSED BY"
050000         TO EDD-TOTAL-LABEL
050100     MOVE WS-NO-VALUE-COUNT              TO EDD-TOTAL-COUNT
050200     WRITE PASTEDD-LINE FROM EDD-TOTAL-LINE
050300     MOVE "  DORMANT CODES SELECTED"     TO EDD-TOTAL-LABEL
050400     MOVE WS-DORMANT-COUNT               TO EDD-TOTAL-COUNT
050500     WRITE PASTEDD-LINE FROM EDD-TOTAL-LINE
050600     MOVE "  NOT REPORTED - NO STATE FOUND" TO EDD-TOTAL-LABEL
050700     MOVE WS-UNRESOLVED-COUNT            TO EDD-TOTAL-COUNT
050800     MOVE WS-UNRESOLVED-AMOUNT           TO EDD-TOTAL-AMOUNT
050900     WRITE PASTEDD-LINE FROM EDD-TOTAL-LINE
051000     MOVE "HOLDER TOTAL REPORTED"        TO EDD-TOTAL-LABEL
051100     MOVE WS-REPORTED-COUNT              TO EDD-TOTAL-COUNT
051200     MOVE WS-REPORTED-AMOUNT             TO EDD-TOTAL-AMOUNT
051300     WRITE PASTEDD-LINE FROM EDD-TOTAL-LINE
051400     MOVE SPACES TO EDD-TOTAL-LINE
051500     MOVE "  STATES REPORTED TO"         TO EDD-TOTAL-LABEL
051600     MOVE WS-STATE-COUNT                 TO EDD-TOTAL-COUNT
051700     WRITE PASTEDD-LINE FROM EDD-TOTAL-LINE
051800     IF EC-MODE-FINAL
051900         MOVE "  MARKED ESCHEATED ON PASTHIST" TO EDD-TOTAL-LABEL
052000         MOVE WS-MARKED-COUNT            TO EDD-TOTAL-COUNT
052100         WRITE PASTEDD-LINE FROM EDD-TOTAL-LINE
052200         MOVE "  NOT FOUND TO MARK"      TO EDD-TOTAL-LABEL
052300         MOVE WS-MARK-MISS-COUNT         TO EDD-TOTAL-COUNT
052400         WRITE PASTEDD-LINE FROM EDD-TOTAL-LINE
052500     END-IF
052600     CLOSE PASTESC-FILE.
052700 5000-EXIT.
052800     EXIT.
052900*----------------------------------------------------------------
053000*  5100-LIST-ONE-CODE  --  LIST THE CODE UNDER ITS STATE.  ONE
053100*  WITH A STATE IS ALSO WRITTEN TO THE EXTRACT AND, ON A FINAL
053200*  RUN, MARKED ON HISTORY.  THE CODES WITH NO STATE SORT FIRST
053300*  AND FORM THEIR OWN GROUP.
053400*----------------------------------------------------------------
053500 5100-LIST-ONE-CODE.
053600     IF ER-STATE NOT = WS-PREV-STATE
053700         IF WS-PREV-STATE NOT = HIGH-VALUES
053800             PERFORM 5300-CLOSE-GROUP THRU 5300-EXIT
053900         END-IF
054000         PERFORM 5200-OPEN-GROUP THRU 5200-EXIT
054100     END-IF
054200     MOVE ER-CAMPAIGN-ID   TO EDD-CAMPAIGN
054300     MOVE ER-ISSUE-DATE    TO EDD-ISSUE-DATE
054400     MOVE ER-LAST-ACTIVITY TO EDD-LAST-ACTIVITY
054500     MOVE ER-FACE-VALUE    TO EDD-AMOUNT
054600     MOVE ER-BASIS         TO EDD-BASIS
054700     MOVE SPACES           TO EDD-STORE
054800     IF ER-ISSUE-STORE > 0
054900         MOVE ER-ISSUE-STORE TO EDD-STORE
055000     END-IF
055100     MOVE SPACES           TO EDD-CUSTOMER-NO
055200     IF ER-CUSTOMER-NO > 0
055300         MOVE ER-CUSTOMER-NO TO EDD-CUSTOMER-NO
055400     END-IF
055500     MOVE ER-CUSTOMER-NAME  TO EDD-CUSTOMER-NAME
055600     MOVE ER-CUSTOMER-STATE TO EDD-CUSTOMER-STATE
055700     MOVE ER-CODE           TO EDD-CODE
055800     WRITE PASTEDD-LINE FROM EDD-DETAIL-LINE
055900     ADD 1             TO WS-GROUP-CODES
056000     ADD ER-FACE-VALUE TO WS-GROUP-AMOUNT
056100     IF ER-STATE = SPACES
056200         ADD 1             TO WS-UNRESOLVED-COUNT
056300         ADD ER-FACE-VALUE TO WS-UNRESOLVED-AMOUNT
056400         GO TO 5100-NEXT.
056500     MOVE SPACES           TO ESC-DETAIL-RECORD
056600     MOVE "D"              TO UD-REC-TYPE
056700     MOVE ER-STATE         TO UD-STATE
056800     MOVE EC-PROPERTY-TYPE TO UD-PROPERTY-TYPE
056900     MOVE ER-CODE          TO UD-CODE
057000     MOVE ER-CAMPAIGN-ID   TO UD-CAMPAIGN-ID
057100     MOVE ER-ISSUE-DATE    TO UD-ISSUE-DATE
057200     MOVE ER-LAST-ACTIVITY TO UD-LAST-ACTIVITY
057300     MOVE ER-FACE-VALUE    TO UD-AMOUNT
057400     MOVE ER-BASIS         TO UD-BASIS
057500     MOVE ER-ISSUE-STORE   TO UD-ISSUE-STORE
057600     WRITE ESC-DETAIL-RECORD
057700     ADD 1             TO WS-REPORTED-COUNT
057800     ADD ER-FACE-VALUE TO WS-REPORTED-AMOUNT
057900     IF EC-MODE-FINAL
058000         PERFORM 5400-MARK-ESCHEATED THRU 5400-EXIT
058100     END-IF.
058200 5100-NEXT.
058300     READ PASTESR-FILE
058400         AT END MOVE "Y" TO WS-SRT-EOF-SWITCH
058500     END-READ.
058600 5100-EXIT.
058700     EXIT.
058800*----------------------------------------------------------------
058900*  5200-OPEN-GROUP  --  START A NEW STATE (OR THE NO-STATE
059000*  GROUP) ON THE LISTING.
059100*----------------------------------------------------------------
059200 5200-OPEN-GROUP.
059300     MOVE ER-STATE TO WS-PREV-STATE
059400     MOVE 0        TO WS-GROUP-CODES
059500     MOVE 0        TO WS-GROUP-AMOUNT
059600     MOVE ER-STATE TO EDD-S-STATE
059700     IF ER-STATE = SPACES
059800         MOVE "NO STATE FOUND - NOT REPORTED, NOT MARKED"
059900             TO EDD-S-TEXT
060000     ELSE
060100         MOVE "REPORTED TO THIS STATE" TO EDD-S-TEXT
060200     END-IF
060300     MOVE SPACES TO PASTEDD-LINE
060400     WRITE PASTEDD-LINE
060500     WRITE PASTEDD-LINE FROM EDD-STATE-HEADING
060600     WRITE PASTEDD-LINE FROM EDD-COLUMN-HEADING.
060700 5200-EXIT.
060800     EXIT.
060900*----------------------------------------------------------------
061000*  5300-CLOSE-GROUP  --  THE GROUP TOTAL ON THE LISTING AND,
061100*  FOR A STATE, THE "S" STATE TOTAL ON THE EXTRACT.
061200*----------------------------------------------------------------
061300 5300-CLOSE-GROUP.
061400     MOVE SPACES TO EDD-TOTAL-LINE
061500     IF WS-PREV-STATE = SPACES
061600         MOVE "  TOTAL NOT REPORTED" TO EDD-TOTAL-LABEL
061700     ELSE
061800         MOVE "  STATE TOTAL"        TO EDD-TOTAL-LABEL
061900     END-IF
062000     MOVE WS-GROUP-CODES  TO EDD-TOTAL-COUNT
062100     MOVE WS-GROUP-AMOUNT TO EDD-TOTAL-AMOUNT
062200     WRITE PASTEDD-LINE FROM EDD-TOTAL-LINE
062300     IF WS-PREV-STATE = SPACES
062400         GO TO 5300-EXIT.
062500     MOVE SPACES          TO ESC-STATE-RECORD
062600     MOVE "S"             TO US-REC-TYPE
062700     MOVE WS-PREV-STATE   TO US-STATE
062800     MOVE WS-GROUP-CODES  TO US-CODE-COUNT
062900     MOVE WS-GROUP-AMOUNT TO US-AMOUNT
063000     WRITE ESC-STATE-RECORD
063100     ADD 1 TO WS-STATE-COUNT.
063200 5300-EXIT.
063300     EXIT.
063400*----------------------------------------------------------------
063500*  5400-MARK-ESCHEATED  --  STAMP THE HISTORY RECORD REPORTED,
063600*  WITH THE RUN DATE AND THE STATE, AND JOURNAL THE REWRITE.
063700*  THE LOCK HAS BEEN HELD SINCE THE SCAN, SO THE CODE CANNOT
063800*  HAVE MOVED; A RECORD NOT FOUND IS COUNTED AND SHOWN.
063900*----------------------------------------------------------------
064000 5400-MARK-ESCHEATED.
064100     MOVE SPACES  TO PH-CODE
064200     MOVE ER-CODE TO PH-CODE
064300     READ PASTHIST-FILE
064400         INVALID KEY
064500             ADD 1 TO WS-MARK-MISS-COUNT
064600             DISPLAY "RNDESCH -- NOT ON PASTHIST TO MARK: "
064700                 ER-CODE
064800             GO TO 5400-EXIT
064900     END-READ
065000     MOVE PASTHIST-RECORD TO WS-HIST-BEFORE
065100     MOVE "Y"             TO PH-ESCHEAT-FLAG
065200     MOVE EC-RUN-DATE     TO PH-ESCHEAT-DATE
065300     MOVE ER-STATE        TO PH-ESCHEAT-STATE
065400     REWRITE PASTHIST-RECORD
065500     PERFORM 5500-JOURNAL-REWRITE THRU 5500-EXIT
065600     ADD 1 TO WS-MARKED-COUNT.
065700 5400-EXIT.
065800     EXIT.
065900*----------------------------------------------------------------
066000*  5500-JOURNAL-REWRITE  --  APPEND THE BEFORE AND AFTER IMAGES
066100*  OF THE HISTORY RECORD JUST REWRITTEN TO THE PASTHJNL CHANGE
066200*  JOURNAL.  THE CALLER SAVED THE BEFORE IMAGE.
066300*----------------------------------------------------------------
066400 5500-JOURNAL-REWRITE.
066500     MOVE SPACES          TO PASTHJNL-RECORD
066600     MOVE "RNDESCH"       TO HJ-PROGRAM
066700     MOVE EC-RUN-DATE     TO HJ-RUN-DATE
066800     ACCEPT HJ-CLOCK-DATE FROM DATE YYYYMMDD
066900     ACCEPT HJ-CLOCK-TIME FROM TIME
067000     MOVE "R"             TO HJ-ACTION
067100     MOVE WS-HIST-BEFORE  TO HJ-BEFORE-IMAGE
067200     MOVE PASTHIST-RECORD TO HJ-AFTER-IMAGE
067300     WRITE PASTHJNL-RECORD.
067400 5500-EXIT.
067500     EXIT.
067600*----------------------------------------------------------------
067700*  7000-RECLAIM-SCHEDULE  --  WHEN THE CARD GIVES A RECLAIM-FROM
067800*  DATE, NET THE PASTRCM ENTRIES RNDPOST HAS POSTED FROM THEN
067900*  TO THE RUN DATE BY THE STATE EACH CODE WAS REPORTED TO --
068000*  A REDEMPTION ADDS, A REVERSAL OF ONE TAKES IT BACK OUT --
068100*  AND LIST THEM IN STATE ORDER FOR THE CLAIMS.
068200*----------------------------------------------------------------
068300 7000-RECLAIM-SCHEDULE.
068400     IF EC-RECLAIM-FROM = 0
068500         GO TO 7000-EXIT.
068600     OPEN INPUT PASTRCM-FILE
068700     READ PASTRCM-FILE
068800         AT END MOVE "Y" TO WS-RCM-EOF-SWITCH
068900     END-READ
069000     PERFORM 7100-NET-ONE-RECLAIM THRU 7100-EXIT
069100         UNTIL END-OF-PASTRCM
069200     CLOSE PASTRCM-FILE
069300     PERFORM 7300-ORDER-TABLE THRU 7300-EXIT
069400     MOVE SPACES TO PASTEDD-LINE
069500     WRITE PASTEDD-LINE
069600     WRITE PASTEDD-LINE
069700     MOVE SPACES TO PASTEDD-LINE
069800     STRING "ESCHEAT RECLAIMS POSTED " DELIMITED BY SIZE
069900            EC-RECLAIM-FROM            DELIMITED BY SIZE
070000            " THRU "                   DELIMITED BY SIZE
070100            EC-RUN-DATE                DELIMITED BY SIZE
070200            " - NET BY STATE REPORTED TO"
070300                                       DELIMITED BY SIZE
070400         INTO PASTEDD-LINE
070500     END-STRING
070600     WRITE PASTEDD-LINE
070700     MOVE SPACES TO PASTEDD-LINE
070800     WRITE PASTEDD-LINE
070900     WRITE PASTEDD-LINE FROM EDD-RECLAIM-HEADING
071000     PERFORM 7500-WRITE-RECLAIM-LINE THRU 7500-EXIT
071100         VARYING WS-RC-IDX FROM 1 BY 1
071200         UNTIL WS-RC-IDX > WS-RC-COUNT
071300     MOVE "TOTAL"          TO EDD-RC-STATE
071400     MOVE WS-RC-NET-CODES  TO EDD-RC-CODES
071500     MOVE WS-RC-NET-AMOUNT TO EDD-RC-AMOUNT
071600     WRITE PASTEDD-LINE FROM EDD-RECLAIM-LINE.
071700 7000-EXIT.
071800     EXIT.
071900 7100-NET-ONE-RECLAIM.
072000     IF RM-POST-DATE < EC-RECLAIM-FROM
072100         OR RM-POST-DATE > EC-RUN-DATE
072200         GO TO 7100-NEXT.
072300     MOVE 0 TO WS-RC-FOUND-IDX
072400     PERFORM 7200-MATCH-STATE THRU 7200-EXIT
072500         VARYING WS-RC-IDX FROM 1 BY 1
072600         UNTIL WS-RC-IDX > WS-RC-COUNT
072700             OR WS-RC-FOUND-IDX > 0
072800     IF WS-RC-FOUND-IDX = 0
072900         IF WS-RC-COUNT = WS-RC-MAX
073000             GO TO 9930-REJECT-TABLE-FULL
073100         END-IF
073200         ADD 1 TO WS-RC-COUNT
073300         MOVE WS-RC-COUNT      TO WS-RC-FOUND-IDX
073400         MOVE RM-ESCHEAT-STATE TO WS-RC-STATE(WS-RC-FOUND-IDX)
073500         MOVE 0                TO WS-RC-CODES(WS-RC-FOUND-IDX)
073600         MOVE 0                TO WS-RC-AMOUNT(WS-RC-FOUND-IDX)
073700     END-IF
073800     IF RM-IS-REVERSAL
073900         SUBTRACT 1 FROM WS-RC-CODES(WS-RC-FOUND-IDX)
074000                         WS-RC-NET-CODES
074100         SUBTRACT RM-FACE-VALUE
074200             FROM WS-RC-AMOUNT(WS-RC-FOUND-IDX)
074300                  WS-RC-NET-AMOUNT
074400     ELSE
074500         ADD 1 TO WS-RC-CODES(WS-RC-FOUND-IDX)
074600                  WS-RC-NET-CODES
074700         ADD RM-FACE-VALUE
074800             TO WS-RC-AMOUNT(WS-RC-FOUND-IDX)
074900                WS-RC-NET-AMOUNT
075000     END-IF.
075100 7100-NEXT.
075200     READ PASTRCM-FILE
075300         AT END MOVE "Y" TO WS-RCM-EOF-SWITCH
075400     END-READ.
075500 7100-EXIT.
075600     EXIT.
075700 7200-MATCH-STATE.
075800     IF WS-RC-STATE(WS-RC-IDX) = RM-ESCHEAT-STATE
075900         MOVE WS-RC-IDX TO WS-RC-FOUND-IDX
076000     END-IF.
076100 7200-EXIT.
076200     EXIT.
076300*----------------------------------------------------------------
076400*  7300-ORDER-TABLE  --  PUT THE RECLAIM TABLE IN STATE ORDER.
076500*  A PLAIN EXCHANGE SORT, AS RNDSETL ORDERS ITS STORES.
076600*----------------------------------------------------------------
076700 7300-ORDER-TABLE.
076800     PERFORM 7310-ORDER-ONE-PASS THRU 7310-EXIT
076900         VARYING WS-SORT-PASS FROM 1 BY 1
077000         UNTIL WS-SORT-PASS NOT < WS-RC-COUNT.
077100 7300-EXIT.
077200     EXIT.
077300 7310-ORDER-ONE-PASS.
077400     PERFORM 7320-ORDER-ONE-PAIR THRU 7320-EXIT
077500         VARYING WS-RC-IDX FROM 1 BY 1
077600         UNTIL WS-RC-IDX + WS-SORT-PASS > WS-RC-COUNT.
077700 7310-EXIT.
077800     EXIT.
077900 7320-ORDER-ONE-PAIR.
078000     COMPUTE WS-NEXT-IDX = WS-RC-IDX + 1
078100     IF WS-RC-STATE(WS-RC-IDX) > WS-RC-STATE(WS-NEXT-IDX)
078200         MOVE WS-RC-ENTRY(WS-RC-IDX)  TO WS-RC-HOLD
078300         MOVE WS-RC-ENTRY(WS-NEXT-IDX)
078400             TO WS-RC-ENTRY(WS-RC-IDX)
078500         MOVE WS-RC-HOLD TO WS-RC-ENTRY(WS-NEXT-IDX)
078600     END-IF.
078700 7320-EXIT.
078800     EXIT.
078900 7500-WRITE-RECLAIM-LINE.
079000     MOVE WS-RC-STATE(WS-RC-IDX)  TO EDD-RC-STATE
079100     MOVE WS-RC-CODES(WS-RC-IDX)  TO EDD-RC-CODES
079200     MOVE WS-RC-AMOUNT(WS-RC-IDX) TO EDD-RC-AMOUNT
079300     WRITE PASTEDD-LINE FROM EDD-RECLAIM-LINE.
079400 7500-EXIT.
079500     EXIT.
079600*----------------------------------------------------------------
079700*  8000-TERMINATE  --  CLOSE DOWN AND REPORT TO THE JOB LOG.  A
079800*  CODE LEFT UNREPORTED FOR WANT OF A STATE, OR ONE THAT COULD
079900*  NOT BE MARKED, ENDS THE RUN WITH RETURN-CODE 4.
080000*----------------------------------------------------------------
080100 8000-TERMINATE.
080200     CLOSE PASTEDD-FILE
080300     CLOSE PASTHIST-FILE
080400     CLOSE PASTCAMP-FILE
080500     CLOSE PASTSTOR-FILE
080600     CLOSE PASTXRF-FILE
080700     IF EC-MODE-FINAL
080800         CLOSE PASTHJNL-FILE
080900         PERFORM 6100-RELEASE-LOCK THRU 6100-EXIT
081000     END-IF
081100     DISPLAY "RNDESCH -- " WS-MODE-TEXT ", "
081200         WS-REPORTED-COUNT " CODE(S) REPORTED TO "
081300         WS-STATE-COUNT " STATE(S), "
081400         WS-UNRESOLVED-COUNT " WITH NO STATE"
081500     IF WS-UNRESOLVED-COUNT > 0
081600         OR WS-MARK-MISS-COUNT > 0
081700         MOVE 4 TO RETURN-CODE
081800     END-IF.
081900 8000-EXIT.
082000     EXIT.
082100*----------------------------------------------------------------
082200*  6000-ACQUIRE-LOCK  --  SET THE PASTLCK RUN-CONTROL LOCK
082300*  BEFORE PASTHIST OPENS FOR UPDATE.  A LOCK ALREADY HELD
082400*  MEANS ANOTHER UPDATER (OR AN ABENDED RUN OPS HAS NOT YET
082500*  CLEARED WITH RNDLOCK) -- REFUSE CLEANLY.
082600*----------------------------------------------------------------
082700 6000-ACQUIRE-LOCK.
082800     OPEN I-O PASTLCK-FILE
082900     MOVE 1   TO WS-PASTLCK-KEY
083000     MOVE "N" TO WS-LCK-FOUND-SWITCH
083100     READ PASTLCK-FILE
083200         INVALID KEY
083300             CONTINUE
083400         NOT INVALID KEY
083500             MOVE "Y" TO WS-LCK-FOUND-SWITCH
083600     END-READ
083700     IF LOCK-RECORD-FOUND AND LK-LOCK-HELD
083800         GO TO 9950-REJECT-LOCK-HELD
083900     END-IF
084000     MOVE "H"        TO LK-HELD-FLAG
084100     MOVE "RNDESCH"  TO LK-PROGRAM
084200     MOVE "PASTESCJ" TO LK-JOB
084300     ACCEPT LK-START-DATE FROM DATE YYYYMMDD
084400     ACCEPT WS-TIME-RAW FROM TIME
084500     MOVE WS-TIME-RAW(1:6) TO LK-START-TIME
084600     IF LOCK-RECORD-FOUND
084700         REWRITE PASTLCK-RECORD
084800     ELSE
084900         WRITE PASTLCK-RECORD
085000     END-IF
085100     MOVE "Y" TO WS-LOCK-OWNED-SWITCH.
085200 6000-EXIT.
085300     EXIT.
085400*----------------------------------------------------------------
085500*  6100-RELEASE-LOCK  --  CLEAR THE LOCK AT CLOSE.  A NO-OP
085600*  WHEN THE RUN NEVER ACQUIRED IT.
085700*----------------------------------------------------------------
085800 6100-RELEASE-LOCK.
085900     IF LOCK-IS-OWNED
086000         MOVE 1   TO WS-PASTLCK-KEY
086100         MOVE "C" TO LK-HELD-FLAG
086200         REWRITE PASTLCK-RECORD
086300         CLOSE PASTLCK-FILE
086400         MOVE "N" TO WS-LOCK-OWNED-SWITCH
086500     END-IF.
086600 6100-EXIT.
086700     EXIT.
086800*----------------------------------------------------------------
086900*  9910-REJECT-CARD  --  THE ESCHCTL CARD IS MISSING ITS RUN
087000*  DATE, ITS DORMANCY PERIOD, A MODE OF "F" OR "T", OR THE
087100*  HOLDER NAME.  A ZERO DORMANCY PERIOD WOULD REPORT EVERY
087200*  OPEN CODE ON FILE.  NOTHING HAS BEEN READ OR MARKED.
087300*----------------------------------------------------------------
087400 9910-REJECT-CARD.
087500     DISPLAY "RNDESCH REJECTED -- ESCHCTL RUN DATE, DORMANCY "
087600         "DAYS, MODE OR HOLDER MISSING OR INVALID"
087700     DISPLAY "  RUN DATE/DAYS/MODE : " EC-RUN-DATE "/"
087800         EC-DORMANCY-DAYS "/" EC-MODE
087900     MOVE 16 TO RETURN-CODE
088000     STOP RUN.
088100*----------------------------------------------------------------
088200*  9920-REJECT-NO-CONTROL  --  THE ESCHCTL FILE HAD NO CARD.
088300*----------------------------------------------------------------
088400 9920-REJECT-NO-CONTROL.
088500     DISPLAY "RNDESCH REJECTED -- ESCHCTL CONTROL FILE IS EMPTY"
088600     CLOSE ESCHCTL-FILE
088700     MOVE 16 TO RETURN-CODE
088800     STOP RUN.
088900*----------------------------------------------------------------
089000*  9930-REJECT-TABLE-FULL  --  MORE STATES ON PASTRCM THAN THE
089100*  RECLAIM TABLE HOLDS -- THE FILE IS DAMAGED.  THE EXTRACT
089200*  AND ANY MARKING ARE COMPLETE; ONLY THE RECLAIM SCHEDULE IS
089300*  MISSING.
089400*----------------------------------------------------------------
089500 9930-REJECT-TABLE-FULL.
089600     DISPLAY "RNDESCH REJECTED -- MORE THAN " WS-RC-MAX
089700         " STATES ON PASTRCM - RECLAIM SCHEDULE NOT PRINTED"
089800     CLOSE PASTRCM-FILE
089900     PERFORM 8000-TERMINATE THRU 8000-EXIT
090000     MOVE 16 TO RETURN-CODE
090100     STOP RUN.
090200*----------------------------------------------------------------
090300*  9950-REJECT-LOCK-HELD  --  ANOTHER PASTHIST UPDATER
090400*  HOLDS THE LOCK.  NOTHING HAS BEEN CHANGED -- TELL OPS WHO
090500*  HOLDS IT, JOURNAL THE REFUSAL, AND STOP WITH RC=12 SO THE
090600*  RUN CAN BE RESUBMITTED AFTER THE HOLDER FINISHES.
090700*----------------------------------------------------------------
090800 9950-REJECT-LOCK-HELD.
090900     DISPLAY "RNDESCH REJECTED -- PASTHIST LOCK HELD BY "
091000         LK-PROGRAM
091100     DISPLAY "  JOB " LK-JOB " SINCE " LK-START-DATE " "
091200         LK-START-TIME
091300     DISPLAY "  IF THE HOLDER ABENDED, CLEAR WITH RNDLOCK"
091400     OPEN EXTEND PASTJRNL-FILE
091500     MOVE SPACES TO PASTJRNL-RECORD
091600     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
091700     MOVE WS-JRNL-DATE TO JL-RUN-DATE
091800     ACCEPT WS-TIME-RAW FROM TIME
091900     MOVE WS-TIME-RAW(1:6) TO JL-TIME
092000     MOVE "RNDESCH" TO JL-PROGRAM
092100     MOVE "REJECT"  TO JL-EVENT
092200     MOVE ZEROS     TO JL-K-VALUE
092300     MOVE ZEROS     TO JL-BATCH-COUNT
092400     MOVE ZEROS     TO JL-CODES-WRITTEN
092500     MOVE "PASTHIST LOCK HELD - SEE RNDLOCK" TO JL-REASON
092600     WRITE PASTJRNL-RECORD
092700     CLOSE PASTJRNL-FILE
092800     CLOSE PASTLCK-FILE
092900     MOVE 12 TO RETURN-CODE
093000     STOP RUN.
