000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RNDRCP.
000300 AUTHOR.         D W ALDEN.
000400 INSTALLATION.   PASTIME SYSTEMS - VOUCHER CODE GENERATION.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.  10/15/26.
000700*================================================================
000800*  RNDRCP  --  DIRECT-MAIL RECIPIENT ASSIGNMENT AND MAIL MERGE.
000900*  THE CODES RNDSTR WRITES TO PASTOUT ARE ANONYMOUS; FOR A
001000*  DIRECT-MAIL CAMPAIGN THIS RUN MARRIES THEM TO MARKETING'S
001100*  RECIPIENT LIST.  THE RCPCTL CARD NAMES THE CAMPAIGN.  EACH
001200*  RECIPIENT ON THE RCPLIST FILE, IN LIST ORDER, IS GIVEN THE
001300*  NEXT UNASSIGNED CODE OF THE CAMPAIGN IN PO-SEQ-NO ORDER OFF
001400*  THE PASTOUT FEED, AND EVERY PAIRING IS --
001500*    -  WRITTEN TO THE KEYED PASTXRF CROSS-REFERENCE, BY CODE
001600*       AND BY CUSTOMER, FOR THE RNDRINQ DESK INQUIRY
001700*    -  WRITTEN AS A PERSONALIZED DETAIL TO THE PASTMRG MERGE
001800*       FILE THE PRINT VENDOR LOADS IN PLACE OF THE PLAIN
001900*       PASTVEND DETAILS, WITH THE SAME TRAILER COUNT AND HASH
002000*  A CODE OR CUSTOMER ALREADY ON PASTXRF IS NOT ASSIGNED AGAIN,
002100*  SO A CAMPAIGN GENERATED OVER SEVERAL NIGHTS IS ASSIGNED BY
002200*  RERUNNING WITH THE SAME LIST AGAINST EACH NIGHT'S FEED.
002300*  THE PASTRCR RECONCILIATION LISTS EVERY RECIPIENT LEFT
002400*  WITHOUT A CODE, EVERY CODE LEFT UNASSIGNED, AND EVERY LIST
002500*  RECORD REFUSED, AND ENDS THE RUN WITH RC=4 WHEN THERE ARE
002600*  ANY.
002700*----------------------------------------------------------------
002800*  MODIFICATION HISTORY
002900*  MM/DD/YY  INIT  DESCRIPTION
003000*  10/15/26  DWA   ORIGINAL PROGRAM.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RCPCTL-FILE ASSIGN TO RCPCTL
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT RCPLIST-FILE ASSIGN TO RCPLIST
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT PASTOUT-FILE ASSIGN TO PASTOUT
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT PASTCAMP-FILE ASSIGN TO PASTCAMP
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS CM-CAMPAIGN-ID.
004500     SELECT PASTXRF-FILE ASSIGN TO PASTXRF
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS XR-KEY.
004900     SELECT PASTMRG-FILE ASSIGN TO PASTMRG
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT PASTRCR-FILE ASSIGN TO PASTRCR
005200         ORGANIZATION IS SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  RCPCTL-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  RCPCTL-RECORD.
005800     05  RC-CAMPAIGN-ID          PIC X(08).
005900     05  FILLER                  PIC X(72).
006000 FD  RCPLIST-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY PASTRCL.
006300 FD  PASTOUT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY PASTOUT.
006600 FD  PASTCAMP-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY PASTCAMP.
006900 FD  PASTXRF-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY PASTXRF.
007200 FD  PASTMRG-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY PASTMRG.
007500 FD  PASTRCR-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  PASTRCR-LINE                PIC X(132).
007800 WORKING-STORAGE SECTION.
007900 01  WS-LIST-EOF-SWITCH          PIC X(01)  VALUE "N".
008000     88  END-OF-RCPLIST                  VALUE "Y".
008100 01  WS-OUT-EOF-SWITCH           PIC X(01)  VALUE "N".
008200     88  END-OF-PASTOUT                  VALUE "Y".
008300 01  WS-HEADER-SWITCH            PIC X(01)  VALUE "N".
008400     88  HEADER-WRITTEN                  VALUE "Y".
008500 01  WS-RUN-DATE                 PIC 9(08)  VALUE 0.
008600 01  WS-DISPOSITION              PIC X(24).
008700 77  WS-LIST-READ                PIC 9(07)  VALUE 0.
008800 77  WS-LIST-REFUSED             PIC 9(07)  VALUE 0.
008900 77  WS-LIST-PRIOR               PIC 9(07)  VALUE 0.
009000 77  WS-LIST-NO-CODE             PIC 9(07)  VALUE 0.
009100 77  WS-CODES-READ               PIC 9(07)  VALUE 0.
009200 77  WS-CODES-PRIOR              PIC 9(07)  VALUE 0.
009300 77  WS-CODES-UNASSIGNED         PIC 9(07)  VALUE 0.
009400 77  WS-ASSIGNED-COUNT           PIC 9(07)  VALUE 0.
009500 77  WS-DETAIL-COUNT             PIC 9(09)  VALUE 0.
009600 77  WS-HASH-TOTAL               PIC 9(13)  VALUE 0.
009700 77  WS-CODE-LEN                 PIC 9(03)  VALUE 0.
009800 77  WS-IN-POS                   PIC 9(03)  VALUE 0.
009900 77  WS-OUT-POS                  PIC 9(03)  VALUE 0.
010000 01  WS-CHECK-ALPHABET           PIC X(36) VALUE
010100     "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
010200 77  WS-CHAR-ORD                 PIC 9(02)  VALUE 0.
010300 77  WS-ORD-IDX                  PIC 9(02)  VALUE 0.
010400 01  RCR-HEADING-1.
010500     05  FILLER                 PIC X(40) VALUE
010600         "RNDRCP RECIPIENT ASSIGNMENT - CAMPAIGN  ".
010700     05  RCR-H-CAMPAIGN-ID      PIC X(08).
010800     05  FILLER                 PIC X(08) VALUE " RUN OF ".
010900     05  RCR-H-RUN-DATE         PIC 9(08).
011000 01  RCR-HEADING-2.
011100     05  FILLER                 PIC X(10) VALUE "CUSTOMER".
011200     05  FILLER                 PIC X(02) VALUE SPACES.
011300     05  FILLER                 PIC X(30) VALUE "NAME".
011400     05  FILLER                 PIC X(02) VALUE SPACES.
011500     05  FILLER                 PIC X(07) VALUE "SEQ NO".
011600     05  FILLER                 PIC X(02) VALUE SPACES.
011700     05  FILLER                 PIC X(24) VALUE "DISPOSITION".
011800     05  FILLER                 PIC X(02) VALUE SPACES.
011900     05  FILLER                 PIC X(04) VALUE "CODE".
012000 01  RCR-DETAIL-LINE.
012100     05  RCR-CUSTOMER-NO        PIC 9(10) BLANK WHEN ZERO.
012200     05  FILLER                 PIC X(02) VALUE SPACES.
012300     05  RCR-NAME               PIC X(30).
012400     05  FILLER                 PIC X(02) VALUE SPACES.
012500     05  RCR-SEQ-NO             PIC ZZZZZZ9 BLANK WHEN ZERO.
012600     05  FILLER                 PIC X(02) VALUE SPACES.
012700     05  RCR-DISPOSITION        PIC X(24).
012800     05  FILLER                 PIC X(02) VALUE SPACES.
012900     05  RCR-CODE               PIC X(50).
013000 01  RCR-TOTAL-LINE.
013100     05  RCR-TOTAL-LABEL        PIC X(24).
013200     05  RCR-TOTAL-COUNT        PIC ZZZZZZ9.
013300 PROCEDURE DIVISION.
013400*----------------------------------------------------------------
013500*  0000-MAINLINE  --  OVERALL ASSIGNMENT SEQUENCE.
013600*----------------------------------------------------------------
013700 0000-MAINLINE.
013800     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
013900     PERFORM 2000-ASSIGN-LIST      THRU 2000-EXIT
014000     PERFORM 4000-WRITE-TRAILER    THRU 4000-EXIT
014100     PERFORM 7000-WRITE-TOTALS     THRU 7000-EXIT
014200     PERFORM 8000-TERMINATE        THRU 8000-EXIT
014300     STOP RUN.
014400*----------------------------------------------------------------
014500*  1000-INITIALIZE  --  READ THE RCPCTL CARD, CHECK THE
014600*  CAMPAIGN AGAINST THE PASTCAMP MASTER, OPEN THE FILES AND
014700*  PRINT THE RECONCILIATION HEADINGS.
014800*----------------------------------------------------------------
014900 1000-INITIALIZE.
015000     OPEN INPUT RCPCTL-FILE
015100     READ RCPCTL-FILE
015200         AT END
015300             GO TO 9920-REJECT-NO-CONTROL
015400     END-READ
015500     CLOSE RCPCTL-FILE
015600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015700     OPEN INPUT PASTCAMP-FILE
015800     MOVE RC-CAMPAIGN-ID TO CM-CAMPAIGN-ID
015900     READ PASTCAMP-FILE
016000         INVALID KEY
016100             GO TO 9900-REJECT-CAMPAIGN
016200     END-READ
016300     CLOSE PASTCAMP-FILE
016400     OPEN INPUT  RCPLIST-FILE
016500     OPEN INPUT  PASTOUT-FILE
016600     OPEN I-O    PASTXRF-FILE
016700     OPEN OUTPUT PASTMRG-FILE
016800     OPEN OUTPUT PASTRCR-FILE
016900     MOVE RC-CAMPAIGN-ID TO RCR-H-CAMPAIGN-ID
017000     MOVE WS-RUN-DATE    TO RCR-H-RUN-DATE
017100     WRITE PASTRCR-LINE FROM RCR-HEADING-1
017200     MOVE SPACES TO PASTRCR-LINE
017300     WRITE PASTRCR-LINE
017400     WRITE PASTRCR-LINE FROM RCR-HEADING-2.
017500 1000-EXIT.
017600     EXIT.
017700*----------------------------------------------------------------
017800*  2000-ASSIGN-LIST  --  WALK THE LIST AND THE CAMPAIGN'S
017900*  CODES SIDE BY SIDE.  WHILE BOTH LAST, EACH RECIPIENT TAKES
018000*  THE NEXT CODE; WHATEVER IS LEFT OF EITHER SIDE AFTERWARDS
018100*  IS LISTED ON THE RECONCILIATION.
018200*----------------------------------------------------------------
018300 2000-ASSIGN-LIST.
018400     PERFORM 3000-NEXT-RECIPIENT THRU 3000-EXIT
018500     PERFORM 3500-NEXT-CODE      THRU 3500-EXIT
018600     PERFORM 2100-ASSIGN-ONE     THRU 2100-EXIT
018700         UNTIL END-OF-RCPLIST
018800           AND END-OF-PASTOUT.
018900 2000-EXIT.
019000     EXIT.
019100 2100-ASSIGN-ONE.
019200     IF NOT END-OF-RCPLIST
019300         AND NOT END-OF-PASTOUT
019400         PERFORM 4100-RECORD-ASSIGNMENT THRU 4100-EXIT
019500         PERFORM 3000-NEXT-RECIPIENT    THRU 3000-EXIT
019600         PERFORM 3500-NEXT-CODE         THRU 3500-EXIT
019700         GO TO 2100-EXIT.
019800     IF NOT END-OF-RCPLIST
019900         ADD 1 TO WS-LIST-NO-CODE
020000         MOVE "NO CODE LEFT FOR CUST" TO WS-DISPOSITION
020100         PERFORM 6000-LIST-RECIPIENT THRU 6000-EXIT
020200         PERFORM 3000-NEXT-RECIPIENT THRU 3000-EXIT
020300         GO TO 2100-EXIT.
020400     ADD 1 TO WS-CODES-UNASSIGNED
020500     MOVE "CODE NOT ASSIGNED" TO WS-DISPOSITION
020600     PERFORM 6100-LIST-CODE THRU 6100-EXIT
020700     PERFORM 3500-NEXT-CODE THRU 3500-EXIT.
020800 2100-EXIT.
020900     EXIT.
021000*----------------------------------------------------------------
021100*  3000-NEXT-RECIPIENT  --  READ TO THE NEXT LIST RECORD THAT
021200*  CAN TAKE A CODE.  A RECORD FOR ANOTHER CAMPAIGN, WITH NO
021300*  CUSTOMER NUMBER OR NO NAME IS REFUSED; A CUSTOMER WHO
021400*  ALREADY HOLDS A CODE OF THIS CAMPAIGN (AN EARLIER NIGHT, OR
021500*  A DUPLICATE ON THE LIST) IS PASSED OVER.  BOTH ARE LISTED.
021600*----------------------------------------------------------------
021700 3000-NEXT-RECIPIENT.
021800     READ RCPLIST-FILE
021900         AT END
022000             MOVE "Y" TO WS-LIST-EOF-SWITCH
022100             GO TO 3000-EXIT
022200     END-READ
022300     ADD 1 TO WS-LIST-READ
022400     MOVE SPACES TO WS-DISPOSITION
022500     EVALUATE TRUE
022600         WHEN RL-CAMPAIGN-ID NOT = RC-CAMPAIGN-ID
022700             MOVE "LIST FOR OTHER CAMPAIGN" TO WS-DISPOSITION
022800         WHEN RL-CUSTOMER-NO NOT NUMERIC
022900             MOVE "CUSTOMER NO INVALID" TO WS-DISPOSITION
023000         WHEN RL-CUSTOMER-NO = 0
023100             MOVE "CUSTOMER NO INVALID" TO WS-DISPOSITION
023200         WHEN RL-NAME = SPACES
023300             MOVE "NAME MISSING" TO WS-DISPOSITION
023400         WHEN OTHER
023500             CONTINUE
023600     END-EVALUATE
023700     IF WS-DISPOSITION NOT = SPACES
023800         ADD 1 TO WS-LIST-REFUSED
023900         PERFORM 6000-LIST-RECIPIENT THRU 6000-EXIT
024000         GO TO 3000-NEXT-RECIPIENT.
024100     MOVE "C"            TO XR-KEY-TYPE
024200     MOVE SPACES         TO XR-KEY-CODE
024300     MOVE RL-CUSTOMER-NO TO XR-KEY-CUST-NO
024400     MOVE RC-CAMPAIGN-ID TO XR-KEY-CAMPAIGN
024500     READ PASTXRF-FILE
024600         INVALID KEY
024700             GO TO 3000-EXIT
024800     END-READ
024900     ADD 1 TO WS-LIST-PRIOR
025000     MOVE "ALREADY HOLDS A CODE" TO WS-DISPOSITION
025100     MOVE XR-SEQ-NO TO RCR-SEQ-NO
025200     MOVE XR-CODE   TO RCR-CODE
025300     PERFORM 6000-LIST-RECIPIENT THRU 6000-EXIT
025400     GO TO 3000-NEXT-RECIPIENT.
025500 3000-EXIT.
025600     EXIT.
025700*----------------------------------------------------------------
025800*  3500-NEXT-CODE  --  READ TO THE NEXT PASTOUT CODE OF THE
025900*  CAMPAIGN NOT ALREADY ASSIGNED.  RNDSTR WRITES EACH
026000*  CAMPAIGN'S CODES TOGETHER IN PO-SEQ-NO ORDER, SO FILE ORDER
026100*  IS SEQUENCE ORDER.
026200*----------------------------------------------------------------
026300 3500-NEXT-CODE.
026400     READ PASTOUT-FILE
026500         AT END
026600             MOVE "Y" TO WS-OUT-EOF-SWITCH
026700             GO TO 3500-EXIT
026800     END-READ
026900     IF PO-CAMPAIGN-ID NOT = RC-CAMPAIGN-ID
027000         GO TO 3500-NEXT-CODE.
027100     ADD 1 TO WS-CODES-READ
027200     MOVE "K"     TO XR-KEY-TYPE
027300     MOVE PO-CODE TO XR-KEY-CODE
027400     READ PASTXRF-FILE
027500         INVALID KEY
027600             GO TO 3500-EXIT
027700     END-READ
027800     ADD 1 TO WS-CODES-PRIOR
027900     GO TO 3500-NEXT-CODE.
028000 3500-EXIT.
028100     EXIT.
028200*----------------------------------------------------------------
028300*  4000-WRITE-TRAILER  --  THE MERGE FILE'S DETAIL COUNT AND
028400*  HASH TOTAL, FOR THE VENDOR'S INTAKE.
028500*----------------------------------------------------------------
028600 4000-WRITE-TRAILER.
028700     IF NOT HEADER-WRITTEN
028800         PERFORM 4300-WRITE-HEADER THRU 4300-EXIT
028900     END-IF
029000     MOVE SPACES          TO MRG-TRAILER-RECORD
029100     MOVE "T"             TO MT-REC-TYPE
029200     MOVE WS-DETAIL-COUNT TO MT-DETAIL-COUNT
029300     MOVE WS-HASH-TOTAL   TO MT-HASH-TOTAL
029400     WRITE MRG-TRAILER-RECORD.
029500 4000-EXIT.
029600     EXIT.
029700*----------------------------------------------------------------
029800*  4100-RECORD-ASSIGNMENT  --  PAIR THE RECIPIENT WITH THE
029900*  CODE:  BOTH CROSS-REFERENCE RECORDS, THEN THE MERGE DETAIL.
030000*----------------------------------------------------------------
030100 4100-RECORD-ASSIGNMENT.
030200     MOVE SPACES         TO PASTXRF-RECORD
030300     MOVE PO-CODE        TO XR-CODE
030400     MOVE RC-CAMPAIGN-ID TO XR-CAMPAIGN-ID
030500     MOVE RL-CUSTOMER-NO TO XR-CUSTOMER-NO
030600     MOVE RL-NAME        TO XR-NAME
030700     MOVE RL-ADDRESS-1   TO XR-ADDRESS-1
030800     MOVE RL-ADDRESS-2   TO XR-ADDRESS-2
030900     MOVE RL-CITY        TO XR-CITY
031000     MOVE RL-STATE       TO XR-STATE
031100     MOVE RL-ZIP         TO XR-ZIP
031200     MOVE PO-SEQ-NO      TO XR-SEQ-NO
031300     MOVE PO-RUN-DATE    TO XR-RUN-DATE
031400     MOVE WS-RUN-DATE    TO XR-ASSIGN-DATE
031500     MOVE "K"            TO XR-KEY-TYPE
031600     MOVE PO-CODE        TO XR-KEY-CODE
031700     WRITE PASTXRF-RECORD
031800     MOVE "C"            TO XR-KEY-TYPE
031900     MOVE SPACES         TO XR-KEY-CODE
032000     MOVE RL-CUSTOMER-NO TO XR-KEY-CUST-NO
032100     MOVE RC-CAMPAIGN-ID TO XR-KEY-CAMPAIGN
032200     WRITE PASTXRF-RECORD
032300     ADD 1 TO WS-ASSIGNED-COUNT
032400     IF NOT HEADER-WRITTEN
032500         PERFORM 4300-WRITE-HEADER THRU 4300-EXIT
032600     END-IF
032700     PERFORM 4200-WRITE-DETAIL THRU 4200-EXIT.
032800 4100-EXIT.
032900     EXIT.
033000*----------------------------------------------------------------
033100*  4200-WRITE-DETAIL  --  ONE PERSONALIZED DETAIL.  THE CODE IS
033200*  HYPHENATED INTO GROUPS OF FOUR AND HASHED EXACTLY AS RNDVEXT
033300*  DOES FOR PASTVEND.
033400*----------------------------------------------------------------
033500 4200-WRITE-DETAIL.
033600     MOVE SPACES         TO MRG-DETAIL-RECORD
033700     MOVE "D"            TO MD-REC-TYPE
033800     MOVE PO-SEQ-NO      TO MD-SEQ-NO
033900     MOVE RC-CAMPAIGN-ID TO MD-CAMPAIGN-ID
034000     MOVE RL-CUSTOMER-NO TO MD-CUSTOMER-NO
034100     MOVE RL-NAME        TO MD-NAME
034200     MOVE RL-ADDRESS-1   TO MD-ADDRESS-1
034300     MOVE RL-ADDRESS-2   TO MD-ADDRESS-2
034400     MOVE RL-CITY        TO MD-CITY
034500     MOVE RL-STATE       TO MD-STATE
034600     MOVE RL-ZIP         TO MD-ZIP
034700     MOVE PO-CODE-LEN    TO WS-CODE-LEN
034800     MOVE 1              TO WS-OUT-POS
034900     PERFORM 4210-FORMAT-CODE-CHAR THRU 4210-EXIT
035000         VARYING WS-IN-POS FROM 1 BY 1
035100         UNTIL WS-IN-POS > WS-CODE-LEN
035200     WRITE MRG-DETAIL-RECORD
035300     ADD 1 TO WS-DETAIL-COUNT.
035400 4200-EXIT.
035500     EXIT.
035600 4210-FORMAT-CODE-CHAR.
035700     MOVE PO-CODE(WS-IN-POS:1)
035800         TO MD-CODE-DISPLAY(WS-OUT-POS:1)
035900     ADD 1 TO WS-OUT-POS
036000     IF FUNCTION MOD(WS-IN-POS, 4) = 0
036100         AND WS-IN-POS < WS-CODE-LEN
036200         MOVE "-" TO MD-CODE-DISPLAY(WS-OUT-POS:1)
036300         ADD 1 TO WS-OUT-POS
036400     END-IF
036500     MOVE 0 TO WS-CHAR-ORD
036600     PERFORM 4220-FIND-CHAR-ORDINAL THRU 4220-EXIT
036700         VARYING WS-ORD-IDX FROM 1 BY 1
036800         UNTIL WS-ORD-IDX > 36 OR WS-CHAR-ORD > 0
036900     ADD WS-CHAR-ORD TO WS-HASH-TOTAL.
037000 4210-EXIT.
037100     EXIT.
037200 4220-FIND-CHAR-ORDINAL.
037300     IF PO-CODE(WS-IN-POS:1) = WS-CHECK-ALPHABET(WS-ORD-IDX:1)
037400         MOVE WS-ORD-IDX TO WS-CHAR-ORD
037500     END-IF.
037600 4220-EXIT.
037700     EXIT.
037800*----------------------------------------------------------------
037900*  4300-WRITE-HEADER  --  THE ONE MERGE HEADER, CARRYING THE
038000*  GENERATION DATE OF THE FIRST CODE ASSIGNED (THE RUN DATE
038100*  WHEN NOTHING WAS).
038200*----------------------------------------------------------------
038300 4300-WRITE-HEADER.
038400     MOVE SPACES         TO MRG-HEADER-RECORD
038500     MOVE "H"            TO MH-REC-TYPE
038600     IF END-OF-PASTOUT
038700         MOVE WS-RUN-DATE TO MH-RUN-DATE
038800     ELSE
038900         MOVE PO-RUN-DATE TO MH-RUN-DATE
039000     END-IF
039100     MOVE RC-CAMPAIGN-ID TO MH-CAMPAIGN-ID
039200     WRITE MRG-HEADER-RECORD
039300     MOVE "Y" TO WS-HEADER-SWITCH.
039400 4300-EXIT.
039500     EXIT.
039600*----------------------------------------------------------------
039700*  6000-LIST-RECIPIENT  --  ONE RECONCILIATION LINE FOR A LIST
039800*  RECORD, WITH WS-DISPOSITION.  THE SEQUENCE AND CODE ARE
039900*  FILLED IN BY THE CALLER WHEN THERE IS ONE TO SHOW.
040000*----------------------------------------------------------------
040100 6000-LIST-RECIPIENT.
040200     IF RL-CUSTOMER-NO NUMERIC
040300         MOVE RL-CUSTOMER-NO TO RCR-CUSTOMER-NO
040400     ELSE
040500         MOVE ZEROS          TO RCR-CUSTOMER-NO
040600     END-IF
040700     MOVE RL-NAME        TO RCR-NAME
040800     MOVE WS-DISPOSITION TO RCR-DISPOSITION
040900     IF WS-DISPOSITION NOT = "ALREADY HOLDS A CODE"
041000         MOVE ZEROS  TO RCR-SEQ-NO
041100         MOVE SPACES TO RCR-CODE
041200     END-IF
041300     WRITE PASTRCR-LINE FROM RCR-DETAIL-LINE.
041400 6000-EXIT.
041500     EXIT.
041600*----------------------------------------------------------------
041700*  6100-LIST-CODE  --  ONE RECONCILIATION LINE FOR A CODE LEFT
041800*  OVER WHEN THE LIST RAN OUT.
041900*----------------------------------------------------------------
042000 6100-LIST-CODE.
042100     MOVE ZEROS          TO RCR-CUSTOMER-NO
042200     MOVE SPACES         TO RCR-NAME
042300     MOVE PO-SEQ-NO      TO RCR-SEQ-NO
042400     MOVE WS-DISPOSITION TO RCR-DISPOSITION
042500     MOVE PO-CODE        TO RCR-CODE
042600     WRITE PASTRCR-LINE FROM RCR-DETAIL-LINE.
042700 6100-EXIT.
042800     EXIT.
042900*----------------------------------------------------------------
043000*  7000-WRITE-TOTALS  --  THE LIST SIDE AND THE CODE SIDE OF
043100*  THE RECONCILIATION.  EACH SIDE FOOTS TO ITS READ COUNT.
043200*----------------------------------------------------------------
043300 7000-WRITE-TOTALS.
043400     MOVE SPACES TO PASTRCR-LINE
043500     WRITE PASTRCR-LINE
043600     MOVE "RECIPIENTS READ"      TO RCR-TOTAL-LABEL
043700     MOVE WS-LIST-READ           TO RCR-TOTAL-COUNT
043800     WRITE PASTRCR-LINE FROM RCR-TOTAL-LINE
043900     MOVE "  ASSIGNED A CODE"    TO RCR-TOTAL-LABEL
044000     MOVE WS-ASSIGNED-COUNT      TO RCR-TOTAL-COUNT
044100     WRITE PASTRCR-LINE FROM RCR-TOTAL-LINE
044200     MOVE "  ALREADY HELD A CODE" TO RCR-TOTAL-LABEL
044300     MOVE WS-LIST-PRIOR          TO RCR-TOTAL-COUNT
044400     WRITE PASTRCR-LINE FROM RCR-TOTAL-LINE
044500     MOVE "  REFUSED"            TO RCR-TOTAL-LABEL
044600     MOVE WS-LIST-REFUSED        TO RCR-TOTAL-COUNT
044700     WRITE PASTRCR-LINE FROM RCR-TOTAL-LINE
044800     MOVE "  LEFT WITHOUT A CODE" TO RCR-TOTAL-LABEL
044900     MOVE WS-LIST-NO-CODE        TO RCR-TOTAL-COUNT
045000     WRITE PASTRCR-LINE FROM RCR-TOTAL-LINE
045100     MOVE SPACES TO PASTRCR-LINE
045200     WRITE PASTRCR-LINE
045300     MOVE "CAMPAIGN CODES READ"  TO RCR-TOTAL-LABEL
045400     MOVE WS-CODES-READ          TO RCR-TOTAL-COUNT
045500     WRITE PASTRCR-LINE FROM RCR-TOTAL-LINE
045600     MOVE "  ASSIGNED THIS RUN"  TO RCR-TOTAL-LABEL
045700     MOVE WS-ASSIGNED-COUNT      TO RCR-TOTAL-COUNT
045800     WRITE PASTRCR-LINE FROM RCR-TOTAL-LINE
045900     MOVE "  ASSIGNED EARLIER"   TO RCR-TOTAL-LABEL
046000     MOVE WS-CODES-PRIOR         TO RCR-TOTAL-COUNT
046100     WRITE PASTRCR-LINE FROM RCR-TOTAL-LINE
046200     MOVE "  LEFT UNASSIGNED"    TO RCR-TOTAL-LABEL
046300     MOVE WS-CODES-UNASSIGNED    TO RCR-TOTAL-COUNT
046400     WRITE PASTRCR-LINE FROM RCR-TOTAL-LINE.
046500 7000-EXIT.
046600     EXIT.
046700*----------------------------------------------------------------
046800*  8000-TERMINATE  --  CLOSE DOWN AND REPORT TO THE JOB LOG.
046900*  RC=4 WHEN ANY RECIPIENT OR CODE WAS LEFT OVER OR ANY LIST
047000*  RECORD WAS REFUSED.
047100*----------------------------------------------------------------
047200 8000-TERMINATE.
047300     CLOSE RCPLIST-FILE
047400     CLOSE PASTOUT-FILE
047500     CLOSE PASTXRF-FILE
047600     CLOSE PASTMRG-FILE
047700     CLOSE PASTRCR-FILE
047800     DISPLAY "RNDRCP -- " WS-ASSIGNED-COUNT
047900         " CODE(S) ASSIGNED FOR " RC-CAMPAIGN-ID ", "
048000         WS-LIST-NO-CODE " RECIPIENT(S) WITHOUT A CODE, "
048100         WS-CODES-UNASSIGNED " CODE(S) UNASSIGNED"
048200     IF WS-LIST-NO-CODE > 0
048300         OR WS-CODES-UNASSIGNED > 0
048400         OR WS-LIST-REFUSED > 0
048500         MOVE 4 TO RETURN-CODE
048600     END-IF.
048700 8000-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000*  9900-REJECT-CAMPAIGN  --  THE RCPCTL CARD NAMES A CAMPAIGN
049100*  THE PASTCAMP MASTER DOES NOT KNOW.  NOTHING IS ASSIGNED.
049200*----------------------------------------------------------------
049300 9900-REJECT-CAMPAIGN.
049400     DISPLAY "RNDRCP REJECTED -- CAMPAIGN NOT ON PASTCAMP"
049500     DISPLAY "  CAMPAIGN ON CARD : " RC-CAMPAIGN-ID
049600     CLOSE PASTCAMP-FILE
049700     MOVE 16 TO RETURN-CODE
049800     STOP RUN.
049900*----------------------------------------------------------------
050000*  9920-REJECT-NO-CONTROL  --  THE RCPCTL FILE HAD NO CARD.
050100*----------------------------------------------------------------
050200 9920-REJECT-NO-CONTROL.
050300     DISPLAY "RNDRCP REJECTED -- RCPCTL CONTROL FILE IS EMPTY"
050400     CLOSE RCPCTL-FILE
050500     MOVE 16 TO RETURN-CODE
050600     STOP RUN.
