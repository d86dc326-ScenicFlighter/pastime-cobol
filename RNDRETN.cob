000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RNDRETN.
000300 AUTHOR.         D W ALDEN.
000400 INSTALLATION.   PASTIME SYSTEMS - VOUCHER CODE GENERATION.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.  10/15/26.
000700*================================================================
000800*  RNDRETN  --  PASTARCH RECORDS-RETENTION ROLL.  RNDARCH
000900*  WRITES A NEW PASTARCH GENERATION EVERY MONTH; THIS RUN
001000*  APPLIES THE RECORDS-RETENTION SCHEDULE TO THE GENERATIONS
001100*  THAT HAVE PASSED IT.  THE RETNCTL CARD GIVES THE RUN DATE
001200*  AND THE SCHEDULE -- THE NUMBER OF DAYS AN ARCHIVED RECORD
001300*  IS KEPT AFTER ITS SWEEP.  EVERY RECORD OF THE GENERATIONS
001400*  CONCATENATED ON THE PASTARCH DD (INCLUDING THE LAST
001500*  CONDENSED GENERATION) IS EITHER --
001600*    -  RETAINED, BECAUSE A LEGAL HOLD ON THE PASTHOLD FILE
001700*       COVERS THE CODE OR ITS CAMPAIGN, BECAUSE ITS SWEEP IS
001800*       NOT YET PAST THE SCHEDULE, OR BECAUSE ITS CAMPAIGN IS
001900*       STILL OPEN ON PASTCAMP -- AND COPIED TO THE NEW
002000*       CONDENSED GENERATION ON PASTARCN, STAMPED WITH THE
002100*       REASON AND THE RUN DATE; OR
002200*    -  DUE FOR DESTRUCTION, AND COUNTED.
002300*  THE PASTDCR DESTRUCTION CERTIFICATE COUNTS BOTH BY CAMPAIGN
002400*  AND CODE RUN DATE, WITH THE REASON TOTALS AND A SIGN-OFF
002500*  BLOCK FOR THE RECORDS MANAGER AND LEGAL.  NOTHING IS
002600*  SCRATCHED HERE -- THE ROLLED GENERATIONS ARE DELETED BY
002700*  PASTRTXJ ONLY ONCE THE CERTIFICATE IS SIGNED.
002800*----------------------------------------------------------------
002900*  MODIFICATION HISTORY
003000*  MM/DD/YY  INIT  DESCRIPTION
003100*  10/15/26  DWA   ORIGINAL PROGRAM.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RETNCTL-FILE ASSIGN TO RETNCTL
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PASTARCH-FILE ASSIGN TO PASTARCH
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PASTARCN-FILE ASSIGN TO PASTARCN
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT PASTHOLD-FILE ASSIGN TO PASTHOLD
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS HD-KEY.
004600     SELECT PASTCAMP-FILE ASSIGN TO PASTCAMP
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CM-CAMPAIGN-ID.
005000     SELECT PASTDCR-FILE ASSIGN TO PASTDCR
005100         ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  RETNCTL-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  RETNCTL-RECORD.
005700     05  RT-RUN-DATE             PIC 9(08).
005800     05  RT-RETAIN-DAYS          PIC 9(05).
005900     05  FILLER                  PIC X(67).
006000 FD  PASTARCH-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY PASTARCH.
006300 FD  PASTARCN-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  PASTARCN-RECORD             PIC X(168).
006600 FD  PASTHOLD-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY PASTHOLD.
006900 FD  PASTCAMP-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY PASTCAMP.
007200 FD  PASTDCR-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  PASTDCR-LINE                PIC X(132).
007500 WORKING-STORAGE SECTION.
007600 01  WS-ARCH-EOF-SWITCH          PIC X(01)  VALUE "N".
007700     88  END-OF-PASTARCH                 VALUE "Y".
007800 01  WS-HELD-SWITCH              PIC X(01)  VALUE "N".
007900     88  RECORD-IS-HELD                  VALUE "Y".
008000 01  WS-HOLD-EOF-SWITCH          PIC X(01)  VALUE "N".
008100     88  END-OF-HOLDS                    VALUE "Y".
008200 01  WS-HOLD-SCAN-TYPE           PIC X(01)  VALUE SPACE.
008300 01  WS-HOLD-SCAN-VALUE          PIC X(100) VALUE SPACES.
008400 01  WS-HOLD-CASE                PIC X(12)  VALUE SPACES.
008500 01  WS-RETAIN-REASON            PIC X(01)  VALUE SPACE.
008600     88  RETAIN-NOTHING                  VALUE SPACE.
008700 01  WS-RETAIN-CUTOFF            PIC 9(08)  VALUE 0.
008800 01  WS-PREV-ARCHIVE-DATE        PIC 9(08)  VALUE 0.
008900 01  WS-FIRST-SWEEP              PIC 9(08)  VALUE 0.
009000 01  WS-LAST-SWEEP               PIC 9(08)  VALUE 0.
009100 77  WS-GEN-COUNT                PIC 9(05)  VALUE 0.
009200 77  WS-READ-COUNT               PIC 9(09)  VALUE 0.
009300 77  WS-HELD-COUNT               PIC 9(09)  VALUE 0.
009400 77  WS-NOT-DUE-COUNT            PIC 9(09)  VALUE 0.
009500 77  WS-OPEN-COUNT               PIC 9(09)  VALUE 0.
009600 77  WS-RETAINED-COUNT           PIC 9(09)  VALUE 0.
009700 77  WS-DESTROYED-COUNT          PIC 9(09)  VALUE 0.
009800 77  WS-DC-MAX                   PIC 9(04)  VALUE 3000.
009900 77  WS-DC-COUNT                 PIC 9(04)  VALUE 0.
010000 77  WS-DC-IDX                   PIC 9(04)  VALUE 0.
010100 77  WS-DC-FOUND-IDX             PIC 9(04)  VALUE 0.
010200 77  WS-NEXT-IDX                 PIC 9(04)  VALUE 0.
010300 77  WS-SORT-PASS                PIC 9(04)  VALUE 0.
010400 01  WS-DC-TABLE.
010500     05  WS-DC-ENTRY OCCURS 3000 TIMES.
010600         10  WS-DC-SORT-KEY.
010700             15  WS-DC-CAMPAIGN  PIC X(08).
010800             15  WS-DC-RUN-DATE  PIC 9(08).
010900         10  WS-DC-DESTROYED     PIC 9(09).
011000         10  WS-DC-RETAINED      PIC 9(09).
011100 01  WS-DC-HOLD                  PIC X(34).
011200 01  DCR-HEADING-1.
011300     05  FILLER                 PIC X(48) VALUE
011400         "RNDRETN ARCHIVE DESTRUCTION CERTIFICATE - RUN OF".
011500     05  FILLER                 PIC X(01) VALUE SPACE.
011600     05  DCR-H-RUN-DATE         PIC 9(08).
011700 01  DCR-PARM-LINE.
011800     05  DCR-PARM-LABEL         PIC X(28).
011900     05  DCR-PARM-VALUE         PIC X(40).
012000 01  DCR-COLUMN-HEADING.
012100     05  FILLER                 PIC X(08) VALUE "CAMPAIGN".
012200     05  FILLER                 PIC X(02) VALUE SPACES.
012300     05  FILLER                 PIC X(08) VALUE "RUN DATE".
012400     05  FILLER                 PIC X(04) VALUE SPACES.
012500     05  FILLER                 PIC X(09) VALUE "DESTROYED".
012600     05  FILLER                 PIC X(04) VALUE SPACES.
012700     05  FILLER                 PIC X(08) VALUE "RETAINED".
012800 01  DCR-DETAIL-LINE.
012900     05  DCR-CAMPAIGN           PIC X(08).
013000     05  FILLER                 PIC X(02) VALUE SPACES.
013100     05  DCR-RUN-DATE           PIC 9(08).
013200     05  FILLER                 PIC X(04) VALUE SPACES.
013300     05  DCR-DESTROYED          PIC ZZZZZZZZ9.
013400     05  FILLER                 PIC X(03) VALUE SPACES.
013500     05  DCR-RETAINED           PIC ZZZZZZZZ9.
013600 01  DCR-TOTAL-LINE.
013700     05  DCR-TOTAL-LABEL        PIC X(28).
013800     05  DCR-TOTAL-COUNT        PIC ZZZZZZZZ9.
013805 01  DCR-CERT-LINE-1.
013810     05  FILLER                 PIC X(42) VALUE
013815         "THE RECORDS COUNTED AS DUE FOR DESTRUCTION".
013820     05  FILLER                 PIC X(37) VALUE
013825         " ABOVE ARE PAST THE RECORDS-RETENTION".
013830     05  FILLER                 PIC X(34) VALUE
013835         " SCHEDULE AND UNDER NO LEGAL HOLD.".
013840 01  DCR-CERT-LINE-2.
013845     05  FILLER                 PIC X(39) VALUE
013850         "THE GENERATIONS ROLLED MAY BE SCRATCHED".
013855     05  FILLER                 PIC X(31) VALUE
013860         " (PASTRTXJ) ON SIGNATURE BELOW.".
013865 01  DCR-SIGN-LINE.
013870     05  DCR-SIGN-TITLE         PIC X(17).
013875     05  FILLER                 PIC X(48) VALUE
013880         "______________________________   DATE __________".
013900 PROCEDURE DIVISION.
014000*----------------------------------------------------------------
014100*  0000-MAINLINE  --  OVERALL RETENTION SEQUENCE.
014200*----------------------------------------------------------------
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
014500     PERFORM 2000-ROLL-ARCHIVE     THRU 2000-EXIT
014600     PERFORM 5000-WRITE-CERTIFICATE THRU 5000-EXIT
014700     PERFORM 8000-TERMINATE        THRU 8000-EXIT
014800     STOP RUN.
014900*----------------------------------------------------------------
015000*  1000-INITIALIZE  --  READ THE RETNCTL CARD, DERIVE THE
015100*  SCHEDULE CUTOFF, AND OPEN THE FILES.  A MISSING SCHEDULE
015200*  WOULD CONDEMN EVERY RECORD ON THE DD, SO IT IS REFUSED.
015300*----------------------------------------------------------------
015400 1000-INITIALIZE.
015500     OPEN INPUT RETNCTL-FILE
015600     READ RETNCTL-FILE
015700         AT END
015800             GO TO 9920-REJECT-NO-CONTROL
015900     END-READ
016000     CLOSE RETNCTL-FILE
016100     IF RT-RUN-DATE NOT NUMERIC
016200         OR RT-RETAIN-DAYS NOT NUMERIC
016300         GO TO 9910-REJECT-SCHEDULE.
016400     IF RT-RUN-DATE = 0
016500         OR RT-RETAIN-DAYS = 0
016600         GO TO 9910-REJECT-SCHEDULE.
016700     COMPUTE WS-RETAIN-CUTOFF =
016800         FUNCTION DATE-OF-INTEGER
016900             (FUNCTION INTEGER-OF-DATE(RT-RUN-DATE)
017000              - RT-RETAIN-DAYS)
017100     OPEN INPUT  PASTARCH-FILE
017200     OPEN INPUT  PASTHOLD-FILE
017300     OPEN INPUT  PASTCAMP-FILE
017400     OPEN OUTPUT PASTARCN-FILE
017500     OPEN OUTPUT PASTDCR-FILE.
017600 1000-EXIT.
017700     EXIT.
017800*----------------------------------------------------------------
017900*  2000-ROLL-ARCHIVE  --  DRIVE THE CONCATENATED GENERATIONS
018000*  END TO END, ONE RECORD PER PASS.
018100*----------------------------------------------------------------
018200 2000-ROLL-ARCHIVE.
018300     READ PASTARCH-FILE
018400         AT END MOVE "Y" TO WS-ARCH-EOF-SWITCH
018500     END-READ
018600     PERFORM 3000-JUDGE-ONE-RECORD THRU 3000-EXIT
018700         UNTIL END-OF-PASTARCH.
018800 2000-EXIT.
018900     EXIT.
019000*----------------------------------------------------------------
019100*  3000-JUDGE-ONE-RECORD  --  DECIDE WHETHER THE RECORD IS
019200*  STILL REQUIRED.  A LEGAL HOLD COMES FIRST, SO A HELD RECORD
019300*  IS ALWAYS COUNTED AS HELD WHATEVER ELSE WOULD KEEP IT.
019400*  EACH SWEEP STAMPS ONE ARCHIVE DATE ACROSS ITS GENERATION,
019500*  SO A CHANGE OF DATE COUNTS ONE MORE GENERATION ROLLED.
019600*----------------------------------------------------------------
019700 3000-JUDGE-ONE-RECORD.
019800     ADD 1 TO WS-READ-COUNT
019900     IF PA-ARCHIVE-DATE NOT = WS-PREV-ARCHIVE-DATE
020000         ADD 1 TO WS-GEN-COUNT
020100         MOVE PA-ARCHIVE-DATE TO WS-PREV-ARCHIVE-DATE
020200     END-IF
020300     IF WS-FIRST-SWEEP = 0
020400         OR PA-ARCHIVE-DATE < WS-FIRST-SWEEP
020500         MOVE PA-ARCHIVE-DATE TO WS-FIRST-SWEEP
020600     END-IF
020700     IF PA-ARCHIVE-DATE > WS-LAST-SWEEP
020800         MOVE PA-ARCHIVE-DATE TO WS-LAST-SWEEP
020900     END-IF
021000     MOVE SPACE TO WS-RETAIN-REASON
021100     PERFORM 3050-CHECK-HOLDS THRU 3050-EXIT
021200     EVALUATE TRUE
021300         WHEN RECORD-IS-HELD
021400             MOVE "H" TO WS-RETAIN-REASON
021500             ADD 1 TO WS-HELD-COUNT
021600         WHEN PA-ARCHIVE-DATE NOT < WS-RETAIN-CUTOFF
021700             MOVE "N" TO WS-RETAIN-REASON
021800             ADD 1 TO WS-NOT-DUE-COUNT
021900         WHEN OTHER
022000             PERFORM 3200-CHECK-CAMPAIGN THRU 3200-EXIT
022100     END-EVALUATE
022200     PERFORM 4000-FIND-CAMPAIGN-DATE THRU 4000-EXIT
022300     IF RETAIN-NOTHING
022400         ADD 1 TO WS-DESTROYED-COUNT
022500         ADD 1 TO WS-DC-DESTROYED(WS-DC-FOUND-IDX)
022600     ELSE
022700         PERFORM 3300-RETAIN-RECORD THRU 3300-EXIT
022800         ADD 1 TO WS-DC-RETAINED(WS-DC-FOUND-IDX)
022900     END-IF
023000     READ PASTARCH-FILE
023100         AT END MOVE "Y" TO WS-ARCH-EOF-SWITCH
023200     END-READ.
023300 3000-EXIT.
023400     EXIT.
023500*----------------------------------------------------------------
023600*  3050-CHECK-HOLDS  --  IS THE RECORD UNDER A LEGAL HOLD IN
023700*  FORCE, EITHER ON ITS WHOLE CAMPAIGN OR ON THE CODE ITSELF?
023800*----------------------------------------------------------------
023900 3050-CHECK-HOLDS.
024000     MOVE "N" TO WS-HELD-SWITCH
024100     MOVE "P"            TO WS-HOLD-SCAN-TYPE
024200     MOVE PA-CAMPAIGN-ID TO WS-HOLD-SCAN-VALUE
024300     PERFORM 3070-SCAN-HOLDS THRU 3070-EXIT
024400     IF RECORD-IS-HELD
024500         GO TO 3050-EXIT.
024600     MOVE "K"            TO WS-HOLD-SCAN-TYPE
024700     MOVE PA-CODE        TO WS-HOLD-SCAN-VALUE
024800     PERFORM 3070-SCAN-HOLDS THRU 3070-EXIT.
024900 3050-EXIT.
025000     EXIT.
025100*----------------------------------------------------------------
025200*  3070-SCAN-HOLDS  --  POSITION ON THE FIRST PASTHOLD RECORD
025300*  FOR THE TYPE AND CODE (OR CAMPAIGN) IN WS-HOLD-SCAN-TYPE AND
025400*  WS-HOLD-SCAN-VALUE AND READ FORWARD THROUGH ITS CASES UNTIL
025500*  ONE STILL IN FORCE IS FOUND.
025600*----------------------------------------------------------------
025700 3070-SCAN-HOLDS.
025800     MOVE WS-HOLD-SCAN-TYPE  TO HD-KEY-TYPE
025900     MOVE WS-HOLD-SCAN-VALUE TO HD-KEY-CODE
026000     MOVE LOW-VALUES         TO HD-KEY-CASE-NO
026100     MOVE "N" TO WS-HOLD-EOF-SWITCH
026200     START PASTHOLD-FILE KEY NOT < HD-KEY
026300         INVALID KEY
026400             MOVE "Y" TO WS-HOLD-EOF-SWITCH
026500     END-START
026600     PERFORM 3080-NEXT-HOLD THRU 3080-EXIT
026700         UNTIL END-OF-HOLDS
026800            OR RECORD-IS-HELD.
026900 3070-EXIT.
027000     EXIT.
027100 3080-NEXT-HOLD.
027200     READ PASTHOLD-FILE NEXT RECORD
027300         AT END
027400             MOVE "Y" TO WS-HOLD-EOF-SWITCH
027500             GO TO 3080-EXIT
027600     END-READ
027700     IF HD-KEY-TYPE NOT = WS-HOLD-SCAN-TYPE
027800         OR HD-KEY-CODE NOT = WS-HOLD-SCAN-VALUE
027900         MOVE "Y" TO WS-HOLD-EOF-SWITCH
028000         GO TO 3080-EXIT.
028100     IF HD-ST-HELD
028200         MOVE "Y"            TO WS-HELD-SWITCH
028300         MOVE HD-KEY-CASE-NO TO WS-HOLD-CASE.
028400 3080-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------
028700*  3200-CHECK-CAMPAIGN  --  A RECORD PAST THE SCHEDULE IS
028800*  STILL REQUIRED WHILE ITS CAMPAIGN IS OPEN ON THE MASTER --
028900*  A RUNNING PROMOTION CAN STILL DRAW A DISPUTE ON ANY OF ITS
029000*  CODES.  A CAMPAIGN CLOSED OR NO LONGER ON FILE IS NOT.
029100*----------------------------------------------------------------
029200 3200-CHECK-CAMPAIGN.
029300     MOVE PA-CAMPAIGN-ID TO CM-CAMPAIGN-ID
029400     READ PASTCAMP-FILE
029500         INVALID KEY
029600             GO TO 3200-EXIT
029700     END-READ
029800     IF CM-ST-ACTIVE
029900         MOVE "C" TO WS-RETAIN-REASON
030000         ADD 1 TO WS-OPEN-COUNT
030100     END-IF.
030200 3200-EXIT.
030300     EXIT.
030400*----------------------------------------------------------------
030500*  3300-RETAIN-RECORD  --  CARRY THE RECORD FORWARD INTO THE
030600*  CONDENSED GENERATION, STAMPED WITH WHY IT WAS KEPT AND
030700*  WHEN.  ITS ORIGINAL SWEEP DATE IS KEPT FOR RNDAINQ.
030800*----------------------------------------------------------------
030900 3300-RETAIN-RECORD.
031000     MOVE WS-RETAIN-REASON TO PA-RETAIN-REASON
031100     MOVE RT-RUN-DATE      TO PA-CONDENSE-DATE
031200     WRITE PASTARCN-RECORD FROM PASTARCH-RECORD
031300     ADD 1 TO WS-RETAINED-COUNT.
031400 3300-EXIT.
031500     EXIT.
031600*----------------------------------------------------------------
031700*  4000-FIND-CAMPAIGN-DATE  --  LOCATE THE RECORD'S CAMPAIGN
031800*  AND CODE RUN DATE IN THE CERTIFICATE TABLE, ADDING THEM ON
031900*  FIRST SIGHT.
032000*----------------------------------------------------------------
032100 4000-FIND-CAMPAIGN-DATE.
032200     MOVE 0 TO WS-DC-FOUND-IDX
032300     PERFORM 4050-MATCH-CAMPAIGN-DATE THRU 4050-EXIT
032400         VARYING WS-DC-IDX FROM 1 BY 1
032500         UNTIL WS-DC-IDX > WS-DC-COUNT
032600             OR WS-DC-FOUND-IDX > 0
032700     IF WS-DC-FOUND-IDX = 0
032800         IF WS-DC-COUNT = WS-DC-MAX
032900             GO TO 9930-REJECT-TABLE-FULL
033000         END-IF
033100         ADD 1 TO WS-DC-COUNT
033200         MOVE WS-DC-COUNT    TO WS-DC-FOUND-IDX
033300         MOVE PA-CAMPAIGN-ID TO WS-DC-CAMPAIGN(WS-DC-FOUND-IDX)
033400         MOVE PA-RUN-DATE    TO WS-DC-RUN-DATE(WS-DC-FOUND-IDX)
033500         MOVE 0              TO WS-DC-DESTROYED(WS-DC-FOUND-IDX)
033600         MOVE 0              TO WS-DC-RETAINED(WS-DC-FOUND-IDX)
033700     END-IF.
033800 4000-EXIT.
033900     EXIT.
034000 4050-MATCH-CAMPAIGN-DATE.
034100     IF WS-DC-CAMPAIGN(WS-DC-IDX) = PA-CAMPAIGN-ID
034200         AND WS-DC-RUN-DATE(WS-DC-IDX) = PA-RUN-DATE
034300         MOVE WS-DC-IDX TO WS-DC-FOUND-IDX
034400     END-IF.
034500 4050-EXIT.
034600     EXIT.
034700*----------------------------------------------------------------
034800*  5000-WRITE-CERTIFICATE  --  THE SCHEDULE APPLIED, ONE LINE
034900*  PER CAMPAIGN AND CODE RUN DATE IN CAMPAIGN ORDER, THE
035000*  REASON TOTALS, AND THE SIGN-OFF BLOCK.
035100*----------------------------------------------------------------
035200 5000-WRITE-CERTIFICATE.
035300     MOVE RT-RUN-DATE TO DCR-H-RUN-DATE
035400     WRITE PASTDCR-LINE FROM DCR-HEADING-1
035500     MOVE SPACES TO PASTDCR-LINE
035600     WRITE PASTDCR-LINE
035700     MOVE "RETENTION SCHEDULE (DAYS) :" TO DCR-PARM-LABEL
035800     MOVE RT-RETAIN-DAYS               TO DCR-PARM-VALUE
035900     WRITE PASTDCR-LINE FROM DCR-PARM-LINE
036000     MOVE "SWEPT BEFORE (DUE)        :" TO DCR-PARM-LABEL
036100     MOVE WS-RETAIN-CUTOFF             TO DCR-PARM-VALUE
036200     WRITE PASTDCR-LINE FROM DCR-PARM-LINE
036300     MOVE "GENERATIONS ROLLED        :" TO DCR-PARM-LABEL
036400     MOVE SPACES TO DCR-PARM-VALUE
036500     STRING WS-GEN-COUNT     DELIMITED BY SIZE
036600            " - SWEEPS OF "  DELIMITED BY SIZE
036700            WS-FIRST-SWEEP   DELIMITED BY SIZE
036800            " THRU "         DELIMITED BY SIZE
036900            WS-LAST-SWEEP    DELIMITED BY SIZE
037000         INTO DCR-PARM-VALUE
037100     END-STRING
037200     WRITE PASTDCR-LINE FROM DCR-PARM-LINE
037300     MOVE SPACES TO PASTDCR-LINE
037400     WRITE PASTDCR-LINE
037500     WRITE PASTDCR-LINE FROM DCR-COLUMN-HEADING
037600     PERFORM 5050-ORDER-TABLE THRU 5050-EXIT
037700     PERFORM 5100-WRITE-DETAIL-LINE THRU 5100-EXIT
037800         VARYING WS-DC-IDX FROM 1 BY 1
037900         UNTIL WS-DC-IDX > WS-DC-COUNT
038000     MOVE SPACES TO PASTDCR-LINE
038100     WRITE PASTDCR-LINE
038200     MOVE "ARCHIVE RECORDS READ"       TO DCR-TOTAL-LABEL
038300     MOVE WS-READ-COUNT                TO DCR-TOTAL-COUNT
038400     WRITE PASTDCR-LINE FROM DCR-TOTAL-LINE
038500     MOVE "  RETAINED - LEGAL HOLD"    TO DCR-TOTAL-LABEL
038600     MOVE WS-HELD-COUNT                TO DCR-TOTAL-COUNT
038700     WRITE PASTDCR-LINE FROM DCR-TOTAL-LINE
038800     MOVE "  RETAINED - NOT YET DUE"   TO DCR-TOTAL-LABEL
038900     MOVE WS-NOT-DUE-COUNT             TO DCR-TOTAL-COUNT
039000     WRITE PASTDCR-LINE FROM DCR-TOTAL-LINE
039100     MOVE "  RETAINED - CAMPAIGN OPEN" TO DCR-TOTAL-LABEL
039200     MOVE WS-OPEN-COUNT                TO DCR-TOTAL-COUNT
039300     WRITE PASTDCR-LINE FROM DCR-TOTAL-LINE
039400     MOVE "  DUE FOR DESTRUCTION"      TO DCR-TOTAL-LABEL
039500     MOVE WS-DESTROYED-COUNT           TO DCR-TOTAL-COUNT
039600     WRITE PASTDCR-LINE FROM DCR-TOTAL-LINE
039700     MOVE "CONDENSED GENERATION"       TO DCR-TOTAL-LABEL
039800     MOVE WS-RETAINED-COUNT            TO DCR-TOTAL-COUNT
039900     WRITE PASTDCR-LINE FROM DCR-TOTAL-LINE
040000     MOVE SPACES TO PASTDCR-LINE
040100     WRITE PASTDCR-LINE
040500     WRITE PASTDCR-LINE FROM DCR-CERT-LINE-1
040800     WRITE PASTDCR-LINE FROM DCR-CERT-LINE-2
040900     MOVE SPACES TO PASTDCR-LINE
041000     WRITE PASTDCR-LINE
041200     MOVE "RECORDS MANAGER" TO DCR-SIGN-TITLE
041300     WRITE PASTDCR-LINE FROM DCR-SIGN-LINE
041400     MOVE SPACES TO PASTDCR-LINE
041500     WRITE PASTDCR-LINE
041700     MOVE "LEGAL" TO DCR-SIGN-TITLE
041800     WRITE PASTDCR-LINE FROM DCR-SIGN-LINE.
041900 5000-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200*  5050-ORDER-TABLE  --  PUT THE TABLE IN CAMPAIGN, RUN DATE
042300*  ORDER.  A PLAIN EXCHANGE SORT, AS RNDSETL ORDERS ITS STORES.
042400*----------------------------------------------------------------
042500 5050-ORDER-TABLE.
042600     PERFORM 5060-ORDER-ONE-PASS THRU 5060-EXIT
042700         VARYING WS-SORT-PASS FROM 1 BY 1
042800         UNTIL WS-SORT-PASS NOT < WS-DC-COUNT.
042900 5050-EXIT.
043000     EXIT.
043100 5060-ORDER-ONE-PASS.
043200     PERFORM 5070-ORDER-ONE-PAIR THRU 5070-EXIT
043300         VARYING WS-DC-IDX FROM 1 BY 1
043400         UNTIL WS-DC-IDX + WS-SORT-PASS > WS-DC-COUNT.
043500 5060-EXIT.
043600     EXIT.
043700 5070-ORDER-ONE-PAIR.
043800     COMPUTE WS-NEXT-IDX = WS-DC-IDX + 1
043900     IF WS-DC-SORT-KEY(WS-DC-IDX)
044000         > WS-DC-SORT-KEY(WS-NEXT-IDX)
044100         MOVE WS-DC-ENTRY(WS-DC-IDX) TO WS-DC-HOLD
044200         MOVE WS-DC-ENTRY(WS-NEXT-IDX)
044300             TO WS-DC-ENTRY(WS-DC-IDX)
044400         MOVE WS-DC-HOLD TO WS-DC-ENTRY(WS-NEXT-IDX)
044500     END-IF.
044600 5070-EXIT.
044700     EXIT.
044800 5100-WRITE-DETAIL-LINE.
044900     MOVE WS-DC-CAMPAIGN(WS-DC-IDX)  TO DCR-CAMPAIGN
045000     MOVE WS-DC-RUN-DATE(WS-DC-IDX)  TO DCR-RUN-DATE
045100     MOVE WS-DC-DESTROYED(WS-DC-IDX) TO DCR-DESTROYED
045200     MOVE WS-DC-RETAINED(WS-DC-IDX)  TO DCR-RETAINED
045300     WRITE PASTDCR-LINE FROM DCR-DETAIL-LINE.
045400 5100-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------
045700*  8000-TERMINATE  --  CLOSE DOWN AND REPORT TO THE JOB LOG.
045800*----------------------------------------------------------------
045900 8000-TERMINATE.
046000     CLOSE PASTARCH-FILE
046100     CLOSE PASTHOLD-FILE
046200     CLOSE PASTCAMP-FILE
046300     CLOSE PASTARCN-FILE
046400     CLOSE PASTDCR-FILE
046500     DISPLAY "RNDRETN -- " WS-READ-COUNT " READ FROM "
046600         WS-GEN-COUNT " GENERATION(S), " WS-RETAINED-COUNT
046700         " RETAINED, " WS-DESTROYED-COUNT " DUE FOR DESTRUCTION".
046800 8000-EXIT.
046900     EXIT.
047000*----------------------------------------------------------------
047100*  9910-REJECT-SCHEDULE  --  THE RUN DATE OR THE SCHEDULE ON
047200*  THE RETNCTL CARD IS MISSING OR NOT NUMERIC.  A ZERO
047300*  SCHEDULE WOULD CONDEMN EVERY UNHELD RECORD ON THE DD.
047400*----------------------------------------------------------------
047500 9910-REJECT-SCHEDULE.
047600     DISPLAY "RNDRETN REJECTED -- RETNCTL RUN DATE OR SCHEDULE "
047700         "MISSING OR NOT NUMERIC"
047800     DISPLAY "  RUN DATE/DAYS : " RT-RUN-DATE "/" RT-RETAIN-DAYS
047900     MOVE 16 TO RETURN-CODE
048000     STOP RUN.
048100*----------------------------------------------------------------
048200*  9920-REJECT-NO-CONTROL  --  THE RETNCTL FILE HAD NO CARD.
048300*----------------------------------------------------------------
048400 9920-REJECT-NO-CONTROL.
048500     DISPLAY "RNDRETN REJECTED -- RETNCTL CONTROL FILE IS EMPTY"
048600     CLOSE RETNCTL-FILE
048700     MOVE 16 TO RETURN-CODE
048800     STOP RUN.
048900*----------------------------------------------------------------
049000*  9930-REJECT-TABLE-FULL  --  MORE CAMPAIGN/RUN-DATE PAIRS
049100*  THAN THE CERTIFICATE TABLE HOLDS.  STOP RATHER THAN SIGN A
049200*  CERTIFICATE THAT MISCOUNTS -- ROLL FEWER GENERATIONS.  THE
049300*  PARTIAL CONDENSED GENERATION IS NOT TO BE KEPT.
049400*----------------------------------------------------------------
049500 9930-REJECT-TABLE-FULL.
049600     DISPLAY "RNDRETN REJECTED -- MORE THAN " WS-DC-MAX
049700         " CAMPAIGN/RUN-DATE PAIRS - ROLL FEWER GENERATIONS"
049800     CLOSE PASTARCH-FILE
049900     CLOSE PASTHOLD-FILE
050000     CLOSE PASTCAMP-FILE
050100     CLOSE PASTARCN-FILE
050200     CLOSE PASTDCR-FILE
050300     MOVE 16 TO RETURN-CODE
050400     STOP RUN.
