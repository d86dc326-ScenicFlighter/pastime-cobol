000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RNDCAPV.
000300 AUTHOR.         D W ALDEN.
000400 INSTALLATION.   PASTIME SYSTEMS - VOUCHER CODE GENERATION.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.  10/15/26.
000700*================================================================
000800*  RNDCAPV  --  APPROVAL RUN FOR STAGED CAMPAIGN MASTER
000900*  CHANGES (THE CHECKER HALF OF RNDCMP'S DUAL CONTROL).  READS
001000*  THE CAMPAPV DECISION DECK -- ONE CARD PER PROPOSAL:  (A)PPROVE
001100*  OR (R)EJECT, WITH THE APPROVER'S USER ID -- AGAINST THE
001200*  PASTPND PENDING-CHANGE FILE.  A CARD KEYED BY THE SAME USER
001300*  WHO PROPOSED THE CHANGE IS REFUSED.  AN APPROVED ADD IS
001400*  WRITTEN TO PASTCAMP; AN APPROVED CHANGE IS APPLIED ONLY IF
001500*  THE MASTER STILL MATCHES THE PROPOSAL'S BEFORE IMAGE --
001600*  OTHERWISE IT IS REFUSED AND MUST BE PROPOSED AGAIN AGAINST
001700*  THE CURRENT VALUES.  AFTER THE DECK, EVERY PROPOSAL STILL
001800*  PENDING PAST THE APRVCTL EXPIRY DAYS IS EXPIRED.  NOTHING IS
001900*  EVER DELETED FROM PASTPND; THE PASTCAP REGISTER PRINTS EACH
002000*  DECISION WITH ITS BEFORE AND AFTER VALUES AND LISTS THE
002100*  PROPOSALS STILL WAITING.
002200*----------------------------------------------------------------
002300*  MODIFICATION HISTORY
002400*  MM/DD/YY  INIT  DESCRIPTION
002500*  10/15/26  DWA   ORIGINAL PROGRAM.
002520*  10/15/26  DWA   CHECK AND APPLY THE NEW ISSUING STORE AND
002540*                  OWNER STATE (CM-HOLDER) WITH THE OTHER FIELDS,
002560*                  AND PRINT THEM ON THE IMAGE LINES.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT APRVCTL-FILE ASSIGN TO APRVCTL
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT CAMPAPV-FILE ASSIGN TO CAMPAPV
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT PASTPND-FILE ASSIGN TO PASTPND
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS PP-PROPOSAL-NO.
003800     SELECT PASTCAMP-FILE ASSIGN TO PASTCAMP
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CM-CAMPAIGN-ID.
004200     SELECT PASTCAP-FILE ASSIGN TO PASTCAP
004300         ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  APRVCTL-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  APRVCTL-RECORD.
004900     05  AV-RUN-DATE             PIC 9(08).
005000     05  AV-EXPIRE-DAYS          PIC 9(03).
005100     05  FILLER                  PIC X(69).
005200 FD  CAMPAPV-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  CAMPAPV-RECORD.
005500     05  AD-DECISION             PIC X(01).
005600         88  AD-DEC-APPROVE              VALUE "A".
005700         88  AD-DEC-REJECT               VALUE "R".
005800     05  AD-PROPOSAL-NO          PIC 9(07).
005900     05  AD-USER-ID              PIC X(08).
006000     05  AD-REASON               PIC X(24).
006100     05  FILLER                  PIC X(40).
006200 FD  PASTPND-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY PASTPND.
006500 FD  PASTCAMP-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY PASTCAMP.
006800 FD  PASTCAP-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  PASTCAP-LINE                PIC X(120).
007100 WORKING-STORAGE SECTION.
007200 01  WS-DECK-EOF-SWITCH          PIC X(01)  VALUE "N".
007300     88  END-OF-CAMPAPV                  VALUE "Y".
007400 01  WS-PND-EOF-SWITCH           PIC X(01)  VALUE "N".
007500     88  END-OF-PASTPND                  VALUE "Y".
007600 01  WS-MAST-FOUND-SWITCH        PIC X(01)  VALUE "N".
007700     88  MASTER-RECORD-FOUND             VALUE "Y".
007800 77  WS-EXPIRE-DAYS              PIC 9(03)  VALUE 14.
007900 77  WS-DAYS-PENDING             PIC S9(07) VALUE 0.
008000 77  WS-CARD-COUNT               PIC 9(05)  VALUE 0.
008100 77  WS-APPROVED-COUNT           PIC 9(05)  VALUE 0.
008200 77  WS-REJECTED-COUNT           PIC 9(05)  VALUE 0.
008300 77  WS-REFUSED-COUNT            PIC 9(05)  VALUE 0.
008400 77  WS-EXPIRED-COUNT            PIC 9(05)  VALUE 0.
008500 77  WS-ERROR-COUNT              PIC 9(05)  VALUE 0.
008600 77  WS-PENDING-COUNT            PIC 9(05)  VALUE 0.
008700 01  WS-DISPOSITION              PIC X(24).
008800 01  CAP-HEADING-1.
008900     05  FILLER                 PIC X(41) VALUE
009000         "RNDCAPV CAMPAIGN CHANGE APPROVAL REGISTER".
009100     05  FILLER                 PIC X(10) VALUE " RUN DATE ".
009200     05  CAP-H-RUN-DATE         PIC 9(08).
009300 01  CAP-HEADING-2.
009400     05  FILLER                 PIC X(03) VALUE "DEC".
009500     05  FILLER                 PIC X(03) VALUE SPACES.
009600     05  FILLER                 PIC X(07) VALUE "PROP NO".
009700     05  FILLER                 PIC X(02) VALUE SPACES.
009800     05  FILLER                 PIC X(08) VALUE "CAMPAIGN".
009900     05  FILLER                 PIC X(02) VALUE SPACES.
010000     05  FILLER                 PIC X(03) VALUE "ACT".
010100     05  FILLER                 PIC X(01) VALUE SPACES.
010200     05  FILLER                 PIC X(08) VALUE "PROPOSER".
010300     05  FILLER                 PIC X(02) VALUE SPACES.
010400     05  FILLER                 PIC X(08) VALUE "PROPOSED".
010500     05  FILLER                 PIC X(02) VALUE SPACES.
010600     05  FILLER                 PIC X(08) VALUE "DECIDER".
010700     05  FILLER                 PIC X(02) VALUE SPACES.
010800     05  FILLER                 PIC X(24) VALUE "DISPOSITION".
010900 01  CAP-SECTION-LINE           PIC X(48).
011000 01  CAP-DETAIL-LINE.
011100     05  CAP-DECISION           PIC X(01).
011200     05  FILLER                 PIC X(05) VALUE SPACES.
011300     05  CAP-PROPOSAL-NO        PIC ZZZZZZ9.
011400     05  FILLER                 PIC X(02) VALUE SPACES.
011500     05  CAP-CAMPAIGN-ID        PIC X(08).
011600     05  FILLER                 PIC X(02) VALUE SPACES.
011700     05  CAP-ACTION             PIC X(01).
011800     05  FILLER                 PIC X(03) VALUE SPACES.
011900     05  CAP-PROPOSED-BY        PIC X(08).
012000     05  FILLER                 PIC X(02) VALUE SPACES.
012100     05  CAP-PROPOSED-DATE      PIC 9(08).
012200     05  FILLER                 PIC X(02) VALUE SPACES.
012300     05  CAP-DECIDED-BY         PIC X(08).
012400     05  FILLER                 PIC X(02) VALUE SPACES.
012500     05  CAP-DISPOSITION        PIC X(24).
012600 01  CAP-IMAGE-LINE.
012700     05  FILLER                 PIC X(02) VALUE SPACES.
012800     05  CAP-IMG-LABEL          PIC X(07).
012900     05  CAP-IMG-DESCRIPTION    PIC X(30).
013000     05  FILLER                 PIC X(01) VALUE SPACES.
013100     05  CAP-IMG-OWNER          PIC X(20).
013200     05  FILLER                 PIC X(01) VALUE SPACES.
013300     05  CAP-IMG-START-DATE     PIC 9(08).
013400     05  FILLER                 PIC X(01) VALUE SPACES.
013500     05  CAP-IMG-END-DATE       PIC 9(08).
013600     05  FILLER                 PIC X(01) VALUE SPACES.
013700     05  CAP-IMG-MAX-CODES      PIC ZZZZZZZZ9.
013800     05  FILLER                 PIC X(01) VALUE SPACES.
013900     05  CAP-IMG-FACE-VALUE     PIC ZZ,ZZ9.99.
014000     05  FILLER                 PIC X(01) VALUE SPACES.
014100     05  CAP-IMG-GL-CODE        PIC X(08).
014120     05  FILLER                 PIC X(01) VALUE SPACES.
014140     05  CAP-IMG-ISSUE-STORE    PIC X(05).
014160     05  FILLER                 PIC X(01) VALUE SPACES.
014180     05  CAP-IMG-OWNER-STATE    PIC X(02).
014200 01  CAP-TOTAL-LINE.
014300     05  CAP-TOTAL-LABEL        PIC X(24).
014400     05  CAP-TOTAL-COUNT        PIC ZZZZ9.
014500 PROCEDURE DIVISION.
014600*----------------------------------------------------------------
014700*  0000-MAINLINE  --  OVERALL APPROVAL SEQUENCE.
014800*----------------------------------------------------------------
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
015100     PERFORM 2000-PROCESS-DECK     THRU 2000-EXIT
015200     PERFORM 5000-SWEEP-PENDING    THRU 5000-EXIT
015300     PERFORM 8000-TERMINATE        THRU 8000-EXIT
015400     STOP RUN.
015500*----------------------------------------------------------------
015600*  1000-INITIALIZE  --  READ THE APRVCTL CARD (RUN DATE AND
015700*  EXPIRY DAYS, DEFAULT 14), OPEN THE FILES AND PRINT THE
015800*  REGISTER HEADINGS.  AN EMPTY DECISION DECK IS NOT AN ERROR
015900*  -- THE RUN STILL EXPIRES STALE PROPOSALS AND LISTS THE REST.
016000*----------------------------------------------------------------
016100 1000-INITIALIZE.
016200     OPEN INPUT APRVCTL-FILE
016300     READ APRVCTL-FILE
016400         AT END
016500             GO TO 9920-REJECT-NO-CONTROL
016600     END-READ
016700     CLOSE APRVCTL-FILE
016800     IF AV-RUN-DATE NOT NUMERIC OR AV-RUN-DATE = 0
016900         GO TO 9900-REJECT-RUN-DATE
017000     END-IF
017100     IF AV-EXPIRE-DAYS NUMERIC AND AV-EXPIRE-DAYS > 0
017200         MOVE AV-EXPIRE-DAYS TO WS-EXPIRE-DAYS
017300     END-IF
017400     OPEN INPUT  CAMPAPV-FILE
017500     OPEN I-O    PASTPND-FILE
017600     OPEN I-O    PASTCAMP-FILE
017700     OPEN OUTPUT PASTCAP-FILE
017800     MOVE AV-RUN-DATE TO CAP-H-RUN-DATE
017900     WRITE PASTCAP-LINE FROM CAP-HEADING-1
018000     MOVE SPACES TO PASTCAP-LINE
018100     WRITE PASTCAP-LINE
018200     MOVE "*** DECISIONS ***" TO CAP-SECTION-LINE
018300     WRITE PASTCAP-LINE FROM CAP-SECTION-LINE
018400     WRITE PASTCAP-LINE FROM CAP-HEADING-2.
018500 1000-EXIT.
018600     EXIT.
018700*----------------------------------------------------------------
018800*  2000-PROCESS-DECK  --  DRIVE THE CAMPAPV DECK, ONE CARD PER
018900*  PASS.
019000*----------------------------------------------------------------
019100 2000-PROCESS-DECK.
019200     READ CAMPAPV-FILE
019300         AT END MOVE "Y" TO WS-DECK-EOF-SWITCH
019400     END-READ
019500     PERFORM 3000-DECIDE-ONE-CARD THRU 3000-EXIT
019600         UNTIL END-OF-CAMPAPV.
019700 2000-EXIT.
019800     EXIT.
019900*----------------------------------------------------------------
020000*  3000-DECIDE-ONE-CARD  --  VALIDATE THE CARD AND THE
020100*  PROPOSAL IT NAMES, ENFORCE THE TWO-PERSON RULE, EXPIRE A
020200*  PROPOSAL THAT HAS WAITED TOO LONG, AND DISPATCH ON THE
020300*  DECISION.  A CARD IN ERROR LEAVES THE PROPOSAL PENDING.
020400*----------------------------------------------------------------
020500 3000-DECIDE-ONE-CARD.
020600     ADD 1 TO WS-CARD-COUNT
020700     IF NOT AD-DEC-APPROVE AND NOT AD-DEC-REJECT
020800         MOVE "INVALID DECISION CODE" TO WS-DISPOSITION
020900         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
021000         GO TO 3000-NEXT.
021100     IF AD-USER-ID = SPACES
021200         MOVE "USER ID BLANK" TO WS-DISPOSITION
021300         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
021400         GO TO 3000-NEXT.
021500     IF AD-PROPOSAL-NO NOT NUMERIC OR AD-PROPOSAL-NO = 0
021600         MOVE "PROPOSAL NOT ON FILE" TO WS-DISPOSITION
021700         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
021800         GO TO 3000-NEXT.
021900     MOVE AD-PROPOSAL-NO TO PP-PROPOSAL-NO
022000     READ PASTPND-FILE
022100         INVALID KEY
022200             MOVE "PROPOSAL NOT ON FILE" TO WS-DISPOSITION
022300             PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
022400             GO TO 3000-NEXT
022500     END-READ
022600     IF NOT PP-ST-PENDING
022700         MOVE "PROPOSAL NOT PENDING" TO WS-DISPOSITION
022800         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
022900         GO TO 3000-NEXT.
023000     IF AD-USER-ID = PP-PROPOSED-BY
023100         MOVE "SAME USER AS PROPOSER" TO WS-DISPOSITION
023200         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
023300         GO TO 3000-NEXT.
023400     COMPUTE WS-DAYS-PENDING =
023500         FUNCTION INTEGER-OF-DATE(AV-RUN-DATE)
023600         - FUNCTION INTEGER-OF-DATE(PP-PROPOSED-DATE)
023700     IF WS-DAYS-PENDING > WS-EXPIRE-DAYS
023800         MOVE "RNDCAPV" TO PP-DECIDED-BY
023900         PERFORM 3400-EXPIRE-PROPOSAL THRU 3400-EXIT
024000         GO TO 3000-NEXT.
024100     MOVE AD-USER-ID  TO PP-DECIDED-BY
024200     MOVE AV-RUN-DATE TO PP-DECIDED-DATE
024300     IF AD-DEC-REJECT
024400         PERFORM 3200-REJECT-PROPOSAL THRU 3200-EXIT
024500     ELSE
024600         PERFORM 3100-APPROVE-PROPOSAL THRU 3100-EXIT
024700     END-IF.
024800 3000-NEXT.
024900     READ CAMPAPV-FILE
025000         AT END MOVE "Y" TO WS-DECK-EOF-SWITCH
025100     END-READ.
025200 3000-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------
025500*  3100-APPROVE-PROPOSAL  --  RELEASE THE PROPOSAL TO THE
025600*  MASTER.  AN ADD IS REFUSED IF THE ID HAS SINCE REACHED THE
025700*  MASTER; A CHANGE IS REFUSED IF THE CAMPAIGN HAS GONE OR ITS
025800*  MAINTAINABLE FIELDS NO LONGER MATCH THE BEFORE IMAGE THE
025900*  PROPOSER SAW.  A REFUSED PROPOSAL IS CLOSED OUT AS REJECTED
026000*  WITH THE REASON -- IT IS NEVER APPLIED OVER SOMEONE ELSE'S
026100*  CHANGE.
026200*----------------------------------------------------------------
026300 3100-APPROVE-PROPOSAL.
026400     MOVE "N" TO WS-MAST-FOUND-SWITCH
026500     MOVE PP-CAMPAIGN-ID TO CM-CAMPAIGN-ID
026600     READ PASTCAMP-FILE
026700         INVALID KEY
026800             CONTINUE
026900         NOT INVALID KEY
027000             MOVE "Y" TO WS-MAST-FOUND-SWITCH
027100     END-READ
027200     IF PP-ACT-ADD
027300         PERFORM 3110-APPLY-ADD THRU 3110-EXIT
027400     ELSE
027500         PERFORM 3120-APPLY-CHANGE THRU 3120-EXIT
027600     END-IF.
027700 3100-EXIT.
027800     EXIT.
027900 3110-APPLY-ADD.
028000     IF MASTER-RECORD-FOUND
028100         MOVE "ALREADY ON MASTER" TO WS-DISPOSITION
028200         PERFORM 3300-REFUSE-PROPOSAL THRU 3300-EXIT
028300         GO TO 3110-EXIT.
028400     MOVE SPACES          TO PASTCAMP-RECORD
028500     MOVE PP-CAMPAIGN-ID  TO CM-CAMPAIGN-ID
028600     MOVE "A"             TO CM-STATUS
028700     MOVE ZEROS           TO CM-CODES-ISSUED
028800     MOVE ZEROS           TO CM-LAST-RUN-DATE
028900     MOVE ZEROS           TO CM-K-VALUE
029000     MOVE ZEROS           TO CM-EXPIRY-DAYS
029100     MOVE ZEROS           TO CM-PRINT-DATE
029200     PERFORM 3150-MOVE-AFTER-IMAGE THRU 3150-EXIT
029300     WRITE PASTCAMP-RECORD
029400         INVALID KEY
029500             MOVE "WRITE FAILED - DUP KEY" TO WS-DISPOSITION
029600             PERFORM 3300-REFUSE-PROPOSAL THRU 3300-EXIT
029700             GO TO 3110-EXIT
029800     END-WRITE
029900     PERFORM 3160-MARK-APPROVED THRU 3160-EXIT.
030000 3110-EXIT.
030100     EXIT.
030200 3120-APPLY-CHANGE.
030300     IF NOT MASTER-RECORD-FOUND
030400         MOVE "NOT ON MASTER" TO WS-DISPOSITION
030500         PERFORM 3300-REFUSE-PROPOSAL THRU 3300-EXIT
030600         GO TO 3120-EXIT.
030700     IF CM-DESCRIPTION NOT = PB-DESCRIPTION
030800         OR CM-OWNER NOT = PB-OWNER
030900         OR CM-START-DATE NOT = PB-START-DATE
031000         OR CM-END-DATE NOT = PB-END-DATE
031100         OR CM-MAX-CODES NOT = PB-MAX-CODES
031200         OR CM-FACE-VALUE NOT = PB-FACE-VALUE
031300         OR CM-GL-CODE NOT = PB-GL-CODE
031350         OR CM-HOLDER NOT = PP-BEFORE-HOLDER
031400         MOVE "MASTER CHANGED UNDER IT" TO WS-DISPOSITION
031500         PERFORM 3300-REFUSE-PROPOSAL THRU 3300-EXIT
031600         GO TO 3120-EXIT.
031700     PERFORM 3150-MOVE-AFTER-IMAGE THRU 3150-EXIT
031800     REWRITE PASTCAMP-RECORD
031900     PERFORM 3160-MARK-APPROVED THRU 3160-EXIT.
032000 3120-EXIT.
032100     EXIT.
032200 3150-MOVE-AFTER-IMAGE.
032300     MOVE PN-DESCRIPTION  TO CM-DESCRIPTION
032400     MOVE PN-OWNER        TO CM-OWNER
032500     MOVE PN-START-DATE   TO CM-START-DATE
032600     MOVE PN-END-DATE     TO CM-END-DATE
032700     MOVE PN-MAX-CODES    TO CM-MAX-CODES
032800     MOVE PN-FACE-VALUE   TO CM-FACE-VALUE
032900     MOVE PN-GL-CODE      TO CM-GL-CODE
032930     MOVE PP-AFTER-HOLDER TO CM-HOLDER.
033000 3150-EXIT.
033100     EXIT.
033200 3160-MARK-APPROVED.
033300     MOVE "A" TO PP-STATUS
033400     MOVE "APPROVED AND APPLIED" TO PP-DISPOSITION
033500     REWRITE PASTPND-RECORD
033600     ADD 1 TO WS-APPROVED-COUNT
033700     PERFORM 3800-WRITE-DECISION THRU 3800-EXIT.
033800 3160-EXIT.
033900     EXIT.
034000*----------------------------------------------------------------
034100*  3200-REJECT-PROPOSAL  --  THE APPROVER TURNED IT DOWN.  THE
034200*  CARD'S REASON, WHEN GIVEN, IS KEPT AS THE DISPOSITION.
034300*----------------------------------------------------------------
034400 3200-REJECT-PROPOSAL.
034500     MOVE "R" TO PP-STATUS
034600     IF AD-REASON NOT = SPACES
034700         MOVE AD-REASON TO PP-DISPOSITION
034800     ELSE
034900         MOVE "REJECTED BY APPROVER" TO PP-DISPOSITION
035000     END-IF
035100     REWRITE PASTPND-RECORD
035200     ADD 1 TO WS-REJECTED-COUNT
035300     PERFORM 3800-WRITE-DECISION THRU 3800-EXIT.
035400 3200-EXIT.
035500     EXIT.
035600*----------------------------------------------------------------
035700*  3300-REFUSE-PROPOSAL  --  AN APPROVAL THAT COULD NOT BE
035800*  APPLIED.  THE PROPOSAL IS CLOSED OUT AS REJECTED WITH THE
035900*  REASON IN WS-DISPOSITION.
036000*----------------------------------------------------------------
036100 3300-REFUSE-PROPOSAL.
036200     MOVE "R" TO PP-STATUS
036300     MOVE WS-DISPOSITION TO PP-DISPOSITION
036400     REWRITE PASTPND-RECORD
036500     ADD 1 TO WS-REFUSED-COUNT
036600     PERFORM 3800-WRITE-DECISION THRU 3800-EXIT.
036700 3300-EXIT.
036800     EXIT.
036900*----------------------------------------------------------------
037000*  3400-EXPIRE-PROPOSAL  --  NOBODY DECIDED IT IN TIME.  THE
037100*  CALLER SETS WHO CLOSED IT OUT.
037200*----------------------------------------------------------------
037300 3400-EXPIRE-PROPOSAL.
037400     MOVE "E"         TO PP-STATUS
037500     MOVE AV-RUN-DATE TO PP-DECIDED-DATE
037600     MOVE "EXPIRED - NOT DECIDED" TO PP-DISPOSITION
037700     REWRITE PASTPND-RECORD
037800     ADD 1 TO WS-EXPIRED-COUNT
037900     PERFORM 3800-WRITE-DECISION THRU 3800-EXIT.
038000 3400-EXIT.
038100     EXIT.
038200*----------------------------------------------------------------
038300*  3800-WRITE-DECISION  --  THE PROPOSAL'S REGISTER LINE AS IT
038400*  NOW STANDS, WITH ITS BEFORE (CHANGES ONLY) AND AFTER VALUES.
038500*----------------------------------------------------------------
038600 3800-WRITE-DECISION.
038700     MOVE AD-DECISION      TO CAP-DECISION
038800     IF END-OF-CAMPAPV
038900         MOVE SPACE        TO CAP-DECISION
039000     END-IF
039100     MOVE PP-PROPOSAL-NO   TO CAP-PROPOSAL-NO
039200     MOVE PP-CAMPAIGN-ID   TO CAP-CAMPAIGN-ID
039300     MOVE PP-ACTION        TO CAP-ACTION
039400     MOVE PP-PROPOSED-BY   TO CAP-PROPOSED-BY
039500     MOVE PP-PROPOSED-DATE TO CAP-PROPOSED-DATE
039600     MOVE PP-DECIDED-BY    TO CAP-DECIDED-BY
039700     MOVE PP-DISPOSITION   TO CAP-DISPOSITION
039800     WRITE PASTCAP-LINE FROM CAP-DETAIL-LINE
039900     IF PP-ACT-CHANGE
040000         MOVE "BEFORE"         TO CAP-IMG-LABEL
040100         MOVE PB-DESCRIPTION   TO CAP-IMG-DESCRIPTION
040200         MOVE PB-OWNER         TO CAP-IMG-OWNER
040300         MOVE PB-START-DATE    TO CAP-IMG-START-DATE
040400         MOVE PB-END-DATE      TO CAP-IMG-END-DATE
040500         MOVE PB-MAX-CODES     TO CAP-IMG-MAX-CODES
040600         MOVE PB-FACE-VALUE    TO CAP-IMG-FACE-VALUE
040700         MOVE PB-GL-CODE       TO CAP-IMG-GL-CODE
040730         MOVE PB-ISSUE-STORE   TO CAP-IMG-ISSUE-STORE
040760         MOVE PB-OWNER-STATE   TO CAP-IMG-OWNER-STATE
040800         WRITE PASTCAP-LINE FROM CAP-IMAGE-LINE
040900     END-IF
041000     MOVE "AFTER"          TO CAP-IMG-LABEL
041100     MOVE PN-DESCRIPTION   TO CAP-IMG-DESCRIPTION
041200     MOVE PN-OWNER         TO CAP-IMG-OWNER
041300     MOVE PN-START-DATE    TO CAP-IMG-START-DATE
041400     MOVE PN-END-DATE      TO CAP-IMG-END-DATE
041500     MOVE PN-MAX-CODES     TO CAP-IMG-MAX-CODES
041600     MOVE PN-FACE-VALUE    TO CAP-IMG-FACE-VALUE
041700     MOVE PN-GL-CODE       TO CAP-IMG-GL-CODE
041730     MOVE PN-ISSUE-STORE   TO CAP-IMG-ISSUE-STORE
041760     MOVE PN-OWNER-STATE   TO CAP-IMG-OWNER-STATE
041800     WRITE PASTCAP-LINE FROM CAP-IMAGE-LINE.
041900 3800-EXIT.
042000     EXIT.
042100 3900-CARD-IN-ERROR.
042200     ADD 1 TO WS-ERROR-COUNT
042300     MOVE SPACES          TO CAP-DETAIL-LINE
042400     MOVE AD-DECISION     TO CAP-DECISION
042500     MOVE AD-PROPOSAL-NO  TO CAP-PROPOSAL-NO
042600     MOVE ZEROS           TO CAP-PROPOSED-DATE
042700     MOVE AD-USER-ID      TO CAP-DECIDED-BY
042800     MOVE WS-DISPOSITION  TO CAP-DISPOSITION
042900     WRITE PASTCAP-LINE FROM CAP-DETAIL-LINE.
043000 3900-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------
043300*  5000-SWEEP-PENDING  --  DRIVE THE WHOLE PENDING FILE IN
043400*  PROPOSAL ORDER (PAST THE CONTROL RECORD).  A PROPOSAL STILL
043500*  PENDING PAST THE EXPIRY DAYS IS EXPIRED; THE REST ARE LISTED
043600*  SO THE APPROVERS CAN SEE WHAT IS WAITING ON THEM.
043700*----------------------------------------------------------------
043800 5000-SWEEP-PENDING.
043900     MOVE SPACES TO PASTCAP-LINE
044000     WRITE PASTCAP-LINE
044100     MOVE "*** EXPIRED / STILL PENDING ***" TO CAP-SECTION-LINE
044200     WRITE PASTCAP-LINE FROM CAP-SECTION-LINE
044300     WRITE PASTCAP-LINE FROM CAP-HEADING-2
044400     MOVE 1 TO PP-PROPOSAL-NO
044500     START PASTPND-FILE KEY NOT < PP-PROPOSAL-NO
044600         INVALID KEY
044700             MOVE "Y" TO WS-PND-EOF-SWITCH
044800     END-START
044900     IF NOT END-OF-PASTPND
045000         READ PASTPND-FILE NEXT RECORD
045100             AT END MOVE "Y" TO WS-PND-EOF-SWITCH
045200         END-READ
045300     END-IF
045400     PERFORM 5100-SWEEP-ONE-PROPOSAL THRU 5100-EXIT
045500         UNTIL END-OF-PASTPND.
045600 5000-EXIT.
045700     EXIT.
045800 5100-SWEEP-ONE-PROPOSAL.
045900     IF NOT PP-ST-PENDING
046000         GO TO 5100-NEXT.
046100     COMPUTE WS-DAYS-PENDING =
046200         FUNCTION INTEGER-OF-DATE(AV-RUN-DATE)
046300         - FUNCTION INTEGER-OF-DATE(PP-PROPOSED-DATE)
046400     IF WS-DAYS-PENDING > WS-EXPIRE-DAYS
046500         MOVE "RNDCAPV" TO PP-DECIDED-BY
046600         PERFORM 3400-EXPIRE-PROPOSAL THRU 3400-EXIT
046700     ELSE
046800         ADD 1 TO WS-PENDING-COUNT
046900         PERFORM 3800-WRITE-DECISION THRU 3800-EXIT
047000     END-IF.
047100 5100-NEXT.
047200     READ PASTPND-FILE NEXT RECORD
047300         AT END MOVE "Y" TO WS-PND-EOF-SWITCH
047400     END-READ.
047500 5100-EXIT.
047600     EXIT.
047700*----------------------------------------------------------------
047800*  8000-TERMINATE  --  PRINT THE CONTROL TOTALS AND CLOSE DOWN.
047900*  RC=4 FLAGS CARDS IN ERROR OR APPROVALS THAT COULD NOT BE
048000*  APPLIED, SO THEY CAN BE CORRECTED OR RE-PROPOSED.
048100*----------------------------------------------------------------
048200 8000-TERMINATE.
048300     MOVE SPACES TO PASTCAP-LINE
048400     WRITE PASTCAP-LINE
048500     MOVE "CARDS READ"           TO CAP-TOTAL-LABEL
048600     MOVE WS-CARD-COUNT          TO CAP-TOTAL-COUNT
048700     WRITE PASTCAP-LINE FROM CAP-TOTAL-LINE
048800     MOVE "APPROVED AND APPLIED" TO CAP-TOTAL-LABEL
048900     MOVE WS-APPROVED-COUNT      TO CAP-TOTAL-COUNT
049000     WRITE PASTCAP-LINE FROM CAP-TOTAL-LINE
049100     MOVE "REJECTED BY APPROVER" TO CAP-TOTAL-LABEL
049200     MOVE WS-REJECTED-COUNT      TO CAP-TOTAL-COUNT
049300     WRITE PASTCAP-LINE FROM CAP-TOTAL-LINE
049400     MOVE "REFUSED - NOT APPLIED" TO CAP-TOTAL-LABEL
049500     MOVE WS-REFUSED-COUNT       TO CAP-TOTAL-COUNT
049600     WRITE PASTCAP-LINE FROM CAP-TOTAL-LINE
049700     MOVE "EXPIRED"              TO CAP-TOTAL-LABEL
049800     MOVE WS-EXPIRED-COUNT       TO CAP-TOTAL-COUNT
049900     WRITE PASTCAP-LINE FROM CAP-TOTAL-LINE
050000     MOVE "CARDS IN ERROR"       TO CAP-TOTAL-LABEL
050100     MOVE WS-ERROR-COUNT         TO CAP-TOTAL-COUNT
050200     WRITE PASTCAP-LINE FROM CAP-TOTAL-LINE
050300     MOVE "STILL PENDING"        TO CAP-TOTAL-LABEL
050400     MOVE WS-PENDING-COUNT       TO CAP-TOTAL-COUNT
050500     WRITE PASTCAP-LINE FROM CAP-TOTAL-LINE
050600     CLOSE CAMPAPV-FILE
050700     CLOSE PASTPND-FILE
050800     CLOSE PASTCAMP-FILE
050900     CLOSE PASTCAP-FILE
051000     DISPLAY "RNDCAPV -- " WS-APPROVED-COUNT " APPLIED, "
051100         WS-REJECTED-COUNT " REJECTED, "
051200         WS-EXPIRED-COUNT " EXPIRED, "
051300         WS-ERROR-COUNT " IN ERROR"
051400     IF WS-ERROR-COUNT > 0 OR WS-REFUSED-COUNT > 0
051500         MOVE 4 TO RETURN-CODE
051600     END-IF.
051700 8000-EXIT.
051800     EXIT.
051900*----------------------------------------------------------------
052000*  9900-REJECT-RUN-DATE  --  THE APRVCTL CARD CARRIES NO USABLE
052100*  RUN DATE, SO NOTHING CAN BE AGED OR STAMPED.  NOTHING IS
052200*  CHANGED.
052300*----------------------------------------------------------------
052400 9900-REJECT-RUN-DATE.
052500     DISPLAY "RNDCAPV REJECTED -- APRVCTL RUN DATE MISSING OR "
052600         "NOT NUMERIC"
052700     MOVE 16 TO RETURN-CODE
052800     STOP RUN.
052900*----------------------------------------------------------------
053000*  9920-REJECT-NO-CONTROL  --  THE APRVCTL FILE HAD NO CARD.
053100*  TELL OPS WHY AND STOP CLEANLY -- NOTHING IS CHANGED.
053200*----------------------------------------------------------------
053300 9920-REJECT-NO-CONTROL.
053400     DISPLAY "RNDCAPV REJECTED -- APRVCTL CONTROL FILE IS EMPTY"
053500     CLOSE APRVCTL-FILE
053600     MOVE 16 TO RETURN-CODE
053700     STOP RUN.
