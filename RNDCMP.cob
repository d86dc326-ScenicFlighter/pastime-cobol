001800*  ZERO, AND THE AUTHORIZED MAXIMUM ALWAYS -- ZERO MEANS NO
001900*  CAP, WHICH MUST BE EXPRESSIBLE.  CM-CODES-ISSUED AND
002000*  CM-LAST-RUN-DATE BELONG TO RNDSTR AND ARE NEVER TOUCHED
002100*  HERE.  THE OWNER STATE CHANGES ONLY WHEN SUPPLIED AND THE
002110*  ISSUING STORE ONLY WHEN NUMERIC -- BLANK LEAVES IT, ZEROS
002120*  MAKE THE CAMPAIGN CHAIN-WIDE AGAIN.
002200*----------------------------------------------------------------
002300*  MODIFICATION HISTORY
002400*  MM/DD/YY  INIT  DESCRIPTION
002530*                  LIKE THE AUTHORIZED MAXIMUM (ALWAYS -- ZERO
002540*                  IS A VALID NO-DOLLAR PROMOTION), THE G/L
002550*                  CODE ONLY WHEN SUPPLIED.
002556*  10/15/26  DWA   DUAL CONTROL.  AN ADD OR CHANGE CARD IS NO
002562*                  LONGER APPLIED -- IT IS STAGED AS A NUMBERED
002568*                  PROPOSAL ON THE PASTPND PENDING-CHANGE FILE
002574*                  AND PRINTED WITH ITS BEFORE AND AFTER VALUES.
002580*                  RNDCAPV RELEASES IT ON A CARD FROM ANOTHER
002586*                  USER.  EVERY CARD NOW CARRIES THE PROPOSER'S
002592*                  USER ID.  A CLOSE STILL APPLIES AT ONCE.
002593*  10/15/26  DWA   CARRY THE NEW CM-HOLDER -- ISSUING STORE AND
002594*                  OWNER STATE -- ON THE CAMPCTL CARD, THROUGH
002595*                  THE PROPOSAL LIKE ANY OTHER FIELD.  THE STATE
002596*                  CHANGES ONLY WHEN SUPPLIED, THE STORE ONLY
002597*                  WHEN NUMERIC (BLANK LEAVES IT, ZEROS CLEAR
002598*                  IT).  BOTH PRINT ON THE IMAGE LINES.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003500         RECORD KEY IS CM-CAMPAIGN-ID.
003600     SELECT PASTCMR-FILE ASSIGN TO PASTCMR
003700         ORGANIZATION IS SEQUENTIAL.
003720     SELECT PASTPND-FILE ASSIGN TO PASTPND
003740         ORGANIZATION IS INDEXED
003760         ACCESS MODE IS RANDOM
003780         RECORD KEY IS PP-PROPOSAL-NO.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CAMPCTL-FILE
005200     05  CC-MAX-CODES            PIC 9(09).
005210     05  CC-FACE-VALUE           PIC 9(05)V99.
005220     05  CC-GL-CODE              PIC X(08).
005260     05  CC-USER-ID              PIC X(08).
005270     05  CC-ISSUE-STORE          PIC 9(05).
005280     05  CC-OWNER-STATE          PIC X(02).
005300     05  FILLER                  PIC X(06).
005400 FD  PASTCAMP-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY PASTCAMP.
005700 FD  PASTCMR-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  PASTCMR-LINE                PIC X(120).
005920 FD  PASTPND-FILE
005940     LABEL RECORDS ARE STANDARD.
005960     COPY PASTPND.
006000 WORKING-STORAGE SECTION.
006100 01  WS-CTL-EOF-SWITCH           PIC X(01)  VALUE "N".
006200     88  END-OF-CAMPCTL                  VALUE "Y".
006800 77  WS-CLOSED-COUNT             PIC 9(05)  VALUE 0.
006900 77  WS-ERROR-COUNT              PIC 9(05)  VALUE 0.
007000 01  WS-DISPOSITION              PIC X(24).
007008 01  WS-RUN-DATE                 PIC 9(08)  VALUE 0.
007016 77  WS-TIME-RAW                 PIC 9(08)  VALUE 0.
007024 77  WS-PROPOSAL-NO              PIC 9(07)  VALUE 0.
007032 01  WS-BEFORE-IMAGE.
007040     05  WB-DESCRIPTION          PIC X(30).
007048     05  WB-OWNER                PIC X(20).
007056     05  WB-START-DATE           PIC 9(08).
007064     05  WB-END-DATE             PIC 9(08).
007072     05  WB-MAX-CODES            PIC 9(09).
007080     05  WB-FACE-VALUE           PIC 9(05)V99.
007088     05  WB-GL-CODE              PIC X(08).
007091 01  WS-BEFORE-HOLDER.
007094     05  WB-ISSUE-STORE          PIC 9(05).
007097     05  WB-OWNER-STATE          PIC X(02).
007100 01  CMR-HEADING-1.
007200     05  FILLER                 PIC X(36) VALUE
007300         "RNDCMP CAMPAIGN MAINTENANCE REGISTER".
008300     05  FILLER                 PIC X(08) VALUE "END".
008400     05  FILLER                 PIC X(02) VALUE SPACES.
008500     05  FILLER                 PIC X(09) VALUE "MAX CODES".
008520     05  FILLER                 PIC X(02) VALUE SPACES.
008540     05  FILLER                 PIC X(07) VALUE "PROP NO".
008560     05  FILLER                 PIC X(02) VALUE SPACES.
008580     05  FILLER                 PIC X(07) VALUE "USER ID".
008600 01  CMR-DETAIL-LINE.
008700     05  CMR-ACTION             PIC X(01).
008800     05  FILLER                 PIC X(07) VALUE SPACES.
009500     05  CMR-END-DATE           PIC 9(08).
009600     05  FILLER                 PIC X(02) VALUE SPACES.
009700     05  CMR-MAX-CODES          PIC ZZZZZZZZ9.
009704     05  FILLER                 PIC X(02) VALUE SPACES.
009708     05  CMR-PROPOSAL-NO        PIC ZZZZZZ9.
009712     05  FILLER                 PIC X(02) VALUE SPACES.
009716     05  CMR-USER-ID            PIC X(08).
009720 01  CMR-IMAGE-LINE.
009724     05  FILLER                 PIC X(02) VALUE SPACES.
009728     05  CMR-IMG-LABEL          PIC X(07).
009732     05  CMR-IMG-DESCRIPTION    PIC X(30).
009736     05  FILLER                 PIC X(01) VALUE SPACES.
009740     05  CMR-IMG-OWNER          PIC X(20).
009744     05  FILLER                 PIC X(01) VALUE SPACES.
009748     05  CMR-IMG-START-DATE     PIC 9(08).
009752     05  FILLER                 PIC X(01) VALUE SPACES.
009756     05  CMR-IMG-END-DATE       PIC 9(08).
009760     05  FILLER                 PIC X(01) VALUE SPACES.
009764     05  CMR-IMG-MAX-CODES      PIC ZZZZZZZZ9.
009768     05  FILLER                 PIC X(01) VALUE SPACES.
009772     05  CMR-IMG-FACE-VALUE     PIC ZZ,ZZ9.99.
009776     05  FILLER                 PIC X(01) VALUE SPACES.
009780     05  CMR-IMG-GL-CODE        PIC X(08).
009784     05  FILLER                 PIC X(01) VALUE SPACES.
009788     05  CMR-IMG-ISSUE-STORE    PIC X(05).
009792     05  FILLER                 PIC X(01) VALUE SPACES.
009796     05  CMR-IMG-OWNER-STATE    PIC X(02).
009800 01  CMR-TOTAL-LINE.
009900     05  CMR-TOTAL-LABEL        PIC X(24).
010000     05  CMR-TOTAL-COUNT        PIC ZZZZ9.
011800         AT END
011900             GO TO 9920-REJECT-NO-CONTROL
012000     END-READ
012030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012060     ACCEPT WS-TIME-RAW FROM TIME
012100     OPEN I-O    PASTCAMP-FILE
012130     OPEN I-O    PASTPND-FILE
012160     PERFORM 1100-OPEN-NUMBERING THRU 1100-EXIT
012200     OPEN OUTPUT PASTCMR-FILE
012300     WRITE PASTCMR-LINE FROM CMR-HEADING-1
012400     MOVE SPACES TO PASTCMR-LINE
012600     WRITE PASTCMR-LINE FROM CMR-HEADING-2.
012700 1000-EXIT.
012800     EXIT.
012805*----------------------------------------------------------------
012810*  1100-OPEN-NUMBERING  --  THE FIRST RUN AGAINST AN EMPTY
012815*  PENDING FILE PLANTS THE CONTROL RECORD THE PROPOSAL NUMBERS
012820*  ARE DRAWN FROM.
012825*----------------------------------------------------------------
012830 1100-OPEN-NUMBERING.
012835     MOVE ZEROS TO PQ-CONTROL-KEY
012840     READ PASTPND-FILE
012845         INVALID KEY
012850             MOVE SPACES TO PASTPND-CONTROL-RECORD
012855             MOVE ZEROS  TO PQ-CONTROL-KEY
012860             MOVE ZEROS  TO PQ-LAST-PROPOSAL-NO
012865             WRITE PASTPND-CONTROL-RECORD
012870     END-READ.
012875 1100-EXIT.
012880     EXIT.
012900*----------------------------------------------------------------
013000*  2000-PROCESS-DECK  --  DRIVE THE CAMPCTL DECK, ONE CARD PER
013100*  PASS.
014700         MOVE "CAMPAIGN ID BLANK" TO WS-DISPOSITION
014800         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
014900         GO TO 3000-NEXT.
014920     IF CC-USER-ID = SPACES
014940         MOVE "USER ID BLANK" TO WS-DISPOSITION
014960         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
014980         GO TO 3000-NEXT.
015000     MOVE "N" TO WS-MAST-FOUND-SWITCH
015100     MOVE CC-CAMPAIGN-ID TO CM-CAMPAIGN-ID
015200     READ PASTCAMP-FILE
017600*  3100-ADD-CAMPAIGN  --  A NEW CAMPAIGN STARTS LIFE ACTIVE
017700*  WITH NOTHING YET ISSUED.  A CARD FOR AN ID ALREADY ON THE
017800*  MASTER, OR WITH A BACKWARDS DATE WINDOW, IS AN ERROR.
017830*  A GOOD CARD IS BUILT IN THE RECORD AREA AND STAGED FOR
017860*  APPROVAL -- RNDCAPV WRITES IT.
017900*----------------------------------------------------------------
018000 3100-ADD-CAMPAIGN.
018100     IF MASTER-RECORD-FOUND
018600         MOVE "DATE WINDOW BACKWARDS" TO WS-DISPOSITION
018700         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
018800         GO TO 3100-EXIT.
018850     PERFORM 3450-CLEAR-BEFORE-IMAGE THRU 3450-EXIT
018900     MOVE SPACES          TO PASTCAMP-RECORD
019000     MOVE CC-CAMPAIGN-ID  TO CM-CAMPAIGN-ID
019100     MOVE CC-DESCRIPTION  TO CM-DESCRIPTION
019806     MOVE ZEROS           TO CM-PRINT-DATE
019810     MOVE CC-FACE-VALUE   TO CM-FACE-VALUE
019820     MOVE CC-GL-CODE      TO CM-GL-CODE
019870     MOVE ZEROS           TO CM-ISSUE-STORE
019920     IF CC-ISSUE-STORE NUMERIC
019970         MOVE CC-ISSUE-STORE TO CM-ISSUE-STORE
020020     END-IF
020070     MOVE CC-OWNER-STATE  TO CM-OWNER-STATE
020160     PERFORM 3500-STAGE-PROPOSAL THRU 3500-EXIT
020500     ADD 1 TO WS-ADDED-COUNT
020600     MOVE "ADD PROPOSED" TO WS-DISPOSITION
020700     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT
020750     PERFORM 3600-WRITE-IMAGES   THRU 3600-EXIT.
020800 3100-EXIT.
020900     EXIT.
021000*----------------------------------------------------------------
021200*  THE CARD SUPPLIES.  DESCRIPTION AND OWNER CHANGE ONLY WHEN
021300*  NON-BLANK, THE DATES ONLY WHEN NON-ZERO, AND THE AUTHORIZED
021400*  MAXIMUM ALWAYS -- ZERO MEANS NO CAP AND MUST BE SETTABLE.
021430*  THE MASTER AS READ IS KEPT AS THE BEFORE IMAGE AND THE
021460*  CHANGED RECORD IS STAGED FOR APPROVAL, NOT REWRITTEN.
021500*----------------------------------------------------------------
021600 3200-CHANGE-CAMPAIGN.
021700     IF NOT MASTER-RECORD-FOUND
021800         MOVE "NOT ON MASTER" TO WS-DISPOSITION
021900         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
022000         GO TO 3200-EXIT.
022050     PERFORM 3460-SAVE-BEFORE-IMAGE THRU 3460-EXIT
022100     IF CC-DESCRIPTION NOT = SPACES
022200         MOVE CC-DESCRIPTION TO CM-DESCRIPTION
022300     END-IF
023320     IF CC-GL-CODE NOT = SPACES
023330         MOVE CC-GL-CODE TO CM-GL-CODE
023340     END-IF
023348     IF CC-ISSUE-STORE NUMERIC
023356         MOVE CC-ISSUE-STORE TO CM-ISSUE-STORE
023364     END-IF
023372     IF CC-OWNER-STATE NOT = SPACES
023380         MOVE CC-OWNER-STATE TO CM-OWNER-STATE
023388     END-IF
023400     IF CM-START-DATE > CM-END-DATE
023500         MOVE "DATE WINDOW BACKWARDS" TO WS-DISPOSITION
023600         PERFORM 3900-CARD-IN-ERROR THRU 3900-EXIT
023700         GO TO 3200-EXIT.
023800     PERFORM 3500-STAGE-PROPOSAL THRU 3500-EXIT
023900     ADD 1 TO WS-CHANGED-COUNT
024000     MOVE "CHANGE PROPOSED" TO WS-DISPOSITION
024100     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT
024150     PERFORM 3600-WRITE-IMAGES   THRU 3600-EXIT.
024200 3200-EXIT.
024300     EXIT.
024400*----------------------------------------------------------------
026000     REWRITE PASTCAMP-RECORD
026100     ADD 1 TO WS-CLOSED-COUNT
026200     MOVE "CLOSED" TO WS-DISPOSITION
026250     MOVE ZEROS TO WS-PROPOSAL-NO
026300     PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT.
026400 3300-EXIT.
026402     EXIT.
026404*----------------------------------------------------------------
026406*  3450-CLEAR-BEFORE-IMAGE / 3460-SAVE-BEFORE-IMAGE  --  AN ADD
026408*  HAS NOTHING BEFORE IT; A CHANGE KEEPS THE MASTER AS READ SO
026410*  RNDCAPV CAN PROVE NOBODY MOVED IT BETWEEN PROPOSAL AND
026412*  APPROVAL.
026414*----------------------------------------------------------------
026416 3450-CLEAR-BEFORE-IMAGE.
026418     MOVE SPACES TO WB-DESCRIPTION
026420     MOVE SPACES TO WB-OWNER
026422     MOVE ZEROS  TO WB-START-DATE
026424     MOVE ZEROS  TO WB-END-DATE
026426     MOVE ZEROS  TO WB-MAX-CODES
026428     MOVE ZEROS  TO WB-FACE-VALUE
026430     MOVE SPACES TO WB-GL-CODE
026432     MOVE ZEROS  TO WB-ISSUE-STORE
026434     MOVE SPACES TO WB-OWNER-STATE.
026436 3450-EXIT.
026438     EXIT.
026440 3460-SAVE-BEFORE-IMAGE.
026442     MOVE CM-DESCRIPTION TO WB-DESCRIPTION
026444     MOVE CM-OWNER       TO WB-OWNER
026446     MOVE CM-START-DATE  TO WB-START-DATE
026448     MOVE CM-END-DATE    TO WB-END-DATE
026450     MOVE CM-MAX-CODES   TO WB-MAX-CODES
026452     MOVE CM-FACE-VALUE  TO WB-FACE-VALUE
026454     MOVE CM-GL-CODE     TO WB-GL-CODE
026456     MOVE CM-HOLDER      TO WS-BEFORE-HOLDER.
026525 3460-EXIT.
026526     EXIT.
026527*----------------------------------------------------------------
026528*  3500-STAGE-PROPOSAL  --  DRAW THE NEXT PROPOSAL NUMBER OFF
026529*  THE CONTROL RECORD (REWRITTEN AT ONCE, SO A RERUN AFTER AN
026530*  ABEND NEVER REUSES ONE) AND WRITE THE PENDING PROPOSAL:
026531*  THE BEFORE IMAGE SAVED BY THE CALLER, THE AFTER IMAGE FROM
026532*  THE CAMPAIGN RECORD AREA AS THE CARD WOULD LEAVE IT.
026533*----------------------------------------------------------------
026534 3500-STAGE-PROPOSAL.
026535     MOVE ZEROS TO PQ-CONTROL-KEY
026536     READ PASTPND-FILE
026537         INVALID KEY
026538             GO TO 9930-REJECT-NO-NUMBERING
026539     END-READ
026540     ADD 1 TO PQ-LAST-PROPOSAL-NO
026541     MOVE PQ-LAST-PROPOSAL-NO TO WS-PROPOSAL-NO
026542     REWRITE PASTPND-CONTROL-RECORD
026543     MOVE SPACES           TO PASTPND-RECORD
026544     MOVE WS-PROPOSAL-NO   TO PP-PROPOSAL-NO
026545     MOVE "P"              TO PP-STATUS
026546     MOVE CC-ACTION        TO PP-ACTION
026547     MOVE CC-CAMPAIGN-ID   TO PP-CAMPAIGN-ID
026548     MOVE CC-USER-ID       TO PP-PROPOSED-BY
026549     MOVE WS-RUN-DATE      TO PP-PROPOSED-DATE
026550     MOVE WS-TIME-RAW(1:6) TO PP-PROPOSED-TIME
026551     MOVE ZEROS            TO PP-DECIDED-DATE
026552     MOVE "AWAITING APPROVAL" TO PP-DISPOSITION
026553     MOVE WS-BEFORE-IMAGE  TO PP-BEFORE
026554     MOVE CM-DESCRIPTION   TO PN-DESCRIPTION
026555     MOVE CM-OWNER         TO PN-OWNER
026556     MOVE CM-START-DATE    TO PN-START-DATE
026557     MOVE CM-END-DATE      TO PN-END-DATE
026558     MOVE CM-MAX-CODES     TO PN-MAX-CODES
026559     MOVE CM-FACE-VALUE    TO PN-FACE-VALUE
026560     MOVE CM-GL-CODE       TO PN-GL-CODE
026562     MOVE WS-BEFORE-HOLDER TO PP-BEFORE-HOLDER
026564     MOVE CM-HOLDER        TO PP-AFTER-HOLDER
026566     WRITE PASTPND-RECORD
026568         INVALID KEY
026570             GO TO 9930-REJECT-NO-NUMBERING
026572     END-WRITE.
026574 3500-EXIT.
026576     EXIT.
026578*----------------------------------------------------------------
026580*  3600-WRITE-IMAGES  --  THE BEFORE AND AFTER VALUES UNDER THE
026582*  PROPOSAL'S REGISTER LINE, FOR THE APPROVER TO CHECK AGAINST
026584*  THE CAMPCTL CARD.  AN ADD HAS NO BEFORE LINE.
026586*----------------------------------------------------------------
026588 3600-WRITE-IMAGES.
026590     IF CC-ACT-CHANGE
026592         MOVE "BEFORE"         TO CMR-IMG-LABEL
026594         MOVE WB-DESCRIPTION   TO CMR-IMG-DESCRIPTION
026596         MOVE WB-OWNER         TO CMR-IMG-OWNER
026598         MOVE WB-START-DATE    TO CMR-IMG-START-DATE
026600         MOVE WB-END-DATE      TO CMR-IMG-END-DATE
026602         MOVE WB-MAX-CODES     TO CMR-IMG-MAX-CODES
026604         MOVE WB-FACE-VALUE    TO CMR-IMG-FACE-VALUE
026606         MOVE WB-GL-CODE       TO CMR-IMG-GL-CODE
026608         MOVE WB-ISSUE-STORE   TO CMR-IMG-ISSUE-STORE
026610         MOVE WB-OWNER-STATE   TO CMR-IMG-OWNER-STATE
026612         WRITE PASTCMR-LINE FROM CMR-IMAGE-LINE
026614     END-IF
026616     MOVE "AFTER"          TO CMR-IMG-LABEL
026618     MOVE CM-DESCRIPTION   TO CMR-IMG-DESCRIPTION
026620     MOVE CM-OWNER         TO CMR-IMG-OWNER
026622     MOVE CM-START-DATE    TO CMR-IMG-START-DATE
026624     MOVE CM-END-DATE      TO CMR-IMG-END-DATE
026626     MOVE CM-MAX-CODES     TO CMR-IMG-MAX-CODES
026628     MOVE CM-FACE-VALUE    TO CMR-IMG-FACE-VALUE
026630     MOVE CM-GL-CODE       TO CMR-IMG-GL-CODE
026632     MOVE CM-ISSUE-STORE   TO CMR-IMG-ISSUE-STORE
026634     MOVE CM-OWNER-STATE   TO CMR-IMG-OWNER-STATE
026636     WRITE PASTCMR-LINE FROM CMR-IMAGE-LINE.
026638 3600-EXIT.
026640     EXIT.
026642*----------------------------------------------------------------
026700*  3800-WRITE-REGISTER  --  ONE REGISTER LINE PER CARD.  THE
026800*  DATES AND MAXIMUM SHOWN ARE THE MASTER'S AFTER THE CARD WAS
026900*  APPLIED (OR THE CARD'S OWN ON AN ERROR LINE).
027500     MOVE CM-START-DATE   TO CMR-START-DATE
027600     MOVE CM-END-DATE     TO CMR-END-DATE
027700     MOVE CM-MAX-CODES    TO CMR-MAX-CODES
027730     MOVE WS-PROPOSAL-NO  TO CMR-PROPOSAL-NO
027760     MOVE CC-USER-ID      TO CMR-USER-ID
027800     WRITE PASTCMR-LINE FROM CMR-DETAIL-LINE.
027900 3800-EXIT.
028000     EXIT.
028600     MOVE CC-START-DATE   TO CMR-START-DATE
028700     MOVE CC-END-DATE     TO CMR-END-DATE
028800     MOVE CC-MAX-CODES    TO CMR-MAX-CODES
028830     MOVE ZEROS           TO CMR-PROPOSAL-NO
028860     MOVE CC-USER-ID      TO CMR-USER-ID
028900     WRITE PASTCMR-LINE FROM CMR-DETAIL-LINE.
029000 3900-EXIT.
029100     EXIT.
030000     MOVE "CARDS READ"           TO CMR-TOTAL-LABEL
030100     MOVE WS-CARD-COUNT          TO CMR-TOTAL-COUNT
030200     WRITE PASTCMR-LINE FROM CMR-TOTAL-LINE
030300     MOVE "ADDS PROPOSED"        TO CMR-TOTAL-LABEL
030400     MOVE WS-ADDED-COUNT         TO CMR-TOTAL-COUNT
030500     WRITE PASTCMR-LINE FROM CMR-TOTAL-LINE
030600     MOVE "CHANGES PROPOSED"     TO CMR-TOTAL-LABEL
030700     MOVE WS-CHANGED-COUNT       TO CMR-TOTAL-COUNT
030800     WRITE PASTCMR-LINE FROM CMR-TOTAL-LINE
030900     MOVE "CAMPAIGNS CLOSED"     TO CMR-TOTAL-LABEL
031400     WRITE PASTCMR-LINE FROM CMR-TOTAL-LINE
031500     CLOSE CAMPCTL-FILE
031600     CLOSE PASTCAMP-FILE
031650     CLOSE PASTPND-FILE
031700     CLOSE PASTCMR-FILE
031800     DISPLAY "RNDCMP -- " WS-CARD-COUNT " CARD(S), "
031900         WS-ERROR-COUNT " IN ERROR"
033100     CLOSE CAMPCTL-FILE
033200     MOVE 16 TO RETURN-CODE
033300     STOP RUN.
033400*----------------------------------------------------------------
033500*  9930-REJECT-NO-NUMBERING  --  THE PASTPND CONTROL RECORD IS
033600*  GONE OR A PROPOSAL NUMBER IS ALREADY ON FILE -- THE PENDING
033700*  FILE HAS BEEN RESTORED OR EDITED UNDERNEATH THE NUMBERING.
033800*  STOP BEFORE A PROPOSAL IS LOST; THE REGISTER SO FAR SHOWS
033900*  WHAT WAS STAGED.
034000*----------------------------------------------------------------
034100 9930-REJECT-NO-NUMBERING.
034200     DISPLAY "RNDCMP REJECTED -- PASTPND PROPOSAL NUMBERING IS "
034300         "OUT OF STEP"
034400     DISPLAY "  LAST NUMBER ON FILE " PQ-LAST-PROPOSAL-NO
034500     CLOSE CAMPCTL-FILE
034600     CLOSE PASTCAMP-FILE
034700     CLOSE PASTPND-FILE
034800     CLOSE PASTCMR-FILE
034900     MOVE 16 TO RETURN-CODE
035000     STOP RUN.
