002930*                  A HELD LOCK REFUSES THE RUN (RC=12) WITH A
002940*                  PASTJRNL ENTRY INSTEAD OF UPDATING UNDERNEATH
002950*                  A LIVE NIGHTLY RUN.
002952*  10/15/26  DWA   ZERO THE NEW PH-REDEEM-STORE ON THE
002954*                  REPLACEMENT CODE -- RNDPOST STAMPS IT AT
002956*                  REDEMPTION.
002958*  10/15/26  DWA   APPEND PASTGLA G/L ACTIVITY FOR BOTH MOVEMENTS:
002960*                  THE OLD CODE'S VALUE LEAVES THE LIABILITY AS A
002962*                  REPLACEMENT (NOT BREAKAGE -- THE CUSTOMER STILL
002964*                  HOLDS IT) AND THE NEW CODE IS BOOKED AS ISSUED.
002966*  10/15/26  DWA   APPEND BOTH PASTHIST MOVEMENTS -- THE VOID
002968*                  REWRITE AND THE REPLACEMENT ADD -- TO THE
002970*                  PASTHJNL CHANGE JOURNAL FOR RNDHRCV FORWARD
002972*                  RECOVERY.
002974*  10/15/26  DWA   CLEAR THE NEW PH-ESCHEAT FIELDS ON THE
002976*                  REPLACEMENT CODE -- RNDESCH STAMPS THEM WHEN
002978*                  REPORTED.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004920         ORGANIZATION IS RELATIVE
004930         ACCESS MODE IS DYNAMIC
004940         RELATIVE KEY IS WS-PASTLCK-KEY.
004960     SELECT PASTGLA-FILE ASSIGN TO PASTGLA
004980         ORGANIZATION IS SEQUENTIAL.
004986     SELECT PASTHJNL-FILE ASSIGN TO PASTHJNL
004992         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RISSCTL-FILE
006910 FD  PASTLCK-FILE
006920     LABEL RECORDS ARE STANDARD.
006930     COPY PASTLCK.
006940 FD  PASTGLA-FILE
006950     LABEL RECORDS ARE STANDARD.
006960     COPY PASTGLA.
006970 FD  PASTHJNL-FILE
006980     LABEL RECORDS ARE STANDARD.
006990     COPY PASTHJNL.
007000 WORKING-STORAGE SECTION.
007100 01  T1                          PIC 9(09).
007200 01  RAND                        PIC V9(38).
012130     88  LOCK-RECORD-FOUND               VALUE "Y".
012140 01  WS-LOCK-OWNED-SWITCH        PIC X(01)  VALUE "N".
012150     88  LOCK-IS-OWNED                   VALUE "Y".
012170 01  WS-GL-ACTIVITY-TYPE         PIC X(01)  VALUE SPACE.
012180 01  WS-HJ-ACTION                PIC X(01)  VALUE SPACE.
012190 01  WS-HIST-BEFORE              PIC X(200).
012200 PROCEDURE DIVISION.
012300*----------------------------------------------------------------
012400*  0000-MAINLINE  --  OVERALL REPLACEMENT SEQUENCE.  THE OLD
015600     PERFORM 6500-LOAD-BLOCKLIST THRU 6500-EXIT
015650     PERFORM 6000-ACQUIRE-LOCK THRU 6000-EXIT
015700     OPEN I-O PASTHIST-FILE
015750     OPEN EXTEND PASTHJNL-FILE
015800     OPEN I-O PASTCAMP-FILE
015850     OPEN EXTEND PASTGLA-FILE.
015900 1000-EXIT.
016000     EXIT.
016100*----------------------------------------------------------------
026700*  REISSUING) AND JOURNAL THE MOVEMENT.
026800*----------------------------------------------------------------
026900 3000-VOID-OLD-CODE.
026950     MOVE PASTHIST-RECORD TO WS-HIST-BEFORE
027000     MOVE "V"           TO PH-STATUS
027100     MOVE RI-ISSUE-DATE TO PH-STATUS-DATE
027200     REWRITE PASTHIST-RECORD
027210     MOVE "R" TO WS-HJ-ACTION
027220     PERFORM 7300-JOURNAL-HIST-CHANGE THRU 7300-EXIT
027230     MOVE "X" TO WS-GL-ACTIVITY-TYPE
027260     PERFORM 7200-WRITE-GL-ACTIVITY THRU 7200-EXIT
027300     PERFORM 7050-CLEAR-JOURNAL THRU 7050-EXIT
027400     MOVE "VOID"             TO JL-EVENT
027500     MOVE WS-OLD-CAMPAIGN-ID TO JL-CAMPAIGN-ID
030400     MOVE WS-OLD-CAMPAIGN-ID TO PH-CAMPAIGN-ID
030500     MOVE CM-FACE-VALUE TO PH-FACE-VALUE
030600     MOVE CM-GL-CODE    TO PH-GL-CODE
030650     MOVE ZEROS         TO PH-REDEEM-STORE
030660     MOVE SPACE         TO PH-ESCHEAT-FLAG
030670     MOVE ZEROS         TO PH-ESCHEAT-DATE
030680     MOVE SPACES        TO PH-ESCHEAT-STATE
030700     WRITE PASTHIST-RECORD
030800         INVALID KEY
030900             GO TO 9990-REJECT-DUP-KEY
031000     END-WRITE
031020     MOVE SPACES TO WS-HIST-BEFORE
031040     MOVE "A" TO WS-HJ-ACTION
031060     PERFORM 7300-JOURNAL-HIST-CHANGE THRU 7300-EXIT
031100     ADD 1 TO CM-CODES-ISSUED
031200     REWRITE PASTCAMP-RECORD
031230     MOVE "I" TO WS-GL-ACTIVITY-TYPE
031260     PERFORM 7200-WRITE-GL-ACTIVITY THRU 7200-EXIT
031300     PERFORM 7050-CLEAR-JOURNAL THRU 7050-EXIT
031400     MOVE "REPLACE"          TO JL-EVENT
031500     MOVE WS-OLD-CAMPAIGN-ID TO JL-CAMPAIGN-ID
050600     WRITE PASTJRNL-RECORD.
050700 7100-EXIT.
050800     EXIT.
050802*----------------------------------------------------------------
050804*  7200-WRITE-GL-ACTIVITY  --  ONE PASTGLA RECORD FOR THE CODE
050806*  IN THE HISTORY RECORD AREA, DATED WITH THE ISSUE DATE ON THE
050808*  CARD.  THE CALLER SETS THE ACTIVITY TYPE.
050810*----------------------------------------------------------------
050812 7200-WRITE-GL-ACTIVITY.
050814     MOVE SPACES         TO PASTGLA-RECORD
050816     MOVE RI-ISSUE-DATE  TO GA-ACTIVITY-DATE
050818     MOVE "RNDRISS"      TO GA-PROGRAM
050820     MOVE WS-GL-ACTIVITY-TYPE TO GA-ACTIVITY-TYPE
050822     MOVE PH-CAMPAIGN-ID TO GA-CAMPAIGN-ID
050824     MOVE PH-GL-CODE     TO GA-GL-CODE
050826     MOVE 1              TO GA-CODE-COUNT
050828     MOVE PH-FACE-VALUE  TO GA-AMOUNT
050830     WRITE PASTGLA-RECORD.
050832 7200-EXIT.
050834     EXIT.
050836*----------------------------------------------------------------
050838*  7300-JOURNAL-HIST-CHANGE  --  APPEND THE BEFORE AND AFTER
050840*  IMAGES OF THE HISTORY RECORD JUST WRITTEN OR REWRITTEN TO
050842*  THE PASTHJNL CHANGE JOURNAL, DATED WITH THE ISSUE DATE.
050844*  THE CALLER SETS THE ACTION AND THE BEFORE IMAGE (SPACES
050846*  FOR AN ADD).
050848*----------------------------------------------------------------
050850 7300-JOURNAL-HIST-CHANGE.
050852     MOVE SPACES          TO PASTHJNL-RECORD
050854     MOVE "RNDRISS"       TO HJ-PROGRAM
050856     MOVE RI-ISSUE-DATE   TO HJ-RUN-DATE
050858     ACCEPT HJ-CLOCK-DATE FROM DATE YYYYMMDD
050860     ACCEPT HJ-CLOCK-TIME FROM TIME
050862     MOVE WS-HJ-ACTION    TO HJ-ACTION
050864     MOVE WS-HIST-BEFORE  TO HJ-BEFORE-IMAGE
050866     MOVE PASTHIST-RECORD TO HJ-AFTER-IMAGE
050868     WRITE PASTHJNL-RECORD.
050870 7300-EXIT.
050872     EXIT.
050900*----------------------------------------------------------------
051000*  8000-TERMINATE  --  SHOW THE DESK THE NEW CODE AND CLOSE.
051100*----------------------------------------------------------------
051600     DISPLAY "  EXPIRES          : " WS-EXPIRY-DATE
051700     CLOSE PASTJRNL-FILE
051800     CLOSE PASTHIST-FILE
051850     CLOSE PASTHJNL-FILE
051900     CLOSE PASTCAMP-FILE
051920     CLOSE PASTGLA-FILE
051950     PERFORM 6100-RELEASE-LOCK THRU 6100-EXIT.
052000 8000-EXIT.
052100     EXIT.
064800     PERFORM 7100-WRITE-JOURNAL THRU 7100-EXIT
064900     CLOSE PASTJRNL-FILE
065000     CLOSE PASTHIST-FILE
065050     CLOSE PASTHJNL-FILE
065100     CLOSE PASTCAMP-FILE
065120     CLOSE PASTGLA-FILE
065150     PERFORM 6100-RELEASE-LOCK THRU 6100-EXIT.
065200 9995-EXIT.
065300     EXIT.
