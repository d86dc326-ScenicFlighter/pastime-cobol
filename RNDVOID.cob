002382*                  A HELD LOCK REFUSES THE RUN (RC=12) WITH A
002383*                  PASTJRNL ENTRY -- THE JULY OVERLAP WITH THE
002384*                  NIGHTLY RUN CANNOT RECUR.
002388*  10/15/26  DWA   APPEND A PASTGLA G/L ACTIVITY RECORD FOR EVERY
002392*                  ISSUED CODE VOIDED, SO RNDGLEX RECOGNIZES ITS
002396*                  FACE VALUE AS BREAKAGE ON THE VOID DATE.
002397*  10/15/26  DWA   APPEND THE BEFORE AND AFTER IMAGES OF EVERY
002398*                  PASTHIST REWRITE TO THE PASTHJNL CHANGE
002399*                  JOURNAL FOR RNDHRCV FORWARD RECOVERY.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003780         RELATIVE KEY IS WS-PASTLCK-KEY.
003790     SELECT PASTJRNL-FILE ASSIGN TO PASTJRNL
003795         ORGANIZATION IS SEQUENTIAL.
003796     SELECT PASTGLA-FILE ASSIGN TO PASTGLA
003797         ORGANIZATION IS SEQUENTIAL.
003798     SELECT PASTHJNL-FILE ASSIGN TO PASTHJNL
003799         ORGANIZATION IS SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  VOIDCTL-FILE
005770 FD  PASTJRNL-FILE
005780     LABEL RECORDS ARE STANDARD.
005790     COPY PASTJRNL.
005792 FD  PASTGLA-FILE
005794     LABEL RECORDS ARE STANDARD.
005796     COPY PASTGLA.
005797 FD  PASTHJNL-FILE
005798     LABEL RECORDS ARE STANDARD.
005799     COPY PASTHJNL.
005800 WORKING-STORAGE SECTION.
005900 01  WS-EOF-SWITCH               PIC X(01)  VALUE "N".
006000     88  END-OF-PASTOUT                  VALUE "Y".
006500 77  WS-REVIEW-COUNT             PIC 9(07)  VALUE 0.
006600 77  WS-MISSING-COUNT            PIC 9(07)  VALUE 0.
006700 77  WS-SKIPPED-COUNT            PIC 9(07)  VALUE 0.
006750 77  WS-BREAKAGE-COUNT           PIC 9(07)  VALUE 0.
006800 01  WS-NOTICE-TEXT              PIC X(16).
006810 77  WS-TIME-RAW                 PIC 9(08)  VALUE 0.
006815 01  WS-JRNL-DATE                PIC 9(08)  VALUE 0.
006826     88  LOCK-RECORD-FOUND               VALUE "Y".
006829 01  WS-LOCK-OWNED-SWITCH        PIC X(01)  VALUE "N".
006832     88  LOCK-IS-OWNED                   VALUE "Y".
006862 01  WS-HIST-BEFORE              PIC X(200).
006900 01  RCL-HEADING-1.
007000     05  FILLER                 PIC X(29) VALUE
007100         "RNDVOID RECALL NOTICE REPORT".
011900     OPEN INPUT  PASTOUT-FILE
011950     PERFORM 6000-ACQUIRE-LOCK THRU 6000-EXIT
012000     OPEN I-O    PASTHIST-FILE
012050     OPEN EXTEND PASTHJNL-FILE
012100     OPEN OUTPUT PASTRCL-FILE
012150     OPEN EXTEND PASTGLA-FILE
012200     WRITE PASTRCL-LINE FROM RCL-HEADING-1
012300     MOVE SPACES TO PASTRCL-LINE
012400     WRITE PASTRCL-LINE
020600*  THE GENERATOR KEEPS THE STRING FROM EVER BEING REISSUED.
020700*----------------------------------------------------------------
020800 3200-MARK-VOIDED.
020820     IF PH-ST-ISSUED
020840         PERFORM 3300-WRITE-GL-ACTIVITY THRU 3300-EXIT
020860     END-IF
020880     MOVE PASTHIST-RECORD TO WS-HIST-BEFORE
020900     MOVE "V"          TO PH-STATUS
021000     MOVE VC-VOID-DATE TO PH-STATUS-DATE
021100     REWRITE PASTHIST-RECORD
021150     PERFORM 3400-JOURNAL-REWRITE THRU 3400-EXIT
021200     ADD 1 TO WS-VOID-COUNT
021300     MOVE "VOIDED" TO WS-NOTICE-TEXT
021400     PERFORM 3100-WRITE-NOTICE THRU 3100-EXIT.
021500 3200-EXIT.
021600     EXIT.
021602*----------------------------------------------------------------
021604*  3300-WRITE-GL-ACTIVITY  --  AN ISSUED CODE VOIDED LEAVES THE
021606*  LIABILITY.  ONE PASTGLA BREAKAGE RECORD, DATED WITH THE VOID,
021608*  CARRIES ITS FACE VALUE TO RNDGLEX.
021610*----------------------------------------------------------------
021612 3300-WRITE-GL-ACTIVITY.
021614     MOVE SPACES         TO PASTGLA-RECORD
021616     MOVE VC-VOID-DATE   TO GA-ACTIVITY-DATE
021618     MOVE "RNDVOID"      TO GA-PROGRAM
021620     MOVE "V"            TO GA-ACTIVITY-TYPE
021622     MOVE PH-CAMPAIGN-ID TO GA-CAMPAIGN-ID
021624     MOVE PH-GL-CODE     TO GA-GL-CODE
021626     MOVE 1              TO GA-CODE-COUNT
021628     MOVE PH-FACE-VALUE  TO GA-AMOUNT
021630     WRITE PASTGLA-RECORD
021632     ADD 1 TO WS-BREAKAGE-COUNT.
021634 3300-EXIT.
021636     EXIT.
021638*----------------------------------------------------------------
021640*  3400-JOURNAL-REWRITE  --  APPEND THE BEFORE AND AFTER IMAGES
021642*  OF THE HISTORY RECORD JUST VOIDED TO THE PASTHJNL CHANGE
021644*  JOURNAL, DATED WITH THE VOID.
021646*----------------------------------------------------------------
021648 3400-JOURNAL-REWRITE.
021650     MOVE SPACES          TO PASTHJNL-RECORD
021652     MOVE "RNDVOID"       TO HJ-PROGRAM
021654     MOVE VC-VOID-DATE    TO HJ-RUN-DATE
021656     ACCEPT HJ-CLOCK-DATE FROM DATE YYYYMMDD
021658     ACCEPT HJ-CLOCK-TIME FROM TIME
021660     MOVE "R"             TO HJ-ACTION
021662     MOVE WS-HIST-BEFORE  TO HJ-BEFORE-IMAGE
021664     MOVE PASTHIST-RECORD TO HJ-AFTER-IMAGE
021666     WRITE PASTHJNL-RECORD.
021668 3400-EXIT.
021670     EXIT.
021700*----------------------------------------------------------------
021800*  8000-TERMINATE  --  PRINT THE CONTROL TOTALS AND CLOSE DOWN.
021900*  RC=4 FLAGS A RANGE THAT DID NOT VOID CLEANLY -- A MISSING
022800     MOVE "CODES VOIDED"         TO RCL-TOTAL-LABEL
022900     MOVE WS-VOID-COUNT          TO RCL-TOTAL-COUNT
023000     WRITE PASTRCL-LINE FROM RCL-TOTAL-LINE
023020     MOVE "VOIDED TO BREAKAGE"   TO RCL-TOTAL-LABEL
023040     MOVE WS-BREAKAGE-COUNT      TO RCL-TOTAL-COUNT
023060     WRITE PASTRCL-LINE FROM RCL-TOTAL-LINE
023100     MOVE "REDEEMED - FOR REVIEW" TO RCL-TOTAL-LABEL
023200     MOVE WS-REVIEW-COUNT        TO RCL-TOTAL-COUNT
023300     WRITE PASTRCL-LINE FROM RCL-TOTAL-LINE
023900     WRITE PASTRCL-LINE FROM RCL-TOTAL-LINE
024000     CLOSE PASTOUT-FILE
024100     CLOSE PASTHIST-FILE
024150     CLOSE PASTHJNL-FILE
024200     CLOSE PASTRCL-FILE
024220     CLOSE PASTGLA-FILE
024250     PERFORM 6100-RELEASE-LOCK THRU 6100-EXIT
024300     DISPLAY "RNDVOID -- " WS-VOID-COUNT " CODE(S) VOIDED OF "
024400         WS-MATCH-COUNT " IN RANGE"
