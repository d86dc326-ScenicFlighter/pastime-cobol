000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RNDHRCV.
000300 AUTHOR.         D W ALDEN.
000400 INSTALLATION.   PASTIME SYSTEMS - VOUCHER CODE GENERATION.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.  10/15/26.
000700*================================================================
000800*  RNDHRCV  --  FORWARD RECOVERY OF THE PASTHIST CLUSTER FROM
000900*  THE PASTHJNL CHANGE JOURNAL.  RUN AGAINST A RESTORED
001000*  PASTHIST BACKUP.  THE HRCVCTL CARD GIVES THE CLOCK DATE AND
001100*  TIME THE BACKUP WAS TAKEN AND THE POINT IN TIME TO RECOVER
001200*  TO (ZEROS -- THE END OF THE JOURNAL).  EVERY JOURNAL ENTRY
001300*  STAMPED FROM THE BACKUP UP TO THE RECOVERY POINT IS APPLIED
001400*  IN JOURNAL ORDER:
001500*    A  ADD      -- THE AFTER IMAGE IS WRITTEN
001600*    R  REWRITE  -- THE RECORD ON FILE MUST MATCH THE BEFORE
001700*                   IMAGE; IT IS REPLACED BY THE AFTER IMAGE
001800*    D  DELETE   -- THE RECORD ON FILE MUST MATCH THE BEFORE
001900*                   IMAGE; IT IS DELETED
002000*  AN ENTRY WHOSE CHANGE IS ALREADY ON THE BACKUP (A BACKUP
002100*  TAKEN WHILE AN UPDATER WAS MID-RUN, OR A RERUN OF THIS JOB)
002200*  IS COUNTED AND PASSED OVER, SO THE RUN CAN BE REPEATED.
002300*  ANY OTHER MISMATCH IS LISTED AS AN EXCEPTION AND NOT
002400*  APPLIED.  THE RUN ENDS WITH A STATUS CENSUS OF THE REBUILT
002500*  FILE -- COUNTED THE WAY RNDAUDT COUNTS IT -- RECONCILED TO
002600*  THE BACKUP'S OPENING CENSUS PLUS THE NET OF EVERY CHANGE
002700*  APPLIED.  RC=8 WHEN ANY EXCEPTION WAS LISTED OR THE CENSUS
002800*  DOES NOT RECONCILE, SO THE FILE IS NOT RELEASED TO THE
002900*  NIGHTLY RUN UNTIL IT HAS BEEN LOOKED AT.
003000*----------------------------------------------------------------
003100*  MODIFICATION HISTORY
003200*  MM/DD/YY  INIT  DESCRIPTION
003300*  10/15/26  DWA   ORIGINAL PROGRAM.
003400*================================================================
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT HRCVCTL-FILE ASSIGN TO HRCVCTL
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PASTHJNL-FILE ASSIGN TO PASTHJNL
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT PASTHIST-FILE ASSIGN TO PASTHIST
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PH-CODE.
004600     SELECT PASTHRC-FILE ASSIGN TO PASTHRC
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT PASTLCK-FILE ASSIGN TO PASTLCK
004900         ORGANIZATION IS RELATIVE
005000         ACCESS MODE IS DYNAMIC
005100         RELATIVE KEY IS WS-PASTLCK-KEY.
005200     SELECT PASTJRNL-FILE ASSIGN TO PASTJRNL
005300         ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  HRCVCTL-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  HRCVCTL-RECORD.
005900     05  HV-RUN-DATE             PIC 9(08).
006000     05  HV-BACKUP-DATE          PIC 9(08).
006100     05  HV-BACKUP-TIME          PIC 9(08).
006200     05  HV-STOP-DATE            PIC 9(08).
006300     05  HV-STOP-TIME            PIC 9(08).
006400     05  FILLER                  PIC X(40).
006500 FD  PASTHJNL-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY PASTHJNL.
006800 FD  PASTHIST-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY PASTHIST.
007100 FD  PASTHRC-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  PASTHRC-LINE                PIC X(132).
007400 FD  PASTLCK-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY PASTLCK.
007700 FD  PASTJRNL-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY PASTJRNL.
008000 WORKING-STORAGE SECTION.
008100 01  WS-JRNL-EOF-SWITCH          PIC X(01)  VALUE "N".
008200     88  END-OF-PASTHJNL                 VALUE "Y".
008300 01  WS-HIST-EOF-SWITCH          PIC X(01)  VALUE "N".
008400     88  END-OF-PASTHIST                 VALUE "Y".
008500 01  WS-DUP-KEY-SWITCH           PIC X(01)  VALUE "N".
008600     88  KEY-ALREADY-ON-FILE             VALUE "Y".
008700 01  WS-CENSUS-PASS              PIC X(01)  VALUE "O".
008800     88  OPENING-CENSUS                  VALUE "O".
008900     88  CLOSING-CENSUS                  VALUE "C".
009000 01  WS-RECONCILE-SWITCH         PIC X(01)  VALUE "Y".
009100     88  CENSUS-RECONCILES               VALUE "Y".
009200 77  WS-BACKUP-STAMP             PIC 9(16)  VALUE 0.
009300 77  WS-STOP-STAMP               PIC 9(16)  VALUE 0.
009400 77  WS-ENTRY-STAMP              PIC 9(16)  VALUE 0.
009500 77  WS-JRNL-READ-COUNT          PIC 9(09)  VALUE 0.
009600 77  WS-PRE-BACKUP-COUNT         PIC 9(09)  VALUE 0.
009700 77  WS-PAST-STOP-COUNT          PIC 9(09)  VALUE 0.
009800 77  WS-ADD-COUNT                PIC 9(09)  VALUE 0.
009900 77  WS-REWRITE-COUNT            PIC 9(09)  VALUE 0.
010000 77  WS-DELETE-COUNT             PIC 9(09)  VALUE 0.
010100 77  WS-PRESENT-COUNT            PIC 9(09)  VALUE 0.
010200 77  WS-EXCEPTION-COUNT          PIC 9(09)  VALUE 0.
010300 01  WS-EXCEPTION-REASON         PIC X(24).
010400 01  WS-LAST-PROGRAM             PIC X(08)  VALUE SPACES.
010500 01  WS-LAST-DATE                PIC 9(08)  VALUE 0.
010600 01  WS-LAST-TIME                PIC 9(08)  VALUE 0.
010700 77  WS-CEN-IDX                  PIC 9(02)  VALUE 0.
010800 77  WS-CEN-MAX                  PIC 9(02)  VALUE 5.
010900 01  WS-CENSUS-TABLE.
011000     05  WS-CEN-ENTRY OCCURS 6 TIMES.
011100         10  WS-CEN-OPENING      PIC 9(09).
011200         10  WS-CEN-EXPECTED     PIC S9(09).
011300         10  WS-CEN-REBUILT      PIC 9(09).
011400 77  WS-TIME-RAW                 PIC 9(08)  VALUE 0.
011500 01  WS-JRNL-DATE                PIC 9(08)  VALUE 0.
011600 01  WS-PASTLCK-KEY              PIC 9(04)  VALUE 1.
011700 01  WS-LCK-FOUND-SWITCH         PIC X(01)  VALUE "N".
011800     88  LOCK-RECORD-FOUND               VALUE "Y".
011900 01  WS-LOCK-OWNED-SWITCH        PIC X(01)  VALUE "N".
012000     88  LOCK-IS-OWNED                   VALUE "Y".
012100 01  HRC-HEADING-1.
012200     05  FILLER                 PIC X(40) VALUE
012300         "RNDHRCV PASTHIST FORWARD RECOVERY - RUN".
012400     05  FILLER                 PIC X(04) VALUE " OF ".
012500     05  HRC-H-RUN-DATE         PIC 9(08).
012600 01  HRC-HEADING-2.
012700     05  FILLER                 PIC X(16) VALUE
012750         "BACKUP TAKEN AT ".
012800     05  HRC-H-BACKUP-DATE      PIC 9(08).
012900     05  FILLER                 PIC X(01) VALUE SPACES.
013000     05  HRC-H-BACKUP-TIME      PIC 9(08).
013100     05  FILLER                 PIC X(18) VALUE
013200         "  RECOVERING TO   ".
013300     05  HRC-H-STOP-DATE        PIC 9(08).
013400     05  FILLER                 PIC X(01) VALUE SPACES.
013500     05  HRC-H-STOP-TIME        PIC 9(08).
013600 01  HRC-SECTION-LINE           PIC X(44).
013700 01  HRC-EXC-HEADING.
013800     05  FILLER                 PIC X(24) VALUE "EXCEPTION".
013900     05  FILLER                 PIC X(02) VALUE SPACES.
014000     05  FILLER                 PIC X(08) VALUE "PROGRAM".
014100     05  FILLER                 PIC X(02) VALUE SPACES.
014200     05  FILLER                 PIC X(08) VALUE "DATE".
014300     05  FILLER                 PIC X(01) VALUE SPACES.
014400     05  FILLER                 PIC X(08) VALUE "TIME".
014500     05  FILLER                 PIC X(02) VALUE SPACES.
014600     05  FILLER                 PIC X(03) VALUE "ACT".
014700     05  FILLER                 PIC X(02) VALUE SPACES.
014800     05  FILLER                 PIC X(04) VALUE "CODE".
014900 01  HRC-EXC-LINE.
015000     05  HRC-EXC-REASON         PIC X(24).
015100     05  FILLER                 PIC X(02) VALUE SPACES.
015200     05  HRC-EXC-PROGRAM        PIC X(08).
015300     05  FILLER                 PIC X(02) VALUE SPACES.
015400     05  HRC-EXC-DATE           PIC 9(08).
015500     05  FILLER                 PIC X(01) VALUE SPACES.
015600     05  HRC-EXC-TIME           PIC 9(08).
015700     05  FILLER                 PIC X(02) VALUE SPACES.
015800     05  HRC-EXC-ACTION         PIC X(01).
015900     05  FILLER                 PIC X(04) VALUE SPACES.
016000     05  HRC-EXC-CODE           PIC X(72).
016100 01  HRC-CEN-HEADING.
016200     05  FILLER                 PIC X(24) VALUE "STATUS".
016300     05  FILLER                 PIC X(10) VALUE "   BACKUP".
016400     05  FILLER                 PIC X(11) VALUE "   JOURNAL".
016500     05  FILLER                 PIC X(10) VALUE "  EXPECTED".
016600     05  FILLER                 PIC X(10) VALUE "   REBUILT".
016700 01  HRC-CEN-LINE.
016800     05  HRC-CEN-LABEL          PIC X(24).
016900     05  HRC-CEN-OPENING        PIC ZZZZZZZZ9.
017000     05  FILLER                 PIC X(01) VALUE SPACES.
017100     05  HRC-CEN-NET            PIC -ZZZZZZZZ9.
017200     05  FILLER                 PIC X(01) VALUE SPACES.
017300     05  HRC-CEN-EXPECTED       PIC -ZZZZZZZZ9.
017400     05  FILLER                 PIC X(01) VALUE SPACES.
017500     05  HRC-CEN-REBUILT        PIC ZZZZZZZZ9.
017600     05  FILLER                 PIC X(02) VALUE SPACES.
017700     05  HRC-CEN-VERDICT        PIC X(16).
017800 01  HRC-TOTAL-LINE.
017900     05  HRC-TOTAL-LABEL        PIC X(24).
018000     05  HRC-TOTAL-COUNT        PIC ZZZZZZZZ9.
018100 01  HRC-LAST-LINE.
018200     05  FILLER                 PIC X(24) VALUE
018300         "LAST CHANGE APPLIED".
018400     05  HRC-LAST-PROGRAM       PIC X(08).
018500     05  FILLER                 PIC X(01) VALUE SPACES.
018600     05  HRC-LAST-DATE          PIC 9(08).
018700     05  FILLER                 PIC X(01) VALUE SPACES.
018800     05  HRC-LAST-TIME          PIC 9(08).
018900 PROCEDURE DIVISION.
019000*----------------------------------------------------------------
019100*  0000-MAINLINE  --  OVERALL RECOVERY SEQUENCE.
019200*----------------------------------------------------------------
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
019500     PERFORM 2000-TAKE-CENSUS      THRU 2000-EXIT
019600     PERFORM 1500-SET-EXPECTED     THRU 1500-EXIT
019700     PERFORM 3000-APPLY-JOURNAL    THRU 3000-EXIT
019800     MOVE "C" TO WS-CENSUS-PASS
019900     PERFORM 2000-TAKE-CENSUS      THRU 2000-EXIT
020000     PERFORM 7000-WRITE-RECONCILE  THRU 7000-EXIT
020100     PERFORM 8000-TERMINATE        THRU 8000-EXIT
020200     STOP RUN.
020300*----------------------------------------------------------------
020400*  1000-INITIALIZE  --  READ THE HRCVCTL CARD AND BUILD THE
020500*  BACKUP AND RECOVERY-POINT STAMPS (CLOCK DATE TIMES 10**8
020600*  PLUS CLOCK TIME, AS THE JOURNAL STAMPS ARE COMPARED), TAKE
020700*  THE PASTLCK LOCK, OPEN THE FILES, PRINT THE HEADINGS.
020800*----------------------------------------------------------------
020900 1000-INITIALIZE.
021000     OPEN INPUT HRCVCTL-FILE
021100     READ HRCVCTL-FILE
021200         AT END
021300             GO TO 9920-REJECT-NO-CONTROL
021400     END-READ
021500     CLOSE HRCVCTL-FILE
021600     IF HV-RUN-DATE NOT NUMERIC OR HV-RUN-DATE = 0
021700         OR HV-BACKUP-DATE NOT NUMERIC OR HV-BACKUP-DATE = 0
021800         OR HV-BACKUP-TIME NOT NUMERIC
021900         OR HV-STOP-DATE NOT NUMERIC
022000         OR HV-STOP-TIME NOT NUMERIC
022100         GO TO 9900-REJECT-CONTROL
022200     END-IF
022300     COMPUTE WS-BACKUP-STAMP =
022400         HV-BACKUP-DATE * 100000000 + HV-BACKUP-TIME
022500     IF HV-STOP-DATE = 0
022600         MOVE 9999999999999999 TO WS-STOP-STAMP
022700     ELSE
022800         COMPUTE WS-STOP-STAMP =
022900             HV-STOP-DATE * 100000000 + HV-STOP-TIME
023000     END-IF
023100     IF WS-STOP-STAMP < WS-BACKUP-STAMP
023200         GO TO 9900-REJECT-CONTROL
023300     END-IF
023400     MOVE ZEROS TO WS-CENSUS-TABLE
023500     PERFORM 6000-ACQUIRE-LOCK THRU 6000-EXIT
023600     OPEN INPUT  PASTHJNL-FILE
023700     OPEN I-O    PASTHIST-FILE
023800     OPEN OUTPUT PASTHRC-FILE
023900     MOVE HV-RUN-DATE    TO HRC-H-RUN-DATE
024000     MOVE HV-BACKUP-DATE TO HRC-H-BACKUP-DATE
024100     MOVE HV-BACKUP-TIME TO HRC-H-BACKUP-TIME
024200     MOVE HV-STOP-DATE   TO HRC-H-STOP-DATE
024300     MOVE HV-STOP-TIME   TO HRC-H-STOP-TIME
024400     WRITE PASTHRC-LINE FROM HRC-HEADING-1
024500     WRITE PASTHRC-LINE FROM HRC-HEADING-2
024600     MOVE SPACES TO PASTHRC-LINE
024700     WRITE PASTHRC-LINE
024800     MOVE "*** EXCEPTIONS ***" TO HRC-SECTION-LINE
024900     WRITE PASTHRC-LINE FROM HRC-SECTION-LINE
025000     WRITE PASTHRC-LINE FROM HRC-EXC-HEADING.
025100 1000-EXIT.
025200     EXIT.
025300*----------------------------------------------------------------
025400*  1500-SET-EXPECTED  --  THE EXPECTED CENSUS STARTS AS THE
025500*  BACKUP'S OWN; EVERY CHANGE APPLIED MOVES IT.
025600*----------------------------------------------------------------
025700 1500-SET-EXPECTED.
025800     PERFORM 1510-SET-ONE-EXPECTED THRU 1510-EXIT
025900         VARYING WS-CEN-IDX FROM 1 BY 1
026000         UNTIL WS-CEN-IDX > WS-CEN-MAX.
026100 1500-EXIT.
026200     EXIT.
026300 1510-SET-ONE-EXPECTED.
026400     MOVE WS-CEN-OPENING(WS-CEN-IDX)
026500         TO WS-CEN-EXPECTED(WS-CEN-IDX).
026600 1510-EXIT.
026700     EXIT.
026800*----------------------------------------------------------------
026900*  2000-TAKE-CENSUS  --  DRIVE PASTHIST END TO END IN KEY
027000*  ORDER AND COUNT IT BY STATUS -- THE BACKUP AS RESTORED ON
027100*  THE OPENING PASS, THE REBUILT FILE ON THE CLOSING PASS.
027200*----------------------------------------------------------------
027300 2000-TAKE-CENSUS.
027400     MOVE "N" TO WS-HIST-EOF-SWITCH
027500     MOVE LOW-VALUES TO PH-CODE
027600     START PASTHIST-FILE KEY NOT < PH-CODE
027700         INVALID KEY
027800             MOVE "Y" TO WS-HIST-EOF-SWITCH
027900     END-START
028000     IF NOT END-OF-PASTHIST
028100         READ PASTHIST-FILE NEXT RECORD
028200             AT END MOVE "Y" TO WS-HIST-EOF-SWITCH
028300         END-READ
028400     END-IF
028500     PERFORM 2100-CENSUS-ONE-RECORD THRU 2100-EXIT
028600         UNTIL END-OF-PASTHIST.
028700 2000-EXIT.
028800     EXIT.
028900 2100-CENSUS-ONE-RECORD.
029000     PERFORM 3900-FIND-STATUS-SLOT THRU 3900-EXIT
029100     IF OPENING-CENSUS
029200         ADD 1 TO WS-CEN-OPENING(WS-CEN-IDX)
029300     ELSE
029400         ADD 1 TO WS-CEN-REBUILT(WS-CEN-IDX)
029500     END-IF
029600     READ PASTHIST-FILE NEXT RECORD
029700         AT END MOVE "Y" TO WS-HIST-EOF-SWITCH
029800     END-READ.
029900 2100-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030200*  3000-APPLY-JOURNAL  --  DRIVE THE CHANGE JOURNAL, ONE ENTRY
030300*  PER PASS, IN THE ORDER THE UPDATERS WROTE IT.
030400*----------------------------------------------------------------
030500 3000-APPLY-JOURNAL.
030600     READ PASTHJNL-FILE
030700         AT END MOVE "Y" TO WS-JRNL-EOF-SWITCH
030800     END-READ
030900     PERFORM 3100-APPLY-ONE-ENTRY THRU 3100-EXIT
031000         UNTIL END-OF-PASTHJNL.
031100 3000-EXIT.
031200     EXIT.
031300*----------------------------------------------------------------
031400*  3100-APPLY-ONE-ENTRY  --  AN ENTRY STAMPED BEFORE THE BACKUP
031500*  IS ALREADY IN IT; ONE STAMPED AFTER THE RECOVERY POINT IS
031600*  LEFT OUT.  EVERYTHING BETWEEN IS APPLIED BY ACTION.
031700*----------------------------------------------------------------
031800 3100-APPLY-ONE-ENTRY.
031900     ADD 1 TO WS-JRNL-READ-COUNT
032000     COMPUTE WS-ENTRY-STAMP =
032100         HJ-CLOCK-DATE * 100000000 + HJ-CLOCK-TIME
032200     IF WS-ENTRY-STAMP < WS-BACKUP-STAMP
032300         ADD 1 TO WS-PRE-BACKUP-COUNT
032400         GO TO 3100-NEXT.
032500     IF WS-ENTRY-STAMP > WS-STOP-STAMP
032600         ADD 1 TO WS-PAST-STOP-COUNT
032700         GO TO 3100-NEXT.
032800     EVALUATE TRUE
032900         WHEN HJ-ACT-ADD
033000             PERFORM 3200-APPLY-ADD     THRU 3200-EXIT
033100         WHEN HJ-ACT-REWRITE
033200             PERFORM 3300-APPLY-REWRITE THRU 3300-EXIT
033300         WHEN HJ-ACT-DELETE
033400             PERFORM 3400-APPLY-DELETE  THRU 3400-EXIT
033500         WHEN OTHER
033600             MOVE HJ-AFTER-IMAGE TO PASTHIST-RECORD
033700             MOVE "UNKNOWN JOURNAL ACTION" TO WS-EXCEPTION-REASON
033800             PERFORM 3950-WRITE-EXCEPTION THRU 3950-EXIT
033900     END-EVALUATE.
034000 3100-NEXT.
034100     READ PASTHJNL-FILE
034200         AT END MOVE "Y" TO WS-JRNL-EOF-SWITCH
034300     END-READ.
034400 3100-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------
034700*  3200-APPLY-ADD  --  WRITE THE AFTER IMAGE.  A KEY ALREADY
034800*  ON FILE HOLDING EXACTLY THAT IMAGE IS A CHANGE THE BACKUP
034900*  ALREADY HAS; ANYTHING ELSE UNDER THAT KEY IS AN EXCEPTION.
035000*----------------------------------------------------------------
035100 3200-APPLY-ADD.
035200     MOVE "N" TO WS-DUP-KEY-SWITCH
035300     MOVE HJ-AFTER-IMAGE TO PASTHIST-RECORD
035400     WRITE PASTHIST-RECORD
035500         INVALID KEY
035600             MOVE "Y" TO WS-DUP-KEY-SWITCH
035700     END-WRITE
035800     IF KEY-ALREADY-ON-FILE
035900         READ PASTHIST-FILE
036000             INVALID KEY
036100                 MOVE SPACES TO PASTHIST-RECORD
036200         END-READ
036300         IF PASTHIST-RECORD = HJ-AFTER-IMAGE
036400             ADD 1 TO WS-PRESENT-COUNT
036500         ELSE
036600             MOVE HJ-AFTER-IMAGE TO PASTHIST-RECORD
036700             MOVE "ADD - KEY ALREADY ON FILE"
036800                 TO WS-EXCEPTION-REASON
036900             PERFORM 3950-WRITE-EXCEPTION THRU 3950-EXIT
037000         END-IF
037100         GO TO 3200-EXIT.
037200     ADD 1 TO WS-ADD-COUNT
037300     PERFORM 3850-COUNT-IN THRU 3850-EXIT
037400     PERFORM 3980-NOTE-LAST-APPLIED THRU 3980-EXIT.
037500 3200-EXIT.
037600     EXIT.
037700*----------------------------------------------------------------
037800*  3300-APPLY-REWRITE  --  THE RECORD ON FILE MUST STILL BE
037900*  THE BEFORE IMAGE.  IF IT IS ALREADY THE AFTER IMAGE THE
038000*  BACKUP HAS THE CHANGE.
038100*----------------------------------------------------------------
038200 3300-APPLY-REWRITE.
038300     MOVE HJ-AFTER-IMAGE TO PASTHIST-RECORD
038400     READ PASTHIST-FILE
038500         INVALID KEY
038600             MOVE HJ-AFTER-IMAGE TO PASTHIST-RECORD
038700             MOVE "REWRITE - NOT ON FILE" TO WS-EXCEPTION-REASON
038800             PERFORM 3950-WRITE-EXCEPTION THRU 3950-EXIT
038900             GO TO 3300-EXIT
039000     END-READ
039100     IF PASTHIST-RECORD = HJ-AFTER-IMAGE
039200         ADD 1 TO WS-PRESENT-COUNT
039300         GO TO 3300-EXIT.
039400     IF PASTHIST-RECORD NOT = HJ-BEFORE-IMAGE
039500         MOVE "REWRITE - BEFORE DIFFERS" TO WS-EXCEPTION-REASON
039600         PERFORM 3950-WRITE-EXCEPTION THRU 3950-EXIT
039700         GO TO 3300-EXIT.
039800     PERFORM 3800-COUNT-OUT THRU 3800-EXIT
039900     MOVE HJ-AFTER-IMAGE TO PASTHIST-RECORD
040000     REWRITE PASTHIST-RECORD
040100     ADD 1 TO WS-REWRITE-COUNT
040200     PERFORM 3850-COUNT-IN THRU 3850-EXIT
040300     PERFORM 3980-NOTE-LAST-APPLIED THRU 3980-EXIT.
040400 3300-EXIT.
040500     EXIT.
040600*----------------------------------------------------------------
040700*  3400-APPLY-DELETE  --  THE RECORD ON FILE MUST STILL BE THE
040800*  BEFORE IMAGE.  A KEY ALREADY GONE IS A CHANGE THE BACKUP
040900*  ALREADY HAS.
041000*----------------------------------------------------------------
041100 3400-APPLY-DELETE.
041200     MOVE HJ-BEFORE-IMAGE TO PASTHIST-RECORD
041300     READ PASTHIST-FILE
041400         INVALID KEY
041500             ADD 1 TO WS-PRESENT-COUNT
041600             GO TO 3400-EXIT
041700     END-READ
041800     IF PASTHIST-RECORD NOT = HJ-BEFORE-IMAGE
041900         MOVE "DELETE - BEFORE DIFFERS" TO WS-EXCEPTION-REASON
042000         PERFORM 3950-WRITE-EXCEPTION THRU 3950-EXIT
042100         GO TO 3400-EXIT.
042200     PERFORM 3800-COUNT-OUT THRU 3800-EXIT
042300     DELETE PASTHIST-FILE RECORD
042400     ADD 1 TO WS-DELETE-COUNT
042500     PERFORM 3980-NOTE-LAST-APPLIED THRU 3980-EXIT.
042600 3400-EXIT.
042700     EXIT.
042800*----------------------------------------------------------------
042900*  3800-COUNT-OUT / 3850-COUNT-IN  --  MOVE THE EXPECTED CENSUS
043000*  FOR THE RECORD IN THE HISTORY RECORD AREA LEAVING OR
043100*  ENTERING ITS STATUS.
043200*----------------------------------------------------------------
043300 3800-COUNT-OUT.
043400     PERFORM 3900-FIND-STATUS-SLOT THRU 3900-EXIT
043500     SUBTRACT 1 FROM WS-CEN-EXPECTED(WS-CEN-IDX).
043600 3800-EXIT.
043700     EXIT.
043800 3850-COUNT-IN.
043900     PERFORM 3900-FIND-STATUS-SLOT THRU 3900-EXIT
044000     ADD 1 TO WS-CEN-EXPECTED(WS-CEN-IDX).
044100 3850-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------
044400*  3900-FIND-STATUS-SLOT  --  CENSUS SLOT FOR PH-STATUS, IN
044500*  RNDAUDT'S ORDER:  ISSUED, REDEEMED, EXPIRED, VOIDED, AND
044600*  ANYTHING ELSE AS AN INVALID STATUS.
044700*----------------------------------------------------------------
044800 3900-FIND-STATUS-SLOT.
044900     EVALUATE TRUE
045000         WHEN PH-ST-ISSUED
045100             MOVE 1 TO WS-CEN-IDX
045200         WHEN PH-ST-REDEEMED
045300             MOVE 2 TO WS-CEN-IDX
045400         WHEN PH-ST-EXPIRED
045500             MOVE 3 TO WS-CEN-IDX
045600         WHEN PH-ST-VOIDED
045700             MOVE 4 TO WS-CEN-IDX
045800         WHEN OTHER
045900             MOVE 5 TO WS-CEN-IDX
046000     END-EVALUATE.
046100 3900-EXIT.
046200     EXIT.
046300 3950-WRITE-EXCEPTION.
046400     ADD 1 TO WS-EXCEPTION-COUNT
046500     MOVE WS-EXCEPTION-REASON TO HRC-EXC-REASON
046600     MOVE HJ-PROGRAM          TO HRC-EXC-PROGRAM
046700     MOVE HJ-CLOCK-DATE       TO HRC-EXC-DATE
046800     MOVE HJ-CLOCK-TIME       TO HRC-EXC-TIME
046900     MOVE HJ-ACTION           TO HRC-EXC-ACTION
047000     MOVE PH-CODE             TO HRC-EXC-CODE
047100     WRITE PASTHRC-LINE FROM HRC-EXC-LINE.
047200 3950-EXIT.
047300     EXIT.
047400 3980-NOTE-LAST-APPLIED.
047500     MOVE HJ-PROGRAM    TO WS-LAST-PROGRAM
047600     MOVE HJ-CLOCK-DATE TO WS-LAST-DATE
047700     MOVE HJ-CLOCK-TIME TO WS-LAST-TIME.
047800 3980-EXIT.
047900     EXIT.
048000*----------------------------------------------------------------
048100*  7000-WRITE-RECONCILE  --  THE STATUS CENSUS:  THE BACKUP AS
048200*  RESTORED, THE NET OF THE CHANGES APPLIED, WHAT THE FILE
048300*  SHOULD THEREFORE HOLD, AND WHAT THE REBUILT FILE ACTUALLY
048400*  HOLDS.  EVERY LINE MUST AGREE, TOTAL INCLUDED.
048500*----------------------------------------------------------------
048600 7000-WRITE-RECONCILE.
048700     MOVE SPACES TO PASTHRC-LINE
048800     WRITE PASTHRC-LINE
048900     IF WS-EXCEPTION-COUNT = 0
049000         MOVE "  (NO EXCEPTIONS)" TO HRC-SECTION-LINE
049100         WRITE PASTHRC-LINE FROM HRC-SECTION-LINE
049200         MOVE SPACES TO PASTHRC-LINE
049300         WRITE PASTHRC-LINE
049400     END-IF
049500     MOVE "*** STATUS CENSUS RECONCILIATION ***"
049600         TO HRC-SECTION-LINE
049700     WRITE PASTHRC-LINE FROM HRC-SECTION-LINE
049800     WRITE PASTHRC-LINE FROM HRC-CEN-HEADING
049900     MOVE ZEROS TO WS-CEN-ENTRY(6)
050000     PERFORM 7100-WRITE-CENSUS-LINE THRU 7100-EXIT
050100         VARYING WS-CEN-IDX FROM 1 BY 1
050200         UNTIL WS-CEN-IDX > WS-CEN-MAX
050300     PERFORM 7100-WRITE-CENSUS-LINE THRU 7100-EXIT.
050400 7000-EXIT.
050500     EXIT.
050600 7100-WRITE-CENSUS-LINE.
050700     EVALUATE WS-CEN-IDX
050800         WHEN 1 MOVE "ISSUED"         TO HRC-CEN-LABEL
050900         WHEN 2 MOVE "REDEEMED"       TO HRC-CEN-LABEL
051000         WHEN 3 MOVE "EXPIRED"        TO HRC-CEN-LABEL
051100         WHEN 4 MOVE "VOIDED"         TO HRC-CEN-LABEL
051200         WHEN 5 MOVE "INVALID STATUS" TO HRC-CEN-LABEL
051300         WHEN OTHER MOVE "TOTAL RECORDS" TO HRC-CEN-LABEL
051400     END-EVALUATE
051500     IF WS-CEN-IDX NOT > WS-CEN-MAX
051600         ADD WS-CEN-OPENING(WS-CEN-IDX)  TO WS-CEN-OPENING(6)
051700         ADD WS-CEN-EXPECTED(WS-CEN-IDX) TO WS-CEN-EXPECTED(6)
051800         ADD WS-CEN-REBUILT(WS-CEN-IDX)  TO WS-CEN-REBUILT(6)
051900     END-IF
052000     MOVE WS-CEN-OPENING(WS-CEN-IDX)  TO HRC-CEN-OPENING
052100     COMPUTE HRC-CEN-NET = WS-CEN-EXPECTED(WS-CEN-IDX)
052200         - WS-CEN-OPENING(WS-CEN-IDX)
052300     MOVE WS-CEN-EXPECTED(WS-CEN-IDX) TO HRC-CEN-EXPECTED
052400     MOVE WS-CEN-REBUILT(WS-CEN-IDX)  TO HRC-CEN-REBUILT
052500     IF WS-CEN-REBUILT(WS-CEN-IDX) = WS-CEN-EXPECTED(WS-CEN-IDX)
052600         MOVE "AGREES"           TO HRC-CEN-VERDICT
052700     ELSE
052800         MOVE "*** DIFFERS ***"  TO HRC-CEN-VERDICT
052900         MOVE "N" TO WS-RECONCILE-SWITCH
053000     END-IF
053100     WRITE PASTHRC-LINE FROM HRC-CEN-LINE.
053200 7100-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------
053500*  8000-TERMINATE  --  CONTROL TOTALS AND CLOSE.  RC=8 WHEN
053600*  ANY EXCEPTION WAS LISTED OR THE CENSUS DID NOT RECONCILE.
053700*----------------------------------------------------------------
053800 8000-TERMINATE.
053900     MOVE SPACES TO PASTHRC-LINE
054000     WRITE PASTHRC-LINE
054100     MOVE "JOURNAL ENTRIES READ"  TO HRC-TOTAL-LABEL
054200     MOVE WS-JRNL-READ-COUNT      TO HRC-TOTAL-COUNT
054300     WRITE PASTHRC-LINE FROM HRC-TOTAL-LINE
054400     MOVE "BEFORE THE BACKUP"     TO HRC-TOTAL-LABEL
054500     MOVE WS-PRE-BACKUP-COUNT     TO HRC-TOTAL-COUNT
054600     WRITE PASTHRC-LINE FROM HRC-TOTAL-LINE
054700     MOVE "AFTER RECOVERY POINT"  TO HRC-TOTAL-LABEL
054800     MOVE WS-PAST-STOP-COUNT      TO HRC-TOTAL-COUNT
054900     WRITE PASTHRC-LINE FROM HRC-TOTAL-LINE
055000     MOVE "ADDS APPLIED"          TO HRC-TOTAL-LABEL
055100     MOVE WS-ADD-COUNT            TO HRC-TOTAL-COUNT
055200     WRITE PASTHRC-LINE FROM HRC-TOTAL-LINE
055300     MOVE "REWRITES APPLIED"      TO HRC-TOTAL-LABEL
055400     MOVE WS-REWRITE-COUNT        TO HRC-TOTAL-COUNT
055500     WRITE PASTHRC-LINE FROM HRC-TOTAL-LINE
055600     MOVE "DELETES APPLIED"       TO HRC-TOTAL-LABEL
055700     MOVE WS-DELETE-COUNT         TO HRC-TOTAL-COUNT
055800     WRITE PASTHRC-LINE FROM HRC-TOTAL-LINE
055900     MOVE "ALREADY ON BACKUP"     TO HRC-TOTAL-LABEL
056000     MOVE WS-PRESENT-COUNT        TO HRC-TOTAL-COUNT
056100     WRITE PASTHRC-LINE FROM HRC-TOTAL-LINE
056200     MOVE "EXCEPTIONS LISTED"     TO HRC-TOTAL-LABEL
056300     MOVE WS-EXCEPTION-COUNT      TO HRC-TOTAL-COUNT
056400     WRITE PASTHRC-LINE FROM HRC-TOTAL-LINE
056500     MOVE WS-LAST-PROGRAM         TO HRC-LAST-PROGRAM
056600     MOVE WS-LAST-DATE            TO HRC-LAST-DATE
056700     MOVE WS-LAST-TIME            TO HRC-LAST-TIME
056800     WRITE PASTHRC-LINE FROM HRC-LAST-LINE
056900     CLOSE PASTHJNL-FILE
057000     CLOSE PASTHIST-FILE
057100     CLOSE PASTHRC-FILE
057200     PERFORM 6100-RELEASE-LOCK THRU 6100-EXIT
057300     DISPLAY "RNDHRCV -- " WS-ADD-COUNT " ADDED, "
057400         WS-REWRITE-COUNT " REWRITTEN, "
057500         WS-DELETE-COUNT " DELETED, "
057600         WS-EXCEPTION-COUNT " EXCEPTION(S)"
057700     IF NOT CENSUS-RECONCILES
057800         DISPLAY "RNDHRCV -- STATUS CENSUS DOES NOT RECONCILE"
057900     END-IF
058000     IF WS-EXCEPTION-COUNT > 0 OR NOT CENSUS-RECONCILES
058100         MOVE 8 TO RETURN-CODE
058200     END-IF.
058300 8000-EXIT.
058400     EXIT.
058500*----------------------------------------------------------------
058600*  6000-ACQUIRE-LOCK  --  SET THE PASTLCK RUN-CONTROL LOCK
058700*  BEFORE PASTHIST OPENS FOR UPDATE, AS EVERY UPDATER DOES --
058800*  NOTHING ELSE MAY TOUCH THE FILE WHILE IT IS BEING REBUILT.
058900*----------------------------------------------------------------
059000 6000-ACQUIRE-LOCK.
059100     OPEN I-O PASTLCK-FILE
059200     MOVE 1   TO WS-PASTLCK-KEY
059300     MOVE "N" TO WS-LCK-FOUND-SWITCH
059400     READ PASTLCK-FILE
059500         INVALID KEY
059600             CONTINUE
059700         NOT INVALID KEY
059800             MOVE "Y" TO WS-LCK-FOUND-SWITCH
059900     END-READ
060000     IF LOCK-RECORD-FOUND AND LK-LOCK-HELD
060100         GO TO 9950-REJECT-LOCK-HELD
060200     END-IF
060300     MOVE "H"        TO LK-HELD-FLAG
060400     MOVE "RNDHRCV"  TO LK-PROGRAM
060500     MOVE "PASTHRCJ" TO LK-JOB
060600     ACCEPT LK-START-DATE FROM DATE YYYYMMDD
060700     ACCEPT WS-TIME-RAW FROM TIME
060800     MOVE WS-TIME-RAW(1:6) TO LK-START-TIME
060900     IF LOCK-RECORD-FOUND
061000         REWRITE PASTLCK-RECORD
061100     ELSE
061200         WRITE PASTLCK-RECORD
061300     END-IF
061400     MOVE "Y" TO WS-LOCK-OWNED-SWITCH.
061500 6000-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------
061800*  6100-RELEASE-LOCK  --  CLEAR THE LOCK AT CLOSE.  A NO-OP
061900*  WHEN THE RUN NEVER ACQUIRED IT.
062000*----------------------------------------------------------------
062100 6100-RELEASE-LOCK.
062200     IF LOCK-IS-OWNED
062300         MOVE 1   TO WS-PASTLCK-KEY
062400         MOVE "C" TO LK-HELD-FLAG
062500         REWRITE PASTLCK-RECORD
062600         CLOSE PASTLCK-FILE
062700         MOVE "N" TO WS-LOCK-OWNED-SWITCH
062800     END-IF.
062900 6100-EXIT.
063000     EXIT.
063100*----------------------------------------------------------------
063200*  9900-REJECT-CONTROL  --  THE HRCVCTL CARD HAS NO RUN OR
063300*  BACKUP DATE, A NON-NUMERIC STAMP, OR A RECOVERY POINT
063400*  BEFORE THE BACKUP.  NOTHING HAS BEEN TOUCHED.
063500*----------------------------------------------------------------
063600 9900-REJECT-CONTROL.
063700     DISPLAY "RNDHRCV REJECTED -- HRCVCTL CARD INVALID"
063800     DISPLAY "  BACKUP " HV-BACKUP-DATE " " HV-BACKUP-TIME
063900         "  RECOVER TO " HV-STOP-DATE " " HV-STOP-TIME
064000     MOVE 16 TO RETURN-CODE
064100     STOP RUN.
064200*----------------------------------------------------------------
064300*  9920-REJECT-NO-CONTROL  --  THE HRCVCTL FILE HAD NO CARD.
064400*----------------------------------------------------------------
064500 9920-REJECT-NO-CONTROL.
064600     DISPLAY "RNDHRCV REJECTED -- HRCVCTL CONTROL FILE IS EMPTY"
064700     CLOSE HRCVCTL-FILE
064800     MOVE 16 TO RETURN-CODE
064900     STOP RUN.
065000*----------------------------------------------------------------
065100*  9950-REJECT-LOCK-HELD  --  ANOTHER PASTHIST UPDATER
065200*  HOLDS THE LOCK.  NOTHING HAS BEEN CHANGED -- TELL OPS WHO
065300*  HOLDS IT, JOURNAL THE REFUSAL, AND STOP WITH RC=12.
065400*----------------------------------------------------------------
065500 9950-REJECT-LOCK-HELD.
065600     DISPLAY "RNDHRCV REJECTED -- PASTHIST LOCK HELD BY "
065700         LK-PROGRAM
065800     DISPLAY "  JOB " LK-JOB " SINCE " LK-START-DATE " "
065900         LK-START-TIME
066000     DISPLAY "  IF THE HOLDER ABENDED, CLEAR WITH RNDLOCK"
066100     OPEN EXTEND PASTJRNL-FILE
066200     MOVE SPACES TO PASTJRNL-RECORD
066300     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
066400     MOVE WS-JRNL-DATE TO JL-RUN-DATE
066500     ACCEPT WS-TIME-RAW FROM TIME
066600     MOVE WS-TIME-RAW(1:6) TO JL-TIME
066700     MOVE "RNDHRCV" TO JL-PROGRAM
066800     MOVE "REJECT"  TO JL-EVENT
066900     MOVE ZEROS     TO JL-K-VALUE
067000     MOVE ZEROS     TO JL-BATCH-COUNT
067100     MOVE ZEROS     TO JL-CODES-WRITTEN
067200     MOVE "PASTHIST LOCK HELD - SEE RNDLOCK" TO JL-REASON
067300     WRITE PASTJRNL-RECORD
067400     CLOSE PASTJRNL-FILE
067500     CLOSE PASTLCK-FILE
067600     MOVE 12 TO RETURN-CODE
067700     STOP RUN.
