000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RNDGLEX.
000300 AUTHOR.         D W ALDEN.
000400 INSTALLATION.   PASTIME SYSTEMS - VOUCHER CODE GENERATION.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.  10/15/26.
000700*================================================================
000800*  RNDGLEX  --  DAILY G/L JOURNAL EXTRACT FOR VOUCHER LIABILITY,
000900*  REDEMPTION AND BREAKAGE.  ACCOUNTING HAS BEEN KEYING THE
001000*  PROMOTION ENTRIES BY HAND FROM THE RNDSETL PRINTOUT.  THIS
001100*  RUN READS THE CUMULATIVE PASTGLA ACTIVITY FILE THE PASTHIST
001200*  UPDATERS APPEND TO, SELECTS THE ACTIVITY DATED INSIDE THE
001300*  GLXCTL PERIOD (NORMALLY ONE BUSINESS DAY), SUMMARIZES IT BY
001400*  ACTIVITY TYPE, CAMPAIGN AND PROMOTION G/L CODE, AND WRITES
001500*  THE PASTGLJ JOURNAL EXTRACT THE ACCOUNTING SYSTEM LOADS:
001600*    ISSUED     DR PROMOTION EXPENSE   CR VOUCHER LIABILITY
001700*    REDEEMED   DR VOUCHER LIABILITY   CR STORE SETTLEMENT
001800*    REVERSED   DR STORE SETTLEMENT    CR VOUCHER LIABILITY
001900*    EXPIRED    DR VOUCHER LIABILITY   CR BREAKAGE INCOME
002000*    VOIDED     DR VOUCHER LIABILITY   CR BREAKAGE INCOME
002100*    REPLACED   DR VOUCHER LIABILITY   CR PROMOTION EXPENSE
002200*  THE PROMOTION ACCOUNT IS THE CAMPAIGN'S OWN G/L CODE; THE
002300*  LIABILITY, SETTLEMENT AND BREAKAGE ACCOUNTS COME FROM THE
002400*  GLXCTL CARD, WITH A SUSPENSE ACCOUNT FOR ACTIVITY THAT
002500*  CARRIES NO G/L CODE.  EVERY SUMMARY WRITES ONE DEBIT AND ONE
002600*  CREDIT FOR THE SAME AMOUNT, AND THE TRAILER CARRIES THE
002700*  DETAIL COUNT AND BOTH TOTALS -- AN EXTRACT WHOSE DEBITS AND
002800*  CREDITS DIFFER ENDS WITH RC=16 AND MUST NOT BE LOADED.
002900*  THE PASTGLR REGISTER LISTS EVERY JOURNAL LINE AND THE NET
003000*  LIABILITY MOVEMENT FOR THE PERIOD; THE DAILY MOVEMENTS FOR A
003100*  WEEK ADD UP TO THE G/L LINE RNDSETL TIES TO ITS OWN
003200*  LIABILITY MOVEMENT.  AN UNKNOWN ACTIVITY TYPE IS LISTED AND
003300*  LEFT OUT OF THE EXTRACT WITH RC=8.
003400*----------------------------------------------------------------
003500*  MODIFICATION HISTORY
003600*  MM/DD/YY  INIT  DESCRIPTION
003700*  10/15/26  DWA   ORIGINAL PROGRAM.
003800*================================================================
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT GLXCTL-FILE ASSIGN TO GLXCTL
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT PASTGLA-FILE ASSIGN TO PASTGLA
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT PASTGLJ-FILE ASSIGN TO PASTGLJ
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT PASTGLR-FILE ASSIGN TO PASTGLR
004900         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  GLXCTL-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  GLXCTL-RECORD.
005500     05  GX-DATE-FROM            PIC 9(08).
005600     05  GX-DATE-TO              PIC 9(08).
005700     05  GX-LIAB-ACCT            PIC X(08).
005800     05  GX-SETL-ACCT            PIC X(08).
005900     05  GX-BRKG-ACCT            PIC X(08).
006000     05  GX-SUSP-ACCT            PIC X(08).
006100     05  FILLER                  PIC X(32).
006200 FD  PASTGLA-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY PASTGLA.
006500 FD  PASTGLJ-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY PASTGLJ.
006800 FD  PASTGLR-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  PASTGLR-LINE                PIC X(110).
007100 WORKING-STORAGE SECTION.
007200 01  WS-GLA-EOF-SWITCH           PIC X(01)  VALUE "N".
007300     88  END-OF-PASTGLA                  VALUE "Y".
007400 77  WS-READ-COUNT               PIC 9(09)  VALUE 0.
007500 77  WS-SELECTED-COUNT           PIC 9(09)  VALUE 0.
007600 77  WS-UNKNOWN-COUNT            PIC 9(09)  VALUE 0.
007700 77  WS-DETAIL-COUNT             PIC 9(09)  VALUE 0.
007800 01  WS-TOTAL-DEBITS             PIC 9(13)V99 VALUE 0.
007900 01  WS-TOTAL-CREDITS            PIC 9(13)V99 VALUE 0.
008000 01  WS-LIAB-BOOKED              PIC 9(13)V99 VALUE 0.
008100 01  WS-LIAB-RELIEVED            PIC 9(13)V99 VALUE 0.
008200 01  WS-NET-MOVEMENT             PIC S9(13)V99 VALUE 0.
008300 77  WS-TIME-RAW                 PIC 9(08)  VALUE 0.
008400 01  WS-DEBIT-ACCT               PIC X(08).
008500 01  WS-CREDIT-ACCT              PIC X(08).
008600 01  WS-PROMO-ACCT               PIC X(08).
008700 01  WS-LINE-ACCT                PIC X(08).
008800 01  WS-LINE-SIDE                PIC X(01).
008900 01  WS-ENTRY-DESC               PIC X(30).
009000 77  WS-ENT-MAX                  PIC 9(03)  VALUE 300.
009100 77  WS-ENT-COUNT                PIC 9(03)  VALUE 0.
009200 77  WS-ENT-IDX                  PIC 9(03)  VALUE 0.
009300 77  WS-ENT-FOUND-IDX            PIC 9(03)  VALUE 0.
009400 01  WS-ENTRY-TABLE.
009500     05  WS-ENT-ENTRY OCCURS 300 TIMES.
009600         10  WS-ENT-TYPE         PIC X(01).
009700         10  WS-ENT-CAMPAIGN-ID  PIC X(08).
009800         10  WS-ENT-GL-CODE      PIC X(08).
009900         10  WS-ENT-CODES        PIC 9(09).
010000         10  WS-ENT-AMOUNT       PIC 9(11)V99.
010100 01  GLR-HEADING-1.
010200     05  FILLER                 PIC X(38) VALUE
010300         "RNDGLEX G/L JOURNAL EXTRACT - PERIOD ".
010400     05  GLR-H-DATE-FROM        PIC 9(08).
010500     05  FILLER                 PIC X(06) VALUE " THRU ".
010600     05  GLR-H-DATE-TO          PIC 9(08).
010700 01  GLR-HEADING-2.
010800     05  FILLER                 PIC X(08) VALUE "ACCOUNT".
010900     05  FILLER                 PIC X(02) VALUE SPACES.
011000     05  FILLER                 PIC X(08) VALUE "CAMPAIGN".
011100     05  FILLER                 PIC X(02) VALUE SPACES.
011200     05  FILLER                 PIC X(05) VALUE "DR/CR".
011300     05  FILLER                 PIC X(12) VALUE SPACES.
011400     05  FILLER                 PIC X(06) VALUE "AMOUNT".
011500     05  FILLER                 PIC X(07) VALUE SPACES.
011600     05  FILLER                 PIC X(05) VALUE "CODES".
011700     05  FILLER                 PIC X(02) VALUE SPACES.
011800     05  FILLER                 PIC X(11) VALUE "DESCRIPTION".
011900 01  GLR-DETAIL-LINE.
012000     05  GLR-ACCOUNT            PIC X(08).
012100     05  FILLER                 PIC X(02) VALUE SPACES.
012200     05  GLR-CAMPAIGN-ID        PIC X(08).
012300     05  FILLER                 PIC X(04) VALUE SPACES.
012400     05  GLR-DR-CR              PIC X(02).
012500     05  FILLER                 PIC X(03) VALUE SPACES.
012600     05  GLR-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
012700     05  FILLER                 PIC X(02) VALUE SPACES.
012800     05  GLR-CODES              PIC ZZZZZZZZ9.
012900     05  FILLER                 PIC X(02) VALUE SPACES.
013000     05  GLR-DESCRIPTION        PIC X(30).
013100 01  GLR-UNKNOWN-LINE.
013200     05  FILLER                 PIC X(24) VALUE
013300         "UNKNOWN ACTIVITY TYPE - ".
013400     05  GLR-U-TYPE             PIC X(01).
013500     05  FILLER                 PIC X(02) VALUE SPACES.
013600     05  GLR-U-DATE             PIC 9(08).
013700     05  FILLER                 PIC X(02) VALUE SPACES.
013800     05  GLR-U-PROGRAM          PIC X(08).
013900     05  FILLER                 PIC X(02) VALUE SPACES.
014000     05  GLR-U-CAMPAIGN-ID      PIC X(08).
014100     05  FILLER                 PIC X(02) VALUE SPACES.
014200     05  GLR-U-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
014300 01  GLR-TOTAL-LINE.
014400     05  GLR-TOTAL-LABEL        PIC X(24).
014500     05  GLR-TOTAL-COUNT        PIC ZZZZZZZZ9.
014600 01  GLR-MONEY-LINE.
014700     05  GLR-MONEY-LABEL        PIC X(24).
014800     05  GLR-MONEY-VALUE        PIC ---,---,---,--9.99.
014900 01  GLR-BALANCE-LINE           PIC X(48).
015000 PROCEDURE DIVISION.
015100*----------------------------------------------------------------
015200*  0000-MAINLINE  --  OVERALL EXTRACT SEQUENCE.
015300*----------------------------------------------------------------
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
015600     PERFORM 2000-READ-ACTIVITY    THRU 2000-EXIT
015700     PERFORM 5000-WRITE-JOURNAL    THRU 5000-EXIT
015800     PERFORM 6000-WRITE-TRAILER    THRU 6000-EXIT
015900     PERFORM 7000-WRITE-TOTALS     THRU 7000-EXIT
016000     PERFORM 8000-TERMINATE        THRU 8000-EXIT
016100     STOP RUN.
016200*----------------------------------------------------------------
016300*  1000-INITIALIZE  --  READ THE GLXCTL CARD, CHECK THE PERIOD
016400*  AND THE ACCOUNTS, OPEN THE FILES, AND WRITE THE EXTRACT
016500*  HEADER AND THE REGISTER HEADINGS.  A ZERO THRU DATE MEANS A
016600*  ONE-DAY PERIOD.
016700*----------------------------------------------------------------
016800 1000-INITIALIZE.
016900     OPEN INPUT GLXCTL-FILE
017000     READ GLXCTL-FILE
017100         AT END
017200             GO TO 9920-REJECT-NO-CONTROL
017300     END-READ
017400     CLOSE GLXCTL-FILE
017500     IF GX-DATE-TO = 0
017600         MOVE GX-DATE-FROM TO GX-DATE-TO
017700     END-IF
017800     IF GX-DATE-FROM = 0
017900         OR GX-DATE-TO < GX-DATE-FROM
018000         GO TO 9900-REJECT-PERIOD
018100     END-IF
018200     IF GX-LIAB-ACCT = SPACES
018300         OR GX-SETL-ACCT = SPACES
018400         OR GX-BRKG-ACCT = SPACES
018500         OR GX-SUSP-ACCT = SPACES
018600         GO TO 9910-REJECT-ACCOUNTS
018700     END-IF
018800     MOVE SPACES TO WS-ENTRY-TABLE
018900     OPEN INPUT  PASTGLA-FILE
019000     OPEN OUTPUT PASTGLJ-FILE
019100     OPEN OUTPUT PASTGLR-FILE
019200     MOVE SPACES       TO GLJ-HEADER-RECORD
019300     MOVE "H"          TO GH-REC-TYPE
019400     MOVE "PASTIME"    TO GH-SOURCE
019500     MOVE GX-DATE-FROM TO GH-PERIOD-FROM
019600     MOVE GX-DATE-TO   TO GH-PERIOD-TO
019700     ACCEPT GH-CREATE-DATE FROM DATE YYYYMMDD
019800     ACCEPT WS-TIME-RAW FROM TIME
019900     MOVE WS-TIME-RAW(1:6) TO GH-CREATE-TIME
020000     WRITE GLJ-HEADER-RECORD
020100     MOVE GX-DATE-FROM TO GLR-H-DATE-FROM
020200     MOVE GX-DATE-TO   TO GLR-H-DATE-TO
020300     WRITE PASTGLR-LINE FROM GLR-HEADING-1
020400     MOVE SPACES TO PASTGLR-LINE
020500     WRITE PASTGLR-LINE
020600     WRITE PASTGLR-LINE FROM GLR-HEADING-2.
020700 1000-EXIT.
020800     EXIT.
020900*----------------------------------------------------------------
021000*  2000-READ-ACTIVITY  --  DRIVE THE ACTIVITY FILE END TO END,
021100*  ONE RECORD PER PASS.
021200*----------------------------------------------------------------
021300 2000-READ-ACTIVITY.
021400     READ PASTGLA-FILE
021500         AT END MOVE "Y" TO WS-GLA-EOF-SWITCH
021600     END-READ
021700     PERFORM 3000-SUMMARIZE-ONE THRU 3000-EXIT
021800         UNTIL END-OF-PASTGLA.
021900 2000-EXIT.
022000     EXIT.
022100*----------------------------------------------------------------
022200*  3000-SUMMARIZE-ONE  --  ACTIVITY DATED INSIDE THE PERIOD
022300*  ROLLS INTO ITS TYPE/CAMPAIGN/G-L CODE SUMMARY.  AN UNKNOWN
022400*  TYPE IS LISTED, NOT GUESSED AT.
022500*----------------------------------------------------------------
022600 3000-SUMMARIZE-ONE.
022700     ADD 1 TO WS-READ-COUNT
022800     IF GA-ACTIVITY-DATE < GX-DATE-FROM
022900         OR GA-ACTIVITY-DATE > GX-DATE-TO
023000         GO TO 3000-NEXT.
023100     IF NOT GA-IS-ISSUE AND NOT GA-IS-REDEMPTION
023200         AND NOT GA-IS-REVERSAL AND NOT GA-IS-EXPIRY
023300         AND NOT GA-IS-VOID AND NOT GA-IS-REPLACED
023400         ADD 1 TO WS-UNKNOWN-COUNT
023500         MOVE GA-ACTIVITY-TYPE TO GLR-U-TYPE
023600         MOVE GA-ACTIVITY-DATE TO GLR-U-DATE
023700         MOVE GA-PROGRAM       TO GLR-U-PROGRAM
023800         MOVE GA-CAMPAIGN-ID   TO GLR-U-CAMPAIGN-ID
023900         MOVE GA-AMOUNT        TO GLR-U-AMOUNT
024000         WRITE PASTGLR-LINE FROM GLR-UNKNOWN-LINE
024100         GO TO 3000-NEXT
024200     END-IF
024300     ADD 1 TO WS-SELECTED-COUNT
024400     PERFORM 4000-FIND-ENTRY THRU 4000-EXIT
024500     ADD GA-CODE-COUNT TO WS-ENT-CODES(WS-ENT-FOUND-IDX)
024600     ADD GA-AMOUNT     TO WS-ENT-AMOUNT(WS-ENT-FOUND-IDX).
024700 3000-NEXT.
024800     READ PASTGLA-FILE
024900         AT END MOVE "Y" TO WS-GLA-EOF-SWITCH
025000     END-READ.
025100 3000-EXIT.
025200     EXIT.
025300*----------------------------------------------------------------
025400*  4000-FIND-ENTRY  --  LOCATE (OR ADD) THE SUMMARY FOR THIS
025500*  ACTIVITY TYPE, CAMPAIGN AND G/L CODE.
025600*----------------------------------------------------------------
025700 4000-FIND-ENTRY.
025800     MOVE 0 TO WS-ENT-FOUND-IDX
025900     PERFORM 4050-MATCH-ENTRY THRU 4050-EXIT
026000         VARYING WS-ENT-IDX FROM 1 BY 1
026100         UNTIL WS-ENT-IDX > WS-ENT-COUNT
026200             OR WS-ENT-FOUND-IDX > 0
026300     IF WS-ENT-FOUND-IDX = 0
026400         IF WS-ENT-COUNT = WS-ENT-MAX
026500             GO TO 9930-REJECT-ENTRIES
026600         END-IF
026700         ADD 1 TO WS-ENT-COUNT
026800         MOVE WS-ENT-COUNT     TO WS-ENT-FOUND-IDX
026900         MOVE GA-ACTIVITY-TYPE TO WS-ENT-TYPE(WS-ENT-FOUND-IDX)
027000         MOVE GA-CAMPAIGN-ID
027100                   TO WS-ENT-CAMPAIGN-ID(WS-ENT-FOUND-IDX)
027200         MOVE GA-GL-CODE       TO WS-ENT-GL-CODE(WS-ENT-FOUND-IDX)
027300         MOVE ZEROS            TO WS-ENT-CODES(WS-ENT-FOUND-IDX)
027400         MOVE ZEROS            TO WS-ENT-AMOUNT(WS-ENT-FOUND-IDX)
027500     END-IF.
027600 4000-EXIT.
027700     EXIT.
027800 4050-MATCH-ENTRY.
027900     IF WS-ENT-TYPE(WS-ENT-IDX)        = GA-ACTIVITY-TYPE
028000         AND WS-ENT-CAMPAIGN-ID(WS-ENT-IDX) = GA-CAMPAIGN-ID
028100         AND WS-ENT-GL-CODE(WS-ENT-IDX)     = GA-GL-CODE
028200         MOVE WS-ENT-IDX TO WS-ENT-FOUND-IDX
028300     END-IF.
028400 4050-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------
028700*  5000-WRITE-JOURNAL  --  ONE DEBIT AND ONE CREDIT PER SUMMARY.
028800*----------------------------------------------------------------
028900 5000-WRITE-JOURNAL.
029000     PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
029100         VARYING WS-ENT-IDX FROM 1 BY 1
029200         UNTIL WS-ENT-IDX > WS-ENT-COUNT.
029300 5000-EXIT.
029400     EXIT.
029500*----------------------------------------------------------------
029600*  5100-WRITE-ONE-ENTRY  --  PICK THE DEBIT AND CREDIT ACCOUNTS
029700*  FOR THE ACTIVITY TYPE AND WRITE THE PAIR.  THE LIABILITY
029800*  SIDE OF EACH PAIR ALSO FEEDS THE NET MOVEMENT.  A SUMMARY
029900*  WORTH NOTHING (A ZERO-FACE CAMPAIGN) HAS NO ENTRY TO MAKE.
030000*----------------------------------------------------------------
030100 5100-WRITE-ONE-ENTRY.
030200     IF WS-ENT-AMOUNT(WS-ENT-IDX) = 0
030300         GO TO 5100-EXIT.
030400     IF WS-ENT-GL-CODE(WS-ENT-IDX) = SPACES
030500         MOVE GX-SUSP-ACCT TO WS-PROMO-ACCT
030600     ELSE
030700         MOVE WS-ENT-GL-CODE(WS-ENT-IDX) TO WS-PROMO-ACCT
030800     END-IF
030900     EVALUATE WS-ENT-TYPE(WS-ENT-IDX)
031000         WHEN "I"
031100             MOVE WS-PROMO-ACCT TO WS-DEBIT-ACCT
031200             MOVE GX-LIAB-ACCT  TO WS-CREDIT-ACCT
031300             MOVE "VOUCHERS ISSUED" TO WS-ENTRY-DESC
031400             ADD WS-ENT-AMOUNT(WS-ENT-IDX) TO WS-LIAB-BOOKED
031500         WHEN "D"
031600             MOVE GX-LIAB-ACCT  TO WS-DEBIT-ACCT
031700             MOVE GX-SETL-ACCT  TO WS-CREDIT-ACCT
031800             MOVE "VOUCHERS REDEEMED" TO WS-ENTRY-DESC
031900             ADD WS-ENT-AMOUNT(WS-ENT-IDX) TO WS-LIAB-RELIEVED
032000         WHEN "R"
032100             MOVE GX-SETL-ACCT  TO WS-DEBIT-ACCT
032200             MOVE GX-LIAB-ACCT  TO WS-CREDIT-ACCT
032300             MOVE "REDEMPTIONS REVERSED" TO WS-ENTRY-DESC
032400             ADD WS-ENT-AMOUNT(WS-ENT-IDX) TO WS-LIAB-BOOKED
032500         WHEN "E"
032600             MOVE GX-LIAB-ACCT  TO WS-DEBIT-ACCT
032700             MOVE GX-BRKG-ACCT  TO WS-CREDIT-ACCT
032800             MOVE "BREAKAGE - VOUCHERS EXPIRED" TO WS-ENTRY-DESC
032900             ADD WS-ENT-AMOUNT(WS-ENT-IDX) TO WS-LIAB-RELIEVED
033000         WHEN "V"
033100             MOVE GX-LIAB-ACCT  TO WS-DEBIT-ACCT
033200             MOVE GX-BRKG-ACCT  TO WS-CREDIT-ACCT
033300             MOVE "BREAKAGE - VOUCHERS VOIDED" TO WS-ENTRY-DESC
033400             ADD WS-ENT-AMOUNT(WS-ENT-IDX) TO WS-LIAB-RELIEVED
033500         WHEN "X"
033600             MOVE GX-LIAB-ACCT  TO WS-DEBIT-ACCT
033700             MOVE WS-PROMO-ACCT TO WS-CREDIT-ACCT
033800             MOVE "VOUCHERS REPLACED" TO WS-ENTRY-DESC
033900             ADD WS-ENT-AMOUNT(WS-ENT-IDX) TO WS-LIAB-RELIEVED
034000     END-EVALUATE
034100     MOVE WS-DEBIT-ACCT  TO WS-LINE-ACCT
034200     MOVE "D"            TO WS-LINE-SIDE
034300     PERFORM 5200-WRITE-DETAIL THRU 5200-EXIT
034400     ADD WS-ENT-AMOUNT(WS-ENT-IDX) TO WS-TOTAL-DEBITS
034500     MOVE WS-CREDIT-ACCT TO WS-LINE-ACCT
034600     MOVE "C"            TO WS-LINE-SIDE
034700     PERFORM 5200-WRITE-DETAIL THRU 5200-EXIT
034800     ADD WS-ENT-AMOUNT(WS-ENT-IDX) TO WS-TOTAL-CREDITS.
034900 5100-EXIT.
035000     EXIT.
035100*----------------------------------------------------------------
035200*  5200-WRITE-DETAIL  --  ONE JOURNAL LINE TO THE EXTRACT AND
035300*  THE REGISTER, FOR THE ACCOUNT AND SIDE THE CALLER SET.
035400*----------------------------------------------------------------
035500 5200-WRITE-DETAIL.
035600     MOVE SPACES       TO GLJ-DETAIL-RECORD
035700     MOVE "D"          TO GD-REC-TYPE
035800     MOVE GX-DATE-TO   TO GD-POST-DATE
035900     MOVE WS-LINE-ACCT TO GD-ACCOUNT
036000     MOVE WS-LINE-SIDE TO GD-DR-CR
036100     MOVE WS-ENT-CAMPAIGN-ID(WS-ENT-IDX) TO GD-CAMPAIGN-ID
036200     MOVE WS-ENT-AMOUNT(WS-ENT-IDX)      TO GD-AMOUNT
036300     MOVE WS-ENT-CODES(WS-ENT-IDX)       TO GD-CODE-COUNT
036400     MOVE WS-ENT-TYPE(WS-ENT-IDX)        TO GD-ACTIVITY-TYPE
036500     MOVE WS-ENTRY-DESC                  TO GD-DESCRIPTION
036600     WRITE GLJ-DETAIL-RECORD
036700     ADD 1 TO WS-DETAIL-COUNT
036800     MOVE GD-ACCOUNT     TO GLR-ACCOUNT
036900     MOVE GD-DR-CR       TO GLR-DR-CR
037000     MOVE GD-CAMPAIGN-ID TO GLR-CAMPAIGN-ID
037100     MOVE GD-AMOUNT      TO GLR-AMOUNT
037200     MOVE GD-CODE-COUNT  TO GLR-CODES
037300     MOVE GD-DESCRIPTION TO GLR-DESCRIPTION
037400     WRITE PASTGLR-LINE FROM GLR-DETAIL-LINE.
037500 5200-EXIT.
037600     EXIT.
037700*----------------------------------------------------------------
037800*  6000-WRITE-TRAILER  --  THE DETAIL COUNT AND THE DEBIT AND
037900*  CREDIT TOTALS THE ACCOUNTING LOAD PROVES THE FILE AGAINST.
038000*----------------------------------------------------------------
038100 6000-WRITE-TRAILER.
038200     MOVE SPACES           TO GLJ-TRAILER-RECORD
038300     MOVE "T"              TO GT-REC-TYPE
038400     MOVE WS-DETAIL-COUNT  TO GT-DETAIL-COUNT
038500     MOVE WS-TOTAL-DEBITS  TO GT-TOTAL-DEBITS
038600     MOVE WS-TOTAL-CREDITS TO GT-TOTAL-CREDITS
038700     WRITE GLJ-TRAILER-RECORD.
038800 6000-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100*  7000-WRITE-TOTALS  --  CONTROL COUNTS, THE JOURNAL TOTALS,
039200*  AND THE NET LIABILITY MOVEMENT FOR THE PERIOD, THEN THE
039300*  BALANCE VERDICT.
039400*----------------------------------------------------------------
039500 7000-WRITE-TOTALS.
039600     COMPUTE WS-NET-MOVEMENT = WS-LIAB-BOOKED - WS-LIAB-RELIEVED
039700     MOVE SPACES TO PASTGLR-LINE
039800     WRITE PASTGLR-LINE
039900     MOVE "ACTIVITY RECORDS READ"  TO GLR-TOTAL-LABEL
040000     MOVE WS-READ-COUNT            TO GLR-TOTAL-COUNT
040100     WRITE PASTGLR-LINE FROM GLR-TOTAL-LINE
040200     MOVE "ACTIVITY IN PERIOD"     TO GLR-TOTAL-LABEL
040300     MOVE WS-SELECTED-COUNT        TO GLR-TOTAL-COUNT
040400     WRITE PASTGLR-LINE FROM GLR-TOTAL-LINE
040500     MOVE "UNKNOWN ACTIVITY TYPES" TO GLR-TOTAL-LABEL
040600     MOVE WS-UNKNOWN-COUNT         TO GLR-TOTAL-COUNT
040700     WRITE PASTGLR-LINE FROM GLR-TOTAL-LINE
040800     MOVE "JOURNAL LINES WRITTEN"  TO GLR-TOTAL-LABEL
040900     MOVE WS-DETAIL-COUNT          TO GLR-TOTAL-COUNT
041000     WRITE PASTGLR-LINE FROM GLR-TOTAL-LINE
041100     MOVE "TOTAL DEBITS"           TO GLR-MONEY-LABEL
041200     MOVE WS-TOTAL-DEBITS          TO GLR-MONEY-VALUE
041300     WRITE PASTGLR-LINE FROM GLR-MONEY-LINE
041400     MOVE "TOTAL CREDITS"          TO GLR-MONEY-LABEL
041500     MOVE WS-TOTAL-CREDITS         TO GLR-MONEY-VALUE
041600     WRITE PASTGLR-LINE FROM GLR-MONEY-LINE
041700     MOVE "LIABILITY BOOKED"       TO GLR-MONEY-LABEL
041800     MOVE WS-LIAB-BOOKED           TO GLR-MONEY-VALUE
041900     WRITE PASTGLR-LINE FROM GLR-MONEY-LINE
042000     MOVE "LIABILITY RELIEVED"     TO GLR-MONEY-LABEL
042100     MOVE WS-LIAB-RELIEVED         TO GLR-MONEY-VALUE
042200     WRITE PASTGLR-LINE FROM GLR-MONEY-LINE
042300     MOVE "NET LIABILITY MOVEMENT" TO GLR-MONEY-LABEL
042400     MOVE WS-NET-MOVEMENT          TO GLR-MONEY-VALUE
042500     WRITE PASTGLR-LINE FROM GLR-MONEY-LINE
042600     MOVE SPACES TO PASTGLR-LINE
042700     WRITE PASTGLR-LINE
042800     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
042900         MOVE "EXTRACT IN BALANCE" TO GLR-BALANCE-LINE
043000     ELSE
043100         MOVE "*** EXTRACT OUT OF BALANCE -- DO NOT LOAD ***"
043200             TO GLR-BALANCE-LINE
043300     END-IF
043400     WRITE PASTGLR-LINE FROM GLR-BALANCE-LINE.
043500 7000-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800*  8000-TERMINATE  --  CLOSE DOWN, SET THE RETURN CODE, AND
043900*  REPORT TO THE JOB LOG.
044000*----------------------------------------------------------------
044100 8000-TERMINATE.
044200     CLOSE PASTGLA-FILE
044300     CLOSE PASTGLJ-FILE
044400     CLOSE PASTGLR-FILE
044500     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
044600         MOVE 16 TO RETURN-CODE
044700     ELSE
044800         IF WS-UNKNOWN-COUNT > 0
044900             MOVE 8 TO RETURN-CODE
045000         END-IF
045100     END-IF
045200     DISPLAY "RNDGLEX -- " WS-DETAIL-COUNT
045300         " JOURNAL LINE(S) FOR " WS-SELECTED-COUNT
045400         " ACTIVITY RECORD(S)".
045500 8000-EXIT.
045600     EXIT.
045700*----------------------------------------------------------------
045800*  9900-REJECT-PERIOD  --  NO FROM DATE, OR A THRU DATE BEFORE
045900*  IT -- A MIS-KEYED CARD, NOT A RUN.
046000*----------------------------------------------------------------
046100 9900-REJECT-PERIOD.
046200     DISPLAY "RNDGLEX REJECTED -- GLXCTL PERIOD IS INVALID"
046300     MOVE 16 TO RETURN-CODE
046400     STOP RUN.
046500*----------------------------------------------------------------
046600*  9910-REJECT-ACCOUNTS  --  EVERY JOURNAL LINE NEEDS AN
046700*  ACCOUNT.  A BLANK CONTROL ACCOUNT WOULD LOAD AS AN
046800*  UNPOSTABLE ENTRY, SO NOTHING IS EXTRACTED.
046900*----------------------------------------------------------------
047000 9910-REJECT-ACCOUNTS.
047100     DISPLAY "RNDGLEX REJECTED -- GLXCTL ACCOUNT MISSING"
047200     MOVE 16 TO RETURN-CODE
047300     STOP RUN.
047400*----------------------------------------------------------------
047500*  9920-REJECT-NO-CONTROL  --  THE GLXCTL FILE HAD NO CARD.
047600*----------------------------------------------------------------
047700 9920-REJECT-NO-CONTROL.
047800     DISPLAY "RNDGLEX REJECTED -- GLXCTL CONTROL FILE IS EMPTY"
047900     CLOSE GLXCTL-FILE
048000     MOVE 16 TO RETURN-CODE
048100     STOP RUN.
048200*----------------------------------------------------------------
048300*  9930-REJECT-ENTRIES  --  MORE SUMMARIES THAN THE TABLE CAN
048400*  HOLD.  STOP CLEANLY RATHER THAN WRITE A PARTIAL JOURNAL.
048500*----------------------------------------------------------------
048600 9930-REJECT-ENTRIES.
048700     DISPLAY "RNDGLEX REJECTED -- MORE THAN " WS-ENT-MAX
048800         " JOURNAL SUMMARIES IN PERIOD"
048900     CLOSE PASTGLA-FILE
049000     CLOSE PASTGLJ-FILE
049100     CLOSE PASTGLR-FILE
049200     MOVE 16 TO RETURN-CODE
049300     STOP RUN.
