000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RNDRINQ.
000300 AUTHOR.         D W ALDEN.
000400 INSTALLATION.   PASTIME SYSTEMS - VOUCHER CODE GENERATION.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.  10/15/26.
000700*================================================================
000800*  RNDRINQ  --  RECIPIENT CROSS-REFERENCE INQUIRY.  ANSWERS THE
000900*  TWO QUESTIONS THE CUSTOMER DESK ASKS OF A DIRECT-MAIL
001000*  CAMPAIGN:  WHO WAS THIS CODE MAILED TO, AND WHICH CODE WAS
001100*  THIS CUSTOMER SENT.  THE XRQCTL CARD CARRIES EITHER A FULL
001200*  CODE, OR A CUSTOMER NUMBER WITH AN OPTIONAL CAMPAIGN ID
001300*  (BLANK LISTS EVERY CAMPAIGN THE CUSTOMER WAS MAILED FOR).
001400*  THE ANSWER COMES STRAIGHT OFF THE KEYED PASTXRF FILE RNDRCP
001500*  BUILDS -- THE "K" RECORD FOR A CODE, THE RUN OF "C" RECORDS
001600*  FOR A CUSTOMER.  RC=4 WHEN NOTHING MATCHED.
001700*----------------------------------------------------------------
001800*  MODIFICATION HISTORY
001900*  MM/DD/YY  INIT  DESCRIPTION
002000*  10/15/26  DWA   ORIGINAL PROGRAM.
002100*================================================================
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT XRQCTL-FILE ASSIGN TO XRQCTL
002600         ORGANIZATION IS SEQUENTIAL.
002700     SELECT PASTXRF-FILE ASSIGN TO PASTXRF
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS XR-KEY.
003100     SELECT PASTXRQ-FILE ASSIGN TO PASTXRQ
003200         ORGANIZATION IS SEQUENTIAL.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  XRQCTL-FILE
003600     LABEL RECORDS ARE STANDARD.
003700 01  XRQCTL-RECORD.
003800     05  XQ-CODE                 PIC X(100).
003900     05  XQ-CUSTOMER-NO          PIC X(10).
004000     05  XQ-CUSTOMER-NUM REDEFINES XQ-CUSTOMER-NO
004100                                 PIC 9(10).
004200     05  XQ-CAMPAIGN-ID          PIC X(08).
004300     05  FILLER                  PIC X(12).
004400 FD  PASTXRF-FILE
004500     LABEL RECORDS ARE STANDARD.
004600     COPY PASTXRF.
004700 FD  PASTXRQ-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 01  PASTXRQ-LINE                PIC X(120).
005000 WORKING-STORAGE SECTION.
005100 01  WS-XRF-EOF-SWITCH           PIC X(01)  VALUE "N".
005200     88  END-OF-PASTXRF                  VALUE "Y".
005300 01  WS-SEARCH-MODE              PIC X(01)  VALUE SPACE.
005400     88  SEARCH-BY-CODE                  VALUE "K".
005500     88  SEARCH-BY-CUSTOMER              VALUE "C".
005600 77  WS-FOUND-COUNT              PIC 9(07)  VALUE 0.
005700 01  XRQ-HEADING-1.
005800     05  FILLER                 PIC X(40) VALUE
005900         "RNDRINQ RECIPIENT CROSS-REFERENCE REPORT".
006000 01  XRQ-ARG-LINE.
006100     05  XRQ-ARG-LABEL          PIC X(14).
006200     05  XRQ-ARG-VALUE          PIC X(100).
006300 01  XRQ-DETAIL-LINE.
006400     05  XRQ-D-LABEL            PIC X(14).
006500     05  XRQ-D-VALUE            PIC X(100).
006600 01  XRQ-TOTAL-LINE.
006700     05  XRQ-TOTAL-LABEL        PIC X(24).
006800     05  XRQ-TOTAL-COUNT        PIC ZZZZZZ9.
006900 PROCEDURE DIVISION.
007000*----------------------------------------------------------------
007100*  0000-MAINLINE  --  OVERALL INQUIRY SEQUENCE.
007200*----------------------------------------------------------------
007300 0000-MAINLINE.
007400     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
007500     IF SEARCH-BY-CODE
007600         PERFORM 2000-SEARCH-CODE     THRU 2000-EXIT
007700     ELSE
007800         PERFORM 2500-SEARCH-CUSTOMER THRU 2500-EXIT
007900     END-IF
008000     PERFORM 8000-TERMINATE        THRU 8000-EXIT
008100     STOP RUN.
008200*----------------------------------------------------------------
008300*  1000-INITIALIZE  --  READ THE XRQCTL CARD, DECIDE THE
008400*  SEARCH MODE, OPEN THE FILES, AND PRINT THE SEARCH ARGUMENT.
008500*  A KEYED-IN CODE IS UPPERCASED THE WAY RNDVFY UPPERCASES AT
008600*  THE DESK.
008700*----------------------------------------------------------------
008800 1000-INITIALIZE.
008900     OPEN INPUT XRQCTL-FILE
009000     READ XRQCTL-FILE
009100         AT END
009200             GO TO 9920-REJECT-NO-CONTROL
009300     END-READ
009400     CLOSE XRQCTL-FILE
009500     INSPECT XQ-CODE
009600         CONVERTING "abcdefghijklmnopqrstuvwxyz"
009700                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
009800     IF XQ-CODE NOT = SPACES
009900         MOVE "K" TO WS-SEARCH-MODE
010000     ELSE
010100         IF XQ-CUSTOMER-NO NOT = SPACES
010200             MOVE "C" TO WS-SEARCH-MODE
010300         ELSE
010400             GO TO 9900-REJECT-NO-ARGUMENT
010500         END-IF
010600     END-IF
010700     IF SEARCH-BY-CUSTOMER
010800         IF XQ-CUSTOMER-NUM NOT NUMERIC
010900             OR XQ-CUSTOMER-NUM = 0
011000             GO TO 9910-REJECT-CUSTOMER
011100         END-IF
011200     END-IF
011300     OPEN INPUT  PASTXRF-FILE
011400     OPEN OUTPUT PASTXRQ-FILE
011500     WRITE PASTXRQ-LINE FROM XRQ-HEADING-1
011600     MOVE SPACES TO PASTXRQ-LINE
011700     WRITE PASTXRQ-LINE
011800     IF SEARCH-BY-CODE
011900         MOVE "SEARCH CODE : " TO XRQ-ARG-LABEL
012000         MOVE XQ-CODE         TO XRQ-ARG-VALUE
012100         WRITE PASTXRQ-LINE FROM XRQ-ARG-LINE
012200     ELSE
012300         MOVE "CUSTOMER    : " TO XRQ-ARG-LABEL
012400         MOVE XQ-CUSTOMER-NO  TO XRQ-ARG-VALUE
012500         WRITE PASTXRQ-LINE FROM XRQ-ARG-LINE
012600         MOVE "CAMPAIGN    : " TO XRQ-ARG-LABEL
012700         IF XQ-CAMPAIGN-ID = SPACES
012800             MOVE "(ALL)"        TO XRQ-ARG-VALUE
012900         ELSE
013000             MOVE XQ-CAMPAIGN-ID TO XRQ-ARG-VALUE
013100         END-IF
013200         WRITE PASTXRQ-LINE FROM XRQ-ARG-LINE
013300     END-IF.
013400 1000-EXIT.
013500     EXIT.
013600*----------------------------------------------------------------
013700*  2000-SEARCH-CODE  --  ONE RANDOM READ OF THE CODE'S "K"
013800*  RECORD.
013900*----------------------------------------------------------------
014000 2000-SEARCH-CODE.
014100     MOVE "K"     TO XR-KEY-TYPE
014200     MOVE XQ-CODE TO XR-KEY-CODE
014300     READ PASTXRF-FILE
014400         INVALID KEY
014500             GO TO 2000-EXIT
014600     END-READ
014700     PERFORM 3000-PRINT-HIT THRU 3000-EXIT.
014800 2000-EXIT.
014900     EXIT.
015000*----------------------------------------------------------------
015100*  2500-SEARCH-CUSTOMER  --  POSITION ON THE CUSTOMER'S FIRST
015200*  "C" RECORD (OR THE NAMED CAMPAIGN'S) AND READ FORWARD WHILE
015300*  THE KEY STILL BELONGS TO THE CUSTOMER.
015400*----------------------------------------------------------------
015500 2500-SEARCH-CUSTOMER.
015600     MOVE "C"             TO XR-KEY-TYPE
015700     MOVE SPACES          TO XR-KEY-CODE
015800     MOVE XQ-CUSTOMER-NUM TO XR-KEY-CUST-NO
015900     MOVE XQ-CAMPAIGN-ID  TO XR-KEY-CAMPAIGN
016000     START PASTXRF-FILE KEY NOT < XR-KEY
016100         INVALID KEY
016200             MOVE "Y" TO WS-XRF-EOF-SWITCH
016300     END-START
016400     PERFORM 2600-JUDGE-ONE-RECORD THRU 2600-EXIT
016500         UNTIL END-OF-PASTXRF.
016600 2500-EXIT.
016700     EXIT.
016800 2600-JUDGE-ONE-RECORD.
016900     READ PASTXRF-FILE NEXT RECORD
017000         AT END
017100             MOVE "Y" TO WS-XRF-EOF-SWITCH
017200             GO TO 2600-EXIT
017300     END-READ
017400     IF NOT XR-KEY-IS-CUSTOMER
017500         OR XR-KEY-CUST-NO NOT = XQ-CUSTOMER-NUM
017600         MOVE "Y" TO WS-XRF-EOF-SWITCH
017700         GO TO 2600-EXIT.
017800     IF XQ-CAMPAIGN-ID NOT = SPACES
017900         AND XR-KEY-CAMPAIGN NOT = XQ-CAMPAIGN-ID
018000         MOVE "Y" TO WS-XRF-EOF-SWITCH
018100         GO TO 2600-EXIT.
018200     PERFORM 3000-PRINT-HIT THRU 3000-EXIT.
018300 2600-EXIT.
018400     EXIT.
018500*----------------------------------------------------------------
018600*  3000-PRINT-HIT  --  THE FULL ASSIGNMENT, ONE LABELED LINE
018700*  PER FIELD.
018800*----------------------------------------------------------------
018900 3000-PRINT-HIT.
019000     ADD 1 TO WS-FOUND-COUNT
019100     MOVE SPACES TO PASTXRQ-LINE
019200     WRITE PASTXRQ-LINE
019300     MOVE "  CODE      : " TO XRQ-D-LABEL
019400     MOVE XR-CODE          TO XRQ-D-VALUE
019500     WRITE PASTXRQ-LINE FROM XRQ-DETAIL-LINE
019600     MOVE "  CAMPAIGN  : " TO XRQ-D-LABEL
019700     MOVE XR-CAMPAIGN-ID   TO XRQ-D-VALUE
019800     WRITE PASTXRQ-LINE FROM XRQ-DETAIL-LINE
019900     MOVE "  SEQ NO    : " TO XRQ-D-LABEL
020000     MOVE XR-SEQ-NO        TO XRQ-D-VALUE
020100     WRITE PASTXRQ-LINE FROM XRQ-DETAIL-LINE
020200     MOVE "  ISSUED    : " TO XRQ-D-LABEL
020300     MOVE XR-RUN-DATE      TO XRQ-D-VALUE
020400     WRITE PASTXRQ-LINE FROM XRQ-DETAIL-LINE
020500     MOVE "  ASSIGNED  : " TO XRQ-D-LABEL
020600     MOVE XR-ASSIGN-DATE   TO XRQ-D-VALUE
020700     WRITE PASTXRQ-LINE FROM XRQ-DETAIL-LINE
020800     MOVE "  CUSTOMER  : " TO XRQ-D-LABEL
020900     MOVE XR-CUSTOMER-NO   TO XRQ-D-VALUE
021000     WRITE PASTXRQ-LINE FROM XRQ-DETAIL-LINE
021100     MOVE "  NAME      : " TO XRQ-D-LABEL
021200     MOVE XR-NAME          TO XRQ-D-VALUE
021300     WRITE PASTXRQ-LINE FROM XRQ-DETAIL-LINE
021400     MOVE "  ADDRESS   : " TO XRQ-D-LABEL
021500     MOVE XR-ADDRESS-1     TO XRQ-D-VALUE
021600     WRITE PASTXRQ-LINE FROM XRQ-DETAIL-LINE
021700     IF XR-ADDRESS-2 NOT = SPACES
021800         MOVE "            : " TO XRQ-D-LABEL
021900         MOVE XR-ADDRESS-2     TO XRQ-D-VALUE
022000         WRITE PASTXRQ-LINE FROM XRQ-DETAIL-LINE
022100     END-IF
022200     MOVE SPACES           TO XRQ-D-VALUE
022300     STRING XR-CITY DELIMITED BY "  "
022400            " "     DELIMITED BY SIZE
022500            XR-STATE DELIMITED BY SIZE
022600            " "     DELIMITED BY SIZE
022700            XR-ZIP  DELIMITED BY SIZE
022800         INTO XRQ-D-VALUE
022900     END-STRING
023000     MOVE "            : " TO XRQ-D-LABEL
023100     WRITE PASTXRQ-LINE FROM XRQ-DETAIL-LINE.
023200 3000-EXIT.
023300     EXIT.
023400*----------------------------------------------------------------
023500*  8000-TERMINATE  --  TOTALS AND CLOSE.  RC=4 WHEN NOTHING
023600*  MATCHED -- THE CODE WAS NEVER ASSIGNED TO A RECIPIENT, OR
023700*  THE CUSTOMER WAS NEVER MAILED.
023800*----------------------------------------------------------------
023900 8000-TERMINATE.
024000     MOVE SPACES TO PASTXRQ-LINE
024100     WRITE PASTXRQ-LINE
024200     MOVE "ASSIGNMENTS MATCHED"   TO XRQ-TOTAL-LABEL
024300     MOVE WS-FOUND-COUNT          TO XRQ-TOTAL-COUNT
024400     WRITE PASTXRQ-LINE FROM XRQ-TOTAL-LINE
024500     IF WS-FOUND-COUNT = 0
024600         MOVE SPACES TO PASTXRQ-LINE
024700         WRITE PASTXRQ-LINE
024800         MOVE "NOT ON CROSS-REFERENCE  " TO XRQ-TOTAL-LABEL
024900         MOVE 0                   TO XRQ-TOTAL-COUNT
025000         WRITE PASTXRQ-LINE FROM XRQ-TOTAL-LINE
025100     END-IF
025200     CLOSE PASTXRF-FILE
025300     CLOSE PASTXRQ-FILE
025400     DISPLAY "RNDRINQ -- " WS-FOUND-COUNT " MATCH(ES)"
025500     IF WS-FOUND-COUNT = 0
025600         MOVE 4 TO RETURN-CODE
025700     END-IF.
025800 8000-EXIT.
025900     EXIT.
026000*----------------------------------------------------------------
026100*  9900-REJECT-NO-ARGUMENT  --  THE CARD NAMES NEITHER A CODE
026200*  NOR A CUSTOMER.
026300*----------------------------------------------------------------
026400 9900-REJECT-NO-ARGUMENT.
026500     DISPLAY "RNDRINQ REJECTED -- XRQCTL NAMES NO CODE AND NO "
026600         "CUSTOMER"
026700     MOVE 16 TO RETURN-CODE
026800     STOP RUN.
026900*----------------------------------------------------------------
027000*  9910-REJECT-CUSTOMER  --  THE CUSTOMER NUMBER IS NOT A
027100*  FULL TEN-DIGIT NUMBER.  A MIS-KEYED NUMBER WOULD REPORT
027200*  "NOT ON CROSS-REFERENCE" -- A WRONG ANSWER, NOT A RESULT.
027300*----------------------------------------------------------------
027400 9910-REJECT-CUSTOMER.
027500     DISPLAY "RNDRINQ REJECTED -- XRQCTL CUSTOMER NUMBER NOT "
027600         "NUMERIC OR ZERO"
027700     DISPLAY "  CUSTOMER ON CARD : " XQ-CUSTOMER-NO
027800     MOVE 16 TO RETURN-CODE
027900     STOP RUN.
028000*----------------------------------------------------------------
028100*  9920-REJECT-NO-CONTROL  --  THE XRQCTL FILE HAD NO CARD.
028200*----------------------------------------------------------------
028300 9920-REJECT-NO-CONTROL.
028400     DISPLAY "RNDRINQ REJECTED -- XRQCTL CONTROL FILE IS EMPTY"
028500     CLOSE XRQCTL-FILE
028600     MOVE 16 TO RETURN-CODE
028700     STOP RUN.
