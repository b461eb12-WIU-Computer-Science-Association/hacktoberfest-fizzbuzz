000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVANCLSQ.
000300 AUTHOR. EVAN COLWELL.
000400 INSTALLATION. WIU COMPUTER SCIENCE ASSOCIATION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900* MODIFICATION HISTORY                                          *
001000*----------------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                                  *
001200* ---------- ----  ----------------------------------------     *
001300* 2026-10-15 EC    ORIGINAL - INQUIRY BY CLASSIFICATION AGAINST *
001400*                  THE KSDS THROUGH ITS ALTERNATE INDEX OVER    *
001500*                  DL-VSAM-CLASSIFICATION (PATH DD VSAMOUT1).   *
001600*                  EACH SYSIN CARD SELECTS BY EXACT             *
001700*                  CLASSIFICATION, BY ONE LABEL CONTAINED IN    *
001800*                  THE CLASSIFICATION, OR BY PLAIN              *
001900*                  (UNCLASSIFIED) NUMBER, OPTIONALLY NARROWED   *
002000*                  TO ONE RUN NUMBER AND A COUNT RANGE, AND     *
002100*                  PRINTS ITS HIT LIST WITH A COUNT TOTAL.  A   *
002200*                  LABEL (OR AN EXACT CLASSIFICATION) NOT MADE  *
002300*                  FROM THE CURRENT DL-RULE-TABLE ON THE        *
002400*                  PARAMETER FILE IS FLAGGED ON THE LISTING.    *
002500*                  RC 8 FOR A CARD THAT CANNOT BE RUN, RC 4 FOR *
002600*                  A FLAGGED CARD OR ONE WITH NO HITS.          *
002700*                                                               *
002800*                  INQUIRY CARD:                                *
002900*                    COL   1     C = EXACT CLASSIFICATION       *
003000*                                L = CONTAINS ONE LABEL         *
003100*                                N = PLAIN NUMBER (NO RULE      *
003200*                                    FIRED)                     *
003300*                    COLS  3-7   RUN NUMBER (BLANK = ANY RUN)   *
003400*                    COLS  9-17  FROM-COUNT (BLANK = FIRST)     *
003500*                    COLS 19-27  TO-COUNT (BLANK = LAST)        *
003600*                    COLS 29-80  CLASSIFICATION OR LABEL        *
003700*                                                               *
003800* 2026-10-15 EC    EVERY CARD ALSO COUNTS ITS SELECTION ON THE  *
003900*                  PRIME KEY AND FLAGS AN ALTERNATE-INDEX HIT   *
004000*                  COUNT THAT DOES NOT AGREE (A SHORT OR STALE  *
004100*                  CLASAIX), RC 4.                              *
004200* 2026-10-15 EC    AN EXACT CLASSIFICATION THAT RUNS TO COL 80  *
004300*                  IS REJECTED (RC 8) RATHER THAN SEARCHED CUT  *
004400*                  SHORT - THE KEY IS 80 BYTES, THE CARD HOLDS  *
004500*                  52; LONGER ONES ARE FOUND WITH L CARDS.      *
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CARD-FILE ASSIGN TO SYSIN
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-CARD-STATUS.
005300     SELECT PARM-FILE ASSIGN TO PARMFILE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-PARM-STATUS.
005600     SELECT VSAM-FILE ASSIGN TO VSAMOUT
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS DL-VSAM-COUNT
006000         ALTERNATE RECORD KEY IS DL-VSAM-CLASSIFICATION
006100             WITH DUPLICATES
006200         FILE STATUS IS WS-VSAM-STATUS.
006300     SELECT PRT-FILE ASSIGN TO PRTFILE
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-PRT-STATUS.
006600*
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CARD-FILE
007000     LABEL RECORDS ARE OMITTED.
007100 01  CLSQ-CARD.
007200     05  CLSQ-TYPE               PIC X(01).
007300         88  CLSQ-EXACT              VALUE 'C'.
007400         88  CLSQ-LABEL              VALUE 'L'.
007500         88  CLSQ-PLAIN              VALUE 'N'.
007600     05  FILLER                  PIC X(01).
007700     05  CLSQ-RUN                PIC X(05).
007800     05  CLSQ-RUN-NUM REDEFINES CLSQ-RUN
007900                                 PIC 9(05).
008000     05  FILLER                  PIC X(01).
008100     05  CLSQ-FROM-COUNT         PIC X(09).
008200     05  CLSQ-FROM-NUM REDEFINES CLSQ-FROM-COUNT
008300                                 PIC 9(09).
008400     05  FILLER                  PIC X(01).
008500     05  CLSQ-TO-COUNT           PIC X(09).
008600     05  CLSQ-TO-NUM REDEFINES CLSQ-TO-COUNT
008700                                 PIC 9(09).
008800     05  FILLER                  PIC X(01).
008900     05  CLSQ-VALUE              PIC X(52).
009000     05  CLSQ-VALUE-LABEL REDEFINES CLSQ-VALUE.
009100         10  CLSQ-LABEL-TEXT         PIC X(08).
009200         10  CLSQ-LABEL-REST         PIC X(44).
009300*
009400 FD  PARM-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY DLPARM.
009700*
009800 FD  VSAM-FILE.
009900     COPY DLVSAM.
010000*
010100 FD  PRT-FILE
010200     LABEL RECORDS ARE OMITTED.
010300 01  PRT-RECORD                  PIC X(133).
010400*
010500 WORKING-STORAGE SECTION.
010600     COPY DLRULES.
010700*
010800 01  WS-SWITCHES.
010900     05  WS-CARD-EOF-SW          PIC X(01) VALUE 'N'.
011000         88  WS-CARD-EOF             VALUE 'Y'.
011100     05  WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
011200         88  WS-PARM-EOF             VALUE 'Y'.
011300     05  WS-VSAM-OPEN-SW         PIC X(01) VALUE 'N'.
011400         88  WS-VSAM-OPEN            VALUE 'Y'.
011500     05  WS-BROWSE-DONE-SW       PIC X(01) VALUE 'N'.
011600         88  WS-BROWSE-DONE          VALUE 'Y'.
011700     05  WS-LABEL-KNOWN-SW       PIC X(01) VALUE 'N'.
011800         88  WS-LABEL-KNOWN          VALUE 'Y'.
011900     05  WS-PRIME-MATCH-SW       PIC X(01) VALUE 'N'.
012000         88  WS-PRIME-MATCH          VALUE 'Y'.
012100*
012200 01  WS-FILE-STATUSES.
012300     05  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
012400     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
012500     05  WS-VSAM-STATUS          PIC X(02) VALUE SPACES.
012600     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
012700*
012800 01  WS-DEFAULTS.
012900     05  WS-DEFAULT-FIZZ         PIC X(08) VALUE 'Fizz'.
013000     05  WS-DEFAULT-BUZZ         PIC X(08) VALUE 'Buzz'.
013100*
013200 01  WS-COUNTERS.
013300     05  WS-Cards-Read           PIC 9(05) COMP-3 VALUE ZERO.
013400     05  WS-Bad-Cards            PIC 9(05) COMP-3 VALUE ZERO.
013500     05  WS-Flagged-Cards        PIC 9(05) COMP-3 VALUE ZERO.
013600     05  WS-Empty-Cards          PIC 9(05) COMP-3 VALUE ZERO.
013700     05  WS-Hits-Printed         PIC 9(09) COMP-3 VALUE ZERO.
013800     05  WS-Card-Hits            PIC 9(09) COMP-3 VALUE ZERO.
013900     05  WS-Prime-Hits           PIC 9(09) COMP-3 VALUE ZERO.
014000     05  WS-Mismatch-Cards       PIC 9(05) COMP-3 VALUE ZERO.
014100     05  WS-Edit-Aix-Hits        PIC ZZZ,ZZZ,ZZ9.
014200     05  WS-Edit-Prime-Hits      PIC ZZZ,ZZZ,ZZ9.
014300*
014400 01  WS-SELECTION.
014500*    THE EDITED CARD.  A BLANK RUN NUMBER SELECTS EVERY RUN; A
014600*    BLANK FROM/TO OPENS THAT END OF THE COUNT RANGE.
014700     05  WS-Sel-Run              PIC 9(05) VALUE ZERO.
014800     05  WS-Sel-From             PIC 9(09) VALUE ZERO.
014900     05  WS-Sel-To               PIC 9(09) VALUE ZERO.
015000     05  WS-Sel-Class            PIC X(80) VALUE SPACES.
015100     05  WS-Sel-Label            PIC X(08) VALUE SPACES.
015200     05  WS-Sel-Label-Len        PIC 9(02) COMP VALUE ZERO.
015300*
015400 01  WS-LABEL-WORK.
015500*    ALTERNATE-KEY WORK: THE PLAIN-NUMBER KEY IS THE COUNT IN
015600*    THE SAME 9-DIGIT ZONED FORM EVANCOLWELL WRITES FOR A COUNT
015700*    NO RULE FIRED ON.
015800     05  WS-Plain-Key            PIC 9(09) VALUE ZERO.
015900     05  WS-Tally                PIC 9(03) COMP VALUE ZERO.
016000     05  WS-Rule-Label-Len       PIC 9(02) COMP VALUE ZERO.
016100     05  WS-Class-Pos            PIC 9(03) COMP VALUE ZERO.
016200*
016300 01  WS-PAGE-CONTROL.
016400     05  WS-Lines-Per-Page       PIC 9(02) VALUE 56.
016500     05  WS-Line-Count           PIC 9(02) COMP VALUE 99.
016600     05  WS-Page-Number          PIC 9(04) COMP VALUE ZERO.
016700*
016800 01  HDG-LINE-1.
016900     05  FILLER                  PIC X(01) VALUE SPACE.
017000     05  FILLER                  PIC X(114)
017100         VALUE 'FIZZBUZZ INQUIRY BY CLASSIFICATION'.
017200     05  FILLER                  PIC X(06) VALUE 'PAGE '.
017300     05  HDG-Page-Number         PIC ZZZ9.
017400     05  FILLER                  PIC X(08) VALUE SPACES.
017500*
017600 01  HDG-LINE-2.
017700     05  FILLER                  PIC X(01) VALUE SPACE.
017800     05  FILLER                  PIC X(14) VALUE '     COUNT'.
017900     05  FILLER                  PIC X(82) VALUE 'CLASSIFICATION'.
018000     05  FILLER                  PIC X(10) VALUE 'RUN DATE'.
018100     05  FILLER                  PIC X(26) VALUE 'RUN'.
018200*
018300 01  CARD-LINE.
018400     05  FILLER                  PIC X(01) VALUE SPACE.
018500     05  FILLER                  PIC X(08) VALUE 'CARD -  '.
018600     05  CARD-Image              PIC X(80) VALUE SPACES.
018700     05  FILLER                  PIC X(44) VALUE SPACES.
018800*
018900 01  CLSQ-LINE.
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  CLSQ-Count-Out          PIC ZZZ,ZZZ,ZZ9.
019200     05  FILLER                  PIC X(03) VALUE SPACES.
019300     05  CLSQ-Classification     PIC X(80) VALUE SPACES.
019400     05  FILLER                  PIC X(02) VALUE SPACES.
019500     05  CLSQ-Run-Date           PIC X(08) VALUE SPACES.
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  CLSQ-Run-Number         PIC 9(05) VALUE ZERO.
019800     05  FILLER                  PIC X(21) VALUE SPACES.
019900*
020000 01  FLAG-LINE.
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  FILLER                  PIC X(04) VALUE '*** '.
020300     05  FLAG-Text               PIC X(70) VALUE SPACES.
020400     05  FILLER                  PIC X(58) VALUE SPACES.
020500*
020600 01  TOTAL-LINE.
020700     05  FILLER                  PIC X(01) VALUE SPACE.
020800     05  FILLER                  PIC X(24)
020900         VALUE 'COUNTS FOR THIS CARD    '.
021000     05  TOTAL-Hits              PIC ZZZ,ZZZ,ZZ9.
021100     05  FILLER                  PIC X(97) VALUE SPACES.
021200*
021300 PROCEDURE DIVISION.
021400*
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021700     PERFORM 2000-INQUIRY-LOOP THRU 2000-INQUIRY-LOOP-EXIT
021800         UNTIL WS-CARD-EOF.
021900     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
022000     STOP RUN.
022100*
022200******************************************************************
022300* 1000-INITIALIZE - LOAD THE CURRENT RULE TABLE, OPEN THE KSDS   *
022400* WITH ITS CLASSIFICATION ALTERNATE INDEX AND PRIME THE FIRST    *
022500* CARD.  NO KSDS OR NO ALTERNATE INDEX MEANS NO INQUIRY - END RC *
022600* 12 RATHER THAN REPORT EVERY CARD EMPTY.                        *
022700******************************************************************
022800 1000-INITIALIZE.
022900     OPEN OUTPUT PRT-FILE.
023000     IF WS-PRT-STATUS NOT = '00'
023100         DISPLAY 'EVANCLSQ - UNABLE TO OPEN PRINT FILE, STATUS '
023200             WS-PRT-STATUS
023300         MOVE 12 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600     PERFORM 1100-LOAD-PARAMETERS
023700         THRU 1100-LOAD-PARAMETERS-EXIT.
023800     OPEN INPUT VSAM-FILE.
023900     IF WS-VSAM-STATUS = '00'
024000         SET WS-VSAM-OPEN TO TRUE
024100     ELSE
024200         DISPLAY 'EVANCLSQ - VSAM FILE OR ALTERNATE INDEX NOT '
024300             'AVAILABLE, STATUS ' WS-VSAM-STATUS
024400         MOVE 12 TO RETURN-CODE
024500         STOP RUN
024600     END-IF.
024700     OPEN INPUT CARD-FILE.
024800     IF WS-CARD-STATUS NOT = '00'
024900         DISPLAY 'EVANCLSQ - NO INQUIRY CARDS, STATUS '
025000             WS-CARD-STATUS
025100         SET WS-CARD-EOF TO TRUE
025200         GO TO 1000-INITIALIZE-EXIT
025300     END-IF.
025400     PERFORM 2900-READ-INQUIRY-CARD
025500         THRU 2900-READ-INQUIRY-CARD-EXIT.
025600 1000-INITIALIZE-EXIT.
025700     EXIT.
025800*
025900******************************************************************
026000* 1100-LOAD-PARAMETERS - THE CURRENT DL-RULE-TABLE FROM THE LIVE *
026100* PARAMETER FILE, WITH THE SAME FIZZ/BUZZ DEFAULT EVANVRFY USES  *
026200* WHEN THE FILE CARRIES NO RULES.  IT IS ONLY USED TO FLAG CARD  *
026300* LABELS; THE KSDS ITSELF IS SEARCHED AS IT STANDS.              *
026400******************************************************************
026500 1100-LOAD-PARAMETERS.
026600     MOVE ZERO TO DL-RULE-COUNT.
026700     OPEN INPUT PARM-FILE.
026800     IF WS-PARM-STATUS NOT = '00'
026900         SET WS-PARM-EOF TO TRUE
027000     END-IF.
027100     PERFORM 1110-READ-PARM-RECORD THRU 1110-READ-PARM-RECORD-EXIT
027200         UNTIL WS-PARM-EOF.
027300     IF DL-RULE-COUNT = ZERO
027400         MOVE 2 TO DL-RULE-COUNT
027500         MOVE 3 TO DL-RULE-DIVISOR(1)
027600         MOVE WS-DEFAULT-FIZZ TO DL-RULE-LABEL(1)
027700         MOVE 5 TO DL-RULE-DIVISOR(2)
027800         MOVE WS-DEFAULT-BUZZ TO DL-RULE-LABEL(2)
027900     END-IF.
028000     IF WS-PARM-STATUS = '00'
028100         CLOSE PARM-FILE
028200     END-IF.
028300 1100-LOAD-PARAMETERS-EXIT.
028400     EXIT.
028500*
028600 1110-READ-PARM-RECORD.
028700     READ PARM-FILE
028800         AT END
028900             SET WS-PARM-EOF TO TRUE
029000             GO TO 1110-READ-PARM-RECORD-EXIT
029100     END-READ.
029200     IF DL-PARM-IS-RULE
029300         IF DL-PARM-RULE-SEQ = ZERO OR DL-PARM-RULE-SEQ > 10
029400             DISPLAY 'EVANCLSQ - INVALID RULE SEQUENCE ON '
029500                 'PARAMETER FILE, IGNORING RECORD'
029600         ELSE
029700             SET DL-RULE-IDX TO DL-PARM-RULE-SEQ
029800             MOVE DL-PARM-DIVISOR TO DL-RULE-DIVISOR(DL-RULE-IDX)
029900             MOVE DL-PARM-LABEL TO DL-RULE-LABEL(DL-RULE-IDX)
030000             IF DL-PARM-RULE-SEQ > DL-RULE-COUNT
030100                 MOVE DL-PARM-RULE-SEQ TO DL-RULE-COUNT
030200             END-IF
030300         END-IF
030400     END-IF.
030500 1110-READ-PARM-RECORD-EXIT.
030600     EXIT.
030700*
030800******************************************************************
030900* 2000-INQUIRY-LOOP - ONE SYSIN CARD PER ITERATION: ECHO IT,     *
031000* EDIT IT, RUN THE SELECTION AND PRINT ITS COUNT TOTAL.  A BAD   *
031100* CARD IS FLAGGED AND SKIPPED (RC 8).                            *
031200******************************************************************
031300 2000-INQUIRY-LOOP.
031400     ADD 1 TO WS-Cards-Read.
031500     MOVE ZERO TO WS-Card-Hits.
031600     MOVE 99 TO WS-Line-Count.
031700     PERFORM 2600-PAGE-HEADING THRU 2600-PAGE-HEADING-EXIT.
031800     MOVE CLSQ-CARD TO CARD-Image.
031900     WRITE PRT-RECORD FROM CARD-LINE
032000         AFTER ADVANCING 1 LINE.
032100     ADD 1 TO WS-Line-Count.
032200     PERFORM 2100-EDIT-CARD THRU 2100-EDIT-CARD-EXIT.
032300     IF FLAG-Text NOT = SPACES
032400         ADD 1 TO WS-Bad-Cards
032500         PERFORM 2700-PRINT-FLAG THRU 2700-PRINT-FLAG-EXIT
032600         GO TO 2000-INQUIRY-LOOP-NEXT
032700     END-IF.
032800     EVALUATE TRUE
032900         WHEN CLSQ-EXACT
033000             PERFORM 2200-CHECK-CLASSIFICATION
033100                 THRU 2200-CHECK-CLASSIFICATION-EXIT
033200             PERFORM 2400-SELECT-EXACT
033300                 THRU 2400-SELECT-EXACT-EXIT
033400         WHEN CLSQ-LABEL
033500             PERFORM 2300-CHECK-LABEL THRU 2300-CHECK-LABEL-EXIT
033600             PERFORM 2420-SELECT-LABEL
033700                 THRU 2420-SELECT-LABEL-EXIT
033800         WHEN OTHER
033900             PERFORM 2440-SELECT-PLAIN
034000                 THRU 2440-SELECT-PLAIN-EXIT
034100     END-EVALUATE.
034200     PERFORM 2460-CHECK-PRIME-KEYS
034300         THRU 2460-CHECK-PRIME-KEYS-EXIT.
034400     IF WS-Card-Hits = ZERO
034500         ADD 1 TO WS-Empty-Cards
034600     END-IF.
034700     MOVE WS-Card-Hits TO TOTAL-Hits.
034800     WRITE PRT-RECORD FROM TOTAL-LINE
034900         AFTER ADVANCING 2 LINES.
035000     ADD 2 TO WS-Line-Count.
035100 2000-INQUIRY-LOOP-NEXT.
035200     PERFORM 2900-READ-INQUIRY-CARD
035300         THRU 2900-READ-INQUIRY-CARD-EXIT.
035400 2000-INQUIRY-LOOP-EXIT.
035500     EXIT.
035600*
035700******************************************************************
035800* 2100-EDIT-CARD - FLAG-TEXT COMES BACK NON-BLANK WHEN THE CARD  *
035900* CANNOT BE RUN.                                                 *
036000******************************************************************
036100 2100-EDIT-CARD.
036200     MOVE SPACES TO FLAG-Text.
036300     IF NOT CLSQ-EXACT AND NOT CLSQ-LABEL AND NOT CLSQ-PLAIN
036400         MOVE 'CARD TYPE (COL 1) MUST BE C, L OR N' TO FLAG-Text
036500         GO TO 2100-EDIT-CARD-EXIT
036600     END-IF.
036700     MOVE ZERO TO WS-Sel-Run.
036800     IF CLSQ-RUN NOT = SPACES
036900         IF CLSQ-RUN IS NOT NUMERIC
037000             MOVE 'RUN NUMBER (COLS 3-7) NOT NUMERIC'
037100                 TO FLAG-Text
037200             GO TO 2100-EDIT-CARD-EXIT
037300         END-IF
037400         MOVE CLSQ-RUN-NUM TO WS-Sel-Run
037500     END-IF.
037600     MOVE ZERO TO WS-Sel-From.
037700     IF CLSQ-FROM-COUNT NOT = SPACES
037800         IF CLSQ-FROM-COUNT IS NOT NUMERIC
037900             MOVE 'FROM-COUNT (COLS 9-17) NOT NUMERIC'
038000                 TO FLAG-Text
038100             GO TO 2100-EDIT-CARD-EXIT
038200         END-IF
038300         MOVE CLSQ-FROM-NUM TO WS-Sel-From
038400     END-IF.
038500     MOVE 999999999 TO WS-Sel-To.
038600     IF CLSQ-TO-COUNT NOT = SPACES
038700         IF CLSQ-TO-COUNT IS NOT NUMERIC
038800             MOVE 'TO-COUNT (COLS 19-27) NOT NUMERIC'
038900                 TO FLAG-Text
039000             GO TO 2100-EDIT-CARD-EXIT
039100         END-IF
039200         MOVE CLSQ-TO-NUM TO WS-Sel-To
039300     END-IF.
039400     IF WS-Sel-From > WS-Sel-To
039500         MOVE 'FROM-COUNT IS AFTER TO-COUNT' TO FLAG-Text
039600         GO TO 2100-EDIT-CARD-EXIT
039700     END-IF.
039800     IF CLSQ-PLAIN
039900         IF CLSQ-VALUE NOT = SPACES
040000             MOVE 'AN N CARD TAKES NO CLASSIFICATION OR LABEL'
040100                 TO FLAG-Text
040200         END-IF
040300         GO TO 2100-EDIT-CARD-EXIT
040400     END-IF.
040500     IF CLSQ-VALUE = SPACES OR CLSQ-VALUE(1:1) = SPACE
040600         MOVE 'CLASSIFICATION/LABEL (COL 29 ON) MISSING'
040700             TO FLAG-Text
040800         GO TO 2100-EDIT-CARD-EXIT
040900     END-IF.
041000     IF CLSQ-EXACT
041100         IF CLSQ-VALUE(52:1) NOT = SPACE
041200             MOVE 'CLASSIFICATION RUNS TO COL 80 AND MAY BE CUT '
041300                 TO FLAG-Text
041400             MOVE 'SHORT - USE AN L CARD' TO FLAG-Text(46:)
041500             GO TO 2100-EDIT-CARD-EXIT
041600         END-IF
041700         MOVE CLSQ-VALUE TO WS-Sel-Class
041800         GO TO 2100-EDIT-CARD-EXIT
041900     END-IF.
042000     IF CLSQ-LABEL-REST NOT = SPACES
042100         MOVE 'A LABEL IS AT MOST 8 CHARACTERS (COLS 29-36)'
042200             TO FLAG-Text
042300         GO TO 2100-EDIT-CARD-EXIT
042400     END-IF.
042500     MOVE CLSQ-LABEL-TEXT TO WS-Sel-Label.
042600     MOVE ZERO TO WS-Sel-Label-Len.
042700     INSPECT WS-Sel-Label TALLYING WS-Sel-Label-Len
042800         FOR CHARACTERS BEFORE INITIAL SPACE.
042900     IF WS-Sel-Label-Len < 8
043000         IF WS-Sel-Label(WS-Sel-Label-Len + 1:) NOT = SPACES
043100             MOVE 'A LABEL CANNOT CONTAIN A SPACE' TO FLAG-Text
043200         END-IF
043300     END-IF.
043400 2100-EDIT-CARD-EXIT.
043500     EXIT.
043600*
043700******************************************************************
043800* 2200-CHECK-CLASSIFICATION - AN EXACT CLASSIFICATION IS THE     *
043900* FIRED LABELS RUN TOGETHER IN RULE ORDER.  WALK THE CURRENT     *
044000* RULE TABLE IN ORDER, STEPPING OVER EACH LABEL FOUND AT THE     *
044100* CURRENT POSITION; ANYTHING LEFT OVER IS NOT MADE FROM TODAY'S  *
044200* LABELS AND IS FLAGGED.  THE SEARCH STILL RUNS - AN OLDER RULE  *
044300* SET MAY HAVE WRITTEN IT.                                       *
044400******************************************************************
044500 2200-CHECK-CLASSIFICATION.
044600     MOVE 1 TO WS-Class-Pos.
044700     PERFORM 2210-STEP-OVER-LABEL THRU 2210-STEP-OVER-LABEL-EXIT
044800         VARYING DL-RULE-IDX FROM 1 BY 1
044900         UNTIL DL-RULE-IDX > DL-RULE-COUNT.
045000     IF WS-Class-Pos > 80
045100         GO TO 2200-CHECK-CLASSIFICATION-EXIT
045200     END-IF.
045300     IF WS-Sel-Class(WS-Class-Pos:) = SPACES
045400             AND WS-Class-Pos > 1
045500         GO TO 2200-CHECK-CLASSIFICATION-EXIT
045600     END-IF.
045700     ADD 1 TO WS-Flagged-Cards.
045800     MOVE 'CLASSIFICATION IS NOT BUILT FROM THE CURRENT RULE '
045900         TO FLAG-Text.
046000     MOVE 'LABELS' TO FLAG-Text(51:).
046100     PERFORM 2700-PRINT-FLAG THRU 2700-PRINT-FLAG-EXIT.
046200 2200-CHECK-CLASSIFICATION-EXIT.
046300     EXIT.
046400*
046500 2210-STEP-OVER-LABEL.
046600     MOVE ZERO TO WS-Rule-Label-Len.
046700     INSPECT DL-RULE-LABEL(DL-RULE-IDX) TALLYING
046800         WS-Rule-Label-Len FOR CHARACTERS BEFORE INITIAL SPACE.
046900     IF WS-Rule-Label-Len = ZERO
047000             OR WS-Class-Pos + WS-Rule-Label-Len > 81
047100         GO TO 2210-STEP-OVER-LABEL-EXIT
047200     END-IF.
047300     IF WS-Sel-Class(WS-Class-Pos:WS-Rule-Label-Len) =
047400             DL-RULE-LABEL(DL-RULE-IDX)(1:WS-Rule-Label-Len)
047500         ADD WS-Rule-Label-Len TO WS-Class-Pos
047600     END-IF.
047700 2210-STEP-OVER-LABEL-EXIT.
047800     EXIT.
047900*
048000******************************************************************
048100* 2300-CHECK-LABEL - A LABEL CARD NAMING NO CURRENT RULE LABEL   *
048200* IS FLAGGED (RC 4) SO AN EMPTY HIT LIST IS NOT MISREAD; THE     *
048300* SEARCH STILL RUNS FOR RECORDS AN OLDER RULE SET WROTE.         *
048400******************************************************************
048500 2300-CHECK-LABEL.
048600     MOVE 'N' TO WS-LABEL-KNOWN-SW.
048700     PERFORM 2310-MATCH-RULE-LABEL THRU 2310-MATCH-RULE-LABEL-EXIT
048800         VARYING DL-RULE-IDX FROM 1 BY 1
048900         UNTIL DL-RULE-IDX > DL-RULE-COUNT OR WS-LABEL-KNOWN.
049000     IF WS-LABEL-KNOWN
049100         GO TO 2300-CHECK-LABEL-EXIT
049200     END-IF.
049300     ADD 1 TO WS-Flagged-Cards.
049400     MOVE 'LABEL ' TO FLAG-Text.
049500     MOVE WS-Sel-Label TO FLAG-Text(7:8).
049600     MOVE ' IS NOT IN THE CURRENT RULE TABLE' TO FLAG-Text(15:).
049700     PERFORM 2700-PRINT-FLAG THRU 2700-PRINT-FLAG-EXIT.
049800 2300-CHECK-LABEL-EXIT.
049900     EXIT.
050000*
050100 2310-MATCH-RULE-LABEL.
050200     IF DL-RULE-LABEL(DL-RULE-IDX) = WS-Sel-Label
050300         SET WS-LABEL-KNOWN TO TRUE
050400     END-IF.
050500 2310-MATCH-RULE-LABEL-EXIT.
050600     EXIT.
050700*
050800******************************************************************
050900* 2400-SELECT-EXACT - POSITION THE ALTERNATE INDEX ON THE        *
051000* CLASSIFICATION AND READ ITS DUPLICATES UNTIL THE KEY CHANGES.  *
051100******************************************************************
051200 2400-SELECT-EXACT.
051300     MOVE 'N' TO WS-BROWSE-DONE-SW.
051400     MOVE WS-Sel-Class TO DL-VSAM-CLASSIFICATION.
051500     START VSAM-FILE
051600         KEY IS EQUAL TO DL-VSAM-CLASSIFICATION
051700         INVALID KEY
051800             SET WS-BROWSE-DONE TO TRUE
051900     END-START.
052000     PERFORM 2410-READ-NEXT-EXACT THRU 2410-READ-NEXT-EXACT-EXIT
052100         UNTIL WS-BROWSE-DONE.
052200 2400-SELECT-EXACT-EXIT.
052300     EXIT.
052400*
052500 2410-READ-NEXT-EXACT.
052600     READ VSAM-FILE NEXT RECORD
052700         AT END
052800             SET WS-BROWSE-DONE TO TRUE
052900             GO TO 2410-READ-NEXT-EXACT-EXIT
053000     END-READ.
053100     IF DL-VSAM-CLASSIFICATION NOT = WS-Sel-Class
053200         SET WS-BROWSE-DONE TO TRUE
053300         GO TO 2410-READ-NEXT-EXACT-EXIT
053400     END-IF.
053500     PERFORM 2500-PRINT-HIT THRU 2500-PRINT-HIT-EXIT.
053600 2410-READ-NEXT-EXACT-EXIT.
053700     EXIT.
053800*
053900******************************************************************
054000* 2420-SELECT-LABEL - BROWSE THE ALTERNATE INDEX ONE DISTINCT    *
054100* CLASSIFICATION AT A TIME.  A CLASSIFICATION CONTAINING THE     *
054200* LABEL HAS ALL ITS DUPLICATES READ; ONE THAT DOES NOT IS        *
054300* STEPPED PAST WITH START GREATER THAN ITS KEY, AND THE PLAIN-   *
054400* NUMBER KEYS ARE STEPPED PAST AS ONE BLOCK, SO ONLY THE         *
054500* MATCHING CLASSIFICATIONS' RECORDS ARE EVER READ.               *
054600******************************************************************
054700 2420-SELECT-LABEL.
054800     MOVE 'N' TO WS-BROWSE-DONE-SW.
054900     MOVE LOW-VALUES TO DL-VSAM-CLASSIFICATION.
055000     START VSAM-FILE
055100         KEY IS NOT LESS THAN DL-VSAM-CLASSIFICATION
055200         INVALID KEY
055300             SET WS-BROWSE-DONE TO TRUE
055400     END-START.
055500     PERFORM 2430-READ-NEXT-LABEL THRU 2430-READ-NEXT-LABEL-EXIT
055600         UNTIL WS-BROWSE-DONE.
055700 2420-SELECT-LABEL-EXIT.
055800     EXIT.
055900*
056000 2430-READ-NEXT-LABEL.
056100     READ VSAM-FILE NEXT RECORD
056200         AT END
056300             SET WS-BROWSE-DONE TO TRUE
056400             GO TO 2430-READ-NEXT-LABEL-EXIT
056500     END-READ.
056600     IF DL-VSAM-CLASSIFICATION(1:9) IS NUMERIC
056700         MOVE ALL '9' TO DL-VSAM-CLASSIFICATION(1:9)
056800         MOVE HIGH-VALUES TO DL-VSAM-CLASSIFICATION(10:)
056900         GO TO 2430-READ-NEXT-LABEL-SKIP
057000     END-IF.
057100     MOVE ZERO TO WS-Tally.
057200     INSPECT DL-VSAM-CLASSIFICATION TALLYING WS-Tally
057300         FOR ALL WS-Sel-Label(1:WS-Sel-Label-Len).
057400     IF WS-Tally > ZERO
057500         PERFORM 2500-PRINT-HIT THRU 2500-PRINT-HIT-EXIT
057600         GO TO 2430-READ-NEXT-LABEL-EXIT
057700     END-IF.
057800 2430-READ-NEXT-LABEL-SKIP.
057900     START VSAM-FILE
058000         KEY IS GREATER THAN DL-VSAM-CLASSIFICATION
058100         INVALID KEY
058200             SET WS-BROWSE-DONE TO TRUE
058300     END-START.
058400 2430-READ-NEXT-LABEL-EXIT.
058500     EXIT.
058600*
058700******************************************************************
058800* 2440-SELECT-PLAIN - A COUNT NO RULE FIRED ON IS CLASSIFIED AS  *
058900* ITSELF, SO ITS ALTERNATE KEY IS THE COUNT: START AT THE FROM-  *
059000* COUNT AND READ UNTIL THE TO-COUNT OR THE END OF THE NUMERIC    *
059100* KEYS.                                                          *
059200******************************************************************
059300 2440-SELECT-PLAIN.
059400     MOVE 'N' TO WS-BROWSE-DONE-SW.
059500     MOVE SPACES TO DL-VSAM-CLASSIFICATION.
059600     MOVE WS-Sel-From TO WS-Plain-Key.
059700     MOVE WS-Plain-Key TO DL-VSAM-CLASSIFICATION(1:9).
059800     START VSAM-FILE
059900         KEY IS NOT LESS THAN DL-VSAM-CLASSIFICATION
060000         INVALID KEY
060100             SET WS-BROWSE-DONE TO TRUE
060200     END-START.
060300     PERFORM 2450-READ-NEXT-PLAIN THRU 2450-READ-NEXT-PLAIN-EXIT
060400         UNTIL WS-BROWSE-DONE.
060500 2440-SELECT-PLAIN-EXIT.
060600     EXIT.
060700*
060800 2450-READ-NEXT-PLAIN.
060900     READ VSAM-FILE NEXT RECORD
061000         AT END
061100             SET WS-BROWSE-DONE TO TRUE
061200             GO TO 2450-READ-NEXT-PLAIN-EXIT
061300     END-READ.
061400     IF DL-VSAM-CLASSIFICATION(1:9) IS NOT NUMERIC
061500             OR DL-VSAM-CLASSIFICATION(10:) NOT = SPACES
061600         SET WS-BROWSE-DONE TO TRUE
061700         GO TO 2450-READ-NEXT-PLAIN-EXIT
061800     END-IF.
061900     MOVE DL-VSAM-CLASSIFICATION(1:9) TO WS-Plain-Key.
062000     IF WS-Plain-Key > WS-Sel-To
062100         SET WS-BROWSE-DONE TO TRUE
062200         GO TO 2450-READ-NEXT-PLAIN-EXIT
062300     END-IF.
062400     PERFORM 2500-PRINT-HIT THRU 2500-PRINT-HIT-EXIT.
062500 2450-READ-NEXT-PLAIN-EXIT.
062600     EXIT.
062700*
062800******************************************************************
062900* 2460-CHECK-PRIME-KEYS - THE SAME SELECTION COUNTED OVER THE    *
063000* PRIME KEY, FROM-COUNT TO TO-COUNT, WITHOUT THE ALTERNATE       *
063100* INDEX.  A CARD WHOSE ALTERNATE-INDEX HITS DO NOT MATCH IS      *
063200* FLAGGED, RC 4: CLASAIX IS SHORT OR STALE, SO ITS HIT LIST AND  *
063300* TOTAL CANNOT BE TRUSTED UNTIL IT IS REBUILT.                   *
063400******************************************************************
063500 2460-CHECK-PRIME-KEYS.
063600     MOVE ZERO TO WS-Prime-Hits.
063700     MOVE 'N' TO WS-BROWSE-DONE-SW.
063800     MOVE WS-Sel-From TO DL-VSAM-COUNT.
063900     START VSAM-FILE
064000         KEY IS NOT LESS THAN DL-VSAM-COUNT
064100         INVALID KEY
064200             SET WS-BROWSE-DONE TO TRUE
064300     END-START.
064400     PERFORM 2470-READ-NEXT-PRIME THRU 2470-READ-NEXT-PRIME-EXIT
064500         UNTIL WS-BROWSE-DONE.
064600     IF WS-Prime-Hits = WS-Card-Hits
064700         GO TO 2460-CHECK-PRIME-KEYS-EXIT
064800     END-IF.
064900     ADD 1 TO WS-Mismatch-Cards.
065000     MOVE WS-Card-Hits TO WS-Edit-Aix-Hits.
065100     MOVE WS-Prime-Hits TO WS-Edit-Prime-Hits.
065200     MOVE SPACES TO FLAG-Text.
065300     STRING 'ALTERNATE INDEX HITS ' WS-Edit-Aix-Hits
065400         ', KSDS HOLDS ' WS-Edit-Prime-Hits
065500         ' - REBUILD CLASAIX'
065600         DELIMITED BY SIZE INTO FLAG-Text
065700     END-STRING.
065800     PERFORM 2700-PRINT-FLAG THRU 2700-PRINT-FLAG-EXIT.
065900 2460-CHECK-PRIME-KEYS-EXIT.
066000     EXIT.
066100*
066200 2470-READ-NEXT-PRIME.
066300     READ VSAM-FILE NEXT RECORD
066400         AT END
066500             SET WS-BROWSE-DONE TO TRUE
066600             GO TO 2470-READ-NEXT-PRIME-EXIT
066700     END-READ.
066800     IF DL-VSAM-COUNT > WS-Sel-To
066900         SET WS-BROWSE-DONE TO TRUE
067000         GO TO 2470-READ-NEXT-PRIME-EXIT
067100     END-IF.
067200     IF WS-Sel-Run NOT = ZERO
067300             AND DL-VSAM-RUN-NUMBER NOT = WS-Sel-Run
067400         GO TO 2470-READ-NEXT-PRIME-EXIT
067500     END-IF.
067600     MOVE 'N' TO WS-PRIME-MATCH-SW.
067700     EVALUATE TRUE
067800         WHEN CLSQ-EXACT
067900             IF DL-VSAM-CLASSIFICATION = WS-Sel-Class
068000                 SET WS-PRIME-MATCH TO TRUE
068100             END-IF
068200         WHEN CLSQ-LABEL
068300             IF DL-VSAM-CLASSIFICATION(1:9) IS NOT NUMERIC
068400                 MOVE ZERO TO WS-Tally
068500                 INSPECT DL-VSAM-CLASSIFICATION TALLYING WS-Tally
068600                     FOR ALL WS-Sel-Label(1:WS-Sel-Label-Len)
068700                 IF WS-Tally > ZERO
068800                     SET WS-PRIME-MATCH TO TRUE
068900                 END-IF
069000             END-IF
069100         WHEN OTHER
069200             IF DL-VSAM-CLASSIFICATION(1:9) IS NUMERIC
069300                     AND DL-VSAM-CLASSIFICATION(10:) = SPACES
069400                 SET WS-PRIME-MATCH TO TRUE
069500             END-IF
069600     END-EVALUATE.
069700     IF WS-PRIME-MATCH
069800         ADD 1 TO WS-Prime-Hits
069900     END-IF.
070000 2470-READ-NEXT-PRIME-EXIT.
070100     EXIT.
070200*
070300 2500-PRINT-HIT.
070400     IF DL-VSAM-COUNT < WS-Sel-From OR DL-VSAM-COUNT > WS-Sel-To
070500         GO TO 2500-PRINT-HIT-EXIT
070600     END-IF.
070700     IF WS-Sel-Run NOT = ZERO
070800             AND DL-VSAM-RUN-NUMBER NOT = WS-Sel-Run
070900         GO TO 2500-PRINT-HIT-EXIT
071000     END-IF.
071100     IF WS-Line-Count >= WS-Lines-Per-Page
071200         PERFORM 2600-PAGE-HEADING THRU 2600-PAGE-HEADING-EXIT
071300     END-IF.
071400     MOVE DL-VSAM-COUNT TO CLSQ-Count-Out.
071500     MOVE DL-VSAM-CLASSIFICATION TO CLSQ-Classification.
071600     MOVE DL-VSAM-RUN-DATE TO CLSQ-Run-Date.
071700     MOVE DL-VSAM-RUN-NUMBER TO CLSQ-Run-Number.
071800     WRITE PRT-RECORD FROM CLSQ-LINE
071900         AFTER ADVANCING 1 LINE.
072000     ADD 1 TO WS-Line-Count.
072100     ADD 1 TO WS-Card-Hits.
072200     ADD 1 TO WS-Hits-Printed.
072300 2500-PRINT-HIT-EXIT.
072400     EXIT.
072500*
072600 2600-PAGE-HEADING.
072700     ADD 1 TO WS-Page-Number.
072800     MOVE WS-Page-Number TO HDG-Page-Number.
072900     WRITE PRT-RECORD FROM HDG-LINE-1
073000         AFTER ADVANCING PAGE.
073100     WRITE PRT-RECORD FROM HDG-LINE-2
073200         AFTER ADVANCING 2 LINES.
073300     MOVE 3 TO WS-Line-Count.
073400 2600-PAGE-HEADING-EXIT.
073500     EXIT.
073600*
073700 2700-PRINT-FLAG.
073800     WRITE PRT-RECORD FROM FLAG-LINE
073900         AFTER ADVANCING 1 LINE.
074000     ADD 1 TO WS-Line-Count.
074100 2700-PRINT-FLAG-EXIT.
074200     EXIT.
074300*
074400 2900-READ-INQUIRY-CARD.
074500     READ CARD-FILE
074600         AT END
074700             SET WS-CARD-EOF TO TRUE
074800     END-READ.
074900 2900-READ-INQUIRY-CARD-EXIT.
075000     EXIT.
075100*
075200******************************************************************
075300* 3000-FINALIZE - CLOSE FILES AND REPORT THE COUNTS.  RC 8 FOR   *
075400* ANY CARD THAT COULD NOT BE RUN, RC 4 FOR A FLAGGED LABEL, A    *
075500* CARD WITH NO HITS OR AN INDEX MISMATCH, ELSE RC 0.             *
075600******************************************************************
075700 3000-FINALIZE.
075800     IF WS-CARD-STATUS = '00' OR WS-CARD-STATUS = '10'
075900         CLOSE CARD-FILE
076000     END-IF.
076100     IF WS-VSAM-OPEN
076200         CLOSE VSAM-FILE
076300     END-IF.
076400     CLOSE PRT-FILE.
076500     DISPLAY 'EVANCLSQ - CARDS READ         : ' WS-Cards-Read.
076600     DISPLAY 'EVANCLSQ - CARDS REJECTED     : ' WS-Bad-Cards.
076700     DISPLAY 'EVANCLSQ - CARDS FLAGGED      : '
076800         WS-Flagged-Cards.
076900     DISPLAY 'EVANCLSQ - CARDS WITH NO HITS : ' WS-Empty-Cards.
077000     DISPLAY 'EVANCLSQ - HITS PRINTED       : ' WS-Hits-Printed.
077100     DISPLAY 'EVANCLSQ - INDEX MISMATCHES   : ' WS-Mismatch-Cards.
077200     IF WS-Mismatch-Cards > ZERO
077300         DISPLAY 'EVANCLSQ - ALTERNATE INDEX DISAGREES WITH THE '
077400             'KSDS, REBUILD CLASAIX'
077500     END-IF.
077600     IF WS-Bad-Cards > ZERO
077700         MOVE 8 TO RETURN-CODE
077800         GO TO 3000-FINALIZE-EXIT
077900     END-IF.
078000     IF WS-Flagged-Cards > ZERO OR WS-Empty-Cards > ZERO
078100             OR WS-Mismatch-Cards > ZERO
078200         MOVE 4 TO RETURN-CODE
078300     END-IF.
078400 3000-FINALIZE-EXIT.
078500     EXIT.
