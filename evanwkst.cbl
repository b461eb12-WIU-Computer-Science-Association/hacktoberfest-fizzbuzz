000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVANWKST.
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
001300* 2026-10-15 EC    ORIGINAL - WEEKLY STEP-TIME REPORT.  READS   *
001400*                  THE STEP STATISTICS (DLSTAT) FOR THE SEVEN   *
001500*                  BUSINESS DATES ENDING ON THE SYSIN DATE      *
001600*                  (COLS 1-8, YYYYMMDD, DEFAULT TODAY) AND      *
001700*                  LISTS EVERY STEP'S ACTUAL ELAPSED TIME       *
001800*                  AGAINST THE TIME EVANFCST PROJECTED FOR IT,  *
001900*                  FLAGGING A STEP MORE THAN 25 PERCENT SLOW.   *
002000*                  SUMMARIZES THE WEEK BY PROGRAM, WITH ITS     *
002100*                  RECORDS PER SECOND, AND EACH NIGHT AGAINST   *
002200*                  ITS FORECAST TOTAL, SO A STEADY LOSS OF      *
002300*                  THROUGHPUT SHOWS BEFORE IT COSTS THE WINDOW. *
002400*                  ENDS RC 4 WHEN ANY STEP RAN SLOW.            *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT HIST-FILE ASSIGN TO STATHIST
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-HIST-STATUS.
003200     SELECT PRT-FILE ASSIGN TO PRTFILE
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-PRT-STATUS.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  HIST-FILE
003900     LABEL RECORDS ARE STANDARD.
004000     COPY DLSTAT.
004100*
004200 FD  PRT-FILE
004300     LABEL RECORDS ARE OMITTED.
004400 01  PRT-RECORD                  PIC X(133).
004500*
004600 WORKING-STORAGE SECTION.
004700 01  WS-SWITCHES.
004800     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
004900         88  WS-HIST-EOF             VALUE 'Y'.
005000     05  WS-DATE-OK-SW           PIC X(01) VALUE 'N'.
005100         88  WS-DATE-OK              VALUE 'Y'.
005200     05  WS-FCST-FOUND-SW        PIC X(01) VALUE 'N'.
005300         88  WS-FCST-FOUND           VALUE 'Y'.
005400     05  WS-PGM-FOUND-SW         PIC X(01) VALUE 'N'.
005500         88  WS-PGM-FOUND            VALUE 'Y'.
005600     05  WS-NITE-FOUND-SW        PIC X(01) VALUE 'N'.
005700         88  WS-NITE-FOUND           VALUE 'Y'.
005800     05  WS-FULL-SW              PIC X(01) VALUE 'N'.
005900         88  WS-TABLE-FULL           VALUE 'Y'.
006000*
006100 01  WS-FILE-STATUSES.
006200     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
006300     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
006400*
006500 01  WS-WEEK-WORK.
006600*    SYSIN COLS 1-8 NAME THE LAST BUSINESS DATE OF THE WEEK
006700*    (YYYYMMDD); A BLANK CARD TAKES TODAY.  THE WEEK IS THAT DATE
006800*    AND THE SIX BEFORE IT.
006900     05  WS-Wkst-Card            PIC X(80) VALUE SPACES.
007000     05  WS-WKST-CARD-FIELDS REDEFINES WS-Wkst-Card.
007100         10  WS-Card-Week-End    PIC X(08).
007200         10  FILLER              PIC X(72).
007300     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
007400     05  WS-Week-End             PIC 9(08) VALUE ZERO.
007500     05  WS-Week-End-Int         PIC 9(09) COMP-3 VALUE ZERO.
007600     05  WS-Week-Start-Int       PIC 9(09) COMP-3 VALUE ZERO.
007700     05  WS-Rec-Int              PIC 9(09) COMP-3 VALUE ZERO.
007800     05  WS-Chk-Date             PIC 9(08) VALUE ZERO.
007900     05  WS-CHK-DATE-PARTS REDEFINES WS-Chk-Date.
008000         10  WS-Chk-Date-YYYY    PIC 9(04).
008100         10  WS-Chk-Date-MM      PIC 9(02).
008200         10  WS-Chk-Date-DD      PIC 9(02).
008300     05  WS-Chk-Time             PIC 9(06) VALUE ZERO.
008400     05  WS-CHK-TIME-PARTS REDEFINES WS-Chk-Time.
008500         10  WS-Chk-Time-HH      PIC 9(02).
008600         10  WS-Chk-Time-MM      PIC 9(02).
008700         10  WS-Chk-Time-SS      PIC 9(02).
008800     05  WS-Time-Seconds         PIC 9(05) COMP-3 VALUE ZERO.
008900     05  WS-Start-Seconds        PIC 9(05) COMP-3 VALUE ZERO.
009000     05  WS-Elapsed              PIC S9(09) COMP-3 VALUE ZERO.
009100     05  WS-Variance             PIC S9(09) COMP-3 VALUE ZERO.
009200     05  WS-Variance-Pct         PIC S9(05)V9(01) COMP-3
009300                                 VALUE ZERO.
009400     05  WS-Slow-Limit           PIC 9(11) COMP-3 VALUE ZERO.
009500     05  WS-Rate                 PIC 9(09)V9(02) COMP-3
009600                                 VALUE ZERO.
009700     05  WS-Fcst-Key.
009800         10  WS-Fcst-Key-Run     PIC X(13).
009900         10  WS-Fcst-Key-Pgm     PIC X(08).
010000*
010100 01  WS-COUNTERS.
010200     05  WS-Hist-Read            PIC 9(07) COMP-3 VALUE ZERO.
010300     05  WS-Steps-Listed         PIC 9(05) COMP-3 VALUE ZERO.
010400     05  WS-Steps-Unmatched      PIC 9(05) COMP-3 VALUE ZERO.
010500     05  WS-Steps-Slow           PIC 9(05) COMP-3 VALUE ZERO.
010600     05  WS-Steps-Bad            PIC 9(05) COMP-3 VALUE ZERO.
010700     05  WS-Line-Count           PIC 9(03) COMP VALUE 99.
010800*
010900 01  WS-FCST-TABLE.
011000*    THE WEEK'S FORECAST ('F') RECORDS BY RUN AND PROGRAM.  A
011100*    FORECAST RERUN FOR THE SAME RUN REPLACES THE EARLIER ONE.
011200     05  WS-Fcst-Count           PIC 9(05) COMP VALUE ZERO.
011300     05  WS-Fcst-Sub             PIC 9(05) COMP VALUE ZERO.
011400     05  WS-Fcst-Match           PIC 9(05) COMP VALUE ZERO.
011500     05  WS-FCST-ENTRY           OCCURS 1000 TIMES.
011600         10  WS-Fcst-Run-Pgm.
011700             15  WS-Fcst-Run-Key PIC X(13).
011800             15  WS-Fcst-Program PIC X(08).
011900         10  WS-Fcst-Seconds     PIC 9(07) COMP-3.
012000*
012100 01  WS-PGM-TABLE.
012200*    THE WEEK'S ACTUALS BY PROGRAM, IN ORDER OF FIRST APPEARANCE.
012300*    PROJECTED SECONDS ARE SUMMED ONLY OVER THE STEPS THAT HAD A
012400*    FORECAST, AGAINST THE ACTUAL SECONDS OF THOSE SAME STEPS.
012500     05  WS-Pgm-Count            PIC 9(03) COMP VALUE ZERO.
012600     05  WS-Pgm-Sub              PIC 9(03) COMP VALUE ZERO.
012700     05  WS-Pgm-Match            PIC 9(03) COMP VALUE ZERO.
012800     05  WS-PGM-ENTRY            OCCURS 50 TIMES.
012900         10  WS-Pgm-Program      PIC X(08).
013000         10  WS-Pgm-Runs         PIC 9(05) COMP-3.
013100         10  WS-Pgm-Records      PIC 9(13) COMP-3.
013200         10  WS-Pgm-Actual       PIC 9(11) COMP-3.
013300         10  WS-Pgm-Fcst-Runs    PIC 9(05) COMP-3.
013400         10  WS-Pgm-Fcst-Actual  PIC 9(11) COMP-3.
013500         10  WS-Pgm-Fcst-Proj    PIC 9(11) COMP-3.
013600         10  WS-Pgm-Slow         PIC 9(05) COMP-3.
013700*
013800 01  WS-NITE-TABLE.
013900*    EACH RUN OF THE WEEK: THE ELAPSED TIME OF ALL ITS STEPS
014000*    AGAINST THE NIGHT'S '*TOTAL*' FORECAST.
014100     05  WS-Nite-Count           PIC 9(03) COMP VALUE ZERO.
014200     05  WS-Nite-Sub             PIC 9(03) COMP VALUE ZERO.
014300     05  WS-Nite-Match           PIC 9(03) COMP VALUE ZERO.
014400     05  WS-NITE-ENTRY           OCCURS 100 TIMES.
014500         10  WS-Nite-Run-Key     PIC X(13).
014600         10  WS-Nite-Steps       PIC 9(03) COMP-3.
014700         10  WS-Nite-Actual      PIC 9(09) COMP-3.
014800         10  WS-Nite-Worker-Max  PIC 9(09) COMP-3.
014900*
015000 01  HDG-LINE-1.
015100     05  FILLER                  PIC X(01) VALUE SPACE.
015200     05  FILLER                  PIC X(40)
015300         VALUE 'WEEKLY STEP TIMES - ACTUAL VS PROJECTED'.
015400     05  FILLER                  PIC X(13) VALUE 'WEEK ENDING '.
015500     05  HDG-Week-End            PIC 9(08).
015600     05  FILLER                  PIC X(09) VALUE '   AS OF '.
015700     05  HDG-Sys-Date            PIC 9(08).
015800     05  FILLER                  PIC X(54) VALUE SPACES.
015900*
016000 01  HDG-LINE-2.
016100     05  FILLER                  PIC X(01) VALUE SPACE.
016200     05  FILLER                  PIC X(10) VALUE 'BUS DATE'.
016300     05  FILLER                  PIC X(07) VALUE 'RUN'.
016400     05  FILLER                  PIC X(10) VALUE 'STEP'.
016500     05  FILLER                  PIC X(06) VALUE 'MODE'.
016600     05  FILLER                  PIC X(14) VALUE 'RECORDS'.
016700     05  FILLER                  PIC X(12) VALUE 'ACTUAL SECS'.
016800     05  FILLER                  PIC X(12) VALUE 'PROJ SECS'.
016900     05  FILLER                  PIC X(12) VALUE 'VARIANCE'.
017000     05  FILLER                  PIC X(10) VALUE 'VAR PCT'.
017100     05  FILLER                  PIC X(06) VALUE 'RC'.
017200     05  FILLER                  PIC X(33) VALUE SPACES.
017300*
017400 01  DTL-LINE.
017500     05  FILLER                  PIC X(01) VALUE SPACE.
017600     05  DTL-Business-Date       PIC 9(08).
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  DTL-Run-Number          PIC 9(05).
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  DTL-Program             PIC X(08).
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  DTL-Mode                PIC X(01).
018300     05  DTL-Parts               PIC ZZ.
018400     05  FILLER                  PIC X(01) VALUE SPACE.
018500     05  DTL-Records             PIC ZZZ,ZZZ,ZZ9.
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  DTL-Actual              PIC ZZZ,ZZZ,ZZ9.
018800     05  FILLER                  PIC X(01) VALUE SPACE.
018900     05  DTL-Projected           PIC ZZZ,ZZZ,ZZ9.
019000     05  DTL-Projected-X REDEFINES DTL-Projected
019100                                 PIC X(11).
019200     05  FILLER                  PIC X(01) VALUE SPACE.
019300     05  DTL-Variance            PIC ---,---,--9.
019400     05  DTL-Variance-X REDEFINES DTL-Variance
019500                                 PIC X(11).
019600     05  FILLER                  PIC X(01) VALUE SPACE.
019700     05  DTL-Var-Pct             PIC ----9.9.
019800     05  DTL-Var-Pct-X REDEFINES DTL-Var-Pct
019900                                 PIC X(07).
020000     05  FILLER                  PIC X(03) VALUE SPACES.
020100     05  DTL-RC                  PIC ZZZ9.
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  DTL-Flag                PIC X(05).
020400     05  FILLER                  PIC X(31) VALUE SPACES.
020500*
020600 01  HDG-LINE-3.
020700     05  FILLER                  PIC X(01) VALUE SPACE.
020800     05  FILLER                  PIC X(10) VALUE 'STEP'.
020900     05  FILLER                  PIC X(07) VALUE 'RUNS'.
021000     05  FILLER                  PIC X(17) VALUE 'RECORDS'.
021100     05  FILLER                  PIC X(14) VALUE 'ACTUAL SECS'.
021200     05  FILLER                  PIC X(15) VALUE 'RECS/SECOND'.
021300     05  FILLER                  PIC X(10) VALUE 'FORECAST'.
021400     05  FILLER                  PIC X(14) VALUE 'ACTUAL SECS'.
021500     05  FILLER                  PIC X(13) VALUE 'PROJ SECS'.
021600     05  FILLER                  PIC X(09) VALUE 'VAR PCT'.
021700     05  FILLER                  PIC X(06) VALUE 'SLOW'.
021800     05  FILLER                  PIC X(17) VALUE SPACES.
021900*
022000 01  SUM-LINE.
022100     05  FILLER                  PIC X(01) VALUE SPACE.
022200     05  SUM-Program             PIC X(08).
022300     05  FILLER                  PIC X(02) VALUE SPACES.
022400     05  SUM-Runs                PIC ZZZZ9.
022500     05  FILLER                  PIC X(02) VALUE SPACES.
022600     05  SUM-Records             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
022700     05  FILLER                  PIC X(01) VALUE SPACE.
022800     05  SUM-Actual              PIC ZZ,ZZZ,ZZ9.
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  SUM-Rate                PIC ZZZ,ZZZ,ZZ9.99.
023100     05  SUM-Rate-X REDEFINES SUM-Rate
023200                                 PIC X(14).
023300     05  FILLER                  PIC X(03) VALUE SPACES.
023400     05  SUM-Fcst-Runs           PIC ZZZZ9.
023500     05  FILLER                  PIC X(03) VALUE SPACES.
023600     05  SUM-Fcst-Actual         PIC ZZ,ZZZ,ZZ9.
023700     05  FILLER                  PIC X(03) VALUE SPACES.
023800     05  SUM-Fcst-Proj           PIC ZZ,ZZZ,ZZ9.
023900     05  FILLER                  PIC X(03) VALUE SPACES.
024000     05  SUM-Var-Pct             PIC ----9.9.
024100     05  SUM-Var-Pct-X REDEFINES SUM-Var-Pct
024200                                 PIC X(07).
024300     05  FILLER                  PIC X(03) VALUE SPACES.
024400     05  SUM-Slow                PIC ZZZ9.
024500     05  FILLER                  PIC X(20) VALUE SPACES.
024600*
024700 01  HDG-LINE-4.
024800     05  FILLER                  PIC X(01) VALUE SPACE.
024900     05  FILLER                  PIC X(10) VALUE 'BUS DATE'.
025000     05  FILLER                  PIC X(07) VALUE 'RUN'.
025100     05  FILLER                  PIC X(08) VALUE 'STEPS'.
025200     05  FILLER                  PIC X(14) VALUE 'ACTUAL SECS'.
025300     05  FILLER                  PIC X(14) VALUE 'PROJ SECS'.
025400     05  FILLER                  PIC X(12) VALUE 'VARIANCE'.
025500     05  FILLER                  PIC X(10) VALUE 'VAR PCT'.
025600     05  FILLER                  PIC X(57) VALUE SPACES.
025700*
025800 01  NITE-LINE.
025900     05  FILLER                  PIC X(01) VALUE SPACE.
026000     05  NITE-Business-Date      PIC 9(08).
026100     05  FILLER                  PIC X(02) VALUE SPACES.
026200     05  NITE-Run-Number         PIC 9(05).
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  NITE-Steps              PIC ZZ9.
026500     05  FILLER                  PIC X(02) VALUE SPACES.
026600     05  NITE-Actual             PIC ZZZ,ZZZ,ZZ9.
026700     05  FILLER                  PIC X(03) VALUE SPACES.
026800     05  NITE-Projected          PIC ZZZ,ZZZ,ZZ9.
026900     05  NITE-Projected-X REDEFINES NITE-Projected
027000                                 PIC X(11).
027100     05  FILLER                  PIC X(01) VALUE SPACE.
027200     05  NITE-Variance           PIC ---,---,--9.
027300     05  NITE-Variance-X REDEFINES NITE-Variance
027400                                 PIC X(11).
027500     05  FILLER                  PIC X(01) VALUE SPACE.
027600     05  NITE-Var-Pct            PIC ----9.9.
027700     05  NITE-Var-Pct-X REDEFINES NITE-Var-Pct
027800                                 PIC X(07).
027900     05  FILLER                  PIC X(03) VALUE SPACES.
028000     05  NITE-Flag               PIC X(05).
028100     05  FILLER                  PIC X(57) VALUE SPACES.
028200*
028300 01  WS-NITE-KEY-PARTS.
028400     05  WS-Nite-Key             PIC X(13) VALUE SPACES.
028500     05  WS-NITE-KEY-NUM REDEFINES WS-Nite-Key.
028600         10  WS-Nite-Key-Date    PIC 9(08).
028700         10  WS-Nite-Key-Run     PIC 9(05).
028800*
028900 01  TOT-LINE.
029000     05  FILLER                  PIC X(01) VALUE SPACE.
029100     05  FILLER                  PIC X(14) VALUE 'STEPS LISTED'.
029200     05  TOT-Listed              PIC ZZZZ9.
029300     05  FILLER                  PIC X(19)
029400         VALUE '   NO FORECAST'.
029500     05  TOT-Unmatched           PIC ZZZZ9.
029600     05  FILLER                  PIC X(14) VALUE '   SLOW'.
029700     05  TOT-Slow                PIC ZZZZ9.
029800     05  FILLER                  PIC X(19)
029900         VALUE '   BAD TIMES'.
030000     05  TOT-Bad                 PIC ZZZZ9.
030100     05  FILLER                  PIC X(47) VALUE SPACES.
030200*
030300 01  MSG-LINE.
030400     05  FILLER                  PIC X(01) VALUE SPACE.
030500     05  MSG-Text                PIC X(80) VALUE SPACES.
030600     05  FILLER                  PIC X(52) VALUE SPACES.
030700*
030800 PROCEDURE DIVISION.
030900*
031000 0000-MAINLINE.
031100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
031200     PERFORM 2000-LOAD-FORECASTS THRU 2000-LOAD-FORECASTS-EXIT.
031300     PERFORM 3000-LIST-ACTUALS THRU 3000-LIST-ACTUALS-EXIT.
031400     PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT.
031500     PERFORM 5000-FINALIZE THRU 5000-FINALIZE-EXIT.
031600     STOP RUN.
031700*
031800******************************************************************
031900* 1000-INITIALIZE - THE WEEK-ENDING CARD AND THE PRINT FILE.  A  *
032000* CARD THAT IS NOT A DATE ENDS THE JOB RC 8.                     *
032100******************************************************************
032200 1000-INITIALIZE.
032300     ACCEPT WS-Sys-Date FROM DATE YYYYMMDD.
032400     OPEN OUTPUT PRT-FILE.
032500     IF WS-PRT-STATUS NOT = '00'
032600         DISPLAY 'EVANWKST - UNABLE TO OPEN PRINT FILE, STATUS '
032700             WS-PRT-STATUS
032800         MOVE 12 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100     ACCEPT WS-Wkst-Card.
033200     IF WS-Card-Week-End = SPACES
033300         MOVE WS-Sys-Date TO WS-Week-End
033400         DISPLAY 'EVANWKST - NO WEEK-ENDING CARD, WEEK ENDS '
033500             'TODAY'
033600     ELSE
033700         MOVE WS-Card-Week-End TO WS-Chk-Date
033800         PERFORM 3140-CHECK-DATE THRU 3140-CHECK-DATE-EXIT
033900         IF NOT WS-DATE-OK
034000             DISPLAY 'EVANWKST - WEEK ENDING ' WS-Card-Week-End
034100                 ' IS NOT A DATE, ENDING RC 8'
034200             MOVE 8 TO RETURN-CODE
034300             STOP RUN
034400         END-IF
034500         MOVE WS-Chk-Date TO WS-Week-End
034600     END-IF.
034700     COMPUTE WS-Week-End-Int =
034800         FUNCTION INTEGER-OF-DATE(WS-Week-End).
034900     COMPUTE WS-Week-Start-Int = WS-Week-End-Int - 6.
035000     MOVE WS-Week-End TO HDG-Week-End.
035100     MOVE WS-Sys-Date TO HDG-Sys-Date.
035200 1000-INITIALIZE-EXIT.
035300     EXIT.
035400*
035500******************************************************************
035600* 2000-LOAD-FORECASTS - FIRST PASS OF THE STEP STATISTICS: THE   *
035700* FORECAST RECORDS EVANFCST WROTE FOR THE WEEK'S RUNS.           *
035800******************************************************************
035900 2000-LOAD-FORECASTS.
036000     OPEN INPUT HIST-FILE.
036100     IF WS-HIST-STATUS NOT = '00'
036200         DISPLAY 'EVANWKST - NO STEP STATISTICS, STATUS '
036300             WS-HIST-STATUS
036400         SET WS-HIST-EOF TO TRUE
036500         GO TO 2000-LOAD-FORECASTS-EXIT
036600     END-IF.
036700     PERFORM 2100-READ-FORECAST THRU 2100-READ-FORECAST-EXIT
036800         UNTIL WS-HIST-EOF.
036900     CLOSE HIST-FILE.
037000 2000-LOAD-FORECASTS-EXIT.
037100     EXIT.
037200*
037300 2100-READ-FORECAST.
037400     READ HIST-FILE
037500         AT END
037600             SET WS-HIST-EOF TO TRUE
037700             GO TO 2100-READ-FORECAST-EXIT
037800     END-READ.
037900     IF NOT DL-STAT-IS-FORECAST
038000         GO TO 2100-READ-FORECAST-EXIT
038100     END-IF.
038200     PERFORM 3150-IN-WEEK THRU 3150-IN-WEEK-EXIT.
038300     IF NOT WS-DATE-OK
038400         GO TO 2100-READ-FORECAST-EXIT
038500     END-IF.
038600     MOVE DL-STAT-RUN-KEY TO WS-Fcst-Key-Run.
038700     MOVE DL-STAT-PROGRAM TO WS-Fcst-Key-Pgm.
038800     PERFORM 2200-FIND-FORECAST THRU 2200-FIND-FORECAST-EXIT.
038900     IF NOT WS-FCST-FOUND
039000         IF WS-Fcst-Count = 1000
039100             IF NOT WS-TABLE-FULL
039200                 DISPLAY 'EVANWKST - MORE THAN 1000 FORECAST '
039300                     'STEPS IN THE WEEK, THE REST IGNORED'
039400                 SET WS-TABLE-FULL TO TRUE
039500             END-IF
039600             GO TO 2100-READ-FORECAST-EXIT
039700         END-IF
039800         ADD 1 TO WS-Fcst-Count
039900         MOVE WS-Fcst-Count TO WS-Fcst-Match
040000         MOVE WS-Fcst-Key TO WS-Fcst-Run-Pgm (WS-Fcst-Match)
040100     END-IF.
040200     MOVE DL-STAT-PROJ-SECONDS TO WS-Fcst-Seconds (WS-Fcst-Match).
040300 2100-READ-FORECAST-EXIT.
040400     EXIT.
040500*
040600 2200-FIND-FORECAST.
040700     MOVE 'N' TO WS-FCST-FOUND-SW.
040800     MOVE ZERO TO WS-Fcst-Match.
040900     PERFORM 2210-TEST-ONE-FORECAST
041000         THRU 2210-TEST-ONE-FORECAST-EXIT
041100         VARYING WS-Fcst-Sub FROM 1 BY 1
041200         UNTIL WS-Fcst-Sub > WS-Fcst-Count
041300            OR WS-FCST-FOUND.
041400 2200-FIND-FORECAST-EXIT.
041500     EXIT.
041600*
041700 2210-TEST-ONE-FORECAST.
041800     IF WS-Fcst-Run-Pgm (WS-Fcst-Sub) = WS-Fcst-Key
041900         SET WS-FCST-FOUND TO TRUE
042000         MOVE WS-Fcst-Sub TO WS-Fcst-Match
042100     END-IF.
042200 2210-TEST-ONE-FORECAST-EXIT.
042300     EXIT.
042400*
042500******************************************************************
042600* 3000-LIST-ACTUALS - SECOND PASS: EVERY STEP THAT RAN IN THE    *
042700* WEEK, AGAINST ITS FORECAST.  A STEP MORE THAN 25 PERCENT OVER  *
042800* ITS PROJECTED TIME IS FLAGGED SLOW.                            *
042900******************************************************************
043000 3000-LIST-ACTUALS.
043100     MOVE 'N' TO WS-HIST-EOF-SW.
043200     OPEN INPUT HIST-FILE.
043300     IF WS-HIST-STATUS NOT = '00'
043400         GO TO 3000-LIST-ACTUALS-EXIT
043500     END-IF.
043600     PERFORM 3100-LIST-ONE-STEP THRU 3100-LIST-ONE-STEP-EXIT
043700         UNTIL WS-HIST-EOF.
043800     CLOSE HIST-FILE.
043900 3000-LIST-ACTUALS-EXIT.
044000     EXIT.
044100*
044200 3100-LIST-ONE-STEP.
044300     READ HIST-FILE
044400         AT END
044500             SET WS-HIST-EOF TO TRUE
044600             GO TO 3100-LIST-ONE-STEP-EXIT
044700     END-READ.
044800     ADD 1 TO WS-Hist-Read.
044900     IF NOT DL-STAT-IS-ACTUAL
045000         GO TO 3100-LIST-ONE-STEP-EXIT
045100     END-IF.
045200     PERFORM 3150-IN-WEEK THRU 3150-IN-WEEK-EXIT.
045300     IF NOT WS-DATE-OK
045400         GO TO 3100-LIST-ONE-STEP-EXIT
045500     END-IF.
045600     PERFORM 3160-STEP-ELAPSED THRU 3160-STEP-ELAPSED-EXIT.
045700     IF NOT WS-DATE-OK
045800         ADD 1 TO WS-Steps-Bad
045900         GO TO 3100-LIST-ONE-STEP-EXIT
046000     END-IF.
046100     IF WS-Line-Count > 55
046200         PERFORM 3900-PRINT-HEADINGS THRU 3900-PRINT-HEADINGS-EXIT
046300     END-IF.
046400     ADD 1 TO WS-Steps-Listed.
046500     MOVE DL-STAT-BUSINESS-DATE TO DTL-Business-Date.
046600     MOVE DL-STAT-RUN-NUMBER TO DTL-Run-Number.
046700     MOVE DL-STAT-PROGRAM TO DTL-Program.
046800     MOVE DL-STAT-MODE TO DTL-Mode.
046900     MOVE DL-STAT-PARTITIONS TO DTL-Parts.
047000     MOVE DL-STAT-RECORDS TO DTL-Records.
047100     MOVE WS-Elapsed TO DTL-Actual.
047200     MOVE DL-STAT-RC TO DTL-RC.
047300     MOVE SPACES TO DTL-Flag.
047400     PERFORM 3200-ADD-TO-PROGRAM THRU 3200-ADD-TO-PROGRAM-EXIT.
047500     PERFORM 3300-ADD-TO-NIGHT THRU 3300-ADD-TO-NIGHT-EXIT.
047600     MOVE DL-STAT-RUN-KEY TO WS-Fcst-Key-Run.
047700     MOVE DL-STAT-PROGRAM TO WS-Fcst-Key-Pgm.
047800     PERFORM 2200-FIND-FORECAST THRU 2200-FIND-FORECAST-EXIT.
047900     IF NOT WS-FCST-FOUND
048000         ADD 1 TO WS-Steps-Unmatched
048100         MOVE '        N/A' TO DTL-Projected-X
048200         MOVE SPACES TO DTL-Variance-X DTL-Var-Pct-X
048300     ELSE
048400         PERFORM 3400-COMPARE-STEP THRU 3400-COMPARE-STEP-EXIT
048500     END-IF.
048600     WRITE PRT-RECORD FROM DTL-LINE
048700         AFTER ADVANCING 1 LINE.
048800     ADD 1 TO WS-Line-Count.
048900 3100-LIST-ONE-STEP-EXIT.
049000     EXIT.
049100*
049200******************************************************************
049300* 3140-CHECK-DATE - WS-CHK-DATE MUST BE A REAL YYYYMMDD DATE     *
049400* BEFORE THE INTEGER DATE FUNCTION IS TRUSTED WITH IT.           *
049500******************************************************************
049600 3140-CHECK-DATE.
049700     MOVE 'N' TO WS-DATE-OK-SW.
049800     IF WS-Chk-Date NOT NUMERIC
049900         GO TO 3140-CHECK-DATE-EXIT
050000     END-IF.
050100     IF WS-Chk-Date-YYYY < 1601
050200         OR WS-Chk-Date-MM < 1 OR WS-Chk-Date-MM > 12
050300         OR WS-Chk-Date-DD < 1 OR WS-Chk-Date-DD > 31
050400         GO TO 3140-CHECK-DATE-EXIT
050500     END-IF.
050600     SET WS-DATE-OK TO TRUE.
050700 3140-CHECK-DATE-EXIT.
050800     EXIT.
050900*
051000 3150-IN-WEEK.
051100     MOVE DL-STAT-BUSINESS-DATE TO WS-Chk-Date.
051200     PERFORM 3140-CHECK-DATE THRU 3140-CHECK-DATE-EXIT.
051300     IF NOT WS-DATE-OK
051400         GO TO 3150-IN-WEEK-EXIT
051500     END-IF.
051600     COMPUTE WS-Rec-Int = FUNCTION INTEGER-OF-DATE(WS-Chk-Date).
051700     IF WS-Rec-Int < WS-Week-Start-Int
051800         OR WS-Rec-Int > WS-Week-End-Int
051900         MOVE 'N' TO WS-DATE-OK-SW
052000     END-IF.
052100 3150-IN-WEEK-EXIT.
052200     EXIT.
052300*
052400******************************************************************
052500* 3160-STEP-ELAPSED - SECONDS FROM THE STEP'S START TO ITS END,  *
052600* ACROSS MIDNIGHT WHEN THE DATES DIFFER.  A RECORD WITH A BAD    *
052700* DATE OR TIME, OR ENDING BEFORE IT STARTED, IS COUNTED BUT NOT  *
052800* LISTED.                                                        *
052900******************************************************************
053000 3160-STEP-ELAPSED.
053100     MOVE DL-STAT-START-TIME TO WS-Chk-Time.
053200     PERFORM 3170-TIME-SECONDS THRU 3170-TIME-SECONDS-EXIT.
053300     IF NOT WS-DATE-OK
053400         GO TO 3160-STEP-ELAPSED-EXIT
053500     END-IF.
053600     MOVE WS-Time-Seconds TO WS-Start-Seconds.
053700     MOVE DL-STAT-END-TIME TO WS-Chk-Time.
053800     PERFORM 3170-TIME-SECONDS THRU 3170-TIME-SECONDS-EXIT.
053900     IF NOT WS-DATE-OK
054000         GO TO 3160-STEP-ELAPSED-EXIT
054100     END-IF.
054200     MOVE DL-STAT-START-DATE TO WS-Chk-Date.
054300     PERFORM 3140-CHECK-DATE THRU 3140-CHECK-DATE-EXIT.
054400     IF NOT WS-DATE-OK
054500         GO TO 3160-STEP-ELAPSED-EXIT
054600     END-IF.
054700     MOVE DL-STAT-END-DATE TO WS-Chk-Date.
054800     PERFORM 3140-CHECK-DATE THRU 3140-CHECK-DATE-EXIT.
054900     IF NOT WS-DATE-OK
055000         GO TO 3160-STEP-ELAPSED-EXIT
055100     END-IF.
055200     COMPUTE WS-Elapsed =
055300         (FUNCTION INTEGER-OF-DATE(DL-STAT-END-DATE)
055400          - FUNCTION INTEGER-OF-DATE(DL-STAT-START-DATE))
055500         * 86400 + WS-Time-Seconds - WS-Start-Seconds.
055600     IF WS-Elapsed < ZERO
055700         MOVE 'N' TO WS-DATE-OK-SW
055800     END-IF.
055900     IF DL-STAT-RECORDS NOT NUMERIC
056000         MOVE ZERO TO DL-STAT-RECORDS
056100     END-IF.
056200     IF DL-STAT-RC NOT NUMERIC
056300         MOVE ZERO TO DL-STAT-RC
056400     END-IF.
056500 3160-STEP-ELAPSED-EXIT.
056600     EXIT.
056700*
056800 3170-TIME-SECONDS.
056900     MOVE 'N' TO WS-DATE-OK-SW.
057000     IF WS-Chk-Time NOT NUMERIC
057100         GO TO 3170-TIME-SECONDS-EXIT
057200     END-IF.
057300     IF WS-Chk-Time-HH > 23 OR WS-Chk-Time-MM > 59
057400         OR WS-Chk-Time-SS > 59
057500         GO TO 3170-TIME-SECONDS-EXIT
057600     END-IF.
057700     COMPUTE WS-Time-Seconds = WS-Chk-Time-HH * 3600
057800         + WS-Chk-Time-MM * 60 + WS-Chk-Time-SS.
057900     SET WS-DATE-OK TO TRUE.
058000 3170-TIME-SECONDS-EXIT.
058100     EXIT.
058200*
058300******************************************************************
058400* 3200-ADD-TO-PROGRAM - THE STEP'S PROGRAM TOTALS FOR THE WEEK.  *
058500******************************************************************
058600 3200-ADD-TO-PROGRAM.
058700     MOVE 'N' TO WS-PGM-FOUND-SW.
058800     MOVE ZERO TO WS-Pgm-Match.
058900     PERFORM 3210-TEST-ONE-PROGRAM
059000         THRU 3210-TEST-ONE-PROGRAM-EXIT
059100         VARYING WS-Pgm-Sub FROM 1 BY 1
059200         UNTIL WS-Pgm-Sub > WS-Pgm-Count
059300            OR WS-PGM-FOUND.
059400     IF NOT WS-PGM-FOUND
059500         IF WS-Pgm-Count = 50
059600             GO TO 3200-ADD-TO-PROGRAM-EXIT
059700         END-IF
059800         ADD 1 TO WS-Pgm-Count
059900         MOVE WS-Pgm-Count TO WS-Pgm-Match
060000         INITIALIZE WS-PGM-ENTRY (WS-Pgm-Match)
060100         MOVE DL-STAT-PROGRAM TO WS-Pgm-Program (WS-Pgm-Match)
060200     END-IF.
060300     ADD 1 TO WS-Pgm-Runs (WS-Pgm-Match).
060400     ADD DL-STAT-RECORDS TO WS-Pgm-Records (WS-Pgm-Match).
060500     ADD WS-Elapsed TO WS-Pgm-Actual (WS-Pgm-Match).
060600 3200-ADD-TO-PROGRAM-EXIT.
060700     EXIT.
060800*
060900 3210-TEST-ONE-PROGRAM.
061000     IF WS-Pgm-Program (WS-Pgm-Sub) = DL-STAT-PROGRAM
061100         SET WS-PGM-FOUND TO TRUE
061200         MOVE WS-Pgm-Sub TO WS-Pgm-Match
061300     END-IF.
061400 3210-TEST-ONE-PROGRAM-EXIT.
061500     EXIT.
061600*
061700******************************************************************
061800* 3300-ADD-TO-NIGHT - THE STEP'S TIME ADDS TO ITS RUN'S NIGHT.   *
061900* THE PARTITION WORKERS RUN SIDE BY SIDE, SO ONLY THE SLOWEST    *
062000* WORKER OF A RUN COUNTS TOWARD THE NIGHT, WHICH IS THE SERIAL   *
062100* STEPS PLUS THE LONGEST WORKER.                                 *
062200******************************************************************
062300 3300-ADD-TO-NIGHT.
062400     MOVE 'N' TO WS-NITE-FOUND-SW.
062500     MOVE ZERO TO WS-Nite-Match.
062600     PERFORM 3310-TEST-ONE-NIGHT THRU 3310-TEST-ONE-NIGHT-EXIT
062700         VARYING WS-Nite-Sub FROM 1 BY 1
062800         UNTIL WS-Nite-Sub > WS-Nite-Count
062900            OR WS-NITE-FOUND.
063000     IF NOT WS-NITE-FOUND
063100         IF WS-Nite-Count = 100
063200             GO TO 3300-ADD-TO-NIGHT-EXIT
063300         END-IF
063400         ADD 1 TO WS-Nite-Count
063500         MOVE WS-Nite-Count TO WS-Nite-Match
063600         INITIALIZE WS-NITE-ENTRY (WS-Nite-Match)
063700         MOVE DL-STAT-RUN-KEY TO WS-Nite-Run-Key (WS-Nite-Match)
063800     END-IF.
063900     ADD 1 TO WS-Nite-Steps (WS-Nite-Match).
064000     IF DL-STAT-PROGRAM = 'EVANPART'
064100         IF WS-Elapsed > WS-Nite-Worker-Max (WS-Nite-Match)
064200             MOVE WS-Elapsed TO WS-Nite-Worker-Max (WS-Nite-Match)
064300         END-IF
064400     ELSE
064500         ADD WS-Elapsed TO WS-Nite-Actual (WS-Nite-Match)
064600     END-IF.
064700 3300-ADD-TO-NIGHT-EXIT.
064800     EXIT.
064900*
065000 3310-TEST-ONE-NIGHT.
065100     IF WS-Nite-Run-Key (WS-Nite-Sub) = DL-STAT-RUN-KEY
065200         SET WS-NITE-FOUND TO TRUE
065300         MOVE WS-Nite-Sub TO WS-Nite-Match
065400     END-IF.
065500 3310-TEST-ONE-NIGHT-EXIT.
065600     EXIT.
065700*
065800******************************************************************
065900* 3400-COMPARE-STEP - ACTUAL AGAINST PROJECTED FOR A STEP WITH A *
066000* FORECAST.                                                      *
066100******************************************************************
066200 3400-COMPARE-STEP.
066300     MOVE WS-Fcst-Seconds (WS-Fcst-Match) TO DTL-Projected.
066400     COMPUTE WS-Variance =
066500         WS-Elapsed - WS-Fcst-Seconds (WS-Fcst-Match).
066600     MOVE WS-Variance TO DTL-Variance.
066700     IF WS-Fcst-Seconds (WS-Fcst-Match) > ZERO
066800         COMPUTE WS-Variance-Pct ROUNDED =
066900             WS-Variance * 100 / WS-Fcst-Seconds (WS-Fcst-Match)
067000         MOVE WS-Variance-Pct TO DTL-Var-Pct
067100     ELSE
067200         MOVE SPACES TO DTL-Var-Pct-X
067300     END-IF.
067400     COMPUTE WS-Slow-Limit =
067500         WS-Fcst-Seconds (WS-Fcst-Match) * 125 / 100.
067600     IF WS-Elapsed > WS-Slow-Limit
067700         MOVE '*SLOW' TO DTL-Flag
067800         ADD 1 TO WS-Steps-Slow
067900     END-IF.
068000     IF WS-Pgm-Match > ZERO
068100         ADD 1 TO WS-Pgm-Fcst-Runs (WS-Pgm-Match)
068200         ADD WS-Elapsed TO WS-Pgm-Fcst-Actual (WS-Pgm-Match)
068300         ADD WS-Fcst-Seconds (WS-Fcst-Match)
068400             TO WS-Pgm-Fcst-Proj (WS-Pgm-Match)
068500         IF DTL-Flag NOT = SPACES
068600             ADD 1 TO WS-Pgm-Slow (WS-Pgm-Match)
068700         END-IF
068800     END-IF.
068900 3400-COMPARE-STEP-EXIT.
069000     EXIT.
069100*
069200 3900-PRINT-HEADINGS.
069300     WRITE PRT-RECORD FROM HDG-LINE-1
069400         AFTER ADVANCING PAGE.
069500     WRITE PRT-RECORD FROM HDG-LINE-2
069600         AFTER ADVANCING 2 LINES.
069700     MOVE 3 TO WS-Line-Count.
069800 3900-PRINT-HEADINGS-EXIT.
069900     EXIT.
070000*
070100******************************************************************
070200* 4000-PRINT-SUMMARY - THE WEEK BY PROGRAM, WITH ITS THROUGHPUT  *
070300* IN RECORDS PER SECOND, THEN EACH NIGHT AGAINST ITS FORECAST    *
070400* TOTAL.                                                         *
070500******************************************************************
070600 4000-PRINT-SUMMARY.
070700     IF WS-Line-Count = 99
070800         PERFORM 3900-PRINT-HEADINGS THRU 3900-PRINT-HEADINGS-EXIT
070900         MOVE 'NO STEP STATISTICS FOR THE WEEK' TO MSG-Text
071000         WRITE PRT-RECORD FROM MSG-LINE
071100             AFTER ADVANCING 1 LINE
071200     END-IF.
071300     WRITE PRT-RECORD FROM HDG-LINE-1
071400         AFTER ADVANCING PAGE.
071500     WRITE PRT-RECORD FROM HDG-LINE-3
071600         AFTER ADVANCING 2 LINES.
071700     PERFORM 4100-PRINT-PROGRAM THRU 4100-PRINT-PROGRAM-EXIT
071800         VARYING WS-Pgm-Sub FROM 1 BY 1
071900         UNTIL WS-Pgm-Sub > WS-Pgm-Count.
072000     WRITE PRT-RECORD FROM HDG-LINE-4
072100         AFTER ADVANCING 3 LINES.
072200     PERFORM 4200-PRINT-NIGHT THRU 4200-PRINT-NIGHT-EXIT
072300         VARYING WS-Nite-Sub FROM 1 BY 1
072400         UNTIL WS-Nite-Sub > WS-Nite-Count.
072500     MOVE WS-Steps-Listed TO TOT-Listed.
072600     MOVE WS-Steps-Unmatched TO TOT-Unmatched.
072700     MOVE WS-Steps-Slow TO TOT-Slow.
072800     MOVE WS-Steps-Bad TO TOT-Bad.
072900     WRITE PRT-RECORD FROM TOT-LINE
073000         AFTER ADVANCING 2 LINES.
073100 4000-PRINT-SUMMARY-EXIT.
073200     EXIT.
073300*
073400 4100-PRINT-PROGRAM.
073500     MOVE WS-Pgm-Program (WS-Pgm-Sub) TO SUM-Program.
073600     MOVE WS-Pgm-Runs (WS-Pgm-Sub) TO SUM-Runs.
073700     MOVE WS-Pgm-Records (WS-Pgm-Sub) TO SUM-Records.
073800     MOVE WS-Pgm-Actual (WS-Pgm-Sub) TO SUM-Actual.
073900     IF WS-Pgm-Actual (WS-Pgm-Sub) > ZERO
074000         COMPUTE WS-Rate ROUNDED = WS-Pgm-Records (WS-Pgm-Sub)
074100             / WS-Pgm-Actual (WS-Pgm-Sub)
074200         MOVE WS-Rate TO SUM-Rate
074300     ELSE
074400         MOVE SPACES TO SUM-Rate-X
074500     END-IF.
074600     MOVE WS-Pgm-Fcst-Runs (WS-Pgm-Sub) TO SUM-Fcst-Runs.
074700     MOVE WS-Pgm-Fcst-Actual (WS-Pgm-Sub) TO SUM-Fcst-Actual.
074800     MOVE WS-Pgm-Fcst-Proj (WS-Pgm-Sub) TO SUM-Fcst-Proj.
074900     IF WS-Pgm-Fcst-Proj (WS-Pgm-Sub) > ZERO
075000         COMPUTE WS-Variance-Pct ROUNDED =
075100             (WS-Pgm-Fcst-Actual (WS-Pgm-Sub)
075200              - WS-Pgm-Fcst-Proj (WS-Pgm-Sub)) * 100
075300             / WS-Pgm-Fcst-Proj (WS-Pgm-Sub)
075400         MOVE WS-Variance-Pct TO SUM-Var-Pct
075500     ELSE
075600         MOVE SPACES TO SUM-Var-Pct-X
075700     END-IF.
075800     MOVE WS-Pgm-Slow (WS-Pgm-Sub) TO SUM-Slow.
075900     WRITE PRT-RECORD FROM SUM-LINE
076000         AFTER ADVANCING 1 LINE.
076100 4100-PRINT-PROGRAM-EXIT.
076200     EXIT.
076300*
076400 4200-PRINT-NIGHT.
076500     MOVE WS-Nite-Run-Key (WS-Nite-Sub) TO WS-Nite-Key.
076600     MOVE WS-Nite-Key-Date TO NITE-Business-Date.
076700     MOVE WS-Nite-Key-Run TO NITE-Run-Number.
076800     MOVE WS-Nite-Steps (WS-Nite-Sub) TO NITE-Steps.
076900     ADD WS-Nite-Worker-Max (WS-Nite-Sub)
077000         TO WS-Nite-Actual (WS-Nite-Sub).
077100     MOVE WS-Nite-Actual (WS-Nite-Sub) TO NITE-Actual.
077200     MOVE SPACES TO NITE-Flag.
077300     MOVE WS-Nite-Key TO WS-Fcst-Key-Run.
077400     MOVE '*TOTAL*' TO WS-Fcst-Key-Pgm.
077500     PERFORM 2200-FIND-FORECAST THRU 2200-FIND-FORECAST-EXIT.
077600     IF WS-FCST-FOUND
077700         PERFORM 4210-COMPARE-NIGHT THRU 4210-COMPARE-NIGHT-EXIT
077800     ELSE
077900         MOVE '        N/A' TO NITE-Projected-X
078000         MOVE SPACES TO NITE-Variance-X NITE-Var-Pct-X
078100     END-IF.
078200     WRITE PRT-RECORD FROM NITE-LINE
078300         AFTER ADVANCING 1 LINE.
078400 4200-PRINT-NIGHT-EXIT.
078500     EXIT.
078600*
078700 4210-COMPARE-NIGHT.
078800     MOVE WS-Fcst-Seconds (WS-Fcst-Match) TO NITE-Projected.
078900     COMPUTE WS-Variance = WS-Nite-Actual (WS-Nite-Sub)
079000         - WS-Fcst-Seconds (WS-Fcst-Match).
079100     MOVE WS-Variance TO NITE-Variance.
079200     IF WS-Fcst-Seconds (WS-Fcst-Match) > ZERO
079300         COMPUTE WS-Variance-Pct ROUNDED =
079400             WS-Variance * 100 / WS-Fcst-Seconds (WS-Fcst-Match)
079500         MOVE WS-Variance-Pct TO NITE-Var-Pct
079600     ELSE
079700         MOVE SPACES TO NITE-Var-Pct-X
079800     END-IF.
079900     COMPUTE WS-Slow-Limit =
080000         WS-Fcst-Seconds (WS-Fcst-Match) * 125 / 100.
080100     IF WS-Nite-Actual (WS-Nite-Sub) > WS-Slow-Limit
080200         MOVE '*SLOW' TO NITE-Flag
080300     END-IF.
080400 4210-COMPARE-NIGHT-EXIT.
080500     EXIT.
080600*
080700******************************************************************
080800* 5000-FINALIZE - RC 4 WHEN ANY STEP RAN SLOW, SO THE SCHEDULER  *
080900* CAN ALERT ON A DEGRADING WEEK.                                 *
081000******************************************************************
081100 5000-FINALIZE.
081200     CLOSE PRT-FILE.
081300     DISPLAY 'EVANWKST - ' WS-Steps-Listed ' STEPS LISTED, '
081400         WS-Steps-Slow ' SLOW, ' WS-Steps-Unmatched
081500         ' WITHOUT A FORECAST'.
081600     IF WS-Steps-Slow > ZERO
081700         MOVE 4 TO RETURN-CODE
081800     END-IF.
081900 5000-FINALIZE-EXIT.
082000     EXIT.
