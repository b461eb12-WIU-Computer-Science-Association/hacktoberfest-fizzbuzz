000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVANSORD.
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
001300* 2026-10-15 EC    ORIGINAL - STANDING-ORDER GENERATOR.  RUNS   *
001400*                  AHEAD OF EVANCOLWELL AND FILES A QUEUED      *
001500*                  REQUEST (DLRQUE) FOR EVERY STANDING ORDER    *
001600*                  (DLSORD) DUE ON THE BUSINESS DATE, SO THE    *
001700*                  DEPARTMENTS' RECURRING RANGES NEED NOT BE    *
001800*                  RE-KEYED THROUGH INTAKE.  THE BUSINESS DATE  *
001900*                  IS THE ONE EVANCOLWELL WILL RUN UNDER: A RUN *
002000*                  LEFT STARTED ON RUN-CONTROL (DLRUNC) KEEPS   *
002100*                  ITS DATE, OTHERWISE TODAY.  THE PROCESSING   *
002200*                  CALENDAR (DLCALN) DECIDES WHAT IS DUE -      *
002300*                  DAILY AND WEEKLY ORDERS ON A BUSINESS DAY    *
002400*                  ('B'), PERIOD-END ORDERS ON A PERIOD-END     *
002500*                  DAY.  AN ORDER WHOSE RANGE IS ALREADY ON THE *
002600*                  QUEUE FOR THE DATE (STILL QUEUED, OR SERVED  *
002700*                  UNDER THIS BUSINESS DATE - A RESTART OR A    *
002800*                  FORCE RERUN) IS NOT FILED A SECOND TIME.  A  *
002900*                  DUE ORDER IS HELD TO THE SAME RULES AS AN    *
003000*                  INTAKE REQUEST (REQUESTER MASTER, PROFILE    *
003100*                  LIBRARY, NO OVERLAP, QUEUE SIZE); ONE THAT   *
003200*                  FAILS THEM IS SKIPPED AND THE JOB ENDS RC 4. *
003300*                  A LISTING SHOWS EVERY ORDER GENERATED OR     *
003400*                  SKIPPED, AND WHY.                            *
003500* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON   *
003600*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY,      *
003700*                  START AND END TIMES, STANDING ORDERS READ    *
003800*                  AND THE RETURN CODE - FOR THE EVANFCST       *
003900*                  BATCH-WINDOW FORECAST AND THE EVANWKST       *
004000*                  WEEKLY REPORT.                               *
004100* 2026-10-15 EC    TEST THE STATUS OF EVERY QUEUE WRITE AND OF  *
004200*                  THE CLOSE; A FAILED ONE STOPS THE REWRITE,   *
004300*                  LOGS ESO0009 AND ENDS RC 8 INSTEAD OF LEAVING*
004400*                  A SHORT QUEUE BEHIND AN RC 0.                *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT SORD-FILE ASSIGN TO SORDFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-SORD-STATUS.
005200     SELECT CALN-FILE ASSIGN TO CALNFILE
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-CALN-STATUS.
005500     SELECT RUNC-FILE ASSIGN TO RUNCFILE
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RUNC-STATUS.
005800     SELECT RQMS-FILE ASSIGN TO RQMSFILE
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-RQMS-STATUS.
006100     SELECT RQUE-FILE ASSIGN TO RQUEFILE
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-RQUE-STATUS.
006400     SELECT PROF-FILE ASSIGN TO PROFFILE
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-PROF-STATUS.
006700     SELECT PRT-FILE ASSIGN TO PRTFILE
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-PRT-STATUS.
007000     SELECT RLOG-FILE ASSIGN TO RLOGFILE
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-RLOG-STATUS.
007300     SELECT STAT-FILE ASSIGN TO STATFILE
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-STAT-STATUS.
007600*
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  SORD-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY DLSORD.
008200*
008300 FD  CALN-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY DLCALN.
008600*
008700 FD  RUNC-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY DLRUNC.
009000*
009100 FD  RQMS-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY DLRQMS.
009400*
009500 FD  RQUE-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY DLRQUE.
009800*
009900 FD  PROF-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY DLPROF.
010200*
010300 FD  PRT-FILE
010400     LABEL RECORDS ARE OMITTED.
010500 01  PRT-RECORD                  PIC X(133).
010600*
010700 FD  RLOG-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY DLRLOG.
011000*
011100 FD  STAT-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY DLSTAT.
011400*
011500 WORKING-STORAGE SECTION.
011600 01  WS-SWITCHES.
011700     05  WS-SORD-EOF-SW          PIC X(01) VALUE 'N'.
011800         88  WS-SORD-EOF             VALUE 'Y'.
011900     05  WS-CALN-EOF-SW          PIC X(01) VALUE 'N'.
012000         88  WS-CALN-EOF             VALUE 'Y'.
012100     05  WS-RQMS-EOF-SW          PIC X(01) VALUE 'N'.
012200         88  WS-RQMS-EOF             VALUE 'Y'.
012300     05  WS-RQUE-EOF-SW          PIC X(01) VALUE 'N'.
012400         88  WS-RQUE-EOF             VALUE 'Y'.
012500     05  WS-PROF-EOF-SW          PIC X(01) VALUE 'N'.
012600         88  WS-PROF-EOF             VALUE 'Y'.
012700     05  WS-CALN-FOUND-SW        PIC X(01) VALUE 'N'.
012800         88  WS-CALN-FOUND           VALUE 'Y'.
012900     05  WS-RESTART-SW           PIC X(01) VALUE 'N'.
013000         88  WS-RESTART-DATE         VALUE 'Y'.
013100     05  WS-QUEUE-CHANGED-SW     PIC X(01) VALUE 'N'.
013200         88  WS-QUEUE-CHANGED        VALUE 'Y'.
013300     05  WS-QUEUE-FAILED-SW      PIC X(01) VALUE 'N'.
013400         88  WS-QUEUE-FAILED         VALUE 'Y'.
013500     05  WS-QUEUE-SHORT-SW       PIC X(01) VALUE 'N'.
013600         88  WS-QUEUE-SHORT          VALUE 'Y'.
013700     05  WS-RQMS-FOUND-SW        PIC X(01) VALUE 'N'.
013800         88  WS-RQMS-FOUND           VALUE 'Y'.
013900     05  WS-PROF-FOUND-SW        PIC X(01) VALUE 'N'.
014000         88  WS-PROF-FOUND           VALUE 'Y'.
014100     05  WS-SKIP-KIND-SW         PIC X(01) VALUE SPACE.
014200         88  WS-SKIP-NOT-DUE         VALUE 'N'.
014300         88  WS-SKIP-ALREADY-ON      VALUE 'D'.
014400         88  WS-SKIP-PROBLEM         VALUE 'P'.
014500*
014600 01  WS-FILE-STATUSES.
014700     05  WS-SORD-STATUS          PIC X(02) VALUE SPACES.
014800     05  WS-CALN-STATUS          PIC X(02) VALUE SPACES.
014900     05  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
015000     05  WS-RQMS-STATUS          PIC X(02) VALUE SPACES.
015100     05  WS-RQUE-STATUS          PIC X(02) VALUE SPACES.
015200     05  WS-PROF-STATUS          PIC X(02) VALUE SPACES.
015300     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
015400     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
015500     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
015600     05  WS-RQUE-FAIL-STATUS     PIC X(02) VALUE SPACES.
015700*
015800 01  WS-BUSINESS-DAY-WORK.
015900*    THE BUSINESS DATE AND WHAT THE PROCESSING CALENDAR SAYS OF
016000*    IT.  WS-WEEKDAY RUNS 1 = MONDAY THROUGH 7 = SUNDAY, THE
016100*    SAME NUMBERING THE STANDING ORDERS CARRY.
016200     05  WS-Business-Date        PIC 9(08) VALUE ZERO.
016300     05  WS-Day-Type             PIC X(01) VALUE SPACE.
016400         88  WS-BUSINESS-DAY         VALUE 'B'.
016500     05  WS-Period-End-Sw        PIC X(01) VALUE 'N'.
016600         88  WS-PERIOD-END-DAY       VALUE 'Y'.
016700     05  WS-Day-Number           PIC 9(07) COMP VALUE ZERO.
016800     05  WS-Day-Quotient         PIC 9(07) COMP VALUE ZERO.
016900     05  WS-Weekday              PIC 9(01) VALUE ZERO.
017000     05  WS-Weekday-Sub          PIC 9(01) VALUE ZERO.
017100*
017200 01  WS-WEEKDAY-NAMES.
017300     05  FILLER                  PIC X(03) VALUE 'MON'.
017400     05  FILLER                  PIC X(03) VALUE 'TUE'.
017500     05  FILLER                  PIC X(03) VALUE 'WED'.
017600     05  FILLER                  PIC X(03) VALUE 'THU'.
017700     05  FILLER                  PIC X(03) VALUE 'FRI'.
017800     05  FILLER                  PIC X(03) VALUE 'SAT'.
017900     05  FILLER                  PIC X(03) VALUE 'SUN'.
018000 01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
018100     05  WS-Weekday-Name         PIC X(03) OCCURS 7 TIMES.
018200*
018300 01  WS-REQUESTER-TABLE.
018400*    THE WHOLE REQUESTER MASTER, AS EVANRQIN HOLDS IT.
018500     05  WS-Rqms-Count           PIC 9(04) COMP VALUE ZERO.
018600     05  WS-RQMS-ENTRY           OCCURS 500 TIMES.
018700         10  WS-Rqms-Requester       PIC X(08).
018800         10  WS-Rqms-Req-Stat        PIC X(01).
018900         10  WS-Rqms-Max-Range       PIC 9(09).
019000*
019100 01  WS-REQUEST-QUEUE-TABLE.
019200*    THE WHOLE REQUEST QUEUE IS HELD HERE, THE GENERATED
019300*    REQUESTS APPENDED, THEN WRITTEN BACK IN ONE PASS.  50
019400*    SLOTS MATCHES THE QUEUE TABLE EVANCOLWELL WORKS FROM.
019500     05  WS-Rque-Count           PIC 9(03) COMP VALUE ZERO.
019600     05  WS-RQUE-ENTRY           OCCURS 50 TIMES.
019700         10  WS-Rque-Requester       PIC X(08).
019800         10  WS-Rque-Low             PIC 9(09).
019900         10  WS-Rque-High            PIC 9(09).
020000         10  WS-Rque-Req-Stat        PIC X(01).
020100         10  WS-Rque-Run-Number      PIC 9(05).
020200         10  WS-Rque-Run-Date        PIC 9(08).
020300         10  WS-Rque-Profile-Id      PIC X(08).
020400*
020500 01  WS-PROFILE-ID-TABLE.
020600*    THE IDS ON THE RULE-PROFILE LIBRARY (DLPROF), FOR THE
020700*    CHECK ON AN ORDER THAT NAMES A PROFILE.
020800     05  WS-Prof-Count           PIC 9(03) COMP VALUE ZERO.
020900     05  WS-Prof-Sub             PIC 9(03) COMP VALUE ZERO.
021000     05  WS-PROF-ENTRY           OCCURS 100 TIMES.
021100         10  WS-Prof-Id              PIC X(08).
021200*
021300 01  WS-ORDER-WORK.
021400     05  WS-Rqms-Sub             PIC 9(04) COMP VALUE ZERO.
021500     05  WS-Rque-Sub             PIC 9(03) COMP VALUE ZERO.
021600     05  WS-Req-Stat             PIC X(01) VALUE SPACE.
021700     05  WS-Req-Max-Range        PIC 9(09) VALUE ZERO.
021800     05  WS-Range-Size           PIC 9(10) VALUE ZERO.
021900     05  WS-Skip-Reason          PIC X(40) VALUE SPACES.
022000*
022100 01  WS-COUNTERS.
022200     05  WS-Orders-Read          PIC 9(05) COMP-3 VALUE ZERO.
022300     05  WS-Orders-Generated     PIC 9(05) COMP-3 VALUE ZERO.
022400     05  WS-Orders-Not-Due       PIC 9(05) COMP-3 VALUE ZERO.
022500     05  WS-Orders-Already-On    PIC 9(05) COMP-3 VALUE ZERO.
022600     05  WS-Orders-Problem       PIC 9(05) COMP-3 VALUE ZERO.
022700*
022800 01  WS-RUN-LOG-WORK.
022900*    ONE MESSAGE AT A TIME IS STAGED HERE FOR 9500-WRITE-RUN-
023000*    LOG; 9600-CLOSE-RUN-LOG WRITES THE END-OF-JOB SUMMARY
023100*    RECORD CARRYING THE HIGHEST SEVERITY RAISED.
023200     05  WS-RLOG-OPEN-SW         PIC X(01) VALUE 'N'.
023300         88  WS-RLOG-OPEN            VALUE 'Y'.
023400     05  WS-Log-Msg-Id           PIC X(08) VALUE SPACES.
023500     05  WS-Log-Severity         PIC 9(02) VALUE ZERO.
023600     05  WS-Log-Text             PIC X(70) VALUE SPACES.
023700     05  WS-Highest-Severity     PIC 9(02) VALUE ZERO.
023800     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
023900     05  WS-Log-Time             PIC 9(08) VALUE ZERO.
024000     05  WS-LOG-TIME-PARTS REDEFINES WS-Log-Time.
024100         10  WS-Log-Time-HHMMSS      PIC 9(06).
024200         10  FILLER                  PIC 9(02).
024300     05  WS-Log-Count            PIC ZZZZ9.
024400*
024500 01  HDG-LINE-1.
024600     05  FILLER                  PIC X(01) VALUE SPACE.
024700     05  FILLER                  PIC X(40)
024800         VALUE 'STANDING-ORDER GENERATION LISTING'.
024900     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
025000     05  HDG-Run-Date            PIC 9(08).
025100     05  FILLER                  PIC X(75) VALUE SPACES.
025200*
025300 01  HDG-LINE-2.
025400     05  FILLER                  PIC X(01) VALUE SPACE.
025500     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
025600     05  HDG-Business-Date       PIC 9(08).
025700     05  FILLER                  PIC X(01) VALUE SPACE.
025800     05  HDG-Weekday             PIC X(03) VALUE SPACES.
025900     05  FILLER                  PIC X(11) VALUE '  DAY TYPE '.
026000     05  HDG-Day-Type            PIC X(01) VALUE SPACE.
026100     05  FILLER                  PIC X(13) VALUE '  PERIOD END '.
026200     05  HDG-Period-End          PIC X(01) VALUE SPACE.
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  HDG-Date-Source         PIC X(40) VALUE SPACES.
026500     05  FILLER                  PIC X(38) VALUE SPACES.
026600*
026700 01  HDG-LINE-3.
026800     05  FILLER                  PIC X(01) VALUE SPACE.
026900     05  FILLER                  PIC X(10) VALUE 'ORDER'.
027000     05  FILLER                  PIC X(10) VALUE 'REQUESTER'.
027100     05  FILLER                  PIC X(22) VALUE 'RANGE'.
027200     05  FILLER                  PIC X(12) VALUE 'FREQUENCY'.
027300     05  FILLER                  PIC X(10) VALUE 'PROFILE'.
027400     05  FILLER                  PIC X(68) VALUE 'DISPOSITION'.
027500*
027600 01  ORD-LINE.
027700     05  FILLER                  PIC X(01) VALUE SPACE.
027800     05  ORD-Order-Id            PIC X(08) VALUE SPACES.
027900     05  FILLER                  PIC X(02) VALUE SPACES.
028000     05  ORD-Requester           PIC X(08) VALUE SPACES.
028100     05  FILLER                  PIC X(02) VALUE SPACES.
028200     05  ORD-Low-Bound           PIC X(09) VALUE SPACES.
028300     05  FILLER                  PIC X(03) VALUE ' - '.
028400     05  ORD-High-Bound          PIC X(09) VALUE SPACES.
028500     05  FILLER                  PIC X(01) VALUE SPACE.
028600     05  ORD-Frequency           PIC X(10) VALUE SPACES.
028700     05  FILLER                  PIC X(02) VALUE SPACES.
028800     05  ORD-Profile-Id          PIC X(08) VALUE SPACES.
028900     05  FILLER                  PIC X(02) VALUE SPACES.
029000     05  ORD-Disposition         PIC X(50) VALUE SPACES.
029100     05  FILLER                  PIC X(18) VALUE SPACES.
029200*
029300 01  SUM-LINE.
029400     05  FILLER                  PIC X(01) VALUE SPACE.
029500     05  FILLER                  PIC X(07) VALUE 'ORDERS'.
029600     05  SUM-Read                PIC ZZZZ9.
029700     05  FILLER                  PIC X(12) VALUE '  GENERATED'.
029800     05  SUM-Generated           PIC ZZZZ9.
029900     05  FILLER                  PIC X(10) VALUE '  NOT DUE'.
030000     05  SUM-Not-Due             PIC ZZZZ9.
030100     05  FILLER                  PIC X(17) VALUE
030200         '  ALREADY QUEUED'.
030300     05  SUM-Already-On          PIC ZZZZ9.
030400     05  FILLER                  PIC X(11) VALUE '  REJECTED'.
030500     05  SUM-Problem             PIC ZZZZ9.
030600     05  FILLER                  PIC X(50) VALUE SPACES.
030700*
030800 01  MSG-LINE.
030900     05  FILLER                  PIC X(01) VALUE SPACE.
031000     05  MSG-Text                PIC X(60) VALUE SPACES.
031100     05  FILLER                  PIC X(72) VALUE SPACES.
031200*
031300 01  WS-STEP-STAT-WORK.
031400*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
031500*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
031600*    ON EVERY WAY OUT OF THE PROGRAM.
031700     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
031800     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
031900     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
032000         10  WS-Stat-Start-HHMMSS    PIC 9(06).
032100         10  FILLER                  PIC 9(02).
032200     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
032300     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
032400     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
032500         10  WS-Stat-End-HHMMSS      PIC 9(06).
032600         10  FILLER                  PIC 9(02).
032700     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
032800     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
032900     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
033000     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
033100     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
033200*
033300 PROCEDURE DIVISION.
033400*
033500 0000-MAINLINE.
033600     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
033700     ACCEPT WS-Stat-Start-Time FROM TIME.
033800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
033900     PERFORM 2000-ORDER-LOOP THRU 2000-ORDER-LOOP-EXIT
034000         UNTIL WS-SORD-EOF.
034100     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
034200     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
034300*
034400******************************************************************
034500* 1000-INITIALIZE - OPEN THE RUN-LOG AND LISTING, SETTLE THE     *
034600* BUSINESS DATE AND WHAT THE CALENDAR SAYS OF IT, LOAD THE       *
034700* REQUESTER MASTER, THE REQUEST QUEUE AND THE PROFILE IDS, AND   *
034800* PRIME THE FIRST STANDING ORDER.                                *
034900******************************************************************
035000 1000-INITIALIZE.
035100     ACCEPT WS-Sys-Date FROM DATE YYYYMMDD.
035200     OPEN EXTEND RLOG-FILE.
035300     IF WS-RLOG-STATUS = '00'
035400         SET WS-RLOG-OPEN TO TRUE
035500     ELSE
035600         DISPLAY 'EVANSORD - RUN-LOG NOT AVAILABLE, STATUS '
035700             WS-RLOG-STATUS
035800     END-IF.
035900     OPEN OUTPUT PRT-FILE.
036000     IF WS-PRT-STATUS NOT = '00'
036100         DISPLAY 'EVANSORD - UNABLE TO OPEN PRINT FILE, STATUS '
036200             WS-PRT-STATUS
036300         MOVE 'ESO0008' TO WS-Log-Msg-Id
036400         MOVE 12 TO WS-Log-Severity
036500         MOVE 'PRINT FILE WILL NOT OPEN' TO WS-Log-Text
036600         PERFORM 9500-WRITE-RUN-LOG
036700             THRU 9500-WRITE-RUN-LOG-EXIT
036800         PERFORM 9600-CLOSE-RUN-LOG
036900             THRU 9600-CLOSE-RUN-LOG-EXIT
037000         MOVE 12 TO RETURN-CODE
037100         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
037200     END-IF.
037300     PERFORM 1100-SET-BUSINESS-DATE
037400         THRU 1100-SET-BUSINESS-DATE-EXIT.
037500     PERFORM 1200-READ-CALENDAR THRU 1200-READ-CALENDAR-EXIT.
037600     MOVE WS-Sys-Date TO HDG-Run-Date.
037700     MOVE WS-Business-Date TO HDG-Business-Date.
037800     MOVE WS-Weekday-Name(WS-Weekday) TO HDG-Weekday.
037900     MOVE WS-Day-Type TO HDG-Day-Type.
038000     MOVE WS-Period-End-Sw TO HDG-Period-End.
038100     WRITE PRT-RECORD FROM HDG-LINE-1
038200         AFTER ADVANCING PAGE.
038300     WRITE PRT-RECORD FROM HDG-LINE-2
038400         AFTER ADVANCING 2 LINES.
038500     WRITE PRT-RECORD FROM HDG-LINE-3
038600         AFTER ADVANCING 2 LINES.
038700     PERFORM 1300-LOAD-REQUESTER-MASTER
038800         THRU 1300-LOAD-REQUESTER-MASTER-EXIT.
038900     PERFORM 1400-LOAD-REQUEST-QUEUE
039000         THRU 1400-LOAD-REQUEST-QUEUE-EXIT.
039100     PERFORM 1500-LOAD-PROFILE-IDS
039200         THRU 1500-LOAD-PROFILE-IDS-EXIT.
039300     OPEN INPUT SORD-FILE.
039400     IF WS-SORD-STATUS NOT = '00'
039500         DISPLAY 'EVANSORD - NO STANDING-ORDER FILE, STATUS '
039600             WS-SORD-STATUS ', NOTHING TO GENERATE'
039700         MOVE 'ESO0001' TO WS-Log-Msg-Id
039800         MOVE 00 TO WS-Log-Severity
039900         MOVE 'NO STANDING-ORDER FILE - NOTHING GENERATED'
040000             TO WS-Log-Text
040100         PERFORM 9500-WRITE-RUN-LOG
040200             THRU 9500-WRITE-RUN-LOG-EXIT
040300         SET WS-SORD-EOF TO TRUE
040400         GO TO 1000-INITIALIZE-EXIT
040500     END-IF.
040600     PERFORM 2900-READ-ORDER THRU 2900-READ-ORDER-EXIT.
040700 1000-INITIALIZE-EXIT.
040800     EXIT.
040900*
041000******************************************************************
041100* 1100-SET-BUSINESS-DATE - THE DATE EVANCOLWELL WILL SERVE THE   *
041200* QUEUE UNDER.  A RUN LEFT STARTED ON RUN-CONTROL IS RESTARTED   *
041300* UNDER ITS OWN BUSINESS DATE; EVERY OTHER RUN (INCLUDING A      *
041400* FORCE RERUN) TAKES TODAY'S DATE.                               *
041500******************************************************************
041600 1100-SET-BUSINESS-DATE.
041700     MOVE WS-Sys-Date TO WS-Business-Date.
041800     MOVE 'BUSINESS DATE IS TODAY' TO HDG-Date-Source.
041900     OPEN INPUT RUNC-FILE.
042000     IF WS-RUNC-STATUS NOT = '00'
042100         GO TO 1100-SET-BUSINESS-DATE-EXIT
042200     END-IF.
042300     READ RUNC-FILE
042400         NOT AT END
042500             IF DL-RUNC-STARTED
042600                 SET WS-RESTART-DATE TO TRUE
042700                 MOVE DL-RUNC-BUSINESS-DATE TO WS-Business-Date
042800                 MOVE 'RUN-CONTROL SHOWS A RESTART PENDING'
042900                     TO HDG-Date-Source
043000             END-IF
043100     END-READ.
043200     CLOSE RUNC-FILE.
043300 1100-SET-BUSINESS-DATE-EXIT.
043400     EXIT.
043500*
043600******************************************************************
043700* 1200-READ-CALENDAR - FIND THE BUSINESS DATE ON THE PROCESSING  *
043800* CALENDAR.  NO CALENDAR, OR A DATE IT DOES NOT CARRY, LEAVES    *
043900* THE DAY TYPE BLANK, SO NO ORDER FALLS DUE AND THE JOB WARNS    *
044000* (RC 4) RATHER THAN GUESS.  THE WEEKDAY COMES FROM THE DATE     *
044100* ITSELF: DAY 1 OF THE INTEGER DATE COUNT WAS A MONDAY.          *
044200******************************************************************
044300 1200-READ-CALENDAR.
044400     COMPUTE WS-Day-Number =
044500         FUNCTION INTEGER-OF-DATE(WS-Business-Date) - 1.
044600     DIVIDE WS-Day-Number BY 7 GIVING WS-Day-Quotient
044700         REMAINDER WS-Weekday-Sub.
044800     COMPUTE WS-Weekday = WS-Weekday-Sub + 1.
044900     OPEN INPUT CALN-FILE.
045000     IF WS-CALN-STATUS NOT = '00'
045100         DISPLAY 'EVANSORD - NO PROCESSING CALENDAR, STATUS '
045200             WS-CALN-STATUS ', NO ORDER CAN FALL DUE'
045300         MOVE 'ESO0002' TO WS-Log-Msg-Id
045400         MOVE 04 TO WS-Log-Severity
045500         MOVE 'NO PROCESSING CALENDAR - NO STANDING ORDER DUE'
045600             TO WS-Log-Text
045700         PERFORM 9500-WRITE-RUN-LOG
045800             THRU 9500-WRITE-RUN-LOG-EXIT
045900         GO TO 1200-READ-CALENDAR-EXIT
046000     END-IF.
046100     PERFORM 1210-READ-CALN-RECORD
046200         THRU 1210-READ-CALN-RECORD-EXIT
046300         UNTIL WS-CALN-EOF.
046400     CLOSE CALN-FILE.
046500     IF NOT WS-CALN-FOUND
046600         DISPLAY 'EVANSORD - BUSINESS DATE ' WS-Business-Date
046700             ' IS NOT ON THE PROCESSING CALENDAR'
046800         MOVE 'ESO0003' TO WS-Log-Msg-Id
046900         MOVE 04 TO WS-Log-Severity
047000         MOVE 'BUSINESS DATE NOT ON CALENDAR - NO ORDER DUE'
047100             TO WS-Log-Text
047200         PERFORM 9500-WRITE-RUN-LOG
047300             THRU 9500-WRITE-RUN-LOG-EXIT
047400     END-IF.
047500 1200-READ-CALENDAR-EXIT.
047600     EXIT.
047700*
047800 1210-READ-CALN-RECORD.
047900     READ CALN-FILE
048000         AT END
048100             SET WS-CALN-EOF TO TRUE
048200             GO TO 1210-READ-CALN-RECORD-EXIT
048300     END-READ.
048400     IF DL-CALN-DATE = WS-Business-Date
048500         SET WS-CALN-FOUND TO TRUE
048600         MOVE DL-CALN-DAY-TYPE TO WS-Day-Type
048700         IF DL-CALN-PERIOD-END
048800             MOVE 'Y' TO WS-Period-End-Sw
048900         END-IF
049000         SET WS-CALN-EOF TO TRUE
049100     END-IF.
049200 1210-READ-CALN-RECORD-EXIT.
049300     EXIT.
049400*
049500******************************************************************
049600* 1300-LOAD-REQUESTER-MASTER - AS IN INTAKE, NO ORDER CAN BE     *
049700* AUTHORIZED WITHOUT THE MASTER, SO A MISSING FILE ENDS THE      *
049800* JOB RC 8 BEFORE ANYTHING IS GENERATED.                         *
049900******************************************************************
050000 1300-LOAD-REQUESTER-MASTER.
050100     OPEN INPUT RQMS-FILE.
050200     IF WS-RQMS-STATUS NOT = '00'
050300         DISPLAY 'EVANSORD - NO REQUESTER MASTER, STATUS '
050400             WS-RQMS-STATUS ', ENDING RC 8'
050500         MOVE 'ESO0004' TO WS-Log-Msg-Id
050600         MOVE 08 TO WS-Log-Severity
050700         MOVE 'REQUESTER MASTER NOT AVAILABLE - NOTHING GENERATED'
050800             TO WS-Log-Text
050900         PERFORM 9500-WRITE-RUN-LOG
051000             THRU 9500-WRITE-RUN-LOG-EXIT
051100         PERFORM 9600-CLOSE-RUN-LOG
051200             THRU 9600-CLOSE-RUN-LOG-EXIT
051300         MOVE 8 TO RETURN-CODE
051400         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
051500     END-IF.
051600     PERFORM 1310-READ-RQMS-RECORD
051700         THRU 1310-READ-RQMS-RECORD-EXIT
051800         UNTIL WS-RQMS-EOF.
051900     CLOSE RQMS-FILE.
052000 1300-LOAD-REQUESTER-MASTER-EXIT.
052100     EXIT.
052200*
052300 1310-READ-RQMS-RECORD.
052400     READ RQMS-FILE
052500         AT END
052600             SET WS-RQMS-EOF TO TRUE
052700             GO TO 1310-READ-RQMS-RECORD-EXIT
052800     END-READ.
052900     IF WS-Rqms-Count >= 500
053000         DISPLAY 'EVANSORD - REQUESTER MASTER EXCEEDS 500 '
053100             'RECORDS'
053200         MOVE 12 TO RETURN-CODE
053300         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
053400     END-IF.
053500     ADD 1 TO WS-Rqms-Count.
053600     MOVE DL-RQMS-REQUESTER
053700         TO WS-Rqms-Requester(WS-Rqms-Count).
053800     MOVE DL-RQMS-STATUS TO WS-Rqms-Req-Stat(WS-Rqms-Count).
053900     IF DL-RQMS-MAX-RANGE IS NUMERIC
054000         MOVE DL-RQMS-MAX-RANGE
054100             TO WS-Rqms-Max-Range(WS-Rqms-Count)
054200     ELSE
054300         MOVE ZERO TO WS-Rqms-Max-Range(WS-Rqms-Count)
054400     END-IF.
054500 1310-READ-RQMS-RECORD-EXIT.
054600     EXIT.
054700*
054800******************************************************************
054900* 1400-LOAD-REQUEST-QUEUE - THE WHOLE QUEUE, EVERY STATUS, SO    *
055000* THE REWRITE PRESERVES THE FULFILLED AND CANCELLED HISTORY AND  *
055100* THE DUPLICATE CHECK CAN SEE WHAT THIS BUSINESS DATE HAS        *
055200* ALREADY SERVED.  NO FILE YET IS AN EMPTY QUEUE.                *
055300******************************************************************
055400 1400-LOAD-REQUEST-QUEUE.
055500     OPEN INPUT RQUE-FILE.
055600     IF WS-RQUE-STATUS NOT = '00'
055700         DISPLAY 'EVANSORD - NO REQUEST QUEUE, STATUS '
055800             WS-RQUE-STATUS ', STARTING AN EMPTY ONE'
055900         GO TO 1400-LOAD-REQUEST-QUEUE-EXIT
056000     END-IF.
056100     PERFORM 1410-READ-RQUE-RECORD
056200         THRU 1410-READ-RQUE-RECORD-EXIT
056300         UNTIL WS-RQUE-EOF.
056400     CLOSE RQUE-FILE.
056500 1400-LOAD-REQUEST-QUEUE-EXIT.
056600     EXIT.
056700*
056800 1410-READ-RQUE-RECORD.
056900     READ RQUE-FILE
057000         AT END
057100             SET WS-RQUE-EOF TO TRUE
057200             GO TO 1410-READ-RQUE-RECORD-EXIT
057300     END-READ.
057400     IF WS-Rque-Count >= 50
057500         DISPLAY 'EVANSORD - REQUEST QUEUE EXCEEDS 50 '
057600             'RECORDS, TRIM THE FULFILLED ONES'
057700         MOVE 12 TO RETURN-CODE
057800         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
057900     END-IF.
058000     ADD 1 TO WS-Rque-Count.
058100     MOVE DL-RQUE-REQUESTER
058200         TO WS-Rque-Requester(WS-Rque-Count).
058300     MOVE DL-RQUE-LOW-BOUND TO WS-Rque-Low(WS-Rque-Count).
058400     MOVE DL-RQUE-HIGH-BOUND TO WS-Rque-High(WS-Rque-Count).
058500     MOVE DL-RQUE-STATUS TO WS-Rque-Req-Stat(WS-Rque-Count).
058600     MOVE DL-RQUE-RUN-NUMBER
058700         TO WS-Rque-Run-Number(WS-Rque-Count).
058800     MOVE DL-RQUE-RUN-DATE TO WS-Rque-Run-Date(WS-Rque-Count).
058900     MOVE DL-RQUE-PROFILE-ID
059000         TO WS-Rque-Profile-Id(WS-Rque-Count).
059100 1410-READ-RQUE-RECORD-EXIT.
059200     EXIT.
059300*
059400******************************************************************
059500* 1500-LOAD-PROFILE-IDS - THE IDS ON THE RULE-PROFILE LIBRARY,   *
059600* SO AN ORDER NAMING A PROFILE CAN BE CHECKED BEFORE IT IS       *
059700* QUEUED.                                                        *
059800******************************************************************
059900 1500-LOAD-PROFILE-IDS.
060000     OPEN INPUT PROF-FILE.
060100     IF WS-PROF-STATUS NOT = '00'
060200         DISPLAY 'EVANSORD - NO RULE-PROFILE LIBRARY, STATUS '
060300             WS-PROF-STATUS
060400         GO TO 1500-LOAD-PROFILE-IDS-EXIT
060500     END-IF.
060600     PERFORM 1510-READ-PROF-RECORD
060700         THRU 1510-READ-PROF-RECORD-EXIT
060800         UNTIL WS-PROF-EOF.
060900     CLOSE PROF-FILE.
061000 1500-LOAD-PROFILE-IDS-EXIT.
061100     EXIT.
061200*
061300 1510-READ-PROF-RECORD.
061400     READ PROF-FILE
061500         AT END
061600             SET WS-PROF-EOF TO TRUE
061700             GO TO 1510-READ-PROF-RECORD-EXIT
061800     END-READ.
061900     IF WS-Prof-Count >= 100
062000         DISPLAY 'EVANSORD - RULE-PROFILE LIBRARY EXCEEDS 100 '
062100             'PROFILES, THE REST ARE NOT KNOWN'
062200         SET WS-PROF-EOF TO TRUE
062300         GO TO 1510-READ-PROF-RECORD-EXIT
062400     END-IF.
062500     ADD 1 TO WS-Prof-Count.
062600     MOVE DL-PROF-ID TO WS-Prof-Id(WS-Prof-Count).
062700 1510-READ-PROF-RECORD-EXIT.
062800     EXIT.
062900*
063000******************************************************************
063100* 2000-ORDER-LOOP - ONE STANDING ORDER.  IT IS JUDGED IN THREE   *
063200* STAGES - IS IT DUE, IS IT ALREADY ON THE QUEUE, WILL INTAKE'S  *
063300* RULES ACCEPT IT - AND EITHER GENERATED OR SKIPPED WITH THE     *
063400* REASON.  ONLY THE THIRD KIND OF SKIP IS A PROBLEM (RC 4).      *
063500******************************************************************
063600 2000-ORDER-LOOP.
063700     ADD 1 TO WS-Orders-Read.
063800     MOVE SPACES TO WS-Skip-Reason.
063900     MOVE SPACE TO WS-SKIP-KIND-SW.
064000     PERFORM 2100-EDIT-ORDER THRU 2100-EDIT-ORDER-EXIT.
064100     IF WS-Skip-Reason = SPACES
064200         PERFORM 2200-CHECK-DUE THRU 2200-CHECK-DUE-EXIT
064300     END-IF.
064400     IF WS-Skip-Reason = SPACES
064500         PERFORM 2300-CHECK-QUEUE THRU 2300-CHECK-QUEUE-EXIT
064600     END-IF.
064700     IF WS-Skip-Reason = SPACES
064800         PERFORM 2400-CHECK-AUTHORITY
064900             THRU 2400-CHECK-AUTHORITY-EXIT
065000     END-IF.
065100     IF WS-Skip-Reason = SPACES
065200         PERFORM 2500-GENERATE-REQUEST
065300             THRU 2500-GENERATE-REQUEST-EXIT
065400     END-IF.
065500     PERFORM 2800-LIST-ORDER THRU 2800-LIST-ORDER-EXIT.
065600     PERFORM 2900-READ-ORDER THRU 2900-READ-ORDER-EXIT.
065700 2000-ORDER-LOOP-EXIT.
065800     EXIT.
065900*
066000******************************************************************
066100* 2100-EDIT-ORDER - A CARD THAT WILL NOT EDIT IS A PROBLEM FOR   *
066200* WHOEVER KEEPS THE STANDING-ORDER FILE, NOT A REASON TO STOP.   *
066300******************************************************************
066400 2100-EDIT-ORDER.
066500     SET WS-SKIP-PROBLEM TO TRUE.
066600     EVALUATE TRUE
066700         WHEN DL-SORD-REQUESTER = SPACES
066800             MOVE 'NO REQUESTER ON THE ORDER' TO WS-Skip-Reason
066900         WHEN DL-SORD-LOW-BOUND NOT NUMERIC
067000                 OR DL-SORD-HIGH-BOUND NOT NUMERIC
067100             MOVE 'RANGE BOUNDS NOT NUMERIC' TO WS-Skip-Reason
067200         WHEN DL-SORD-LOW-BOUND > DL-SORD-HIGH-BOUND
067300             MOVE 'LOW BOUND GREATER THAN HIGH BOUND'
067400                 TO WS-Skip-Reason
067500         WHEN NOT DL-SORD-DAILY AND NOT DL-SORD-WEEKLY
067600                 AND NOT DL-SORD-PERIOD-END
067700             MOVE 'FREQUENCY NOT D, W OR P' TO WS-Skip-Reason
067800         WHEN DL-SORD-WEEKLY
067900                 AND (DL-SORD-WEEKDAY NOT NUMERIC
068000                   OR DL-SORD-WEEKDAY < 1
068100                   OR DL-SORD-WEEKDAY > 7)
068200             MOVE 'WEEKLY ORDER WEEKDAY NOT 1 THROUGH 7'
068300                 TO WS-Skip-Reason
068400         WHEN DL-SORD-START-DATE NOT NUMERIC
068500                 OR DL-SORD-STOP-DATE NOT NUMERIC
068600             MOVE 'START OR STOP DATE NOT NUMERIC'
068700                 TO WS-Skip-Reason
068800         WHEN NOT DL-SORD-ACTIVE AND NOT DL-SORD-SUSPENDED
068900             MOVE 'STATUS NOT A OR S' TO WS-Skip-Reason
069000         WHEN OTHER
069100             MOVE SPACE TO WS-SKIP-KIND-SW
069200     END-EVALUATE.
069300 2100-EDIT-ORDER-EXIT.
069400     EXIT.
069500*
069600******************************************************************
069700* 2200-CHECK-DUE - SUSPENDED, OUTSIDE ITS START AND STOP DATES,  *
069800* OR NOT SCHEDULED FOR THIS DAY ON THE CALENDAR.  NONE OF THESE  *
069900* IS A PROBLEM.                                                  *
070000******************************************************************
070100 2200-CHECK-DUE.
070200     SET WS-SKIP-NOT-DUE TO TRUE.
070300     EVALUATE TRUE
070400         WHEN DL-SORD-SUSPENDED
070500             MOVE 'ORDER SUSPENDED' TO WS-Skip-Reason
070600         WHEN WS-Business-Date < DL-SORD-START-DATE
070700             MOVE 'BEFORE THE ORDER START DATE'
070800                 TO WS-Skip-Reason
070900         WHEN DL-SORD-STOP-DATE NOT = ZERO
071000                 AND WS-Business-Date > DL-SORD-STOP-DATE
071100             MOVE 'AFTER THE ORDER STOP DATE' TO WS-Skip-Reason
071200         WHEN NOT WS-CALN-FOUND
071300             MOVE 'BUSINESS DATE NOT ON THE CALENDAR'
071400                 TO WS-Skip-Reason
071500         WHEN NOT WS-BUSINESS-DAY
071600             MOVE 'NOT A BUSINESS DAY' TO WS-Skip-Reason
071700         WHEN DL-SORD-WEEKLY
071800                 AND DL-SORD-WEEKDAY NOT = WS-Weekday
071900             MOVE 'NOT THE ORDER WEEKDAY' TO WS-Skip-Reason
072000         WHEN DL-SORD-PERIOD-END AND NOT WS-PERIOD-END-DAY
072100             MOVE 'NOT A PERIOD END' TO WS-Skip-Reason
072200         WHEN OTHER
072300             MOVE SPACE TO WS-SKIP-KIND-SW
072400     END-EVALUATE.
072500 2200-CHECK-DUE-EXIT.
072600     EXIT.
072700*
072800******************************************************************
072900* 2300-CHECK-QUEUE - THE SAME REQUESTER, RANGE AND PROFILE       *
073000* STILL QUEUED, OR ALREADY SERVED UNDER THIS BUSINESS DATE,      *
073100* MEANS THIS DATE'S REQUEST EXISTS (A RESTART, A FORCE RERUN,    *
073200* OR THIS STEP RUN TWICE) AND IS NOT FILED AGAIN.  ANY OTHER     *
073300* QUEUED RANGE IT DUPLICATES OR OVERLAPS REJECTS IT, AS INTAKE   *
073400* WOULD.                                                         *
073500******************************************************************
073600 2300-CHECK-QUEUE.
073700     PERFORM 2310-TEST-ONE-QUEUED
073800         THRU 2310-TEST-ONE-QUEUED-EXIT
073900         VARYING WS-Rque-Sub FROM 1 BY 1
074000         UNTIL WS-Rque-Sub > WS-Rque-Count
074100            OR WS-Skip-Reason NOT = SPACES.
074200 2300-CHECK-QUEUE-EXIT.
074300     EXIT.
074400*
074500 2310-TEST-ONE-QUEUED.
074600     IF WS-Rque-Requester(WS-Rque-Sub) = DL-SORD-REQUESTER
074700             AND WS-Rque-Low(WS-Rque-Sub) = DL-SORD-LOW-BOUND
074800             AND WS-Rque-High(WS-Rque-Sub) = DL-SORD-HIGH-BOUND
074900             AND WS-Rque-Profile-Id(WS-Rque-Sub)
075000                 = DL-SORD-PROFILE-ID
075100         EVALUATE TRUE
075200             WHEN WS-Rque-Req-Stat(WS-Rque-Sub) = 'Q'
075300                 SET WS-SKIP-ALREADY-ON TO TRUE
075400                 MOVE 'ALREADY QUEUED' TO WS-Skip-Reason
075500             WHEN WS-Rque-Req-Stat(WS-Rque-Sub) = 'F'
075600                     AND WS-Rque-Run-Date(WS-Rque-Sub)
075700                         = WS-Business-Date
075800                 SET WS-SKIP-ALREADY-ON TO TRUE
075900                 MOVE 'ALREADY SERVED FOR THIS BUSINESS DATE'
076000                     TO WS-Skip-Reason
076100         END-EVALUATE
076200         GO TO 2310-TEST-ONE-QUEUED-EXIT
076300     END-IF.
076400     IF WS-Rque-Req-Stat(WS-Rque-Sub) NOT = 'Q'
076500         GO TO 2310-TEST-ONE-QUEUED-EXIT
076600     END-IF.
076700     IF WS-Rque-Low(WS-Rque-Sub) = DL-SORD-LOW-BOUND
076800             AND WS-Rque-High(WS-Rque-Sub) = DL-SORD-HIGH-BOUND
076900         SET WS-SKIP-PROBLEM TO TRUE
077000         MOVE 'DUPLICATE OF A QUEUED RANGE' TO WS-Skip-Reason
077100         GO TO 2310-TEST-ONE-QUEUED-EXIT
077200     END-IF.
077300     IF WS-Rque-Low(WS-Rque-Sub) NOT > DL-SORD-HIGH-BOUND
077400             AND WS-Rque-High(WS-Rque-Sub)
077500                 NOT < DL-SORD-LOW-BOUND
077600         SET WS-SKIP-PROBLEM TO TRUE
077700         MOVE 'OVERLAPS A QUEUED RANGE' TO WS-Skip-Reason
077800     END-IF.
077900 2310-TEST-ONE-QUEUED-EXIT.
078000     EXIT.
078100*
078200******************************************************************
078300* 2400-CHECK-AUTHORITY - THE REQUESTER MUST BE ON THE MASTER,    *
078400* ACTIVE, AND ENTITLED TO A RANGE THIS SIZE, AND A PROFILE THE   *
078500* ORDER NAMES MUST BE ON THE LIBRARY - THE SAME RULES INTAKE     *
078600* APPLIES, SINCE THE MASTER MAY HAVE CHANGED SINCE THE ORDER     *
078700* WAS SET UP.                                                    *
078800******************************************************************
078900 2400-CHECK-AUTHORITY.
079000     SET WS-SKIP-PROBLEM TO TRUE.
079100     MOVE 'N' TO WS-RQMS-FOUND-SW.
079200     PERFORM 2410-TEST-ONE-REQUESTER
079300         THRU 2410-TEST-ONE-REQUESTER-EXIT
079400         VARYING WS-Rqms-Sub FROM 1 BY 1
079500         UNTIL WS-Rqms-Sub > WS-Rqms-Count
079600            OR WS-RQMS-FOUND.
079700     IF NOT WS-RQMS-FOUND
079800         MOVE 'REQUESTER NOT AUTHORIZED' TO WS-Skip-Reason
079900         GO TO 2400-CHECK-AUTHORITY-EXIT
080000     END-IF.
080100     IF WS-Req-Stat NOT = 'A'
080200         MOVE 'REQUESTER SUSPENDED' TO WS-Skip-Reason
080300         GO TO 2400-CHECK-AUTHORITY-EXIT
080400     END-IF.
080500     COMPUTE WS-Range-Size = DL-SORD-HIGH-BOUND
080600         - DL-SORD-LOW-BOUND + 1.
080700     IF WS-Range-Size > WS-Req-Max-Range
080800         MOVE 'RANGE EXCEEDS REQUESTER MAXIMUM SIZE'
080900             TO WS-Skip-Reason
081000         GO TO 2400-CHECK-AUTHORITY-EXIT
081100     END-IF.
081200     IF DL-SORD-PROFILE-ID NOT = SPACES
081300         MOVE 'N' TO WS-PROF-FOUND-SW
081400         PERFORM 2420-TEST-ONE-PROFILE
081500             THRU 2420-TEST-ONE-PROFILE-EXIT
081600             VARYING WS-Prof-Sub FROM 1 BY 1
081700             UNTIL WS-Prof-Sub > WS-Prof-Count
081800                OR WS-PROF-FOUND
081900         IF NOT WS-PROF-FOUND
082000             MOVE 'PROFILE NOT ON THE RULE-PROFILE LIBRARY'
082100                 TO WS-Skip-Reason
082200             GO TO 2400-CHECK-AUTHORITY-EXIT
082300         END-IF
082400     END-IF.
082500     MOVE SPACE TO WS-SKIP-KIND-SW.
082600 2400-CHECK-AUTHORITY-EXIT.
082700     EXIT.
082800*
082900 2410-TEST-ONE-REQUESTER.
083000     IF WS-Rqms-Requester(WS-Rqms-Sub) = DL-SORD-REQUESTER
083100         SET WS-RQMS-FOUND TO TRUE
083200         MOVE WS-Rqms-Req-Stat(WS-Rqms-Sub) TO WS-Req-Stat
083300         MOVE WS-Rqms-Max-Range(WS-Rqms-Sub) TO WS-Req-Max-Range
083400     END-IF.
083500 2410-TEST-ONE-REQUESTER-EXIT.
083600     EXIT.
083700*
083800 2420-TEST-ONE-PROFILE.
083900     IF WS-Prof-Id(WS-Prof-Sub) = DL-SORD-PROFILE-ID
084000         SET WS-PROF-FOUND TO TRUE
084100     END-IF.
084200 2420-TEST-ONE-PROFILE-EXIT.
084300     EXIT.
084400*
084500******************************************************************
084600* 2500-GENERATE-REQUEST - APPEND THE QUEUED REQUEST.  A FULL     *
084700* QUEUE IS THE LAST REASON AN ORDER CAN BE TURNED AWAY.          *
084800******************************************************************
084900 2500-GENERATE-REQUEST.
085000     IF WS-Rque-Count >= 50
085100         SET WS-SKIP-PROBLEM TO TRUE
085200         MOVE 'REQUEST QUEUE FULL' TO WS-Skip-Reason
085300         GO TO 2500-GENERATE-REQUEST-EXIT
085400     END-IF.
085500     ADD 1 TO WS-Rque-Count.
085600     MOVE DL-SORD-REQUESTER TO WS-Rque-Requester(WS-Rque-Count).
085700     MOVE DL-SORD-LOW-BOUND TO WS-Rque-Low(WS-Rque-Count).
085800     MOVE DL-SORD-HIGH-BOUND TO WS-Rque-High(WS-Rque-Count).
085900     MOVE 'Q' TO WS-Rque-Req-Stat(WS-Rque-Count).
086000     MOVE ZERO TO WS-Rque-Run-Number(WS-Rque-Count).
086100     MOVE ZERO TO WS-Rque-Run-Date(WS-Rque-Count).
086200     MOVE DL-SORD-PROFILE-ID
086300         TO WS-Rque-Profile-Id(WS-Rque-Count).
086400     SET WS-QUEUE-CHANGED TO TRUE.
086500 2500-GENERATE-REQUEST-EXIT.
086600     EXIT.
086700*
086800******************************************************************
086900* 2800-LIST-ORDER - ONE LISTING LINE PER ORDER READ, AND THE     *
087000* COUNT IT FALLS UNDER.                                          *
087100******************************************************************
087200 2800-LIST-ORDER.
087300     MOVE DL-SORD-ORDER-ID TO ORD-Order-Id.
087400     MOVE DL-SORD-REQUESTER TO ORD-Requester.
087500     MOVE DL-SORD-LOW-BOUND TO ORD-Low-Bound.
087600     MOVE DL-SORD-HIGH-BOUND TO ORD-High-Bound.
087700     MOVE DL-SORD-PROFILE-ID TO ORD-Profile-Id.
087800     EVALUATE TRUE
087900         WHEN DL-SORD-DAILY
088000             MOVE 'DAILY' TO ORD-Frequency
088100         WHEN DL-SORD-WEEKLY AND DL-SORD-WEEKDAY NUMERIC
088200                 AND DL-SORD-WEEKDAY > ZERO
088300                 AND DL-SORD-WEEKDAY < 8
088400             MOVE SPACES TO ORD-Frequency
088500             STRING 'WEEKLY ' DELIMITED BY SIZE
088600                 WS-Weekday-Name(DL-SORD-WEEKDAY)
088700                     DELIMITED BY SIZE
088800                 INTO ORD-Frequency
088900             END-STRING
089000         WHEN DL-SORD-PERIOD-END
089100             MOVE 'PERIOD-END' TO ORD-Frequency
089200         WHEN OTHER
089300             MOVE DL-SORD-FREQUENCY TO ORD-Frequency
089400     END-EVALUATE.
089500     MOVE SPACES TO ORD-Disposition.
089600     EVALUATE TRUE
089700         WHEN WS-Skip-Reason = SPACES
089800             ADD 1 TO WS-Orders-Generated
089900             MOVE 'GENERATED' TO ORD-Disposition
090000         WHEN WS-SKIP-NOT-DUE
090100             ADD 1 TO WS-Orders-Not-Due
090200         WHEN WS-SKIP-ALREADY-ON
090300             ADD 1 TO WS-Orders-Already-On
090400         WHEN OTHER
090500             ADD 1 TO WS-Orders-Problem
090600     END-EVALUATE.
090700     IF WS-Skip-Reason NOT = SPACES
090800         STRING 'SKIPPED - ' DELIMITED BY SIZE
090900             WS-Skip-Reason DELIMITED BY SIZE
091000             INTO ORD-Disposition
091100         END-STRING
091200     END-IF.
091300     WRITE PRT-RECORD FROM ORD-LINE
091400         AFTER ADVANCING 1 LINE.
091500 2800-LIST-ORDER-EXIT.
091600     EXIT.
091700*
091800 2900-READ-ORDER.
091900     READ SORD-FILE
092000         AT END
092100             SET WS-SORD-EOF TO TRUE
092200             GO TO 2900-READ-ORDER-EXIT
092300     END-READ.
092400     IF DL-SORD-ORDER-ID(1:1) = '*'
092500         GO TO 2900-READ-ORDER
092600     END-IF.
092700 2900-READ-ORDER-EXIT.
092800     EXIT.
092900*
093000******************************************************************
093100* 3000-FINALIZE - REWRITE THE QUEUE WHEN ANYTHING WAS            *
093200* GENERATED, PRINT THE SUMMARY AND SET THE RETURN CODE (RC 4     *
093300* WHEN AN ORDER WAS REJECTED OR THE CALENDAR COULD NOT SAY WHAT  *
093400* IS DUE, RC 8 WHEN THE QUEUE COULD NOT BE REWRITTEN).           *
093500******************************************************************
093600 3000-FINALIZE.
093700     IF WS-SORD-STATUS = '00' OR WS-SORD-STATUS = '10'
093800         CLOSE SORD-FILE
093900     END-IF.
094000     IF WS-QUEUE-CHANGED
094100         PERFORM 3100-REWRITE-QUEUE
094200             THRU 3100-REWRITE-QUEUE-EXIT
094300     END-IF.
094400     IF WS-QUEUE-SHORT
094500         MOVE 'QUEUE REWRITE FAILED, IT MAY BE SHORT - CHECK IT'
094600             TO MSG-Text
094700         WRITE PRT-RECORD FROM MSG-LINE
094800             AFTER ADVANCING 2 LINES
094900     ELSE
095000         IF WS-QUEUE-FAILED
095100             MOVE 'QUEUE NOT REWRITTEN - NOTHING WAS GENERATED'
095200                 TO MSG-Text
095300             WRITE PRT-RECORD FROM MSG-LINE
095400                 AFTER ADVANCING 2 LINES
095500         END-IF
095600     END-IF.
095700     MOVE WS-Orders-Read TO SUM-Read.
095800     MOVE WS-Orders-Generated TO SUM-Generated.
095900     MOVE WS-Orders-Not-Due TO SUM-Not-Due.
096000     MOVE WS-Orders-Already-On TO SUM-Already-On.
096100     MOVE WS-Orders-Problem TO SUM-Problem.
096200     WRITE PRT-RECORD FROM SUM-LINE
096300         AFTER ADVANCING 2 LINES.
096400     CLOSE PRT-FILE.
096500     DISPLAY 'EVANSORD - BUSINESS DATE      : '
096600         WS-Business-Date.
096700     DISPLAY 'EVANSORD - ORDERS GENERATED   : '
096800         WS-Orders-Generated.
096900     DISPLAY 'EVANSORD - ORDERS REJECTED    : '
097000         WS-Orders-Problem.
097100     IF WS-Orders-Problem > ZERO
097200         MOVE WS-Orders-Problem TO WS-Log-Count
097300         MOVE 'ESO0006' TO WS-Log-Msg-Id
097400         MOVE 04 TO WS-Log-Severity
097500         MOVE SPACES TO WS-Log-Text
097600         STRING WS-Log-Count DELIMITED BY SIZE
097700             ' STANDING ORDER(S) REJECTED - SEE THE LISTING'
097800                 DELIMITED BY SIZE
097900             INTO WS-Log-Text
098000         END-STRING
098100         PERFORM 9500-WRITE-RUN-LOG
098200             THRU 9500-WRITE-RUN-LOG-EXIT
098300     END-IF.
098400     EVALUATE TRUE
098500         WHEN WS-QUEUE-FAILED
098600             MOVE 8 TO RETURN-CODE
098700         WHEN WS-Orders-Problem > ZERO
098800                 OR (WS-Orders-Read > ZERO
098900                     AND NOT WS-CALN-FOUND)
099000             MOVE 4 TO RETURN-CODE
099100     END-EVALUATE.
099200     MOVE WS-Orders-Generated TO WS-Log-Count.
099300     MOVE 'ESO0007' TO WS-Log-Msg-Id.
099400     MOVE 00 TO WS-Log-Severity.
099500     MOVE SPACES TO WS-Log-Text.
099600     STRING 'STANDING-ORDER GENERATION COMPLETE, '
099700             DELIMITED BY SIZE
099800         WS-Log-Count DELIMITED BY SIZE
099900         ' GENERATED' DELIMITED BY SIZE
100000         INTO WS-Log-Text
100100     END-STRING.
100200     PERFORM 9500-WRITE-RUN-LOG
100300         THRU 9500-WRITE-RUN-LOG-EXIT.
100400     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
100500 3000-FINALIZE-EXIT.
100600     EXIT.
100700*
100800******************************************************************
100900* 3100-REWRITE-QUEUE - THE WHOLE QUEUE BACK IN ONE PASS, THE     *
101000* GENERATED REQUESTS APPENDED AT THE END IN ORDER-FILE ORDER.  A *
101100* FAILED OPEN, WRITE OR CLOSE MARKS THE QUEUE FAILED (RC 8); ONE *
101200* AFTER THE OPEN MAY HAVE LEFT THE QUEUE SHORT.                  *
101300******************************************************************
101400 3100-REWRITE-QUEUE.
101500     OPEN OUTPUT RQUE-FILE.
101600     IF WS-RQUE-STATUS NOT = '00'
101700         DISPLAY 'EVANSORD - UNABLE TO REWRITE REQUEST QUEUE, '
101800             'STATUS ' WS-RQUE-STATUS
101900         MOVE 'ESO0005' TO WS-Log-Msg-Id
102000         MOVE 08 TO WS-Log-Severity
102100         MOVE 'REQUEST QUEUE NOT REWRITTEN - RERUN THE GENERATOR'
102200             TO WS-Log-Text
102300         PERFORM 9500-WRITE-RUN-LOG
102400             THRU 9500-WRITE-RUN-LOG-EXIT
102500         SET WS-QUEUE-FAILED TO TRUE
102600         GO TO 3100-REWRITE-QUEUE-EXIT
102700     END-IF.
102800     PERFORM 3110-WRITE-ONE-REQUEST
102900         THRU 3110-WRITE-ONE-REQUEST-EXIT
103000         VARYING WS-Rque-Sub FROM 1 BY 1
103100         UNTIL WS-Rque-Sub > WS-Rque-Count OR WS-QUEUE-FAILED.
103200     CLOSE RQUE-FILE.
103300     IF NOT WS-QUEUE-FAILED AND WS-RQUE-STATUS NOT = '00'
103400         MOVE WS-RQUE-STATUS TO WS-RQUE-FAIL-STATUS
103500         SET WS-QUEUE-FAILED TO TRUE
103600     END-IF.
103700     IF NOT WS-QUEUE-FAILED
103800         GO TO 3100-REWRITE-QUEUE-EXIT
103900     END-IF.
104000     SET WS-QUEUE-SHORT TO TRUE.
104100     DISPLAY 'EVANSORD - REQUEST QUEUE REWRITE FAILED, STATUS '
104200         WS-RQUE-FAIL-STATUS.
104300     MOVE 'ESO0009' TO WS-Log-Msg-Id.
104400     MOVE 08 TO WS-Log-Severity.
104500     MOVE SPACES TO WS-Log-Text.
104600     STRING 'REQUEST QUEUE REWRITE FAILED, STATUS '
104700             DELIMITED BY SIZE
104800         WS-RQUE-FAIL-STATUS DELIMITED BY SIZE
104900         ' - QUEUE MAY BE SHORT' DELIMITED BY SIZE
105000         INTO WS-Log-Text
105100     END-STRING.
105200     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
105300 3100-REWRITE-QUEUE-EXIT.
105400     EXIT.
105500*
105600 3110-WRITE-ONE-REQUEST.
105700     MOVE WS-Rque-Requester(WS-Rque-Sub) TO DL-RQUE-REQUESTER.
105800     MOVE WS-Rque-Low(WS-Rque-Sub) TO DL-RQUE-LOW-BOUND.
105900     MOVE WS-Rque-High(WS-Rque-Sub) TO DL-RQUE-HIGH-BOUND.
106000     MOVE WS-Rque-Req-Stat(WS-Rque-Sub) TO DL-RQUE-STATUS.
106100     MOVE WS-Rque-Run-Number(WS-Rque-Sub)
106200         TO DL-RQUE-RUN-NUMBER.
106300     MOVE WS-Rque-Run-Date(WS-Rque-Sub) TO DL-RQUE-RUN-DATE.
106400     MOVE WS-Rque-Profile-Id(WS-Rque-Sub) TO DL-RQUE-PROFILE-ID.
106500     WRITE DL-RQUE-RECORD.
106600     IF WS-RQUE-STATUS NOT = '00'
106700         MOVE WS-RQUE-STATUS TO WS-RQUE-FAIL-STATUS
106800         SET WS-QUEUE-FAILED TO TRUE
106900     END-IF.
107000 3110-WRITE-ONE-REQUEST-EXIT.
107100     EXIT.
107200*
107300******************************************************************
107400* 9500-WRITE-RUN-LOG - ONE STRUCTURED MESSAGE RECORD ON THE     *
107500* COMMON RUN-LOG.  THE CALLER STAGES WS-LOG-MSG-ID, SEVERITY    *
107600* AND TEXT; THE HIGHEST SEVERITY RAISED IS KEPT FOR THE         *
107700* END-OF-JOB SUMMARY RECORD.                                    *
107800******************************************************************
107900 9500-WRITE-RUN-LOG.
108000     IF WS-Log-Severity > WS-Highest-Severity
108100         MOVE WS-Log-Severity TO WS-Highest-Severity
108200     END-IF.
108300     IF NOT WS-RLOG-OPEN
108400         GO TO 9500-WRITE-RUN-LOG-EXIT
108500     END-IF.
108600     ACCEPT WS-Log-Time FROM TIME.
108700     MOVE 'M' TO DL-RLOG-TYPE.
108800     MOVE WS-Log-Msg-Id TO DL-RLOG-MSG-ID.
108900     MOVE WS-Log-Severity TO DL-RLOG-SEVERITY.
109000     MOVE 'EVANSORD' TO DL-RLOG-PROGRAM.
109100     MOVE WS-Sys-Date TO DL-RLOG-DATE.
109200     MOVE WS-Log-Time-HHMMSS TO DL-RLOG-TIME.
109300     MOVE WS-Log-Text TO DL-RLOG-TEXT.
109400     WRITE DL-RLOG-RECORD.
109500 9500-WRITE-RUN-LOG-EXIT.
109600     EXIT.
109700*
109800******************************************************************
109900* 9600-CLOSE-RUN-LOG - WRITE THE END-OF-JOB SUMMARY RECORD      *
110000* (HIGHEST SEVERITY RAISED THIS RUN) AND CLOSE THE RUN-LOG.     *
110100******************************************************************
110200 9600-CLOSE-RUN-LOG.
110300     IF NOT WS-RLOG-OPEN
110400         GO TO 9600-CLOSE-RUN-LOG-EXIT
110500     END-IF.
110600     ACCEPT WS-Log-Time FROM TIME.
110700     MOVE 'S' TO DL-RLOG-TYPE.
110800     MOVE 'ESO9999' TO DL-RLOG-MSG-ID.
110900     MOVE WS-Highest-Severity TO DL-RLOG-SEVERITY.
111000     MOVE 'EVANSORD' TO DL-RLOG-PROGRAM.
111100     MOVE WS-Sys-Date TO DL-RLOG-DATE.
111200     MOVE WS-Log-Time-HHMMSS TO DL-RLOG-TIME.
111300     MOVE 'HIGHEST SEVERITY THIS RUN' TO DL-RLOG-TEXT.
111400     WRITE DL-RLOG-RECORD.
111500     CLOSE RLOG-FILE.
111600     MOVE 'N' TO WS-RLOG-OPEN-SW.
111700 9600-CLOSE-RUN-LOG-EXIT.
111800     EXIT.
111900*
112000******************************************************************
112100* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH     *
112200* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS RECORD *
112300* IS WRITTEN AND THE RUN ENDS.                                   *
112400******************************************************************
112500 9700-END-STEP.
112600     PERFORM 9710-WRITE-STEP-STATS
112700         THRU 9710-WRITE-STEP-STATS-EXIT.
112800     STOP RUN.
112900 9700-END-STEP-EXIT.
113000     EXIT.
113100*
113200******************************************************************
113300* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD   *
113400* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS TO, *
113500* WHEN IT STARTED AND ENDED, THE STANDING ORDERS READ AND THE    *
113600* RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT     *
113700* OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.            *
113800******************************************************************
113900 9710-WRITE-STEP-STATS.
114000     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
114100     ACCEPT WS-Stat-End-Time FROM TIME.
114200     MOVE WS-Orders-Read TO WS-Stat-Records.
114300     IF WS-Stat-Run-Number = ZERO
114400         PERFORM 9720-GET-STAT-RUN-KEY
114500             THRU 9720-GET-STAT-RUN-KEY-EXIT
114600     END-IF.
114700     OPEN EXTEND STAT-FILE.
114800     IF WS-STAT-STATUS NOT = '00'
114900         DISPLAY 'EVANSORD - STEP STATISTICS NOT RECORDED, '
115000             'STATUS ' WS-STAT-STATUS
115100         GO TO 9710-WRITE-STEP-STATS-EXIT
115200     END-IF.
115300     MOVE SPACES TO DL-STAT-RECORD.
115400     MOVE 'S' TO DL-STAT-TYPE.
115500     MOVE 'EVANSORD' TO DL-STAT-PROGRAM.
115600     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
115700     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
115800     MOVE WS-Stat-Mode TO DL-STAT-MODE.
115900     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
116000     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
116100     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
116200     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
116300     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
116400     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
116500     MOVE RETURN-CODE TO DL-STAT-RC.
116600     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
116700     WRITE DL-STAT-RECORD.
116800     CLOSE STAT-FILE.
116900 9710-WRITE-STEP-STATS-EXIT.
117000     EXIT.
117100*
117200******************************************************************
117300* 9720-GET-STAT-RUN-KEY - THIS STEP RUNS AHEAD OF EVANCOLWELL,   *
117400* SO IT BELONGS TO THE RUN EVANCOLWELL IS ABOUT TO START: THE    *
117500* RUN LEFT STARTED ON RUN-CONTROL (A RESTART), ELSE TODAY WITH   *
117600* THE NEXT RUN NUMBER, AS EVANCOLWELL ASSIGNS THEM.              *
117700******************************************************************
117800 9720-GET-STAT-RUN-KEY.
117900     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
118000     MOVE 1 TO WS-Stat-Run-Number.
118100     OPEN INPUT RUNC-FILE.
118200     IF WS-RUNC-STATUS NOT = '00'
118300         GO TO 9720-GET-STAT-RUN-KEY-EXIT
118400     END-IF.
118500     READ RUNC-FILE
118600         NOT AT END
118700             IF DL-RUNC-STARTED
118800                 MOVE DL-RUNC-BUSINESS-DATE
118900                     TO WS-Stat-Business-Date
119000                 MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
119100             ELSE
119200                 IF DL-RUNC-RUN-NUMBER < 99999
119300                     COMPUTE WS-Stat-Run-Number =
119400                         DL-RUNC-RUN-NUMBER + 1
119500                 END-IF
119600             END-IF
119700     END-READ.
119800     CLOSE RUNC-FILE.
119900 9720-GET-STAT-RUN-KEY-EXIT.
120000     EXIT.
120100*
