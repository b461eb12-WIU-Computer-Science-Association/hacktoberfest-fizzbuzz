003500*                  OPTION CARD.  PARTITIONED RUNS ALWAYS SERVE  *
003600*                  THE SINGLE DLPARM RANGE - THE REQUEST QUEUE  *
003700*                  STAYS WITH THE NORMAL EVANCOLW JOB.          *
003710* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON   *
003720*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY,      *
003730*                  START AND END TIMES, COUNTS IN THE RANGE     *
003740*                  SPLIT AND THE RETURN CODE - FOR THE EVANFCST *
003750*                  BATCH-WINDOW FORECAST AND THE EVANWKST       *
003760*                  WEEKLY REPORT.                               *
003761* 2026-10-15 EC    LOG THE FORCE RUN-LOG MESSAGE (EPI0023) ONCE *
003762*                  THE RUN NUMBER IS ASSIGNED, NAMING THE RUN,  *
003763*                  AND FOR AN UNVERIFIED FORCE AS WELL AS AN    *
003764*                  AUTHORIZED ONE, SO THE MONTH-END CHARGEBACK  *
003765*                  (EVANCHRG) SURCHARGES EXACTLY THE RUNS THAT  *
003766*                  TOOK FORCE AND AGREES WITH THE EVANMNTH      *
003767*                  FORCED-RUN COUNT.                            *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
005700     SELECT RLOG-FILE ASSIGN TO RLOGFILE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-RLOG-STATUS.
005910     SELECT STAT-FILE ASSIGN TO STATFILE
005920         ORGANIZATION IS SEQUENTIAL
005930         FILE STATUS IS WS-STAT-STATUS.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
008400     LABEL RECORDS ARE STANDARD.
008500     COPY DLRLOG.
008600*
008610 FD  STAT-FILE
008620     LABEL RECORDS ARE STANDARD.
008630     COPY DLSTAT.
008640*
008700 WORKING-STORAGE SECTION.
008800 01  WS-SWITCHES.
008900     05  WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
010000     05  WS-OPSC-STATUS          PIC X(02) VALUE SPACES.
010100     05  WS-PCTL-STATUS          PIC X(02) VALUE SPACES.
010200     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
010210     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
010300*
010400 01  WS-RANGE-FIELDS.
010500     05  WS-Low-Bound            PIC 9(09) COMP-3 VALUE 1.
019400 01  WS-RUN-DATE-FIELDS.
019500     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
019600*
019604 01  WS-STEP-STAT-WORK.
019608*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
019612*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
019616*    ON EVERY WAY OUT OF THE PROGRAM.
019620     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
019624     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
019628     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
019632         10  WS-Stat-Start-HHMMSS    PIC 9(06).
019636         10  FILLER                  PIC 9(02).
019640     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
019644     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
019648     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
019652         10  WS-Stat-End-HHMMSS      PIC 9(06).
019656         10  FILLER                  PIC 9(02).
019660     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
019664     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
019668     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
019672     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
019676     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
019680*
019700 PROCEDURE DIVISION.
019800*
019900 0000-MAINLINE.
019910     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
019920     ACCEPT WS-Stat-Start-Time FROM TIME.
020000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
020100     PERFORM 2000-BUILD-PARTITIONS
020200         THRU 2000-BUILD-PARTITIONS-EXIT.
020300     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
020400     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
020500*
020600******************************************************************
020700* 1000-INITIALIZE - OPTION CARD, RUN-CONTROL, CALENDAR AND       *
021400     PERFORM 1010-OPEN-RUN-LOG THRU 1010-OPEN-RUN-LOG-EXIT.
021500     PERFORM 1050-CHECK-RUN-CONTROL
021600         THRU 1050-CHECK-RUN-CONTROL-EXIT.
021605     IF WS-FORCE-RUN
021610         MOVE 'EPI0023' TO WS-Log-Msg-Id
021615         MOVE 00 TO WS-Log-Severity
021620         MOVE SPACES TO WS-Log-Text
021625         STRING 'FORCE RUN TAKEN AS RUN ' WS-Run-Number
021630             DELIMITED BY SIZE INTO WS-Log-Text
021635         END-STRING
021640         PERFORM 9500-WRITE-RUN-LOG
021645             THRU 9500-WRITE-RUN-LOG-EXIT
021650     END-IF.
021700     PERFORM 1200-LOAD-PARM-RANGE
021800         THRU 1200-LOAD-PARM-RANGE-EXIT.
021900 1000-INITIALIZE-EXIT.
025600         PERFORM 9600-CLOSE-RUN-LOG
025700             THRU 9600-CLOSE-RUN-LOG-EXIT
025800         MOVE 8 TO RETURN-CODE
025900         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
026000     END-IF.
026100     OPEN INPUT OPSC-FILE.
026200     IF WS-OPSC-STATUS NOT = '00'
028800         PERFORM 9600-CLOSE-RUN-LOG
028900             THRU 9600-CLOSE-RUN-LOG-EXIT
029000         MOVE 8 TO RETURN-CODE
029100         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
029200     END-IF.
029300     DISPLAY 'EVANPINI - FORCE AUTHORIZED BY '
029400         WS-Force-Operator.
029500 1045-VERIFY-FORCE-OPERATOR-EXIT.
029600     EXIT.
029700*
038500             PERFORM 9600-CLOSE-RUN-LOG
038600                 THRU 9600-CLOSE-RUN-LOG-EXIT
038700             MOVE 8 TO RETURN-CODE
038800             PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
038900         END-IF
039000     END-IF.
039100     IF WS-FORCE-RUN
043200             PERFORM 9600-CLOSE-RUN-LOG
043300                 THRU 9600-CLOSE-RUN-LOG-EXIT
043400             MOVE 8 TO RETURN-CODE
043500             PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
043600         WHEN OTHER
043700             PERFORM 1055-CHECK-CALENDAR
043800                 THRU 1055-CHECK-CALENDAR-EXIT
049600             PERFORM 9600-CLOSE-RUN-LOG
049700                 THRU 9600-CLOSE-RUN-LOG-EXIT
049800             MOVE 8 TO RETURN-CODE
049900             PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
050000         END-IF
050100     END-IF.
050200     IF WS-Gap-Date > ZERO
052300             PERFORM 9600-CLOSE-RUN-LOG
052400                 THRU 9600-CLOSE-RUN-LOG-EXIT
052500             MOVE 8 TO RETURN-CODE
052600             PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
052700         END-IF
052800     END-IF.
052900 1055-CHECK-CALENDAR-EXIT.
064500         PERFORM 9600-CLOSE-RUN-LOG
064600             THRU 9600-CLOSE-RUN-LOG-EXIT
064700         MOVE 8 TO RETURN-CODE
064800         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
064900     END-IF.
065000     DIVIDE WS-Range-Size BY WS-Part-Count
065100         GIVING WS-Slice-Size.
071700         PERFORM 9600-CLOSE-RUN-LOG
071800             THRU 9600-CLOSE-RUN-LOG-EXIT
071900         MOVE 12 TO RETURN-CODE
072000         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
072100     END-IF.
072200     MOVE 'H' TO DL-PCTL-TYPE.
072300     MOVE WS-Run-Number TO DL-PCTL-RUN-NUMBER.
081300 9600-CLOSE-RUN-LOG-EXIT.
081400     EXIT.
081500*
081510******************************************************************
081520* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH     *
081530* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS RECORD *
081540* IS WRITTEN AND THE RUN ENDS.                                   *
081550******************************************************************
081560 9700-END-STEP.
081570     PERFORM 9710-WRITE-STEP-STATS
081580         THRU 9710-WRITE-STEP-STATS-EXIT.
081590     STOP RUN.
081600 9700-END-STEP-EXIT.
081610     EXIT.
081620*
081630******************************************************************
081640* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD   *
081650* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS TO, *
081660* WHEN IT STARTED AND ENDED, THE COUNTS IN THE RANGE SPLIT AND   *
081670* THE RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT *
081680* OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.            *
081690******************************************************************
081700 9710-WRITE-STEP-STATS.
081710     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
081720     ACCEPT WS-Stat-End-Time FROM TIME.
081730     MOVE WS-Business-Date TO WS-Stat-Business-Date.
081740     MOVE WS-Run-Number TO WS-Stat-Run-Number.
081750     MOVE 'P' TO WS-Stat-Mode.
081760     MOVE WS-Part-Count TO WS-Stat-Partitions.
081770     IF WS-High-Bound NOT < WS-Low-Bound
081780         COMPUTE WS-Stat-Records =
081790             WS-High-Bound - WS-Low-Bound + 1
081800     END-IF.
081810     IF WS-Stat-Run-Number = ZERO
081820         PERFORM 9720-GET-STAT-RUN-KEY
081830             THRU 9720-GET-STAT-RUN-KEY-EXIT
081840     END-IF.
081850     OPEN EXTEND STAT-FILE.
081860     IF WS-STAT-STATUS NOT = '00'
081870         DISPLAY 'EVANPINI - STEP STATISTICS NOT RECORDED, '
081880             'STATUS ' WS-STAT-STATUS
081890         GO TO 9710-WRITE-STEP-STATS-EXIT
081900     END-IF.
081910     MOVE SPACES TO DL-STAT-RECORD.
081920     MOVE 'S' TO DL-STAT-TYPE.
081930     MOVE 'EVANPINI' TO DL-STAT-PROGRAM.
081940     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
081950     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
081960     MOVE WS-Stat-Mode TO DL-STAT-MODE.
081970     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
081980     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
081990     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
082000     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
082010     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
082020     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
082030     MOVE RETURN-CODE TO DL-STAT-RC.
082040     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
082050     WRITE DL-STAT-RECORD.
082060     CLOSE STAT-FILE.
082070 9710-WRITE-STEP-STATS-EXIT.
082080     EXIT.
082090*
082100******************************************************************
082110* 9720-GET-STAT-RUN-KEY - THIS STEP BELONGS TO THE RUN ON        *
082120* RUN-CONTROL.  NO RUN-CONTROL RECORD LEAVES TODAY AND RUN ZERO. *
082130******************************************************************
082140 9720-GET-STAT-RUN-KEY.
082150     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
082160     OPEN INPUT RUNC-FILE.
082170     IF WS-RUNC-STATUS NOT = '00'
082180         GO TO 9720-GET-STAT-RUN-KEY-EXIT
082190     END-IF.
082200     READ RUNC-FILE
082210         NOT AT END
082220             MOVE DL-RUNC-BUSINESS-DATE
082230                 TO WS-Stat-Business-Date
082240             MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
082250     END-READ.
082260     CLOSE RUNC-FILE.
082270 9720-GET-STAT-RUN-KEY-EXIT.
082280     EXIT.
082290*
