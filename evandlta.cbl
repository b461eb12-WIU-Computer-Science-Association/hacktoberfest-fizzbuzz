002400*                  REVIEW AGAINST THE DLAUDT TRAIL.  A FIRST    *
002500*                  RUN WITH NO PRIOR SNAPSHOT BASELINES THE     *
002600*                  KSDS AND REPORTS NO CHANGES.                 *
002610* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON   *
002620*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY,      *
002630*                  START AND END TIMES, KSDS RECORDS COMPARED   *
002640*                  AND THE RETURN CODE - FOR THE EVANFCST       *
002650*                  BATCH-WINDOW FORECAST AND THE EVANWKST       *
002660*                  WEEKLY REPORT.                               *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004500     SELECT PRT-FILE ASSIGN TO PRTFILE
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-PRT-STATUS.
004710     SELECT STAT-FILE ASSIGN TO STATFILE
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS WS-STAT-STATUS.
004740     SELECT RUNC-FILE ASSIGN TO RUNCFILE
004750         ORGANIZATION IS SEQUENTIAL
004760         FILE STATUS IS WS-RUNC-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
006700     LABEL RECORDS ARE OMITTED.
006800 01  PRT-RECORD                  PIC X(133).
006900*
006910 FD  STAT-FILE
006920     LABEL RECORDS ARE STANDARD.
006930     COPY DLSTAT.
006940*
006950 FD  RUNC-FILE
006960     LABEL RECORDS ARE STANDARD.
006970     COPY DLRUNC.
006980*
007000 WORKING-STORAGE SECTION.
007100 01  WS-SWITCHES.
007200     05  WS-VSAM-EOF-SW          PIC X(01) VALUE 'N'.
008200     05  WS-NEWS-STATUS          PIC X(02) VALUE SPACES.
008300     05  WS-DLTA-STATUS          PIC X(02) VALUE SPACES.
008400     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
008410     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
008420     05  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
008500*
008600 01  WS-COUNTERS.
008700     05  WS-Ksds-Read            PIC 9(09) COMP-3 VALUE ZERO.
016300     05  SUM-Delete-Count        PIC ZZZ,ZZZ,ZZ9.
016400     05  FILLER                  PIC X(97) VALUE SPACES.
016500*
016504 01  WS-STEP-STAT-WORK.
016508*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
016512*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
016516*    ON EVERY WAY OUT OF THE PROGRAM.
016520     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
016524     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
016528     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
016532         10  WS-Stat-Start-HHMMSS    PIC 9(06).
016536         10  FILLER                  PIC 9(02).
016540     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
016544     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
016548     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
016552         10  WS-Stat-End-HHMMSS      PIC 9(06).
016556         10  FILLER                  PIC 9(02).
016560     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
016564     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
016568     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
016572     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
016576     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
016580*
016600 PROCEDURE DIVISION.
016700*
016800 0000-MAINLINE.
016810     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
016820     ACCEPT WS-Stat-Start-Time FROM TIME.
016900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
017000     PERFORM 2000-COMPARE-LOOP THRU 2000-COMPARE-LOOP-EXIT
017100         UNTIL WS-VSAM-EOF AND WS-SNAP-EOF.
017200     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
017300     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
017400*
017500******************************************************************
017600* 1000-INITIALIZE - OPEN EVERYTHING AND PRIME BOTH SIDES OF THE  *
018500         DISPLAY 'EVANDLTA - UNABLE TO OPEN PRINT FILE, STATUS '
018600             WS-PRT-STATUS
018700         MOVE 12 TO RETURN-CODE
018800         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
018900     END-IF.
019000     OPEN INPUT VSAM-FILE.
019100     IF WS-VSAM-STATUS NOT = '00'
019200         DISPLAY 'EVANDLTA - UNABLE TO OPEN KSDS, STATUS '
019300             WS-VSAM-STATUS
019400         MOVE 12 TO RETURN-CODE
019500         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
019600     END-IF.
019700     OPEN OUTPUT NEWS-FILE.
019800     IF WS-NEWS-STATUS NOT = '00'
019900         DISPLAY 'EVANDLTA - UNABLE TO OPEN NEW SNAPSHOT FILE, '
020000             'STATUS ' WS-NEWS-STATUS
020100         MOVE 12 TO RETURN-CODE
020200         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
020300     END-IF.
020400     OPEN OUTPUT DLTA-FILE.
020500     IF WS-DLTA-STATUS NOT = '00'
020600         DISPLAY 'EVANDLTA - UNABLE TO OPEN DELTA FILE, STATUS '
020700             WS-DLTA-STATUS
020800         MOVE 12 TO RETURN-CODE
020900         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
021000     END-IF.
021100     OPEN INPUT SNAP-FILE.
021200     IF WS-SNAP-STATUS NOT = '00'
041200 3000-FINALIZE-EXIT.
041300     EXIT.
041400*
041410******************************************************************
041420* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH     *
041430* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS RECORD *
041440* IS WRITTEN AND THE RUN ENDS.                                   *
041450******************************************************************
041460 9700-END-STEP.
041470     PERFORM 9710-WRITE-STEP-STATS
041480         THRU 9710-WRITE-STEP-STATS-EXIT.
041490     STOP RUN.
041500 9700-END-STEP-EXIT.
041510     EXIT.
041520*
041530******************************************************************
041540* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD   *
041550* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS TO, *
041560* WHEN IT STARTED AND ENDED, THE KSDS RECORDS COMPARED AND THE   *
041570* RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT     *
041580* OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.            *
041590******************************************************************
041600 9710-WRITE-STEP-STATS.
041610     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
041620     ACCEPT WS-Stat-End-Time FROM TIME.
041630     MOVE WS-Ksds-Read TO WS-Stat-Records.
041640     IF WS-Stat-Run-Number = ZERO
041650         PERFORM 9720-GET-STAT-RUN-KEY
041660             THRU 9720-GET-STAT-RUN-KEY-EXIT
041670     END-IF.
041680     OPEN EXTEND STAT-FILE.
041690     IF WS-STAT-STATUS NOT = '00'
041700         DISPLAY 'EVANDLTA - STEP STATISTICS NOT RECORDED, '
041710             'STATUS ' WS-STAT-STATUS
041720         GO TO 9710-WRITE-STEP-STATS-EXIT
041730     END-IF.
041740     MOVE SPACES TO DL-STAT-RECORD.
041750     MOVE 'S' TO DL-STAT-TYPE.
041760     MOVE 'EVANDLTA' TO DL-STAT-PROGRAM.
041770     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
041780     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
041790     MOVE WS-Stat-Mode TO DL-STAT-MODE.
041800     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
041810     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
041820     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
041830     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
041840     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
041850     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
041860     MOVE RETURN-CODE TO DL-STAT-RC.
041870     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
041880     WRITE DL-STAT-RECORD.
041890     CLOSE STAT-FILE.
041900 9710-WRITE-STEP-STATS-EXIT.
041910     EXIT.
041920*
041930******************************************************************
041940* 9720-GET-STAT-RUN-KEY - THIS STEP BELONGS TO THE RUN ON        *
041950* RUN-CONTROL.  NO RUN-CONTROL RECORD LEAVES TODAY AND RUN ZERO. *
041960******************************************************************
041970 9720-GET-STAT-RUN-KEY.
041980     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
041990     OPEN INPUT RUNC-FILE.
042000     IF WS-RUNC-STATUS NOT = '00'
042010         GO TO 9720-GET-STAT-RUN-KEY-EXIT
042020     END-IF.
042030     READ RUNC-FILE
042040         NOT AT END
042050             MOVE DL-RUNC-BUSINESS-DATE
042060                 TO WS-Stat-Business-Date
042070             MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
042080     END-READ.
042090     CLOSE RUNC-FILE.
042100 9720-GET-STAT-RUN-KEY-EXIT.
042110     EXIT.
042120*
