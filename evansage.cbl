001800*                  SITS UNREPAIRED UNNOTICED.  ANY PAST-DUE     *
001900*                  ITEM ENDS THE JOB RC 4 SO THE SCHEDULER CAN  *
002000*                  ALERT ON IT.                                 *
002010* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON   *
002020*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY,      *
002030*                  START AND END TIMES, OPEN SUSPENSE ITEMS     *
002040*                  AGED AND THE RETURN CODE - FOR THE EVANFCST  *
002050*                  BATCH-WINDOW FORECAST AND THE EVANWKST       *
002060*                  WEEKLY REPORT.                               *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002800     SELECT PRT-FILE ASSIGN TO PRTFILE
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-PRT-STATUS.
003010     SELECT STAT-FILE ASSIGN TO STATFILE
003020         ORGANIZATION IS SEQUENTIAL
003030         FILE STATUS IS WS-STAT-STATUS.
003040     SELECT RUNC-FILE ASSIGN TO RUNCFILE
003050         ORGANIZATION IS SEQUENTIAL
003060         FILE STATUS IS WS-RUNC-STATUS.
003100*
003200 DATA DIVISION.
003300 FILE SECTION.
003900     LABEL RECORDS ARE OMITTED.
004000 01  PRT-RECORD                  PIC X(133).
004100*
004110 FD  STAT-FILE
004120     LABEL RECORDS ARE STANDARD.
004130     COPY DLSTAT.
004140*
004150 FD  RUNC-FILE
004160     LABEL RECORDS ARE STANDARD.
004170     COPY DLRUNC.
004180*
004200 WORKING-STORAGE SECTION.
004300 01  WS-SWITCHES.
004400     05  WS-SUSP-EOF-SW          PIC X(01) VALUE 'N'.
004700 01  WS-FILE-STATUSES.
004800     05  WS-SUSP-STATUS          PIC X(02) VALUE SPACES.
004900     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
004910     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
004920     05  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
005000*
005100 01  WS-AGING-WORK.
005200     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
011000     05  MSG-Text                PIC X(60) VALUE SPACES.
011100     05  FILLER                  PIC X(72) VALUE SPACES.
011200*
011204 01  WS-STEP-STAT-WORK.
011208*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
011212*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
011216*    ON EVERY WAY OUT OF THE PROGRAM.
011220     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
011224     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
011228     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
011232         10  WS-Stat-Start-HHMMSS    PIC 9(06).
011236         10  FILLER                  PIC 9(02).
011240     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
011244     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
011248     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
011252         10  WS-Stat-End-HHMMSS      PIC 9(06).
011256         10  FILLER                  PIC 9(02).
011260     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
011264     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
011268     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
011272     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
011276     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
011280*
011300 PROCEDURE DIVISION.
011400*
011500 0000-MAINLINE.
011510     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
011520     ACCEPT WS-Stat-Start-Time FROM TIME.
011600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
011700     PERFORM 2000-AGE-ONE-ITEM THRU 2000-AGE-ONE-ITEM-EXIT
011800         UNTIL WS-SUSP-EOF.
011900     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
012000     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
012100*
012200******************************************************************
012300* 1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADINGS.  NO   *
013300         DISPLAY 'EVANSAGE - UNABLE TO OPEN PRINT FILE, STATUS '
013400             WS-PRT-STATUS
013500         MOVE 12 TO RETURN-CODE
013600         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
013700     END-IF.
013800     MOVE WS-Sys-Date TO HDG-Sys-Date.
013900     WRITE PRT-RECORD FROM HDG-LINE-1
021600 3000-FINALIZE-EXIT.
021700     EXIT.
021800*
021810******************************************************************
021820* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH     *
021830* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS RECORD *
021840* IS WRITTEN AND THE RUN ENDS.                                   *
021850******************************************************************
021860 9700-END-STEP.
021870     PERFORM 9710-WRITE-STEP-STATS
021880         THRU 9710-WRITE-STEP-STATS-EXIT.
021890     STOP RUN.
021900 9700-END-STEP-EXIT.
021910     EXIT.
021920*
021930******************************************************************
021940* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD   *
021950* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS TO, *
021960* WHEN IT STARTED AND ENDED, THE OPEN SUSPENSE ITEMS AGED AND    *
021970* THE RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT *
021980* OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.            *
021990******************************************************************
022000 9710-WRITE-STEP-STATS.
022010     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
022020     ACCEPT WS-Stat-End-Time FROM TIME.
022030     MOVE WS-Open-Count TO WS-Stat-Records.
022040     IF WS-Stat-Run-Number = ZERO
022050         PERFORM 9720-GET-STAT-RUN-KEY
022060             THRU 9720-GET-STAT-RUN-KEY-EXIT
022070     END-IF.
022080     OPEN EXTEND STAT-FILE.
022090     IF WS-STAT-STATUS NOT = '00'
022100         DISPLAY 'EVANSAGE - STEP STATISTICS NOT RECORDED, '
022110             'STATUS ' WS-STAT-STATUS
022120         GO TO 9710-WRITE-STEP-STATS-EXIT
022130     END-IF.
022140     MOVE SPACES TO DL-STAT-RECORD.
022150     MOVE 'S' TO DL-STAT-TYPE.
022160     MOVE 'EVANSAGE' TO DL-STAT-PROGRAM.
022170     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
022180     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
022190     MOVE WS-Stat-Mode TO DL-STAT-MODE.
022200     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
022210     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
022220     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
022230     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
022240     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
022250     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
022260     MOVE RETURN-CODE TO DL-STAT-RC.
022270     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
022280     WRITE DL-STAT-RECORD.
022290     CLOSE STAT-FILE.
022300 9710-WRITE-STEP-STATS-EXIT.
022310     EXIT.
022320*
022330******************************************************************
022340* 9720-GET-STAT-RUN-KEY - THIS STEP BELONGS TO THE RUN ON        *
022350* RUN-CONTROL.  NO RUN-CONTROL RECORD LEAVES TODAY AND RUN ZERO. *
022360******************************************************************
022370 9720-GET-STAT-RUN-KEY.
022380     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
022390     OPEN INPUT RUNC-FILE.
022400     IF WS-RUNC-STATUS NOT = '00'
022410         GO TO 9720-GET-STAT-RUN-KEY-EXIT
022420     END-IF.
022430     READ RUNC-FILE
022440         NOT AT END
022450             MOVE DL-RUNC-BUSINESS-DATE
022460                 TO WS-Stat-Business-Date
022470             MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
022480     END-READ.
022490     CLOSE RUNC-FILE.
022500 9720-GET-STAT-RUN-KEY-EXIT.
022510     EXIT.
022520*
