002900*                  OF-BALANCE; ANY OUT-OF-BALANCE ENDS RC 8    *
003000*                  SO THE SCHEDULER CAN HOLD THE REGISTRAR     *
003100*                  TRANSMISSION ON THIS STEP.                  *
003110* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON  *
003120*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY,     *
003130*                  START AND END TIMES, REPORT DETAILS FOOTED  *
003140*                  AND THE RETURN CODE - FOR THE EVANFCST      *
003150*                  BATCH-WINDOW FORECAST AND THE EVANWKST      *
003160*                  WEEKLY REPORT.                              *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
006200     SELECT PRT-FILE ASSIGN TO PRTFILE
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-PRT-STATUS.
006410     SELECT STAT-FILE ASSIGN TO STATFILE
006420         ORGANIZATION IS SEQUENTIAL
006430         FILE STATUS IS WS-STAT-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
010000     LABEL RECORDS ARE OMITTED.
010100 01  PRT-RECORD                  PIC X(133).
010200*
010210 FD  STAT-FILE
010220     LABEL RECORDS ARE STANDARD.
010230     COPY DLSTAT.
010240*
010300 WORKING-STORAGE SECTION.
010400 01  WS-SWITCHES.
010500     05  WS-RPT-EOF-SW           PIC X(01) VALUE 'N'.
013500     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
013600     05  WS-VSAM-STATUS          PIC X(02) VALUE SPACES.
013700     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
013710     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
013800*
013900 01  WS-THRESHOLD-CONTROL.
014000*    THE SEVERITY THRESHOLD COMES FROM THE FIRST SYSIN CONTROL
022400     05  CRT-Result-Text         PIC X(60) VALUE SPACES.
022500     05  FILLER                  PIC X(72) VALUE SPACES.
022600*
022604 01  WS-STEP-STAT-WORK.
022608*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
022612*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
022616*    ON EVERY WAY OUT OF THE PROGRAM.
022620     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
022624     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
022628     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
022632         10  WS-Stat-Start-HHMMSS    PIC 9(06).
022636         10  FILLER                  PIC 9(02).
022640     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
022644     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
022648     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
022652         10  WS-Stat-End-HHMMSS      PIC 9(06).
022656         10  FILLER                  PIC 9(02).
022660     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
022664     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
022668     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
022672     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
022676     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
022680*
022700 PROCEDURE DIVISION.
022800*
022900 0000-MAINLINE.
022910     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
022920     ACCEPT WS-Stat-Start-Time FROM TIME.
023000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
023100     PERFORM 2000-TALLY-REPORT-FILE
023200         THRU 2000-TALLY-REPORT-FILE-EXIT.
023500     PERFORM 5000-CHECK-EXTRACT THRU 5000-CHECK-EXTRACT-EXIT.
023600     PERFORM 6000-CHECK-RUN-LOG THRU 6000-CHECK-RUN-LOG-EXIT.
023700     PERFORM 7000-FINALIZE THRU 7000-FINALIZE-EXIT.
023800     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
023900*
024000******************************************************************
024100* 1000-INITIALIZE - THRESHOLD CARD, RUN-CONTROL RECORD (THE RUN  *
024900         DISPLAY 'EVANBALN - UNABLE TO OPEN PRINT FILE, STATUS '
025000             WS-PRT-STATUS
025100         MOVE 12 TO RETURN-CODE
025200         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
025300     END-IF.
025400     ACCEPT WS-Parm-Card.
025500     IF WS-Parm-Thresh-Nbr IS NUMERIC
026200         DISPLAY 'EVANBALN - NO RUN-CONTROL FILE, STATUS '
026300             WS-RUNC-STATUS ' - NOTHING TO CERTIFY'
026400         MOVE 8 TO RETURN-CODE
026500         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
026600     END-IF.
026700     READ RUNC-FILE
026800         AT END
027000                 'NOTHING TO CERTIFY'
027100             CLOSE RUNC-FILE
027200             MOVE 8 TO RETURN-CODE
027300             PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
027400     END-READ.
027500     MOVE DL-RUNC-RUN-NUMBER TO WS-Run-Number.
027600     MOVE DL-RUNC-BUSINESS-DATE TO WS-Business-Date.
065500 8000-JUDGE-LINE-EXIT.
065600     EXIT.
065700*
065710******************************************************************
065720* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH     *
065730* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS RECORD *
065740* IS WRITTEN AND THE RUN ENDS.                                   *
065750******************************************************************
065760 9700-END-STEP.
065770     PERFORM 9710-WRITE-STEP-STATS
065780         THRU 9710-WRITE-STEP-STATS-EXIT.
065790     STOP RUN.
065800 9700-END-STEP-EXIT.
065810     EXIT.
065820*
065830******************************************************************
065840* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD   *
065850* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS TO, *
065860* WHEN IT STARTED AND ENDED, THE REPORT DETAILS FOOTED AND THE   *
065870* RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT     *
065880* OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.            *
065890******************************************************************
065900 9710-WRITE-STEP-STATS.
065910     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
065920     ACCEPT WS-Stat-End-Time FROM TIME.
065930     MOVE WS-Detail-Count TO WS-Stat-Records.
065940     IF WS-Stat-Run-Number = ZERO
065950         PERFORM 9720-GET-STAT-RUN-KEY
065960             THRU 9720-GET-STAT-RUN-KEY-EXIT
065970     END-IF.
065980     OPEN EXTEND STAT-FILE.
065990     IF WS-STAT-STATUS NOT = '00'
066000         DISPLAY 'EVANBALN - STEP STATISTICS NOT RECORDED, '
066010             'STATUS ' WS-STAT-STATUS
066020         GO TO 9710-WRITE-STEP-STATS-EXIT
066030     END-IF.
066040     MOVE SPACES TO DL-STAT-RECORD.
066050     MOVE 'S' TO DL-STAT-TYPE.
066060     MOVE 'EVANBALN' TO DL-STAT-PROGRAM.
066070     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
066080     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
066090     MOVE WS-Stat-Mode TO DL-STAT-MODE.
066100     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
066110     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
066120     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
066130     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
066140     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
066150     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
066160     MOVE RETURN-CODE TO DL-STAT-RC.
066170     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
066180     WRITE DL-STAT-RECORD.
066190     CLOSE STAT-FILE.
066200 9710-WRITE-STEP-STATS-EXIT.
066210     EXIT.
066220*
066230******************************************************************
066240* 9720-GET-STAT-RUN-KEY - THIS STEP BELONGS TO THE RUN ON        *
066250* RUN-CONTROL.  NO RUN-CONTROL RECORD LEAVES TODAY AND RUN ZERO. *
066260******************************************************************
066270 9720-GET-STAT-RUN-KEY.
066280     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
066290     OPEN INPUT RUNC-FILE.
066300     IF WS-RUNC-STATUS NOT = '00'
066310         GO TO 9720-GET-STAT-RUN-KEY-EXIT
066320     END-IF.
066330     READ RUNC-FILE
066340         NOT AT END
066350             MOVE DL-RUNC-BUSINESS-DATE
066360                 TO WS-Stat-Business-Date
066370             MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
066380     END-READ.
066390     CLOSE RUNC-FILE.
066400 9720-GET-STAT-RUN-KEY-EXIT.
066410     EXIT.
066420*
