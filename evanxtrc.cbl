002140*                  STATUS 'S' - SO EVANACKP CAN MATCH THE       *
002150*                  REGISTRAR'S ACKNOWLEDGMENT AGAINST WHAT WAS  *
002160*                  ACTUALLY TRANSMITTED AND DRIVE A RESEND.     *
002165* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON   *
002170*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY,      *
002175*                  START AND END TIMES, DETAILS EXTRACTED AND   *
002180*                  THE RETURN CODE - FOR THE EVANFCST           *
002185*                  BATCH-WINDOW FORECAST AND THE EVANWKST       *
002190*                  WEEKLY REPORT.                               *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003410     SELECT XSTA-FILE ASSIGN TO XSTAFILE
003420         ORGANIZATION IS SEQUENTIAL
003430         FILE STATUS IS WS-XSTA-STATUS.
003440     SELECT STAT-FILE ASSIGN TO STATFILE
003450         ORGANIZATION IS SEQUENTIAL
003460         FILE STATUS IS WS-STAT-STATUS.
003470     SELECT RUNC-FILE ASSIGN TO RUNCFILE
003480         ORGANIZATION IS SEQUENTIAL
003490         FILE STATUS IS WS-RUNC-STATUS.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
005020     LABEL RECORDS ARE STANDARD.
005030     COPY DLXSTA.
005040*
005046 FD  STAT-FILE
005052     LABEL RECORDS ARE STANDARD.
005058     COPY DLSTAT.
005064*
005070 FD  RUNC-FILE
005076     LABEL RECORDS ARE STANDARD.
005082     COPY DLRUNC.
005088*
005100 WORKING-STORAGE SECTION.
005200 01  WS-SWITCHES.
005300     05  WS-RPT-EOF-SW           PIC X(01) VALUE 'N'.
005800     05  WS-XTRC-STATUS          PIC X(02) VALUE SPACES.
005900     05  WS-XSEQ-STATUS          PIC X(02) VALUE SPACES.
005910     05  WS-XSTA-STATUS          PIC X(02) VALUE SPACES.
005920     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
005930     05  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
006000*
006100 01  WS-CONSTANTS.
006200     05  WS-FILE-ID              PIC X(16)
007700 01  WS-RUN-DATE-FIELDS.
007800     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
007900*
007904 01  WS-STEP-STAT-WORK.
007908*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
007912*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
007916*    ON EVERY WAY OUT OF THE PROGRAM.
007920     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
007924     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
007928     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
007932         10  WS-Stat-Start-HHMMSS    PIC 9(06).
007936         10  FILLER                  PIC 9(02).
007940     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
007944     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
007948     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
007952         10  WS-Stat-End-HHMMSS      PIC 9(06).
007956         10  FILLER                  PIC 9(02).
007960     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
007964     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
007968     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
007972     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
007976     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
007980*
008000 PROCEDURE DIVISION.
008100*
008200 0000-MAINLINE.
008210     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
008220     ACCEPT WS-Stat-Start-Time FROM TIME.
008300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
008400     PERFORM 2000-EXTRACT-LOOP THRU 2000-EXTRACT-LOOP-EXIT
008500         UNTIL WS-RPT-EOF.
008600     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
008700     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
008800*
008900******************************************************************
009000* 1000-INITIALIZE - PICK UP THE NEXT FILE SEQUENCE NUMBER, OPEN  *
009800         DISPLAY 'EVANXTRC - UNABLE TO OPEN REPORT FILE, STATUS '
009900             WS-RPT-STATUS
010000         MOVE 12 TO RETURN-CODE
010100         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
010200     END-IF.
010300     OPEN OUTPUT XTRC-FILE.
010400     IF WS-XTRC-STATUS NOT = '00'
010500         DISPLAY 'EVANXTRC - UNABLE TO OPEN EXTRACT FILE, '
010600             'STATUS ' WS-XTRC-STATUS
010700         MOVE 12 TO RETURN-CODE
010800         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
010900     END-IF.
011000     PERFORM 1200-WRITE-HEADER THRU 1200-WRITE-HEADER-EXIT.
011100     PERFORM 2900-READ-RPT-RECORD
025400 3200-WRITE-TRANS-STATUS-EXIT.
025500     EXIT.
025600*
025610******************************************************************
025620* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH     *
025630* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS RECORD *
025640* IS WRITTEN AND THE RUN ENDS.                                   *
025650******************************************************************
025660 9700-END-STEP.
025670     PERFORM 9710-WRITE-STEP-STATS
025680         THRU 9710-WRITE-STEP-STATS-EXIT.
025690     STOP RUN.
025700 9700-END-STEP-EXIT.
025710     EXIT.
025720*
025730******************************************************************
025740* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD   *
025750* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS TO, *
025760* WHEN IT STARTED AND ENDED, THE DETAILS EXTRACTED AND THE       *
025770* RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT     *
025780* OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.            *
025790******************************************************************
025800 9710-WRITE-STEP-STATS.
025810     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
025820     ACCEPT WS-Stat-End-Time FROM TIME.
025830     MOVE WS-Detail-Count TO WS-Stat-Records.
025840     IF WS-Stat-Run-Number = ZERO
025850         PERFORM 9720-GET-STAT-RUN-KEY
025860             THRU 9720-GET-STAT-RUN-KEY-EXIT
025870     END-IF.
025880     OPEN EXTEND STAT-FILE.
025890     IF WS-STAT-STATUS NOT = '00'
025900         DISPLAY 'EVANXTRC - STEP STATISTICS NOT RECORDED, '
025910             'STATUS ' WS-STAT-STATUS
025920         GO TO 9710-WRITE-STEP-STATS-EXIT
025930     END-IF.
025940     MOVE SPACES TO DL-STAT-RECORD.
025950     MOVE 'S' TO DL-STAT-TYPE.
025960     MOVE 'EVANXTRC' TO DL-STAT-PROGRAM.
025970     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
025980     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
025990     MOVE WS-Stat-Mode TO DL-STAT-MODE.
026000     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
026010     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
026020     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
026030     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
026040     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
026050     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
026060     MOVE RETURN-CODE TO DL-STAT-RC.
026070     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
026080     WRITE DL-STAT-RECORD.
026090     CLOSE STAT-FILE.
026100 9710-WRITE-STEP-STATS-EXIT.
026110     EXIT.
026120*
026130******************************************************************
026140* 9720-GET-STAT-RUN-KEY - THIS STEP BELONGS TO THE RUN ON        *
026150* RUN-CONTROL.  NO RUN-CONTROL RECORD LEAVES TODAY AND RUN ZERO. *
026160******************************************************************
026170 9720-GET-STAT-RUN-KEY.
026180     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
026190     OPEN INPUT RUNC-FILE.
026200     IF WS-RUNC-STATUS NOT = '00'
026210         GO TO 9720-GET-STAT-RUN-KEY-EXIT
026220     END-IF.
026230     READ RUNC-FILE
026240         NOT AT END
026250             MOVE DL-RUNC-BUSINESS-DATE
026260                 TO WS-Stat-Business-Date
026270             MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
026280     END-READ.
026290     CLOSE RUNC-FILE.
026300 9720-GET-STAT-RUN-KEY-EXIT.
026310     EXIT.
026320*
