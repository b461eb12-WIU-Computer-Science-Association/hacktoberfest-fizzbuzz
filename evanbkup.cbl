000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVANBKUP.
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
001300* 2026-10-15 EC    ORIGINAL - CLASSIFICATION KSDS BACKUP.       *
001400*                  COPIES THE WHOLE KSDS (DLVSAM) TO A          *
001500*                  SEQUENTIAL BACKUP GENERATION (BKUPFILE DD)   *
001600*                  AND APPENDS A 'B' MARKER TO THE KSDS CHANGE  *
001700*                  JOURNAL (DLKJRN) CARRYING THE RECORDS BACKED *
001800*                  UP AND THE LAST RUN ON RUN-CONTROL.  EVERY   *
001900*                  JOURNAL RECORD AFTER THE MARKER IS A CHANGE  *
002000*                  MADE SINCE THE BACKUP, WHICH IS WHAT         *
002100*                  EVANRCVR ROLLS FORWARD.  A NEVER-LOADED KSDS *
002200*                  BACKS UP AS ZERO RECORDS.  NO MARKER IS      *
002300*                  WRITTEN UNLESS THE BACKUP COMPLETED; THE JOB *
002400*                  THEN ENDS RC 8 AND THE PREVIOUS MARKER STILL *
002500*                  STANDS.                                      *
002510* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON   *
002520*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY,      *
002530*                  START AND END TIMES, KSDS RECORDS BACKED UP  *
002540*                  AND THE RETURN CODE - FOR THE EVANFCST       *
002550*                  BATCH-WINDOW FORECAST AND THE EVANWKST       *
002560*                  WEEKLY REPORT.                               *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT VSAM-FILE ASSIGN TO VSAMOUT
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS DL-VSAM-COUNT
003400         FILE STATUS IS WS-VSAM-STATUS.
003500     SELECT BKUP-FILE ASSIGN TO BKUPFILE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-BKUP-STATUS.
003800     SELECT RUNC-FILE ASSIGN TO RUNCFILE
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-RUNC-STATUS.
004100     SELECT JRNL-FILE ASSIGN TO JRNLFILE
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-JRNL-STATUS.
004400     SELECT RLOG-FILE ASSIGN TO RLOGFILE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-RLOG-STATUS.
004610     SELECT STAT-FILE ASSIGN TO STATFILE
004620         ORGANIZATION IS SEQUENTIAL
004630         FILE STATUS IS WS-STAT-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  VSAM-FILE.
005100     COPY DLVSAM.
005200*
005300 FD  BKUP-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY DLVSAM REPLACING LEADING ==DL-VSAM== BY ==DL-BKUP==.
005600*
005700 FD  RUNC-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY DLRUNC.
006000*
006100 FD  JRNL-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY DLKJRN.
006400*
006500 FD  RLOG-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DLRLOG.
006800*
006810 FD  STAT-FILE
006820     LABEL RECORDS ARE STANDARD.
006830     COPY DLSTAT.
006840*
006900 WORKING-STORAGE SECTION.
007000 01  WS-SWITCHES.
007100     05  WS-VSAM-EOF-SW          PIC X(01) VALUE 'N'.
007200         88  WS-VSAM-EOF             VALUE 'Y'.
007300     05  WS-VSAM-OPEN-SW         PIC X(01) VALUE 'N'.
007400         88  WS-VSAM-OPEN            VALUE 'Y'.
007500*
007600 01  WS-FILE-STATUSES.
007700     05  WS-VSAM-STATUS          PIC X(02) VALUE SPACES.
007800     05  WS-BKUP-STATUS          PIC X(02) VALUE SPACES.
007900     05  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
008000     05  WS-JRNL-STATUS          PIC X(02) VALUE SPACES.
008100     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
008110     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
008200*
008300 01  WS-BACKUP-WORK.
008400*    THE MARKER CARRIES THE LAST RUN ON RUN-CONTROL - THE RUN
008500*    WHOSE CHANGES THE BACKUP ALREADY HOLDS.  WITH NO
008600*    RUN-CONTROL RECORD IT CARRIES TODAY AND RUN NUMBER ZERO.
008700     05  WS-Mark-Business-Date   PIC 9(08) VALUE ZERO.
008800     05  WS-Mark-Run-Number      PIC 9(05) VALUE ZERO.
008900     05  WS-Backup-Count         PIC 9(09) COMP-3 VALUE ZERO.
009000     05  WS-Jrnl-Time            PIC 9(08) VALUE ZERO.
009100*
009200 01  WS-RUN-LOG-WORK.
009300*    ONE MESSAGE AT A TIME IS STAGED HERE FOR 9500-WRITE-RUN-
009400*    LOG; 9600-CLOSE-RUN-LOG WRITES THE END-OF-JOB SUMMARY
009500*    RECORD CARRYING THE HIGHEST SEVERITY RAISED.
009600     05  WS-RLOG-OPEN-SW         PIC X(01) VALUE 'N'.
009700         88  WS-RLOG-OPEN            VALUE 'Y'.
009800     05  WS-Log-Msg-Id           PIC X(08) VALUE SPACES.
009900     05  WS-Log-Severity         PIC 9(02) VALUE ZERO.
010000     05  WS-Log-Text             PIC X(70) VALUE SPACES.
010100     05  WS-Highest-Severity     PIC 9(02) VALUE ZERO.
010200     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
010300     05  WS-Log-Time             PIC 9(08) VALUE ZERO.
010400     05  WS-LOG-TIME-PARTS REDEFINES WS-Log-Time.
010500         10  WS-Log-Time-HHMMSS      PIC 9(06).
010600         10  FILLER                  PIC 9(02).
010700*
010704 01  WS-STEP-STAT-WORK.
010708*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
010712*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
010716*    ON EVERY WAY OUT OF THE PROGRAM.
010720     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
010724     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
010728     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
010732         10  WS-Stat-Start-HHMMSS    PIC 9(06).
010736         10  FILLER                  PIC 9(02).
010740     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
010744     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
010748     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
010752         10  WS-Stat-End-HHMMSS      PIC 9(06).
010756         10  FILLER                  PIC 9(02).
010760     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
010764     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
010768     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
010772     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
010776     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
010780*
010800 PROCEDURE DIVISION.
010900*
011000 0000-MAINLINE.
011010     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
011020     ACCEPT WS-Stat-Start-Time FROM TIME.
011100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
011200     PERFORM 2000-COPY-LOOP THRU 2000-COPY-LOOP-EXIT
011300         UNTIL WS-VSAM-EOF.
011400     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
011500     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
011600*
011700******************************************************************
011800* 1000-INITIALIZE - OPEN THE RUN LOG, TAKE THE MARKER'S RUN KEY  *
011900* FROM RUN-CONTROL, AND OPEN THE JOURNAL AND THE BACKUP BEFORE   *
012000* THE KSDS: A BACKUP THAT CANNOT BE MARKED ON THE JOURNAL IS OF  *
012100* NO USE TO A RECOVERY, SO EITHER FAILING ENDS THE JOB RC 8.     *
012200******************************************************************
012300 1000-INITIALIZE.
012400     ACCEPT WS-Sys-Date FROM DATE YYYYMMDD.
012500     OPEN EXTEND RLOG-FILE.
012600     IF WS-RLOG-STATUS = '00'
012700         SET WS-RLOG-OPEN TO TRUE
012800     ELSE
012900         DISPLAY 'EVANBKUP - RUN-LOG NOT AVAILABLE, STATUS '
013000             WS-RLOG-STATUS
013100     END-IF.
013200     PERFORM 1100-READ-RUN-CONTROL
013300         THRU 1100-READ-RUN-CONTROL-EXIT.
013400     OPEN EXTEND JRNL-FILE.
013500     IF WS-JRNL-STATUS NOT = '00'
013600         DISPLAY 'EVANBKUP - KSDS JOURNAL NOT AVAILABLE, '
013700             'STATUS ' WS-JRNL-STATUS ', ENDING RC 8'
013800         MOVE 'EBK0001' TO WS-Log-Msg-Id
013900         MOVE 08 TO WS-Log-Severity
014000         MOVE 'KSDS JOURNAL NOT AVAILABLE - NO BACKUP TAKEN'
014100             TO WS-Log-Text
014200         PERFORM 9900-ABORT THRU 9900-ABORT-EXIT
014300     END-IF.
014400     OPEN OUTPUT BKUP-FILE.
014500     IF WS-BKUP-STATUS NOT = '00'
014600         DISPLAY 'EVANBKUP - UNABLE TO OPEN BACKUP FILE, '
014700             'STATUS ' WS-BKUP-STATUS ', ENDING RC 8'
014800         MOVE 'EBK0002' TO WS-Log-Msg-Id
014900         MOVE 08 TO WS-Log-Severity
015000         MOVE 'BACKUP FILE NOT AVAILABLE - NO BACKUP TAKEN'
015100             TO WS-Log-Text
015200         PERFORM 9900-ABORT THRU 9900-ABORT-EXIT
015300     END-IF.
015400     PERFORM 1200-OPEN-KSDS THRU 1200-OPEN-KSDS-EXIT.
015500 1000-INITIALIZE-EXIT.
015600     EXIT.
015700*
015800 1100-READ-RUN-CONTROL.
015900     MOVE WS-Sys-Date TO WS-Mark-Business-Date.
016000     MOVE ZERO TO WS-Mark-Run-Number.
016100     OPEN INPUT RUNC-FILE.
016200     IF WS-RUNC-STATUS NOT = '00'
016300         DISPLAY 'EVANBKUP - NO RUN-CONTROL FILE, MARKER '
016400             'CARRIES TODAY AND RUN ZERO'
016500         GO TO 1100-READ-RUN-CONTROL-EXIT
016600     END-IF.
016700     READ RUNC-FILE
016800         NOT AT END
016900             MOVE DL-RUNC-BUSINESS-DATE
017000                 TO WS-Mark-Business-Date
017100             MOVE DL-RUNC-RUN-NUMBER TO WS-Mark-Run-Number
017200     END-READ.
017300     CLOSE RUNC-FILE.
017400 1100-READ-RUN-CONTROL-EXIT.
017500     EXIT.
017600*
017700******************************************************************
017800* 1200-OPEN-KSDS - STATUS 35 IS A CLUSTER DEFINED BUT NEVER      *
017900* LOADED: IT BACKS UP AS ZERO RECORDS, WITH A WARNING.  ANY      *
018000* OTHER FAILURE ENDS THE JOB RC 8 WITH NO MARKER WRITTEN.        *
018100******************************************************************
018200 1200-OPEN-KSDS.
018300     OPEN INPUT VSAM-FILE.
018400     IF WS-VSAM-STATUS = '00'
018500         SET WS-VSAM-OPEN TO TRUE
018600         PERFORM 2900-READ-KSDS THRU 2900-READ-KSDS-EXIT
018700         GO TO 1200-OPEN-KSDS-EXIT
018800     END-IF.
018900     IF WS-VSAM-STATUS = '35'
019000         DISPLAY 'EVANBKUP - KSDS HAS NEVER BEEN LOADED, '
019100             'BACKING UP ZERO RECORDS'
019200         MOVE 'EBK0003' TO WS-Log-Msg-Id
019300         MOVE 04 TO WS-Log-Severity
019400         MOVE 'KSDS NEVER LOADED - EMPTY BACKUP TAKEN'
019500             TO WS-Log-Text
019600         PERFORM 9500-WRITE-RUN-LOG
019700             THRU 9500-WRITE-RUN-LOG-EXIT
019800         SET WS-VSAM-EOF TO TRUE
019900         GO TO 1200-OPEN-KSDS-EXIT
020000     END-IF.
020100     DISPLAY 'EVANBKUP - VSAM FILE NOT AVAILABLE, STATUS '
020200         WS-VSAM-STATUS ', ENDING RC 8'.
020300     MOVE 'EBK0004' TO WS-Log-Msg-Id.
020400     MOVE 08 TO WS-Log-Severity.
020500     MOVE 'VSAM KSDS NOT AVAILABLE - NO BACKUP TAKEN'
020600         TO WS-Log-Text.
020700     PERFORM 9900-ABORT THRU 9900-ABORT-EXIT.
020800 1200-OPEN-KSDS-EXIT.
020900     EXIT.
021000*
021100 2000-COPY-LOOP.
021200     WRITE DL-BKUP-RECORD FROM DL-VSAM-RECORD.
021300     IF WS-BKUP-STATUS NOT = '00'
021400         DISPLAY 'EVANBKUP - BACKUP WRITE FAILED AT COUNT '
021500             DL-VSAM-COUNT ', STATUS ' WS-BKUP-STATUS
021600         MOVE 'EBK0005' TO WS-Log-Msg-Id
021700         MOVE 08 TO WS-Log-Severity
021800         MOVE 'BACKUP WRITE FAILED - BACKUP INCOMPLETE, NO MARKER'
021900             TO WS-Log-Text
022000         PERFORM 9900-ABORT THRU 9900-ABORT-EXIT
022100     END-IF.
022200     ADD 1 TO WS-Backup-Count.
022300     PERFORM 2900-READ-KSDS THRU 2900-READ-KSDS-EXIT.
022400 2000-COPY-LOOP-EXIT.
022500     EXIT.
022600*
022700 2900-READ-KSDS.
022800     READ VSAM-FILE NEXT RECORD
022900         AT END
023000             SET WS-VSAM-EOF TO TRUE
023100     END-READ.
023200 2900-READ-KSDS-EXIT.
023300     EXIT.
023400*
023500******************************************************************
023600* 3000-FINALIZE - CLOSE THE BACKUP, THEN WRITE THE 'B' MARKER    *
023700* CARRYING THE RECORD COUNT SO A RECOVERY CAN PROVE IT IS        *
023800* RESTORING THE WHOLE BACKUP.                                    *
023900******************************************************************
024000 3000-FINALIZE.
024100     IF WS-VSAM-OPEN
024200         CLOSE VSAM-FILE
024300     END-IF.
024400     CLOSE BKUP-FILE.
024500     ACCEPT WS-Jrnl-Time FROM TIME.
024600     MOVE SPACES TO DL-KJRN-RECORD.
024700     MOVE 'B' TO DL-KJRN-ACTION.
024800     MOVE 'EVANBKUP' TO DL-KJRN-PROGRAM.
024900     MOVE WS-Mark-Business-Date TO DL-KJRN-BUSINESS-DATE.
025000     MOVE WS-Mark-Run-Number TO DL-KJRN-RUN-NUMBER.
025100     MOVE WS-Sys-Date TO DL-KJRN-STAMP-DATE.
025200     MOVE WS-Jrnl-Time TO DL-KJRN-STAMP-TIME.
025300     MOVE WS-Backup-Count TO DL-KJRN-COUNT.
025400     WRITE DL-KJRN-RECORD.
025500     IF WS-JRNL-STATUS NOT = '00'
025600         DISPLAY 'EVANBKUP - BACKUP MARKER NOT WRITTEN, '
025700             'STATUS ' WS-JRNL-STATUS ', ENDING RC 8'
025800         MOVE 'EBK0006' TO WS-Log-Msg-Id
025900         MOVE 08 TO WS-Log-Severity
026000         MOVE 'BACKUP MARKER NOT WRITTEN TO THE KSDS JOURNAL'
026100             TO WS-Log-Text
026200         PERFORM 9900-ABORT THRU 9900-ABORT-EXIT
026300     END-IF.
026400     CLOSE JRNL-FILE.
026500     DISPLAY 'EVANBKUP - KSDS BACKED UP, ' WS-Backup-Count
026600         ' RECORDS, MARKER RUN ' WS-Mark-Business-Date '/'
026700         WS-Mark-Run-Number.
026800     MOVE 'EBK0007' TO WS-Log-Msg-Id.
026900     MOVE 00 TO WS-Log-Severity.
027000     MOVE 'KSDS BACKED UP AND MARKED ON THE JOURNAL'
027100         TO WS-Log-Text.
027200     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
027300     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
027400     IF WS-Highest-Severity > ZERO
027500         MOVE WS-Highest-Severity TO RETURN-CODE
027600     END-IF.
027700 3000-FINALIZE-EXIT.
027800     EXIT.
027900*
028000******************************************************************
028100* 9500-WRITE-RUN-LOG - ONE STRUCTURED MESSAGE RECORD ON THE     *
028200* COMMON RUN-LOG.  THE CALLER STAGES WS-LOG-MSG-ID, SEVERITY    *
028300* AND TEXT; THE HIGHEST SEVERITY RAISED IS KEPT FOR THE         *
028400* END-OF-JOB SUMMARY RECORD.                                    *
028500******************************************************************
028600 9500-WRITE-RUN-LOG.
028700     IF WS-Log-Severity > WS-Highest-Severity
028800         MOVE WS-Log-Severity TO WS-Highest-Severity
028900     END-IF.
029000     IF NOT WS-RLOG-OPEN
029100         GO TO 9500-WRITE-RUN-LOG-EXIT
029200     END-IF.
029300     ACCEPT WS-Log-Time FROM TIME.
029400     MOVE 'M' TO DL-RLOG-TYPE.
029500     MOVE WS-Log-Msg-Id TO DL-RLOG-MSG-ID.
029600     MOVE WS-Log-Severity TO DL-RLOG-SEVERITY.
029700     MOVE 'EVANBKUP' TO DL-RLOG-PROGRAM.
029800     MOVE WS-Sys-Date TO DL-RLOG-DATE.
029900     MOVE WS-Log-Time-HHMMSS TO DL-RLOG-TIME.
030000     MOVE WS-Log-Text TO DL-RLOG-TEXT.
030100     WRITE DL-RLOG-RECORD.
030200 9500-WRITE-RUN-LOG-EXIT.
030300     EXIT.
030400*
030500******************************************************************
030600* 9600-CLOSE-RUN-LOG - WRITE THE END-OF-JOB SUMMARY RECORD      *
030700* (HIGHEST SEVERITY RAISED THIS RUN) AND CLOSE THE RUN-LOG.     *
030800******************************************************************
030900 9600-CLOSE-RUN-LOG.
031000     IF NOT WS-RLOG-OPEN
031100         GO TO 9600-CLOSE-RUN-LOG-EXIT
031200     END-IF.
031300     ACCEPT WS-Log-Time FROM TIME.
031400     MOVE 'S' TO DL-RLOG-TYPE.
031500     MOVE 'EBK9999' TO DL-RLOG-MSG-ID.
031600     MOVE WS-Highest-Severity TO DL-RLOG-SEVERITY.
031700     MOVE 'EVANBKUP' TO DL-RLOG-PROGRAM.
031800     MOVE WS-Sys-Date TO DL-RLOG-DATE.
031900     MOVE WS-Log-Time-HHMMSS TO DL-RLOG-TIME.
032000     MOVE 'HIGHEST SEVERITY THIS RUN' TO DL-RLOG-TEXT.
032100     WRITE DL-RLOG-RECORD.
032200     CLOSE RLOG-FILE.
032300     MOVE 'N' TO WS-RLOG-OPEN-SW.
032400 9600-CLOSE-RUN-LOG-EXIT.
032500     EXIT.
032600*
032700******************************************************************
032800* 9900-ABORT - LOG THE STAGED MESSAGE, CLOSE THE RUN LOG AND END *
032900* RC 8 WITHOUT WRITING A MARKER.                                 *
033000******************************************************************
033100 9900-ABORT.
033200     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
033300     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
033400     MOVE 8 TO RETURN-CODE.
033500     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
033600 9900-ABORT-EXIT.
033700     EXIT.
033710*
033720******************************************************************
033730* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH     *
033740* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS RECORD *
033750* IS WRITTEN AND THE RUN ENDS.                                   *
033760******************************************************************
033770 9700-END-STEP.
033780     PERFORM 9710-WRITE-STEP-STATS
033790         THRU 9710-WRITE-STEP-STATS-EXIT.
033800     STOP RUN.
033810 9700-END-STEP-EXIT.
033820     EXIT.
033830*
033840******************************************************************
033850* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD   *
033860* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS TO, *
033870* WHEN IT STARTED AND ENDED, THE KSDS RECORDS BACKED UP AND THE  *
033880* RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT     *
033890* OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.            *
033900******************************************************************
033910 9710-WRITE-STEP-STATS.
033920     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
033930     ACCEPT WS-Stat-End-Time FROM TIME.
033940     MOVE WS-Backup-Count TO WS-Stat-Records.
033950     IF WS-Stat-Run-Number = ZERO
033960         PERFORM 9720-GET-STAT-RUN-KEY
033970             THRU 9720-GET-STAT-RUN-KEY-EXIT
033980     END-IF.
033990     OPEN EXTEND STAT-FILE.
034000     IF WS-STAT-STATUS NOT = '00'
034010         DISPLAY 'EVANBKUP - STEP STATISTICS NOT RECORDED, '
034020             'STATUS ' WS-STAT-STATUS
034030         GO TO 9710-WRITE-STEP-STATS-EXIT
034040     END-IF.
034050     MOVE SPACES TO DL-STAT-RECORD.
034060     MOVE 'S' TO DL-STAT-TYPE.
034070     MOVE 'EVANBKUP' TO DL-STAT-PROGRAM.
034080     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
034090     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
034100     MOVE WS-Stat-Mode TO DL-STAT-MODE.
034110     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
034120     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
034130     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
034140     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
034150     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
034160     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
034170     MOVE RETURN-CODE TO DL-STAT-RC.
034180     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
034190     WRITE DL-STAT-RECORD.
034200     CLOSE STAT-FILE.
034210 9710-WRITE-STEP-STATS-EXIT.
034220     EXIT.
034230*
034240******************************************************************
034250* 9720-GET-STAT-RUN-KEY - THIS STEP RUNS AHEAD OF EVANCOLWELL,   *
034260* SO IT BELONGS TO THE RUN EVANCOLWELL IS ABOUT TO START: THE    *
034270* RUN LEFT STARTED ON RUN-CONTROL (A RESTART), ELSE TODAY WITH   *
034280* THE NEXT RUN NUMBER, AS EVANCOLWELL ASSIGNS THEM.              *
034290******************************************************************
034300 9720-GET-STAT-RUN-KEY.
034310     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
034320     MOVE 1 TO WS-Stat-Run-Number.
034330     OPEN INPUT RUNC-FILE.
034340     IF WS-RUNC-STATUS NOT = '00'
034350         GO TO 9720-GET-STAT-RUN-KEY-EXIT
034360     END-IF.
034370     READ RUNC-FILE
034380         NOT AT END
034390             IF DL-RUNC-STARTED
034400                 MOVE DL-RUNC-BUSINESS-DATE
034410                     TO WS-Stat-Business-Date
034420                 MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
034430             ELSE
034440                 IF DL-RUNC-RUN-NUMBER < 99999
034450                     COMPUTE WS-Stat-Run-Number =
034460                         DL-RUNC-RUN-NUMBER + 1
034470                 END-IF
034480             END-IF
034490     END-READ.
034500     CLOSE RUNC-FILE.
034510 9720-GET-STAT-RUN-KEY-EXIT.
034520     EXIT.
