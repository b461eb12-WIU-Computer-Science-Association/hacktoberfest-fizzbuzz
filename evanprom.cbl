002400*                  LIVE FILE UNTOUCHED - SO A RULE CHANGE       *
002500*                  KEYED DAYS AHEAD GOES LIVE ON SCHEDULE       *
002600*                  WITHOUT AN OFF-HOURS CALLOUT.                *
002610* 2026-10-15 EC    CLEAR THE NEW DLAUDT PROFILE ID ON EVERY     *
002620*                  AUDIT RECORD - A PROMOTION ALWAYS CHANGES    *
002630*                  THE LIVE PARAMETER FILE, NEVER A PROFILE.    *
002640* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON   *
002650*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY,      *
002660*                  START AND END TIMES, AUDIT RECORDS WRITTEN   *
002670*                  AND THE RETURN CODE - FOR THE EVANFCST       *
002680*                  BATCH-WINDOW FORECAST AND THE EVANWKST       *
002690*                  WEEKLY REPORT.                               *
002691* 2026-10-15 EC    PROMOTE ONLY AN APPROVED SET.  THE PENDING   *
002692*                  SET'S 'A' APPROVAL RECORD MUST SAY APPROVED  *
002693*                  (EVANAPRV) OR THE SET IS HELD, RC 4; ONE     *
002694*                  APPROVED BY ITS OWN MAKER, OR WITH NO        *
002695*                  APPROVER, IS REFUSED RC 8.  EITHER WAY THE   *
002696*                  LIVE FILE IS UNTOUCHED AND THE PENDING SET   *
002697*                  STAYS ON FILE.                               *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004000     SELECT RLOG-FILE ASSIGN TO RLOGFILE
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-RLOG-STATUS.
004210     SELECT STAT-FILE ASSIGN TO STATFILE
004220         ORGANIZATION IS SEQUENTIAL
004230         FILE STATUS IS WS-STAT-STATUS.
004240     SELECT RUNC-FILE ASSIGN TO RUNCFILE
004250         ORGANIZATION IS SEQUENTIAL
004260         FILE STATUS IS WS-RUNC-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
005900     LABEL RECORDS ARE STANDARD.
006000     COPY DLRLOG.
006100*
006110 FD  STAT-FILE
006120     LABEL RECORDS ARE STANDARD.
006130     COPY DLSTAT.
006140*
006150 FD  RUNC-FILE
006160     LABEL RECORDS ARE STANDARD.
006170     COPY DLRUNC.
006180*
006200 WORKING-STORAGE SECTION.
006300     COPY DLRULES.
006400     COPY DLRULES REPLACING LEADING ==DL-RULE== BY ==DL-PROP==.
007600     05  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
007700     05  WS-AUDT-STATUS          PIC X(02) VALUE SPACES.
007800     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
007810     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
007820     05  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
007900*
008000 01  WS-DEFAULTS.
008100     05  WS-DEFAULT-FIZZ         PIC X(08) VALUE 'Fizz'.
008900     05  WS-Pend-Low             PIC 9(09) VALUE ZERO.
009000     05  WS-Pend-High            PIC 9(09) VALUE ZERO.
009100     05  WS-Eff-Date             PIC 9(08) VALUE ZERO.
009110     05  WS-Pend-Maker           PIC X(08) VALUE SPACES.
009120     05  WS-Pend-Appr-Status     PIC X(01) VALUE SPACE.
009130         88  WS-PEND-APPROVED        VALUE 'A'.
009140     05  WS-Pend-Approver        PIC X(08) VALUE SPACES.
009200*
009300 01  WS-AUDIT-WORK.
009400*    THE PROMOTION IS AUDITED THE SAME WAY AN EVANMAINT SAVE
012000         10  WS-Log-Time-HHMMSS      PIC 9(06).
012100         10  FILLER                  PIC 9(02).
012200*
012204 01  WS-STEP-STAT-WORK.
012208*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
012212*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
012216*    ON EVERY WAY OUT OF THE PROGRAM.
012220     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
012224     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
012228     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
012232         10  WS-Stat-Start-HHMMSS    PIC 9(06).
012236         10  FILLER                  PIC 9(02).
012240     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
012244     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
012248     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
012252         10  WS-Stat-End-HHMMSS      PIC 9(06).
012256         10  FILLER                  PIC 9(02).
012260     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
012264     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
012268     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
012272     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
012276     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
012280*
012300 PROCEDURE DIVISION.
012400*
012500 0000-MAINLINE.
012510     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
012520     ACCEPT WS-Stat-Start-Time FROM TIME.
012600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
012700     PERFORM 2000-PROMOTE-SET THRU 2000-PROMOTE-SET-EXIT.
012800     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
012900     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
013000*
013100******************************************************************
013200* 1000-INITIALIZE - OPEN THE RUN-LOG AND LOAD THE PENDING SET.   *
013210* NO PENDING FILE, AN EMPTY ONE, ONE WITH NO EFFECTIVE DATE, AN  *
013220* EFFECTIVE DATE THE BUSINESS DATE HAS NOT REACHED, OR A SET NOT *
013230* APPROVED BY AN OPERATOR OTHER THAN ITS MAKER ALL END THE STEP  *
013240* HERE WITH THE LIVE FILE UNTOUCHED.  THE BUSINESS DATE FOR THE  *
013250* COMPARISON IS THE SYSTEM DATE - THE SAME DATE EVANCOLWELL WILL *
013260* RUN UNDER IN THE STEP THAT FOLLOWS.                            *
013800******************************************************************
013900 1000-INITIALIZE.
014000     ACCEPT WS-Sys-Date FROM DATE YYYYMMDD.
015100             'NOTHING TO PROMOTE'
015200         PERFORM 9600-CLOSE-RUN-LOG
015300             THRU 9600-CLOSE-RUN-LOG-EXIT
015400         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
015500     END-IF.
015600     IF WS-Eff-Date = ZERO
015700         DISPLAY 'EVANPROM - PENDING SET CARRIES NO EFFECTIVE '
016500         PERFORM 9600-CLOSE-RUN-LOG
016600             THRU 9600-CLOSE-RUN-LOG-EXIT
016700         MOVE 4 TO RETURN-CODE
016800         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
016900     END-IF.
017000     IF WS-Sys-Date < WS-Eff-Date
017100         DISPLAY 'EVANPROM - PENDING SET HELD, EFFECTIVE '
017800             THRU 9500-WRITE-RUN-LOG-EXIT
017900         PERFORM 9600-CLOSE-RUN-LOG
018000             THRU 9600-CLOSE-RUN-LOG-EXIT
018005         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
018010     END-IF.
018015     IF NOT WS-PEND-APPROVED
018020         DISPLAY 'EVANPROM - PENDING SET SAVED BY ' WS-Pend-Maker
018025             ' IS NOT APPROVED, NOT PROMOTED'
018030         MOVE 'EPM0007' TO WS-Log-Msg-Id
018035         MOVE 04 TO WS-Log-Severity
018040         MOVE 'PENDING SET NOT APPROVED - HELD'
018045             TO WS-Log-Text
018050         PERFORM 9500-WRITE-RUN-LOG
018055             THRU 9500-WRITE-RUN-LOG-EXIT
018060         PERFORM 9600-CLOSE-RUN-LOG
018065             THRU 9600-CLOSE-RUN-LOG-EXIT
018070         MOVE 4 TO RETURN-CODE
018075         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
018080     END-IF.
018085     IF WS-Pend-Approver = SPACES
018090             OR WS-Pend-Approver = WS-Pend-Maker
018095         DISPLAY 'EVANPROM - PENDING SET WAS NOT APPROVED BY A '
018100             'SECOND OPERATOR, PROMOTION REFUSED'
018105         MOVE 'EPM0008' TO WS-Log-Msg-Id
018110         MOVE 08 TO WS-Log-Severity
018115         MOVE 'PENDING SET APPROVED BY ITS MAKER - REFUSED'
018120             TO WS-Log-Text
018125         PERFORM 9500-WRITE-RUN-LOG
018130             THRU 9500-WRITE-RUN-LOG-EXIT
018135         PERFORM 9600-CLOSE-RUN-LOG
018140             THRU 9600-CLOSE-RUN-LOG-EXIT
018145         MOVE 8 TO RETURN-CODE
018150         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
018200     END-IF.
018300     PERFORM 1200-LOAD-LIVE THRU 1200-LOAD-LIVE-EXIT.
018400 1000-INITIALIZE-EXIT.
021500     EVALUATE TRUE
021600         WHEN DL-PEND-IS-EFFDATE
021700             MOVE DL-PEND-EFF-DATE TO WS-Eff-Date
021710         WHEN DL-PEND-IS-APPROVAL
021720             MOVE DL-PEND-MAKER TO WS-Pend-Maker
021730             MOVE DL-PEND-APPR-STATUS TO WS-Pend-Appr-Status
021740             MOVE DL-PEND-APPROVER TO WS-Pend-Approver
021800         WHEN DL-PEND-IS-RANGE
021900             MOVE DL-PEND-LOW-BOUND TO WS-Pend-Low
022000             MOVE DL-PEND-HIGH-BOUND TO WS-Pend-High
046200     MOVE ZERO TO DL-AUDT-NEW-HIGH.
046300     MOVE ZERO TO DL-AUDT-NEW-DIVISOR.
046400     MOVE SPACES TO DL-AUDT-NEW-LABEL.
046450     MOVE SPACES TO DL-AUDT-PROFILE-ID.
046500 2140-CLEAR-AUDIT-RECORD-EXIT.
046600     EXIT.
046700*
055200 9600-CLOSE-RUN-LOG-EXIT.
055300     EXIT.
055400*
055410******************************************************************
055420* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH     *
055430* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS RECORD *
055440* IS WRITTEN AND THE RUN ENDS.                                   *
055450******************************************************************
055460 9700-END-STEP.
055470     PERFORM 9710-WRITE-STEP-STATS
055480         THRU 9710-WRITE-STEP-STATS-EXIT.
055490     STOP RUN.
055500 9700-END-STEP-EXIT.
055510     EXIT.
055520*
055530******************************************************************
055540* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD   *
055550* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS TO, *
055560* WHEN IT STARTED AND ENDED, THE AUDIT RECORDS WRITTEN AND THE   *
055570* RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT     *
055580* OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.            *
055590******************************************************************
055600 9710-WRITE-STEP-STATS.
055610     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
055620     ACCEPT WS-Stat-End-Time FROM TIME.
055630     MOVE WS-Audit-Count TO WS-Stat-Records.
055640     IF WS-Stat-Run-Number = ZERO
055650         PERFORM 9720-GET-STAT-RUN-KEY
055660             THRU 9720-GET-STAT-RUN-KEY-EXIT
055670     END-IF.
055680     OPEN EXTEND STAT-FILE.
055690     IF WS-STAT-STATUS NOT = '00'
055700         DISPLAY 'EVANPROM - STEP STATISTICS NOT RECORDED, '
055710             'STATUS ' WS-STAT-STATUS
055720         GO TO 9710-WRITE-STEP-STATS-EXIT
055730     END-IF.
055740     MOVE SPACES TO DL-STAT-RECORD.
055750     MOVE 'S' TO DL-STAT-TYPE.
055760     MOVE 'EVANPROM' TO DL-STAT-PROGRAM.
055770     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
055780     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
055790     MOVE WS-Stat-Mode TO DL-STAT-MODE.
055800     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
055810     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
055820     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
055830     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
055840     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
055850     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
055860     MOVE RETURN-CODE TO DL-STAT-RC.
055870     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
055880     WRITE DL-STAT-RECORD.
055890     CLOSE STAT-FILE.
055900 9710-WRITE-STEP-STATS-EXIT.
055910     EXIT.
055920*
055930******************************************************************
055940* 9720-GET-STAT-RUN-KEY - THIS STEP RUNS AHEAD OF EVANCOLWELL,   *
055950* SO IT BELONGS TO THE RUN EVANCOLWELL IS ABOUT TO START: THE    *
055960* RUN LEFT STARTED ON RUN-CONTROL (A RESTART), ELSE TODAY WITH   *
055970* THE NEXT RUN NUMBER, AS EVANCOLWELL ASSIGNS THEM.              *
055980******************************************************************
055990 9720-GET-STAT-RUN-KEY.
056000     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
056010     MOVE 1 TO WS-Stat-Run-Number.
056020     OPEN INPUT RUNC-FILE.
056030     IF WS-RUNC-STATUS NOT = '00'
056040         GO TO 9720-GET-STAT-RUN-KEY-EXIT
056050     END-IF.
056060     READ RUNC-FILE
056070         NOT AT END
056080             IF DL-RUNC-STARTED
056090                 MOVE DL-RUNC-BUSINESS-DATE
056100                     TO WS-Stat-Business-Date
056110                 MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
056120             ELSE
056130                 IF DL-RUNC-RUN-NUMBER < 99999
056140                     COMPUTE WS-Stat-Run-Number =
056150                         DL-RUNC-RUN-NUMBER + 1
056160                 END-IF
056170             END-IF
056180     END-READ.
056190     CLOSE RUNC-FILE.
056200 9720-GET-STAT-RUN-KEY-EXIT.
056210     EXIT.
056220*
