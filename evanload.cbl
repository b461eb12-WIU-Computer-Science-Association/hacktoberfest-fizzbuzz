002320*                  REPLAY SEAM (THE SAME WINDOW THE NORMAL      *
002330*                  MODE COVERS WITH ITS REWRITE) AND IS         *
002340*                  SKIPPED, NOT COUNTED AS A LOAD ERROR.        *
002341* 2026-10-15 EC    THE RELOAD IS JOURNALED TO THE KSDS CHANGE   *
002342*                  JOURNAL (DLKJRN, JRNLFILE DD).  THE KSDS AS  *
002343*                  IT STOOD IS FIRST COPIED TO OLDFILE, WHICH   *
002344*                  IS MERGED BY KEY AGAINST THE LOAD: EACH KEY  *
002345*                  LOADED IS JOURNALED ADDED, OR REWRITTEN WITH *
002346*                  ITS OLD IMAGE, AND EACH KEY THE RELOAD DROPS *
002347*                  IS JOURNALED DELETED - UNDER THE WORK FILE'S *
002348*                  RUN NUMBER AND THAT RUN'S BUSINESS DATE FROM *
002349*                  RUN-CONTROL.  NO JOURNAL, NO LOAD (RC 12).   *
002357* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON   *
002365*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY,      *
002373*                  START AND END TIMES, RECORDS LOADED AND THE  *
002381*                  RETURN CODE - FOR THE EVANFCST BATCH-WINDOW  *
002389*                  FORECAST AND THE EVANWKST WEEKLY REPORT.     *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS DL-VSAM-COUNT
003500         FILE STATUS IS WS-VSAM-STATUS.
003510     SELECT OLD-FILE ASSIGN TO OLDFILE
003520         ORGANIZATION IS SEQUENTIAL
003530         FILE STATUS IS WS-OLD-STATUS.
003540     SELECT RUNC-FILE ASSIGN TO RUNCFILE
003550         ORGANIZATION IS SEQUENTIAL
003560         FILE STATUS IS WS-RUNC-STATUS.
003570     SELECT JRNL-FILE ASSIGN TO JRNLFILE
003580         ORGANIZATION IS SEQUENTIAL
003590         FILE STATUS IS WS-JRNL-STATUS.
003592     SELECT STAT-FILE ASSIGN TO STATFILE
003594         ORGANIZATION IS SEQUENTIAL
003596         FILE STATUS IS WS-STAT-STATUS.
003600*
003700 DATA DIVISION.
003800 FILE SECTION.
004300 FD  VSAM-FILE.
004400     COPY DLVSAM.
004500*
004507 FD  OLD-FILE
004514     LABEL RECORDS ARE STANDARD.
004521     COPY DLVSAM REPLACING LEADING ==DL-VSAM== BY ==DL-OLD==.
004528*
004535 FD  RUNC-FILE
004542     LABEL RECORDS ARE STANDARD.
004549     COPY DLRUNC.
004556*
004563 FD  JRNL-FILE
004570     LABEL RECORDS ARE STANDARD.
004577     COPY DLKJRN.
004584*
004587 FD  STAT-FILE
004590     LABEL RECORDS ARE STANDARD.
004593     COPY DLSTAT.
004596*
004600 WORKING-STORAGE SECTION.
004700 01  WS-SWITCHES.
004800     05  WS-WORK-EOF-SW          PIC X(01) VALUE 'N'.
004900         88  WS-WORK-EOF             VALUE 'Y'.
004910     05  WS-OLD-EOF-SW           PIC X(01) VALUE 'N'.
004920         88  WS-OLD-EOF              VALUE 'Y'.
005000*
005100 01  WS-FILE-STATUSES.
005200     05  WS-WORK-STATUS          PIC X(02) VALUE SPACES.
005300     05  WS-VSAM-STATUS          PIC X(02) VALUE SPACES.
005310     05  WS-OLD-STATUS           PIC X(02) VALUE SPACES.
005320     05  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
005330     05  WS-JRNL-STATUS          PIC X(02) VALUE SPACES.
005340     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
005400*
005500 01  WS-COUNTERS.
005600     05  WS-Loaded-Count         PIC 9(09) COMP-3 VALUE ZERO.
005720     05  WS-Last-Count           PIC 9(09) COMP-3 VALUE ZERO.
005730     05  WS-ANY-LOADED-SW        PIC X(01) VALUE 'N'.
005740         88  WS-ANY-LOADED           VALUE 'Y'.
005741     05  WS-Saved-Count          PIC 9(09) COMP-3 VALUE ZERO.
005742     05  WS-Added-Count          PIC 9(09) COMP-3 VALUE ZERO.
005743     05  WS-Rewritten-Count      PIC 9(09) COMP-3 VALUE ZERO.
005744     05  WS-Deleted-Count        PIC 9(09) COMP-3 VALUE ZERO.
005745     05  WS-Jrnl-Error-Count     PIC 9(09) COMP-3 VALUE ZERO.
005746     05  WS-Foot-Count           PIC S9(10) COMP-3 VALUE ZERO.
005747*
005748 01  WS-JOURNAL-WORK.
005749*    THE OLD KSDS IMAGE IS MERGED AGAINST THE LOAD BY KEY; THE
005750*    OLD KEY GOES HIGH AT END OF OLDFILE.  EVERY JOURNAL RECORD
005751*    OF THE RELOAD CARRIES THE ONE RUN KEY SET AT INITIALIZE.
005752     05  WS-Old-Key              PIC 9(10) VALUE ZERO.
005753     05  WS-Jrnl-Action          PIC X(01) VALUE SPACE.
005754     05  WS-Jrnl-Count           PIC 9(09) VALUE ZERO.
005755     05  WS-Jrnl-Business-Date   PIC 9(08) VALUE ZERO.
005756     05  WS-Jrnl-Run-Number      PIC 9(05) VALUE ZERO.
005757     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
005758     05  WS-Jrnl-Time            PIC 9(08) VALUE ZERO.
005759     05  WS-Jrnl-Before-Image    PIC X(102) VALUE SPACES.
005760     05  WS-Jrnl-After-Image     PIC X(102) VALUE SPACES.
005761*
005762 01  WS-STEP-STAT-WORK.
005763*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
005764*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
005765*    ON EVERY WAY OUT OF THE PROGRAM.
005766     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
005767     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
005768     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
005769         10  WS-Stat-Start-HHMMSS    PIC 9(06).
005770         10  FILLER                  PIC 9(02).
005771     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
005772     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
005773     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
005774         10  WS-Stat-End-HHMMSS      PIC 9(06).
005775         10  FILLER                  PIC 9(02).
005776     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
005777     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
005778     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
005779     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
005780     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
005800*
005900 PROCEDURE DIVISION.
006000*
006100 0000-MAINLINE.
006110     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
006120     ACCEPT WS-Stat-Start-Time FROM TIME.
006200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
006300     PERFORM 2000-LOAD-LOOP THRU 2000-LOAD-LOOP-EXIT
006400         UNTIL WS-WORK-EOF.
006500     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
006600     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
006700*
006800******************************************************************
006900* 1000-INITIALIZE - OPEN AND PRIME THE WORK FILE FIRST: AN      *
007100* POSTED THE KSDS, SO IT MUST NOT BE OPENED OUTPUT (WHICH       *
007200* WOULD EMPTY IT).  ONLY WHEN THE FIRST WORK RECORD IS IN HAND  *
007300* IS THE KSDS OPENED FOR THE LOAD.                              *
007310* THE JOURNAL MUST OPEN AND THE OLD KSDS MUST BE SAVED TO       *
007320* OLDFILE BEFORE THE OPEN OUTPUT EMPTIES IT.                    *
007400******************************************************************
007500 1000-INITIALIZE.
007600     OPEN INPUT WORK-FILE.
008700         CLOSE WORK-FILE
008800         GO TO 1000-INITIALIZE-EXIT
008900     END-IF.
008910     PERFORM 1100-SET-RUN-KEY THRU 1100-SET-RUN-KEY-EXIT.
008920     OPEN EXTEND JRNL-FILE.
008930     IF WS-JRNL-STATUS NOT = '00'
008940         DISPLAY 'EVANLOAD - KSDS JOURNAL NOT AVAILABLE, '
008950             'STATUS ' WS-JRNL-STATUS ', KSDS NOT LOADED'
008960         MOVE 12 TO RETURN-CODE
008970         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
008980     END-IF.
008990     PERFORM 1200-SAVE-OLD-KSDS THRU 1200-SAVE-OLD-KSDS-EXIT.
009000     OPEN OUTPUT VSAM-FILE.
009100     IF WS-VSAM-STATUS NOT = '00'
009200         DISPLAY 'EVANLOAD - UNABLE TO OPEN KSDS FOR LOAD, '
009300             'STATUS ' WS-VSAM-STATUS
009400         MOVE 12 TO RETURN-CODE
009500         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
009600     END-IF.
009700 1000-INITIALIZE-EXIT.
009701     EXIT.
009702*
009703******************************************************************
009704* 1100-SET-RUN-KEY - THE RELOAD IS JOURNALED UNDER THE RUN THAT *
009705* WROTE THE WORK FILE: ITS RUN NUMBER IS ON EVERY WORK RECORD,  *
009706* AND RUN-CONTROL STILL HOLDS THAT RUN'S BUSINESS DATE.  SHOULD *
009707* RUN-CONTROL NAME ANOTHER RUN, THE WORK RECORD'S RUN DATE IS   *
009708* USED INSTEAD.                                                 *
009709******************************************************************
009710 1100-SET-RUN-KEY.
009711     ACCEPT WS-Sys-Date FROM DATE YYYYMMDD.
009712     MOVE DL-WORK-RUN-NUMBER TO WS-Jrnl-Run-Number.
009713     IF DL-WORK-RUN-DATE IS NUMERIC
009714         MOVE DL-WORK-RUN-DATE TO WS-Jrnl-Business-Date
009715     ELSE
009716         MOVE WS-Sys-Date TO WS-Jrnl-Business-Date
009717     END-IF.
009718     OPEN INPUT RUNC-FILE.
009719     IF WS-RUNC-STATUS NOT = '00'
009720         DISPLAY 'EVANLOAD - NO RUN-CONTROL FILE, JOURNAL '
009721             'DATED FROM THE WORK FILE'
009722         GO TO 1100-SET-RUN-KEY-EXIT
009723     END-IF.
009724     READ RUNC-FILE
009725         AT END
009726             MOVE ZERO TO DL-RUNC-RUN-NUMBER
009727     END-READ.
009728     IF DL-RUNC-RUN-NUMBER = WS-Jrnl-Run-Number
009729         MOVE DL-RUNC-BUSINESS-DATE TO WS-Jrnl-Business-Date
009730     END-IF.
009731     CLOSE RUNC-FILE.
009732 1100-SET-RUN-KEY-EXIT.
009733     EXIT.
009734*
009735******************************************************************
009736* 1200-SAVE-OLD-KSDS - COPY THE KSDS AS IT STANDS TO OLDFILE,   *
009737* THEN REOPEN OLDFILE AND PRIME IT FOR THE MERGE.  A KSDS THAT  *
009738* WILL NOT OPEN INPUT (A NEWLY DEFINED, NEVER-LOADED CLUSTER)   *
009739* HAS NO RECORDS TO LOSE, SO EVERY KEY LOADED IS AN ADD.        *
009740******************************************************************
009741 1200-SAVE-OLD-KSDS.
009742     OPEN OUTPUT OLD-FILE.
009743     IF WS-OLD-STATUS NOT = '00'
009744         DISPLAY 'EVANLOAD - UNABLE TO OPEN OLDFILE, STATUS '
009745             WS-OLD-STATUS ', KSDS NOT LOADED'
009746         MOVE 12 TO RETURN-CODE
009747         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
009748     END-IF.
009749     OPEN INPUT VSAM-FILE.
009750     IF WS-VSAM-STATUS = '00'
009751         PERFORM 1210-COPY-OLD-RECORD
009752             THRU 1210-COPY-OLD-RECORD-EXIT
009753             UNTIL WS-OLD-EOF
009754         CLOSE VSAM-FILE
009755     ELSE
009756         DISPLAY 'EVANLOAD - KSDS NOT OPENED INPUT, STATUS '
009757             WS-VSAM-STATUS ', NO PRIOR RECORDS'
009758     END-IF.
009759     CLOSE OLD-FILE.
009760     MOVE 'N' TO WS-OLD-EOF-SW.
009761     OPEN INPUT OLD-FILE.
009762     PERFORM 2950-READ-OLD-RECORD
009763         THRU 2950-READ-OLD-RECORD-EXIT.
009764 1200-SAVE-OLD-KSDS-EXIT.
009765     EXIT.
009766*
009767 1210-COPY-OLD-RECORD.
009768     READ VSAM-FILE NEXT RECORD
009769         AT END
009770             SET WS-OLD-EOF TO TRUE
009771             GO TO 1210-COPY-OLD-RECORD-EXIT
009772     END-READ.
009773     WRITE DL-OLD-RECORD FROM DL-VSAM-RECORD.
009774     ADD 1 TO WS-Saved-Count.
009775 1210-COPY-OLD-RECORD-EXIT.
009800     EXIT.
009900*
010000******************************************************************
010200* THE KSDS IN KEY SEQUENCE.  AN OUT-OF-SEQUENCE OR DUPLICATE    *
010300* KEY IS COUNTED AND REPORTED - IT MEANS THE WORK FILE WAS NOT  *
010400* BUILT BY A SINGLE ASCENDING EVANCOLWELL PASS.                 *
010410* OLD KEYS BELOW THIS ONE ARE JOURNALED DELETED; AN OLD RECORD  *
010420* WITH THIS KEY MAKES THE LOAD A REWRITE.  A KEY THAT WAS ON    *
010430* THE KSDS BUT FAILED TO LOAD IS GONE, SO IS JOURNALED DELETED. *
010500******************************************************************
010600 2000-LOAD-LOOP.
010610     IF WS-ANY-LOADED AND DL-WORK-COUNT NOT > WS-Last-Count
010620         ADD 1 TO WS-Skipped-Count
010630         GO TO 2000-LOAD-LOOP-NEXT
010631     END-IF.
010632     PERFORM 2100-DROP-OLD-RECORD
010633         THRU 2100-DROP-OLD-RECORD-EXIT
010634         UNTIL WS-Old-Key NOT < DL-WORK-COUNT.
010635     MOVE DL-WORK-COUNT TO WS-Jrnl-Count.
010636     IF WS-Old-Key = DL-WORK-COUNT
010637         MOVE 'R' TO WS-Jrnl-Action
010638         MOVE DL-OLD-RECORD TO WS-Jrnl-Before-Image
010639         PERFORM 2950-READ-OLD-RECORD
010640             THRU 2950-READ-OLD-RECORD-EXIT
010641     ELSE
010642         MOVE 'A' TO WS-Jrnl-Action
010643         MOVE SPACES TO WS-Jrnl-Before-Image
010644     END-IF.
010700     MOVE DL-WORK-COUNT TO DL-VSAM-COUNT.
010800     MOVE DL-WORK-CLASSIFICATION TO DL-VSAM-CLASSIFICATION.
010900     MOVE DL-WORK-RUN-DATE TO DL-VSAM-RUN-DATE.
011400             DISPLAY 'EVANLOAD - KEY OUT OF SEQUENCE OR '
011500                 'DUPLICATE AT COUNT ' DL-WORK-COUNT
011600     END-WRITE.
011610     IF WS-VSAM-STATUS NOT = '00'
011620         IF WS-Jrnl-Action = 'R'
011630             MOVE 'D' TO WS-Jrnl-Action
011640             MOVE SPACES TO WS-Jrnl-After-Image
011650             PERFORM 2800-WRITE-JOURNAL
011660                 THRU 2800-WRITE-JOURNAL-EXIT
011670         END-IF
011680         GO TO 2000-LOAD-LOOP-NEXT
011900     END-IF.
011910     ADD 1 TO WS-Loaded-Count.
011920     SET WS-ANY-LOADED TO TRUE.
011930     MOVE DL-WORK-COUNT TO WS-Last-Count.
011940     MOVE DL-VSAM-RECORD TO WS-Jrnl-After-Image.
011950     PERFORM 2800-WRITE-JOURNAL THRU 2800-WRITE-JOURNAL-EXIT.
012000 2000-LOAD-LOOP-NEXT.
012010     PERFORM 2900-READ-WORK-RECORD
012100         THRU 2900-READ-WORK-RECORD-EXIT.
012200 2000-LOAD-LOOP-EXIT.
012202     EXIT.
012204*
012206******************************************************************
012208* 2100-DROP-OLD-RECORD - THE OLD KSDS RECORD IN HAND IS NOT ON  *
012210* THE WORK FILE, SO THE RELOAD DROPS IT: JOURNAL IT DELETED     *
012212* AND ADVANCE OLDFILE.                                          *
012214******************************************************************
012216 2100-DROP-OLD-RECORD.
012218     MOVE 'D' TO WS-Jrnl-Action.
012220     MOVE DL-OLD-COUNT TO WS-Jrnl-Count.
012222     MOVE DL-OLD-RECORD TO WS-Jrnl-Before-Image.
012224     MOVE SPACES TO WS-Jrnl-After-Image.
012226     PERFORM 2800-WRITE-JOURNAL THRU 2800-WRITE-JOURNAL-EXIT.
012228     PERFORM 2950-READ-OLD-RECORD
012230         THRU 2950-READ-OLD-RECORD-EXIT.
012232 2100-DROP-OLD-RECORD-EXIT.
012234     EXIT.
012236*
012238******************************************************************
012240* 2800-WRITE-JOURNAL - APPEND ONE DLKJRN RECORD FOR THE CHANGE  *
012242* STAGED IN WS-JOURNAL-WORK AND COUNT IT BY ACTION.  A FAILED   *
012244* JOURNAL WRITE LEAVES THE JOURNAL SHORT OF THE KSDS AND ENDS   *
012246* THE STEP RC 8.                                                *
012248******************************************************************
012250 2800-WRITE-JOURNAL.
012252     ACCEPT WS-Jrnl-Time FROM TIME.
012254     MOVE WS-Jrnl-Action TO DL-KJRN-ACTION.
012256     MOVE 'EVANLOAD' TO DL-KJRN-PROGRAM.
012258     MOVE WS-Jrnl-Business-Date TO DL-KJRN-BUSINESS-DATE.
012260     MOVE WS-Jrnl-Run-Number TO DL-KJRN-RUN-NUMBER.
012262     MOVE WS-Sys-Date TO DL-KJRN-STAMP-DATE.
012264     MOVE WS-Jrnl-Time TO DL-KJRN-STAMP-TIME.
012266     MOVE WS-Jrnl-Count TO DL-KJRN-COUNT.
012268     MOVE WS-Jrnl-Before-Image TO DL-KJRN-BEFORE-IMAGE.
012270     MOVE WS-Jrnl-After-Image TO DL-KJRN-AFTER-IMAGE.
012272     WRITE DL-KJRN-RECORD.
012274     IF WS-JRNL-STATUS NOT = '00'
012276         ADD 1 TO WS-Jrnl-Error-Count
012278         GO TO 2800-WRITE-JOURNAL-EXIT
012280     END-IF.
012282     EVALUATE WS-Jrnl-Action
012284         WHEN 'A'
012286             ADD 1 TO WS-Added-Count
012288         WHEN 'R'
012290             ADD 1 TO WS-Rewritten-Count
012292         WHEN 'D'
012294             ADD 1 TO WS-Deleted-Count
012296     END-EVALUATE.
012298 2800-WRITE-JOURNAL-EXIT.
012300     EXIT.
012400*
012500 2900-READ-WORK-RECORD.
013000 2900-READ-WORK-RECORD-EXIT.
013100     EXIT.
013200*
013207 2950-READ-OLD-RECORD.
013214     READ OLD-FILE
013221         AT END
013228             SET WS-OLD-EOF TO TRUE
013235     END-READ.
013242     IF WS-OLD-EOF
013249         MOVE 9999999999 TO WS-Old-Key
013256     ELSE
013263         MOVE DL-OLD-COUNT TO WS-Old-Key
013270     END-IF.
013277 2950-READ-OLD-RECORD-EXIT.
013284     EXIT.
013291*
013300******************************************************************
013400* 3000-FINALIZE - CLOSE FILES, REPORT THE LOAD AND SET RC 8     *
013500* WHEN ANY WORK RECORD FAILED TO LOAD.                          *
013510* OLD KEYS ABOVE THE LAST ONE LOADED ARE JOURNALED DELETED      *
013520* FIRST.  THE JOURNAL FOOTS WHEN THE OLD RECORD COUNT PLUS THE  *
013530* ADDS LESS THE DELETES EQUALS THE RECORDS LOADED; A JOURNAL    *
013540* THAT DOES NOT FOOT, OR A FAILED JOURNAL WRITE, IS RC 8.       *
013600******************************************************************
013700 3000-FINALIZE.
013800     IF WS-Loaded-Count > ZERO OR WS-Error-Count > ZERO
013810         PERFORM 2100-DROP-OLD-RECORD
013820             THRU 2100-DROP-OLD-RECORD-EXIT
013830             UNTIL WS-OLD-EOF
013900         CLOSE VSAM-FILE
014000         CLOSE WORK-FILE
014010         CLOSE OLD-FILE
014020         CLOSE JRNL-FILE
014100     END-IF.
014200     DISPLAY 'EVANLOAD - RECORDS LOADED     : ' WS-Loaded-Count.
014250     DISPLAY 'EVANLOAD - RESTART REPLAYS SKIPPED: '
014260         WS-Skipped-Count.
014300     DISPLAY 'EVANLOAD - LOAD ERRORS        : ' WS-Error-Count.
014305     DISPLAY 'EVANLOAD - KSDS RECORDS BEFORE: ' WS-Saved-Count.
014310     DISPLAY 'EVANLOAD - JOURNALED ADDED    : ' WS-Added-Count.
014315     DISPLAY 'EVANLOAD - JOURNALED REWRITTEN: '
014320         WS-Rewritten-Count.
014325     DISPLAY 'EVANLOAD - JOURNALED DELETED  : ' WS-Deleted-Count.
014330     COMPUTE WS-Foot-Count = WS-Saved-Count + WS-Added-Count
014335         - WS-Deleted-Count - WS-Loaded-Count.
014340     IF WS-Jrnl-Error-Count > ZERO
014345         DISPLAY 'EVANLOAD - JOURNAL WRITE ERRORS: '
014350             WS-Jrnl-Error-Count
014355         MOVE 8 TO RETURN-CODE
014360     END-IF.
014365     IF WS-Foot-Count NOT = ZERO
014370         DISPLAY 'EVANLOAD - JOURNAL DOES NOT FOOT TO THE LOAD'
014375         MOVE 8 TO RETURN-CODE
014380     END-IF.
014400     IF WS-Error-Count > ZERO
014500         MOVE 8 TO RETURN-CODE
014600     END-IF.
014700 3000-FINALIZE-EXIT.
014800     EXIT.
014900*
014910******************************************************************
014920* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH    *
014930* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS       *
014940* RECORD IS WRITTEN AND THE RUN ENDS.                           *
014950******************************************************************
014960 9700-END-STEP.
014970     PERFORM 9710-WRITE-STEP-STATS
014980         THRU 9710-WRITE-STEP-STATS-EXIT.
014990     STOP RUN.
015000 9700-END-STEP-EXIT.
015010     EXIT.
015020*
015030******************************************************************
015040* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD  *
015050* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS    *
015060* TO, WHEN IT STARTED AND ENDED, THE RECORDS LOADED AND THE     *
015070* RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT    *
015080* OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.           *
015090******************************************************************
015100 9710-WRITE-STEP-STATS.
015110     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
015120     ACCEPT WS-Stat-End-Time FROM TIME.
015130     MOVE WS-Loaded-Count TO WS-Stat-Records.
015140     IF WS-Stat-Run-Number = ZERO
015150         PERFORM 9720-GET-STAT-RUN-KEY
015160             THRU 9720-GET-STAT-RUN-KEY-EXIT
015170     END-IF.
015180     OPEN EXTEND STAT-FILE.
015190     IF WS-STAT-STATUS NOT = '00'
015200         DISPLAY 'EVANLOAD - STEP STATISTICS NOT RECORDED, '
015210             'STATUS ' WS-STAT-STATUS
015220         GO TO 9710-WRITE-STEP-STATS-EXIT
015230     END-IF.
015240     MOVE SPACES TO DL-STAT-RECORD.
015250     MOVE 'S' TO DL-STAT-TYPE.
015260     MOVE 'EVANLOAD' TO DL-STAT-PROGRAM.
015270     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
015280     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
015290     MOVE WS-Stat-Mode TO DL-STAT-MODE.
015300     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
015310     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
015320     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
015330     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
015340     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
015350     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
015360     MOVE RETURN-CODE TO DL-STAT-RC.
015370     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
015380     WRITE DL-STAT-RECORD.
015390     CLOSE STAT-FILE.
015400 9710-WRITE-STEP-STATS-EXIT.
015410     EXIT.
015420*
015430******************************************************************
015440* 9720-GET-STAT-RUN-KEY - THIS STEP BELONGS TO THE RUN ON       *
015450* RUN-CONTROL.  NO RUN-CONTROL RECORD LEAVES TODAY AND RUN      *
015460* ZERO.                                                         *
015470******************************************************************
015480 9720-GET-STAT-RUN-KEY.
015490     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
015500     OPEN INPUT RUNC-FILE.
015510     IF WS-RUNC-STATUS NOT = '00'
015520         GO TO 9720-GET-STAT-RUN-KEY-EXIT
015530     END-IF.
015540     READ RUNC-FILE
015550         NOT AT END
015560             MOVE DL-RUNC-BUSINESS-DATE
015570                 TO WS-Stat-Business-Date
015580             MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
015590     END-READ.
015600     CLOSE RUNC-FILE.
015610 9720-GET-STAT-RUN-KEY-EXIT.
015620     EXIT.
015630*
