002100*                  FOR EACH REJECT AND ENDS RC 8 SO A COND      *
002200*                  CHECK STOPS THE PRODUCTION RUN ON A BAD      *
002300*                  CONTROL FILE.                                *
002310* 2026-10-15 EC    ALSO EDIT EVERY RULE PROFILE (DLPROF) THAT A  *
002320*                  QUEUED REQUEST (DLRQUE) NAMES: ON THE        *
002330*                  LIBRARY, RULE COUNT 1-10, EACH LIVE SLOT'S   *
002340*                  DIVISOR NUMERIC, NONZERO AND NOT DUPLICATED  *
002350*                  AND ITS LABEL NOT BLANK.                     *
002357* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON   *
002364*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY,      *
002371*                  START AND END TIMES, PARAMETER RECORDS       *
002378*                  EDITED AND THE RETURN CODE - FOR THE         *
002385*                  EVANFCST BATCH-WINDOW FORECAST AND THE       *
002392*                  EVANWKST WEEKLY REPORT.                      *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003100     SELECT PRT-FILE ASSIGN TO PRTFILE
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-PRT-STATUS.
003310     SELECT RQUE-FILE ASSIGN TO RQUEFILE
003320         ORGANIZATION IS SEQUENTIAL
003330         FILE STATUS IS WS-RQUE-STATUS.
003340     SELECT PROF-FILE ASSIGN TO PROFFILE
003350         ORGANIZATION IS SEQUENTIAL
003360         FILE STATUS IS WS-PROF-STATUS.
003365     SELECT STAT-FILE ASSIGN TO STATFILE
003370         ORGANIZATION IS SEQUENTIAL
003375         FILE STATUS IS WS-STAT-STATUS.
003380     SELECT RUNC-FILE ASSIGN TO RUNCFILE
003385         ORGANIZATION IS SEQUENTIAL
003390         FILE STATUS IS WS-RUNC-STATUS.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
004200     LABEL RECORDS ARE OMITTED.
004300 01  PRT-RECORD                  PIC X(133).
004400*
004405 FD  RQUE-FILE
004410     LABEL RECORDS ARE STANDARD.
004415     COPY DLRQUE.
004420*
004425 FD  PROF-FILE
004430     LABEL RECORDS ARE STANDARD.
004435     COPY DLPROF.
004440*
004445 FD  STAT-FILE
004450     LABEL RECORDS ARE STANDARD.
004455     COPY DLSTAT.
004460*
004465 FD  RUNC-FILE
004470     LABEL RECORDS ARE STANDARD.
004475     COPY DLRUNC.
004480*
004500 WORKING-STORAGE SECTION.
004600 01  WS-SWITCHES.
004700     05  WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
005000         88  WS-REC-ERROR            VALUE 'Y'.
005010     05  WS-DIV-DUP-SW           PIC X(01) VALUE 'N'.
005020         88  WS-DIV-DUP              VALUE 'Y'.
005028     05  WS-RQUE-EOF-SW          PIC X(01) VALUE 'N'.
005036         88  WS-RQUE-EOF             VALUE 'Y'.
005044     05  WS-PROF-EOF-SW          PIC X(01) VALUE 'N'.
005052         88  WS-PROF-EOF             VALUE 'Y'.
005060     05  WS-PROF-FOUND-SW        PIC X(01) VALUE 'N'.
005068         88  WS-PROF-FOUND           VALUE 'Y'.
005076     05  WS-PROF-EDITED-SW       PIC X(01) VALUE 'N'.
005084         88  WS-PROF-EDITED          VALUE 'Y'.
005100*
005200 01  WS-FILE-STATUSES.
005300     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
005400     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
005410     05  WS-RQUE-STATUS          PIC X(02) VALUE SPACES.
005420     05  WS-PROF-STATUS          PIC X(02) VALUE SPACES.
005430     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
005440     05  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
005500*
005600 01  WS-COUNTERS.
005700     05  WS-Rec-Number           PIC 9(05) COMP-3 VALUE ZERO.
007490     05  WS-Rsn-Sub              PIC 9(02) COMP VALUE ZERO.
007495     05  WS-Reason               OCCURS 6 TIMES PIC X(60).
007500*
007504 01  WS-PROFILE-EDIT-WORK.
007508*    THE WHOLE RULE-PROFILE LIBRARY IS HELD HERE.  EACH PROFILE
007512*    A QUEUED REQUEST NAMES IS EDITED ONCE, HOWEVER MANY
007516*    REQUESTS NAME IT; WS-Edited-Id REMEMBERS WHICH ARE DONE.
007520*    WS-Prof-Div-Seen HOLDS THE DIVISORS ALREADY ACCEPTED IN
007524*    THE PROFILE IN HAND FOR THE DUPLICATE CHECK.
007528     05  WS-Prof-Count           PIC 9(03) COMP VALUE ZERO.
007532     05  WS-Prof-Sub             PIC 9(03) COMP VALUE ZERO.
007536     05  WS-Prof-Rule-Sub        PIC 9(02) COMP VALUE ZERO.
007540     05  WS-Profile-Id           PIC X(08) VALUE SPACES.
007544     05  WS-Profiles-Edited      PIC 9(03) COMP VALUE ZERO.
007548     05  WS-Edited-Sub           PIC 9(03) COMP VALUE ZERO.
007552     05  WS-Edited-Id            OCCURS 50 TIMES
007556                                 PIC X(08).
007560     05  WS-Prof-Div-Count       PIC 9(02) COMP VALUE ZERO.
007564     05  WS-Prof-Div-Seen        OCCURS 10 TIMES
007568                                 PIC 9(05).
007572     05  WS-Rule-Display         PIC 9(02) VALUE ZERO.
007576     05  WS-PROF-TABLE.
007580         10  WS-PROF-ENTRY       OCCURS 100 TIMES.
007584             15  WS-Prof-Entry-Id    PIC X(08).
007588             15  WS-Prof-Entry-Rest  PIC X(172).
007592     COPY DLPROF REPLACING LEADING ==DL-PROF== BY ==WK-PROF==.
007596*
007600 01  HDG-LINE-1.
007700     05  FILLER                  PIC X(01) VALUE SPACE.
007800     05  FILLER                  PIC X(44)
010000     05  RSN-Text                PIC X(60) VALUE SPACES.
010100     05  FILLER                  PIC X(56) VALUE SPACES.
010200*
010205 01  HDG-LINE-3.
010210     05  FILLER                  PIC X(01) VALUE SPACE.
010215     05  FILLER                  PIC X(44)
010220         VALUE 'RULE PROFILES NAMED BY QUEUED REQUESTS'.
010225     05  FILLER                  PIC X(88) VALUE SPACES.
010230*
010235 01  PRF-LINE.
010240     05  FILLER                  PIC X(01) VALUE SPACE.
010245     05  FILLER                  PIC X(08) VALUE 'PROFILE'.
010250     05  PRF-Profile-Id          PIC X(08) VALUE SPACES.
010255     05  FILLER                  PIC X(02) VALUE SPACES.
010260     05  PRF-Desc                PIC X(30) VALUE SPACES.
010265     05  FILLER                  PIC X(02) VALUE SPACES.
010270     05  FILLER                  PIC X(10) VALUE 'REQUESTER'.
010275     05  PRF-Requester           PIC X(08) VALUE SPACES.
010280     05  FILLER                  PIC X(02) VALUE SPACES.
010285     05  PRF-Status              PIC X(12) VALUE SPACES.
010290     05  FILLER                  PIC X(50) VALUE SPACES.
010295*
010300 01  SUM-LINE.
010400     05  FILLER                  PIC X(01) VALUE SPACE.
010500     05  FILLER                  PIC X(18) VALUE 'RECORDS READ'.
010800     05  SUM-Error-Count         PIC ZZZZ9.
010900     05  FILLER                  PIC X(86) VALUE SPACES.
011000*
011004 01  WS-STEP-STAT-WORK.
011008*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
011012*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
011016*    ON EVERY WAY OUT OF THE PROGRAM.
011020     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
011024     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
011028     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
011032         10  WS-Stat-Start-HHMMSS    PIC 9(06).
011036         10  FILLER                  PIC 9(02).
011040     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
011044     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
011048     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
011052         10  WS-Stat-End-HHMMSS      PIC 9(06).
011056         10  FILLER                  PIC 9(02).
011060     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
011064     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
011068     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
011072     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
011076     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
011080*
011100 PROCEDURE DIVISION.
011200*
011300 0000-MAINLINE.
011310     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
011320     ACCEPT WS-Stat-Start-Time FROM TIME.
011400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
011500     PERFORM 2000-EDIT-LOOP THRU 2000-EDIT-LOOP-EXIT
011600         UNTIL WS-PARM-EOF.
011700     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
011800     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
011900*
012000******************************************************************
012100* 1000-INITIALIZE - OPEN FILES, PRINT THE REPORT HEADING AND     *
012900         DISPLAY 'EVANEDIT - UNABLE TO OPEN PRINT FILE, STATUS '
013000             WS-PRT-STATUS
013100         MOVE 12 TO RETURN-CODE
013200         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
013300     END-IF.
013400     WRITE PRT-RECORD FROM HDG-LINE-1
013500         AFTER ADVANCING PAGE.
031200* 3000-FINALIZE - FILE-LEVEL EDITS (RANGE PRESENT, SEQUENCES     *
031300* CONTIGUOUS), THE SUMMARY LINE, AND THE RETURN CODE: RC 8 ON    *
031400* ANY ERROR SO THE JCL COND CHECK STOPS THE PRODUCTION RUN.      *
031410* THE RULE PROFILES QUEUED REQUESTS NAME ARE EDITED (4000) AHEAD *
031420* OF THE SUMMARY, AND THEIR ERRORS COUNT TOWARD THE RC 8 TOO.    *
031500******************************************************************
031600 3000-FINALIZE.
031650     MOVE ZERO TO WS-Reason-Count.
032700         WRITE PRT-RECORD FROM RSN-LINE
032800             AFTER ADVANCING 1 LINE
032900     END-IF.
032910     PERFORM 4000-EDIT-PROFILES THRU 4000-EDIT-PROFILES-EXIT.
033000     IF WS-PARM-STATUS = '00' OR WS-PARM-STATUS = '10'
033300         CLOSE PARM-FILE
033400     END-IF.
036500 3100-CHECK-SEQ-GAP-EXIT.
036600     EXIT.
036700*
036710******************************************************************
036720* 4000-EDIT-PROFILES - LOAD THE RULE-PROFILE LIBRARY, THEN EDIT  *
036730* EVERY PROFILE A QUEUED REQUEST NAMES, ONCE EACH, UNDER ITS OWN *
036740* HEADING.  A BLANK PROFILE ID MEANS THE LIVE PARAMETER RULES    *
036750* EDITED ABOVE.  NO QUEUE FILE MEANS NOTHING TO EDIT; NO LIBRARY *
036760* FILE IS AN ERROR ONLY WHEN A QUEUED REQUEST NAMES A PROFILE.   *
036770******************************************************************
036780 4000-EDIT-PROFILES.
036790     OPEN INPUT PROF-FILE.
036800     IF WS-PROF-STATUS = '00'
036810         PERFORM 4010-READ-PROF-RECORD
036820             THRU 4010-READ-PROF-RECORD-EXIT
036830             UNTIL WS-PROF-EOF
036840         CLOSE PROF-FILE
036850     END-IF.
036860     OPEN INPUT RQUE-FILE.
036870     IF WS-RQUE-STATUS NOT = '00'
036880         GO TO 4000-EDIT-PROFILES-EXIT
036890     END-IF.
036900     PERFORM 4020-READ-RQUE-RECORD
036910         THRU 4020-READ-RQUE-RECORD-EXIT
036920         UNTIL WS-RQUE-EOF.
036930     CLOSE RQUE-FILE.
036940 4000-EDIT-PROFILES-EXIT.
036950     EXIT.
036960*
036970 4010-READ-PROF-RECORD.
036980     READ PROF-FILE
036990         AT END
037000             SET WS-PROF-EOF TO TRUE
037010             GO TO 4010-READ-PROF-RECORD-EXIT
037020     END-READ.
037030     IF WS-Prof-Count >= 100
037040         DISPLAY 'EVANEDIT - RULE-PROFILE LIBRARY EXCEEDS 100 '
037050             'PROFILES, THE REST ARE NOT EDITED'
037060         SET WS-PROF-EOF TO TRUE
037070         GO TO 4010-READ-PROF-RECORD-EXIT
037080     END-IF.
037090     ADD 1 TO WS-Prof-Count.
037100     MOVE DL-PROF-RECORD TO WS-PROF-ENTRY(WS-Prof-Count).
037110 4010-READ-PROF-RECORD-EXIT.
037120     EXIT.
037130*
037140 4020-READ-RQUE-RECORD.
037150     READ RQUE-FILE
037160         AT END
037170             SET WS-RQUE-EOF TO TRUE
037180             GO TO 4020-READ-RQUE-RECORD-EXIT
037190     END-READ.
037200     IF NOT DL-RQUE-QUEUED OR DL-RQUE-PROFILE-ID = SPACES
037210         GO TO 4020-READ-RQUE-RECORD-EXIT
037220     END-IF.
037230     MOVE DL-RQUE-PROFILE-ID TO WS-Profile-Id.
037240     MOVE 'N' TO WS-PROF-EDITED-SW.
037250     PERFORM 4030-CHECK-EDITED
037260         THRU 4030-CHECK-EDITED-EXIT
037270         VARYING WS-Edited-Sub FROM 1 BY 1
037280         UNTIL WS-Edited-Sub > WS-Profiles-Edited
037290            OR WS-PROF-EDITED.
037300     IF WS-PROF-EDITED
037310         GO TO 4020-READ-RQUE-RECORD-EXIT
037320     END-IF.
037330     IF WS-Profiles-Edited < 50
037340         ADD 1 TO WS-Profiles-Edited
037350         MOVE WS-Profile-Id TO WS-Edited-Id(WS-Profiles-Edited)
037360     END-IF.
037370     IF WS-Profiles-Edited = 1
037380         WRITE PRT-RECORD FROM HDG-LINE-3
037390             AFTER ADVANCING 3 LINES
037400     END-IF.
037410     PERFORM 4100-EDIT-ONE-PROFILE
037420         THRU 4100-EDIT-ONE-PROFILE-EXIT.
037430 4020-READ-RQUE-RECORD-EXIT.
037440     EXIT.
037450*
037460 4030-CHECK-EDITED.
037470     IF WS-Edited-Id(WS-Edited-Sub) = WS-Profile-Id
037480         SET WS-PROF-EDITED TO TRUE
037490     END-IF.
037500 4030-CHECK-EDITED-EXIT.
037510     EXIT.
037520*
037530******************************************************************
037540* 4100-EDIT-ONE-PROFILE - THE PROFILE MUST BE ON THE LIBRARY     *
037550* WITH A RULE COUNT OF 1-10; EACH LIVE SLOT GETS THE SAME EDITS  *
037560* A PARAMETER RULE RECORD GETS.  THE PROFILE LINE CARRIES THE    *
037570* FIRST REQUESTER FOUND NAMING IT.                               *
037580******************************************************************
037590 4100-EDIT-ONE-PROFILE.
037600     MOVE ZERO TO WS-Reason-Count.
037610     MOVE ZERO TO WS-Prof-Div-Count.
037620     MOVE WS-Profile-Id TO PRF-Profile-Id.
037630     MOVE DL-RQUE-REQUESTER TO PRF-Requester.
037640     MOVE SPACES TO PRF-Desc.
037650     MOVE 'N' TO WS-PROF-FOUND-SW.
037660     PERFORM 4110-MATCH-ONE-PROFILE
037670         THRU 4110-MATCH-ONE-PROFILE-EXIT
037680         VARYING WS-Prof-Sub FROM 1 BY 1
037690         UNTIL WS-Prof-Sub > WS-Prof-Count
037700            OR WS-PROF-FOUND.
037710     IF NOT WS-PROF-FOUND
037720         MOVE 'PROFILE NOT ON THE RULE-PROFILE LIBRARY'
037730             TO WS-Rsn-Work
037740         PERFORM 2400-ADD-REASON THRU 2400-ADD-REASON-EXIT
037750         GO TO 4100-PRINT-PROFILE
037760     END-IF.
037770     MOVE WK-PROF-DESC TO PRF-Desc.
037780     IF WK-PROF-RULE-COUNT IS NOT NUMERIC
037790         MOVE 'PROFILE RULE COUNT MUST BE NUMERIC' TO WS-Rsn-Work
037800         PERFORM 2400-ADD-REASON THRU 2400-ADD-REASON-EXIT
037810         GO TO 4100-PRINT-PROFILE
037820     END-IF.
037830     IF WK-PROF-RULE-COUNT = ZERO OR WK-PROF-RULE-COUNT > 10
037840         MOVE 'PROFILE RULE COUNT MUST BE 1-10' TO WS-Rsn-Work
037850         PERFORM 2400-ADD-REASON THRU 2400-ADD-REASON-EXIT
037860         GO TO 4100-PRINT-PROFILE
037870     END-IF.
037880     PERFORM 4120-EDIT-PROFILE-RULE
037890         THRU 4120-EDIT-PROFILE-RULE-EXIT
037900         VARYING WS-Prof-Rule-Sub FROM 1 BY 1
037910         UNTIL WS-Prof-Rule-Sub > WK-PROF-RULE-COUNT.
037920 4100-PRINT-PROFILE.
037930     IF WS-Reason-Count = ZERO
037940         MOVE 'OK' TO PRF-Status
037950     ELSE
037960         MOVE '** REJECTED' TO PRF-Status
037970     END-IF.
037980     WRITE PRT-RECORD FROM PRF-LINE
037990         AFTER ADVANCING 1 LINE.
038000     PERFORM 2510-PRINT-REASON-LINES
038010         THRU 2510-PRINT-REASON-LINES-EXIT.
038020 4100-EDIT-ONE-PROFILE-EXIT.
038030     EXIT.
038040*
038050 4110-MATCH-ONE-PROFILE.
038060     IF WS-Prof-Entry-Id(WS-Prof-Sub) = WS-Profile-Id
038070         SET WS-PROF-FOUND TO TRUE
038080         MOVE WS-PROF-ENTRY(WS-Prof-Sub) TO WK-PROF-RECORD
038090     END-IF.
038100 4110-MATCH-ONE-PROFILE-EXIT.
038110     EXIT.
038120*
038130******************************************************************
038140* 4120-EDIT-PROFILE-RULE - ONE LIVE RULE SLOT OF THE PROFILE IN  *
038150* HAND: DIVISOR NUMERIC, NONZERO AND NOT ALREADY USED BY AN      *
038160* EARLIER SLOT, LABEL NOT BLANK.  THE REASON NAMES THE SLOT.     *
038170******************************************************************
038180 4120-EDIT-PROFILE-RULE.
038190     MOVE WS-Prof-Rule-Sub TO WS-Rule-Display.
038200     MOVE SPACES TO WS-Rsn-Work.
038210     IF WK-PROF-DIVISOR(WS-Prof-Rule-Sub) IS NOT NUMERIC
038220         STRING 'RULE ' WS-Rule-Display
038230             ' DIVISOR MUST BE NUMERIC' DELIMITED BY SIZE
038240             INTO WS-Rsn-Work
038250         PERFORM 2400-ADD-REASON THRU 2400-ADD-REASON-EXIT
038260     ELSE
038270         IF WK-PROF-DIVISOR(WS-Prof-Rule-Sub) = ZERO
038280             STRING 'RULE ' WS-Rule-Display
038290                 ' DIVISOR MUST BE NONZERO' DELIMITED BY SIZE
038300                 INTO WS-Rsn-Work
038310             PERFORM 2400-ADD-REASON
038320                 THRU 2400-ADD-REASON-EXIT
038330         ELSE
038340             PERFORM 4130-CHECK-PROFILE-DIVISOR
038350                 THRU 4130-CHECK-PROFILE-DIVISOR-EXIT
038360         END-IF
038370     END-IF.
038380     IF WK-PROF-LABEL(WS-Prof-Rule-Sub) = SPACES
038390         MOVE SPACES TO WS-Rsn-Work
038400         STRING 'RULE ' WS-Rule-Display
038410             ' LABEL MUST NOT BE BLANK' DELIMITED BY SIZE
038420             INTO WS-Rsn-Work
038430         PERFORM 2400-ADD-REASON THRU 2400-ADD-REASON-EXIT
038440     END-IF.
038450 4120-EDIT-PROFILE-RULE-EXIT.
038460     EXIT.
038470*
038480 4130-CHECK-PROFILE-DIVISOR.
038490     MOVE 'N' TO WS-DIV-DUP-SW.
038500     PERFORM 4140-SCAN-PROFILE-DIVISOR
038510         THRU 4140-SCAN-PROFILE-DIVISOR-EXIT
038520         VARYING WS-Div-Sub FROM 1 BY 1
038530         UNTIL WS-Div-Sub > WS-Prof-Div-Count
038540            OR WS-DIV-DUP.
038550     IF WS-DIV-DUP
038560         STRING 'RULE ' WS-Rule-Display
038570             ' DUPLICATE DIVISOR' DELIMITED BY SIZE
038580             INTO WS-Rsn-Work
038590         PERFORM 2400-ADD-REASON THRU 2400-ADD-REASON-EXIT
038600         GO TO 4130-CHECK-PROFILE-DIVISOR-EXIT
038610     END-IF.
038620     ADD 1 TO WS-Prof-Div-Count.
038630     MOVE WK-PROF-DIVISOR(WS-Prof-Rule-Sub)
038640         TO WS-Prof-Div-Seen(WS-Prof-Div-Count).
038650 4130-CHECK-PROFILE-DIVISOR-EXIT.
038660     EXIT.
038670*
038680 4140-SCAN-PROFILE-DIVISOR.
038690     IF WS-Prof-Div-Seen(WS-Div-Sub)
038700             = WK-PROF-DIVISOR(WS-Prof-Rule-Sub)
038710         SET WS-DIV-DUP TO TRUE
038720     END-IF.
038730 4140-SCAN-PROFILE-DIVISOR-EXIT.
038740     EXIT.
038750*
038760******************************************************************
038770* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH     *
038780* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS RECORD *
038790* IS WRITTEN AND THE RUN ENDS.                                   *
038800******************************************************************
038810 9700-END-STEP.
038820     PERFORM 9710-WRITE-STEP-STATS
038830         THRU 9710-WRITE-STEP-STATS-EXIT.
038840     STOP RUN.
038850 9700-END-STEP-EXIT.
038860     EXIT.
038870*
038880******************************************************************
038890* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD   *
038900* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS TO, *
038910* WHEN IT STARTED AND ENDED, THE PARAMETER RECORDS EDITED AND    *
038920* THE RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT *
038930* OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.            *
038940******************************************************************
038950 9710-WRITE-STEP-STATS.
038960     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
038970     ACCEPT WS-Stat-End-Time FROM TIME.
038980     MOVE WS-Rec-Number TO WS-Stat-Records.
038990     IF WS-Stat-Run-Number = ZERO
039000         PERFORM 9720-GET-STAT-RUN-KEY
039010             THRU 9720-GET-STAT-RUN-KEY-EXIT
039020     END-IF.
039030     OPEN EXTEND STAT-FILE.
039040     IF WS-STAT-STATUS NOT = '00'
039050         DISPLAY 'EVANEDIT - STEP STATISTICS NOT RECORDED, '
039060             'STATUS ' WS-STAT-STATUS
039070         GO TO 9710-WRITE-STEP-STATS-EXIT
039080     END-IF.
039090     MOVE SPACES TO DL-STAT-RECORD.
039100     MOVE 'S' TO DL-STAT-TYPE.
039110     MOVE 'EVANEDIT' TO DL-STAT-PROGRAM.
039120     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
039130     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
039140     MOVE WS-Stat-Mode TO DL-STAT-MODE.
039150     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
039160     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
039170     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
039180     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
039190     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
039200     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
039210     MOVE RETURN-CODE TO DL-STAT-RC.
039220     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
039230     WRITE DL-STAT-RECORD.
039240     CLOSE STAT-FILE.
039250 9710-WRITE-STEP-STATS-EXIT.
039260     EXIT.
039270*
039280******************************************************************
039290* 9720-GET-STAT-RUN-KEY - THIS STEP RUNS AHEAD OF EVANCOLWELL,   *
039300* SO IT BELONGS TO THE RUN EVANCOLWELL IS ABOUT TO START: THE    *
039310* RUN LEFT STARTED ON RUN-CONTROL (A RESTART), ELSE TODAY WITH   *
039320* THE NEXT RUN NUMBER, AS EVANCOLWELL ASSIGNS THEM.              *
039330******************************************************************
039340 9720-GET-STAT-RUN-KEY.
039350     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
039360     MOVE 1 TO WS-Stat-Run-Number.
039370     OPEN INPUT RUNC-FILE.
039380     IF WS-RUNC-STATUS NOT = '00'
039390         GO TO 9720-GET-STAT-RUN-KEY-EXIT
039400     END-IF.
039410     READ RUNC-FILE
039420         NOT AT END
039430             IF DL-RUNC-STARTED
039440                 MOVE DL-RUNC-BUSINESS-DATE
039450                     TO WS-Stat-Business-Date
039460                 MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
039470             ELSE
039480                 IF DL-RUNC-RUN-NUMBER < 99999
039490                     COMPUTE WS-Stat-Run-Number =
039500                         DL-RUNC-RUN-NUMBER + 1
039510                 END-IF
039520             END-IF
039530     END-READ.
039540     CLOSE RUNC-FILE.
039550 9720-GET-STAT-RUN-KEY-EXIT.
039560     EXIT.
