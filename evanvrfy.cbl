002094*                  RECORD SURVIVES THE NEXT NIGHT'S REPORT       *
002095*                  OVERWRITE AND DRIVES THE EVANRPAR REPAIR      *
002096*                  CYCLE AND THE EVANSAGE AGING REPORT.          *
002097* 2026-10-15 EC    EACH SECTION IS RECOMPUTED AGAINST THE RULE   *
002098*                  SET ITS TRAILER NAMES - A DLPROF PROFILE      *
002099*                  (PROFFILE DD) OR '*PARM' FOR THE LIVE         *
002100*                  PARAMETER RULES.  THE TRAILERS ARE READ IN A  *
002101*                  FIRST PASS, AS EACH FOLLOWS ITS DETAILS;     *
002102*                  MORE THAN 100 SECTIONS ENDS THE RUN RC 12.   *
002103* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON    *
002104*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY, START *
002105*                  AND END TIMES, REPORT DETAILS VERIFIED AND    *
002106*                  THE RETURN CODE - FOR THE EVANFCST            *
002107*                  BATCH-WINDOW FORECAST AND THE EVANWKST WEEKLY *
002108*                  REPORT.                                       *
002109******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
003004     SELECT SUSP-FILE ASSIGN TO SUSPFILE
003005         ORGANIZATION IS SEQUENTIAL
003006         FILE STATUS IS WS-SUSP-STATUS.
003007     SELECT PROF-FILE ASSIGN TO PROFFILE
003008         ORGANIZATION IS SEQUENTIAL
003009         FILE STATUS IS WS-PROF-STATUS.
003100     SELECT VSAM-FILE ASSIGN TO VSAMOUT
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS DL-VSAM-COUNT
003500         FILE STATUS IS WS-VSAM-STATUS.
003510     SELECT STAT-FILE ASSIGN TO STATFILE
003520         ORGANIZATION IS SEQUENTIAL
003530         FILE STATUS IS WS-STAT-STATUS.
003540     SELECT RUNC-FILE ASSIGN TO RUNCFILE
003550         ORGANIZATION IS SEQUENTIAL
003560         FILE STATUS IS WS-RUNC-STATUS.
003600*
003700 DATA DIVISION.
003800 FILE SECTION.
004807     LABEL RECORDS ARE STANDARD.
004808     COPY DLSUSP.
004900*
004905 FD  PROF-FILE
004910     LABEL RECORDS ARE STANDARD.
004915     COPY DLPROF.
004920*
004925 FD  STAT-FILE
004930     LABEL RECORDS ARE STANDARD.
004935     COPY DLSTAT.
004940*
004945 FD  RUNC-FILE
004950     LABEL RECORDS ARE STANDARD.
004955     COPY DLRUNC.
004960*
005000 WORKING-STORAGE SECTION.
005100     COPY DLRULES.
005200*
006400     05  WS-VSAM-STATUS          PIC X(02) VALUE SPACES.
006401     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
006402     05  WS-SUSP-STATUS          PIC X(02) VALUE SPACES.
006403     05  WS-PROF-STATUS          PIC X(02) VALUE SPACES.
006413     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
006423     05  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
006500*
006600 01  WS-DEFAULTS.
006700     05  WS-DEFAULT-FIZZ         PIC X(08) VALUE 'Fizz'.
008224     05  WS-Susp-Source          PIC X(01) VALUE SPACE.
008225     05  WS-Susp-Stored          PIC X(80) VALUE SPACES.
008226*
008227 01  WS-PROFILE-WORK.
008228*    THE LIVE PARAMETER RULES ARE KEPT HERE WHILE A SECTION
008229*    BUILT WITH A PROFILE HAS ITS RULES IN DL-RULE-TABLE.
008230*    WS-SECTION-PROFILE HOLDS THE RULE SET EACH SECTION'S
008231*    TRAILER NAMES, IN FILE ORDER, FROM THE FIRST PASS.
008232     05  WS-PROF-EOF-SW          PIC X(01) VALUE 'N'.
008233         88  WS-PROF-EOF             VALUE 'Y'.
008234     05  WS-PROF-FOUND-SW        PIC X(01) VALUE 'N'.
008235         88  WS-PROF-FOUND           VALUE 'Y'.
008236     05  WS-Prof-Count           PIC 9(03) COMP VALUE ZERO.
008237     05  WS-Prof-Sub             PIC 9(03) COMP VALUE ZERO.
008238     05  WS-Prof-Rule-Sub        PIC 9(02) COMP VALUE ZERO.
008239     05  WS-Profile-Id           PIC X(08) VALUE SPACES.
008240     05  WS-Section-Count        PIC 9(03) COMP VALUE ZERO.
008241     05  WS-Section-Num          PIC 9(03) COMP VALUE ZERO.
008242     05  WS-SECTION-PROFILE      OCCURS 100 TIMES
008243                                 PIC X(08).
008244     05  WS-Live-Rule-Count      PIC 9(02) VALUE ZERO.
008245     05  WS-LIVE-RULE            OCCURS 10 TIMES.
008246         10  WS-Live-Divisor         PIC 9(05).
008247         10  WS-Live-Label           PIC X(08).
008248     05  WS-PROF-TABLE.
008249         10  WS-PROF-ENTRY       OCCURS 100 TIMES.
008250             15  WS-Prof-Entry-Id    PIC X(08).
008251             15  WS-Prof-Entry-Rest  PIC X(172).
008252     COPY DLPROF REPLACING LEADING ==DL-PROF== BY ==WK-PROF==.
008253*
008255 01  WS-STEP-STAT-WORK.
008257*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
008259*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
008261*    ON EVERY WAY OUT OF THE PROGRAM.
008263     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
008265     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
008267     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
008269         10  WS-Stat-Start-HHMMSS    PIC 9(06).
008271         10  FILLER                  PIC 9(02).
008273     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
008275     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
008277     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
008279         10  WS-Stat-End-HHMMSS      PIC 9(06).
008281         10  FILLER                  PIC 9(02).
008283     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
008285     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
008287     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
008289     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
008291     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
008293*
008300 PROCEDURE DIVISION.
008400*
008500 0000-MAINLINE.
008510     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
008520     ACCEPT WS-Stat-Start-Time FROM TIME.
008600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
008700     PERFORM 2000-VERIFY-LOOP THRU 2000-VERIFY-LOOP-EXIT
008800         UNTIL WS-RPT-EOF.
008900     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
009000     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
009100*
009200******************************************************************
009300* 1000-INITIALIZE - REBUILD THE RULE TABLE FROM THE SAME         *
009720             THRU 9500-WRITE-RUN-LOG-EXIT
009721     END-IF.
009800     PERFORM 1100-LOAD-PARAMETERS THRU 1100-LOAD-PARAMETERS-EXIT.
009810     PERFORM 1200-LOAD-PROFILES THRU 1200-LOAD-PROFILES-EXIT.
009820     PERFORM 1300-MAP-SECTIONS THRU 1300-MAP-SECTIONS-EXIT.
009900     OPEN INPUT RPT-FILE.
010000     OPEN INPUT VSAM-FILE.
010100     IF WS-VSAM-STATUS = '00'
010505         PERFORM 9500-WRITE-RUN-LOG
010506             THRU 9500-WRITE-RUN-LOG-EXIT
010600     END-IF.
010610     MOVE 1 TO WS-Section-Num.
010620     PERFORM 2250-SET-SECTION-RULES
010630         THRU 2250-SET-SECTION-RULES-EXIT.
010700     PERFORM 2900-READ-RPT-RECORD THRU 2900-READ-RPT-RECORD-EXIT.
010800 1000-INITIALIZE-EXIT.
010900     EXIT.
014500     EXIT.
014600*
014700******************************************************************
014701* 1200-LOAD-PROFILES - KEEP A COPY OF THE LIVE PARAMETER RULES   *
014702* AND LOAD THE RULE-PROFILE LIBRARY.  NO LIBRARY FILE IS FINE    *
014703* WHILE NO TRAILER NAMES A PROFILE.                              *
014704******************************************************************
014705 1200-LOAD-PROFILES.
014706     MOVE DL-RULE-COUNT TO WS-Live-Rule-Count.
014707     PERFORM 1205-SAVE-ONE-LIVE-RULE
014708         THRU 1205-SAVE-ONE-LIVE-RULE-EXIT
014709         VARYING WS-Prof-Rule-Sub FROM 1 BY 1
014710         UNTIL WS-Prof-Rule-Sub > 10.
014711     OPEN INPUT PROF-FILE.
014712     IF WS-PROF-STATUS = '00'
014713         PERFORM 1210-READ-PROF-RECORD
014714             THRU 1210-READ-PROF-RECORD-EXIT
014715             UNTIL WS-PROF-EOF
014716         CLOSE PROF-FILE
014717     END-IF.
014718 1200-LOAD-PROFILES-EXIT.
014719     EXIT.
014720*
014721 1205-SAVE-ONE-LIVE-RULE.
014722     IF WS-Prof-Rule-Sub > DL-RULE-COUNT
014723         MOVE ZERO TO WS-Live-Divisor(WS-Prof-Rule-Sub)
014724         MOVE SPACES TO WS-Live-Label(WS-Prof-Rule-Sub)
014725     ELSE
014726         SET DL-RULE-IDX TO WS-Prof-Rule-Sub
014727         MOVE DL-RULE-DIVISOR(DL-RULE-IDX)
014728             TO WS-Live-Divisor(WS-Prof-Rule-Sub)
014729         MOVE DL-RULE-LABEL(DL-RULE-IDX)
014730             TO WS-Live-Label(WS-Prof-Rule-Sub)
014731     END-IF.
014732 1205-SAVE-ONE-LIVE-RULE-EXIT.
014733     EXIT.
014734*
014735 1210-READ-PROF-RECORD.
014736     READ PROF-FILE
014737         AT END
014738             SET WS-PROF-EOF TO TRUE
014739             GO TO 1210-READ-PROF-RECORD-EXIT
014740     END-READ.
014741     IF WS-Prof-Count >= 100
014742         DISPLAY 'EVANVRFY - RULE-PROFILE LIBRARY EXCEEDS 100 '
014743             'PROFILES, THE REST ARE IGNORED'
014744         SET WS-PROF-EOF TO TRUE
014745         GO TO 1210-READ-PROF-RECORD-EXIT
014746     END-IF.
014747     ADD 1 TO WS-Prof-Count.
014748     MOVE DL-PROF-RECORD TO WS-PROF-ENTRY(WS-Prof-Count).
014749 1210-READ-PROF-RECORD-EXIT.
014750     EXIT.
014751*
014752******************************************************************
014753* 1300-MAP-SECTIONS - FIRST PASS OVER THE REPORT FILE.  A        *
014754* SECTION'S TRAILER FOLLOWS ITS DETAILS, SO THE RULE SET EACH    *
014755* TRAILER NAMES IS NOTED HERE, IN FILE ORDER, BEFORE ANY DETAIL  *
014756* IS RECOMPUTED.  A TRAILER NAMING A PROFILE THAT IS NOT ON THE  *
014757* LIBRARY, OR HAS NO USABLE RULE COUNT, CANNOT BE VERIFIED AND   *
014758* FAILS THE RECONCILIATION RC 8 BEFORE ANYTHING IS COMPARED.     *
014759******************************************************************
014760 1300-MAP-SECTIONS.
014761     OPEN INPUT RPT-FILE.
014762     IF WS-RPT-STATUS NOT = '00'
014763         GO TO 1300-MAP-SECTIONS-EXIT
014764     END-IF.
014765     PERFORM 1310-NOTE-SECTION-PROFILE
014766         THRU 1310-NOTE-SECTION-PROFILE-EXIT
014767         UNTIL WS-RPT-EOF.
014768     CLOSE RPT-FILE.
014769     MOVE 'N' TO WS-RPT-EOF-SW.
014770 1300-MAP-SECTIONS-EXIT.
014771     EXIT.
014772*
014773 1310-NOTE-SECTION-PROFILE.
014774     READ RPT-FILE
014775         AT END
014776             SET WS-RPT-EOF TO TRUE
014777             GO TO 1310-NOTE-SECTION-PROFILE-EXIT
014778     END-READ.
014779     IF NOT DL-RPT-IS-TRAILER
014780         GO TO 1310-NOTE-SECTION-PROFILE-EXIT
014781     END-IF.
014782     IF WS-Section-Count >= 100
014783         DISPLAY 'EVANVRFY - REPORT FILE HOLDS MORE THAN 100 '
014784             'SECTIONS, TABLE FULL'
014785         MOVE 'EVF0011' TO WS-Log-Msg-Id
014786         MOVE 12 TO WS-Log-Severity
014787         MOVE 'REPORT FILE OVER 100 SECTIONS - TABLE FULL'
014788             TO WS-Log-Text
014789         PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT
014790         PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT
014791         MOVE 12 TO RETURN-CODE
014792         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
014793     END-IF.
014794     ADD 1 TO WS-Section-Count.
014795     MOVE DL-RPT-TRL-PROFILE-ID
014796         TO WS-SECTION-PROFILE(WS-Section-Count).
014797     MOVE DL-RPT-TRL-PROFILE-ID TO WS-Profile-Id.
014798     IF WS-Profile-Id = SPACES OR WS-Profile-Id = '*PARM'
014799         GO TO 1310-NOTE-SECTION-PROFILE-EXIT
014800     END-IF.
014801     PERFORM 2260-FIND-PROFILE THRU 2260-FIND-PROFILE-EXIT.
014802     IF WS-PROF-FOUND
014803         IF WK-PROF-RULE-COUNT IS NUMERIC
014804                 AND WK-PROF-RULE-COUNT > ZERO
014805                 AND WK-PROF-RULE-COUNT NOT > 10
014806             GO TO 1310-NOTE-SECTION-PROFILE-EXIT
014807         END-IF
014808     END-IF.
014809     DISPLAY 'EVANVRFY - SECTION ' WS-Section-Count
014810         ' WAS BUILT WITH PROFILE ' WS-Profile-Id
014811         ', NOT USABLE FROM THE LIBRARY'.
014812     DISPLAY 'EVANVRFY - REPORT FILE FAILED RECONCILIATION'.
014813     MOVE 'EVF0010' TO WS-Log-Msg-Id.
014814     MOVE 08 TO WS-Log-Severity.
014815     MOVE 'TRAILER NAMES A RULE PROFILE NOT ON THE LIBRARY'
014816         TO WS-Log-Text.
014817     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
014818     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
014819     MOVE 8 TO RETURN-CODE.
014820     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
014821 1310-NOTE-SECTION-PROFILE-EXIT.
014822     EXIT.
014823*
014824******************************************************************
014825* 2000-VERIFY-LOOP - ONE REPORT-FILE RECORD PER ITERATION        *
014900******************************************************************
015000 2000-VERIFY-LOOP.
015100     EVALUATE TRUE
015500         WHEN DL-RPT-IS-TRAILER
015600             PERFORM 2200-VERIFY-TRAILER
015700                 THRU 2200-VERIFY-TRAILER-EXIT
015710             ADD 1 TO WS-Section-Num
015720             PERFORM 2250-SET-SECTION-RULES
015730                 THRU 2250-SET-SECTION-RULES-EXIT
015800     END-EVALUATE.
015900     PERFORM 2900-READ-RPT-RECORD THRU 2900-READ-RPT-RECORD-EXIT.
016000 2000-VERIFY-LOOP-EXIT.
022718 2200-VERIFY-TRAILER-EXIT.
022800     EXIT.
022900*
022901******************************************************************
022902* 2250-SET-SECTION-RULES - LOAD DL-RULE-TABLE WITH THE RULE SET  *
022903* THE CURRENT SECTION WAS BUILT WITH: THE PROFILE ITS TRAILER    *
022904* NAMES, OR THE LIVE PARAMETER RULES FOR '*PARM', A BLANK NAME   *
022905* (A REPORT FILE WRITTEN BEFORE PROFILES EXISTED) OR DETAILS     *
022906* WITH NO TRAILER AFTER THEM.                                    *
022907******************************************************************
022908 2250-SET-SECTION-RULES.
022909     MOVE SPACES TO WS-Profile-Id.
022910     IF WS-Section-Num NOT > WS-Section-Count
022911         MOVE WS-SECTION-PROFILE(WS-Section-Num) TO WS-Profile-Id
022912     END-IF.
022913     IF WS-Profile-Id = SPACES OR WS-Profile-Id = '*PARM'
022914         MOVE WS-Live-Rule-Count TO DL-RULE-COUNT
022915         PERFORM 2254-MOVE-LIVE-RULE
022916             THRU 2254-MOVE-LIVE-RULE-EXIT
022917             VARYING WS-Prof-Rule-Sub FROM 1 BY 1
022918             UNTIL WS-Prof-Rule-Sub > DL-RULE-COUNT
022919         GO TO 2250-SET-SECTION-RULES-EXIT
022920     END-IF.
022921     PERFORM 2260-FIND-PROFILE THRU 2260-FIND-PROFILE-EXIT.
022922     MOVE WK-PROF-RULE-COUNT TO DL-RULE-COUNT.
022923     PERFORM 2252-MOVE-PROFILE-RULE
022924         THRU 2252-MOVE-PROFILE-RULE-EXIT
022925         VARYING WS-Prof-Rule-Sub FROM 1 BY 1
022926         UNTIL WS-Prof-Rule-Sub > DL-RULE-COUNT.
022927 2250-SET-SECTION-RULES-EXIT.
022928     EXIT.
022929*
022930 2252-MOVE-PROFILE-RULE.
022931     SET DL-RULE-IDX TO WS-Prof-Rule-Sub.
022932     MOVE WK-PROF-DIVISOR(WS-Prof-Rule-Sub)
022933         TO DL-RULE-DIVISOR(DL-RULE-IDX).
022934     MOVE WK-PROF-LABEL(WS-Prof-Rule-Sub)
022935         TO DL-RULE-LABEL(DL-RULE-IDX).
022936 2252-MOVE-PROFILE-RULE-EXIT.
022937     EXIT.
022938*
022939 2254-MOVE-LIVE-RULE.
022940     SET DL-RULE-IDX TO WS-Prof-Rule-Sub.
022941     MOVE WS-Live-Divisor(WS-Prof-Rule-Sub)
022942         TO DL-RULE-DIVISOR(DL-RULE-IDX).
022943     MOVE WS-Live-Label(WS-Prof-Rule-Sub)
022944         TO DL-RULE-LABEL(DL-RULE-IDX).
022945 2254-MOVE-LIVE-RULE-EXIT.
022946     EXIT.
022947*
022948 2260-FIND-PROFILE.
022949     MOVE 'N' TO WS-PROF-FOUND-SW.
022950     PERFORM 2262-MATCH-ONE-PROFILE
022951         THRU 2262-MATCH-ONE-PROFILE-EXIT
022952         VARYING WS-Prof-Sub FROM 1 BY 1
022953         UNTIL WS-Prof-Sub > WS-Prof-Count
022954            OR WS-PROF-FOUND.
022955 2260-FIND-PROFILE-EXIT.
022956     EXIT.
022957*
022958 2262-MATCH-ONE-PROFILE.
022959     IF WS-Prof-Entry-Id(WS-Prof-Sub) = WS-Profile-Id
022960         SET WS-PROF-FOUND TO TRUE
022961         MOVE WS-PROF-ENTRY(WS-Prof-Sub) TO WK-PROF-RECORD
022962     END-IF.
022963 2262-MATCH-ONE-PROFILE-EXIT.
022964     EXIT.
022965*
023000 2900-READ-RPT-RECORD.
023100     READ RPT-FILE
023200         AT END
026277 9600-CLOSE-RUN-LOG-EXIT.
026278     EXIT.
026279*
026289******************************************************************
026299* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH     *
026309* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS RECORD *
026319* IS WRITTEN AND THE RUN ENDS.                                   *
026329******************************************************************
026339 9700-END-STEP.
026349     PERFORM 9710-WRITE-STEP-STATS
026359         THRU 9710-WRITE-STEP-STATS-EXIT.
026369     STOP RUN.
026379 9700-END-STEP-EXIT.
026389     EXIT.
026399*
026409******************************************************************
026419* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD   *
026429* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS TO, *
026439* WHEN IT STARTED AND ENDED, THE REPORT DETAILS VERIFIED AND THE *
026449* RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT     *
026459* OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.            *
026469******************************************************************
026479 9710-WRITE-STEP-STATS.
026489     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
026499     ACCEPT WS-Stat-End-Time FROM TIME.
026509     MOVE WS-Total-Checked TO WS-Stat-Records.
026519     IF WS-Stat-Run-Number = ZERO
026529         PERFORM 9720-GET-STAT-RUN-KEY
026539             THRU 9720-GET-STAT-RUN-KEY-EXIT
026549     END-IF.
026559     OPEN EXTEND STAT-FILE.
026569     IF WS-STAT-STATUS NOT = '00'
026579         DISPLAY 'EVANVRFY - STEP STATISTICS NOT RECORDED, '
026589             'STATUS ' WS-STAT-STATUS
026599         GO TO 9710-WRITE-STEP-STATS-EXIT
026609     END-IF.
026619     MOVE SPACES TO DL-STAT-RECORD.
026629     MOVE 'S' TO DL-STAT-TYPE.
026639     MOVE 'EVANVRFY' TO DL-STAT-PROGRAM.
026649     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
026659     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
026669     MOVE WS-Stat-Mode TO DL-STAT-MODE.
026679     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
026689     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
026699     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
026709     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
026719     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
026729     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
026739     MOVE RETURN-CODE TO DL-STAT-RC.
026749     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
026759     WRITE DL-STAT-RECORD.
026769     CLOSE STAT-FILE.
026779 9710-WRITE-STEP-STATS-EXIT.
026789     EXIT.
026799*
026809******************************************************************
026819* 9720-GET-STAT-RUN-KEY - THIS STEP BELONGS TO THE RUN ON        *
026829* RUN-CONTROL.  NO RUN-CONTROL RECORD LEAVES TODAY AND RUN ZERO. *
026839******************************************************************
026849 9720-GET-STAT-RUN-KEY.
026859     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
026869     OPEN INPUT RUNC-FILE.
026879     IF WS-RUNC-STATUS NOT = '00'
026889         GO TO 9720-GET-STAT-RUN-KEY-EXIT
026899     END-IF.
026909     READ RUNC-FILE
026919         NOT AT END
026929             MOVE DL-RUNC-BUSINESS-DATE
026939                 TO WS-Stat-Business-Date
026949             MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
026959     END-READ.
026969     CLOSE RUNC-FILE.
026979 9720-GET-STAT-RUN-KEY-EXIT.
026989     EXIT.
026999*
