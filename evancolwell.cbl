002977*                  QUEUE JUST FINISHES THE INTERRUPTED RUN'S    *
002978*                  CONTROLS (CLEAR CHECKPOINT, MARK RUN-        *
002979*                  CONTROL COMPLETED) AND ENDS RC 0.            *
002980* 2026-10-15 EC    EACH QUEUED REQUEST MAY NAME A RULE PROFILE  *
002981*                  (DLPROF LIBRARY, PROFFILE DD); ITS SECTION   *
002982*                  IS CLASSIFIED WITH THAT PROFILE'S RULES AND  *
002983*                  THE TRAILER NAMES IT.  RUN HISTORY KEEPS THE *
002984*                  LIVE RULES AND LISTS THE PROFILES USED.      *
002985* 2026-10-15 EC    EVERY KSDS WRITE AND REWRITE IS APPENDED TO  *
002986*                  THE KSDS CHANGE JOURNAL (DLKJRN, JRNLFILE    *
002987*                  DD) WITH THE RECORD BEFORE AND AFTER, THE    *
002988*                  BUSINESS DATE AND RUN NUMBER, SO EVANRCVR    *
002989*                  CAN ROLL A RESTORED BACKUP FORWARD.  NO      *
002990*                  JOURNAL, NO KSDS UPDATES.                    *
002991* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON   *
002992*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY,      *
002993*                  START AND END TIMES, COUNTS CLASSIFIED AND   *
002994*                  THE RETURN CODE - FOR THE EVANFCST           *
002995*                  BATCH-WINDOW FORECAST AND THE EVANWKST       *
002996*                  WEEKLY REPORT.                               *
002997* 2026-10-15 EC    LOG THE FORCE RUN-LOG MESSAGE (ECW0023) ONCE *
002998*                  THE RUN NUMBER IS ASSIGNED, NAMING THE RUN,  *
002999*                  AND FOR AN UNVERIFIED FORCE AS WELL AS AN    *
003000*                  AUTHORIZED ONE, SO THE MONTH-END CHARGEBACK  *
003001*                  (EVANCHRG) SURCHARGES EXACTLY THE RUNS THAT  *
003002*                  TOOK FORCE AND AGREES WITH THE EVANMNTH      *
003003*                  FORCED-RUN COUNT.                            *
003099******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
004300     SELECT OPSC-FILE ASSIGN TO OPSCFILE
004301         ORGANIZATION IS SEQUENTIAL
004302         FILE STATUS IS WS-OPSC-STATUS.
004303     SELECT PROF-FILE ASSIGN TO PROFFILE
004304         ORGANIZATION IS SEQUENTIAL
004305         FILE STATUS IS WS-PROF-STATUS.
004306     SELECT VSAM-FILE ASSIGN TO VSAMOUT
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS DL-VSAM-COUNT
004700         FILE STATUS IS WS-VSAM-STATUS.
004710     SELECT JRNL-FILE ASSIGN TO JRNLFILE
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS WS-JRNL-STATUS.
004740     SELECT STAT-FILE ASSIGN TO STATFILE
004750         ORGANIZATION IS SEQUENTIAL
004760         FILE STATUS IS WS-STAT-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
006298     LABEL RECORDS ARE STANDARD.
006299     COPY DLOPSC.
006300*
006301 FD  PROF-FILE
006302     LABEL RECORDS ARE STANDARD.
006303     COPY DLPROF.
006304*
006305 FD  VSAM-FILE.
006400     COPY DLVSAM.
006410*
006420 FD  JRNL-FILE
006430     LABEL RECORDS ARE STANDARD.
006440     COPY DLKJRN.
006450*
006460 FD  STAT-FILE
006470     LABEL RECORDS ARE STANDARD.
006480     COPY DLSTAT.
006500*
006600 WORKING-STORAGE SECTION.
006700     COPY DLRULES.
007520         88  WS-HIVOL-RUN            VALUE 'Y'.
007530     05  WS-CKPT-OPEN-SW         PIC X(01) VALUE 'N'.
007540         88  WS-CKPT-OPEN            VALUE 'Y'.
007550     05  WS-JRNL-OPEN-SW         PIC X(01) VALUE 'N'.
007560         88  WS-JRNL-OPEN            VALUE 'Y'.
007600*
007700 01  WS-FILE-STATUSES.
007800     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
008072     05  WS-RQUE-STATUS          PIC X(02) VALUE SPACES.
008073     05  WS-CALN-STATUS          PIC X(02) VALUE SPACES.
008074     05  WS-OPSC-STATUS          PIC X(02) VALUE SPACES.
008075     05  WS-PROF-STATUS          PIC X(02) VALUE SPACES.
008100     05  WS-VSAM-STATUS          PIC X(02) VALUE SPACES.
008110     05  WS-JRNL-STATUS          PIC X(02) VALUE SPACES.
008120     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
008200*
008300 01  WS-DEFAULTS.
008400     05  WS-DEFAULT-FIZZ         PIC X(08) VALUE 'Fizz'.
010736             15  WS-Rque-Req-Stat    PIC X(01).
010737             15  WS-Rque-Run-Number  PIC 9(05).
010738             15  WS-Rque-Run-Date    PIC 9(08).
010739             15  WS-Rque-Profile-Id  PIC X(08).
010740*
010800 01  WS-CHECKPOINT-CONTROL.
010850*    A CHECKPOINT IS TAKEN EVERY WS-CKPT-INTERVAL RECORDS SO A
010860*    RESTART NEVER REPLAYS A DETAIL RECORD ALREADY WRITTEN TO
011169 01  WS-HISTORY-WORK.
011170     05  WS-Hist-Rule-Sub        PIC 9(02) COMP VALUE ZERO.
011171*
011172 01  WS-PROFILE-WORK.
011173*    THE LIVE DLPARM RULES ARE KEPT HERE WHILE A REQUEST NAMING
011174*    A PROFILE HAS ITS RULES IN DL-RULE-TABLE.  THE PROFILE
011175*    LIBRARY IS HELD WHOLE; WS-Profile-Id IS THE SET IN USE.
011176     05  WS-PROF-EOF-SW          PIC X(01) VALUE 'N'.
011177         88  WS-PROF-EOF             VALUE 'Y'.
011178     05  WS-PROF-FOUND-SW        PIC X(01) VALUE 'N'.
011179         88  WS-PROF-FOUND           VALUE 'Y'.
011180     05  WS-Prof-Count           PIC 9(03) COMP VALUE ZERO.
011181     05  WS-Prof-Sub             PIC 9(03) COMP VALUE ZERO.
011182     05  WS-Prof-Rule-Sub        PIC 9(02) COMP VALUE ZERO.
011183     05  WS-Profile-Id           PIC X(08) VALUE '*PARM'.
011184     05  WS-Live-Rule-Count      PIC 9(02) VALUE ZERO.
011185     05  WS-LIVE-RULE            OCCURS 10 TIMES.
011186         10  WS-Live-Divisor         PIC 9(05).
011187         10  WS-Live-Label           PIC X(08).
011188     05  WS-Hist-Prof-Count      PIC 9(02) VALUE ZERO.
011189     05  WS-Hist-Prof-Sub        PIC 9(02) COMP VALUE ZERO.
011190     05  WS-HIST-PROF-ID         OCCURS 10 TIMES
011191                                 PIC X(08).
011192     05  WS-PROF-TABLE.
011193         10  WS-PROF-ENTRY       OCCURS 100 TIMES.
011194             15  WS-Prof-Entry-Id    PIC X(08).
011195             15  WS-Prof-Entry-Rest  PIC X(172).
011196     COPY DLPROF REPLACING LEADING ==DL-PROF== BY ==WK-PROF==.
011197*
011198 01  WS-JOURNAL-WORK.
011199*    EVERY KSDS WRITE OR REWRITE IS JOURNALED (DLKJRN) WITH THE
011200*    RECORD BEFORE AND AFTER THE CHANGE.
011201     05  WS-Jrnl-Action          PIC X(01) VALUE SPACE.
011202     05  WS-Jrnl-Time            PIC 9(08) VALUE ZERO.
011203     05  WS-Jrnl-Before-Image    PIC X(102) VALUE SPACES.
011204     05  WS-Jrnl-After-Image     PIC X(102) VALUE SPACES.
011205*
011206 01  WS-RUN-DATE-FIELDS.
011300     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
011400     05  WS-Run-Date             PIC X(08) VALUE SPACES.
011500*
011504 01  WS-STEP-STAT-WORK.
011508*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
011512*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
011516*    ON EVERY WAY OUT OF THE PROGRAM.
011520     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
011524     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
011528     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
011532         10  WS-Stat-Start-HHMMSS    PIC 9(06).
011536         10  FILLER                  PIC 9(02).
011540     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
011544     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
011548     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
011552         10  WS-Stat-End-HHMMSS      PIC 9(06).
011556         10  FILLER                  PIC 9(02).
011560     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
011564     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
011568     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
011572     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
011576     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
011580*
011600 PROCEDURE DIVISION.
011700*
011800 0000-MAINLINE.
011810     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
011820     ACCEPT WS-Stat-Start-Time FROM TIME.
011900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
012000     PERFORM 1800-PROCESS-ONE-REQUEST
012050         THRU 1800-PROCESS-ONE-REQUEST-EXIT
012100         VARYING WS-Rque-Sub FROM WS-Req-Start BY 1
012150         UNTIL WS-Rque-Sub > WS-Rque-Count.
012200     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
012300     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
012400*
012500******************************************************************
012600* 1000-INITIALIZE - OPEN FILES, LOAD PARAMETERS, CHECK RESTART  *
013001     PERFORM 1010-OPEN-RUN-LOG THRU 1010-OPEN-RUN-LOG-EXIT.
013010     PERFORM 1050-CHECK-RUN-CONTROL
013020         THRU 1050-CHECK-RUN-CONTROL-EXIT.
013025     IF WS-FORCE-RUN
013030         MOVE 'ECW0023' TO WS-Log-Msg-Id
013035         MOVE 00 TO WS-Log-Severity
013040         MOVE SPACES TO WS-Log-Text
013045         STRING 'FORCE RUN TAKEN AS RUN ' WS-Run-Number
013050             DELIMITED BY SIZE INTO WS-Log-Text
013055         END-STRING
013060         PERFORM 9500-WRITE-RUN-LOG
013065             THRU 9500-WRITE-RUN-LOG-EXIT
013070     END-IF.
013100     PERFORM 1100-OPEN-FILES THRU 1100-OPEN-FILES-EXIT.
013200     PERFORM 1200-LOAD-PARAMETERS THRU 1200-LOAD-PARAMETERS-EXIT.
013210     PERFORM 1250-LOAD-REQUEST-QUEUE
013220         THRU 1250-LOAD-REQUEST-QUEUE-EXIT.
013230     PERFORM 1850-LOAD-PROFILES THRU 1850-LOAD-PROFILES-EXIT.
013300     PERFORM 1300-LOAD-CHECKPOINT THRU 1300-LOAD-CHECKPOINT-EXIT.
013350     PERFORM 1400-OPEN-REPORT-FILE
013360         THRU 1400-OPEN-REPORT-FILE-EXIT.
013542         PERFORM 9600-CLOSE-RUN-LOG
013543             THRU 9600-CLOSE-RUN-LOG-EXIT
013544         MOVE 8 TO RETURN-CODE
013545         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
013546     END-IF.
013547     OPEN INPUT OPSC-FILE.
013548     IF WS-OPSC-STATUS NOT = '00'
013574         PERFORM 9600-CLOSE-RUN-LOG
013575             THRU 9600-CLOSE-RUN-LOG-EXIT
013576         MOVE 8 TO RETURN-CODE
013577         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
013578     END-IF.
013579     DISPLAY 'EVANCOLWELL - FORCE AUTHORIZED BY '
013580         WS-Force-Operator.
013586 1045-VERIFY-FORCE-OPERATOR-EXIT.
013587     EXIT.
013588*
013711             PERFORM 9600-CLOSE-RUN-LOG
013712                 THRU 9600-CLOSE-RUN-LOG-EXIT
013713             MOVE 8 TO RETURN-CODE
013714             PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
013715         WHEN OTHER
013716             PERFORM 1055-CHECK-CALENDAR
013717                 THRU 1055-CHECK-CALENDAR-EXIT
013777             PERFORM 9600-CLOSE-RUN-LOG
013778                 THRU 9600-CLOSE-RUN-LOG-EXIT
013779             MOVE 8 TO RETURN-CODE
013780             PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
013781         END-IF
013782     END-IF.
013783     IF WS-Gap-Date > ZERO
013804             PERFORM 9600-CLOSE-RUN-LOG
013805                 THRU 9600-CLOSE-RUN-LOG-EXIT
013806             MOVE 8 TO RETURN-CODE
013807             PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
013808         END-IF
013809     END-IF.
013810 1055-CHECK-CALENDAR-EXIT.
014106             THRU 9500-WRITE-RUN-LOG-EXIT
014200     END-IF.
014300     IF WS-HIVOL-RUN
014301         GO TO 1100-OPEN-FILES-EXIT
014302     END-IF.
014303     OPEN EXTEND JRNL-FILE.
014304     IF WS-JRNL-STATUS = '00'
014305         SET WS-JRNL-OPEN TO TRUE
014306     ELSE
014307         DISPLAY 'EVANCOLWELL - KSDS JOURNAL NOT AVAILABLE, '
014308             'STATUS ' WS-JRNL-STATUS
014309         MOVE 'ECW0030' TO WS-Log-Msg-Id
014310         MOVE 08 TO WS-Log-Severity
014311         MOVE 'KSDS JOURNAL NOT AVAILABLE - KSDS NOT UPDATED'
014312             TO WS-Log-Text
014313         PERFORM 9500-WRITE-RUN-LOG
014314             THRU 9500-WRITE-RUN-LOG-EXIT
014315         GO TO 1100-OPEN-FILES-EXIT
014320     END-IF.
014400     OPEN I-O VSAM-FILE.
014500     IF WS-VSAM-STATUS = '00'
020444         MOVE 'Q' TO WS-Rque-Req-Stat(WS-Rque-Count)
020445         MOVE ZERO TO WS-Rque-Run-Number(WS-Rque-Count)
020446         MOVE ZERO TO WS-Rque-Run-Date(WS-Rque-Count)
020447         MOVE SPACES TO WS-Rque-Profile-Id(WS-Rque-Count)
020448         ADD 1 TO WS-Queued-Count
020449     END-IF.
020450     MOVE 999999999 TO WS-Overall-Low.
020451     MOVE ZERO TO WS-Overall-High.
020452     PERFORM 1270-NOTE-QUEUED-BOUNDS
020453         THRU 1270-NOTE-QUEUED-BOUNDS-EXIT
020454         VARYING WS-Rque-Sub FROM 1 BY 1
020455         UNTIL WS-Rque-Sub > WS-Rque-Count.
020456     IF WS-HIVOL-RUN AND WS-Queued-Count > 1
020457         PERFORM 1280-CHECK-HIVOL-ORDER
020458             THRU 1280-CHECK-HIVOL-ORDER-EXIT
020459     END-IF.
020460 1250-LOAD-REQUEST-QUEUE-EXIT.
020461     EXIT.
020462*
020463******************************************************************
020464* 1260-READ-RQUE-RECORD - ONE QUEUE RECORD INTO THE TABLE.  A    *
020465* QUEUE PAST 50 RECORDS STOPS THE RUN RATHER THAN SILENTLY       *
020466* DROPPING SOMEONE'S REQUEST.                                    *
020467******************************************************************
020468 1260-READ-RQUE-RECORD.
020469     READ RQUE-FILE
020470         AT END
020471             SET WS-RQUE-EOF TO TRUE
020472             GO TO 1260-READ-RQUE-RECORD-EXIT
020473     END-READ.
020474     IF WS-Rque-Count >= 50
020475         DISPLAY 'EVANCOLWELL - REQUEST QUEUE EXCEEDS 50 '
020476             'RECORDS, TRIM THE FULFILLED ONES'
020477         MOVE 'ECW0015' TO WS-Log-Msg-Id
020478         MOVE 12 TO WS-Log-Severity
020479         MOVE 'REQUEST QUEUE OVERFLOWS THE TABLE'
020480             TO WS-Log-Text
020481         PERFORM 9500-WRITE-RUN-LOG
020482             THRU 9500-WRITE-RUN-LOG-EXIT
020483         PERFORM 9600-CLOSE-RUN-LOG
020484             THRU 9600-CLOSE-RUN-LOG-EXIT
020485         MOVE 12 TO RETURN-CODE
020486         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
020487     END-IF.
020488     ADD 1 TO WS-Rque-Count.
020489     MOVE DL-RQUE-REQUESTER
020490         TO WS-Rque-Requester(WS-Rque-Count).
020491     MOVE DL-RQUE-LOW-BOUND TO WS-Rque-Low(WS-Rque-Count).
020492     MOVE DL-RQUE-HIGH-BOUND TO WS-Rque-High(WS-Rque-Count).
020493     MOVE DL-RQUE-STATUS TO WS-Rque-Req-Stat(WS-Rque-Count).
020494     MOVE DL-RQUE-RUN-NUMBER
020495         TO WS-Rque-Run-Number(WS-Rque-Count).
020496     MOVE DL-RQUE-RUN-DATE TO WS-Rque-Run-Date(WS-Rque-Count).
020497     MOVE DL-RQUE-PROFILE-ID
020498         TO WS-Rque-Profile-Id(WS-Rque-Count).
020499     IF DL-RQUE-QUEUED
020500         ADD 1 TO WS-Queued-Count
020501     END-IF.
020502 1260-READ-RQUE-RECORD-EXIT.
020503     EXIT.
020504*
020505 1270-NOTE-QUEUED-BOUNDS.
020506     IF WS-Rque-Req-Stat(WS-Rque-Sub) = 'Q'
020507         IF WS-Rque-Low(WS-Rque-Sub) < WS-Overall-Low
020508             MOVE WS-Rque-Low(WS-Rque-Sub) TO WS-Overall-Low
020509         END-IF
020510         IF WS-Rque-High(WS-Rque-Sub) > WS-Overall-High
020511             MOVE WS-Rque-High(WS-Rque-Sub) TO WS-Overall-High
020512         END-IF
020513     END-IF.
020514 1270-NOTE-QUEUED-BOUNDS-EXIT.
020515     EXIT.
020516*
020517******************************************************************
020518* 1280-CHECK-HIVOL-ORDER - A HIVOL RUN WRITES THE WORK FILE IN   *
020519* THE ORDER THE REQUESTS ARE SERVED, AND EVANLOAD'S RESTART      *
020520* GUARD SKIPS ANY KEY NOT ABOVE THE LAST ONE LOADED - SO THE     *
020521* QUEUED RANGES MUST ASCEND WITHOUT OVERLAP IN QUEUE-FILE        *
020522* ORDER OR A LOWER-KEYED REQUEST'S WHOLE SECTION WOULD BE        *
020523* SILENTLY DROPPED FROM THE KSDS.  A DECK THAT DOES NOT          *
020524* QUALIFY IS REFUSED RC 8: REORDER THE QUEUE OR RUN WITHOUT     *
020525* HIVOL.                                                         *
020526******************************************************************
020527 1280-CHECK-HIVOL-ORDER.
020528     MOVE ZERO TO WS-Hivol-Prev-High.
020529     PERFORM 1290-CHECK-ONE-QUEUED-RANGE
020530         THRU 1290-CHECK-ONE-QUEUED-RANGE-EXIT
020531         VARYING WS-Rque-Sub FROM 1 BY 1
020532         UNTIL WS-Rque-Sub > WS-Rque-Count.
020533 1280-CHECK-HIVOL-ORDER-EXIT.
020534     EXIT.
020535*
020536 1290-CHECK-ONE-QUEUED-RANGE.
020537     IF WS-Rque-Req-Stat(WS-Rque-Sub) NOT = 'Q'
020538         GO TO 1290-CHECK-ONE-QUEUED-RANGE-EXIT
020539     END-IF.
020540     IF WS-Rque-Low(WS-Rque-Sub) NOT > WS-Hivol-Prev-High
020541         DISPLAY 'EVANCOLWELL - QUEUED RANGES MUST ASCEND '
020542             'WITHOUT OVERLAP FOR A HIVOL RUN, ENDING RC 8'
020543         DISPLAY 'EVANCOLWELL - REORDER THE QUEUE FILE OR '
020544             'RUN WITHOUT HIVOL'
020545         MOVE 'ECW0025' TO WS-Log-Msg-Id
020546         MOVE 08 TO WS-Log-Severity
020547         MOVE 'HIVOL REFUSED - QUEUED RANGES OUT OF KEY ORDER'
020548             TO WS-Log-Text
020549         PERFORM 9500-WRITE-RUN-LOG
020550             THRU 9500-WRITE-RUN-LOG-EXIT
020551         PERFORM 9600-CLOSE-RUN-LOG
020552             THRU 9600-CLOSE-RUN-LOG-EXIT
020553         MOVE 8 TO RETURN-CODE
020554         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
020555     END-IF.
020556     MOVE WS-Rque-High(WS-Rque-Sub) TO WS-Hivol-Prev-High.
020557 1290-CHECK-ONE-QUEUED-RANGE-EXIT.
020558     EXIT.
020559*
020600******************************************************************
020700* 1300-LOAD-CHECKPOINT - RESUME FROM THE LAST CHECKPOINT WHEN   *
020800* ONE EXISTS SO A MID-RUN ABEND DOES NOT FORCE A FULL RERUN.    *
023549         THRU 9500-WRITE-RUN-LOG-EXIT.
023550     PERFORM 9600-CLOSE-RUN-LOG
023551         THRU 9600-CLOSE-RUN-LOG-EXIT.
023552     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
023553 1330-CHECK-STALE-CHECKPOINT-EXIT.
023554     EXIT.
023555*
023793     EXIT.
023794*
023795******************************************************************
023796* 1800-PROCESS-ONE-REQUEST - ONE QUEUED REQUEST: SET ITS RANGE,  *
023797* REQUESTER AND RULES, RUN THE RANGE, WRITE ITS CONTROL-TOTAL    *
023798* TRAILER AND MARK IT FULFILLED IN THE TABLE.  A RESTART'S FIRST *
023799* REQUEST KEEPS THE COUNT AND SECTION TOTALS THE CHECKPOINT      *
023800* RESTORED INSTEAD OF STARTING THE RANGE OVER.                   *
023801******************************************************************
023806     MOVE WS-Rque-Requester(WS-Rque-Sub) TO WS-Requester.
023807     MOVE WS-Rque-Low(WS-Rque-Sub) TO WS-Low-Bound.
023808     MOVE WS-Rque-High(WS-Rque-Sub) TO WS-High-Bound.
023809     PERFORM 1870-SET-REQUEST-RULES
023810         THRU 1870-SET-REQUEST-RULES-EXIT.
023811     IF WS-RESTART-PENDING
023812         MOVE 'N' TO WS-RESTART-PENDING-SW
023813     ELSE
023814         MOVE WS-Low-Bound TO WS-Count
023815         MOVE ZERO TO WS-Total-Recs
023816         MOVE ZERO TO WS-Fizz-Only-Count
023817         MOVE ZERO TO WS-Buzz-Only-Count
023818         MOVE ZERO TO WS-Other-Single-Count
023819         MOVE ZERO TO WS-FizzBuzz-Count
023820         MOVE ZERO TO WS-Plain-Count
023821     END-IF.
023822     PERFORM 2000-PROCESS-LOOP THRU 2000-PROCESS-LOOP-EXIT
023823         UNTIL WS-Count > WS-High-Bound.
023824     PERFORM 3100-WRITE-TRAILER THRU 3100-WRITE-TRAILER-EXIT.
023825     MOVE 'F' TO WS-Rque-Req-Stat(WS-Rque-Sub).
023826     MOVE WS-Run-Number TO WS-Rque-Run-Number(WS-Rque-Sub).
023827     MOVE WS-Business-Date TO WS-Rque-Run-Date(WS-Rque-Sub).
023828 1800-PROCESS-ONE-REQUEST-EXIT.
023829     EXIT.
023830*
023831******************************************************************
023832* 1850-LOAD-PROFILES - SAVE THE LIVE DLPARM RULES, LOAD THE      *
023833* RULE-PROFILE LIBRARY AND CHECK EVERY QUEUED REQUEST NAMES THE  *
023834* LIVE TABLE (BLANK PROFILE ID) OR A USABLE LIBRARY PROFILE.     *
023835* ONE THAT GETS PAST EVANEDIT STOPS THE RUN RC 8 BEFORE ANY      *
023836* SECTION IS WRITTEN.  NO LIBRARY FILE IS FINE WHILE NO QUEUED   *
023837* REQUEST NAMES A PROFILE.                                       *
023838******************************************************************
023839 1850-LOAD-PROFILES.
023840     MOVE DL-RULE-COUNT TO WS-Live-Rule-Count.
023841     PERFORM 1855-SAVE-ONE-LIVE-RULE
023842         THRU 1855-SAVE-ONE-LIVE-RULE-EXIT
023843         VARYING WS-Prof-Rule-Sub FROM 1 BY 1
023844         UNTIL WS-Prof-Rule-Sub > 10.
023845     OPEN INPUT PROF-FILE.
023846     IF WS-PROF-STATUS = '00'
023847         PERFORM 1860-READ-PROF-RECORD
023848             THRU 1860-READ-PROF-RECORD-EXIT
023849             UNTIL WS-PROF-EOF
023850         CLOSE PROF-FILE
023851     END-IF.
023852     PERFORM 1865-CHECK-QUEUED-PROFILE
023853         THRU 1865-CHECK-QUEUED-PROFILE-EXIT
023854         VARYING WS-Rque-Sub FROM 1 BY 1
023855         UNTIL WS-Rque-Sub > WS-Rque-Count.
023856 1850-LOAD-PROFILES-EXIT.
023857     EXIT.
023858*
023859 1855-SAVE-ONE-LIVE-RULE.
023860     IF WS-Prof-Rule-Sub > DL-RULE-COUNT
023861         MOVE ZERO TO WS-Live-Divisor(WS-Prof-Rule-Sub)
023862         MOVE SPACES TO WS-Live-Label(WS-Prof-Rule-Sub)
023863     ELSE
023864         SET DL-RULE-IDX TO WS-Prof-Rule-Sub
023865         MOVE DL-RULE-DIVISOR(DL-RULE-IDX)
023866             TO WS-Live-Divisor(WS-Prof-Rule-Sub)
023867         MOVE DL-RULE-LABEL(DL-RULE-IDX)
023868             TO WS-Live-Label(WS-Prof-Rule-Sub)
023869     END-IF.
023870 1855-SAVE-ONE-LIVE-RULE-EXIT.
023871     EXIT.
023872*
023873******************************************************************
023874* 1860-READ-PROF-RECORD - ONE PROFILE INTO THE TABLE; A LIBRARY  *
023875* PAST 100 PROFILES STOPS THE RUN RATHER THAN LOSE ONE.          *
023876******************************************************************
023877 1860-READ-PROF-RECORD.
023878     READ PROF-FILE
023879         AT END
023880             SET WS-PROF-EOF TO TRUE
023881             GO TO 1860-READ-PROF-RECORD-EXIT
023882     END-READ.
023883     IF WS-Prof-Count >= 100
023884         DISPLAY 'EVANCOLWELL - RULE-PROFILE LIBRARY EXCEEDS '
023885             '100 PROFILES'
023886         MOVE 'ECW0029' TO WS-Log-Msg-Id
023887         MOVE 12 TO WS-Log-Severity
023888         MOVE 'RULE-PROFILE LIBRARY OVERFLOWS THE TABLE'
023889             TO WS-Log-Text
023890         PERFORM 9500-WRITE-RUN-LOG
023891             THRU 9500-WRITE-RUN-LOG-EXIT
023892         PERFORM 9600-CLOSE-RUN-LOG
023893             THRU 9600-CLOSE-RUN-LOG-EXIT
023894         MOVE 12 TO RETURN-CODE
023895         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
023896     END-IF.
023897     ADD 1 TO WS-Prof-Count.
023898     MOVE DL-PROF-RECORD TO WS-PROF-ENTRY(WS-Prof-Count).
023899 1860-READ-PROF-RECORD-EXIT.
023900     EXIT.
023901*
023902 1865-CHECK-QUEUED-PROFILE.
023903     IF WS-Rque-Req-Stat(WS-Rque-Sub) NOT = 'Q'
023904         GO TO 1865-CHECK-QUEUED-PROFILE-EXIT
023905     END-IF.
023906     IF WS-Rque-Profile-Id(WS-Rque-Sub) = SPACES
023907         GO TO 1865-CHECK-QUEUED-PROFILE-EXIT
023908     END-IF.
023909     MOVE WS-Rque-Profile-Id(WS-Rque-Sub) TO WS-Profile-Id.
023910     PERFORM 1875-FIND-PROFILE THRU 1875-FIND-PROFILE-EXIT.
023911     IF NOT WS-PROF-FOUND
023912         DISPLAY 'EVANCOLWELL - PROFILE ' WS-Profile-Id
023913             ' NAMED BY ' WS-Rque-Requester(WS-Rque-Sub)
023914             ' IS NOT ON THE LIBRARY, ENDING RC 8'
023915         MOVE 'ECW0027' TO WS-Log-Msg-Id
023916         MOVE 'QUEUED REQUEST NAMES AN UNKNOWN RULE PROFILE'
023917             TO WS-Log-Text
023918         PERFORM 1867-REFUSE-PROFILE
023919             THRU 1867-REFUSE-PROFILE-EXIT
023920     END-IF.
023921     IF WK-PROF-RULE-COUNT NOT NUMERIC
023922             OR WK-PROF-RULE-COUNT = ZERO
023923             OR WK-PROF-RULE-COUNT > 10
023924         DISPLAY 'EVANCOLWELL - PROFILE ' WS-Profile-Id
023925             ' HAS NO USABLE RULE COUNT, ENDING RC 8'
023926         MOVE 'ECW0028' TO WS-Log-Msg-Id
023927         MOVE 'QUEUED REQUEST NAMES A PROFILE WITH NO RULES'
023928             TO WS-Log-Text
023929         PERFORM 1867-REFUSE-PROFILE
023930             THRU 1867-REFUSE-PROFILE-EXIT
023931     END-IF.
023932 1865-CHECK-QUEUED-PROFILE-EXIT.
023933     EXIT.
023934*
023935 1867-REFUSE-PROFILE.
023936     MOVE 08 TO WS-Log-Severity.
023937     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
023938     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
023939     MOVE 8 TO RETURN-CODE.
023940     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
023941 1867-REFUSE-PROFILE-EXIT.
023942     EXIT.
023943*
023944******************************************************************
023945* 1870-SET-REQUEST-RULES - LOAD DL-RULE-TABLE FOR THE REQUEST IN *
023946* HAND: THE LIVE DLPARM RULES WHEN IT NAMES NO PROFILE, ELSE THE *
023947* NAMED PROFILE'S.  WS-Profile-Id NAMES THE SET FOR THE TRAILER. *
023948******************************************************************
023949 1870-SET-REQUEST-RULES.
023950     IF WS-Rque-Profile-Id(WS-Rque-Sub) = SPACES
023951         MOVE '*PARM' TO WS-Profile-Id
023952         PERFORM 3020-RESTORE-LIVE-RULES
023953             THRU 3020-RESTORE-LIVE-RULES-EXIT
023954         GO TO 1870-SET-REQUEST-RULES-EXIT
023955     END-IF.
023956     MOVE WS-Rque-Profile-Id(WS-Rque-Sub) TO WS-Profile-Id.
023957     PERFORM 1875-FIND-PROFILE THRU 1875-FIND-PROFILE-EXIT.
023958     MOVE WK-PROF-RULE-COUNT TO DL-RULE-COUNT.
023959     PERFORM 1872-MOVE-PROFILE-RULE
023960         THRU 1872-MOVE-PROFILE-RULE-EXIT
023961         VARYING WS-Prof-Rule-Sub FROM 1 BY 1
023962         UNTIL WS-Prof-Rule-Sub > DL-RULE-COUNT.
023963 1870-SET-REQUEST-RULES-EXIT.
023964     EXIT.
023965*
023966 1872-MOVE-PROFILE-RULE.
023967     SET DL-RULE-IDX TO WS-Prof-Rule-Sub.
023968     MOVE WK-PROF-DIVISOR(WS-Prof-Rule-Sub)
023969         TO DL-RULE-DIVISOR(DL-RULE-IDX).
023970     MOVE WK-PROF-LABEL(WS-Prof-Rule-Sub)
023971         TO DL-RULE-LABEL(DL-RULE-IDX).
023972 1872-MOVE-PROFILE-RULE-EXIT.
023973     EXIT.
023974*
023975 1875-FIND-PROFILE.
023976     MOVE 'N' TO WS-PROF-FOUND-SW.
023977     PERFORM 1876-MATCH-ONE-PROFILE
023978         THRU 1876-MATCH-ONE-PROFILE-EXIT
023979         VARYING WS-Prof-Sub FROM 1 BY 1
023980         UNTIL WS-Prof-Sub > WS-Prof-Count
023981            OR WS-PROF-FOUND.
023982 1875-FIND-PROFILE-EXIT.
023983     EXIT.
023984*
023985 1876-MATCH-ONE-PROFILE.
023986     IF WS-Prof-Entry-Id(WS-Prof-Sub) = WS-Profile-Id
023987         SET WS-PROF-FOUND TO TRUE
023988         MOVE WS-PROF-ENTRY(WS-Prof-Sub) TO WK-PROF-RECORD
023989     END-IF.
023990 1876-MATCH-ONE-PROFILE-EXIT.
023991     EXIT.
023992*
023993******************************************************************
023994* 2000-PROCESS-LOOP - ONE ITERATION PER VALUE IN THE RANGE      *
023995******************************************************************
024000 2000-PROCESS-LOOP.
024100     PERFORM 2100-CLASSIFY-COUNT THRU 2100-CLASSIFY-COUNT-EXIT.
024200     PERFORM 2200-WRITE-DETAIL THRU 2200-WRITE-DETAIL-EXIT.
024900******************************************************************
025000* 2100-CLASSIFY-COUNT - DRIVE THE RULE TABLE, BUILDING THE      *
025100* CLASSIFICATION TEXT AND BUMPING THE RIGHT CONTROL TOTAL.      *
025110* THE TABLE HOLDS THE RULE SET OF THE REQUEST IN HAND - ITS     *
025120* PROFILE, OR THE LIVE DLPARM RULES - AS 1870 LOADED IT.        *
025200******************************************************************
025300 2100-CLASSIFY-COUNT.
025400     MOVE SPACES TO WS-Classification.
029800         MOVE WS-Classification TO DL-VSAM-CLASSIFICATION
029900         MOVE WS-Run-Date TO DL-VSAM-RUN-DATE
029920         MOVE WS-Run-Number TO DL-VSAM-RUN-NUMBER
029930         MOVE DL-VSAM-RECORD TO WS-Jrnl-After-Image
029950         WRITE DL-VSAM-RECORD
029960             INVALID KEY
029970                 PERFORM 2310-REWRITE-VSAM
029980                     THRU 2310-REWRITE-VSAM-EXIT
029990             NOT INVALID KEY
030000                 MOVE 'A' TO WS-Jrnl-Action
030010                 MOVE SPACES TO WS-Jrnl-Before-Image
030020                 PERFORM 2390-WRITE-JOURNAL
030030                     THRU 2390-WRITE-JOURNAL-EXIT
030300         END-WRITE
030400     END-IF.
030500 2300-WRITE-VSAM-EXIT.
030501     EXIT.
030502*
030503******************************************************************
030504* 2310-REWRITE-VSAM - THE KEY IS ALREADY ON THE KSDS.  READ IT  *
030505* FIRST SO THE JOURNAL CARRIES THE RECORD AS IT WAS, THEN       *
030506* REWRITE IT WITH THE NEW CLASSIFICATION.                       *
030507******************************************************************
030508 2310-REWRITE-VSAM.
030509     READ VSAM-FILE
030510         INVALID KEY
030511             MOVE SPACES TO WS-Jrnl-Before-Image
030512         NOT INVALID KEY
030513             MOVE DL-VSAM-RECORD TO WS-Jrnl-Before-Image
030514     END-READ.
030515     MOVE WS-Jrnl-After-Image TO DL-VSAM-RECORD.
030516     REWRITE DL-VSAM-RECORD
030517         INVALID KEY
030518             DISPLAY 'EVANCOLWELL - VSAM REWRITE '
030519                 'FAILED FOR COUNT ' WS-Count
030520             MOVE 'ECW0007' TO WS-Log-Msg-Id
030521             MOVE 08 TO WS-Log-Severity
030522             MOVE 'VSAM REWRITE FAILED'
030523                 TO WS-Log-Text
030524             PERFORM 9500-WRITE-RUN-LOG
030525                 THRU 9500-WRITE-RUN-LOG-EXIT
030526             GO TO 2310-REWRITE-VSAM-EXIT
030527     END-REWRITE.
030528     MOVE 'R' TO WS-Jrnl-Action.
030529     PERFORM 2390-WRITE-JOURNAL THRU 2390-WRITE-JOURNAL-EXIT.
030530 2310-REWRITE-VSAM-EXIT.
030531     EXIT.
030532*
030533******************************************************************
030534* 2390-WRITE-JOURNAL - APPEND ONE DLKJRN RECORD FOR THE KSDS    *
030535* CHANGE JUST MADE, UNDER THIS RUN'S BUSINESS DATE AND RUN      *
030536* NUMBER.  A FAILED JOURNAL WRITE IS LOGGED ONCE (THE JOURNAL   *
030537* NO LONGER COVERS THE KSDS, SO A RECOVERY WOULD BE SHORT) AND  *
030538* THE JOURNAL IS NOT WRITTEN AGAIN THIS RUN.                    *
030539******************************************************************
030540 2390-WRITE-JOURNAL.
030541     IF NOT WS-JRNL-OPEN
030542         GO TO 2390-WRITE-JOURNAL-EXIT
030543     END-IF.
030544     ACCEPT WS-Jrnl-Time FROM TIME.
030545     MOVE WS-Jrnl-Action TO DL-KJRN-ACTION.
030546     MOVE 'EVANCOLW' TO DL-KJRN-PROGRAM.
030547     MOVE WS-Business-Date TO DL-KJRN-BUSINESS-DATE.
030548     MOVE WS-Run-Number TO DL-KJRN-RUN-NUMBER.
030549     MOVE WS-Sys-Date TO DL-KJRN-STAMP-DATE.
030550     MOVE WS-Jrnl-Time TO DL-KJRN-STAMP-TIME.
030551     MOVE WS-Count TO DL-KJRN-COUNT.
030552     MOVE WS-Jrnl-Before-Image TO DL-KJRN-BEFORE-IMAGE.
030553     MOVE WS-Jrnl-After-Image TO DL-KJRN-AFTER-IMAGE.
030554     WRITE DL-KJRN-RECORD.
030555     IF WS-JRNL-STATUS NOT = '00'
030556         DISPLAY 'EVANCOLWELL - KSDS JOURNAL WRITE FAILED, '
030557             'STATUS ' WS-JRNL-STATUS
030558         MOVE 'ECW0031' TO WS-Log-Msg-Id
030559         MOVE 08 TO WS-Log-Severity
030560         MOVE 'KSDS JOURNAL WRITE FAILED - JOURNAL INCOMPLETE'
030561             TO WS-Log-Text
030562         PERFORM 9500-WRITE-RUN-LOG
030563             THRU 9500-WRITE-RUN-LOG-EXIT
030564         CLOSE JRNL-FILE
030565         MOVE 'N' TO WS-JRNL-OPEN-SW
030566     END-IF.
030567 2390-WRITE-JOURNAL-EXIT.
030600     EXIT.
030610*
030620******************************************************************
034160* RESTART OF THIS COMPLETED RUN, AND CLOSE EVERYTHING.          *
034300******************************************************************
034400 3000-FINALIZE.
034410     PERFORM 3010-LIST-RUN-PROFILES
034420         THRU 3010-LIST-RUN-PROFILES-EXIT.
034520     PERFORM 3120-WRITE-HISTORY THRU 3120-WRITE-HISTORY-EXIT.
034530     PERFORM 3140-UPDATE-REQUEST-QUEUE
034540         THRU 3140-UPDATE-REQUEST-QUEUE-EXIT.
034900     PERFORM 3200-CLOSE-FILES THRU 3200-CLOSE-FILES-EXIT.
034901     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
035000 3000-FINALIZE-EXIT.
035001     EXIT.
035002*
035003******************************************************************
035004* 3010-LIST-RUN-PROFILES - THE DISTINCT RULE SETS THE SECTIONS   *
035005* OF THIS RUN WERE CLASSIFIED WITH, FOR THE RUN-HISTORY RECORD.  *
035006* TAKEN FROM THE QUEUE TABLE (EVERY ENTRY THIS RUN NUMBER        *
035007* FULFILLED) RATHER THAN NOTED AS EACH SECTION FINISHES, SO A    *
035008* RESTARTED RUN STILL COUNTS THE SECTIONS WRITTEN BEFORE THE     *
035009* ABEND.  ONLY THE FIRST 10 ARE NAMED; THE COUNT IS COMPLETE.    *
035010******************************************************************
035011 3010-LIST-RUN-PROFILES.
035012     MOVE ZERO TO WS-Hist-Prof-Count.
035013     PERFORM 3012-CLEAR-RUN-PROFILE
035014         THRU 3012-CLEAR-RUN-PROFILE-EXIT
035015         VARYING WS-Hist-Prof-Sub FROM 1 BY 1
035016         UNTIL WS-Hist-Prof-Sub > 10.
035017     PERFORM 3014-NOTE-RUN-PROFILE
035018         THRU 3014-NOTE-RUN-PROFILE-EXIT
035019         VARYING WS-Rque-Sub FROM 1 BY 1
035020         UNTIL WS-Rque-Sub > WS-Rque-Count.
035021 3010-LIST-RUN-PROFILES-EXIT.
035022     EXIT.
035023*
035024 3012-CLEAR-RUN-PROFILE.
035025     MOVE SPACES TO WS-HIST-PROF-ID(WS-Hist-Prof-Sub).
035026 3012-CLEAR-RUN-PROFILE-EXIT.
035027     EXIT.
035028*
035029 3014-NOTE-RUN-PROFILE.
035030     IF WS-Rque-Req-Stat(WS-Rque-Sub) NOT = 'F'
035031         GO TO 3014-NOTE-RUN-PROFILE-EXIT
035032     END-IF.
035033     IF WS-Rque-Run-Number(WS-Rque-Sub) NOT = WS-Run-Number
035034         GO TO 3014-NOTE-RUN-PROFILE-EXIT
035035     END-IF.
035036     IF WS-Rque-Profile-Id(WS-Rque-Sub) = SPACES
035037         MOVE '*PARM' TO WS-Profile-Id
035038     ELSE
035039         MOVE WS-Rque-Profile-Id(WS-Rque-Sub) TO WS-Profile-Id
035040     END-IF.
035041     MOVE 'N' TO WS-PROF-FOUND-SW.
035042     PERFORM 3016-MATCH-RUN-PROFILE
035043         THRU 3016-MATCH-RUN-PROFILE-EXIT
035044         VARYING WS-Hist-Prof-Sub FROM 1 BY 1
035045         UNTIL WS-Hist-Prof-Sub > 10
035046            OR WS-PROF-FOUND.
035047     IF WS-PROF-FOUND
035048         GO TO 3014-NOTE-RUN-PROFILE-EXIT
035049     END-IF.
035050     ADD 1 TO WS-Hist-Prof-Count.
035051     IF WS-Hist-Prof-Count NOT > 10
035052         MOVE WS-Profile-Id
035053             TO WS-HIST-PROF-ID(WS-Hist-Prof-Count)
035054     END-IF.
035055 3014-NOTE-RUN-PROFILE-EXIT.
035056     EXIT.
035057*
035058 3016-MATCH-RUN-PROFILE.
035059     IF WS-HIST-PROF-ID(WS-Hist-Prof-Sub) = WS-Profile-Id
035060         SET WS-PROF-FOUND TO TRUE
035061     END-IF.
035062 3016-MATCH-RUN-PROFILE-EXIT.
035063     EXIT.
035064*
035065******************************************************************
035066* 3020-RESTORE-LIVE-RULES - PUT THE LIVE DLPARM RULES SAVED BY   *
035067* 1850 BACK IN DL-RULE-TABLE FOR A REQUEST THAT NAMES NO         *
035068* PROFILE.                                                       *
035069******************************************************************
035070 3020-RESTORE-LIVE-RULES.
035071     MOVE WS-Live-Rule-Count TO DL-RULE-COUNT.
035072     PERFORM 3022-MOVE-LIVE-RULE
035073         THRU 3022-MOVE-LIVE-RULE-EXIT
035074         VARYING WS-Prof-Rule-Sub FROM 1 BY 1
035075         UNTIL WS-Prof-Rule-Sub > DL-RULE-COUNT.
035076 3020-RESTORE-LIVE-RULES-EXIT.
035077     EXIT.
035078*
035079 3022-MOVE-LIVE-RULE.
035080     SET DL-RULE-IDX TO WS-Prof-Rule-Sub.
035081     MOVE WS-Live-Divisor(WS-Prof-Rule-Sub)
035082         TO DL-RULE-DIVISOR(DL-RULE-IDX).
035083     MOVE WS-Live-Label(WS-Prof-Rule-Sub)
035084         TO DL-RULE-LABEL(DL-RULE-IDX).
035085 3022-MOVE-LIVE-RULE-EXIT.
035100     EXIT.
035200*
035210******************************************************************
035900     MOVE WS-Plain-Count TO DL-RPT-PLAIN-CNT.
035950     MOVE WS-Run-Number TO DL-RPT-TRL-RUN-NUMBER.
035960     MOVE WS-Requester TO DL-RPT-TRL-REQUESTER.
035970     MOVE WS-Profile-Id TO DL-RPT-TRL-PROFILE-ID.
036000     WRITE DL-REPORT-RECORD.
036010     ADD WS-Total-Recs TO WS-Grand-Total-Recs.
036020     ADD WS-Fizz-Only-Count TO WS-Grand-Fizz-Only.
036239     MOVE WS-Run-Date TO DL-HIST-RUN-DATE.
036240     MOVE WS-Overall-Low TO DL-HIST-LOW-BOUND.
036241     MOVE WS-Overall-High TO DL-HIST-HIGH-BOUND.
036242     MOVE WS-Live-Rule-Count TO DL-HIST-RULE-COUNT.
036243     PERFORM 3130-MOVE-HISTORY-RULE
036244         THRU 3130-MOVE-HISTORY-RULE-EXIT
036245         VARYING WS-Hist-Rule-Sub FROM 1 BY 1
036251     MOVE WS-Grand-FizzBuzz TO DL-HIST-FIZZBUZZ-CNT.
036252     MOVE WS-Grand-Plain TO DL-HIST-PLAIN-CNT.
036253     MOVE WS-Run-Number TO DL-HIST-RUN-NUMBER.
036254     MOVE WS-Hist-Prof-Count TO DL-HIST-PROFILE-COUNT.
036255     WRITE DL-HIST-RECORD.
036256     CLOSE HIST-FILE.
036257 3120-WRITE-HISTORY-EXIT.
036258     EXIT.
036259*
036260******************************************************************
036261* 3130-MOVE-HISTORY-RULE - FILL ONE RULE SLOT ON THE HISTORY    *
036262* RECORD FROM THE LIVE DLPARM COPY SAVED BY 1850 (DL-RULE-TABLE *
036263* HOLDS WHATEVER SET THE LAST SECTION USED), PLUS ONE SLOT OF   *
036264* THE PROFILE LIST 3010 BUILT.  THE SAVED COPY CARRIES SLOTS    *
036265* PAST THE LIVE RULE COUNT AS ZERO DIVISOR / SPACE LABEL, SO    *
036266* THE RECORD IS ALWAYS FULLY FORMED.                            *
036267******************************************************************
036268 3130-MOVE-HISTORY-RULE.
036269     MOVE WS-Live-Divisor(WS-Hist-Rule-Sub)
036270         TO DL-HIST-DIVISOR(WS-Hist-Rule-Sub).
036271     MOVE WS-Live-Label(WS-Hist-Rule-Sub)
036272         TO DL-HIST-LABEL(WS-Hist-Rule-Sub).
036273     MOVE WS-HIST-PROF-ID(WS-Hist-Rule-Sub)
036274         TO DL-HIST-PROFILE-ID(WS-Hist-Rule-Sub).
036275 3130-MOVE-HISTORY-RULE-EXIT.
036276     EXIT.
036277*
036311     MOVE WS-Rque-Low(WS-Rque-Sub) TO DL-RQUE-LOW-BOUND.
036312     MOVE WS-Rque-High(WS-Rque-Sub) TO DL-RQUE-HIGH-BOUND.
036313     MOVE WS-Rque-Req-Stat(WS-Rque-Sub) TO DL-RQUE-STATUS.
036314     MOVE WS-Rque-Run-Number(WS-Rque-Sub) TO DL-RQUE-RUN-NUMBER.
036316     MOVE WS-Rque-Run-Date(WS-Rque-Sub) TO DL-RQUE-RUN-DATE.
036317     MOVE WS-Rque-Profile-Id(WS-Rque-Sub) TO DL-RQUE-PROFILE-ID.
036318     WRITE DL-RQUE-RECORD.
036319 3145-WRITE-ONE-REQUEST-EXIT.
036320     EXIT.
036321*
036322******************************************************************
036323* 3150-CLEAR-CHECKPOINT - OPEN THE CHECKPOINT FILE FOR OUTPUT   *
036330* WITH NO RECORDS WRITTEN, LEAVING IT EMPTY.  1300-LOAD-        *
036340* CHECKPOINT READS AN EMPTY FILE AS "NO CHECKPOINT FOUND" SO    *
036350* THE NEXT RUN STARTS A CLEAN PASS OVER THE RANGE INSTEAD OF    *
036600     IF WS-VSAM-OPEN
036700         CLOSE VSAM-FILE
036800     END-IF.
036810     IF WS-JRNL-OPEN
036820         CLOSE JRNL-FILE
036830     END-IF.
036900     DISPLAY 'EVANCOLWELL - RUN COMPLETE, ' WS-Grand-Total-Recs
037000         ' RECORDS WRITTEN'.
037001     MOVE 'ECW0009' TO WS-Log-Msg-Id.
037246 9600-CLOSE-RUN-LOG-EXIT.
037247     EXIT.
037248*
037258******************************************************************
037268* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH    *
037278* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS       *
037288* RECORD IS WRITTEN AND THE RUN ENDS.                           *
037298******************************************************************
037308 9700-END-STEP.
037318     PERFORM 9710-WRITE-STEP-STATS
037328         THRU 9710-WRITE-STEP-STATS-EXIT.
037338     STOP RUN.
037348 9700-END-STEP-EXIT.
037358     EXIT.
037368*
037378******************************************************************
037388* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD  *
037398* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS    *
037408* TO, WHEN IT STARTED AND ENDED, THE COUNTS CLASSIFIED AND THE  *
037418* RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT    *
037428* OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.           *
037438******************************************************************
037448 9710-WRITE-STEP-STATS.
037458     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
037468     ACCEPT WS-Stat-End-Time FROM TIME.
037478     MOVE WS-Business-Date TO WS-Stat-Business-Date.
037488     MOVE WS-Run-Number TO WS-Stat-Run-Number.
037498     IF WS-HIVOL-RUN
037508         MOVE 'H' TO WS-Stat-Mode
037518     ELSE
037528         MOVE 'N' TO WS-Stat-Mode
037538     END-IF.
037548     MOVE WS-Grand-Total-Recs TO WS-Stat-Records.
037558     IF WS-Stat-Run-Number = ZERO
037568         PERFORM 9720-GET-STAT-RUN-KEY
037578             THRU 9720-GET-STAT-RUN-KEY-EXIT
037588     END-IF.
037598     OPEN EXTEND STAT-FILE.
037608     IF WS-STAT-STATUS NOT = '00'
037618         DISPLAY 'EVANCOLWELL - STEP STATISTICS NOT RECORDED, '
037628             'STATUS ' WS-STAT-STATUS
037638         GO TO 9710-WRITE-STEP-STATS-EXIT
037648     END-IF.
037658     MOVE SPACES TO DL-STAT-RECORD.
037668     MOVE 'S' TO DL-STAT-TYPE.
037678     MOVE 'EVANCOLW' TO DL-STAT-PROGRAM.
037688     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
037698     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
037708     MOVE WS-Stat-Mode TO DL-STAT-MODE.
037718     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
037728     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
037738     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
037748     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
037758     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
037768     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
037778     MOVE RETURN-CODE TO DL-STAT-RC.
037788     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
037798     WRITE DL-STAT-RECORD.
037808     CLOSE STAT-FILE.
037818 9710-WRITE-STEP-STATS-EXIT.
037828     EXIT.
037838*
037848******************************************************************
037858* 9720-GET-STAT-RUN-KEY - THIS STEP BELONGS TO THE RUN ON       *
037868* RUN-CONTROL.  NO RUN-CONTROL RECORD LEAVES TODAY AND RUN      *
037878* ZERO.                                                         *
037888******************************************************************
037898 9720-GET-STAT-RUN-KEY.
037908     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
037918     OPEN INPUT RUNC-FILE.
037928     IF WS-RUNC-STATUS NOT = '00'
037938         GO TO 9720-GET-STAT-RUN-KEY-EXIT
037948     END-IF.
037958     READ RUNC-FILE
037968         NOT AT END
037978             MOVE DL-RUNC-BUSINESS-DATE
037988                 TO WS-Stat-Business-Date
037998             MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
038008     END-READ.
038018     CLOSE RUNC-FILE.
038028 9720-GET-STAT-RUN-KEY-EXIT.
038038     EXIT.
038048*
