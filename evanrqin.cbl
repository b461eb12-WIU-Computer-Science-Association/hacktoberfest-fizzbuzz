000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVANRQIN.
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
001300* 2026-10-15 EC    ORIGINAL - REQUEST INTAKE.  READS THE        *
001400*                  DEPARTMENTS' REQUEST ENVELOPES (DLRQIN -     *
001500*                  HEADER WITH REQUESTER ID, DETAIL RANGES,     *
001600*                  TRAILER WITH DETAIL COUNT), JUDGES EVERY     *
001700*                  RANGE AGAINST THE REQUESTER MASTER (DLRQMS - *
001800*                  AUTHORIZED, ACTIVE, WITHIN THE REQUESTER'S   *
001900*                  MAXIMUM RANGE SIZE) AND THE RANGES ALREADY   *
002000*                  QUEUED (NO DUPLICATE, NO OVERLAP), FILES     *
002100*                  THE GOOD ONES ON THE REQUEST QUEUE (DLRQUE)  *
002200*                  AS QUEUED, AND ANSWERS EACH DEPARTMENT WITH  *
002300*                  A RESPONSE ENVELOPE (DLRQRS) GIVING EVERY    *
002400*                  RANGE'S DISPOSITION.  A CANCEL DETAIL        *
002500*                  WITHDRAWS THE SAME RANGE IF IT IS STILL      *
002600*                  QUEUED, MARKING IT CANCELLED.  AN INTAKE     *
002700*                  LISTING SHOWS EVERY ENVELOPE AND RANGE.      *
002800*                                                               *
002900*                  AN ENVELOPE THAT DOES NOT BALANCE (NO        *
003000*                  TRAILER, OR A TRAILER COUNT DISAGREEING      *
003100*                  WITH THE DETAILS), OR ONE FROM AN UNKNOWN OR *
003200*                  SUSPENDED REQUESTER, HAS EVERY RANGE         *
003300*                  REJECTED.  OTHERWISE EACH RANGE STANDS       *
003400*                  ALONE: A BAD ONE IS REJECTED AND THE JOB     *
003500*                  ENDS RC 4, BUT THE GOOD ONES ARE QUEUED.     *
003600* 2026-10-15 EC    A DETAIL MAY NAME A RULE PROFILE; ONE NOT ON *
003700*                  THE PROFILE LIBRARY (DLPROF) IS REJECTED, A  *
003800*                  GOOD ONE IS CARRIED ONTO THE QUEUE RECORD    *
003900*                  AND ECHOED ON THE RESPONSE.                  *
004000* 2026-10-15 EC    RESPONSES ARE HELD ON A WORK FILE (RQWKFILE) *
004100*                  AND RELEASED ONLY ONCE THE QUEUE REWRITE HAS *
004200*                  ENDED CLEAN - A FAILED REWRITE WITHHOLDS THEM*
004300*                  ALL, RC 8.  EACH DEPARTMENT'S ENVELOPES ALSO *
004400*                  GO TO ITS OWN RESPONSE DATA SET (RQRS01-06)  *
004500*                  AS THE SYSIN ROUTING CARDS DIRECT; ONE       *
004600*                  WITH NO CARD IS ON RQRSFILE ONLY, RC 4.      *
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT RQIN-FILE ASSIGN TO RQINFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RQIN-STATUS.
005400     SELECT RQRS-FILE ASSIGN TO RQRSFILE
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-RQRS-STATUS.
005700     SELECT RQMS-FILE ASSIGN TO RQMSFILE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-RQMS-STATUS.
006000     SELECT RQUE-FILE ASSIGN TO RQUEFILE
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-RQUE-STATUS.
006300     SELECT PRT-FILE ASSIGN TO PRTFILE
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-PRT-STATUS.
006600     SELECT RLOG-FILE ASSIGN TO RLOGFILE
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-RLOG-STATUS.
006900     SELECT PROF-FILE ASSIGN TO PROFFILE
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-PROF-STATUS.
007200     SELECT RQWK-FILE ASSIGN TO RQWKFILE
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-RQWK-STATUS.
007500     SELECT CARD-FILE ASSIGN TO SYSIN
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-CARD-STATUS.
007800     SELECT RS01-FILE ASSIGN TO RQRS01
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-RS01-STATUS.
008100     SELECT RS02-FILE ASSIGN TO RQRS02
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-RS02-STATUS.
008400     SELECT RS03-FILE ASSIGN TO RQRS03
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-RS03-STATUS.
008700     SELECT RS04-FILE ASSIGN TO RQRS04
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-RS04-STATUS.
009000     SELECT RS05-FILE ASSIGN TO RQRS05
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-RS05-STATUS.
009300     SELECT RS06-FILE ASSIGN TO RQRS06
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WS-RS06-STATUS.
009600*
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  RQIN-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY DLRQIN.
010200*
010300 FD  RQRS-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  RQRS-RECORD                 PIC X(80).
010600*
010700 FD  RQMS-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY DLRQMS.
011000*
011100 FD  RQUE-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY DLRQUE.
011400*
011500 FD  PRT-FILE
011600     LABEL RECORDS ARE OMITTED.
011700 01  PRT-RECORD                  PIC X(133).
011800*
011900 FD  RLOG-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY DLRLOG.
012200*
012300 FD  PROF-FILE
012400     LABEL RECORDS ARE STANDARD.
012500     COPY DLPROF.
012600*
012700 FD  RQWK-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 01  RQWK-RECORD                 PIC X(80).
013000*
013100 FD  CARD-FILE
013200     LABEL RECORDS ARE OMITTED.
013300 01  ROUTE-CARD.
013400     05  ROUTE-REQUESTER         PIC X(08).
013500     05  FILLER                  PIC X(01).
013600     05  ROUTE-SLOT              PIC X(02).
013700     05  ROUTE-SLOT-NUM REDEFINES ROUTE-SLOT
013800                                 PIC 9(02).
013900     05  FILLER                  PIC X(69).
014000*
014100 FD  RS01-FILE
014200     LABEL RECORDS ARE STANDARD.
014300 01  RS01-RECORD                 PIC X(80).
014400*
014500 FD  RS02-FILE
014600     LABEL RECORDS ARE STANDARD.
014700 01  RS02-RECORD                 PIC X(80).
014800*
014900 FD  RS03-FILE
015000     LABEL RECORDS ARE STANDARD.
015100 01  RS03-RECORD                 PIC X(80).
015200*
015300 FD  RS04-FILE
015400     LABEL RECORDS ARE STANDARD.
015500 01  RS04-RECORD                 PIC X(80).
015600*
015700 FD  RS05-FILE
015800     LABEL RECORDS ARE STANDARD.
015900 01  RS05-RECORD                 PIC X(80).
016000*
016100 FD  RS06-FILE
016200     LABEL RECORDS ARE STANDARD.
016300 01  RS06-RECORD                 PIC X(80).
016400*
016500 WORKING-STORAGE SECTION.
016600 01  WS-SWITCHES.
016700     05  WS-RQIN-EOF-SW          PIC X(01) VALUE 'N'.
016800         88  WS-RQIN-EOF             VALUE 'Y'.
016900     05  WS-RQMS-EOF-SW          PIC X(01) VALUE 'N'.
017000         88  WS-RQMS-EOF             VALUE 'Y'.
017100     05  WS-RQUE-EOF-SW          PIC X(01) VALUE 'N'.
017200         88  WS-RQUE-EOF             VALUE 'Y'.
017300     05  WS-RQRS-OPEN-SW         PIC X(01) VALUE 'N'.
017400         88  WS-RQRS-OPEN            VALUE 'Y'.
017500     05  WS-ENVELOPE-OPEN-SW     PIC X(01) VALUE 'N'.
017600         88  WS-ENVELOPE-OPEN        VALUE 'Y'.
017700     05  WS-QUEUE-CHANGED-SW     PIC X(01) VALUE 'N'.
017800         88  WS-QUEUE-CHANGED        VALUE 'Y'.
017900     05  WS-QUEUE-FAILED-SW      PIC X(01) VALUE 'N'.
018000         88  WS-QUEUE-FAILED         VALUE 'Y'.
018100     05  WS-RQMS-FOUND-SW        PIC X(01) VALUE 'N'.
018200         88  WS-RQMS-FOUND           VALUE 'Y'.
018300     05  WS-MATCH-FOUND-SW       PIC X(01) VALUE 'N'.
018400         88  WS-MATCH-FOUND          VALUE 'Y'.
018500     05  WS-PROF-EOF-SW          PIC X(01) VALUE 'N'.
018600         88  WS-PROF-EOF             VALUE 'Y'.
018700     05  WS-PROF-FOUND-SW        PIC X(01) VALUE 'N'.
018800         88  WS-PROF-FOUND           VALUE 'Y'.
018900     05  WS-RQWK-EOF-SW          PIC X(01) VALUE 'N'.
019000         88  WS-RQWK-EOF             VALUE 'Y'.
019100     05  WS-CARD-EOF-SW          PIC X(01) VALUE 'N'.
019200         88  WS-CARD-EOF             VALUE 'Y'.
019300*
019400 01  WS-FILE-STATUSES.
019500     05  WS-RQIN-STATUS          PIC X(02) VALUE SPACES.
019600     05  WS-RQRS-STATUS          PIC X(02) VALUE SPACES.
019700     05  WS-RQMS-STATUS          PIC X(02) VALUE SPACES.
019800     05  WS-RQUE-STATUS          PIC X(02) VALUE SPACES.
019900     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
020000     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
020100     05  WS-PROF-STATUS          PIC X(02) VALUE SPACES.
020200     05  WS-RQWK-STATUS          PIC X(02) VALUE SPACES.
020300     05  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
020400     05  WS-RS01-STATUS          PIC X(02) VALUE SPACES.
020500     05  WS-RS02-STATUS          PIC X(02) VALUE SPACES.
020600     05  WS-RS03-STATUS          PIC X(02) VALUE SPACES.
020700     05  WS-RS04-STATUS          PIC X(02) VALUE SPACES.
020800     05  WS-RS05-STATUS          PIC X(02) VALUE SPACES.
020900     05  WS-RS06-STATUS          PIC X(02) VALUE SPACES.
021000     05  WS-Open-File-Name       PIC X(24) VALUE SPACES.
021100     05  WS-Open-Status          PIC X(02) VALUE SPACES.
021200*
021300*    ONE RESPONSE RECORD AT A TIME IS BUILT HERE, WRITTEN TO THE
021400*    WORK FILE DURING INTAKE AND READ BACK FROM IT ON RELEASE.
021500     COPY DLRQRS.
021600*
021700 01  WS-REQUESTER-TABLE.
021800*    THE WHOLE REQUESTER MASTER IS HELD HERE FOR THE RUN.  500
021900*    SLOTS IS FAR MORE DEPARTMENTS THAN THE SHOP SERVES.
022000     05  WS-Rqms-Count           PIC 9(04) COMP VALUE ZERO.
022100     05  WS-RQMS-ENTRY           OCCURS 500 TIMES.
022200         10  WS-Rqms-Requester       PIC X(08).
022300         10  WS-Rqms-Req-Stat        PIC X(01).
022400         10  WS-Rqms-Max-Range       PIC 9(09).
022500*
022600 01  WS-REQUEST-QUEUE-TABLE.
022700*    THE WHOLE REQUEST QUEUE IS HELD AND MAINTAINED HERE, THEN
022800*    WRITTEN BACK IN ONE PASS.  50 SLOTS MATCHES THE QUEUE
022900*    TABLE EVANCOLWELL WORKS FROM, SO INTAKE CAN NEVER FILE
023000*    MORE REQUESTS THAN THE NIGHTLY RUN CAN LOAD.
023100     05  WS-Rque-Count           PIC 9(03) COMP VALUE ZERO.
023200     05  WS-RQUE-ENTRY           OCCURS 50 TIMES.
023300         10  WS-Rque-Requester       PIC X(08).
023400         10  WS-Rque-Low             PIC 9(09).
023500         10  WS-Rque-High            PIC 9(09).
023600         10  WS-Rque-Req-Stat        PIC X(01).
023700         10  WS-Rque-Run-Number      PIC 9(05).
023800         10  WS-Rque-Run-Date        PIC 9(08).
023900         10  WS-Rque-Profile-Id      PIC X(08).
024000*
024100 01  WS-PROFILE-ID-TABLE.
024200*    THE IDS ON THE RULE-PROFILE LIBRARY (DLPROF), FOR THE
024300*    CHECK ON A DETAIL THAT NAMES A PROFILE.
024400     05  WS-Prof-Count           PIC 9(03) COMP VALUE ZERO.
024500     05  WS-Prof-Sub             PIC 9(03) COMP VALUE ZERO.
024600     05  WS-PROF-ENTRY           OCCURS 100 TIMES.
024700         10  WS-Prof-Id              PIC X(08).
024800*
024900 01  WS-ROUTING-TABLE.
025000*    THE SYSIN ROUTING CARDS - COLS 1-8 A REQUESTER, COLS 10-11
025100*    THE RESPONSE OUTPUT (01-06, DD RQRS01-RQRS06) ITS ENVELOPES
025200*    ALSO GO TO.  AN OUTPUT IS OPENED ONLY WHEN A CARD NAMES IT;
025300*    SEVERAL REQUESTERS MAY SHARE ONE.  FOR A REQUESTER CARDED
025400*    TWICE THE FIRST CARD STANDS.
025500     05  WS-Route-Count          PIC 9(03) COMP VALUE ZERO.
025600     05  WS-Route-Sub            PIC 9(03) COMP VALUE ZERO.
025700     05  WS-Cur-Slot             PIC 9(02) VALUE ZERO.
025800     05  WS-SLOT-FLAGS           PIC X(06) VALUE 'NNNNNN'.
025900     05  WS-SLOT-FLAG-TABLE REDEFINES WS-SLOT-FLAGS.
026000         10  WS-Slot-Used-Sw         PIC X(01) OCCURS 6 TIMES.
026100     05  WS-ROUTE-ENTRY          OCCURS 500 TIMES.
026200         10  WS-Route-Requester      PIC X(08).
026300         10  WS-Route-Slot           PIC 9(02).
026400*
026500 01  WS-ENVELOPE-WORK.
026600*    ONE DEPARTMENT'S ENVELOPE IS HELD HERE UNTIL ITS TRAILER
026700*    ARRIVES, SO AN ENVELOPE THAT DOES NOT BALANCE CAN BE
026800*    REJECTED WHOLE BEFORE ANY OF ITS RANGES IS QUEUED.
026900     05  WS-Env-Requester        PIC X(08) VALUE SPACES.
027000     05  WS-Env-Submit-Date      PIC 9(08) VALUE ZERO.
027100     05  WS-Env-Reason           PIC X(40) VALUE SPACES.
027200     05  WS-Env-Details-Read     PIC 9(05) COMP-3 VALUE ZERO.
027300     05  WS-Env-Accepted         PIC 9(05) COMP-3 VALUE ZERO.
027400     05  WS-Env-Rejected         PIC 9(05) COMP-3 VALUE ZERO.
027500     05  WS-Env-Count            PIC 9(04) COMP VALUE ZERO.
027600     05  WS-ENV-ENTRY            OCCURS 200 TIMES.
027700         10  WS-Env-Item             PIC X(80).
027800*
027900*    ONE HELD DETAIL AT A TIME IS PULLED INTO WK-RQIN-RECORD SO
028000*    THE DLRQIN FIELD NAMES CAN BE USED AGAINST IT.
028100     COPY DLRQIN REPLACING LEADING ==DL-RQIN== BY ==WK-RQIN==.
028200*
028300 01  WS-REQUEST-WORK.
028400     05  WS-Rqms-Sub             PIC 9(04) COMP VALUE ZERO.
028500     05  WS-Rque-Sub             PIC 9(03) COMP VALUE ZERO.
028600     05  WS-Match-Sub            PIC 9(03) COMP VALUE ZERO.
028700     05  WS-Env-Sub              PIC 9(04) COMP VALUE ZERO.
028800     05  WS-Req-Max-Range        PIC 9(09) VALUE ZERO.
028900     05  WS-Range-Size           PIC 9(10) VALUE ZERO.
029000     05  WS-Match-Stat           PIC X(01) VALUE SPACE.
029100     05  WS-Detail-Reason        PIC X(40) VALUE SPACES.
029200     05  WS-Accept-Text          PIC X(40) VALUE SPACES.
029300*
029400 01  WS-COUNTERS.
029500     05  WS-Envelopes-Read       PIC 9(05) COMP-3 VALUE ZERO.
029600     05  WS-Requests-Read        PIC 9(05) COMP-3 VALUE ZERO.
029700     05  WS-Requests-Queued      PIC 9(05) COMP-3 VALUE ZERO.
029800     05  WS-Requests-Cancelled   PIC 9(05) COMP-3 VALUE ZERO.
029900     05  WS-Requests-Rejected    PIC 9(05) COMP-3 VALUE ZERO.
030000     05  WS-Stray-Records        PIC 9(05) COMP-3 VALUE ZERO.
030100     05  WS-Unrouted-Envelopes   PIC 9(05) COMP-3 VALUE ZERO.
030200*
030300 01  WS-RUN-LOG-WORK.
030400*    ONE MESSAGE AT A TIME IS STAGED HERE FOR 9500-WRITE-RUN-
030500*    LOG; 9600-CLOSE-RUN-LOG WRITES THE END-OF-JOB SUMMARY
030600*    RECORD CARRYING THE HIGHEST SEVERITY RAISED.
030700     05  WS-RLOG-OPEN-SW         PIC X(01) VALUE 'N'.
030800         88  WS-RLOG-OPEN            VALUE 'Y'.
030900     05  WS-Log-Msg-Id           PIC X(08) VALUE SPACES.
031000     05  WS-Log-Severity         PIC 9(02) VALUE ZERO.
031100     05  WS-Log-Text             PIC X(70) VALUE SPACES.
031200     05  WS-Highest-Severity     PIC 9(02) VALUE ZERO.
031300     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
031400     05  WS-Log-Time             PIC 9(08) VALUE ZERO.
031500     05  WS-LOG-TIME-PARTS REDEFINES WS-Log-Time.
031600         10  WS-Log-Time-HHMMSS      PIC 9(06).
031700         10  FILLER                  PIC 9(02).
031800*
031900 01  HDG-LINE-1.
032000     05  FILLER                  PIC X(01) VALUE SPACE.
032100     05  FILLER                  PIC X(40)
032200         VALUE 'REQUEST INTAKE LISTING'.
032300     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
032400     05  HDG-Run-Date            PIC 9(08).
032500     05  FILLER                  PIC X(75) VALUE SPACES.
032600*
032700 01  ENV-LINE.
032800     05  FILLER                  PIC X(01) VALUE SPACE.
032900     05  FILLER                  PIC X(10) VALUE 'REQUESTER '.
033000     05  ENV-Requester           PIC X(08) VALUE SPACES.
033100     05  FILLER                  PIC X(12) VALUE '  SUBMITTED '.
033200     05  ENV-Submit-Date         PIC 9(08) VALUE ZERO.
033300     05  FILLER                  PIC X(10) VALUE '  DETAILS '.
033400     05  ENV-Details             PIC ZZZZ9.
033500     05  FILLER                  PIC X(03) VALUE SPACES.
033600     05  ENV-Disposition         PIC X(40) VALUE SPACES.
033700     05  FILLER                  PIC X(36) VALUE SPACES.
033800*
033900 01  EDT-LINE.
034000     05  FILLER                  PIC X(05) VALUE SPACES.
034100     05  EDT-Action              PIC X(01) VALUE SPACE.
034200     05  FILLER                  PIC X(02) VALUE SPACES.
034300     05  EDT-Low-Bound           PIC X(09) VALUE SPACES.
034400     05  FILLER                  PIC X(03) VALUE ' - '.
034500     05  EDT-High-Bound          PIC X(09) VALUE SPACES.
034600     05  FILLER                  PIC X(03) VALUE SPACES.
034700     05  EDT-Disposition         PIC X(60) VALUE SPACES.
034800     05  FILLER                  PIC X(41) VALUE SPACES.
034900*
035000 01  STRAY-LINE.
035100     05  FILLER                  PIC X(01) VALUE SPACE.
035200     05  STRAY-Image             PIC X(20) VALUE SPACES.
035300     05  FILLER                  PIC X(03) VALUE SPACES.
035400     05  FILLER                  PIC X(40)
035500         VALUE 'STRAY RECORD OUTSIDE AN ENVELOPE'.
035600     05  FILLER                  PIC X(69) VALUE SPACES.
035700*
035800 01  SUM-LINE.
035900     05  FILLER                  PIC X(01) VALUE SPACE.
036000     05  FILLER                  PIC X(10) VALUE 'ENVELOPES'.
036100     05  SUM-Envelopes           PIC ZZZZ9.
036200     05  FILLER                  PIC X(11) VALUE '  REQUESTS'.
036300     05  SUM-Requests            PIC ZZZZ9.
036400     05  FILLER                  PIC X(09) VALUE '  QUEUED'.
036500     05  SUM-Queued              PIC ZZZZ9.
036600     05  FILLER                  PIC X(12) VALUE '  CANCELLED'.
036700     05  SUM-Cancelled           PIC ZZZZ9.
036800     05  FILLER                  PIC X(11) VALUE '  REJECTED'.
036900     05  SUM-Rejected            PIC ZZZZ9.
037000     05  FILLER                  PIC X(08) VALUE '  STRAY'.
037100     05  SUM-Stray               PIC ZZZZ9.
037200     05  FILLER                  PIC X(41) VALUE SPACES.
037300*
037400 01  REJ-LINE.
037500     05  FILLER                  PIC X(01) VALUE SPACE.
037600     05  REJ-Text                PIC X(60) VALUE SPACES.
037700     05  FILLER                  PIC X(72) VALUE SPACES.
037800*
037900 PROCEDURE DIVISION.
038000*
038100 0000-MAINLINE.
038200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
038300     PERFORM 2000-INTAKE-LOOP THRU 2000-INTAKE-LOOP-EXIT
038400         UNTIL WS-RQIN-EOF.
038500     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
038600     STOP RUN.
038700*
038800******************************************************************
038900* 1000-INITIALIZE - OPEN EVERYTHING, LOAD THE REQUESTER MASTER   *
039000* AND THE CURRENT REQUEST QUEUE INTO THEIR TABLES, READ THE      *
039100* ROUTING CARDS, OPEN THE RESPONSE WORK FILE AND EVERY RESPONSE  *
039200* OUTPUT (ANY ONE THAT WILL NOT OPEN REFUSES THE INTAKE BEFORE   *
039300* THE QUEUE IS TOUCHED) AND PRIME THE FIRST INTAKE RECORD.       *
039400******************************************************************
039500 1000-INITIALIZE.
039600     ACCEPT WS-Sys-Date FROM DATE YYYYMMDD.
039700     OPEN EXTEND RLOG-FILE.
039800     IF WS-RLOG-STATUS = '00'
039900         SET WS-RLOG-OPEN TO TRUE
040000     ELSE
040100         DISPLAY 'EVANRQIN - RUN-LOG NOT AVAILABLE, STATUS '
040200             WS-RLOG-STATUS
040300     END-IF.
040400     OPEN OUTPUT PRT-FILE.
040500     IF WS-PRT-STATUS NOT = '00'
040600         DISPLAY 'EVANRQIN - UNABLE TO OPEN PRINT FILE, STATUS '
040700             WS-PRT-STATUS
040800         MOVE 'ERQ0006' TO WS-Log-Msg-Id
040900         MOVE 12 TO WS-Log-Severity
041000         MOVE 'PRINT FILE WILL NOT OPEN' TO WS-Log-Text
041100         PERFORM 9500-WRITE-RUN-LOG
041200             THRU 9500-WRITE-RUN-LOG-EXIT
041300         PERFORM 9600-CLOSE-RUN-LOG
041400             THRU 9600-CLOSE-RUN-LOG-EXIT
041500         MOVE 12 TO RETURN-CODE
041600         STOP RUN
041700     END-IF.
041800     MOVE WS-Sys-Date TO HDG-Run-Date.
041900     WRITE PRT-RECORD FROM HDG-LINE-1
042000         AFTER ADVANCING PAGE.
042100     PERFORM 1100-LOAD-REQUESTER-MASTER
042200         THRU 1100-LOAD-REQUESTER-MASTER-EXIT.
042300     PERFORM 1200-LOAD-REQUEST-QUEUE
042400         THRU 1200-LOAD-REQUEST-QUEUE-EXIT.
042500     PERFORM 1300-LOAD-PROFILE-IDS
042600         THRU 1300-LOAD-PROFILE-IDS-EXIT.
042700     PERFORM 1400-LOAD-ROUTING THRU 1400-LOAD-ROUTING-EXIT.
042800     OPEN INPUT RQIN-FILE.
042900     IF WS-RQIN-STATUS NOT = '00'
043000         DISPLAY 'EVANRQIN - NO INTAKE FILE, STATUS '
043100             WS-RQIN-STATUS ', NOTHING TO FILE'
043200         SET WS-RQIN-EOF TO TRUE
043300         GO TO 1000-INITIALIZE-EXIT
043400     END-IF.
043500     OPEN OUTPUT RQRS-FILE.
043600     IF WS-RQRS-STATUS NOT = '00'
043700         DISPLAY 'EVANRQIN - UNABLE TO OPEN RESPONSE FILE, '
043800             'STATUS ' WS-RQRS-STATUS ', ENDING RC 8'
043900         MOVE 'ERQ0002' TO WS-Log-Msg-Id
044000         MOVE 08 TO WS-Log-Severity
044100         MOVE 'RESPONSE FILE WILL NOT OPEN - INTAKE REFUSED'
044200             TO WS-Log-Text
044300         PERFORM 9500-WRITE-RUN-LOG
044400             THRU 9500-WRITE-RUN-LOG-EXIT
044500         PERFORM 9600-CLOSE-RUN-LOG
044600             THRU 9600-CLOSE-RUN-LOG-EXIT
044700         MOVE 8 TO RETURN-CODE
044800         STOP RUN
044900     END-IF.
045000     SET WS-RQRS-OPEN TO TRUE.
045100     OPEN OUTPUT RQWK-FILE.
045200     IF WS-RQWK-STATUS NOT = '00'
045300         MOVE 'RESPONSE WORK FILE' TO WS-Open-File-Name
045400         MOVE WS-RQWK-STATUS TO WS-Open-Status
045500         PERFORM 1510-OPEN-FAILED THRU 1510-OPEN-FAILED-EXIT
045600     END-IF.
045700     PERFORM 1500-OPEN-ROUTED-OUTPUTS
045800         THRU 1500-OPEN-ROUTED-OUTPUTS-EXIT.
045900     PERFORM 2900-READ-INTAKE THRU 2900-READ-INTAKE-EXIT.
046000 1000-INITIALIZE-EXIT.
046100     EXIT.
046200*
046300******************************************************************
046400* 1100-LOAD-REQUESTER-MASTER - WITHOUT THE MASTER NO REQUEST     *
046500* CAN BE AUTHORIZED, SO A MISSING FILE ENDS THE JOB RC 8 BEFORE  *
046600* ANY ENVELOPE IS READ.                                          *
046700******************************************************************
046800 1100-LOAD-REQUESTER-MASTER.
046900     OPEN INPUT RQMS-FILE.
047000     IF WS-RQMS-STATUS NOT = '00'
047100         DISPLAY 'EVANRQIN - NO REQUESTER MASTER, STATUS '
047200             WS-RQMS-STATUS ', ENDING RC 8'
047300         MOVE 'ERQ0001' TO WS-Log-Msg-Id
047400         MOVE 08 TO WS-Log-Severity
047500         MOVE 'REQUESTER MASTER NOT AVAILABLE - INTAKE REFUSED'
047600             TO WS-Log-Text
047700         PERFORM 9500-WRITE-RUN-LOG
047800             THRU 9500-WRITE-RUN-LOG-EXIT
047900         PERFORM 9600-CLOSE-RUN-LOG
048000             THRU 9600-CLOSE-RUN-LOG-EXIT
048100         MOVE 8 TO RETURN-CODE
048200         STOP RUN
048300     END-IF.
048400     PERFORM 1110-READ-RQMS-RECORD
048500         THRU 1110-READ-RQMS-RECORD-EXIT
048600         UNTIL WS-RQMS-EOF.
048700     CLOSE RQMS-FILE.
048800 1100-LOAD-REQUESTER-MASTER-EXIT.
048900     EXIT.
049000*
049100 1110-READ-RQMS-RECORD.
049200     READ RQMS-FILE
049300         AT END
049400             SET WS-RQMS-EOF TO TRUE
049500             GO TO 1110-READ-RQMS-RECORD-EXIT
049600     END-READ.
049700     IF WS-Rqms-Count >= 500
049800         DISPLAY 'EVANRQIN - REQUESTER MASTER EXCEEDS 500 '
049900             'RECORDS'
050000         MOVE 12 TO RETURN-CODE
050100         STOP RUN
050200     END-IF.
050300     ADD 1 TO WS-Rqms-Count.
050400     MOVE DL-RQMS-REQUESTER
050500         TO WS-Rqms-Requester(WS-Rqms-Count).
050600     MOVE DL-RQMS-STATUS TO WS-Rqms-Req-Stat(WS-Rqms-Count).
050700     IF DL-RQMS-MAX-RANGE IS NUMERIC
050800         MOVE DL-RQMS-MAX-RANGE
050900             TO WS-Rqms-Max-Range(WS-Rqms-Count)
051000     ELSE
051100         MOVE ZERO TO WS-Rqms-Max-Range(WS-Rqms-Count)
051200     END-IF.
051300 1110-READ-RQMS-RECORD-EXIT.
051400     EXIT.
051500*
051600******************************************************************
051700* 1200-LOAD-REQUEST-QUEUE - THE WHOLE QUEUE, EVERY STATUS, SO    *
051800* THE END-OF-JOB REWRITE PRESERVES THE FULFILLED AND CANCELLED   *
051900* HISTORY.  NO FILE YET IS AN EMPTY QUEUE - THE FIRST INTAKE     *
052000* BUILDS IT.                                                     *
052100******************************************************************
052200 1200-LOAD-REQUEST-QUEUE.
052300     OPEN INPUT RQUE-FILE.
052400     IF WS-RQUE-STATUS NOT = '00'
052500         DISPLAY 'EVANRQIN - NO REQUEST QUEUE, STATUS '
052600             WS-RQUE-STATUS ', STARTING AN EMPTY ONE'
052700         GO TO 1200-LOAD-REQUEST-QUEUE-EXIT
052800     END-IF.
052900     PERFORM 1210-READ-RQUE-RECORD
053000         THRU 1210-READ-RQUE-RECORD-EXIT
053100         UNTIL WS-RQUE-EOF.
053200     CLOSE RQUE-FILE.
053300 1200-LOAD-REQUEST-QUEUE-EXIT.
053400     EXIT.
053500*
053600 1210-READ-RQUE-RECORD.
053700     READ RQUE-FILE
053800         AT END
053900             SET WS-RQUE-EOF TO TRUE
054000             GO TO 1210-READ-RQUE-RECORD-EXIT
054100     END-READ.
054200     IF WS-Rque-Count >= 50
054300         DISPLAY 'EVANRQIN - REQUEST QUEUE EXCEEDS 50 '
054400             'RECORDS, TRIM THE FULFILLED ONES'
054500         MOVE 12 TO RETURN-CODE
054600         STOP RUN
054700     END-IF.
054800     ADD 1 TO WS-Rque-Count.
054900     MOVE DL-RQUE-REQUESTER
055000         TO WS-Rque-Requester(WS-Rque-Count).
055100     MOVE DL-RQUE-LOW-BOUND TO WS-Rque-Low(WS-Rque-Count).
055200     MOVE DL-RQUE-HIGH-BOUND TO WS-Rque-High(WS-Rque-Count).
055300     MOVE DL-RQUE-STATUS TO WS-Rque-Req-Stat(WS-Rque-Count).
055400     MOVE DL-RQUE-RUN-NUMBER
055500         TO WS-Rque-Run-Number(WS-Rque-Count).
055600     MOVE DL-RQUE-RUN-DATE TO WS-Rque-Run-Date(WS-Rque-Count).
055700     MOVE DL-RQUE-PROFILE-ID
055800         TO WS-Rque-Profile-Id(WS-Rque-Count).
055900 1210-READ-RQUE-RECORD-EXIT.
056000     EXIT.
056100*
056200******************************************************************
056300* 1300-LOAD-PROFILE-IDS - THE IDS ON THE RULE-PROFILE LIBRARY,   *
056400* SO A DETAIL NAMING A PROFILE CAN BE CHECKED BEFORE IT IS       *
056500* QUEUED.  NO LIBRARY YET MEANS ONLY DETAILS WITH NO PROFILE     *
056600* (THE LIVE PARAMETER RULES) CAN BE QUEUED.                      *
056700******************************************************************
056800 1300-LOAD-PROFILE-IDS.
056900     OPEN INPUT PROF-FILE.
057000     IF WS-PROF-STATUS NOT = '00'
057100         DISPLAY 'EVANRQIN - NO RULE-PROFILE LIBRARY, STATUS '
057200             WS-PROF-STATUS
057300         GO TO 1300-LOAD-PROFILE-IDS-EXIT
057400     END-IF.
057500     PERFORM 1310-READ-PROF-RECORD
057600         THRU 1310-READ-PROF-RECORD-EXIT
057700         UNTIL WS-PROF-EOF.
057800     CLOSE PROF-FILE.
057900 1300-LOAD-PROFILE-IDS-EXIT.
058000     EXIT.
058100*
058200 1310-READ-PROF-RECORD.
058300     READ PROF-FILE
058400         AT END
058500             SET WS-PROF-EOF TO TRUE
058600             GO TO 1310-READ-PROF-RECORD-EXIT
058700     END-READ.
058800     IF WS-Prof-Count >= 100
058900         DISPLAY 'EVANRQIN - RULE-PROFILE LIBRARY EXCEEDS 100 '
059000             'PROFILES, THE REST ARE NOT KNOWN TO INTAKE'
059100         SET WS-PROF-EOF TO TRUE
059200         GO TO 1310-READ-PROF-RECORD-EXIT
059300     END-IF.
059400     ADD 1 TO WS-Prof-Count.
059500     MOVE DL-PROF-ID TO WS-Prof-Id(WS-Prof-Count).
059600 1310-READ-PROF-RECORD-EXIT.
059700     EXIT.
059800*
059900******************************************************************
060000* 1400-LOAD-ROUTING - ONE SYSIN CARD PER REQUESTER WHOSE         *
060100* RESPONSE ENVELOPES ALSO GO TO A DATA SET OF ITS OWN.  WITH NO  *
060200* CARDS EVERY RESPONSE IS ON THE COMBINED RESPONSE FILE ONLY.  A *
060300* CARD NAMING NO OUTPUT 01-06 ENDS THE JOB RC 8 BEFORE THE INTAKE*
060400* IS READ.                                                       *
060500******************************************************************
060600 1400-LOAD-ROUTING.
060700     OPEN INPUT CARD-FILE.
060800     IF WS-CARD-STATUS NOT = '00'
060900         DISPLAY 'EVANRQIN - NO ROUTING CARDS, STATUS '
061000             WS-CARD-STATUS
061100         GO TO 1400-LOAD-ROUTING-EXIT
061200     END-IF.
061300     PERFORM 1410-READ-ROUTE-CARD THRU 1410-READ-ROUTE-CARD-EXIT
061400         UNTIL WS-CARD-EOF.
061500     CLOSE CARD-FILE.
061600 1400-LOAD-ROUTING-EXIT.
061700     EXIT.
061800*
061900 1410-READ-ROUTE-CARD.
062000     READ CARD-FILE
062100         AT END
062200             SET WS-CARD-EOF TO TRUE
062300             GO TO 1410-READ-ROUTE-CARD-EXIT
062400     END-READ.
062500     IF ROUTE-REQUESTER = SPACES OR ROUTE-REQUESTER(1:1) = '*'
062600         GO TO 1410-READ-ROUTE-CARD-EXIT
062700     END-IF.
062800     IF ROUTE-SLOT IS NOT NUMERIC
062900             OR ROUTE-SLOT-NUM < 1 OR ROUTE-SLOT-NUM > 6
063000         DISPLAY 'EVANRQIN - ROUTING CARD FOR ' ROUTE-REQUESTER
063100             ' NAMES NO OUTPUT 01-06, ENDING RC 8'
063200         MOVE 'ERQ0007' TO WS-Log-Msg-Id
063300         MOVE 08 TO WS-Log-Severity
063400         MOVE 'ROUTING CARD IN ERROR - INTAKE REFUSED'
063500             TO WS-Log-Text
063600         PERFORM 9500-WRITE-RUN-LOG
063700             THRU 9500-WRITE-RUN-LOG-EXIT
063800         PERFORM 9600-CLOSE-RUN-LOG
063900             THRU 9600-CLOSE-RUN-LOG-EXIT
064000         MOVE 8 TO RETURN-CODE
064100         STOP RUN
064200     END-IF.
064300     IF WS-Route-Count >= 500
064400         DISPLAY 'EVANRQIN - MORE THAN 500 ROUTING CARDS, '
064500             'ENDING RC 8'
064600         MOVE 'ERQ0007' TO WS-Log-Msg-Id
064700         MOVE 08 TO WS-Log-Severity
064800         MOVE 'ROUTING TABLE FULL - INTAKE REFUSED'
064900             TO WS-Log-Text
065000         PERFORM 9500-WRITE-RUN-LOG
065100             THRU 9500-WRITE-RUN-LOG-EXIT
065200         PERFORM 9600-CLOSE-RUN-LOG
065300             THRU 9600-CLOSE-RUN-LOG-EXIT
065400         MOVE 8 TO RETURN-CODE
065500         STOP RUN
065600     END-IF.
065700     ADD 1 TO WS-Route-Count.
065800     MOVE ROUTE-REQUESTER TO WS-Route-Requester(WS-Route-Count).
065900     MOVE ROUTE-SLOT-NUM TO WS-Route-Slot(WS-Route-Count).
066000     MOVE 'Y' TO WS-Slot-Used-Sw(ROUTE-SLOT-NUM).
066100 1410-READ-ROUTE-CARD-EXIT.
066200     EXIT.
066300*
066400******************************************************************
066500* 1500-OPEN-ROUTED-OUTPUTS - OPEN EACH RESPONSE OUTPUT A ROUTING *
066600* CARD NAMES.  THE OTHERS ARE LEFT ALONE AND NEED NO DD.         *
066700******************************************************************
066800 1500-OPEN-ROUTED-OUTPUTS.
066900     IF WS-Slot-Used-Sw(1) = 'Y'
067000         OPEN OUTPUT RS01-FILE
067100         IF WS-RS01-STATUS NOT = '00'
067200             MOVE 'RESPONSE OUTPUT RQRS01' TO WS-Open-File-Name
067300             MOVE WS-RS01-STATUS TO WS-Open-Status
067400             PERFORM 1510-OPEN-FAILED THRU 1510-OPEN-FAILED-EXIT
067500         END-IF
067600     END-IF.
067700     IF WS-Slot-Used-Sw(2) = 'Y'
067800         OPEN OUTPUT RS02-FILE
067900         IF WS-RS02-STATUS NOT = '00'
068000             MOVE 'RESPONSE OUTPUT RQRS02' TO WS-Open-File-Name
068100             MOVE WS-RS02-STATUS TO WS-Open-Status
068200             PERFORM 1510-OPEN-FAILED THRU 1510-OPEN-FAILED-EXIT
068300         END-IF
068400     END-IF.
068500     IF WS-Slot-Used-Sw(3) = 'Y'
068600         OPEN OUTPUT RS03-FILE
068700         IF WS-RS03-STATUS NOT = '00'
068800             MOVE 'RESPONSE OUTPUT RQRS03' TO WS-Open-File-Name
068900             MOVE WS-RS03-STATUS TO WS-Open-Status
069000             PERFORM 1510-OPEN-FAILED THRU 1510-OPEN-FAILED-EXIT
069100         END-IF
069200     END-IF.
069300     IF WS-Slot-Used-Sw(4) = 'Y'
069400         OPEN OUTPUT RS04-FILE
069500         IF WS-RS04-STATUS NOT = '00'
069600             MOVE 'RESPONSE OUTPUT RQRS04' TO WS-Open-File-Name
069700             MOVE WS-RS04-STATUS TO WS-Open-Status
069800             PERFORM 1510-OPEN-FAILED THRU 1510-OPEN-FAILED-EXIT
069900         END-IF
070000     END-IF.
070100     IF WS-Slot-Used-Sw(5) = 'Y'
070200         OPEN OUTPUT RS05-FILE
070300         IF WS-RS05-STATUS NOT = '00'
070400             MOVE 'RESPONSE OUTPUT RQRS05' TO WS-Open-File-Name
070500             MOVE WS-RS05-STATUS TO WS-Open-Status
070600             PERFORM 1510-OPEN-FAILED THRU 1510-OPEN-FAILED-EXIT
070700         END-IF
070800     END-IF.
070900     IF WS-Slot-Used-Sw(6) = 'Y'
071000         OPEN OUTPUT RS06-FILE
071100         IF WS-RS06-STATUS NOT = '00'
071200             MOVE 'RESPONSE OUTPUT RQRS06' TO WS-Open-File-Name
071300             MOVE WS-RS06-STATUS TO WS-Open-Status
071400             PERFORM 1510-OPEN-FAILED THRU 1510-OPEN-FAILED-EXIT
071500         END-IF
071600     END-IF.
071700 1500-OPEN-ROUTED-OUTPUTS-EXIT.
071800     EXIT.
071900*
072000 1510-OPEN-FAILED.
072100     DISPLAY 'EVANRQIN - UNABLE TO OPEN ' WS-Open-File-Name
072200         ', STATUS ' WS-Open-Status ', ENDING RC 8'.
072300     MOVE 'ERQ0008' TO WS-Log-Msg-Id.
072400     MOVE 08 TO WS-Log-Severity.
072500     MOVE SPACES TO WS-Log-Text.
072600     STRING WS-Open-File-Name DELIMITED BY '  '
072700         ' WILL NOT OPEN - INTAKE REFUSED' DELIMITED BY SIZE
072800         INTO WS-Log-Text
072900     END-STRING.
073000     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
073100     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
073200     MOVE 8 TO RETURN-CODE.
073300     STOP RUN.
073400 1510-OPEN-FAILED-EXIT.
073500     EXIT.
073600*
073700******************************************************************
073800* 2000-INTAKE-LOOP - ONE INTAKE RECORD.  A HEADER STARTS A NEW   *
073900* ENVELOPE (CLOSING ANY PRIOR ONE THAT NEVER SAW ITS TRAILER),   *
074000* DETAILS ARE HELD, AND THE TRAILER CLOSES THE ENVELOPE AND      *
074100* JUDGES EVERYTHING HELD.  ANYTHING ELSE IS A STRAY RECORD.      *
074200******************************************************************
074300 2000-INTAKE-LOOP.
074400     EVALUATE TRUE
074500         WHEN DL-RQIN-IS-HEADER
074600             IF WS-ENVELOPE-OPEN
074700                 MOVE 'ENVELOPE HAS NO TRAILER' TO WS-Env-Reason
074800                 PERFORM 2500-CLOSE-ENVELOPE
074900                     THRU 2500-CLOSE-ENVELOPE-EXIT
075000             END-IF
075100             PERFORM 2100-OPEN-ENVELOPE
075200                 THRU 2100-OPEN-ENVELOPE-EXIT
075300         WHEN DL-RQIN-IS-DETAIL AND WS-ENVELOPE-OPEN
075400             PERFORM 2200-HOLD-DETAIL THRU 2200-HOLD-DETAIL-EXIT
075500         WHEN DL-RQIN-IS-TRAILER AND WS-ENVELOPE-OPEN
075600             PERFORM 2300-CHECK-TRAILER
075700                 THRU 2300-CHECK-TRAILER-EXIT
075800             PERFORM 2500-CLOSE-ENVELOPE
075900                 THRU 2500-CLOSE-ENVELOPE-EXIT
076000         WHEN OTHER
076100             PERFORM 2400-STRAY-RECORD
076200                 THRU 2400-STRAY-RECORD-EXIT
076300     END-EVALUATE.
076400     PERFORM 2900-READ-INTAKE THRU 2900-READ-INTAKE-EXIT.
076500 2000-INTAKE-LOOP-EXIT.
076600     EXIT.
076700*
076800 2100-OPEN-ENVELOPE.
076900     ADD 1 TO WS-Envelopes-Read.
077000     SET WS-ENVELOPE-OPEN TO TRUE.
077100     MOVE DL-RQIN-REQUESTER TO WS-Env-Requester.
077200     IF DL-RQIN-SUBMIT-DATE IS NUMERIC
077300         MOVE DL-RQIN-SUBMIT-DATE TO WS-Env-Submit-Date
077400     ELSE
077500         MOVE ZERO TO WS-Env-Submit-Date
077600     END-IF.
077700     MOVE SPACES TO WS-Env-Reason.
077800     MOVE ZERO TO WS-Env-Count.
077900     MOVE ZERO TO WS-Env-Details-Read.
078000     MOVE ZERO TO WS-Env-Accepted.
078100     MOVE ZERO TO WS-Env-Rejected.
078200 2100-OPEN-ENVELOPE-EXIT.
078300     EXIT.
078400*
078500******************************************************************
078600* 2200-HOLD-DETAIL - HOLD ONE DETAIL UNTIL THE TRAILER.  PAST    *
078700* 200 DETAILS THE ENVELOPE IS TOO BIG TO JUDGE AND IS REJECTED   *
078800* WHOLE; THE EXCESS DETAILS ARE STILL COUNTED FOR THE TRAILER.   *
078900******************************************************************
079000 2200-HOLD-DETAIL.
079100     ADD 1 TO WS-Requests-Read.
079200     ADD 1 TO WS-Env-Details-Read.
079300     IF WS-Env-Count >= 200
079400         MOVE 'ENVELOPE EXCEEDS 200 DETAIL RECORDS'
079500             TO WS-Env-Reason
079600         GO TO 2200-HOLD-DETAIL-EXIT
079700     END-IF.
079800     ADD 1 TO WS-Env-Count.
079900     MOVE DL-RQIN-RECORD TO WS-Env-Item(WS-Env-Count).
080000 2200-HOLD-DETAIL-EXIT.
080100     EXIT.
080200*
080300 2300-CHECK-TRAILER.
080400     IF WS-Env-Reason NOT = SPACES
080500         GO TO 2300-CHECK-TRAILER-EXIT
080600     END-IF.
080700     IF DL-RQIN-REC-COUNT IS NOT NUMERIC
080800         MOVE 'TRAILER RECORD COUNT NOT NUMERIC'
080900             TO WS-Env-Reason
081000         GO TO 2300-CHECK-TRAILER-EXIT
081100     END-IF.
081200     IF DL-RQIN-REC-COUNT NOT = WS-Env-Details-Read
081300         MOVE 'TRAILER COUNT DISAGREES WITH DETAILS'
081400             TO WS-Env-Reason
081500     END-IF.
081600 2300-CHECK-TRAILER-EXIT.
081700     EXIT.
081800*
081900******************************************************************
082000* 2400-STRAY-RECORD - A DETAIL OR TRAILER WITH NO HEADER BEFORE  *
082100* IT, OR A RECORD OF NO KNOWN TYPE.  IT IS LISTED AND IGNORED;   *
082200* ONE FOUND INSIDE AN ENVELOPE ALSO TAINTS THAT ENVELOPE, SINCE  *
082300* THE DEPARTMENT'S FILE IS EVIDENTLY DAMAGED.                    *
082400******************************************************************
082500 2400-STRAY-RECORD.
082600     ADD 1 TO WS-Stray-Records.
082700     MOVE DL-RQIN-RECORD TO STRAY-Image.
082800     WRITE PRT-RECORD FROM STRAY-LINE
082900         AFTER ADVANCING 1 LINE.
083000     IF WS-ENVELOPE-OPEN AND WS-Env-Reason = SPACES
083100         MOVE 'ENVELOPE CARRIES AN UNKNOWN RECORD TYPE'
083200             TO WS-Env-Reason
083300     END-IF.
083400 2400-STRAY-RECORD-EXIT.
083500     EXIT.
083600*
083700******************************************************************
083800* 2500-CLOSE-ENVELOPE - JUDGE THE REQUESTER, THEN EVERY HELD     *
083900* DETAIL, WRITING THE DEPARTMENT'S RESPONSE ENVELOPE TO THE WORK *
084000* FILE AND THE LISTING AS IT GOES.  AN ENVELOPE-LEVEL REASON     *
084100* (UNBALANCED, UNKNOWN OR SUSPENDED REQUESTER) REJECTS EVERY     *
084200* DETAIL WITH IT.                                                *
084300******************************************************************
084400 2500-CLOSE-ENVELOPE.
084500     IF WS-Env-Reason = SPACES
084600         PERFORM 2510-CHECK-REQUESTER
084700             THRU 2510-CHECK-REQUESTER-EXIT
084800     END-IF.
084900     MOVE 'H' TO DL-RQRS-TYPE.
085000     MOVE SPACES TO DL-RQRS-BODY.
085100     MOVE WS-Env-Requester TO DL-RQRS-REQUESTER.
085200     MOVE WS-Sys-Date TO DL-RQRS-PROCESS-DATE.
085300     WRITE RQWK-RECORD FROM DL-RQRS-RECORD.
085400     MOVE WS-Env-Requester TO ENV-Requester.
085500     MOVE WS-Env-Submit-Date TO ENV-Submit-Date.
085600     MOVE WS-Env-Details-Read TO ENV-Details.
085700     IF WS-Env-Reason = SPACES
085800         MOVE 'ENVELOPE BALANCED' TO ENV-Disposition
085900     ELSE
086000         MOVE WS-Env-Reason TO ENV-Disposition
086100     END-IF.
086200     WRITE PRT-RECORD FROM ENV-LINE
086300         AFTER ADVANCING 2 LINES.
086400     PERFORM 2600-JUDGE-ONE-DETAIL
086500         THRU 2600-JUDGE-ONE-DETAIL-EXIT
086600         VARYING WS-Env-Sub FROM 1 BY 1
086700         UNTIL WS-Env-Sub > WS-Env-Count.
086800*    DETAILS PAST THE 200 HELD NEVER GOT A RESPONSE LINE OF
086900*    THEIR OWN, BUT THEY ARE COUNTED AS REJECTED SO THE
087000*    RESPONSE TRAILER STILL FOOTS TO THE DEPARTMENT'S COUNT.
087100     COMPUTE WS-Env-Rejected = WS-Env-Details-Read
087200         - WS-Env-Accepted.
087300     COMPUTE WS-Requests-Rejected = WS-Requests-Rejected
087400         + WS-Env-Details-Read - WS-Env-Count.
087500     MOVE 'T' TO DL-RQRS-TYPE.
087600     MOVE SPACES TO DL-RQRS-BODY.
087700     MOVE WS-Env-Details-Read TO DL-RQRS-REC-COUNT.
087800     MOVE WS-Env-Accepted TO DL-RQRS-ACCEPTED-CNT.
087900     MOVE WS-Env-Rejected TO DL-RQRS-REJECTED-CNT.
088000     WRITE RQWK-RECORD FROM DL-RQRS-RECORD.
088100     IF WS-Env-Reason NOT = SPACES
088200         MOVE 'ERQ0003' TO WS-Log-Msg-Id
088300         MOVE 04 TO WS-Log-Severity
088400         MOVE SPACES TO WS-Log-Text
088500         STRING 'ENVELOPE REJECTED FOR ' DELIMITED BY SIZE
088600             WS-Env-Requester DELIMITED BY SPACE
088700             ' - ' DELIMITED BY SIZE
088800             WS-Env-Reason DELIMITED BY SIZE
088900             INTO WS-Log-Text
089000         END-STRING
089100         PERFORM 9500-WRITE-RUN-LOG
089200             THRU 9500-WRITE-RUN-LOG-EXIT
089300     END-IF.
089400     MOVE 'N' TO WS-ENVELOPE-OPEN-SW.
089500 2500-CLOSE-ENVELOPE-EXIT.
089600     EXIT.
089700*
089800******************************************************************
089900* 2510-CHECK-REQUESTER - THE HEADER'S REQUESTER MUST BE ON THE   *
090000* MASTER AND ACTIVE; ITS MAXIMUM RANGE SIZE IS KEPT FOR THE      *
090100* DETAIL EDITS.                                                  *
090200******************************************************************
090300 2510-CHECK-REQUESTER.
090400     MOVE 'N' TO WS-RQMS-FOUND-SW.
090500     PERFORM 2520-TEST-ONE-REQUESTER
090600         THRU 2520-TEST-ONE-REQUESTER-EXIT
090700         VARYING WS-Rqms-Sub FROM 1 BY 1
090800         UNTIL WS-Rqms-Sub > WS-Rqms-Count
090900            OR WS-RQMS-FOUND.
091000     IF NOT WS-RQMS-FOUND
091100         MOVE 'REQUESTER NOT AUTHORIZED' TO WS-Env-Reason
091200         GO TO 2510-CHECK-REQUESTER-EXIT
091300     END-IF.
091350     SUBTRACT 1 FROM WS-Rqms-Sub.
091400     IF WS-Rqms-Req-Stat(WS-Rqms-Sub) = 'S'
091500         MOVE 'REQUESTER SUSPENDED' TO WS-Env-Reason
091600         GO TO 2510-CHECK-REQUESTER-EXIT
091700     END-IF.
091800     IF WS-Rqms-Req-Stat(WS-Rqms-Sub) NOT = 'A'
091900         MOVE 'REQUESTER NOT ACTIVE' TO WS-Env-Reason
092000         GO TO 2510-CHECK-REQUESTER-EXIT
092100     END-IF.
092200     MOVE WS-Rqms-Max-Range(WS-Rqms-Sub) TO WS-Req-Max-Range.
092300 2510-CHECK-REQUESTER-EXIT.
092400     EXIT.
092500*
092600 2520-TEST-ONE-REQUESTER.
092700     IF WS-Rqms-Requester(WS-Rqms-Sub) = WS-Env-Requester
092800         SET WS-RQMS-FOUND TO TRUE
092900     END-IF.
093000 2520-TEST-ONE-REQUESTER-EXIT.
093100     EXIT.
093200*
093300******************************************************************
093400* 2600-JUDGE-ONE-DETAIL - ONE HELD RANGE: ADD OR CANCEL IT,      *
093500* THEN ANSWER IT ON THE RESPONSE FILE AND THE LISTING.           *
093600******************************************************************
093700 2600-JUDGE-ONE-DETAIL.
093800     MOVE WS-Env-Item(WS-Env-Sub) TO WK-RQIN-RECORD.
093900     MOVE SPACES TO WS-Detail-Reason.
094000     MOVE SPACES TO WS-Accept-Text.
094100     EVALUATE TRUE
094200         WHEN WS-Env-Reason NOT = SPACES
094300             MOVE WS-Env-Reason TO WS-Detail-Reason
094400         WHEN WK-RQIN-LOW-BOUND IS NOT NUMERIC
094500                 OR WK-RQIN-HIGH-BOUND IS NOT NUMERIC
094600             MOVE 'RANGE NOT NUMERIC' TO WS-Detail-Reason
094700         WHEN WK-RQIN-CANCEL
094800             PERFORM 2700-CANCEL-REQUEST
094900                 THRU 2700-CANCEL-REQUEST-EXIT
095000         WHEN WK-RQIN-ADD
095100             PERFORM 2650-ADD-REQUEST
095200                 THRU 2650-ADD-REQUEST-EXIT
095300         WHEN OTHER
095400             MOVE 'ACTION MUST BE A, BLANK OR C'
095500                 TO WS-Detail-Reason
095600     END-EVALUATE.
095700     MOVE 'D' TO DL-RQRS-TYPE.
095800     MOVE SPACES TO DL-RQRS-BODY.
095900     MOVE WK-RQIN-ACTION TO DL-RQRS-ACTION.
096000     MOVE WK-RQIN-BODY(2:9) TO DL-RQRS-LOW-BOUND.
096100     MOVE WK-RQIN-BODY(11:9) TO DL-RQRS-HIGH-BOUND.
096200     MOVE WK-RQIN-PROFILE-ID TO DL-RQRS-PROFILE-ID.
096300     IF WS-Detail-Reason = SPACES
096400         MOVE 'A' TO DL-RQRS-DISPOSITION
096500         MOVE WS-Accept-Text TO DL-RQRS-REASON
096600         ADD 1 TO WS-Env-Accepted
096700     ELSE
096800         MOVE 'R' TO DL-RQRS-DISPOSITION
096900         MOVE WS-Detail-Reason TO DL-RQRS-REASON
097000         ADD 1 TO WS-Requests-Rejected
097100     END-IF.
097200     WRITE RQWK-RECORD FROM DL-RQRS-RECORD.
097300     MOVE WK-RQIN-ACTION TO EDT-Action.
097400     MOVE WK-RQIN-BODY(2:9) TO EDT-Low-Bound.
097500     MOVE WK-RQIN-BODY(11:9) TO EDT-High-Bound.
097600     IF WS-Detail-Reason = SPACES
097700         MOVE WS-Accept-Text TO EDT-Disposition
097800     ELSE
097900         MOVE SPACES TO EDT-Disposition
098000         STRING 'REJECTED - ' DELIMITED BY SIZE
098100             WS-Detail-Reason DELIMITED BY SIZE
098200             INTO EDT-Disposition
098300         END-STRING
098400     END-IF.
098500     WRITE PRT-RECORD FROM EDT-LINE
098600         AFTER ADVANCING 1 LINE.
098700 2600-JUDGE-ONE-DETAIL-EXIT.
098800     EXIT.
098900*
099000******************************************************************
099100* 2650-ADD-REQUEST - A NEW RANGE MUST ASCEND, FIT THE            *
099200* REQUESTER'S MAXIMUM, AND NEITHER DUPLICATE NOR OVERLAP ANY     *
099300* RANGE STILL QUEUED - INCLUDING ONES QUEUED EARLIER IN THIS     *
099400* SAME INTAKE, SINCE THOSE ARE ALREADY IN THE TABLE.             *
099500* A RULE PROFILE THE DETAIL NAMES MUST BE ON THE LIBRARY.        *
099600******************************************************************
099700 2650-ADD-REQUEST.
099800     IF WK-RQIN-LOW-BOUND > WK-RQIN-HIGH-BOUND
099900         MOVE 'LOW BOUND GREATER THAN HIGH BOUND'
100000             TO WS-Detail-Reason
100100         GO TO 2650-ADD-REQUEST-EXIT
100200     END-IF.
100300     COMPUTE WS-Range-Size = WK-RQIN-HIGH-BOUND
100400         - WK-RQIN-LOW-BOUND + 1.
100500     IF WS-Range-Size > WS-Req-Max-Range
100600         MOVE 'RANGE EXCEEDS REQUESTER MAXIMUM SIZE'
100700             TO WS-Detail-Reason
100800         GO TO 2650-ADD-REQUEST-EXIT
100900     END-IF.
101000     IF WK-RQIN-PROFILE-ID NOT = SPACES
101100         PERFORM 2670-CHECK-PROFILE
101200             THRU 2670-CHECK-PROFILE-EXIT
101300         IF NOT WS-PROF-FOUND
101400             MOVE 'PROFILE NOT ON THE RULE-PROFILE LIBRARY'
101500                 TO WS-Detail-Reason
101600             GO TO 2650-ADD-REQUEST-EXIT
101700         END-IF
101800     END-IF.
101900     PERFORM 2660-TEST-ONE-QUEUED
102000         THRU 2660-TEST-ONE-QUEUED-EXIT
102100         VARYING WS-Rque-Sub FROM 1 BY 1
102200         UNTIL WS-Rque-Sub > WS-Rque-Count
102300            OR WS-Detail-Reason NOT = SPACES.
102400     IF WS-Detail-Reason NOT = SPACES
102500         GO TO 2650-ADD-REQUEST-EXIT
102600     END-IF.
102700     IF WS-Rque-Count >= 50
102800         MOVE 'REQUEST QUEUE FULL' TO WS-Detail-Reason
102900         GO TO 2650-ADD-REQUEST-EXIT
103000     END-IF.
103100     ADD 1 TO WS-Rque-Count.
103200     MOVE WS-Env-Requester TO WS-Rque-Requester(WS-Rque-Count).
103300     MOVE WK-RQIN-LOW-BOUND TO WS-Rque-Low(WS-Rque-Count).
103400     MOVE WK-RQIN-HIGH-BOUND TO WS-Rque-High(WS-Rque-Count).
103500     MOVE 'Q' TO WS-Rque-Req-Stat(WS-Rque-Count).
103600     MOVE ZERO TO WS-Rque-Run-Number(WS-Rque-Count).
103700     MOVE ZERO TO WS-Rque-Run-Date(WS-Rque-Count).
103800     MOVE WK-RQIN-PROFILE-ID
103900         TO WS-Rque-Profile-Id(WS-Rque-Count).
104000     SET WS-QUEUE-CHANGED TO TRUE.
104100     ADD 1 TO WS-Requests-Queued.
104200     IF WK-RQIN-PROFILE-ID = SPACES
104300         MOVE 'QUEUED' TO WS-Accept-Text
104400     ELSE
104500         STRING 'QUEUED - PROFILE ' DELIMITED BY SIZE
104600             WK-RQIN-PROFILE-ID DELIMITED BY SIZE
104700             INTO WS-Accept-Text
104800         END-STRING
104900     END-IF.
105000 2650-ADD-REQUEST-EXIT.
105100     EXIT.
105200*
105300 2660-TEST-ONE-QUEUED.
105400     IF WS-Rque-Req-Stat(WS-Rque-Sub) NOT = 'Q'
105500         GO TO 2660-TEST-ONE-QUEUED-EXIT
105600     END-IF.
105700     IF WS-Rque-Low(WS-Rque-Sub) = WK-RQIN-LOW-BOUND
105800             AND WS-Rque-High(WS-Rque-Sub) = WK-RQIN-HIGH-BOUND
105900         MOVE 'DUPLICATE OF A QUEUED RANGE' TO WS-Detail-Reason
106000         GO TO 2660-TEST-ONE-QUEUED-EXIT
106100     END-IF.
106200     IF WS-Rque-Low(WS-Rque-Sub) NOT > WK-RQIN-HIGH-BOUND
106300             AND WS-Rque-High(WS-Rque-Sub)
106400                 NOT < WK-RQIN-LOW-BOUND
106500         MOVE 'OVERLAPS A QUEUED RANGE' TO WS-Detail-Reason
106600     END-IF.
106700 2660-TEST-ONE-QUEUED-EXIT.
106800     EXIT.
106900*
107000 2670-CHECK-PROFILE.
107100     MOVE 'N' TO WS-PROF-FOUND-SW.
107200     PERFORM 2680-TEST-ONE-PROFILE
107300         THRU 2680-TEST-ONE-PROFILE-EXIT
107400         VARYING WS-Prof-Sub FROM 1 BY 1
107500         UNTIL WS-Prof-Sub > WS-Prof-Count
107600            OR WS-PROF-FOUND.
107700 2670-CHECK-PROFILE-EXIT.
107800     EXIT.
107900*
108000 2680-TEST-ONE-PROFILE.
108100     IF WS-Prof-Id(WS-Prof-Sub) = WK-RQIN-PROFILE-ID
108200         SET WS-PROF-FOUND TO TRUE
108300     END-IF.
108400 2680-TEST-ONE-PROFILE-EXIT.
108500     EXIT.
108600*
108700******************************************************************
108800* 2700-CANCEL-REQUEST - A DEPARTMENT MAY WITHDRAW ONLY ITS OWN   *
108900* RANGE, MATCHED EXACTLY, AND ONLY WHILE IT IS STILL QUEUED.  A  *
109000* RANGE A RUN HAS ALREADY SERVED STAYS FULFILLED.                *
109100******************************************************************
109200 2700-CANCEL-REQUEST.
109300     MOVE 'N' TO WS-MATCH-FOUND-SW.
109400     MOVE SPACE TO WS-Match-Stat.
109500     PERFORM 2710-TEST-ONE-CANCEL
109600         THRU 2710-TEST-ONE-CANCEL-EXIT
109700         VARYING WS-Rque-Sub FROM 1 BY 1
109800         UNTIL WS-Rque-Sub > WS-Rque-Count
109900            OR WS-MATCH-FOUND.
110000     IF WS-MATCH-FOUND
110100         MOVE 'X' TO WS-Rque-Req-Stat(WS-Match-Sub)
110200         SET WS-QUEUE-CHANGED TO TRUE
110300         ADD 1 TO WS-Requests-Cancelled
110400         MOVE 'CANCELLED' TO WS-Accept-Text
110500         GO TO 2700-CANCEL-REQUEST-EXIT
110600     END-IF.
110700     EVALUATE WS-Match-Stat
110800         WHEN 'F'
110900             MOVE 'ALREADY FULFILLED - CANNOT CANCEL'
111000                 TO WS-Detail-Reason
111100         WHEN 'X'
111200             MOVE 'ALREADY CANCELLED' TO WS-Detail-Reason
111300         WHEN OTHER
111400             MOVE 'NO QUEUED REQUEST FOR THIS RANGE'
111500                 TO WS-Detail-Reason
111600     END-EVALUATE.
111700 2700-CANCEL-REQUEST-EXIT.
111800     EXIT.
111900*
112000 2710-TEST-ONE-CANCEL.
112100     IF WS-Rque-Requester(WS-Rque-Sub) NOT = WS-Env-Requester
112200             OR WS-Rque-Low(WS-Rque-Sub) NOT = WK-RQIN-LOW-BOUND
112300             OR WS-Rque-High(WS-Rque-Sub)
112400                 NOT = WK-RQIN-HIGH-BOUND
112500         GO TO 2710-TEST-ONE-CANCEL-EXIT
112600     END-IF.
112700     IF WS-Rque-Req-Stat(WS-Rque-Sub) = 'Q'
112800         SET WS-MATCH-FOUND TO TRUE
112900         MOVE WS-Rque-Sub TO WS-Match-Sub
113000     ELSE
113100         MOVE WS-Rque-Req-Stat(WS-Rque-Sub) TO WS-Match-Stat
113200     END-IF.
113300 2710-TEST-ONE-CANCEL-EXIT.
113400     EXIT.
113500*
113600 2900-READ-INTAKE.
113700     READ RQIN-FILE
113800         AT END
113900             SET WS-RQIN-EOF TO TRUE
114000     END-READ.
114100 2900-READ-INTAKE-EXIT.
114200     EXIT.
114300*
114400******************************************************************
114500* 3000-FINALIZE - CLOSE OUT AN ENVELOPE CUT SHORT BY END OF      *
114600* FILE, REWRITE THE QUEUE WHEN ANYTHING WAS QUEUED OR CANCELLED, *
114700* AND ONLY THEN RELEASE THE RESPONSES - A RESPONSE MUST NEVER    *
114800* CLAIM A REQUEST THE QUEUE DOES NOT HOLD.  PRINT THE SUMMARY AND*
114900* SET THE RETURN CODE (RC 4 WHEN ANYTHING WAS REJECTED OR A      *
115000* DEPARTMENT HAD NO OUTPUT OF ITS OWN, RC 8 WHEN THE QUEUE COULD *
115100* NOT BE REWRITTEN).                                             *
115200******************************************************************
115300 3000-FINALIZE.
115400     IF WS-ENVELOPE-OPEN
115500         MOVE 'ENVELOPE HAS NO TRAILER' TO WS-Env-Reason
115600         PERFORM 2500-CLOSE-ENVELOPE
115700             THRU 2500-CLOSE-ENVELOPE-EXIT
115800     END-IF.
115900     IF WS-RQIN-STATUS = '00' OR WS-RQIN-STATUS = '10'
116000         CLOSE RQIN-FILE
116100     END-IF.
116200     IF WS-QUEUE-CHANGED
116300         PERFORM 3100-REWRITE-QUEUE
116400             THRU 3100-REWRITE-QUEUE-EXIT
116500     END-IF.
116600     IF WS-RQRS-OPEN
116700         PERFORM 3200-RELEASE-RESPONSES
116800             THRU 3200-RELEASE-RESPONSES-EXIT
116900     END-IF.
117000     IF WS-QUEUE-FAILED
117100         MOVE 'QUEUE NOT REWRITTEN - NO RESPONSES RELEASED'
117200             TO REJ-Text
117300         WRITE PRT-RECORD FROM REJ-LINE
117400             AFTER ADVANCING 2 LINES
117500     END-IF.
117600     MOVE WS-Envelopes-Read TO SUM-Envelopes.
117700     MOVE WS-Requests-Read TO SUM-Requests.
117800     MOVE WS-Requests-Queued TO SUM-Queued.
117900     MOVE WS-Requests-Cancelled TO SUM-Cancelled.
118000     MOVE WS-Requests-Rejected TO SUM-Rejected.
118100     MOVE WS-Stray-Records TO SUM-Stray.
118200     WRITE PRT-RECORD FROM SUM-LINE
118300         AFTER ADVANCING 2 LINES.
118400     CLOSE PRT-FILE.
118500     DISPLAY 'EVANRQIN - REQUESTS QUEUED    : '
118600         WS-Requests-Queued.
118700     DISPLAY 'EVANRQIN - REQUESTS CANCELLED : '
118800         WS-Requests-Cancelled.
118900     DISPLAY 'EVANRQIN - REQUESTS REJECTED  : '
119000         WS-Requests-Rejected.
119100     EVALUATE TRUE
119200         WHEN WS-QUEUE-FAILED
119300             MOVE 8 TO RETURN-CODE
119400         WHEN WS-Requests-Rejected > ZERO
119500                 OR WS-Stray-Records > ZERO
119600                 OR WS-Unrouted-Envelopes > ZERO
119700             MOVE 4 TO RETURN-CODE
119800     END-EVALUATE.
119900     MOVE 'ERQ0005' TO WS-Log-Msg-Id.
120000     MOVE 00 TO WS-Log-Severity.
120100     MOVE 'REQUEST INTAKE COMPLETE' TO WS-Log-Text.
120200     PERFORM 9500-WRITE-RUN-LOG
120300         THRU 9500-WRITE-RUN-LOG-EXIT.
120400     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
120500 3000-FINALIZE-EXIT.
120600     EXIT.
120700*
120800******************************************************************
120900* 3100-REWRITE-QUEUE - THE WHOLE QUEUE BACK IN ONE PASS, THE     *
121000* NEW REQUESTS APPENDED AT THE END IN INTAKE ORDER.  A FAILED    *
121100* OPEN, WRITE OR CLOSE MARKS THE QUEUE FAILED SO 3200 WITHHOLDS  *
121200* THE RESPONSES.                                                 *
121300******************************************************************
121400 3100-REWRITE-QUEUE.
121500     OPEN OUTPUT RQUE-FILE.
121600     IF WS-RQUE-STATUS NOT = '00'
121700         DISPLAY 'EVANRQIN - UNABLE TO REWRITE REQUEST QUEUE, '
121800             'STATUS ' WS-RQUE-STATUS
121900         GO TO 3100-QUEUE-FAILED
122000     END-IF.
122100     PERFORM 3110-WRITE-ONE-REQUEST
122200         THRU 3110-WRITE-ONE-REQUEST-EXIT
122300         VARYING WS-Rque-Sub FROM 1 BY 1
122400         UNTIL WS-Rque-Sub > WS-Rque-Count OR WS-QUEUE-FAILED.
122500     CLOSE RQUE-FILE.
122600     IF WS-QUEUE-FAILED OR WS-RQUE-STATUS NOT = '00'
122700         DISPLAY 'EVANRQIN - REQUEST QUEUE REWRITE FAILED, '
122800             'STATUS ' WS-RQUE-STATUS
122900         GO TO 3100-QUEUE-FAILED
123000     END-IF.
123100     GO TO 3100-REWRITE-QUEUE-EXIT.
123200 3100-QUEUE-FAILED.
123300     MOVE 'ERQ0004' TO WS-Log-Msg-Id.
123400     MOVE 08 TO WS-Log-Severity.
123500     MOVE 'REQUEST QUEUE NOT REWRITTEN - RERUN THE INTAKE'
123600         TO WS-Log-Text.
123700     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
123800     SET WS-QUEUE-FAILED TO TRUE.
123900 3100-REWRITE-QUEUE-EXIT.
124000     EXIT.
124100*
124200 3110-WRITE-ONE-REQUEST.
124300     MOVE WS-Rque-Requester(WS-Rque-Sub) TO DL-RQUE-REQUESTER.
124400     MOVE WS-Rque-Low(WS-Rque-Sub) TO DL-RQUE-LOW-BOUND.
124500     MOVE WS-Rque-High(WS-Rque-Sub) TO DL-RQUE-HIGH-BOUND.
124600     MOVE WS-Rque-Req-Stat(WS-Rque-Sub) TO DL-RQUE-STATUS.
124700     MOVE WS-Rque-Run-Number(WS-Rque-Sub)
124800         TO DL-RQUE-RUN-NUMBER.
124900     MOVE WS-Rque-Run-Date(WS-Rque-Sub) TO DL-RQUE-RUN-DATE.
125000     MOVE WS-Rque-Profile-Id(WS-Rque-Sub) TO DL-RQUE-PROFILE-ID.
125100     WRITE DL-RQUE-RECORD.
125200     IF WS-RQUE-STATUS NOT = '00'
125300         SET WS-QUEUE-FAILED TO TRUE
125400     END-IF.
125500 3110-WRITE-ONE-REQUEST-EXIT.
125600     EXIT.
125700*
125800******************************************************************
125900* 3200-RELEASE-RESPONSES - COPY THE WORK FILE TO THE COMBINED    *
126000* RESPONSE FILE AND EACH ENVELOPE ALSO TO ITS REQUESTER'S OWN    *
126100* OUTPUT.  WHEN THE QUEUE REWRITE FAILED NOTHING IS COPIED AND   *
126200* THE RESPONSE FILES ARE LEFT EMPTY.  AN ENVELOPE WHOSE REQUESTER*
126300* HAS NO ROUTING CARD IS ON THE COMBINED FILE ONLY AND IS LOGGED.*
126400******************************************************************
126500 3200-RELEASE-RESPONSES.
126600     CLOSE RQWK-FILE.
126700     IF WS-QUEUE-FAILED
126800         DISPLAY 'EVANRQIN - QUEUE NOT REWRITTEN, RESPONSES '
126900             'WITHHELD'
127000         GO TO 3200-CLOSE-OUTPUTS
127100     END-IF.
127200     OPEN INPUT RQWK-FILE.
127300     IF WS-RQWK-STATUS NOT = '00'
127400         DISPLAY 'EVANRQIN - UNABLE TO REREAD RESPONSE WORK '
127500             'FILE, STATUS ' WS-RQWK-STATUS
127600         MOVE 'ERQ0009' TO WS-Log-Msg-Id
127700         MOVE 08 TO WS-Log-Severity
127800         MOVE 'RESPONSE WORK FILE LOST - RESPONSES NOT RELEASED'
127900             TO WS-Log-Text
128000         PERFORM 9500-WRITE-RUN-LOG
128100             THRU 9500-WRITE-RUN-LOG-EXIT
128200         SET WS-QUEUE-FAILED TO TRUE
128300         GO TO 3200-CLOSE-OUTPUTS
128400     END-IF.
128500     PERFORM 3210-RELEASE-ONE-RECORD
128600         THRU 3210-RELEASE-ONE-RECORD-EXIT
128700         UNTIL WS-RQWK-EOF.
128800     CLOSE RQWK-FILE.
128900 3200-CLOSE-OUTPUTS.
129000     CLOSE RQRS-FILE.
129100     IF WS-Slot-Used-Sw(1) = 'Y'
129200         CLOSE RS01-FILE
129300     END-IF.
129400     IF WS-Slot-Used-Sw(2) = 'Y'
129500         CLOSE RS02-FILE
129600     END-IF.
129700     IF WS-Slot-Used-Sw(3) = 'Y'
129800         CLOSE RS03-FILE
129900     END-IF.
130000     IF WS-Slot-Used-Sw(4) = 'Y'
130100         CLOSE RS04-FILE
130200     END-IF.
130300     IF WS-Slot-Used-Sw(5) = 'Y'
130400         CLOSE RS05-FILE
130500     END-IF.
130600     IF WS-Slot-Used-Sw(6) = 'Y'
130700         CLOSE RS06-FILE
130800     END-IF.
130900 3200-RELEASE-RESPONSES-EXIT.
131000     EXIT.
131100*
131200 3210-RELEASE-ONE-RECORD.
131300     READ RQWK-FILE INTO DL-RQRS-RECORD
131400         AT END
131500             SET WS-RQWK-EOF TO TRUE
131600             GO TO 3210-RELEASE-ONE-RECORD-EXIT
131700     END-READ.
131800     IF DL-RQRS-IS-HEADER
131900         PERFORM 3220-FIND-ROUTE THRU 3220-FIND-ROUTE-EXIT
132000     END-IF.
132100     WRITE RQRS-RECORD FROM DL-RQRS-RECORD.
132200     EVALUATE WS-Cur-Slot
132300         WHEN 1
132400             WRITE RS01-RECORD FROM DL-RQRS-RECORD
132500         WHEN 2
132600             WRITE RS02-RECORD FROM DL-RQRS-RECORD
132700         WHEN 3
132800             WRITE RS03-RECORD FROM DL-RQRS-RECORD
132900         WHEN 4
133000             WRITE RS04-RECORD FROM DL-RQRS-RECORD
133100         WHEN 5
133200             WRITE RS05-RECORD FROM DL-RQRS-RECORD
133300         WHEN 6
133400             WRITE RS06-RECORD FROM DL-RQRS-RECORD
133500     END-EVALUATE.
133600 3210-RELEASE-ONE-RECORD-EXIT.
133700     EXIT.
133800*
133900 3220-FIND-ROUTE.
134000     MOVE ZERO TO WS-Cur-Slot.
134100     PERFORM 3230-TEST-ONE-ROUTE THRU 3230-TEST-ONE-ROUTE-EXIT
134200         VARYING WS-Route-Sub FROM 1 BY 1
134300         UNTIL WS-Route-Sub > WS-Route-Count
134400             OR WS-Cur-Slot NOT = ZERO.
134500     IF WS-Cur-Slot = ZERO
134600         ADD 1 TO WS-Unrouted-Envelopes
134700         MOVE 'ERQ0010' TO WS-Log-Msg-Id
134800         MOVE 04 TO WS-Log-Severity
134900         MOVE SPACES TO WS-Log-Text
135000         STRING 'NO RESPONSE OUTPUT FOR ' DELIMITED BY SIZE
135100             DL-RQRS-REQUESTER DELIMITED BY SPACE
135200             ' - ON RQRSFILE ONLY' DELIMITED BY SIZE
135300             INTO WS-Log-Text
135400         END-STRING
135500         PERFORM 9500-WRITE-RUN-LOG
135600             THRU 9500-WRITE-RUN-LOG-EXIT
135700     END-IF.
135800 3220-FIND-ROUTE-EXIT.
135900     EXIT.
136000*
136100 3230-TEST-ONE-ROUTE.
136200     IF WS-Route-Requester(WS-Route-Sub) = DL-RQRS-REQUESTER
136300         MOVE WS-Route-Slot(WS-Route-Sub) TO WS-Cur-Slot
136400     END-IF.
136500 3230-TEST-ONE-ROUTE-EXIT.
136600     EXIT.
136700*
136800******************************************************************
136900* 9500-WRITE-RUN-LOG - ONE STRUCTURED MESSAGE RECORD ON THE     *
137000* COMMON RUN-LOG.  THE CALLER STAGES WS-LOG-MSG-ID, SEVERITY    *
137100* AND TEXT; THE HIGHEST SEVERITY RAISED IS KEPT FOR THE         *
137200* END-OF-JOB SUMMARY RECORD.                                    *
137300******************************************************************
137400 9500-WRITE-RUN-LOG.
137500     IF WS-Log-Severity > WS-Highest-Severity
137600         MOVE WS-Log-Severity TO WS-Highest-Severity
137700     END-IF.
137800     IF NOT WS-RLOG-OPEN
137900         GO TO 9500-WRITE-RUN-LOG-EXIT
138000     END-IF.
138100     ACCEPT WS-Log-Time FROM TIME.
138200     MOVE 'M' TO DL-RLOG-TYPE.
138300     MOVE WS-Log-Msg-Id TO DL-RLOG-MSG-ID.
138400     MOVE WS-Log-Severity TO DL-RLOG-SEVERITY.
138500     MOVE 'EVANRQIN' TO DL-RLOG-PROGRAM.
138600     MOVE WS-Sys-Date TO DL-RLOG-DATE.
138700     MOVE WS-Log-Time-HHMMSS TO DL-RLOG-TIME.
138800     MOVE WS-Log-Text TO DL-RLOG-TEXT.
138900     WRITE DL-RLOG-RECORD.
139000 9500-WRITE-RUN-LOG-EXIT.
139100     EXIT.
139200*
139300******************************************************************
139400* 9600-CLOSE-RUN-LOG - WRITE THE END-OF-JOB SUMMARY RECORD      *
139500* (HIGHEST SEVERITY RAISED THIS RUN) AND CLOSE THE RUN-LOG.     *
139600******************************************************************
139700 9600-CLOSE-RUN-LOG.
139800     IF NOT WS-RLOG-OPEN
139900         GO TO 9600-CLOSE-RUN-LOG-EXIT
140000     END-IF.
140100     ACCEPT WS-Log-Time FROM TIME.
140200     MOVE 'S' TO DL-RLOG-TYPE.
140300     MOVE 'ERQ9999' TO DL-RLOG-MSG-ID.
140400     MOVE WS-Highest-Severity TO DL-RLOG-SEVERITY.
140500     MOVE 'EVANRQIN' TO DL-RLOG-PROGRAM.
140600     MOVE WS-Sys-Date TO DL-RLOG-DATE.
140700     MOVE WS-Log-Time-HHMMSS TO DL-RLOG-TIME.
140800     MOVE 'HIGHEST SEVERITY THIS RUN' TO DL-RLOG-TEXT.
140900     WRITE DL-RLOG-RECORD.
141000     CLOSE RLOG-FILE.
141100     MOVE 'N' TO WS-RLOG-OPEN-SW.
141200 9600-CLOSE-RUN-LOG-EXIT.
141300     EXIT.
141400*
