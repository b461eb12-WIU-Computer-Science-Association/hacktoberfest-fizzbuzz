000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVANAPRV.
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
001300* 2026-10-15 EC    ORIGINAL - APPROVAL OF PENDING CHANGES BY A  *
001400*                  SECOND OPERATOR.  SIGN-ON MUST BE AN ACTIVE  *
001500*                  SUPERVISOR ON THE OPERATOR SECURITY FILE     *
001600*                  (DLOPSC).  SHOWS THE PENDING PARAMETER SET   *
001700*                  (WITH THE EVANWHAT IMPACT SUMMARY),          *
001800*                  RULE-PROFILE LIBRARY OR SECURITY CHANGE      *
001900*                  AGAINST THE LIVE FILE, BEFORE AND AFTER, AND *
002000*                  RECORDS AN APPROVE OR REJECT DECISION ON THE *
002100*                  PENDING FILE AND THE AUDIT FILE (DLAUDT /    *
002200*                  DLSAUD) WITH THE APPROVER AND TIMESTAMP.  A  *
002300*                  CHANGE'S MAKER MAY NEVER DECIDE IT.          *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPSC-FILE ASSIGN TO OPSCFILE
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-OPSC-STATUS.
003100     SELECT PARM-FILE ASSIGN TO PARMFILE
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS.
003400     SELECT PEND-FILE ASSIGN TO PENDFILE
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-PEND-STATUS.
003700     SELECT IMPC-FILE ASSIGN TO IMPCFILE
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-IMPC-STATUS.
004000     SELECT PROF-FILE ASSIGN TO PROFFILE
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-PROF-STATUS.
004300     SELECT PPRF-FILE ASSIGN TO PPRFFILE
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-PPRF-STATUS.
004600     SELECT PSEC-FILE ASSIGN TO PSECFILE
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-PSEC-STATUS.
004900     SELECT AUDT-FILE ASSIGN TO AUDTFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-AUDT-STATUS.
005200     SELECT SAUD-FILE ASSIGN TO SAUDFILE
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-SAUD-STATUS.
005500     SELECT RLOG-FILE ASSIGN TO RLOGFILE
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RLOG-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  OPSC-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY DLOPSC.
006400*
006500 FD  PARM-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DLPARM.
006800*
006900 FD  PEND-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY DLPARM REPLACING LEADING ==DL-PARM== BY ==DL-PEND==.
007200*
007300 FD  IMPC-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY DLIMPS.
007600*
007700 FD  PROF-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY DLPROF.
008000*
008100 FD  PPRF-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY DLPROF REPLACING LEADING ==DL-PROF== BY ==DL-PPRF==.
008400*
008500 FD  PSEC-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY DLSECP.
008800*
008900 FD  AUDT-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY DLAUDT.
009200*
009300 FD  SAUD-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY DLSAUD.
009600*
009700 FD  RLOG-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY DLRLOG.
010000*
010100 WORKING-STORAGE SECTION.
010200     COPY DLRULES.
010300     COPY DLRULES REPLACING LEADING ==DL-RULE== BY ==DL-PROP==.
010400*
010500 01  WS-SWITCHES.
010600     05  WS-DONE-SW              PIC X(01) VALUE 'N'.
010700         88  WS-DONE                 VALUE 'Y'.
010800     05  WS-OPSC-EOF-SW          PIC X(01) VALUE 'N'.
010900         88  WS-OPSC-EOF             VALUE 'Y'.
011000     05  WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
011100         88  WS-PARM-EOF             VALUE 'Y'.
011200     05  WS-PEND-EOF-SW          PIC X(01) VALUE 'N'.
011300         88  WS-PEND-EOF             VALUE 'Y'.
011400     05  WS-PROF-EOF-SW          PIC X(01) VALUE 'N'.
011500         88  WS-PROF-EOF             VALUE 'Y'.
011600     05  WS-PPRF-EOF-SW          PIC X(01) VALUE 'N'.
011700         88  WS-PPRF-EOF             VALUE 'Y'.
011800     05  WS-PSEC-EOF-SW          PIC X(01) VALUE 'N'.
011900         88  WS-PSEC-EOF             VALUE 'Y'.
012000     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
012100         88  WS-FOUND                VALUE 'Y'.
012200     05  WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
012300         88  WS-TABLE-FULL           VALUE 'Y'.
012400*
012500 01  WS-FILE-STATUSES.
012600     05  WS-OPSC-STATUS          PIC X(02) VALUE SPACES.
012700     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
012800     05  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
012900     05  WS-IMPC-STATUS          PIC X(02) VALUE SPACES.
013000     05  WS-PROF-STATUS          PIC X(02) VALUE SPACES.
013100     05  WS-PPRF-STATUS          PIC X(02) VALUE SPACES.
013200     05  WS-PSEC-STATUS          PIC X(02) VALUE SPACES.
013300     05  WS-AUDT-STATUS          PIC X(02) VALUE SPACES.
013400     05  WS-SAUD-STATUS          PIC X(02) VALUE SPACES.
013500     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
013600*
013700 01  WS-DEFAULTS.
013800     05  WS-DEFAULT-FIZZ         PIC X(08) VALUE 'Fizz'.
013900     05  WS-DEFAULT-BUZZ         PIC X(08) VALUE 'Buzz'.
014000     05  WS-DEFAULT-LOW          PIC 9(09) VALUE 1.
014100     05  WS-DEFAULT-HIGH         PIC 9(09) VALUE 100.
014200*
014300 01  WS-MENU-FIELDS.
014400     05  WS-Menu-Choice          PIC 9(01) VALUE ZERO.
014500     05  WS-Decision             PIC X(01) VALUE SPACE.
014600         88  WS-DECISION-APPROVE     VALUE 'A'.
014700         88  WS-DECISION-REJECT      VALUE 'R'.
014800         88  WS-DECISION-NONE        VALUE SPACE.
014900     05  WS-Sub                  PIC 9(03) COMP VALUE ZERO.
015000     05  WS-Scan-Sub             PIC 9(03) COMP VALUE ZERO.
015100     05  WS-Match-Sub            PIC 9(03) COMP VALUE ZERO.
015200     05  WS-Rule-Sub             PIC 9(02) COMP VALUE ZERO.
015300     05  WS-Rule-Max             PIC 9(02) COMP VALUE ZERO.
015400     05  WS-Same-Count           PIC 9(03) COMP VALUE ZERO.
015500*
015600 01  WS-SIGNON-FIELDS.
015700     05  WS-Operator-Id          PIC X(08) VALUE SPACES.
015800     05  WS-Signon-Authority     PIC X(01) VALUE SPACE.
015900     05  WS-Signon-Status        PIC X(01) VALUE SPACE.
016000*
016100 01  WS-REVIEW-WORK.
016200*    THE APPROVAL RECORD OF THE CHANGE UNDER REVIEW, WHICHEVER
016300*    PENDING FILE IT CAME FROM.  A PENDING PARAMETER SET SAVED
016400*    BEFORE APPROVAL WAS REQUIRED HAS NO APPROVAL RECORD AND MAY
016500*    ONLY BE REJECTED (THEN RESUBMITTED THROUGH EVANMAINT).
016600     05  WS-REV-HEADER-SW        PIC X(01) VALUE 'N'.
016700         88  WS-REV-HAS-HEADER       VALUE 'Y'.
016800     05  WS-REV-REJECT-ONLY-SW   PIC X(01) VALUE 'N'.
016900         88  WS-REV-REJECT-ONLY      VALUE 'Y'.
017000     05  WS-Rev-Maker            PIC X(08) VALUE SPACES.
017100     05  WS-Rev-Made-Date        PIC 9(08) VALUE ZERO.
017200     05  WS-Rev-Made-Time        PIC 9(06) VALUE ZERO.
017300     05  WS-Rev-Status           PIC X(01) VALUE SPACE.
017400         88  WS-REV-APPROVED         VALUE 'A'.
017500     05  WS-Rev-Approver         PIC X(08) VALUE SPACES.
017600     05  WS-Rev-Decided-Date     PIC 9(08) VALUE ZERO.
017700     05  WS-Rev-Decided-Time     PIC 9(06) VALUE ZERO.
017800     05  WS-Rev-Eff-Date         PIC 9(08) VALUE ZERO.
017900     05  WS-Decide-Date          PIC 9(08) VALUE ZERO.
018000     05  WS-Decide-Time          PIC 9(08) VALUE ZERO.
018100     05  WS-DECIDE-TIME-PARTS REDEFINES WS-Decide-Time.
018200         10  WS-Decide-Time-HHMMSS   PIC 9(06).
018300         10  FILLER                  PIC 9(02).
018400*
018500 01  WS-RANGES.
018600     05  WS-Cur-Low              PIC 9(09) VALUE ZERO.
018700     05  WS-Cur-High             PIC 9(09) VALUE ZERO.
018800     05  WS-New-Low              PIC 9(09) VALUE ZERO.
018900     05  WS-New-High             PIC 9(09) VALUE ZERO.
019000*
019100 01  WS-DISPLAY-WORK.
019200     05  WS-Edit-Low             PIC ZZZ,ZZZ,ZZ9.
019300     05  WS-Edit-High            PIC ZZZ,ZZZ,ZZ9.
019400     05  WS-Edit-Low-2           PIC ZZZ,ZZZ,ZZ9.
019500     05  WS-Edit-High-2          PIC ZZZ,ZZZ,ZZ9.
019600     05  WS-Edit-Cur             PIC ZZZ,ZZZ,ZZ9.
019700     05  WS-Edit-New             PIC ZZZ,ZZZ,ZZ9.
019800     05  WS-Edit-Div             PIC ZZZZ9.
019900     05  WS-Edit-Rule            PIC Z9.
020000     05  WS-BEFORE-RULE.
020100         10  WS-Bfr-Divisor          PIC ZZZZ9.
020200         10  FILLER                  PIC X(01) VALUE SPACE.
020300         10  WS-Bfr-Label            PIC X(08).
020400     05  WS-AFTER-RULE.
020500         10  WS-Aft-Divisor          PIC ZZZZ9.
020600         10  FILLER                  PIC X(01) VALUE SPACE.
020700         10  WS-Aft-Label            PIC X(08).
020800     05  WS-Rule-Flag            PIC X(09) VALUE SPACES.
020900     05  WS-Prof-Image           PIC X(160) VALUE SPACES.
021000     05  WS-Img-Ptr              PIC 9(03) VALUE 1.
021100*
021200 01  WS-LIVE-OPERATORS.
021300*    THE OPERATOR SECURITY FILE AS READ AT SIGN-ON - THE BEFORE-
021400*    IMAGES FOR A PENDING SECURITY CHANGE.
021500     05  WS-Op-Count             PIC 9(03) COMP VALUE ZERO.
021600     05  WS-OP-ENTRY             OCCURS 100 TIMES.
021700         10  WS-Op-Id                PIC X(08).
021800         10  WS-Op-Authority         PIC X(01).
021900         10  WS-Op-Status            PIC X(01).
022000*
022100 01  WS-PENDING-TABLES.
022200*    EACH PENDING FILE IS HELD HERE WHILE IT IS REVIEWED: ITS
022300*    APPROVAL RECORD APART, EVERY OTHER RECORD IN FILE ORDER, SO
022400*    AN APPROVAL CAN REWRITE THE FILE WITH THE DECISION ON THE
022500*    APPROVAL RECORD AND EVERYTHING ELSE AS SUBMITTED.
022600     05  WS-Pend-Count           PIC 9(03) COMP VALUE ZERO.
022700     05  WS-PEND-ENTRY           OCCURS 20 TIMES PIC X(80).
022800     05  WS-Pprf-Count           PIC 9(03) COMP VALUE ZERO.
022900     05  WS-PPRF-ENTRY           OCCURS 100 TIMES PIC X(180).
023000     05  WS-Psec-Count           PIC 9(03) COMP VALUE ZERO.
023100     05  WS-PSEC-ENTRY           OCCURS 100 TIMES PIC X(60).
023200*
023300 01  WS-LIVE-LIBRARY.
023400     05  WS-Prof-Count           PIC 9(03) COMP VALUE ZERO.
023500     05  WS-PROF-ENTRY           OCCURS 100 TIMES PIC X(180).
023600*
023700     COPY DLPARM REPLACING LEADING ==DL-PARM== BY ==WK-PARM==.
023800     COPY DLPROF REPLACING LEADING ==DL-PROF== BY ==WK-PROF==.
023900     COPY DLSECP REPLACING LEADING ==DL-SECP== BY ==WK-SECP==.
024000*
024100 01  WS-RUN-LOG-WORK.
024200*    ONE MESSAGE AT A TIME IS STAGED HERE FOR 9500-WRITE-RUN-
024300*    LOG; 9600-CLOSE-RUN-LOG WRITES THE END-OF-JOB SUMMARY
024400*    RECORD CARRYING THE HIGHEST SEVERITY RAISED.
024500     05  WS-RLOG-OPEN-SW         PIC X(01) VALUE 'N'.
024600         88  WS-RLOG-OPEN            VALUE 'Y'.
024700     05  WS-Log-Msg-Id           PIC X(08) VALUE SPACES.
024800     05  WS-Log-Severity         PIC 9(02) VALUE ZERO.
024900     05  WS-Log-Text             PIC X(70) VALUE SPACES.
025000     05  WS-Highest-Severity     PIC 9(02) VALUE ZERO.
025100     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
025200     05  WS-Log-Time             PIC 9(08) VALUE ZERO.
025300     05  WS-LOG-TIME-PARTS REDEFINES WS-Log-Time.
025400         10  WS-Log-Time-HHMMSS      PIC 9(06).
025500         10  FILLER                  PIC 9(02).
025600*
025700 PROCEDURE DIVISION.
025800*
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
026100     PERFORM 2000-MENU-LOOP THRU 2000-MENU-LOOP-EXIT
026200         UNTIL WS-DONE.
026300     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
026400     STOP RUN.
026500*
026600******************************************************************
026700* 1000-INITIALIZE - OPEN THE RUN LOG, TAKE THE SIGN-ON AND VERIFY*
026800* IT.  THERE IS NO BOOTSTRAP HERE: APPROVING NEEDS A SECOND      *
026900* SUPERVISOR ALREADY ON THE SECURITY FILE.                       *
027000******************************************************************
027100 1000-INITIALIZE.
027200     ACCEPT WS-Sys-Date FROM DATE YYYYMMDD.
027300     OPEN EXTEND RLOG-FILE.
027400     IF WS-RLOG-STATUS = '00'
027500         SET WS-RLOG-OPEN TO TRUE
027600     ELSE
027700         DISPLAY 'EVANAPRV - RUN-LOG NOT AVAILABLE, STATUS '
027800             WS-RLOG-STATUS
027900     END-IF.
028000     DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING.
028100     ACCEPT WS-Operator-Id.
028200     IF WS-Operator-Id = SPACES
028300         MOVE 'UNKNOWN' TO WS-Operator-Id
028400     END-IF.
028500     PERFORM 1200-VERIFY-SIGNON THRU 1200-VERIFY-SIGNON-EXIT.
028600 1000-INITIALIZE-EXIT.
028700     EXIT.
028800*
028900 1100-READ-OPSC-RECORD.
029000     READ OPSC-FILE
029100         AT END
029200             SET WS-OPSC-EOF TO TRUE
029300             GO TO 1100-READ-OPSC-RECORD-EXIT
029400     END-READ.
029500     IF WS-Op-Count >= 100
029600         DISPLAY 'EVANAPRV - SECURITY FILE EXCEEDS 100 '
029700             'OPERATORS, TABLE FULL'
029710         MOVE 'EAP0013' TO WS-Log-Msg-Id
029720         MOVE 12 TO WS-Log-Severity
029730         MOVE 'SECURITY FILE OVER 100 OPERATORS - TABLE FULL'
029740             TO WS-Log-Text
029750         PERFORM 9500-WRITE-RUN-LOG
029760             THRU 9500-WRITE-RUN-LOG-EXIT
029770         PERFORM 9600-CLOSE-RUN-LOG
029780             THRU 9600-CLOSE-RUN-LOG-EXIT
029800         MOVE 12 TO RETURN-CODE
029900         STOP RUN
030000     END-IF.
030100     ADD 1 TO WS-Op-Count.
030200     MOVE DL-OPSC-OPERATOR TO WS-Op-Id(WS-Op-Count).
030300     MOVE DL-OPSC-AUTHORITY TO WS-Op-Authority(WS-Op-Count).
030400     MOVE DL-OPSC-STATUS TO WS-Op-Status(WS-Op-Count).
030500     IF DL-OPSC-OPERATOR = WS-Operator-Id
030600         SET WS-FOUND TO TRUE
030700         MOVE DL-OPSC-AUTHORITY TO WS-Signon-Authority
030800         MOVE DL-OPSC-STATUS TO WS-Signon-Status
030900     END-IF.
031000 1100-READ-OPSC-RECORD-EXIT.
031100     EXIT.
031200*
031300******************************************************************
031400* 1200-VERIFY-SIGNON - ONLY AN ACTIVE SUPERVISOR MAY APPROVE OR  *
031500* REJECT.  THE WHOLE SECURITY FILE IS KEPT AS THE BEFORE-IMAGES  *
031600* FOR A PENDING SECURITY CHANGE.  EVERY REFUSAL GOES TO THE RUN  *
031700* LOG AND ENDS THE SESSION RC 8.                                 *
031800******************************************************************
031900 1200-VERIFY-SIGNON.
032000     OPEN INPUT OPSC-FILE.
032100     IF WS-OPSC-STATUS NOT = '00'
032200         DISPLAY 'EVANAPRV - NO OPERATOR SECURITY FILE, STATUS '
032300             WS-OPSC-STATUS ', SESSION REFUSED'
032400         MOVE 'EAP0001' TO WS-Log-Msg-Id
032500         MOVE 08 TO WS-Log-Severity
032600         MOVE 'NO SECURITY FILE - APPROVAL SESSION REFUSED'
032700             TO WS-Log-Text
032800         PERFORM 9500-WRITE-RUN-LOG
032900             THRU 9500-WRITE-RUN-LOG-EXIT
033000         PERFORM 9600-CLOSE-RUN-LOG
033100             THRU 9600-CLOSE-RUN-LOG-EXIT
033200         MOVE 8 TO RETURN-CODE
033300         STOP RUN
033400     END-IF.
033500     MOVE 'N' TO WS-FOUND-SW.
033600     PERFORM 1100-READ-OPSC-RECORD
033700         THRU 1100-READ-OPSC-RECORD-EXIT
033800         UNTIL WS-OPSC-EOF.
033900     CLOSE OPSC-FILE.
034000     IF NOT WS-FOUND
034100             OR WS-Signon-Status NOT = 'A'
034200             OR WS-Signon-Authority NOT = 'S'
034300         DISPLAY 'EVANAPRV - OPERATOR ' WS-Operator-Id
034400             ' IS NOT AN ACTIVE SUPERVISOR, SESSION REFUSED'
034500         MOVE 'EAP0002' TO WS-Log-Msg-Id
034600         MOVE 08 TO WS-Log-Severity
034700         MOVE 'SESSION REFUSED - NOT AN ACTIVE SUPERVISOR'
034800             TO WS-Log-Text
034900         PERFORM 9500-WRITE-RUN-LOG
035000             THRU 9500-WRITE-RUN-LOG-EXIT
035100         PERFORM 9600-CLOSE-RUN-LOG
035200             THRU 9600-CLOSE-RUN-LOG-EXIT
035300         MOVE 8 TO RETURN-CODE
035400         STOP RUN
035500     END-IF.
035600 1200-VERIFY-SIGNON-EXIT.
035700     EXIT.
035800*
035900******************************************************************
036000* 2000-MENU-LOOP - PRESENT THE MENU AND DISPATCH ONE OPERATOR    *
036100* SELECTION PER ITERATION.                                       *
036200******************************************************************
036300 2000-MENU-LOOP.
036400     PERFORM 2100-DISPLAY-MENU THRU 2100-DISPLAY-MENU-EXIT.
036500     ACCEPT WS-Menu-Choice.
036600     EVALUATE WS-Menu-Choice
036700         WHEN 1
036800             PERFORM 3000-REVIEW-PARAMETERS
036900                 THRU 3000-REVIEW-PARAMETERS-EXIT
037000         WHEN 2
037100             PERFORM 4000-REVIEW-PROFILES
037200                 THRU 4000-REVIEW-PROFILES-EXIT
037300         WHEN 3
037400             PERFORM 5000-REVIEW-SECURITY
037500                 THRU 5000-REVIEW-SECURITY-EXIT
037600         WHEN 4
037700             SET WS-DONE TO TRUE
037800         WHEN OTHER
037900             DISPLAY 'EVANAPRV - INVALID SELECTION, TRY AGAIN'
038000     END-EVALUATE.
038100 2000-MENU-LOOP-EXIT.
038200     EXIT.
038300*
038400 2100-DISPLAY-MENU.
038500     DISPLAY ' '.
038600     DISPLAY 'EVANAPRV - APPROVAL OF PENDING CHANGES'.
038700     DISPLAY '  1. REVIEW THE PENDING PARAMETER SET'.
038800     DISPLAY '  2. REVIEW THE PENDING RULE-PROFILE LIBRARY'.
038900     DISPLAY '  3. REVIEW THE PENDING SECURITY CHANGE'.
039000     DISPLAY '  4. EXIT'.
039100     DISPLAY 'ENTER SELECTION: ' WITH NO ADVANCING.
039200 2100-DISPLAY-MENU-EXIT.
039300     EXIT.
039400*
039500******************************************************************
039600* 3000-REVIEW-PARAMETERS - THE PENDING PARAMETER SET AGAINST THE *
039700* LIVE ONE: RANGE AND RULES BEFORE AND AFTER, THEN THE EVANWHAT  *
039800* IMPACT SUMMARY, THEN THE DECISION.                             *
039900******************************************************************
040000 3000-REVIEW-PARAMETERS.
040100     PERFORM 3100-LOAD-PENDING-SET
040200         THRU 3100-LOAD-PENDING-SET-EXIT.
040300     IF WS-Pend-Count = ZERO AND NOT WS-REV-HAS-HEADER
040400         DISPLAY 'EVANAPRV - NO PARAMETER SET IS PENDING'
040500         GO TO 3000-REVIEW-PARAMETERS-EXIT
040600     END-IF.
040700     PERFORM 3200-LOAD-LIVE-SET THRU 3200-LOAD-LIVE-SET-EXIT.
040800     DISPLAY ' '.
040900     DISPLAY 'PENDING PARAMETER SET'.
041000     PERFORM 6000-SHOW-APPROVAL THRU 6000-SHOW-APPROVAL-EXIT.
041100     IF WS-Rev-Eff-Date NOT = ZERO
041200         DISPLAY '  EFFECTIVE ' WS-Rev-Eff-Date
041300     END-IF.
041400     PERFORM 3300-SHOW-PARAMETERS THRU 3300-SHOW-PARAMETERS-EXIT.
041500     PERFORM 3400-SHOW-IMPACT THRU 3400-SHOW-IMPACT-EXIT.
041600     PERFORM 6100-GET-DECISION THRU 6100-GET-DECISION-EXIT.
041700     EVALUATE TRUE
041800         WHEN WS-DECISION-APPROVE
041900             PERFORM 3500-APPROVE-PARAMETERS
042000                 THRU 3500-APPROVE-PARAMETERS-EXIT
042100         WHEN WS-DECISION-REJECT
042200             PERFORM 3600-REJECT-PARAMETERS
042300                 THRU 3600-REJECT-PARAMETERS-EXIT
042400     END-EVALUATE.
042500 3000-REVIEW-PARAMETERS-EXIT.
042600     EXIT.
042700*
042800******************************************************************
042900* 3100-LOAD-PENDING-SET - THE APPROVAL RECORD INTO THE REVIEW    *
043000* FIELDS, EVERY OTHER RECORD INTO THE TABLE IN FILE ORDER, AND   *
043100* THE PROPOSED RANGE, RULES AND EFFECTIVE DATE PICKED OUT.       *
043200******************************************************************
043300 3100-LOAD-PENDING-SET.
043400     PERFORM 6200-CLEAR-REVIEW THRU 6200-CLEAR-REVIEW-EXIT.
043500     MOVE ZERO TO WS-Pend-Count.
043600     MOVE ZERO TO WS-New-Low.
043700     MOVE ZERO TO WS-New-High.
043800     MOVE ZERO TO DL-PROP-COUNT.
043900     MOVE 'N' TO WS-PEND-EOF-SW.
044000     OPEN INPUT PEND-FILE.
044100     IF WS-PEND-STATUS NOT = '00'
044200         GO TO 3100-LOAD-PENDING-SET-EXIT
044300     END-IF.
044400     PERFORM 3110-READ-PEND-RECORD
044500         THRU 3110-READ-PEND-RECORD-EXIT
044600         UNTIL WS-PEND-EOF.
044700     CLOSE PEND-FILE.
044800 3100-LOAD-PENDING-SET-EXIT.
044900     EXIT.
045000*
045100 3110-READ-PEND-RECORD.
045200     READ PEND-FILE
045300         AT END
045400             SET WS-PEND-EOF TO TRUE
045500             GO TO 3110-READ-PEND-RECORD-EXIT
045600     END-READ.
045700     IF DL-PEND-IS-APPROVAL
045800         SET WS-REV-HAS-HEADER TO TRUE
045900         MOVE DL-PEND-MAKER TO WS-Rev-Maker
046000         MOVE DL-PEND-MADE-DATE TO WS-Rev-Made-Date
046100         MOVE DL-PEND-MADE-TIME TO WS-Rev-Made-Time
046200         MOVE DL-PEND-APPR-STATUS TO WS-Rev-Status
046300         MOVE DL-PEND-APPROVER TO WS-Rev-Approver
046400         MOVE DL-PEND-DECIDED-DATE TO WS-Rev-Decided-Date
046500         MOVE DL-PEND-DECIDED-TIME TO WS-Rev-Decided-Time
046600         GO TO 3110-READ-PEND-RECORD-EXIT
046700     END-IF.
046800     IF WS-Pend-Count >= 20
046900         SET WS-TABLE-FULL TO TRUE
047000         GO TO 3110-READ-PEND-RECORD-EXIT
047100     END-IF.
047200     ADD 1 TO WS-Pend-Count.
047300     MOVE DL-PEND-RECORD TO WS-PEND-ENTRY(WS-Pend-Count).
047400     EVALUATE TRUE
047500         WHEN DL-PEND-IS-RANGE
047600             MOVE DL-PEND-LOW-BOUND TO WS-New-Low
047700             MOVE DL-PEND-HIGH-BOUND TO WS-New-High
047800         WHEN DL-PEND-IS-RULE AND
047900             (DL-PEND-RULE-SEQ = ZERO OR DL-PEND-RULE-SEQ > 10)
048000             CONTINUE
048100         WHEN DL-PEND-IS-RULE
048200             SET DL-PROP-IDX TO DL-PEND-RULE-SEQ
048300             MOVE DL-PEND-DIVISOR TO DL-PROP-DIVISOR(DL-PROP-IDX)
048400             MOVE DL-PEND-LABEL TO DL-PROP-LABEL(DL-PROP-IDX)
048500             IF DL-PEND-RULE-SEQ > DL-PROP-COUNT
048600                 MOVE DL-PEND-RULE-SEQ TO DL-PROP-COUNT
048700             END-IF
048800         WHEN DL-PEND-IS-EFFDATE
048900             MOVE DL-PEND-EFF-DATE TO WS-Rev-Eff-Date
049000     END-EVALUATE.
049100 3110-READ-PEND-RECORD-EXIT.
049200     EXIT.
049300*
049400******************************************************************
049500* 3200-LOAD-LIVE-SET - THE LIVE PARAMETER FILE, WITH THE SAME    *
049600* SHOP-DEFAULT FALLBACK EVANCOLWELL USES, SO THE BEFORE PICTURE  *
049700* MATCHES WHAT PRODUCTION RUNS TODAY.                            *
049800******************************************************************
049900 3200-LOAD-LIVE-SET.
050000     MOVE WS-DEFAULT-LOW TO WS-Cur-Low.
050100     MOVE WS-DEFAULT-HIGH TO WS-Cur-High.
050200     MOVE ZERO TO DL-RULE-COUNT.
050300     MOVE 'N' TO WS-PARM-EOF-SW.
050400     OPEN INPUT PARM-FILE.
050500     IF WS-PARM-STATUS NOT = '00'
050600         SET WS-PARM-EOF TO TRUE
050700     END-IF.
050800     PERFORM 3210-READ-PARM-RECORD THRU 3210-READ-PARM-RECORD-EXIT
050900         UNTIL WS-PARM-EOF.
051000     IF DL-RULE-COUNT = ZERO
051100         MOVE 2 TO DL-RULE-COUNT
051200         MOVE 3 TO DL-RULE-DIVISOR(1)
051300         MOVE WS-DEFAULT-FIZZ TO DL-RULE-LABEL(1)
051400         MOVE 5 TO DL-RULE-DIVISOR(2)
051500         MOVE WS-DEFAULT-BUZZ TO DL-RULE-LABEL(2)
051600     END-IF.
051700     IF WS-PARM-STATUS = '00' OR WS-PARM-STATUS = '10'
051800         CLOSE PARM-FILE
051900     END-IF.
052000 3200-LOAD-LIVE-SET-EXIT.
052100     EXIT.
052200*
052300 3210-READ-PARM-RECORD.
052400     READ PARM-FILE
052500         AT END
052600             SET WS-PARM-EOF TO TRUE
052700             GO TO 3210-READ-PARM-RECORD-EXIT
052800     END-READ.
052900     EVALUATE TRUE
053000         WHEN DL-PARM-IS-RANGE
053100             MOVE DL-PARM-LOW-BOUND TO WS-Cur-Low
053200             MOVE DL-PARM-HIGH-BOUND TO WS-Cur-High
053300         WHEN DL-PARM-IS-RULE AND
053400             (DL-PARM-RULE-SEQ = ZERO OR DL-PARM-RULE-SEQ > 10)
053500             CONTINUE
053600         WHEN DL-PARM-IS-RULE
053700             SET DL-RULE-IDX TO DL-PARM-RULE-SEQ
053800             MOVE DL-PARM-DIVISOR TO DL-RULE-DIVISOR(DL-RULE-IDX)
053900             MOVE DL-PARM-LABEL TO DL-RULE-LABEL(DL-RULE-IDX)
054000             IF DL-PARM-RULE-SEQ > DL-RULE-COUNT
054100                 MOVE DL-PARM-RULE-SEQ TO DL-RULE-COUNT
054200             END-IF
054300     END-EVALUATE.
054400 3210-READ-PARM-RECORD-EXIT.
054500     EXIT.
054600*
054700******************************************************************
054800* 3300-SHOW-PARAMETERS - THE BEFORE (LIVE) AND AFTER (PENDING)   *
054900* IMAGES OF THE RANGE AND OF EVERY RULE SLOT EITHER SET USES,    *
055000* WITH THE SLOTS THAT DIFFER FLAGGED.                            *
055100******************************************************************
055200 3300-SHOW-PARAMETERS.
055300     MOVE WS-Cur-Low TO WS-Edit-Low.
055400     MOVE WS-Cur-High TO WS-Edit-High.
055500     MOVE WS-New-Low TO WS-Edit-Low-2.
055600     MOVE WS-New-High TO WS-Edit-High-2.
055700     IF WS-Cur-Low = WS-New-Low AND WS-Cur-High = WS-New-High
055800         MOVE SPACES TO WS-Rule-Flag
055900     ELSE
056000         MOVE '*CHANGED' TO WS-Rule-Flag
056100     END-IF.
056200     DISPLAY '  RANGE    BEFORE ' WS-Edit-Low ' - ' WS-Edit-High
056300         '   AFTER ' WS-Edit-Low-2 ' - ' WS-Edit-High-2
056400         ' ' WS-Rule-Flag.
056500     MOVE DL-RULE-COUNT TO WS-Rule-Max.
056600     IF DL-PROP-COUNT > WS-Rule-Max
056700         MOVE DL-PROP-COUNT TO WS-Rule-Max
056800     END-IF.
056900     PERFORM 3310-SHOW-ONE-RULE THRU 3310-SHOW-ONE-RULE-EXIT
057000         VARYING WS-Rule-Sub FROM 1 BY 1
057100         UNTIL WS-Rule-Sub > WS-Rule-Max.
057200 3300-SHOW-PARAMETERS-EXIT.
057300     EXIT.
057400*
057500 3310-SHOW-ONE-RULE.
057600     IF WS-Rule-Sub > DL-RULE-COUNT
057700         MOVE '(NONE)' TO WS-BEFORE-RULE
057800     ELSE
057900         SET DL-RULE-IDX TO WS-Rule-Sub
058000         MOVE SPACES TO WS-BEFORE-RULE
058100         MOVE DL-RULE-DIVISOR(DL-RULE-IDX) TO WS-Bfr-Divisor
058200         MOVE DL-RULE-LABEL(DL-RULE-IDX) TO WS-Bfr-Label
058300     END-IF.
058400     IF WS-Rule-Sub > DL-PROP-COUNT
058500         MOVE '(NONE)' TO WS-AFTER-RULE
058600     ELSE
058700         SET DL-PROP-IDX TO WS-Rule-Sub
058800         MOVE SPACES TO WS-AFTER-RULE
058900         MOVE DL-PROP-DIVISOR(DL-PROP-IDX) TO WS-Aft-Divisor
059000         MOVE DL-PROP-LABEL(DL-PROP-IDX) TO WS-Aft-Label
059100     END-IF.
059200     IF WS-BEFORE-RULE = WS-AFTER-RULE
059300         MOVE SPACES TO WS-Rule-Flag
059400     ELSE
059500         MOVE '*CHANGED' TO WS-Rule-Flag
059600     END-IF.
059700     MOVE WS-Rule-Sub TO WS-Edit-Rule.
059800     DISPLAY '  RULE ' WS-Edit-Rule '  BEFORE ' WS-BEFORE-RULE
059900         '   AFTER ' WS-AFTER-RULE ' ' WS-Rule-Flag.
060000 3310-SHOW-ONE-RULE-EXIT.
060100     EXIT.
060200*
060300******************************************************************
060400* 3400-SHOW-IMPACT - THE EVANWHAT SUMMARY FOR THIS SET, WHEN THE *
060500* JOB RAN IT: THE IMPACT FILE IS USED ONLY WHEN ITS MAKER AND    *
060600* SAVE TIMESTAMP MATCH THE SET UNDER REVIEW, SO A SUMMARY OF AN  *
060700* EARLIER SUBMISSION IS NEVER SHOWN AS THIS ONE'S.               *
060800******************************************************************
060900 3400-SHOW-IMPACT.
061000     OPEN INPUT IMPC-FILE.
061100     IF WS-IMPC-STATUS NOT = '00'
061200         GO TO 3400-NO-SUMMARY
061300     END-IF.
061400     READ IMPC-FILE
061500         AT END
061600             CLOSE IMPC-FILE
061700             GO TO 3400-NO-SUMMARY
061800     END-READ.
061900     CLOSE IMPC-FILE.
062000     IF DL-IMPS-MAKER NOT = WS-Rev-Maker
062100             OR DL-IMPS-MADE-DATE NOT = WS-Rev-Made-Date
062200             OR DL-IMPS-MADE-TIME NOT = WS-Rev-Made-Time
062300         GO TO 3400-NO-SUMMARY
062400     END-IF.
062500     DISPLAY '  IMPACT (EVANWHAT)           CURRENT     PROPOSED'.
062600     MOVE DL-IMPS-CHANGED-COUNT TO WS-Edit-Cur.
062700     DISPLAY '    COUNTS CHANGING CLASS ' WS-Edit-Cur.
062800     MOVE DL-IMPS-CUR-FIZZ-ONLY TO WS-Edit-Cur.
062900     MOVE DL-IMPS-NEW-FIZZ-ONLY TO WS-Edit-New.
063000     DISPLAY '    FIZZ ONLY             ' WS-Edit-Cur '  '
063100         WS-Edit-New.
063200     MOVE DL-IMPS-CUR-BUZZ-ONLY TO WS-Edit-Cur.
063300     MOVE DL-IMPS-NEW-BUZZ-ONLY TO WS-Edit-New.
063400     DISPLAY '    BUZZ ONLY             ' WS-Edit-Cur '  '
063500         WS-Edit-New.
063600     MOVE DL-IMPS-CUR-OTHER TO WS-Edit-Cur.
063700     MOVE DL-IMPS-NEW-OTHER TO WS-Edit-New.
063800     DISPLAY '    OTHER SINGLE RULE     ' WS-Edit-Cur '  '
063900         WS-Edit-New.
064000     MOVE DL-IMPS-CUR-FIZZBUZZ TO WS-Edit-Cur.
064100     MOVE DL-IMPS-NEW-FIZZBUZZ TO WS-Edit-New.
064200     DISPLAY '    FIZZBUZZ              ' WS-Edit-Cur '  '
064300         WS-Edit-New.
064400     MOVE DL-IMPS-CUR-PLAIN TO WS-Edit-Cur.
064500     MOVE DL-IMPS-NEW-PLAIN TO WS-Edit-New.
064600     DISPLAY '    PLAIN                 ' WS-Edit-Cur '  '
064700         WS-Edit-New.
064800     MOVE DL-IMPS-CUR-TOTAL TO WS-Edit-Cur.
064900     MOVE DL-IMPS-NEW-TOTAL TO WS-Edit-New.
065000     DISPLAY '    TOTAL RECORDS         ' WS-Edit-Cur '  '
065100         WS-Edit-New.
065200     GO TO 3400-SHOW-IMPACT-EXIT.
065300 3400-NO-SUMMARY.
065400     DISPLAY '  NO EVANWHAT IMPACT SUMMARY ON FILE FOR THIS SET'.
065500 3400-SHOW-IMPACT-EXIT.
065600     EXIT.
065700*
065800******************************************************************
065900* 3500-APPROVE-PARAMETERS - BOTH FILES ARE OPENED BEFORE ANYTHING*
066000* IS WRITTEN; THE PENDING FILE IS REWRITTEN WITH THE DECISION ON *
066100* ITS APPROVAL RECORD AND THE SET OTHERWISE AS SUBMITTED, AND    *
066200* THE 'APPROVE' AUDIT RECORD CARRIES THE MAKER AND THE RANGE.    *
066300* EVANPROM PROMOTES THE SET ON OR AFTER ITS EFFECTIVE DATE.      *
066400******************************************************************
066500 3500-APPROVE-PARAMETERS.
066600     OPEN EXTEND AUDT-FILE.
066700     IF WS-AUDT-STATUS NOT = '00'
066800         DISPLAY 'EVANAPRV - UNABLE TO OPEN AUDIT FILE, STATUS '
066900             WS-AUDT-STATUS
067000         PERFORM 6300-REFUSE-NO-AUDIT
067100             THRU 6300-REFUSE-NO-AUDIT-EXIT
067200         GO TO 3500-APPROVE-PARAMETERS-EXIT
067300     END-IF.
067400     OPEN OUTPUT PEND-FILE.
067500     IF WS-PEND-STATUS NOT = '00'
067600         DISPLAY 'EVANAPRV - UNABLE TO OPEN PENDING FILE, STATUS '
067700             WS-PEND-STATUS
067800         PERFORM 6400-REFUSE-NO-PENDING
067900             THRU 6400-REFUSE-NO-PENDING-EXIT
068000         CLOSE AUDT-FILE
068100         GO TO 3500-APPROVE-PARAMETERS-EXIT
068200     END-IF.
068300     ACCEPT WS-Decide-Date FROM DATE YYYYMMDD.
068400     ACCEPT WS-Decide-Time FROM TIME.
068500     MOVE SPACES TO DL-PEND-RECORD.
068600     SET DL-PEND-IS-APPROVAL TO TRUE.
068700     MOVE WS-Rev-Maker TO DL-PEND-MAKER.
068800     MOVE WS-Rev-Made-Date TO DL-PEND-MADE-DATE.
068900     MOVE WS-Rev-Made-Time TO DL-PEND-MADE-TIME.
069000     SET DL-PEND-APPROVED TO TRUE.
069100     MOVE WS-Operator-Id TO DL-PEND-APPROVER.
069200     MOVE WS-Decide-Date TO DL-PEND-DECIDED-DATE.
069300     MOVE WS-Decide-Time-HHMMSS TO DL-PEND-DECIDED-TIME.
069400     WRITE DL-PEND-RECORD.
069500     PERFORM 3510-WRITE-PEND-RECORD
069600         THRU 3510-WRITE-PEND-RECORD-EXIT
069700         VARYING WS-Sub FROM 1 BY 1
069800         UNTIL WS-Sub > WS-Pend-Count.
069900     CLOSE PEND-FILE.
070000     PERFORM 7100-CLEAR-AUDT-RECORD
070100         THRU 7100-CLEAR-AUDT-RECORD-EXIT.
070200     MOVE 'APPROVE' TO DL-AUDT-ACTION.
070300     MOVE WS-New-Low TO DL-AUDT-NEW-LOW.
070400     MOVE WS-New-High TO DL-AUDT-NEW-HIGH.
070500     WRITE DL-AUDT-RECORD.
070600     CLOSE AUDT-FILE.
070700     DISPLAY 'EVANAPRV - PARAMETER SET APPROVED'.
070800     MOVE 'EAP0006' TO WS-Log-Msg-Id.
070900     MOVE 00 TO WS-Log-Severity.
071000     MOVE 'PARAMETER SET APPROVED' TO WS-Log-Text.
071100     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
071200 3500-APPROVE-PARAMETERS-EXIT.
071300     EXIT.
071400*
071500 3510-WRITE-PEND-RECORD.
071600     MOVE WS-PEND-ENTRY(WS-Sub) TO DL-PEND-RECORD.
071700     WRITE DL-PEND-RECORD.
071800 3510-WRITE-PEND-RECORD-EXIT.
071900     EXIT.
072000*
072100******************************************************************
072200* 3600-REJECT-PARAMETERS - A REJECTED SET IS DISCARDED: THE      *
072300* PENDING FILE IS EMPTIED AND THE 'REJECT' AUDIT RECORD KEEPS    *
072400* THE MAKER AND THE RANGE THAT WAS TURNED DOWN.                  *
072500******************************************************************
072600 3600-REJECT-PARAMETERS.
072700     OPEN EXTEND AUDT-FILE.
072800     IF WS-AUDT-STATUS NOT = '00'
072900         DISPLAY 'EVANAPRV - UNABLE TO OPEN AUDIT FILE, STATUS '
073000             WS-AUDT-STATUS
073100         PERFORM 6300-REFUSE-NO-AUDIT
073200             THRU 6300-REFUSE-NO-AUDIT-EXIT
073300         GO TO 3600-REJECT-PARAMETERS-EXIT
073400     END-IF.
073500     OPEN OUTPUT PEND-FILE.
073600     IF WS-PEND-STATUS NOT = '00'
073700         DISPLAY 'EVANAPRV - UNABLE TO OPEN PENDING FILE, STATUS '
073800             WS-PEND-STATUS
073900         PERFORM 6400-REFUSE-NO-PENDING
074000             THRU 6400-REFUSE-NO-PENDING-EXIT
074100         CLOSE AUDT-FILE
074200         GO TO 3600-REJECT-PARAMETERS-EXIT
074300     END-IF.
074400     CLOSE PEND-FILE.
074500     ACCEPT WS-Decide-Date FROM DATE YYYYMMDD.
074600     ACCEPT WS-Decide-Time FROM TIME.
074700     PERFORM 7100-CLEAR-AUDT-RECORD
074800         THRU 7100-CLEAR-AUDT-RECORD-EXIT.
074900     MOVE 'REJECT' TO DL-AUDT-ACTION.
075000     MOVE WS-New-Low TO DL-AUDT-NEW-LOW.
075100     MOVE WS-New-High TO DL-AUDT-NEW-HIGH.
075200     WRITE DL-AUDT-RECORD.
075300     CLOSE AUDT-FILE.
075400     DISPLAY 'EVANAPRV - PARAMETER SET REJECTED AND DISCARDED'.
075500     MOVE 'EAP0007' TO WS-Log-Msg-Id.
075600     MOVE 00 TO WS-Log-Severity.
075700     MOVE 'PARAMETER SET REJECTED' TO WS-Log-Text.
075800     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
075900 3600-REJECT-PARAMETERS-EXIT.
076000     EXIT.
076100*
076200******************************************************************
076300* 4000-REVIEW-PROFILES - THE PENDING RULE-PROFILE LIBRARY        *
076400* AGAINST THE LIVE ONE, PROFILE BY PROFILE, THEN THE DECISION.   *
076500* EVANMAINT OPTION 9 APPLIES AN APPROVED LIBRARY.                *
076600******************************************************************
076700 4000-REVIEW-PROFILES.
076800     PERFORM 4100-LOAD-PENDING-LIBRARY
076900         THRU 4100-LOAD-PENDING-LIBRARY-EXIT.
077000     IF WS-Pprf-Count = ZERO AND NOT WS-REV-HAS-HEADER
077100         DISPLAY 'EVANAPRV - NO RULE-PROFILE LIBRARY IS PENDING'
077200         GO TO 4000-REVIEW-PROFILES-EXIT
077300     END-IF.
077400     PERFORM 4200-LOAD-LIVE-LIBRARY
077500         THRU 4200-LOAD-LIVE-LIBRARY-EXIT.
077600     DISPLAY ' '.
077700     DISPLAY 'PENDING RULE-PROFILE LIBRARY'.
077800     PERFORM 6000-SHOW-APPROVAL THRU 6000-SHOW-APPROVAL-EXIT.
077900     PERFORM 4300-SHOW-PROFILE-CHANGES
078000         THRU 4300-SHOW-PROFILE-CHANGES-EXIT.
078100     PERFORM 6100-GET-DECISION THRU 6100-GET-DECISION-EXIT.
078200     EVALUATE TRUE
078300         WHEN WS-DECISION-APPROVE
078400             PERFORM 4500-APPROVE-PROFILES
078500                 THRU 4500-APPROVE-PROFILES-EXIT
078600         WHEN WS-DECISION-REJECT
078700             PERFORM 4600-REJECT-PROFILES
078800                 THRU 4600-REJECT-PROFILES-EXIT
078900     END-EVALUATE.
079000 4000-REVIEW-PROFILES-EXIT.
079100     EXIT.
079200*
079300 4100-LOAD-PENDING-LIBRARY.
079400     PERFORM 6200-CLEAR-REVIEW THRU 6200-CLEAR-REVIEW-EXIT.
079500     MOVE ZERO TO WS-Pprf-Count.
079600     MOVE 'N' TO WS-PPRF-EOF-SW.
079700     OPEN INPUT PPRF-FILE.
079800     IF WS-PPRF-STATUS NOT = '00'
079900         GO TO 4100-LOAD-PENDING-LIBRARY-EXIT
080000     END-IF.
080100     PERFORM 4110-READ-PPRF-RECORD THRU 4110-READ-PPRF-RECORD-EXIT
080200         UNTIL WS-PPRF-EOF.
080300     CLOSE PPRF-FILE.
080400 4100-LOAD-PENDING-LIBRARY-EXIT.
080500     EXIT.
080600*
080700 4110-READ-PPRF-RECORD.
080800     READ PPRF-FILE
080900         AT END
081000             SET WS-PPRF-EOF TO TRUE
081100             GO TO 4110-READ-PPRF-RECORD-EXIT
081200     END-READ.
081300     IF DL-PPRF-IS-APPROVAL
081400         SET WS-REV-HAS-HEADER TO TRUE
081500         MOVE DL-PPRF-MAKER TO WS-Rev-Maker
081600         MOVE DL-PPRF-MADE-DATE TO WS-Rev-Made-Date
081700         MOVE DL-PPRF-MADE-TIME TO WS-Rev-Made-Time
081800         MOVE DL-PPRF-APPR-STATUS TO WS-Rev-Status
081900         MOVE DL-PPRF-APPROVER TO WS-Rev-Approver
082000         MOVE DL-PPRF-DECIDED-DATE TO WS-Rev-Decided-Date
082100         MOVE DL-PPRF-DECIDED-TIME TO WS-Rev-Decided-Time
082200         GO TO 4110-READ-PPRF-RECORD-EXIT
082300     END-IF.
082400     IF WS-Pprf-Count >= 100
082500         SET WS-TABLE-FULL TO TRUE
082600         GO TO 4110-READ-PPRF-RECORD-EXIT
082700     END-IF.
082800     ADD 1 TO WS-Pprf-Count.
082900     MOVE DL-PPRF-RECORD TO WS-PPRF-ENTRY(WS-Pprf-Count).
083000 4110-READ-PPRF-RECORD-EXIT.
083100     EXIT.
083200*
083300 4200-LOAD-LIVE-LIBRARY.
083400     MOVE ZERO TO WS-Prof-Count.
083500     MOVE 'N' TO WS-PROF-EOF-SW.
083600     OPEN INPUT PROF-FILE.
083700     IF WS-PROF-STATUS NOT = '00'
083800         GO TO 4200-LOAD-LIVE-LIBRARY-EXIT
083900     END-IF.
084000     PERFORM 4210-READ-PROF-RECORD THRU 4210-READ-PROF-RECORD-EXIT
084100         UNTIL WS-PROF-EOF.
084200     CLOSE PROF-FILE.
084300 4200-LOAD-LIVE-LIBRARY-EXIT.
084400     EXIT.
084500*
084600 4210-READ-PROF-RECORD.
084700     READ PROF-FILE
084800         AT END
084900             SET WS-PROF-EOF TO TRUE
085000             GO TO 4210-READ-PROF-RECORD-EXIT
085100     END-READ.
085200     IF WS-Prof-Count >= 100
085300         SET WS-PROF-EOF TO TRUE
085400         GO TO 4210-READ-PROF-RECORD-EXIT
085500     END-IF.
085600     ADD 1 TO WS-Prof-Count.
085700     MOVE DL-PROF-RECORD TO WS-PROF-ENTRY(WS-Prof-Count).
085800 4210-READ-PROF-RECORD-EXIT.
085900     EXIT.
086000*
086100******************************************************************
086200* 4300-SHOW-PROFILE-CHANGES - EVERY PENDING PROFILE IS MATCHED TO*
086300* THE LIVE LIBRARY BY ID: A NEW ONE IS SHOWN AS ADDED WITH ITS   *
086400* AFTER IMAGE, A DIFFERENT ONE AS CHANGED WITH BOTH IMAGES.  A   *
086500* LIVE PROFILE THE PENDING LIBRARY DROPS IS SHOWN AS DELETED.    *
086600******************************************************************
086700 4300-SHOW-PROFILE-CHANGES.
086800     MOVE ZERO TO WS-Same-Count.
086900     PERFORM 4310-SHOW-PENDING-PROFILE
087000         THRU 4310-SHOW-PENDING-PROFILE-EXIT
087100         VARYING WS-Sub FROM 1 BY 1
087200         UNTIL WS-Sub > WS-Pprf-Count.
087300     PERFORM 4320-SHOW-DROPPED-PROFILE
087400         THRU 4320-SHOW-DROPPED-PROFILE-EXIT
087500         VARYING WS-Sub FROM 1 BY 1
087600         UNTIL WS-Sub > WS-Prof-Count.
087700     MOVE WS-Same-Count TO WS-Edit-Div.
087800     DISPLAY '  ' WS-Edit-Div ' PROFILE(S) UNCHANGED'.
087900 4300-SHOW-PROFILE-CHANGES-EXIT.
088000     EXIT.
088100*
088200 4310-SHOW-PENDING-PROFILE.
088300     MOVE WS-PPRF-ENTRY(WS-Sub) TO WK-PROF-RECORD.
088400     MOVE ZERO TO WS-Match-Sub.
088500     PERFORM 4330-FIND-LIVE-PROFILE
088600         THRU 4330-FIND-LIVE-PROFILE-EXIT
088700         VARYING WS-Scan-Sub FROM 1 BY 1
088800         UNTIL WS-Scan-Sub > WS-Prof-Count OR WS-Match-Sub > ZERO.
088900     IF WS-Match-Sub = ZERO
089000         DISPLAY '  ADDED    ' WK-PROF-ID '  ' WK-PROF-DESC
089100         PERFORM 4400-BUILD-IMAGE THRU 4400-BUILD-IMAGE-EXIT
089200         DISPLAY '    AFTER  ' WS-Prof-Image
089300         GO TO 4310-SHOW-PENDING-PROFILE-EXIT
089400     END-IF.
089500     IF WS-PROF-ENTRY(WS-Match-Sub) = WS-PPRF-ENTRY(WS-Sub)
089600         ADD 1 TO WS-Same-Count
089700         GO TO 4310-SHOW-PENDING-PROFILE-EXIT
089800     END-IF.
089900     DISPLAY '  CHANGED  ' WK-PROF-ID '  ' WK-PROF-DESC.
090000     MOVE WS-PROF-ENTRY(WS-Match-Sub) TO WK-PROF-RECORD.
090100     PERFORM 4400-BUILD-IMAGE THRU 4400-BUILD-IMAGE-EXIT.
090200     DISPLAY '    BEFORE ' WS-Prof-Image.
090300     MOVE WS-PPRF-ENTRY(WS-Sub) TO WK-PROF-RECORD.
090400     PERFORM 4400-BUILD-IMAGE THRU 4400-BUILD-IMAGE-EXIT.
090500     DISPLAY '    AFTER  ' WS-Prof-Image.
090600 4310-SHOW-PENDING-PROFILE-EXIT.
090700     EXIT.
090800*
090900 4320-SHOW-DROPPED-PROFILE.
091000     MOVE WS-PROF-ENTRY(WS-Sub) TO WK-PROF-RECORD.
091100     MOVE ZERO TO WS-Match-Sub.
091200     PERFORM 4340-FIND-PENDING-PROFILE
091300         THRU 4340-FIND-PENDING-PROFILE-EXIT
091400         VARYING WS-Scan-Sub FROM 1 BY 1
091500         UNTIL WS-Scan-Sub > WS-Pprf-Count OR WS-Match-Sub > ZERO.
091600     IF WS-Match-Sub = ZERO
091700         DISPLAY '  DELETED  ' WK-PROF-ID '  ' WK-PROF-DESC
091800         PERFORM 4400-BUILD-IMAGE THRU 4400-BUILD-IMAGE-EXIT
091900         DISPLAY '    BEFORE ' WS-Prof-Image
092000     END-IF.
092100 4320-SHOW-DROPPED-PROFILE-EXIT.
092200     EXIT.
092300*
092400 4330-FIND-LIVE-PROFILE.
092500     IF WS-PROF-ENTRY(WS-Scan-Sub)(1:8) = WK-PROF-ID
092600         MOVE WS-Scan-Sub TO WS-Match-Sub
092700     END-IF.
092800 4330-FIND-LIVE-PROFILE-EXIT.
092900     EXIT.
093000*
093100 4340-FIND-PENDING-PROFILE.
093200     IF WS-PPRF-ENTRY(WS-Scan-Sub)(1:8) = WK-PROF-ID
093300         MOVE WS-Scan-Sub TO WS-Match-Sub
093400     END-IF.
093500 4340-FIND-PENDING-PROFILE-EXIT.
093600     EXIT.
093700*
093800******************************************************************
093900* 4400-BUILD-IMAGE - ONE PROFILE'S RULES (WK-PROF-RECORD) AS A   *
094000* SINGLE DISPLAY LINE, DIVISOR=LABEL IN RULE ORDER.              *
094100******************************************************************
094200 4400-BUILD-IMAGE.
094300     MOVE SPACES TO WS-Prof-Image.
094400     MOVE 1 TO WS-Img-Ptr.
094500     MOVE WK-PROF-RULE-COUNT TO WS-Rule-Max.
094600     IF WK-PROF-RULE-COUNT NOT NUMERIC OR WS-Rule-Max > 10
094700         MOVE 10 TO WS-Rule-Max
094800     END-IF.
094900     PERFORM 4410-ADD-IMAGE-RULE THRU 4410-ADD-IMAGE-RULE-EXIT
095000         VARYING WS-Rule-Sub FROM 1 BY 1
095100         UNTIL WS-Rule-Sub > WS-Rule-Max.
095200     IF WS-Prof-Image = SPACES
095300         MOVE '(NO RULES)' TO WS-Prof-Image
095400     END-IF.
095500 4400-BUILD-IMAGE-EXIT.
095600     EXIT.
095700*
095800 4410-ADD-IMAGE-RULE.
095900     MOVE WK-PROF-DIVISOR(WS-Rule-Sub) TO WS-Edit-Div.
096000     STRING WS-Edit-Div DELIMITED BY SIZE
096100            '=' DELIMITED BY SIZE
096200            WK-PROF-LABEL(WS-Rule-Sub) DELIMITED BY SPACE
096300            ' ' DELIMITED BY SIZE
096400         INTO WS-Prof-Image
096500         WITH POINTER WS-Img-Ptr
096600     END-STRING.
096700 4410-ADD-IMAGE-RULE-EXIT.
096800     EXIT.
096900*
097000******************************************************************
097100* 4500-APPROVE-PROFILES - REWRITE THE PENDING LIBRARY WITH THE   *
097200* DECISION ON ITS '*APPROVL' HEADER AND AUDIT IT AS '*PROFLIB'.  *
097300******************************************************************
097400 4500-APPROVE-PROFILES.
097500     OPEN EXTEND AUDT-FILE.
097600     IF WS-AUDT-STATUS NOT = '00'
097700         DISPLAY 'EVANAPRV - UNABLE TO OPEN AUDIT FILE, STATUS '
097800             WS-AUDT-STATUS
097900         PERFORM 6300-REFUSE-NO-AUDIT
098000             THRU 6300-REFUSE-NO-AUDIT-EXIT
098100         GO TO 4500-APPROVE-PROFILES-EXIT
098200     END-IF.
098300     OPEN OUTPUT PPRF-FILE.
098400     IF WS-PPRF-STATUS NOT = '00'
098500         DISPLAY 'EVANAPRV - UNABLE TO OPEN PENDING FILE, STATUS '
098600             WS-PPRF-STATUS
098700         PERFORM 6400-REFUSE-NO-PENDING
098800             THRU 6400-REFUSE-NO-PENDING-EXIT
098900         CLOSE AUDT-FILE
099000         GO TO 4500-APPROVE-PROFILES-EXIT
099100     END-IF.
099200     ACCEPT WS-Decide-Date FROM DATE YYYYMMDD.
099300     ACCEPT WS-Decide-Time FROM TIME.
099400     MOVE SPACES TO DL-PPRF-RECORD.
099500     SET DL-PPRF-IS-APPROVAL TO TRUE.
099600     MOVE WS-Rev-Maker TO DL-PPRF-MAKER.
099700     MOVE WS-Rev-Made-Date TO DL-PPRF-MADE-DATE.
099800     MOVE WS-Rev-Made-Time TO DL-PPRF-MADE-TIME.
099900     SET DL-PPRF-APPROVED TO TRUE.
100000     MOVE WS-Operator-Id TO DL-PPRF-APPROVER.
100100     MOVE WS-Decide-Date TO DL-PPRF-DECIDED-DATE.
100200     MOVE WS-Decide-Time-HHMMSS TO DL-PPRF-DECIDED-TIME.
100300     WRITE DL-PPRF-RECORD.
100400     PERFORM 4510-WRITE-PPRF-RECORD
100500         THRU 4510-WRITE-PPRF-RECORD-EXIT
100600         VARYING WS-Sub FROM 1 BY 1
100700         UNTIL WS-Sub > WS-Pprf-Count.
100800     CLOSE PPRF-FILE.
100900     PERFORM 7100-CLEAR-AUDT-RECORD
101000         THRU 7100-CLEAR-AUDT-RECORD-EXIT.
101100     MOVE 'APPROVE' TO DL-AUDT-ACTION.
101200     MOVE '*PROFLIB' TO DL-AUDT-PROFILE-ID.
101300     WRITE DL-AUDT-RECORD.
101400     CLOSE AUDT-FILE.
101500     DISPLAY 'EVANAPRV - RULE-PROFILE LIBRARY APPROVED'.
101600     MOVE 'EAP0009' TO WS-Log-Msg-Id.
101700     MOVE 00 TO WS-Log-Severity.
101800     MOVE 'RULE-PROFILE LIBRARY APPROVED' TO WS-Log-Text.
101900     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
102000 4500-APPROVE-PROFILES-EXIT.
102100     EXIT.
102200*
102300 4510-WRITE-PPRF-RECORD.
102400     MOVE WS-PPRF-ENTRY(WS-Sub) TO DL-PPRF-RECORD.
102500     WRITE DL-PPRF-RECORD.
102600 4510-WRITE-PPRF-RECORD-EXIT.
102700     EXIT.
102800*
102900 4600-REJECT-PROFILES.
103000     OPEN EXTEND AUDT-FILE.
103100     IF WS-AUDT-STATUS NOT = '00'
103200         DISPLAY 'EVANAPRV - UNABLE TO OPEN AUDIT FILE, STATUS '
103300             WS-AUDT-STATUS
103400         PERFORM 6300-REFUSE-NO-AUDIT
103500             THRU 6300-REFUSE-NO-AUDIT-EXIT
103600         GO TO 4600-REJECT-PROFILES-EXIT
103700     END-IF.
103800     OPEN OUTPUT PPRF-FILE.
103900     IF WS-PPRF-STATUS NOT = '00'
104000         DISPLAY 'EVANAPRV - UNABLE TO OPEN PENDING FILE, STATUS '
104100             WS-PPRF-STATUS
104200         PERFORM 6400-REFUSE-NO-PENDING
104300             THRU 6400-REFUSE-NO-PENDING-EXIT
104400         CLOSE AUDT-FILE
104500         GO TO 4600-REJECT-PROFILES-EXIT
104600     END-IF.
104700     CLOSE PPRF-FILE.
104800     ACCEPT WS-Decide-Date FROM DATE YYYYMMDD.
104900     ACCEPT WS-Decide-Time FROM TIME.
105000     PERFORM 7100-CLEAR-AUDT-RECORD
105100         THRU 7100-CLEAR-AUDT-RECORD-EXIT.
105200     MOVE 'REJECT' TO DL-AUDT-ACTION.
105300     MOVE '*PROFLIB' TO DL-AUDT-PROFILE-ID.
105400     WRITE DL-AUDT-RECORD.
105500     CLOSE AUDT-FILE.
105600     DISPLAY 'EVANAPRV - RULE-PROFILE LIBRARY REJECTED AND '
105700         'DISCARDED'.
105800     MOVE 'EAP0010' TO WS-Log-Msg-Id.
105900     MOVE 00 TO WS-Log-Severity.
106000     MOVE 'RULE-PROFILE LIBRARY REJECTED' TO WS-Log-Text.
106100     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
106200 4600-REJECT-PROFILES-EXIT.
106300     EXIT.
106400*
106500******************************************************************
106600* 5000-REVIEW-SECURITY - THE PENDING OPERATOR SECURITY FILE      *
106700* AGAINST THE LIVE ONE READ AT SIGN-ON, OPERATOR BY OPERATOR,    *
106800* THEN THE DECISION.  EVANSECM APPLIES AN APPROVED CHANGE.       *
106900******************************************************************
107000 5000-REVIEW-SECURITY.
107100     PERFORM 5100-LOAD-PENDING-SECURITY
107200         THRU 5100-LOAD-PENDING-SECURITY-EXIT.
107300     IF WS-Psec-Count = ZERO AND NOT WS-REV-HAS-HEADER
107400         DISPLAY 'EVANAPRV - NO SECURITY CHANGE IS PENDING'
107500         GO TO 5000-REVIEW-SECURITY-EXIT
107600     END-IF.
107700     DISPLAY ' '.
107800     DISPLAY 'PENDING SECURITY CHANGE'.
107900     PERFORM 6000-SHOW-APPROVAL THRU 6000-SHOW-APPROVAL-EXIT.
108000     PERFORM 5300-SHOW-SECURITY-CHANGES
108100         THRU 5300-SHOW-SECURITY-CHANGES-EXIT.
108200     PERFORM 6100-GET-DECISION THRU 6100-GET-DECISION-EXIT.
108300     EVALUATE TRUE
108400         WHEN WS-DECISION-APPROVE
108500             PERFORM 5500-APPROVE-SECURITY
108600                 THRU 5500-APPROVE-SECURITY-EXIT
108700         WHEN WS-DECISION-REJECT
108800             PERFORM 5600-REJECT-SECURITY
108900                 THRU 5600-REJECT-SECURITY-EXIT
109000     END-EVALUATE.
109100 5000-REVIEW-SECURITY-EXIT.
109200     EXIT.
109300*
109400 5100-LOAD-PENDING-SECURITY.
109500     PERFORM 6200-CLEAR-REVIEW THRU 6200-CLEAR-REVIEW-EXIT.
109600     MOVE ZERO TO WS-Psec-Count.
109700     MOVE 'N' TO WS-PSEC-EOF-SW.
109800     OPEN INPUT PSEC-FILE.
109900     IF WS-PSEC-STATUS NOT = '00'
110000         GO TO 5100-LOAD-PENDING-SECURITY-EXIT
110100     END-IF.
110200     PERFORM 5110-READ-PSEC-RECORD THRU 5110-READ-PSEC-RECORD-EXIT
110300         UNTIL WS-PSEC-EOF.
110400     CLOSE PSEC-FILE.
110500 5100-LOAD-PENDING-SECURITY-EXIT.
110600     EXIT.
110700*
110800 5110-READ-PSEC-RECORD.
110900     READ PSEC-FILE
111000         AT END
111100             SET WS-PSEC-EOF TO TRUE
111200             GO TO 5110-READ-PSEC-RECORD-EXIT
111300     END-READ.
111400     IF DL-SECP-IS-APPROVAL
111500         SET WS-REV-HAS-HEADER TO TRUE
111600         MOVE DL-SECP-MAKER TO WS-Rev-Maker
111700         MOVE DL-SECP-MADE-DATE TO WS-Rev-Made-Date
111800         MOVE DL-SECP-MADE-TIME TO WS-Rev-Made-Time
111900         MOVE DL-SECP-APPR-STATUS TO WS-Rev-Status
112000         MOVE DL-SECP-APPROVER TO WS-Rev-Approver
112100         MOVE DL-SECP-DECIDED-DATE TO WS-Rev-Decided-Date
112200         MOVE DL-SECP-DECIDED-TIME TO WS-Rev-Decided-Time
112300         GO TO 5110-READ-PSEC-RECORD-EXIT
112400     END-IF.
112500     IF WS-Psec-Count >= 100
112600         SET WS-TABLE-FULL TO TRUE
112700         GO TO 5110-READ-PSEC-RECORD-EXIT
112800     END-IF.
112900     ADD 1 TO WS-Psec-Count.
113000     MOVE DL-SECP-RECORD TO WS-PSEC-ENTRY(WS-Psec-Count).
113100 5110-READ-PSEC-RECORD-EXIT.
113200     EXIT.
113300*
113400******************************************************************
113500* 5300-SHOW-SECURITY-CHANGES - EVERY PENDING OPERATOR IS MATCHED *
113600* TO THE LIVE FILE: A NEW ONE IS SHOWN AS ADDED, ONE WHOSE       *
113700* AUTHORITY OR STATUS DIFFERS AS CHANGED WITH BOTH IMAGES.  A    *
113800* LIVE OPERATOR THE PENDING FILE DROPS IS SHOWN AS DELETED.      *
113900******************************************************************
114000 5300-SHOW-SECURITY-CHANGES.
114100     MOVE ZERO TO WS-Same-Count.
114200     DISPLAY '           OPERATOR  BEFORE AUTH/STATUS  '
114300         'AFTER AUTH/STATUS'.
114400     PERFORM 5310-SHOW-PENDING-OPERATOR
114500         THRU 5310-SHOW-PENDING-OPERATOR-EXIT
114600         VARYING WS-Sub FROM 1 BY 1
114700         UNTIL WS-Sub > WS-Psec-Count.
114800     PERFORM 5320-SHOW-DROPPED-OPERATOR
114900         THRU 5320-SHOW-DROPPED-OPERATOR-EXIT
115000         VARYING WS-Sub FROM 1 BY 1
115100         UNTIL WS-Sub > WS-Op-Count.
115200     MOVE WS-Same-Count TO WS-Edit-Div.
115300     DISPLAY '  ' WS-Edit-Div ' OPERATOR(S) UNCHANGED'.
115400 5300-SHOW-SECURITY-CHANGES-EXIT.
115500     EXIT.
115600*
115700 5310-SHOW-PENDING-OPERATOR.
115800     MOVE WS-PSEC-ENTRY(WS-Sub) TO WK-SECP-RECORD.
115900     IF NOT WK-SECP-IS-OPERATOR
116000         GO TO 5310-SHOW-PENDING-OPERATOR-EXIT
116100     END-IF.
116200     MOVE ZERO TO WS-Match-Sub.
116300     PERFORM 5330-FIND-LIVE-OPERATOR
116400         THRU 5330-FIND-LIVE-OPERATOR-EXIT
116500         VARYING WS-Scan-Sub FROM 1 BY 1
116600         UNTIL WS-Scan-Sub > WS-Op-Count OR WS-Match-Sub > ZERO.
116700     IF WS-Match-Sub = ZERO
116800         DISPLAY '  ADDED    ' WK-SECP-OPERATOR
116900             '  (NONE)              '
117000             WK-SECP-AUTHORITY ' / ' WK-SECP-STATUS
117100         GO TO 5310-SHOW-PENDING-OPERATOR-EXIT
117200     END-IF.
117300     IF WS-Op-Authority(WS-Match-Sub) = WK-SECP-AUTHORITY
117400             AND WS-Op-Status(WS-Match-Sub) = WK-SECP-STATUS
117500         ADD 1 TO WS-Same-Count
117600         GO TO 5310-SHOW-PENDING-OPERATOR-EXIT
117700     END-IF.
117800     DISPLAY '  CHANGED  ' WK-SECP-OPERATOR '  '
117900         WS-Op-Authority(WS-Match-Sub) ' / '
118000         WS-Op-Status(WS-Match-Sub) '               '
118100         WK-SECP-AUTHORITY ' / ' WK-SECP-STATUS.
118200 5310-SHOW-PENDING-OPERATOR-EXIT.
118300     EXIT.
118400*
118500 5320-SHOW-DROPPED-OPERATOR.
118600     MOVE ZERO TO WS-Match-Sub.
118700     PERFORM 5340-FIND-PENDING-OPERATOR
118800         THRU 5340-FIND-PENDING-OPERATOR-EXIT
118900         VARYING WS-Scan-Sub FROM 1 BY 1
119000         UNTIL WS-Scan-Sub > WS-Psec-Count OR WS-Match-Sub > ZERO.
119100     IF WS-Match-Sub = ZERO
119200         DISPLAY '  DELETED  ' WS-Op-Id(WS-Sub) '  '
119300             WS-Op-Authority(WS-Sub) ' / ' WS-Op-Status(WS-Sub)
119400             '               (NONE)'
119500     END-IF.
119600 5320-SHOW-DROPPED-OPERATOR-EXIT.
119700     EXIT.
119800*
119900 5330-FIND-LIVE-OPERATOR.
120000     IF WS-Op-Id(WS-Scan-Sub) = WK-SECP-OPERATOR
120100         MOVE WS-Scan-Sub TO WS-Match-Sub
120200     END-IF.
120300 5330-FIND-LIVE-OPERATOR-EXIT.
120400     EXIT.
120500*
120600 5340-FIND-PENDING-OPERATOR.
120700     MOVE WS-PSEC-ENTRY(WS-Scan-Sub) TO WK-SECP-RECORD.
120800     IF WK-SECP-IS-OPERATOR
120900             AND WK-SECP-OPERATOR = WS-Op-Id(WS-Sub)
121000         MOVE WS-Scan-Sub TO WS-Match-Sub
121100     END-IF.
121200 5340-FIND-PENDING-OPERATOR-EXIT.
121300     EXIT.
121400*
121500******************************************************************
121600* 5500-APPROVE-SECURITY - REWRITE THE PENDING SECURITY FILE WITH *
121700* THE DECISION ON ITS APPROVAL RECORD AND AUDIT IT ON DLSAUD,    *
121800* THE APPROVER AS OPERATOR AND THE MAKER AS TARGET.              *
121900******************************************************************
122000 5500-APPROVE-SECURITY.
122100     OPEN EXTEND SAUD-FILE.
122200     IF WS-SAUD-STATUS NOT = '00'
122300         DISPLAY 'EVANAPRV - UNABLE TO OPEN AUDIT FILE, STATUS '
122400             WS-SAUD-STATUS
122500         PERFORM 6300-REFUSE-NO-AUDIT
122600             THRU 6300-REFUSE-NO-AUDIT-EXIT
122700         GO TO 5500-APPROVE-SECURITY-EXIT
122800     END-IF.
122900     OPEN OUTPUT PSEC-FILE.
123000     IF WS-PSEC-STATUS NOT = '00'
123100         DISPLAY 'EVANAPRV - UNABLE TO OPEN PENDING FILE, STATUS '
123200             WS-PSEC-STATUS
123300         PERFORM 6400-REFUSE-NO-PENDING
123400             THRU 6400-REFUSE-NO-PENDING-EXIT
123500         CLOSE SAUD-FILE
123600         GO TO 5500-APPROVE-SECURITY-EXIT
123700     END-IF.
123800     ACCEPT WS-Decide-Date FROM DATE YYYYMMDD.
123900     ACCEPT WS-Decide-Time FROM TIME.
124000     MOVE SPACES TO DL-SECP-RECORD.
124100     SET DL-SECP-IS-APPROVAL TO TRUE.
124200     MOVE WS-Rev-Maker TO DL-SECP-MAKER.
124300     MOVE WS-Rev-Made-Date TO DL-SECP-MADE-DATE.
124400     MOVE WS-Rev-Made-Time TO DL-SECP-MADE-TIME.
124500     SET DL-SECP-APPROVED TO TRUE.
124600     MOVE WS-Operator-Id TO DL-SECP-APPROVER.
124700     MOVE WS-Decide-Date TO DL-SECP-DECIDED-DATE.
124800     MOVE WS-Decide-Time-HHMMSS TO DL-SECP-DECIDED-TIME.
124900     WRITE DL-SECP-RECORD.
125000     PERFORM 5510-WRITE-PSEC-RECORD
125100         THRU 5510-WRITE-PSEC-RECORD-EXIT
125200         VARYING WS-Sub FROM 1 BY 1
125300         UNTIL WS-Sub > WS-Psec-Count.
125400     CLOSE PSEC-FILE.
125500     PERFORM 7200-CLEAR-SAUD-RECORD
125600         THRU 7200-CLEAR-SAUD-RECORD-EXIT.
125700     MOVE 'APPROVE' TO DL-SAUD-ACTION.
125800     WRITE DL-SAUD-RECORD.
125900     CLOSE SAUD-FILE.
126000     DISPLAY 'EVANAPRV - SECURITY CHANGE APPROVED'.
126100     MOVE 'EAP0011' TO WS-Log-Msg-Id.
126200     MOVE 00 TO WS-Log-Severity.
126300     MOVE 'SECURITY CHANGE APPROVED' TO WS-Log-Text.
126400     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
126500 5500-APPROVE-SECURITY-EXIT.
126600     EXIT.
126700*
126800 5510-WRITE-PSEC-RECORD.
126900     MOVE WS-PSEC-ENTRY(WS-Sub) TO DL-SECP-RECORD.
127000     WRITE DL-SECP-RECORD.
127100 5510-WRITE-PSEC-RECORD-EXIT.
127200     EXIT.
127300*
127400 5600-REJECT-SECURITY.
127500     OPEN EXTEND SAUD-FILE.
127600     IF WS-SAUD-STATUS NOT = '00'
127700         DISPLAY 'EVANAPRV - UNABLE TO OPEN AUDIT FILE, STATUS '
127800             WS-SAUD-STATUS
127900         PERFORM 6300-REFUSE-NO-AUDIT
128000             THRU 6300-REFUSE-NO-AUDIT-EXIT
128100         GO TO 5600-REJECT-SECURITY-EXIT
128200     END-IF.
128300     OPEN OUTPUT PSEC-FILE.
128400     IF WS-PSEC-STATUS NOT = '00'
128500         DISPLAY 'EVANAPRV - UNABLE TO OPEN PENDING FILE, STATUS '
128600             WS-PSEC-STATUS
128700         PERFORM 6400-REFUSE-NO-PENDING
128800             THRU 6400-REFUSE-NO-PENDING-EXIT
128900         CLOSE SAUD-FILE
129000         GO TO 5600-REJECT-SECURITY-EXIT
129100     END-IF.
129200     CLOSE PSEC-FILE.
129300     ACCEPT WS-Decide-Date FROM DATE YYYYMMDD.
129400     ACCEPT WS-Decide-Time FROM TIME.
129500     PERFORM 7200-CLEAR-SAUD-RECORD
129600         THRU 7200-CLEAR-SAUD-RECORD-EXIT.
129700     MOVE 'REJECT' TO DL-SAUD-ACTION.
129800     WRITE DL-SAUD-RECORD.
129900     CLOSE SAUD-FILE.
130000     DISPLAY 'EVANAPRV - SECURITY CHANGE REJECTED AND DISCARDED'.
130100     MOVE 'EAP0012' TO WS-Log-Msg-Id.
130200     MOVE 00 TO WS-Log-Severity.
130300     MOVE 'SECURITY CHANGE REJECTED' TO WS-Log-Text.
130400     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
130500 5600-REJECT-SECURITY-EXIT.
130600     EXIT.
130700*
130800******************************************************************
130900* 6000-SHOW-APPROVAL - WHO MADE THE CHANGE UNDER REVIEW, WHEN,   *
131000* AND WHERE IT STANDS.                                           *
131100******************************************************************
131200 6000-SHOW-APPROVAL.
131300     IF NOT WS-REV-HAS-HEADER
131400         DISPLAY '  NO APPROVAL RECORD - MAY ONLY BE REJECTED'
131500         GO TO 6000-SHOW-APPROVAL-EXIT
131600     END-IF.
131700     DISPLAY '  MADE BY ' WS-Rev-Maker ' ON ' WS-Rev-Made-Date
131800         ' AT ' WS-Rev-Made-Time.
131900     IF WS-REV-APPROVED
132000         DISPLAY '  APPROVED BY ' WS-Rev-Approver ' ON '
132100             WS-Rev-Decided-Date ' AT ' WS-Rev-Decided-Time
132200     ELSE
132300         DISPLAY '  AWAITING APPROVAL'
132400     END-IF.
132500 6000-SHOW-APPROVAL-EXIT.
132600     EXIT.
132700*
132800******************************************************************
132900* 6100-GET-DECISION - THE CHANGE'S MAKER MAY NOT DECIDE IT, AND  *
133000* A PENDING FILE TOO LARGE TO HOLD CANNOT BE REWRITTEN, SO IS    *
133100* NOT DECIDED.  A CHANGE ALREADY APPROVED, OR ONE WITH NO        *
133200* APPROVAL RECORD, MAY ONLY BE REJECTED.  ANYTHING BUT A OR R    *
133300* LEAVES THE CHANGE AS IT IS.                                    *
133400******************************************************************
133500 6100-GET-DECISION.
133600     SET WS-DECISION-NONE TO TRUE.
133700     IF WS-TABLE-FULL
133800         DISPLAY 'EVANAPRV - PENDING FILE OVER CAPACITY, '
133900             'NOT DECIDED'
134000         MOVE 'EAP0008' TO WS-Log-Msg-Id
134100         MOVE 08 TO WS-Log-Severity
134200         MOVE 'PENDING FILE OVER CAPACITY - NOT DECIDED'
134300             TO WS-Log-Text
134400         PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT
134500         GO TO 6100-GET-DECISION-EXIT
134600     END-IF.
134700     IF WS-REV-HAS-HEADER AND WS-Rev-Maker = WS-Operator-Id
134800         DISPLAY 'EVANAPRV - ' WS-Operator-Id
134900             ' MADE THIS CHANGE AND MAY NOT DECIDE IT'
135000         MOVE 'EAP0003' TO WS-Log-Msg-Id
135100         MOVE 04 TO WS-Log-Severity
135200         MOVE 'MAKER MAY NOT DECIDE OWN CHANGE - REFUSED'
135300             TO WS-Log-Text
135400         PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT
135500         GO TO 6100-GET-DECISION-EXIT
135600     END-IF.
135700     IF WS-REV-APPROVED OR NOT WS-REV-HAS-HEADER
135800         SET WS-REV-REJECT-ONLY TO TRUE
135900         DISPLAY 'ENTER R TO REJECT, BLANK TO LEAVE IT: '
136000             WITH NO ADVANCING
136100     ELSE
136200         DISPLAY 'ENTER A TO APPROVE, R TO REJECT, BLANK TO '
136300             'LEAVE IT: ' WITH NO ADVANCING
136400     END-IF.
136500     ACCEPT WS-Decision.
136600     IF WS-DECISION-REJECT
136700         GO TO 6100-GET-DECISION-EXIT
136800     END-IF.
136900     IF WS-DECISION-APPROVE AND NOT WS-REV-REJECT-ONLY
137000         GO TO 6100-GET-DECISION-EXIT
137100     END-IF.
137200     IF NOT WS-DECISION-NONE
137300         DISPLAY 'EVANAPRV - INVALID DECISION, CHANGE LEFT '
137400             'PENDING'
137500     END-IF.
137600     SET WS-DECISION-NONE TO TRUE.
137700 6100-GET-DECISION-EXIT.
137800     EXIT.
137900*
138000 6200-CLEAR-REVIEW.
138100     MOVE 'N' TO WS-REV-HEADER-SW.
138200     MOVE 'N' TO WS-REV-REJECT-ONLY-SW.
138300     MOVE 'N' TO WS-TABLE-FULL-SW.
138400     MOVE SPACES TO WS-Rev-Maker.
138500     MOVE ZERO TO WS-Rev-Made-Date.
138600     MOVE ZERO TO WS-Rev-Made-Time.
138700     MOVE SPACE TO WS-Rev-Status.
138800     MOVE SPACES TO WS-Rev-Approver.
138900     MOVE ZERO TO WS-Rev-Decided-Date.
139000     MOVE ZERO TO WS-Rev-Decided-Time.
139100     MOVE ZERO TO WS-Rev-Eff-Date.
139200     SET WS-DECISION-NONE TO TRUE.
139300 6200-CLEAR-REVIEW-EXIT.
139400     EXIT.
139500*
139600 6300-REFUSE-NO-AUDIT.
139700     DISPLAY 'EVANAPRV - DECISION NOT RECORDED, CHANGE LEFT '
139800         'PENDING'.
139900     MOVE 'EAP0004' TO WS-Log-Msg-Id.
140000     MOVE 08 TO WS-Log-Severity.
140100     MOVE 'AUDIT FILE UNAVAILABLE - DECISION NOT RECORDED'
140200         TO WS-Log-Text.
140300     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
140400 6300-REFUSE-NO-AUDIT-EXIT.
140500     EXIT.
140600*
140700 6400-REFUSE-NO-PENDING.
140800     DISPLAY 'EVANAPRV - DECISION NOT RECORDED, CHANGE LEFT '
140900         'PENDING'.
141000     MOVE 'EAP0005' TO WS-Log-Msg-Id.
141100     MOVE 08 TO WS-Log-Severity.
141200     MOVE 'PENDING FILE WILL NOT OPEN - DECISION NOT RECORDED'
141300         TO WS-Log-Text.
141400     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
141500 6400-REFUSE-NO-PENDING-EXIT.
141600     EXIT.
141700*
141800******************************************************************
141900* 7100-CLEAR-AUDT-RECORD - A PARAMETER AUDIT RECORD FOR THE      *
142000* DECISION JUST TAKEN: THE APPROVER AS OPERATOR, THE MAKER AND   *
142100* THE SAVE TIMESTAMP IN THE BEFORE AREA.                         *
142200******************************************************************
142300 7100-CLEAR-AUDT-RECORD.
142400     MOVE SPACES TO DL-AUDT-RECORD.
142500     MOVE WS-Decide-Date TO DL-AUDT-DATE.
142600     MOVE WS-Decide-Time-HHMMSS TO DL-AUDT-TIME.
142700     MOVE WS-Operator-Id TO DL-AUDT-OPERATOR.
142800     MOVE ZERO TO DL-AUDT-RULE-SEQ.
142900     MOVE WS-Rev-Maker TO DL-AUDT-MAKER.
143000     MOVE WS-Rev-Made-Date TO DL-AUDT-MADE-DATE.
143100     MOVE WS-Rev-Made-Time TO DL-AUDT-MADE-TIME.
143200     MOVE ZERO TO DL-AUDT-NEW-LOW.
143300     MOVE ZERO TO DL-AUDT-NEW-HIGH.
143400     MOVE ZERO TO DL-AUDT-NEW-DIVISOR.
143500 7100-CLEAR-AUDT-RECORD-EXIT.
143600     EXIT.
143700*
143800 7200-CLEAR-SAUD-RECORD.
143900     MOVE SPACES TO DL-SAUD-RECORD.
144000     MOVE WS-Decide-Date TO DL-SAUD-DATE.
144100     MOVE WS-Decide-Time-HHMMSS TO DL-SAUD-TIME.
144200     MOVE WS-Operator-Id TO DL-SAUD-OPERATOR.
144300     MOVE WS-Rev-Maker TO DL-SAUD-TARGET.
144400 7200-CLEAR-SAUD-RECORD-EXIT.
144500     EXIT.
144600*
144700******************************************************************
144800* 9500-WRITE-RUN-LOG - ONE STRUCTURED MESSAGE RECORD ON THE      *
144900* COMMON RUN-LOG.  THE CALLER STAGES WS-LOG-MSG-ID, SEVERITY     *
145000* AND TEXT; THE HIGHEST SEVERITY RAISED IS KEPT FOR THE          *
145100* END-OF-JOB SUMMARY RECORD.                                     *
145200******************************************************************
145300 9500-WRITE-RUN-LOG.
145400     IF WS-Log-Severity > WS-Highest-Severity
145500         MOVE WS-Log-Severity TO WS-Highest-Severity
145600     END-IF.
145700     IF NOT WS-RLOG-OPEN
145800         GO TO 9500-WRITE-RUN-LOG-EXIT
145900     END-IF.
146000     ACCEPT WS-Log-Time FROM TIME.
146100     MOVE 'M' TO DL-RLOG-TYPE.
146200     MOVE WS-Log-Msg-Id TO DL-RLOG-MSG-ID.
146300     MOVE WS-Log-Severity TO DL-RLOG-SEVERITY.
146400     MOVE 'EVANAPRV' TO DL-RLOG-PROGRAM.
146500     MOVE WS-Sys-Date TO DL-RLOG-DATE.
146600     MOVE WS-Log-Time-HHMMSS TO DL-RLOG-TIME.
146700     MOVE WS-Log-Text TO DL-RLOG-TEXT.
146800     WRITE DL-RLOG-RECORD.
146900 9500-WRITE-RUN-LOG-EXIT.
147000     EXIT.
147100*
147200******************************************************************
147300* 9600-CLOSE-RUN-LOG - WRITE THE END-OF-JOB SUMMARY RECORD       *
147400* (HIGHEST SEVERITY RAISED THIS SESSION) AND CLOSE THE LOG.      *
147500******************************************************************
147600 9600-CLOSE-RUN-LOG.
147700     IF NOT WS-RLOG-OPEN
147800         GO TO 9600-CLOSE-RUN-LOG-EXIT
147900     END-IF.
148000     ACCEPT WS-Log-Time FROM TIME.
148100     MOVE 'S' TO DL-RLOG-TYPE.
148200     MOVE 'EAP9999' TO DL-RLOG-MSG-ID.
148300     MOVE WS-Highest-Severity TO DL-RLOG-SEVERITY.
148400     MOVE 'EVANAPRV' TO DL-RLOG-PROGRAM.
148500     MOVE WS-Sys-Date TO DL-RLOG-DATE.
148600     MOVE WS-Log-Time-HHMMSS TO DL-RLOG-TIME.
148700     MOVE 'HIGHEST SEVERITY THIS SESSION' TO DL-RLOG-TEXT.
148800     WRITE DL-RLOG-RECORD.
148900     CLOSE RLOG-FILE.
149000     MOVE 'N' TO WS-RLOG-OPEN-SW.
149100 9600-CLOSE-RUN-LOG-EXIT.
149200     EXIT.
