001832*                  LONGER WHATEVER WAS TYPED.  A SHOP WITH NO     *
001833*                  SECURITY FILE YET GETS A WARNING AND THE OLD   *
001834*                  BEHAVIOR.                                      *
001835* 2026-10-15 EC    ADD MENU OPTION 8 - MAINTAIN THE RULE-        *
001836*                  PROFILE LIBRARY (DLPROF): SELECT OR CREATE A  *
001837*                  NAMED PROFILE, ADD/CHANGE/DELETE ITS RULES,   *
001838*                  CHANGE ITS DESCRIPTION OR DELETE IT, THEN     *
001839*                  SAVE.  THE SAVE NEEDS UPDATE AUTHORITY AND    *
001840*                  APPENDS THE SAME BEFORE/AFTER DLAUDT RECORDS  *
001841*                  AS A LIVE SAVE, TAGGED WITH THE PROFILE ID,   *
001842*                  PLUS A 'PROFADD' / 'PROFDEL' RECORD PER       *
001843*                  PROFILE CREATED OR REMOVED.                   *
001844* 2026-10-15 EC    EVERY PARAMETER AND PROFILE-LIBRARY CHANGE   *
001845*                  NOW WAITS FOR A SECOND OPERATOR'S APPROVAL.  *
001846*                  OPTION 5 SUBMITS THE EDITED SET EFFECTIVE    *
001847*                  TODAY AND OPTION 7 WITH A FUTURE EFFECTIVE   *
001848*                  DATE, BOTH TO THE PENDING FILE BEHIND AN 'A' *
001849*                  APPROVAL RECORD NAMING THE MAKER; THE DIRECT *
001850*                  WRITE OF THE LIVE PARAMETER FILE IS GONE -   *
001851*                  EVANPROM APPLIES A SET ONLY ONCE IT IS       *
001852*                  APPROVED.  PROFILE OPTION 7 SUBMITS THE      *
001853*                  LIBRARY TO THE PENDING PROFILE FILE          *
001854*                  (PPRFFILE) AND NEW OPTION 9 APPLIES IT, WITH *
001855*                  THE USUAL AUDIT TRAIL, ONLY WHEN APPROVED BY *
001856*                  SOMEONE OTHER THAN ITS MAKER.                *
001857*                  LEAVING THE PROFILE SUB-MENU OR THE PROGRAM  *
001858*                  WITH UNSUBMITTED PROFILE EDITS NOW ASKS      *
001859*                  EXIT WITHOUT SAVING (Y/N); Y DISCARDS THEM.  *
001860******************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002437     SELECT OPSC-FILE ASSIGN TO OPSCFILE
002438         ORGANIZATION IS SEQUENTIAL
002439         FILE STATUS IS WS-OPSC-STATUS.
002440     SELECT PROF-FILE ASSIGN TO PROFFILE
002441         ORGANIZATION IS SEQUENTIAL
002442         FILE STATUS IS WS-PROF-STATUS.
002452     SELECT PPRF-FILE ASSIGN TO PPRFFILE
002462         ORGANIZATION IS SEQUENTIAL
002472         FILE STATUS IS WS-PPRF-STATUS.
002500*
002600 DATA DIVISION.
002700 FILE SECTION.
003051     LABEL RECORDS ARE STANDARD.
003052     COPY DLOPSC.
003100*
003110 FD  PROF-FILE
003120     LABEL RECORDS ARE STANDARD.
003130     COPY DLPROF.
003140*
003150 FD  PPRF-FILE
003160     LABEL RECORDS ARE STANDARD.
003170     COPY DLPROF REPLACING LEADING ==DL-PROF== BY ==DL-PPRF==.
003180*
003200 WORKING-STORAGE SECTION.
003300     COPY DLRULES.
003400*
003700         88  WS-PARM-EOF             VALUE 'Y'.
003800     05  WS-DONE-SW              PIC X(01) VALUE 'N'.
003900         88  WS-DONE                 VALUE 'Y'.
004110     05  WS-PEND-SAVE-SW         PIC X(01) VALUE 'N'.
004120         88  WS-PEND-SAVE-REQUESTED  VALUE 'Y'.
004200*
004411     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
004412     05  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
004413     05  WS-OPSC-STATUS          PIC X(02) VALUE SPACES.
004414     05  WS-PROF-STATUS          PIC X(02) VALUE SPACES.
004424     05  WS-PPRF-STATUS          PIC X(02) VALUE SPACES.
004500*
004600 01  WS-DEFAULTS.
004700     05  WS-DEFAULT-FIZZ         PIC X(08) VALUE 'Fizz'.
006074*
006110 01  WS-AUDIT-WORK.
006120*    THE PARAMETERS AS LOADED AT SIGN-ON ARE KEPT HERE AS THE
006130*    BEFORE-IMAGES; THE 'PENDING' AUDIT RECORD WRITTEN AT SUBMIT
006140*    TIME CARRIES THE LIVE RANGE FROM THEM.
006160     05  WS-Operator-Id          PIC X(08) VALUE SPACES.
006170     05  WS-Audit-Date           PIC 9(08) VALUE ZERO.
006180     05  WS-Audit-Time           PIC 9(08) VALUE ZERO.
006212         10  WS-Orig-Divisor         PIC 9(05).
006213         10  WS-Orig-Label           PIC X(08).
006214*
006215 01  WS-PROFILE-WORK.
006216*    THE RULE-PROFILE LIBRARY IS LOADED INTO WS-PROF-TABLE THE
006217*    FIRST TIME OPTION 8 IS TAKEN, WITH A COPY KEPT IN
006218*    WS-ORIG-PROF-TABLE AS THE BEFORE-IMAGES FOR THE SAVE-TIME
006219*    AUDIT DIFF.  THE SELECTED PROFILE IS EDITED IN WK-PROF AND
006220*    STORED BACK INTO ITS TABLE SLOT AFTER EVERY CHANGE; OG-PROF
006221*    AND NW-PROF HOLD THE OLD AND NEW IMAGES BEING DIFFED.  A
006222*    SUBMIT REFRESHES WS-ORIG-PROF-TABLE, SO ANY DIFFERENCE FROM
006223*    IT AT EXIT IS AN EDIT NOT YET SUBMITTED.
006224     05  WS-PROF-LOADED-SW       PIC X(01) VALUE 'N'.
006225         88  WS-PROF-LOADED          VALUE 'Y'.
006226     05  WS-PROF-DONE-SW         PIC X(01) VALUE 'N'.
006227         88  WS-PROF-DONE            VALUE 'Y'.
006228     05  WS-PROF-EOF-SW          PIC X(01) VALUE 'N'.
006229         88  WS-PROF-EOF             VALUE 'Y'.
006230     05  WS-PROF-FOUND-SW        PIC X(01) VALUE 'N'.
006231         88  WS-PROF-FOUND           VALUE 'Y'.
006232     05  WS-PROF-DUP-SW          PIC X(01) VALUE 'N'.
006233         88  WS-PROF-DUP             VALUE 'Y'.
006234     05  WS-PROF-FULL-SW         PIC X(01) VALUE 'N'.
006235         88  WS-PROF-FULL            VALUE 'Y'.
006236     05  WS-PPRF-EOF-SW          PIC X(01) VALUE 'N'.
006237         88  WS-PPRF-EOF             VALUE 'Y'.
006238     05  WS-PROF-APPLY-SW        PIC X(01) VALUE 'N'.
006239         88  WS-PROF-APPLYING        VALUE 'Y'.
006240     05  WS-PROF-CHANGED-SW      PIC X(01) VALUE 'N'.
006241         88  WS-PROF-CHANGED         VALUE 'Y'.
006242     05  WS-PROF-STAY-SW         PIC X(01) VALUE 'N'.
006243         88  WS-PROF-STAY            VALUE 'Y'.
006244     05  WS-Prof-Confirm         PIC X(01) VALUE SPACE.
006245     05  WS-Prof-Choice          PIC 9(01) VALUE ZERO.
006246     05  WS-Prof-Input-Id        PIC X(08) VALUE SPACES.
006247     05  WS-Prof-Count           PIC 9(03) COMP VALUE ZERO.
006248     05  WS-Orig-Prof-Count      PIC 9(03) COMP VALUE ZERO.
006249     05  WS-Cur-Prof             PIC 9(03) COMP VALUE ZERO.
006250     05  WS-Prof-Sub             PIC 9(03) COMP VALUE ZERO.
006251     05  WS-Orig-Sub             PIC 9(03) COMP VALUE ZERO.
006252     05  WS-Find-Sub             PIC 9(03) COMP VALUE ZERO.
006253     05  WS-Found-Sub            PIC 9(03) COMP VALUE ZERO.
006254     05  WS-Prof-Rule-Sub        PIC 9(02) COMP VALUE ZERO.
006255 01  WS-PROF-TABLE.
006256     05  WS-PROF-ENTRY           OCCURS 100 TIMES.
006257         10  WS-Prof-Entry-Id        PIC X(08).
006258         10  WS-Prof-Entry-Rest      PIC X(172).
006259 01  WS-ORIG-PROF-TABLE.
006260     05  WS-ORIG-PROF-ENTRY      OCCURS 100 TIMES.
006261         10  WS-Orig-Prof-Id         PIC X(08).
006262         10  WS-Orig-Prof-Rest       PIC X(172).
006263     COPY DLPROF REPLACING LEADING ==DL-PROF== BY ==WK-PROF==.
006264     COPY DLPROF REPLACING LEADING ==DL-PROF== BY ==OG-PROF==.
006265     COPY DLPROF REPLACING LEADING ==DL-PROF== BY ==NW-PROF==.
006266*
006267 PROCEDURE DIVISION.
006300*
006400 0000-MAINLINE.
006500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
013520                 PERFORM 2200-REFUSE-NO-AUTHORITY
013530                     THRU 2200-REFUSE-NO-AUTHORITY-EXIT
013540             ELSE
013550                 ACCEPT WS-Pend-Eff-Date FROM DATE YYYYMMDD
013560                 SET WS-PEND-SAVE-REQUESTED TO TRUE
013700                 SET WS-DONE TO TRUE
013710             END-IF
013800         WHEN 6
013920                 PERFORM 6500-GET-EFFECTIVE-DATE
013930                     THRU 6500-GET-EFFECTIVE-DATE-EXIT
013931             END-IF
013932         WHEN 8
013933             PERFORM 8500-MAINTAIN-PROFILES
013934                 THRU 8500-MAINTAIN-PROFILES-EXIT
014000         WHEN OTHER
014100             DISPLAY 'EVANMAINT - INVALID SELECTION, TRY AGAIN'
014200     END-EVALUATE.
014210     IF WS-DONE
014220         PERFORM 8700-CHECK-UNSUBMITTED
014230             THRU 8700-CHECK-UNSUBMITTED-EXIT
014240         IF WS-PROF-STAY
014250             MOVE 'N' TO WS-DONE-SW
014260             MOVE 'N' TO WS-PEND-SAVE-SW
014270         END-IF
014600     END-IF.
014610     IF WS-DONE AND WS-PEND-SAVE-REQUESTED
014620         PERFORM 8000-SAVE-PENDING
015400     DISPLAY '  2. ADD OR CHANGE A DIVISOR RULE'.
015500     DISPLAY '  3. DELETE A DIVISOR RULE'.
015600     DISPLAY '  4. DISPLAY CURRENT PARAMETERS'.
015610     DISPLAY '  5. SUBMIT FOR APPROVAL AND EXIT'.
015800     DISPLAY '  6. EXIT WITHOUT SAVING'.
015810     DISPLAY '  7. SUBMIT WITH A FUTURE EFFECTIVE DATE AND EXIT'.
015820     DISPLAY '  8. MAINTAIN RULE PROFILES'.
015900     DISPLAY 'ENTER SELECTION: ' WITH NO ADVANCING.
016000 2100-DISPLAY-MENU-EXIT.
016100     EXIT.
023029 6500-GET-EFFECTIVE-DATE-EXIT.
023030     EXIT.
023031*
027510 7240-CLEAR-AUDIT-RECORD.
027520     MOVE WS-Audit-Date TO DL-AUDT-DATE.
027530     MOVE WS-Audit-Time-HHMMSS TO DL-AUDT-TIME.
027620     MOVE ZERO TO DL-AUDT-NEW-HIGH.
027630     MOVE ZERO TO DL-AUDT-NEW-DIVISOR.
027640     MOVE SPACES TO DL-AUDT-NEW-LABEL.
027645     MOVE SPACES TO DL-AUDT-PROFILE-ID.
027650 7240-CLEAR-AUDIT-RECORD-EXIT.
027660     EXIT.
027670*
027721*
027722******************************************************************
027723* 8000-SAVE-PENDING - WRITE THE EDITED SET TO THE PENDING        *
027724* PARAMETER FILE FOR APPROVAL: THE 'A' AND 'E' HEADER RECORDS    *
027725* (8300; TODAY'S DATE FOR OPTION 5), THEN THE USUAL              *
027726* 'R' AND 'D' RECORDS, LEAVING THE LIVE FILE UNTOUCHED.  A       *
027727* 'PENDING' AUDIT RECORD MARKS THE SAVE; EVANAPRV RECORDS THE    *
027728* DECISION AND EVANPROM, WHICH APPLIES ONLY AN APPROVED SET,     *
027729* WRITES THE PER-DIFFERENCE TRAIL.  THE SAVE IS REFUSED WHEN     *
027730* THE AUDIT FILE WILL NOT OPEN.                                  *
027731******************************************************************
027732 8000-SAVE-PENDING.
027733     OPEN EXTEND AUDT-FILE.
027757     END-IF.
027758     PERFORM 8200-AUDIT-PENDING-SAVE
027759         THRU 8200-AUDIT-PENDING-SAVE-EXIT.
027761     PERFORM 8300-WRITE-APPROVAL THRU 8300-WRITE-APPROVAL-EXIT.
027764     MOVE SPACES TO DL-PEND-RECORD.
027765     MOVE 'R' TO DL-PEND-TYPE.
027766     MOVE WS-Low-Bound TO DL-PEND-LOW-BOUND.
027772         UNTIL DL-RULE-IDX > DL-RULE-COUNT.
027773     CLOSE PEND-FILE.
027774     DISPLAY 'EVANMAINT - PENDING SET SAVED, EFFECTIVE '
027775         WS-Pend-Eff-Date ', AWAITING APPROVAL'.
027776     MOVE 'EMT0008' TO WS-Log-Msg-Id.
027777     MOVE 00 TO WS-Log-Severity.
027778     MOVE 'SET SAVED - AWAITING APPROVAL' TO WS-Log-Text.
027779     PERFORM 9500-WRITE-RUN-LOG
027780         THRU 9500-WRITE-RUN-LOG-EXIT.
027781 8000-SAVE-PENDING-EXIT.
027794*
027795******************************************************************
027796* 8200-AUDIT-PENDING-SAVE - ONE 'PENDING' AUDIT RECORD MARKING   *
027797* THAT A SET WAS SUBMITTED FOR APPROVAL: THE LIVE RANGE AS THE   *
027798* BEFORE-IMAGE AND THE PENDING RANGE AS THE AFTER-IMAGE.  THE    *
027799* CALLER HAS ALREADY OPENED THE AUDIT FILE.                      *
027800******************************************************************
027815     EXIT.
027816*
027817******************************************************************
027818* 8300-WRITE-APPROVAL - THE TWO RECORDS HEADING A SUBMITTED SET: *
027819* THE 'A' APPROVAL RECORD NAMING THE MAKER AND WHEN IT WAS       *
027820* SAVED (STATUS 'W' UNTIL EVANAPRV RECORDS THE SECOND            *
027821* OPERATOR'S DECISION), THEN THE 'E' EFFECTIVE-DATE RECORD.      *
027822******************************************************************
027823 8300-WRITE-APPROVAL.
027824     MOVE SPACES TO DL-PEND-RECORD.
027825     SET DL-PEND-IS-APPROVAL TO TRUE.
027826     MOVE WS-Operator-Id TO DL-PEND-MAKER.
027827     MOVE WS-Audit-Date TO DL-PEND-MADE-DATE.
027828     MOVE WS-Audit-Time-HHMMSS TO DL-PEND-MADE-TIME.
027829     SET DL-PEND-AWAITING TO TRUE.
027830     MOVE ZERO TO DL-PEND-DECIDED-DATE.
027831     MOVE ZERO TO DL-PEND-DECIDED-TIME.
027832     WRITE DL-PEND-RECORD.
027833     MOVE SPACES TO DL-PEND-RECORD.
027834     MOVE 'E' TO DL-PEND-TYPE.
027835     MOVE WS-Pend-Eff-Date TO DL-PEND-EFF-DATE.
027836     WRITE DL-PEND-RECORD.
027837 8300-WRITE-APPROVAL-EXIT.
027838     EXIT.
027839*
027840******************************************************************
027841* 8500-MAINTAIN-PROFILES - THE RULE-PROFILE LIBRARY SUB-MENU.    *
027842* THE LIBRARY IS LOADED ON FIRST USE; EDITS STAY IN WORKING      *
027843* STORAGE UNTIL SUBMITTED FOR APPROVAL FROM THE SUB-MENU, WHICH  *
027844* (LIKE APPLYING AN APPROVED LIBRARY) NEEDS UPDATE AUTHORITY.    *
027845******************************************************************
027846 8500-MAINTAIN-PROFILES.
027847     IF NOT WS-PROF-LOADED
027848         PERFORM 8510-LOAD-PROFILES
027849             THRU 8510-LOAD-PROFILES-EXIT
027850     END-IF.
027851     MOVE 'N' TO WS-PROF-DONE-SW.
027852     PERFORM 8520-PROFILE-MENU-LOOP
027853         THRU 8520-PROFILE-MENU-LOOP-EXIT
027854         UNTIL WS-PROF-DONE.
027855 8500-MAINTAIN-PROFILES-EXIT.
027856     EXIT.
027857*
027858 8510-LOAD-PROFILES.
027859     SET WS-PROF-LOADED TO TRUE.
027860     MOVE ZERO TO WS-Prof-Count.
027861     OPEN INPUT PROF-FILE.
027862     IF WS-PROF-STATUS NOT = '00'
027863         DISPLAY 'EVANMAINT - NO RULE-PROFILE LIBRARY YET, '
027864             'STARTING AN EMPTY ONE'
027865         GO TO 8510-LOAD-PROFILES-EXIT
027866     END-IF.
027867     PERFORM 8515-READ-PROF-RECORD
027868         THRU 8515-READ-PROF-RECORD-EXIT
027869         UNTIL WS-PROF-EOF.
027870     CLOSE PROF-FILE.
027871     MOVE WS-PROF-TABLE TO WS-ORIG-PROF-TABLE.
027872     MOVE WS-Prof-Count TO WS-Orig-Prof-Count.
027873 8510-LOAD-PROFILES-EXIT.
027874     EXIT.
027875*
027876 8515-READ-PROF-RECORD.
027877     READ PROF-FILE
027878         AT END
027879             SET WS-PROF-EOF TO TRUE
027880             GO TO 8515-READ-PROF-RECORD-EXIT
027881     END-READ.
027882     IF WS-Prof-Count >= 100
027883         DISPLAY 'EVANMAINT - RULE-PROFILE LIBRARY EXCEEDS 100 '
027884             'PROFILES, IT CANNOT BE SAVED FROM HERE'
027885         SET WS-PROF-FULL TO TRUE
027886         SET WS-PROF-EOF TO TRUE
027887         GO TO 8515-READ-PROF-RECORD-EXIT
027888     END-IF.
027889     ADD 1 TO WS-Prof-Count.
027890     MOVE DL-PROF-RECORD TO WS-PROF-ENTRY(WS-Prof-Count).
027891 8515-READ-PROF-RECORD-EXIT.
027892     EXIT.
027893*
027894 8520-PROFILE-MENU-LOOP.
027895     DISPLAY ' '.
027896     DISPLAY 'EVANMAINT - RULE PROFILE MAINTENANCE'.
027897     IF WS-Cur-Prof NOT = ZERO
027898         DISPLAY '  SELECTED PROFILE: ' WK-PROF-ID
027899     END-IF.
027900     DISPLAY '  1. SELECT OR CREATE A PROFILE'.
027901     DISPLAY '  2. ADD OR CHANGE A PROFILE RULE'.
027902     DISPLAY '  3. DELETE A PROFILE RULE'.
027903     DISPLAY '  4. CHANGE THE PROFILE DESCRIPTION'.
027904     DISPLAY '  5. DISPLAY THE SELECTED PROFILE'.
027905     DISPLAY '  6. DELETE THE SELECTED PROFILE'.
027906     DISPLAY '  7. SUBMIT THE LIBRARY FOR APPROVAL AND RETURN'.
027907     DISPLAY '  8. RETURN TO THE MAIN MENU'.
027908     DISPLAY '  9. APPLY THE APPROVED LIBRARY AND RETURN'.
027909     DISPLAY 'ENTER SELECTION: ' WITH NO ADVANCING.
027910     ACCEPT WS-Prof-Choice.
027911     IF WS-Prof-Choice >= 2 AND WS-Prof-Choice <= 6
027912             AND WS-Cur-Prof = ZERO
027913         DISPLAY 'EVANMAINT - SELECT A PROFILE FIRST'
027914         GO TO 8520-PROFILE-MENU-LOOP-EXIT
027915     END-IF.
027916     EVALUATE WS-Prof-Choice
027917         WHEN 1
027918             PERFORM 8530-SELECT-PROFILE
027919                 THRU 8530-SELECT-PROFILE-EXIT
027920         WHEN 2
027921             PERFORM 8540-ADD-CHANGE-PROF-RULE
027922                 THRU 8540-ADD-CHANGE-PROF-RULE-EXIT
027923         WHEN 3
027924             PERFORM 8545-DELETE-PROF-RULE
027925                 THRU 8545-DELETE-PROF-RULE-EXIT
027926         WHEN 4
027927             DISPLAY 'ENTER DESCRIPTION (UP TO 30 CHARS): '
027928                 WITH NO ADVANCING
027929             ACCEPT WK-PROF-DESC
027930             PERFORM 8580-STORE-PROFILE
027931                 THRU 8580-STORE-PROFILE-EXIT
027932         WHEN 5
027933             PERFORM 8550-DISPLAY-PROFILE
027934                 THRU 8550-DISPLAY-PROFILE-EXIT
027935         WHEN 6
027936             PERFORM 8560-DELETE-PROFILE
027937                 THRU 8560-DELETE-PROFILE-EXIT
027938         WHEN 7
027939             IF NOT WS-OP-MAY-UPDATE
027940                 PERFORM 2200-REFUSE-NO-AUTHORITY
027941                     THRU 2200-REFUSE-NO-AUTHORITY-EXIT
027942             ELSE
027943                 PERFORM 8590-SUBMIT-PROFILES
027944                     THRU 8590-SUBMIT-PROFILES-EXIT
027945             END-IF
027946         WHEN 8
027947             PERFORM 8700-CHECK-UNSUBMITTED
027948                 THRU 8700-CHECK-UNSUBMITTED-EXIT
027949             IF NOT WS-PROF-STAY
027950                 SET WS-PROF-DONE TO TRUE
027951             END-IF
027952         WHEN 9
027953             IF NOT WS-OP-MAY-UPDATE
027954                 PERFORM 2200-REFUSE-NO-AUTHORITY
027955                     THRU 2200-REFUSE-NO-AUTHORITY-EXIT
027956             ELSE
027957                 PERFORM 8600-APPLY-PROFILES
027958                     THRU 8600-APPLY-PROFILES-EXIT
027959             END-IF
027960         WHEN OTHER
027961             DISPLAY 'EVANMAINT - INVALID SELECTION, TRY AGAIN'
027962     END-EVALUATE.
027963 8520-PROFILE-MENU-LOOP-EXIT.
027964     EXIT.
027965*
027966******************************************************************
027967* 8530-SELECT-PROFILE - SELECT A PROFILE ON THE LIBRARY, OR      *
027968* CREATE IT WITH NO RULES WHEN IT IS NOT THERE.  A BLANK ID, OR  *
027969* ONE BEGINNING WITH AN ASTERISK (RESERVED FOR '*PARM', THE LIVE *
027970* PARAMETER RULES), IS REFUSED.                                  *
027971******************************************************************
027972 8530-SELECT-PROFILE.
027973     DISPLAY 'ENTER PROFILE ID: ' WITH NO ADVANCING.
027974     ACCEPT WS-Prof-Input-Id.
027975     IF WS-Prof-Input-Id = SPACES OR WS-Prof-Input-Id(1:1) = '*'
027976         DISPLAY 'EVANMAINT - PROFILE ID MUST NOT BE BLANK OR '
027977             'BEGIN WITH AN ASTERISK'
027978         GO TO 8530-SELECT-PROFILE-EXIT
027979     END-IF.
027980     PERFORM 8535-FIND-PROFILE THRU 8535-FIND-PROFILE-EXIT.
027981     IF WS-PROF-FOUND
027982         MOVE WS-Found-Sub TO WS-Cur-Prof
027983         MOVE WS-PROF-ENTRY(WS-Cur-Prof) TO WK-PROF-RECORD
027984         DISPLAY 'EVANMAINT - PROFILE ' WK-PROF-ID ' SELECTED'
027985         GO TO 8530-SELECT-PROFILE-EXIT
027986     END-IF.
027987     IF WS-Prof-Count >= 100
027988         DISPLAY 'EVANMAINT - PROFILE LIBRARY IS FULL'
027989         GO TO 8530-SELECT-PROFILE-EXIT
027990     END-IF.
027991     ADD 1 TO WS-Prof-Count.
027992     MOVE WS-Prof-Count TO WS-Cur-Prof.
027993     MOVE SPACES TO WK-PROF-RECORD.
027994     MOVE WS-Prof-Input-Id TO WK-PROF-ID.
027995     MOVE ZERO TO WK-PROF-RULE-COUNT.
027996     PERFORM 8538-CLEAR-PROF-RULE
027997         THRU 8538-CLEAR-PROF-RULE-EXIT
027998         VARYING WS-Prof-Rule-Sub FROM 1 BY 1
027999         UNTIL WS-Prof-Rule-Sub > 10.
028000     DISPLAY 'ENTER DESCRIPTION (UP TO 30 CHARS): '
028001         WITH NO ADVANCING.
028002     ACCEPT WK-PROF-DESC.
028003     PERFORM 8580-STORE-PROFILE THRU 8580-STORE-PROFILE-EXIT.
028004     DISPLAY 'EVANMAINT - PROFILE ' WK-PROF-ID
028005         ' CREATED, ADD ITS RULES'.
028006 8530-SELECT-PROFILE-EXIT.
028007     EXIT.
028008*
028009 8535-FIND-PROFILE.
028010     MOVE 'N' TO WS-PROF-FOUND-SW.
028011     PERFORM 8536-MATCH-PROFILE
028012         THRU 8536-MATCH-PROFILE-EXIT
028013         VARYING WS-Find-Sub FROM 1 BY 1
028014         UNTIL WS-Find-Sub > WS-Prof-Count
028015            OR WS-PROF-FOUND.
028016 8535-FIND-PROFILE-EXIT.
028017     EXIT.
028018*
028019 8536-MATCH-PROFILE.
028020     IF WS-Prof-Entry-Id(WS-Find-Sub) = WS-Prof-Input-Id
028021         SET WS-PROF-FOUND TO TRUE
028022         MOVE WS-Find-Sub TO WS-Found-Sub
028023     END-IF.
028024 8536-MATCH-PROFILE-EXIT.
028025     EXIT.
028026*
028027 8538-CLEAR-PROF-RULE.
028028     MOVE ZERO TO WK-PROF-DIVISOR(WS-Prof-Rule-Sub).
028029     MOVE SPACES TO WK-PROF-LABEL(WS-Prof-Rule-Sub).
028030 8538-CLEAR-PROF-RULE-EXIT.
028031     EXIT.
028032*
028033******************************************************************
028034* 8540-ADD-CHANGE-PROF-RULE - THE SAME EDITS AS 4000 FOR THE     *
028035* LIVE TABLE, PLUS THE DUPLICATE-DIVISOR AND BLANK-LABEL CHECKS  *
028036* EVANEDIT APPLIES TO A PROFILE A QUEUED REQUEST NAMES.          *
028037******************************************************************
028038 8540-ADD-CHANGE-PROF-RULE.
028039     DISPLAY 'ENTER RULE NUMBER (1-10): ' WITH NO ADVANCING.
028040     ACCEPT WS-Rule-Seq.
028041     IF WS-Rule-Seq = ZERO OR WS-Rule-Seq > 10
028042         DISPLAY 'EVANMAINT - RULE NUMBER MUST BE 1-10'
028043         GO TO 8540-ADD-CHANGE-PROF-RULE-EXIT
028044     END-IF.
028045     COMPUTE WS-Next-Rule-Seq = WK-PROF-RULE-COUNT + 1.
028046     IF WS-Rule-Seq > WS-Next-Rule-Seq
028047         DISPLAY 'EVANMAINT - RULE NUMBERS MUST BE '
028048             'ASSIGNED CONTIGUOUSLY, NEXT AVAILABLE IS '
028049             WS-Next-Rule-Seq
028050         GO TO 8540-ADD-CHANGE-PROF-RULE-EXIT
028051     END-IF.
028052     DISPLAY 'ENTER DIVISOR: ' WITH NO ADVANCING.
028053     ACCEPT WS-Rule-Divisor.
028054     IF WS-Rule-Divisor = ZERO
028055         DISPLAY 'EVANMAINT - DIVISOR MUST BE NONZERO'
028056         GO TO 8540-ADD-CHANGE-PROF-RULE-EXIT
028057     END-IF.
028058     MOVE 'N' TO WS-PROF-DUP-SW.
028059     PERFORM 8542-CHECK-PROF-DIVISOR
028060         THRU 8542-CHECK-PROF-DIVISOR-EXIT
028061         VARYING WS-Prof-Rule-Sub FROM 1 BY 1
028062         UNTIL WS-Prof-Rule-Sub > WK-PROF-RULE-COUNT
028063            OR WS-PROF-DUP.
028064     IF WS-PROF-DUP
028065         DISPLAY 'EVANMAINT - DIVISOR IS ALREADY USED BY '
028066             'ANOTHER RULE IN THIS PROFILE'
028067         GO TO 8540-ADD-CHANGE-PROF-RULE-EXIT
028068     END-IF.
028069     DISPLAY 'ENTER LABEL (UP TO 8 CHARS): ' WITH NO ADVANCING.
028070     ACCEPT WS-Rule-Label.
028071     IF WS-Rule-Label = SPACES
028072         DISPLAY 'EVANMAINT - LABEL MUST NOT BE BLANK'
028073         GO TO 8540-ADD-CHANGE-PROF-RULE-EXIT
028074     END-IF.
028075     MOVE WS-Rule-Divisor TO WK-PROF-DIVISOR(WS-Rule-Seq).
028076     MOVE WS-Rule-Label TO WK-PROF-LABEL(WS-Rule-Seq).
028077     IF WS-Rule-Seq > WK-PROF-RULE-COUNT
028078         MOVE WS-Rule-Seq TO WK-PROF-RULE-COUNT
028079     END-IF.
028080     PERFORM 8580-STORE-PROFILE THRU 8580-STORE-PROFILE-EXIT.
028081 8540-ADD-CHANGE-PROF-RULE-EXIT.
028082     EXIT.
028083*
028084 8542-CHECK-PROF-DIVISOR.
028085     IF WS-Prof-Rule-Sub NOT = WS-Rule-Seq
028086             AND WK-PROF-DIVISOR(WS-Prof-Rule-Sub)
028087                 = WS-Rule-Divisor
028088         SET WS-PROF-DUP TO TRUE
028089     END-IF.
028090 8542-CHECK-PROF-DIVISOR-EXIT.
028091     EXIT.
028092*
028093 8545-DELETE-PROF-RULE.
028094     DISPLAY 'ENTER RULE NUMBER TO DELETE: ' WITH NO ADVANCING.
028095     ACCEPT WS-Rule-Seq.
028096     IF WS-Rule-Seq = ZERO OR WS-Rule-Seq > WK-PROF-RULE-COUNT
028097         DISPLAY 'EVANMAINT - NO SUCH RULE NUMBER'
028098         GO TO 8545-DELETE-PROF-RULE-EXIT
028099     END-IF.
028100     PERFORM 8546-SHIFT-PROF-RULES-DOWN
028101         THRU 8546-SHIFT-PROF-RULES-DOWN-EXIT
028102         VARYING WS-Prof-Rule-Sub FROM WS-Rule-Seq BY 1
028103         UNTIL WS-Prof-Rule-Sub >= WK-PROF-RULE-COUNT.
028104     MOVE WK-PROF-RULE-COUNT TO WS-Prof-Rule-Sub.
028105     PERFORM 8538-CLEAR-PROF-RULE
028106         THRU 8538-CLEAR-PROF-RULE-EXIT.
028107     SUBTRACT 1 FROM WK-PROF-RULE-COUNT.
028108     PERFORM 8580-STORE-PROFILE THRU 8580-STORE-PROFILE-EXIT.
028109 8545-DELETE-PROF-RULE-EXIT.
028110     EXIT.
028111*
028112 8546-SHIFT-PROF-RULES-DOWN.
028113     MOVE WK-PROF-DIVISOR(WS-Prof-Rule-Sub + 1)
028114         TO WK-PROF-DIVISOR(WS-Prof-Rule-Sub).
028115     MOVE WK-PROF-LABEL(WS-Prof-Rule-Sub + 1)
028116         TO WK-PROF-LABEL(WS-Prof-Rule-Sub).
028117 8546-SHIFT-PROF-RULES-DOWN-EXIT.
028118     EXIT.
028119*
028120 8550-DISPLAY-PROFILE.
028121     DISPLAY 'PROFILE ' WK-PROF-ID ' - ' WK-PROF-DESC.
028122     PERFORM 8552-DISPLAY-PROF-RULE
028123         THRU 8552-DISPLAY-PROF-RULE-EXIT
028124         VARYING WS-Prof-Rule-Sub FROM 1 BY 1
028125         UNTIL WS-Prof-Rule-Sub > WK-PROF-RULE-COUNT.
028126 8550-DISPLAY-PROFILE-EXIT.
028127     EXIT.
028128*
028129 8552-DISPLAY-PROF-RULE.
028130     MOVE WS-Prof-Rule-Sub TO WS-Rule-Seq.
028131     DISPLAY 'RULE ' WS-Rule-Seq ' : DIVISOR '
028132         WK-PROF-DIVISOR(WS-Prof-Rule-Sub) ' LABEL '
028133         WK-PROF-LABEL(WS-Prof-Rule-Sub).
028134 8552-DISPLAY-PROF-RULE-EXIT.
028135     EXIT.
028136*
028137 8560-DELETE-PROFILE.
028138     PERFORM 8562-SHIFT-PROFILES-DOWN
028139         THRU 8562-SHIFT-PROFILES-DOWN-EXIT
028140         VARYING WS-Prof-Sub FROM WS-Cur-Prof BY 1
028141         UNTIL WS-Prof-Sub >= WS-Prof-Count.
028142     SUBTRACT 1 FROM WS-Prof-Count.
028143     MOVE ZERO TO WS-Cur-Prof.
028144     DISPLAY 'EVANMAINT - PROFILE ' WK-PROF-ID ' DELETED'.
028145 8560-DELETE-PROFILE-EXIT.
028146     EXIT.
028147*
028148 8562-SHIFT-PROFILES-DOWN.
028149     MOVE WS-PROF-ENTRY(WS-Prof-Sub + 1)
028150         TO WS-PROF-ENTRY(WS-Prof-Sub).
028151 8562-SHIFT-PROFILES-DOWN-EXIT.
028152     EXIT.
028153*
028154******************************************************************
028155* 8570-SAVE-PROFILES - REWRITE THE PROFILE LIBRARY FROM THE      *
028156* TABLE.  PERFORMED ONLY BY 8600 FOR AN APPROVED LIBRARY; THE    *
028157* OPERATOR'S OWN EDITS GO THROUGH 8590 FOR APPROVAL.  BOTH FILES *
028158* ARE OPENED BEFORE ANY AUDIT RECORD IS WRITTEN, AND A 'PROMOTE' *
028159* RECORD TAGGED '*PROFLIB' HEADS THE TRAIL.  EACH PROFILE REMOVED*
028160* GETS A 'PROFDEL' RECORD AND A 'DELETE' PER RULE IT HAD; EACH   *
028161* PROFILE CREATED GETS A 'PROFADD' AND AN 'ADD' PER RULE; A      *
028162* PROFILE KEPT GETS ONE RECORD PER RULE SLOT ADDED, CHANGED OR   *
028163* DELETED.  A PROFILE LEFT WITH NO RULES, OR A LIBRARY TOO BIG   *
028164* TO HAVE BEEN LOADED WHOLE, REFUSES THE SAVE.                   *
028165******************************************************************
028166 8570-SAVE-PROFILES.
028167     IF WS-PROF-FULL
028168         DISPLAY 'EVANMAINT - PROFILE LIBRARY NOT FULLY LOADED '
028169             '- PROFILES NOT SAVED'
028170         MOVE 'EMT0013' TO WS-Log-Msg-Id
028171         MOVE 08 TO WS-Log-Severity
028172         MOVE 'PROFILE LIBRARY OVER CAPACITY - SAVE REFUSED'
028173             TO WS-Log-Text
028174         PERFORM 9500-WRITE-RUN-LOG
028175             THRU 9500-WRITE-RUN-LOG-EXIT
028176         GO TO 8570-SAVE-PROFILES-EXIT
028177     END-IF.
028178     MOVE 'N' TO WS-PROF-FOUND-SW.
028179     PERFORM 8571-CHECK-RULE-COUNT
028180         THRU 8571-CHECK-RULE-COUNT-EXIT
028181         VARYING WS-Prof-Sub FROM 1 BY 1
028182         UNTIL WS-Prof-Sub > WS-Prof-Count
028183            OR WS-PROF-FOUND.
028184     IF WS-PROF-FOUND
028185         DISPLAY 'EVANMAINT - PROFILE ' NW-PROF-ID
028186             ' HAS NO RULES - PROFILES NOT SAVED'
028187         GO TO 8570-SAVE-PROFILES-EXIT
028188     END-IF.
028189     OPEN EXTEND AUDT-FILE.
028190     IF WS-AUDT-STATUS NOT = '00'
028191         DISPLAY 'EVANMAINT - AUDIT FILE UNAVAILABLE, STATUS '
028192             WS-AUDT-STATUS ' - PROFILES NOT SAVED'
028193         MOVE 'EMT0014' TO WS-Log-Msg-Id
028194         MOVE 08 TO WS-Log-Severity
028195         MOVE 'AUDIT FILE UNAVAILABLE - PROFILE SAVE REFUSED'
028196             TO WS-Log-Text
028197         PERFORM 9500-WRITE-RUN-LOG
028198             THRU 9500-WRITE-RUN-LOG-EXIT
028199         GO TO 8570-SAVE-PROFILES-EXIT
028200     END-IF.
028201     OPEN OUTPUT PROF-FILE.
028202     IF WS-PROF-STATUS NOT = '00'
028203         DISPLAY 'EVANMAINT - UNABLE TO OPEN PROFILE LIBRARY '
028204             'FOR OUTPUT, STATUS ' WS-PROF-STATUS
028205         MOVE 'EMT0015' TO WS-Log-Msg-Id
028206         MOVE 08 TO WS-Log-Severity
028207         MOVE 'PROFILE LIBRARY WILL NOT OPEN FOR SAVE'
028208             TO WS-Log-Text
028209         PERFORM 9500-WRITE-RUN-LOG
028210             THRU 9500-WRITE-RUN-LOG-EXIT
028211         CLOSE AUDT-FILE
028212         GO TO 8570-SAVE-PROFILES-EXIT
028213     END-IF.
028214     ACCEPT WS-Audit-Date FROM DATE YYYYMMDD.
028215     ACCEPT WS-Audit-Time FROM TIME.
028216     MOVE ZERO TO WS-Audit-Count.
028217     IF WS-PROF-APPLYING
028218         PERFORM 7240-CLEAR-AUDIT-RECORD
028219             THRU 7240-CLEAR-AUDIT-RECORD-EXIT
028220         MOVE 'PROMOTE' TO DL-AUDT-ACTION
028221         MOVE '*PROFLIB' TO DL-AUDT-PROFILE-ID
028222         PERFORM 7250-WRITE-AUDIT-RECORD
028223             THRU 7250-WRITE-AUDIT-RECORD-EXIT
028224     END-IF.
028225     PERFORM 8572-AUDIT-DROPPED-PROFILE
028226         THRU 8572-AUDIT-DROPPED-PROFILE-EXIT
028227         VARYING WS-Orig-Sub FROM 1 BY 1
028228         UNTIL WS-Orig-Sub > WS-Orig-Prof-Count.
028229     PERFORM 8574-AUDIT-KEPT-PROFILE
028230         THRU 8574-AUDIT-KEPT-PROFILE-EXIT
028231         VARYING WS-Prof-Sub FROM 1 BY 1
028232         UNTIL WS-Prof-Sub > WS-Prof-Count.
028233     PERFORM 8578-WRITE-PROF-RECORD
028234         THRU 8578-WRITE-PROF-RECORD-EXIT
028235         VARYING WS-Prof-Sub FROM 1 BY 1
028236         UNTIL WS-Prof-Sub > WS-Prof-Count.
028237     CLOSE PROF-FILE.
028238     CLOSE AUDT-FILE.
028239     MOVE WS-PROF-TABLE TO WS-ORIG-PROF-TABLE.
028240     MOVE WS-Prof-Count TO WS-Orig-Prof-Count.
028241     DISPLAY 'EVANMAINT - PROFILE LIBRARY SAVED, '
028242         WS-Audit-Count ' AUDIT RECORDS WRITTEN'.
028243     MOVE 'EMT0016' TO WS-Log-Msg-Id.
028244     MOVE 00 TO WS-Log-Severity.
028245     MOVE 'RULE-PROFILE LIBRARY SAVED' TO WS-Log-Text.
028246     PERFORM 9500-WRITE-RUN-LOG
028247         THRU 9500-WRITE-RUN-LOG-EXIT.
028248     SET WS-PROF-DONE TO TRUE.
028249 8570-SAVE-PROFILES-EXIT.
028250     EXIT.
028251*
028252 8571-CHECK-RULE-COUNT.
028253     MOVE WS-PROF-ENTRY(WS-Prof-Sub) TO NW-PROF-RECORD.
028254     IF NW-PROF-RULE-COUNT = ZERO
028255         SET WS-PROF-FOUND TO TRUE
028256     END-IF.
028257 8571-CHECK-RULE-COUNT-EXIT.
028258     EXIT.
028259*
028260 8572-AUDIT-DROPPED-PROFILE.
028261     MOVE WS-ORIG-PROF-ENTRY(WS-Orig-Sub) TO OG-PROF-RECORD.
028262     MOVE OG-PROF-ID TO WS-Prof-Input-Id.
028263     PERFORM 8535-FIND-PROFILE THRU 8535-FIND-PROFILE-EXIT.
028264     IF WS-PROF-FOUND
028265         GO TO 8572-AUDIT-DROPPED-PROFILE-EXIT
028266     END-IF.
028267     MOVE SPACES TO NW-PROF-RECORD.
028268     MOVE OG-PROF-ID TO NW-PROF-ID.
028269     MOVE ZERO TO NW-PROF-RULE-COUNT.
028270     PERFORM 7240-CLEAR-AUDIT-RECORD
028271         THRU 7240-CLEAR-AUDIT-RECORD-EXIT.
028272     MOVE 'PROFDEL' TO DL-AUDT-ACTION.
028273     MOVE OG-PROF-ID TO DL-AUDT-PROFILE-ID.
028274     PERFORM 7250-WRITE-AUDIT-RECORD
028275         THRU 7250-WRITE-AUDIT-RECORD-EXIT.
028276     PERFORM 8576-AUDIT-PROF-RULE
028277         THRU 8576-AUDIT-PROF-RULE-EXIT
028278         VARYING WS-Audit-Seq FROM 1 BY 1
028279         UNTIL WS-Audit-Seq > 10.
028280 8572-AUDIT-DROPPED-PROFILE-EXIT.
028281     EXIT.
028282*
028283 8574-AUDIT-KEPT-PROFILE.
028284     MOVE WS-PROF-ENTRY(WS-Prof-Sub) TO NW-PROF-RECORD.
028285     MOVE 'N' TO WS-PROF-FOUND-SW.
028286     PERFORM 8575-MATCH-ORIG-PROFILE
028287         THRU 8575-MATCH-ORIG-PROFILE-EXIT
028288         VARYING WS-Find-Sub FROM 1 BY 1
028289         UNTIL WS-Find-Sub > WS-Orig-Prof-Count
028290            OR WS-PROF-FOUND.
028291     IF NOT WS-PROF-FOUND
028292         MOVE SPACES TO OG-PROF-RECORD
028293         MOVE NW-PROF-ID TO OG-PROF-ID
028294         MOVE ZERO TO OG-PROF-RULE-COUNT
028295         PERFORM 7240-CLEAR-AUDIT-RECORD
028296             THRU 7240-CLEAR-AUDIT-RECORD-EXIT
028297         MOVE 'PROFADD' TO DL-AUDT-ACTION
028298         MOVE NW-PROF-ID TO DL-AUDT-PROFILE-ID
028299         PERFORM 7250-WRITE-AUDIT-RECORD
028300             THRU 7250-WRITE-AUDIT-RECORD-EXIT
028301     END-IF.
028302     PERFORM 8576-AUDIT-PROF-RULE
028303         THRU 8576-AUDIT-PROF-RULE-EXIT
028304         VARYING WS-Audit-Seq FROM 1 BY 1
028305         UNTIL WS-Audit-Seq > 10.
028306 8574-AUDIT-KEPT-PROFILE-EXIT.
028307     EXIT.
028308*
028309 8575-MATCH-ORIG-PROFILE.
028310     IF WS-Orig-Prof-Id(WS-Find-Sub) = NW-PROF-ID
028311         SET WS-PROF-FOUND TO TRUE
028312         MOVE WS-ORIG-PROF-ENTRY(WS-Find-Sub) TO OG-PROF-RECORD
028313     END-IF.
028314 8575-MATCH-ORIG-PROFILE-EXIT.
028315     EXIT.
028316*
028317******************************************************************
028318* 8576-AUDIT-PROF-RULE - COMPARE ONE RULE SLOT OF THE OLD AND    *
028319* NEW PROFILE IMAGES AND AUDIT AN ADDED, CHANGED OR DELETED      *
028320* RULE, TAGGING THE RECORD WITH THE PROFILE ID.                  *
028321******************************************************************
028322 8576-AUDIT-PROF-RULE.
028323     IF WS-Audit-Seq > OG-PROF-RULE-COUNT
028324             AND WS-Audit-Seq > NW-PROF-RULE-COUNT
028325         GO TO 8576-AUDIT-PROF-RULE-EXIT
028326     END-IF.
028327     IF WS-Audit-Seq <= OG-PROF-RULE-COUNT
028328             AND WS-Audit-Seq <= NW-PROF-RULE-COUNT
028329             AND OG-PROF-DIVISOR(WS-Audit-Seq)
028330                 = NW-PROF-DIVISOR(WS-Audit-Seq)
028331             AND OG-PROF-LABEL(WS-Audit-Seq)
028332                 = NW-PROF-LABEL(WS-Audit-Seq)
028333         GO TO 8576-AUDIT-PROF-RULE-EXIT
028334     END-IF.
028335     PERFORM 7240-CLEAR-AUDIT-RECORD
028336         THRU 7240-CLEAR-AUDIT-RECORD-EXIT.
028337     MOVE NW-PROF-ID TO DL-AUDT-PROFILE-ID.
028338     MOVE WS-Audit-Seq TO DL-AUDT-RULE-SEQ.
028339     EVALUATE TRUE
028340         WHEN WS-Audit-Seq > OG-PROF-RULE-COUNT
028341             MOVE 'ADD' TO DL-AUDT-ACTION
028342         WHEN WS-Audit-Seq > NW-PROF-RULE-COUNT
028343             MOVE 'DELETE' TO DL-AUDT-ACTION
028344         WHEN OTHER
028345             MOVE 'CHANGE' TO DL-AUDT-ACTION
028346     END-EVALUATE.
028347     IF WS-Audit-Seq <= OG-PROF-RULE-COUNT
028348         MOVE OG-PROF-DIVISOR(WS-Audit-Seq)
028349             TO DL-AUDT-OLD-DIVISOR
028350         MOVE OG-PROF-LABEL(WS-Audit-Seq)
028351             TO DL-AUDT-OLD-LABEL
028352     END-IF.
028353     IF WS-Audit-Seq <= NW-PROF-RULE-COUNT
028354         MOVE NW-PROF-DIVISOR(WS-Audit-Seq)
028355             TO DL-AUDT-NEW-DIVISOR
028356         MOVE NW-PROF-LABEL(WS-Audit-Seq)
028357             TO DL-AUDT-NEW-LABEL
028358     END-IF.
028359     PERFORM 7250-WRITE-AUDIT-RECORD
028360         THRU 7250-WRITE-AUDIT-RECORD-EXIT.
028361 8576-AUDIT-PROF-RULE-EXIT.
028362     EXIT.
028363*
028364 8578-WRITE-PROF-RECORD.
028365     MOVE WS-PROF-ENTRY(WS-Prof-Sub) TO DL-PROF-RECORD.
028366     WRITE DL-PROF-RECORD.
028367 8578-WRITE-PROF-RECORD-EXIT.
028368     EXIT.
028369*
028370 8580-STORE-PROFILE.
028371     MOVE WK-PROF-RECORD TO WS-PROF-ENTRY(WS-Cur-Prof).
028372 8580-STORE-PROFILE-EXIT.
028373     EXIT.
028374*
028375******************************************************************
028376* 8590-SUBMIT-PROFILES - HOLD THE EDITED LIBRARY FOR APPROVAL.   *
028377* THE WHOLE TABLE IS WRITTEN TO THE PENDING PROFILE FILE BEHIND  *
028378* AN '*APPROVL' HEADER CARRYING THE MAKER, SO A SECOND OPERATOR  *
028379* CAN REVIEW AND APPROVE IT (EVANAPRV) BEFORE 8600 APPLIES IT.   *
028380* THE SAME CAPACITY AND NO-RULES CHECKS AS THE LIVE SAVE APPLY,  *
028381* AND A 'PENDING' AUDIT RECORD TAGGED '*PROFLIB' MARKS THE       *
028382* SUBMISSION.  THE LIVE LIBRARY IS NOT TOUCHED; THE SUBMITTED   *
028383* TABLE BECOMES THE IMAGE 8700 CHECKS FOR UNSUBMITTED EDITS.    *
028384******************************************************************
028385 8590-SUBMIT-PROFILES.
028386     IF WS-PROF-FULL
028387         DISPLAY 'EVANMAINT - PROFILE LIBRARY NOT FULLY LOADED '
028388             '- PROFILES NOT SUBMITTED'
028389         MOVE 'EMT0013' TO WS-Log-Msg-Id
028390         MOVE 08 TO WS-Log-Severity
028391         MOVE 'PROFILE LIBRARY OVER CAPACITY - SAVE REFUSED'
028392             TO WS-Log-Text
028393         PERFORM 9500-WRITE-RUN-LOG
028394             THRU 9500-WRITE-RUN-LOG-EXIT
028395         GO TO 8590-SUBMIT-PROFILES-EXIT
028396     END-IF.
028397     MOVE 'N' TO WS-PROF-FOUND-SW.
028398     PERFORM 8571-CHECK-RULE-COUNT
028399         THRU 8571-CHECK-RULE-COUNT-EXIT
028400         VARYING WS-Prof-Sub FROM 1 BY 1
028401         UNTIL WS-Prof-Sub > WS-Prof-Count
028402            OR WS-PROF-FOUND.
028403     IF WS-PROF-FOUND
028404         DISPLAY 'EVANMAINT - PROFILE ' NW-PROF-ID
028405             ' HAS NO RULES - PROFILES NOT SUBMITTED'
028406         GO TO 8590-SUBMIT-PROFILES-EXIT
028407     END-IF.
028408     OPEN EXTEND AUDT-FILE.
028409     IF WS-AUDT-STATUS NOT = '00'
028410         DISPLAY 'EVANMAINT - AUDIT FILE UNAVAILABLE, STATUS '
028411             WS-AUDT-STATUS ' - PROFILES NOT SUBMITTED'
028412         MOVE 'EMT0014' TO WS-Log-Msg-Id
028413         MOVE 08 TO WS-Log-Severity
028414         MOVE 'AUDIT FILE UNAVAILABLE - PROFILE SAVE REFUSED'
028415             TO WS-Log-Text
028416         PERFORM 9500-WRITE-RUN-LOG
028417             THRU 9500-WRITE-RUN-LOG-EXIT
028418         GO TO 8590-SUBMIT-PROFILES-EXIT
028419     END-IF.
028420     OPEN OUTPUT PPRF-FILE.
028421     IF WS-PPRF-STATUS NOT = '00'
028422         DISPLAY 'EVANMAINT - UNABLE TO OPEN PENDING PROFILE '
028423             'FILE FOR OUTPUT, STATUS ' WS-PPRF-STATUS
028424         MOVE 'EMT0017' TO WS-Log-Msg-Id
028425         MOVE 08 TO WS-Log-Severity
028426         MOVE 'PENDING PROFILE FILE WILL NOT OPEN FOR SUBMIT'
028427             TO WS-Log-Text
028428         PERFORM 9500-WRITE-RUN-LOG
028429             THRU 9500-WRITE-RUN-LOG-EXIT
028430         CLOSE AUDT-FILE
028431         GO TO 8590-SUBMIT-PROFILES-EXIT
028432     END-IF.
028433     ACCEPT WS-Audit-Date FROM DATE YYYYMMDD.
028434     ACCEPT WS-Audit-Time FROM TIME.
028435     PERFORM 7240-CLEAR-AUDIT-RECORD
028436         THRU 7240-CLEAR-AUDIT-RECORD-EXIT.
028437     MOVE 'PENDING' TO DL-AUDT-ACTION.
028438     MOVE '*PROFLIB' TO DL-AUDT-PROFILE-ID.
028439     PERFORM 7250-WRITE-AUDIT-RECORD
028440         THRU 7250-WRITE-AUDIT-RECORD-EXIT.
028441     CLOSE AUDT-FILE.
028442     MOVE SPACES TO DL-PPRF-RECORD.
028443     SET DL-PPRF-IS-APPROVAL TO TRUE.
028444     MOVE WS-Operator-Id TO DL-PPRF-MAKER.
028445     MOVE WS-Audit-Date TO DL-PPRF-MADE-DATE.
028446     MOVE WS-Audit-Time-HHMMSS TO DL-PPRF-MADE-TIME.
028447     SET DL-PPRF-AWAITING TO TRUE.
028448     MOVE ZERO TO DL-PPRF-DECIDED-DATE.
028449     MOVE ZERO TO DL-PPRF-DECIDED-TIME.
028450     WRITE DL-PPRF-RECORD.
028451     PERFORM 8592-WRITE-PPRF-RECORD
028452         THRU 8592-WRITE-PPRF-RECORD-EXIT
028453         VARYING WS-Prof-Sub FROM 1 BY 1
028454         UNTIL WS-Prof-Sub > WS-Prof-Count.
028455     CLOSE PPRF-FILE.
028456     DISPLAY 'EVANMAINT - PROFILE LIBRARY SUBMITTED, AWAITING '
028457         'APPROVAL BY ANOTHER OPERATOR'.
028458     MOVE 'EMT0018' TO WS-Log-Msg-Id.
028459     MOVE 00 TO WS-Log-Severity.
028460     MOVE 'PROFILE LIBRARY SUBMITTED - AWAITING APPROVAL'
028461         TO WS-Log-Text.
028462     PERFORM 9500-WRITE-RUN-LOG
028463         THRU 9500-WRITE-RUN-LOG-EXIT.
028464     MOVE WS-PROF-TABLE TO WS-ORIG-PROF-TABLE.
028465     MOVE WS-Prof-Count TO WS-Orig-Prof-Count.
028466     SET WS-PROF-DONE TO TRUE.
028467 8590-SUBMIT-PROFILES-EXIT.
028468     EXIT.
028469*
028470 8592-WRITE-PPRF-RECORD.
028471     MOVE WS-PROF-ENTRY(WS-Prof-Sub) TO DL-PPRF-RECORD.
028472     WRITE DL-PPRF-RECORD.
028473 8592-WRITE-PPRF-RECORD-EXIT.
028474     EXIT.
028475*
028476******************************************************************
028477* 8600-APPLY-PROFILES - COPY AN APPROVED LIBRARY TO THE LIVE     *
028478* FILE.  ONLY A LIBRARY WHOSE HEADER SAYS APPROVED, BY AN        *
028479* OPERATOR OTHER THAN ITS MAKER, IS APPLIED; ANYTHING ELSE IS    *
028480* REFUSED ON THE RUN LOG.  THE LIVE LIBRARY IS RELOADED AS THE   *
028481* BEFORE-IMAGES AND THE PENDING IMAGE BECOMES THE TABLE, SO      *
028482* 8570 WRITES THE USUAL PER-DIFFERENCE TRAIL BEHIND A 'PROMOTE'  *
028483* RECORD.  ANY UNSUBMITTED EDITS IN THIS SESSION ARE REPLACED.   *
028484* THE PENDING FILE IS EMPTIED ONCE THE LIVE SAVE HAS HAPPENED.   *
028485******************************************************************
028486 8600-APPLY-PROFILES.
028487     OPEN INPUT PPRF-FILE.
028488     IF WS-PPRF-STATUS NOT = '00'
028489         GO TO 8600-NOTHING-PENDING
028490     END-IF.
028491     READ PPRF-FILE
028492         AT END
028493             CLOSE PPRF-FILE
028494             GO TO 8600-NOTHING-PENDING
028495     END-READ.
028496     IF NOT DL-PPRF-IS-APPROVAL
028497         CLOSE PPRF-FILE
028498         GO TO 8600-NOTHING-PENDING
028499     END-IF.
028500     IF NOT DL-PPRF-APPROVED
028501         CLOSE PPRF-FILE
028502         DISPLAY 'EVANMAINT - PROFILE LIBRARY SUBMITTED BY '
028503             DL-PPRF-MAKER ' IS NOT APPROVED - NOT APPLIED'
028504         MOVE 'EMT0020' TO WS-Log-Msg-Id
028505         MOVE 08 TO WS-Log-Severity
028506         MOVE 'PROFILE LIBRARY NOT APPROVED - APPLY REFUSED'
028507             TO WS-Log-Text
028508         PERFORM 9500-WRITE-RUN-LOG
028509             THRU 9500-WRITE-RUN-LOG-EXIT
028510         GO TO 8600-APPLY-PROFILES-EXIT
028511     END-IF.
028512     IF DL-PPRF-APPROVER = SPACES
028513             OR DL-PPRF-APPROVER = DL-PPRF-MAKER
028514         CLOSE PPRF-FILE
028515         DISPLAY 'EVANMAINT - PROFILE LIBRARY WAS NOT APPROVED '
028516             'BY ANOTHER OPERATOR - NOT APPLIED'
028517         MOVE 'EMT0021' TO WS-Log-Msg-Id
028518         MOVE 08 TO WS-Log-Severity
028519         MOVE 'PROFILE LIBRARY SELF-APPROVED - APPLY REFUSED'
028520             TO WS-Log-Text
028521         PERFORM 9500-WRITE-RUN-LOG
028522             THRU 9500-WRITE-RUN-LOG-EXIT
028523         GO TO 8600-APPLY-PROFILES-EXIT
028524     END-IF.
028525     MOVE 'N' TO WS-PROF-EOF-SW.
028526     MOVE 'N' TO WS-PROF-FULL-SW.
028527     MOVE ZERO TO WS-Orig-Prof-Count.
028528     PERFORM 8510-LOAD-PROFILES
028529         THRU 8510-LOAD-PROFILES-EXIT.
028530     MOVE ZERO TO WS-Prof-Count.
028531     MOVE ZERO TO WS-Cur-Prof.
028532     MOVE 'N' TO WS-PPRF-EOF-SW.
028533     PERFORM 8610-READ-PPRF-RECORD
028534         THRU 8610-READ-PPRF-RECORD-EXIT
028535         UNTIL WS-PPRF-EOF.
028536     CLOSE PPRF-FILE.
028537     SET WS-PROF-APPLYING TO TRUE.
028538     MOVE 'N' TO WS-PROF-DONE-SW.
028539     PERFORM 8570-SAVE-PROFILES
028540         THRU 8570-SAVE-PROFILES-EXIT.
028541     MOVE 'N' TO WS-PROF-APPLY-SW.
028542     IF NOT WS-PROF-DONE
028543         GO TO 8600-APPLY-PROFILES-EXIT
028544     END-IF.
028545     OPEN OUTPUT PPRF-FILE.
028546     IF WS-PPRF-STATUS = '00'
028547         CLOSE PPRF-FILE
028548     END-IF.
028549     DISPLAY 'EVANMAINT - APPROVED PROFILE LIBRARY APPLIED'.
028550     MOVE 'EMT0022' TO WS-Log-Msg-Id.
028551     MOVE 00 TO WS-Log-Severity.
028552     MOVE 'APPROVED PROFILE LIBRARY APPLIED' TO WS-Log-Text.
028553     PERFORM 9500-WRITE-RUN-LOG
028554         THRU 9500-WRITE-RUN-LOG-EXIT.
028555     GO TO 8600-APPLY-PROFILES-EXIT.
028556 8600-NOTHING-PENDING.
028557     DISPLAY 'EVANMAINT - NO PROFILE LIBRARY CHANGE IS PENDING'.
028558     MOVE 'EMT0019' TO WS-Log-Msg-Id.
028559     MOVE 04 TO WS-Log-Severity.
028560     MOVE 'NO PENDING PROFILE LIBRARY - NOTHING APPLIED'
028561         TO WS-Log-Text.
028562     PERFORM 9500-WRITE-RUN-LOG
028563         THRU 9500-WRITE-RUN-LOG-EXIT.
028564 8600-APPLY-PROFILES-EXIT.
028565     EXIT.
028566*
028567 8610-READ-PPRF-RECORD.
028568     READ PPRF-FILE
028569         AT END
028570             SET WS-PPRF-EOF TO TRUE
028571             GO TO 8610-READ-PPRF-RECORD-EXIT
028572     END-READ.
028573     IF WS-Prof-Count >= 100
028574         SET WS-PROF-FULL TO TRUE
028575         SET WS-PPRF-EOF TO TRUE
028576         GO TO 8610-READ-PPRF-RECORD-EXIT
028577     END-IF.
028578     ADD 1 TO WS-Prof-Count.
028579     MOVE DL-PPRF-RECORD TO WS-PROF-ENTRY(WS-Prof-Count).
028580 8610-READ-PPRF-RECORD-EXIT.
028581     EXIT.
028582*
028583******************************************************************
028584* 8700-CHECK-UNSUBMITTED - BEFORE LEAVING THE PROFILE SUB-MENU   *
028585* OR THE PROGRAM, COMPARE THE IN-CORE LIBRARY WITH THE LIVE ONE  *
028586* (OR THE ONE LAST SUBMITTED).  WHEN THEY DIFFER THE OPERATOR    *
028587* MUST CONFIRM LEAVING WITHOUT SAVING, WHICH DISCARDS THE EDITS; *
028588* ANY OTHER ANSWER SETS WS-PROF-STAY FOR THE CALLER.             *
028589******************************************************************
028590 8700-CHECK-UNSUBMITTED.
028591     MOVE 'N' TO WS-PROF-STAY-SW.
028592     MOVE 'N' TO WS-PROF-CHANGED-SW.
028593     IF NOT WS-PROF-LOADED
028594         GO TO 8700-CHECK-UNSUBMITTED-EXIT
028595     END-IF.
028596     IF WS-Prof-Count NOT = WS-Orig-Prof-Count
028597         SET WS-PROF-CHANGED TO TRUE
028598     ELSE
028599         PERFORM 8710-COMPARE-PROFILE
028600             THRU 8710-COMPARE-PROFILE-EXIT
028601             VARYING WS-Find-Sub FROM 1 BY 1
028602             UNTIL WS-Find-Sub > WS-Prof-Count
028603                OR WS-PROF-CHANGED
028604     END-IF.
028605     IF NOT WS-PROF-CHANGED
028606         GO TO 8700-CHECK-UNSUBMITTED-EXIT
028607     END-IF.
028608     DISPLAY 'EVANMAINT - RULE-PROFILE CHANGES HAVE NOT BEEN '
028609         'SUBMITTED'.
028610     DISPLAY 'EXIT WITHOUT SAVING (Y/N)? ' WITH NO ADVANCING.
028611     ACCEPT WS-Prof-Confirm.
028612     IF WS-Prof-Confirm NOT = 'Y'
028613         SET WS-PROF-STAY TO TRUE
028614         GO TO 8700-CHECK-UNSUBMITTED-EXIT
028615     END-IF.
028616     MOVE WS-ORIG-PROF-TABLE TO WS-PROF-TABLE.
028617     MOVE WS-Orig-Prof-Count TO WS-Prof-Count.
028618     MOVE ZERO TO WS-Cur-Prof.
028619     DISPLAY 'EVANMAINT - RULE-PROFILE CHANGES DISCARDED'.
028620 8700-CHECK-UNSUBMITTED-EXIT.
028621     EXIT.
028622*
028623 8710-COMPARE-PROFILE.
028624     IF WS-PROF-ENTRY(WS-Find-Sub)
028625             NOT = WS-ORIG-PROF-ENTRY(WS-Find-Sub)
028626         SET WS-PROF-CHANGED TO TRUE
028627     END-IF.
028628 8710-COMPARE-PROFILE-EXIT.
028629     EXIT.
028630*
028631******************************************************************
028632* 9500-WRITE-RUN-LOG - ONE STRUCTURED MESSAGE RECORD ON THE     *
028633* COMMON RUN-LOG.  THE CALLER STAGES WS-LOG-MSG-ID, SEVERITY    *
028634* AND TEXT; THE HIGHEST SEVERITY RAISED IS KEPT FOR THE         *
028635* END-OF-JOB SUMMARY RECORD.                                    *
028636******************************************************************
028637 9500-WRITE-RUN-LOG.
028638     IF WS-Log-Severity > WS-Highest-Severity
028639         MOVE WS-Log-Severity TO WS-Highest-Severity
028640     END-IF.
028641     IF NOT WS-RLOG-OPEN
028642         GO TO 9500-WRITE-RUN-LOG-EXIT
028643     END-IF.
028644     ACCEPT WS-Audit-Date FROM DATE YYYYMMDD.
028645     ACCEPT WS-Audit-Time FROM TIME.
028646     MOVE 'M' TO DL-RLOG-TYPE.
028647     MOVE WS-Log-Msg-Id TO DL-RLOG-MSG-ID.
028648     MOVE WS-Log-Severity TO DL-RLOG-SEVERITY.
028649     MOVE 'EVANMANT' TO DL-RLOG-PROGRAM.
028650     MOVE WS-Audit-Date TO DL-RLOG-DATE.
028651     MOVE WS-Audit-Time-HHMMSS TO DL-RLOG-TIME.
028652     MOVE WS-Log-Text TO DL-RLOG-TEXT.
028653     WRITE DL-RLOG-RECORD.
028654 9500-WRITE-RUN-LOG-EXIT.
028655     EXIT.
028656*
028657******************************************************************
028658* 9600-CLOSE-RUN-LOG - WRITE THE END-OF-JOB SUMMARY RECORD      *
028659* (HIGHEST SEVERITY RAISED THIS SESSION) AND CLOSE THE LOG.     *
028660******************************************************************
028661 9600-CLOSE-RUN-LOG.
028662     IF NOT WS-RLOG-OPEN
028663         GO TO 9600-CLOSE-RUN-LOG-EXIT
028664     END-IF.
028665     ACCEPT WS-Audit-Date FROM DATE YYYYMMDD.
028666     ACCEPT WS-Audit-Time FROM TIME.
028667     MOVE 'S' TO DL-RLOG-TYPE.
028668     MOVE 'EMT9999' TO DL-RLOG-MSG-ID.
028669     MOVE WS-Highest-Severity TO DL-RLOG-SEVERITY.
028670     MOVE 'EVANMANT' TO DL-RLOG-PROGRAM.
028671     MOVE WS-Audit-Date TO DL-RLOG-DATE.
028672     MOVE WS-Audit-Time-HHMMSS TO DL-RLOG-TIME.
028673     MOVE 'HIGHEST SEVERITY THIS SESSION' TO DL-RLOG-TEXT.
028674     WRITE DL-RLOG-RECORD.
028675     CLOSE RLOG-FILE.
028676     MOVE 'N' TO WS-RLOG-OPEN-SW.
028677 9600-CLOSE-RUN-LOG-EXIT.
028678     EXIT.
028679*
