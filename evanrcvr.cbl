000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVANRCVR.
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
001300* 2026-10-15 EC    ORIGINAL - CLASSIFICATION KSDS RECOVERY.     *
001400*                  RESTORES THE BACKUP TAKEN AT THE LAST 'B'    *
001500*                  MARKER ON THE KSDS CHANGE JOURNAL (DLKJRN)   *
001600*                  AND REPLAYS THE CHANGES JOURNALED AFTER IT,  *
001700*                  EITHER FORWARD TO A CHOSEN BUSINESS DATE AND *
001800*                  RUN NUMBER (ROLLFWD) OR ALL OF THEM LESS ONE *
001900*                  NAMED RUN'S OWN CHANGES (BACKOUT).  EACH     *
002000*                  CHANGE IS CHECKED AGAINST ITS BEFORE IMAGE   *
002100*                  AND EVERY DISAGREEMENT IS LISTED.  THE       *
002200*                  RECOVERY REPORT FOOTS THE JOURNAL AGAINST    *
002300*                  THE REBUILT RECORD COUNT: RC 0 CLEAN, RC 4   *
002400*                  MISMATCHES LISTED, RC 8 REFUSED OR NOT       *
002500*                  FOOTING, RC 12 RESTORE FAILED PART-WAY.      *
002600*                  NEEDS A SUPERVISOR OPERATOR ID.              *
002700*                                                               *
002800*                  SYSIN CARD:                                  *
002900*                    COLS  1-8   ROLLFWD OR BACKOUT             *
003000*                    COLS 10-17  BUSINESS DATE (YYYYMMDD)       *
003100*                    COLS 19-23  RUN NUMBER (ROLLFWD: 00000 =   *
003200*                                EVERY RUN OF THE DATE)         *
003300*                    COLS 25-32  SUPERVISOR OPERATOR ID         *
003400*                                                               *
003500* 2026-10-15 EC    TEST THE KSDS STATUS AFTER EVERY JOURNAL     *
003600*                  REPLAY WRITE, REWRITE AND DELETE.  A FAILED  *
003700*                  ONE LEAVES THE KSDS PART-BUILT, SO IT IS     *
003800*                  LOGGED (ERC0017) AND ENDS RC 12 LIKE A       *
003900*                  FAILED RESTORE.                              *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT JRNL-FILE ASSIGN TO JRNLFILE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-JRNL-STATUS.
004700     SELECT BKUP-FILE ASSIGN TO BKUPFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-BKUP-STATUS.
005000     SELECT OPSC-FILE ASSIGN TO OPSCFILE
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-OPSC-STATUS.
005300     SELECT PRT-FILE ASSIGN TO PRTFILE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-PRT-STATUS.
005600     SELECT RLOG-FILE ASSIGN TO RLOGFILE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-RLOG-STATUS.
005900     SELECT VSAM-FILE ASSIGN TO VSAMOUT
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS DL-VSAM-COUNT
006300         FILE STATUS IS WS-VSAM-STATUS.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  JRNL-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY DLKJRN.
007000*
007100 FD  BKUP-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY DLVSAM REPLACING LEADING ==DL-VSAM== BY ==DL-BKUP==.
007400*
007500 FD  OPSC-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY DLOPSC.
007800*
007900 FD  PRT-FILE
008000     LABEL RECORDS ARE OMITTED.
008100 01  PRT-RECORD                  PIC X(133).
008200*
008300 FD  RLOG-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY DLRLOG.
008600*
008700 FD  VSAM-FILE.
008800     COPY DLVSAM.
008900*
009000 WORKING-STORAGE SECTION.
009100 01  WS-SWITCHES.
009200     05  WS-JRNL-EOF-SW          PIC X(01) VALUE 'N'.
009300         88  WS-JRNL-EOF             VALUE 'Y'.
009400     05  WS-BKUP-EOF-SW          PIC X(01) VALUE 'N'.
009500         88  WS-BKUP-EOF             VALUE 'Y'.
009600     05  WS-VSAM-EOF-SW          PIC X(01) VALUE 'N'.
009700         88  WS-VSAM-EOF             VALUE 'Y'.
009800     05  WS-OPSC-EOF-SW          PIC X(01) VALUE 'N'.
009900         88  WS-OPSC-EOF             VALUE 'Y'.
010000     05  WS-OP-FOUND-SW          PIC X(01) VALUE 'N'.
010100         88  WS-OP-FOUND             VALUE 'Y'.
010200     05  WS-MARK-FOUND-SW        PIC X(01) VALUE 'N'.
010300         88  WS-MARK-FOUND           VALUE 'Y'.
010400     05  WS-PAST-TARGET-SW       PIC X(01) VALUE 'N'.
010500         88  WS-PAST-TARGET          VALUE 'Y'.
010600*
010700 01  WS-FILE-STATUSES.
010800     05  WS-JRNL-STATUS          PIC X(02) VALUE SPACES.
010900     05  WS-BKUP-STATUS          PIC X(02) VALUE SPACES.
011000     05  WS-OPSC-STATUS          PIC X(02) VALUE SPACES.
011100     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
011200     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
011300     05  WS-VSAM-STATUS          PIC X(02) VALUE SPACES.
011400*
011500 01  WS-RCVR-CARD.
011600     05  RCVR-FUNCTION           PIC X(08).
011700         88  RCVR-ROLL-FORWARD       VALUE 'ROLLFWD'.
011800         88  RCVR-BACK-OUT           VALUE 'BACKOUT'.
011900     05  FILLER                  PIC X(01).
012000     05  RCVR-DATE               PIC X(08).
012100     05  RCVR-DATE-N REDEFINES RCVR-DATE
012200                                 PIC 9(08).
012300     05  FILLER                  PIC X(01).
012400     05  RCVR-RUN                PIC X(05).
012500     05  RCVR-RUN-N REDEFINES RCVR-RUN
012600                                 PIC 9(05).
012700     05  FILLER                  PIC X(01).
012800     05  RCVR-OPERATOR           PIC X(08).
012900     05  FILLER                  PIC X(48).
013000*
013100 01  WS-TARGET-WORK.
013200*    THE TARGET IS COMPARED WITH THE JOURNAL'S RUN KEY
013300*    (DL-KJRN-RUN-KEY, DATE THEN RUN NUMBER).  A ROLL-FORWARD
013400*    TO RUN 00000 TAKES EVERY RUN OF THE DATE, SO THE TARGET
013500*    RUN BECOMES 99999.
013600     05  WS-TARGET-KEY.
013700         10  WS-Target-Date          PIC 9(08) VALUE ZERO.
013800         10  WS-Target-Run           PIC 9(05) VALUE ZERO.
013900     05  WS-Operator-Id          PIC X(08) VALUE SPACES.
014000     05  WS-Op-Authority         PIC X(01) VALUE SPACE.
014100     05  WS-Op-Rec-Status        PIC X(01) VALUE SPACE.
014200*
014300 01  WS-MARKER-WORK.
014400*    THE LAST 'B' MARKER ON THE JOURNAL: WHERE IT SITS, THE RUN
014500*    IT FOLLOWS AND THE RECORDS ITS BACKUP HOLDS.
014600     05  WS-Mark-Recno           PIC 9(09) COMP VALUE ZERO.
014700     05  WS-MARK-KEY.
014800         10  WS-Mark-Date            PIC 9(08) VALUE ZERO.
014900         10  WS-Mark-Run             PIC 9(05) VALUE ZERO.
015000     05  WS-Mark-Count           PIC 9(09) VALUE ZERO.
015100     05  WS-Jrnl-Recno           PIC 9(09) COMP VALUE ZERO.
015200     05  WS-Run-Changes          PIC 9(09) COMP VALUE ZERO.
015300*
015400 01  WS-COUNTERS.
015500     05  WS-Backup-Read          PIC 9(09) COMP-3 VALUE ZERO.
015600     05  WS-Restored             PIC 9(09) COMP-3 VALUE ZERO.
015700     05  WS-After-Mark           PIC 9(09) COMP-3 VALUE ZERO.
015800     05  WS-Adds-Applied         PIC 9(09) COMP-3 VALUE ZERO.
015900     05  WS-Rewrites-Applied     PIC 9(09) COMP-3 VALUE ZERO.
016000     05  WS-Deletes-Applied      PIC 9(09) COMP-3 VALUE ZERO.
016100     05  WS-Backed-Out           PIC 9(09) COMP-3 VALUE ZERO.
016200     05  WS-Beyond-Target        PIC 9(09) COMP-3 VALUE ZERO.
016300     05  WS-Mismatches           PIC 9(09) COMP-3 VALUE ZERO.
016400     05  WS-Adjustment           PIC S9(09) COMP-3 VALUE ZERO.
016500     05  WS-Expected             PIC S9(10) COMP-3 VALUE ZERO.
016600     05  WS-Rebuilt              PIC 9(09) COMP-3 VALUE ZERO.
016700     05  WS-Journal-Foot         PIC S9(10) COMP-3 VALUE ZERO.
016800*
016900 01  WS-RUN-LOG-WORK.
017000*    ONE MESSAGE AT A TIME IS STAGED HERE FOR 9500-WRITE-RUN-
017100*    LOG; 9600-CLOSE-RUN-LOG WRITES THE END-OF-JOB SUMMARY
017200*    RECORD CARRYING THE HIGHEST SEVERITY RAISED.
017300     05  WS-RLOG-OPEN-SW         PIC X(01) VALUE 'N'.
017400         88  WS-RLOG-OPEN            VALUE 'Y'.
017500     05  WS-Log-Msg-Id           PIC X(08) VALUE SPACES.
017600     05  WS-Log-Severity         PIC 9(02) VALUE ZERO.
017700     05  WS-Log-Text             PIC X(70) VALUE SPACES.
017800     05  WS-Highest-Severity     PIC 9(02) VALUE ZERO.
017900     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
018000     05  WS-Log-Time             PIC 9(08) VALUE ZERO.
018100     05  WS-LOG-TIME-PARTS REDEFINES WS-Log-Time.
018200         10  WS-Log-Time-HHMMSS      PIC 9(06).
018300         10  FILLER                  PIC 9(02).
018400*
018500 01  HDG-LINE-1.
018600     05  FILLER                  PIC X(01) VALUE SPACE.
018700     05  FILLER                  PIC X(30)
018800         VALUE 'KSDS RECOVERY'.
018900     05  HDG-Function            PIC X(08).
019000     05  FILLER                  PIC X(09) VALUE '  TARGET '.
019100     05  HDG-Target-Date         PIC 9(08).
019200     05  FILLER                  PIC X(01) VALUE '/'.
019300     05  HDG-Target-Run          PIC 9(05).
019400     05  FILLER                  PIC X(11) VALUE '  OPERATOR '.
019500     05  HDG-Operator            PIC X(08).
019600     05  FILLER                  PIC X(52) VALUE SPACES.
019700*
019800 01  HDG-LINE-2.
019900     05  FILLER                  PIC X(01) VALUE SPACE.
020000     05  FILLER                  PIC X(30)
020100         VALUE 'RESTORED FROM BACKUP AFTER RUN'.
020200     05  FILLER                  PIC X(01) VALUE SPACE.
020300     05  HDG-Mark-Date           PIC 9(08).
020400     05  FILLER                  PIC X(01) VALUE '/'.
020500     05  HDG-Mark-Run            PIC 9(05).
020600     05  FILLER                  PIC X(12) VALUE '  TAKEN ON  '.
020700     05  HDG-Mark-Stamp          PIC 9(08).
020800     05  FILLER                  PIC X(67) VALUE SPACES.
020900*
021000 01  HDG-LINE-3.
021100     05  FILLER                  PIC X(01) VALUE SPACE.
021200     05  FILLER                  PIC X(60)
021300         VALUE 'COUNT      ACT PROGRAM  RUN            EXCEPTION'.
021400     05  FILLER                  PIC X(72) VALUE SPACES.
021500*
021600 01  EXC-LINE.
021700     05  FILLER                  PIC X(01) VALUE SPACE.
021800     05  EXC-Count               PIC 9(09).
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  EXC-Action              PIC X(01).
022100     05  FILLER                  PIC X(03) VALUE SPACES.
022200     05  EXC-Program             PIC X(08).
022300     05  FILLER                  PIC X(01) VALUE SPACE.
022400     05  EXC-Run-Date            PIC 9(08).
022500     05  FILLER                  PIC X(01) VALUE '/'.
022600     05  EXC-Run-Number          PIC 9(05).
022700     05  FILLER                  PIC X(02) VALUE SPACES.
022800     05  EXC-Reason              PIC X(50).
022900     05  FILLER                  PIC X(42) VALUE SPACES.
023000*
023100 01  FOOT-LINE.
023200     05  FILLER                  PIC X(01) VALUE SPACE.
023300     05  FOOT-Label              PIC X(40).
023400     05  FOOT-Value              PIC -ZZZ,ZZZ,ZZ9.
023500     05  FILLER                  PIC X(80) VALUE SPACES.
023600*
023700 01  MSG-LINE.
023800     05  FILLER                  PIC X(01) VALUE SPACE.
023900     05  MSG-Text                PIC X(80).
024000     05  FILLER                  PIC X(52) VALUE SPACES.
024100*
024200 PROCEDURE DIVISION.
024300*
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
024600     PERFORM 1300-FIND-LAST-BACKUP
024700         THRU 1300-FIND-LAST-BACKUP-EXIT.
024800     PERFORM 1400-CHECK-TARGET THRU 1400-CHECK-TARGET-EXIT.
024900     PERFORM 1500-CHECK-BACKUP THRU 1500-CHECK-BACKUP-EXIT.
025000     PERFORM 1600-RESTORE-BACKUP
025100         THRU 1600-RESTORE-BACKUP-EXIT.
025200     PERFORM 2000-APPLY-JOURNAL THRU 2000-APPLY-JOURNAL-EXIT.
025300     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
025400     STOP RUN.
025500*
025600******************************************************************
025700* 1000-INITIALIZE - OPEN THE RUN LOG AND LISTING, EDIT THE SYSIN *
025800* CARD AND VERIFY THE OPERATOR.  A RECOVERY EMPTIES AND REBUILDS *
025900* THE KSDS, SO IT NEEDS SUPERVISOR AUTHORITY ON AN ACTIVE ID; A  *
026000* MISSING SECURITY FILE WARNS AND LEAVES IT UNVERIFIED, AS FOR A *
026100* SUSPENSE REPAIR.                                               *
026200******************************************************************
026300 1000-INITIALIZE.
026400     ACCEPT WS-Sys-Date FROM DATE YYYYMMDD.
026500     OPEN EXTEND RLOG-FILE.
026600     IF WS-RLOG-STATUS = '00'
026700         SET WS-RLOG-OPEN TO TRUE
026800     ELSE
026900         DISPLAY 'EVANRCVR - RUN-LOG NOT AVAILABLE, STATUS '
027000             WS-RLOG-STATUS
027100     END-IF.
027200     OPEN OUTPUT PRT-FILE.
027300     IF WS-PRT-STATUS NOT = '00'
027400         DISPLAY 'EVANRCVR - UNABLE TO OPEN PRINT FILE, STATUS '
027500             WS-PRT-STATUS
027600         MOVE 'ERC0016' TO WS-Log-Msg-Id
027700         MOVE 12 TO WS-Log-Severity
027800         MOVE 'PRINT FILE WILL NOT OPEN' TO WS-Log-Text
027900         PERFORM 9500-WRITE-RUN-LOG
028000             THRU 9500-WRITE-RUN-LOG-EXIT
028100         PERFORM 9600-CLOSE-RUN-LOG
028200             THRU 9600-CLOSE-RUN-LOG-EXIT
028300         MOVE 12 TO RETURN-CODE
028400         STOP RUN
028500     END-IF.
028600     MOVE SPACES TO WS-RCVR-CARD.
028700     ACCEPT WS-RCVR-CARD.
028800     PERFORM 1100-EDIT-CARD THRU 1100-EDIT-CARD-EXIT.
028900     MOVE RCVR-FUNCTION TO HDG-Function.
029000     MOVE RCVR-DATE-N TO HDG-Target-Date.
029100     MOVE RCVR-RUN-N TO HDG-Target-Run.
029200     MOVE WS-Operator-Id TO HDG-Operator.
029300     WRITE PRT-RECORD FROM HDG-LINE-1
029400         AFTER ADVANCING PAGE.
029500     PERFORM 1200-VERIFY-OPERATOR
029600         THRU 1200-VERIFY-OPERATOR-EXIT.
029700 1000-INITIALIZE-EXIT.
029800     EXIT.
029900*
030000******************************************************************
030100* 1100-EDIT-CARD - ROLLFWD NEEDS A BUSINESS DATE AND TAKES AN    *
030200* OPTIONAL RUN NUMBER; BACKOUT NEEDS BOTH.  AN OPERATOR ID IS    *
030300* ALWAYS NEEDED.  A BAD CARD ENDS THE JOB RC 8 BEFORE ANY FILE   *
030400* IS TOUCHED.                                                    *
030500******************************************************************
030600 1100-EDIT-CARD.
030700     MOVE RCVR-OPERATOR TO WS-Operator-Id.
030800     IF NOT RCVR-ROLL-FORWARD AND NOT RCVR-BACK-OUT
030900         MOVE 'FUNCTION MUST BE ROLLFWD OR BACKOUT'
031000             TO MSG-Text
031100         GO TO 1100-EDIT-CARD-REJECT
031200     END-IF.
031300     IF RCVR-DATE IS NOT NUMERIC OR RCVR-DATE-N = ZERO
031400         MOVE 'BUSINESS DATE (COLS 10-17) MISSING OR NOT NUMERIC'
031500             TO MSG-Text
031600         GO TO 1100-EDIT-CARD-REJECT
031700     END-IF.
031800     IF RCVR-RUN = SPACES
031900         MOVE ZERO TO RCVR-RUN-N
032000     END-IF.
032100     IF RCVR-RUN IS NOT NUMERIC
032200         MOVE 'RUN NUMBER (COLS 19-23) NOT NUMERIC'
032300             TO MSG-Text
032400         GO TO 1100-EDIT-CARD-REJECT
032500     END-IF.
032600     IF RCVR-BACK-OUT AND RCVR-RUN-N = ZERO
032700         MOVE 'BACKOUT NEEDS THE RUN NUMBER TO BACK OUT'
032800             TO MSG-Text
032900         GO TO 1100-EDIT-CARD-REJECT
033000     END-IF.
033100     IF WS-Operator-Id = SPACES
033200         MOVE 'OPERATOR ID (COLS 25-32) MISSING' TO MSG-Text
033300         GO TO 1100-EDIT-CARD-REJECT
033400     END-IF.
033500     MOVE RCVR-DATE-N TO WS-Target-Date.
033600     MOVE RCVR-RUN-N TO WS-Target-Run.
033700     IF RCVR-ROLL-FORWARD AND WS-Target-Run = ZERO
033800         MOVE 99999 TO WS-Target-Run
033900     END-IF.
034000     GO TO 1100-EDIT-CARD-EXIT.
034100 1100-EDIT-CARD-REJECT.
034200     WRITE PRT-RECORD FROM WS-RCVR-CARD
034300         AFTER ADVANCING PAGE.
034400     WRITE PRT-RECORD FROM MSG-LINE
034500         AFTER ADVANCING 2 LINES.
034600     DISPLAY 'EVANRCVR - ' MSG-Text.
034700     MOVE 'ERC0001' TO WS-Log-Msg-Id.
034800     MOVE 08 TO WS-Log-Severity.
034900     MOVE 'RECOVERY CARD REJECTED - NOTHING RECOVERED'
035000         TO WS-Log-Text.
035100     PERFORM 9900-REFUSE THRU 9900-REFUSE-EXIT.
035200 1100-EDIT-CARD-EXIT.
035300     EXIT.
035400*
035500 1200-VERIFY-OPERATOR.
035600     OPEN INPUT OPSC-FILE.
035700     IF WS-OPSC-STATUS NOT = '00'
035800         DISPLAY 'EVANRCVR - NO OPERATOR SECURITY FILE, '
035900             'STATUS ' WS-OPSC-STATUS ', SIGN-ON UNVERIFIED'
036000         MOVE 'ERC0002' TO WS-Log-Msg-Id
036100         MOVE 04 TO WS-Log-Severity
036200         MOVE 'NO SECURITY FILE - SIGN-ON UNVERIFIED'
036300             TO WS-Log-Text
036400         PERFORM 9500-WRITE-RUN-LOG
036500             THRU 9500-WRITE-RUN-LOG-EXIT
036600         GO TO 1200-VERIFY-OPERATOR-EXIT
036700     END-IF.
036800     PERFORM 1210-READ-OPSC-RECORD
036900         THRU 1210-READ-OPSC-RECORD-EXIT
037000         UNTIL WS-OPSC-EOF OR WS-OP-FOUND.
037100     CLOSE OPSC-FILE.
037200     IF NOT WS-OP-FOUND
037300             OR WS-Op-Rec-Status NOT = 'A'
037400             OR WS-Op-Authority NOT = 'S'
037500         MOVE 'OPERATOR MAY NOT RECOVER THE KSDS - SUPERVISOR '
037600             TO MSG-Text
037700         MOVE 'AUTHORITY NEEDED' TO MSG-Text(48:)
037800         WRITE PRT-RECORD FROM MSG-LINE
037900             AFTER ADVANCING 2 LINES
038000         DISPLAY 'EVANRCVR - OPERATOR ' WS-Operator-Id
038100             ' MAY NOT RECOVER THE KSDS, ENDING RC 8'
038200         MOVE 'ERC0003' TO WS-Log-Msg-Id
038300         MOVE 08 TO WS-Log-Severity
038400         MOVE 'RECOVERY REFUSED - NO SUPERVISOR AUTHORITY'
038500             TO WS-Log-Text
038600         PERFORM 9900-REFUSE THRU 9900-REFUSE-EXIT
038700     END-IF.
038800 1200-VERIFY-OPERATOR-EXIT.
038900     EXIT.
039000*
039100 1210-READ-OPSC-RECORD.
039200     READ OPSC-FILE
039300         AT END
039400             SET WS-OPSC-EOF TO TRUE
039500             GO TO 1210-READ-OPSC-RECORD-EXIT
039600     END-READ.
039700     IF DL-OPSC-OPERATOR = WS-Operator-Id
039800         SET WS-OP-FOUND TO TRUE
039900         MOVE DL-OPSC-AUTHORITY TO WS-Op-Authority
040000         MOVE DL-OPSC-STATUS TO WS-Op-Rec-Status
040100     END-IF.
040200 1210-READ-OPSC-RECORD-EXIT.
040300     EXIT.
040400*
040500******************************************************************
040600* 1300-FIND-LAST-BACKUP - FIRST PASS OF THE JOURNAL: WHERE THE   *
040700* LAST 'B' MARKER SITS, AND (FOR A BACKOUT) HOW MANY CHANGES     *
040800* THE NAMED RUN MADE AFTER IT.  A JOURNAL WITH NO MARKER HAS NO  *
040900* BACKUP TO RESTORE, SO THE JOB ENDS RC 8.                       *
041000******************************************************************
041100 1300-FIND-LAST-BACKUP.
041200     OPEN INPUT JRNL-FILE.
041300     IF WS-JRNL-STATUS NOT = '00'
041400         MOVE 'KSDS JOURNAL NOT AVAILABLE - NOTHING RECOVERED'
041500             TO MSG-Text
041600         MOVE 'ERC0004' TO WS-Log-Msg-Id
041700         GO TO 1300-FIND-LAST-BACKUP-REFUSE
041800     END-IF.
041900     PERFORM 1310-SCAN-JOURNAL THRU 1310-SCAN-JOURNAL-EXIT
042000         UNTIL WS-JRNL-EOF.
042100     CLOSE JRNL-FILE.
042200     IF WS-MARK-FOUND
042300         GO TO 1300-FIND-LAST-BACKUP-EXIT
042400     END-IF.
042500     MOVE 'NO BACKUP MARKER ON THE JOURNAL - NOTHING RECOVERED'
042600         TO MSG-Text.
042700     MOVE 'ERC0005' TO WS-Log-Msg-Id.
042800 1300-FIND-LAST-BACKUP-REFUSE.
042900     WRITE PRT-RECORD FROM MSG-LINE
043000         AFTER ADVANCING 2 LINES.
043100     DISPLAY 'EVANRCVR - ' MSG-Text.
043200     MOVE 08 TO WS-Log-Severity.
043300     MOVE MSG-Text TO WS-Log-Text.
043400     PERFORM 9900-REFUSE THRU 9900-REFUSE-EXIT.
043500 1300-FIND-LAST-BACKUP-EXIT.
043600     EXIT.
043700*
043800 1310-SCAN-JOURNAL.
043900     READ JRNL-FILE
044000         AT END
044100             SET WS-JRNL-EOF TO TRUE
044200             GO TO 1310-SCAN-JOURNAL-EXIT
044300     END-READ.
044400     ADD 1 TO WS-Jrnl-Recno.
044500     IF DL-KJRN-BACKUP
044600         SET WS-MARK-FOUND TO TRUE
044700         MOVE WS-Jrnl-Recno TO WS-Mark-Recno
044800         MOVE DL-KJRN-BUSINESS-DATE TO WS-Mark-Date
044900         MOVE DL-KJRN-RUN-NUMBER TO WS-Mark-Run
045000         MOVE DL-KJRN-COUNT TO WS-Mark-Count
045100         MOVE DL-KJRN-STAMP-DATE TO HDG-Mark-Stamp
045200         MOVE ZERO TO WS-Run-Changes
045300         GO TO 1310-SCAN-JOURNAL-EXIT
045400     END-IF.
045500     IF DL-KJRN-RUN-KEY = WS-TARGET-KEY
045600         ADD 1 TO WS-Run-Changes
045700     END-IF.
045800 1310-SCAN-JOURNAL-EXIT.
045900     EXIT.
046000*
046100******************************************************************
046200* 1400-CHECK-TARGET - ONLY CHANGES AFTER THE LAST BACKUP CAN BE  *
046300* REPLAYED OR LEFT OUT.  A ROLL-FORWARD TARGET EARLIER THAN THE  *
046400* RUN THE BACKUP FOLLOWS, OR A BACKOUT OF A RUN NOT WHOLLY AFTER *
046500* THE BACKUP (OR WITH NO CHANGES SINCE IT), IS REFUSED RC 8.     *
046600******************************************************************
046700 1400-CHECK-TARGET.
046800     MOVE WS-Mark-Date TO HDG-Mark-Date.
046900     MOVE WS-Mark-Run TO HDG-Mark-Run.
047000     WRITE PRT-RECORD FROM HDG-LINE-2
047100         AFTER ADVANCING 1 LINE.
047200     IF RCVR-ROLL-FORWARD
047300         IF WS-TARGET-KEY < WS-MARK-KEY
047400             MOVE 'TARGET IS EARLIER THAN THE LAST BACKUP - '
047500                 TO MSG-Text
047600             MOVE 'NOTHING RECOVERED' TO MSG-Text(42:)
047700             MOVE 'ERC0006' TO WS-Log-Msg-Id
047800             GO TO 1400-CHECK-TARGET-REFUSE
047900         END-IF
048000         GO TO 1400-CHECK-TARGET-EXIT
048100     END-IF.
048200     IF WS-TARGET-KEY NOT > WS-MARK-KEY
048300         MOVE 'RUN IS NOT AFTER THE LAST BACKUP - '
048400             TO MSG-Text
048500         MOVE 'CANNOT BE BACKED OUT' TO MSG-Text(36:)
048600         MOVE 'ERC0007' TO WS-Log-Msg-Id
048700         GO TO 1400-CHECK-TARGET-REFUSE
048800     END-IF.
048900     IF WS-Run-Changes = ZERO
049000         MOVE 'RUN MADE NO KSDS CHANGES SINCE THE LAST BACKUP - '
049100             TO MSG-Text
049200         MOVE 'NOTHING TO BACK OUT' TO MSG-Text(50:)
049300         MOVE 'ERC0008' TO WS-Log-Msg-Id
049400         GO TO 1400-CHECK-TARGET-REFUSE
049500     END-IF.
049600     GO TO 1400-CHECK-TARGET-EXIT.
049700 1400-CHECK-TARGET-REFUSE.
049800     WRITE PRT-RECORD FROM MSG-LINE
049900         AFTER ADVANCING 2 LINES.
050000     DISPLAY 'EVANRCVR - ' MSG-Text.
050100     MOVE 08 TO WS-Log-Severity.
050200     MOVE MSG-Text TO WS-Log-Text.
050300     PERFORM 9900-REFUSE THRU 9900-REFUSE-EXIT.
050400 1400-CHECK-TARGET-EXIT.
050500     EXIT.
050600*
050700******************************************************************
050800* 1500-CHECK-BACKUP - COUNT THE BACKUP BEFORE THE KSDS IS        *
050900* EMPTIED.  IT MUST HOLD EXACTLY THE RECORDS ITS MARKER SAYS -   *
051000* ANY OTHER GENERATION, OR A SHORT ONE, IS REFUSED RC 8 WITH     *
051100* THE KSDS UNTOUCHED.                                            *
051200******************************************************************
051300 1500-CHECK-BACKUP.
051400     OPEN INPUT BKUP-FILE.
051500     IF WS-BKUP-STATUS NOT = '00'
051600         MOVE 'BACKUP FILE NOT AVAILABLE - NOTHING RECOVERED'
051700             TO MSG-Text
051800         MOVE 'ERC0009' TO WS-Log-Msg-Id
051900         GO TO 1500-CHECK-BACKUP-REFUSE
052000     END-IF.
052100     PERFORM 1510-COUNT-BACKUP THRU 1510-COUNT-BACKUP-EXIT
052200         UNTIL WS-BKUP-EOF.
052300     CLOSE BKUP-FILE.
052400     IF WS-Backup-Read = WS-Mark-Count
052500         GO TO 1500-CHECK-BACKUP-EXIT
052600     END-IF.
052700     MOVE 'BACKUP DOES NOT MATCH ITS JOURNAL MARKER - '
052800         TO MSG-Text.
052900     MOVE 'NOTHING RECOVERED' TO MSG-Text(44:).
053000     MOVE 'ERC0010' TO WS-Log-Msg-Id.
053100 1500-CHECK-BACKUP-REFUSE.
053200     WRITE PRT-RECORD FROM MSG-LINE
053300         AFTER ADVANCING 2 LINES.
053400     DISPLAY 'EVANRCVR - ' MSG-Text.
053500     MOVE 08 TO WS-Log-Severity.
053600     MOVE MSG-Text TO WS-Log-Text.
053700     PERFORM 9900-REFUSE THRU 9900-REFUSE-EXIT.
053800 1500-CHECK-BACKUP-EXIT.
053900     EXIT.
054000*
054100 1510-COUNT-BACKUP.
054200     READ BKUP-FILE
054300         AT END
054400             SET WS-BKUP-EOF TO TRUE
054500             GO TO 1510-COUNT-BACKUP-EXIT
054600     END-READ.
054700     ADD 1 TO WS-Backup-Read.
054800 1510-COUNT-BACKUP-EXIT.
054900     EXIT.
055000*
055100******************************************************************
055200* 1600-RESTORE-BACKUP - EMPTY THE KSDS (OPEN OUTPUT), RELOAD THE *
055300* BACKUP IN KEY ORDER, THEN REOPEN THE KSDS I-O FOR THE JOURNAL  *
055400* REPLAY.  A FAILURE FROM HERE ON LEAVES THE KSDS PART-BUILT,    *
055500* SO IT ENDS RC 12: RERUN THE RECOVERY.                          *
055600******************************************************************
055700 1600-RESTORE-BACKUP.
055800     OPEN OUTPUT VSAM-FILE.
055900     IF WS-VSAM-STATUS NOT = '00'
056000         MOVE 'ERC0011' TO WS-Log-Msg-Id
056100         GO TO 1600-RESTORE-BACKUP-FAILED
056200     END-IF.
056300     MOVE 'N' TO WS-BKUP-EOF-SW.
056400     OPEN INPUT BKUP-FILE.
056500     PERFORM 1610-RESTORE-ONE-RECORD
056600         THRU 1610-RESTORE-ONE-RECORD-EXIT
056700         UNTIL WS-BKUP-EOF.
056800     CLOSE BKUP-FILE.
056900     CLOSE VSAM-FILE.
057000     IF WS-Restored NOT = WS-Mark-Count
057100         MOVE 'ERC0012' TO WS-Log-Msg-Id
057200         GO TO 1600-RESTORE-BACKUP-FAILED
057300     END-IF.
057400     OPEN I-O VSAM-FILE.
057500     IF WS-VSAM-STATUS = '00'
057600         GO TO 1600-RESTORE-BACKUP-EXIT
057700     END-IF.
057800     MOVE 'ERC0013' TO WS-Log-Msg-Id.
057900 1600-RESTORE-BACKUP-FAILED.
058000     MOVE 'KSDS RESTORE FAILED, STATUS ' TO MSG-Text.
058100     MOVE WS-VSAM-STATUS TO MSG-Text(29:2).
058200     MOVE ' - KSDS PART-BUILT, RERUN THE RECOVERY'
058300         TO MSG-Text(31:).
058400     WRITE PRT-RECORD FROM MSG-LINE
058500         AFTER ADVANCING 2 LINES.
058600     DISPLAY 'EVANRCVR - ' MSG-Text.
058700     MOVE 12 TO WS-Log-Severity.
058800     MOVE MSG-Text TO WS-Log-Text.
058900     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
059000     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
059100     CLOSE PRT-FILE.
059200     MOVE 12 TO RETURN-CODE.
059300     STOP RUN.
059400 1600-RESTORE-BACKUP-EXIT.
059500     EXIT.
059600*
059700 1610-RESTORE-ONE-RECORD.
059800     READ BKUP-FILE
059900         AT END
060000             SET WS-BKUP-EOF TO TRUE
060100             GO TO 1610-RESTORE-ONE-RECORD-EXIT
060200     END-READ.
060300     WRITE DL-VSAM-RECORD FROM DL-BKUP-RECORD
060400         INVALID KEY
060500             DISPLAY 'EVANRCVR - BACKUP OUT OF KEY ORDER AT '
060600                 'COUNT ' DL-BKUP-COUNT
060700         NOT INVALID KEY
060800             ADD 1 TO WS-Restored
060900     END-WRITE.
061000 1610-RESTORE-ONE-RECORD-EXIT.
061100     EXIT.
061200*
061300******************************************************************
061400* 2000-APPLY-JOURNAL - SECOND PASS OF THE JOURNAL.  EVERY CHANGE *
061500* AFTER THE MARKER IS REPLAYED IN JOURNAL ORDER, EXCEPT THAT A   *
061600* ROLL-FORWARD STOPS AT THE FIRST CHANGE PAST THE TARGET RUN     *
061700* AND A BACKOUT LEAVES OUT THE NAMED RUN'S OWN CHANGES.  A       *
061800* SUSPENSE REPAIR (EVANRPAR) CARRIES THE RUN THAT WAS LAST ON    *
061900* RUN-CONTROL BUT IS NOT PART OF THAT RUN, SO A BACKOUT KEEPS    *
062000* IT.                                                            *
062100******************************************************************
062200 2000-APPLY-JOURNAL.
062300     WRITE PRT-RECORD FROM HDG-LINE-3
062400         AFTER ADVANCING 2 LINES.
062500     MOVE 'N' TO WS-JRNL-EOF-SW.
062600     MOVE ZERO TO WS-Jrnl-Recno.
062700     OPEN INPUT JRNL-FILE.
062800     PERFORM 2100-APPLY-ONE-CHANGE
062900         THRU 2100-APPLY-ONE-CHANGE-EXIT
063000         UNTIL WS-JRNL-EOF.
063100     CLOSE JRNL-FILE.
063200 2000-APPLY-JOURNAL-EXIT.
063300     EXIT.
063400*
063500 2100-APPLY-ONE-CHANGE.
063600     READ JRNL-FILE
063700         AT END
063800             SET WS-JRNL-EOF TO TRUE
063900             GO TO 2100-APPLY-ONE-CHANGE-EXIT
064000     END-READ.
064100     ADD 1 TO WS-Jrnl-Recno.
064200     IF WS-Jrnl-Recno NOT > WS-Mark-Recno
064300         GO TO 2100-APPLY-ONE-CHANGE-EXIT
064400     END-IF.
064500     ADD 1 TO WS-After-Mark.
064600     IF RCVR-ROLL-FORWARD
064700         IF DL-KJRN-RUN-KEY > WS-TARGET-KEY
064800             SET WS-PAST-TARGET TO TRUE
064900         END-IF
065000         IF WS-PAST-TARGET
065100             ADD 1 TO WS-Beyond-Target
065200             GO TO 2100-APPLY-ONE-CHANGE-EXIT
065300         END-IF
065400     END-IF.
065500     IF RCVR-BACK-OUT
065600             AND DL-KJRN-RUN-KEY = WS-TARGET-KEY
065700             AND DL-KJRN-PROGRAM NOT = 'EVANRPAR'
065800         ADD 1 TO WS-Backed-Out
065900         GO TO 2100-APPLY-ONE-CHANGE-EXIT
066000     END-IF.
066100     EVALUATE TRUE
066200         WHEN DL-KJRN-ADDED
066300             PERFORM 2200-APPLY-ADD THRU 2200-APPLY-ADD-EXIT
066400         WHEN DL-KJRN-REWRITTEN
066500             PERFORM 2300-APPLY-REWRITE
066600                 THRU 2300-APPLY-REWRITE-EXIT
066700         WHEN DL-KJRN-DELETED
066800             PERFORM 2400-APPLY-DELETE
066900                 THRU 2400-APPLY-DELETE-EXIT
067000     END-EVALUATE.
067100 2100-APPLY-ONE-CHANGE-EXIT.
067200     EXIT.
067300*
067400******************************************************************
067500* 2200-APPLY-ADD - THE KEY SHOULD NOT BE ON THE REBUILT KSDS.    *
067600* WHEN IT IS, THE AFTER IMAGE STILL WINS (REWRITE) AND THE KEY   *
067700* IS LISTED; THE ADD THEN ADDS NO RECORD, SO THE FOOTING IS      *
067800* ADJUSTED BY ONE.                                               *
067900******************************************************************
068000 2200-APPLY-ADD.
068100     ADD 1 TO WS-Adds-Applied.
068200     MOVE DL-KJRN-AFTER-IMAGE TO DL-VSAM-RECORD.
068300     WRITE DL-VSAM-RECORD
068400         INVALID KEY
068500             MOVE 'ADDED KEY ALREADY ON FILE - REWRITTEN'
068600                 TO EXC-Reason
068700             PERFORM 2900-LIST-MISMATCH
068800                 THRU 2900-LIST-MISMATCH-EXIT
068900             SUBTRACT 1 FROM WS-Adjustment
069000             REWRITE DL-VSAM-RECORD
069100     END-WRITE.
069200     IF WS-VSAM-STATUS NOT = '00'
069300         PERFORM 2950-REPLAY-FAILED THRU 2950-REPLAY-FAILED-EXIT
069400     END-IF.
069500 2200-APPLY-ADD-EXIT.
069600     EXIT.
069700*
069800******************************************************************
069900* 2300-APPLY-REWRITE - THE RECORD ON FILE SHOULD MATCH THE       *
070000* BEFORE IMAGE.  A DIFFERENCE (E.G. A LATER RUN OVER A BACKED-   *
070100* OUT RUN'S KEYS) IS LISTED AND THE AFTER IMAGE APPLIED.  A KEY  *
070200* NOT ON FILE IS WRITTEN, ADDING A RECORD THE FOOTING ALLOWS     *
070300* FOR.                                                           *
070400******************************************************************
070500 2300-APPLY-REWRITE.
070600     ADD 1 TO WS-Rewrites-Applied.
070700     MOVE DL-KJRN-COUNT TO DL-VSAM-COUNT.
070800     READ VSAM-FILE
070900         INVALID KEY
071000             MOVE 'REWRITTEN KEY NOT ON FILE - WRITTEN'
071100                 TO EXC-Reason
071200             PERFORM 2900-LIST-MISMATCH
071300                 THRU 2900-LIST-MISMATCH-EXIT
071400             ADD 1 TO WS-Adjustment
071500             MOVE DL-KJRN-AFTER-IMAGE TO DL-VSAM-RECORD
071600             WRITE DL-VSAM-RECORD
071700             GO TO 2300-APPLY-REWRITE-CHECK
071800     END-READ.
071900     IF DL-VSAM-RECORD NOT = DL-KJRN-BEFORE-IMAGE
072000         MOVE 'RECORD ON FILE DIFFERS FROM BEFORE IMAGE'
072100             TO EXC-Reason
072200         PERFORM 2900-LIST-MISMATCH
072300             THRU 2900-LIST-MISMATCH-EXIT
072400     END-IF.
072500     MOVE DL-KJRN-AFTER-IMAGE TO DL-VSAM-RECORD.
072600     REWRITE DL-VSAM-RECORD.
072700 2300-APPLY-REWRITE-CHECK.
072800     IF WS-VSAM-STATUS NOT = '00'
072900         PERFORM 2950-REPLAY-FAILED THRU 2950-REPLAY-FAILED-EXIT
073000     END-IF.
073100 2300-APPLY-REWRITE-EXIT.
073200     EXIT.
073300*
073400******************************************************************
073500* 2400-APPLY-DELETE - A KEY DROPPED BY A RELOAD.  ONE ALREADY    *
073600* GONE IS LISTED AND THE FOOTING ADJUSTED; ONE THAT DIFFERS      *
073700* FROM ITS BEFORE IMAGE IS LISTED AND DELETED ANYWAY.            *
073800******************************************************************
073900 2400-APPLY-DELETE.
074000     ADD 1 TO WS-Deletes-Applied.
074100     MOVE DL-KJRN-COUNT TO DL-VSAM-COUNT.
074200     READ VSAM-FILE
074300         INVALID KEY
074400             MOVE 'DELETED KEY NOT ON FILE - NOTHING TO DELETE'
074500                 TO EXC-Reason
074600             PERFORM 2900-LIST-MISMATCH
074700                 THRU 2900-LIST-MISMATCH-EXIT
074800             ADD 1 TO WS-Adjustment
074900             GO TO 2400-APPLY-DELETE-EXIT
075000     END-READ.
075100     IF DL-VSAM-RECORD NOT = DL-KJRN-BEFORE-IMAGE
075200         MOVE 'RECORD ON FILE DIFFERS FROM BEFORE IMAGE'
075300             TO EXC-Reason
075400         PERFORM 2900-LIST-MISMATCH
075500             THRU 2900-LIST-MISMATCH-EXIT
075600     END-IF.
075700     DELETE VSAM-FILE RECORD.
075800     IF WS-VSAM-STATUS NOT = '00'
075900         PERFORM 2950-REPLAY-FAILED THRU 2950-REPLAY-FAILED-EXIT
076000     END-IF.
076100 2400-APPLY-DELETE-EXIT.
076200     EXIT.
076300*
076400 2900-LIST-MISMATCH.
076500     ADD 1 TO WS-Mismatches.
076600     MOVE DL-KJRN-COUNT TO EXC-Count.
076700     MOVE DL-KJRN-ACTION TO EXC-Action.
076800     MOVE DL-KJRN-PROGRAM TO EXC-Program.
076900     MOVE DL-KJRN-BUSINESS-DATE TO EXC-Run-Date.
077000     MOVE DL-KJRN-RUN-NUMBER TO EXC-Run-Number.
077100     WRITE PRT-RECORD FROM EXC-LINE
077200         AFTER ADVANCING 1 LINE.
077300 2900-LIST-MISMATCH-EXIT.
077400     EXIT.
077500*
077600******************************************************************
077700* 2950-REPLAY-FAILED - A JOURNAL CHANGE COULD NOT BE APPLIED TO  *
077800* THE KSDS.  LIKE A FAILED RESTORE IT LEAVES THE KSDS            *
077900* PART-BUILT, SO LOG IT AND END RC 12: RERUN THE RECOVERY.       *
078000******************************************************************
078100 2950-REPLAY-FAILED.
078200     MOVE 'ERC0017' TO WS-Log-Msg-Id.
078300     MOVE SPACES TO MSG-Text.
078400     STRING 'REPLAY FAILED, STATUS ' WS-VSAM-STATUS
078500         ' AT COUNT ' DL-KJRN-COUNT
078600         ' - KSDS PART-BUILT, RERUN'
078700         DELIMITED BY SIZE INTO MSG-Text
078800     END-STRING.
078900     WRITE PRT-RECORD FROM MSG-LINE
079000         AFTER ADVANCING 2 LINES.
079100     DISPLAY 'EVANRCVR - ' MSG-Text.
079200     MOVE 12 TO WS-Log-Severity.
079300     MOVE MSG-Text TO WS-Log-Text.
079400     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
079500     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
079600     CLOSE PRT-FILE.
079700     MOVE 12 TO RETURN-CODE.
079800     STOP RUN.
079900 2950-REPLAY-FAILED-EXIT.
080000     EXIT.
080100*
080200******************************************************************
080300* 3000-FINALIZE - COUNT THE REBUILT KSDS AND FOOT IT: BACKUP     *
080400* RESTORED + ADDS - DELETES + MISMATCH ADJUSTMENT MUST EQUAL THE *
080500* RECORDS NOW ON FILE, AND EVERY JOURNAL RECORD AFTER THE        *
080600* MARKER MUST BE APPLIED, BACKED OUT OR PAST THE TARGET.  NOT    *
080700* FOOTING IS RC 8; MISMATCHES LISTED ARE RC 4.                   *
080800******************************************************************
080900 3000-FINALIZE.
081000     CLOSE VSAM-FILE.
081100     OPEN INPUT VSAM-FILE.
081200     PERFORM 3100-COUNT-KSDS THRU 3100-COUNT-KSDS-EXIT
081300         UNTIL WS-VSAM-EOF.
081400     CLOSE VSAM-FILE.
081500     COMPUTE WS-Expected = WS-Restored + WS-Adds-Applied
081600         - WS-Deletes-Applied + WS-Adjustment.
081700     COMPUTE WS-Journal-Foot = WS-After-Mark - WS-Adds-Applied
081800         - WS-Rewrites-Applied - WS-Deletes-Applied
081900         - WS-Backed-Out - WS-Beyond-Target.
082000     IF WS-Mismatches = ZERO
082100         MOVE 'NO MISMATCHES - EVERY BEFORE IMAGE AGREED'
082200             TO MSG-Text
082300         WRITE PRT-RECORD FROM MSG-LINE
082400             AFTER ADVANCING 1 LINE
082500     END-IF.
082600     MOVE 'BACKUP RECORDS RESTORED' TO FOOT-Label.
082700     MOVE WS-Restored TO FOOT-Value.
082800     WRITE PRT-RECORD FROM FOOT-LINE
082900         AFTER ADVANCING 3 LINES.
083000     MOVE 'JOURNAL RECORDS AFTER THE BACKUP' TO FOOT-Label.
083100     MOVE WS-After-Mark TO FOOT-Value.
083200     PERFORM 3200-PRINT-FOOT THRU 3200-PRINT-FOOT-EXIT.
083300     MOVE '  ADDS APPLIED' TO FOOT-Label.
083400     MOVE WS-Adds-Applied TO FOOT-Value.
083500     PERFORM 3200-PRINT-FOOT THRU 3200-PRINT-FOOT-EXIT.
083600     MOVE '  REWRITES APPLIED' TO FOOT-Label.
083700     MOVE WS-Rewrites-Applied TO FOOT-Value.
083800     PERFORM 3200-PRINT-FOOT THRU 3200-PRINT-FOOT-EXIT.
083900     MOVE '  DELETES APPLIED' TO FOOT-Label.
084000     MOVE WS-Deletes-Applied TO FOOT-Value.
084100     PERFORM 3200-PRINT-FOOT THRU 3200-PRINT-FOOT-EXIT.
084200     MOVE '  LEFT OUT - RUN BACKED OUT' TO FOOT-Label.
084300     MOVE WS-Backed-Out TO FOOT-Value.
084400     PERFORM 3200-PRINT-FOOT THRU 3200-PRINT-FOOT-EXIT.
084500     MOVE '  LEFT OUT - PAST THE TARGET RUN' TO FOOT-Label.
084600     MOVE WS-Beyond-Target TO FOOT-Value.
084700     PERFORM 3200-PRINT-FOOT THRU 3200-PRINT-FOOT-EXIT.
084800     MOVE 'MISMATCHES LISTED' TO FOOT-Label.
084900     MOVE WS-Mismatches TO FOOT-Value.
085000     PERFORM 3200-PRINT-FOOT THRU 3200-PRINT-FOOT-EXIT.
085100     MOVE 'MISMATCH ADJUSTMENT' TO FOOT-Label.
085200     MOVE WS-Adjustment TO FOOT-Value.
085300     PERFORM 3200-PRINT-FOOT THRU 3200-PRINT-FOOT-EXIT.
085400     MOVE 'EXPECTED RECORDS (RESTORED+ADDS-DELETES+ADJ)'
085500         TO FOOT-Label.
085600     MOVE WS-Expected TO FOOT-Value.
085700     PERFORM 3200-PRINT-FOOT THRU 3200-PRINT-FOOT-EXIT.
085800     MOVE 'RECORDS ON THE REBUILT KSDS' TO FOOT-Label.
085900     MOVE WS-Rebuilt TO FOOT-Value.
086000     PERFORM 3200-PRINT-FOOT THRU 3200-PRINT-FOOT-EXIT.
086100     IF WS-Expected = WS-Rebuilt AND WS-Journal-Foot = ZERO
086200         MOVE 'RECOVERY FOOTS' TO MSG-Text
086300         MOVE 'ERC0014' TO WS-Log-Msg-Id
086400         MOVE 'KSDS RECOVERED - JOURNAL FOOTS TO THE REBUILT KSDS'
086500             TO WS-Log-Text
086600         IF WS-Mismatches > ZERO
086700             MOVE 04 TO WS-Log-Severity
086800         ELSE
086900             MOVE 00 TO WS-Log-Severity
087000         END-IF
087100     ELSE
087200         MOVE '*** RECOVERY DOES NOT FOOT ***' TO MSG-Text
087300         MOVE 'ERC0015' TO WS-Log-Msg-Id
087400         MOVE 08 TO WS-Log-Severity
087500         MOVE 'KSDS RECOVERY DOES NOT FOOT - CHECK THE LISTING'
087600             TO WS-Log-Text
087700     END-IF.
087800     WRITE PRT-RECORD FROM MSG-LINE
087900         AFTER ADVANCING 2 LINES.
088000     DISPLAY 'EVANRCVR - ' MSG-Text ', ' WS-Rebuilt
088100         ' RECORDS ON THE KSDS'.
088200     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
088300     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
088400     CLOSE PRT-FILE.
088500     MOVE WS-Highest-Severity TO RETURN-CODE.
088600 3000-FINALIZE-EXIT.
088700     EXIT.
088800*
088900 3100-COUNT-KSDS.
089000     READ VSAM-FILE NEXT RECORD
089100         AT END
089200             SET WS-VSAM-EOF TO TRUE
089300             GO TO 3100-COUNT-KSDS-EXIT
089400     END-READ.
089500     ADD 1 TO WS-Rebuilt.
089600 3100-COUNT-KSDS-EXIT.
089700     EXIT.
089800*
089900 3200-PRINT-FOOT.
090000     WRITE PRT-RECORD FROM FOOT-LINE
090100         AFTER ADVANCING 1 LINE.
090200 3200-PRINT-FOOT-EXIT.
090300     EXIT.
090400*
090500******************************************************************
090600* 9500-WRITE-RUN-LOG - ONE STRUCTURED MESSAGE RECORD ON THE     *
090700* COMMON RUN-LOG.  THE CALLER STAGES WS-LOG-MSG-ID, SEVERITY    *
090800* AND TEXT; THE HIGHEST SEVERITY RAISED IS KEPT FOR THE         *
090900* END-OF-JOB SUMMARY RECORD.                                    *
091000******************************************************************
091100 9500-WRITE-RUN-LOG.
091200     IF WS-Log-Severity > WS-Highest-Severity
091300         MOVE WS-Log-Severity TO WS-Highest-Severity
091400     END-IF.
091500     IF NOT WS-RLOG-OPEN
091600         GO TO 9500-WRITE-RUN-LOG-EXIT
091700     END-IF.
091800     ACCEPT WS-Log-Time FROM TIME.
091900     MOVE 'M' TO DL-RLOG-TYPE.
092000     MOVE WS-Log-Msg-Id TO DL-RLOG-MSG-ID.
092100     MOVE WS-Log-Severity TO DL-RLOG-SEVERITY.
092200     MOVE 'EVANRCVR' TO DL-RLOG-PROGRAM.
092300     MOVE WS-Sys-Date TO DL-RLOG-DATE.
092400     MOVE WS-Log-Time-HHMMSS TO DL-RLOG-TIME.
092500     MOVE WS-Log-Text TO DL-RLOG-TEXT.
092600     WRITE DL-RLOG-RECORD.
092700 9500-WRITE-RUN-LOG-EXIT.
092800     EXIT.
092900*
093000******************************************************************
093100* 9600-CLOSE-RUN-LOG - WRITE THE END-OF-JOB SUMMARY RECORD      *
093200* (HIGHEST SEVERITY RAISED THIS RUN) AND CLOSE THE RUN-LOG.     *
093300******************************************************************
093400 9600-CLOSE-RUN-LOG.
093500     IF NOT WS-RLOG-OPEN
093600         GO TO 9600-CLOSE-RUN-LOG-EXIT
093700     END-IF.
093800     ACCEPT WS-Log-Time FROM TIME.
093900     MOVE 'S' TO DL-RLOG-TYPE.
094000     MOVE 'ERC9999' TO DL-RLOG-MSG-ID.
094100     MOVE WS-Highest-Severity TO DL-RLOG-SEVERITY.
094200     MOVE 'EVANRCVR' TO DL-RLOG-PROGRAM.
094300     MOVE WS-Sys-Date TO DL-RLOG-DATE.
094400     MOVE WS-Log-Time-HHMMSS TO DL-RLOG-TIME.
094500     MOVE 'HIGHEST SEVERITY THIS RUN' TO DL-RLOG-TEXT.
094600     WRITE DL-RLOG-RECORD.
094700     CLOSE RLOG-FILE.
094800     MOVE 'N' TO WS-RLOG-OPEN-SW.
094900 9600-CLOSE-RUN-LOG-EXIT.
095000     EXIT.
095100*
095200******************************************************************
095300* 9900-REFUSE - THE RECOVERY IS REFUSED BEFORE THE KSDS IS       *
095400* TOUCHED: LOG THE STAGED MESSAGE, CLOSE UP AND END RC 8.        *
095500******************************************************************
095600 9900-REFUSE.
095700     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
095800     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
095900     CLOSE PRT-FILE.
096000     MOVE 8 TO RETURN-CODE.
096100     STOP RUN.
096200 9900-REFUSE-EXIT.
096300     EXIT.
