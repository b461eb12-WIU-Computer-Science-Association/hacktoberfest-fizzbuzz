000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVANRETN.
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
001300* 2026-10-15 EC    ORIGINAL - RETENTION, ARCHIVE AND PURGE FOR  *
001400*                  THE CONTROL AND LOG FILES THAT ONLY EVER     *
001500*                  GROW: THE RUN LOG (DLRLOG), THE PARAMETER    *
001600*                  AND SECURITY AUDIT TRAILS (DLAUDT, DLSAUD),  *
001700*                  THE SUSPENSE FILE (DLSUSP), THE              *
001800*                  TRANSMISSION-STATUS FILE (DLXSTA) AND THE    *
001900*                  REQUEST QUEUE (DLRQUE).  THE POLICY FILE     *
002000*                  (DLRETN) GIVES EACH FILE A RETENTION PERIOD  *
002100*                  IN BUSINESS DAYS, COUNTED BACK FROM THE      *
002200*                  AS-OF DATE (SYSIN COLS 1-8, DEFAULT TODAY)   *
002300*                  ON THE PROCESSING CALENDAR (DLCALN), AND THE *
002400*                  CONDITION A RECORD MUST MEET TO LEAVE.       *
002500*                  ELIGIBLE RECORDS ARE COPIED TO A NEW         *
002600*                  GENERATION OF THE FILE'S ARCHIVE AND THE     *
002700*                  FILE IS REWRITTEN WITHOUT THEM; NOTHING IS   *
002800*                  DROPPED WITHOUT BEING ARCHIVED.  OPEN        *
002900*                  SUSPENSE ITEMS, UNACKNOWLEDGED EXTRACTS AND  *
003000*                  QUEUED REQUESTS ARE NEVER ELIGIBLE.  THE     *
003100*                  PURGE REPORT SHOWS BEFORE, ARCHIVED AND      *
003200*                  AFTER COUNTS PER FILE, WHICH MUST FOOT; A    *
003300*                  FILE THAT DOES NOT FOOT IS NOT REWRITTEN AND *
003400*                  THE JOB ENDS RC 8.                           *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RETN-FILE ASSIGN TO RETNFILE
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-RETN-STATUS.
004200     SELECT CALN-FILE ASSIGN TO CALNFILE
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-CALN-STATUS.
004500     SELECT WORK-FILE ASSIGN TO RETNWORK
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-WORK-STATUS.
004800     SELECT RLOG-FILE ASSIGN TO RLOGFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-RLOG-STATUS.
005100     SELECT RLOG-ARCH-FILE ASSIGN TO RLOGARCH
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RLOG-ARCH-STATUS.
005400     SELECT AUDT-FILE ASSIGN TO AUDTFILE
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-AUDT-STATUS.
005700     SELECT AUDT-ARCH-FILE ASSIGN TO AUDTARCH
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-AUDT-ARCH-STATUS.
006000     SELECT SAUD-FILE ASSIGN TO SAUDFILE
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-SAUD-STATUS.
006300     SELECT SAUD-ARCH-FILE ASSIGN TO SAUDARCH
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-SAUD-ARCH-STATUS.
006600     SELECT SUSP-FILE ASSIGN TO SUSPFILE
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-SUSP-STATUS.
006900     SELECT SUSP-ARCH-FILE ASSIGN TO SUSPARCH
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-SUSP-ARCH-STATUS.
007200     SELECT XSTA-FILE ASSIGN TO XSTAFILE
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-XSTA-STATUS.
007500     SELECT XSTA-ARCH-FILE ASSIGN TO XSTAARCH
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-XSTA-ARCH-STATUS.
007800     SELECT RQUE-FILE ASSIGN TO RQUEFILE
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-RQUE-STATUS.
008100     SELECT RQUE-ARCH-FILE ASSIGN TO RQUEARCH
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-RQUE-ARCH-STATUS.
008400     SELECT PRT-FILE ASSIGN TO PRTFILE
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-PRT-STATUS.
008700*
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  RETN-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY DLRETN.
009300*
009400 FD  CALN-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY DLCALN.
009700*
009800 FD  WORK-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  WORK-RECORD                 PIC X(200).
010100*
010200 FD  RLOG-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY DLRLOG.
010500*
010600 FD  RLOG-ARCH-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  RLOG-ARCH-RECORD            PIC X(103).
010900*
011000 FD  AUDT-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY DLAUDT.
011300*
011400 FD  AUDT-ARCH-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  AUDT-ARCH-RECORD            PIC X(102).
011700*
011800 FD  SAUD-FILE
011900     LABEL RECORDS ARE STANDARD.
012000     COPY DLSAUD.
012100*
012200 FD  SAUD-ARCH-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  SAUD-ARCH-RECORD            PIC X(42).
012500*
012600 FD  SUSP-FILE
012700     LABEL RECORDS ARE STANDARD.
012800     COPY DLSUSP.
012900*
013000 FD  SUSP-ARCH-FILE
013100     LABEL RECORDS ARE STANDARD.
013200 01  SUSP-ARCH-RECORD            PIC X(200).
013300*
013400 FD  XSTA-FILE
013500     LABEL RECORDS ARE STANDARD.
013600     COPY DLXSTA.
013700*
013800 FD  XSTA-ARCH-FILE
013900     LABEL RECORDS ARE STANDARD.
014000 01  XSTA-ARCH-RECORD            PIC X(77).
014100*
014200 FD  RQUE-FILE
014300     LABEL RECORDS ARE STANDARD.
014400     COPY DLRQUE.
014500*
014600 FD  RQUE-ARCH-FILE
014700     LABEL RECORDS ARE STANDARD.
014800 01  RQUE-ARCH-RECORD            PIC X(48).
014900*
015000 FD  PRT-FILE
015100     LABEL RECORDS ARE OMITTED.
015200 01  PRT-RECORD                  PIC X(133).
015300*
015400 WORKING-STORAGE SECTION.
015500 01  WS-SWITCHES.
015600     05  WS-RETN-EOF-SW          PIC X(01) VALUE 'N'.
015700         88  WS-RETN-EOF             VALUE 'Y'.
015800     05  WS-CALN-EOF-SW          PIC X(01) VALUE 'N'.
015900         88  WS-CALN-EOF             VALUE 'Y'.
016000     05  WS-IN-EOF-SW            PIC X(01) VALUE 'N'.
016100         88  WS-IN-EOF               VALUE 'Y'.
016200     05  WS-WORK-EOF-SW          PIC X(01) VALUE 'N'.
016300         88  WS-WORK-EOF             VALUE 'Y'.
016400     05  WS-RUN-STOPPED-SW       PIC X(01) VALUE 'N'.
016500         88  WS-RUN-STOPPED          VALUE 'Y'.
016600     05  WS-FILE-FOUND-SW        PIC X(01) VALUE 'N'.
016700         88  WS-FILE-FOUND           VALUE 'Y'.
016800     05  WS-FILE-GO-SW           PIC X(01) VALUE 'N'.
016900         88  WS-FILE-GO              VALUE 'Y'.
017000     05  WS-PURGE-ALLOWED-SW     PIC X(01) VALUE 'N'.
017100         88  WS-PURGE-ALLOWED        VALUE 'Y'.
017200     05  WS-REWRITE-SW           PIC X(01) VALUE 'N'.
017300         88  WS-REWRITE-NEEDED       VALUE 'Y'.
017400     05  WS-DATE-OK-SW           PIC X(01) VALUE 'N'.
017500         88  WS-DATE-OK              VALUE 'Y'.
017600     05  WS-REC-CLASS-SW         PIC X(01) VALUE SPACE.
017700         88  WS-REC-ELIGIBLE         VALUE 'E'.
017800         88  WS-REC-HELD             VALUE 'H'.
017900     05  WS-DISPOSITION-SW       PIC X(01) VALUE SPACE.
018000         88  WS-ARCHIVE-IT           VALUE 'A'.
018100         88  WS-KEEP-IT              VALUE 'K'.
018200*
018300 01  WS-FILE-STATUSES.
018400     05  WS-RETN-STATUS          PIC X(02) VALUE SPACES.
018500     05  WS-CALN-STATUS          PIC X(02) VALUE SPACES.
018600     05  WS-WORK-STATUS          PIC X(02) VALUE SPACES.
018700     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
018800     05  WS-RLOG-ARCH-STATUS     PIC X(02) VALUE SPACES.
018900     05  WS-AUDT-STATUS          PIC X(02) VALUE SPACES.
019000     05  WS-AUDT-ARCH-STATUS     PIC X(02) VALUE SPACES.
019100     05  WS-SAUD-STATUS          PIC X(02) VALUE SPACES.
019200     05  WS-SAUD-ARCH-STATUS     PIC X(02) VALUE SPACES.
019300     05  WS-SUSP-STATUS          PIC X(02) VALUE SPACES.
019400     05  WS-SUSP-ARCH-STATUS     PIC X(02) VALUE SPACES.
019500     05  WS-XSTA-STATUS          PIC X(02) VALUE SPACES.
019600     05  WS-XSTA-ARCH-STATUS     PIC X(02) VALUE SPACES.
019700     05  WS-RQUE-STATUS          PIC X(02) VALUE SPACES.
019800     05  WS-RQUE-ARCH-STATUS     PIC X(02) VALUE SPACES.
019900     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
020000     05  WS-Open-Status          PIC X(02) VALUE SPACES.
020100*
020200 01  WS-AS-OF-WORK.
020300*    THE AS-OF DATE COMES FROM SYSIN COLS 1-8 (YYYYMMDD); A
020400*    BLANK CARD OR NO CARD TAKES TODAY.
020500     05  WS-Retn-Card            PIC X(80) VALUE SPACES.
020600     05  WS-RETN-CARD-FIELDS REDEFINES WS-Retn-Card.
020700         10  WS-Card-As-Of           PIC X(08).
020800         10  FILLER                  PIC X(72).
020900     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
021000     05  WS-As-Of-Date           PIC 9(08) VALUE ZERO.
021100     05  WS-Chk-Date             PIC 9(08) VALUE ZERO.
021200     05  WS-CHK-DATE-PARTS REDEFINES WS-Chk-Date.
021300         10  WS-Chk-Date-YYYY    PIC 9(04).
021400         10  WS-Chk-Date-MM      PIC 9(02).
021500         10  WS-Chk-Date-DD      PIC 9(02).
021600*
021700 01  WS-FILE-NAME-VALUES.
021800*    THE FILES UNDER RETENTION, IN REPORT ORDER, WITH THE
021900*    CONDITIONS A POLICY CARD MAY NAME FOR EACH AND THE BASE
022000*    NAME OF THE FILE'S ARCHIVE GENERATION DATA GROUP.  THE
022100*    FIRST CONDITION IS ALSO THE RULE A FILE WITH NO CARD IS
022200*    COUNTED UNDER.
022300     05  FILLER.
022400         10  FILLER              PIC X(08) VALUE 'RUNLOG'.
022500         10  FILLER              PIC X(08) VALUE 'ALL'.
022600         10  FILLER              PIC X(08) VALUE SPACES.
022700         10  FILLER              PIC X(36)
022800             VALUE 'PROD.FIZZBUZZ.RUNLOG.ARCHIVE'.
022900     05  FILLER.
023000         10  FILLER              PIC X(08) VALUE 'PARMAUDT'.
023100         10  FILLER              PIC X(08) VALUE 'ALL'.
023200         10  FILLER              PIC X(08) VALUE SPACES.
023300         10  FILLER              PIC X(36)
023400             VALUE 'PROD.FIZZBUZZ.PARMAUDT.ARCHIVE'.
023500     05  FILLER.
023600         10  FILLER              PIC X(08) VALUE 'SECAUDT'.
023700         10  FILLER              PIC X(08) VALUE 'ALL'.
023800         10  FILLER              PIC X(08) VALUE SPACES.
023900         10  FILLER              PIC X(36)
024000             VALUE 'PROD.FIZZBUZZ.SECAUDT.ARCHIVE'.
024100     05  FILLER.
024200         10  FILLER              PIC X(08) VALUE 'SUSPENSE'.
024300         10  FILLER              PIC X(08) VALUE 'RESOLVED'.
024400         10  FILLER              PIC X(08) VALUE SPACES.
024500         10  FILLER              PIC X(36)
024600             VALUE 'PROD.FIZZBUZZ.SUSPENSE.ARCHIVE'.
024700     05  FILLER.
024800         10  FILLER              PIC X(08) VALUE 'XMITSTAT'.
024900         10  FILLER              PIC X(08) VALUE 'ACKED'.
025000         10  FILLER              PIC X(08) VALUE 'NORETRAN'.
025100         10  FILLER              PIC X(36)
025200             VALUE 'PROD.FIZZBUZZ.XMITSTAT.ARCHIVE'.
025300     05  FILLER.
025400         10  FILLER              PIC X(08) VALUE 'REQQUEUE'.
025500         10  FILLER              PIC X(08) VALUE 'FULFILLD'.
025600         10  FILLER              PIC X(08) VALUE SPACES.
025700         10  FILLER              PIC X(36)
025800             VALUE 'PROD.FIZZBUZZ.REQQUEUE.ARCHIVE'.
025900 01  WS-FILE-NAMES REDEFINES WS-FILE-NAME-VALUES.
026000     05  WS-FILE-NAME-ENTRY      OCCURS 6 TIMES.
026100         10  WS-Name-File-Id         PIC X(08).
026200         10  WS-Name-Cond-1          PIC X(08).
026300         10  WS-Name-Cond-2          PIC X(08).
026400         10  WS-Name-Archive         PIC X(36).
026500*
026600 01  WS-RETENTION-TABLE.
026700*    ONE ENTRY PER FILE, IN THE ORDER ABOVE: THE POLICY CARD,
026800*    THE CUTOFF DATE IT WORKS OUT TO AND THE COUNTS.  BEFORE =
026900*    ARCHIVED + HELD + RETAINED, AND AFTER = HELD + RETAINED.
027000     05  WS-RETN-ENTRY           OCCURS 6 TIMES.
027100         10  WS-Rtn-Policy-Sw        PIC X(01).
027200             88  WS-RTN-HAS-POLICY       VALUE 'Y'.
027300         10  WS-Rtn-Days             PIC 9(03).
027400         10  WS-Rtn-Condition        PIC X(08).
027500         10  WS-Rtn-Cutoff-Sw        PIC X(01).
027600             88  WS-RTN-CUTOFF-SET       VALUE 'Y'.
027700         10  WS-Rtn-Cutoff           PIC 9(08).
027800         10  WS-Rtn-Before           PIC 9(09) COMP-3.
027900         10  WS-Rtn-Archived         PIC 9(09) COMP-3.
028000         10  WS-Rtn-Held             PIC 9(09) COMP-3.
028100         10  WS-Rtn-Retained         PIC 9(09) COMP-3.
028200         10  WS-Rtn-After            PIC 9(09) COMP-3.
028300         10  WS-Rtn-Result           PIC X(36).
028400*
028500 01  WS-BUSINESS-DAY-RING.
028600*    THE LAST 1,000 BUSINESS DAYS BEFORE THE AS-OF DATE, KEPT
028700*    AS A RING SO THE WHOLE CALENDAR NEED NOT BE HELD.  A
028800*    RETENTION OF N DAYS CUTS OFF AT THE NTH OF THEM COUNTING
028900*    BACK; ONLY RECORDS DATED BEFORE THAT DAY MAY LEAVE.
029000     05  WS-Bus-Total            PIC 9(05) COMP VALUE ZERO.
029100     05  WS-Ring-Sub             PIC 9(04) COMP VALUE ZERO.
029200     05  WS-Cut-Sub              PIC S9(05) COMP VALUE ZERO.
029300     05  WS-Bus-Date             PIC 9(08) OCCURS 1000 TIMES.
029400*
029500 01  WS-WORK-FIELDS.
029600     05  WS-File-Sub             PIC 9(02) COMP VALUE ZERO.
029700     05  WS-Name-Sub             PIC 9(02) COMP VALUE ZERO.
029800     05  WS-Rec-Date             PIC 9(08) VALUE ZERO.
029900     05  WS-Kept-Count           PIC 9(09) COMP-3 VALUE ZERO.
030000     05  WS-Reject-Reason        PIC X(40) VALUE SPACES.
030100     05  WS-Job-Rc               PIC 9(02) VALUE ZERO.
030200     05  WS-New-Rc               PIC 9(02) VALUE ZERO.
030300*
030400 01  WS-TOTALS.
030500     05  WS-Tot-Before           PIC 9(09) COMP-3 VALUE ZERO.
030600     05  WS-Tot-Archived         PIC 9(09) COMP-3 VALUE ZERO.
030700     05  WS-Tot-Held             PIC 9(09) COMP-3 VALUE ZERO.
030800     05  WS-Tot-Retained         PIC 9(09) COMP-3 VALUE ZERO.
030900     05  WS-Tot-After            PIC 9(09) COMP-3 VALUE ZERO.
031000*
031100 01  HDG-LINE-1.
031200     05  FILLER                  PIC X(01) VALUE SPACE.
031300     05  FILLER                  PIC X(40)
031400         VALUE 'RETENTION, ARCHIVE AND PURGE REPORT'.
031500     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
031600     05  HDG-Run-Date            PIC 9(08).
031700     05  FILLER                  PIC X(08) VALUE '  AS OF '.
031800     05  HDG-As-Of-Date          PIC 9(08).
031900     05  FILLER                  PIC X(59) VALUE SPACES.
032000*
032100 01  HDG-LINE-2.
032200     05  FILLER                  PIC X(01) VALUE SPACE.
032300     05  FILLER                  PIC X(40) VALUE
032400         'A RECORD MOVES TO THE ARCHIVE WHEN IT '.
032500     05  FILLER                  PIC X(40) VALUE
032600         'MEETS ITS FILE''S CONDITION AND IS DATED '.
032700     05  FILLER                  PIC X(52) VALUE
032800         'BEFORE THE CUTOFF BUSINESS DAY'.
032900*
033000 01  HDG-LINE-3.
033100     05  FILLER                  PIC X(01) VALUE SPACE.
033200     05  FILLER                  PIC X(10) VALUE 'FILE'.
033300     05  FILLER                  PIC X(06) VALUE 'DAYS'.
033400     05  FILLER                  PIC X(10) VALUE 'CONDITION'.
033500     05  FILLER                  PIC X(10) VALUE 'CUTOFF'.
033600     05  FILLER                  PIC X(12) VALUE '     BEFORE '.
033700     05  FILLER                  PIC X(12) VALUE '   ARCHIVED '.
033800     05  FILLER                  PIC X(12) VALUE '       HELD '.
033900     05  FILLER                  PIC X(12) VALUE '   RETAINED '.
034000     05  FILLER                  PIC X(12) VALUE '      AFTER '.
034100     05  FILLER                  PIC X(36) VALUE 'RESULT'.
034200*
034300 01  DTL-LINE.
034400     05  FILLER                  PIC X(01) VALUE SPACE.
034500     05  DTL-File-Id             PIC X(08) VALUE SPACES.
034600     05  FILLER                  PIC X(02) VALUE SPACES.
034700     05  DTL-Days                PIC X(03) VALUE SPACES.
034800     05  FILLER                  PIC X(03) VALUE SPACES.
034900     05  DTL-Condition           PIC X(08) VALUE SPACES.
035000     05  FILLER                  PIC X(02) VALUE SPACES.
035100     05  DTL-Cutoff              PIC X(08) VALUE SPACES.
035200     05  FILLER                  PIC X(02) VALUE SPACES.
035300     05  DTL-Before              PIC ZZZ,ZZZ,ZZ9.
035400     05  FILLER                  PIC X(01) VALUE SPACE.
035500     05  DTL-Archived            PIC ZZZ,ZZZ,ZZ9.
035600     05  FILLER                  PIC X(01) VALUE SPACE.
035700     05  DTL-Held                PIC ZZZ,ZZZ,ZZ9.
035800     05  FILLER                  PIC X(01) VALUE SPACE.
035900     05  DTL-Retained            PIC ZZZ,ZZZ,ZZ9.
036000     05  FILLER                  PIC X(01) VALUE SPACE.
036100     05  DTL-After               PIC ZZZ,ZZZ,ZZ9.
036200     05  FILLER                  PIC X(01) VALUE SPACE.
036300     05  DTL-Result              PIC X(36) VALUE SPACES.
036400*
036500 01  TOT-LINE.
036600     05  FILLER                  PIC X(01) VALUE SPACE.
036700     05  FILLER                  PIC X(36) VALUE 'TOTALS'.
036800     05  TOT-Before              PIC ZZZ,ZZZ,ZZ9.
036900     05  FILLER                  PIC X(01) VALUE SPACE.
037000     05  TOT-Archived            PIC ZZZ,ZZZ,ZZ9.
037100     05  FILLER                  PIC X(01) VALUE SPACE.
037200     05  TOT-Held                PIC ZZZ,ZZZ,ZZ9.
037300     05  FILLER                  PIC X(01) VALUE SPACE.
037400     05  TOT-Retained            PIC ZZZ,ZZZ,ZZ9.
037500     05  FILLER                  PIC X(01) VALUE SPACE.
037600     05  TOT-After               PIC ZZZ,ZZZ,ZZ9.
037700     05  FILLER                  PIC X(01) VALUE SPACE.
037800     05  TOT-Result              PIC X(36) VALUE SPACES.
037900*
038000 01  ARC-LINE.
038100     05  FILLER                  PIC X(01) VALUE SPACE.
038200     05  ARC-File-Id             PIC X(08) VALUE SPACES.
038300     05  FILLER                  PIC X(14) VALUE '  ARCHIVED TO '.
038400     05  ARC-Archive             PIC X(36) VALUE SPACES.
038500     05  FILLER                  PIC X(16) VALUE
038600         ' NEW GENERATION'.
038700     05  FILLER                  PIC X(58) VALUE SPACES.
038800*
038900 01  MSG-LINE.
039000     05  FILLER                  PIC X(01) VALUE SPACE.
039100     05  MSG-Text                PIC X(100) VALUE SPACES.
039200     05  FILLER                  PIC X(32) VALUE SPACES.
039300*
039400 PROCEDURE DIVISION.
039500*
039600 0000-MAINLINE.
039700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
039800     PERFORM 2100-PURGE-RUN-LOG THRU 2100-PURGE-RUN-LOG-EXIT.
039900     PERFORM 2200-PURGE-PARM-AUDIT
040000         THRU 2200-PURGE-PARM-AUDIT-EXIT.
040100     PERFORM 2300-PURGE-SEC-AUDIT
040200         THRU 2300-PURGE-SEC-AUDIT-EXIT.
040300     PERFORM 2400-PURGE-SUSPENSE THRU 2400-PURGE-SUSPENSE-EXIT.
040400     PERFORM 2500-PURGE-XMIT-STATUS
040500         THRU 2500-PURGE-XMIT-STATUS-EXIT.
040600     PERFORM 2600-PURGE-REQ-QUEUE
040700         THRU 2600-PURGE-REQ-QUEUE-EXIT.
040800     PERFORM 4000-PRINT-REPORT THRU 4000-PRINT-REPORT-EXIT.
040900     PERFORM 5000-FINALIZE THRU 5000-FINALIZE-EXIT.
041000     STOP RUN.
041100*
041200******************************************************************
041300* 1000-INITIALIZE - OPEN THE REPORT, SETTLE THE AS-OF DATE, AND  *
041400* LOAD THE POLICY CARDS AND THE CALENDAR.  ANYTHING WRONG WITH   *
041500* THOSE STOPS THE RUN BEFORE ANY FILE IS TOUCHED (RC 8).  NO     *
041600* ARCHIVE IS OPENED UNTIL ITS FILE OPENS TO BE READ (SEE 2100),  *
041700* SO A STOPPED RUN LEAVES EVERY ARCHIVE GENERATION UNOPENED.     *
041800******************************************************************
041900 1000-INITIALIZE.
042000     ACCEPT WS-Sys-Date FROM DATE YYYYMMDD.
042100     OPEN OUTPUT PRT-FILE.
042200     IF WS-PRT-STATUS NOT = '00'
042300         DISPLAY 'EVANRETN - UNABLE TO OPEN PRINT FILE, STATUS '
042400             WS-PRT-STATUS
042500         MOVE 12 TO RETURN-CODE
042600         STOP RUN
042700     END-IF.
042800     PERFORM 1100-READ-CARD THRU 1100-READ-CARD-EXIT.
042900     MOVE WS-Sys-Date TO HDG-Run-Date.
043000     MOVE WS-As-Of-Date TO HDG-As-Of-Date.
043100     WRITE PRT-RECORD FROM HDG-LINE-1
043200         AFTER ADVANCING PAGE.
043300     WRITE PRT-RECORD FROM HDG-LINE-2
043400         AFTER ADVANCING 2 LINES.
043500     PERFORM 1200-LOAD-POLICY THRU 1200-LOAD-POLICY-EXIT.
043600     PERFORM 1300-LOAD-CALENDAR THRU 1300-LOAD-CALENDAR-EXIT.
043700     PERFORM 1400-SET-CUTOFF THRU 1400-SET-CUTOFF-EXIT
043800         VARYING WS-File-Sub FROM 1 BY 1
043900         UNTIL WS-File-Sub > 6.
044000 1000-INITIALIZE-EXIT.
044100     EXIT.
044200*
044300******************************************************************
044400* 1100-READ-CARD - THE AS-OF DATE.  A CARD THAT IS NOT A DATE,   *
044500* OR A DATE AFTER TODAY, STOPS THE RUN.                          *
044600******************************************************************
044700 1100-READ-CARD.
044800     MOVE WS-Sys-Date TO WS-As-Of-Date.
044900     ACCEPT WS-Retn-Card.
045000     IF WS-Card-As-Of = SPACES
045100         DISPLAY 'EVANRETN - NO AS-OF CARD, RETENTION COUNTS '
045200             'BACK FROM TODAY'
045300         GO TO 1100-READ-CARD-EXIT
045400     END-IF.
045500     MOVE WS-Card-As-Of TO WS-Chk-Date.
045600     PERFORM 1110-CHECK-DATE THRU 1110-CHECK-DATE-EXIT.
045700     IF NOT WS-DATE-OK OR WS-Chk-Date > WS-Sys-Date
045800         DISPLAY 'EVANRETN - AS-OF DATE ' WS-Card-As-Of
045900             ' IS NOT A DATE ON OR BEFORE TODAY, NOTHING PURGED'
046000         MOVE 'AS-OF CARD IS NOT A DATE ON OR BEFORE TODAY'
046100             TO MSG-Text
046200         PERFORM 1900-STOP-RUN THRU 1900-STOP-RUN-EXIT
046300         GO TO 1100-READ-CARD-EXIT
046400     END-IF.
046500     MOVE WS-Chk-Date TO WS-As-Of-Date.
046600 1100-READ-CARD-EXIT.
046700     EXIT.
046800*
046900 1110-CHECK-DATE.
047000     MOVE 'N' TO WS-DATE-OK-SW.
047100     IF WS-Chk-Date NOT NUMERIC
047200         GO TO 1110-CHECK-DATE-EXIT
047300     END-IF.
047400     IF WS-Chk-Date-YYYY < 1601
047500         OR WS-Chk-Date-MM < 1 OR WS-Chk-Date-MM > 12
047600         OR WS-Chk-Date-DD < 1 OR WS-Chk-Date-DD > 31
047700         GO TO 1110-CHECK-DATE-EXIT
047800     END-IF.
047900     SET WS-DATE-OK TO TRUE.
048000 1110-CHECK-DATE-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048400* 1200-LOAD-POLICY - ONE CARD PER FILE.  AN UNKNOWN FILE, A      *
048500* SECOND CARD FOR THE SAME FILE, A RETENTION THAT IS NOT 001-999 *
048600* OR A CONDITION THE FILE DOES NOT ALLOW IS LISTED AND STOPS THE *
048700* RUN: A PURGE IS NOT SOMETHING TO DO ON A HALF-READ POLICY.     *
048800******************************************************************
048900 1200-LOAD-POLICY.
049000     OPEN INPUT RETN-FILE.
049100     IF WS-RETN-STATUS NOT = '00'
049200         DISPLAY 'EVANRETN - NO RETENTION POLICY FILE, STATUS '
049300             WS-RETN-STATUS ', NOTHING PURGED'
049400         MOVE 'RETENTION POLICY FILE NOT AVAILABLE' TO MSG-Text
049500         PERFORM 1900-STOP-RUN THRU 1900-STOP-RUN-EXIT
049600         GO TO 1200-LOAD-POLICY-EXIT
049700     END-IF.
049800     PERFORM 1210-READ-POLICY THRU 1210-READ-POLICY-EXIT
049900         UNTIL WS-RETN-EOF.
050000     CLOSE RETN-FILE.
050100 1200-LOAD-POLICY-EXIT.
050200     EXIT.
050300*
050400 1210-READ-POLICY.
050500     READ RETN-FILE
050600         AT END
050700             SET WS-RETN-EOF TO TRUE
050800             GO TO 1210-READ-POLICY-EXIT
050900     END-READ.
051000     IF DL-RETN-FILE-ID(1:1) = '*'
051100         GO TO 1210-READ-POLICY-EXIT
051200     END-IF.
051300     MOVE SPACES TO WS-Reject-Reason.
051400     MOVE 'N' TO WS-FILE-FOUND-SW.
051500     PERFORM 1220-TEST-ONE-FILE THRU 1220-TEST-ONE-FILE-EXIT
051600         VARYING WS-Name-Sub FROM 1 BY 1
051700         UNTIL WS-Name-Sub > 6 OR WS-FILE-FOUND.
051800     EVALUATE TRUE
051900         WHEN NOT WS-FILE-FOUND
052000             MOVE 'FILE ID NOT UNDER RETENTION'
052100                 TO WS-Reject-Reason
052200         WHEN WS-RTN-HAS-POLICY(WS-File-Sub)
052300             MOVE 'SECOND CARD FOR THE SAME FILE'
052400                 TO WS-Reject-Reason
052500         WHEN DL-RETN-DAYS NOT NUMERIC
052600                 OR DL-RETN-DAYS = ZERO
052700             MOVE 'RETENTION DAYS NOT 001-999'
052800                 TO WS-Reject-Reason
052900         WHEN DL-RETN-CONDITION = SPACES
053000             MOVE 'NO CONDITION ON THE CARD'
053100                 TO WS-Reject-Reason
053200         WHEN DL-RETN-CONDITION NOT = WS-Name-Cond-1(WS-File-Sub)
053300                 AND DL-RETN-CONDITION
053400                     NOT = WS-Name-Cond-2(WS-File-Sub)
053500             MOVE 'CONDITION NOT ALLOWED FOR THIS FILE'
053600                 TO WS-Reject-Reason
053700         WHEN OTHER
053800             MOVE 'Y' TO WS-Rtn-Policy-Sw(WS-File-Sub)
053900             MOVE DL-RETN-DAYS TO WS-Rtn-Days(WS-File-Sub)
054000             MOVE DL-RETN-CONDITION
054100                 TO WS-Rtn-Condition(WS-File-Sub)
054200     END-EVALUATE.
054300     IF WS-Reject-Reason NOT = SPACES
054400         DISPLAY 'EVANRETN - POLICY CARD ' DL-RETN-RECORD(1:19)
054500             ' REJECTED - ' WS-Reject-Reason
054600         MOVE SPACES TO MSG-Text
054700         STRING 'POLICY CARD ' DELIMITED BY SIZE
054800             DL-RETN-RECORD(1:19) DELIMITED BY SIZE
054900             ' REJECTED - ' DELIMITED BY SIZE
055000             WS-Reject-Reason DELIMITED BY SIZE
055100             INTO MSG-Text
055200         END-STRING
055300         PERFORM 1900-STOP-RUN THRU 1900-STOP-RUN-EXIT
055400     END-IF.
055500 1210-READ-POLICY-EXIT.
055600     EXIT.
055700*
055800 1220-TEST-ONE-FILE.
055900     IF DL-RETN-FILE-ID = WS-Name-File-Id(WS-Name-Sub)
056000         SET WS-FILE-FOUND TO TRUE
056100         MOVE WS-Name-Sub TO WS-File-Sub
056200     END-IF.
056300 1220-TEST-ONE-FILE-EXIT.
056400     EXIT.
056500*
056600******************************************************************
056700* 1300-LOAD-CALENDAR - RING THE BUSINESS DAYS ('B') BEFORE THE   *
056800* AS-OF DATE.  WITHOUT A CALENDAR NO RETENTION PERIOD CAN BE     *
056900* COUNTED, SO THE RUN STOPS.                                     *
057000******************************************************************
057100 1300-LOAD-CALENDAR.
057200     IF WS-RUN-STOPPED
057300         GO TO 1300-LOAD-CALENDAR-EXIT
057400     END-IF.
057500     OPEN INPUT CALN-FILE.
057600     IF WS-CALN-STATUS NOT = '00'
057700         DISPLAY 'EVANRETN - NO PROCESSING CALENDAR, STATUS '
057800             WS-CALN-STATUS ', NOTHING PURGED'
057900         MOVE 'PROCESSING CALENDAR NOT AVAILABLE' TO MSG-Text
058000         PERFORM 1900-STOP-RUN THRU 1900-STOP-RUN-EXIT
058100         GO TO 1300-LOAD-CALENDAR-EXIT
058200     END-IF.
058300     PERFORM 1310-READ-CALN-RECORD
058400         THRU 1310-READ-CALN-RECORD-EXIT
058500         UNTIL WS-CALN-EOF.
058600     CLOSE CALN-FILE.
058700 1300-LOAD-CALENDAR-EXIT.
058800     EXIT.
058900*
059000 1310-READ-CALN-RECORD.
059100     READ CALN-FILE
059200         AT END
059300             SET WS-CALN-EOF TO TRUE
059400             GO TO 1310-READ-CALN-RECORD-EXIT
059500     END-READ.
059600     IF DL-CALN-DATE NOT < WS-As-Of-Date
059700         SET WS-CALN-EOF TO TRUE
059800         GO TO 1310-READ-CALN-RECORD-EXIT
059900     END-IF.
060000     IF NOT DL-CALN-BUSINESS-DAY
060100         GO TO 1310-READ-CALN-RECORD-EXIT
060200     END-IF.
060300     ADD 1 TO WS-Bus-Total.
060400     ADD 1 TO WS-Ring-Sub.
060500     IF WS-Ring-Sub > 1000
060600         MOVE 1 TO WS-Ring-Sub
060700     END-IF.
060800     MOVE DL-CALN-DATE TO WS-Bus-Date(WS-Ring-Sub).
060900 1310-READ-CALN-RECORD-EXIT.
061000     EXIT.
061100*
061200******************************************************************
061300* 1400-SET-CUTOFF - A RETENTION OF N BUSINESS DAYS CUTS OFF AT   *
061400* THE NTH BUSINESS DAY BEFORE THE AS-OF DATE.  A CALENDAR THAT   *
061500* DOES NOT REACH BACK THAT FAR LEAVES THE FILE WHOLE (RC 4).  A  *
061600* FILE WITH NO CARD IS COUNTED UNDER ITS STRICTEST CONDITION.    *
061700******************************************************************
061800 1400-SET-CUTOFF.
061900     IF NOT WS-RTN-HAS-POLICY(WS-File-Sub)
062000         MOVE WS-Name-Cond-1(WS-File-Sub)
062100             TO WS-Rtn-Condition(WS-File-Sub)
062200         GO TO 1400-SET-CUTOFF-EXIT
062300     END-IF.
062400     IF WS-RUN-STOPPED
062500         GO TO 1400-SET-CUTOFF-EXIT
062600     END-IF.
062700     IF WS-Bus-Total < WS-Rtn-Days(WS-File-Sub)
062800         DISPLAY 'EVANRETN - CALENDAR HOLDS ONLY ' WS-Bus-Total
062900             ' BUSINESS DAYS BEFORE ' WS-As-Of-Date ', '
063000             WS-Name-File-Id(WS-File-Sub) ' LEFT WHOLE'
063100         GO TO 1400-SET-CUTOFF-EXIT
063200     END-IF.
063300     COMPUTE WS-Cut-Sub =
063400         WS-Ring-Sub - WS-Rtn-Days(WS-File-Sub) + 1.
063500     IF WS-Cut-Sub < 1
063600         ADD 1000 TO WS-Cut-Sub
063700     END-IF.
063800     MOVE WS-Bus-Date(WS-Cut-Sub) TO WS-Rtn-Cutoff(WS-File-Sub).
063900     MOVE 'Y' TO WS-Rtn-Cutoff-Sw(WS-File-Sub).
064000 1400-SET-CUTOFF-EXIT.
064100     EXIT.
064200*
064300******************************************************************
064400* 1900-STOP-RUN - LIST WHY AND STOP THE RUN BEFORE ANY FILE IS   *
064500* TOUCHED.  MSG-TEXT CARRIES THE REASON.                         *
064600******************************************************************
064700 1900-STOP-RUN.
064800     SET WS-RUN-STOPPED TO TRUE.
064900     WRITE PRT-RECORD FROM MSG-LINE
065000         AFTER ADVANCING 1 LINE.
065100     MOVE 8 TO WS-New-Rc.
065200     PERFORM 8900-RAISE-RC THRU 8900-RAISE-RC-EXIT.
065300 1900-STOP-RUN-EXIT.
065400     EXIT.
065500*
065600******************************************************************
065700* 2100-PURGE-RUN-LOG - EVERY RUN-LOG RECORD AGES FROM ITS LOG    *
065800* DATE.  THE FILE IS SPLIT INTO ITS ARCHIVE GENERATION AND THE   *
065900* WORK FILE, THEN REWRITTEN FROM THE WORK FILE WHEN ANYTHING     *
066000* LEFT AND THE SPLIT FOOTS.  THE ARCHIVE IS OPENED ONLY ONCE THE *
066010* FILE ITSELF IS OPEN TO BE READ, SO A STOPPED RUN OR A MISSING  *
066020* FILE OPENS NO ARCHIVE.  THE OTHER FIVE FILES GO THE SAME WAY;  *
066100* ONLY WHAT MAKES A RECORD ELIGIBLE DIFFERS.                     *
066200******************************************************************
066300 2100-PURGE-RUN-LOG.
066400     MOVE 1 TO WS-File-Sub.
067100     PERFORM 2700-START-FILE THRU 2700-START-FILE-EXIT.
067200     IF NOT WS-FILE-GO
067400         GO TO 2100-PURGE-RUN-LOG-EXIT
067500     END-IF.
067600     OPEN INPUT RLOG-FILE.
067700     IF WS-RLOG-STATUS NOT = '00'
067800         MOVE WS-RLOG-STATUS TO WS-Open-Status
067900         PERFORM 2720-NO-FILE THRU 2720-NO-FILE-EXIT
067910         GO TO 2100-PURGE-RUN-LOG-EXIT
067920     END-IF.
067930     OPEN OUTPUT RLOG-ARCH-FILE.
067940     IF WS-RLOG-ARCH-STATUS NOT = '00'
067950         MOVE WS-RLOG-ARCH-STATUS TO WS-Open-Status
067960         PERFORM 2710-NO-ARCHIVE THRU 2710-NO-ARCHIVE-EXIT
067970         CLOSE RLOG-FILE
068100         GO TO 2100-PURGE-RUN-LOG-EXIT
068200     END-IF.
068300     PERFORM 2730-OPEN-WORK-OUTPUT
068400         THRU 2730-OPEN-WORK-OUTPUT-EXIT.
068500     IF NOT WS-FILE-GO
068600         CLOSE RLOG-FILE RLOG-ARCH-FILE
068700         GO TO 2100-PURGE-RUN-LOG-EXIT
068800     END-IF.
068900     PERFORM 2110-SPLIT-RUN-LOG THRU 2110-SPLIT-RUN-LOG-EXIT
069000         UNTIL WS-IN-EOF.
069100     CLOSE RLOG-FILE WORK-FILE RLOG-ARCH-FILE.
069200     PERFORM 2900-END-SPLIT THRU 2900-END-SPLIT-EXIT.
069300     IF NOT WS-REWRITE-NEEDED
069400         GO TO 2100-PURGE-RUN-LOG-EXIT
069500     END-IF.
069600     OPEN OUTPUT RLOG-FILE.
069700     MOVE WS-RLOG-STATUS TO WS-Open-Status.
069800     PERFORM 2740-OPEN-WORK-INPUT
069900         THRU 2740-OPEN-WORK-INPUT-EXIT.
070000     IF NOT WS-FILE-GO
070100         CLOSE RLOG-FILE
070200         GO TO 2100-PURGE-RUN-LOG-EXIT
070300     END-IF.
070400     PERFORM 2120-RESTORE-RUN-LOG THRU 2120-RESTORE-RUN-LOG-EXIT
070500         UNTIL WS-WORK-EOF.
070600     CLOSE WORK-FILE RLOG-FILE.
070700     PERFORM 2950-END-REWRITE THRU 2950-END-REWRITE-EXIT.
070800 2100-PURGE-RUN-LOG-EXIT.
070900     EXIT.
071000*
071100 2110-SPLIT-RUN-LOG.
071200     READ RLOG-FILE
071300         AT END
071400             SET WS-IN-EOF TO TRUE
071500             GO TO 2110-SPLIT-RUN-LOG-EXIT
071600     END-READ.
071700     SET WS-REC-ELIGIBLE TO TRUE.
071800     MOVE DL-RLOG-DATE TO WS-Rec-Date.
071900     PERFORM 2800-JUDGE-RECORD THRU 2800-JUDGE-RECORD-EXIT.
072000     IF WS-ARCHIVE-IT
072100         WRITE RLOG-ARCH-RECORD FROM DL-RLOG-RECORD
072200     ELSE
072300         MOVE DL-RLOG-RECORD TO WORK-RECORD
072400         WRITE WORK-RECORD
072500     END-IF.
072600 2110-SPLIT-RUN-LOG-EXIT.
072700     EXIT.
072800*
072900 2120-RESTORE-RUN-LOG.
073000     READ WORK-FILE
073100         AT END
073200             SET WS-WORK-EOF TO TRUE
073300             GO TO 2120-RESTORE-RUN-LOG-EXIT
073400     END-READ.
073500     MOVE WORK-RECORD TO DL-RLOG-RECORD.
073600     WRITE DL-RLOG-RECORD.
073700     ADD 1 TO WS-Rtn-After(WS-File-Sub).
073800 2120-RESTORE-RUN-LOG-EXIT.
073900     EXIT.
074000*
074100******************************************************************
074200* 2200-PURGE-PARM-AUDIT - EVERY PARAMETER AUDIT RECORD AGES FROM *
074300* ITS AUDIT DATE.                                                *
074400******************************************************************
074500 2200-PURGE-PARM-AUDIT.
074600     MOVE 2 TO WS-File-Sub.
075300     PERFORM 2700-START-FILE THRU 2700-START-FILE-EXIT.
075400     IF NOT WS-FILE-GO
075600         GO TO 2200-PURGE-PARM-AUDIT-EXIT
075700     END-IF.
075800     OPEN INPUT AUDT-FILE.
075900     IF WS-AUDT-STATUS NOT = '00'
076000         MOVE WS-AUDT-STATUS TO WS-Open-Status
076100         PERFORM 2720-NO-FILE THRU 2720-NO-FILE-EXIT
076110         GO TO 2200-PURGE-PARM-AUDIT-EXIT
076120     END-IF.
076130     OPEN OUTPUT AUDT-ARCH-FILE.
076140     IF WS-AUDT-ARCH-STATUS NOT = '00'
076150         MOVE WS-AUDT-ARCH-STATUS TO WS-Open-Status
076160         PERFORM 2710-NO-ARCHIVE THRU 2710-NO-ARCHIVE-EXIT
076170         CLOSE AUDT-FILE
076300         GO TO 2200-PURGE-PARM-AUDIT-EXIT
076400     END-IF.
076500     PERFORM 2730-OPEN-WORK-OUTPUT
076600         THRU 2730-OPEN-WORK-OUTPUT-EXIT.
076700     IF NOT WS-FILE-GO
076800         CLOSE AUDT-FILE AUDT-ARCH-FILE
076900         GO TO 2200-PURGE-PARM-AUDIT-EXIT
077000     END-IF.
077100     PERFORM 2210-SPLIT-PARM-AUDIT
077200         THRU 2210-SPLIT-PARM-AUDIT-EXIT
077300         UNTIL WS-IN-EOF.
077400     CLOSE AUDT-FILE WORK-FILE AUDT-ARCH-FILE.
077500     PERFORM 2900-END-SPLIT THRU 2900-END-SPLIT-EXIT.
077600     IF NOT WS-REWRITE-NEEDED
077700         GO TO 2200-PURGE-PARM-AUDIT-EXIT
077800     END-IF.
077900     OPEN OUTPUT AUDT-FILE.
078000     MOVE WS-AUDT-STATUS TO WS-Open-Status.
078100     PERFORM 2740-OPEN-WORK-INPUT
078200         THRU 2740-OPEN-WORK-INPUT-EXIT.
078300     IF NOT WS-FILE-GO
078400         CLOSE AUDT-FILE
078500         GO TO 2200-PURGE-PARM-AUDIT-EXIT
078600     END-IF.
078700     PERFORM 2220-RESTORE-PARM-AUDIT
078800         THRU 2220-RESTORE-PARM-AUDIT-EXIT
078900         UNTIL WS-WORK-EOF.
079000     CLOSE WORK-FILE AUDT-FILE.
079100     PERFORM 2950-END-REWRITE THRU 2950-END-REWRITE-EXIT.
079200 2200-PURGE-PARM-AUDIT-EXIT.
079300     EXIT.
079400*
079500 2210-SPLIT-PARM-AUDIT.
079600     READ AUDT-FILE
079700         AT END
079800             SET WS-IN-EOF TO TRUE
079900             GO TO 2210-SPLIT-PARM-AUDIT-EXIT
080000     END-READ.
080100     SET WS-REC-ELIGIBLE TO TRUE.
080200     MOVE DL-AUDT-DATE TO WS-Rec-Date.
080300     PERFORM 2800-JUDGE-RECORD THRU 2800-JUDGE-RECORD-EXIT.
080400     IF WS-ARCHIVE-IT
080500         WRITE AUDT-ARCH-RECORD FROM DL-AUDT-RECORD
080600     ELSE
080700         MOVE DL-AUDT-RECORD TO WORK-RECORD
080800         WRITE WORK-RECORD
080900     END-IF.
081000 2210-SPLIT-PARM-AUDIT-EXIT.
081100     EXIT.
081200*
081300 2220-RESTORE-PARM-AUDIT.
081400     READ WORK-FILE
081500         AT END
081600             SET WS-WORK-EOF TO TRUE
081700             GO TO 2220-RESTORE-PARM-AUDIT-EXIT
081800     END-READ.
081900     MOVE WORK-RECORD TO DL-AUDT-RECORD.
082000     WRITE DL-AUDT-RECORD.
082100     ADD 1 TO WS-Rtn-After(WS-File-Sub).
082200 2220-RESTORE-PARM-AUDIT-EXIT.
082300     EXIT.
082400*
082500******************************************************************
082600* 2300-PURGE-SEC-AUDIT - EVERY SECURITY AUDIT RECORD AGES FROM   *
082700* ITS AUDIT DATE.                                                *
082800******************************************************************
082900 2300-PURGE-SEC-AUDIT.
083000     MOVE 3 TO WS-File-Sub.
083700     PERFORM 2700-START-FILE THRU 2700-START-FILE-EXIT.
083800     IF NOT WS-FILE-GO
084000         GO TO 2300-PURGE-SEC-AUDIT-EXIT
084100     END-IF.
084200     OPEN INPUT SAUD-FILE.
084300     IF WS-SAUD-STATUS NOT = '00'
084400         MOVE WS-SAUD-STATUS TO WS-Open-Status
084500         PERFORM 2720-NO-FILE THRU 2720-NO-FILE-EXIT
084510         GO TO 2300-PURGE-SEC-AUDIT-EXIT
084520     END-IF.
084530     OPEN OUTPUT SAUD-ARCH-FILE.
084540     IF WS-SAUD-ARCH-STATUS NOT = '00'
084550         MOVE WS-SAUD-ARCH-STATUS TO WS-Open-Status
084560         PERFORM 2710-NO-ARCHIVE THRU 2710-NO-ARCHIVE-EXIT
084570         CLOSE SAUD-FILE
084700         GO TO 2300-PURGE-SEC-AUDIT-EXIT
084800     END-IF.
084900     PERFORM 2730-OPEN-WORK-OUTPUT
085000         THRU 2730-OPEN-WORK-OUTPUT-EXIT.
085100     IF NOT WS-FILE-GO
085200         CLOSE SAUD-FILE SAUD-ARCH-FILE
085300         GO TO 2300-PURGE-SEC-AUDIT-EXIT
085400     END-IF.
085500     PERFORM 2310-SPLIT-SEC-AUDIT
085600         THRU 2310-SPLIT-SEC-AUDIT-EXIT
085700         UNTIL WS-IN-EOF.
085800     CLOSE SAUD-FILE WORK-FILE SAUD-ARCH-FILE.
085900     PERFORM 2900-END-SPLIT THRU 2900-END-SPLIT-EXIT.
086000     IF NOT WS-REWRITE-NEEDED
086100         GO TO 2300-PURGE-SEC-AUDIT-EXIT
086200     END-IF.
086300     OPEN OUTPUT SAUD-FILE.
086400     MOVE WS-SAUD-STATUS TO WS-Open-Status.
086500     PERFORM 2740-OPEN-WORK-INPUT
086600         THRU 2740-OPEN-WORK-INPUT-EXIT.
086700     IF NOT WS-FILE-GO
086800         CLOSE SAUD-FILE
086900         GO TO 2300-PURGE-SEC-AUDIT-EXIT
087000     END-IF.
087100     PERFORM 2320-RESTORE-SEC-AUDIT
087200         THRU 2320-RESTORE-SEC-AUDIT-EXIT
087300         UNTIL WS-WORK-EOF.
087400     CLOSE WORK-FILE SAUD-FILE.
087500     PERFORM 2950-END-REWRITE THRU 2950-END-REWRITE-EXIT.
087600 2300-PURGE-SEC-AUDIT-EXIT.
087700     EXIT.
087800*
087900 2310-SPLIT-SEC-AUDIT.
088000     READ SAUD-FILE
088100         AT END
088200             SET WS-IN-EOF TO TRUE
088300             GO TO 2310-SPLIT-SEC-AUDIT-EXIT
088400     END-READ.
088500     SET WS-REC-ELIGIBLE TO TRUE.
088600     MOVE DL-SAUD-DATE TO WS-Rec-Date.
088700     PERFORM 2800-JUDGE-RECORD THRU 2800-JUDGE-RECORD-EXIT.
088800     IF WS-ARCHIVE-IT
088900         WRITE SAUD-ARCH-RECORD FROM DL-SAUD-RECORD
089000     ELSE
089100         MOVE DL-SAUD-RECORD TO WORK-RECORD
089200         WRITE WORK-RECORD
089300     END-IF.
089400 2310-SPLIT-SEC-AUDIT-EXIT.
089500     EXIT.
089600*
089700 2320-RESTORE-SEC-AUDIT.
089800     READ WORK-FILE
089900         AT END
090000             SET WS-WORK-EOF TO TRUE
090100             GO TO 2320-RESTORE-SEC-AUDIT-EXIT
090200     END-READ.
090300     MOVE WORK-RECORD TO DL-SAUD-RECORD.
090400     WRITE DL-SAUD-RECORD.
090500     ADD 1 TO WS-Rtn-After(WS-File-Sub).
090600 2320-RESTORE-SEC-AUDIT-EXIT.
090700     EXIT.
090800*
090900******************************************************************
091000* 2400-PURGE-SUSPENSE - ONLY A RESOLVED ITEM MAY LEAVE, AGED     *
091100* FROM ITS RESOLUTION DATE.  AN OPEN ITEM IS HELD HOWEVER OLD.   *
091200******************************************************************
091300 2400-PURGE-SUSPENSE.
091400     MOVE 4 TO WS-File-Sub.
092100     PERFORM 2700-START-FILE THRU 2700-START-FILE-EXIT.
092200     IF NOT WS-FILE-GO
092400         GO TO 2400-PURGE-SUSPENSE-EXIT
092500     END-IF.
092600     OPEN INPUT SUSP-FILE.
092700     IF WS-SUSP-STATUS NOT = '00'
092800         MOVE WS-SUSP-STATUS TO WS-Open-Status
092900         PERFORM 2720-NO-FILE THRU 2720-NO-FILE-EXIT
092910         GO TO 2400-PURGE-SUSPENSE-EXIT
092920     END-IF.
092930     OPEN OUTPUT SUSP-ARCH-FILE.
092940     IF WS-SUSP-ARCH-STATUS NOT = '00'
092950         MOVE WS-SUSP-ARCH-STATUS TO WS-Open-Status
092960         PERFORM 2710-NO-ARCHIVE THRU 2710-NO-ARCHIVE-EXIT
092970         CLOSE SUSP-FILE
093100         GO TO 2400-PURGE-SUSPENSE-EXIT
093200     END-IF.
093300     PERFORM 2730-OPEN-WORK-OUTPUT
093400         THRU 2730-OPEN-WORK-OUTPUT-EXIT.
093500     IF NOT WS-FILE-GO
093600         CLOSE SUSP-FILE SUSP-ARCH-FILE
093700         GO TO 2400-PURGE-SUSPENSE-EXIT
093800     END-IF.
093900     PERFORM 2410-SPLIT-SUSPENSE THRU 2410-SPLIT-SUSPENSE-EXIT
094000         UNTIL WS-IN-EOF.
094100     CLOSE SUSP-FILE WORK-FILE SUSP-ARCH-FILE.
094200     PERFORM 2900-END-SPLIT THRU 2900-END-SPLIT-EXIT.
094300     IF NOT WS-REWRITE-NEEDED
094400         GO TO 2400-PURGE-SUSPENSE-EXIT
094500     END-IF.
094600     OPEN OUTPUT SUSP-FILE.
094700     MOVE WS-SUSP-STATUS TO WS-Open-Status.
094800     PERFORM 2740-OPEN-WORK-INPUT
094900         THRU 2740-OPEN-WORK-INPUT-EXIT.
095000     IF NOT WS-FILE-GO
095100         CLOSE SUSP-FILE
095200         GO TO 2400-PURGE-SUSPENSE-EXIT
095300     END-IF.
095400     PERFORM 2420-RESTORE-SUSPENSE
095500         THRU 2420-RESTORE-SUSPENSE-EXIT
095600         UNTIL WS-WORK-EOF.
095700     CLOSE WORK-FILE SUSP-FILE.
095800     PERFORM 2950-END-REWRITE THRU 2950-END-REWRITE-EXIT.
095900 2400-PURGE-SUSPENSE-EXIT.
096000     EXIT.
096100*
096200 2410-SPLIT-SUSPENSE.
096300     READ SUSP-FILE
096400         AT END
096500             SET WS-IN-EOF TO TRUE
096600             GO TO 2410-SPLIT-SUSPENSE-EXIT
096700     END-READ.
096800     IF DL-SUSP-IS-RESOLVED
096900         SET WS-REC-ELIGIBLE TO TRUE
097000     ELSE
097100         SET WS-REC-HELD TO TRUE
097200     END-IF.
097300     MOVE DL-SUSP-RESOLVE-DATE TO WS-Rec-Date.
097400     PERFORM 2800-JUDGE-RECORD THRU 2800-JUDGE-RECORD-EXIT.
097500     IF WS-ARCHIVE-IT
097600         WRITE SUSP-ARCH-RECORD FROM DL-SUSP-RECORD
097700     ELSE
097800         MOVE DL-SUSP-RECORD TO WORK-RECORD
097900         WRITE WORK-RECORD
098000     END-IF.
098100 2410-SPLIT-SUSPENSE-EXIT.
098200     EXIT.
098300*
098400 2420-RESTORE-SUSPENSE.
098500     READ WORK-FILE
098600         AT END
098700             SET WS-WORK-EOF TO TRUE
098800             GO TO 2420-RESTORE-SUSPENSE-EXIT
098900     END-READ.
099000     MOVE WORK-RECORD TO DL-SUSP-RECORD.
099100     WRITE DL-SUSP-RECORD.
099200     ADD 1 TO WS-Rtn-After(WS-File-Sub).
099300 2420-RESTORE-SUSPENSE-EXIT.
099400     EXIT.
099500*
099600******************************************************************
099700* 2500-PURGE-XMIT-STATUS - 'ACKED' LETS ONLY AN ACKNOWLEDGED     *
099800* EXTRACT LEAVE; 'NORETRAN' ALSO LETS A REJECTED ONE GO ONCE IT  *
099900* IS NO LONGER FLAGGED FOR RETRANSMISSION.  AN EXTRACT STILL     *
100000* SENT OR AGED WITHOUT ACKNOWLEDGMENT IS HELD HOWEVER OLD.  AGED *
100100* FROM THE ACKNOWLEDGMENT DATE, OR THE SENT DATE WITHOUT ONE.    *
100200******************************************************************
100300 2500-PURGE-XMIT-STATUS.
100400     MOVE 5 TO WS-File-Sub.
101100     PERFORM 2700-START-FILE THRU 2700-START-FILE-EXIT.
101200     IF NOT WS-FILE-GO
101400         GO TO 2500-PURGE-XMIT-STATUS-EXIT
101500     END-IF.
101600     OPEN INPUT XSTA-FILE.
101700     IF WS-XSTA-STATUS NOT = '00'
101800         MOVE WS-XSTA-STATUS TO WS-Open-Status
101900         PERFORM 2720-NO-FILE THRU 2720-NO-FILE-EXIT
101910         GO TO 2500-PURGE-XMIT-STATUS-EXIT
101920     END-IF.
101930     OPEN OUTPUT XSTA-ARCH-FILE.
101940     IF WS-XSTA-ARCH-STATUS NOT = '00'
101950         MOVE WS-XSTA-ARCH-STATUS TO WS-Open-Status
101960         PERFORM 2710-NO-ARCHIVE THRU 2710-NO-ARCHIVE-EXIT
101970         CLOSE XSTA-FILE
102100         GO TO 2500-PURGE-XMIT-STATUS-EXIT
102200     END-IF.
102300     PERFORM 2730-OPEN-WORK-OUTPUT
102400         THRU 2730-OPEN-WORK-OUTPUT-EXIT.
102500     IF NOT WS-FILE-GO
102600         CLOSE XSTA-FILE XSTA-ARCH-FILE
102700         GO TO 2500-PURGE-XMIT-STATUS-EXIT
102800     END-IF.
102900     PERFORM 2510-SPLIT-XMIT-STATUS
103000         THRU 2510-SPLIT-XMIT-STATUS-EXIT
103100         UNTIL WS-IN-EOF.
103200     CLOSE XSTA-FILE WORK-FILE XSTA-ARCH-FILE.
103300     PERFORM 2900-END-SPLIT THRU 2900-END-SPLIT-EXIT.
103400     IF NOT WS-REWRITE-NEEDED
103500         GO TO 2500-PURGE-XMIT-STATUS-EXIT
103600     END-IF.
103700     OPEN OUTPUT XSTA-FILE.
103800     MOVE WS-XSTA-STATUS TO WS-Open-Status.
103900     PERFORM 2740-OPEN-WORK-INPUT
104000         THRU 2740-OPEN-WORK-INPUT-EXIT.
104100     IF NOT WS-FILE-GO
104200         CLOSE XSTA-FILE
104300         GO TO 2500-PURGE-XMIT-STATUS-EXIT
104400     END-IF.
104500     PERFORM 2520-RESTORE-XMIT-STATUS
104600         THRU 2520-RESTORE-XMIT-STATUS-EXIT
104700         UNTIL WS-WORK-EOF.
104800     CLOSE WORK-FILE XSTA-FILE.
104900     PERFORM 2950-END-REWRITE THRU 2950-END-REWRITE-EXIT.
105000 2500-PURGE-XMIT-STATUS-EXIT.
105100     EXIT.
105200*
105300 2510-SPLIT-XMIT-STATUS.
105400     READ XSTA-FILE
105500         AT END
105600             SET WS-IN-EOF TO TRUE
105700             GO TO 2510-SPLIT-XMIT-STATUS-EXIT
105800     END-READ.
105900     SET WS-REC-HELD TO TRUE.
106000     IF DL-XSTA-IS-ACKED
106100         SET WS-REC-ELIGIBLE TO TRUE
106200     END-IF.
106300     IF DL-XSTA-IS-REJECTED AND NOT DL-XSTA-RETRANS
106400             AND WS-Rtn-Condition(WS-File-Sub) = 'NORETRAN'
106500         SET WS-REC-ELIGIBLE TO TRUE
106600     END-IF.
106700     IF DL-XSTA-ACK-DATE IS NUMERIC
106800             AND DL-XSTA-ACK-DATE > ZERO
106900         MOVE DL-XSTA-ACK-DATE TO WS-Rec-Date
107000     ELSE
107100         MOVE DL-XSTA-SENT-DATE TO WS-Rec-Date
107200     END-IF.
107300     PERFORM 2800-JUDGE-RECORD THRU 2800-JUDGE-RECORD-EXIT.
107400     IF WS-ARCHIVE-IT
107500         WRITE XSTA-ARCH-RECORD FROM DL-XSTA-RECORD
107600     ELSE
107700         MOVE DL-XSTA-RECORD TO WORK-RECORD
107800         WRITE WORK-RECORD
107900     END-IF.
108000 2510-SPLIT-XMIT-STATUS-EXIT.
108100     EXIT.
108200*
108300 2520-RESTORE-XMIT-STATUS.
108400     READ WORK-FILE
108500         AT END
108600             SET WS-WORK-EOF TO TRUE
108700             GO TO 2520-RESTORE-XMIT-STATUS-EXIT
108800     END-READ.
108900     MOVE WORK-RECORD TO DL-XSTA-RECORD.
109000     WRITE DL-XSTA-RECORD.
109100     ADD 1 TO WS-Rtn-After(WS-File-Sub).
109200 2520-RESTORE-XMIT-STATUS-EXIT.
109300     EXIT.
109400*
109500******************************************************************
109600* 2600-PURGE-REQ-QUEUE - ONLY A FULFILLED REQUEST MAY LEAVE,     *
109700* AGED FROM THE BUSINESS DATE OF THE RUN THAT SERVED IT.  A      *
109800* QUEUED REQUEST IS HELD HOWEVER OLD, AND SO IS A CANCELLED ONE, *
109900* WHICH CARRIES NO DATE TO AGE FROM.                             *
110000******************************************************************
110100 2600-PURGE-REQ-QUEUE.
110200     MOVE 6 TO WS-File-Sub.
110900     PERFORM 2700-START-FILE THRU 2700-START-FILE-EXIT.
111000     IF NOT WS-FILE-GO
111200         GO TO 2600-PURGE-REQ-QUEUE-EXIT
111300     END-IF.
111400     OPEN INPUT RQUE-FILE.
111500     IF WS-RQUE-STATUS NOT = '00'
111600         MOVE WS-RQUE-STATUS TO WS-Open-Status
111700         PERFORM 2720-NO-FILE THRU 2720-NO-FILE-EXIT
111710         GO TO 2600-PURGE-REQ-QUEUE-EXIT
111720     END-IF.
111730     OPEN OUTPUT RQUE-ARCH-FILE.
111740     IF WS-RQUE-ARCH-STATUS NOT = '00'
111750         MOVE WS-RQUE-ARCH-STATUS TO WS-Open-Status
111760         PERFORM 2710-NO-ARCHIVE THRU 2710-NO-ARCHIVE-EXIT
111770         CLOSE RQUE-FILE
111900         GO TO 2600-PURGE-REQ-QUEUE-EXIT
112000     END-IF.
112100     PERFORM 2730-OPEN-WORK-OUTPUT
112200         THRU 2730-OPEN-WORK-OUTPUT-EXIT.
112300     IF NOT WS-FILE-GO
112400         CLOSE RQUE-FILE RQUE-ARCH-FILE
112500         GO TO 2600-PURGE-REQ-QUEUE-EXIT
112600     END-IF.
112700     PERFORM 2610-SPLIT-REQ-QUEUE THRU 2610-SPLIT-REQ-QUEUE-EXIT
112800         UNTIL WS-IN-EOF.
112900     CLOSE RQUE-FILE WORK-FILE RQUE-ARCH-FILE.
113000     PERFORM 2900-END-SPLIT THRU 2900-END-SPLIT-EXIT.
113100     IF NOT WS-REWRITE-NEEDED
113200         GO TO 2600-PURGE-REQ-QUEUE-EXIT
113300     END-IF.
113400     OPEN OUTPUT RQUE-FILE.
113500     MOVE WS-RQUE-STATUS TO WS-Open-Status.
113600     PERFORM 2740-OPEN-WORK-INPUT
113700         THRU 2740-OPEN-WORK-INPUT-EXIT.
113800     IF NOT WS-FILE-GO
113900         CLOSE RQUE-FILE
114000         GO TO 2600-PURGE-REQ-QUEUE-EXIT
114100     END-IF.
114200     PERFORM 2620-RESTORE-REQ-QUEUE
114300         THRU 2620-RESTORE-REQ-QUEUE-EXIT
114400         UNTIL WS-WORK-EOF.
114500     CLOSE WORK-FILE RQUE-FILE.
114600     PERFORM 2950-END-REWRITE THRU 2950-END-REWRITE-EXIT.
114700 2600-PURGE-REQ-QUEUE-EXIT.
114800     EXIT.
114900*
115000 2610-SPLIT-REQ-QUEUE.
115100     READ RQUE-FILE
115200         AT END
115300             SET WS-IN-EOF TO TRUE
115400             GO TO 2610-SPLIT-REQ-QUEUE-EXIT
115500     END-READ.
115600     IF DL-RQUE-FULFILLED
115700         SET WS-REC-ELIGIBLE TO TRUE
115800     ELSE
115900         SET WS-REC-HELD TO TRUE
116000     END-IF.
116100     MOVE DL-RQUE-RUN-DATE TO WS-Rec-Date.
116200     PERFORM 2800-JUDGE-RECORD THRU 2800-JUDGE-RECORD-EXIT.
116300     IF WS-ARCHIVE-IT
116400         WRITE RQUE-ARCH-RECORD FROM DL-RQUE-RECORD
116500     ELSE
116600         MOVE DL-RQUE-RECORD TO WORK-RECORD
116700         WRITE WORK-RECORD
116800     END-IF.
116900 2610-SPLIT-REQ-QUEUE-EXIT.
117000     EXIT.
117100*
117200 2620-RESTORE-REQ-QUEUE.
117300     READ WORK-FILE
117400         AT END
117500             SET WS-WORK-EOF TO TRUE
117600             GO TO 2620-RESTORE-REQ-QUEUE-EXIT
117700     END-READ.
117800     MOVE WORK-RECORD TO DL-RQUE-RECORD.
117900     WRITE DL-RQUE-RECORD.
118000     ADD 1 TO WS-Rtn-After(WS-File-Sub).
118100 2620-RESTORE-REQ-QUEUE-EXIT.
118200     EXIT.
118300*
118400******************************************************************
118500* 2700-START-FILE - DECIDE WHETHER THIS FILE IS READ AT ALL AND  *
118600* WHETHER ANYTHING MAY LEAVE IT.  A STOPPED RUN READS NOTHING.   *
118700* A FILE WITH NO POLICY CARD, OR WHOSE RETENTION THE CALENDAR    *
118800* CANNOT COUNT, IS STILL READ SO ITS COUNTS ARE REPORTED, BUT    *
118900* EVERY RECORD STAYS.                                            *
119000******************************************************************
119100 2700-START-FILE.
119200     MOVE 'N' TO WS-FILE-GO-SW.
119300     MOVE 'N' TO WS-PURGE-ALLOWED-SW.
119400     MOVE 'N' TO WS-REWRITE-SW.
119500     MOVE 'N' TO WS-IN-EOF-SW.
119600     MOVE 'N' TO WS-WORK-EOF-SW.
119700     IF WS-RUN-STOPPED
119800         MOVE 'RUN STOPPED - NOT READ'
119900             TO WS-Rtn-Result(WS-File-Sub)
120000         GO TO 2700-START-FILE-EXIT
120100     END-IF.
120200     SET WS-FILE-GO TO TRUE.
120300     EVALUATE TRUE
120400         WHEN NOT WS-RTN-HAS-POLICY(WS-File-Sub)
120500             MOVE 'NO POLICY CARD - LEFT WHOLE'
120600                 TO WS-Rtn-Result(WS-File-Sub)
120700         WHEN NOT WS-RTN-CUTOFF-SET(WS-File-Sub)
120800             MOVE 'CALENDAR TOO SHORT - LEFT WHOLE'
120900                 TO WS-Rtn-Result(WS-File-Sub)
121000             MOVE 4 TO WS-New-Rc
121100             PERFORM 8900-RAISE-RC THRU 8900-RAISE-RC-EXIT
121200         WHEN OTHER
121300             SET WS-PURGE-ALLOWED TO TRUE
121400     END-EVALUATE.
121500 2700-START-FILE-EXIT.
121600     EXIT.
121700*
121800 2710-NO-ARCHIVE.
121900     DISPLAY 'EVANRETN - ' WS-Name-File-Id(WS-File-Sub)
122000         ' ARCHIVE WILL NOT OPEN, STATUS ' WS-Open-Status
122100         ', FILE LEFT WHOLE'
122200     MOVE 'ARCHIVE NOT OPENED - NOT READ'
122300         TO WS-Rtn-Result(WS-File-Sub).
122400     MOVE 8 TO WS-New-Rc.
122500     PERFORM 8900-RAISE-RC THRU 8900-RAISE-RC-EXIT.
122600 2710-NO-ARCHIVE-EXIT.
122700     EXIT.
122800*
122900 2720-NO-FILE.
123000     DISPLAY 'EVANRETN - ' WS-Name-File-Id(WS-File-Sub)
123100         ' NOT AVAILABLE, STATUS ' WS-Open-Status
123200     MOVE 'FILE NOT AVAILABLE - NOT READ'
123300         TO WS-Rtn-Result(WS-File-Sub).
123400     MOVE 4 TO WS-New-Rc.
123500     PERFORM 8900-RAISE-RC THRU 8900-RAISE-RC-EXIT.
123600 2720-NO-FILE-EXIT.
123700     EXIT.
123800*
123900 2730-OPEN-WORK-OUTPUT.
124000     OPEN OUTPUT WORK-FILE.
124100     IF WS-WORK-STATUS NOT = '00'
124200         DISPLAY 'EVANRETN - WORK FILE WILL NOT OPEN, STATUS '
124300             WS-WORK-STATUS ', ' WS-Name-File-Id(WS-File-Sub)
124400             ' LEFT WHOLE'
124500         MOVE 'WORK FILE NOT OPENED - NOT READ'
124600             TO WS-Rtn-Result(WS-File-Sub)
124700         MOVE 'N' TO WS-FILE-GO-SW
124800         MOVE 8 TO WS-New-Rc
124900         PERFORM 8900-RAISE-RC THRU 8900-RAISE-RC-EXIT
125000     END-IF.
125100 2730-OPEN-WORK-OUTPUT-EXIT.
125200     EXIT.
125300*
125400******************************************************************
125500* 2740-OPEN-WORK-INPUT - THE REWRITE.  THE ARCHIVE ALREADY HOLDS *
125600* THE RECORDS LEAVING, SO A FILE THAT CANNOT BE REWRITTEN NOW IS *
125700* SERIOUS (RC 12): THE RETAINED RECORDS ARE ON THE WORK FILE,    *
125800* WHICH THE JOB KEEPS ON RC 12, AND NO LATER FILE IS READ SO    *
125810* NOTHING OVERWRITES IT.  WS-OPEN-STATUS CARRIES THE FILE'S OWN  *
125900* OPEN STATUS.                                                   *
126000******************************************************************
126100 2740-OPEN-WORK-INPUT.
126200     MOVE 'N' TO WS-FILE-GO-SW.
126300     IF WS-Open-Status NOT = '00'
126400         DISPLAY 'EVANRETN - ' WS-Name-File-Id(WS-File-Sub)
126500             ' WILL NOT OPEN FOR THE REWRITE, STATUS '
126600             WS-Open-Status ', RETAINED RECORDS ARE ON RETNWORK'
126700         MOVE 'REWRITE NOT OPENED - SEE RETNWORK'
126800             TO WS-Rtn-Result(WS-File-Sub)
126900         MOVE 12 TO WS-New-Rc
126910         SET WS-RUN-STOPPED TO TRUE
127000         PERFORM 8900-RAISE-RC THRU 8900-RAISE-RC-EXIT
127100         GO TO 2740-OPEN-WORK-INPUT-EXIT
127200     END-IF.
127300     OPEN INPUT WORK-FILE.
127400     IF WS-WORK-STATUS NOT = '00'
127500         DISPLAY 'EVANRETN - WORK FILE WILL NOT REOPEN, STATUS '
127600             WS-WORK-STATUS ', ' WS-Name-File-Id(WS-File-Sub)
127700             ' IS EMPTY - RESTORE IT FROM RETNWORK'
127800         MOVE 'WORK FILE NOT REOPENED - SEE RETNWORK'
127900             TO WS-Rtn-Result(WS-File-Sub)
128000         MOVE 12 TO WS-New-Rc
128010         SET WS-RUN-STOPPED TO TRUE
128100         PERFORM 8900-RAISE-RC THRU 8900-RAISE-RC-EXIT
128200         GO TO 2740-OPEN-WORK-INPUT-EXIT
128300     END-IF.
128400     SET WS-FILE-GO TO TRUE.
128500 2740-OPEN-WORK-INPUT-EXIT.
128600     EXIT.
128700*
128800******************************************************************
128900* 2800-JUDGE-RECORD - ARCHIVE OR KEEP ONE RECORD.  A RECORD HELD *
129000* BY ITS STATUS ALWAYS STAYS.  AN ELIGIBLE ONE LEAVES ONLY WHEN  *
129100* THE FILE MAY BE PURGED AND IT CARRIES A DATE BEFORE THE        *
129200* CUTOFF; NO DATE, OR A DATE THAT IS NOT NUMERIC, KEEPS IT.      *
129300******************************************************************
129400 2800-JUDGE-RECORD.
129500     ADD 1 TO WS-Rtn-Before(WS-File-Sub).
129600     SET WS-KEEP-IT TO TRUE.
129700     IF WS-REC-HELD
129800         ADD 1 TO WS-Rtn-Held(WS-File-Sub)
129900         GO TO 2800-JUDGE-RECORD-EXIT
130000     END-IF.
130100     IF NOT WS-PURGE-ALLOWED
130200             OR WS-Rec-Date NOT NUMERIC
130300             OR WS-Rec-Date = ZERO
130400             OR WS-Rec-Date NOT < WS-Rtn-Cutoff(WS-File-Sub)
130500         ADD 1 TO WS-Rtn-Retained(WS-File-Sub)
130600         GO TO 2800-JUDGE-RECORD-EXIT
130700     END-IF.
130800     SET WS-ARCHIVE-IT TO TRUE.
130900     ADD 1 TO WS-Rtn-Archived(WS-File-Sub).
131000 2800-JUDGE-RECORD-EXIT.
131100     EXIT.
131200*
131300******************************************************************
131400* 2900-END-SPLIT - THE SPLIT MUST FOOT (BEFORE = ARCHIVED + HELD *
131500* + RETAINED) BEFORE THE FILE IS REWRITTEN.  NOTHING ARCHIVED    *
131600* LEAVES THE FILE AS IT WAS.                                     *
131700******************************************************************
131800 2900-END-SPLIT.
131900     COMPUTE WS-Kept-Count = WS-Rtn-Held(WS-File-Sub)
132000         + WS-Rtn-Retained(WS-File-Sub).
132100     IF WS-Rtn-Before(WS-File-Sub) NOT =
132200             WS-Rtn-Archived(WS-File-Sub) + WS-Kept-Count
132300         DISPLAY 'EVANRETN - ' WS-Name-File-Id(WS-File-Sub)
132400             ' SPLIT DOES NOT FOOT, FILE NOT REWRITTEN - '
132500             'DISCARD THE NEW ARCHIVE GENERATION'
132600         MOVE 'SPLIT DOES NOT FOOT - NOT REWRITTEN'
132700             TO WS-Rtn-Result(WS-File-Sub)
132800         MOVE WS-Rtn-Before(WS-File-Sub)
132900             TO WS-Rtn-After(WS-File-Sub)
133000         MOVE 8 TO WS-New-Rc
133100         PERFORM 8900-RAISE-RC THRU 8900-RAISE-RC-EXIT
133200         GO TO 2900-END-SPLIT-EXIT
133300     END-IF.
133400     IF WS-Rtn-Archived(WS-File-Sub) = ZERO
133500         MOVE WS-Rtn-Before(WS-File-Sub)
133600             TO WS-Rtn-After(WS-File-Sub)
133700         IF WS-PURGE-ALLOWED
133800             MOVE 'NOTHING ELIGIBLE - UNCHANGED'
133900                 TO WS-Rtn-Result(WS-File-Sub)
134000         END-IF
134100         GO TO 2900-END-SPLIT-EXIT
134200     END-IF.
134300     SET WS-REWRITE-NEEDED TO TRUE.
134400 2900-END-SPLIT-EXIT.
134500     EXIT.
134600*
134700******************************************************************
134800* 2950-END-REWRITE - THE REWRITTEN FILE MUST HOLD EXACTLY THE    *
134900* RECORDS KEPT.                                                  *
135000******************************************************************
135100 2950-END-REWRITE.
135200     IF WS-Rtn-After(WS-File-Sub) NOT = WS-Kept-Count
135300         DISPLAY 'EVANRETN - ' WS-Name-File-Id(WS-File-Sub)
135400             ' REWRITE HOLDS ' WS-Rtn-After(WS-File-Sub)
135500             ' RECORDS, NOT ' WS-Kept-Count
135600             ' - RESTORE IT FROM RETNWORK'
135700         MOVE 'REWRITE DOES NOT FOOT - SEE RETNWORK'
135800             TO WS-Rtn-Result(WS-File-Sub)
135900         MOVE 12 TO WS-New-Rc
135910         SET WS-RUN-STOPPED TO TRUE
136000         PERFORM 8900-RAISE-RC THRU 8900-RAISE-RC-EXIT
136100         GO TO 2950-END-REWRITE-EXIT
136200     END-IF.
136300     MOVE 'ARCHIVED AND REWRITTEN'
136400         TO WS-Rtn-Result(WS-File-Sub).
136500 2950-END-REWRITE-EXIT.
136600     EXIT.
136700*
136800******************************************************************
136900* 4000-PRINT-REPORT - ONE LINE PER FILE, THE TOTALS (WHICH MUST  *
137000* FOOT: BEFORE = ARCHIVED + AFTER) AND THE ARCHIVE EACH FILE'S   *
137100* RECORDS WENT TO.                                               *
137200******************************************************************
137300 4000-PRINT-REPORT.
137400     WRITE PRT-RECORD FROM HDG-LINE-3
137500         AFTER ADVANCING 2 LINES.
137600     PERFORM 4100-PRINT-FILE THRU 4100-PRINT-FILE-EXIT
137700         VARYING WS-File-Sub FROM 1 BY 1
137800         UNTIL WS-File-Sub > 6.
137900     MOVE WS-Tot-Before TO TOT-Before.
138000     MOVE WS-Tot-Archived TO TOT-Archived.
138100     MOVE WS-Tot-Held TO TOT-Held.
138200     MOVE WS-Tot-Retained TO TOT-Retained.
138300     MOVE WS-Tot-After TO TOT-After.
138400     IF WS-Tot-Before = WS-Tot-Archived + WS-Tot-After
138500         MOVE 'FOOTS - BEFORE = ARCHIVED + AFTER' TO TOT-Result
138600     ELSE
138700         MOVE 'DOES NOT FOOT' TO TOT-Result
138800         DISPLAY 'EVANRETN - PURGE REPORT DOES NOT FOOT'
138900         MOVE 8 TO WS-New-Rc
139000         PERFORM 8900-RAISE-RC THRU 8900-RAISE-RC-EXIT
139100     END-IF.
139200     WRITE PRT-RECORD FROM TOT-LINE
139300         AFTER ADVANCING 2 LINES.
139400     MOVE SPACES TO PRT-RECORD.
139500     WRITE PRT-RECORD AFTER ADVANCING 1 LINE.
139600     PERFORM 4200-PRINT-ARCHIVE THRU 4200-PRINT-ARCHIVE-EXIT
139700         VARYING WS-File-Sub FROM 1 BY 1
139800         UNTIL WS-File-Sub > 6.
139900 4000-PRINT-REPORT-EXIT.
140000     EXIT.
140100*
140200 4100-PRINT-FILE.
140300     MOVE WS-Name-File-Id(WS-File-Sub) TO DTL-File-Id.
140400     MOVE SPACES TO DTL-Days DTL-Condition DTL-Cutoff.
140500     IF WS-RTN-HAS-POLICY(WS-File-Sub)
140600         MOVE WS-Rtn-Days(WS-File-Sub) TO DTL-Days
140700         MOVE WS-Rtn-Condition(WS-File-Sub) TO DTL-Condition
140800     END-IF.
140900     IF WS-RTN-CUTOFF-SET(WS-File-Sub)
141000         MOVE WS-Rtn-Cutoff(WS-File-Sub) TO DTL-Cutoff
141100     END-IF.
141200     MOVE WS-Rtn-Before(WS-File-Sub) TO DTL-Before.
141300     MOVE WS-Rtn-Archived(WS-File-Sub) TO DTL-Archived.
141400     MOVE WS-Rtn-Held(WS-File-Sub) TO DTL-Held.
141500     MOVE WS-Rtn-Retained(WS-File-Sub) TO DTL-Retained.
141600     MOVE WS-Rtn-After(WS-File-Sub) TO DTL-After.
141700     MOVE WS-Rtn-Result(WS-File-Sub) TO DTL-Result.
141800     WRITE PRT-RECORD FROM DTL-LINE
141900         AFTER ADVANCING 1 LINE.
142000     ADD WS-Rtn-Before(WS-File-Sub) TO WS-Tot-Before.
142100     ADD WS-Rtn-Archived(WS-File-Sub) TO WS-Tot-Archived.
142200     ADD WS-Rtn-Held(WS-File-Sub) TO WS-Tot-Held.
142300     ADD WS-Rtn-Retained(WS-File-Sub) TO WS-Tot-Retained.
142400     ADD WS-Rtn-After(WS-File-Sub) TO WS-Tot-After.
142500 4100-PRINT-FILE-EXIT.
142600     EXIT.
142700*
142800 4200-PRINT-ARCHIVE.
142900     IF WS-Rtn-Archived(WS-File-Sub) = ZERO
143000         GO TO 4200-PRINT-ARCHIVE-EXIT
143100     END-IF.
143200     MOVE WS-Name-File-Id(WS-File-Sub) TO ARC-File-Id.
143300     MOVE WS-Name-Archive(WS-File-Sub) TO ARC-Archive.
143400     WRITE PRT-RECORD FROM ARC-LINE
143500         AFTER ADVANCING 1 LINE.
143600 4200-PRINT-ARCHIVE-EXIT.
143700     EXIT.
143800*
143900 5000-FINALIZE.
144000     CLOSE PRT-FILE.
144100     DISPLAY 'EVANRETN - RECORDS BEFORE ' WS-Tot-Before
144200         ' ARCHIVED ' WS-Tot-Archived ' AFTER ' WS-Tot-After.
144300     MOVE WS-Job-Rc TO RETURN-CODE.
144400 5000-FINALIZE-EXIT.
144500     EXIT.
144600*
144700 8900-RAISE-RC.
144800     IF WS-New-Rc > WS-Job-Rc
144900         MOVE WS-New-Rc TO WS-Job-Rc
145000     END-IF.
145100 8900-RAISE-RC-EXIT.
145200     EXIT.
