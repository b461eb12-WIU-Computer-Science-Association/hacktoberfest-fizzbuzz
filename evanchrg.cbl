000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVANCHRG.
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
001300* 2026-10-15 EC    ORIGINAL - MONTH-END CHARGEBACK.  BILLS EACH *
001400*                  REQUESTING DEPARTMENT FOR THE REQUESTS       *
001500*                  (DLRQUE) FULFILLED IN THE PERIOD, AT THE     *
001600*                  RATES ON THE CHARGEBACK RATE TABLE (DLRATE): *
001700*                  A PER-REQUEST FEE, A PER-COUNT CHARGE AND A  *
001800*                  SURCHARGE WHEN THE SERVING RUN WAS A FORCE   *
001900*                  RERUN.  THE PERIOD RUNS FROM THE DAY AFTER   *
002000*                  THE PRIOR PERIOD-END MARKER ON THE           *
002100*                  PROCESSING CALENDAR (DLCALN) THROUGH THIS    *
002200*                  ONE.  EVERY REQUEST IS TIED BACK TO ITS      *
002300*                  DLHIST RUN RECORD BY THE RUN NUMBER AND DATE *
002400*                  STAMPED ON IT; ONE THAT CANNOT BE TIED, OR   *
002500*                  HAS NO RATE CARD, GOES TO THE EXCEPTION LIST *
002600*                  INSTEAD OF BEING BILLED.  PRINTS ONE         *
002700*                  STATEMENT PER DEPARTMENT AND WRITES A        *
002800*                  BALANCED GENERAL-LEDGER JOURNAL (DLGLJR)     *
002900*                  WITH HEADER AND TRAILER.  SYSIN COLS 1-8     *
003000*                  NAME THE PERIOD-END DATE (YYYYMMDD); A       *
003100*                  MISSING CARD TAKES THE LATEST PERIOD END NOT *
003200*                  AFTER TODAY.                                 *
003300* 2026-10-15 EC    A RUN IS SURCHARGED AS A FORCE RUN ONLY WHEN *
003400*                  THE RUN LOG (DLRLOG) CARRIES ITS FORCE       *
003500*                  MESSAGE (ECW0023 OR EPI0023, NAMING THE RUN  *
003600*                  NUMBER) - THE SAME RECORDS EVANMNTH COUNTS - *
003700*                  INSTEAD OF WHENEVER TWO RUN-HISTORY RECORDS  *
003800*                  SHARE A DATE.  A FORCE MESSAGE THAT NAMES NO *
003900*                  RUN IS COUNTED AND ENDS THE JOB RC 4.  NO    *
004000*                  RUN LOG ENDS THE JOB RC 12.                  *
004100* 2026-10-15 EC    TEST THE GL JOURNAL STATUS AFTER EVERY WRITE *
004200*                  AND THE CLOSE; A FAILED ONE LEAVES A SHORT   *
004300*                  JOURNAL, SO THE JOB STOPS RC 12 LIKE AN      *
004400*                  UNBALANCED ONE AND FINANCE DOES NOT POST IT. *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT CALN-FILE ASSIGN TO CALNFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-CALN-STATUS.
005200     SELECT RATE-FILE ASSIGN TO RATEFILE
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-RATE-STATUS.
005500     SELECT RQMS-FILE ASSIGN TO RQMSFILE
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RQMS-STATUS.
005800     SELECT HIST-FILE ASSIGN TO HISTFILE
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-HIST-STATUS.
006100     SELECT RLOG-FILE ASSIGN TO RLOGFILE
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-RLOG-STATUS.
006400     SELECT RQUE-FILE ASSIGN TO RQUEFILE
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-RQUE-STATUS.
006700     SELECT GLJR-FILE ASSIGN TO GLJRFILE
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-GLJR-STATUS.
007000     SELECT PRT-FILE ASSIGN TO PRTFILE
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-PRT-STATUS.
007300     SELECT EXC-FILE ASSIGN TO EXCFILE
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-EXC-STATUS.
007600*
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  CALN-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY DLCALN.
008200*
008300 FD  RATE-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY DLRATE.
008600*
008700 FD  RQMS-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY DLRQMS.
009000*
009100 FD  HIST-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY DLHIST.
009400*
009500 FD  RLOG-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY DLRLOG.
009800*
009900 FD  RQUE-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY DLRQUE.
010200*
010300 FD  GLJR-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY DLGLJR.
010600*
010700 FD  PRT-FILE
010800     LABEL RECORDS ARE OMITTED.
010900 01  PRT-RECORD                  PIC X(133).
011000*
011100 FD  EXC-FILE
011200     LABEL RECORDS ARE OMITTED.
011300 01  EXC-RECORD                  PIC X(133).
011400*
011500 WORKING-STORAGE SECTION.
011600 01  WS-SWITCHES.
011700     05  WS-CALN-EOF-SW          PIC X(01) VALUE 'N'.
011800         88  WS-CALN-EOF             VALUE 'Y'.
011900     05  WS-RATE-EOF-SW          PIC X(01) VALUE 'N'.
012000         88  WS-RATE-EOF             VALUE 'Y'.
012100     05  WS-RQMS-EOF-SW          PIC X(01) VALUE 'N'.
012200         88  WS-RQMS-EOF             VALUE 'Y'.
012300     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
012400         88  WS-HIST-EOF             VALUE 'Y'.
012500     05  WS-RQUE-EOF-SW          PIC X(01) VALUE 'N'.
012600         88  WS-RQUE-EOF             VALUE 'Y'.
012700     05  WS-RLOG-EOF-SW          PIC X(01) VALUE 'N'.
012800         88  WS-RLOG-EOF             VALUE 'Y'.
012900     05  WS-PERIOD-FOUND-SW      PIC X(01) VALUE 'N'.
013000         88  WS-PERIOD-FOUND         VALUE 'Y'.
013100     05  WS-CARD-SUPPLIED-SW     PIC X(01) VALUE 'N'.
013200         88  WS-CARD-SUPPLIED        VALUE 'Y'.
013300     05  WS-START-PENDING-SW     PIC X(01) VALUE 'Y'.
013400         88  WS-START-PENDING        VALUE 'Y'.
013500     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
013600         88  WS-FOUND                VALUE 'Y'.
013700     05  WS-JRNL-BALANCED-SW     PIC X(01) VALUE 'N'.
013800         88  WS-JRNL-BALANCED        VALUE 'Y'.
013900*
014000 01  WS-FILE-STATUSES.
014100     05  WS-CALN-STATUS          PIC X(02) VALUE SPACES.
014200     05  WS-RATE-STATUS          PIC X(02) VALUE SPACES.
014300     05  WS-RQMS-STATUS          PIC X(02) VALUE SPACES.
014400     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
014500     05  WS-RQUE-STATUS          PIC X(02) VALUE SPACES.
014600     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
014700     05  WS-GLJR-STATUS          PIC X(02) VALUE SPACES.
014800     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
014900     05  WS-EXC-STATUS           PIC X(02) VALUE SPACES.
015000*
015100 01  WS-PERIOD-CONTROL.
015200*    THE PERIOD-END DATE COMES FROM SYSIN COLS 1-8 AND MUST BE
015300*    A PERIOD-END MARKER ON THE CALENDAR.  THE PERIOD STARTS ON
015400*    THE FIRST CALENDAR DATE AFTER THE PRIOR MARKER; WITH NO
015500*    PRIOR MARKER EVERY EARLIER DATE BELONGS TO THE PERIOD.
015600     05  WS-Parm-Card            PIC X(80) VALUE SPACES.
015700     05  WS-PARM-DATE-NUM REDEFINES WS-Parm-Card.
015800         10  WS-Parm-End-Date    PIC 9(08).
015900         10  FILLER              PIC X(72).
016000     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
016100     05  WS-Period-End           PIC 9(08) VALUE ZERO.
016200     05  WS-Prior-End            PIC 9(08) VALUE ZERO.
016300     05  WS-Period-Start         PIC 9(08) VALUE ZERO.
016400     05  WS-Business-Days        PIC 9(03) COMP-3 VALUE ZERO.
016500     05  WS-Last-Marker          PIC 9(08) VALUE ZERO.
016600     05  WS-Cand-Start           PIC 9(08) VALUE ZERO.
016700     05  WS-Cand-Bus-Days        PIC 9(03) COMP-3 VALUE ZERO.
016800     05  WS-Edit-Date            PIC 9(08) VALUE ZERO.
016900     05  WS-EDIT-DATE-PARTS REDEFINES WS-Edit-Date.
017000         10  WS-Edit-Date-YYYY   PIC 9(04).
017100         10  WS-Edit-Date-MM     PIC 9(02).
017200         10  WS-Edit-Date-DD     PIC 9(02).
017300     05  WS-Slash-Date.
017400         10  WS-Slash-MM         PIC 9(02).
017500         10  FILLER              PIC X(01) VALUE '/'.
017600         10  WS-Slash-DD         PIC 9(02).
017700         10  FILLER              PIC X(01) VALUE '/'.
017800         10  WS-Slash-YYYY       PIC 9(04).
017900*
018000 01  WS-RATE-TABLE.
018100     05  WS-Rate-Count           PIC 9(03) COMP VALUE ZERO.
018200     05  WS-Rate-Sub             PIC 9(03) COMP VALUE ZERO.
018300     05  WS-Rate-Best            PIC 9(03) COMP VALUE ZERO.
018400     05  WS-Rate-Cards-Read      PIC 9(05) COMP-3 VALUE ZERO.
018500     05  WS-Rate-Cards-Bad       PIC 9(05) COMP-3 VALUE ZERO.
018600     05  WS-Rate-Key             PIC X(08) VALUE SPACES.
018700     05  WS-RATE-ENTRY           OCCURS 200 TIMES.
018800         10  WS-Rate-Requester   PIC X(08).
018900         10  WS-Rate-Eff-Date    PIC 9(08).
019000         10  WS-Rate-Fee         PIC 9(05)V9(02).
019100         10  WS-Rate-Per-Count   PIC 9(01)V9(06).
019200         10  WS-Rate-Surchg      PIC 9(05)V9(02).
019300         10  WS-Rate-Debit-Acct  PIC X(12).
019400         10  WS-Rate-Credit-Acct PIC X(12).
019500*
019600 01  WS-DEPT-TABLE.
019700*    ONE ENTRY PER REQUESTER MASTER DEPARTMENT, PLUS ANY
019800*    REQUESTER FOUND ON A FULFILLED REQUEST BUT NO LONGER ON THE
019900*    MASTER, WITH THE DEPARTMENT'S PERIOD ACCUMULATORS.
020000     05  WS-Dept-Count           PIC 9(03) COMP VALUE ZERO.
020100     05  WS-Dept-Sub             PIC 9(03) COMP VALUE ZERO.
020200     05  WS-DEPT-ENTRY           OCCURS 500 TIMES.
020300         10  WS-Dept-Requester   PIC X(08).
020400         10  WS-Dept-Name        PIC X(30).
020500         10  WS-Dept-Rate-Sub    PIC 9(03) COMP.
020600         10  WS-Dept-Requests    PIC 9(05) COMP-3.
020700         10  WS-Dept-Forced      PIC 9(05) COMP-3.
020800         10  WS-Dept-Numbers     PIC 9(11) COMP-3.
020900         10  WS-Dept-Fees        PIC 9(09)V9(02) COMP-3.
021000         10  WS-Dept-Count-Chg   PIC 9(09)V9(02) COMP-3.
021100         10  WS-Dept-Surchgs     PIC 9(09)V9(02) COMP-3.
021200         10  WS-Dept-Amount      PIC 9(09)V9(02) COMP-3.
021300*
021400 01  WS-HIST-TABLE.
021500*    THE RUN-HISTORY RECORDS DATED AFTER THE PRIOR PERIOD END.
021600*    A RUN IS A FORCE RUN WHEN THE RUN LOG CARRIES A FORCE
021700*    MESSAGE NAMING ITS RUN NUMBER (1450-SCAN-RUN-LOG).
021800     05  WS-Hist-Count           PIC 9(05) COMP VALUE ZERO.
021900     05  WS-Hist-Sub             PIC 9(05) COMP VALUE ZERO.
022000     05  WS-Hist-Match           PIC 9(05) COMP VALUE ZERO.
022100     05  WS-Force-Msgs           PIC 9(05) COMP-3 VALUE ZERO.
022200     05  WS-Force-Untied         PIC 9(05) COMP-3 VALUE ZERO.
022300     05  WS-Force-Text           PIC X(70) VALUE SPACES.
022400     05  WS-FORCE-TEXT-PARTS REDEFINES WS-Force-Text.
022500         10  FILLER              PIC X(23).
022600         10  WS-Force-Run-Number PIC 9(05).
022700         10  FILLER              PIC X(42).
022800     05  WS-Force-Date           PIC 9(08) VALUE ZERO.
022900     05  WS-HIST-ENTRY           OCCURS 3000 TIMES.
023000         10  WS-Hist-Run-Number  PIC 9(05).
023100         10  WS-Hist-Run-Date    PIC 9(08).
023200         10  WS-Hist-Forced-Sw   PIC X(01).
023300             88  WS-HIST-FORCED      VALUE 'Y'.
023400*
023500 01  WS-BILL-TABLE.
023600*    ONE ENTRY PER REQUEST BILLED, IN QUEUE ORDER; THE
023700*    STATEMENTS PICK EACH DEPARTMENT'S ENTRIES OUT IN TURN.
023800     05  WS-Bill-Count           PIC 9(05) COMP VALUE ZERO.
023900     05  WS-Bill-Sub             PIC 9(05) COMP VALUE ZERO.
024000     05  WS-BILL-ENTRY           OCCURS 5000 TIMES.
024100         10  WS-Bill-Dept-Sub    PIC 9(03) COMP.
024200         10  WS-Bill-Run-Number  PIC 9(05).
024300         10  WS-Bill-Run-Date    PIC 9(08).
024400         10  WS-Bill-Low         PIC 9(09).
024500         10  WS-Bill-High        PIC 9(09).
024600         10  WS-Bill-Numbers     PIC 9(09).
024700         10  WS-Bill-Forced-Sw   PIC X(01).
024800             88  WS-BILL-FORCED      VALUE 'Y'.
024900         10  WS-Bill-Fee         PIC 9(05)V9(02).
025000         10  WS-Bill-Count-Chg   PIC 9(07)V9(02).
025100         10  WS-Bill-Surchg      PIC 9(05)V9(02).
025200         10  WS-Bill-Amount      PIC 9(09)V9(02).
025300*
025400 01  WS-PERIOD-TOTALS.
025500     05  WS-Rque-Read            PIC 9(07) COMP-3 VALUE ZERO.
025600     05  WS-Rque-In-Period       PIC 9(07) COMP-3 VALUE ZERO.
025700     05  WS-Exc-Count            PIC 9(05) COMP-3 VALUE ZERO.
025800     05  WS-Depts-Billed         PIC 9(05) COMP-3 VALUE ZERO.
025900     05  WS-Tot-Forced           PIC 9(05) COMP-3 VALUE ZERO.
026000     05  WS-Tot-Numbers          PIC 9(11) COMP-3 VALUE ZERO.
026100     05  WS-Tot-Fees             PIC 9(11)V9(02) COMP-3
026200                                 VALUE ZERO.
026300     05  WS-Tot-Count-Chg        PIC 9(11)V9(02) COMP-3
026400                                 VALUE ZERO.
026500     05  WS-Tot-Surchgs          PIC 9(11)V9(02) COMP-3
026600                                 VALUE ZERO.
026700     05  WS-Tot-Amount           PIC 9(11)V9(02) COMP-3
026800                                 VALUE ZERO.
026900     05  WS-Jrnl-Lines           PIC 9(07) COMP-3 VALUE ZERO.
027000     05  WS-Jrnl-Debits          PIC 9(11)V9(02) COMP-3
027100                                 VALUE ZERO.
027200     05  WS-Jrnl-Credits         PIC 9(11)V9(02) COMP-3
027300                                 VALUE ZERO.
027400*
027500 01  WS-WORK-FIELDS.
027600     05  WS-Exc-Reason           PIC X(40) VALUE SPACES.
027700     05  WS-Work-Numbers         PIC 9(09) VALUE ZERO.
027800     05  WS-Work-Count-Chg       PIC 9(07)V9(02) VALUE ZERO.
027900     05  WS-Line-Count           PIC 9(03) COMP VALUE ZERO.
028000     05  WS-Exc-Line-Count       PIC 9(03) COMP VALUE ZERO.
028100     05  WS-Lines-Per-Page       PIC 9(03) COMP VALUE 55.
028200     05  WS-Page-Count           PIC 9(05) COMP-3 VALUE ZERO.
028300     05  WS-Exc-Page-Count       PIC 9(05) COMP-3 VALUE ZERO.
028400     05  WS-Dept-Key             PIC X(08) VALUE SPACES.
028500     05  WS-Ret-Code             PIC 9(02) VALUE ZERO.
028600     05  WS-Edit-Count           PIC ZZ,ZZ9.
028700*
028800 01  HDG-LINE-1.
028900     05  FILLER                  PIC X(01) VALUE SPACE.
029000     05  FILLER                  PIC X(45)
029100         VALUE 'FIZZBUZZ CLASSIFICATION CHARGEBACK STATEMENT'.
029200     05  FILLER                  PIC X(07) VALUE 'PERIOD '.
029300     05  HDG-Period-Start        PIC X(10).
029400     05  FILLER                  PIC X(04) VALUE ' TO '.
029500     05  HDG-Period-End          PIC X(10).
029600     05  FILLER                  PIC X(44) VALUE SPACES.
029700     05  FILLER                  PIC X(05) VALUE 'PAGE '.
029800     05  HDG-Page                PIC ZZZZ9.
029900     05  FILLER                  PIC X(02) VALUE SPACES.
030000*
030100 01  HDG-DEPT-LINE.
030200     05  FILLER                  PIC X(01) VALUE SPACE.
030300     05  FILLER                  PIC X(12) VALUE 'DEPARTMENT: '.
030400     05  HDG-Dept-Requester      PIC X(08).
030500     05  FILLER                  PIC X(02) VALUE SPACES.
030600     05  HDG-Dept-Name           PIC X(30).
030700     05  FILLER                  PIC X(02) VALUE SPACES.
030800     05  HDG-Dept-Cont           PIC X(11) VALUE SPACES.
030900     05  FILLER                  PIC X(67) VALUE SPACES.
031000*
031100 01  HDG-RATE-LINE.
031200     05  FILLER                  PIC X(01) VALUE SPACE.
031300     05  FILLER                  PIC X(13) VALUE 'RATES: FEE $'.
031400     05  HDG-Rate-Fee            PIC ZZ,ZZ9.99.
031500     05  FILLER                  PIC X(14)
031600         VALUE '  PER COUNT $'.
031700     05  HDG-Rate-Per-Count      PIC 9.999999.
031800     05  FILLER                  PIC X(18)
031900         VALUE '  FORCE SURCHARGE '.
032000     05  FILLER                  PIC X(01) VALUE '$'.
032100     05  HDG-Rate-Surchg         PIC ZZ,ZZ9.99.
032200     05  FILLER                  PIC X(02) VALUE SPACES.
032300     05  HDG-Rate-Basis          PIC X(30) VALUE SPACES.
032400     05  FILLER                  PIC X(28) VALUE SPACES.
032500*
032600 01  HDG-ACCT-LINE.
032700     05  FILLER                  PIC X(01) VALUE SPACE.
032800     05  FILLER                  PIC X(18)
032900         VALUE 'CHARGED TO ACCOUNT'.
033000     05  FILLER                  PIC X(01) VALUE SPACE.
033100     05  HDG-Debit-Acct          PIC X(12).
033200     05  FILLER                  PIC X(101) VALUE SPACES.
033300*
033400 01  HDG-COL-LINE.
033500     05  FILLER                  PIC X(01) VALUE SPACE.
033600     05  FILLER                  PIC X(10) VALUE 'RUN DATE'.
033700     05  FILLER                  PIC X(07) VALUE '    RUN'.
033800     05  FILLER                  PIC X(11) VALUE '  LOW BOUND'.
033900     05  FILLER                  PIC X(11) VALUE ' HIGH BOUND'.
034000     05  FILLER                  PIC X(12) VALUE '       COUNT'.
034100     05  FILLER                  PIC X(11) VALUE '        FEE'.
034200     05  FILLER                  PIC X(14)
034300         VALUE '  COUNT CHARGE'.
034400     05  FILLER                  PIC X(11) VALUE '  SURCHARGE'.
034500     05  FILLER                  PIC X(16)
034600         VALUE '          AMOUNT'.
034700     05  FILLER                  PIC X(07) VALUE '  NOTE'.
034800     05  FILLER                  PIC X(22) VALUE SPACES.
034900*
035000 01  DTL-LINE.
035100     05  FILLER                  PIC X(01) VALUE SPACE.
035200     05  DTL-Run-Date            PIC X(10).
035300     05  FILLER                  PIC X(02) VALUE SPACES.
035400     05  DTL-Run-Number          PIC 9(05).
035500     05  FILLER                  PIC X(02) VALUE SPACES.
035600     05  DTL-Low                 PIC ZZZZZZZZ9.
035700     05  FILLER                  PIC X(02) VALUE SPACES.
035800     05  DTL-High                PIC ZZZZZZZZ9.
035900     05  FILLER                  PIC X(01) VALUE SPACES.
036000     05  DTL-Numbers             PIC ZZZ,ZZZ,ZZ9.
036100     05  FILLER                  PIC X(02) VALUE SPACES.
036200     05  DTL-Fee                 PIC ZZ,ZZ9.99.
036300     05  FILLER                  PIC X(02) VALUE SPACES.
036400     05  DTL-Count-Chg           PIC Z,ZZZ,ZZ9.99.
036500     05  FILLER                  PIC X(02) VALUE SPACES.
036600     05  DTL-Surchg              PIC ZZ,ZZ9.99.
036700     05  FILLER                  PIC X(02) VALUE SPACES.
036800     05  DTL-Amount              PIC ZZZ,ZZZ,ZZ9.99.
036900     05  FILLER                  PIC X(02) VALUE SPACES.
037000     05  DTL-Note                PIC X(05) VALUE SPACES.
037100     05  FILLER                  PIC X(22) VALUE SPACES.
037200*
037300 01  TOT-LINE.
037400     05  FILLER                  PIC X(01) VALUE SPACE.
037500     05  TOT-Label               PIC X(30) VALUE SPACES.
037600     05  FILLER                  PIC X(07) VALUE SPACES.
037700     05  TOT-Numbers             PIC ZZ,ZZZ,ZZZ,ZZ9.
037800     05  FILLER                  PIC X(01) VALUE SPACES.
037900     05  TOT-Fees                PIC ZZZ,ZZ9.99.
038000     05  FILLER                  PIC X(01) VALUE SPACES.
038100     05  TOT-Count-Chg           PIC ZZ,ZZZ,ZZ9.99.
038200     05  FILLER                  PIC X(01) VALUE SPACES.
038300     05  TOT-Surchgs             PIC ZZZ,ZZ9.99.
038400     05  FILLER                  PIC X(02) VALUE SPACES.
038500     05  TOT-Amount              PIC ZZZ,ZZZ,ZZ9.99.
038600     05  FILLER                  PIC X(29) VALUE SPACES.
038700*
038800 01  SUM-LINE.
038900     05  FILLER                  PIC X(01) VALUE SPACE.
039000     05  SUM-Description         PIC X(40) VALUE SPACES.
039100     05  SUM-Figure              PIC ZZ,ZZZ,ZZZ,ZZ9.
039200     05  FILLER                  PIC X(78) VALUE SPACES.
039300*
039400 01  SUM-AMT-LINE.
039500     05  FILLER                  PIC X(01) VALUE SPACE.
039600     05  SUM-Amt-Description     PIC X(40) VALUE SPACES.
039700     05  SUM-Amount              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
039800     05  FILLER                  PIC X(75) VALUE SPACES.
039900*
040000 01  MSG-LINE.
040100     05  FILLER                  PIC X(01) VALUE SPACE.
040200     05  MSG-Text                PIC X(70) VALUE SPACES.
040300     05  FILLER                  PIC X(62) VALUE SPACES.
040400*
040500 01  EXC-HDG-LINE.
040600     05  FILLER                  PIC X(01) VALUE SPACE.
040700     05  FILLER                  PIC X(45)
040800         VALUE 'FIZZBUZZ CHARGEBACK EXCEPTIONS - NOT BILLED'.
040900     05  FILLER                  PIC X(07) VALUE 'PERIOD '.
041000     05  EXH-Period-Start        PIC X(10).
041100     05  FILLER                  PIC X(04) VALUE ' TO '.
041200     05  EXH-Period-End          PIC X(10).
041300     05  FILLER                  PIC X(44) VALUE SPACES.
041400     05  FILLER                  PIC X(05) VALUE 'PAGE '.
041500     05  EXH-Page                PIC ZZZZ9.
041600     05  FILLER                  PIC X(02) VALUE SPACES.
041700*
041800 01  EXC-COL-LINE.
041900     05  FILLER                  PIC X(01) VALUE SPACE.
042000     05  FILLER                  PIC X(10) VALUE 'REQUESTER'.
042100     05  FILLER                  PIC X(09) VALUE 'LOW BOUND'.
042200     05  FILLER                  PIC X(12) VALUE '  HIGH BOUND'.
042300     05  FILLER                  PIC X(08) VALUE '     RUN'.
042400     05  FILLER                  PIC X(13) VALUE '   RUN DATE'.
042500     05  FILLER                  PIC X(06) VALUE SPACES.
042600     05  FILLER                  PIC X(40) VALUE 'REASON'.
042700     05  FILLER                  PIC X(34) VALUE SPACES.
042800*
042900 01  EXC-DTL-LINE.
043000     05  FILLER                  PIC X(01) VALUE SPACE.
043100     05  EXD-Requester           PIC X(08).
043200     05  FILLER                  PIC X(02) VALUE SPACES.
043300     05  EXD-Low                 PIC ZZZZZZZZ9.
043400     05  FILLER                  PIC X(03) VALUE SPACES.
043500     05  EXD-High                PIC ZZZZZZZZ9.
043600     05  FILLER                  PIC X(03) VALUE SPACES.
043700     05  EXD-Run-Number          PIC X(05).
043800     05  FILLER                  PIC X(03) VALUE SPACES.
043900     05  EXD-Run-Date            PIC X(10).
044000     05  FILLER                  PIC X(06) VALUE SPACES.
044100     05  EXD-Reason              PIC X(40).
044200     05  FILLER                  PIC X(34) VALUE SPACES.
044300*
044400 PROCEDURE DIVISION.
044500*
044600 0000-MAINLINE.
044700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
044800     PERFORM 1100-FIND-PERIOD THRU 1100-FIND-PERIOD-EXIT.
044900     PERFORM 1200-LOAD-RATES THRU 1200-LOAD-RATES-EXIT.
045000     PERFORM 1300-LOAD-DEPARTMENTS
045100         THRU 1300-LOAD-DEPARTMENTS-EXIT.
045200     PERFORM 1400-LOAD-HISTORY THRU 1400-LOAD-HISTORY-EXIT.
045300     PERFORM 1450-SCAN-RUN-LOG THRU 1450-SCAN-RUN-LOG-EXIT.
045400     PERFORM 1500-OPEN-OUTPUTS THRU 1500-OPEN-OUTPUTS-EXIT.
045500     PERFORM 2000-PRICE-REQUESTS THRU 2000-PRICE-REQUESTS-EXIT.
045600     PERFORM 3000-PRINT-STATEMENTS
045700         THRU 3000-PRINT-STATEMENTS-EXIT.
045800     PERFORM 4000-WRITE-JOURNAL THRU 4000-WRITE-JOURNAL-EXIT.
045900     PERFORM 5000-PRINT-SUMMARY THRU 5000-PRINT-SUMMARY-EXIT.
046000     PERFORM 6000-FINALIZE THRU 6000-FINALIZE-EXIT.
046100     STOP RUN.
046200*
046300******************************************************************
046400* 1000-INITIALIZE - THE PERIOD-END CARD.                         *
046500******************************************************************
046600 1000-INITIALIZE.
046700     ACCEPT WS-Sys-Date FROM DATE YYYYMMDD.
046800     ACCEPT WS-Parm-Card.
046900     IF WS-Parm-End-Date IS NUMERIC
047000             AND WS-Parm-End-Date > ZERO
047100         MOVE WS-Parm-End-Date TO WS-Period-End
047200         SET WS-CARD-SUPPLIED TO TRUE
047300     ELSE
047400         DISPLAY 'EVANCHRG - NO PERIOD-END CARD, BILLING THE '
047500             'LATEST PERIOD ENDED BY ' WS-Sys-Date
047600     END-IF.
047700 1000-INITIALIZE-EXIT.
047800     EXIT.
047900*
048000******************************************************************
048100* 1100-FIND-PERIOD - ONE PASS OVER THE PROCESSING CALENDAR.      *
048200* WITH A CARD THE CARD'S DATE MUST BE A PERIOD-END MARKER;       *
048300* WITHOUT ONE THE LATEST MARKER NOT AFTER TODAY ENDS THE         *
048400* PERIOD.  THE PERIOD STARTS ON THE FIRST CALENDAR DATE AFTER    *
048500* THE MARKER BEFORE IT.  NO CALENDAR, OR NO SUCH MARKER, ENDS    *
048600* THE JOB RC 12 - THERE IS NO PERIOD TO BILL.                    *
048700******************************************************************
048800 1100-FIND-PERIOD.
048900     OPEN INPUT CALN-FILE.
049000     IF WS-CALN-STATUS NOT = '00'
049100         DISPLAY 'EVANCHRG - UNABLE TO OPEN THE PROCESSING '
049200             'CALENDAR, STATUS ' WS-CALN-STATUS
049300         MOVE 12 TO RETURN-CODE
049400         STOP RUN
049500     END-IF.
049600     PERFORM 1110-READ-CALN-RECORD
049700         THRU 1110-READ-CALN-RECORD-EXIT
049800         UNTIL WS-CALN-EOF.
049900     CLOSE CALN-FILE.
050000     IF NOT WS-PERIOD-FOUND
050100         IF WS-CARD-SUPPLIED
050200             DISPLAY 'EVANCHRG - ' WS-Period-End ' IS NOT A '
050300                 'PERIOD END ON THE PROCESSING CALENDAR'
050400         ELSE
050500             DISPLAY 'EVANCHRG - NO PERIOD END ON THE '
050600                 'PROCESSING CALENDAR BY ' WS-Sys-Date
050700         END-IF
050800         MOVE 12 TO RETURN-CODE
050900         STOP RUN
051000     END-IF.
051100     IF WS-Prior-End = ZERO
051200         DISPLAY 'EVANCHRG - NO EARLIER PERIOD END ON THE '
051300             'CALENDAR, THE PERIOD TAKES EVERY EARLIER DATE'
051400     END-IF.
051500     DISPLAY 'EVANCHRG - BILLING PERIOD ' WS-Period-Start
051600         ' TO ' WS-Period-End ', ' WS-Business-Days
051700         ' BUSINESS DAYS'.
051800     MOVE WS-Period-Start TO WS-Edit-Date.
051900     PERFORM 9000-EDIT-DATE THRU 9000-EDIT-DATE-EXIT.
052000     MOVE WS-Slash-Date TO HDG-Period-Start EXH-Period-Start.
052100     MOVE WS-Period-End TO WS-Edit-Date.
052200     PERFORM 9000-EDIT-DATE THRU 9000-EDIT-DATE-EXIT.
052300     MOVE WS-Slash-Date TO HDG-Period-End EXH-Period-End.
052400 1100-FIND-PERIOD-EXIT.
052500     EXIT.
052600*
052700******************************************************************
052800* 1110-READ-CALN-RECORD - WS-CAND-START IS THE FIRST DATE AFTER  *
052900* THE LATEST MARKER SEEN, WITH THE BUSINESS DAYS COUNTED FROM    *
053000* IT; A MARKER THAT ENDS THE PERIOD TAKES BOTH OVER.             *
053100******************************************************************
053200 1110-READ-CALN-RECORD.
053300     READ CALN-FILE
053400         AT END
053500             SET WS-CALN-EOF TO TRUE
053600             GO TO 1110-READ-CALN-RECORD-EXIT
053700     END-READ.
053800     IF WS-START-PENDING
053900         MOVE DL-CALN-DATE TO WS-Cand-Start
054000         MOVE ZERO TO WS-Cand-Bus-Days
054100         MOVE 'N' TO WS-START-PENDING-SW
054200     END-IF.
054300     IF DL-CALN-BUSINESS-DAY
054400         ADD 1 TO WS-Cand-Bus-Days
054500     END-IF.
054600     IF NOT DL-CALN-PERIOD-END
054700         GO TO 1110-READ-CALN-RECORD-EXIT
054800     END-IF.
054900     IF (WS-CARD-SUPPLIED
055000             AND DL-CALN-DATE = WS-Period-End)
055100         OR (NOT WS-CARD-SUPPLIED
055200             AND DL-CALN-DATE NOT > WS-Sys-Date)
055300         MOVE DL-CALN-DATE TO WS-Period-End
055400         MOVE WS-Cand-Start TO WS-Period-Start
055500         MOVE WS-Cand-Bus-Days TO WS-Business-Days
055600         MOVE WS-Last-Marker TO WS-Prior-End
055700         SET WS-PERIOD-FOUND TO TRUE
055800     END-IF.
055900     MOVE DL-CALN-DATE TO WS-Last-Marker.
056000     SET WS-START-PENDING TO TRUE.
056100 1110-READ-CALN-RECORD-EXIT.
056200     EXIT.
056300*
056400******************************************************************
056500* 1200-LOAD-RATES - THE CHARGEBACK RATE TABLE.  A CARD THAT      *
056600* WILL NOT EDIT IS LISTED AND SKIPPED (RC 4); NO RATE FILE AT    *
056700* ALL, OR MORE CARDS THAN THE TABLE HOLDS, ENDS THE JOB RC 12.   *
056800******************************************************************
056900 1200-LOAD-RATES.
057000     OPEN INPUT RATE-FILE.
057100     IF WS-RATE-STATUS NOT = '00'
057200         DISPLAY 'EVANCHRG - UNABLE TO OPEN THE RATE TABLE, '
057300             'STATUS ' WS-RATE-STATUS
057400         MOVE 12 TO RETURN-CODE
057500         STOP RUN
057600     END-IF.
057700     PERFORM 1210-READ-RATE-CARD
057800         THRU 1210-READ-RATE-CARD-EXIT
057900         UNTIL WS-RATE-EOF.
058000     CLOSE RATE-FILE.
058100     DISPLAY 'EVANCHRG - ' WS-Rate-Cards-Read ' RATE CARDS READ, '
058200         WS-Rate-Cards-Bad ' REJECTED'.
058300 1200-LOAD-RATES-EXIT.
058400     EXIT.
058500*
058600 1210-READ-RATE-CARD.
058700     READ RATE-FILE
058800         AT END
058900             SET WS-RATE-EOF TO TRUE
059000             GO TO 1210-READ-RATE-CARD-EXIT
059100     END-READ.
059200     ADD 1 TO WS-Rate-Cards-Read.
059300     IF DL-RATE-REQUESTER = SPACES
059400             OR DL-RATE-EFF-DATE NOT NUMERIC
059500             OR DL-RATE-REQUEST-FEE NOT NUMERIC
059600             OR DL-RATE-COUNT-RATE NOT NUMERIC
059700             OR DL-RATE-FORCE-SURCHG NOT NUMERIC
059800             OR DL-RATE-DEBIT-ACCT = SPACES
059900             OR DL-RATE-CREDIT-ACCT = SPACES
060000         DISPLAY 'EVANCHRG - RATE CARD ' WS-Rate-Cards-Read
060100             ' FOR ' DL-RATE-REQUESTER ' WILL NOT EDIT, SKIPPED'
060200         ADD 1 TO WS-Rate-Cards-Bad
060300         MOVE 04 TO WS-Ret-Code
060400         GO TO 1210-READ-RATE-CARD-EXIT
060500     END-IF.
060600     IF WS-Rate-Count >= 200
060700         DISPLAY 'EVANCHRG - MORE THAN 200 RATE CARDS, '
060800             'ENLARGE WS-RATE-ENTRY'
060900         MOVE 12 TO RETURN-CODE
061000         STOP RUN
061100     END-IF.
061200     ADD 1 TO WS-Rate-Count.
061300     MOVE DL-RATE-REQUESTER TO WS-Rate-Requester(WS-Rate-Count).
061400     MOVE DL-RATE-EFF-DATE TO WS-Rate-Eff-Date(WS-Rate-Count).
061500     MOVE DL-RATE-REQUEST-FEE TO WS-Rate-Fee(WS-Rate-Count).
061600     MOVE DL-RATE-COUNT-RATE
061700         TO WS-Rate-Per-Count(WS-Rate-Count).
061800     MOVE DL-RATE-FORCE-SURCHG TO WS-Rate-Surchg(WS-Rate-Count).
061900     MOVE DL-RATE-DEBIT-ACCT
062000         TO WS-Rate-Debit-Acct(WS-Rate-Count).
062100     MOVE DL-RATE-CREDIT-ACCT
062200         TO WS-Rate-Credit-Acct(WS-Rate-Count).
062300 1210-READ-RATE-CARD-EXIT.
062400     EXIT.
062500*
062600******************************************************************
062700* 1300-LOAD-DEPARTMENTS - ONE DEPARTMENT ENTRY PER REQUESTER     *
062800* MASTER RECORD, CARRYING THE NAME FOR THE STATEMENT.  WITHOUT   *
062900* THE MASTER THE STATEMENTS STILL PRINT, UNDER THE REQUESTER ID  *
063000* ALONE.                                                         *
063100******************************************************************
063200 1300-LOAD-DEPARTMENTS.
063300     OPEN INPUT RQMS-FILE.
063400     IF WS-RQMS-STATUS NOT = '00'
063500         DISPLAY 'EVANCHRG - NO REQUESTER MASTER, STATUS '
063600             WS-RQMS-STATUS ', DEPARTMENT NAMES OMITTED'
063700         GO TO 1300-LOAD-DEPARTMENTS-EXIT
063800     END-IF.
063900     PERFORM 1310-READ-RQMS-RECORD
064000         THRU 1310-READ-RQMS-RECORD-EXIT
064100         UNTIL WS-RQMS-EOF.
064200     CLOSE RQMS-FILE.
064300 1300-LOAD-DEPARTMENTS-EXIT.
064400     EXIT.
064500*
064600 1310-READ-RQMS-RECORD.
064700     READ RQMS-FILE
064800         AT END
064900             SET WS-RQMS-EOF TO TRUE
065000             GO TO 1310-READ-RQMS-RECORD-EXIT
065100     END-READ.
065200     MOVE DL-RQMS-REQUESTER TO WS-Dept-Key.
065300     PERFORM 2200-FIND-DEPARTMENT THRU 2200-FIND-DEPARTMENT-EXIT.
065400     MOVE DL-RQMS-DEPT-NAME TO WS-Dept-Name(WS-Dept-Sub).
065500 1310-READ-RQMS-RECORD-EXIT.
065600     EXIT.
065700*
065800******************************************************************
065900* 1400-LOAD-HISTORY - THE RUN-HISTORY RECORDS DATED AFTER THE    *
066000* PRIOR PERIOD END (A RESTARTED RUN CAN CLOSE AFTER THE PERIOD   *
066100* END, SO LATER RECORDS ARE KEPT TOO).  A RECORD WITH NO RUN     *
066200* NUMBER CANNOT BE TIED TO A REQUEST AND IS PASSED BY.  NO       *
066300* HISTORY FILE ENDS THE JOB RC 12 - NOTHING COULD BE BILLED.     *
066400******************************************************************
066500 1400-LOAD-HISTORY.
066600     OPEN INPUT HIST-FILE.
066700     IF WS-HIST-STATUS NOT = '00'
066800         DISPLAY 'EVANCHRG - UNABLE TO OPEN THE RUN-HISTORY '
066900             'FILE, STATUS ' WS-HIST-STATUS
067000         MOVE 12 TO RETURN-CODE
067100         STOP RUN
067200     END-IF.
067300     PERFORM 1410-READ-HIST-RECORD
067400         THRU 1410-READ-HIST-RECORD-EXIT
067500         UNTIL WS-HIST-EOF.
067600     CLOSE HIST-FILE.
067700 1400-LOAD-HISTORY-EXIT.
067800     EXIT.
067900*
068000 1410-READ-HIST-RECORD.
068100     READ HIST-FILE
068200         AT END
068300             SET WS-HIST-EOF TO TRUE
068400             GO TO 1410-READ-HIST-RECORD-EXIT
068500     END-READ.
068600     IF DL-HIST-RUN-NUMBER NOT NUMERIC
068700             OR DL-HIST-RUN-NUMBER = ZERO
068800             OR DL-HIST-RUN-DATE NOT NUMERIC
068900         GO TO 1410-READ-HIST-RECORD-EXIT
069000     END-IF.
069100     MOVE DL-HIST-RUN-DATE TO WS-Edit-Date.
069200     IF WS-Edit-Date NOT > WS-Prior-End
069300         GO TO 1410-READ-HIST-RECORD-EXIT
069400     END-IF.
069500     IF WS-Hist-Count >= 3000
069600         DISPLAY 'EVANCHRG - MORE THAN 3000 RUNS SINCE THE '
069700             'PRIOR PERIOD END, ENLARGE WS-HIST-ENTRY'
069800         MOVE 12 TO RETURN-CODE
069900         STOP RUN
070000     END-IF.
070100     ADD 1 TO WS-Hist-Count.
070200     MOVE DL-HIST-RUN-NUMBER TO WS-Hist-Run-Number(WS-Hist-Count).
070300     MOVE WS-Edit-Date TO WS-Hist-Run-Date(WS-Hist-Count).
070400     MOVE 'N' TO WS-Hist-Forced-Sw(WS-Hist-Count).
070500 1410-READ-HIST-RECORD-EXIT.
070600     EXIT.
070700*
070800******************************************************************
070900* 1450-SCAN-RUN-LOG - THE FORCE MESSAGES EVANCOLWELL (ECW0023)   *
071000* AND EVANPINI (EPI0023) WRITE FOR EVERY RUN THAT TAKES FORCE,   *
071100* EACH NAMING ITS RUN NUMBER - THE SAME RECORDS EVANMNTH COUNTS  *
071200* AS FORCED RUNS.  A MESSAGE DATED ON OR BEFORE THE PRIOR PERIOD *
071300* END BELONGS TO A RUN ALREADY BILLED.  ONE THAT NAMES NO RUN    *
071400* CANNOT BE TIED TO A RUN AND ENDS THE JOB RC 4, SINCE ITS RUN   *
071500* MAY HAVE GONE UNSURCHARGED.  NO RUN LOG ENDS THE JOB RC 12 -   *
071600* NO FORCE RUN COULD BE TOLD FROM ANY OTHER.                     *
071700******************************************************************
071800 1450-SCAN-RUN-LOG.
071900     OPEN INPUT RLOG-FILE.
072000     IF WS-RLOG-STATUS NOT = '00'
072100         DISPLAY 'EVANCHRG - UNABLE TO OPEN THE RUN LOG, STATUS '
072200             WS-RLOG-STATUS ', FORCE RUNS CANNOT BE TOLD'
072300         MOVE 12 TO RETURN-CODE
072400         STOP RUN
072500     END-IF.
072600     PERFORM 1460-READ-RLOG-RECORD
072700         THRU 1460-READ-RLOG-RECORD-EXIT
072800         UNTIL WS-RLOG-EOF.
072900     CLOSE RLOG-FILE.
073000     DISPLAY 'EVANCHRG - ' WS-Force-Msgs ' FORCE MESSAGES IN THE '
073100         'PERIOD, ' WS-Force-Untied ' NAMING NO RUN'.
073200     IF WS-Force-Untied > ZERO
073300         DISPLAY 'EVANCHRG - A FORCE MESSAGE NAMING NO RUN IS '
073400             'NOT SURCHARGED, CHECK THE RUN LOG'
073500         MOVE 04 TO WS-Ret-Code
073600     END-IF.
073700 1450-SCAN-RUN-LOG-EXIT.
073800     EXIT.
073900*
074000 1460-READ-RLOG-RECORD.
074100     READ RLOG-FILE
074200         AT END
074300             SET WS-RLOG-EOF TO TRUE
074400             GO TO 1460-READ-RLOG-RECORD-EXIT
074500     END-READ.
074600     IF NOT DL-RLOG-IS-MESSAGE
074700             OR (DL-RLOG-MSG-ID NOT = 'ECW0023'
074800                 AND DL-RLOG-MSG-ID NOT = 'EPI0023')
074900             OR DL-RLOG-DATE NOT NUMERIC
075000         GO TO 1460-READ-RLOG-RECORD-EXIT
075100     END-IF.
075200     IF DL-RLOG-DATE NOT > WS-Prior-End
075300         GO TO 1460-READ-RLOG-RECORD-EXIT
075400     END-IF.
075500     ADD 1 TO WS-Force-Msgs.
075600     MOVE DL-RLOG-TEXT TO WS-Force-Text.
075700     IF WS-Force-Run-Number NOT NUMERIC
075800             OR WS-Force-Run-Number = ZERO
075900         ADD 1 TO WS-Force-Untied
076000         DISPLAY 'EVANCHRG - FORCE MESSAGE FROM ' DL-RLOG-PROGRAM
076100             ' ON ' DL-RLOG-DATE ' NAMES NO RUN'
076200         GO TO 1460-READ-RLOG-RECORD-EXIT
076300     END-IF.
076400     MOVE DL-RLOG-DATE TO WS-Force-Date.
076500     MOVE ZERO TO WS-Hist-Match.
076600     PERFORM 1470-MATCH-FORCED-RUN
076700         THRU 1470-MATCH-FORCED-RUN-EXIT
076800         VARYING WS-Hist-Sub FROM 1 BY 1
076900         UNTIL WS-Hist-Sub > WS-Hist-Count.
077000     IF WS-Hist-Match > ZERO
077100         SET WS-HIST-FORCED(WS-Hist-Match) TO TRUE
077200     END-IF.
077300 1460-READ-RLOG-RECORD-EXIT.
077400     EXIT.
077500*
077600******************************************************************
077700* 1470-MATCH-FORCED-RUN - THE RUN-HISTORY RECORD FOR THE FORCE   *
077800* MESSAGE'S RUN NUMBER, DATED ON OR AFTER THE MESSAGE (A         *
077900* RESTARTED RUN CLOSES ON A LATER DAY THAN IT TOOK FORCE); THE   *
078000* EARLIEST SUCH RECORD, SHOULD THE RUN NUMBER HAVE WRAPPED.  A   *
078100* RUN THAT NEVER CLOSED HAS NO RECORD AND NOTHING BILLED TO      *
078200* SURCHARGE.                                                     *
078300******************************************************************
078400 1470-MATCH-FORCED-RUN.
078500     IF WS-Hist-Run-Number(WS-Hist-Sub) NOT = WS-Force-Run-Number
078600             OR WS-Hist-Run-Date(WS-Hist-Sub) < WS-Force-Date
078700         GO TO 1470-MATCH-FORCED-RUN-EXIT
078800     END-IF.
078900     IF WS-Hist-Match = ZERO
079000         MOVE WS-Hist-Sub TO WS-Hist-Match
079100         GO TO 1470-MATCH-FORCED-RUN-EXIT
079200     END-IF.
079300     IF WS-Hist-Run-Date(WS-Hist-Sub)
079400             < WS-Hist-Run-Date(WS-Hist-Match)
079500         MOVE WS-Hist-Sub TO WS-Hist-Match
079600     END-IF.
079700 1470-MATCH-FORCED-RUN-EXIT.
079800     EXIT.
079900*
080000******************************************************************
080100* 1500-OPEN-OUTPUTS - THE STATEMENT, EXCEPTION AND JOURNAL       *
080200* FILES.  ANY ONE THAT WILL NOT OPEN ENDS THE JOB RC 12.         *
080300******************************************************************
080400 1500-OPEN-OUTPUTS.
080500     OPEN OUTPUT PRT-FILE.
080600     IF WS-PRT-STATUS NOT = '00'
080700         DISPLAY 'EVANCHRG - UNABLE TO OPEN STATEMENT FILE, '
080800             'STATUS ' WS-PRT-STATUS
080900         MOVE 12 TO RETURN-CODE
081000         STOP RUN
081100     END-IF.
081200     OPEN OUTPUT EXC-FILE.
081300     IF WS-EXC-STATUS NOT = '00'
081400         DISPLAY 'EVANCHRG - UNABLE TO OPEN EXCEPTION FILE, '
081500             'STATUS ' WS-EXC-STATUS
081600         MOVE 12 TO RETURN-CODE
081700         STOP RUN
081800     END-IF.
081900     OPEN OUTPUT GLJR-FILE.
082000     IF WS-GLJR-STATUS NOT = '00'
082100         DISPLAY 'EVANCHRG - UNABLE TO OPEN GL JOURNAL FILE, '
082200             'STATUS ' WS-GLJR-STATUS
082300         MOVE 12 TO RETURN-CODE
082400         STOP RUN
082500     END-IF.
082600     PERFORM 2510-EXCEPTION-HEADING
082700         THRU 2510-EXCEPTION-HEADING-EXIT.
082800 1500-OPEN-OUTPUTS-EXIT.
082900     EXIT.
083000*
083100******************************************************************
083200* 2000-PRICE-REQUESTS - ONE PASS OVER THE REQUEST QUEUE.  EVERY  *
083300* REQUEST FULFILLED IN THE PERIOD IS EITHER PRICED ONTO THE BILL *
083400* TABLE OR LISTED AS AN EXCEPTION - NEVER BOTH, NEVER NEITHER.   *
083500******************************************************************
083600 2000-PRICE-REQUESTS.
083700     OPEN INPUT RQUE-FILE.
083800     IF WS-RQUE-STATUS NOT = '00'
083900         DISPLAY 'EVANCHRG - UNABLE TO OPEN THE REQUEST QUEUE, '
084000             'STATUS ' WS-RQUE-STATUS
084100         MOVE 12 TO RETURN-CODE
084200         STOP RUN
084300     END-IF.
084400     PERFORM 2100-READ-RQUE-RECORD
084500         THRU 2100-READ-RQUE-RECORD-EXIT
084600         UNTIL WS-RQUE-EOF.
084700     CLOSE RQUE-FILE.
084800 2000-PRICE-REQUESTS-EXIT.
084900     EXIT.
085000*
085100 2100-READ-RQUE-RECORD.
085200     READ RQUE-FILE
085300         AT END
085400             SET WS-RQUE-EOF TO TRUE
085500             GO TO 2100-READ-RQUE-RECORD-EXIT
085600     END-READ.
085700     ADD 1 TO WS-Rque-Read.
085800     IF NOT DL-RQUE-FULFILLED
085900             OR DL-RQUE-RUN-DATE NOT NUMERIC
086000         GO TO 2100-READ-RQUE-RECORD-EXIT
086100     END-IF.
086200     IF DL-RQUE-RUN-DATE NOT > WS-Prior-End
086300             OR DL-RQUE-RUN-DATE > WS-Period-End
086400         GO TO 2100-READ-RQUE-RECORD-EXIT
086500     END-IF.
086600     ADD 1 TO WS-Rque-In-Period.
086700     IF DL-RQUE-RUN-NUMBER NOT NUMERIC
086800             OR DL-RQUE-RUN-NUMBER = ZERO
086900         MOVE 'NO RUN NUMBER STAMPED ON THE REQUEST'
087000             TO WS-Exc-Reason
087100         PERFORM 2500-WRITE-EXCEPTION
087200             THRU 2500-WRITE-EXCEPTION-EXIT
087300         GO TO 2100-READ-RQUE-RECORD-EXIT
087400     END-IF.
087500     MOVE ZERO TO WS-Hist-Match.
087600     PERFORM 2150-MATCH-RUN THRU 2150-MATCH-RUN-EXIT
087700         VARYING WS-Hist-Sub FROM 1 BY 1
087800         UNTIL WS-Hist-Sub > WS-Hist-Count.
087900     IF WS-Hist-Match = ZERO
088000         MOVE 'NO RUN-HISTORY RECORD FOR THE RUN'
088100             TO WS-Exc-Reason
088200         PERFORM 2500-WRITE-EXCEPTION
088300             THRU 2500-WRITE-EXCEPTION-EXIT
088400         GO TO 2100-READ-RQUE-RECORD-EXIT
088500     END-IF.
088600     MOVE DL-RQUE-REQUESTER TO WS-Dept-Key.
088700     PERFORM 2200-FIND-DEPARTMENT THRU 2200-FIND-DEPARTMENT-EXIT.
088800     IF WS-Dept-Rate-Sub(WS-Dept-Sub) = ZERO
088900         MOVE 'NO RATE CARD FOR THE REQUESTER OR *STD'
089000             TO WS-Exc-Reason
089100         PERFORM 2500-WRITE-EXCEPTION
089200             THRU 2500-WRITE-EXCEPTION-EXIT
089300         GO TO 2100-READ-RQUE-RECORD-EXIT
089400     END-IF.
089500     PERFORM 2300-PRICE-ONE-REQUEST
089600         THRU 2300-PRICE-ONE-REQUEST-EXIT.
089700 2100-READ-RQUE-RECORD-EXIT.
089800     EXIT.
089900*
090000******************************************************************
090100* 2150-MATCH-RUN - THE RUN-HISTORY RECORD FOR THE REQUEST'S RUN  *
090200* NUMBER, DATED ON OR AFTER THE REQUEST'S BUSINESS DATE (A       *
090300* RESTARTED RUN CLOSES ON A LATER DAY THAN IT OPENED); THE       *
090400* EARLIEST SUCH RECORD, SHOULD THE RUN NUMBER HAVE WRAPPED.      *
090500******************************************************************
090600 2150-MATCH-RUN.
090700     IF WS-Hist-Run-Number(WS-Hist-Sub) NOT = DL-RQUE-RUN-NUMBER
090800             OR WS-Hist-Run-Date(WS-Hist-Sub) < DL-RQUE-RUN-DATE
090900         GO TO 2150-MATCH-RUN-EXIT
091000     END-IF.
091100     IF WS-Hist-Match = ZERO
091200         MOVE WS-Hist-Sub TO WS-Hist-Match
091300         GO TO 2150-MATCH-RUN-EXIT
091400     END-IF.
091500     IF WS-Hist-Run-Date(WS-Hist-Sub)
091600             < WS-Hist-Run-Date(WS-Hist-Match)
091700         MOVE WS-Hist-Sub TO WS-Hist-Match
091800     END-IF.
091900 2150-MATCH-RUN-EXIT.
092000     EXIT.
092100*
092200******************************************************************
092300* 2200-FIND-DEPARTMENT - WS-DEPT-SUB FOR WS-DEPT-KEY, ADDING THE *
092400* DEPARTMENT (WITH ITS RATE CARD) WHEN IT IS NOT YET IN THE      *
092500* TABLE.                                                         *
092600******************************************************************
092700 2200-FIND-DEPARTMENT.
092800     MOVE 'N' TO WS-FOUND-SW.
092900     PERFORM 2210-CHECK-DEPARTMENT
093000         THRU 2210-CHECK-DEPARTMENT-EXIT
093100         VARYING WS-Dept-Sub FROM 1 BY 1
093200         UNTIL WS-Dept-Sub > WS-Dept-Count OR WS-FOUND.
093300     IF WS-FOUND
093400         SUBTRACT 1 FROM WS-Dept-Sub
093500         GO TO 2200-FIND-DEPARTMENT-EXIT
093600     END-IF.
093700     IF WS-Dept-Count >= 500
093800         DISPLAY 'EVANCHRG - MORE THAN 500 DEPARTMENTS, '
093900             'ENLARGE WS-DEPT-ENTRY'
094000         MOVE 12 TO RETURN-CODE
094100         STOP RUN
094200     END-IF.
094300     ADD 1 TO WS-Dept-Count.
094400     MOVE WS-Dept-Count TO WS-Dept-Sub.
094500     MOVE WS-Dept-Key TO WS-Dept-Requester(WS-Dept-Sub).
094600     MOVE '** NOT ON REQUESTER MASTER **'
094700         TO WS-Dept-Name(WS-Dept-Sub).
094800     MOVE ZERO TO WS-Dept-Requests(WS-Dept-Sub)
094900                  WS-Dept-Forced(WS-Dept-Sub)
095000                  WS-Dept-Numbers(WS-Dept-Sub)
095100                  WS-Dept-Fees(WS-Dept-Sub)
095200                  WS-Dept-Count-Chg(WS-Dept-Sub)
095300                  WS-Dept-Surchgs(WS-Dept-Sub)
095400                  WS-Dept-Amount(WS-Dept-Sub).
095500     MOVE WS-Dept-Key TO WS-Rate-Key.
095600     PERFORM 2250-FIND-RATE THRU 2250-FIND-RATE-EXIT.
095700     IF WS-Rate-Best = ZERO
095800         MOVE '*STD' TO WS-Rate-Key
095900         PERFORM 2250-FIND-RATE THRU 2250-FIND-RATE-EXIT
096000     END-IF.
096100     MOVE WS-Rate-Best TO WS-Dept-Rate-Sub(WS-Dept-Sub).
096200 2200-FIND-DEPARTMENT-EXIT.
096300     EXIT.
096400*
096500 2210-CHECK-DEPARTMENT.
096600     IF WS-Dept-Requester(WS-Dept-Sub) = WS-Dept-Key
096700         SET WS-FOUND TO TRUE
096800     END-IF.
096900 2210-CHECK-DEPARTMENT-EXIT.
097000     EXIT.
097100*
097200******************************************************************
097300* 2250-FIND-RATE - WS-RATE-BEST IS THE CARD FOR WS-RATE-KEY WITH *
097400* THE LATEST EFFECTIVE DATE NOT AFTER THE PERIOD END, OR ZERO.   *
097500******************************************************************
097600 2250-FIND-RATE.
097700     MOVE ZERO TO WS-Rate-Best.
097800     PERFORM 2260-CHECK-RATE THRU 2260-CHECK-RATE-EXIT
097900         VARYING WS-Rate-Sub FROM 1 BY 1
098000         UNTIL WS-Rate-Sub > WS-Rate-Count.
098100 2250-FIND-RATE-EXIT.
098200     EXIT.
098300*
098400 2260-CHECK-RATE.
098500     IF WS-Rate-Requester(WS-Rate-Sub) NOT = WS-Rate-Key
098600             OR WS-Rate-Eff-Date(WS-Rate-Sub) > WS-Period-End
098700         GO TO 2260-CHECK-RATE-EXIT
098800     END-IF.
098900     IF WS-Rate-Best = ZERO
099000         MOVE WS-Rate-Sub TO WS-Rate-Best
099100         GO TO 2260-CHECK-RATE-EXIT
099200     END-IF.
099300     IF WS-Rate-Eff-Date(WS-Rate-Sub)
099400             > WS-Rate-Eff-Date(WS-Rate-Best)
099500         MOVE WS-Rate-Sub TO WS-Rate-Best
099600     END-IF.
099700 2260-CHECK-RATE-EXIT.
099800     EXIT.
099900*
100000******************************************************************
100100* 2300-PRICE-ONE-REQUEST - FEE, PER-COUNT CHARGE (ROUNDED TO THE *
100200* CENT) AND, FOR A FORCE RERUN, THE SURCHARGE, INTO THE BILL     *
100300* TABLE AND THE DEPARTMENT AND PERIOD TOTALS.                    *
100400******************************************************************
100500 2300-PRICE-ONE-REQUEST.
100600     IF WS-Bill-Count >= 5000
100700         DISPLAY 'EVANCHRG - MORE THAN 5000 REQUESTS IN THE '
100800             'PERIOD, ENLARGE WS-BILL-ENTRY'
100900         MOVE 12 TO RETURN-CODE
101000         STOP RUN
101100     END-IF.
101200     ADD 1 TO WS-Bill-Count.
101300     MOVE WS-Bill-Count TO WS-Bill-Sub.
101400     MOVE WS-Dept-Rate-Sub(WS-Dept-Sub) TO WS-Rate-Sub.
101500     MOVE WS-Dept-Sub TO WS-Bill-Dept-Sub(WS-Bill-Sub).
101600     MOVE DL-RQUE-RUN-NUMBER TO WS-Bill-Run-Number(WS-Bill-Sub).
101700     MOVE DL-RQUE-RUN-DATE TO WS-Bill-Run-Date(WS-Bill-Sub).
101800     MOVE DL-RQUE-LOW-BOUND TO WS-Bill-Low(WS-Bill-Sub).
101900     MOVE DL-RQUE-HIGH-BOUND TO WS-Bill-High(WS-Bill-Sub).
102000     COMPUTE WS-Work-Numbers =
102100         DL-RQUE-HIGH-BOUND - DL-RQUE-LOW-BOUND + 1.
102200     MOVE WS-Work-Numbers TO WS-Bill-Numbers(WS-Bill-Sub).
102300     COMPUTE WS-Work-Count-Chg ROUNDED =
102400         WS-Work-Numbers * WS-Rate-Per-Count(WS-Rate-Sub).
102500     MOVE WS-Work-Count-Chg TO WS-Bill-Count-Chg(WS-Bill-Sub).
102600     MOVE WS-Rate-Fee(WS-Rate-Sub) TO WS-Bill-Fee(WS-Bill-Sub).
102700     MOVE 'N' TO WS-Bill-Forced-Sw(WS-Bill-Sub).
102800     MOVE ZERO TO WS-Bill-Surchg(WS-Bill-Sub).
102900     IF WS-HIST-FORCED(WS-Hist-Match)
103000         SET WS-BILL-FORCED(WS-Bill-Sub) TO TRUE
103100         MOVE WS-Rate-Surchg(WS-Rate-Sub)
103200             TO WS-Bill-Surchg(WS-Bill-Sub)
103300         ADD 1 TO WS-Dept-Forced(WS-Dept-Sub) WS-Tot-Forced
103400     END-IF.
103500     COMPUTE WS-Bill-Amount(WS-Bill-Sub) =
103600         WS-Bill-Fee(WS-Bill-Sub)
103700         + WS-Bill-Count-Chg(WS-Bill-Sub)
103800         + WS-Bill-Surchg(WS-Bill-Sub).
103900     ADD 1 TO WS-Dept-Requests(WS-Dept-Sub).
104000     ADD WS-Work-Numbers TO WS-Dept-Numbers(WS-Dept-Sub)
104100                            WS-Tot-Numbers.
104200     ADD WS-Bill-Fee(WS-Bill-Sub) TO WS-Dept-Fees(WS-Dept-Sub)
104300                                     WS-Tot-Fees.
104400     ADD WS-Bill-Count-Chg(WS-Bill-Sub)
104500         TO WS-Dept-Count-Chg(WS-Dept-Sub) WS-Tot-Count-Chg.
104600     ADD WS-Bill-Surchg(WS-Bill-Sub)
104700         TO WS-Dept-Surchgs(WS-Dept-Sub) WS-Tot-Surchgs.
104800     ADD WS-Bill-Amount(WS-Bill-Sub)
104900         TO WS-Dept-Amount(WS-Dept-Sub) WS-Tot-Amount.
105000 2300-PRICE-ONE-REQUEST-EXIT.
105100     EXIT.
105200*
105300******************************************************************
105400* 2500-WRITE-EXCEPTION - ONE LINE ON THE EXCEPTION LIST FOR THE  *
105500* REQUEST IN THE QUEUE RECORD, WITH WS-EXC-REASON.               *
105600******************************************************************
105700 2500-WRITE-EXCEPTION.
105800     IF WS-Exc-Line-Count > WS-Lines-Per-Page
105900         PERFORM 2510-EXCEPTION-HEADING
106000             THRU 2510-EXCEPTION-HEADING-EXIT
106100     END-IF.
106200     ADD 1 TO WS-Exc-Count.
106300     MOVE 04 TO WS-Ret-Code.
106400     MOVE DL-RQUE-REQUESTER TO EXD-Requester.
106500     MOVE DL-RQUE-LOW-BOUND TO EXD-Low.
106600     MOVE DL-RQUE-HIGH-BOUND TO EXD-High.
106700     MOVE DL-RQUE-RUN-NUMBER TO EXD-Run-Number.
106800     MOVE DL-RQUE-RUN-DATE TO WS-Edit-Date.
106900     PERFORM 9000-EDIT-DATE THRU 9000-EDIT-DATE-EXIT.
107000     MOVE WS-Slash-Date TO EXD-Run-Date.
107100     MOVE WS-Exc-Reason TO EXD-Reason.
107200     WRITE EXC-RECORD FROM EXC-DTL-LINE
107300         AFTER ADVANCING 1 LINE.
107400     ADD 1 TO WS-Exc-Line-Count.
107500 2500-WRITE-EXCEPTION-EXIT.
107600     EXIT.
107700*
107800 2510-EXCEPTION-HEADING.
107900     ADD 1 TO WS-Exc-Page-Count.
108000     MOVE WS-Exc-Page-Count TO EXH-Page.
108100     WRITE EXC-RECORD FROM EXC-HDG-LINE
108200         AFTER ADVANCING PAGE.
108300     WRITE EXC-RECORD FROM EXC-COL-LINE
108400         AFTER ADVANCING 2 LINES.
108500     MOVE 3 TO WS-Exc-Line-Count.
108600 2510-EXCEPTION-HEADING-EXIT.
108700     EXIT.
108800*
108900******************************************************************
109000* 3000-PRINT-STATEMENTS - ONE STATEMENT PER DEPARTMENT BILLED    *
109100* THIS PERIOD, EACH STARTING ON A NEW PAGE.                      *
109200******************************************************************
109300 3000-PRINT-STATEMENTS.
109400     PERFORM 3100-PRINT-DEPARTMENT
109500         THRU 3100-PRINT-DEPARTMENT-EXIT
109600         VARYING WS-Dept-Sub FROM 1 BY 1
109700         UNTIL WS-Dept-Sub > WS-Dept-Count.
109800 3000-PRINT-STATEMENTS-EXIT.
109900     EXIT.
110000*
110100 3100-PRINT-DEPARTMENT.
110200     IF WS-Dept-Requests(WS-Dept-Sub) = ZERO
110300         GO TO 3100-PRINT-DEPARTMENT-EXIT
110400     END-IF.
110500     ADD 1 TO WS-Depts-Billed.
110600     MOVE WS-Dept-Rate-Sub(WS-Dept-Sub) TO WS-Rate-Sub.
110700     MOVE SPACES TO HDG-Dept-Cont.
110800     PERFORM 3110-STATEMENT-HEADING
110900         THRU 3110-STATEMENT-HEADING-EXIT.
111000     MOVE '(CONTINUED)' TO HDG-Dept-Cont.
111100     PERFORM 3120-PRINT-BILL-LINE
111200         THRU 3120-PRINT-BILL-LINE-EXIT
111300         VARYING WS-Bill-Sub FROM 1 BY 1
111400         UNTIL WS-Bill-Sub > WS-Bill-Count.
111500     MOVE 'DEPARTMENT TOTAL' TO TOT-Label.
111600     MOVE WS-Dept-Numbers(WS-Dept-Sub) TO TOT-Numbers.
111700     MOVE WS-Dept-Fees(WS-Dept-Sub) TO TOT-Fees.
111800     MOVE WS-Dept-Count-Chg(WS-Dept-Sub) TO TOT-Count-Chg.
111900     MOVE WS-Dept-Surchgs(WS-Dept-Sub) TO TOT-Surchgs.
112000     MOVE WS-Dept-Amount(WS-Dept-Sub) TO TOT-Amount.
112100     WRITE PRT-RECORD FROM TOT-LINE
112200         AFTER ADVANCING 2 LINES.
112300     MOVE 'REQUESTS BILLED' TO SUM-Description.
112400     MOVE WS-Dept-Requests(WS-Dept-Sub) TO SUM-Figure.
112500     WRITE PRT-RECORD FROM SUM-LINE
112600         AFTER ADVANCING 2 LINES.
112700     MOVE 'OF WHICH SERVED BY A FORCE RERUN' TO SUM-Description.
112800     MOVE WS-Dept-Forced(WS-Dept-Sub) TO SUM-Figure.
112900     WRITE PRT-RECORD FROM SUM-LINE
113000         AFTER ADVANCING 1 LINE.
113100 3100-PRINT-DEPARTMENT-EXIT.
113200     EXIT.
113300*
113400 3110-STATEMENT-HEADING.
113500     ADD 1 TO WS-Page-Count.
113600     MOVE WS-Page-Count TO HDG-Page.
113700     WRITE PRT-RECORD FROM HDG-LINE-1
113800         AFTER ADVANCING PAGE.
113900     MOVE WS-Dept-Requester(WS-Dept-Sub) TO HDG-Dept-Requester.
114000     MOVE WS-Dept-Name(WS-Dept-Sub) TO HDG-Dept-Name.
114100     WRITE PRT-RECORD FROM HDG-DEPT-LINE
114200         AFTER ADVANCING 2 LINES.
114300     MOVE WS-Rate-Fee(WS-Rate-Sub) TO HDG-Rate-Fee.
114400     MOVE WS-Rate-Per-Count(WS-Rate-Sub) TO HDG-Rate-Per-Count.
114500     MOVE WS-Rate-Surchg(WS-Rate-Sub) TO HDG-Rate-Surchg.
114600     IF WS-Rate-Requester(WS-Rate-Sub) = '*STD'
114700         MOVE 'STANDARD RATES - NO OWN CARD' TO HDG-Rate-Basis
114800     ELSE
114900         MOVE WS-Rate-Eff-Date(WS-Rate-Sub) TO WS-Edit-Date
115000         PERFORM 9000-EDIT-DATE THRU 9000-EDIT-DATE-EXIT
115100         MOVE 'RATE CARD EFFECTIVE' TO HDG-Rate-Basis
115200         MOVE WS-Slash-Date TO HDG-Rate-Basis(21:10)
115300     END-IF.
115400     WRITE PRT-RECORD FROM HDG-RATE-LINE
115500         AFTER ADVANCING 1 LINE.
115600     MOVE WS-Rate-Debit-Acct(WS-Rate-Sub) TO HDG-Debit-Acct.
115700     WRITE PRT-RECORD FROM HDG-ACCT-LINE
115800         AFTER ADVANCING 1 LINE.
115900     WRITE PRT-RECORD FROM HDG-COL-LINE
116000         AFTER ADVANCING 2 LINES.
116100     MOVE 8 TO WS-Line-Count.
116200 3110-STATEMENT-HEADING-EXIT.
116300     EXIT.
116400*
116500 3120-PRINT-BILL-LINE.
116600     IF WS-Bill-Dept-Sub(WS-Bill-Sub) NOT = WS-Dept-Sub
116700         GO TO 3120-PRINT-BILL-LINE-EXIT
116800     END-IF.
116900     IF WS-Line-Count > WS-Lines-Per-Page - 6
117000         PERFORM 3110-STATEMENT-HEADING
117100             THRU 3110-STATEMENT-HEADING-EXIT
117200     END-IF.
117300     MOVE WS-Bill-Run-Date(WS-Bill-Sub) TO WS-Edit-Date.
117400     PERFORM 9000-EDIT-DATE THRU 9000-EDIT-DATE-EXIT.
117500     MOVE WS-Slash-Date TO DTL-Run-Date.
117600     MOVE WS-Bill-Run-Number(WS-Bill-Sub) TO DTL-Run-Number.
117700     MOVE WS-Bill-Low(WS-Bill-Sub) TO DTL-Low.
117800     MOVE WS-Bill-High(WS-Bill-Sub) TO DTL-High.
117900     MOVE WS-Bill-Numbers(WS-Bill-Sub) TO DTL-Numbers.
118000     MOVE WS-Bill-Fee(WS-Bill-Sub) TO DTL-Fee.
118100     MOVE WS-Bill-Count-Chg(WS-Bill-Sub) TO DTL-Count-Chg.
118200     MOVE WS-Bill-Surchg(WS-Bill-Sub) TO DTL-Surchg.
118300     MOVE WS-Bill-Amount(WS-Bill-Sub) TO DTL-Amount.
118400     IF WS-BILL-FORCED(WS-Bill-Sub)
118500         MOVE 'FORCE' TO DTL-Note
118600     ELSE
118700         MOVE SPACES TO DTL-Note
118800     END-IF.
118900     WRITE PRT-RECORD FROM DTL-LINE
119000         AFTER ADVANCING 1 LINE.
119100     ADD 1 TO WS-Line-Count.
119200 3120-PRINT-BILL-LINE-EXIT.
119300     EXIT.
119400*
119500******************************************************************
119600* 4000-WRITE-JOURNAL - THE GENERAL-LEDGER INTERFACE: HEADER, A   *
119700* DEBIT TO THE DEPARTMENT'S ACCOUNT AND A CREDIT TO THE RECOVERY *
119800* ACCOUNT FOR EACH DEPARTMENT'S STATEMENT TOTAL, THEN THE        *
119900* TRAILER.  THE JOURNAL BALANCES WHEN THE DEBITS EQUAL THE       *
120000* CREDITS AND BOTH EQUAL THE PERIOD'S BILLED TOTAL; ANYTHING     *
120100* ELSE IS FLAGGED ON THE TRAILER AND ENDS THE JOB RC 12 SO       *
120200* FINANCE DOES NOT POST IT.                                      *
120300******************************************************************
120400 4000-WRITE-JOURNAL.
120500     MOVE SPACES TO DL-GLJR-RECORD.
120600     SET DL-GLJR-IS-HEADER TO TRUE.
120700     MOVE 'EVANCHRG' TO DL-GLJR-SOURCE.
120800     MOVE SPACES TO DL-GLJR-JOURNAL-ID.
120900     STRING 'FZCHG' WS-Period-End(1:6)
121000         DELIMITED BY SIZE INTO DL-GLJR-JOURNAL-ID.
121100     MOVE WS-Period-Start TO DL-GLJR-PERIOD-START.
121200     MOVE WS-Period-End TO DL-GLJR-PERIOD-END.
121300     MOVE WS-Sys-Date TO DL-GLJR-CREATE-DATE.
121400     MOVE 'FIZZBUZZ CLASSIFICATION CHGBK' TO DL-GLJR-HDR-DESC.
121500     WRITE DL-GLJR-RECORD.
121600     PERFORM 4200-CHECK-JOURNAL-WRITE
121700         THRU 4200-CHECK-JOURNAL-WRITE-EXIT.
121800     PERFORM 4100-JOURNAL-DEPARTMENT
121900         THRU 4100-JOURNAL-DEPARTMENT-EXIT
122000         VARYING WS-Dept-Sub FROM 1 BY 1
122100         UNTIL WS-Dept-Sub > WS-Dept-Count.
122200     MOVE SPACES TO DL-GLJR-RECORD.
122300     SET DL-GLJR-IS-TRAILER TO TRUE.
122400     MOVE WS-Jrnl-Lines TO DL-GLJR-LINE-COUNT.
122500     MOVE WS-Jrnl-Debits TO DL-GLJR-DEBIT-TOTAL.
122600     MOVE WS-Jrnl-Credits TO DL-GLJR-CREDIT-TOTAL.
122700     IF WS-Jrnl-Debits = WS-Jrnl-Credits
122800             AND WS-Jrnl-Debits = WS-Tot-Amount
122900         SET DL-GLJR-BALANCED TO TRUE
123000         SET WS-JRNL-BALANCED TO TRUE
123100     ELSE
123200         MOVE 'N' TO DL-GLJR-BALANCE-SW
123300         DISPLAY 'EVANCHRG - GL JOURNAL DOES NOT BALANCE, DEBITS '
123400             WS-Jrnl-Debits ' CREDITS ' WS-Jrnl-Credits
123500         MOVE 12 TO WS-Ret-Code
123600     END-IF.
123700     WRITE DL-GLJR-RECORD.
123800     PERFORM 4200-CHECK-JOURNAL-WRITE
123900         THRU 4200-CHECK-JOURNAL-WRITE-EXIT.
124000 4000-WRITE-JOURNAL-EXIT.
124100     EXIT.
124200*
124300 4100-JOURNAL-DEPARTMENT.
124400     IF WS-Dept-Amount(WS-Dept-Sub) = ZERO
124500         GO TO 4100-JOURNAL-DEPARTMENT-EXIT
124600     END-IF.
124700     MOVE WS-Dept-Rate-Sub(WS-Dept-Sub) TO WS-Rate-Sub.
124800     MOVE SPACES TO DL-GLJR-RECORD.
124900     SET DL-GLJR-IS-DETAIL TO TRUE.
125000     ADD 1 TO WS-Jrnl-Lines.
125100     MOVE WS-Jrnl-Lines TO DL-GLJR-LINE-NO.
125200     MOVE WS-Rate-Debit-Acct(WS-Rate-Sub) TO DL-GLJR-ACCOUNT.
125300     SET DL-GLJR-DEBIT TO TRUE.
125400     MOVE WS-Dept-Amount(WS-Dept-Sub) TO DL-GLJR-AMOUNT.
125500     MOVE WS-Dept-Requester(WS-Dept-Sub) TO DL-GLJR-REQUESTER.
125600     MOVE 'CLASSIFICATION CHARGEBACK' TO DL-GLJR-LINE-DESC.
125700     WRITE DL-GLJR-RECORD.
125800     PERFORM 4200-CHECK-JOURNAL-WRITE
125900         THRU 4200-CHECK-JOURNAL-WRITE-EXIT.
126000     ADD WS-Dept-Amount(WS-Dept-Sub) TO WS-Jrnl-Debits.
126100     ADD 1 TO WS-Jrnl-Lines.
126200     MOVE WS-Jrnl-Lines TO DL-GLJR-LINE-NO.
126300     MOVE WS-Rate-Credit-Acct(WS-Rate-Sub) TO DL-GLJR-ACCOUNT.
126400     SET DL-GLJR-CREDIT TO TRUE.
126500     MOVE 'CLASSIFICATION COST RECOVERY' TO DL-GLJR-LINE-DESC.
126600     WRITE DL-GLJR-RECORD.
126700     PERFORM 4200-CHECK-JOURNAL-WRITE
126800         THRU 4200-CHECK-JOURNAL-WRITE-EXIT.
126900     ADD WS-Dept-Amount(WS-Dept-Sub) TO WS-Jrnl-Credits.
127000 4100-JOURNAL-DEPARTMENT-EXIT.
127100     EXIT.
127200*
127300******************************************************************
127400* 4200-CHECK-JOURNAL-WRITE - A JOURNAL RECORD (OR THE CLOSE) THAT*
127500* DID NOT GO LEAVES THE JOURNAL SHORT.  STOP RC 12, AS FOR A     *
127600* JOURNAL THAT WILL NOT OPEN OR DOES NOT BALANCE, SO FINANCE DOES*
127700* NOT POST IT.                                                   *
127800******************************************************************
127900 4200-CHECK-JOURNAL-WRITE.
128000     IF WS-GLJR-STATUS = '00'
128100         GO TO 4200-CHECK-JOURNAL-WRITE-EXIT
128200     END-IF.
128300     DISPLAY 'EVANCHRG - GL JOURNAL WRITE FAILED, STATUS '
128400         WS-GLJR-STATUS.
128500     DISPLAY 'EVANCHRG - GL JOURNAL INCOMPLETE, DO NOT POST IT'.
128600     CLOSE PRT-FILE EXC-FILE GLJR-FILE.
128700     MOVE 12 TO RETURN-CODE.
128800     STOP RUN.
128900 4200-CHECK-JOURNAL-WRITE-EXIT.
129000     EXIT.
129100*
129200******************************************************************
129300* 5000-PRINT-SUMMARY - THE PERIOD SUMMARY PAGE.  THE FULFILLED   *
129400* REQUESTS IN THE PERIOD MUST FOOT TO THOSE BILLED PLUS THOSE    *
129500* ON THE EXCEPTION LIST; THE EXCEPTION LIST GETS ITS TOTAL.      *
129600******************************************************************
129700 5000-PRINT-SUMMARY.
129800     ADD 1 TO WS-Page-Count.
129900     MOVE WS-Page-Count TO HDG-Page.
130000     WRITE PRT-RECORD FROM HDG-LINE-1
130100         AFTER ADVANCING PAGE.
130200     MOVE 'PERIOD SUMMARY' TO MSG-Text.
130300     WRITE PRT-RECORD FROM MSG-LINE
130400         AFTER ADVANCING 2 LINES.
130500     MOVE 'QUEUE RECORDS READ' TO SUM-Description.
130600     MOVE WS-Rque-Read TO SUM-Figure.
130700     WRITE PRT-RECORD FROM SUM-LINE
130800         AFTER ADVANCING 2 LINES.
130900     MOVE 'REQUESTS FULFILLED IN THE PERIOD' TO SUM-Description.
131000     MOVE WS-Rque-In-Period TO SUM-Figure.
131100     WRITE PRT-RECORD FROM SUM-LINE
131200         AFTER ADVANCING 1 LINE.
131300     MOVE 'REQUESTS BILLED' TO SUM-Description.
131400     MOVE WS-Bill-Count TO SUM-Figure.
131500     WRITE PRT-RECORD FROM SUM-LINE
131600         AFTER ADVANCING 1 LINE.
131700     MOVE 'REQUESTS ON THE EXCEPTION LIST' TO SUM-Description.
131800     MOVE WS-Exc-Count TO SUM-Figure.
131900     WRITE PRT-RECORD FROM SUM-LINE
132000         AFTER ADVANCING 1 LINE.
132100     MOVE 'DEPARTMENTS BILLED' TO SUM-Description.
132200     MOVE WS-Depts-Billed TO SUM-Figure.
132300     WRITE PRT-RECORD FROM SUM-LINE
132400         AFTER ADVANCING 1 LINE.
132500     MOVE 'REQUESTS SERVED BY A FORCE RERUN' TO SUM-Description.
132600     MOVE WS-Tot-Forced TO SUM-Figure.
132700     WRITE PRT-RECORD FROM SUM-LINE
132800         AFTER ADVANCING 1 LINE.
132900     MOVE 'FORCE RUN-LOG MESSAGES NAMING NO RUN'
133000         TO SUM-Description.
133100     MOVE WS-Force-Untied TO SUM-Figure.
133200     WRITE PRT-RECORD FROM SUM-LINE
133300         AFTER ADVANCING 1 LINE.
133400     MOVE 'NUMBERS CLASSIFIED AND BILLED' TO SUM-Description.
133500     MOVE WS-Tot-Numbers TO SUM-Figure.
133600     WRITE PRT-RECORD FROM SUM-LINE
133700         AFTER ADVANCING 1 LINE.
133800     MOVE 'REQUEST FEES' TO SUM-Amt-Description.
133900     MOVE WS-Tot-Fees TO SUM-Amount.
134000     WRITE PRT-RECORD FROM SUM-AMT-LINE
134100         AFTER ADVANCING 2 LINES.
134200     MOVE 'PER-COUNT CHARGES' TO SUM-Amt-Description.
134300     MOVE WS-Tot-Count-Chg TO SUM-Amount.
134400     WRITE PRT-RECORD FROM SUM-AMT-LINE
134500         AFTER ADVANCING 1 LINE.
134600     MOVE 'FORCE RERUN SURCHARGES' TO SUM-Amt-Description.
134700     MOVE WS-Tot-Surchgs TO SUM-Amount.
134800     WRITE PRT-RECORD FROM SUM-AMT-LINE
134900         AFTER ADVANCING 1 LINE.
135000     MOVE 'TOTAL BILLED' TO SUM-Amt-Description.
135100     MOVE WS-Tot-Amount TO SUM-Amount.
135200     WRITE PRT-RECORD FROM SUM-AMT-LINE
135300         AFTER ADVANCING 1 LINE.
135400     MOVE 'GL JOURNAL DETAIL LINES' TO SUM-Description.
135500     MOVE WS-Jrnl-Lines TO SUM-Figure.
135600     WRITE PRT-RECORD FROM SUM-LINE
135700         AFTER ADVANCING 2 LINES.
135800     MOVE 'GL JOURNAL DEBITS' TO SUM-Amt-Description.
135900     MOVE WS-Jrnl-Debits TO SUM-Amount.
136000     WRITE PRT-RECORD FROM SUM-AMT-LINE
136100         AFTER ADVANCING 1 LINE.
136200     MOVE 'GL JOURNAL CREDITS' TO SUM-Amt-Description.
136300     MOVE WS-Jrnl-Credits TO SUM-Amount.
136400     WRITE PRT-RECORD FROM SUM-AMT-LINE
136500         AFTER ADVANCING 1 LINE.
136600     IF WS-JRNL-BALANCED
136700         MOVE 'GL JOURNAL BALANCES' TO MSG-Text
136800     ELSE
136900         MOVE '*** GL JOURNAL DOES NOT BALANCE - DO NOT POST ***'
137000             TO MSG-Text
137100     END-IF.
137200     WRITE PRT-RECORD FROM MSG-LINE
137300         AFTER ADVANCING 2 LINES.
137400     IF WS-Bill-Count + WS-Exc-Count = WS-Rque-In-Period
137500         MOVE 'BILLED PLUS EXCEPTIONS FOOTS TO REQUESTS FULFILLED'
137600             TO MSG-Text
137700     ELSE
137800         MOVE '*** BILLED PLUS EXCEPTIONS DOES NOT FOOT ***'
137900             TO MSG-Text
138000         MOVE 12 TO WS-Ret-Code
138100     END-IF.
138200     WRITE PRT-RECORD FROM MSG-LINE
138300         AFTER ADVANCING 1 LINE.
138400     IF WS-Bill-Count = ZERO
138500         MOVE 'NO REQUESTS BILLED FOR THIS PERIOD' TO MSG-Text
138600         WRITE PRT-RECORD FROM MSG-LINE
138700             AFTER ADVANCING 2 LINES
138800     END-IF.
138900     IF WS-Exc-Count = ZERO
139000         MOVE 'NO EXCEPTIONS THIS PERIOD' TO MSG-Text
139100     ELSE
139200         MOVE SPACES TO MSG-Text
139300         MOVE WS-Exc-Count TO WS-Edit-Count
139400         STRING 'REQUESTS NOT BILLED: ' WS-Edit-Count
139500             DELIMITED BY SIZE INTO MSG-Text
139600     END-IF.
139700     WRITE EXC-RECORD FROM MSG-LINE
139800         AFTER ADVANCING 2 LINES.
139900 5000-PRINT-SUMMARY-EXIT.
140000     EXIT.
140100*
140200******************************************************************
140300* 6000-FINALIZE - CLOSE THE OUTPUTS.  RC 4 WHEN A REQUEST WENT   *
140400* TO THE EXCEPTION LIST, A RATE CARD WAS REJECTED OR NOTHING WAS *
140500* BILLED; RC 12 WHEN THE JOURNAL OR THE REQUEST COUNTS DO NOT    *
140600* FOOT, OR THE JOURNAL CANNOT BE CLOSED.                         *
140700******************************************************************
140800 6000-FINALIZE.
140900     CLOSE GLJR-FILE.
141000     PERFORM 4200-CHECK-JOURNAL-WRITE
141100         THRU 4200-CHECK-JOURNAL-WRITE-EXIT.
141200     CLOSE PRT-FILE EXC-FILE.
141300     IF WS-Bill-Count = ZERO
141400             AND WS-Ret-Code < 04
141500         MOVE 04 TO WS-Ret-Code
141600     END-IF.
141700     DISPLAY 'EVANCHRG - PERIOD ENDING ' WS-Period-End ', '
141800         WS-Bill-Count ' REQUESTS BILLED, ' WS-Exc-Count
141900         ' EXCEPTIONS, ' WS-Depts-Billed ' DEPARTMENTS'.
142000     MOVE WS-Ret-Code TO RETURN-CODE.
142100 6000-FINALIZE-EXIT.
142200     EXIT.
142300*
142400******************************************************************
142500* 9000-EDIT-DATE - WS-EDIT-DATE (YYYYMMDD) AS MM/DD/YYYY IN      *
142600* WS-SLASH-DATE.                                                 *
142700******************************************************************
142800 9000-EDIT-DATE.
142900     MOVE WS-Edit-Date-MM TO WS-Slash-MM.
143000     MOVE WS-Edit-Date-DD TO WS-Slash-DD.
143100     MOVE WS-Edit-Date-YYYY TO WS-Slash-YYYY.
143200 9000-EDIT-DATE-EXIT.
143300     EXIT.
143400*
143500
