000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVANFCST.
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
001300* 2026-10-15 EC    ORIGINAL - BATCH-WINDOW FORECAST, RUN AHEAD  *
001400*                  OF EVANCOLWELL.  TOTALS THE COUNTS QUEUED ON *
001500*                  THE REQUEST QUEUE (DLRQUE), OR THE DLPARM    *
001600*                  RANGE WHEN NOTHING IS QUEUED, AND PROJECTS   *
001700*                  THE NIGHT'S ELAPSED TIME IN NORMAL, HIVOL    *
001800*                  AND PARTITIONED MODE FROM THE                *
001900*                  STEP-STATISTICS HISTORY (DLSTAT) -           *
002000*                  HISTORICAL SECONDS PER RECORD FOR THE STEPS  *
002100*                  THAT SCALE WITH THE VOLUME, AVERAGE TIME FOR *
002200*                  THE REST.  REPORTS EACH MODE AGAINST THE     *
002300*                  WINDOW ON SYSIN, RECOMMENDS NORMAL, HIVOL OR *
002400*                  THE FEWEST PARTITIONS THAT FIT, AND WRITES   *
002500*                  THE FORECAST ('F') RECORDS EVANWKST COMPARES *
002600*                  THE ACTUALS WITH.  ENDS RC 4 WHEN EVEN THE   *
002700*                  MOST PARTITIONS ALLOWED ARE PROJECTED TO     *
002800*                  MISS THE WINDOW.                             *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RQUE-FILE ASSIGN TO RQUEFILE
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-RQUE-STATUS.
003600     SELECT PARM-FILE ASSIGN TO PARMFILE
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-PARM-STATUS.
003900     SELECT HIST-FILE ASSIGN TO STATHIST
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-HIST-STATUS.
004200     SELECT PRT-FILE ASSIGN TO PRTFILE
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-PRT-STATUS.
004500     SELECT STAT-FILE ASSIGN TO STATFILE
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-STAT-STATUS.
004800     SELECT RUNC-FILE ASSIGN TO RUNCFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-RUNC-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  RQUE-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY DLRQUE.
005700*
005800 FD  PARM-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY DLPARM.
006100*
006200 FD  HIST-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY DLSTAT REPLACING LEADING ==DL-STAT== BY ==DL-HSTA==.
006500*
006600 FD  PRT-FILE
006700     LABEL RECORDS ARE OMITTED.
006800 01  PRT-RECORD                  PIC X(133).
006900*
007000 FD  STAT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY DLSTAT.
007300*
007400 FD  RUNC-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY DLRUNC.
007700*
007800 WORKING-STORAGE SECTION.
007900 01  WS-SWITCHES.
008000     05  WS-RQUE-EOF-SW          PIC X(01) VALUE 'N'.
008100         88  WS-RQUE-EOF             VALUE 'Y'.
008200     05  WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
008300         88  WS-PARM-EOF             VALUE 'Y'.
008400     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
008500         88  WS-HIST-EOF             VALUE 'Y'.
008600     05  WS-DATE-OK-SW           PIC X(01) VALUE 'N'.
008700         88  WS-DATE-OK              VALUE 'Y'.
008800     05  WS-STEP-FOUND-SW        PIC X(01) VALUE 'N'.
008900         88  WS-STEP-FOUND           VALUE 'Y'.
009000     05  WS-RMOD-FOUND-SW        PIC X(01) VALUE 'N'.
009100         88  WS-RMOD-FOUND           VALUE 'Y'.
009200     05  WS-RMOD-FULL-SW         PIC X(01) VALUE 'N'.
009300         88  WS-RMOD-FULL            VALUE 'Y'.
009400     05  WS-FORECAST-SW          PIC X(01) VALUE 'N'.
009500         88  WS-FORECAST-MADE        VALUE 'Y'.
009600     05  WS-FITS-SW              PIC X(01) VALUE 'N'.
009700         88  WS-WINDOW-MET           VALUE 'Y'.
009800*
009900 01  WS-FILE-STATUSES.
010000     05  WS-RQUE-STATUS          PIC X(02) VALUE SPACES.
010100     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
010200     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
010300     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
010400     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
010500     05  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
010600*
010700 01  WS-FCST-PARMS.
010800*    SYSIN CARD: COLS 1-4 THE BATCH WINDOW AS A DURATION HHMM
010900*    (DEFAULT 0600), COLS 6-7 THE MOST PARTITIONS TO CONSIDER
011000*    (02-20, DEFAULT 04), COLS 9-11 THE DAYS OF STEP HISTORY
011100*    TO AVERAGE (DEFAULT 030).
011200     05  WS-Fcst-Card            PIC X(80) VALUE SPACES.
011300     05  WS-FCST-CARD-FIELDS REDEFINES WS-Fcst-Card.
011400         10  WS-Card-Window.
011500             15  WS-Card-Window-HH   PIC 9(02).
011600             15  WS-Card-Window-MM   PIC 9(02).
011700         10  FILLER              PIC X(01).
011800         10  WS-Card-Max-Parts   PIC X(02).
011900         10  WS-CARD-MAX-PARTS-NUM REDEFINES WS-Card-Max-Parts
012000                                 PIC 9(02).
012100         10  FILLER              PIC X(01).
012200         10  WS-Card-Hist-Days   PIC X(03).
012300         10  WS-CARD-HIST-DAYS-NUM REDEFINES WS-Card-Hist-Days
012400                                 PIC 9(03).
012500         10  FILLER              PIC X(69).
012600     05  WS-Window-HHMM          PIC 9(04) VALUE 0600.
012700     05  WS-WINDOW-PARTS REDEFINES WS-Window-HHMM.
012800         10  WS-Window-HH        PIC 9(02).
012900         10  WS-Window-MM        PIC 9(02).
013000     05  WS-Window-Seconds       PIC 9(09) COMP-3 VALUE ZERO.
013100     05  WS-Max-Parts            PIC 9(02) VALUE 04.
013200     05  WS-Hist-Days            PIC 9(03) VALUE 030.
013300*
013400 01  WS-FCST-WORK.
013500     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
013600     05  WS-Today-Int            PIC 9(09) COMP-3 VALUE ZERO.
013700     05  WS-Cutoff-Int           PIC S9(09) COMP-3 VALUE ZERO.
013800     05  WS-Chk-Date             PIC 9(08) VALUE ZERO.
013900     05  WS-CHK-DATE-PARTS REDEFINES WS-Chk-Date.
014000         10  WS-Chk-Date-YYYY    PIC 9(04).
014100         10  WS-Chk-Date-MM      PIC 9(02).
014200         10  WS-Chk-Date-DD      PIC 9(02).
014300     05  WS-Chk-Time             PIC 9(06) VALUE ZERO.
014400     05  WS-CHK-TIME-PARTS REDEFINES WS-Chk-Time.
014500         10  WS-Chk-Time-HH      PIC 9(02).
014600         10  WS-Chk-Time-MM      PIC 9(02).
014700         10  WS-Chk-Time-SS      PIC 9(02).
014800     05  WS-Time-Seconds         PIC 9(05) COMP-3 VALUE ZERO.
014900     05  WS-Start-Seconds        PIC 9(05) COMP-3 VALUE ZERO.
015000     05  WS-Elapsed              PIC S9(09) COMP-3 VALUE ZERO.
015100     05  WS-Volume               PIC 9(11) COMP-3 VALUE ZERO.
015200     05  WS-Volume-Ranges        PIC 9(05) COMP-3 VALUE ZERO.
015300     05  WS-Volume-Source        PIC X(30) VALUE SPACES.
015400     05  WS-Step-Volume          PIC 9(11) COMP-3 VALUE ZERO.
015500     05  WS-Slice-Remainder      PIC 9(11) COMP-3 VALUE ZERO.
015600     05  WS-Hist-Read            PIC 9(07) COMP-3 VALUE ZERO.
015700     05  WS-Hist-Used            PIC 9(07) COMP-3 VALUE ZERO.
015800     05  WS-Hms-Seconds          PIC 9(09) COMP-3 VALUE ZERO.
015900     05  WS-Hms-Hours            PIC 9(06) COMP-3 VALUE ZERO.
016000     05  WS-Hms-Minutes          PIC 9(02) COMP-3 VALUE ZERO.
016100     05  WS-Hms-Secs             PIC 9(02) COMP-3 VALUE ZERO.
016200     05  WS-Hms-Rest             PIC 9(09) COMP-3 VALUE ZERO.
016250     05  WS-Rec-Parts            PIC 9(02) VALUE ZERO.
016300*
016400 01  WS-STEP-VALUES.
016500*    EVERY PROGRAM THAT WRITES STEP STATISTICS: PROGRAM, HOW ITS
016600*    TIME IS PROJECTED ('S' SCALED BY THE RECORDS TO BE RUN AT
016700*    ITS HISTORICAL SECONDS PER RECORD, 'F' ITS AVERAGE ELAPSED
016800*    TIME), WHETHER ITS HISTORY IS KEPT APART BY MODE ('Y'), AND
016900*    THE MODES WHOSE NIGHT IT RUNS IN (NORMAL, HIVOL,
017000*    PARTITIONED).  A PARTITIONED NIGHT RUNS EVANCOLW THROUGH
017100*    STEP009, THE EVANPARL JOB IN PLACE OF STEP010/STEP015, THEN
017200*    EVANCOLW STEP020 ONWARD.  EVANLOAD AND EVANDLTA WORK THE
017300*    WHOLE KSDS, NOT THE NIGHT'S RANGE, SO THEY TAKE AN AVERAGE.
017400     05  FILLER                  PIC X(13) VALUE 'EVANBKUPFNNHP'.
017500     05  FILLER                  PIC X(13) VALUE 'EVANPROMFNNHP'.
017600     05  FILLER                  PIC X(13) VALUE 'EVANSORDFNNHP'.
017700     05  FILLER                  PIC X(13) VALUE 'EVANEDITFNNHP'.
017800     05  FILLER                  PIC X(13) VALUE 'EVANFCSTFNNHP'.
017900     05  FILLER                  PIC X(13) VALUE 'EVANCOLWSYNH '.
018000     05  FILLER                  PIC X(13) VALUE 'EVANPINIFY  P'.
018100     05  FILLER                  PIC X(13) VALUE 'EVANPARTSY  P'.
018200     05  FILLER                  PIC X(13) VALUE 'EVANMRGESY  P'.
018300     05  FILLER                  PIC X(13) VALUE 'EVANLOADFYNHP'.
018400     05  FILLER                  PIC X(13) VALUE 'EVANVRFYSNNHP'.
018500     05  FILLER                  PIC X(13) VALUE 'EVANSAGEFNNHP'.
018600     05  FILLER                  PIC X(13) VALUE 'EVANBRSTSNNHP'.
018700     05  FILLER                  PIC X(13) VALUE 'EVANXTRCSNNHP'.
018800     05  FILLER                  PIC X(13) VALUE 'EVANBALNSNNHP'.
018900     05  FILLER                  PIC X(13) VALUE 'EVANDLTAFNNHP'.
019000 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
019100     05  WS-STEP-DEF             OCCURS 16 TIMES.
019200         10  WS-Step-Program     PIC X(08).
019300         10  WS-Step-Class       PIC X(01).
019400             88  WS-STEP-SCALED      VALUE 'S'.
019500         10  WS-Step-By-Mode-Sw  PIC X(01).
019600             88  WS-STEP-BY-MODE     VALUE 'Y'.
019700         10  WS-Step-In-Mode     OCCURS 3 TIMES PIC X(01).
019800*
019900 01  WS-STEP-SUBSCRIPTS.
020000     05  WS-Step-Count           PIC 9(03) COMP VALUE 16.
020100     05  WS-Step-Sub             PIC 9(03) COMP VALUE ZERO.
020200     05  WS-Step-Match           PIC 9(03) COMP VALUE ZERO.
020300     05  WS-Bucket-Sub           PIC 9(03) COMP VALUE ZERO.
020400*
020500 01  WS-STEP-HISTORY.
020600*    HISTORY ACCUMULATED PER STEP: BUCKETS 1-3 ARE THE RUNS MADE
020700*    IN NORMAL, HIVOL AND PARTITIONED MODE, BUCKET 4 EVERY RUN.
020800     05  WS-STEP-ACCUM           OCCURS 16 TIMES.
020900         10  WS-STEP-BUCKET      OCCURS 4 TIMES.
021000             15  WS-Bkt-Runs     PIC 9(05) COMP-3.
021100             15  WS-Bkt-Seconds  PIC 9(11) COMP-3.
021200             15  WS-Bkt-Records  PIC 9(13) COMP-3.
021300*
021400 01  WS-RUN-MODE-TABLE.
021500*    THE MODE EACH RUN IN THE HISTORY WAS MADE IN, FROM THE
021600*    PROGRAMS THAT DECIDE IT, SO THE OTHER STEPS OF THAT RUN
021700*    CAN BE BUCKETED BY MODE TOO.
021800     05  WS-Rmod-Count           PIC 9(03) COMP VALUE ZERO.
021900     05  WS-Rmod-Sub             PIC 9(03) COMP VALUE ZERO.
022000     05  WS-Rmod-Match           PIC 9(03) COMP VALUE ZERO.
022100     05  WS-Rmod-Key             PIC X(13) VALUE SPACES.
022200     05  WS-RMOD-ENTRY           OCCURS 999 TIMES.
022300         10  WS-Rmod-Run-Key     PIC X(13).
022400         10  WS-Rmod-Mode        PIC X(01).
022500*
022600 01  WS-MODE-TABLE.
022700*    ONE ENTRY PER WAY THE NIGHT COULD BE RUN: 1 NORMAL, 2 HIVOL,
022800*    THEN PARTITIONED WITH 2 UP TO THE MOST PARTITIONS ALLOWED
022900*    (ENTRY = PARTITIONS + 1).
023000     05  WS-Mode-Count           PIC 9(03) COMP VALUE ZERO.
023100     05  WS-Mode-Sub             PIC 9(03) COMP VALUE ZERO.
023200     05  WS-Best-Sub             PIC 9(03) COMP VALUE ZERO.
023300     05  WS-Rec-Sub              PIC 9(03) COMP VALUE ZERO.
023400     05  WS-MODE-ENTRY           OCCURS 21 TIMES.
023500         10  WS-Mode-Code        PIC X(01).
023600         10  WS-Mode-Bucket      PIC 9(01).
023700         10  WS-Mode-Parts       PIC 9(02).
023800         10  WS-Mode-Avail-Sw    PIC X(01).
023900             88  WS-MODE-AVAILABLE   VALUE 'Y'.
024000         10  WS-Mode-Seconds     PIC 9(09) COMP-3.
024100*
024200 01  WS-PROJECTION.
024300*    THE STEP-BY-STEP PROJECTION FOR ONE MODE, BUILT BY
024400*    3100-PROJECT-MODE.
024500     05  WS-Proj-Mode-Sub        PIC 9(03) COMP VALUE ZERO.
024600     05  WS-Proj-Bucket          PIC 9(01) VALUE ZERO.
024700     05  WS-Proj-Parts           PIC 9(02) VALUE ZERO.
024800     05  WS-Proj-Total           PIC 9(09) COMP-3 VALUE ZERO.
024900     05  WS-Proj-Rate            PIC 9(05)V9(09) COMP-3
025000                                 VALUE ZERO.
025100     05  WS-PROJ-STEP            OCCURS 16 TIMES.
025200         10  WS-Proj-In-Mode-Sw  PIC X(01).
025300             88  WS-PROJ-IN-MODE     VALUE 'Y'.
025400         10  WS-Proj-Basis       PIC X(10).
025500         10  WS-Proj-Bkt         PIC 9(01).
025600         10  WS-Proj-Volume      PIC 9(11) COMP-3.
025700         10  WS-Proj-Step-Rate   PIC 9(05)V9(09) COMP-3.
025800         10  WS-Proj-Seconds     PIC 9(09) COMP-3.
025900*
026000 01  HDG-LINE-1.
026100     05  FILLER                  PIC X(01) VALUE SPACE.
026200     05  FILLER                  PIC X(30)
026300         VALUE 'BATCH-WINDOW FORECAST'.
026400     05  FILLER                  PIC X(05) VALUE 'RUN '.
026500     05  HDG-Business-Date       PIC 9(08).
026600     05  FILLER                  PIC X(01) VALUE '/'.
026700     05  HDG-Run-Number          PIC 9(05).
026800     05  FILLER                  PIC X(08) VALUE '   AS OF'.
026900     05  FILLER                  PIC X(01) VALUE SPACE.
027000     05  HDG-Sys-Date            PIC 9(08).
027100     05  FILLER                  PIC X(66) VALUE SPACES.
027200*
027300 01  HDG-LINE-2.
027400     05  FILLER                  PIC X(01) VALUE SPACE.
027500     05  FILLER                  PIC X(15) VALUE 'BATCH WINDOW'.
027600     05  HDG-Window-HH           PIC 99.
027700     05  FILLER                  PIC X(01) VALUE ':'.
027800     05  HDG-Window-MM           PIC 99.
027900     05  FILLER                  PIC X(02) VALUE ' ('.
028000     05  HDG-Window-Secs         PIC ZZZ,ZZ9.
028100     05  FILLER                  PIC X(12) VALUE ' SECONDS)'.
028200     05  FILLER                  PIC X(14) VALUE 'HISTORY DAYS'.
028300     05  HDG-Hist-Days           PIC ZZ9.
028400     05  FILLER                  PIC X(19)
028500         VALUE '   MAX PARTITIONS'.
028600     05  HDG-Max-Parts           PIC Z9.
028700     05  FILLER                  PIC X(53) VALUE SPACES.
028800*
028900 01  HDG-LINE-3.
029000     05  FILLER                  PIC X(01) VALUE SPACE.
029100     05  FILLER                  PIC X(15) VALUE 'VOLUME'.
029200     05  HDG-Volume              PIC ZZ,ZZZ,ZZZ,ZZ9.
029300     05  FILLER                  PIC X(06) VALUE ' FROM '.
029400     05  HDG-Volume-Source       PIC X(30).
029500     05  FILLER                  PIC X(18)
029600         VALUE 'STEP RECORDS USED'.
029700     05  HDG-Hist-Used           PIC Z,ZZZ,ZZ9.
029800     05  FILLER                  PIC X(40) VALUE SPACES.
029900*
030000 01  HDG-LINE-4.
030100     05  FILLER                  PIC X(01) VALUE SPACE.
030200     05  FILLER                  PIC X(15) VALUE 'MODE'.
030300     05  FILLER                  PIC X(07) VALUE 'PARTS'.
030400     05  FILLER                  PIC X(15) VALUE 'PROJECTED SECS'.
030500     05  FILLER                  PIC X(13) VALUE 'ELAPSED'.
030600     05  FILLER                  PIC X(20) VALUE 'WINDOW'.
030700     05  FILLER                  PIC X(62) VALUE SPACES.
030800*
030900 01  MODE-LINE.
031000     05  FILLER                  PIC X(01) VALUE SPACE.
031100     05  MODE-Name               PIC X(15).
031200     05  MODE-Parts              PIC ZZ.
031300     05  FILLER                  PIC X(05) VALUE SPACES.
031400     05  MODE-Seconds            PIC ZZZ,ZZZ,ZZ9.
031500     05  FILLER                  PIC X(03) VALUE SPACES.
031600     05  MODE-Elapsed.
031700         10  MODE-Elapsed-HH     PIC ZZZZZ9.
031800         10  FILLER              PIC X(01) VALUE ':'.
031900         10  MODE-Elapsed-MM     PIC 99.
032000         10  FILLER              PIC X(01) VALUE ':'.
032100         10  MODE-Elapsed-SS     PIC 99.
032200     05  FILLER                  PIC X(03) VALUE SPACES.
032300     05  MODE-Status             PIC X(20).
032400     05  FILLER                  PIC X(61) VALUE SPACES.
032500*
032600 01  REC-LINE.
032700     05  FILLER                  PIC X(01) VALUE SPACE.
032800     05  FILLER                  PIC X(13) VALUE 'RECOMMENDED:'.
032900     05  REC-Text                PIC X(70) VALUE SPACES.
033000     05  FILLER                  PIC X(49) VALUE SPACES.
033100*
033200 01  HDG-LINE-5.
033300     05  FILLER                  PIC X(01) VALUE SPACE.
033400     05  FILLER                  PIC X(10) VALUE 'STEP'.
033500     05  FILLER                  PIC X(12) VALUE 'BASIS'.
033600     05  FILLER                  PIC X(07) VALUE 'RUNS'.
033700     05  FILLER                  PIC X(16) VALUE 'HIST RECORDS'.
033800     05  FILLER                  PIC X(13) VALUE 'HIST SECONDS'.
033900     05  FILLER                  PIC X(16) VALUE 'SECS/RECORD'.
034000     05  FILLER                  PIC X(16) VALUE 'VOLUME'.
034100     05  FILLER                  PIC X(14) VALUE 'PROJECTED SECS'.
034200     05  FILLER                  PIC X(28) VALUE SPACES.
034300*
034400 01  DTL-LINE.
034500     05  FILLER                  PIC X(01) VALUE SPACE.
034600     05  DTL-Program             PIC X(08).
034700     05  FILLER                  PIC X(02) VALUE SPACES.
034800     05  DTL-Basis               PIC X(10).
034900     05  FILLER                  PIC X(02) VALUE SPACES.
035000     05  DTL-Runs                PIC ZZZZ9.
035100     05  FILLER                  PIC X(02) VALUE SPACES.
035200     05  DTL-Records             PIC ZZ,ZZZ,ZZZ,ZZ9.
035300     05  FILLER                  PIC X(02) VALUE SPACES.
035400     05  DTL-Seconds             PIC ZZZ,ZZZ,ZZ9.
035500     05  FILLER                  PIC X(02) VALUE SPACES.
035600     05  DTL-Rate                PIC ZZZZ9.999999.
035700     05  DTL-Rate-X REDEFINES DTL-Rate
035800                                 PIC X(12).
035900     05  FILLER                  PIC X(02) VALUE SPACES.
036000     05  DTL-Volume              PIC ZZ,ZZZ,ZZZ,ZZ9.
036100     05  FILLER                  PIC X(02) VALUE SPACES.
036200     05  DTL-Proj-Seconds        PIC ZZZ,ZZZ,ZZ9.
036300     05  FILLER                  PIC X(33) VALUE SPACES.
036400*
036500 01  TOT-LINE.
036600     05  FILLER                  PIC X(01) VALUE SPACE.
036700     05  FILLER                  PIC X(92)
036800         VALUE 'PROJECTED ELAPSED FOR THE NIGHT'.
036900     05  TOT-Seconds             PIC ZZZ,ZZZ,ZZ9.
037000     05  FILLER                  PIC X(29) VALUE SPACES.
037100*
037200 01  MSG-LINE.
037300     05  FILLER                  PIC X(01) VALUE SPACE.
037400     05  MSG-Text                PIC X(80) VALUE SPACES.
037500     05  FILLER                  PIC X(52) VALUE SPACES.
037600*
037700 01  WS-STEP-STAT-WORK.
037800*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
037900*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
038000*    ON EVERY WAY OUT OF THE PROGRAM.
038100     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
038200     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
038300     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
038400         10  WS-Stat-Start-HHMMSS    PIC 9(06).
038500         10  FILLER                  PIC 9(02).
038600     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
038700     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
038800     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
038900         10  WS-Stat-End-HHMMSS      PIC 9(06).
039000         10  FILLER                  PIC 9(02).
039100     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
039200     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
039300     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
039400     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
039500     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
039600*
039700 PROCEDURE DIVISION.
039800*
039900 0000-MAINLINE.
040000     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
040100     ACCEPT WS-Stat-Start-Time FROM TIME.
040200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
040300     PERFORM 2000-LOAD-RUN-MODES THRU 2000-LOAD-RUN-MODES-EXIT.
040400     PERFORM 2100-LOAD-HISTORY THRU 2100-LOAD-HISTORY-EXIT.
040500     PERFORM 3000-PROJECT-MODES THRU 3000-PROJECT-MODES-EXIT.
040600     PERFORM 4000-PRINT-REPORT THRU 4000-PRINT-REPORT-EXIT.
040700     PERFORM 5000-WRITE-FORECAST THRU 5000-WRITE-FORECAST-EXIT.
040800     PERFORM 6000-FINALIZE THRU 6000-FINALIZE-EXIT.
040900     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
041000*
041100******************************************************************
041200* 1000-INITIALIZE - THE WINDOW CARD, THE RUN THE FORECAST IS FOR *
041300* AND THE VOLUME QUEUED FOR IT.  A CARD THAT CANNOT BE READ ENDS *
041400* THE JOB RC 8 BEFORE ANYTHING IS PROJECTED.                     *
041500******************************************************************
041600 1000-INITIALIZE.
041700     ACCEPT WS-Sys-Date FROM DATE YYYYMMDD.
041800     COMPUTE WS-Today-Int =
041900         FUNCTION INTEGER-OF-DATE(WS-Sys-Date).
042000     OPEN OUTPUT PRT-FILE.
042100     IF WS-PRT-STATUS NOT = '00'
042200         DISPLAY 'EVANFCST - UNABLE TO OPEN PRINT FILE, STATUS '
042300             WS-PRT-STATUS
042400         MOVE 12 TO RETURN-CODE
042500         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
042600     END-IF.
042700     PERFORM 1100-READ-CARD THRU 1100-READ-CARD-EXIT.
042800     COMPUTE WS-Cutoff-Int = WS-Today-Int - WS-Hist-Days.
042900     PERFORM 9720-GET-STAT-RUN-KEY
043000         THRU 9720-GET-STAT-RUN-KEY-EXIT.
043100     PERFORM 1200-TOTAL-QUEUE THRU 1200-TOTAL-QUEUE-EXIT.
043200     IF WS-Volume-Ranges = ZERO
043300         PERFORM 1300-READ-PARM-RANGE
043400             THRU 1300-READ-PARM-RANGE-EXIT
043500     END-IF.
043600     IF WS-Volume > 999999999
043700         MOVE 999999999 TO WS-Stat-Records
043800     ELSE
043900         MOVE WS-Volume TO WS-Stat-Records
044000     END-IF.
044100 1000-INITIALIZE-EXIT.
044200     EXIT.
044300*
044400******************************************************************
044500* 1100-READ-CARD - THE SYSIN CARD.  A BLANK FIELD TAKES ITS      *
044600* DEFAULT; A FIELD THAT IS NOT A NUMBER IN RANGE ENDS THE JOB    *
044700* RC 8 - A FORECAST AGAINST THE WRONG WINDOW IS WORSE THAN NONE. *
044800******************************************************************
044900 1100-READ-CARD.
045000     ACCEPT WS-Fcst-Card.
045100     IF WS-Card-Window = SPACES
045200         DISPLAY 'EVANFCST - NO WINDOW ON THE CARD, USING 0600'
045300     ELSE
045400         IF WS-Card-Window NOT NUMERIC
045500             OR WS-Card-Window-MM > 59
045600             DISPLAY 'EVANFCST - WINDOW ' WS-Card-Window
045700                 ' IS NOT HHMM, ENDING RC 8'
045800             MOVE 8 TO RETURN-CODE
045900             PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
046000         END-IF
046100         MOVE WS-Card-Window-HH TO WS-Window-HH
046200         MOVE WS-Card-Window-MM TO WS-Window-MM
046300     END-IF.
046400     IF WS-Card-Max-Parts NOT = SPACES
046500         IF WS-Card-Max-Parts NOT NUMERIC
046600             OR WS-CARD-MAX-PARTS-NUM < 2
046700             OR WS-CARD-MAX-PARTS-NUM > 20
046800             DISPLAY 'EVANFCST - MAX PARTITIONS '
046900                 WS-Card-Max-Parts
047000                 ' IS NOT 02-20, ENDING RC 8'
047100             MOVE 8 TO RETURN-CODE
047200             PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
047300         END-IF
047400         MOVE WS-CARD-MAX-PARTS-NUM TO WS-Max-Parts
047500     END-IF.
047600     IF WS-Card-Hist-Days NOT = SPACES
047700         IF WS-Card-Hist-Days NOT NUMERIC
047800             OR WS-CARD-HIST-DAYS-NUM = ZERO
047900             DISPLAY 'EVANFCST - HISTORY DAYS '
048000                 WS-Card-Hist-Days
048100                 ' IS NOT 001-999, ENDING RC 8'
048200             MOVE 8 TO RETURN-CODE
048300             PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
048400         END-IF
048500         MOVE WS-CARD-HIST-DAYS-NUM TO WS-Hist-Days
048600     END-IF.
048700     COMPUTE WS-Window-Seconds =
048800         WS-Window-HH * 3600 + WS-Window-MM * 60.
048900     IF WS-Window-Seconds = ZERO
049000         DISPLAY 'EVANFCST - A ZERO WINDOW CANNOT BE MET, '
049100             'ENDING RC 8'
049200         MOVE 8 TO RETURN-CODE
049300         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
049400     END-IF.
049500 1100-READ-CARD-EXIT.
049600     EXIT.
049700*
049800******************************************************************
049900* 1200-TOTAL-QUEUE - THE COUNTS THE NIGHT WILL CLASSIFY: EVERY   *
050000* RANGE STILL QUEUED ON DLRQUE.  NO QUEUE FILE, OR NOTHING       *
050100* QUEUED, LEAVES THE DLPARM RANGE TO 1300, AS EVANCOLWELL DOES.  *
050200******************************************************************
050300 1200-TOTAL-QUEUE.
050400     OPEN INPUT RQUE-FILE.
050500     IF WS-RQUE-STATUS NOT = '00'
050600         GO TO 1200-TOTAL-QUEUE-EXIT
050700     END-IF.
050800     PERFORM 1210-READ-QUEUE THRU 1210-READ-QUEUE-EXIT
050900         UNTIL WS-RQUE-EOF.
051000     CLOSE RQUE-FILE.
051100     IF WS-Volume-Ranges > ZERO
051200         MOVE 'QUEUED REQUEST RANGES' TO WS-Volume-Source
051300     END-IF.
051400 1200-TOTAL-QUEUE-EXIT.
051500     EXIT.
051600*
051700 1210-READ-QUEUE.
051800     READ RQUE-FILE
051900         AT END
052000             SET WS-RQUE-EOF TO TRUE
052100             GO TO 1210-READ-QUEUE-EXIT
052200     END-READ.
052300     IF DL-RQUE-QUEUED
052400         AND DL-RQUE-HIGH-BOUND NOT < DL-RQUE-LOW-BOUND
052500         COMPUTE WS-Volume = WS-Volume
052600             + DL-RQUE-HIGH-BOUND - DL-RQUE-LOW-BOUND + 1
052700         ADD 1 TO WS-Volume-Ranges
052800     END-IF.
052900 1210-READ-QUEUE-EXIT.
053000     EXIT.
053100*
053200******************************************************************
053300* 1300-READ-PARM-RANGE - NOTHING QUEUED: THE NIGHT RUNS THE      *
053400* SINGLE DLPARM RANGE.  WITHOUT ONE THE VOLUME IS ZERO AND ONLY  *
053500* THE FIXED-TIME STEPS CARRY ANY PROJECTED TIME.                 *
053600******************************************************************
053700 1300-READ-PARM-RANGE.
053800     MOVE 'NO RANGE - PARAMETER FILE' TO WS-Volume-Source.
053900     OPEN INPUT PARM-FILE.
054000     IF WS-PARM-STATUS NOT = '00'
054100         GO TO 1300-READ-PARM-RANGE-EXIT
054200     END-IF.
054300     PERFORM 1310-READ-PARM THRU 1310-READ-PARM-EXIT
054400         UNTIL WS-PARM-EOF.
054500     CLOSE PARM-FILE.
054600 1300-READ-PARM-RANGE-EXIT.
054700     EXIT.
054800*
054900 1310-READ-PARM.
055000     READ PARM-FILE
055100         AT END
055200             SET WS-PARM-EOF TO TRUE
055300             GO TO 1310-READ-PARM-EXIT
055400     END-READ.
055500     IF DL-PARM-IS-RANGE
055600         AND DL-PARM-HIGH-BOUND NOT < DL-PARM-LOW-BOUND
055700         COMPUTE WS-Volume =
055800             DL-PARM-HIGH-BOUND - DL-PARM-LOW-BOUND + 1
055900         MOVE 'PARAMETER FILE RANGE' TO WS-Volume-Source
056000         SET WS-PARM-EOF TO TRUE
056100     END-IF.
056200 1310-READ-PARM-EXIT.
056300     EXIT.
056400*
056500******************************************************************
056600* 2000-LOAD-RUN-MODES - FIRST PASS OF THE STEP HISTORY: THE MODE *
056700* OF EVERY RUN, FROM THE STEPS THAT RECORD IT.                   *
056800******************************************************************
056900 2000-LOAD-RUN-MODES.
057000     OPEN INPUT HIST-FILE.
057100     IF WS-HIST-STATUS NOT = '00'
057200         DISPLAY 'EVANFCST - NO STEP HISTORY, STATUS '
057300             WS-HIST-STATUS
057400         GO TO 2000-LOAD-RUN-MODES-EXIT
057500     END-IF.
057600     PERFORM 2010-READ-RUN-MODE THRU 2010-READ-RUN-MODE-EXIT
057700         UNTIL WS-HIST-EOF.
057800     CLOSE HIST-FILE.
057900 2000-LOAD-RUN-MODES-EXIT.
058000     EXIT.
058100*
058200 2010-READ-RUN-MODE.
058300     READ HIST-FILE
058400         AT END
058500             SET WS-HIST-EOF TO TRUE
058600             GO TO 2010-READ-RUN-MODE-EXIT
058700     END-READ.
058800     IF NOT DL-HSTA-IS-ACTUAL
058900         OR (NOT DL-HSTA-MODE-NORMAL
059000             AND NOT DL-HSTA-MODE-HIVOL
059100             AND NOT DL-HSTA-MODE-PARTITION)
059200         GO TO 2010-READ-RUN-MODE-EXIT
059300     END-IF.
059400     MOVE DL-HSTA-RUN-KEY TO WS-Rmod-Key.
059500     PERFORM 2130-FIND-RUN-MODE THRU 2130-FIND-RUN-MODE-EXIT.
059600     IF WS-RMOD-FOUND
059700         GO TO 2010-READ-RUN-MODE-EXIT
059800     END-IF.
059900     IF WS-Rmod-Count = 999
060000         IF NOT WS-RMOD-FULL
060100             DISPLAY 'EVANFCST - MORE THAN 999 RUNS IN THE '
060200                 'HISTORY, LATER RUNS POOLED ONLY'
060300             SET WS-RMOD-FULL TO TRUE
060400         END-IF
060500         GO TO 2010-READ-RUN-MODE-EXIT
060600     END-IF.
060700     ADD 1 TO WS-Rmod-Count.
060800     MOVE DL-HSTA-RUN-KEY TO WS-Rmod-Run-Key (WS-Rmod-Count).
060900     MOVE DL-HSTA-MODE TO WS-Rmod-Mode (WS-Rmod-Count).
061000 2010-READ-RUN-MODE-EXIT.
061100     EXIT.
061200*
061300******************************************************************
061400* 2100-LOAD-HISTORY - SECOND PASS: EVERY STEP ACTUAL THAT ENDED  *
061500* RC 4 OR BETTER WITHIN THE HISTORY DAYS ADDS ITS ELAPSED TIME   *
061600* AND RECORDS TO ITS STEP, ONCE UNDER THE MODE ITS RUN WAS MADE  *
061700* IN AND ONCE TO THE STEP'S ALL-RUNS BUCKET.  A FAILED STEP'S    *
061800* TIME SAYS NOTHING ABOUT THROUGHPUT AND IS LEFT OUT.            *
061900******************************************************************
062000 2100-LOAD-HISTORY.
062100     INITIALIZE WS-STEP-HISTORY.
062200     MOVE 'N' TO WS-HIST-EOF-SW.
062300     OPEN INPUT HIST-FILE.
062400     IF WS-HIST-STATUS NOT = '00'
062500         GO TO 2100-LOAD-HISTORY-EXIT
062600     END-IF.
062700     PERFORM 2110-ACCUMULATE-STEP THRU 2110-ACCUMULATE-STEP-EXIT
062800         UNTIL WS-HIST-EOF.
062900     CLOSE HIST-FILE.
063000 2100-LOAD-HISTORY-EXIT.
063100     EXIT.
063200*
063300 2110-ACCUMULATE-STEP.
063400     READ HIST-FILE
063500         AT END
063600             SET WS-HIST-EOF TO TRUE
063700             GO TO 2110-ACCUMULATE-STEP-EXIT
063800     END-READ.
063900     ADD 1 TO WS-Hist-Read.
064000     IF NOT DL-HSTA-IS-ACTUAL
064100         OR DL-HSTA-RC NOT NUMERIC
064200         OR DL-HSTA-RECORDS NOT NUMERIC
064300         GO TO 2110-ACCUMULATE-STEP-EXIT
064400     END-IF.
064500     IF DL-HSTA-RC > 4
064600         GO TO 2110-ACCUMULATE-STEP-EXIT
064700     END-IF.
064800     PERFORM 2120-FIND-STEP THRU 2120-FIND-STEP-EXIT.
064900     IF NOT WS-STEP-FOUND
065000         GO TO 2110-ACCUMULATE-STEP-EXIT
065100     END-IF.
065200     MOVE DL-HSTA-BUSINESS-DATE TO WS-Chk-Date.
065300     PERFORM 2140-CHECK-DATE THRU 2140-CHECK-DATE-EXIT.
065400     IF NOT WS-DATE-OK
065500         GO TO 2110-ACCUMULATE-STEP-EXIT
065600     END-IF.
065700     IF FUNCTION INTEGER-OF-DATE(WS-Chk-Date) < WS-Cutoff-Int
065800         GO TO 2110-ACCUMULATE-STEP-EXIT
065900     END-IF.
066000     PERFORM 2150-STEP-ELAPSED THRU 2150-STEP-ELAPSED-EXIT.
066100     IF NOT WS-DATE-OK
066200         GO TO 2110-ACCUMULATE-STEP-EXIT
066300     END-IF.
066400     EVALUATE TRUE
066500         WHEN DL-HSTA-MODE-NORMAL
066600             MOVE 1 TO WS-Bucket-Sub
066700         WHEN DL-HSTA-MODE-HIVOL
066800             MOVE 2 TO WS-Bucket-Sub
066900         WHEN DL-HSTA-MODE-PARTITION
067000             MOVE 3 TO WS-Bucket-Sub
067100         WHEN OTHER
067200             MOVE DL-HSTA-RUN-KEY TO WS-Rmod-Key
067300             PERFORM 2130-FIND-RUN-MODE
067400                 THRU 2130-FIND-RUN-MODE-EXIT
067500             MOVE ZERO TO WS-Bucket-Sub
067600             IF WS-RMOD-FOUND
067700                 EVALUATE WS-Rmod-Mode (WS-Rmod-Match)
067800                     WHEN 'N'
067900                         MOVE 1 TO WS-Bucket-Sub
068000                     WHEN 'H'
068100                         MOVE 2 TO WS-Bucket-Sub
068200                     WHEN 'P'
068300                         MOVE 3 TO WS-Bucket-Sub
068400                 END-EVALUATE
068500             END-IF
068600     END-EVALUATE.
068700     IF WS-Bucket-Sub > ZERO
068800         ADD 1 TO WS-Bkt-Runs (WS-Step-Match, WS-Bucket-Sub)
068900         ADD WS-Elapsed
069000             TO WS-Bkt-Seconds (WS-Step-Match, WS-Bucket-Sub)
069100         ADD DL-HSTA-RECORDS
069200             TO WS-Bkt-Records (WS-Step-Match, WS-Bucket-Sub)
069300     END-IF.
069400     ADD 1 TO WS-Bkt-Runs (WS-Step-Match, 4).
069500     ADD WS-Elapsed TO WS-Bkt-Seconds (WS-Step-Match, 4).
069600     ADD DL-HSTA-RECORDS TO WS-Bkt-Records (WS-Step-Match, 4).
069700     ADD 1 TO WS-Hist-Used.
069800 2110-ACCUMULATE-STEP-EXIT.
069900     EXIT.
070000*
070100 2120-FIND-STEP.
070200     MOVE 'N' TO WS-STEP-FOUND-SW.
070300     MOVE ZERO TO WS-Step-Match.
070400     PERFORM 2125-TEST-ONE-STEP THRU 2125-TEST-ONE-STEP-EXIT
070500         VARYING WS-Step-Sub FROM 1 BY 1
070600         UNTIL WS-Step-Sub > WS-Step-Count
070700            OR WS-STEP-FOUND.
070800 2120-FIND-STEP-EXIT.
070900     EXIT.
071000*
071100 2125-TEST-ONE-STEP.
071200     IF WS-Step-Program (WS-Step-Sub) = DL-HSTA-PROGRAM
071300         SET WS-STEP-FOUND TO TRUE
071400         MOVE WS-Step-Sub TO WS-Step-Match
071500     END-IF.
071600 2125-TEST-ONE-STEP-EXIT.
071700     EXIT.
071800*
071900******************************************************************
072000* 2130-FIND-RUN-MODE - WS-RMOD-MATCH IS THE ENTRY FOR            *
072100* WS-RMOD-KEY,                                                   *
072200* ZERO WHEN THE RUN'S MODE IS NOT KNOWN.                         *
072300******************************************************************
072400 2130-FIND-RUN-MODE.
072500     MOVE 'N' TO WS-RMOD-FOUND-SW.
072600     MOVE ZERO TO WS-Rmod-Match.
072700     PERFORM 2135-TEST-ONE-RUN THRU 2135-TEST-ONE-RUN-EXIT
072800         VARYING WS-Rmod-Sub FROM 1 BY 1
072900         UNTIL WS-Rmod-Sub > WS-Rmod-Count
073000            OR WS-RMOD-FOUND.
073100 2130-FIND-RUN-MODE-EXIT.
073200     EXIT.
073300*
073400 2135-TEST-ONE-RUN.
073500     IF WS-Rmod-Run-Key (WS-Rmod-Sub) = WS-Rmod-Key
073600         SET WS-RMOD-FOUND TO TRUE
073700         MOVE WS-Rmod-Sub TO WS-Rmod-Match
073800     END-IF.
073900 2135-TEST-ONE-RUN-EXIT.
074000     EXIT.
074100*
074200******************************************************************
074300* 2140-CHECK-DATE - WS-CHK-DATE MUST BE A REAL YYYYMMDD DATE     *
074400* BEFORE THE INTEGER DATE FUNCTION IS TRUSTED WITH IT.           *
074500******************************************************************
074600 2140-CHECK-DATE.
074700     MOVE 'N' TO WS-DATE-OK-SW.
074800     IF WS-Chk-Date NOT NUMERIC
074900         GO TO 2140-CHECK-DATE-EXIT
075000     END-IF.
075100     IF WS-Chk-Date-YYYY < 1601
075200         OR WS-Chk-Date-MM < 1 OR WS-Chk-Date-MM > 12
075300         OR WS-Chk-Date-DD < 1 OR WS-Chk-Date-DD > 31
075400         GO TO 2140-CHECK-DATE-EXIT
075500     END-IF.
075600     SET WS-DATE-OK TO TRUE.
075700 2140-CHECK-DATE-EXIT.
075800     EXIT.
075900*
076000******************************************************************
076100* 2150-STEP-ELAPSED - SECONDS FROM THE STEP'S START TO ITS END,  *
076200* ACROSS MIDNIGHT WHEN THE DATES DIFFER.  A RECORD WITH A BAD    *
076300* DATE OR TIME, OR ENDING BEFORE IT STARTED, IS NOT USED.        *
076400******************************************************************
076500 2150-STEP-ELAPSED.
076600     MOVE DL-HSTA-START-TIME TO WS-Chk-Time.
076700     PERFORM 2160-TIME-SECONDS THRU 2160-TIME-SECONDS-EXIT.
076800     IF NOT WS-DATE-OK
076900         GO TO 2150-STEP-ELAPSED-EXIT
077000     END-IF.
077100     MOVE WS-Time-Seconds TO WS-Start-Seconds.
077200     MOVE DL-HSTA-END-TIME TO WS-Chk-Time.
077300     PERFORM 2160-TIME-SECONDS THRU 2160-TIME-SECONDS-EXIT.
077400     IF NOT WS-DATE-OK
077500         GO TO 2150-STEP-ELAPSED-EXIT
077600     END-IF.
077700     MOVE DL-HSTA-START-DATE TO WS-Chk-Date.
077800     PERFORM 2140-CHECK-DATE THRU 2140-CHECK-DATE-EXIT.
077900     IF NOT WS-DATE-OK
078000         GO TO 2150-STEP-ELAPSED-EXIT
078100     END-IF.
078200     MOVE DL-HSTA-END-DATE TO WS-Chk-Date.
078300     PERFORM 2140-CHECK-DATE THRU 2140-CHECK-DATE-EXIT.
078400     IF NOT WS-DATE-OK
078500         GO TO 2150-STEP-ELAPSED-EXIT
078600     END-IF.
078700     COMPUTE WS-Elapsed =
078800         (FUNCTION INTEGER-OF-DATE(DL-HSTA-END-DATE)
078900          - FUNCTION INTEGER-OF-DATE(DL-HSTA-START-DATE))
079000         * 86400 + WS-Time-Seconds - WS-Start-Seconds.
079100     IF WS-Elapsed < ZERO
079200         MOVE 'N' TO WS-DATE-OK-SW
079300     END-IF.
079400 2150-STEP-ELAPSED-EXIT.
079500     EXIT.
079600*
079700 2160-TIME-SECONDS.
079800     MOVE 'N' TO WS-DATE-OK-SW.
079900     IF WS-Chk-Time NOT NUMERIC
080000         GO TO 2160-TIME-SECONDS-EXIT
080100     END-IF.
080200     IF WS-Chk-Time-HH > 23 OR WS-Chk-Time-MM > 59
080300         OR WS-Chk-Time-SS > 59
080400         GO TO 2160-TIME-SECONDS-EXIT
080500     END-IF.
080600     COMPUTE WS-Time-Seconds = WS-Chk-Time-HH * 3600
080700         + WS-Chk-Time-MM * 60 + WS-Chk-Time-SS.
080800     SET WS-DATE-OK TO TRUE.
080900 2160-TIME-SECONDS-EXIT.
081000     EXIT.
081100*
081200******************************************************************
081300* 3000-PROJECT-MODES - PROJECT THE NIGHT IN EVERY MODE THE       *
081400* HISTORY CAN SPEAK FOR AND PICK ONE: NORMAL IF IT FITS THE      *
081500* WINDOW, ELSE HIVOL, ELSE THE FEWEST PARTITIONS THAT FIT.  A    *
081600* MODE IS ONLY PROJECTED WHEN ITS CLASSIFICATION STEP HAS RUN IN *
081700* IT WITHIN THE HISTORY DAYS.  WHEN NOTHING FITS, THE FASTEST    *
081800* MODE PROJECTED STANDS AS THE FORECAST AND THE JOB ENDS RC 4.   *
081900******************************************************************
082000 3000-PROJECT-MODES.
082100     MOVE 'N' TO WS-Mode-Code (1).
082200     MOVE 1 TO WS-Mode-Bucket (1).
082300     MOVE ZERO TO WS-Mode-Parts (1).
082400     MOVE 'H' TO WS-Mode-Code (2).
082500     MOVE 2 TO WS-Mode-Bucket (2).
082600     MOVE ZERO TO WS-Mode-Parts (2).
082700     COMPUTE WS-Mode-Count = WS-Max-Parts + 1.
082800     PERFORM 3010-SET-PARTITION-MODE
082900         THRU 3010-SET-PARTITION-MODE-EXIT
083000         VARYING WS-Mode-Sub FROM 3 BY 1
083100         UNTIL WS-Mode-Sub > WS-Mode-Count.
083200*    STEP 6 IS EVANCOLW, STEP 8 EVANPART.
083300     MOVE 'N' TO WS-Mode-Avail-Sw (1) WS-Mode-Avail-Sw (2).
083400     IF WS-Bkt-Runs (6, 1) > ZERO
083500         SET WS-MODE-AVAILABLE (1) TO TRUE
083600     END-IF.
083700     IF WS-Bkt-Runs (6, 2) > ZERO
083800         SET WS-MODE-AVAILABLE (2) TO TRUE
083900     END-IF.
084000     PERFORM 3020-PROJECT-ONE-MODE
084100         THRU 3020-PROJECT-ONE-MODE-EXIT
084200         VARYING WS-Mode-Sub FROM 1 BY 1
084300         UNTIL WS-Mode-Sub > WS-Mode-Count.
084400     MOVE ZERO TO WS-Rec-Sub WS-Best-Sub.
084500     PERFORM 3030-CHOOSE-MODE THRU 3030-CHOOSE-MODE-EXIT
084600         VARYING WS-Mode-Sub FROM 1 BY 1
084700         UNTIL WS-Mode-Sub > WS-Mode-Count.
084800     IF WS-Rec-Sub > ZERO
084900         SET WS-WINDOW-MET TO TRUE
085000     ELSE
085100         MOVE WS-Best-Sub TO WS-Rec-Sub
085200     END-IF.
085300     IF WS-Rec-Sub > ZERO
085400         SET WS-FORECAST-MADE TO TRUE
085500         MOVE WS-Rec-Sub TO WS-Proj-Mode-Sub
085600         PERFORM 3100-PROJECT-MODE THRU 3100-PROJECT-MODE-EXIT
085700         MOVE WS-Mode-Code (WS-Rec-Sub) TO WS-Stat-Mode
085800         MOVE WS-Mode-Parts (WS-Rec-Sub) TO WS-Stat-Partitions
085900     END-IF.
086000 3000-PROJECT-MODES-EXIT.
086100     EXIT.
086200*
086300 3010-SET-PARTITION-MODE.
086400     MOVE 'P' TO WS-Mode-Code (WS-Mode-Sub).
086500     MOVE 3 TO WS-Mode-Bucket (WS-Mode-Sub).
086600     COMPUTE WS-Mode-Parts (WS-Mode-Sub) = WS-Mode-Sub - 1.
086700     MOVE 'N' TO WS-Mode-Avail-Sw (WS-Mode-Sub).
086800     IF WS-Bkt-Runs (8, 3) > ZERO
086900         SET WS-MODE-AVAILABLE (WS-Mode-Sub) TO TRUE
087000     END-IF.
087100 3010-SET-PARTITION-MODE-EXIT.
087200     EXIT.
087300*
087400 3020-PROJECT-ONE-MODE.
087500     MOVE ZERO TO WS-Mode-Seconds (WS-Mode-Sub).
087600     IF NOT WS-MODE-AVAILABLE (WS-Mode-Sub)
087700         GO TO 3020-PROJECT-ONE-MODE-EXIT
087800     END-IF.
087900     MOVE WS-Mode-Sub TO WS-Proj-Mode-Sub.
088000     PERFORM 3100-PROJECT-MODE THRU 3100-PROJECT-MODE-EXIT.
088100     MOVE WS-Proj-Total TO WS-Mode-Seconds (WS-Mode-Sub).
088200 3020-PROJECT-ONE-MODE-EXIT.
088300     EXIT.
088400*
088500*    WS-REC-SUB TAKES THE FIRST MODE IN TABLE ORDER THAT FITS THE
088600*    WINDOW; WS-BEST-SUB THE FASTEST MODE PROJECTED AT ALL.
088700 3030-CHOOSE-MODE.
088800     IF NOT WS-MODE-AVAILABLE (WS-Mode-Sub)
088900         GO TO 3030-CHOOSE-MODE-EXIT
089000     END-IF.
089100     IF WS-Rec-Sub = ZERO
089200         AND WS-Mode-Seconds (WS-Mode-Sub) NOT > WS-Window-Seconds
089300         MOVE WS-Mode-Sub TO WS-Rec-Sub
089400     END-IF.
089500     IF WS-Best-Sub = ZERO
089600         MOVE WS-Mode-Sub TO WS-Best-Sub
089700     ELSE
089800         IF WS-Mode-Seconds (WS-Mode-Sub)
089900             < WS-Mode-Seconds (WS-Best-Sub)
090000             MOVE WS-Mode-Sub TO WS-Best-Sub
090100         END-IF
090200     END-IF.
090300 3030-CHOOSE-MODE-EXIT.
090400     EXIT.
090500*
090600******************************************************************
090700* 3100-PROJECT-MODE - THE STEP-BY-STEP PROJECTION FOR MODE       *
090800* WS-PROJ-MODE-SUB.  THE NIGHT'S STEPS RUN ONE AFTER ANOTHER, SO *
090900* THE NIGHT TAKES THEIR SUM; THE PARTITION WORKERS RUN TOGETHER, *
091000* SO EVANPART COUNTS ONCE, FOR ONE PARTITION'S SHARE OF THE      *
091100* VOLUME.                                                        *
091200******************************************************************
091300 3100-PROJECT-MODE.
091400     MOVE WS-Mode-Bucket (WS-Proj-Mode-Sub) TO WS-Proj-Bucket.
091500     MOVE WS-Mode-Parts (WS-Proj-Mode-Sub) TO WS-Proj-Parts.
091600     MOVE ZERO TO WS-Proj-Total.
091700     PERFORM 3110-PROJECT-STEP THRU 3110-PROJECT-STEP-EXIT
091800         VARYING WS-Step-Sub FROM 1 BY 1
091900         UNTIL WS-Step-Sub > WS-Step-Count.
092000 3100-PROJECT-MODE-EXIT.
092100     EXIT.
092200*
092300******************************************************************
092400* 3110-PROJECT-STEP - ONE STEP.  ITS OWN MODE'S HISTORY IS USED  *
092500* WHEN THE STEP KEEPS IT APART AND HAS ANY, ELSE ALL ITS RUNS.   *
092600* A SCALED STEP WITH RECORDS ON FILE TAKES ITS SECONDS PER       *
092700* RECORD TIMES THE VOLUME; ANY OTHER STEP ITS AVERAGE TIME.  A   *
092800* STEP WITH NO HISTORY AT ALL PROJECTS NOTHING AND SAYS SO.      *
092900******************************************************************
093000 3110-PROJECT-STEP.
093100     MOVE 'N' TO WS-Proj-In-Mode-Sw (WS-Step-Sub).
093200     MOVE SPACES TO WS-Proj-Basis (WS-Step-Sub).
093300     MOVE ZERO TO WS-Proj-Bkt (WS-Step-Sub)
093400         WS-Proj-Volume (WS-Step-Sub)
093500         WS-Proj-Step-Rate (WS-Step-Sub)
093600         WS-Proj-Seconds (WS-Step-Sub).
093700     IF WS-Step-In-Mode (WS-Step-Sub, WS-Proj-Bucket) = SPACE
093800         GO TO 3110-PROJECT-STEP-EXIT
093900     END-IF.
094000     SET WS-PROJ-IN-MODE (WS-Step-Sub) TO TRUE.
094100     MOVE WS-Volume TO WS-Step-Volume.
094200     IF WS-Step-Program (WS-Step-Sub) = 'EVANPART'
094300         AND WS-Proj-Parts > ZERO
094400         DIVIDE WS-Volume BY WS-Proj-Parts
094500             GIVING WS-Step-Volume
094600             REMAINDER WS-Slice-Remainder
094700         IF WS-Slice-Remainder > ZERO
094800             ADD 1 TO WS-Step-Volume
094900         END-IF
095000     END-IF.
095100     MOVE WS-Step-Volume TO WS-Proj-Volume (WS-Step-Sub).
095200     IF WS-STEP-BY-MODE (WS-Step-Sub)
095300         AND WS-Bkt-Runs (WS-Step-Sub, WS-Proj-Bucket) > ZERO
095400         MOVE WS-Proj-Bucket TO WS-Proj-Bkt (WS-Step-Sub)
095500         MOVE 'THIS MODE' TO WS-Proj-Basis (WS-Step-Sub)
095600     ELSE
095700         IF WS-Bkt-Runs (WS-Step-Sub, 4) > ZERO
095800             MOVE 4 TO WS-Proj-Bkt (WS-Step-Sub)
095900             MOVE 'ALL RUNS' TO WS-Proj-Basis (WS-Step-Sub)
096000         ELSE
096100             MOVE 'NO HISTORY' TO WS-Proj-Basis (WS-Step-Sub)
096200             GO TO 3110-PROJECT-STEP-EXIT
096300         END-IF
096400     END-IF.
096500     MOVE WS-Proj-Bkt (WS-Step-Sub) TO WS-Bucket-Sub.
096600     IF WS-STEP-SCALED (WS-Step-Sub)
096700         AND WS-Bkt-Records (WS-Step-Sub, WS-Bucket-Sub) > ZERO
096800         COMPUTE WS-Proj-Rate ROUNDED =
096900             WS-Bkt-Seconds (WS-Step-Sub, WS-Bucket-Sub)
097000             / WS-Bkt-Records (WS-Step-Sub, WS-Bucket-Sub)
097100         MOVE WS-Proj-Rate TO WS-Proj-Step-Rate (WS-Step-Sub)
097200         COMPUTE WS-Proj-Seconds (WS-Step-Sub) ROUNDED =
097300             WS-Proj-Rate * WS-Step-Volume
097400     ELSE
097500         COMPUTE WS-Proj-Seconds (WS-Step-Sub) ROUNDED =
097600             WS-Bkt-Seconds (WS-Step-Sub, WS-Bucket-Sub)
097700             / WS-Bkt-Runs (WS-Step-Sub, WS-Bucket-Sub)
097800     END-IF.
097900     ADD WS-Proj-Seconds (WS-Step-Sub) TO WS-Proj-Total.
098000 3110-PROJECT-STEP-EXIT.
098100     EXIT.
098200*
098300******************************************************************
098400* 4000-PRINT-REPORT - HEADINGS, EVERY MODE AGAINST THE WINDOW,   *
098500* THE RECOMMENDATION AND THE STEP DETAIL BEHIND IT.              *
098600******************************************************************
098700 4000-PRINT-REPORT.
098800     MOVE WS-Stat-Business-Date TO HDG-Business-Date.
098900     MOVE WS-Stat-Run-Number TO HDG-Run-Number.
099000     MOVE WS-Sys-Date TO HDG-Sys-Date.
099100     WRITE PRT-RECORD FROM HDG-LINE-1
099200         AFTER ADVANCING PAGE.
099300     MOVE WS-Window-HH TO HDG-Window-HH.
099400     MOVE WS-Window-MM TO HDG-Window-MM.
099500     MOVE WS-Window-Seconds TO HDG-Window-Secs.
099600     MOVE WS-Hist-Days TO HDG-Hist-Days.
099700     MOVE WS-Max-Parts TO HDG-Max-Parts.
099800     WRITE PRT-RECORD FROM HDG-LINE-2
099900         AFTER ADVANCING 2 LINES.
100000     MOVE WS-Volume TO HDG-Volume.
100100     MOVE WS-Volume-Source TO HDG-Volume-Source.
100200     MOVE WS-Hist-Used TO HDG-Hist-Used.
100300     WRITE PRT-RECORD FROM HDG-LINE-3
100400         AFTER ADVANCING 1 LINE.
100500     WRITE PRT-RECORD FROM HDG-LINE-4
100600         AFTER ADVANCING 2 LINES.
100700     PERFORM 4100-PRINT-MODE THRU 4100-PRINT-MODE-EXIT
100800         VARYING WS-Mode-Sub FROM 1 BY 1
100900         UNTIL WS-Mode-Sub > WS-Mode-Count.
101000     PERFORM 4200-PRINT-RECOMMENDATION
101100         THRU 4200-PRINT-RECOMMENDATION-EXIT.
101200     IF NOT WS-FORECAST-MADE
101300         GO TO 4000-PRINT-REPORT-EXIT
101400     END-IF.
101500     WRITE PRT-RECORD FROM HDG-LINE-5
101600         AFTER ADVANCING 2 LINES.
101700     PERFORM 4300-PRINT-STEP THRU 4300-PRINT-STEP-EXIT
101800         VARYING WS-Step-Sub FROM 1 BY 1
101900         UNTIL WS-Step-Sub > WS-Step-Count.
102000     MOVE WS-Proj-Total TO TOT-Seconds.
102100     WRITE PRT-RECORD FROM TOT-LINE
102200         AFTER ADVANCING 2 LINES.
102300 4000-PRINT-REPORT-EXIT.
102400     EXIT.
102500*
102600 4100-PRINT-MODE.
102700     EVALUATE WS-Mode-Code (WS-Mode-Sub)
102800         WHEN 'N'
102900             MOVE 'NORMAL' TO MODE-Name
103000         WHEN 'H'
103100             MOVE 'HIVOL' TO MODE-Name
103200         WHEN OTHER
103300             MOVE 'PARTITIONED' TO MODE-Name
103400     END-EVALUATE.
103500     MOVE WS-Mode-Parts (WS-Mode-Sub) TO MODE-Parts.
103600     MOVE WS-Mode-Seconds (WS-Mode-Sub) TO MODE-Seconds
103700         WS-Hms-Seconds.
103800     PERFORM 4110-SPLIT-SECONDS THRU 4110-SPLIT-SECONDS-EXIT.
103900     IF NOT WS-MODE-AVAILABLE (WS-Mode-Sub)
104000         MOVE 'NO HISTORY' TO MODE-Status
104100     ELSE
104200         IF WS-Mode-Seconds (WS-Mode-Sub) > WS-Window-Seconds
104300             MOVE 'MISSES' TO MODE-Status
104400         ELSE
104500             MOVE 'FITS' TO MODE-Status
104600         END-IF
104700     END-IF.
104800     WRITE PRT-RECORD FROM MODE-LINE
104900         AFTER ADVANCING 1 LINE.
105000 4100-PRINT-MODE-EXIT.
105100     EXIT.
105200*
105300 4110-SPLIT-SECONDS.
105400     DIVIDE WS-Hms-Seconds BY 3600 GIVING WS-Hms-Hours
105500         REMAINDER WS-Hms-Rest.
105600     DIVIDE WS-Hms-Rest BY 60 GIVING WS-Hms-Minutes
105700         REMAINDER WS-Hms-Secs.
105800     MOVE WS-Hms-Hours TO MODE-Elapsed-HH.
105900     MOVE WS-Hms-Minutes TO MODE-Elapsed-MM.
106000     MOVE WS-Hms-Secs TO MODE-Elapsed-SS.
106100 4110-SPLIT-SECONDS-EXIT.
106200     EXIT.
106300*
106400 4200-PRINT-RECOMMENDATION.
106500     MOVE SPACES TO REC-Text.
106600     IF NOT WS-FORECAST-MADE
106700         MOVE 'NONE - NO CLASSIFICATION STEP HISTORY IN ANY MODE'
106800             TO REC-Text
106900         WRITE PRT-RECORD FROM REC-LINE
107000             AFTER ADVANCING 2 LINES
107100         GO TO 4200-PRINT-RECOMMENDATION-EXIT
107200     END-IF.
107300     MOVE WS-Mode-Parts (WS-Rec-Sub) TO WS-Rec-Parts.
107400     EVALUATE WS-Mode-Code (WS-Rec-Sub)
107500         WHEN 'N'
107600             MOVE 'NORMAL EVANCOLW RUN' TO REC-Text
107700         WHEN 'H'
107800             MOVE 'HIVOL EVANCOLW RUN (HIVOL ON THE OPTION CARD)'
107900                 TO REC-Text
108000         WHEN OTHER
108100             STRING 'PARTITIONED EVANPARL RUN WITH '
108200                 DELIMITED BY SIZE
108300                 WS-Rec-Parts DELIMITED BY SIZE
108400                 ' PARTITIONS' DELIMITED BY SIZE
108500                 INTO REC-Text
108600             END-STRING
108700     END-EVALUATE.
108800     WRITE PRT-RECORD FROM REC-LINE
108900         AFTER ADVANCING 2 LINES.
109000     IF NOT WS-WINDOW-MET
109100         MOVE 'NO MODE FITS THE WINDOW - THE FASTEST IS SHOWN'
109200             TO MSG-Text
109300         WRITE PRT-RECORD FROM MSG-LINE
109400             AFTER ADVANCING 1 LINE
109500     END-IF.
109600     IF WS-Mode-Code (WS-Rec-Sub) = 'P'
109700         AND WS-Volume-Ranges > ZERO
109800         MOVE 'EVANPARL SERVES THE DLPARM RANGE ONLY - THE QUEUE'
109900             TO MSG-Text
110000         WRITE PRT-RECORD FROM MSG-LINE
110100             AFTER ADVANCING 1 LINE
110200         MOVE 'STAYS WITH THE NORMAL EVANCOLW JOB' TO MSG-Text
110300         WRITE PRT-RECORD FROM MSG-LINE
110400             AFTER ADVANCING 1 LINE
110500     END-IF.
110600 4200-PRINT-RECOMMENDATION-EXIT.
110700     EXIT.
110800*
110900 4300-PRINT-STEP.
111000     IF NOT WS-PROJ-IN-MODE (WS-Step-Sub)
111100         GO TO 4300-PRINT-STEP-EXIT
111200     END-IF.
111300     MOVE WS-Step-Program (WS-Step-Sub) TO DTL-Program.
111400     MOVE WS-Proj-Basis (WS-Step-Sub) TO DTL-Basis.
111500     MOVE WS-Proj-Bkt (WS-Step-Sub) TO WS-Bucket-Sub.
111600     IF WS-Bucket-Sub = ZERO
111700         MOVE ZERO TO DTL-Runs DTL-Records DTL-Seconds
111800     ELSE
111900         MOVE WS-Bkt-Runs (WS-Step-Sub, WS-Bucket-Sub)
112000             TO DTL-Runs
112100         MOVE WS-Bkt-Records (WS-Step-Sub, WS-Bucket-Sub)
112200             TO DTL-Records
112300         MOVE WS-Bkt-Seconds (WS-Step-Sub, WS-Bucket-Sub)
112400             TO DTL-Seconds
112500     END-IF.
112600     IF WS-Proj-Step-Rate (WS-Step-Sub) > ZERO
112700         MOVE WS-Proj-Step-Rate (WS-Step-Sub) TO DTL-Rate
112800     ELSE
112900         MOVE '     AVERAGE' TO DTL-Rate-X
113000     END-IF.
113100     MOVE WS-Proj-Volume (WS-Step-Sub) TO DTL-Volume.
113200     MOVE WS-Proj-Seconds (WS-Step-Sub) TO DTL-Proj-Seconds.
113300     WRITE PRT-RECORD FROM DTL-LINE
113400         AFTER ADVANCING 1 LINE.
113500 4300-PRINT-STEP-EXIT.
113600     EXIT.
113700*
113800******************************************************************
113900* 5000-WRITE-FORECAST - ONE 'F' RECORD PER STEP OF THE MODE      *
114000* FORECAST, AND A '*TOTAL*' RECORD FOR THE NIGHT, FOR EVANWKST   *
114100* TO SET THE ACTUALS AGAINST.                                    *
114200******************************************************************
114300 5000-WRITE-FORECAST.
114400     IF NOT WS-FORECAST-MADE
114500         GO TO 5000-WRITE-FORECAST-EXIT
114600     END-IF.
114700     OPEN EXTEND STAT-FILE.
114800     IF WS-STAT-STATUS NOT = '00'
114900         DISPLAY 'EVANFCST - FORECAST NOT RECORDED, STATUS '
115000             WS-STAT-STATUS
115100         GO TO 5000-WRITE-FORECAST-EXIT
115200     END-IF.
115300     PERFORM 5100-WRITE-STEP-FORECAST
115400         THRU 5100-WRITE-STEP-FORECAST-EXIT
115500         VARYING WS-Step-Sub FROM 1 BY 1
115600         UNTIL WS-Step-Sub > WS-Step-Count.
115700     PERFORM 5200-BUILD-FORECAST THRU 5200-BUILD-FORECAST-EXIT.
115800     MOVE '*TOTAL*' TO DL-STAT-PROGRAM.
115900     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
116000     MOVE WS-Proj-Total TO DL-STAT-PROJ-SECONDS.
116100     WRITE DL-STAT-RECORD.
116200     CLOSE STAT-FILE.
116300 5000-WRITE-FORECAST-EXIT.
116400     EXIT.
116500*
116600 5100-WRITE-STEP-FORECAST.
116700     IF NOT WS-PROJ-IN-MODE (WS-Step-Sub)
116800         GO TO 5100-WRITE-STEP-FORECAST-EXIT
116900     END-IF.
117000     PERFORM 5200-BUILD-FORECAST THRU 5200-BUILD-FORECAST-EXIT.
117100     MOVE WS-Step-Program (WS-Step-Sub) TO DL-STAT-PROGRAM.
117200     IF WS-Proj-Volume (WS-Step-Sub) > 999999999
117300         MOVE 999999999 TO DL-STAT-RECORDS
117400     ELSE
117500         MOVE WS-Proj-Volume (WS-Step-Sub) TO DL-STAT-RECORDS
117600     END-IF.
117700     MOVE WS-Proj-Seconds (WS-Step-Sub) TO DL-STAT-PROJ-SECONDS.
117800     WRITE DL-STAT-RECORD.
117900 5100-WRITE-STEP-FORECAST-EXIT.
118000     EXIT.
118100*
118200 5200-BUILD-FORECAST.
118300     MOVE SPACES TO DL-STAT-RECORD.
118400     MOVE 'F' TO DL-STAT-TYPE.
118500     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
118600     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
118700     MOVE WS-Stat-Mode TO DL-STAT-MODE.
118800     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
118900     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
119000     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
119100     MOVE ZERO TO DL-STAT-END-DATE DL-STAT-END-TIME DL-STAT-RC.
119200 5200-BUILD-FORECAST-EXIT.
119300     EXIT.
119400*
119500******************************************************************
119600* 6000-FINALIZE - RC 4 WHEN NO MODE, NOT EVEN THE MOST           *
119700* PARTITIONS ALLOWED, IS PROJECTED TO FINISH IN THE WINDOW, OR   *
119800* THERE IS NO HISTORY TO PROJECT FROM.  THE STEP HAS NO COND ON  *
119900* IT, SO THE WARNING NEVER HOLDS THE NIGHT UP.                   *
120000******************************************************************
120100 6000-FINALIZE.
120200     CLOSE PRT-FILE.
120300     IF NOT WS-FORECAST-MADE
120400         DISPLAY 'EVANFCST - NO STEP HISTORY TO FORECAST FROM, '
120500             'ENDING RC 4'
120600         MOVE 4 TO RETURN-CODE
120700         GO TO 6000-FINALIZE-EXIT
120800     END-IF.
120900     DISPLAY 'EVANFCST - RECOMMENDED MODE ' WS-Stat-Mode
121000         ' PARTITIONS ' WS-Stat-Partitions
121100         ' PROJECTED ' WS-Proj-Total ' SECONDS, WINDOW '
121200         WS-Window-Seconds.
121300     IF NOT WS-WINDOW-MET
121400         DISPLAY 'EVANFCST - NO MODE IS PROJECTED TO FINISH '
121500             'IN THE WINDOW, ENDING RC 4'
121600         MOVE 4 TO RETURN-CODE
121700     END-IF.
121800 6000-FINALIZE-EXIT.
121900     EXIT.
122000*
122100******************************************************************
122200* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH     *
122300* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS RECORD *
122400* IS WRITTEN AND THE RUN ENDS.                                   *
122500******************************************************************
122600 9700-END-STEP.
122700     PERFORM 9710-WRITE-STEP-STATS
122800         THRU 9710-WRITE-STEP-STATS-EXIT.
122900     STOP RUN.
123000 9700-END-STEP-EXIT.
123100     EXIT.
123200*
123300******************************************************************
123400* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD   *
123500* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS TO, *
123600* WHEN IT STARTED AND ENDED, THE VOLUME IT PROJECTED AND THE     *
123700* RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT     *
123800* OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.            *
123900******************************************************************
124000 9710-WRITE-STEP-STATS.
124100     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
124200     ACCEPT WS-Stat-End-Time FROM TIME.
124300     IF WS-Stat-Run-Number = ZERO
124400         PERFORM 9720-GET-STAT-RUN-KEY
124500             THRU 9720-GET-STAT-RUN-KEY-EXIT
124600     END-IF.
124700     OPEN EXTEND STAT-FILE.
124800     IF WS-STAT-STATUS NOT = '00'
124900         DISPLAY 'EVANFCST - STEP STATISTICS NOT RECORDED, '
125000             'STATUS ' WS-STAT-STATUS
125100         GO TO 9710-WRITE-STEP-STATS-EXIT
125200     END-IF.
125300     MOVE SPACES TO DL-STAT-RECORD.
125400     MOVE 'S' TO DL-STAT-TYPE.
125500     MOVE 'EVANFCST' TO DL-STAT-PROGRAM.
125600     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
125700     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
125800     MOVE SPACE TO DL-STAT-MODE.
125900     MOVE ZERO TO DL-STAT-PARTITIONS.
126000     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
126100     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
126200     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
126300     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
126400     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
126500     MOVE RETURN-CODE TO DL-STAT-RC.
126600     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
126700     WRITE DL-STAT-RECORD.
126800     CLOSE STAT-FILE.
126900 9710-WRITE-STEP-STATS-EXIT.
127000     EXIT.
127100*
127200******************************************************************
127300* 9720-GET-STAT-RUN-KEY - THE RUN THIS STEP BELONGS TO IS THE    *
127400* ONE EVANCOLWELL IS ABOUT TO MAKE: A RUN LEFT STARTED ON        *
127500* RUN-CONTROL IS RESTARTED UNDER ITS OWN KEY; OTHERWISE TODAY    *
127600* AND THE NEXT RUN NUMBER.                                       *
127700******************************************************************
127800 9720-GET-STAT-RUN-KEY.
127900     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
128000     MOVE 1 TO WS-Stat-Run-Number.
128100     OPEN INPUT RUNC-FILE.
128200     IF WS-RUNC-STATUS NOT = '00'
128300         GO TO 9720-GET-STAT-RUN-KEY-EXIT
128400     END-IF.
128500     READ RUNC-FILE
128600         NOT AT END
128700             IF DL-RUNC-STARTED
128800                 MOVE DL-RUNC-BUSINESS-DATE
128900                     TO WS-Stat-Business-Date
129000                 MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
129100             ELSE
129200                 IF DL-RUNC-RUN-NUMBER < 99999
129300                     COMPUTE WS-Stat-Run-Number =
129400                         DL-RUNC-RUN-NUMBER + 1
129500                 END-IF
129600             END-IF
129700     END-READ.
129800     CLOSE RUNC-FILE.
129900 9720-GET-STAT-RUN-KEY-EXIT.
130000     EXIT.
