000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVANBRST.
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
001300* 2026-10-15 EC    ORIGINAL - REPORT BURSTING AND DISTRIBUTION. *
001400*                  SPLITS THE VERIFIED REPORT FILE (DLREPT) BY  *
001500*                  REQUESTER SECTION AND ROUTES EACH ONE AS THE *
001600*                  DISTRIBUTION CONTROL FILE (DLDIST) SAYS -    *
001700*                  DESTINATION, FORMATTED PRINT OR RAW REPORT   *
001800*                  RECORDS, COPY COUNT, HOLD OR RELEASE.  EACH  *
001900*                  BURST OUTPUT CARRIES ITS OWN TRAILER         *
002000*                  (DLBRST), RE-FOOTED AGAINST THE SECTION'S    *
002100*                  DLREPT TRAILER.  A SECTION WITH NO           *
002200*                  DISTRIBUTION ENTRY, A HOLD FLAG OR A         *
002300*                  TRAILER THAT DOES NOT FOOT IS WRITTEN TO     *
002400*                  THE HOLD FILE, NEVER DROPPED, AND THE        *
002500*                  MISSING ENTRY IS WARNED ON THE RUN-LOG.  A   *
002600*                  DISTRIBUTION MANIFEST LISTS WHAT WENT TO     *
002700*                  WHOM.                                        *
002800* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON   *
002900*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY,      *
003000*                  START AND END TIMES, REPORT DETAILS BURST    *
003100*                  AND THE RETURN CODE - FOR THE EVANFCST       *
003200*                  BATCH-WINDOW FORECAST AND THE EVANWKST       *
003300*                  WEEKLY REPORT.                               *
003400* 2026-10-15 EC    A DISTRIBUTION CARD MAY NAME ITS OWN OUTPUT  *
003500*                  (01-06): PRINT GOES TO BRSTP01-06 AND RAW    *
003600*                  TO BRSTR01-06 INSTEAD OF THE GENERAL BRSTPRT *
003700*                  AND BRSTRAW, SO EACH DESTINATION GETS ITS    *
003800*                  OWN SYSOUT OR DATA SET.  A NAMED OUTPUT THAT *
003900*                  WILL NOT OPEN HOLDS THE SECTION, RC 4.       *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RPT-FILE ASSIGN TO RPTFILE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-RPT-STATUS.
004700     SELECT DIST-FILE ASSIGN TO DISTFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-DIST-STATUS.
005000     SELECT BRAW-FILE ASSIGN TO BRSTRAW
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-BRAW-STATUS.
005300     SELECT BHLD-FILE ASSIGN TO BRSTHOLD
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-BHLD-STATUS.
005600     SELECT BPRT-FILE ASSIGN TO BRSTPRT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-BPRT-STATUS.
005900     SELECT PRT-FILE ASSIGN TO PRTFILE
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-PRT-STATUS.
006200     SELECT RLOG-FILE ASSIGN TO RLOGFILE
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-RLOG-STATUS.
006500     SELECT STAT-FILE ASSIGN TO STATFILE
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-STAT-STATUS.
006800     SELECT RUNC-FILE ASSIGN TO RUNCFILE
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-RUNC-STATUS.
007100     SELECT BP01-FILE ASSIGN TO BRSTP01
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-BP01-STATUS.
007400     SELECT BP02-FILE ASSIGN TO BRSTP02
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-BP02-STATUS.
007700     SELECT BP03-FILE ASSIGN TO BRSTP03
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-BP03-STATUS.
008000     SELECT BP04-FILE ASSIGN TO BRSTP04
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-BP04-STATUS.
008300     SELECT BP05-FILE ASSIGN TO BRSTP05
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-BP05-STATUS.
008600     SELECT BP06-FILE ASSIGN TO BRSTP06
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-BP06-STATUS.
008900     SELECT BR01-FILE ASSIGN TO BRSTR01
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-BR01-STATUS.
009200     SELECT BR02-FILE ASSIGN TO BRSTR02
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-BR02-STATUS.
009500     SELECT BR03-FILE ASSIGN TO BRSTR03
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS WS-BR03-STATUS.
009800     SELECT BR04-FILE ASSIGN TO BRSTR04
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-BR04-STATUS.
010100     SELECT BR05-FILE ASSIGN TO BRSTR05
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WS-BR05-STATUS.
010400     SELECT BR06-FILE ASSIGN TO BRSTR06
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS WS-BR06-STATUS.
010700*
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  RPT-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY DLREPT.
011300*
011400 FD  DIST-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY DLDIST.
011700*
011800 FD  BRAW-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  BRAW-RECORD                 PIC X(114).
012100*
012200 FD  BHLD-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  BHLD-RECORD                 PIC X(114).
012500*
012600 FD  BPRT-FILE
012700     LABEL RECORDS ARE OMITTED.
012800 01  BPRT-RECORD                 PIC X(133).
012900*
013000 FD  PRT-FILE
013100     LABEL RECORDS ARE OMITTED.
013200 01  PRT-RECORD                  PIC X(133).
013300*
013400 FD  RLOG-FILE
013500     LABEL RECORDS ARE STANDARD.
013600     COPY DLRLOG.
013700*
013800 FD  STAT-FILE
013900     LABEL RECORDS ARE STANDARD.
014000     COPY DLSTAT.
014100*
014200 FD  RUNC-FILE
014300     LABEL RECORDS ARE STANDARD.
014400     COPY DLRUNC.
014500*
014600 FD  BP01-FILE
014700     LABEL RECORDS ARE OMITTED.
014800 01  BP01-RECORD                 PIC X(133).
014900*
015000 FD  BP02-FILE
015100     LABEL RECORDS ARE OMITTED.
015200 01  BP02-RECORD                 PIC X(133).
015300*
015400 FD  BP03-FILE
015500     LABEL RECORDS ARE OMITTED.
015600 01  BP03-RECORD                 PIC X(133).
015700*
015800 FD  BP04-FILE
015900     LABEL RECORDS ARE OMITTED.
016000 01  BP04-RECORD                 PIC X(133).
016100*
016200 FD  BP05-FILE
016300     LABEL RECORDS ARE OMITTED.
016400 01  BP05-RECORD                 PIC X(133).
016500*
016600 FD  BP06-FILE
016700     LABEL RECORDS ARE OMITTED.
016800 01  BP06-RECORD                 PIC X(133).
016900*
017000 FD  BR01-FILE
017100     LABEL RECORDS ARE STANDARD.
017200 01  BR01-RECORD                 PIC X(114).
017300*
017400 FD  BR02-FILE
017500     LABEL RECORDS ARE STANDARD.
017600 01  BR02-RECORD                 PIC X(114).
017700*
017800 FD  BR03-FILE
017900     LABEL RECORDS ARE STANDARD.
018000 01  BR03-RECORD                 PIC X(114).
018100*
018200 FD  BR04-FILE
018300     LABEL RECORDS ARE STANDARD.
018400 01  BR04-RECORD                 PIC X(114).
018500*
018600 FD  BR05-FILE
018700     LABEL RECORDS ARE STANDARD.
018800 01  BR05-RECORD                 PIC X(114).
018900*
019000 FD  BR06-FILE
019100     LABEL RECORDS ARE STANDARD.
019200 01  BR06-RECORD                 PIC X(114).
019300*
019400 WORKING-STORAGE SECTION.
019500*    ONE BURST RECORD AT A TIME IS BUILT HERE AND WRITTEN TO THE
019600*    RAW FILE (RELEASED) OR THE HOLD FILE (HELD).
019700     COPY DLBRST.
019800*
019900 01  WS-SWITCHES.
020000     05  WS-RPT-EOF-SW           PIC X(01) VALUE 'N'.
020100         88  WS-RPT-EOF              VALUE 'Y'.
020200     05  WS-DIST-EOF-SW          PIC X(01) VALUE 'N'.
020300         88  WS-DIST-EOF             VALUE 'Y'.
020400     05  WS-DIST-FOUND-SW        PIC X(01) VALUE 'N'.
020500         88  WS-DIST-FOUND           VALUE 'Y'.
020600     05  WS-IN-SECTION-SW        PIC X(01) VALUE 'N'.
020700         88  WS-IN-SECTION           VALUE 'Y'.
020800     05  WS-PRINT-COPY-SW        PIC X(01) VALUE 'N'.
020900         88  WS-PRINT-COPY           VALUE 'Y'.
021000     05  WS-RAW-COPY-SW          PIC X(01) VALUE 'N'.
021100         88  WS-RAW-COPY             VALUE 'Y'.
021200     05  WS-OUTPUT-OK-SW         PIC X(01) VALUE 'N'.
021300         88  WS-OUTPUT-OK            VALUE 'Y'.
021400*
021500 01  WS-FILE-STATUSES.
021600     05  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
021700     05  WS-DIST-STATUS          PIC X(02) VALUE SPACES.
021800     05  WS-BRAW-STATUS          PIC X(02) VALUE SPACES.
021900     05  WS-BHLD-STATUS          PIC X(02) VALUE SPACES.
022000     05  WS-BPRT-STATUS          PIC X(02) VALUE SPACES.
022100     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
022200     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
022300     05  WS-Open-File-Name       PIC X(24) VALUE SPACES.
022400     05  WS-Open-Status          PIC X(02) VALUE SPACES.
022500     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
022600     05  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
022700     05  WS-BP01-STATUS          PIC X(02) VALUE SPACES.
022800     05  WS-BP02-STATUS          PIC X(02) VALUE SPACES.
022900     05  WS-BP03-STATUS          PIC X(02) VALUE SPACES.
023000     05  WS-BP04-STATUS          PIC X(02) VALUE SPACES.
023100     05  WS-BP05-STATUS          PIC X(02) VALUE SPACES.
023200     05  WS-BP06-STATUS          PIC X(02) VALUE SPACES.
023300     05  WS-BR01-STATUS          PIC X(02) VALUE SPACES.
023400     05  WS-BR02-STATUS          PIC X(02) VALUE SPACES.
023500     05  WS-BR03-STATUS          PIC X(02) VALUE SPACES.
023600     05  WS-BR04-STATUS          PIC X(02) VALUE SPACES.
023700     05  WS-BR05-STATUS          PIC X(02) VALUE SPACES.
023800     05  WS-BR06-STATUS          PIC X(02) VALUE SPACES.
023900*
024000 01  WS-DISTRIBUTION-TABLE.
024100*    THE DISTRIBUTION CONTROL FILE, ONE ENTRY PER REQUESTER.  A
024200*    SECOND CARD FOR THE SAME REQUESTER IS IGNORED WITH A
024300*    WARNING.  A CARD WHOSE FORMAT, COPY COUNT OR HOLD FLAG WILL
024400*    NOT EDIT IS KEPT BUT MARKED UNUSABLE, SO ITS REQUESTER'S
024500*    SECTIONS ARE HELD RATHER THAN SENT SOMEWHERE BY GUESS.
024600     05  WS-Dist-Count           PIC 9(03) COMP VALUE ZERO.
024700     05  WS-Dist-Sub             PIC 9(03) COMP VALUE ZERO.
024800     05  WS-Found-Dist-Sub       PIC 9(03) COMP VALUE ZERO.
024900     05  WS-Find-Requester       PIC X(08) VALUE SPACES.
025000     05  WS-DIST-ENTRY           OCCURS 200 TIMES.
025100         10  WS-Dist-Requester       PIC X(08).
025200         10  WS-Dist-Destination     PIC X(08).
025300         10  WS-Dist-Format          PIC X(01).
025400         10  WS-Dist-Copies          PIC 9(02).
025500         10  WS-Dist-Hold-Sw         PIC X(01).
025600         10  WS-Dist-Attention       PIC X(30).
025700         10  WS-Dist-Valid-Sw        PIC X(01).
025800             88  WS-DIST-VALID           VALUE 'Y'.
025900         10  WS-Dist-Output          PIC 9(02).
026000*
026100 01  WS-SECTION-TABLE.
026200*    ONE ENTRY PER REPORT SECTION, IN FILE ORDER.  THE FIRST
026300*    PASS (1300-MAP-SECTIONS) FOOTS EVERY SECTION AGAINST ITS
026400*    TRAILER AND 1400-SET-DISPOSITION DECIDES WHERE IT GOES,
026500*    ALL BEFORE A SINGLE OUTPUT RECORD IS WRITTEN.  EVANCOLWELL
026600*    SERVES AT MOST 50 QUEUED REQUESTS A NIGHT.
026700     05  WS-Sect-Count           PIC 9(03) COMP VALUE ZERO.
026800     05  WS-Sect-Num             PIC 9(03) COMP VALUE ZERO.
026900     05  WS-Sect-Sub             PIC 9(03) COMP VALUE ZERO.
027000     05  WS-SECT-ENTRY           OCCURS 100 TIMES.
027100         10  WS-Sect-Requester       PIC X(08).
027200         10  WS-Sect-Profile-Id      PIC X(08).
027300         10  WS-Sect-Run-Date        PIC X(08).
027400         10  WS-Sect-Run-Number      PIC 9(05).
027500         10  WS-Sect-Detail-Count    PIC 9(09) COMP-3.
027600         10  WS-Sect-Hash-Total      PIC 9(15) COMP-3.
027700         10  WS-Sect-Trl-Total       PIC 9(09) COMP-3.
027800         10  WS-Sect-Fizz-Only       PIC 9(09) COMP-3.
027900         10  WS-Sect-Buzz-Only       PIC 9(09) COMP-3.
028000         10  WS-Sect-Other-Cnt       PIC 9(09) COMP-3.
028100         10  WS-Sect-FizzBuzz-Cnt    PIC 9(09) COMP-3.
028200         10  WS-Sect-Plain-Cnt       PIC 9(09) COMP-3.
028300         10  WS-Sect-Trailer-Sw      PIC X(01).
028400             88  WS-SECT-HAS-TRAILER     VALUE 'Y'.
028500         10  WS-Sect-Foot-Sw         PIC X(01).
028600             88  WS-SECT-FOOTS           VALUE 'Y'.
028700         10  WS-Sect-Disposition     PIC X(01).
028800             88  WS-SECT-RELEASED        VALUE 'R'.
028900             88  WS-SECT-HELD            VALUE 'H'.
029000         10  WS-Sect-Reason          PIC X(30).
029100         10  WS-Sect-Destination     PIC X(08).
029200         10  WS-Sect-Format          PIC X(01).
029300             88  WS-SECT-PRINT           VALUE 'P'.
029400             88  WS-SECT-RAW             VALUE 'R'.
029500         10  WS-Sect-Copies          PIC 9(02).
029600         10  WS-Sect-Attention       PIC X(30).
029700         10  WS-Sect-Output          PIC 9(02).
029800*
029900 01  WS-BURST-WORK.
030000*    THE REPORT FILE IS READ ONCE PER PRINTED COPY.  RAW AND
030100*    HELD SECTIONS ARE WRITTEN ON THE FIRST PASS ONLY; A
030200*    FORMATTED SECTION IS PRINTED ON EVERY PASS UP TO ITS OWN
030300*    COPY COUNT, SO EACH COPY COMES OUT WHOLE WITH ITS BANNER.
030400     05  WS-Copy-Num             PIC 9(02) COMP VALUE ZERO.
030500     05  WS-Max-Copies           PIC 9(02) COMP VALUE 1.
030600     05  WS-Cur-Requester        PIC X(08) VALUE SPACES.
030700     05  WS-Grp-Written          PIC 9(09) COMP-3 VALUE ZERO.
030800     05  WS-Grp-Hash-Total       PIC 9(15) COMP-3 VALUE ZERO.
030900     05  WS-Grp-Foot-Sw          PIC X(01) VALUE 'N'.
031000         88  WS-GRP-FOOTS            VALUE 'Y'.
031100     05  WS-Bucket-Sum           PIC 9(11) COMP-3 VALUE ZERO.
031200     05  WS-Cur-Output           PIC 9(02) VALUE ZERO.
031300     05  WS-Print-Advance        PIC 9(01) VALUE ZERO.
031400     05  WS-Print-Line           PIC X(133) VALUE SPACES.
031500*
031600 01  WS-OUTPUT-STATES.
031700*    ONE BYTE PER NAMED OUTPUT (BRSTP01-06 PRINT, BRSTR01-06 RAW):
031800*    SPACE NOT YET NEEDED, 'O' OPEN, 'F' WOULD NOT OPEN.  AN
031900*    OUTPUT IS OPENED THE FIRST TIME A RELEASED SECTION IS ROUTED
032000*    TO IT, SO ONLY THE OUTPUTS IN USE TONIGHT NEED A DD.
032100     05  WS-PRINT-STATES         PIC X(06) VALUE SPACES.
032200     05  WS-PRINT-STATE-TABLE REDEFINES WS-PRINT-STATES.
032300         10  WS-Print-State          PIC X(01) OCCURS 6 TIMES.
032400     05  WS-RAW-STATES           PIC X(06) VALUE SPACES.
032500     05  WS-RAW-STATE-TABLE REDEFINES WS-RAW-STATES.
032600         10  WS-Raw-State            PIC X(01) OCCURS 6 TIMES.
032700     05  WS-Out-Sub              PIC 9(02) COMP VALUE ZERO.
032800*
032900 01  WS-PAGE-CONTROL.
033000     05  WS-Lines-Per-Page       PIC 9(02) VALUE 60.
033100     05  WS-Line-Count           PIC 9(02) COMP VALUE 99.
033200     05  WS-Page-Number          PIC 9(04) COMP VALUE ZERO.
033300     05  WS-Mft-Line-Count       PIC 9(02) COMP VALUE 99.
033400     05  WS-Mft-Page-Number      PIC 9(04) COMP VALUE ZERO.
033500*
033600 01  WS-MANIFEST-TOTALS.
033700     05  WS-Released-Sects       PIC 9(05) COMP-3 VALUE ZERO.
033800     05  WS-Held-Sects           PIC 9(05) COMP-3 VALUE ZERO.
033900     05  WS-File-Recs            PIC 9(09) COMP-3 VALUE ZERO.
034000     05  WS-Released-Recs        PIC 9(09) COMP-3 VALUE ZERO.
034100     05  WS-Held-Recs            PIC 9(09) COMP-3 VALUE ZERO.
034200     05  WS-Footed-Recs          PIC 9(09) COMP-3 VALUE ZERO.
034300*
034400 01  WS-EDIT-FIELDS.
034500     05  WS-Edit-Count           PIC ZZZ,ZZZ,ZZ9.
034600     05  WS-Edit-Run             PIC ZZZZ9.
034700     05  WS-Edit-Sect            PIC 9(03).
034800     05  WS-Edit-Sects           PIC ZZZZ9.
034900     05  WS-Edit-Held            PIC ZZZZ9.
035000     05  WS-Edit-Output          PIC 9(02).
035100     05  WS-Ban-Copy-Text.
035200         10  WS-Ban-Copy-Num     PIC Z9.
035300         10  FILLER              PIC X(04) VALUE ' OF '.
035400         10  WS-Ban-Copy-Of      PIC Z9.
035500*
035600 01  WS-RUN-DATE-FIELDS.
035700     05  WS-Run-Date-Raw         PIC X(08) VALUE SPACES.
035800     05  WS-RUN-DATE-PARTS REDEFINES WS-Run-Date-Raw.
035900         10  WS-Run-Date-YYYY    PIC X(04).
036000         10  WS-Run-Date-MM      PIC X(02).
036100         10  WS-Run-Date-DD      PIC X(02).
036200*
036300 01  WS-RUN-LOG-WORK.
036400*    ONE MESSAGE AT A TIME IS STAGED HERE FOR 9500-WRITE-RUN-
036500*    LOG; 9600-CLOSE-RUN-LOG WRITES THE END-OF-JOB SUMMARY
036600*    RECORD CARRYING THE HIGHEST SEVERITY RAISED.
036700     05  WS-RLOG-OPEN-SW         PIC X(01) VALUE 'N'.
036800         88  WS-RLOG-OPEN            VALUE 'Y'.
036900     05  WS-Log-Msg-Id           PIC X(08) VALUE SPACES.
037000     05  WS-Log-Severity         PIC 9(02) VALUE ZERO.
037100     05  WS-Log-Text             PIC X(70) VALUE SPACES.
037200     05  WS-Highest-Severity     PIC 9(02) VALUE ZERO.
037300     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
037400     05  WS-SYS-DATE-PARTS REDEFINES WS-Sys-Date.
037500         10  WS-Sys-Date-YYYY    PIC X(04).
037600         10  WS-Sys-Date-MM      PIC X(02).
037700         10  WS-Sys-Date-DD      PIC X(02).
037800     05  WS-Log-Time             PIC 9(08) VALUE ZERO.
037900     05  WS-LOG-TIME-PARTS REDEFINES WS-Log-Time.
038000         10  WS-Log-Time-HHMMSS      PIC 9(06).
038100         10  FILLER                  PIC 9(02).
038200*
038300*    BURST PRINT FILE - BANNER PAGE, DETAIL PAGES AND THE BURST
038400*    TRAILER FOR EACH COPY OF EACH FORMATTED SECTION.
038500 01  BAN-TITLE-LINE.
038600     05  FILLER                  PIC X(01) VALUE SPACE.
038700     05  FILLER                  PIC X(60)
038800         VALUE 'FIZZBUZZ CLASSIFICATION REPORT - DISTRIBUTION'.
038900     05  FILLER                  PIC X(72) VALUE SPACES.
039000*
039100 01  BAN-ITEM-LINE.
039200     05  FILLER                  PIC X(11) VALUE SPACES.
039300     05  BAN-Item-Name           PIC X(20) VALUE SPACES.
039400     05  BAN-Item-Value          PIC X(40) VALUE SPACES.
039500     05  FILLER                  PIC X(62) VALUE SPACES.
039600*
039700 01  HDG-LINE-1.
039800     05  FILLER                  PIC X(01) VALUE SPACE.
039900     05  FILLER                  PIC X(34)
040000         VALUE 'FIZZBUZZ CLASSIFICATION REPORT'.
040100     05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
040200     05  HDG-Run-Date-YYYY       PIC X(04) VALUE SPACES.
040300     05  FILLER                  PIC X(01) VALUE '/'.
040400     05  HDG-Run-Date-MM         PIC X(02) VALUE SPACES.
040500     05  FILLER                  PIC X(01) VALUE '/'.
040600     05  HDG-Run-Date-DD         PIC X(02) VALUE SPACES.
040700     05  FILLER                  PIC X(03) VALUE SPACES.
040800     05  FILLER                  PIC X(10) VALUE 'REQUESTER '.
040900     05  HDG-Requester           PIC X(08) VALUE SPACES.
041000     05  FILLER                  PIC X(03) VALUE SPACES.
041100     05  FILLER                  PIC X(05) VALUE 'COPY '.
041200     05  HDG-Copy-Num            PIC Z9.
041300     05  FILLER                  PIC X(29) VALUE SPACES.
041400     05  FILLER                  PIC X(06) VALUE 'PAGE '.
041500     05  HDG-Page-Number         PIC ZZZ9.
041600     05  FILLER                  PIC X(08) VALUE SPACES.
041700*
041800 01  HDG-LINE-2.
041900     05  FILLER                  PIC X(01) VALUE SPACE.
042000     05  FILLER                  PIC X(12) VALUE '     COUNT'.
042100     05  FILLER                  PIC X(02) VALUE SPACES.
042200     05  FILLER                  PIC X(14) VALUE 'CLASSIFICATION'.
042300     05  FILLER                  PIC X(104) VALUE SPACES.
042400*
042500 01  HDG-LINE-3.
042600     05  FILLER                  PIC X(01) VALUE SPACE.
042700     05  FILLER                  PIC X(12) VALUE '----------'.
042800     05  FILLER                  PIC X(02) VALUE SPACES.
042900     05  FILLER                  PIC X(80) VALUE ALL '-'.
043000     05  FILLER                  PIC X(38) VALUE SPACES.
043100*
043200 01  DTL-LINE.
043300     05  FILLER                  PIC X(01) VALUE SPACE.
043400     05  DTL-Count               PIC ZZZ,ZZZ,ZZ9.
043500     05  FILLER                  PIC X(03) VALUE SPACES.
043600     05  DTL-Classification      PIC X(80) VALUE SPACES.
043700     05  FILLER                  PIC X(38) VALUE SPACES.
043800*
043900 01  BTR-HDG-LINE.
044000     05  FILLER                  PIC X(01) VALUE SPACE.
044100     05  FILLER                  PIC X(40)
044200         VALUE 'BURST TRAILER - SECTION CONTROL TOTALS'.
044300     05  FILLER                  PIC X(92) VALUE SPACES.
044400*
044500 01  BTR-LINE.
044600     05  FILLER                  PIC X(01) VALUE SPACE.
044700     05  BTR-Item-Name           PIC X(30) VALUE SPACES.
044800     05  BTR-Item-Count          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
044900     05  FILLER                  PIC X(83) VALUE SPACES.
045000*
045100 01  BTR-FOOT-LINE.
045200     05  FILLER                  PIC X(01) VALUE SPACE.
045300     05  FILLER                  PIC X(30) VALUE 'SECTION'.
045400     05  BTR-Foot-Text           PIC X(50) VALUE SPACES.
045500     05  FILLER                  PIC X(52) VALUE SPACES.
045600*
045700*    DISTRIBUTION MANIFEST - ONE LINE PER SECTION AND THE
045800*    RELEASED / HELD TOTALS, FOOTED BACK TO THE REPORT FILE.
045900 01  MFT-HDG-1.
046000     05  FILLER                  PIC X(01) VALUE SPACE.
046100     05  FILLER                  PIC X(40)
046200         VALUE 'EVANBRST - REPORT DISTRIBUTION MANIFEST'.
046300     05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
046400     05  MFT-Run-Date-YYYY       PIC X(04) VALUE SPACES.
046500     05  FILLER                  PIC X(01) VALUE '/'.
046600     05  MFT-Run-Date-MM         PIC X(02) VALUE SPACES.
046700     05  FILLER                  PIC X(01) VALUE '/'.
046800     05  MFT-Run-Date-DD         PIC X(02) VALUE SPACES.
046900     05  FILLER                  PIC X(60) VALUE SPACES.
047000     05  FILLER                  PIC X(06) VALUE 'PAGE '.
047100     05  MFT-Page-Number         PIC ZZZ9.
047200     05  FILLER                  PIC X(02) VALUE SPACES.
047300*
047400 01  MFT-HDG-2.
047500     05  FILLER                  PIC X(01) VALUE SPACE.
047600     05  FILLER                  PIC X(05) VALUE 'SEC'.
047700     05  FILLER                  PIC X(10) VALUE 'REQUESTER'.
047800     05  FILLER                  PIC X(10) VALUE 'DEST'.
047900     05  FILLER                  PIC X(07) VALUE 'FORMAT'.
048000     05  FILLER                  PIC X(04) VALUE 'CPY'.
048100     05  FILLER                  PIC X(13) VALUE '    RECORDS'.
048200     05  FILLER                  PIC X(10) VALUE 'TRAILER'.
048300     05  FILLER                  PIC X(10) VALUE 'DISPOSITN'.
048400     05  FILLER                  PIC X(10) VALUE 'OUTPUT'.
048500     05  FILLER                  PIC X(30) VALUE 'REASON HELD'.
048600     05  FILLER                  PIC X(23) VALUE SPACES.
048700*
048800 01  MFT-DTL-LINE.
048900     05  FILLER                  PIC X(01) VALUE SPACE.
049000     05  MFT-Sect-Num            PIC ZZ9.
049100     05  FILLER                  PIC X(02) VALUE SPACES.
049200     05  MFT-Requester           PIC X(08) VALUE SPACES.
049300     05  FILLER                  PIC X(02) VALUE SPACES.
049400     05  MFT-Destination         PIC X(08) VALUE SPACES.
049500     05  FILLER                  PIC X(02) VALUE SPACES.
049600     05  MFT-Format              PIC X(05) VALUE SPACES.
049700     05  FILLER                  PIC X(02) VALUE SPACES.
049800     05  MFT-Copies              PIC Z9.
049900     05  FILLER                  PIC X(02) VALUE SPACES.
050000     05  MFT-Records             PIC ZZZ,ZZZ,ZZ9.
050100     05  FILLER                  PIC X(02) VALUE SPACES.
050200     05  MFT-Trailer             PIC X(08) VALUE SPACES.
050300     05  FILLER                  PIC X(02) VALUE SPACES.
050400     05  MFT-Disposition         PIC X(08) VALUE SPACES.
050500     05  FILLER                  PIC X(02) VALUE SPACES.
050600     05  MFT-Output              PIC X(08) VALUE SPACES.
050700     05  FILLER                  PIC X(02) VALUE SPACES.
050800     05  MFT-Reason              PIC X(30) VALUE SPACES.
050900     05  FILLER                  PIC X(23) VALUE SPACES.
051000*
051100 01  MFT-TOTAL-LINE.
051200     05  FILLER                  PIC X(01) VALUE SPACE.
051300     05  MFT-Total-Name          PIC X(30) VALUE SPACES.
051400     05  MFT-Total-Count         PIC ZZZ,ZZZ,ZZ9.
051500     05  FILLER                  PIC X(91) VALUE SPACES.
051600*
051700 01  MFT-MSG-LINE.
051800     05  FILLER                  PIC X(01) VALUE SPACE.
051900     05  MFT-Msg-Text            PIC X(70) VALUE SPACES.
052000     05  FILLER                  PIC X(62) VALUE SPACES.
052100*
052200 01  WS-STEP-STAT-WORK.
052300*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
052400*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
052500*    ON EVERY WAY OUT OF THE PROGRAM.
052600     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
052700     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
052800     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
052900         10  WS-Stat-Start-HHMMSS    PIC 9(06).
053000         10  FILLER                  PIC 9(02).
053100     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
053200     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
053300     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
053400         10  WS-Stat-End-HHMMSS      PIC 9(06).
053500         10  FILLER                  PIC 9(02).
053600     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
053700     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
053800     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
053900     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
054000     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
054100*
054200 PROCEDURE DIVISION.
054300*
054400 0000-MAINLINE.
054500     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
054600     ACCEPT WS-Stat-Start-Time FROM TIME.
054700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
054800     PERFORM 2000-BURST-PASS THRU 2000-BURST-PASS-EXIT
054900         VARYING WS-Copy-Num FROM 1 BY 1
055000         UNTIL WS-Copy-Num > WS-Max-Copies.
055100     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
055200     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
055300*
055400******************************************************************
055500* 1000-INITIALIZE - OPEN THE RUN-LOG, LOAD THE DISTRIBUTION      *
055600* CONTROL FILE, MAP AND FOOT EVERY SECTION OF THE REPORT FILE,   *
055700* DECIDE EACH SECTION'S DISPOSITION AND ONLY THEN OPEN THE       *
055800* OUTPUTS.                                                       *
055900******************************************************************
056000 1000-INITIALIZE.
056100     ACCEPT WS-Sys-Date FROM DATE YYYYMMDD.
056200     OPEN EXTEND RLOG-FILE.
056300     IF WS-RLOG-STATUS = '00'
056400         SET WS-RLOG-OPEN TO TRUE
056500     ELSE
056600         DISPLAY 'EVANBRST - RUN-LOG NOT AVAILABLE, STATUS '
056700             WS-RLOG-STATUS
056800     END-IF.
056900     PERFORM 1100-LOAD-DISTRIBUTION
057000         THRU 1100-LOAD-DISTRIBUTION-EXIT.
057100     PERFORM 1300-MAP-SECTIONS THRU 1300-MAP-SECTIONS-EXIT.
057200     PERFORM 1400-SET-DISPOSITION
057300         THRU 1400-SET-DISPOSITION-EXIT
057400         VARYING WS-Sect-Sub FROM 1 BY 1
057500         UNTIL WS-Sect-Sub > WS-Sect-Count.
057600     PERFORM 1500-OPEN-OUTPUTS THRU 1500-OPEN-OUTPUTS-EXIT.
057700 1000-INITIALIZE-EXIT.
057800     EXIT.
057900*
058000******************************************************************
058100* 1100-LOAD-DISTRIBUTION - TABLE THE DISTRIBUTION CONTROL CARDS. *
058200* A MISSING FILE IS NOT FATAL: EVERY SECTION IS THEN HELD, AND   *
058300* EACH ONE IS WARNED ON THE RUN-LOG AS IT IS.                    *
058400******************************************************************
058500 1100-LOAD-DISTRIBUTION.
058600     OPEN INPUT DIST-FILE.
058700     IF WS-DIST-STATUS NOT = '00'
058800         DISPLAY 'EVANBRST - DISTRIBUTION FILE NOT AVAILABLE, '
058900             'STATUS ' WS-DIST-STATUS ', ALL SECTIONS HELD'
059000         MOVE 'EBR0002' TO WS-Log-Msg-Id
059100         MOVE 04 TO WS-Log-Severity
059200         MOVE 'DISTRIBUTION FILE MISSING - ALL SECTIONS HELD'
059300             TO WS-Log-Text
059400         PERFORM 9500-WRITE-RUN-LOG
059500             THRU 9500-WRITE-RUN-LOG-EXIT
059600         GO TO 1100-LOAD-DISTRIBUTION-EXIT
059700     END-IF.
059800     PERFORM 1110-READ-DIST-RECORD
059900         THRU 1110-READ-DIST-RECORD-EXIT
060000         UNTIL WS-DIST-EOF.
060100     CLOSE DIST-FILE.
060200 1100-LOAD-DISTRIBUTION-EXIT.
060300     EXIT.
060400*
060500 1110-READ-DIST-RECORD.
060600     READ DIST-FILE
060700         AT END
060800             SET WS-DIST-EOF TO TRUE
060900             GO TO 1110-READ-DIST-RECORD-EXIT
061000     END-READ.
061100     IF DL-DIST-RECORD(1:1) = '*' OR DL-DIST-REQUESTER = SPACES
061200         GO TO 1110-READ-DIST-RECORD-EXIT
061300     END-IF.
061400     MOVE DL-DIST-REQUESTER TO WS-Find-Requester.
061500     PERFORM 1150-FIND-DISTRIBUTION
061600         THRU 1150-FIND-DISTRIBUTION-EXIT.
061700     IF WS-DIST-FOUND
061800         DISPLAY 'EVANBRST - DUPLICATE DISTRIBUTION ENTRY FOR '
061900             DL-DIST-REQUESTER ', FIRST ENTRY KEPT'
062000         MOVE 'EBR0003' TO WS-Log-Msg-Id
062100         MOVE 04 TO WS-Log-Severity
062200         MOVE SPACES TO WS-Log-Text
062300         STRING 'DUPLICATE DISTRIBUTION ENTRY FOR '
062400             DL-DIST-REQUESTER ' IGNORED'
062500             DELIMITED BY SIZE INTO WS-Log-Text
062600         PERFORM 9500-WRITE-RUN-LOG
062700             THRU 9500-WRITE-RUN-LOG-EXIT
062800         GO TO 1110-READ-DIST-RECORD-EXIT
062900     END-IF.
063000     IF WS-Dist-Count >= 200
063100         DISPLAY 'EVANBRST - DISTRIBUTION TABLE FULL, ENTRY FOR '
063200             DL-DIST-REQUESTER ' IGNORED'
063300         MOVE 'EBR0004' TO WS-Log-Msg-Id
063400         MOVE 04 TO WS-Log-Severity
063500         MOVE SPACES TO WS-Log-Text
063600         STRING 'DISTRIBUTION TABLE FULL - ENTRY FOR '
063700             DL-DIST-REQUESTER ' IGNORED'
063800             DELIMITED BY SIZE INTO WS-Log-Text
063900         PERFORM 9500-WRITE-RUN-LOG
064000             THRU 9500-WRITE-RUN-LOG-EXIT
064100         GO TO 1110-READ-DIST-RECORD-EXIT
064200     END-IF.
064300     ADD 1 TO WS-Dist-Count.
064400     MOVE DL-DIST-REQUESTER TO WS-Dist-Requester(WS-Dist-Count).
064500     MOVE DL-DIST-DESTINATION
064600         TO WS-Dist-Destination(WS-Dist-Count).
064700     MOVE DL-DIST-FORMAT TO WS-Dist-Format(WS-Dist-Count).
064800     MOVE DL-DIST-HOLD-SW TO WS-Dist-Hold-Sw(WS-Dist-Count).
064900     MOVE DL-DIST-ATTENTION TO WS-Dist-Attention(WS-Dist-Count).
065000     MOVE 'Y' TO WS-Dist-Valid-Sw(WS-Dist-Count).
065100     IF DL-DIST-COPIES IS NUMERIC
065200         MOVE DL-DIST-COPIES TO WS-Dist-Copies(WS-Dist-Count)
065300         IF DL-DIST-COPIES = ZERO
065400             MOVE 1 TO WS-Dist-Copies(WS-Dist-Count)
065500         END-IF
065600     ELSE
065700         MOVE ZERO TO WS-Dist-Copies(WS-Dist-Count)
065800         MOVE 'N' TO WS-Dist-Valid-Sw(WS-Dist-Count)
065900     END-IF.
066000     IF NOT DL-DIST-PRINT AND NOT DL-DIST-RAW
066100         MOVE 'N' TO WS-Dist-Valid-Sw(WS-Dist-Count)
066200     END-IF.
066300     IF NOT DL-DIST-HOLD AND NOT DL-DIST-RELEASE
066400         MOVE 'N' TO WS-Dist-Valid-Sw(WS-Dist-Count)
066500     END-IF.
066600     MOVE ZERO TO WS-Dist-Output(WS-Dist-Count).
066700     IF DL-DIST-OUTPUT NOT = SPACES
066800         IF DL-DIST-OUTPUT IS NUMERIC
066900                 AND DL-DIST-OUTPUT-NUM > ZERO
067000                 AND DL-DIST-OUTPUT-NUM NOT > 6
067100             MOVE DL-DIST-OUTPUT-NUM
067200                 TO WS-Dist-Output(WS-Dist-Count)
067300         ELSE
067400             MOVE 'N' TO WS-Dist-Valid-Sw(WS-Dist-Count)
067500         END-IF
067600     END-IF.
067700     IF NOT WS-DIST-VALID(WS-Dist-Count)
067800         DISPLAY 'EVANBRST - DISTRIBUTION ENTRY FOR '
067900             DL-DIST-REQUESTER ' WILL NOT EDIT, OUTPUT HELD'
068000         MOVE 'EBR0005' TO WS-Log-Msg-Id
068100         MOVE 04 TO WS-Log-Severity
068200         MOVE SPACES TO WS-Log-Text
068300         STRING 'DISTRIBUTION ENTRY FOR ' DL-DIST-REQUESTER
068400             ' WILL NOT EDIT - OUTPUT HELD'
068500             DELIMITED BY SIZE INTO WS-Log-Text
068600         PERFORM 9500-WRITE-RUN-LOG
068700             THRU 9500-WRITE-RUN-LOG-EXIT
068800     END-IF.
068900 1110-READ-DIST-RECORD-EXIT.
069000     EXIT.
069100*
069200 1150-FIND-DISTRIBUTION.
069300     MOVE 'N' TO WS-DIST-FOUND-SW.
069400     MOVE ZERO TO WS-Found-Dist-Sub.
069500     PERFORM 1160-MATCH-ONE-DIST
069600         THRU 1160-MATCH-ONE-DIST-EXIT
069700         VARYING WS-Dist-Sub FROM 1 BY 1
069800         UNTIL WS-Dist-Sub > WS-Dist-Count
069900            OR WS-DIST-FOUND.
070000 1150-FIND-DISTRIBUTION-EXIT.
070100     EXIT.
070200*
070300 1160-MATCH-ONE-DIST.
070400     IF WS-Dist-Requester(WS-Dist-Sub) = WS-Find-Requester
070500         SET WS-DIST-FOUND TO TRUE
070600         MOVE WS-Dist-Sub TO WS-Found-Dist-Sub
070700     END-IF.
070800 1160-MATCH-ONE-DIST-EXIT.
070900     EXIT.
071000*
071100******************************************************************
071200* 1300-MAP-SECTIONS - FIRST PASS OVER THE REPORT FILE.  A        *
071300* SECTION RUNS UNTIL ITS TRAILER, OR UNTIL A DETAIL FOR ANOTHER  *
071400* REQUESTER SHOWS ITS TRAILER WAS LOST.  EACH SECTION'S DETAILS  *
071500* ARE COUNTED AND HASHED AND ITS TRAILER IS FOOTED: THE DETAIL   *
071600* COUNT AND THE SUM OF THE FIVE BUCKETS MUST BOTH EQUAL THE      *
071700* TRAILER TOTAL, FOR THE SAME REQUESTER.                         *
071800******************************************************************
071900 1300-MAP-SECTIONS.
072000     OPEN INPUT RPT-FILE.
072100     IF WS-RPT-STATUS NOT = '00'
072200         PERFORM 1390-REPORT-OPEN-FAILED
072300             THRU 1390-REPORT-OPEN-FAILED-EXIT
072400     END-IF.
072500     PERFORM 1310-MAP-ONE-RECORD
072600         THRU 1310-MAP-ONE-RECORD-EXIT
072700         UNTIL WS-RPT-EOF.
072800     CLOSE RPT-FILE.
072900     MOVE 'N' TO WS-RPT-EOF-SW.
073000     MOVE 'N' TO WS-IN-SECTION-SW.
073100 1300-MAP-SECTIONS-EXIT.
073200     EXIT.
073300*
073400 1310-MAP-ONE-RECORD.
073500     READ RPT-FILE
073600         AT END
073700             SET WS-RPT-EOF TO TRUE
073800             GO TO 1310-MAP-ONE-RECORD-EXIT
073900     END-READ.
074000     IF NOT DL-RPT-IS-DETAIL AND NOT DL-RPT-IS-TRAILER
074100         GO TO 1310-MAP-ONE-RECORD-EXIT
074200     END-IF.
074300     IF WS-IN-SECTION AND DL-RPT-IS-DETAIL
074400             AND DL-RPT-REQUESTER NOT = WS-Cur-Requester
074500         MOVE 'N' TO WS-IN-SECTION-SW
074600     END-IF.
074700     IF NOT WS-IN-SECTION
074800         PERFORM 1320-NEW-SECTION THRU 1320-NEW-SECTION-EXIT
074900     END-IF.
075000     IF DL-RPT-IS-DETAIL
075100         ADD 1 TO WS-Sect-Detail-Count(WS-Sect-Count)
075200         ADD DL-RPT-COUNT TO WS-Sect-Hash-Total(WS-Sect-Count)
075300         GO TO 1310-MAP-ONE-RECORD-EXIT
075400     END-IF.
075500     SET WS-SECT-HAS-TRAILER(WS-Sect-Count) TO TRUE.
075600     MOVE DL-RPT-TRL-PROFILE-ID
075700         TO WS-Sect-Profile-Id(WS-Sect-Count).
075800     MOVE DL-RPT-TRL-RUN-NUMBER
075900         TO WS-Sect-Run-Number(WS-Sect-Count).
076000     MOVE DL-RPT-TOTAL-RECS TO WS-Sect-Trl-Total(WS-Sect-Count).
076100     MOVE DL-RPT-FIZZ-ONLY TO WS-Sect-Fizz-Only(WS-Sect-Count).
076200     MOVE DL-RPT-BUZZ-ONLY TO WS-Sect-Buzz-Only(WS-Sect-Count).
076300     MOVE DL-RPT-OTHER-CNT TO WS-Sect-Other-Cnt(WS-Sect-Count).
076400     MOVE DL-RPT-FIZZBUZZ-CNT
076500         TO WS-Sect-FizzBuzz-Cnt(WS-Sect-Count).
076600     MOVE DL-RPT-PLAIN-CNT TO WS-Sect-Plain-Cnt(WS-Sect-Count).
076700     COMPUTE WS-Bucket-Sum = DL-RPT-FIZZ-ONLY + DL-RPT-BUZZ-ONLY
076800         + DL-RPT-OTHER-CNT + DL-RPT-FIZZBUZZ-CNT
076900         + DL-RPT-PLAIN-CNT.
077000     IF WS-Sect-Detail-Count(WS-Sect-Count) = DL-RPT-TOTAL-RECS
077100             AND WS-Bucket-Sum = DL-RPT-TOTAL-RECS
077200             AND DL-RPT-TRL-REQUESTER = WS-Cur-Requester
077300         SET WS-SECT-FOOTS(WS-Sect-Count) TO TRUE
077400     END-IF.
077500     MOVE 'N' TO WS-IN-SECTION-SW.
077600 1310-MAP-ONE-RECORD-EXIT.
077700     EXIT.
077800*
077900 1320-NEW-SECTION.
078000     IF WS-Sect-Count >= 100
078100         DISPLAY 'EVANBRST - MORE THAN 100 SECTIONS ON THE '
078200             'REPORT FILE, NOTHING DISTRIBUTED'
078300         MOVE 'EBR0008' TO WS-Log-Msg-Id
078400         MOVE 12 TO WS-Log-Severity
078500         MOVE 'OVER 100 REPORT SECTIONS - NOTHING DISTRIBUTED'
078600             TO WS-Log-Text
078700         PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT
078800         PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT
078900         MOVE 12 TO RETURN-CODE
079000         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
079100     END-IF.
079200     ADD 1 TO WS-Sect-Count.
079300     INITIALIZE WS-SECT-ENTRY(WS-Sect-Count).
079400     IF DL-RPT-IS-DETAIL
079500         MOVE DL-RPT-REQUESTER
079600             TO WS-Sect-Requester(WS-Sect-Count)
079700         MOVE DL-RPT-RUN-DATE TO WS-Sect-Run-Date(WS-Sect-Count)
079800         MOVE DL-RPT-RUN-NUMBER
079900             TO WS-Sect-Run-Number(WS-Sect-Count)
080000     ELSE
080100         MOVE DL-RPT-TRL-REQUESTER
080200             TO WS-Sect-Requester(WS-Sect-Count)
080300     END-IF.
080400     MOVE WS-Sect-Requester(WS-Sect-Count) TO WS-Cur-Requester.
080500     SET WS-IN-SECTION TO TRUE.
080600 1320-NEW-SECTION-EXIT.
080700     EXIT.
080800*
080900 1390-REPORT-OPEN-FAILED.
081000     DISPLAY 'EVANBRST - UNABLE TO OPEN REPORT FILE, STATUS '
081100         WS-RPT-STATUS.
081200     MOVE 'EBR0001' TO WS-Log-Msg-Id.
081300     MOVE 12 TO WS-Log-Severity.
081400     MOVE 'REPORT FILE NOT AVAILABLE - NOTHING DISTRIBUTED'
081500         TO WS-Log-Text.
081600     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
081700     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
081800     MOVE 12 TO RETURN-CODE.
081900     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
082000 1390-REPORT-OPEN-FAILED-EXIT.
082100     EXIT.
082200*
082300******************************************************************
082400* 1400-SET-DISPOSITION - RELEASE OR HOLD ONE SECTION.  A SECTION *
082500* IS HELD WHEN IT HAS NO TRAILER, WHEN ITS TRAILER DOES NOT      *
082600* FOOT, WHEN ITS REQUESTER HAS NO USABLE DISTRIBUTION ENTRY,     *
082700* WHEN THE ENTRY SAYS HOLD, OR WHEN THE OUTPUT THE ENTRY NAMES   *
082800* WILL NOT OPEN.  EVERY HELD SECTION IS NAMED ON THE RUN-LOG     *
082900* WITH ITS REASON: A FOOTING FAILURE AS AN ERROR, A MISSING OR   *
083000* UNUSABLE ENTRY OR OUTPUT AS A WARNING, A REQUESTED HOLD AS     *
083100* INFORMATION ONLY.                                              *
083200******************************************************************
083300 1400-SET-DISPOSITION.
083400     MOVE WS-Sect-Requester(WS-Sect-Sub) TO WS-Find-Requester.
083500     PERFORM 1150-FIND-DISTRIBUTION
083600         THRU 1150-FIND-DISTRIBUTION-EXIT.
083700     IF WS-DIST-FOUND
083800         MOVE WS-Dist-Destination(WS-Found-Dist-Sub)
083900             TO WS-Sect-Destination(WS-Sect-Sub)
084000         MOVE WS-Dist-Format(WS-Found-Dist-Sub)
084100             TO WS-Sect-Format(WS-Sect-Sub)
084200         MOVE WS-Dist-Copies(WS-Found-Dist-Sub)
084300             TO WS-Sect-Copies(WS-Sect-Sub)
084400         MOVE WS-Dist-Attention(WS-Found-Dist-Sub)
084500             TO WS-Sect-Attention(WS-Sect-Sub)
084600         MOVE WS-Dist-Output(WS-Found-Dist-Sub)
084700             TO WS-Sect-Output(WS-Sect-Sub)
084800     END-IF.
084900     ADD WS-Sect-Detail-Count(WS-Sect-Sub) TO WS-File-Recs.
085000     SET WS-SECT-HELD(WS-Sect-Sub) TO TRUE.
085100     EVALUATE TRUE
085200         WHEN NOT WS-SECT-HAS-TRAILER(WS-Sect-Sub)
085300             MOVE 'NO SECTION TRAILER'
085400                 TO WS-Sect-Reason(WS-Sect-Sub)
085500             MOVE 'EBR0006' TO WS-Log-Msg-Id
085600             MOVE 08 TO WS-Log-Severity
085700         WHEN NOT WS-SECT-FOOTS(WS-Sect-Sub)
085800             MOVE 'SECTION TRAILER DOES NOT FOOT'
085900                 TO WS-Sect-Reason(WS-Sect-Sub)
086000             MOVE 'EBR0006' TO WS-Log-Msg-Id
086100             MOVE 08 TO WS-Log-Severity
086200         WHEN NOT WS-DIST-FOUND
086300             MOVE 'NO DISTRIBUTION ENTRY'
086400                 TO WS-Sect-Reason(WS-Sect-Sub)
086500             MOVE 'EBR0007' TO WS-Log-Msg-Id
086600             MOVE 04 TO WS-Log-Severity
086700         WHEN NOT WS-DIST-VALID(WS-Found-Dist-Sub)
086800             MOVE 'DISTRIBUTION ENTRY UNUSABLE'
086900                 TO WS-Sect-Reason(WS-Sect-Sub)
087000             MOVE 'EBR0007' TO WS-Log-Msg-Id
087100             MOVE 04 TO WS-Log-Severity
087200         WHEN WS-Dist-Hold-Sw(WS-Found-Dist-Sub) = 'H'
087300             MOVE 'HELD BY DISTRIBUTION ENTRY'
087400                 TO WS-Sect-Reason(WS-Sect-Sub)
087500             MOVE 'EBR0009' TO WS-Log-Msg-Id
087600             MOVE 00 TO WS-Log-Severity
087700         WHEN OTHER
087800             SET WS-SECT-RELEASED(WS-Sect-Sub) TO TRUE
087900     END-EVALUATE.
088000     IF WS-SECT-RELEASED(WS-Sect-Sub)
088100             AND WS-Sect-Output(WS-Sect-Sub) NOT = ZERO
088200         PERFORM 1410-OPEN-ROUTED-OUTPUT
088300             THRU 1410-OPEN-ROUTED-OUTPUT-EXIT
088400         IF NOT WS-OUTPUT-OK
088500             SET WS-SECT-HELD(WS-Sect-Sub) TO TRUE
088600             MOVE WS-Sect-Output(WS-Sect-Sub) TO WS-Edit-Output
088700             MOVE SPACES TO WS-Sect-Reason(WS-Sect-Sub)
088800             IF WS-SECT-PRINT(WS-Sect-Sub)
088900                 STRING 'OUTPUT BRSTP' WS-Edit-Output
089000                     ' WILL NOT OPEN' DELIMITED BY SIZE
089100                     INTO WS-Sect-Reason(WS-Sect-Sub)
089200             ELSE
089300                 STRING 'OUTPUT BRSTR' WS-Edit-Output
089400                     ' WILL NOT OPEN' DELIMITED BY SIZE
089500                     INTO WS-Sect-Reason(WS-Sect-Sub)
089600             END-IF
089700             MOVE 'EBR0014' TO WS-Log-Msg-Id
089800             MOVE 04 TO WS-Log-Severity
089900         END-IF
090000     END-IF.
090100     IF WS-SECT-RELEASED(WS-Sect-Sub)
090200         ADD 1 TO WS-Released-Sects
090300         ADD WS-Sect-Detail-Count(WS-Sect-Sub)
090400             TO WS-Released-Recs
090500         IF WS-SECT-PRINT(WS-Sect-Sub)
090600                 AND WS-Sect-Copies(WS-Sect-Sub) > WS-Max-Copies
090700             MOVE WS-Sect-Copies(WS-Sect-Sub) TO WS-Max-Copies
090800         END-IF
090900         GO TO 1400-SET-DISPOSITION-EXIT
091000     END-IF.
091100     ADD 1 TO WS-Held-Sects.
091200     ADD WS-Sect-Detail-Count(WS-Sect-Sub) TO WS-Held-Recs.
091300     MOVE WS-Sect-Sub TO WS-Edit-Sect.
091400     DISPLAY 'EVANBRST - SECTION ' WS-Edit-Sect ' REQUESTER '
091500         WS-Sect-Requester(WS-Sect-Sub) ' HELD - '
091600         WS-Sect-Reason(WS-Sect-Sub).
091700     MOVE SPACES TO WS-Log-Text.
091800     STRING 'SECTION ' WS-Edit-Sect ' '
091900         WS-Sect-Requester(WS-Sect-Sub) ' HELD - '
092000         WS-Sect-Reason(WS-Sect-Sub)
092100         DELIMITED BY SIZE INTO WS-Log-Text.
092200     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
092300 1400-SET-DISPOSITION-EXIT.
092400     EXIT.
092500*
092600******************************************************************
092700* 1410-OPEN-ROUTED-OUTPUT - MAKE SURE THE OUTPUT A RELEASED      *
092800* SECTION IS ROUTED TO IS OPEN: BRSTP01-06 FOR A PRINTED         *
092900* SECTION, BRSTR01-06 FOR A RAW ONE.  EACH IS OPENED ONCE, THE   *
093000* FIRST TIME IT IS NEEDED; ONE THAT WILL NOT OPEN IS NOT TRIED   *
093100* AGAIN.                                                         *
093200******************************************************************
093300 1410-OPEN-ROUTED-OUTPUT.
093400     MOVE 'N' TO WS-OUTPUT-OK-SW.
093500     MOVE WS-Sect-Output(WS-Sect-Sub) TO WS-Out-Sub.
093600     IF WS-SECT-PRINT(WS-Sect-Sub)
093700         IF WS-Print-State(WS-Out-Sub) = SPACE
093800             PERFORM 1420-OPEN-PRINT-OUTPUT
093900                 THRU 1420-OPEN-PRINT-OUTPUT-EXIT
094000         END-IF
094100         IF WS-Print-State(WS-Out-Sub) = 'O'
094200             SET WS-OUTPUT-OK TO TRUE
094300         END-IF
094400         GO TO 1410-OPEN-ROUTED-OUTPUT-EXIT
094500     END-IF.
094600     IF WS-Raw-State(WS-Out-Sub) = SPACE
094700         PERFORM 1430-OPEN-RAW-OUTPUT
094800             THRU 1430-OPEN-RAW-OUTPUT-EXIT
094900     END-IF.
095000     IF WS-Raw-State(WS-Out-Sub) = 'O'
095100         SET WS-OUTPUT-OK TO TRUE
095200     END-IF.
095300 1410-OPEN-ROUTED-OUTPUT-EXIT.
095400     EXIT.
095500*
095600 1420-OPEN-PRINT-OUTPUT.
095700     EVALUATE WS-Out-Sub
095800         WHEN 1
095900             OPEN OUTPUT BP01-FILE
096000             MOVE WS-BP01-STATUS TO WS-Open-Status
096100         WHEN 2
096200             OPEN OUTPUT BP02-FILE
096300             MOVE WS-BP02-STATUS TO WS-Open-Status
096400         WHEN 3
096500             OPEN OUTPUT BP03-FILE
096600             MOVE WS-BP03-STATUS TO WS-Open-Status
096700         WHEN 4
096800             OPEN OUTPUT BP04-FILE
096900             MOVE WS-BP04-STATUS TO WS-Open-Status
097000         WHEN 5
097100             OPEN OUTPUT BP05-FILE
097200             MOVE WS-BP05-STATUS TO WS-Open-Status
097300         WHEN 6
097400             OPEN OUTPUT BP06-FILE
097500             MOVE WS-BP06-STATUS TO WS-Open-Status
097600     END-EVALUATE.
097700     IF WS-Open-Status = '00'
097800         MOVE 'O' TO WS-Print-State(WS-Out-Sub)
097900     ELSE
098000         MOVE 'F' TO WS-Print-State(WS-Out-Sub)
098100         MOVE WS-Out-Sub TO WS-Edit-Output
098200         DISPLAY 'EVANBRST - UNABLE TO OPEN BRSTP' WS-Edit-Output
098300             ', STATUS ' WS-Open-Status ', ITS SECTIONS HELD'
098400     END-IF.
098500 1420-OPEN-PRINT-OUTPUT-EXIT.
098600     EXIT.
098700*
098800 1430-OPEN-RAW-OUTPUT.
098900     EVALUATE WS-Out-Sub
099000         WHEN 1
099100             OPEN OUTPUT BR01-FILE
099200             MOVE WS-BR01-STATUS TO WS-Open-Status
099300         WHEN 2
099400             OPEN OUTPUT BR02-FILE
099500             MOVE WS-BR02-STATUS TO WS-Open-Status
099600         WHEN 3
099700             OPEN OUTPUT BR03-FILE
099800             MOVE WS-BR03-STATUS TO WS-Open-Status
099900         WHEN 4
100000             OPEN OUTPUT BR04-FILE
100100             MOVE WS-BR04-STATUS TO WS-Open-Status
100200         WHEN 5
100300             OPEN OUTPUT BR05-FILE
100400             MOVE WS-BR05-STATUS TO WS-Open-Status
100500         WHEN 6
100600             OPEN OUTPUT BR06-FILE
100700             MOVE WS-BR06-STATUS TO WS-Open-Status
100800     END-EVALUATE.
100900     IF WS-Open-Status = '00'
101000         MOVE 'O' TO WS-Raw-State(WS-Out-Sub)
101100     ELSE
101200         MOVE 'F' TO WS-Raw-State(WS-Out-Sub)
101300         MOVE WS-Out-Sub TO WS-Edit-Output
101400         DISPLAY 'EVANBRST - UNABLE TO OPEN BRSTR' WS-Edit-Output
101500             ', STATUS ' WS-Open-Status ', ITS SECTIONS HELD'
101600     END-IF.
101700 1430-OPEN-RAW-OUTPUT-EXIT.
101800     EXIT.
101900*
102000******************************************************************
102100* 1500-OPEN-OUTPUTS - THE GENERAL RAW FILE AND BURST PRINT ARE   *
102200* TONIGHT'S ONLY; THE HOLD FILE IS EXTENDED, SO A HELD SECTION   *
102300* SURVIVES THE NEXT NIGHT'S REPORT OVERWRITE UNTIL IT IS         *
102400* RELEASED BY HAND.  ANY OF THESE THAT WILL NOT OPEN IS FATAL    *
102500* BEFORE ANYTHING IS WRITTEN.  THE NAMED OUTPUTS WERE OPENED BY  *
102600* 1410 AS THE SECTIONS WERE ROUTED.                              *
102700******************************************************************
102800 1500-OPEN-OUTPUTS.
102900     OPEN OUTPUT BRAW-FILE.
103000     IF WS-BRAW-STATUS NOT = '00'
103100         MOVE 'RAW BURST FILE' TO WS-Open-File-Name
103200         MOVE WS-BRAW-STATUS TO WS-Open-Status
103300         PERFORM 1510-OPEN-FAILED THRU 1510-OPEN-FAILED-EXIT
103400     END-IF.
103500     OPEN EXTEND BHLD-FILE.
103600     IF WS-BHLD-STATUS NOT = '00'
103700         MOVE 'HOLD FILE' TO WS-Open-File-Name
103800         MOVE WS-BHLD-STATUS TO WS-Open-Status
103900         PERFORM 1510-OPEN-FAILED THRU 1510-OPEN-FAILED-EXIT
104000     END-IF.
104100     OPEN OUTPUT BPRT-FILE.
104200     IF WS-BPRT-STATUS NOT = '00'
104300         MOVE 'BURST PRINT FILE' TO WS-Open-File-Name
104400         MOVE WS-BPRT-STATUS TO WS-Open-Status
104500         PERFORM 1510-OPEN-FAILED THRU 1510-OPEN-FAILED-EXIT
104600     END-IF.
104700     OPEN OUTPUT PRT-FILE.
104800     IF WS-PRT-STATUS NOT = '00'
104900         MOVE 'MANIFEST PRINT FILE' TO WS-Open-File-Name
105000         MOVE WS-PRT-STATUS TO WS-Open-Status
105100         PERFORM 1510-OPEN-FAILED THRU 1510-OPEN-FAILED-EXIT
105200     END-IF.
105300 1500-OPEN-OUTPUTS-EXIT.
105400     EXIT.
105500*
105600 1510-OPEN-FAILED.
105700     DISPLAY 'EVANBRST - UNABLE TO OPEN ' WS-Open-File-Name
105800         ', STATUS ' WS-Open-Status.
105900     MOVE 'EBR0010' TO WS-Log-Msg-Id.
106000     MOVE 12 TO WS-Log-Severity.
106100     MOVE SPACES TO WS-Log-Text.
106200     STRING 'UNABLE TO OPEN ' WS-Open-File-Name
106300         ' - NOTHING DISTRIBUTED'
106400         DELIMITED BY SIZE INTO WS-Log-Text.
106500     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
106600     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
106700     MOVE 12 TO RETURN-CODE.
106800     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
106900 1510-OPEN-FAILED-EXIT.
107000     EXIT.
107100*
107200******************************************************************
107300* 2000-BURST-PASS - ONE PASS OVER THE REPORT FILE PER PRINTED    *
107400* COPY.  SECTIONS ARE RECOGNISED EXACTLY AS 1300-MAP-SECTIONS    *
107500* DID, SO SECTION N HERE IS ENTRY N IN THE SECTION TABLE.        *
107600******************************************************************
107700 2000-BURST-PASS.
107800     OPEN INPUT RPT-FILE.
107900     IF WS-RPT-STATUS NOT = '00'
108000         PERFORM 1390-REPORT-OPEN-FAILED
108100             THRU 1390-REPORT-OPEN-FAILED-EXIT
108200     END-IF.
108300     MOVE ZERO TO WS-Sect-Num.
108400     MOVE 'N' TO WS-RPT-EOF-SW.
108500     MOVE 'N' TO WS-IN-SECTION-SW.
108600     PERFORM 2100-BURST-ONE-RECORD
108700         THRU 2100-BURST-ONE-RECORD-EXIT
108800         UNTIL WS-RPT-EOF.
108900     IF WS-IN-SECTION
109000         PERFORM 2400-END-SECTION THRU 2400-END-SECTION-EXIT
109100     END-IF.
109200     CLOSE RPT-FILE.
109300 2000-BURST-PASS-EXIT.
109400     EXIT.
109500*
109600 2100-BURST-ONE-RECORD.
109700     READ RPT-FILE
109800         AT END
109900             SET WS-RPT-EOF TO TRUE
110000             GO TO 2100-BURST-ONE-RECORD-EXIT
110100     END-READ.
110200     IF NOT DL-RPT-IS-DETAIL AND NOT DL-RPT-IS-TRAILER
110300         GO TO 2100-BURST-ONE-RECORD-EXIT
110400     END-IF.
110500     IF WS-IN-SECTION AND DL-RPT-IS-DETAIL
110600             AND DL-RPT-REQUESTER NOT = WS-Cur-Requester
110700         PERFORM 2400-END-SECTION THRU 2400-END-SECTION-EXIT
110800     END-IF.
110900     IF NOT WS-IN-SECTION
111000         PERFORM 2200-START-SECTION
111100             THRU 2200-START-SECTION-EXIT
111200     END-IF.
111300     IF DL-RPT-IS-DETAIL
111400         PERFORM 2300-BURST-DETAIL THRU 2300-BURST-DETAIL-EXIT
111500     ELSE
111600         PERFORM 2400-END-SECTION THRU 2400-END-SECTION-EXIT
111700     END-IF.
111800 2100-BURST-ONE-RECORD-EXIT.
111900     EXIT.
112000*
112100******************************************************************
112200* 2200-START-SECTION - DECIDE WHAT THIS PASS DOES WITH THE       *
112300* SECTION: PRINT A COPY OF IT (RELEASED, FORMATTED, COPY COUNT   *
112400* NOT YET REACHED), WRITE IT AS A RAW GROUP (FIRST PASS ONLY -   *
112500* RELEASED RAW TO THE RAW FILE, ANY HELD SECTION TO THE HOLD     *
112600* FILE), OR PASS OVER IT.                                        *
112700******************************************************************
112800 2200-START-SECTION.
112900     ADD 1 TO WS-Sect-Num.
113000     MOVE WS-Sect-Requester(WS-Sect-Num) TO WS-Cur-Requester.
113100     SET WS-IN-SECTION TO TRUE.
113200     MOVE ZERO TO WS-Grp-Written.
113300     MOVE ZERO TO WS-Grp-Hash-Total.
113400     MOVE 'N' TO WS-PRINT-COPY-SW.
113500     MOVE 'N' TO WS-RAW-COPY-SW.
113600     MOVE WS-Sect-Output(WS-Sect-Num) TO WS-Cur-Output.
113700     IF WS-SECT-RELEASED(WS-Sect-Num)
113800             AND WS-SECT-PRINT(WS-Sect-Num)
113900         IF WS-Copy-Num NOT > WS-Sect-Copies(WS-Sect-Num)
114000             SET WS-PRINT-COPY TO TRUE
114100             PERFORM 2210-PRINT-BANNER
114200                 THRU 2210-PRINT-BANNER-EXIT
114300         END-IF
114400         GO TO 2200-START-SECTION-EXIT
114500     END-IF.
114600     IF WS-Copy-Num > 1
114700         GO TO 2200-START-SECTION-EXIT
114800     END-IF.
114900     SET WS-RAW-COPY TO TRUE.
115000     MOVE SPACES TO DL-BRST-RECORD.
115100     MOVE 'H' TO DL-BRST-TYPE.
115200     MOVE WS-Cur-Requester TO DL-BRST-REQUESTER.
115300     MOVE WS-Sect-Destination(WS-Sect-Num)
115400         TO DL-BRST-DESTINATION.
115500     MOVE WS-Sect-Format(WS-Sect-Num) TO DL-BRST-FORMAT.
115600     MOVE WS-Sect-Copies(WS-Sect-Num) TO DL-BRST-COPIES.
115700     MOVE WS-Sect-Disposition(WS-Sect-Num)
115800         TO DL-BRST-DISPOSITION.
115900     MOVE WS-Sect-Reason(WS-Sect-Num) TO DL-BRST-HOLD-REASON.
116000     MOVE WS-Sect-Run-Date(WS-Sect-Num) TO DL-BRST-RUN-DATE.
116100     MOVE WS-Sect-Run-Number(WS-Sect-Num) TO DL-BRST-RUN-NUMBER.
116200     MOVE WS-Sect-Num TO DL-BRST-SECTION-SEQ.
116300     MOVE WS-Sect-Profile-Id(WS-Sect-Num) TO DL-BRST-PROFILE-ID.
116400     MOVE WS-Sys-Date TO DL-BRST-BURST-DATE.
116500     MOVE WS-Sect-Attention(WS-Sect-Num) TO DL-BRST-ATTENTION.
116600     PERFORM 2800-WRITE-BURST-RECORD
116700         THRU 2800-WRITE-BURST-RECORD-EXIT.
116800 2200-START-SECTION-EXIT.
116900     EXIT.
117000*
117100******************************************************************
117200* 2210-PRINT-BANNER - A BANNER PAGE OPENS EVERY PRINTED COPY SO  *
117300* THE PRINT ROOM CAN ROUTE IT WITHOUT READING THE REPORT.        *
117400******************************************************************
117500 2210-PRINT-BANNER.
117600     MOVE ZERO TO WS-Page-Number.
117700     MOVE 99 TO WS-Line-Count.
117800     MOVE WS-Sect-Run-Date(WS-Sect-Num) TO WS-Run-Date-Raw.
117900     MOVE WS-Run-Date-YYYY TO HDG-Run-Date-YYYY.
118000     MOVE WS-Run-Date-MM TO HDG-Run-Date-MM.
118100     MOVE WS-Run-Date-DD TO HDG-Run-Date-DD.
118200     MOVE WS-Cur-Requester TO HDG-Requester.
118300     MOVE WS-Copy-Num TO HDG-Copy-Num.
118400     MOVE BAN-TITLE-LINE TO WS-Print-Line.
118500     MOVE 0 TO WS-Print-Advance.
118600     PERFORM 2900-WRITE-PRINT-LINE
118700         THRU 2900-WRITE-PRINT-LINE-EXIT.
118800     MOVE 'REQUESTER' TO BAN-Item-Name.
118900     MOVE WS-Cur-Requester TO BAN-Item-Value.
119000     PERFORM 2215-PRINT-BANNER-ITEM
119100         THRU 2215-PRINT-BANNER-ITEM-EXIT.
119200     MOVE 'DESTINATION' TO BAN-Item-Name.
119300     MOVE WS-Sect-Destination(WS-Sect-Num) TO BAN-Item-Value.
119400     PERFORM 2215-PRINT-BANNER-ITEM
119500         THRU 2215-PRINT-BANNER-ITEM-EXIT.
119600     MOVE 'ATTENTION' TO BAN-Item-Name.
119700     MOVE WS-Sect-Attention(WS-Sect-Num) TO BAN-Item-Value.
119800     PERFORM 2215-PRINT-BANNER-ITEM
119900         THRU 2215-PRINT-BANNER-ITEM-EXIT.
120000     MOVE 'COPY' TO BAN-Item-Name.
120100     MOVE WS-Copy-Num TO WS-Ban-Copy-Num.
120200     MOVE WS-Sect-Copies(WS-Sect-Num) TO WS-Ban-Copy-Of.
120300     MOVE WS-Ban-Copy-Text TO BAN-Item-Value.
120400     PERFORM 2215-PRINT-BANNER-ITEM
120500         THRU 2215-PRINT-BANNER-ITEM-EXIT.
120600     MOVE 'RUN DATE' TO BAN-Item-Name.
120700     MOVE WS-Run-Date-Raw TO BAN-Item-Value.
120800     PERFORM 2215-PRINT-BANNER-ITEM
120900         THRU 2215-PRINT-BANNER-ITEM-EXIT.
121000     MOVE 'RUN NUMBER' TO BAN-Item-Name.
121100     MOVE WS-Sect-Run-Number(WS-Sect-Num) TO WS-Edit-Run.
121200     MOVE WS-Edit-Run TO BAN-Item-Value.
121300     PERFORM 2215-PRINT-BANNER-ITEM
121400         THRU 2215-PRINT-BANNER-ITEM-EXIT.
121500     MOVE 'REPORT SECTION' TO BAN-Item-Name.
121600     MOVE WS-Sect-Num TO WS-Edit-Sect.
121700     MOVE WS-Edit-Sect TO BAN-Item-Value.
121800     PERFORM 2215-PRINT-BANNER-ITEM
121900         THRU 2215-PRINT-BANNER-ITEM-EXIT.
122000     MOVE 'RULE PROFILE' TO BAN-Item-Name.
122100     MOVE WS-Sect-Profile-Id(WS-Sect-Num) TO BAN-Item-Value.
122200     PERFORM 2215-PRINT-BANNER-ITEM
122300         THRU 2215-PRINT-BANNER-ITEM-EXIT.
122400     MOVE 'RECORDS' TO BAN-Item-Name.
122500     MOVE WS-Sect-Trl-Total(WS-Sect-Num) TO WS-Edit-Count.
122600     MOVE WS-Edit-Count TO BAN-Item-Value.
122700     PERFORM 2215-PRINT-BANNER-ITEM
122800         THRU 2215-PRINT-BANNER-ITEM-EXIT.
122900 2210-PRINT-BANNER-EXIT.
123000     EXIT.
123100*
123200 2215-PRINT-BANNER-ITEM.
123300     MOVE BAN-ITEM-LINE TO WS-Print-Line.
123400     MOVE 2 TO WS-Print-Advance.
123500     PERFORM 2900-WRITE-PRINT-LINE
123600         THRU 2900-WRITE-PRINT-LINE-EXIT.
123700 2215-PRINT-BANNER-ITEM-EXIT.
123800     EXIT.
123900*
124000 2300-BURST-DETAIL.
124100     IF NOT WS-PRINT-COPY AND NOT WS-RAW-COPY
124200         GO TO 2300-BURST-DETAIL-EXIT
124300     END-IF.
124400     IF WS-PRINT-COPY
124500         PERFORM 2310-PRINT-DETAIL THRU 2310-PRINT-DETAIL-EXIT
124600     ELSE
124700         MOVE SPACES TO DL-BRST-RECORD
124800         MOVE 'D' TO DL-BRST-TYPE
124900         MOVE DL-REPORT-RECORD TO DL-BRST-RPT-IMAGE
125000         PERFORM 2800-WRITE-BURST-RECORD
125100             THRU 2800-WRITE-BURST-RECORD-EXIT
125200     END-IF.
125300     ADD 1 TO WS-Grp-Written.
125400     ADD DL-RPT-COUNT TO WS-Grp-Hash-Total.
125500 2300-BURST-DETAIL-EXIT.
125600     EXIT.
125700*
125800 2310-PRINT-DETAIL.
125900     IF WS-Line-Count >= WS-Lines-Per-Page
126000         PERFORM 2320-PAGE-HEADING THRU 2320-PAGE-HEADING-EXIT
126100     END-IF.
126200     MOVE DL-RPT-COUNT TO DTL-Count.
126300     MOVE DL-RPT-CLASSIFICATION TO DTL-Classification.
126400     MOVE DTL-LINE TO WS-Print-Line.
126500     MOVE 1 TO WS-Print-Advance.
126600     PERFORM 2900-WRITE-PRINT-LINE
126700         THRU 2900-WRITE-PRINT-LINE-EXIT.
126800     ADD 1 TO WS-Line-Count.
126900 2310-PRINT-DETAIL-EXIT.
127000     EXIT.
127100*
127200 2320-PAGE-HEADING.
127300     ADD 1 TO WS-Page-Number.
127400     MOVE WS-Page-Number TO HDG-Page-Number.
127500     MOVE HDG-LINE-1 TO WS-Print-Line.
127600     MOVE 0 TO WS-Print-Advance.
127700     PERFORM 2900-WRITE-PRINT-LINE
127800         THRU 2900-WRITE-PRINT-LINE-EXIT.
127900     MOVE HDG-LINE-2 TO WS-Print-Line.
128000     MOVE 2 TO WS-Print-Advance.
128100     PERFORM 2900-WRITE-PRINT-LINE
128200         THRU 2900-WRITE-PRINT-LINE-EXIT.
128300     MOVE HDG-LINE-3 TO WS-Print-Line.
128400     MOVE 1 TO WS-Print-Advance.
128500     PERFORM 2900-WRITE-PRINT-LINE
128600         THRU 2900-WRITE-PRINT-LINE-EXIT.
128700     MOVE 4 TO WS-Line-Count.
128800 2320-PAGE-HEADING-EXIT.
128900     EXIT.
129000*
129100******************************************************************
129200* 2400-END-SECTION - CLOSE THE SECTION IN HAND WITH ITS BURST    *
129300* TRAILER.  THE RECORDS JUST WRITTEN ARE RE-FOOTED AGAINST THE   *
129400* SECTION'S DLREPT TRAILER TOTAL; A RELEASED OUTPUT THAT DOES    *
129500* NOT FOOT IS AN ERROR ON THE RUN-LOG (IT HAS ALREADY GONE OUT,  *
129600* SO OPERATIONS MUST RECALL IT).                                 *
129700******************************************************************
129800 2400-END-SECTION.
129900     MOVE 'N' TO WS-IN-SECTION-SW.
130000     IF NOT WS-PRINT-COPY AND NOT WS-RAW-COPY
130100         GO TO 2400-END-SECTION-EXIT
130200     END-IF.
130300     MOVE 'N' TO WS-Grp-Foot-Sw.
130400     IF WS-SECT-FOOTS(WS-Sect-Num)
130500             AND WS-Grp-Written = WS-Sect-Trl-Total(WS-Sect-Num)
130600             AND WS-Grp-Hash-Total
130700                 = WS-Sect-Hash-Total(WS-Sect-Num)
130800         SET WS-GRP-FOOTS TO TRUE
130900     END-IF.
131000     IF WS-SECT-RELEASED(WS-Sect-Num) AND NOT WS-GRP-FOOTS
131100         DISPLAY 'EVANBRST - BURST OUTPUT FOR ' WS-Cur-Requester
131200             ' DOES NOT FOOT TO ITS SECTION TRAILER'
131300         MOVE 'EBR0011' TO WS-Log-Msg-Id
131400         MOVE 08 TO WS-Log-Severity
131500         MOVE SPACES TO WS-Log-Text
131600         STRING 'BURST OUTPUT FOR ' WS-Cur-Requester
131700             ' DOES NOT FOOT TO ITS SECTION TRAILER'
131800             DELIMITED BY SIZE INTO WS-Log-Text
131900         PERFORM 9500-WRITE-RUN-LOG
132000             THRU 9500-WRITE-RUN-LOG-EXIT
132100     END-IF.
132200     IF WS-PRINT-COPY
132300         PERFORM 2410-PRINT-TRAILER
132400             THRU 2410-PRINT-TRAILER-EXIT
132500     ELSE
132600         PERFORM 2420-WRITE-BURST-TRAILER
132700             THRU 2420-WRITE-BURST-TRAILER-EXIT
132800     END-IF.
132900 2400-END-SECTION-EXIT.
133000     EXIT.
133100*
133200 2410-PRINT-TRAILER.
133300     IF WS-Line-Count > WS-Lines-Per-Page - 14
133400         PERFORM 2320-PAGE-HEADING THRU 2320-PAGE-HEADING-EXIT
133500     END-IF.
133600     MOVE BTR-HDG-LINE TO WS-Print-Line.
133700     MOVE 3 TO WS-Print-Advance.
133800     PERFORM 2900-WRITE-PRINT-LINE
133900         THRU 2900-WRITE-PRINT-LINE-EXIT.
134000     MOVE 'RECORDS PRINTED' TO BTR-Item-Name.
134100     MOVE WS-Grp-Written TO BTR-Item-Count.
134200     MOVE BTR-LINE TO WS-Print-Line.
134300     MOVE 2 TO WS-Print-Advance.
134400     PERFORM 2900-WRITE-PRINT-LINE
134500         THRU 2900-WRITE-PRINT-LINE-EXIT.
134600     MOVE 'HASH TOTAL OF COUNTS' TO BTR-Item-Name.
134700     MOVE WS-Grp-Hash-Total TO BTR-Item-Count.
134800     PERFORM 2415-PRINT-TRAILER-ITEM
134900         THRU 2415-PRINT-TRAILER-ITEM-EXIT.
135000     MOVE 'SECTION TRAILER TOTAL' TO BTR-Item-Name.
135100     MOVE WS-Sect-Trl-Total(WS-Sect-Num) TO BTR-Item-Count.
135200     PERFORM 2415-PRINT-TRAILER-ITEM
135300         THRU 2415-PRINT-TRAILER-ITEM-EXIT.
135400     MOVE 'FIZZ ONLY' TO BTR-Item-Name.
135500     MOVE WS-Sect-Fizz-Only(WS-Sect-Num) TO BTR-Item-Count.
135600     PERFORM 2415-PRINT-TRAILER-ITEM
135700         THRU 2415-PRINT-TRAILER-ITEM-EXIT.
135800     MOVE 'BUZZ ONLY' TO BTR-Item-Name.
135900     MOVE WS-Sect-Buzz-Only(WS-Sect-Num) TO BTR-Item-Count.
136000     PERFORM 2415-PRINT-TRAILER-ITEM
136100         THRU 2415-PRINT-TRAILER-ITEM-EXIT.
136200     MOVE 'OTHER SINGLE RULE' TO BTR-Item-Name.
136300     MOVE WS-Sect-Other-Cnt(WS-Sect-Num) TO BTR-Item-Count.
136400     PERFORM 2415-PRINT-TRAILER-ITEM
136500         THRU 2415-PRINT-TRAILER-ITEM-EXIT.
136600     MOVE 'FIZZBUZZ' TO BTR-Item-Name.
136700     MOVE WS-Sect-FizzBuzz-Cnt(WS-Sect-Num) TO BTR-Item-Count.
136800     PERFORM 2415-PRINT-TRAILER-ITEM
136900         THRU 2415-PRINT-TRAILER-ITEM-EXIT.
137000     MOVE 'PLAIN' TO BTR-Item-Name.
137100     MOVE WS-Sect-Plain-Cnt(WS-Sect-Num) TO BTR-Item-Count.
137200     PERFORM 2415-PRINT-TRAILER-ITEM
137300         THRU 2415-PRINT-TRAILER-ITEM-EXIT.
137400     IF WS-GRP-FOOTS
137500         MOVE 'FOOTS - RECORDS PRINTED AGREE WITH THE REPORT'
137600             TO BTR-Foot-Text
137700     ELSE
137800         MOVE 'DOES NOT FOOT - DO NOT DELIVER THIS COPY'
137900             TO BTR-Foot-Text
138000     END-IF.
138100     MOVE BTR-FOOT-LINE TO WS-Print-Line.
138200     MOVE 2 TO WS-Print-Advance.
138300     PERFORM 2900-WRITE-PRINT-LINE
138400         THRU 2900-WRITE-PRINT-LINE-EXIT.
138500     ADD 14 TO WS-Line-Count.
138600 2410-PRINT-TRAILER-EXIT.
138700     EXIT.
138800*
138900 2415-PRINT-TRAILER-ITEM.
139000     MOVE BTR-LINE TO WS-Print-Line.
139100     MOVE 1 TO WS-Print-Advance.
139200     PERFORM 2900-WRITE-PRINT-LINE
139300         THRU 2900-WRITE-PRINT-LINE-EXIT.
139400 2415-PRINT-TRAILER-ITEM-EXIT.
139500     EXIT.
139600*
139700 2420-WRITE-BURST-TRAILER.
139800     MOVE SPACES TO DL-BRST-RECORD.
139900     MOVE 'T' TO DL-BRST-TYPE.
140000     MOVE WS-Grp-Written TO DL-BRST-REC-COUNT.
140100     MOVE WS-Grp-Hash-Total TO DL-BRST-HASH-TOTAL.
140200     MOVE WS-Sect-Fizz-Only(WS-Sect-Num) TO DL-BRST-FIZZ-ONLY.
140300     MOVE WS-Sect-Buzz-Only(WS-Sect-Num) TO DL-BRST-BUZZ-ONLY.
140400     MOVE WS-Sect-Other-Cnt(WS-Sect-Num) TO DL-BRST-OTHER-CNT.
140500     MOVE WS-Sect-FizzBuzz-Cnt(WS-Sect-Num)
140600         TO DL-BRST-FIZZBUZZ-CNT.
140700     MOVE WS-Sect-Plain-Cnt(WS-Sect-Num) TO DL-BRST-PLAIN-CNT.
140800     MOVE WS-Sect-Trl-Total(WS-Sect-Num) TO DL-BRST-SECT-TOTAL.
140900     MOVE WS-Grp-Foot-Sw TO DL-BRST-FOOT-SW.
141000     MOVE WS-Sect-Run-Number(WS-Sect-Num)
141100         TO DL-BRST-TRL-RUN-NUMBER.
141200     MOVE WS-Cur-Requester TO DL-BRST-TRL-REQUESTER.
141300     PERFORM 2800-WRITE-BURST-RECORD
141400         THRU 2800-WRITE-BURST-RECORD-EXIT.
141500 2420-WRITE-BURST-TRAILER-EXIT.
141600     EXIT.
141700*
141800 2800-WRITE-BURST-RECORD.
141900     IF WS-SECT-HELD(WS-Sect-Num)
142000         WRITE BHLD-RECORD FROM DL-BRST-RECORD
142100     ELSE
142200         EVALUATE WS-Cur-Output
142300             WHEN ZERO
142400                 WRITE BRAW-RECORD FROM DL-BRST-RECORD
142500             WHEN 1
142600                 WRITE BR01-RECORD FROM DL-BRST-RECORD
142700             WHEN 2
142800                 WRITE BR02-RECORD FROM DL-BRST-RECORD
142900             WHEN 3
143000                 WRITE BR03-RECORD FROM DL-BRST-RECORD
143100             WHEN 4
143200                 WRITE BR04-RECORD FROM DL-BRST-RECORD
143300             WHEN 5
143400                 WRITE BR05-RECORD FROM DL-BRST-RECORD
143500             WHEN 6
143600                 WRITE BR06-RECORD FROM DL-BRST-RECORD
143700         END-EVALUATE
143800     END-IF.
143900 2800-WRITE-BURST-RECORD-EXIT.
144000     EXIT.
144100*
144200******************************************************************
144300* 2900-WRITE-PRINT-LINE - ONE LINE OF A PRINTED SECTION TO THE   *
144400* OUTPUT IT IS ROUTED TO (THE GENERAL BURST PRINT WHEN ITS CARD  *
144500* NAMES NONE).  THE CALLER STAGES WS-PRINT-LINE AND              *
144600* WS-PRINT-ADVANCE - LINES TO ADVANCE, ZERO FOR A NEW PAGE.      *
144700******************************************************************
144800 2900-WRITE-PRINT-LINE.
144900     IF WS-Print-Advance = ZERO
145000         PERFORM 2910-WRITE-NEW-PAGE THRU 2910-WRITE-NEW-PAGE-EXIT
145100     ELSE
145200         PERFORM 2920-WRITE-NEXT-LINE
145300             THRU 2920-WRITE-NEXT-LINE-EXIT
145400     END-IF.
145500 2900-WRITE-PRINT-LINE-EXIT.
145600     EXIT.
145700*
145800 2910-WRITE-NEW-PAGE.
145900     EVALUATE WS-Cur-Output
146000         WHEN ZERO
146100             WRITE BPRT-RECORD FROM WS-Print-Line
146200                 AFTER ADVANCING PAGE
146300         WHEN 1
146400             WRITE BP01-RECORD FROM WS-Print-Line
146500                 AFTER ADVANCING PAGE
146600         WHEN 2
146700             WRITE BP02-RECORD FROM WS-Print-Line
146800                 AFTER ADVANCING PAGE
146900         WHEN 3
147000             WRITE BP03-RECORD FROM WS-Print-Line
147100                 AFTER ADVANCING PAGE
147200         WHEN 4
147300             WRITE BP04-RECORD FROM WS-Print-Line
147400                 AFTER ADVANCING PAGE
147500         WHEN 5
147600             WRITE BP05-RECORD FROM WS-Print-Line
147700                 AFTER ADVANCING PAGE
147800         WHEN 6
147900             WRITE BP06-RECORD FROM WS-Print-Line
148000                 AFTER ADVANCING PAGE
148100     END-EVALUATE.
148200 2910-WRITE-NEW-PAGE-EXIT.
148300     EXIT.
148400*
148500 2920-WRITE-NEXT-LINE.
148600     EVALUATE WS-Cur-Output
148700         WHEN ZERO
148800             WRITE BPRT-RECORD FROM WS-Print-Line
148900                 AFTER ADVANCING WS-Print-Advance LINES
149000         WHEN 1
149100             WRITE BP01-RECORD FROM WS-Print-Line
149200                 AFTER ADVANCING WS-Print-Advance LINES
149300         WHEN 2
149400             WRITE BP02-RECORD FROM WS-Print-Line
149500                 AFTER ADVANCING WS-Print-Advance LINES
149600         WHEN 3
149700             WRITE BP03-RECORD FROM WS-Print-Line
149800                 AFTER ADVANCING WS-Print-Advance LINES
149900         WHEN 4
150000             WRITE BP04-RECORD FROM WS-Print-Line
150100                 AFTER ADVANCING WS-Print-Advance LINES
150200         WHEN 5
150300             WRITE BP05-RECORD FROM WS-Print-Line
150400                 AFTER ADVANCING WS-Print-Advance LINES
150500         WHEN 6
150600             WRITE BP06-RECORD FROM WS-Print-Line
150700                 AFTER ADVANCING WS-Print-Advance LINES
150800     END-EVALUATE.
150900 2920-WRITE-NEXT-LINE-EXIT.
151000     EXIT.
151100*
151200******************************************************************
151300* 3000-FINALIZE - CLOSE THE BURST OUTPUTS, PRINT THE MANIFEST,   *
151400* LOG THE RESULT AND END WITH THE HIGHEST SEVERITY RAISED: RC 4  *
151500* WHEN ANY SECTION WAS HELD FOR WANT OF A DISTRIBUTION ENTRY,    *
151600* RC 8 WHEN ANYTHING FAILED TO FOOT.                             *
151700******************************************************************
151800 3000-FINALIZE.
151900     CLOSE BRAW-FILE.
152000     CLOSE BHLD-FILE.
152100     CLOSE BPRT-FILE.
152200     PERFORM 3010-CLOSE-ROUTED-OUTPUT
152300         THRU 3010-CLOSE-ROUTED-OUTPUT-EXIT
152400         VARYING WS-Out-Sub FROM 1 BY 1
152500         UNTIL WS-Out-Sub > 6.
152600     PERFORM 3100-PRINT-MANIFEST THRU 3100-PRINT-MANIFEST-EXIT.
152700     CLOSE PRT-FILE.
152800     MOVE WS-Released-Sects TO WS-Edit-Sects.
152900     MOVE WS-Held-Sects TO WS-Edit-Held.
153000     DISPLAY 'EVANBRST - SECTIONS RELEASED  : ' WS-Edit-Sects.
153100     DISPLAY 'EVANBRST - SECTIONS HELD      : ' WS-Edit-Held.
153200     MOVE SPACES TO WS-Log-Text.
153300     STRING 'SECTIONS RELEASED ' WS-Edit-Sects
153400         ', HELD ' WS-Edit-Held
153500         DELIMITED BY SIZE INTO WS-Log-Text.
153600     MOVE 'EBR0013' TO WS-Log-Msg-Id.
153700     MOVE 00 TO WS-Log-Severity.
153800     PERFORM 9500-WRITE-RUN-LOG THRU 9500-WRITE-RUN-LOG-EXIT.
153900     MOVE WS-Highest-Severity TO RETURN-CODE.
154000     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
154100 3000-FINALIZE-EXIT.
154200     EXIT.
154300*
154400 3010-CLOSE-ROUTED-OUTPUT.
154500     IF WS-Print-State(WS-Out-Sub) = 'O'
154600         EVALUATE WS-Out-Sub
154700             WHEN 1
154800                 CLOSE BP01-FILE
154900             WHEN 2
155000                 CLOSE BP02-FILE
155100             WHEN 3
155200                 CLOSE BP03-FILE
155300             WHEN 4
155400                 CLOSE BP04-FILE
155500             WHEN 5
155600                 CLOSE BP05-FILE
155700             WHEN 6
155800                 CLOSE BP06-FILE
155900         END-EVALUATE
156000     END-IF.
156100     IF WS-Raw-State(WS-Out-Sub) = 'O'
156200         EVALUATE WS-Out-Sub
156300             WHEN 1
156400                 CLOSE BR01-FILE
156500             WHEN 2
156600                 CLOSE BR02-FILE
156700             WHEN 3
156800                 CLOSE BR03-FILE
156900             WHEN 4
157000                 CLOSE BR04-FILE
157100             WHEN 5
157200                 CLOSE BR05-FILE
157300             WHEN 6
157400                 CLOSE BR06-FILE
157500         END-EVALUATE
157600     END-IF.
157700 3010-CLOSE-ROUTED-OUTPUT-EXIT.
157800     EXIT.
157900*
158000******************************************************************
158100* 3100-PRINT-MANIFEST - WHAT WENT TO WHOM: ONE LINE PER SECTION, *
158200* THEN THE RELEASED AND HELD TOTALS, WHICH MUST FOOT BACK TO THE *
158300* DETAIL RECORDS ON THE REPORT FILE.                             *
158400******************************************************************
158500 3100-PRINT-MANIFEST.
158600     MOVE WS-Sys-Date-YYYY TO MFT-Run-Date-YYYY.
158700     MOVE WS-Sys-Date-MM TO MFT-Run-Date-MM.
158800     MOVE WS-Sys-Date-DD TO MFT-Run-Date-DD.
158900     PERFORM 3120-MANIFEST-HEADING
159000         THRU 3120-MANIFEST-HEADING-EXIT.
159100     IF WS-Sect-Count = ZERO
159200         MOVE 'NO SECTIONS ON THE REPORT FILE - NONE DISTRIBUTED'
159300             TO MFT-Msg-Text
159400         WRITE PRT-RECORD FROM MFT-MSG-LINE
159500             AFTER ADVANCING 2 LINES
159600     END-IF.
159700     PERFORM 3110-PRINT-MANIFEST-LINE
159800         THRU 3110-PRINT-MANIFEST-LINE-EXIT
159900         VARYING WS-Sect-Sub FROM 1 BY 1
160000         UNTIL WS-Sect-Sub > WS-Sect-Count.
160100     IF WS-Mft-Line-Count > WS-Lines-Per-Page - 12
160200         PERFORM 3120-MANIFEST-HEADING
160300             THRU 3120-MANIFEST-HEADING-EXIT
160400     END-IF.
160500     MOVE 'SECTIONS ON REPORT FILE' TO MFT-Total-Name.
160600     MOVE WS-Sect-Count TO MFT-Total-Count.
160700     WRITE PRT-RECORD FROM MFT-TOTAL-LINE
160800         AFTER ADVANCING 3 LINES.
160900     MOVE 'SECTIONS RELEASED' TO MFT-Total-Name.
161000     MOVE WS-Released-Sects TO MFT-Total-Count.
161100     PERFORM 3130-PRINT-TOTAL THRU 3130-PRINT-TOTAL-EXIT.
161200     MOVE 'SECTIONS HELD' TO MFT-Total-Name.
161300     MOVE WS-Held-Sects TO MFT-Total-Count.
161400     PERFORM 3130-PRINT-TOTAL THRU 3130-PRINT-TOTAL-EXIT.
161500     MOVE 'RECORDS ON REPORT FILE' TO MFT-Total-Name.
161600     MOVE WS-File-Recs TO MFT-Total-Count.
161700     WRITE PRT-RECORD FROM MFT-TOTAL-LINE
161800         AFTER ADVANCING 2 LINES.
161900     MOVE 'RECORDS RELEASED' TO MFT-Total-Name.
162000     MOVE WS-Released-Recs TO MFT-Total-Count.
162100     PERFORM 3130-PRINT-TOTAL THRU 3130-PRINT-TOTAL-EXIT.
162200     MOVE 'RECORDS HELD' TO MFT-Total-Name.
162300     MOVE WS-Held-Recs TO MFT-Total-Count.
162400     PERFORM 3130-PRINT-TOTAL THRU 3130-PRINT-TOTAL-EXIT.
162500     COMPUTE WS-Footed-Recs = WS-Released-Recs + WS-Held-Recs.
162600     IF WS-Footed-Recs = WS-File-Recs
162700         MOVE 'RELEASED PLUS HELD FOOTS TO THE REPORT FILE'
162800             TO MFT-Msg-Text
162900     ELSE
163000         MOVE 'RELEASED PLUS HELD DOES NOT FOOT TO REPORT FILE'
163100             TO MFT-Msg-Text
163200         DISPLAY 'EVANBRST - MANIFEST DOES NOT FOOT TO THE '
163300             'REPORT FILE'
163400         MOVE 'EBR0012' TO WS-Log-Msg-Id
163500         MOVE 08 TO WS-Log-Severity
163600         MOVE 'MANIFEST DOES NOT FOOT TO THE REPORT FILE'
163700             TO WS-Log-Text
163800         PERFORM 9500-WRITE-RUN-LOG
163900             THRU 9500-WRITE-RUN-LOG-EXIT
164000     END-IF.
164100     WRITE PRT-RECORD FROM MFT-MSG-LINE
164200         AFTER ADVANCING 2 LINES.
164300 3100-PRINT-MANIFEST-EXIT.
164400     EXIT.
164500*
164600 3110-PRINT-MANIFEST-LINE.
164700     IF WS-Mft-Line-Count >= WS-Lines-Per-Page
164800         PERFORM 3120-MANIFEST-HEADING
164900             THRU 3120-MANIFEST-HEADING-EXIT
165000     END-IF.
165100     MOVE WS-Sect-Sub TO MFT-Sect-Num.
165200     MOVE WS-Sect-Requester(WS-Sect-Sub) TO MFT-Requester.
165300     MOVE WS-Sect-Destination(WS-Sect-Sub) TO MFT-Destination.
165400     EVALUATE TRUE
165500         WHEN WS-SECT-PRINT(WS-Sect-Sub)
165600             MOVE 'PRINT' TO MFT-Format
165700         WHEN WS-SECT-RAW(WS-Sect-Sub)
165800             MOVE 'RAW' TO MFT-Format
165900         WHEN OTHER
166000             MOVE SPACES TO MFT-Format
166100     END-EVALUATE.
166200     MOVE WS-Sect-Copies(WS-Sect-Sub) TO MFT-Copies.
166300     MOVE WS-Sect-Detail-Count(WS-Sect-Sub) TO MFT-Records.
166400     EVALUATE TRUE
166500         WHEN NOT WS-SECT-HAS-TRAILER(WS-Sect-Sub)
166600             MOVE 'MISSING' TO MFT-Trailer
166700         WHEN WS-SECT-FOOTS(WS-Sect-Sub)
166800             MOVE 'FOOTS' TO MFT-Trailer
166900         WHEN OTHER
167000             MOVE 'NO FOOT' TO MFT-Trailer
167100     END-EVALUATE.
167200     IF WS-SECT-RELEASED(WS-Sect-Sub)
167300         MOVE 'RELEASED' TO MFT-Disposition
167400     ELSE
167500         MOVE 'HELD' TO MFT-Disposition
167600     END-IF.
167700     EVALUATE TRUE
167800         WHEN WS-SECT-HELD(WS-Sect-Sub)
167900             MOVE 'BRSTHOLD' TO MFT-Output
168000         WHEN WS-Sect-Output(WS-Sect-Sub) = ZERO
168100                 AND WS-SECT-PRINT(WS-Sect-Sub)
168200             MOVE 'BRSTPRT' TO MFT-Output
168300         WHEN WS-Sect-Output(WS-Sect-Sub) = ZERO
168400             MOVE 'BRSTRAW' TO MFT-Output
168500         WHEN OTHER
168600             MOVE WS-Sect-Output(WS-Sect-Sub) TO WS-Edit-Output
168700             IF WS-SECT-PRINT(WS-Sect-Sub)
168800                 MOVE 'BRSTP' TO MFT-Output
168900             ELSE
169000                 MOVE 'BRSTR' TO MFT-Output
169100             END-IF
169200             MOVE WS-Edit-Output TO MFT-Output(6:2)
169300     END-EVALUATE.
169400     MOVE WS-Sect-Reason(WS-Sect-Sub) TO MFT-Reason.
169500     WRITE PRT-RECORD FROM MFT-DTL-LINE
169600         AFTER ADVANCING 1 LINE.
169700     ADD 1 TO WS-Mft-Line-Count.
169800 3110-PRINT-MANIFEST-LINE-EXIT.
169900     EXIT.
170000*
170100 3120-MANIFEST-HEADING.
170200     ADD 1 TO WS-Mft-Page-Number.
170300     MOVE WS-Mft-Page-Number TO MFT-Page-Number.
170400     WRITE PRT-RECORD FROM MFT-HDG-1
170500         AFTER ADVANCING PAGE.
170600     WRITE PRT-RECORD FROM MFT-HDG-2
170700         AFTER ADVANCING 2 LINES.
170800     MOVE 3 TO WS-Mft-Line-Count.
170900 3120-MANIFEST-HEADING-EXIT.
171000     EXIT.
171100*
171200 3130-PRINT-TOTAL.
171300     WRITE PRT-RECORD FROM MFT-TOTAL-LINE
171400         AFTER ADVANCING 1 LINE.
171500 3130-PRINT-TOTAL-EXIT.
171600     EXIT.
171700*
171800******************************************************************
171900* 9500-WRITE-RUN-LOG - ONE STRUCTURED MESSAGE RECORD ON THE      *
172000* COMMON RUN-LOG.  THE CALLER STAGES WS-LOG-MSG-ID, SEVERITY     *
172100* AND TEXT; THE HIGHEST SEVERITY RAISED IS KEPT FOR THE          *
172200* END-OF-JOB SUMMARY RECORD.                                     *
172300******************************************************************
172400 9500-WRITE-RUN-LOG.
172500     IF WS-Log-Severity > WS-Highest-Severity
172600         MOVE WS-Log-Severity TO WS-Highest-Severity
172700     END-IF.
172800     IF NOT WS-RLOG-OPEN
172900         GO TO 9500-WRITE-RUN-LOG-EXIT
173000     END-IF.
173100     ACCEPT WS-Log-Time FROM TIME.
173200     MOVE 'M' TO DL-RLOG-TYPE.
173300     MOVE WS-Log-Msg-Id TO DL-RLOG-MSG-ID.
173400     MOVE WS-Log-Severity TO DL-RLOG-SEVERITY.
173500     MOVE 'EVANBRST' TO DL-RLOG-PROGRAM.
173600     MOVE WS-Sys-Date TO DL-RLOG-DATE.
173700     MOVE WS-Log-Time-HHMMSS TO DL-RLOG-TIME.
173800     MOVE WS-Log-Text TO DL-RLOG-TEXT.
173900     WRITE DL-RLOG-RECORD.
174000 9500-WRITE-RUN-LOG-EXIT.
174100     EXIT.
174200*
174300******************************************************************
174400* 9600-CLOSE-RUN-LOG - WRITE THE END-OF-JOB SUMMARY RECORD       *
174500* (HIGHEST SEVERITY RAISED THIS RUN) AND CLOSE THE RUN-LOG.      *
174600******************************************************************
174700 9600-CLOSE-RUN-LOG.
174800     IF NOT WS-RLOG-OPEN
174900         GO TO 9600-CLOSE-RUN-LOG-EXIT
175000     END-IF.
175100     ACCEPT WS-Log-Time FROM TIME.
175200     MOVE 'S' TO DL-RLOG-TYPE.
175300     MOVE 'EBR9999' TO DL-RLOG-MSG-ID.
175400     MOVE WS-Highest-Severity TO DL-RLOG-SEVERITY.
175500     MOVE 'EVANBRST' TO DL-RLOG-PROGRAM.
175600     MOVE WS-Sys-Date TO DL-RLOG-DATE.
175700     MOVE WS-Log-Time-HHMMSS TO DL-RLOG-TIME.
175800     MOVE 'HIGHEST SEVERITY THIS RUN' TO DL-RLOG-TEXT.
175900     WRITE DL-RLOG-RECORD.
176000     CLOSE RLOG-FILE.
176100     MOVE 'N' TO WS-RLOG-OPEN-SW.
176200 9600-CLOSE-RUN-LOG-EXIT.
176300     EXIT.
176400*
176500******************************************************************
176600* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH     *
176700* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS RECORD *
176800* IS WRITTEN AND THE RUN ENDS.                                   *
176900******************************************************************
177000 9700-END-STEP.
177100     PERFORM 9710-WRITE-STEP-STATS
177200         THRU 9710-WRITE-STEP-STATS-EXIT.
177300     STOP RUN.
177400 9700-END-STEP-EXIT.
177500     EXIT.
177600*
177700******************************************************************
177800* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD   *
177900* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS TO, *
178000* WHEN IT STARTED AND ENDED, THE REPORT DETAILS BURST AND THE    *
178100* RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT     *
178200* OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.            *
178300******************************************************************
178400 9710-WRITE-STEP-STATS.
178500     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
178600     ACCEPT WS-Stat-End-Time FROM TIME.
178700     MOVE WS-File-Recs TO WS-Stat-Records.
178800     IF WS-Stat-Run-Number = ZERO
178900         PERFORM 9720-GET-STAT-RUN-KEY
179000             THRU 9720-GET-STAT-RUN-KEY-EXIT
179100     END-IF.
179200     OPEN EXTEND STAT-FILE.
179300     IF WS-STAT-STATUS NOT = '00'
179400         DISPLAY 'EVANBRST - STEP STATISTICS NOT RECORDED, '
179500             'STATUS ' WS-STAT-STATUS
179600         GO TO 9710-WRITE-STEP-STATS-EXIT
179700     END-IF.
179800     MOVE SPACES TO DL-STAT-RECORD.
179900     MOVE 'S' TO DL-STAT-TYPE.
180000     MOVE 'EVANBRST' TO DL-STAT-PROGRAM.
180100     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
180200     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
180300     MOVE WS-Stat-Mode TO DL-STAT-MODE.
180400     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
180500     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
180600     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
180700     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
180800     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
180900     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
181000     MOVE RETURN-CODE TO DL-STAT-RC.
181100     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
181200     WRITE DL-STAT-RECORD.
181300     CLOSE STAT-FILE.
181400 9710-WRITE-STEP-STATS-EXIT.
181500     EXIT.
181600*
181700******************************************************************
181800* 9720-GET-STAT-RUN-KEY - THIS STEP BELONGS TO THE RUN ON        *
181900* RUN-CONTROL.  NO RUN-CONTROL RECORD LEAVES TODAY AND RUN ZERO. *
182000******************************************************************
182100 9720-GET-STAT-RUN-KEY.
182200     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
182300     OPEN INPUT RUNC-FILE.
182400     IF WS-RUNC-STATUS NOT = '00'
182500         GO TO 9720-GET-STAT-RUN-KEY-EXIT
182600     END-IF.
182700     READ RUNC-FILE
182800         NOT AT END
182900             MOVE DL-RUNC-BUSINESS-DATE
183000                 TO WS-Stat-Business-Date
183100             MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
183200     END-READ.
183300     CLOSE RUNC-FILE.
183400 9720-GET-STAT-RUN-KEY-EXIT.
183500     EXIT.
183600*
