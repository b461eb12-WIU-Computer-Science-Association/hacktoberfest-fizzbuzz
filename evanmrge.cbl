003200*                  RUN-CONTROL RECORD IS MARKED COMPLETED AND   *
003300*                  THE PARTITION-CONTROL RECORDS ARE REWRITTEN  *
003400*                  AS MERGED.                                   *
003410* 2026-10-15 EC    NAME THE LIVE PARAMETER RULES ('*PARM') AS   *
003420*                  THE RULE PROFILE ON THE CONSOLIDATED TRAILER *
003430*                  AND THE RUN-HISTORY RECORD.                  *
003440* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON   *
003450*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY,      *
003460*                  START AND END TIMES, COUNTS MERGED AND THE   *
003470*                  RETURN CODE - FOR THE EVANFCST BATCH-WINDOW  *
003480*                  FORECAST AND THE EVANWKST WEEKLY REPORT.     *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
006300     SELECT RLOG-FILE ASSIGN TO RLOGFILE
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-RLOG-STATUS.
006510     SELECT STAT-FILE ASSIGN TO STATFILE
006520         ORGANIZATION IS SEQUENTIAL
006530         FILE STATUS IS WS-STAT-STATUS.
006600*
006700 DATA DIVISION.
006800 FILE SECTION.
010300     LABEL RECORDS ARE STANDARD.
010400     COPY DLRLOG.
010500*
010510 FD  STAT-FILE
010520     LABEL RECORDS ARE STANDARD.
010530     COPY DLSTAT.
010540*
010600 WORKING-STORAGE SECTION.
010700     COPY DLRULES.
010800*
012800     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
012900     05  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
013000     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
013010     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
013100*
013200 01  WS-DEFAULTS.
013300     05  WS-DEFAULT-FIZZ         PIC X(08) VALUE 'Fizz'.
019900     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
020000     05  WS-Run-Date             PIC X(08) VALUE SPACES.
020100*
020104 01  WS-STEP-STAT-WORK.
020108*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
020112*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
020116*    ON EVERY WAY OUT OF THE PROGRAM.
020120     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
020124     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
020128     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
020132         10  WS-Stat-Start-HHMMSS    PIC 9(06).
020136         10  FILLER                  PIC 9(02).
020140     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
020144     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
020148     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
020152         10  WS-Stat-End-HHMMSS      PIC 9(06).
020156         10  FILLER                  PIC 9(02).
020160     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
020164     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
020168     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
020172     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
020176     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
020180*
020200 PROCEDURE DIVISION.
020300*
020400 0000-MAINLINE.
020410     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
020420     ACCEPT WS-Stat-Start-Time FROM TIME.
020500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
020600     PERFORM 2000-MERGE-REPORT-SEGMENTS
020700         THRU 2000-MERGE-REPORT-SEGMENTS-EXIT.
021300     PERFORM 6500-MARK-PARTITIONS-MERGED
021400         THRU 6500-MARK-PARTITIONS-MERGED-EXIT.
021500     PERFORM 7000-FINALIZE THRU 7000-FINALIZE-EXIT.
021600     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
021700*
021800******************************************************************
021900* 1000-INITIALIZE - RUN LOG, PARTITION-CONTROL TABLE AND THE     *
053300     MOVE WS-Grand-Plain TO DL-RPT-PLAIN-CNT.
053400     MOVE WS-Run-Number TO DL-RPT-TRL-RUN-NUMBER.
053500     MOVE 'DEFAULT' TO DL-RPT-TRL-REQUESTER.
053510     MOVE '*PARM' TO DL-RPT-TRL-PROFILE-ID.
053600     WRITE DL-REPORT-RECORD.
053700     CLOSE RPT-FILE.
053800 3100-WRITE-TRAILER-EXIT.
060000* APPENDS AT ITS 3120, BUILT FROM THE CONSOLIDATED TOTALS, SO    *
060100* EVANTRND AND EVANBALN SEE A PARTITIONED NIGHT EXACTLY AS       *
060200* THEY SEE A NORMAL ONE.                                         *
060210* A PARTITIONED NIGHT ALWAYS RUNS THE LIVE PARAMETER RULES, SO   *
060220* THE ONE PROFILE NAMED IS '*PARM'.                              *
060300******************************************************************
060400 5000-WRITE-HISTORY.
060500     OPEN EXTEND HIST-FILE.
062100         THRU 5100-MOVE-HISTORY-RULE-EXIT
062200         VARYING WS-Hist-Rule-Sub FROM 1 BY 1
062300         UNTIL WS-Hist-Rule-Sub > 10.
062310     MOVE 1 TO DL-HIST-PROFILE-COUNT.
062320     MOVE '*PARM' TO DL-HIST-PROFILE-ID(1).
062400     MOVE WS-Grand-Recs TO DL-HIST-TOTAL-RECS.
062500     MOVE WS-Grand-Fizz-Only TO DL-HIST-FIZZ-ONLY.
062600     MOVE WS-Grand-Buzz-Only TO DL-HIST-BUZZ-ONLY.
064300         MOVE DL-RULE-LABEL(DL-RULE-IDX)
064400             TO DL-HIST-LABEL(WS-Hist-Rule-Sub)
064500     END-IF.
064510     MOVE SPACES TO DL-HIST-PROFILE-ID(WS-Hist-Rule-Sub).
064600 5100-MOVE-HISTORY-RULE-EXIT.
064700     EXIT.
064800*
074400     PERFORM 9600-CLOSE-RUN-LOG
074500         THRU 9600-CLOSE-RUN-LOG-EXIT.
074600     MOVE 8 TO RETURN-CODE.
074700     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
074800 8800-ABORT-MERGE-EXIT.
074900     EXIT.
075000*
079500 9600-CLOSE-RUN-LOG-EXIT.
079600     EXIT.
079700*
079710******************************************************************
079720* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH     *
079730* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS RECORD *
079740* IS WRITTEN AND THE RUN ENDS.                                   *
079750******************************************************************
079760 9700-END-STEP.
079770     PERFORM 9710-WRITE-STEP-STATS
079780         THRU 9710-WRITE-STEP-STATS-EXIT.
079790     STOP RUN.
079800 9700-END-STEP-EXIT.
079810     EXIT.
079820*
079830******************************************************************
079840* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD   *
079850* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS TO, *
079860* WHEN IT STARTED AND ENDED, THE COUNTS MERGED AND THE RETURN    *
079870* CODE AS IT STANDS.  A STATISTICS FILE THAT WILL NOT OPEN IS    *
079880* REPORTED BUT NEVER CHANGES THE RETURN CODE.                    *
079890******************************************************************
079900 9710-WRITE-STEP-STATS.
079910     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
079920     ACCEPT WS-Stat-End-Time FROM TIME.
079930     MOVE WS-Business-Date TO WS-Stat-Business-Date.
079940     MOVE WS-Run-Number TO WS-Stat-Run-Number.
079950     MOVE 'P' TO WS-Stat-Mode.
079960     MOVE WS-Part-Count TO WS-Stat-Partitions.
079970     MOVE WS-Grand-Recs TO WS-Stat-Records.
079980     IF WS-Stat-Run-Number = ZERO
079990         PERFORM 9720-GET-STAT-RUN-KEY
080000             THRU 9720-GET-STAT-RUN-KEY-EXIT
080010     END-IF.
080020     OPEN EXTEND STAT-FILE.
080030     IF WS-STAT-STATUS NOT = '00'
080040         DISPLAY 'EVANMRGE - STEP STATISTICS NOT RECORDED, '
080050             'STATUS ' WS-STAT-STATUS
080060         GO TO 9710-WRITE-STEP-STATS-EXIT
080070     END-IF.
080080     MOVE SPACES TO DL-STAT-RECORD.
080090     MOVE 'S' TO DL-STAT-TYPE.
080100     MOVE 'EVANMRGE' TO DL-STAT-PROGRAM.
080110     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
080120     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
080130     MOVE WS-Stat-Mode TO DL-STAT-MODE.
080140     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
080150     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
080160     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
080170     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
080180     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
080190     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
080200     MOVE RETURN-CODE TO DL-STAT-RC.
080210     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
080220     WRITE DL-STAT-RECORD.
080230     CLOSE STAT-FILE.
080240 9710-WRITE-STEP-STATS-EXIT.
080250     EXIT.
080260*
080270******************************************************************
080280* 9720-GET-STAT-RUN-KEY - THIS STEP BELONGS TO THE RUN ON        *
080290* RUN-CONTROL.  NO RUN-CONTROL RECORD LEAVES TODAY AND RUN ZERO. *
080300******************************************************************
080310 9720-GET-STAT-RUN-KEY.
080320     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
080330     OPEN INPUT RUNC-FILE.
080340     IF WS-RUNC-STATUS NOT = '00'
080350         GO TO 9720-GET-STAT-RUN-KEY-EXIT
080360     END-IF.
080370     READ RUNC-FILE
080380         NOT AT END
080390             MOVE DL-RUNC-BUSINESS-DATE
080400                 TO WS-Stat-Business-Date
080410             MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
080420     END-READ.
080430     CLOSE RUNC-FILE.
080440 9720-GET-STAT-RUN-KEY-EXIT.
080450     EXIT.
080460*
