002900*                  OR KSDS I-O HAPPENS HERE - EVERYTHING THE    *
003000*                  CONCURRENT WORKERS COULD RACE ON BELONGS TO  *
003100*                  EVANPINI AND EVANMRGE.                       *
003110* 2026-10-15 EC    NAME THE LIVE PARAMETER RULES ('*PARM') AS   *
003120*                  THE RULE PROFILE ON THE SEGMENT TRAILER.     *
003130* 2026-10-15 EC    WRITE A STEP-STATISTICS RECORD (DLSTAT) ON   *
003140*                  EVERY WAY OUT OF THE PROGRAM - RUN KEY,      *
003150*                  START AND END TIMES, COUNTS CLASSIFIED IN    *
003160*                  THE SLICE AND THE RETURN CODE - FOR THE      *
003170*                  EVANFCST BATCH-WINDOW FORECAST AND THE       *
003180*                  EVANWKST WEEKLY REPORT.                      *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
005100     SELECT RLOG-FILE ASSIGN TO RLOGFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RLOG-STATUS.
005310     SELECT STAT-FILE ASSIGN TO STATFILE
005320         ORGANIZATION IS SEQUENTIAL
005330         FILE STATUS IS WS-STAT-STATUS.
005340     SELECT RUNC-FILE ASSIGN TO RUNCFILE
005350         ORGANIZATION IS SEQUENTIAL
005360         FILE STATUS IS WS-RUNC-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
007800     LABEL RECORDS ARE STANDARD.
007900     COPY DLRLOG.
008000*
008010 FD  STAT-FILE
008020     LABEL RECORDS ARE STANDARD.
008030     COPY DLSTAT.
008040*
008050 FD  RUNC-FILE
008060     LABEL RECORDS ARE STANDARD.
008070     COPY DLRUNC.
008080*
008100 WORKING-STORAGE SECTION.
008200     COPY DLRULES.
008300*
010400     05  WS-WORK-STATUS          PIC X(02) VALUE SPACES.
010500     05  WS-CKPT-STATUS          PIC X(02) VALUE SPACES.
010600     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
010610     05  WS-STAT-STATUS          PIC X(02) VALUE SPACES.
010620     05  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
010700*
010800 01  WS-DEFAULTS.
010900     05  WS-DEFAULT-FIZZ         PIC X(08) VALUE 'Fizz'.
016900     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
017000     05  WS-Run-Date             PIC X(08) VALUE SPACES.
017100*
017104 01  WS-STEP-STAT-WORK.
017108*    THIS STEP'S STATISTICS RECORD (DLSTAT).  THE START IS TAKEN
017112*    FIRST THING IN THE MAINLINE; 9700-END-STEP WRITES THE RECORD
017116*    ON EVERY WAY OUT OF THE PROGRAM.
017120     05  WS-Stat-Start-Date      PIC 9(08) VALUE ZERO.
017124     05  WS-Stat-Start-Time      PIC 9(08) VALUE ZERO.
017128     05  WS-STAT-START-PARTS REDEFINES WS-Stat-Start-Time.
017132         10  WS-Stat-Start-HHMMSS    PIC 9(06).
017136         10  FILLER                  PIC 9(02).
017140     05  WS-Stat-End-Date        PIC 9(08) VALUE ZERO.
017144     05  WS-Stat-End-Time        PIC 9(08) VALUE ZERO.
017148     05  WS-STAT-END-PARTS REDEFINES WS-Stat-End-Time.
017152         10  WS-Stat-End-HHMMSS      PIC 9(06).
017156         10  FILLER                  PIC 9(02).
017160     05  WS-Stat-Business-Date   PIC 9(08) VALUE ZERO.
017164     05  WS-Stat-Run-Number      PIC 9(05) VALUE ZERO.
017168     05  WS-Stat-Mode            PIC X(01) VALUE SPACE.
017172     05  WS-Stat-Partitions      PIC 9(02) VALUE ZERO.
017176     05  WS-Stat-Records         PIC 9(09) VALUE ZERO.
017180*
017200 PROCEDURE DIVISION.
017300*
017400 0000-MAINLINE.
017410     ACCEPT WS-Stat-Start-Date FROM DATE YYYYMMDD.
017420     ACCEPT WS-Stat-Start-Time FROM TIME.
017500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
017600     PERFORM 2000-PROCESS-LOOP THRU 2000-PROCESS-LOOP-EXIT
017700         UNTIL WS-Count > WS-High-Bound.
017800     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT.
017900     PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT.
018000*
018100******************************************************************
018200* 1000-INITIALIZE - IDENTIFY THE PARTITION, LOAD THE SLICE AND   *
024200         PERFORM 9600-CLOSE-RUN-LOG
024300             THRU 9600-CLOSE-RUN-LOG-EXIT
024400         MOVE 8 TO RETURN-CODE
024500         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
024600     END-IF.
024700     MOVE WS-Part-Token-Nbr TO WS-Part-Number.
024800 1100-READ-PART-CARD-EXIT.
029000         PERFORM 9600-CLOSE-RUN-LOG
029100             THRU 9600-CLOSE-RUN-LOG-EXIT
029200         MOVE 8 TO RETURN-CODE
029300         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
029400     END-IF.
029500     PERFORM 1160-READ-PCTL-RECORD
029600         THRU 1160-READ-PCTL-RECORD-EXIT
030800         PERFORM 9600-CLOSE-RUN-LOG
030900             THRU 9600-CLOSE-RUN-LOG-EXIT
031000         MOVE 8 TO RETURN-CODE
031100         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
031200     END-IF.
031300     MOVE WS-Business-Date TO WS-Run-Date.
031400     DISPLAY 'EVANPART - PARTITION ' WS-Part-Number ' OF RUN '
032800             SET WS-HDR-FOUND TO TRUE
032900             MOVE DL-PCTL-RUN-NUMBER TO WS-Run-Number
033000             MOVE DL-PCTL-BUSINESS-DATE TO WS-Business-Date
033010             MOVE DL-PCTL-PART-COUNT TO WS-Stat-Partitions
033100         WHEN DL-PCTL-IS-PARTITION
033200                 AND DL-PCTL-PART-NUMBER = WS-Part-Number
033300             SET WS-SLICE-FOUND TO TRUE
045800         PERFORM 9600-CLOSE-RUN-LOG
045900             THRU 9600-CLOSE-RUN-LOG-EXIT
046000         MOVE 12 TO RETURN-CODE
046100         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
046200     END-IF.
046300     IF WS-CKPT-FOUND
046400         OPEN EXTEND WORK-FILE
047700         PERFORM 9600-CLOSE-RUN-LOG
047800             THRU 9600-CLOSE-RUN-LOG-EXIT
047900         MOVE 12 TO RETURN-CODE
048000         PERFORM 9700-END-STEP THRU 9700-END-STEP-EXIT
048100     END-IF.
048200 1400-OPEN-SEGMENT-FILES-EXIT.
048300     EXIT.
065800     MOVE WS-Plain-Count TO DL-RPT-PLAIN-CNT.
065900     MOVE WS-Run-Number TO DL-RPT-TRL-RUN-NUMBER.
066000     MOVE WS-Requester TO DL-RPT-TRL-REQUESTER.
066010     MOVE '*PARM' TO DL-RPT-TRL-PROFILE-ID.
066100     WRITE DL-REPORT-RECORD.
066200 3100-WRITE-TRAILER-EXIT.
066300     EXIT.
073400 9600-CLOSE-RUN-LOG-EXIT.
073500     EXIT.
073600*
073610******************************************************************
073620* 9700-END-STEP - EVERY WAY OUT OF THE PROGRAM COMES THROUGH     *
073630* HERE ONCE THE RETURN CODE IS SET: THE STEP'S STATISTICS RECORD *
073640* IS WRITTEN AND THE RUN ENDS.                                   *
073650******************************************************************
073660 9700-END-STEP.
073670     PERFORM 9710-WRITE-STEP-STATS
073680         THRU 9710-WRITE-STEP-STATS-EXIT.
073690     STOP RUN.
073700 9700-END-STEP-EXIT.
073710     EXIT.
073720*
073730******************************************************************
073740* 9710-WRITE-STEP-STATS - APPEND THIS STEP'S STATISTICS RECORD   *
073750* (DLSTAT) FOR THE BATCH-WINDOW FORECAST: THE RUN IT BELONGS TO, *
073760* WHEN IT STARTED AND ENDED, THE COUNTS CLASSIFIED IN THE SLICE  *
073770* AND THE RETURN CODE AS IT STANDS.  A STATISTICS FILE THAT WILL *
073780* NOT OPEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.        *
073790******************************************************************
073800 9710-WRITE-STEP-STATS.
073810     ACCEPT WS-Stat-End-Date FROM DATE YYYYMMDD.
073820     ACCEPT WS-Stat-End-Time FROM TIME.
073830     MOVE WS-Business-Date TO WS-Stat-Business-Date.
073840     MOVE WS-Run-Number TO WS-Stat-Run-Number.
073850     MOVE 'P' TO WS-Stat-Mode.
073860     MOVE WS-Total-Recs TO WS-Stat-Records.
073870     IF WS-Stat-Run-Number = ZERO
073880         PERFORM 9720-GET-STAT-RUN-KEY
073890             THRU 9720-GET-STAT-RUN-KEY-EXIT
073900     END-IF.
073910     OPEN EXTEND STAT-FILE.
073920     IF WS-STAT-STATUS NOT = '00'
073930         DISPLAY 'EVANPART - STEP STATISTICS NOT RECORDED, '
073940             'STATUS ' WS-STAT-STATUS
073950         GO TO 9710-WRITE-STEP-STATS-EXIT
073960     END-IF.
073970     MOVE SPACES TO DL-STAT-RECORD.
073980     MOVE 'S' TO DL-STAT-TYPE.
073990     MOVE 'EVANPART' TO DL-STAT-PROGRAM.
074000     MOVE WS-Stat-Business-Date TO DL-STAT-BUSINESS-DATE.
074010     MOVE WS-Stat-Run-Number TO DL-STAT-RUN-NUMBER.
074020     MOVE WS-Stat-Mode TO DL-STAT-MODE.
074030     MOVE WS-Stat-Partitions TO DL-STAT-PARTITIONS.
074040     MOVE WS-Stat-Start-Date TO DL-STAT-START-DATE.
074050     MOVE WS-Stat-Start-HHMMSS TO DL-STAT-START-TIME.
074060     MOVE WS-Stat-End-Date TO DL-STAT-END-DATE.
074070     MOVE WS-Stat-End-HHMMSS TO DL-STAT-END-TIME.
074080     MOVE WS-Stat-Records TO DL-STAT-RECORDS.
074090     MOVE RETURN-CODE TO DL-STAT-RC.
074100     MOVE ZERO TO DL-STAT-PROJ-SECONDS.
074110     WRITE DL-STAT-RECORD.
074120     CLOSE STAT-FILE.
074130 9710-WRITE-STEP-STATS-EXIT.
074140     EXIT.
074150*
074160******************************************************************
074170* 9720-GET-STAT-RUN-KEY - THIS STEP BELONGS TO THE RUN ON        *
074180* RUN-CONTROL.  NO RUN-CONTROL RECORD LEAVES TODAY AND RUN ZERO. *
074190******************************************************************
074200 9720-GET-STAT-RUN-KEY.
074210     MOVE WS-Stat-Start-Date TO WS-Stat-Business-Date.
074220     OPEN INPUT RUNC-FILE.
074230     IF WS-RUNC-STATUS NOT = '00'
074240         GO TO 9720-GET-STAT-RUN-KEY-EXIT
074250     END-IF.
074260     READ RUNC-FILE
074270         NOT AT END
074280             MOVE DL-RUNC-BUSINESS-DATE
074290                 TO WS-Stat-Business-Date
074300             MOVE DL-RUNC-RUN-NUMBER TO WS-Stat-Run-Number
074310     END-READ.
074320     CLOSE RUNC-FILE.
074330 9720-GET-STAT-RUN-KEY-EXIT.
074340     EXIT.
074350*
