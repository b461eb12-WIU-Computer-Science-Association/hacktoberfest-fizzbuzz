002230*                  EVANMAINT CAN BE ANALYZED AS-IS; THE         *
002240*                  EFFECTIVE DATE IS CARRIED ON THE SUMMARY     *
002250*                  PAGE.                                        *
002260* 2026-10-15 EC    CARRY THE MAKER FROM THE PENDING SET'S 'A'   *
002270*                  APPROVAL RECORD ON THE SUMMARY PAGE AND      *
002280*                  WRITE THE SUMMARY FIGURES TO SUMFILE         *
002290*                  (DLIMPS) FOR THE APPROVAL PROGRAM EVANAPRV.  *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003300     SELECT PRT-FILE ASSIGN TO PRTFILE
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-PRT-STATUS.
003510     SELECT SUM-FILE ASSIGN TO SUMFILE
003520         ORGANIZATION IS SEQUENTIAL
003530         FILE STATUS IS WS-SUM-STATUS.
003600*
003700 DATA DIVISION.
003800 FILE SECTION.
004800     LABEL RECORDS ARE OMITTED.
004900 01  PRT-RECORD                  PIC X(133).
005000*
005010 FD  SUM-FILE
005020     LABEL RECORDS ARE STANDARD.
005030     COPY DLIMPS.
005040*
005100 WORKING-STORAGE SECTION.
005200     COPY DLRULES.
005300     COPY DLRULES REPLACING LEADING ==DL-RULE== BY ==DL-PROP==.
006200     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
006300     05  WS-NEW-STATUS           PIC X(02) VALUE SPACES.
006400     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
006410     05  WS-SUM-STATUS           PIC X(02) VALUE SPACES.
006500*
006600 01  WS-DEFAULTS.
006700     05  WS-DEFAULT-FIZZ         PIC X(08) VALUE 'Fizz'.
010700 01  WS-COUNTERS.
010800     05  WS-Changed-Count        PIC 9(09) COMP-3 VALUE ZERO.
010810     05  WS-Pend-Eff-Date        PIC 9(08) VALUE ZERO.
010820     05  WS-Pend-Maker           PIC X(08) VALUE SPACES.
010830     05  WS-Pend-Made-Date       PIC 9(08) VALUE ZERO.
010840     05  WS-Pend-Made-Time       PIC 9(06) VALUE ZERO.
010900*
011000 01  WS-PAGE-CONTROL.
011100     05  WS-Lines-Per-Page       PIC 9(02) VALUE 56.
016240         VALUE 'PROPOSED SET EFFECTIVE DATE'.
016250     05  EFF-Date                PIC 9(08).
016260     05  FILLER                  PIC X(91) VALUE SPACES.
016261*
016262 01  MKR-LINE.
016263     05  FILLER                  PIC X(01) VALUE SPACE.
016264     05  FILLER                  PIC X(33)
016265         VALUE 'PROPOSED SET SAVED BY'.
016266     05  MKR-Maker               PIC X(08).
016267     05  FILLER                  PIC X(04) VALUE ' ON '.
016268     05  MKR-Made-Date           PIC 9(08).
016269     05  FILLER                  PIC X(01) VALUE SPACE.
016270     05  MKR-Made-Time           PIC 9(06).
016271     05  FILLER                  PIC X(72) VALUE SPACES.
016272*
016300 PROCEDURE DIVISION.
016400*
016500 0000-MAINLINE.
030500             END-IF
030510         WHEN DL-NEWP-IS-EFFDATE
030520             MOVE DL-NEWP-EFF-DATE TO WS-Pend-Eff-Date
030530         WHEN DL-NEWP-IS-APPROVAL
030540             MOVE DL-NEWP-MAKER TO WS-Pend-Maker
030550             MOVE DL-NEWP-MADE-DATE TO WS-Pend-Made-Date
030560             MOVE DL-NEWP-MADE-TIME TO WS-Pend-Made-Time
030600     END-EVALUATE.
030700 1210-READ-NEW-RECORD-EXIT.
030800     EXIT.
048730         WRITE PRT-RECORD FROM EFF-LINE
048740             AFTER ADVANCING 1 LINE
048750     END-IF.
048760     IF WS-Pend-Maker NOT = SPACES
048770         MOVE WS-Pend-Maker TO MKR-Maker
048780         MOVE WS-Pend-Made-Date TO MKR-Made-Date
048790         MOVE WS-Pend-Made-Time TO MKR-Made-Time
048791         WRITE PRT-RECORD FROM MKR-LINE
048792             AFTER ADVANCING 1 LINE
048793     END-IF.
048800     CLOSE PRT-FILE.
048810     PERFORM 3200-WRITE-SUMMARY THRU 3200-WRITE-SUMMARY-EXIT.
048900     DISPLAY 'EVANWHAT - COUNTS CHANGING CLASSIFICATION: '
049000         WS-Changed-Count.
049100 3000-FINALIZE-EXIT.
049700 3100-PRINT-TOTAL-LINE-EXIT.
049800     EXIT.
049900*
050000******************************************************************
050100* 3200-WRITE-SUMMARY - THE SUMMARY FIGURES AS ONE DLIMPS RECORD  *
050200* FOR EVANAPRV.  SUMFILE IS OPTIONAL - A STANDALONE WHAT-IF RUN  *
050300* WITHOUT THE DD SIMPLY SKIPS IT.                                *
050400******************************************************************
050500 3200-WRITE-SUMMARY.
050600     OPEN OUTPUT SUM-FILE.
050700     IF WS-SUM-STATUS NOT = '00'
050800         GO TO 3200-WRITE-SUMMARY-EXIT
050900     END-IF.
051000     MOVE SPACES TO DL-IMPS-RECORD.
051100     MOVE WS-Pend-Maker TO DL-IMPS-MAKER.
051200     MOVE WS-Pend-Made-Date TO DL-IMPS-MADE-DATE.
051300     MOVE WS-Pend-Made-Time TO DL-IMPS-MADE-TIME.
051400     MOVE WS-Pend-Eff-Date TO DL-IMPS-EFF-DATE.
051500     MOVE WS-Changed-Count TO DL-IMPS-CHANGED-COUNT.
051600     MOVE WS-Cur-Low TO DL-IMPS-CUR-LOW.
051700     MOVE WS-Cur-High TO DL-IMPS-CUR-HIGH.
051800     MOVE WS-New-Low TO DL-IMPS-NEW-LOW.
051900     MOVE WS-New-High TO DL-IMPS-NEW-HIGH.
052000     MOVE WS-Cur-Fizz-Only TO DL-IMPS-CUR-FIZZ-ONLY.
052100     MOVE WS-Cur-Buzz-Only TO DL-IMPS-CUR-BUZZ-ONLY.
052200     MOVE WS-Cur-Other-Single TO DL-IMPS-CUR-OTHER.
052300     MOVE WS-Cur-FizzBuzz TO DL-IMPS-CUR-FIZZBUZZ.
052400     MOVE WS-Cur-Plain TO DL-IMPS-CUR-PLAIN.
052500     MOVE WS-Cur-Total-Recs TO DL-IMPS-CUR-TOTAL.
052600     MOVE WS-New-Fizz-Only TO DL-IMPS-NEW-FIZZ-ONLY.
052700     MOVE WS-New-Buzz-Only TO DL-IMPS-NEW-BUZZ-ONLY.
052800     MOVE WS-New-Other-Single TO DL-IMPS-NEW-OTHER.
052900     MOVE WS-New-FizzBuzz TO DL-IMPS-NEW-FIZZBUZZ.
053000     MOVE WS-New-Plain TO DL-IMPS-NEW-PLAIN.
053100     MOVE WS-New-Total-Recs TO DL-IMPS-NEW-TOTAL.
053200     WRITE DL-IMPS-RECORD.
053300     CLOSE SUM-FILE.
053400 3200-WRITE-SUMMARY-EXIT.
053500     EXIT.
053600*
