000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVANPEND.
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
001300* 2026-10-15 EC    ORIGINAL - PENDING CHANGE AGING REPORT.      *
001400*                  LISTS EVERY PARAMETER SET, RULE-PROFILE      *
001500*                  LIBRARY AND SECURITY CHANGE STILL AWAITING A *
001600*                  SECOND OPERATOR'S APPROVAL (EVANAPRV) WITH   *
001700*                  ITS MAKER AND AGE IN DAYS, FLAGGING ANYTHING *
001800*                  WAITING LONGER THAN THE SYSIN LIMIT (DEFAULT *
001900*                  2 DAYS) OVERDUE.  ANY OVERDUE CHANGE ENDS    *
002000*                  THE JOB RC 4 SO THE SCHEDULER CAN ALERT ON   *
002100*                  IT.                                          *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT PEND-FILE ASSIGN TO PENDFILE
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-PEND-STATUS.
002900     SELECT PPRF-FILE ASSIGN TO PPRFFILE
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-PPRF-STATUS.
003200     SELECT PSEC-FILE ASSIGN TO PSECFILE
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-PSEC-STATUS.
003500     SELECT PRT-FILE ASSIGN TO PRTFILE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-PRT-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  PEND-FILE
004200     LABEL RECORDS ARE STANDARD.
004300     COPY DLPARM REPLACING LEADING ==DL-PARM== BY ==DL-PEND==.
004400*
004500 FD  PPRF-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY DLPROF REPLACING LEADING ==DL-PROF== BY ==DL-PPRF==.
004800*
004900 FD  PSEC-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY DLSECP.
005200*
005300 FD  PRT-FILE
005400     LABEL RECORDS ARE OMITTED.
005500 01  PRT-RECORD                  PIC X(133).
005600*
005700 WORKING-STORAGE SECTION.
005800 01  WS-SWITCHES.
005900     05  WS-PEND-EOF-SW          PIC X(01) VALUE 'N'.
006000         88  WS-PEND-EOF             VALUE 'Y'.
006100*
006200 01  WS-FILE-STATUSES.
006300     05  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
006400     05  WS-PPRF-STATUS          PIC X(02) VALUE SPACES.
006500     05  WS-PSEC-STATUS          PIC X(02) VALUE SPACES.
006600     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
006700*
006800 01  WS-CARD-WORK.
006900     05  WS-Pend-Card            PIC X(80) VALUE SPACES.
007000     05  WS-PEND-CARD-FIELDS REDEFINES WS-Pend-Card.
007100         10  WS-Card-Limit           PIC X(03).
007200         10  FILLER                  PIC X(77).
007300     05  WS-Limit-Days           PIC 9(03) VALUE 2.
007400*
007500 01  WS-AGING-WORK.
007600     05  WS-Sys-Date             PIC 9(08) VALUE ZERO.
007700     05  WS-Today-Int            PIC 9(09) COMP-3 VALUE ZERO.
007800     05  WS-Made-Int             PIC 9(09) COMP-3 VALUE ZERO.
007900     05  WS-Days-Old             PIC S9(05) COMP-3 VALUE ZERO.
008000*
008100 01  WS-ITEM-WORK.
008200*    THE CHANGE BEING AGED, WHICHEVER PENDING FILE IT CAME FROM.
008300     05  WS-ITEM-HEADER-SW       PIC X(01) VALUE 'N'.
008400         88  WS-ITEM-HAS-HEADER      VALUE 'Y'.
008500     05  WS-ITEM-FOUND-SW        PIC X(01) VALUE 'N'.
008600         88  WS-ITEM-FOUND           VALUE 'Y'.
008700     05  WS-Item-Kind            PIC X(12) VALUE SPACES.
008800     05  WS-Item-Maker           PIC X(08) VALUE SPACES.
008900     05  WS-Item-Made-Date       PIC 9(08) VALUE ZERO.
009000     05  WS-Item-Made-Time       PIC 9(06) VALUE ZERO.
009100     05  WS-Item-Status          PIC X(01) VALUE SPACE.
009200         88  WS-ITEM-APPROVED        VALUE 'A'.
009300     05  WS-Item-Eff-Date        PIC 9(08) VALUE ZERO.
009400*
009500 01  WS-COUNTERS.
009600     05  WS-Waiting-Count        PIC 9(05) COMP-3 VALUE ZERO.
009700     05  WS-Overdue-Count        PIC 9(05) COMP-3 VALUE ZERO.
009800     05  WS-Approved-Count       PIC 9(05) COMP-3 VALUE ZERO.
009900*
010000 01  HDG-LINE-1.
010100     05  FILLER                  PIC X(01) VALUE SPACE.
010200     05  FILLER                  PIC X(40)
010300         VALUE 'PENDING CHANGE AGING REPORT'.
010400     05  FILLER                  PIC X(06) VALUE 'AS OF '.
010500     05  HDG-Sys-Date            PIC 9(08).
010600     05  FILLER                  PIC X(17)
010700         VALUE '   OVERDUE AFTER '.
010800     05  HDG-Limit-Days          PIC ZZ9.
010900     05  FILLER                  PIC X(05) VALUE ' DAYS'.
011000     05  FILLER                  PIC X(53) VALUE SPACES.
011100*
011200 01  HDG-LINE-2.
011300     05  FILLER                  PIC X(01) VALUE SPACE.
011400     05  FILLER                  PIC X(14) VALUE 'CHANGE'.
011500     05  FILLER                  PIC X(10) VALUE 'MAKER'.
011600     05  FILLER                  PIC X(10) VALUE 'SAVED'.
011700     05  FILLER                  PIC X(08) VALUE 'AT'.
011800     05  FILLER                  PIC X(06) VALUE 'DAYS'.
011900     05  FILLER                  PIC X(20) VALUE 'STATUS'.
012000     05  FILLER                  PIC X(10) VALUE 'EFFECTIVE'.
012100     05  FILLER                  PIC X(54) VALUE SPACES.
012200*
012300 01  DTL-LINE.
012400     05  FILLER                  PIC X(01) VALUE SPACE.
012500     05  DTL-Kind                PIC X(12).
012600     05  FILLER                  PIC X(02) VALUE SPACES.
012700     05  DTL-Maker               PIC X(08).
012800     05  FILLER                  PIC X(02) VALUE SPACES.
012900     05  DTL-Made-Date           PIC X(08).
013000     05  FILLER                  PIC X(02) VALUE SPACES.
013100     05  DTL-Made-Time           PIC X(06).
013200     05  FILLER                  PIC X(02) VALUE SPACES.
013300     05  DTL-Days-Old            PIC ZZZZ9.
013400     05  FILLER                  PIC X(01) VALUE SPACE.
013500     05  DTL-Status              PIC X(20).
013600     05  DTL-Eff-Date            PIC X(08).
013700     05  FILLER                  PIC X(56) VALUE SPACES.
013800*
013900 01  SUM-LINE.
014000     05  FILLER                  PIC X(01) VALUE SPACE.
014100     05  FILLER                  PIC X(18)
014200         VALUE 'AWAITING APPROVAL'.
014300     05  SUM-Waiting             PIC ZZZZ9.
014400     05  FILLER                  PIC X(12) VALUE '  OVERDUE'.
014500     05  SUM-Overdue             PIC ZZZZ9.
014600     05  FILLER                  PIC X(28)
014700         VALUE '  APPROVED, NOT YET APPLIED'.
014800     05  SUM-Approved            PIC ZZZZ9.
014900     05  FILLER                  PIC X(59) VALUE SPACES.
015000*
015100 01  MSG-LINE.
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  MSG-Text                PIC X(60) VALUE SPACES.
015400     05  FILLER                  PIC X(72) VALUE SPACES.
015500*
015600 PROCEDURE DIVISION.
015700*
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
016000     PERFORM 2000-AGE-PARAMETERS THRU 2000-AGE-PARAMETERS-EXIT.
016100     PERFORM 3000-AGE-PROFILES THRU 3000-AGE-PROFILES-EXIT.
016200     PERFORM 4000-AGE-SECURITY THRU 4000-AGE-SECURITY-EXIT.
016300     PERFORM 5000-FINALIZE THRU 5000-FINALIZE-EXIT.
016400     STOP RUN.
016500*
016600******************************************************************
016700* 1000-INITIALIZE - THE LIMIT CARD, THEN THE PRINT FILE AND ITS  *
016800* HEADINGS.  A LIMIT THAT IS NOT A NUMBER OF DAYS ENDS THE JOB   *
016900* RC 8 WITH NOTHING REPORTED.                                    *
017000******************************************************************
017100 1000-INITIALIZE.
017200     ACCEPT WS-Sys-Date FROM DATE YYYYMMDD.
017300     COMPUTE WS-Today-Int =
017400         FUNCTION INTEGER-OF-DATE(WS-Sys-Date).
017500     PERFORM 1100-READ-CARD THRU 1100-READ-CARD-EXIT.
017600     OPEN OUTPUT PRT-FILE.
017700     IF WS-PRT-STATUS NOT = '00'
017800         DISPLAY 'EVANPEND - UNABLE TO OPEN PRINT FILE, STATUS '
017900             WS-PRT-STATUS
018000         MOVE 12 TO RETURN-CODE
018100         STOP RUN
018200     END-IF.
018300     MOVE WS-Sys-Date TO HDG-Sys-Date.
018400     MOVE WS-Limit-Days TO HDG-Limit-Days.
018500     WRITE PRT-RECORD FROM HDG-LINE-1
018600         AFTER ADVANCING PAGE.
018700     WRITE PRT-RECORD FROM HDG-LINE-2
018800         AFTER ADVANCING 2 LINES.
018900 1000-INITIALIZE-EXIT.
019000     EXIT.
019100*
019200******************************************************************
019300* 1100-READ-CARD - SYSIN COLUMNS 1-3: DAYS A CHANGE MAY WAIT FOR *
019400* APPROVAL BEFORE IT IS OVERDUE.  NO CARD, OR A BLANK ONE, KEEPS *
019500* THE SHOP DEFAULT OF 2.                                         *
019600******************************************************************
019700 1100-READ-CARD.
019800     ACCEPT WS-Pend-Card.
019900     IF WS-Card-Limit = SPACES
020000         DISPLAY 'EVANPEND - NO LIMIT CARD, OVERDUE AFTER 2 DAYS'
020100         GO TO 1100-READ-CARD-EXIT
020200     END-IF.
020300     IF WS-Card-Limit NOT NUMERIC
020400         DISPLAY 'EVANPEND - LIMIT ' WS-Card-Limit
020500             ' IS NOT A NUMBER OF DAYS, ENDING RC 8'
020600         MOVE 8 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900     MOVE WS-Card-Limit TO WS-Limit-Days.
021000 1100-READ-CARD-EXIT.
021100     EXIT.
021200*
021300******************************************************************
021400* 2000-AGE-PARAMETERS - THE PENDING PARAMETER SET, IF ANY.  ITS  *
021500* 'A' APPROVAL RECORD NAMES THE MAKER; ITS 'E' RECORD CARRIES    *
021600* THE EFFECTIVE DATE.  A SET SAVED BEFORE APPROVAL WAS REQUIRED  *
021700* HAS NO APPROVAL RECORD: EVANPROM WILL NEVER PROMOTE IT, SO IT  *
021800* IS LISTED OVERDUE UNTIL EVANAPRV REJECTS IT.                   *
021900******************************************************************
022000 2000-AGE-PARAMETERS.
022100     PERFORM 6100-CLEAR-ITEM THRU 6100-CLEAR-ITEM-EXIT.
022200     MOVE 'PARAMETERS' TO WS-Item-Kind.
022300     OPEN INPUT PEND-FILE.
022400     IF WS-PEND-STATUS NOT = '00'
022500         GO TO 2000-AGE-PARAMETERS-EXIT
022600     END-IF.
022700     PERFORM 2100-READ-PEND-RECORD THRU 2100-READ-PEND-RECORD-EXIT
022800         UNTIL WS-PEND-EOF.
022900     CLOSE PEND-FILE.
023000     IF WS-ITEM-FOUND
023100         PERFORM 6000-PRINT-ITEM THRU 6000-PRINT-ITEM-EXIT
023200     END-IF.
023300 2000-AGE-PARAMETERS-EXIT.
023400     EXIT.
023500*
023600 2100-READ-PEND-RECORD.
023700     READ PEND-FILE
023800         AT END
023900             SET WS-PEND-EOF TO TRUE
024000             GO TO 2100-READ-PEND-RECORD-EXIT
024100     END-READ.
024200     SET WS-ITEM-FOUND TO TRUE.
024300     EVALUATE TRUE
024400         WHEN DL-PEND-IS-APPROVAL
024500             SET WS-ITEM-HAS-HEADER TO TRUE
024600             MOVE DL-PEND-MAKER TO WS-Item-Maker
024700             MOVE DL-PEND-MADE-DATE TO WS-Item-Made-Date
024800             MOVE DL-PEND-MADE-TIME TO WS-Item-Made-Time
024900             MOVE DL-PEND-APPR-STATUS TO WS-Item-Status
025000         WHEN DL-PEND-IS-EFFDATE
025100             MOVE DL-PEND-EFF-DATE TO WS-Item-Eff-Date
025200     END-EVALUATE.
025300 2100-READ-PEND-RECORD-EXIT.
025400     EXIT.
025500*
025600******************************************************************
025700* 3000-AGE-PROFILES - THE PENDING RULE-PROFILE LIBRARY, IF ANY:  *
025800* ITS FIRST RECORD IS THE '*APPROVL' HEADER NAMING THE MAKER.    *
025900******************************************************************
026000 3000-AGE-PROFILES.
026100     PERFORM 6100-CLEAR-ITEM THRU 6100-CLEAR-ITEM-EXIT.
026200     MOVE 'PROFILES' TO WS-Item-Kind.
026300     OPEN INPUT PPRF-FILE.
026400     IF WS-PPRF-STATUS NOT = '00'
026500         GO TO 3000-AGE-PROFILES-EXIT
026600     END-IF.
026700     READ PPRF-FILE
026800         AT END
026900             CLOSE PPRF-FILE
027000             GO TO 3000-AGE-PROFILES-EXIT
027100     END-READ.
027200     SET WS-ITEM-FOUND TO TRUE.
027300     IF DL-PPRF-IS-APPROVAL
027400         SET WS-ITEM-HAS-HEADER TO TRUE
027500         MOVE DL-PPRF-MAKER TO WS-Item-Maker
027600         MOVE DL-PPRF-MADE-DATE TO WS-Item-Made-Date
027700         MOVE DL-PPRF-MADE-TIME TO WS-Item-Made-Time
027800         MOVE DL-PPRF-APPR-STATUS TO WS-Item-Status
027900     END-IF.
028000     CLOSE PPRF-FILE.
028100     PERFORM 6000-PRINT-ITEM THRU 6000-PRINT-ITEM-EXIT.
028200 3000-AGE-PROFILES-EXIT.
028300     EXIT.
028400*
028500******************************************************************
028600* 4000-AGE-SECURITY - THE PENDING SECURITY CHANGE, IF ANY: ITS   *
028700* FIRST RECORD IS THE 'A' APPROVAL RECORD NAMING THE MAKER.      *
028800******************************************************************
028900 4000-AGE-SECURITY.
029000     PERFORM 6100-CLEAR-ITEM THRU 6100-CLEAR-ITEM-EXIT.
029100     MOVE 'SECURITY' TO WS-Item-Kind.
029200     OPEN INPUT PSEC-FILE.
029300     IF WS-PSEC-STATUS NOT = '00'
029400         GO TO 4000-AGE-SECURITY-EXIT
029500     END-IF.
029600     READ PSEC-FILE
029700         AT END
029800             CLOSE PSEC-FILE
029900             GO TO 4000-AGE-SECURITY-EXIT
030000     END-READ.
030100     SET WS-ITEM-FOUND TO TRUE.
030200     IF DL-SECP-IS-APPROVAL
030300         SET WS-ITEM-HAS-HEADER TO TRUE
030400         MOVE DL-SECP-MAKER TO WS-Item-Maker
030500         MOVE DL-SECP-MADE-DATE TO WS-Item-Made-Date
030600         MOVE DL-SECP-MADE-TIME TO WS-Item-Made-Time
030700         MOVE DL-SECP-APPR-STATUS TO WS-Item-Status
030800     END-IF.
030900     CLOSE PSEC-FILE.
031000     PERFORM 6000-PRINT-ITEM THRU 6000-PRINT-ITEM-EXIT.
031100 4000-AGE-SECURITY-EXIT.
031200     EXIT.
031300*
031400******************************************************************
031500* 5000-FINALIZE - THE SUMMARY AND THE RETURN CODE: RC 4 WHEN ANY *
031600* CHANGE IS OVERDUE SO THE SCHEDULER CAN ALERT ON IT.            *
031700******************************************************************
031800 5000-FINALIZE.
031900     MOVE WS-Waiting-Count TO SUM-Waiting.
032000     MOVE WS-Overdue-Count TO SUM-Overdue.
032100     MOVE WS-Approved-Count TO SUM-Approved.
032200     WRITE PRT-RECORD FROM SUM-LINE
032300         AFTER ADVANCING 2 LINES.
032400     IF WS-Waiting-Count = ZERO
032500         MOVE 'NO CHANGE IS AWAITING APPROVAL'
032600             TO MSG-Text
032700         WRITE PRT-RECORD FROM MSG-LINE
032800             AFTER ADVANCING 1 LINE
032900     END-IF.
033000     CLOSE PRT-FILE.
033100     DISPLAY 'EVANPEND - ' WS-Waiting-Count ' AWAITING APPROVAL, '
033200         WS-Overdue-Count ' OVERDUE'.
033300     IF WS-Overdue-Count > ZERO
033400         MOVE 4 TO RETURN-CODE
033500     END-IF.
033600 5000-FINALIZE-EXIT.
033700     EXIT.
033800*
033900******************************************************************
034000* 6000-PRINT-ITEM - ONE PENDING CHANGE.  AN APPROVED ONE IS ONLY *
034100* COUNTED - IT WAITS ON EVANPROM OR ITS MAINTENANCE PROGRAM, NOT *
034200* ON AN APPROVER.  THE REST PRINT WITH THEIR AGE IN DAYS FROM    *
034300* THE SAVE, OVERDUE PAST THE LIMIT.                              *
034400******************************************************************
034500 6000-PRINT-ITEM.
034600     IF WS-ITEM-HAS-HEADER AND WS-ITEM-APPROVED
034700         ADD 1 TO WS-Approved-Count
034800         GO TO 6000-PRINT-ITEM-EXIT
034900     END-IF.
035000     ADD 1 TO WS-Waiting-Count.
035100     MOVE WS-Item-Kind TO DTL-Kind.
035200     IF WS-Item-Eff-Date = ZERO
035300         MOVE SPACES TO DTL-Eff-Date
035400     ELSE
035500         MOVE WS-Item-Eff-Date TO DTL-Eff-Date
035600     END-IF.
035700     IF NOT WS-ITEM-HAS-HEADER
035800         MOVE '(NONE)' TO DTL-Maker
035900         MOVE SPACES TO DTL-Made-Date
036000         MOVE SPACES TO DTL-Made-Time
036100         MOVE ZERO TO DTL-Days-Old
036200         MOVE '*NO APPROVAL RECORD' TO DTL-Status
036300         ADD 1 TO WS-Overdue-Count
036400         GO TO 6000-WRITE-LINE
036500     END-IF.
036600     COMPUTE WS-Made-Int =
036700         FUNCTION INTEGER-OF-DATE(WS-Item-Made-Date).
036800     COMPUTE WS-Days-Old = WS-Today-Int - WS-Made-Int.
036900     IF WS-Days-Old < ZERO
037000         MOVE ZERO TO WS-Days-Old
037100     END-IF.
037200     MOVE WS-Item-Maker TO DTL-Maker.
037300     MOVE WS-Item-Made-Date TO DTL-Made-Date.
037400     MOVE WS-Item-Made-Time TO DTL-Made-Time.
037500     MOVE WS-Days-Old TO DTL-Days-Old.
037600     IF WS-Days-Old > WS-Limit-Days
037700         MOVE '*OVERDUE' TO DTL-Status
037800         ADD 1 TO WS-Overdue-Count
037900     ELSE
038000         MOVE 'AWAITING APPROVAL' TO DTL-Status
038100     END-IF.
038200 6000-WRITE-LINE.
038300     WRITE PRT-RECORD FROM DTL-LINE
038400         AFTER ADVANCING 1 LINE.
038500 6000-PRINT-ITEM-EXIT.
038600     EXIT.
038700*
038800 6100-CLEAR-ITEM.
038900     MOVE 'N' TO WS-ITEM-HEADER-SW.
039000     MOVE 'N' TO WS-ITEM-FOUND-SW.
039100     MOVE SPACES TO WS-Item-Kind.
039200     MOVE SPACES TO WS-Item-Maker.
039300     MOVE ZERO TO WS-Item-Made-Date.
039400     MOVE ZERO TO WS-Item-Made-Time.
039500     MOVE SPACE TO WS-Item-Status.
039600     MOVE ZERO TO WS-Item-Eff-Date.
039700 6100-CLEAR-ITEM-EXIT.
039800     EXIT.
