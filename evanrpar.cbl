003100*                  UNLIKE A CALENDAR DECK, EACH REPAIR IS AN    *
003200*                  INDEPENDENT CORRECTION ALREADY APPLIED TO    *
003300*                  THE KSDS BY THE TIME THE NEXT CARD READS.    *
003310* 2026-10-15 EC    EVERY KSDS WRITE AND REWRITE IS APPENDED TO  *
003311*                  THE KSDS CHANGE JOURNAL (DLKJRN, JRNLFILE    *
003312*                  DD) WITH THE RECORD BEFORE AND AFTER, UNDER  *
003313*                  THE LAST RUN ON RUN-CONTROL (RUNCFILE DD).   *
003314*                  A JOURNAL THAT WILL NOT OPEN REFUSES THE     *
003315*                  REPAIRS RC 8.                                *
003316*                  A JOURNAL WRITE THAT FAILS ENDS THE STEP     *
003317*                  RC 8 SO BLDINDEX DOES NOT RUN OVER A KSDS    *
003318*                  THE JOURNAL NO LONGER MATCHES.               *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS DL-VSAM-COUNT
005700         FILE STATUS IS WS-VSAM-STATUS.
005710     SELECT RUNC-FILE ASSIGN TO RUNCFILE
005720         ORGANIZATION IS SEQUENTIAL
005730         FILE STATUS IS WS-RUNC-STATUS.
005740     SELECT JRNL-FILE ASSIGN TO JRNLFILE
005750         ORGANIZATION IS SEQUENTIAL
005760         FILE STATUS IS WS-JRNL-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
008800 FD  VSAM-FILE.
008900     COPY DLVSAM.
009000*
009010 FD  RUNC-FILE
009020     LABEL RECORDS ARE STANDARD.
009030     COPY DLRUNC.
009040*
009050 FD  JRNL-FILE
009060     LABEL RECORDS ARE STANDARD.
009070     COPY DLKJRN.
009080*
009100 WORKING-STORAGE SECTION.
009200 01  WS-SWITCHES.
009300     05  WS-SUSP-EOF-SW          PIC X(01) VALUE 'N'.
010600         88  WS-ITEM-FOUND           VALUE 'Y'.
010700     05  WS-REPAIRS-APPLIED-SW   PIC X(01) VALUE 'N'.
010800         88  WS-REPAIRS-APPLIED      VALUE 'Y'.
010810     05  WS-JRNL-OPEN-SW         PIC X(01) VALUE 'N'.
010820         88  WS-JRNL-OPEN            VALUE 'Y'.
010830     05  WS-JRNL-ERROR-SW        PIC X(01) VALUE 'N'.
010840         88  WS-JRNL-ERRORS          VALUE 'Y'.
010900*
011000 01  WS-FILE-STATUSES.
011100     05  WS-SUSP-STATUS          PIC X(02) VALUE SPACES.
011400     05  WS-PRT-STATUS           PIC X(02) VALUE SPACES.
011500     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
011600     05  WS-VSAM-STATUS          PIC X(02) VALUE SPACES.
011610     05  WS-RUNC-STATUS          PIC X(02) VALUE SPACES.
011620     05  WS-JRNL-STATUS          PIC X(02) VALUE SPACES.
011700*
011800 01  WS-SIGN-ON-WORK.
011900*    THE FIRST CARD'S OPERATOR ID, VERIFIED AGAINST THE
016700     05  WS-LOG-TIME-PARTS REDEFINES WS-Log-Time.
016800         10  WS-Log-Time-HHMMSS      PIC 9(06).
016900         10  FILLER                  PIC 9(02).
016910*
016920 01  WS-JOURNAL-WORK.
016930*    EVERY KSDS WRITE OR REWRITE IS JOURNALED (DLKJRN) WITH THE
016940*    RECORD BEFORE AND AFTER THE REPAIR.
016950     05  WS-Jrnl-Action          PIC X(01) VALUE SPACE.
016960     05  WS-Jrnl-Business-Date   PIC 9(08) VALUE ZERO.
016970     05  WS-Jrnl-Run-Number      PIC 9(05) VALUE ZERO.
016980     05  WS-Jrnl-Time            PIC 9(08) VALUE ZERO.
016990     05  WS-Jrnl-Before-Image    PIC X(102) VALUE SPACES.
017000*
017100 01  HDG-LINE-1.
017200     05  FILLER                  PIC X(01) VALUE SPACE.
037900     IF WS-CARD-EOF
038000         GO TO 1500-OPEN-KSDS-EXIT
038100     END-IF.
038110     PERFORM 1510-OPEN-JOURNAL THRU 1510-OPEN-JOURNAL-EXIT.
038200     OPEN I-O VSAM-FILE.
038300     IF WS-VSAM-STATUS = '00'
038400         SET WS-VSAM-OPEN TO TRUE
039700         STOP RUN
039800     END-IF.
039900 1500-OPEN-KSDS-EXIT.
039902     EXIT.
039904*
039906******************************************************************
039908* 1510-OPEN-JOURNAL - EVERY REPAIR IS JOURNALED (DLKJRN), SO A   *
039910* JOURNAL THAT WILL NOT OPEN REFUSES THE REPAIRS RC 8 BEFORE     *
039912* THE KSDS IS TOUCHED.  THE REPAIRS ARE JOURNALED UNDER THE      *
039914* LAST RUN ON RUN-CONTROL; WITH NO RUN-CONTROL RECORD THEY       *
039916* CARRY TODAY'S DATE AND RUN NUMBER ZERO.                        *
039918******************************************************************
039920 1510-OPEN-JOURNAL.
039922     MOVE WS-Sys-Date TO WS-Jrnl-Business-Date.
039924     MOVE ZERO TO WS-Jrnl-Run-Number.
039926     OPEN INPUT RUNC-FILE.
039928     IF WS-RUNC-STATUS = '00'
039930         READ RUNC-FILE
039932             NOT AT END
039934                 MOVE DL-RUNC-BUSINESS-DATE
039936                     TO WS-Jrnl-Business-Date
039938                 MOVE DL-RUNC-RUN-NUMBER TO WS-Jrnl-Run-Number
039940         END-READ
039942         CLOSE RUNC-FILE
039944     END-IF.
039946     OPEN EXTEND JRNL-FILE.
039948     IF WS-JRNL-STATUS = '00'
039950         SET WS-JRNL-OPEN TO TRUE
039952         GO TO 1510-OPEN-JOURNAL-EXIT
039954     END-IF.
039956     DISPLAY 'EVANRPAR - KSDS JOURNAL NOT AVAILABLE, STATUS '
039958         WS-JRNL-STATUS ', ENDING RC 8'.
039960     MOVE 'ERP0009' TO WS-Log-Msg-Id.
039962     MOVE 08 TO WS-Log-Severity.
039964     MOVE 'KSDS JOURNAL NOT AVAILABLE - REPAIR REFUSED'
039966         TO WS-Log-Text.
039968     PERFORM 9500-WRITE-RUN-LOG
039970         THRU 9500-WRITE-RUN-LOG-EXIT.
039972     PERFORM 9600-CLOSE-RUN-LOG
039974         THRU 9600-CLOSE-RUN-LOG-EXIT.
039976     MOVE 8 TO RETURN-CODE.
039978     STOP RUN.
039980 1510-OPEN-JOURNAL-EXIT.
040000     EXIT.
040100*
040200******************************************************************
051600                         TO WS-Log-Text
051700                     PERFORM 9500-WRITE-RUN-LOG
051800                         THRU 9500-WRITE-RUN-LOG-EXIT
051810                 NOT INVALID KEY
051820                     MOVE 'A' TO WS-Jrnl-Action
051830                     MOVE SPACES TO WS-Jrnl-Before-Image
051840                     PERFORM 2250-WRITE-JOURNAL
051850                         THRU 2250-WRITE-JOURNAL-EXIT
051900             END-WRITE
052000             GO TO 2200-APPLY-TO-KSDS-EXIT
052100     END-READ.
052110     MOVE DL-VSAM-RECORD TO WS-Jrnl-Before-Image.
052200     MOVE WS-Recomp-Class TO DL-VSAM-CLASSIFICATION.
052300     REWRITE DL-VSAM-RECORD
052400         INVALID KEY
053000                 TO WS-Log-Text
053100             PERFORM 9500-WRITE-RUN-LOG
053200                 THRU 9500-WRITE-RUN-LOG-EXIT
053210         NOT INVALID KEY
053220             MOVE 'R' TO WS-Jrnl-Action
053230             PERFORM 2250-WRITE-JOURNAL
053240                 THRU 2250-WRITE-JOURNAL-EXIT
053300     END-REWRITE.
053400 2200-APPLY-TO-KSDS-EXIT.
053402     EXIT.
053404*
053406******************************************************************
053408* 2250-WRITE-JOURNAL - APPEND ONE DLKJRN RECORD FOR THE REPAIR   *
053410* JUST APPLIED.  A REPAIR IS NOT A RUN OF ITS OWN: IT CARRIES    *
053412* THE BUSINESS DATE AND RUN NUMBER OF THE LAST RUN ON RUN-       *
053414* CONTROL, WHICH PLACES IT AFTER THAT RUN'S CHANGES WHEN A       *
053416* RECOVERY ROLLS THE JOURNAL FORWARD.                            *
053418******************************************************************
053420 2250-WRITE-JOURNAL.
053422     ACCEPT WS-Jrnl-Time FROM TIME.
053424     MOVE WS-Jrnl-Action TO DL-KJRN-ACTION.
053426     MOVE 'EVANRPAR' TO DL-KJRN-PROGRAM.
053428     MOVE WS-Jrnl-Business-Date TO DL-KJRN-BUSINESS-DATE.
053430     MOVE WS-Jrnl-Run-Number TO DL-KJRN-RUN-NUMBER.
053432     MOVE WS-Sys-Date TO DL-KJRN-STAMP-DATE.
053434     MOVE WS-Jrnl-Time TO DL-KJRN-STAMP-TIME.
053436     MOVE WS-Repair-Count TO DL-KJRN-COUNT.
053438     MOVE WS-Jrnl-Before-Image TO DL-KJRN-BEFORE-IMAGE.
053440     MOVE DL-VSAM-RECORD TO DL-KJRN-AFTER-IMAGE.
053442     WRITE DL-KJRN-RECORD.
053444     IF WS-JRNL-STATUS NOT = '00'
053446         DISPLAY 'EVANRPAR - KSDS JOURNAL WRITE FAILED FOR '
053448             'COUNT ' WS-Repair-Count
053450         MOVE 'ERP0010' TO WS-Log-Msg-Id
053452         MOVE 08 TO WS-Log-Severity
053454         MOVE 'KSDS JOURNAL WRITE FAILED - JOURNAL INCOMPLETE'
053456             TO WS-Log-Text
053458         PERFORM 9500-WRITE-RUN-LOG
053460             THRU 9500-WRITE-RUN-LOG-EXIT
053461         SET WS-JRNL-ERRORS TO TRUE
053462     END-IF.
053464 2250-WRITE-JOURNAL-EXIT.
053500     EXIT.
053600*
053700 2300-REJECT-CARD.
055700 3000-FINALIZE.
055800     IF WS-VSAM-OPEN
055900         CLOSE VSAM-FILE
055910     END-IF.
055920     IF WS-JRNL-OPEN
055930         CLOSE JRNL-FILE
056000     END-IF.
056100     IF WS-REPAIRS-APPLIED
056200         PERFORM 3100-REWRITE-SUSPENSE
057700     IF WS-CARD-ERRORS
057800         MOVE 4 TO RETURN-CODE
057900     END-IF.
057910     IF WS-JRNL-ERRORS
057920         MOVE 8 TO RETURN-CODE
057930     END-IF.
058000     PERFORM 9600-CLOSE-RUN-LOG THRU 9600-CLOSE-RUN-LOG-EXIT.
058100 3000-FINALIZE-EXIT.
058200     EXIT.
