002200*                  SAME WAY EVANMAINT AUDITS PARAMETER          *
002300*                  CHANGES, AND THE SAVE IS REFUSED WHEN THE    *
002400*                  AUDIT FILE WILL NOT OPEN.                    *
002410* 2026-10-15 EC    A SAVE NO LONGER GOES LIVE: OPTION 4 SUBMITS *
002420*                  THE EDITED TABLE TO THE PENDING SECURITY     *
002430*                  FILE (DLSECP) FOR APPROVAL BY A SECOND       *
002440*                  SUPERVISOR IN EVANAPRV, AND NEW OPTION 6     *
002450*                  APPLIES AN APPROVED CHANGE, REFUSING ONE     *
002460*                  UNAPPROVED OR APPROVED BY ITS OWN MAKER.  A  *
002470*                  BOOTSTRAP SESSION STILL SAVES DIRECTLY.      *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003500     SELECT RLOG-FILE ASSIGN TO RLOGFILE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-RLOG-STATUS.
003710     SELECT PSEC-FILE ASSIGN TO PSECFILE
003720         ORGANIZATION IS SEQUENTIAL
003730         FILE STATUS IS WS-PSEC-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
005000     LABEL RECORDS ARE STANDARD.
005100     COPY DLRLOG.
005200*
005210 FD  PSEC-FILE
005220     LABEL RECORDS ARE STANDARD.
005230     COPY DLSECP.
005240*
005300 WORKING-STORAGE SECTION.
005400 01  WS-SWITCHES.
005500     05  WS-OPSC-EOF-SW          PIC X(01) VALUE 'N'.
006200         88  WS-BOOTSTRAP-MODE       VALUE 'Y'.
006300     05  WS-OP-FOUND-SW          PIC X(01) VALUE 'N'.
006400         88  WS-OP-FOUND             VALUE 'Y'.
006410     05  WS-APPLY-SW             PIC X(01) VALUE 'N'.
006420         88  WS-APPLY-REQUESTED      VALUE 'Y'.
006430     05  WS-SAVED-SW             PIC X(01) VALUE 'N'.
006440         88  WS-SAVED                VALUE 'Y'.
006450     05  WS-PSEC-EOF-SW          PIC X(01) VALUE 'N'.
006460         88  WS-PSEC-EOF             VALUE 'Y'.
006500*
006600 01  WS-FILE-STATUSES.
006700     05  WS-OPSC-STATUS          PIC X(02) VALUE SPACES.
006800     05  WS-SAUD-STATUS          PIC X(02) VALUE SPACES.
006900     05  WS-RLOG-STATUS          PIC X(02) VALUE SPACES.
006910     05  WS-PSEC-STATUS          PIC X(02) VALUE SPACES.
007000*
007100 01  WS-OPERATOR-TABLE.
007200*    THE WHOLE SECURITY FILE IS EDITED HERE AND WRITTEN BACK IN
018000     IF WS-Op-Count >= 100
018100         DISPLAY 'EVANSECM - SECURITY FILE EXCEEDS 100 '
018200             'OPERATORS, TABLE FULL'
018210         MOVE 'ESC0012' TO WS-Log-Msg-Id
018220         MOVE 12 TO WS-Log-Severity
018230         MOVE 'SECURITY FILE OVER 100 OPERATORS - TABLE FULL'
018240             TO WS-Log-Text
018250         PERFORM 9500-WRITE-RUN-LOG
018260             THRU 9500-WRITE-RUN-LOG-EXIT
018270         PERFORM 9600-CLOSE-RUN-LOG
018280             THRU 9600-CLOSE-RUN-LOG-EXIT
018300         MOVE 12 TO RETURN-CODE
018400         STOP RUN
018500     END-IF.
029900             SET WS-DONE TO TRUE
030000         WHEN 5
030100             SET WS-DONE TO TRUE
030110         WHEN 6
030120             SET WS-APPLY-REQUESTED TO TRUE
030130             SET WS-DONE TO TRUE
030200         WHEN OTHER
030300             DISPLAY 'EVANSECM - INVALID SELECTION, TRY AGAIN'
030400     END-EVALUATE.
030500     IF WS-DONE AND WS-SAVE-REQUESTED
030510         IF WS-BOOTSTRAP-MODE
030520             PERFORM 7000-SAVE-OPERATORS
030530                 THRU 7000-SAVE-OPERATORS-EXIT
030540         ELSE
030550             PERFORM 7500-SUBMIT-CHANGES
030560                 THRU 7500-SUBMIT-CHANGES-EXIT
030570         END-IF
030580     END-IF.
030590     IF WS-DONE AND WS-APPLY-REQUESTED
030600         PERFORM 7600-APPLY-CHANGE
030610             THRU 7600-APPLY-CHANGE-EXIT
030800     END-IF.
030900 2000-MENU-LOOP-EXIT.
031000     EXIT.
031500     DISPLAY '  1. ADD OR CHANGE AN OPERATOR'.
031600     DISPLAY '  2. DELETE AN OPERATOR'.
031700     DISPLAY '  3. DISPLAY OPERATORS'.
031800     DISPLAY '  4. SUBMIT CHANGES FOR APPROVAL AND EXIT'.
031900     DISPLAY '  5. EXIT WITHOUT SAVING'.
031910     DISPLAY '  6. APPLY THE APPROVED CHANGE AND EXIT'.
032000     DISPLAY 'ENTER SELECTION: ' WITH NO ADVANCING.
032100 2100-DISPLAY-MENU-EXIT.
032200     EXIT.
043100* BEFORE WRITING ANYTHING, DIFF THE TABLE AGAINST THE SIGN-ON    *
043200* SNAPSHOT WITH ONE AUDIT RECORD PER DIFFERENCE, THEN REWRITE    *
043300* THE SECURITY FILE - THE SAME SHAPE AS AN EVANMAINT SAVE.       *
043310* REACHED ONLY FROM 7600 FOR AN APPROVED CHANGE, OR DIRECTLY IN  *
043320* A BOOTSTRAP SESSION, WHEN THERE IS NO SECOND SUPERVISOR YET.   *
043400******************************************************************
043500 7000-SAVE-OPERATORS.
043600     OPEN EXTEND SAUD-FILE.
047100     MOVE 'OPERATOR SECURITY FILE SAVED' TO WS-Log-Text.
047200     PERFORM 9500-WRITE-RUN-LOG
047300         THRU 9500-WRITE-RUN-LOG-EXIT.
047310     SET WS-SAVED TO TRUE.
047400 7000-SAVE-OPERATORS-EXIT.
047500     EXIT.
047600*
059400     EXIT.
059500*
059600******************************************************************
059601* 7500-SUBMIT-CHANGES - HOLD THE EDITED TABLE FOR A SECOND       *
059602* SUPERVISOR'S APPROVAL INSTEAD OF SAVING IT.  THE AUDIT FILE IS *
059603* OPENED FIRST, AS FOR A SAVE; THE WHOLE TABLE IS THEN WRITTEN   *
059604* TO THE PENDING FILE BEHIND AN APPROVAL RECORD CARRYING THE     *
059605* MAKER, AND A 'PENDING' AUDIT RECORD MARKS THE SUBMISSION.  A   *
059606* NEW SUBMISSION REPLACES ANY CHANGE ALREADY PENDING.            *
059607******************************************************************
059608 7500-SUBMIT-CHANGES.
059609     OPEN EXTEND SAUD-FILE.
059610     IF WS-SAUD-STATUS NOT = '00'
059611         DISPLAY 'EVANSECM - SECURITY AUDIT FILE UNAVAILABLE, '
059612             'STATUS ' WS-SAUD-STATUS ' - NOT SUBMITTED'
059613         MOVE 'ESC0003' TO WS-Log-Msg-Id
059614         MOVE 08 TO WS-Log-Severity
059615         MOVE 'SECURITY AUDIT FILE UNAVAILABLE - SAVE REFUSED'
059616             TO WS-Log-Text
059617         PERFORM 9500-WRITE-RUN-LOG
059618             THRU 9500-WRITE-RUN-LOG-EXIT
059619         GO TO 7500-SUBMIT-CHANGES-EXIT
059620     END-IF.
059621     OPEN OUTPUT PSEC-FILE.
059622     IF WS-PSEC-STATUS NOT = '00'
059623         DISPLAY 'EVANSECM - UNABLE TO OPEN PENDING SECURITY '
059624             'FILE FOR OUTPUT, STATUS ' WS-PSEC-STATUS
059625         MOVE 'ESC0006' TO WS-Log-Msg-Id
059626         MOVE 08 TO WS-Log-Severity
059627         MOVE 'PENDING SECURITY FILE WILL NOT OPEN FOR SUBMIT'
059628             TO WS-Log-Text
059629         PERFORM 9500-WRITE-RUN-LOG
059630             THRU 9500-WRITE-RUN-LOG-EXIT
059631         CLOSE SAUD-FILE
059632         GO TO 7500-SUBMIT-CHANGES-EXIT
059633     END-IF.
059634     ACCEPT WS-Audit-Date FROM DATE YYYYMMDD.
059635     ACCEPT WS-Audit-Time FROM TIME.
059636     PERFORM 7240-CLEAR-AUDIT-RECORD
059637         THRU 7240-CLEAR-AUDIT-RECORD-EXIT.
059638     MOVE 'PENDING' TO DL-SAUD-ACTION.
059639     WRITE DL-SAUD-RECORD.
059640     CLOSE SAUD-FILE.
059641     MOVE SPACES TO DL-SECP-RECORD.
059642     SET DL-SECP-IS-APPROVAL TO TRUE.
059643     MOVE WS-Operator-Id TO DL-SECP-MAKER.
059644     MOVE WS-Audit-Date TO DL-SECP-MADE-DATE.
059645     MOVE WS-Audit-Time-HHMMSS TO DL-SECP-MADE-TIME.
059646     SET DL-SECP-AWAITING TO TRUE.
059647     MOVE ZERO TO DL-SECP-DECIDED-DATE.
059648     MOVE ZERO TO DL-SECP-DECIDED-TIME.
059649     WRITE DL-SECP-RECORD.
059650     PERFORM 7510-WRITE-PSEC-OPERATOR
059651         THRU 7510-WRITE-PSEC-OPERATOR-EXIT
059652         VARYING WS-Op-Sub FROM 1 BY 1
059653         UNTIL WS-Op-Sub > WS-Op-Count.
059654     CLOSE PSEC-FILE.
059655     DISPLAY 'EVANSECM - SECURITY CHANGE SUBMITTED, AWAITING '
059656         'APPROVAL BY ANOTHER SUPERVISOR'.
059657     MOVE 'ESC0007' TO WS-Log-Msg-Id.
059658     MOVE 00 TO WS-Log-Severity.
059659     MOVE 'SECURITY CHANGE SUBMITTED - AWAITING APPROVAL'
059660         TO WS-Log-Text.
059661     PERFORM 9500-WRITE-RUN-LOG
059662         THRU 9500-WRITE-RUN-LOG-EXIT.
059663 7500-SUBMIT-CHANGES-EXIT.
059664     EXIT.
059665*
059666 7510-WRITE-PSEC-OPERATOR.
059667     MOVE SPACES TO DL-SECP-RECORD.
059668     SET DL-SECP-IS-OPERATOR TO TRUE.
059669     MOVE WS-Op-Id(WS-Op-Sub) TO DL-SECP-OPERATOR.
059670     MOVE WS-Op-Authority(WS-Op-Sub) TO DL-SECP-AUTHORITY.
059671     MOVE WS-Op-Status(WS-Op-Sub) TO DL-SECP-STATUS.
059672     WRITE DL-SECP-RECORD.
059673 7510-WRITE-PSEC-OPERATOR-EXIT.
059674     EXIT.
059675*
059676******************************************************************
059677* 7600-APPLY-CHANGE - SAVE AN APPROVED CHANGE TO THE SECURITY    *
059678* FILE.  ONLY A CHANGE WHOSE APPROVAL RECORD SAYS APPROVED, BY A *
059679* SUPERVISOR OTHER THAN ITS MAKER, IS APPLIED; ANYTHING ELSE IS  *
059680* REFUSED ON THE RUN LOG.  THE PENDING IMAGE REPLACES THE TABLE  *
059681* (ANY EDITS KEYED THIS SESSION ARE DROPPED) AND 7000 SAVES IT   *
059682* AGAINST THE SIGN-ON SNAPSHOT, SO THE AUDIT TRAIL SHOWS EXACTLY *
059683* WHAT CHANGED ON THE LIVE FILE.  THE PENDING FILE IS EMPTIED    *
059684* ONCE THE SAVE HAS HAPPENED.                                    *
059685******************************************************************
059686 7600-APPLY-CHANGE.
059687     OPEN INPUT PSEC-FILE.
059688     IF WS-PSEC-STATUS NOT = '00'
059689         GO TO 7600-NOTHING-PENDING
059690     END-IF.
059691     READ PSEC-FILE
059692         AT END
059693             CLOSE PSEC-FILE
059694             GO TO 7600-NOTHING-PENDING
059695     END-READ.
059696     IF NOT DL-SECP-IS-APPROVAL
059697         CLOSE PSEC-FILE
059698         GO TO 7600-NOTHING-PENDING
059699     END-IF.
059700     IF NOT DL-SECP-APPROVED
059701         CLOSE PSEC-FILE
059702         DISPLAY 'EVANSECM - SECURITY CHANGE SUBMITTED BY '
059703             DL-SECP-MAKER ' IS NOT APPROVED - NOT APPLIED'
059704         MOVE 'ESC0009' TO WS-Log-Msg-Id
059705         MOVE 08 TO WS-Log-Severity
059706         MOVE 'SECURITY CHANGE NOT APPROVED - APPLY REFUSED'
059707             TO WS-Log-Text
059708         PERFORM 9500-WRITE-RUN-LOG
059709             THRU 9500-WRITE-RUN-LOG-EXIT
059710         GO TO 7600-APPLY-CHANGE-EXIT
059711     END-IF.
059712     IF DL-SECP-APPROVER = SPACES
059713             OR DL-SECP-APPROVER = DL-SECP-MAKER
059714         CLOSE PSEC-FILE
059715         DISPLAY 'EVANSECM - SECURITY CHANGE WAS NOT APPROVED '
059716             'BY ANOTHER SUPERVISOR - NOT APPLIED'
059717         MOVE 'ESC0010' TO WS-Log-Msg-Id
059718         MOVE 08 TO WS-Log-Severity
059719         MOVE 'SECURITY CHANGE SELF-APPROVED - APPLY REFUSED'
059720             TO WS-Log-Text
059721         PERFORM 9500-WRITE-RUN-LOG
059722             THRU 9500-WRITE-RUN-LOG-EXIT
059723         GO TO 7600-APPLY-CHANGE-EXIT
059724     END-IF.
059725     MOVE ZERO TO WS-Op-Count.
059726     MOVE 'N' TO WS-PSEC-EOF-SW.
059727     PERFORM 7610-READ-PSEC-RECORD
059728         THRU 7610-READ-PSEC-RECORD-EXIT
059729         UNTIL WS-PSEC-EOF.
059730     CLOSE PSEC-FILE.
059731     PERFORM 7000-SAVE-OPERATORS
059732         THRU 7000-SAVE-OPERATORS-EXIT.
059733     IF NOT WS-SAVED
059734         GO TO 7600-APPLY-CHANGE-EXIT
059735     END-IF.
059736     OPEN OUTPUT PSEC-FILE.
059737     IF WS-PSEC-STATUS = '00'
059738         CLOSE PSEC-FILE
059739     END-IF.
059740     DISPLAY 'EVANSECM - APPROVED SECURITY CHANGE APPLIED'.
059741     MOVE 'ESC0011' TO WS-Log-Msg-Id.
059742     MOVE 00 TO WS-Log-Severity.
059743     MOVE 'APPROVED SECURITY CHANGE APPLIED' TO WS-Log-Text.
059744     PERFORM 9500-WRITE-RUN-LOG
059745         THRU 9500-WRITE-RUN-LOG-EXIT.
059746     GO TO 7600-APPLY-CHANGE-EXIT.
059747 7600-NOTHING-PENDING.
059748     DISPLAY 'EVANSECM - NO SECURITY CHANGE IS PENDING'.
059749     MOVE 'ESC0008' TO WS-Log-Msg-Id.
059750     MOVE 04 TO WS-Log-Severity.
059751     MOVE 'NO PENDING SECURITY CHANGE - NOTHING APPLIED'
059752         TO WS-Log-Text.
059753     PERFORM 9500-WRITE-RUN-LOG
059754         THRU 9500-WRITE-RUN-LOG-EXIT.
059755 7600-APPLY-CHANGE-EXIT.
059756     EXIT.
059757*
059758 7610-READ-PSEC-RECORD.
059759     READ PSEC-FILE
059760         AT END
059761             SET WS-PSEC-EOF TO TRUE
059762             GO TO 7610-READ-PSEC-RECORD-EXIT
059763     END-READ.
059764     IF NOT DL-SECP-IS-OPERATOR
059765         GO TO 7610-READ-PSEC-RECORD-EXIT
059766     END-IF.
059767     IF WS-Op-Count >= 100
059768         DISPLAY 'EVANSECM - PENDING SECURITY FILE EXCEEDS 100 '
059769             'OPERATORS, TABLE FULL'
059770         MOVE 'ESC0013' TO WS-Log-Msg-Id
059771         MOVE 12 TO WS-Log-Severity
059772         MOVE 'PENDING SECURITY FILE OVER 100 OPERATORS'
059773             TO WS-Log-Text
059774         PERFORM 9500-WRITE-RUN-LOG
059775             THRU 9500-WRITE-RUN-LOG-EXIT
059776         PERFORM 9600-CLOSE-RUN-LOG
059777             THRU 9600-CLOSE-RUN-LOG-EXIT
059778         MOVE 12 TO RETURN-CODE
059779         STOP RUN
059780     END-IF.
059781     ADD 1 TO WS-Op-Count.
059782     MOVE DL-SECP-OPERATOR TO WS-Op-Id(WS-Op-Count).
059783     MOVE DL-SECP-AUTHORITY TO WS-Op-Authority(WS-Op-Count).
059784     MOVE DL-SECP-STATUS TO WS-Op-Status(WS-Op-Count).
059785 7610-READ-PSEC-RECORD-EXIT.
059786     EXIT.
059787*
059788******************************************************************
059789* 9500-WRITE-RUN-LOG - ONE STRUCTURED MESSAGE RECORD ON THE     *
059800* COMMON RUN-LOG.  THE CALLER STAGES WS-LOG-MSG-ID, SEVERITY    *
059900* AND TEXT; THE HIGHEST SEVERITY RAISED IS KEPT FOR THE         *
060000* END-OF-JOB SUMMARY RECORD.                                    *
