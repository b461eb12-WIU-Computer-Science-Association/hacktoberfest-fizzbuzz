001810* 2026-09-01 EC    FORMAT THE NEW 'PENDING' AND 'PROMOTE'       *
001820*                  ACTIONS (PENDING PARAMETER SETS) WITH RANGE  *
001830*                  IMAGES LIKE A RANGE CHANGE.                  *
001840* 2026-10-15 EC    LIST THE RULE PROFILE EACH RECORD APPLIES TO *
001850*                  (BLANK FOR THE LIVE PARAMETER FILE) AND      *
001860*                  FORMAT THE IMAGE-LESS 'PROFADD' / 'PROFDEL'  *
001870*                  PROFILE-LIBRARY ACTIONS.                     *
001876* 2026-10-15 EC    FORMAT THE 'APPROVE' AND 'REJECT' DECISIONS  *
001882*                  ON PENDING CHANGES: THE MAKER AND WHEN THE   *
001888*                  CHANGE WAS MADE AS THE BEFORE IMAGE, THE     *
001894*                  PENDING RANGE AS THE AFTER.                  *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
006900     05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
007000     05  FILLER                  PIC X(08) VALUE 'ACTION'.
007100     05  FILLER                  PIC X(05) VALUE 'SEQ'.
007150     05  FILLER                  PIC X(10) VALUE 'PROFILE'.
007200     05  FILLER                  PIC X(41) VALUE 'BEFORE'.
007300     05  FILLER                  PIC X(40) VALUE 'AFTER'.
007400*
007500 01  AUD-LINE.
007600     05  FILLER                  PIC X(01) VALUE SPACE.
008300     05  AUD-Action              PIC X(08) VALUE SPACES.
008400     05  AUD-Seq                 PIC ZZ9.
008500     05  FILLER                  PIC X(02) VALUE SPACES.
008550     05  AUD-Profile             PIC X(08) VALUE SPACES.
008700     05  FILLER                  PIC X(02) VALUE SPACES.
008710     05  AUD-Before              PIC X(39) VALUE SPACES.
008720     05  FILLER                  PIC X(02) VALUE SPACES.
008730     05  AUD-After               PIC X(38) VALUE SPACES.
008900*
009000 01  WS-IMAGE-WORK.
009100*    ONE FORMATTED BEFORE/AFTER IMAGE: A RANGE SHOWS THE LOW
010200         10  FILLER              PIC X(07) VALUE ' LABEL '.
010300         10  WS-Img-Label        PIC X(08) VALUE SPACES.
010400         10  FILLER              PIC X(16) VALUE SPACES.
010410     05  WS-MAKER-IMAGE.
010420         10  FILLER              PIC X(06) VALUE 'MAKER '.
010430         10  WS-Img-Maker        PIC X(08) VALUE SPACES.
010440         10  FILLER              PIC X(01) VALUE SPACE.
010450         10  WS-Img-Made-Date    PIC 9(08) VALUE ZERO.
010460         10  FILLER              PIC X(01) VALUE SPACE.
010470         10  WS-Img-Made-Time    PIC 9(06) VALUE ZERO.
010480         10  FILLER              PIC X(09) VALUE SPACES.
010500*
010600 01  MSG-NO-AUDIT-LINE.
010700     05  FILLER                  PIC X(01) VALUE SPACE.
015200     MOVE DL-AUDT-OPERATOR TO AUD-Operator.
015300     MOVE DL-AUDT-ACTION TO AUD-Action.
015400     MOVE DL-AUDT-RULE-SEQ TO AUD-Seq.
015410     MOVE DL-AUDT-PROFILE-ID TO AUD-Profile.
015500     EVALUATE TRUE
015510         WHEN DL-AUDT-IS-RANGE OR DL-AUDT-IS-PENDING
015520                 OR DL-AUDT-IS-PROMOTE
015600             MOVE DL-AUDT-OLD-LOW TO WS-Img-Low
015700             MOVE DL-AUDT-OLD-HIGH TO WS-Img-High
015800             MOVE WS-RANGE-IMAGE TO AUD-Before
015900             MOVE DL-AUDT-NEW-LOW TO WS-Img-Low
016000             MOVE DL-AUDT-NEW-HIGH TO WS-Img-High
016100             MOVE WS-RANGE-IMAGE TO AUD-After
016150         WHEN DL-AUDT-IS-PROF-ADD OR DL-AUDT-IS-PROF-DEL
016160             MOVE SPACES TO AUD-Before
016170             MOVE SPACES TO AUD-After
016172         WHEN DL-AUDT-IS-APPROVE OR DL-AUDT-IS-REJECT
016174             MOVE DL-AUDT-MAKER TO WS-Img-Maker
016176             MOVE DL-AUDT-MADE-DATE TO WS-Img-Made-Date
016178             MOVE DL-AUDT-MADE-TIME TO WS-Img-Made-Time
016180             MOVE WS-MAKER-IMAGE TO AUD-Before
016182             IF DL-AUDT-PROFILE-ID = SPACES
016184                 MOVE DL-AUDT-NEW-LOW TO WS-Img-Low
016186                 MOVE DL-AUDT-NEW-HIGH TO WS-Img-High
016188                 MOVE WS-RANGE-IMAGE TO AUD-After
016190             ELSE
016192                 MOVE SPACES TO AUD-After
016194             END-IF
016200         WHEN OTHER
016300             MOVE DL-AUDT-OLD-DIVISOR TO WS-Img-Divisor
016400             MOVE DL-AUDT-OLD-LABEL TO WS-Img-Label
016500             MOVE WS-RULE-IMAGE TO AUD-Before
016600             MOVE DL-AUDT-NEW-DIVISOR TO WS-Img-Divisor
016700             MOVE DL-AUDT-NEW-LABEL TO WS-Img-Label
016800             MOVE WS-RULE-IMAGE TO AUD-After
016900     END-EVALUATE.
017000     WRITE PRT-RECORD FROM AUD-LINE
017100         AFTER ADVANCING 1 LINE.
017200     ADD 1 TO WS-Line-Count.
