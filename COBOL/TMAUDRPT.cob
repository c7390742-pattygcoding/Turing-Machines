001700*                  TAPE'S LOOP IS NAMED EXPLICITLY INSTEAD OF
001800*                  BEING EYEBALLED OUT OF THOUSANDS OF RAW AUDIT
001900*                  LINES.
001910* 2026-10-15  RH   MULTI-TAPE MACHINES. A TRANSITION KEY NOW
001920*                  ALSO CARRIES THE SYMBOLS READ ON TAPES 2-3, SO
001930*                  TWO RULES SHARING A TAPE 1 KEY ARE TALLIED
001940*                  APART; THE KEY LINE SHOWS THEM AFTER THE FIRE
001950*                  COUNT. THE CYCLE CHECK COMPARES EVERY TAPE'S
001960*                  IMAGE AND HEAD. SINGLE-TAPE REPORTS ARE
001970*                  UNCHANGED.
001975* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
001980*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
001985*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
001990*                  THE STEP RC=8. THE HEADING SHOWS THE BUSINESS
001995*                  DATE AND THE CLOCK DATE.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002700     SELECT AUDRPT ASSIGN TO "AUDRPT"
002800         ORGANIZATION IS LINE SEQUENTIAL.

002820     SELECT BUSDATE ASSIGN TO "BUSDATE"
002840         ORGANIZATION IS LINE SEQUENTIAL
002860         FILE STATUS IS BUSDATE-STATUS.

002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  AUDITFILE.
005300     05  RK-KEY                  PIC X(09).
005400     05  RK-SEP1                 PIC X(01).
005500     05  RK-FIRES                PIC 9(06).
005520     05  RK-X-LABEL              PIC X(19).
005540     05  RK-X-READ               PIC X(02).
005600 01  RPT-CYCLE-LINE.
005700     05  CY-INDENT               PIC X(04).
005800     05  CY-LABEL1               PIC X(21).
006600     05  CY-LABEL5               PIC X(06).
006700     05  CY-HEAD                 PIC 9(02).

006720 FD  BUSDATE.
006740     COPY TMBDATRC.

006800 WORKING-STORAGE SECTION.
006900******************************************************************
007000* REPORT HEADING WORK AREAS
007100******************************************************************
007200 77  RUN-DATE                    PIC 9(08).
007250 77  CLOCK-DATE                  PIC 9(08).

007300******************************************************************
007400* PER-TAPE STATE-VISIT TALLY. ONE ENTRY PER DISTINCT STATE SEEN
009400     05  KEY-FIRE-ENTRY OCCURS 1 TO 500 TIMES
009500             DEPENDING ON KEY-FIRE-COUNT
009600             INDEXED BY KF-IDX.
009700         10  KF-KEY              PIC X(11).
009800         10  KF-FIRES            PIC 9(06) COMP.
009900 77  KF-SUB                      PIC 9(04) COMP.
010000 01  KF-HOLD.
010100     05  KF-HOLD-KEY             PIC X(11).
010200     05  KF-HOLD-FIRES           PIC 9(06) COMP.
010220 01  FIRE-KEY.
010240     05  FK-TRANSITION-KEY       PIC X(09).
010260     05  FK-X-READ-SYMBOL        PIC X(01) OCCURS 2 TIMES.

010300******************************************************************
010400* CYCLE DETECTION. EVERY STEP'S POST-STEP STATE/TAPE/HEAD
011600             INDEXED BY SN-IDX.
011700         10  SN-STATE            PIC X(08).
011800         10  SN-TAPE             PIC X(40).
011850         10  SN-HEAD             PIC 9(02).
011900         10  SN-X-AREA           PIC X(84).
012000         10  SN-STEP             PIC 9(06).
012020 01  CYCLE-X-SNAP.
012040     05  CX-TAPE OCCURS 2 TIMES.
012060         10  CX-IMAGE            PIC X(40).
012080         10  CX-HEAD             PIC X(02).

012100******************************************************************
012200* PER-TAPE WORK AREAS
013000* SWITCHES
013100******************************************************************
013200 77  AUDITFILE-STATUS            PIC X(02).
013220 77  BUSDATE-STATUS              PIC X(02).
013240 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
013260     88  BUSDATE-FOUND                       VALUE 'Y'.
013280     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
013300 77  AUDITFILE-EOF-SW            PIC X(01) VALUE 'N'.
013400     88  AUDITFILE-EOF                       VALUE 'Y'.
013500     88  AUDITFILE-NOT-EOF                   VALUE 'N'.
015400*    PROGRAM ENTRY POINT.
015500******************************************************************
015600 0000-MAINLINE.
015620     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
015640     IF BUSDATE-NOT-FOUND
015660         GO TO 0000-EXIT
015680     END-IF
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015800     IF AUDITFILE-FOUND
015900         PERFORM 2000-PROCESS-AUDIT-FILE THRU 2000-EXIT
016000     END-IF
016100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016102 0000-EXIT.
016104     STOP RUN.

016106******************************************************************
016108*    0100-LOAD-BUSINESS-DATE
016110*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
016112*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
016114*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
016116*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
016118*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
016120*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
016122*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
016124******************************************************************
016126 0100-LOAD-BUSINESS-DATE.
016128     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
016130     OPEN INPUT BUSDATE
016132     IF BUSDATE-STATUS NOT = '00'
016134         GO TO 0100-REFUSE
016136     END-IF
016138     READ BUSDATE
016140         AT END
016142             CONTINUE
016144     END-READ
016146     IF BUSDATE-STATUS = '00'
016148         AND BD-CONTROL-RECORD
016150         AND BD-CURRENT-DATE IS NUMERIC
016152         AND BD-PRIOR-DATE IS NUMERIC
016154         AND BD-CURRENT-DATE > BD-PRIOR-DATE
016156         MOVE BD-CURRENT-DATE TO RUN-DATE
016158         SET BUSDATE-FOUND TO TRUE
016160     END-IF
016162     CLOSE BUSDATE
016164     IF BUSDATE-FOUND
016166         GO TO 0100-EXIT
016168     END-IF.
016170 0100-REFUSE.
016172     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
016174         'STEP STOPPED'
016176     MOVE 8 TO RETURN-CODE.
016178 0100-EXIT.
016180     EXIT.

016300******************************************************************
016400*    1000-INITIALIZE
018400*    CONVENTION AS TuringMachine'S PRTRPT HEADER.
018500******************************************************************
018600 1900-WRITE-REPORT-HEADER.
018800     MOVE SPACES TO AUDRPT-LINE
018900     MOVE 'AUDIT TRACE ANALYSIS REPORT' TO AUDRPT-LINE
019000     WRITE AUDRPT-LINE
019100     MOVE SPACES TO AUDRPT-LINE
019200     MOVE 'BUSINESS DATE: ' TO AUDRPT-LINE
019300     MOVE RUN-DATE TO AUDRPT-LINE(16:8)
019320     MOVE ' CLOCK DATE: ' TO AUDRPT-LINE(24:13)
019340     MOVE CLOCK-DATE TO AUDRPT-LINE(37:8)
019400     WRITE AUDRPT-LINE.
019500 1900-EXIT.
019600     EXIT.
027700     EXIT.

027800 2320-TALLY-KEY.
027820     SET KF-NOT-FOUND TO TRUE
027840     MOVE AUD-TRANSITION-KEY    TO FK-TRANSITION-KEY
027860     MOVE AUD-X-READ-SYMBOL(1)  TO FK-X-READ-SYMBOL(1)
027880     MOVE AUD-X-READ-SYMBOL(2)  TO FK-X-READ-SYMBOL(2)
028000     IF KEY-FIRE-COUNT > ZERO
028100         SET KF-IDX TO 1
028200         SEARCH KEY-FIRE-ENTRY
028300             AT END
028400                 CONTINUE
028500             WHEN KF-KEY(KF-IDX) = FIRE-KEY
028600                 SET KF-FOUND TO TRUE
028700                 ADD 1 TO KF-FIRES(KF-IDX)
028800         END-SEARCH
029000     IF KF-NOT-FOUND AND KEY-FIRE-COUNT < KEY-FIRE-MAX
029100         ADD 1 TO KEY-FIRE-COUNT
029200         SET KF-IDX TO KEY-FIRE-COUNT
029300         MOVE FIRE-KEY TO KF-KEY(KF-IDX)
029400         MOVE 1 TO KF-FIRES(KF-IDX)
029500     END-IF.
029600 2320-EXIT.
031200*    NOTHING NEW TO READ. THE FIRST MATCH IS KEPT FOR THE REPORT.
031300******************************************************************
031400 2340-CHECK-CYCLE.
031420     MOVE AUD-X-TAPE(1) TO CX-IMAGE(1)
031440     MOVE AUD-X-HEAD(1) TO CX-HEAD(1)
031460     MOVE AUD-X-TAPE(2) TO CX-IMAGE(2)
031480     MOVE AUD-X-HEAD(2) TO CX-HEAD(2)
031500     IF SNAPSHOT-COUNT > ZERO
031600         SET SN-IDX TO 1
031700         SEARCH SNAPSHOT-ENTRY
031900                 CONTINUE
032000             WHEN SN-STATE(SN-IDX) = AUD-STATE
032100                 AND SN-TAPE(SN-IDX) = AUD-TAPE
032150                 AND SN-HEAD(SN-IDX) = AUD-HEAD
032200                 AND SN-X-AREA(SN-IDX) = CYCLE-X-SNAP
032300                 SET CYCLE-FOUND TO TRUE
032400                 MOVE AUD-STEP-NUM TO CYCLE-STEP
032500                 MOVE SN-STEP(SN-IDX) TO CYCLE-FIRST-STEP
033900     SET SN-IDX TO SNAPSHOT-COUNT
034000     MOVE AUD-STATE    TO SN-STATE(SN-IDX)
034100     MOVE AUD-TAPE     TO SN-TAPE(SN-IDX)
034150     MOVE AUD-HEAD     TO SN-HEAD(SN-IDX)
034200     MOVE CYCLE-X-SNAP TO SN-X-AREA(SN-IDX)
034300     MOVE AUD-STEP-NUM TO SN-STEP(SN-IDX).
034400 2350-EXIT.
034500     EXIT.

042400 2830-WRITE-KEY-LINE.
042500     MOVE SPACES          TO RK-INDENT
042600     MOVE KF-KEY(KF-IDX)(1:9) TO RK-KEY
042700     MOVE SPACE           TO RK-SEP1
042720     MOVE KF-FIRES(KF-IDX) TO RK-FIRES
042740     IF KF-KEY(KF-IDX)(10:2) = SPACES
042760         MOVE SPACES TO RK-X-LABEL
042780         MOVE SPACES TO RK-X-READ
042800     ELSE
042820         MOVE '  OTHER TAPES READ ' TO RK-X-LABEL
042840         MOVE KF-KEY(KF-IDX)(10:2) TO RK-X-READ
042860     END-IF
042900     WRITE RPT-KEY-LINE.
043000 2830-EXIT.
043100     EXIT.
