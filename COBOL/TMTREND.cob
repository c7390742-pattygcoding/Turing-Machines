002000*                  MANAGEMENT'S MONTHLY 'HOW OFTEN DO MACHINES
002100*                  RUN AWAY AND WHICH RULESETS ARE GETTING
002200*                  SLOWER' WITHOUT REREADING OLD REPORTS.
002210* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002220*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002230*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002240*                  THE STEP RC=8. THE HEADING SHOWS THE BUSINESS
002250*                  DATE AND THE CLOCK DATE.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003000     SELECT TRENDRPT ASSIGN TO "TRENDRPT"
003100         ORGANIZATION IS LINE SEQUENTIAL.

003120     SELECT BUSDATE ASSIGN TO "BUSDATE"
003140         ORGANIZATION IS LINE SEQUENTIAL
003160         FILE STATUS IS BUSDATE-STATUS.

003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  RUNHIST.
005900     05  DL-SEP4                 PIC X(01).
006000     05  DL-AVG-ELAPSED          PIC 9(08).

006020 FD  BUSDATE.
006040     COPY TMBDATRC.

006100 WORKING-STORAGE SECTION.
006200******************************************************************
006300* PER-RULESET ACCUMULATORS - ONE ENTRY PER DISTINCT HR-RULESET
009300* SORT AND RUN WORK AREAS
009400******************************************************************
009500 77  RUN-DATE                    PIC 9(08).
009550 77  CLOCK-DATE                  PIC 9(08).
009600 77  RECORDS-READ                PIC 9(08) COMP VALUE ZERO.
009700 77  SORT-SUB                    PIC 9(04) COMP.
009800 01  DS-HOLD.
011100* SWITCHES
011200******************************************************************
011300 77  RUNHIST-STATUS              PIC X(02).
011320 77  BUSDATE-STATUS              PIC X(02).
011340 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
011360     88  BUSDATE-FOUND                       VALUE 'Y'.
011380     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
011400 77  RUNHIST-EOF-SW              PIC X(01) VALUE 'N'.
011500     88  RUNHIST-EOF                         VALUE 'Y'.
011600     88  RUNHIST-NOT-EOF                     VALUE 'N'.
012900*    PROGRAM ENTRY POINT.
013000******************************************************************
013100 0000-MAINLINE.
013120     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
013140     IF BUSDATE-NOT-FOUND
013160         GO TO 0000-EXIT
013180     END-IF
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013300     IF RUNHIST-FOUND
013400         PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT
013500         PERFORM 3000-WRITE-TREND-REPORT THRU 3000-EXIT
013600     END-IF
013700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013702 0000-EXIT.
013704     STOP RUN.

013706******************************************************************
013708*    0100-LOAD-BUSINESS-DATE
013710*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
013712*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
013714*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
013716*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
013718*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
013720*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
013722*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
013724******************************************************************
013726 0100-LOAD-BUSINESS-DATE.
013728     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
013730     OPEN INPUT BUSDATE
013732     IF BUSDATE-STATUS NOT = '00'
013734         GO TO 0100-REFUSE
013736     END-IF
013738     READ BUSDATE
013740         AT END
013742             CONTINUE
013744     END-READ
013746     IF BUSDATE-STATUS = '00'
013748         AND BD-CONTROL-RECORD
013750         AND BD-CURRENT-DATE IS NUMERIC
013752         AND BD-PRIOR-DATE IS NUMERIC
013754         AND BD-CURRENT-DATE > BD-PRIOR-DATE
013756         MOVE BD-CURRENT-DATE TO RUN-DATE
013758         SET BUSDATE-FOUND TO TRUE
013760     END-IF
013762     CLOSE BUSDATE
013764     IF BUSDATE-FOUND
013766         GO TO 0100-EXIT
013768     END-IF.
013770 0100-REFUSE.
013772     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
013774         'STEP STOPPED'
013776     MOVE 8 TO RETURN-CODE.
013778 0100-EXIT.
013780     EXIT.

013900******************************************************************
014000*    1000-INITIALIZE
015400     EXIT.

015500 1900-WRITE-REPORT-HEADER.
015700     MOVE SPACES TO TRENDRPT-LINE
015800     MOVE 'RUN HISTORY TREND REPORT' TO TRENDRPT-LINE
015900     WRITE TRENDRPT-LINE
016000     MOVE SPACES TO TRENDRPT-LINE
016100     MOVE 'BUSINESS DATE: ' TO TRENDRPT-LINE
016200     MOVE RUN-DATE TO TRENDRPT-LINE(16:8)
016220     MOVE ' CLOCK DATE: ' TO TRENDRPT-LINE(24:13)
016240     MOVE CLOCK-DATE TO TRENDRPT-LINE(37:8)
016300     WRITE TRENDRPT-LINE.
016400 1900-EXIT.
016500     EXIT.
