003100*                  ENDS THE STEP RC=8 SO THE BAD BATCH IS NEVER
003200*                  SUBMITTED; A NIGHT WITH NOTHING TO RERUN ENDS
003300*                  RC=4 SO THE SCHEDULER CAN SKIP THE RERUN JOB.
003320* 2026-10-15  RH   PRTRPT LINE CARRIES THE NEW TAPE VERDICT
003340*                  COLUMN (PR-VERDICT). RERUN SELECTION IS STILL
003350*                  BY HALT REASON - A REJECT VERDICT IS A NORMAL
003360*                  HALT.
003370* 2026-10-15  RH   TAPECLN AND RERUNTP RECORDS WIDENED TO 120 SO A
003380*                  MULTI-TAPE MACHINE'S TAPE 2-3 START IMAGES ARE
003390*                  COPIED INTO THE RERUN DECK WITH TAPE 1.
003391* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
003392*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
003393*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
003394*                  THE STEP RC=8. THE RERUN BATCH ID AND HDR
003395*                  CREATE DATE TAKE IT. THE HEADING SHOWS THE
003396*                  BUSINESS DATE AND THE CLOCK DATE.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
005200     SELECT RERUNLST ASSIGN TO "RERUNLST"
005300         ORGANIZATION IS LINE SEQUENTIAL.

005320     SELECT BUSDATE ASSIGN TO "BUSDATE"
005340         ORGANIZATION IS LINE SEQUENTIAL
005360         FILE STATUS IS BUSDATE-STATUS.

005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PRTRPT.
006600     05  PR-FINAL-STATE          PIC X(08).
006700     05  PR-SEP5                 PIC X(01).
006800     05  PR-HALT-REASON          PIC X(20).
006820     05  PR-SEP6                 PIC X(01).
006840     05  PR-VERDICT              PIC X(09).

006900 FD  REGRRPT.
007000 01  REGR-LINE.
008000     05  AB-REST                 PIC X(54).

008100 FD  TAPECLN.
008200 01  TAPE-CLN-RECORD             PIC X(120).

008300 FD  RERUNTP.
008400 01  RERUN-TAPE-RECORD           PIC X(120).
008500 01  RERUN-HEADER-RECORD.
008600     05  RH-RECORD-TYPE          PIC X(03).
008700     05  RH-BATCH-ID             PIC X(08).
010200     05  LS-SEP2                 PIC X(02).
010300     05  LS-SOURCE               PIC X(08).

010320 FD  BUSDATE.
010340     COPY TMBDATRC.

010400 WORKING-STORAGE SECTION.
010500******************************************************************
010600* SELECTED-TAPES TABLE - ONE ENTRY PER TAPE NUMBER PICKED FOR
012100* SELECTION WORK AREAS AND RUN COUNTERS
012200******************************************************************
012300 77  RUN-DATE                    PIC 9(08).
012305 77  CLOCK-DATE                  PIC 9(08).
012310 01  RUN-TIME-OF-DAY             PIC 9(08).
012400 77  CAND-TAPE-NUM               PIC 9(06).
012500 77  CAND-REASON                 PIC X(20).
013800 77  REGRRPT-STATUS              PIC X(02).
013900 77  ABENDRPT-STATUS             PIC X(02).
014000 77  TAPECLN-STATUS              PIC X(02).
014020 77  BUSDATE-STATUS              PIC X(02).
014040 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
014060     88  BUSDATE-FOUND                       VALUE 'Y'.
014080     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
014100 77  PRTRPT-EOF-SW               PIC X(01) VALUE 'N'.
014200     88  PRTRPT-EOF                          VALUE 'Y'.
014300     88  PRTRPT-NOT-EOF                      VALUE 'N'.
016200*    PROGRAM ENTRY POINT.
016300******************************************************************
016400 0000-MAINLINE.
016420     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
016440     IF BUSDATE-NOT-FOUND
016460         GO TO 0000-EXIT
016480     END-IF
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016600     IF INPUTS-PRESENT
016700         PERFORM 2000-SELECT-FAILED-TAPES THRU 2000-EXIT
016800         PERFORM 3000-BUILD-RERUN-BATCH THRU 3000-EXIT
016900     END-IF
017000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017002 0000-EXIT.
017004     STOP RUN.

017006******************************************************************
017008*    0100-LOAD-BUSINESS-DATE
017010*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
017012*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
017014*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
017016*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
017018*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
017020*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
017022*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
017024******************************************************************
017026 0100-LOAD-BUSINESS-DATE.
017028     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
017030     OPEN INPUT BUSDATE
017032     IF BUSDATE-STATUS NOT = '00'
017034         GO TO 0100-REFUSE
017036     END-IF
017038     READ BUSDATE
017040         AT END
017042             CONTINUE
017044     END-READ
017046     IF BUSDATE-STATUS = '00'
017048         AND BD-CONTROL-RECORD
017050         AND BD-CURRENT-DATE IS NUMERIC
017052         AND BD-PRIOR-DATE IS NUMERIC
017054         AND BD-CURRENT-DATE > BD-PRIOR-DATE
017056         MOVE BD-CURRENT-DATE TO RUN-DATE
017058         SET BUSDATE-FOUND TO TRUE
017060     END-IF
017062     CLOSE BUSDATE
017064     IF BUSDATE-FOUND
017066         GO TO 0100-EXIT
017068     END-IF.
017070 0100-REFUSE.
017072     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
017074         'STEP STOPPED'
017076     MOVE 8 TO RETURN-CODE.
017078 0100-EXIT.
017080     EXIT.

017200******************************************************************
017300*    1000-INITIALIZE
017780*    THE DUPLICATE-BATCH GUARD ON THE RECEIPT REGISTER.
018000******************************************************************
018100 1000-INITIALIZE.
018210     ACCEPT RUN-TIME-OF-DAY FROM TIME
018300     MOVE 'RR' TO RERUN-BATCH-ID(1:2)
018400     MOVE RUN-DATE(7:2) TO RERUN-BATCH-ID(3:2)
020300     MOVE 'RERUN BATCH SELECTION LISTING' TO RERUNLST-LINE
020400     WRITE RERUNLST-LINE
020500     MOVE SPACES TO RERUNLST-LINE
020600     MOVE 'BUSINESS DATE: ' TO RERUNLST-LINE
020700     MOVE RUN-DATE TO RERUNLST-LINE(16:8)
020720     MOVE ' CLOCK DATE: ' TO RERUNLST-LINE(24:13)
020740     MOVE CLOCK-DATE TO RERUNLST-LINE(37:8)
020800     MOVE ' BATCH ID ' TO RERUNLST-LINE(45:10)
020900     MOVE RERUN-BATCH-ID TO RERUNLST-LINE(55:8)
021000     WRITE RERUNLST-LINE
021100     MOVE SPACES TO RERUNLST-LINE
021200     MOVE '  TAPE#   REASON                SOURCE'
