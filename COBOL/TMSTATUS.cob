002700*                  MAX-STEPS IS READ FROM THE SAME OPTIONAL
002800*                  RUNPARM THE MACHINE STEP READS, SO THE CEILING
002900*                  SHOWN HERE IS THE CEILING ACTUALLY IN EFFECT.
002920* 2026-10-15  RH   PRTRPT LINE WIDENED TO 135 FOR THE TAPE
002940*                  VERDICT COLUMN.
002950* 2026-10-15  RH   CHECKPOINT RECORD CARRIES THE TAPE 2-3
002960*                  IMAGES AND HEADS A MULTI-TAPE MACHINE WRITES
002970*                  AFTER THE HALT REASON; TAPECLN WIDENED TO 120.
002975* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002980*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002985*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002990*                  THE STEP RC=8. THE STATUS PAGE SHOWS THE
002995*                  BUSINESS DATE AND THE CLOCK DATE AND TIME.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004900     SELECT STATRPT ASSIGN TO "STATRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL.

005020     SELECT BUSDATE ASSIGN TO "BUSDATE"
005040         ORGANIZATION IS LINE SEQUENTIAL
005060         FILE STATUS IS BUSDATE-STATUS.

005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CHECKPOINT.
006300     05  CKPT-HEAD               PIC 9(02).
006400     05  CKPT-SEP5               PIC X(01).
006500     05  CKPT-HALT-REASON        PIC X(20).
006510     05  CKPT-EXTRA-TAPE OCCURS 2 TIMES.
006520         10  CKPT-X-SEP1         PIC X(01).
006530         10  CKPT-X-TAPE         PIC X(40).
006540         10  CKPT-X-SEP2         PIC X(01).
006550         10  CKPT-X-HEAD         PIC 9(02).

006600 FD  TAPECLN.
006700 01  TAPE-CLN-RECORD             PIC X(120).

006800 FD  PRTRPT.
006900 01  PRTRPT-LINE                 PIC X(135).

007000 FD  RUNHIST.
007100     COPY TMHISTRC.
007500 FD  STATRPT.
007600 01  STATRPT-LINE                PIC X(80).

007620 FD  BUSDATE.
007640     COPY TMBDATRC.

007700 WORKING-STORAGE SECTION.
007800******************************************************************
007900* DECK AND PROGRESS COUNTERS. THE DECK SIZE COMES FROM TAPECLN
008500 77  DONE-COUNT                  PIC 9(06) COMP VALUE ZERO.
008600 77  REMAIN-COUNT                PIC 9(06) COMP VALUE ZERO.
008700 77  RUN-DATE                    PIC 9(08).
008750 77  CLOCK-DATE                  PIC 9(08).

008800******************************************************************
008900* IN-FLIGHT POSITION FROM THE LAST CHECKPOINT RECORD - SAME
014400 77  PRTRPT-STATUS               PIC X(02).
014500 77  RUNHIST-STATUS              PIC X(02).
014600 77  RUNPARM-STATUS              PIC X(02).
014620 77  BUSDATE-STATUS              PIC X(02).
014640 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
014660     88  BUSDATE-FOUND                       VALUE 'Y'.
014680     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
014700 77  CHECKPOINT-EOF-SW           PIC X(01) VALUE 'N'.
014800     88  CHECKPOINT-EOF                      VALUE 'Y'.
014900     88  CHECKPOINT-NOT-EOF                  VALUE 'N'.
016800*    PROGRAM ENTRY POINT.
016900******************************************************************
017000 0000-MAINLINE.
017020     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
017040     IF BUSDATE-NOT-FOUND
017060         GO TO 0000-EXIT
017080     END-IF
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017200     PERFORM 2000-GATHER-STATUS THRU 2000-EXIT
017300     PERFORM 3000-WRITE-STATUS-PAGE THRU 3000-EXIT
017400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017402 0000-EXIT.
017404     STOP RUN.

017406******************************************************************
017408*    0100-LOAD-BUSINESS-DATE
017410*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
017412*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
017414*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
017416*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
017418*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
017420*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
017422*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
017424******************************************************************
017426 0100-LOAD-BUSINESS-DATE.
017428     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
017430     OPEN INPUT BUSDATE
017432     IF BUSDATE-STATUS NOT = '00'
017434         GO TO 0100-REFUSE
017436     END-IF
017438     READ BUSDATE
017440         AT END
017442             CONTINUE
017444     END-READ
017446     IF BUSDATE-STATUS = '00'
017448         AND BD-CONTROL-RECORD
017450         AND BD-CURRENT-DATE IS NUMERIC
017452         AND BD-PRIOR-DATE IS NUMERIC
017454         AND BD-CURRENT-DATE > BD-PRIOR-DATE
017456         MOVE BD-CURRENT-DATE TO RUN-DATE
017458         SET BUSDATE-FOUND TO TRUE
017460     END-IF
017462     CLOSE BUSDATE
017464     IF BUSDATE-FOUND
017466         GO TO 0100-EXIT
017468     END-IF.
017470 0100-REFUSE.
017472     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
017474         'STEP STOPPED'
017476     MOVE 8 TO RETURN-CODE.
017478 0100-EXIT.
017480     EXIT.

017600******************************************************************
017700*    1000-INITIALIZE
018100*    MORE THAN ITS LINE SAYING SO.
018200******************************************************************
018300 1000-INITIALIZE.
018500     ACCEPT NOW-TIME FROM TIME
018600     OPEN OUTPUT STATRPT
018700     PERFORM 1050-LOAD-RUN-PARM THRU 1050-EXIT.
037200     MOVE 'TURING MACHINE RUN STATUS INQUIRY' TO STATUS-LINE
037300     PERFORM 3900-PUT-LINE THRU 3900-EXIT
037400     MOVE SPACES TO STATUS-LINE
037500     MOVE 'BUSINESS DATE: ' TO STATUS-LINE
037600     MOVE RUN-DATE TO STATUS-LINE(16:8)
037620     MOVE ' CLOCK DATE: ' TO STATUS-LINE(24:13)
037640     MOVE CLOCK-DATE TO STATUS-LINE(37:8)
037700     MOVE ' TIME ' TO STATUS-LINE(45:6)
037800     MOVE NOW-TIME(1:6) TO STATUS-LINE(51:6)
037900     PERFORM 3900-PUT-LINE THRU 3900-EXIT
038000     MOVE SPACES TO STATUS-LINE
038100     PERFORM 3900-PUT-LINE THRU 3900-EXIT
