002600*                  NAMED ARCHIVE RUNS THE SAME REPORTING AGAINST
002700*                  ANY PURGED PERIOD - SEE THE JCL - AND PURGING
002800*                  THE LIVE MASTER NEVER MEANS LOSING THE ANSWER.
002850* 2026-10-15  RH   RUNHIST RECORD WIDENED TO 89 FOR HR-VERDICT.
002860* 2026-10-15  RH   RUNHIST RECORD WIDENED TO 101 FOR THE PIPELINE
002870*                  ID AND STAGE NUMBER.
002875* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002880*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002885*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002890*                  THE STEP RC=8. THE HEADING SHOWS THE BUSINESS
002895*                  DATE AND THE CLOCK DATE.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004300     SELECT PRGRPT ASSIGN TO "PRGRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL.

004420     SELECT BUSDATE ASSIGN TO "BUSDATE"
004440         ORGANIZATION IS LINE SEQUENTIAL
004460         FILE STATUS IS BUSDATE-STATUS.

004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  RUNHIST.
004800     COPY TMHISTRC.

004900 FD  HISTNEW.
005000 01  HIST-NEW-RECORD             PIC X(101).

005100 FD  HISTARCH.
005200 01  HIST-ARCH-RECORD            PIC X(101).

005300 FD  PRGPARM.
005400 01  PRGPARM-RECORD.
006000     05  TL-COUNT                PIC 9(08).
006100     05  TL-REST                 PIC X(46).

006120 FD  BUSDATE.
006140     COPY TMBDATRC.

006200 WORKING-STORAGE SECTION.
006300******************************************************************
006400* CONTROL TOTALS. THE SPLIT IS ONLY TRUSTED WHEN RECORDS-IN
006600* CROSS-FOOT OVER THE NIGHTLY FILES.
006700******************************************************************
006800 77  RUN-DATE                    PIC 9(08).
006850 77  CLOCK-DATE                  PIC 9(08).
006900 77  CUTOFF-DATE                 PIC 9(08) VALUE ZERO.
007000 77  RECORDS-IN                  PIC 9(08) COMP VALUE ZERO.
007100 77  RETAINED-COUNT              PIC 9(08) COMP VALUE ZERO.
007600******************************************************************
007700 77  RUNHIST-STATUS              PIC X(02).
007800 77  PRGPARM-STATUS              PIC X(02).
007820 77  BUSDATE-STATUS              PIC X(02).
007840 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
007860     88  BUSDATE-FOUND                       VALUE 'Y'.
007880     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
007900 77  RUNHIST-EOF-SW              PIC X(01) VALUE 'N'.
008000     88  RUNHIST-EOF                         VALUE 'Y'.
008100     88  RUNHIST-NOT-EOF                     VALUE 'N'.
009100*    PROGRAM ENTRY POINT.
009200******************************************************************
009300 0000-MAINLINE.
009320     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
009340     IF BUSDATE-NOT-FOUND
009360         GO TO 0000-EXIT
009380     END-IF
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009500     IF INPUTS-PRESENT
009600         PERFORM 2000-SPLIT-MASTER THRU 2000-EXIT
009700         PERFORM 3000-PROVE-TOTALS THRU 3000-EXIT
009800     END-IF
009900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009902 0000-EXIT.
009904     STOP RUN.

009906******************************************************************
009908*    0100-LOAD-BUSINESS-DATE
009910*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
009912*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
009914*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
009916*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
009918*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
009920*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
009922*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
009924******************************************************************
009926 0100-LOAD-BUSINESS-DATE.
009928     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
009930     OPEN INPUT BUSDATE
009932     IF BUSDATE-STATUS NOT = '00'
009934         GO TO 0100-REFUSE
009936     END-IF
009938     READ BUSDATE
009940         AT END
009942             CONTINUE
009944     END-READ
009946     IF BUSDATE-STATUS = '00'
009948         AND BD-CONTROL-RECORD
009950         AND BD-CURRENT-DATE IS NUMERIC
009952         AND BD-PRIOR-DATE IS NUMERIC
009954         AND BD-CURRENT-DATE > BD-PRIOR-DATE
009956         MOVE BD-CURRENT-DATE TO RUN-DATE
009958         SET BUSDATE-FOUND TO TRUE
009960     END-IF
009962     CLOSE BUSDATE
009964     IF BUSDATE-FOUND
009966         GO TO 0100-EXIT
009968     END-IF.
009970 0100-REFUSE.
009972     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
009974         'STEP STOPPED'
009976     MOVE 8 TO RETURN-CODE.
009978 0100-EXIT.
009980     EXIT.

010100******************************************************************
010200*    1000-INITIALIZE
010700*    STATED CUTOFF MUST NOT GUESS ONE.
010800******************************************************************
010900 1000-INITIALIZE.
011100     PERFORM 1100-LOAD-CUTOFF THRU 1100-EXIT
011200     IF INPUTS-MISSING
011300         GO TO 1000-EXIT
014900     MOVE 'RUN-HISTORY RETENTION CONTROL REPORT' TO PRGRPT-LINE
015000     WRITE PRGRPT-LINE
015100     MOVE SPACES TO PRGRPT-LINE
015200     MOVE 'BUSINESS DATE: ' TO PRGRPT-LINE
015300     MOVE RUN-DATE TO PRGRPT-LINE(16:8)
015320     MOVE ' CLOCK DATE: ' TO PRGRPT-LINE(24:13)
015340     MOVE CLOCK-DATE TO PRGRPT-LINE(37:8)
015400     MOVE ' CUTOFF ' TO PRGRPT-LINE(46:8)
015500     MOVE CUTOFF-DATE TO PRGRPT-LINE(54:8)
015600     WRITE PRGRPT-LINE
015700     MOVE SPACES TO PRGRPT-LINE
015800     MOVE 'RECORDS BEFORE THE CUTOFF GO TO THE ARCHIVE;'
