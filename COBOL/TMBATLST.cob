001800*                  ('DID YOU GET BATCH 0012 AND HOW MANY RECORDS
001900*                  DID YOU REJECT') IS ANSWERED FROM A FILE
002000*                  INSTEAD OF DIGGING OUT THAT NIGHT'S TAPEREJ.
002010* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002020*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002030*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002040*                  THE STEP RC=8. THE HEADING SHOWS THE BUSINESS
002050*                  DATE AND THE CLOCK DATE.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002800     SELECT REGLIST ASSIGN TO "REGLIST"
002900         ORGANIZATION IS LINE SEQUENTIAL.

002920     SELECT BUSDATE ASSIGN TO "BUSDATE"
002940         ORGANIZATION IS LINE SEQUENTIAL
002960         FILE STATUS IS BUSDATE-STATUS.

003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  BATCHREG.
005300     05  TL-SEP2                 PIC X(01).
005400     05  TL-REJECT-TOT           PIC 9(08).

005420 FD  BUSDATE.
005440     COPY TMBDATRC.

005500 WORKING-STORAGE SECTION.
005600******************************************************************
005700* RUN COUNTERS AND COLUMN TOTALS
005800******************************************************************
005900 77  RUN-DATE                    PIC 9(08).
005950 77  CLOCK-DATE                  PIC 9(08).
006000 77  BATCH-COUNT                 PIC 9(06) COMP VALUE ZERO.
006100 77  RECORD-TOTAL                PIC 9(08) COMP VALUE ZERO.
006200 77  CLEAN-TOTAL                 PIC 9(08) COMP VALUE ZERO.
006500* SWITCHES
006600******************************************************************
006700 77  BATCHREG-STATUS             PIC X(02).
006720 77  BUSDATE-STATUS              PIC X(02).
006740 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
006760     88  BUSDATE-FOUND                       VALUE 'Y'.
006780     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
006800 77  BATCHREG-EOF-SW             PIC X(01) VALUE 'N'.
006900     88  BATCHREG-EOF                        VALUE 'Y'.
007000     88  BATCHREG-NOT-EOF                    VALUE 'N'.
007700*    PROGRAM ENTRY POINT.
007800******************************************************************
007900 0000-MAINLINE.
007920     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
007940     IF BUSDATE-NOT-FOUND
007960         GO TO 0000-EXIT
007980     END-IF
008000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008100     IF BATCHREG-FOUND
008200         PERFORM 2000-LIST-REGISTER THRU 2000-EXIT
008300         PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
008400     END-IF
008500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008502 0000-EXIT.
008504     STOP RUN.

008506******************************************************************
008508*    0100-LOAD-BUSINESS-DATE
008510*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
008512*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
008514*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
008516*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
008518*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
008520*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
008522*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
008524******************************************************************
008526 0100-LOAD-BUSINESS-DATE.
008528     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
008530     OPEN INPUT BUSDATE
008532     IF BUSDATE-STATUS NOT = '00'
008534         GO TO 0100-REFUSE
008536     END-IF
008538     READ BUSDATE
008540         AT END
008542             CONTINUE
008544     END-READ
008546     IF BUSDATE-STATUS = '00'
008548         AND BD-CONTROL-RECORD
008550         AND BD-CURRENT-DATE IS NUMERIC
008552         AND BD-PRIOR-DATE IS NUMERIC
008554         AND BD-CURRENT-DATE > BD-PRIOR-DATE
008556         MOVE BD-CURRENT-DATE TO RUN-DATE
008558         SET BUSDATE-FOUND TO TRUE
008560     END-IF
008562     CLOSE BUSDATE
008564     IF BUSDATE-FOUND
008566         GO TO 0100-EXIT
008568     END-IF.
008570 0100-REFUSE.
008572     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
008574         'STEP STOPPED'
008576     MOVE 8 TO RETURN-CODE.
008578 0100-EXIT.
008580     EXIT.

008700******************************************************************
008800*    1000-INITIALIZE
010200     EXIT.

010300 1900-WRITE-REPORT-HEADER.
010500     MOVE SPACES TO REGLIST-LINE
010600     MOVE 'BATCH RECEIPT REGISTER LISTING' TO REGLIST-LINE
010700     WRITE REGLIST-LINE
010800     MOVE SPACES TO REGLIST-LINE
010900     MOVE 'BUSINESS DATE: ' TO REGLIST-LINE
011000     MOVE RUN-DATE TO REGLIST-LINE(16:8)
011020     MOVE ' CLOCK DATE: ' TO REGLIST-LINE(24:13)
011040     MOVE CLOCK-DATE TO REGLIST-LINE(37:8)
011100     WRITE REGLIST-LINE
011200     MOVE SPACES TO REGLIST-LINE
011300     MOVE 'BATCH ID RECEIVED CREATED  RECORD CLEAN  REJECT'
