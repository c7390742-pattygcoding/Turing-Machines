000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TMDATROL.
000300 AUTHOR.        R-HALVERSEN.
000400 INSTALLATION.  OPERATIONS-SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. BUSINESS-DATE ROLL. EVERY
001100*                  STEP NOW TAKES ITS RUN DATE FROM THE BUSDATE
001200*                  CONTROL RECORD (TMBDATRC) INSTEAD OF THE SYSTEM
001300*                  CLOCK, AND THIS IS THE ONE STEP THAT MOVES IT
001400*                  ON: IT CLOSES THE CURRENT BUSINESS DAY, MAKES
001500*                  IT THE PRIOR DAY, AND ADVANCES TO THE NEXT
001600*                  BUSINESS DAY ON THE CALENDAR, STEPPING OVER
001700*                  WEEKENDS AND HOLIDAYS. IT REFUSES (RC=8,
001800*                  DATEROLL EXCEPTION) WHILE ANY MACHINE
001900*                  CHECKPOINT STILL HOLDS A RESTART OR CANNOT BE
001950*                  READ, AND UNTIL THE CLOCK HAS PASSED THE DAY
002000*                  BEING CLOSED, SO A RESUBMITTED ROLL CANNOT SKIP
002100*                  A BUSINESS DAY.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT BUSDATE ASSIGN TO "BUSDATE"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS BUSDATE-STATUS.

002900     SELECT BUSNEW ASSIGN TO "BUSNEW"
003000         ORGANIZATION IS LINE SEQUENTIAL.

003100     SELECT CHECKPOINT ASSIGN TO "CHECKPOINT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS CHECKPOINT-STATUS.

003400     SELECT DATRPT ASSIGN TO "DATRPT"
003500         ORGANIZATION IS LINE SEQUENTIAL.

003600     SELECT OPTIONAL EXCPFILE ASSIGN TO "EXCPFILE"
003700         ORGANIZATION IS LINE SEQUENTIAL.

003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  BUSDATE.
004100     COPY TMBDATRC.

004200 FD  BUSNEW.
004300 01  BUSNEW-RECORD               PIC X(35).

004400 FD  CHECKPOINT.
004500 01  CHECKPOINT-RECORD.
004600     05  CKPT-TAPE-NUM           PIC X(06).
004700     05  FILLER                  PIC X(169).

004800 FD  DATRPT.
004900 01  DATRPT-LINE                 PIC X(80).
005000 01  RPT-DATE-LINE.
005100     05  RD-LABEL                PIC X(24).
005200     05  RD-DATE                 PIC 9(08).
005300     05  RD-SEP1                 PIC X(02).
005400     05  RD-TEXT                 PIC X(46).

005500 FD  EXCPFILE.
005600     COPY TMEXCPRC.

005700 WORKING-STORAGE SECTION.
005800******************************************************************
005900* CALENDAR TABLE - EVERY BUSDATE RECORD AFTER THE CONTROL RECORD,
006000* HELD WHOLE. BUSNEW IS THE SAME DATASET AS BUSDATE, SO THE
006100* CALENDAR MUST BE IN STORAGE BEFORE BUSNEW IS OPENED; A
006200* CALENDAR TOO BIG FOR THE TABLE REFUSES THE ROLL RATHER THAN
006300* LOSE ITS TAIL.
006400******************************************************************
006500 77  CAL-MAX                     PIC 9(04) COMP VALUE 400.
006600 77  CAL-COUNT                   PIC 9(04) COMP VALUE ZERO.
006700 01  CALENDAR-TABLE.
006800     05  CAL-ENTRY OCCURS 1 TO 400 TIMES
006900             DEPENDING ON CAL-COUNT
007000             INDEXED BY CAL-IDX.
007100         10  CT-RECORD.
007200             15  CT-TYPE         PIC X(01).
007300                 88  CT-HOLIDAY             VALUE 'H'.
007400                 88  CT-MONTH-END           VALUE 'M'.
007500             15  CT-SEP1         PIC X(01).
007600             15  CT-DATE         PIC X(08).
007700             15  CT-SEP2         PIC X(01).
007800             15  CT-DESC         PIC X(24).

007900******************************************************************
008000* THE NEW CONTROL RECORD - SAME LAYOUT AS BD-CONTROL-AREA IN
008100* TMBDATRC. WRITTEN FIRST ON BUSNEW, AHEAD OF THE CALENDAR.
008200******************************************************************
008300 01  NEW-CONTROL-RECORD.
008400     05  NC-RECORD-TYPE          PIC X(01) VALUE 'C'.
008500     05  NC-SEP1                 PIC X(01) VALUE SPACE.
008600     05  NC-CURRENT-DATE         PIC 9(08).
008700     05  NC-SEP2                 PIC X(01) VALUE SPACE.
008800     05  NC-PRIOR-DATE           PIC 9(08).
008900     05  NC-SEP3                 PIC X(01) VALUE SPACE.
009000     05  NC-ROLLED-DATE          PIC 9(08).
009100     05  NC-SEP4                 PIC X(01) VALUE SPACE.
009200     05  NC-ROLLED-TIME          PIC 9(06).

009300******************************************************************
009400* DAY ARITHMETIC. DAY-WORK-DATE IS STEPPED ONE CALENDAR DAY AT A
009500* TIME (SAME RULES AS TMCHARGE 1270-ADVANCE-ONE-DAY). THE DAY OF
009600* THE WEEK IS ZELLER'S CONGRUENCE - 0 SATURDAY, 1 SUNDAY, 2
009700* MONDAY ... 6 FRIDAY - WITH JANUARY AND FEBRUARY COUNTED AS
009800* MONTHS 13 AND 14 OF THE YEAR BEFORE.
009900******************************************************************
010000 01  DAY-WORK-DATE               PIC 9(08).
010100 01  DAY-WORK-PARTS REDEFINES DAY-WORK-DATE.
010200     05  DW-YEAR                 PIC 9(04).
010300     05  DW-MONTH                PIC 9(02).
010400     05  DW-DAY                  PIC 9(02).
010500 01  DAY-WORK-DATE-X REDEFINES DAY-WORK-DATE
010600                                 PIC X(08).
010700 01  MONTH-DAYS-VALUES           PIC X(24)
010800         VALUE '312831303130313130313031'.
010900 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
011000     05  MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
011100 77  MONTH-LAST-DAY              PIC 9(02).
011200 77  LEAP-QUOTIENT               PIC 9(04) COMP.
011300 77  LEAP-REMAINDER              PIC 9(04) COMP.
011400 77  DOW-MONTH                   PIC 9(02) COMP.
011500 77  DOW-YEAR                    PIC 9(04) COMP.
011600 77  DOW-CENTURY                 PIC 9(02) COMP.
011700 77  DOW-YEAR-OF-CENTURY         PIC 9(02) COMP.
011800 77  DOW-MONTH-TERM              PIC 9(04) COMP.
011900 77  DOW-CENTURY-TERM            PIC 9(02) COMP.
012000 77  DOW-YEAR-TERM               PIC 9(02) COMP.
012100 77  DOW-SUM                     PIC 9(05) COMP.
012200 77  DOW-QUOTIENT                PIC 9(05) COMP.
012300 77  WEEKDAY-NUM                 PIC 9(01) COMP.
012400     88  DAY-IS-WEEKEND                      VALUE 0 1.

012500******************************************************************
012600* ROLL WORK AREAS
012700******************************************************************
012800 77  RUN-DATE                    PIC 9(08).
012900 77  CLOCK-DATE                  PIC 9(08).
013000 01  RUN-TIME-OF-DAY.
013100     05  RT-HHMMSS               PIC 9(06).
013200     05  RT-HUNDREDTHS           PIC 9(02).
013300 77  CLOSED-DATE                 PIC 9(08).
013400 77  NEW-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
013500 77  DAYS-TRIED                  PIC 9(02) COMP VALUE ZERO.
013600 77  DAYS-SKIPPED                PIC 9(02) COMP VALUE ZERO.
013700 77  SKIP-REASON                 PIC X(24).
013800 77  CKPT-COUNT                  PIC 9(04) COMP VALUE ZERO.
013900 77  CAL-COPY-COUNT              PIC 9(04) COMP VALUE ZERO.
014000 77  COUNT-EDIT                  PIC ZZZ9.
014100 77  LOOKUP-TYPE                 PIC X(01).
014200 77  LOOKUP-DATE-X               PIC X(08).
014300 77  REFUSE-REASON               PIC X(40) VALUE SPACES.

014400******************************************************************
014500* FILE STATUS FIELDS AND SWITCHES
014600******************************************************************
014700 77  BUSDATE-STATUS              PIC X(02).
014800 77  CHECKPOINT-STATUS           PIC X(02).
014900 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
015000     88  BUSDATE-FOUND                       VALUE 'Y'.
015100     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
015200 77  BUSDATE-EOF-SW              PIC X(01) VALUE 'N'.
015300     88  BUSDATE-EOF                         VALUE 'Y'.
015400     88  BUSDATE-NOT-EOF                     VALUE 'N'.
015500 77  CHECKPOINT-EOF-SW           PIC X(01) VALUE 'N'.
015600     88  CHECKPOINT-EOF                      VALUE 'Y'.
015700     88  CHECKPOINT-NOT-EOF                  VALUE 'N'.
015800 77  ROLL-SW                     PIC X(01) VALUE 'N'.
015900     88  ROLL-REFUSED                        VALUE 'Y'.
016000     88  ROLL-ALLOWED                        VALUE 'N'.
016100 77  BUSINESS-DAY-SW             PIC X(01) VALUE 'N'.
016200     88  BUSINESS-DAY-FOUND                  VALUE 'Y'.
016300     88  BUSINESS-DAY-NOT-FOUND              VALUE 'N'.
016400 77  CALENDAR-SW                 PIC X(01) VALUE 'N'.
016500     88  CALENDAR-DATE-FOUND                 VALUE 'Y'.
016600     88  CALENDAR-DATE-NOT-FOUND             VALUE 'N'.
016700 77  HORIZON-SW                  PIC X(01) VALUE 'N'.
016800     88  HORIZON-SHORT                       VALUE 'Y'.
016900     88  HORIZON-OK                          VALUE 'N'.

017000 PROCEDURE DIVISION.
017100******************************************************************
017200*    0000-MAINLINE
017300*    PROGRAM ENTRY POINT. EVERY GATE MUST PASS BEFORE BUSNEW IS
017400*    OPENED OVERTOP OF THE CONTROL FILE - NO RESTART OUTSTANDING
017500*    ON ANY CHECKPOINT, THE DAY BEING CLOSED BEHIND THE CLOCK, A
017600*    BUSINESS DAY TO ROLL TO. A REFUSED ROLL LEAVES THE BUSINESS
017700*    DATE EXACTLY WHERE IT WAS.
017800******************************************************************
017900 0000-MAINLINE.
018000     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
018100     IF BUSDATE-NOT-FOUND
018200         GO TO 0000-EXIT
018300     END-IF
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018500     IF ROLL-ALLOWED
018600         PERFORM 2000-CHECK-RESTARTS THRU 2000-EXIT
018700     END-IF
018800     IF ROLL-ALLOWED
018900         PERFORM 2500-CHECK-DAY-ENDED THRU 2500-EXIT
019000     END-IF
019100     IF ROLL-ALLOWED
019200         PERFORM 3000-FIND-NEXT-BUSINESS-DAY THRU 3000-EXIT
019300     END-IF
019400     IF ROLL-ALLOWED
019500         PERFORM 4000-WRITE-NEW-CONTROL THRU 4000-EXIT
019600         PERFORM 5000-CHECK-CALENDAR-HORIZON THRU 5000-EXIT
019700     END-IF
019800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019900 0000-EXIT.
020000     STOP RUN.

020100******************************************************************
020200*    0100-LOAD-BUSINESS-DATE
020300*    THE SAME PROOF OF THE CONTROL RECORD EVERY STEP MAKES. HERE
020400*    THE BUSINESS DATE ON IT IS THE DAY THE ROLL CLOSES. NO
020500*    CONTROL RECORD, OR ONE WHOSE DATES ARE NOT NUMERIC OR DO NOT
020600*    RUN FORWARD, STOPS THE STEP RC=8 - THE FILE IS LEFT FOR
020700*    OPERATIONS TO PUT RIGHT, NOT ROLLED FROM A GUESS.
020800******************************************************************
020900 0100-LOAD-BUSINESS-DATE.
021000     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
021100     OPEN INPUT BUSDATE
021200     IF BUSDATE-STATUS NOT = '00'
021300         GO TO 0100-REFUSE
021400     END-IF
021500     READ BUSDATE
021600         AT END
021700             CONTINUE
021800     END-READ
021900     IF BUSDATE-STATUS = '00'
022000         AND BD-CONTROL-RECORD
022100         AND BD-CURRENT-DATE IS NUMERIC
022200         AND BD-PRIOR-DATE IS NUMERIC
022300         AND BD-CURRENT-DATE > BD-PRIOR-DATE
022400         MOVE BD-CURRENT-DATE TO RUN-DATE
022500         SET BUSDATE-FOUND TO TRUE
022600     END-IF
022700     CLOSE BUSDATE
022800     IF BUSDATE-FOUND
022900         GO TO 0100-EXIT
023000     END-IF.
023100 0100-REFUSE.
023200     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
023300         'STEP STOPPED'
023400     MOVE 8 TO RETURN-CODE.
023500 0100-EXIT.
023600     EXIT.

023700******************************************************************
023800*    1000-INITIALIZE
023900*    OPENS THE LISTING AND THE EXCEPTION FILE AND LOADS THE
024000*    CALENDAR. THE CLOCK TIME IS TAKEN HERE FOR THE CONTROL
024100*    RECORD'S ROLLED-AT STAMP.
024200******************************************************************
024300 1000-INITIALIZE.
024400     OPEN EXTEND EXCPFILE
024500     MOVE SPACES TO EXCEPTION-RECORD
024600     MOVE ZERO TO XC-UNIT-NUM
024700     ACCEPT RUN-TIME-OF-DAY FROM TIME
024800     MOVE RUN-DATE TO CLOSED-DATE
024900     OPEN OUTPUT DATRPT
025000     PERFORM 1900-WRITE-REPORT-HEADER THRU 1900-EXIT
025100     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
025200 1000-EXIT.
025300     EXIT.

025400******************************************************************
025500*    1100-LOAD-CALENDAR
025600*    SKIPS THE CONTROL RECORD (ALREADY PROVED BY 0100) AND TABLES
025700*    EVERY RECORD AFTER IT AS IT STANDS.
025800******************************************************************
025900 1100-LOAD-CALENDAR.
026000     OPEN INPUT BUSDATE
026100     PERFORM 1110-READ-BUSDATE THRU 1110-EXIT
026200     PERFORM 1110-READ-BUSDATE THRU 1110-EXIT
026300     PERFORM 1120-STORE-CALENDAR THRU 1120-EXIT
026400         UNTIL BUSDATE-EOF
026500     CLOSE BUSDATE.
026600 1100-EXIT.
026700     EXIT.

026800 1110-READ-BUSDATE.
026900     READ BUSDATE
027000         AT END
027100             SET BUSDATE-EOF TO TRUE
027200     END-READ.
027300 1110-EXIT.
027400     EXIT.

027500 1120-STORE-CALENDAR.
027600     IF CAL-COUNT NOT < CAL-MAX
027700         SET ROLL-REFUSED TO TRUE
027800         MOVE 'CALENDAR OVER 400 RECORDS' TO REFUSE-REASON
027900         SET BUSDATE-EOF TO TRUE
028000         GO TO 1120-EXIT
028100     END-IF
028200     ADD 1 TO CAL-COUNT
028300     MOVE BUSDATE-RECORD TO CT-RECORD(CAL-COUNT)
028400     PERFORM 1110-READ-BUSDATE THRU 1110-EXIT.
028500 1120-EXIT.
028600     EXIT.

028700 1900-WRITE-REPORT-HEADER.
028800     MOVE SPACES TO DATRPT-LINE
028900     MOVE 'BUSINESS-DATE ROLL REPORT' TO DATRPT-LINE
029000     WRITE DATRPT-LINE
029100     MOVE SPACES TO DATRPT-LINE
029200     MOVE 'BUSINESS DATE: ' TO DATRPT-LINE
029300     MOVE RUN-DATE TO DATRPT-LINE(16:8)
029400     MOVE ' CLOCK DATE: ' TO DATRPT-LINE(24:13)
029500     MOVE CLOCK-DATE TO DATRPT-LINE(37:8)
029600     WRITE DATRPT-LINE
029700     MOVE SPACES TO DATRPT-LINE
029800     WRITE DATRPT-LINE.
029900 1900-EXIT.
030000     EXIT.

030100******************************************************************
030200*    2000-CHECK-RESTARTS
030300*    CHECKPOINT IS EVERY MACHINE STEP'S CHECKPOINT CONCATENATED -
030400*    THE ONE-STEP RUN'S AND EACH PARTITION'S. A STEP THAT RAN TO
030500*    THE END LEAVES ITS CHECKPOINT EMPTY (TuringMachine
030600*    9010-CLEAR-CHECKPOINT), SO ANY RECORD AT ALL IS A RESTART
030700*    STILL TO BE RUN UNDER TODAY'S BUSINESS DATE. EACH IS LISTED
030800*    BY TAPE NUMBER AND THE ROLL IS REFUSED. A CHECKPOINT THAT
030820*    WILL NOT OPEN CANNOT PROVE THERE IS NO RESTART, SO IT
030840*    REFUSES THE ROLL TOO - THE DATE NEVER MOVES ON A GUESS.
030900******************************************************************
031000 2000-CHECK-RESTARTS.
031100     OPEN INPUT CHECKPOINT
031200     IF CHECKPOINT-STATUS NOT = '00'
031250         SET ROLL-REFUSED TO TRUE
031300         MOVE 'CHECKPOINT NOT READABLE' TO REFUSE-REASON
031350         GO TO 2000-EXIT
031400     END-IF
031500     PERFORM 2010-READ-CHECKPOINT THRU 2010-EXIT
031600     PERFORM 2020-NOTE-RESTART THRU 2020-EXIT
031700         UNTIL CHECKPOINT-EOF
031800     CLOSE CHECKPOINT
031900     IF CKPT-COUNT > ZERO
032000         SET ROLL-REFUSED TO TRUE
032100         MOVE 'CHECKPOINT RESTART OUTSTANDING' TO REFUSE-REASON
032200     END-IF.
032300 2000-EXIT.
032400     EXIT.

032500 2010-READ-CHECKPOINT.
032600     READ CHECKPOINT
032700         AT END
032800             SET CHECKPOINT-EOF TO TRUE
032900     END-READ.
033000 2010-EXIT.
033100     EXIT.

033200 2020-NOTE-RESTART.
033300     ADD 1 TO CKPT-COUNT
033400     MOVE SPACES TO DATRPT-LINE
033500     MOVE 'CHECKPOINT RESTART OUTSTANDING - TAPE '
033600         TO DATRPT-LINE
033700     MOVE CKPT-TAPE-NUM TO DATRPT-LINE(39:6)
033800     WRITE DATRPT-LINE
033900     PERFORM 2010-READ-CHECKPOINT THRU 2010-EXIT.
034000 2020-EXIT.
034100     EXIT.

034200******************************************************************
034300*    2500-CHECK-DAY-ENDED
034400*    A BUSINESS DAY IS CLOSED ONLY ONCE THE CLOCK HAS PASSED IT.
034500*    THE ROLL IS THE LAST JOB OF THE NIGHT, AFTER MIDNIGHT, SO
034600*    THE CLOCK IS THEN AT LEAST ONE DAY PAST THE BUSINESS DATE.
034700*    A SECOND SUBMISSION FINDS THE NEW BUSINESS DATE ALREADY UP
034800*    WITH THE CLOCK (OR, OVER A WEEKEND, AHEAD OF IT) AND IS
034900*    REFUSED, SO A DAY CANNOT BE SKIPPED BY ROLLING TWICE.
035000******************************************************************
035100 2500-CHECK-DAY-ENDED.
035200     IF CLOSED-DATE NOT < CLOCK-DATE
035300         SET ROLL-REFUSED TO TRUE
035400         MOVE 'BUSINESS DATE NOT BEHIND THE CLOCK DATE'
035500             TO REFUSE-REASON
035600     END-IF.
035700 2500-EXIT.
035800     EXIT.

035900******************************************************************
036000*    3000-FIND-NEXT-BUSINESS-DAY
036100*    STEPS FORWARD FROM THE DAY BEING CLOSED TO THE FIRST DAY
036200*    THAT IS NEITHER A SATURDAY OR SUNDAY NOR AN 'H' HOLIDAY ON
036300*    THE CALENDAR, LISTING EACH DAY STEPPED OVER. A MONTH WITH
036400*    NO BUSINESS DAY IN IT MEANS A BROKEN CALENDAR - REFUSED.
036500******************************************************************
036600 3000-FIND-NEXT-BUSINESS-DAY.
036700     MOVE CLOSED-DATE TO DAY-WORK-DATE
036800     PERFORM 3100-TRY-NEXT-DAY THRU 3100-EXIT
036900         UNTIL BUSINESS-DAY-FOUND
037000            OR DAYS-TRIED NOT < 31
037100     IF BUSINESS-DAY-NOT-FOUND
037200         SET ROLL-REFUSED TO TRUE
037300         MOVE 'NO BUSINESS DAY IN THE NEXT 31 DAYS'
037400             TO REFUSE-REASON
037500         GO TO 3000-EXIT
037600     END-IF
037700     MOVE DAY-WORK-DATE TO NEW-BUSINESS-DATE.
037800 3000-EXIT.
037900     EXIT.

038000 3100-TRY-NEXT-DAY.
038100     ADD 1 TO DAYS-TRIED
038200     PERFORM 8100-ADVANCE-ONE-DAY THRU 8100-EXIT
038300     PERFORM 8200-FIND-WEEKDAY THRU 8200-EXIT
038400     IF DAY-IS-WEEKEND
038500         MOVE 'WEEKEND' TO SKIP-REASON
038600         PERFORM 3200-WRITE-SKIPPED-DAY THRU 3200-EXIT
038700         GO TO 3100-EXIT
038800     END-IF
038900     MOVE 'H' TO LOOKUP-TYPE
039000     MOVE DAY-WORK-DATE-X TO LOOKUP-DATE-X
039100     PERFORM 8300-FIND-CALENDAR-DATE THRU 8300-EXIT
039200     IF CALENDAR-DATE-FOUND
039300         MOVE CT-DESC(CAL-IDX) TO SKIP-REASON
039400         PERFORM 3200-WRITE-SKIPPED-DAY THRU 3200-EXIT
039500         GO TO 3100-EXIT
039600     END-IF
039700     SET BUSINESS-DAY-FOUND TO TRUE.
039800 3100-EXIT.
039900     EXIT.

040000 3200-WRITE-SKIPPED-DAY.
040100     ADD 1 TO DAYS-SKIPPED
040200     MOVE SPACES TO RPT-DATE-LINE
040300     MOVE 'NOT A BUSINESS DAY:' TO RD-LABEL
040400     MOVE DAY-WORK-DATE TO RD-DATE
040500     MOVE SKIP-REASON TO RD-TEXT
040600     WRITE RPT-DATE-LINE.
040700 3200-EXIT.
040800     EXIT.

040900******************************************************************
041000*    4000-WRITE-NEW-CONTROL
041100*    EVERY GATE HAS PASSED. BUSDATE WAS READ AND CLOSED IN FULL,
041200*    SO BUSNEW - THE SAME DATASET, DISP=OLD - IS REWRITTEN: THE
041300*    NEW CONTROL RECORD, THEN THE CALENDAR UNCHANGED. THE LISTING
041400*    SAYS WHETHER THE DAY CLOSED WAS AN ACCOUNTING MONTH-END.
041500******************************************************************
041600 4000-WRITE-NEW-CONTROL.
041700     MOVE NEW-BUSINESS-DATE TO NC-CURRENT-DATE
041800     MOVE CLOSED-DATE TO NC-PRIOR-DATE
041900     MOVE CLOCK-DATE TO NC-ROLLED-DATE
042000     MOVE RT-HHMMSS TO NC-ROLLED-TIME
042100     OPEN OUTPUT BUSNEW
042200     WRITE BUSNEW-RECORD FROM NEW-CONTROL-RECORD
042300     PERFORM 4100-COPY-CALENDAR THRU 4100-EXIT
042400         VARYING CAL-IDX FROM 1 BY 1
042500         UNTIL CAL-IDX > CAL-COUNT
042600     CLOSE BUSNEW
042700     MOVE SPACES TO DATRPT-LINE
042800     WRITE DATRPT-LINE
042900     MOVE SPACES TO RPT-DATE-LINE
043000     MOVE 'BUSINESS DAY CLOSED:' TO RD-LABEL
043100     MOVE CLOSED-DATE TO RD-DATE
043200     MOVE 'M' TO LOOKUP-TYPE
043300     MOVE CLOSED-DATE TO DAY-WORK-DATE
043400     MOVE DAY-WORK-DATE-X TO LOOKUP-DATE-X
043500     PERFORM 8300-FIND-CALENDAR-DATE THRU 8300-EXIT
043600     IF CALENDAR-DATE-FOUND
043700         MOVE 'ACCOUNTING MONTH-END - TMCHARGE PERIOD M'
043800             TO RD-TEXT
043900     END-IF
044000     WRITE RPT-DATE-LINE
044100     MOVE SPACES TO RPT-DATE-LINE
044200     MOVE 'NEW BUSINESS DATE:' TO RD-LABEL
044300     MOVE NEW-BUSINESS-DATE TO RD-DATE
044400     WRITE RPT-DATE-LINE
044500     MOVE SPACES TO RPT-DATE-LINE
044600     MOVE 'PRIOR BUSINESS DATE:' TO RD-LABEL
044700     MOVE CLOSED-DATE TO RD-DATE
044800     WRITE RPT-DATE-LINE
044900     MOVE SPACES TO DATRPT-LINE
045000     MOVE 'CALENDAR RECORDS CARRIED: ' TO DATRPT-LINE
045100     MOVE CAL-COPY-COUNT TO COUNT-EDIT
045200     MOVE COUNT-EDIT TO DATRPT-LINE(27:4)
045300     WRITE DATRPT-LINE.
045400 4000-EXIT.
045500     EXIT.

045600 4100-COPY-CALENDAR.
045700     WRITE BUSNEW-RECORD FROM CT-RECORD(CAL-IDX)
045800     ADD 1 TO CAL-COPY-COUNT.
045900 4100-EXIT.
046000     EXIT.

046100******************************************************************
046200*    5000-CHECK-CALENDAR-HORIZON
046300*    THE CALENDAR IS KEPT BY HAND. ONCE IT HOLDS NO MONTH-END ON
046400*    OR AFTER THE NEW BUSINESS DATE, HOLIDAYS AND MONTH-ENDS HAVE
046500*    RUN OUT - THE ROLL STILL COMPLETES, BUT ENDS RC=4 WITH A
046600*    WARNING ON THE LISTING AND ON EXCPFILE UNTIL IT IS EXTENDED.
046700******************************************************************
046800 5000-CHECK-CALENDAR-HORIZON.
046900     SET HORIZON-SHORT TO TRUE
047000     MOVE NEW-BUSINESS-DATE TO DAY-WORK-DATE
047100     PERFORM 5100-CHECK-MONTH-END THRU 5100-EXIT
047200         VARYING CAL-IDX FROM 1 BY 1
047300         UNTIL CAL-IDX > CAL-COUNT
047400            OR HORIZON-OK
047500     IF HORIZON-OK
047600         GO TO 5000-EXIT
047700     END-IF
047800     MOVE SPACES TO RPT-DATE-LINE
047900     MOVE 'CALENDAR ENDS BEFORE:' TO RD-LABEL
048000     MOVE NEW-BUSINESS-DATE TO RD-DATE
048100     MOVE 'NO MONTH-END ON OR AFTER - EXTEND BUSDATE'
048200         TO RD-TEXT
048300     WRITE RPT-DATE-LINE
048400     MOVE 'W'        TO XC-SEVERITY
048500     MOVE 'DATEROLL' TO XC-CATEGORY
048600     STRING 'NO CALENDAR MONTH-END ON OR AFTER '
048700         NEW-BUSINESS-DATE ' - EXTEND BUSDATE'
048800         DELIMITED BY SIZE INTO XC-MESSAGE
048900     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT.
049000 5000-EXIT.
049100     EXIT.

049200 5100-CHECK-MONTH-END.
049300     IF CT-MONTH-END(CAL-IDX)
049400         AND CT-DATE(CAL-IDX) NOT < DAY-WORK-DATE-X
049500         SET HORIZON-OK TO TRUE
049600     END-IF.
049700 5100-EXIT.
049800     EXIT.

049900******************************************************************
050000*    8100-ADVANCE-ONE-DAY
050100*    MOVES DAY-WORK-DATE ON ONE CALENDAR DAY, ACROSS MONTH AND
050200*    YEAR ENDS. FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, BUT
050300*    NOT IN A CENTURY YEAR UNLESS IT IS DIVISIBLE BY 400.
050400******************************************************************
050500 8100-ADVANCE-ONE-DAY.
050600     MOVE MONTH-DAYS(DW-MONTH) TO MONTH-LAST-DAY
050700     IF DW-MONTH = 2
050800         DIVIDE DW-YEAR BY 4 GIVING LEAP-QUOTIENT
050900             REMAINDER LEAP-REMAINDER
051000         IF LEAP-REMAINDER = ZERO
051100             MOVE 29 TO MONTH-LAST-DAY
051200             DIVIDE DW-YEAR BY 100 GIVING LEAP-QUOTIENT
051300                 REMAINDER LEAP-REMAINDER
051400             IF LEAP-REMAINDER = ZERO
051500                 DIVIDE DW-YEAR BY 400 GIVING LEAP-QUOTIENT
051600                     REMAINDER LEAP-REMAINDER
051700                 IF LEAP-REMAINDER NOT = ZERO
051800                     MOVE 28 TO MONTH-LAST-DAY
051900                 END-IF
052000             END-IF
052100         END-IF
052200     END-IF
052300     IF DW-DAY < MONTH-LAST-DAY
052400         ADD 1 TO DW-DAY
052500         GO TO 8100-EXIT
052600     END-IF
052700     MOVE 1 TO DW-DAY
052800     IF DW-MONTH < 12
052900         ADD 1 TO DW-MONTH
053000     ELSE
053100         MOVE 1 TO DW-MONTH
053200         ADD 1 TO DW-YEAR
053300     END-IF.
053400 8100-EXIT.
053500     EXIT.

053600******************************************************************
053700*    8200-FIND-WEEKDAY
053800*    DAY OF THE WEEK OF DAY-WORK-DATE INTO WEEKDAY-NUM. EACH
053900*    DIVISION IS A DIVIDE OF ITS OWN SO EVERY QUOTIENT IS
054000*    TRUNCATED AS THE CONGRUENCE REQUIRES.
054100******************************************************************
054200 8200-FIND-WEEKDAY.
054300     MOVE DW-MONTH TO DOW-MONTH
054400     MOVE DW-YEAR TO DOW-YEAR
054500     IF DOW-MONTH < 3
054600         ADD 12 TO DOW-MONTH
054700         SUBTRACT 1 FROM DOW-YEAR
054800     END-IF
054900     DIVIDE DOW-YEAR BY 100 GIVING DOW-CENTURY
055000         REMAINDER DOW-YEAR-OF-CENTURY
055100     COMPUTE DOW-SUM = 13 * (DOW-MONTH + 1)
055200     DIVIDE DOW-SUM BY 5 GIVING DOW-MONTH-TERM
055300     DIVIDE DOW-YEAR-OF-CENTURY BY 4 GIVING DOW-YEAR-TERM
055400     DIVIDE DOW-CENTURY BY 4 GIVING DOW-CENTURY-TERM
055500     COMPUTE DOW-SUM = DW-DAY + DOW-MONTH-TERM
055600         + DOW-YEAR-OF-CENTURY + DOW-YEAR-TERM
055700         + DOW-CENTURY-TERM + 5 * DOW-CENTURY
055800     DIVIDE DOW-SUM BY 7 GIVING DOW-QUOTIENT
055900         REMAINDER WEEKDAY-NUM.
056000 8200-EXIT.
056100     EXIT.

056200******************************************************************
056300*    8300-FIND-CALENDAR-DATE
056400*    LOOKS FOR A CALENDAR RECORD OF TYPE LOOKUP-TYPE ON
056500*    LOOKUP-DATE-X. THE CALENDAR IS KEPT BY HAND AND NEED NOT BE
056600*    IN ORDER, SO THE SEARCH IS SERIAL. CAL-IDX IS LEFT ON THE
056700*    RECORD FOUND.
056800******************************************************************
056900 8300-FIND-CALENDAR-DATE.
057000     SET CALENDAR-DATE-NOT-FOUND TO TRUE
057100     IF CAL-COUNT = ZERO
057200         GO TO 8300-EXIT
057300     END-IF
057400     SET CAL-IDX TO 1
057500     SEARCH CAL-ENTRY
057600         AT END
057700             GO TO 8300-EXIT
057800         WHEN CT-TYPE(CAL-IDX) = LOOKUP-TYPE
057900             AND CT-DATE(CAL-IDX) = LOOKUP-DATE-X
058000             SET CALENDAR-DATE-FOUND TO TRUE
058100     END-SEARCH.
058200 8300-EXIT.
058300     EXIT.

058400 8900-WRITE-EXCEPTION.
058500     MOVE RUN-DATE      TO XC-RUN-DATE
058600     MOVE 'TMDATROL'    TO XC-PROGRAM
058700     WRITE EXCEPTION-RECORD
058800     MOVE SPACES TO EXCEPTION-RECORD
058900     MOVE ZERO TO XC-UNIT-NUM.
059000 8900-EXIT.
059100     EXIT.

059200******************************************************************
059300*    9000-TERMINATE
059400*    END-OF-RUN HOUSEKEEPING. A REFUSED ROLL ENDS RC=8 WITH AN
059500*    'S' DATEROLL EXCEPTION - TOMORROW'S CYCLE MUST NOT START
059600*    UNTIL THE RESTART IS RUN AND THIS JOB RESUBMITTED. A ROLL
059700*    WITH A SHORT CALENDAR ENDS RC=4.
059800******************************************************************
059900 9000-TERMINATE.
060000     IF ROLL-REFUSED
060100         MOVE 8 TO RETURN-CODE
060200         MOVE SPACES TO DATRPT-LINE
060300         WRITE DATRPT-LINE
060400         MOVE SPACES TO DATRPT-LINE
060500         STRING 'ROLL REFUSED - ' REFUSE-REASON
060600             DELIMITED BY SIZE INTO DATRPT-LINE
060700         WRITE DATRPT-LINE
060800         MOVE SPACES TO RPT-DATE-LINE
060900         MOVE 'BUSINESS DATE LEFT AT:' TO RD-LABEL
061000         MOVE CLOSED-DATE TO RD-DATE
061100         WRITE RPT-DATE-LINE
061200         MOVE 'S'        TO XC-SEVERITY
061300         MOVE 'DATEROLL' TO XC-CATEGORY
061400         STRING 'DATE ROLL REFUSED - ' REFUSE-REASON
061500             DELIMITED BY SIZE INTO XC-MESSAGE
061600         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
061700         DISPLAY 'DATE ROLL REFUSED - ' REFUSE-REASON
061800         DISPLAY 'BUSINESS DATE LEFT AT ' CLOSED-DATE
061900     ELSE
062000         DISPLAY 'BUSINESS DATE ROLLED ' CLOSED-DATE ' -> '
062100             NEW-BUSINESS-DATE
062200         IF HORIZON-SHORT
062300             MOVE 4 TO RETURN-CODE
062400             DISPLAY 'CALENDAR HAS NO MONTH-END ON OR AFTER '
062500                 NEW-BUSINESS-DATE ' - EXTEND BUSDATE'
062600         END-IF
062700     END-IF
062800     CLOSE DATRPT
062900     CLOSE EXCPFILE.
063000 9000-EXIT.
063100     EXIT.

063200 END PROGRAM TMDATROL.
