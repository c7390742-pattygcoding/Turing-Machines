002700*                  CHANGED-CELLS-ONLY CONDENSED MODE ('C' ON THE
002800*                  CARD) ARE WHAT MAKE IT USABLE IN A REVIEW
002900*                  MEETING.
002910* 2026-10-15  RH   A MULTI-TAPE MACHINE'S STEP BLOCK NOW CARRIES
002920*                  ONE "TAPE n" LINE PER FURTHER TAPE AFTER THE
002930*                  TAPE 1 LINES - SYMBOL READ, SYMBOL WRITTEN AND
002940*                  MOVE FOR THAT TAPE - WITH ITS OWN IMAGE AND
002950*                  HEAD MARKER. CONDENSED MODE LISTS A STEP THAT
002960*                  CHANGED A CELL ON ANY TAPE. SINGLE-TAPE
002970*                  LISTINGS ARE UNCHANGED.
002975* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002980*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002985*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002990*                  THE STEP RC=8. THE HEADING SHOWS THE BUSINESS
002992*                  DATE AND THE CLOCK DATE; THE TAPE AND STEP
002994*                  RANGE MOVE TO A HEADING LINE OF THEIR OWN.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004000     SELECT REPLRPT ASSIGN TO "REPLRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL.

004120     SELECT BUSDATE ASSIGN TO "BUSDATE"
004140         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS BUSDATE-STATUS.

004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  AUDITFILE.
006900     05  TP-INDENT               PIC X(02).
007000     05  TP-IMAGE                PIC X(40).
007100 01  RPT-MARKER-LINE             PIC X(42).
007105 01  RPT-X-STEP-LINE.
007110     05  XL-TAPE-LABEL           PIC X(05).
007115     05  XL-TAPE-NUM             PIC 9(01).
007120     05  XL-FILL                 PIC X(27).
007125     05  XL-READ-LABEL           PIC X(07).
007130     05  XL-READ-SYMBOL          PIC X(01).
007135     05  XL-WROTE-LABEL          PIC X(08).
007140     05  XL-WRITE-SYMBOL         PIC X(01).
007145     05  XL-MOVE-LABEL           PIC X(07).
007150     05  XL-MOVE-WORD            PIC X(05).

007160 FD  BUSDATE.
007170     COPY TMBDATRC.

007200 WORKING-STORAGE SECTION.
007300******************************************************************

008400******************************************************************
008500* REPLAY WORK AREAS. PREV-TAPE-IMAGE CARRIES THE IMAGE OF THE
008600* STEP BEFORE FOR THE CONDENSED-MODE COMPARISON, AND
008650* PREV-X-TAPE-IMAGE DOES THE SAME FOR TAPES 2-3 OF A MULTI-TAPE
008700* MACHINE - THE FIRST STEP SEEN FOR THE TAPE ALWAYS LISTS.
008800******************************************************************
008900 77  RUN-DATE                    PIC 9(08).
008950 77  CLOCK-DATE                  PIC 9(08).
009000 77  PREV-TAPE-IMAGE             PIC X(40).
009100 77  STEPS-LISTED                PIC 9(06) COMP VALUE ZERO.
009200 77  STEPS-SEEN                  PIC 9(06) COMP VALUE ZERO.
009300 77  MARKER-POS                  PIC 9(04) COMP.
009400 77  COUNT-DISP                  PIC 9(06).
009420 77  XT-SUB                      PIC 9(01) COMP.
009440 01  PREV-X-TAPE-AREA.
009460     05  PREV-X-TAPE-IMAGE       PIC X(40) OCCURS 2 TIMES.

009500******************************************************************
009600* FILE STATUS FIELDS AND SWITCHES
009700******************************************************************
009800 77  AUDITFILE-STATUS            PIC X(02).
009900 77  REPLCARD-STATUS             PIC X(02).
009920 77  BUSDATE-STATUS              PIC X(02).
009940 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
009960     88  BUSDATE-FOUND                       VALUE 'Y'.
009980     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
010000 77  AUDITFILE-EOF-SW            PIC X(01) VALUE 'N'.
010100     88  AUDITFILE-EOF                       VALUE 'Y'.
010200     88  AUDITFILE-NOT-EOF                   VALUE 'N'.
011200*    PROGRAM ENTRY POINT.
011300******************************************************************
011400 0000-MAINLINE.
011420     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
011440     IF BUSDATE-NOT-FOUND
011460         GO TO 0000-EXIT
011480     END-IF
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011600     IF INPUTS-PRESENT
011700         PERFORM 2000-REPLAY-TAPE THRU 2000-EXIT
011800     END-IF
011900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011902 0000-EXIT.
011904     STOP RUN.

011906******************************************************************
011908*    0100-LOAD-BUSINESS-DATE
011910*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
011912*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
011914*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
011916*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
011918*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
011920*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
011922*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
011924******************************************************************
011926 0100-LOAD-BUSINESS-DATE.
011928     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
011930     OPEN INPUT BUSDATE
011932     IF BUSDATE-STATUS NOT = '00'
011934         GO TO 0100-REFUSE
011936     END-IF
011938     READ BUSDATE
011940         AT END
011942             CONTINUE
011944     END-READ
011946     IF BUSDATE-STATUS = '00'
011948         AND BD-CONTROL-RECORD
011950         AND BD-CURRENT-DATE IS NUMERIC
011952         AND BD-PRIOR-DATE IS NUMERIC
011954         AND BD-CURRENT-DATE > BD-PRIOR-DATE
011956         MOVE BD-CURRENT-DATE TO RUN-DATE
011958         SET BUSDATE-FOUND TO TRUE
011960     END-IF
011962     CLOSE BUSDATE
011964     IF BUSDATE-FOUND
011966         GO TO 0100-EXIT
011968     END-IF.
011970 0100-REFUSE.
011972     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
011974         'STEP STOPPED'
011976     MOVE 8 TO RETURN-CODE.
011978 0100-EXIT.
011980     EXIT.

012100******************************************************************
012200*    1000-INITIALIZE
012600*    FULL DUMP THIS PROGRAM EXISTS TO AVOID.
012700******************************************************************
012800 1000-INITIALIZE.
013000     PERFORM 1100-LOAD-SELECTION THRU 1100-EXIT
013100     IF INPUTS-MISSING
013200         GO TO 1000-EXIT
017500     MOVE 'TAPE REPLAY LISTING' TO REPLRPT-LINE
017600     WRITE REPLRPT-LINE
017700     MOVE SPACES TO REPLRPT-LINE
017800     MOVE 'BUSINESS DATE: ' TO REPLRPT-LINE
017900     MOVE RUN-DATE TO REPLRPT-LINE(16:8)
017920     MOVE ' CLOCK DATE: ' TO REPLRPT-LINE(24:13)
017940     MOVE CLOCK-DATE TO REPLRPT-LINE(37:8)
017960     WRITE REPLRPT-LINE
017980     MOVE SPACES TO REPLRPT-LINE
018000     MOVE 'TAPE ' TO REPLRPT-LINE
018100     MOVE PICK-TAPE-NUM TO REPLRPT-LINE(6:6)
018200     MOVE ' STEPS ' TO REPLRPT-LINE(13:7)
018300     MOVE FROM-STEP TO REPLRPT-LINE(20:6)
018400     MOVE ' - ' TO REPLRPT-LINE(26:3)
018500     MOVE TO-STEP TO REPLRPT-LINE(29:6)
018600     IF CONDENSED-MODE
018700         MOVE ' (CHANGED CELLS ONLY)' TO REPLRPT-LINE(35:21)
018800     END-IF
018900     WRITE REPLRPT-LINE.
019000 1900-EXIT.
022400         AND AUD-STEP-NUM <= TO-STEP
022500         IF NOT CONDENSED-MODE
022600             OR FIRST-STEP-OF-TAPE
022650             OR AUD-TAPE NOT = PREV-TAPE-IMAGE
022700             OR AUD-X-TAPE(1) NOT = PREV-X-TAPE-IMAGE(1)
022750             OR AUD-X-TAPE(2) NOT = PREV-X-TAPE-IMAGE(2)
022800             PERFORM 2200-WRITE-STEP-BLOCK THRU 2200-EXIT
022900         END-IF
023000     END-IF
023050     MOVE AUD-TAPE TO PREV-TAPE-IMAGE
023100     MOVE AUD-X-TAPE(1) TO PREV-X-TAPE-IMAGE(1)
023150     MOVE AUD-X-TAPE(2) TO PREV-X-TAPE-IMAGE(2)
023200     SET NOT-FIRST-STEP TO TRUE.
023300 2100-NEXT.
023400     PERFORM 2010-READ-AUDIT THRU 2010-EXIT.
027300     MOVE SPACES TO RPT-MARKER-LINE
027400     COMPUTE MARKER-POS = AUD-HEAD + 2
027500     MOVE '^' TO RPT-MARKER-LINE(MARKER-POS:1)
027550     WRITE REPLRPT-LINE FROM RPT-MARKER-LINE
027600     PERFORM 2210-WRITE-EXTRA-TAPE THRU 2210-EXIT
027650         VARYING XT-SUB FROM 1 BY 1 UNTIL XT-SUB > 2.
027700 2200-EXIT.
027800     EXIT.

027802******************************************************************
027804*    2210-WRITE-EXTRA-TAPE
027806*    ONE FURTHER TAPE OF A MULTI-TAPE MACHINE: ITS RULE LINE,
027808*    IMAGE AND HEAD MARKER, LAID OUT UNDER THE TAPE 1 LINES. A
027810*    SINGLE-TAPE TRACE LEAVES THE EXTENSION BLANK, SO A HEAD
027812*    THAT IS NOT NUMERIC MEANS THE TAPE DOES NOT EXIST.
027814******************************************************************
027816 2210-WRITE-EXTRA-TAPE.
027818     IF AUD-X-HEAD(XT-SUB) IS NOT NUMERIC
027820         GO TO 2210-EXIT
027822     END-IF
027824     MOVE 'TAPE '                      TO XL-TAPE-LABEL
027826     COMPUTE XL-TAPE-NUM = XT-SUB + 1
027828     MOVE SPACES                       TO XL-FILL
027830     MOVE '  READ '                    TO XL-READ-LABEL
027832     MOVE AUD-X-READ-SYMBOL(XT-SUB)    TO XL-READ-SYMBOL
027834     MOVE '  WROTE '                   TO XL-WROTE-LABEL
027836     MOVE AUD-X-WRITE-SYMBOL(XT-SUB)   TO XL-WRITE-SYMBOL
027838     MOVE '  MOVE '                    TO XL-MOVE-LABEL
027840     IF AUD-X-DIRECTION(XT-SUB) > ZERO
027842         MOVE 'RIGHT' TO XL-MOVE-WORD
027844     ELSE
027846         IF AUD-X-DIRECTION(XT-SUB) < ZERO
027848             MOVE 'LEFT ' TO XL-MOVE-WORD
027850         ELSE
027852             MOVE 'NONE ' TO XL-MOVE-WORD
027854         END-IF
027856     END-IF
027858     WRITE REPLRPT-LINE FROM RPT-X-STEP-LINE
027860     MOVE SPACES                 TO TP-INDENT
027862     MOVE AUD-X-TAPE(XT-SUB)     TO TP-IMAGE
027864     WRITE REPLRPT-LINE FROM RPT-TAPE-LINE
027866     MOVE SPACES TO RPT-MARKER-LINE
027868     COMPUTE MARKER-POS = AUD-X-HEAD(XT-SUB) + 2
027870     MOVE '^' TO RPT-MARKER-LINE(MARKER-POS:1)
027872     WRITE REPLRPT-LINE FROM RPT-MARKER-LINE.
027874 2210-EXIT.
027876     EXIT.

027900******************************************************************
028000*    9000-TERMINATE
028100*    END-OF-RUN HOUSEKEEPING. A MISSING CARD OR TRACE ENDS RC=8;
