000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TMGENTAP.
000300 AUTHOR.        R-HALVERSEN.
000400 INSTALLATION.  OPERATIONS-SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. TEST-TAPE GENERATOR FOR
001100*                  RULESET CERTIFICATION. THE EXPECTED REGRESSION
001200*                  RUN AND TMCOMPAR ARE ONLY AS GOOD AS THE TAPEIN
001300*                  DECK FED TO THEM, AND THAT DECK HAS BEEN TYPED
001400*                  BY HAND. THIS PROGRAM READS A TABLE'S *SYMBOLS
001500*                  ALPHABET (OR THE BINARY DEFAULT, SEE TMALPHA)
001600*                  AND A GENPARM CARD GIVING A TAPE LENGTH RANGE
001700*                  AND A MODE - EXHAUSTIVE (EVERY TAPE IN THE
001800*                  RANGE) OR SAMPLED (A SEEDED, REPEATABLE
001900*                  SELECTION UP TO A RECORD CAP) - AND WRITES A
002000*                  COMPLETE HDR/TRL TAPEIN BATCH UNDER A GENERATED
002100*                  BATCH ID THAT IS NOT ON BATCHREG, READY FOR A
002200*                  CERTIFICATION RUN. GENRPT LISTS EVERY TAPE
002300*                  WRITTEN AND THE SHARE OF THE INPUT SPACE EACH
002400*                  LENGTH COVERS.
002410* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002420*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002430*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002440*                  THE STEP RC=8. THE HDR CREATE DATE CARRIES IT.
002450*                  THE HEADING SHOWS THE BUSINESS DATE AND THE
002460*                  CLOCK DATE.
002470* 2026-10-15  RH   A SAMPLE'S SHARE OF THE CAP PER LENGTH IS
002480*                  ROUNDED UP, SO NO LENGTH GETS A QUOTA OF ZERO
002490*                  WHILE ANY CAP REMAINS - SHORTEST LENGTHS FIRST.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT TRANFILE ASSIGN TO "TRANFILE"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS TRANFILE-STATUS.

003200     SELECT GENPARM ASSIGN TO "GENPARM"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS GENPARM-STATUS.

003500     SELECT BATCHREG ASSIGN TO "BATCHREG"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS BATCHREG-STATUS.

003800     SELECT TAPEIN ASSIGN TO "TAPEIN"
003900         ORGANIZATION IS LINE SEQUENTIAL.

004000     SELECT GENRPT ASSIGN TO "GENRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL.

004120     SELECT BUSDATE ASSIGN TO "BUSDATE"
004140         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS BUSDATE-STATUS.

004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  TRANFILE.
004500     COPY TMTRANRC.

004600 FD  GENPARM.
004700 01  GEN-PARM-RECORD.
004800     05  GP-MIN-LENGTH           PIC X(02).
004900     05  GP-MAX-LENGTH           PIC X(02).
005000     05  GP-MODE                 PIC X(01).
005100     05  GP-SEED                 PIC X(09).
005200     05  GP-RECORD-CAP           PIC X(06).
005300     05  GP-REST                 PIC X(60).

005400 FD  BATCHREG.
005500     COPY TMBREGRC.

005600 FD  TAPEIN.
005700 01  TAPE-IN-RECORD              PIC X(120).

005800 FD  GENRPT.
005900 01  GENRPT-LINE                 PIC X(80).
006000 01  RPT-TAPE-LINE.
006100     05  TP-INDENT               PIC X(02).
006200     05  TP-RECORD               PIC Z(05)9.
006300     05  TP-SEP1                 PIC X(02).
006400     05  TP-LENGTH               PIC Z9.
006500     05  TP-SEP2                 PIC X(02).
006600     05  TP-TAPE                 PIC X(40).
006700 01  RPT-LENGTH-LINE.
006800     05  LL-INDENT               PIC X(01).
006900     05  LL-LENGTH               PIC Z(02)9.
007000     05  LL-LENGTH-X REDEFINES LL-LENGTH
007100                                 PIC X(03).
007200     05  LL-SEP1                 PIC X(02).
007300     05  LL-POSSIBLE             PIC Z(14)9.
007400     05  LL-OVER                 PIC X(01).
007500     05  LL-SEP2                 PIC X(03).
007600     05  LL-GENERATED            PIC Z(05)9.
007700     05  LL-SEP3                 PIC X(02).
007800     05  LL-PCT                  PIC ZZ9.99.
007900     05  LL-PCT-SIGN             PIC X(01).
008000     05  LL-SEP4                 PIC X(02).
008100     05  LL-NOTE                 PIC X(20).

008120 FD  BUSDATE.
008140     COPY TMBDATRC.

008200 WORKING-STORAGE SECTION.
008300******************************************************************
008400* TAPE ALPHABET FROM THE OPTIONAL *SYMBOLS HEADER - SHARED
008500* LAYOUT, SEE COPYLIB/TMALPHA - PLUS THE SAME SET WITHOUT ITS
008600* BLANK SYMBOL. A TAPE'S LENGTH IS THE POSITION OF ITS LAST
008700* NON-BLANK CELL: THE MACHINE FILLS EVERY CELL PAST THE INPUT
008800* WITH THE BLANK SYMBOL, SO '10' AND '1' ARE THE SAME STARTING
008900* TAPE WHEN '0' IS THE BLANK. THE LAST CELL OF A LENGTH-N TAPE
009000* IS THEREFORE DRAWN FROM THE NON-BLANK SET AND EVERY EARLIER
009100* CELL FROM THE WHOLE ALPHABET, AND NO TWO LENGTHS EVER PRODUCE
009200* THE SAME STARTING TAPE. LENGTH 0 IS THE ALL-BLANK TAPE.
009300******************************************************************
009400 COPY TMALPHA.
009500 77  ALPHA-SCAN-POS              PIC 9(02) COMP.
009600 77  NONBLANK-COUNT              PIC 9(02) COMP VALUE ZERO.
009700 01  NONBLANK-TABLE.
009800     05  NB-SYMBOL               PIC X(01) OCCURS 16 TIMES.
009900 77  TABLE-TAPE-COUNT            PIC 9(01) VALUE 1.
010000 77  RULESET-STAMP               PIC X(08) VALUE 'TRANFILE'.

010100******************************************************************
010200* GENPARM CARD - COLS 1-2 MINIMUM LENGTH, 3-4 MAXIMUM LENGTH
010300* (00-40), COL 5 MODE ('E' EXHAUSTIVE, THE DEFAULT, OR 'S'
010400* SAMPLED), COLS 6-14 SEED, COLS 15-20 RECORD CAP. A BLANK SEED
010500* IS 1; A BLANK CAP IS 999999 (THE MOST AN HDR COUNT HOLDS) FOR
010600* AN EXHAUSTIVE BATCH AND 1000 FOR A SAMPLE.
010700******************************************************************
010800 77  MIN-LENGTH                  PIC 9(02) VALUE ZERO.
010900 77  MAX-LENGTH                  PIC 9(02) VALUE ZERO.
011000 77  LENGTH-MAX                  PIC 9(02) VALUE 40.
011100 77  SEED-VALUE                  PIC 9(09) VALUE 1.
011200 77  RECORD-CAP                  PIC 9(06) VALUE ZERO.
011300 77  EXHAUSTIVE-CAP              PIC 9(06) VALUE 999999.
011400 77  SAMPLE-CAP-DEFAULT          PIC 9(06) VALUE 1000.
011500 77  MODE-SW                     PIC X(01) VALUE 'E'.
011600     88  EXHAUSTIVE-MODE                     VALUE 'E'.
011700     88  SAMPLED-MODE                        VALUE 'S'.
011800 77  WHOLE-SPACE-SW              PIC X(01) VALUE 'N'.
011900     88  SAMPLE-TOOK-WHOLE-SPACE             VALUE 'Y'.

012000******************************************************************
012100* INPUT-SPACE PLAN - ONE ENTRY PER TAPE LENGTH 0-40 (SUBSCRIPT
012200* IS LENGTH + 1). LN-POSSIBLE IS HOW MANY DISTINCT STARTING TAPES
012300* OF THAT LENGTH EXIST, HELD AT SPACE-LIMIT WITH LN-OVER SET ONCE
012400* IT PASSES THAT. LN-QUOTA IS HOW MANY THIS BATCH TAKES: ALL OF
012500* THEM ('W'), OR A RANDOM SAMPLE ('S'), TOPPED UP IN ENUMERATION
012600* ORDER ('F') IN THE RARE CASE THE DRAWS KEEP REPEATING.
012700******************************************************************
012800 77  SPACE-LIMIT                 PIC 9(18) COMP
012900                                     VALUE 999999999999999.
013000 01  LENGTH-TABLE.
013100     05  LENGTH-ENTRY OCCURS 41 TIMES.
013200         10  LN-POSSIBLE         PIC 9(18) COMP.
013300         10  LN-OVER-SW          PIC X(01).
013400             88  LN-OVER                     VALUE 'Y'.
013500         10  LN-QUOTA            PIC 9(06) COMP.
013600         10  LN-GENERATED        PIC 9(06) COMP.
013700         10  LN-HOW              PIC X(01).
013800             88  LN-WHOLE                    VALUE 'W'.
013900             88  LN-SAMPLED                  VALUE 'S'.
014000             88  LN-FILLED                   VALUE 'F'.
014100 77  LEN-SUB                     PIC 9(02) COMP.
014200 77  PREV-SUB                    PIC 9(02) COMP.
014300 77  CUR-LENGTH                  PIC 9(02) COMP.
014400 77  LENGTHS-LEFT                PIC 9(02) COMP VALUE ZERO.
014500 77  REMAINING-CAP               PIC 9(06) COMP.
014600 77  LENGTH-SHARE                PIC 9(06) COMP.
014650 77  SHARE-REMAINDER             PIC 9(06) COMP.
014700 77  SPACE-PRODUCT               PIC 9(18) COMP.
014800 77  TOTAL-POSSIBLE              PIC 9(18) COMP VALUE ZERO.
014900 77  TOTAL-OVER-SW               PIC X(01) VALUE 'N'.
015000     88  TOTAL-OVER                          VALUE 'Y'.
015100 77  TOTAL-QUOTA                 PIC 9(06) COMP VALUE ZERO.

015200******************************************************************
015300* ENUMERATION ODOMETER - ONE DIGIT PER CELL, EACH AN ALPHABET
015400* SUBSCRIPT (THE LAST CELL'S A NON-BLANK SUBSCRIPT). THE LAST
015500* CELL TURNS FASTEST, SO EACH LENGTH COMES OUT IN ALPHABET ORDER.
015600******************************************************************
015700 01  ODOMETER-TABLE.
015800     05  OD-DIGIT                PIC 9(02) COMP OCCURS 40 TIMES.
015900 77  POS-SUB                     PIC 9(02) COMP.
016000 77  DIGIT-LIMIT                 PIC 9(02) COMP.
016100 77  ODOMETER-SW                 PIC X(01) VALUE 'N'.
016200     88  ODOMETER-DONE                       VALUE 'Y'.
016300     88  ODOMETER-RUNNING                    VALUE 'N'.
016400 77  CARRY-SW                    PIC X(01) VALUE 'N'.
016500     88  CARRY-PENDING                       VALUE 'Y'.
016600     88  CARRY-CLEAR                         VALUE 'N'.

016700******************************************************************
016800* SAMPLING. A MINIMAL-STANDARD LINEAR CONGRUENTIAL GENERATOR
016900* (SEED = SEED * 16807 MOD 2147483647) STARTED FROM THE CARD'S
017000* SEED, SO THE SAME CARD AGAINST THE SAME ALPHABET ALWAYS DRAWS
017100* THE SAME TAPES. A CELL'S SYMBOL IS SCALED FROM THE WHOLE SEED,
017200* NOT ITS LOW DIGITS. THE TAPES DRAWN FOR THE CURRENT LENGTH ARE
017300* KEPT SO NO TAPE IS WRITTEN TWICE.
017400******************************************************************
017500 77  RANDOM-SEED                 PIC 9(10) COMP.
017600 77  RANDOM-MULTIPLIER           PIC 9(05) COMP VALUE 16807.
017700 77  RANDOM-MODULUS              PIC 9(10) COMP VALUE 2147483647.
017800 77  RANDOM-PRODUCT              PIC 9(18) COMP.
017900 77  RANDOM-QUOTIENT             PIC 9(18) COMP.
018000 77  RANDOM-PICK                 PIC 9(02) COMP.
018100 77  DRAW-COUNT                  PIC 9(09) COMP.
018200 77  DRAW-LIMIT                  PIC 9(09) COMP.
018300 77  SAMPLE-MAX                  PIC 9(04) COMP VALUE 5000.
018400 77  SAMPLE-COUNT                PIC 9(04) COMP VALUE ZERO.
018500 01  SAMPLE-TABLE.
018600     05  SAMPLE-ENTRY OCCURS 1 TO 5000 TIMES
018700             DEPENDING ON SAMPLE-COUNT
018800             INDEXED BY SA-IDX.
018900         10  SA-TAPE             PIC X(40).
019000 77  SAMPLE-FOUND-SW             PIC X(01) VALUE 'N'.
019100     88  SAMPLE-FOUND                        VALUE 'Y'.
019200     88  SAMPLE-NOT-FOUND                    VALUE 'N'.

019300******************************************************************
019400* GENERATED BATCH. THE ID IS 'TG' AND A SIX-DIGIT NUMBER ONE PAST
019500* THE HIGHEST TG BATCH ON THE RECEIPT REGISTER, SO IT CANNOT BE
019600* A BATCH ALREADY RECEIVED. THE HEADER AND TRAILER VIEWS ARE THE
019700* TAPEIN HDR AND TRL THE MACHINE'S INPUT EDIT EXPECTS.
019800******************************************************************
019900 01  GEN-BATCH-ID.
020000     05  GB-PREFIX               PIC X(02) VALUE 'TG'.
020100     05  GB-NUMBER               PIC 9(06) VALUE ZERO.
020200 77  HIGH-GEN-NUM                PIC 9(06) VALUE ZERO.
020300 01  GEN-OUT-RECORD              PIC X(120).
020400 01  GEN-HEADER-RECORD REDEFINES GEN-OUT-RECORD.
020500     05  GH-RECORD-TYPE          PIC X(03).
020600     05  GH-BATCH-ID             PIC X(08).
020700     05  GH-CREATE-DATE          PIC 9(08).
020800     05  GH-EXPECT-COUNT         PIC 9(06).
020900     05  FILLER                  PIC X(95).
021000 01  GEN-TRAILER-RECORD REDEFINES GEN-OUT-RECORD.
021100     05  GT-RECORD-TYPE          PIC X(03).
021200     05  GT-ACTUAL-COUNT         PIC 9(06).
021300     05  FILLER                  PIC X(111).
021400 77  TAPE-WORK                   PIC X(40).

021500******************************************************************
021600* CONTROL TOTALS AND REPORT WORK AREAS
021700******************************************************************
021800 77  RUN-DATE                    PIC 9(08).
021850 77  CLOCK-DATE                  PIC 9(08).
021900 77  TAPES-WRITTEN               PIC 9(06) COMP VALUE ZERO.
022000 77  COVERAGE-PCT                PIC 9(03)V9(02).
022100 77  COUNT-DISP                  PIC 9(06).
022200 77  LENGTH-DISP                 PIC 9(02).
022300 77  GEN-ERROR-MSG               PIC X(40) VALUE SPACES.
022400 77  PARM-ECHO                   PIC X(20) VALUE SPACES.

022500******************************************************************
022600* FILE STATUS FIELDS AND SWITCHES
022700******************************************************************
022800 77  TRANFILE-STATUS             PIC X(02).
022900 77  GENPARM-STATUS              PIC X(02).
023000 77  BATCHREG-STATUS             PIC X(02).
023020 77  BUSDATE-STATUS              PIC X(02).
023040 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
023060     88  BUSDATE-FOUND                       VALUE 'Y'.
023080     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
023100 77  TRANFILE-EOF-SW             PIC X(01) VALUE 'N'.
023200     88  TRANFILE-EOF                        VALUE 'Y'.
023300     88  TRANFILE-NOT-EOF                    VALUE 'N'.
023400 77  BATCHREG-EOF-SW             PIC X(01) VALUE 'N'.
023500     88  BATCHREG-EOF                        VALUE 'Y'.
023600     88  BATCHREG-NOT-EOF                    VALUE 'N'.
023700 77  PLAN-SW                     PIC X(01) VALUE 'N'.
023800     88  PLAN-DONE                           VALUE 'Y'.
023900     88  PLAN-NOT-DONE                       VALUE 'N'.
024000 77  GEN-SW                      PIC X(01) VALUE 'N'.
024100     88  GEN-REFUSED                         VALUE 'Y'.
024200     88  GEN-OK                              VALUE 'N'.

024300 PROCEDURE DIVISION.
024400******************************************************************
024500*    0000-MAINLINE
024600*    PROGRAM ENTRY POINT.
024700******************************************************************
024800 0000-MAINLINE.
024820     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
024840     IF BUSDATE-NOT-FOUND
024860         GO TO 0000-EXIT
024880     END-IF
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025000     IF GEN-OK
025100         PERFORM 2000-PLAN-BATCH THRU 2000-EXIT
025200     END-IF
025300     PERFORM 3000-WRITE-LISTING-HEADER THRU 3000-EXIT
025400     IF GEN-OK
025500         PERFORM 4000-GENERATE-BATCH THRU 4000-EXIT
025600     END-IF
025700     IF PLAN-DONE
025800         PERFORM 5000-WRITE-COVERAGE THRU 5000-EXIT
025900     END-IF
026000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026002 0000-EXIT.
026004     STOP RUN.

026006******************************************************************
026008*    0100-LOAD-BUSINESS-DATE
026010*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
026012*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
026014*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
026016*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
026018*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
026020*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
026022*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
026024******************************************************************
026026 0100-LOAD-BUSINESS-DATE.
026028     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
026030     OPEN INPUT BUSDATE
026032     IF BUSDATE-STATUS NOT = '00'
026034         GO TO 0100-REFUSE
026036     END-IF
026038     READ BUSDATE
026040         AT END
026042             CONTINUE
026044     END-READ
026046     IF BUSDATE-STATUS = '00'
026048         AND BD-CONTROL-RECORD
026050         AND BD-CURRENT-DATE IS NUMERIC
026052         AND BD-PRIOR-DATE IS NUMERIC
026054         AND BD-CURRENT-DATE > BD-PRIOR-DATE
026056         MOVE BD-CURRENT-DATE TO RUN-DATE
026058         SET BUSDATE-FOUND TO TRUE
026060     END-IF
026062     CLOSE BUSDATE
026064     IF BUSDATE-FOUND
026066         GO TO 0100-EXIT
026068     END-IF.
026070 0100-REFUSE.
026072     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
026074         'STEP STOPPED'
026076     MOVE 8 TO RETURN-CODE.
026078 0100-EXIT.
026080     EXIT.

026200******************************************************************
026300*    1000-INITIALIZE
026400*    LOADS THE ALPHABET, READS THE GENPARM CARD AND ASSIGNS THE
026500*    BATCH ID. ANY FAILURE REFUSES THE RUN BEFORE A RECORD IS
026600*    WRITTEN - A CERTIFICATION DECK BUILT ON A GUESS IS WORSE
026700*    THAN NONE.
026800******************************************************************
026900 1000-INITIALIZE.
027100     OPEN OUTPUT GENRPT
027200     PERFORM 1100-LOAD-ALPHABET THRU 1100-EXIT
027300     IF GEN-REFUSED
027400         GO TO 1000-EXIT
027500     END-IF
027600     PERFORM 1200-LOAD-GEN-PARM THRU 1200-EXIT
027700     IF GEN-REFUSED
027800         GO TO 1000-EXIT
027900     END-IF
028000     PERFORM 1300-ASSIGN-BATCH-ID THRU 1300-EXIT.
028100 1000-EXIT.
028200     EXIT.

028300******************************************************************
028400*    1100-LOAD-ALPHABET
028500*    ONLY THE TABLE'S HEADER RECORDS MATTER HERE - *SYMBOLS FOR
028600*    THE ALPHABET, *TAPES FOR THE TAPE COUNT, *VERSION FOR THE
028700*    LISTING - SO THE RULES THEMSELVES ARE READ PAST. NO *SYMBOLS
028800*    HEADER KEEPS THE CLASSIC BINARY SET, AS IN THE RUN PROGRAMS.
028900******************************************************************
029000 1100-LOAD-ALPHABET.
029100     OPEN INPUT TRANFILE
029200     IF TRANFILE-STATUS NOT = '00'
029300         MOVE 'TRANFILE NOT FOUND' TO GEN-ERROR-MSG
029400         PERFORM 8100-REFUSE-GENERATION THRU 8100-EXIT
029500         GO TO 1100-EXIT
029600     END-IF
029700     PERFORM 1110-READ-TRANSITION THRU 1110-EXIT
029800     PERFORM 1120-NOTE-HEADER-RECORD THRU 1120-EXIT
029900         UNTIL TRANFILE-EOF
030000     CLOSE TRANFILE
030100     IF ALPHABET-COUNT = ZERO
030200         PERFORM 1140-DEFAULT-ALPHABET THRU 1140-EXIT
030300     END-IF
030400     PERFORM 1150-STORE-NONBLANK THRU 1150-EXIT
030500         VARYING AB-IDX FROM 1 BY 1
030600         UNTIL AB-IDX > ALPHABET-COUNT.
030700 1100-EXIT.
030800     EXIT.

030900 1110-READ-TRANSITION.
031000     READ TRANFILE
031100         AT END
031200             SET TRANFILE-EOF TO TRUE
031300     END-READ.
031400 1110-EXIT.
031500     EXIT.

031600 1120-NOTE-HEADER-RECORD.
031700     IF TA-ALPHABET-RECORD
031800         PERFORM 1130-STORE-ALPHABET THRU 1130-EXIT
031900     END-IF
032000     IF TV-VERSION-RECORD
032100         MOVE SPACES TO RULESET-STAMP
032200         MOVE 'V' TO RULESET-STAMP(1:1)
032300         MOVE TV-VERSION-NUM TO RULESET-STAMP(2:4)
032400     END-IF
032500     IF TN-TAPES-RECORD
032600         IF TN-TAPE-COUNT IS NUMERIC
032700             AND TN-TAPE-COUNT > ZERO
032800             AND TN-TAPE-COUNT NOT > 3
032900             MOVE TN-TAPE-COUNT TO TABLE-TAPE-COUNT
033000         END-IF
033100     END-IF
033200     PERFORM 1110-READ-TRANSITION THRU 1110-EXIT.
033300 1120-EXIT.
033400     EXIT.

033500 1130-STORE-ALPHABET.
033600     MOVE TA-BLANK-SYMBOL TO BLANK-SYMBOL
033700     MOVE ZERO TO ALPHABET-COUNT
033800     MOVE 1 TO ALPHA-SCAN-POS
033900     PERFORM 1135-STORE-ONE-SYMBOL THRU 1135-EXIT
034000         UNTIL ALPHA-SCAN-POS > 12
034100             OR TA-SYMBOL-SET(ALPHA-SCAN-POS:1) = SPACE
034200             OR ALPHABET-COUNT >= ALPHABET-MAX.
034300 1130-EXIT.
034400     EXIT.

034500 1135-STORE-ONE-SYMBOL.
034600     ADD 1 TO ALPHABET-COUNT
034700     SET AB-IDX TO ALPHABET-COUNT
034800     MOVE TA-SYMBOL-SET(ALPHA-SCAN-POS:1) TO AB-SYMBOL(AB-IDX)
034900     ADD 1 TO ALPHA-SCAN-POS.
035000 1135-EXIT.
035100     EXIT.

035200 1140-DEFAULT-ALPHABET.
035300     MOVE 2   TO ALPHABET-COUNT
035400     MOVE '0' TO AB-SYMBOL(1)
035500     MOVE '1' TO AB-SYMBOL(2)
035600     MOVE '0' TO BLANK-SYMBOL.
035700 1140-EXIT.
035800     EXIT.

035900 1150-STORE-NONBLANK.
036000     IF AB-SYMBOL(AB-IDX) NOT = BLANK-SYMBOL
036100         ADD 1 TO NONBLANK-COUNT
036200         MOVE AB-SYMBOL(AB-IDX) TO NB-SYMBOL(NONBLANK-COUNT)
036300     END-IF.
036400 1150-EXIT.
036500     EXIT.

036600******************************************************************
036700*    1200-LOAD-GEN-PARM
036800*    THE CARD IS REQUIRED - THERE IS NO SENSIBLE DEFAULT LENGTH
036900*    RANGE FOR SOMEBODY ELSE'S RULESET. LENGTHS MUST BE 00-40 WITH
037000*    THE MINIMUM NOT ABOVE THE MAXIMUM; SEED AND CAP MAY BE BLANK
037100*    BUT NOT ANYTHING ELSE THAT IS NOT A NUMBER.
037200******************************************************************
037300 1200-LOAD-GEN-PARM.
037400     OPEN INPUT GENPARM
037500     IF GENPARM-STATUS NOT = '00'
037600         MOVE 'GENPARM CARD MISSING' TO GEN-ERROR-MSG
037700         PERFORM 8100-REFUSE-GENERATION THRU 8100-EXIT
037800         GO TO 1200-EXIT
037900     END-IF
038000     READ GENPARM
038100         AT END
038200             MOVE 'GENPARM CARD MISSING' TO GEN-ERROR-MSG
038300             PERFORM 8100-REFUSE-GENERATION THRU 8100-EXIT
038400     END-READ
038500     CLOSE GENPARM
038600     IF GEN-REFUSED
038700         GO TO 1200-EXIT
038800     END-IF
038900     MOVE GEN-PARM-RECORD(1:20) TO PARM-ECHO
039000     IF GP-MIN-LENGTH IS NOT NUMERIC
039100         OR GP-MAX-LENGTH IS NOT NUMERIC
039200         MOVE 'LENGTH RANGE NOT NUMERIC' TO GEN-ERROR-MSG
039300         PERFORM 8100-REFUSE-GENERATION THRU 8100-EXIT
039400         GO TO 1200-EXIT
039500     END-IF
039600     MOVE GP-MIN-LENGTH TO MIN-LENGTH
039700     MOVE GP-MAX-LENGTH TO MAX-LENGTH
039800     IF MAX-LENGTH > LENGTH-MAX OR MIN-LENGTH > MAX-LENGTH
039900         MOVE 'LENGTH RANGE NOT WITHIN 00 TO 40'
040000             TO GEN-ERROR-MSG
040100         PERFORM 8100-REFUSE-GENERATION THRU 8100-EXIT
040200         GO TO 1200-EXIT
040300     END-IF
040400     IF GP-MODE = SPACE
040500         MOVE 'E' TO GP-MODE
040600     END-IF
040700     MOVE GP-MODE TO MODE-SW
040800     IF NOT EXHAUSTIVE-MODE AND NOT SAMPLED-MODE
040900         MOVE 'MODE NOT E OR S' TO GEN-ERROR-MSG
041000         PERFORM 8100-REFUSE-GENERATION THRU 8100-EXIT
041100         GO TO 1200-EXIT
041200     END-IF
041300     IF GP-SEED NOT = SPACES
041400         IF GP-SEED IS NUMERIC
041500             MOVE GP-SEED TO SEED-VALUE
041600         ELSE
041700             MOVE 'SEED NOT NUMERIC' TO GEN-ERROR-MSG
041800             PERFORM 8100-REFUSE-GENERATION THRU 8100-EXIT
041900             GO TO 1200-EXIT
042000         END-IF
042100     END-IF
042200     IF SEED-VALUE = ZERO
042300         MOVE 1 TO SEED-VALUE
042400     END-IF
042500     IF GP-RECORD-CAP NOT = SPACES
042600         IF GP-RECORD-CAP IS NUMERIC
042700             MOVE GP-RECORD-CAP TO RECORD-CAP
042800         ELSE
042900             MOVE 'RECORD CAP NOT NUMERIC' TO GEN-ERROR-MSG
043000             PERFORM 8100-REFUSE-GENERATION THRU 8100-EXIT
043100             GO TO 1200-EXIT
043200         END-IF
043300     END-IF
043400     IF RECORD-CAP = ZERO
043500         IF EXHAUSTIVE-MODE
043600             MOVE EXHAUSTIVE-CAP TO RECORD-CAP
043700         ELSE
043800             MOVE SAMPLE-CAP-DEFAULT TO RECORD-CAP
043900         END-IF
044000     END-IF.
044100 1200-EXIT.
044200     EXIT.

044300******************************************************************
044400*    1300-ASSIGN-BATCH-ID
044500*    FINDS THE HIGHEST TG BATCH NUMBER ON THE RECEIPT REGISTER.
044600*    STATUS '35' MEANS NO REGISTER YET - THE FIRST ID IS TG000001.
044700*    THE NEW ID IS ONLY POSTED WHEN THE MACHINE RUNS THE BATCH, SO
044800*    TWO DECKS GENERATED BEFORE EITHER IS RUN GET THE SAME ID AND
044900*    THE SECOND IS STOPPED AS A DUPLICATE - GENERATE AGAIN THEN.
045000******************************************************************
045100 1300-ASSIGN-BATCH-ID.
045200     OPEN INPUT BATCHREG
045300     IF BATCHREG-STATUS = '00'
045400         PERFORM 1310-READ-REGISTER THRU 1310-EXIT
045500         PERFORM 1320-NOTE-ONE-RECEIPT THRU 1320-EXIT
045600             UNTIL BATCHREG-EOF
045700         CLOSE BATCHREG
045800     END-IF
045900     IF HIGH-GEN-NUM = 999999
046000         MOVE 'NO TG BATCH NUMBER LEFT ON BATCHREG'
046100             TO GEN-ERROR-MSG
046200         PERFORM 8100-REFUSE-GENERATION THRU 8100-EXIT
046300         GO TO 1300-EXIT
046400     END-IF
046500     COMPUTE GB-NUMBER = HIGH-GEN-NUM + 1.
046600 1300-EXIT.
046700     EXIT.

046800 1310-READ-REGISTER.
046900     READ BATCHREG
047000         AT END
047100             SET BATCHREG-EOF TO TRUE
047200     END-READ.
047300 1310-EXIT.
047400     EXIT.

047500 1320-NOTE-ONE-RECEIPT.
047600     IF BR-BATCH-ID(1:2) = GB-PREFIX
047700         AND BR-BATCH-ID(3:6) IS NUMERIC
047800         IF BR-BATCH-ID(3:6) > HIGH-GEN-NUM
047900             MOVE BR-BATCH-ID(3:6) TO HIGH-GEN-NUM
048000         END-IF
048100     END-IF
048200     PERFORM 1310-READ-REGISTER THRU 1310-EXIT.
048300 1320-EXIT.
048400     EXIT.

048500******************************************************************
048600*    2000-PLAN-BATCH
048700*    SIZES THE INPUT SPACE LENGTH BY LENGTH AND DECIDES HOW MANY
048800*    TAPES OF EACH LENGTH THE BATCH TAKES. AN EXHAUSTIVE BATCH
048900*    TAKES EVERY TAPE OR NOTHING - A RANGE WHOSE SPACE PASSES THE
049000*    CAP IS REFUSED RATHER THAN CUT SHORT, SINCE A TRUNCATED
049100*    'EXHAUSTIVE' DECK WOULD CERTIFY LESS THAN IT CLAIMS. A SAMPLE
049200*    WHOSE CAP COVERS THE WHOLE SPACE IS SIMPLY THE WHOLE SPACE.
049300******************************************************************
049400 2000-PLAN-BATCH.
049500     MOVE LOW-VALUES TO LENGTH-TABLE
049600     PERFORM 2100-SIZE-ONE-LENGTH THRU 2100-EXIT
049700         VARYING CUR-LENGTH FROM 0 BY 1
049800         UNTIL CUR-LENGTH > MAX-LENGTH
049900     SET PLAN-DONE TO TRUE
050000     IF TOTAL-POSSIBLE = ZERO
050100         MOVE 'NO TAPE POSSIBLE IN LENGTH RANGE' TO GEN-ERROR-MSG
050200         PERFORM 8100-REFUSE-GENERATION THRU 8100-EXIT
050300         GO TO 2000-EXIT
050400     END-IF
050500     IF SAMPLED-MODE
050600         AND NOT TOTAL-OVER
050700         AND TOTAL-POSSIBLE NOT > RECORD-CAP
050800         SET EXHAUSTIVE-MODE TO TRUE
050900         SET SAMPLE-TOOK-WHOLE-SPACE TO TRUE
051000     END-IF
051100     IF EXHAUSTIVE-MODE
051200         IF TOTAL-OVER OR TOTAL-POSSIBLE > RECORD-CAP
051300             MOVE 'INPUT SPACE EXCEEDS RECORD CAP'
051400                 TO GEN-ERROR-MSG
051500             PERFORM 8100-REFUSE-GENERATION THRU 8100-EXIT
051600             GO TO 2000-EXIT
051700         END-IF
051800         PERFORM 2200-TAKE-WHOLE-LENGTH THRU 2200-EXIT
051900             VARYING CUR-LENGTH FROM MIN-LENGTH BY 1
052000             UNTIL CUR-LENGTH > MAX-LENGTH
052100         GO TO 2000-EXIT
052200     END-IF
052300     IF RECORD-CAP > SAMPLE-MAX
052400         MOVE 'SAMPLE CAP OVER 5000' TO GEN-ERROR-MSG
052500         PERFORM 8100-REFUSE-GENERATION THRU 8100-EXIT
052600         GO TO 2000-EXIT
052700     END-IF
052800     MOVE RECORD-CAP TO REMAINING-CAP
052900     PERFORM 2300-SHARE-ONE-LENGTH THRU 2300-EXIT
053000         VARYING CUR-LENGTH FROM MIN-LENGTH BY 1
053100         UNTIL CUR-LENGTH > MAX-LENGTH.
053200 2000-EXIT.
053300     EXIT.

053400******************************************************************
053500*    2100-SIZE-ONE-LENGTH
053600*    LENGTH 0 HAS ONE TAPE (ALL BLANK); LENGTH 1 ONE PER NON-BLANK
053700*    SYMBOL; EACH LONGER LENGTH THE ALPHABET SIZE TIMES THE ONE
053800*    BEFORE. EVERY LENGTH UP TO THE MAXIMUM IS SIZED SO THE
053900*    PRODUCT CARRIES, BUT ONLY THE CARD'S RANGE IS TOTALLED.
054000******************************************************************
054100 2100-SIZE-ONE-LENGTH.
054200     COMPUTE LEN-SUB = CUR-LENGTH + 1
054300     MOVE 'N' TO LN-OVER-SW(LEN-SUB)
054400     MOVE ZERO TO LN-QUOTA(LEN-SUB)
054500     MOVE ZERO TO LN-GENERATED(LEN-SUB)
054600     MOVE SPACE TO LN-HOW(LEN-SUB)
054700     IF CUR-LENGTH = ZERO
054800         MOVE 1 TO LN-POSSIBLE(LEN-SUB)
054900         GO TO 2100-TOTAL
055000     END-IF
055100     IF CUR-LENGTH = 1
055200         MOVE NONBLANK-COUNT TO LN-POSSIBLE(LEN-SUB)
055300         GO TO 2100-TOTAL
055400     END-IF
055500     COMPUTE PREV-SUB = LEN-SUB - 1
055600     MOVE LN-POSSIBLE(PREV-SUB) TO LN-POSSIBLE(LEN-SUB)
055700     IF LN-OVER(PREV-SUB)
055800         SET LN-OVER(LEN-SUB) TO TRUE
055900         GO TO 2100-TOTAL
056000     END-IF
056100     COMPUTE SPACE-PRODUCT =
056200         LN-POSSIBLE(PREV-SUB) * ALPHABET-COUNT
056300     IF SPACE-PRODUCT > SPACE-LIMIT
056400         MOVE SPACE-LIMIT TO LN-POSSIBLE(LEN-SUB)
056500         SET LN-OVER(LEN-SUB) TO TRUE
056600     ELSE
056700         MOVE SPACE-PRODUCT TO LN-POSSIBLE(LEN-SUB)
056800     END-IF.
056900 2100-TOTAL.
057000     IF CUR-LENGTH < MIN-LENGTH
057100         GO TO 2100-EXIT
057200     END-IF
057300     IF LN-POSSIBLE(LEN-SUB) > ZERO
057400         ADD 1 TO LENGTHS-LEFT
057500     END-IF
057600     IF LN-OVER(LEN-SUB)
057700         SET TOTAL-OVER TO TRUE
057800     END-IF
057900     ADD LN-POSSIBLE(LEN-SUB) TO TOTAL-POSSIBLE
058000     IF TOTAL-POSSIBLE > SPACE-LIMIT
058100         MOVE SPACE-LIMIT TO TOTAL-POSSIBLE
058200         SET TOTAL-OVER TO TRUE
058300     END-IF.
058400 2100-EXIT.
058500     EXIT.

058600 2200-TAKE-WHOLE-LENGTH.
058700     COMPUTE LEN-SUB = CUR-LENGTH + 1
058800     MOVE LN-POSSIBLE(LEN-SUB) TO LN-QUOTA(LEN-SUB)
058900     SET LN-WHOLE(LEN-SUB) TO TRUE
059000     ADD LN-QUOTA(LEN-SUB) TO TOTAL-QUOTA.
059100 2200-EXIT.
059200     EXIT.

059300******************************************************************
059400*    2300-SHARE-ONE-LENGTH
059500*    THE CAP IS SHARED OVER THE LENGTHS THAT HAVE ANY TAPES,
059600*    SHORTEST FIRST, EACH SHARE ROUNDED UP. A LENGTH WITH NO MORE
059700*    TAPES THAN ITS SHARE IS TAKEN WHOLE AND WHAT IT DID NOT USE
059800*    GOES TO THE LONGER LENGTHS, SO SHORT TAPES - THE EDGE CASES -
059900*    ARE COVERED AS FULLY AS THE CAP ALLOWS AND THE LONG ONES ARE
060000*    SAMPLED. ROUNDING UP GIVES EVERY LENGTH AT LEAST ONE TAPE
060100*    WHILE ANY CAP IS LEFT; A CAP SMALLER THAN THE NUMBER OF
060120*    LENGTHS RUNS OUT BEFORE THE LONGEST, WHICH GET NONE ('NONE -
060140*    CAP USED UP' ON THE LISTING). THE LAST LENGTH TAKES WHATEVER
060160*    IS LEFT, SO THE BATCH IS EXACTLY THE CAP.
060200******************************************************************
060300 2300-SHARE-ONE-LENGTH.
060400     COMPUTE LEN-SUB = CUR-LENGTH + 1
060500     IF LN-POSSIBLE(LEN-SUB) = ZERO
060600         GO TO 2300-EXIT
060700     END-IF
060720     DIVIDE REMAINING-CAP BY LENGTHS-LEFT GIVING LENGTH-SHARE
060740         REMAINDER SHARE-REMAINDER
060760     IF SHARE-REMAINDER > ZERO
060780         ADD 1 TO LENGTH-SHARE
060800     END-IF
060900     IF NOT LN-OVER(LEN-SUB)
061000         AND LN-POSSIBLE(LEN-SUB) NOT > LENGTH-SHARE
061100         MOVE LN-POSSIBLE(LEN-SUB) TO LN-QUOTA(LEN-SUB)
061200         SET LN-WHOLE(LEN-SUB) TO TRUE
061300     ELSE
061400         MOVE LENGTH-SHARE TO LN-QUOTA(LEN-SUB)
061500         SET LN-SAMPLED(LEN-SUB) TO TRUE
061600     END-IF
061700     SUBTRACT LN-QUOTA(LEN-SUB) FROM REMAINING-CAP
061800     SUBTRACT 1 FROM LENGTHS-LEFT
061900     ADD LN-QUOTA(LEN-SUB) TO TOTAL-QUOTA.
062000 2300-EXIT.
062100     EXIT.

062200******************************************************************
062300*    3000-WRITE-LISTING-HEADER
062400*    WHAT WAS ASKED FOR AND WHAT IT WAS RUN AGAINST - ENOUGH TO
062500*    REPRODUCE THE DECK: THE SAME CARD AGAINST THE SAME ALPHABET
062600*    GENERATES THE SAME TAPES (UNDER THE NEXT FREE BATCH ID).
062700******************************************************************
062800 3000-WRITE-LISTING-HEADER.
062900     MOVE SPACES TO GENRPT-LINE
063000     MOVE 'TEST-TAPE GENERATOR LISTING' TO GENRPT-LINE
063100     WRITE GENRPT-LINE
063200     MOVE SPACES TO GENRPT-LINE
063300     MOVE 'TABLE: ' TO GENRPT-LINE
063400     MOVE RULESET-STAMP TO GENRPT-LINE(8:8)
063500     MOVE ' TAPES: ' TO GENRPT-LINE(16:8)
063600     MOVE TABLE-TAPE-COUNT TO GENRPT-LINE(24:1)
063700     MOVE ' BUSINESS DATE: ' TO GENRPT-LINE(25:16)
063750     MOVE RUN-DATE TO GENRPT-LINE(41:8)
063800     MOVE ' CLOCK DATE: ' TO GENRPT-LINE(49:13)
063850     MOVE CLOCK-DATE TO GENRPT-LINE(62:8)
063900     WRITE GENRPT-LINE
064000     MOVE SPACES TO GENRPT-LINE
064100     MOVE 'ALPHABET: ' TO GENRPT-LINE
064200     PERFORM 3010-LIST-ONE-SYMBOL THRU 3010-EXIT
064300         VARYING AB-IDX FROM 1 BY 1
064400         UNTIL AB-IDX > ALPHABET-COUNT
064500     MOVE ' BLANK: ' TO GENRPT-LINE(27:8)
064600     MOVE BLANK-SYMBOL TO GENRPT-LINE(35:1)
064700     WRITE GENRPT-LINE
064800     MOVE SPACES TO GENRPT-LINE
064900     MOVE 'GENPARM: ' TO GENRPT-LINE
065000     MOVE PARM-ECHO TO GENRPT-LINE(10:20)
065100     WRITE GENRPT-LINE
065200     IF PLAN-NOT-DONE
065300         GO TO 3000-EXIT
065400     END-IF
065500     MOVE SPACES TO GENRPT-LINE
065600     IF EXHAUSTIVE-MODE
065700         MOVE 'MODE: EXHAUSTIVE' TO GENRPT-LINE
065800     ELSE
065900         MOVE 'MODE: SAMPLED' TO GENRPT-LINE
066000     END-IF
066100     MOVE ' LENGTHS: ' TO GENRPT-LINE(17:10)
066200     MOVE MIN-LENGTH TO GENRPT-LINE(27:2)
066300     MOVE ' TO ' TO GENRPT-LINE(29:4)
066400     MOVE MAX-LENGTH TO GENRPT-LINE(33:2)
066500     MOVE ' SEED: ' TO GENRPT-LINE(35:7)
066600     MOVE SEED-VALUE TO GENRPT-LINE(42:9)
066700     MOVE ' CAP: ' TO GENRPT-LINE(51:6)
066800     MOVE RECORD-CAP TO GENRPT-LINE(57:6)
066900     WRITE GENRPT-LINE
067000     IF SAMPLE-TOOK-WHOLE-SPACE
067100         MOVE SPACES TO GENRPT-LINE
067200         MOVE 'SAMPLE CAP COVERS THE WHOLE SPACE - ALL TAKEN'
067300             TO GENRPT-LINE
067400         WRITE GENRPT-LINE
067500     END-IF
067600     IF TABLE-TAPE-COUNT > 1
067700         MOVE SPACES TO GENRPT-LINE
067800         MOVE 'TAPE 1 ONLY IS GENERATED - TAPES 2-3 START BLANK'
067900             TO GENRPT-LINE
068000         WRITE GENRPT-LINE
068100     END-IF
068200     IF GEN-REFUSED
068300         GO TO 3000-EXIT
068400     END-IF
068500     MOVE SPACES TO GENRPT-LINE
068600     MOVE 'BATCH ID: ' TO GENRPT-LINE
068700     MOVE GEN-BATCH-ID TO GENRPT-LINE(11:8)
068800     MOVE ' RECORDS: ' TO GENRPT-LINE(19:10)
068900     MOVE TOTAL-QUOTA TO COUNT-DISP
069000     MOVE COUNT-DISP TO GENRPT-LINE(29:6)
069100     WRITE GENRPT-LINE.
069200 3000-EXIT.
069300     EXIT.

069400 3010-LIST-ONE-SYMBOL.
069500     SET ALPHA-SCAN-POS TO AB-IDX
069600     MOVE AB-SYMBOL(AB-IDX) TO GENRPT-LINE(10 + ALPHA-SCAN-POS:1).
069700 3010-EXIT.
069800     EXIT.

069900******************************************************************
070000*    4000-GENERATE-BATCH
070100*    WRITES THE HDR, THE TAPES LENGTH BY LENGTH, SHORTEST FIRST,
070200*    AND THE TRL, LISTING EACH TAPE AS IT GOES. THE HDR COUNT IS
070300*    THE PLAN; THE TRL COUNT IS WHAT WAS WRITTEN - IF THEY EVER
070400*    DIFFERED THE MACHINE'S INPUT EDIT WOULD STOP THE BATCH, AND
070500*    THIS STEP ENDS RC=8 FIRST.
070600******************************************************************
070700 4000-GENERATE-BATCH.
070800     OPEN OUTPUT TAPEIN
070900     MOVE SPACES          TO GEN-OUT-RECORD
071000     MOVE 'HDR'           TO GH-RECORD-TYPE
071100     MOVE GEN-BATCH-ID    TO GH-BATCH-ID
071200     MOVE RUN-DATE        TO GH-CREATE-DATE
071300     MOVE TOTAL-QUOTA     TO GH-EXPECT-COUNT
071400     WRITE TAPE-IN-RECORD FROM GEN-OUT-RECORD
071500     MOVE SEED-VALUE TO RANDOM-SEED
071600     MOVE SPACES TO GENRPT-LINE
071700     WRITE GENRPT-LINE
071800     MOVE 'SECTION 1 - TAPES GENERATED' TO GENRPT-LINE
071900     WRITE GENRPT-LINE
072000     MOVE SPACES TO GENRPT-LINE
072100     MOVE '  RECORD  LN  TAPE' TO GENRPT-LINE
072200     WRITE GENRPT-LINE
072300     PERFORM 4100-GENERATE-ONE-LENGTH THRU 4100-EXIT
072400         VARYING CUR-LENGTH FROM MIN-LENGTH BY 1
072500         UNTIL CUR-LENGTH > MAX-LENGTH
072600     MOVE SPACES          TO GEN-OUT-RECORD
072700     MOVE 'TRL'           TO GT-RECORD-TYPE
072800     MOVE TAPES-WRITTEN   TO GT-ACTUAL-COUNT
072900     WRITE TAPE-IN-RECORD FROM GEN-OUT-RECORD
073000     CLOSE TAPEIN
073100     IF TAPES-WRITTEN NOT = TOTAL-QUOTA
073200         MOVE 'TAPES WRITTEN DO NOT MATCH HDR COUNT'
073300             TO GEN-ERROR-MSG
073400         PERFORM 8100-REFUSE-GENERATION THRU 8100-EXIT
073500     END-IF.
073600 4000-EXIT.
073700     EXIT.

073800 4100-GENERATE-ONE-LENGTH.
073900     COMPUTE LEN-SUB = CUR-LENGTH + 1
074000     IF LN-QUOTA(LEN-SUB) = ZERO
074100         GO TO 4100-EXIT
074200     END-IF
074300     IF CUR-LENGTH = ZERO
074400         MOVE SPACES TO TAPE-WORK
074500         PERFORM 4800-EMIT-TAPE THRU 4800-EXIT
074600         GO TO 4100-EXIT
074700     END-IF
074800     IF LN-WHOLE(LEN-SUB)
074900         PERFORM 4200-ENUMERATE-LENGTH THRU 4200-EXIT
075000     ELSE
075100         PERFORM 4300-SAMPLE-LENGTH THRU 4300-EXIT
075200     END-IF.
075300 4100-EXIT.
075400     EXIT.

075500******************************************************************
075600*    4200-ENUMERATE-LENGTH
075700*    EVERY TAPE OF THE CURRENT LENGTH IN ODOMETER ORDER, UP TO THE
075800*    LENGTH'S QUOTA. WHEN TOPPING UP A SAMPLE ('F') A TAPE ALREADY
075900*    DRAWN IS PASSED OVER.
076000******************************************************************
076100 4200-ENUMERATE-LENGTH.
076200     PERFORM 4210-RESET-ONE-DIGIT THRU 4210-EXIT
076300         VARYING POS-SUB FROM 1 BY 1
076400         UNTIL POS-SUB > CUR-LENGTH
076500     SET ODOMETER-RUNNING TO TRUE
076600     PERFORM 4220-EMIT-AND-ADVANCE THRU 4220-EXIT
076700         UNTIL ODOMETER-DONE
076800             OR LN-GENERATED(LEN-SUB) >= LN-QUOTA(LEN-SUB).
076900 4200-EXIT.
077000     EXIT.

077100 4210-RESET-ONE-DIGIT.
077200     MOVE 1 TO OD-DIGIT(POS-SUB).
077300 4210-EXIT.
077400     EXIT.

077500 4220-EMIT-AND-ADVANCE.
077600     MOVE SPACES TO TAPE-WORK
077700     PERFORM 4230-BUILD-ONE-CELL THRU 4230-EXIT
077800         VARYING POS-SUB FROM 1 BY 1
077900         UNTIL POS-SUB > CUR-LENGTH
078000     SET SAMPLE-NOT-FOUND TO TRUE
078100     IF LN-FILLED(LEN-SUB)
078200         PERFORM 4400-FIND-SAMPLE THRU 4400-EXIT
078300     END-IF
078400     IF SAMPLE-NOT-FOUND
078500         PERFORM 4800-EMIT-TAPE THRU 4800-EXIT
078600     END-IF
078700     SET CARRY-PENDING TO TRUE
078800     PERFORM 4240-ADVANCE-ONE-DIGIT THRU 4240-EXIT
078900         VARYING POS-SUB FROM CUR-LENGTH BY -1
079000         UNTIL POS-SUB < 1 OR CARRY-CLEAR
079100     IF CARRY-PENDING
079200         SET ODOMETER-DONE TO TRUE
079300     END-IF.
079400 4220-EXIT.
079500     EXIT.

079600 4230-BUILD-ONE-CELL.
079700     IF POS-SUB = CUR-LENGTH
079800         MOVE NB-SYMBOL(OD-DIGIT(POS-SUB))
079900             TO TAPE-WORK(POS-SUB:1)
080000     ELSE
080100         MOVE AB-SYMBOL(OD-DIGIT(POS-SUB))
080200             TO TAPE-WORK(POS-SUB:1)
080300     END-IF.
080400 4230-EXIT.
080500     EXIT.

080600 4240-ADVANCE-ONE-DIGIT.
080700     IF POS-SUB = CUR-LENGTH
080800         MOVE NONBLANK-COUNT TO DIGIT-LIMIT
080900     ELSE
081000         MOVE ALPHABET-COUNT TO DIGIT-LIMIT
081100     END-IF
081200     IF OD-DIGIT(POS-SUB) < DIGIT-LIMIT
081300         ADD 1 TO OD-DIGIT(POS-SUB)
081400         SET CARRY-CLEAR TO TRUE
081500     ELSE
081600         MOVE 1 TO OD-DIGIT(POS-SUB)
081700     END-IF.
081800 4240-EXIT.
081900     EXIT.

082000******************************************************************
082100*    4300-SAMPLE-LENGTH
082200*    DRAWS RANDOM TAPES OF THE CURRENT LENGTH UNTIL THE QUOTA IS
082300*    MET, DISCARDING REPEATS. THE QUOTA IS ALWAYS BELOW THE NUMBER
082400*    OF TAPES THE LENGTH HAS, SO THE DRAWS WILL GET THERE; THE
082500*    DRAW LIMIT ONLY KEEPS A RUN OF REPEATS FROM GOING ON FOR
082600*    EVER, AND WHAT IS STILL SHORT IS TAKEN IN ODOMETER ORDER.
082700******************************************************************
082800 4300-SAMPLE-LENGTH.
082900     MOVE ZERO TO SAMPLE-COUNT
083000     MOVE ZERO TO DRAW-COUNT
083100     COMPUTE DRAW-LIMIT = LN-QUOTA(LEN-SUB) * 20 + 100
083200     PERFORM 4310-DRAW-ONE-TAPE THRU 4310-EXIT
083300         UNTIL LN-GENERATED(LEN-SUB) >= LN-QUOTA(LEN-SUB)
083400             OR DRAW-COUNT >= DRAW-LIMIT
083500     IF LN-GENERATED(LEN-SUB) < LN-QUOTA(LEN-SUB)
083600         SET LN-FILLED(LEN-SUB) TO TRUE
083700         PERFORM 4200-ENUMERATE-LENGTH THRU 4200-EXIT
083800     END-IF.
083900 4300-EXIT.
084000     EXIT.

084100 4310-DRAW-ONE-TAPE.
084200     ADD 1 TO DRAW-COUNT
084300     MOVE SPACES TO TAPE-WORK
084400     PERFORM 4320-DRAW-ONE-CELL THRU 4320-EXIT
084500         VARYING POS-SUB FROM 1 BY 1
084600         UNTIL POS-SUB > CUR-LENGTH
084700     PERFORM 4400-FIND-SAMPLE THRU 4400-EXIT
084800     IF SAMPLE-FOUND
084900         GO TO 4310-EXIT
085000     END-IF
085100     ADD 1 TO SAMPLE-COUNT
085200     MOVE TAPE-WORK TO SA-TAPE(SAMPLE-COUNT)
085300     PERFORM 4800-EMIT-TAPE THRU 4800-EXIT.
085400 4310-EXIT.
085500     EXIT.

085600 4320-DRAW-ONE-CELL.
085700     IF POS-SUB = CUR-LENGTH
085800         MOVE NONBLANK-COUNT TO DIGIT-LIMIT
085900     ELSE
086000         MOVE ALPHABET-COUNT TO DIGIT-LIMIT
086100     END-IF
086200     PERFORM 4900-NEXT-RANDOM THRU 4900-EXIT
086300     COMPUTE RANDOM-PICK =
086400         RANDOM-SEED * DIGIT-LIMIT / RANDOM-MODULUS + 1
086500     IF POS-SUB = CUR-LENGTH
086600         MOVE NB-SYMBOL(RANDOM-PICK) TO TAPE-WORK(POS-SUB:1)
086700     ELSE
086800         MOVE AB-SYMBOL(RANDOM-PICK) TO TAPE-WORK(POS-SUB:1)
086900     END-IF.
087000 4320-EXIT.
087100     EXIT.

087200 4400-FIND-SAMPLE.
087300     SET SAMPLE-NOT-FOUND TO TRUE
087400     IF SAMPLE-COUNT = ZERO
087500         GO TO 4400-EXIT
087600     END-IF
087700     SET SA-IDX TO 1
087800     SEARCH SAMPLE-ENTRY
087900         AT END
088000             CONTINUE
088100         WHEN SA-TAPE(SA-IDX) = TAPE-WORK
088200             SET SAMPLE-FOUND TO TRUE
088300     END-SEARCH.
088400 4400-EXIT.
088500     EXIT.

088600 4800-EMIT-TAPE.
088700     ADD 1 TO TAPES-WRITTEN
088800     ADD 1 TO LN-GENERATED(LEN-SUB)
088900     MOVE SPACES TO TAPE-IN-RECORD
089000     MOVE TAPE-WORK TO TAPE-IN-RECORD(1:40)
089100     WRITE TAPE-IN-RECORD
089200     MOVE SPACES        TO RPT-TAPE-LINE
089300     MOVE TAPES-WRITTEN TO TP-RECORD
089400     MOVE CUR-LENGTH    TO TP-LENGTH
089500     IF CUR-LENGTH = ZERO
089600         MOVE '(BLANK TAPE)' TO TP-TAPE
089700     ELSE
089800         MOVE TAPE-WORK  TO TP-TAPE
089900     END-IF
090000     WRITE GENRPT-LINE FROM RPT-TAPE-LINE.
090100 4800-EXIT.
090200     EXIT.

090300 4900-NEXT-RANDOM.
090400     COMPUTE RANDOM-PRODUCT = RANDOM-SEED * RANDOM-MULTIPLIER
090500     DIVIDE RANDOM-PRODUCT BY RANDOM-MODULUS
090600         GIVING RANDOM-QUOTIENT REMAINDER RANDOM-SEED.
090700 4900-EXIT.
090800     EXIT.

090900******************************************************************
091000*    5000-WRITE-COVERAGE
091100*    PER LENGTH: HOW MANY DISTINCT STARTING TAPES EXIST, HOW MANY
091200*    THE BATCH HOLDS AND THE SHARE OF THE SPACE THAT IS. A SPACE
091300*    TOO BIG TO COUNT IS SHOWN AT THE LIMIT WITH A '+'. ON A
091400*    REFUSED RUN THE SECTION STILL SHOWS THE SIZE OF WHAT WAS
091500*    ASKED FOR, WHICH IS USUALLY WHY IT WAS REFUSED.
091600******************************************************************
091700 5000-WRITE-COVERAGE.
091800     MOVE SPACES TO GENRPT-LINE
091900     WRITE GENRPT-LINE
092000     MOVE 'SECTION 2 - INPUT-SPACE COVERAGE BY LENGTH'
092100         TO GENRPT-LINE
092200     WRITE GENRPT-LINE
092300     MOVE SPACES TO GENRPT-LINE
092400     MOVE ' LEN   POSSIBLE TAPES GENERATED COVERAGE  HOW'
092500         TO GENRPT-LINE
092600     WRITE GENRPT-LINE
092700     PERFORM 5100-WRITE-ONE-LENGTH THRU 5100-EXIT
092800         VARYING CUR-LENGTH FROM MIN-LENGTH BY 1
092900         UNTIL CUR-LENGTH > MAX-LENGTH
093000     MOVE SPACES TO RPT-LENGTH-LINE
093100     MOVE 'ALL' TO LL-LENGTH-X
093200     MOVE TOTAL-POSSIBLE TO LL-POSSIBLE
093300     IF TOTAL-OVER
093400         MOVE '+' TO LL-OVER
093500     END-IF
093600     MOVE TAPES-WRITTEN TO LL-GENERATED
093700     IF TOTAL-POSSIBLE > ZERO
093800         COMPUTE COVERAGE-PCT ROUNDED =
093900             TAPES-WRITTEN * 100 / TOTAL-POSSIBLE
094000     ELSE
094100         MOVE ZERO TO COVERAGE-PCT
094200     END-IF
094300     MOVE COVERAGE-PCT TO LL-PCT
094400     MOVE '%' TO LL-PCT-SIGN
094500     WRITE GENRPT-LINE FROM RPT-LENGTH-LINE.
094600 5000-EXIT.
094700     EXIT.

094800 5100-WRITE-ONE-LENGTH.
094900     COMPUTE LEN-SUB = CUR-LENGTH + 1
095000     MOVE SPACES TO RPT-LENGTH-LINE
095100     MOVE CUR-LENGTH TO LL-LENGTH
095200     MOVE LN-POSSIBLE(LEN-SUB) TO LL-POSSIBLE
095300     IF LN-OVER(LEN-SUB)
095400         MOVE '+' TO LL-OVER
095500     END-IF
095600     MOVE LN-GENERATED(LEN-SUB) TO LL-GENERATED
095700     IF LN-POSSIBLE(LEN-SUB) > ZERO
095800         COMPUTE COVERAGE-PCT ROUNDED =
095900             LN-GENERATED(LEN-SUB) * 100 / LN-POSSIBLE(LEN-SUB)
096000     ELSE
096100         MOVE ZERO TO COVERAGE-PCT
096200     END-IF
096300     MOVE COVERAGE-PCT TO LL-PCT
096400     MOVE '%' TO LL-PCT-SIGN
096500     EVALUATE TRUE
096600         WHEN LN-POSSIBLE(LEN-SUB) = ZERO
096700             MOVE 'NONE POSSIBLE' TO LL-NOTE
096800         WHEN GEN-REFUSED
096900             MOVE SPACES TO LL-NOTE
097000         WHEN LN-WHOLE(LEN-SUB)
097100             MOVE 'ALL TAPES' TO LL-NOTE
097200         WHEN LN-FILLED(LEN-SUB)
097300             MOVE 'SAMPLED AND FILLED' TO LL-NOTE
097400         WHEN LN-QUOTA(LEN-SUB) = ZERO
097500             MOVE 'NONE - CAP USED UP' TO LL-NOTE
097600         WHEN OTHER
097700             MOVE 'SAMPLED' TO LL-NOTE
097800     END-EVALUATE
097900     WRITE GENRPT-LINE FROM RPT-LENGTH-LINE.
098000 5100-EXIT.
098100     EXIT.

098200******************************************************************
098300*    8100-REFUSE-GENERATION
098400*    MARKS THE RUN REFUSED. THE REASON IS ALREADY IN GEN-ERROR-MSG
098500*    AND IS PRINTED ON GENRPT AND SYSOUT AT TERMINATION.
098600******************************************************************
098700 8100-REFUSE-GENERATION.
098800     SET GEN-REFUSED TO TRUE.
098900 8100-EXIT.
099000     EXIT.

099100******************************************************************
099200*    9000-TERMINATE
099300*    END-OF-RUN HOUSEKEEPING. A REFUSED RUN ENDS RC=8 AND ITS
099400*    TAPEIN, IF ANY WAS STARTED, IS NOT TO BE RUN.
099500******************************************************************
099600 9000-TERMINATE.
099700     IF GEN-REFUSED
099800         MOVE SPACES TO GENRPT-LINE
099900         WRITE GENRPT-LINE
100000         MOVE '** GENERATION REFUSED - ' TO GENRPT-LINE
100100         MOVE GEN-ERROR-MSG TO GENRPT-LINE(25:40)
100200         WRITE GENRPT-LINE
100300         CLOSE GENRPT
100400         MOVE 8 TO RETURN-CODE
100500         DISPLAY 'TMGENTAP REFUSED - ' GEN-ERROR-MSG
100600         GO TO 9000-EXIT
100700     END-IF
100800     CLOSE GENRPT
100900     MOVE TAPES-WRITTEN TO COUNT-DISP
101000     DISPLAY 'Batch ' GEN-BATCH-ID ' generated - tapes: '
101100         COUNT-DISP.
101200 9000-EXIT.
101300     EXIT.

101400 END PROGRAM TMGENTAP.
