000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TMSPLIT.
000300 AUTHOR.        R-HALVERSEN.
000400 INSTALLATION.  OPERATIONS-SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. PARTITION SPLIT FOR A BIG
001100*                  SUPPLIER BATCH. EVERY TAPE IN A BATCH IS
001200*                  INDEPENDENT, BUT A SINGLE TuringMachine STEP
001300*                  RUNS THEM ONE AT A TIME AND ON A LARGE BATCH
001400*                  SPENDS THE WHOLE WINDOW IN 2000-PROCESS-TAPE-
001500*                  DECK. THIS PROGRAM TAKES THE CLEAN DECK
001600*                  (TAPECLN) FROM AN EDIT-ONLY MACHINE STEP AND
001700*                  CUTS IT INTO UP TO EIGHT CONTIGUOUS PARTITIONS
001800*                  (PART01-PART08), EACH A PROPERLY FORMED HDR/TRL
001900*                  BATCH UNDER THE ORIGINAL BATCH ID WHOSE HEADER
002000*                  CARRIES THE PARTITION NUMBER, PARTITION COUNT
002100*                  AND THE ORIGINAL NUMBER OF ITS FIRST TAPE, SO
002200*                  EACH PARTITION'S MACHINE STEP NUMBERS ITS TAPES
002300*                  EXACTLY AS THE SINGLE STEP WOULD HAVE. SPLITCTL
002400*                  RECORDS THE CUT FOR TMMERGE AND TMRECON.
002410* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002420*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002430*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002440*                  THE STEP RC=8. SP-SPLIT-DATE AND XC-RUN-DATE
002450*                  CARRY IT.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SPLITPRM ASSIGN TO "SPLITPRM"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS SPLITPRM-STATUS.

003200     SELECT TAPEIN ASSIGN TO "TAPEIN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS TAPEIN-STATUS.

003500     SELECT TAPECLN ASSIGN TO "TAPECLN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS TAPECLN-STATUS.

003800     SELECT BATCHREG ASSIGN TO "BATCHREG"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS BATCHREG-STATUS.

004100     SELECT SPLITCTL ASSIGN TO "SPLITCTL"
004200         ORGANIZATION IS LINE SEQUENTIAL.

004300     SELECT PART01 ASSIGN TO "PART01"
004400         ORGANIZATION IS LINE SEQUENTIAL.

004500     SELECT PART02 ASSIGN TO "PART02"
004600         ORGANIZATION IS LINE SEQUENTIAL.

004700     SELECT PART03 ASSIGN TO "PART03"
004800         ORGANIZATION IS LINE SEQUENTIAL.

004900     SELECT PART04 ASSIGN TO "PART04"
005000         ORGANIZATION IS LINE SEQUENTIAL.

005100     SELECT PART05 ASSIGN TO "PART05"
005200         ORGANIZATION IS LINE SEQUENTIAL.

005300     SELECT PART06 ASSIGN TO "PART06"
005400         ORGANIZATION IS LINE SEQUENTIAL.

005500     SELECT PART07 ASSIGN TO "PART07"
005600         ORGANIZATION IS LINE SEQUENTIAL.

005700     SELECT PART08 ASSIGN TO "PART08"
005800         ORGANIZATION IS LINE SEQUENTIAL.

005900     SELECT OPTIONAL EXCPFILE ASSIGN TO "EXCPFILE"
006000         ORGANIZATION IS LINE SEQUENTIAL.

006020     SELECT BUSDATE ASSIGN TO "BUSDATE"
006040         ORGANIZATION IS LINE SEQUENTIAL
006060         FILE STATUS IS BUSDATE-STATUS.

006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  SPLITPRM.
006400 01  SPLIT-PARM-RECORD.
006500     05  SM-PART-COUNT           PIC X(02).
006600     05  SM-REST                 PIC X(78).

006700 FD  TAPEIN.
006800 01  TAPE-IN-RECORD              PIC X(120).
006900 01  BATCH-HEADER-RECORD.
007000     05  BH-RECORD-TYPE          PIC X(03).
007100         88  BH-HEADER-PRESENT              VALUE 'HDR'.
007200     05  BH-BATCH-ID             PIC X(08).
007300     05  BH-CREATE-DATE          PIC 9(08).
007400     05  BH-EXPECT-COUNT         PIC 9(06).
007500     05  BH-PART-TAG             PIC X(04).
007600         88  BH-PARTITION                   VALUE 'PART'.
007700     05  BH-PART-NUM             PIC 9(02).
007800     05  BH-PART-COUNT           PIC 9(02).
007900     05  BH-FIRST-TAPE           PIC 9(06).
008000     05  BH-REST                 PIC X(01).

008100 FD  TAPECLN.
008200 01  TAPE-CLN-RECORD             PIC X(120).

008300 FD  BATCHREG.
008400     COPY TMBREGRC.

008500 FD  SPLITCTL.
008600     COPY TMSPLTRC.

008700 FD  PART01.
008800 01  PART01-RECORD               PIC X(120).

008900 FD  PART02.
009000 01  PART02-RECORD               PIC X(120).

009100 FD  PART03.
009200 01  PART03-RECORD               PIC X(120).

009300 FD  PART04.
009400 01  PART04-RECORD               PIC X(120).

009500 FD  PART05.
009600 01  PART05-RECORD               PIC X(120).

009700 FD  PART06.
009800 01  PART06-RECORD               PIC X(120).

009900 FD  PART07.
010000 01  PART07-RECORD               PIC X(120).

010100 FD  PART08.
010200 01  PART08-RECORD               PIC X(120).

010300 FD  EXCPFILE.
010400     COPY TMEXCPRC.

010420 FD  BUSDATE.
010440     COPY TMBDATRC.

010500 WORKING-STORAGE SECTION.
010600******************************************************************
010700* PARTITION PLAN. THE CLEAN COUNT ON THE BATCH'S BATCHREG RECEIPT
010800* IS DEALT OUT AS EVENLY AS IT GOES - EVERY PARTITION GETS THE
010900* SAME SHARE AND THE FIRST FEW TAKE ONE TAPE MORE EACH FOR THE
011000* REMAINDER - IN CONTIGUOUS RUNS OF ORIGINAL TAPE NUMBERS. THE
011100* PARTITION COUNT COMES FROM THE SPLITPRM CARD (COLS 1-2, 01-08);
011200* NO CARD MEANS FOUR, THE NUMBER OF PARTITION JOBS IN THE
011300* SCHEDULE.
011400******************************************************************
011500 77  PART-MAX                    PIC 9(02) COMP VALUE 8.
011600 77  PART-COUNT                  PIC 9(02) COMP VALUE 4.
011700 77  PART-SUB                    PIC 9(02) COMP.
011800 01  PARTITION-TABLE.
011900     05  PARTITION-ENTRY OCCURS 8 TIMES.
012000         10  PN-FIRST-TAPE       PIC 9(06).
012100         10  PN-TAPE-COUNT       PIC 9(06).
012200 77  PART-SHARE                  PIC 9(06) COMP.
012300 77  PART-LEFTOVER               PIC 9(06) COMP.
012400 77  NEXT-TAPE                   PIC 9(06) COMP.
012500 77  PART-WRITTEN                PIC 9(06) COMP.

012600******************************************************************
012700* PARTITION OUTPUT RECORD - BUILT HERE AND WRITTEN TO WHICHEVER
012800* PART0N FILE IS CURRENT. THE HEADER VIEW IS THE TAPEIN HDR WITH
012900* THE PARTITION FIELDS FILLED IN; THE TRAILER VIEW IS THE TRL.
013000******************************************************************
013100 01  PART-OUT-RECORD             PIC X(120).
013200 01  PART-HEADER-RECORD REDEFINES PART-OUT-RECORD.
013300     05  PH-RECORD-TYPE          PIC X(03).
013400     05  PH-BATCH-ID             PIC X(08).
013500     05  PH-CREATE-DATE          PIC 9(08).
013600     05  PH-EXPECT-COUNT         PIC 9(06).
013700     05  PH-PART-TAG             PIC X(04).
013800     05  PH-PART-NUM             PIC 9(02).
013900     05  PH-PART-COUNT           PIC 9(02).
014000     05  PH-FIRST-TAPE           PIC 9(06).
014100     05  FILLER                  PIC X(81).
014200 01  PART-TRAILER-RECORD REDEFINES PART-OUT-RECORD.
014300     05  PR-RECORD-TYPE          PIC X(03).
014400     05  PR-ACTUAL-COUNT         PIC 9(06).
014500     05  FILLER                  PIC X(111).

014600******************************************************************
014700* BATCH IDENTITY AND CONTROL TOTALS
014800******************************************************************
014900 77  RUN-DATE                    PIC 9(08).
014950 77  CLOCK-DATE                  PIC 9(08).
015000 77  BATCH-ID-SAVE               PIC X(08) VALUE SPACES.
015100 77  CREATE-DATE-SAVE            PIC 9(08).
015200 77  RCPT-CLEAN-CT               PIC 9(06) VALUE ZERO.
015300 77  CLN-RECORD-CT               PIC 9(06) COMP VALUE ZERO.
015400 77  COUNT-DISP                  PIC 9(06).
015500 77  PART-NUM-DISP               PIC 9(02).
015600 77  SPLIT-ERROR-MSG             PIC X(34).

015700******************************************************************
015800* FILE STATUS FIELDS AND SWITCHES
015900******************************************************************
016000 77  SPLITPRM-STATUS             PIC X(02).
016100 77  TAPEIN-STATUS               PIC X(02).
016200 77  TAPECLN-STATUS              PIC X(02).
016300 77  BATCHREG-STATUS             PIC X(02).
016320 77  BUSDATE-STATUS              PIC X(02).
016340 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
016360     88  BUSDATE-FOUND                       VALUE 'Y'.
016380     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
016400 77  TAPECLN-EOF-SW              PIC X(01) VALUE 'N'.
016500     88  TAPECLN-EOF                         VALUE 'Y'.
016600     88  TAPECLN-NOT-EOF                     VALUE 'N'.
016700 77  BATCHREG-EOF-SW             PIC X(01) VALUE 'N'.
016800     88  BATCHREG-EOF                        VALUE 'Y'.
016900     88  BATCHREG-NOT-EOF                    VALUE 'N'.
017000 77  RECEIPT-SW                  PIC X(01) VALUE 'N'.
017100     88  RECEIPT-FOUND                       VALUE 'Y'.
017200     88  RECEIPT-NOT-FOUND                   VALUE 'N'.
017300 77  DECK-SW                     PIC X(01) VALUE 'N'.
017400     88  DECK-OPEN                           VALUE 'Y'.
017500     88  DECK-NOT-OPEN                       VALUE 'N'.
017600 77  SPLIT-SW                    PIC X(01) VALUE 'N'.
017700     88  SPLIT-REFUSED                       VALUE 'Y'.
017800     88  SPLIT-OK                            VALUE 'N'.

017900 PROCEDURE DIVISION.
018000******************************************************************
018100*    0000-MAINLINE
018200*    PROGRAM ENTRY POINT.
018300******************************************************************
018400 0000-MAINLINE.
018420     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
018440     IF BUSDATE-NOT-FOUND
018460         GO TO 0000-EXIT
018480     END-IF
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018600     IF SPLIT-OK
018700         PERFORM 2000-SPLIT-DECK THRU 2000-EXIT
018800     END-IF
018900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018902 0000-EXIT.
018904     STOP RUN.

018906******************************************************************
018908*    0100-LOAD-BUSINESS-DATE
018910*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
018912*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
018914*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
018916*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
018918*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
018920*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
018922*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
018924******************************************************************
018926 0100-LOAD-BUSINESS-DATE.
018928     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
018930     OPEN INPUT BUSDATE
018932     IF BUSDATE-STATUS NOT = '00'
018934         GO TO 0100-REFUSE
018936     END-IF
018938     READ BUSDATE
018940         AT END
018942             CONTINUE
018944     END-READ
018946     IF BUSDATE-STATUS = '00'
018948         AND BD-CONTROL-RECORD
018950         AND BD-CURRENT-DATE IS NUMERIC
018952         AND BD-PRIOR-DATE IS NUMERIC
018954         AND BD-CURRENT-DATE > BD-PRIOR-DATE
018956         MOVE BD-CURRENT-DATE TO RUN-DATE
018958         SET BUSDATE-FOUND TO TRUE
018960     END-IF
018962     CLOSE BUSDATE
018964     IF BUSDATE-FOUND
018966         GO TO 0100-EXIT
018968     END-IF.
018970 0100-REFUSE.
018972     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
018974         'STEP STOPPED'
018976     MOVE 8 TO RETURN-CODE.
018978 0100-EXIT.
018980     EXIT.

019100******************************************************************
019200*    1000-INITIALIZE
019300*    READS THE PARTITION COUNT, IDENTIFIES THE BATCH FROM THE
019400*    TAPEIN HDR, FINDS ITS BATCHREG RECEIPT AND PLANS THE
019500*    PARTITIONS FROM THE RECEIPT'S CLEAN COUNT. THE EDIT-ONLY
019600*    MACHINE STEP POSTS THE RECEIPT ONLY FOR A BATCH THAT
019700*    BALANCED, SO NO RECEIPT MEANS NO TRUSTWORTHY CLEAN DECK AND
019800*    THE SPLIT IS REFUSED BEFORE A PARTITION IS WRITTEN.
019900******************************************************************
020000 1000-INITIALIZE.
020200     OPEN EXTEND EXCPFILE
020300     MOVE SPACES TO EXCEPTION-RECORD
020400     MOVE ZERO TO XC-UNIT-NUM
020500     PERFORM 1100-LOAD-SPLIT-PARM THRU 1100-EXIT
020600     IF SPLIT-REFUSED
020700         GO TO 1000-EXIT
020800     END-IF
020900     PERFORM 1200-READ-BATCH-HEADER THRU 1200-EXIT
021000     IF SPLIT-REFUSED
021100         GO TO 1000-EXIT
021200     END-IF
021300     PERFORM 1300-FIND-RECEIPT THRU 1300-EXIT
021400     IF SPLIT-REFUSED
021500         GO TO 1000-EXIT
021600     END-IF
021700     MOVE 1 TO NEXT-TAPE
021800     DIVIDE RCPT-CLEAN-CT BY PART-COUNT
021900         GIVING PART-SHARE REMAINDER PART-LEFTOVER
022000     PERFORM 1400-PLAN-ONE-PARTITION THRU 1400-EXIT
022100         VARYING PART-SUB FROM 1 BY 1
022200         UNTIL PART-SUB > PART-COUNT
022300     OPEN INPUT TAPECLN
022400     IF TAPECLN-STATUS NOT = '00'
022500         MOVE 'TAPECLN MISSING' TO SPLIT-ERROR-MSG
022600         PERFORM 8100-REFUSE-SPLIT THRU 8100-EXIT
022700         GO TO 1000-EXIT
022800     END-IF
022900     OPEN OUTPUT SPLITCTL
023000     SET DECK-OPEN TO TRUE.
023100 1000-EXIT.
023200     EXIT.

023300******************************************************************
023400*    1100-LOAD-SPLIT-PARM
023500*    SPLITPRM IS AN OPTIONAL ONE-CARD CONTROL FILE. STATUS '35'
023600*    MEANS NO CARD - PART-COUNT KEEPS ITS DEFAULT. A CARD WHOSE
023700*    COUNT IS NOT 01 TO 08 IS A SETUP ERROR, NOT SOMETHING TO
023800*    GUESS AROUND - THE PARTITION JOBS IN THE SCHEDULE MUST
023900*    MATCH IT - SO THE SPLIT IS REFUSED.
024000******************************************************************
024100 1100-LOAD-SPLIT-PARM.
024200     OPEN INPUT SPLITPRM
024300     IF SPLITPRM-STATUS = '35'
024400         GO TO 1100-EXIT
024500     END-IF
024600     READ SPLITPRM
024700         AT END
024800             CONTINUE
024900     END-READ
025000     IF SPLITPRM-STATUS = '00'
025100         IF SM-PART-COUNT IS NUMERIC
025200             AND SM-PART-COUNT > '00'
025300             AND SM-PART-COUNT NOT > '08'
025400             MOVE SM-PART-COUNT TO PART-COUNT
025500         ELSE
025600             MOVE 'PARTITION COUNT NOT 01 TO 08'
025700                 TO SPLIT-ERROR-MSG
025800             PERFORM 8100-REFUSE-SPLIT THRU 8100-EXIT
025900         END-IF
026000     END-IF
026100     CLOSE SPLITPRM.
026200 1100-EXIT.
026300     EXIT.

026400******************************************************************
026500*    1200-READ-BATCH-HEADER
026600*    THE ORIGINAL TAPEIN NAMES THE BATCH BEING SPLIT. ONLY ITS HDR
026700*    IS READ - THE TAPES THEMSELVES COME FROM THE EDITED CLEAN
026800*    DECK. A TAPEIN THAT IS ITSELF A PARTITION IS NOT SPLIT AGAIN.
026900******************************************************************
027000 1200-READ-BATCH-HEADER.
027100     OPEN INPUT TAPEIN
027200     IF TAPEIN-STATUS NOT = '00'
027300         MOVE 'TAPEIN MISSING' TO SPLIT-ERROR-MSG
027400         PERFORM 8100-REFUSE-SPLIT THRU 8100-EXIT
027500         GO TO 1200-EXIT
027600     END-IF
027700     READ TAPEIN
027800         AT END
027900             MOVE SPACES TO TAPE-IN-RECORD
028000     END-READ
028100     CLOSE TAPEIN
028200     IF NOT BH-HEADER-PRESENT
028300         MOVE 'MISSING BATCH HEADER' TO SPLIT-ERROR-MSG
028400         PERFORM 8100-REFUSE-SPLIT THRU 8100-EXIT
028500         GO TO 1200-EXIT
028600     END-IF
028700     MOVE BH-BATCH-ID    TO BATCH-ID-SAVE
028800     MOVE BH-CREATE-DATE TO CREATE-DATE-SAVE
028900     IF BH-PARTITION
029000         MOVE 'TAPEIN IS ALREADY A PARTITION' TO SPLIT-ERROR-MSG
029100         PERFORM 8100-REFUSE-SPLIT THRU 8100-EXIT
029200     END-IF.
029300 1200-EXIT.
029400     EXIT.

029500******************************************************************
029600*    1300-FIND-RECEIPT
029700*    LOOKS THE BATCH UP ON THE RECEIPT REGISTER FOR THE CLEAN
029800*    COUNT THE EDIT STEP POSTED. THAT COUNT, NOT A COUNT OF
029900*    WHATEVER TAPECLN HOLDS, DRIVES THE PLAN, SO A CLEAN DECK
030000*    THAT DOES NOT FOOT TO THE RECEIPT IS CAUGHT IN 2000.
030100******************************************************************
030200 1300-FIND-RECEIPT.
030300     OPEN INPUT BATCHREG
030400     IF BATCHREG-STATUS = '00'
030500         PERFORM 1310-READ-REGISTER THRU 1310-EXIT
030600         PERFORM 1320-MATCH-ONE-RECEIPT THRU 1320-EXIT
030700             UNTIL BATCHREG-EOF OR RECEIPT-FOUND
030800         CLOSE BATCHREG
030900     END-IF
031000     IF RECEIPT-NOT-FOUND
031100         MOVE 'BATCH NOT ON BATCHREG' TO SPLIT-ERROR-MSG
031200         PERFORM 8100-REFUSE-SPLIT THRU 8100-EXIT
031300     END-IF.
031400 1300-EXIT.
031500     EXIT.

031600 1310-READ-REGISTER.
031700     READ BATCHREG
031800         AT END
031900             SET BATCHREG-EOF TO TRUE
032000     END-READ.
032100 1310-EXIT.
032200     EXIT.

032300 1320-MATCH-ONE-RECEIPT.
032400     IF BR-BATCH-ID = BATCH-ID-SAVE
032500         SET RECEIPT-FOUND TO TRUE
032600         MOVE BR-CLEAN-COUNT TO RCPT-CLEAN-CT
032700     ELSE
032800         PERFORM 1310-READ-REGISTER THRU 1310-EXIT
032900     END-IF.
033000 1320-EXIT.
033100     EXIT.

033200 1400-PLAN-ONE-PARTITION.
033300     MOVE NEXT-TAPE TO PN-FIRST-TAPE(PART-SUB)
033400     MOVE PART-SHARE TO PN-TAPE-COUNT(PART-SUB)
033500     IF PART-SUB NOT > PART-LEFTOVER
033600         ADD 1 TO PN-TAPE-COUNT(PART-SUB)
033700     END-IF
033800     ADD PN-TAPE-COUNT(PART-SUB) TO NEXT-TAPE.
033900 1400-EXIT.
034000     EXIT.

034100******************************************************************
034200*    2000-SPLIT-DECK
034300*    WRITES THE PARTITIONS IN ORDER, EACH TAKING THE NEXT
034400*    PN-TAPE-COUNT RECORDS OF THE CLEAN DECK, THEN PROVES THE DECK
034500*    WAS EXACTLY AS LONG AS THE RECEIPT SAID. A CLEAN DECK THAT
034600*    RUNS SHORT LEAVES ITS LAST PARTITIONS WITH A TRAILER COUNT
034700*    BELOW THE HEADER'S, WHICH THE PARTITION'S OWN INPUT EDIT
034800*    WOULD STOP ANYWAY; EITHER WAY THE SPLIT ENDS RC=8 SO NO
034900*    PARTITION JOB IS RELEASED.
035000******************************************************************
035100 2000-SPLIT-DECK.
035200     PERFORM 2100-READ-TAPECLN THRU 2100-EXIT
035300     PERFORM 2200-WRITE-ONE-PARTITION THRU 2200-EXIT
035400         VARYING PART-SUB FROM 1 BY 1
035500         UNTIL PART-SUB > PART-COUNT
035600     IF TAPECLN-NOT-EOF
035700         MOVE 'TAPECLN LONGER THAN RECEIPT' TO SPLIT-ERROR-MSG
035800         PERFORM 8100-REFUSE-SPLIT THRU 8100-EXIT
035900         GO TO 2000-EXIT
036000     END-IF
036100     IF CLN-RECORD-CT NOT = RCPT-CLEAN-CT
036200         MOVE 'TAPECLN SHORT OF RECEIPT' TO SPLIT-ERROR-MSG
036300         PERFORM 8100-REFUSE-SPLIT THRU 8100-EXIT
036400     END-IF.
036500 2000-EXIT.
036600     EXIT.

036700 2100-READ-TAPECLN.
036800     READ TAPECLN
036900         AT END
037000             SET TAPECLN-EOF TO TRUE
037100     END-READ.
037200 2100-EXIT.
037300     EXIT.

037400******************************************************************
037500*    2200-WRITE-ONE-PARTITION
037600*    ONE PARTITION: HDR UNDER THE ORIGINAL BATCH ID AND CREATION
037700*    DATE WITH THE PLANNED COUNT AND THE PARTITION FIELDS, THE
037800*    TAPES, TRL WITH THE COUNT ACTUALLY COPIED. ITS SPLITCTL
037900*    RECORD CARRIES THE PLANNED RANGE.
038000******************************************************************
038100 2200-WRITE-ONE-PARTITION.
038200     PERFORM 2210-OPEN-PARTITION THRU 2210-EXIT
038300     MOVE SPACES                   TO PART-OUT-RECORD
038400     MOVE 'HDR'                    TO PH-RECORD-TYPE
038500     MOVE BATCH-ID-SAVE            TO PH-BATCH-ID
038600     MOVE CREATE-DATE-SAVE         TO PH-CREATE-DATE
038700     MOVE PN-TAPE-COUNT(PART-SUB)  TO PH-EXPECT-COUNT
038800     MOVE 'PART'                   TO PH-PART-TAG
038900     MOVE PART-SUB                 TO PH-PART-NUM
039000     MOVE PART-COUNT               TO PH-PART-COUNT
039100     MOVE PN-FIRST-TAPE(PART-SUB)  TO PH-FIRST-TAPE
039200     PERFORM 2220-WRITE-PARTITION-RECORD THRU 2220-EXIT
039300     MOVE ZERO TO PART-WRITTEN
039400     PERFORM 2300-COPY-ONE-TAPE THRU 2300-EXIT
039500         UNTIL PART-WRITTEN >= PN-TAPE-COUNT(PART-SUB)
039600             OR TAPECLN-EOF
039700     MOVE SPACES                   TO PART-OUT-RECORD
039800     MOVE 'TRL'                    TO PR-RECORD-TYPE
039900     MOVE PART-WRITTEN             TO PR-ACTUAL-COUNT
040000     PERFORM 2220-WRITE-PARTITION-RECORD THRU 2220-EXIT
040100     PERFORM 2230-CLOSE-PARTITION THRU 2230-EXIT
040200     MOVE BATCH-ID-SAVE            TO SP-BATCH-ID
040300     MOVE SPACE                    TO SP-SEP1
040400     MOVE PART-SUB                 TO SP-PART-NUM
040500     MOVE SPACE                    TO SP-SEP2
040600     MOVE PART-COUNT               TO SP-PART-COUNT
040700     MOVE SPACE                    TO SP-SEP3
040800     MOVE PN-FIRST-TAPE(PART-SUB)  TO SP-FIRST-TAPE
040900     MOVE SPACE                    TO SP-SEP4
041000     MOVE PN-TAPE-COUNT(PART-SUB)  TO SP-TAPE-COUNT
041100     MOVE SPACE                    TO SP-SEP5
041200     MOVE RUN-DATE                 TO SP-SPLIT-DATE
041300     WRITE SPLIT-CONTROL-RECORD
041400     MOVE PART-SUB TO PART-NUM-DISP
041500     MOVE PART-WRITTEN TO COUNT-DISP
041600     DISPLAY 'PARTITION ' PART-NUM-DISP ' FIRST TAPE '
041700         SP-FIRST-TAPE ' TAPES ' COUNT-DISP.
041800 2200-EXIT.
041900     EXIT.

042000 2210-OPEN-PARTITION.
042100     EVALUATE PART-SUB
042200         WHEN 1  OPEN OUTPUT PART01
042300         WHEN 2  OPEN OUTPUT PART02
042400         WHEN 3  OPEN OUTPUT PART03
042500         WHEN 4  OPEN OUTPUT PART04
042600         WHEN 5  OPEN OUTPUT PART05
042700         WHEN 6  OPEN OUTPUT PART06
042800         WHEN 7  OPEN OUTPUT PART07
042900         WHEN 8  OPEN OUTPUT PART08
043000     END-EVALUATE.
043100 2210-EXIT.
043200     EXIT.

043300 2220-WRITE-PARTITION-RECORD.
043400     EVALUATE PART-SUB
043500         WHEN 1  WRITE PART01-RECORD FROM PART-OUT-RECORD
043600         WHEN 2  WRITE PART02-RECORD FROM PART-OUT-RECORD
043700         WHEN 3  WRITE PART03-RECORD FROM PART-OUT-RECORD
043800         WHEN 4  WRITE PART04-RECORD FROM PART-OUT-RECORD
043900         WHEN 5  WRITE PART05-RECORD FROM PART-OUT-RECORD
044000         WHEN 6  WRITE PART06-RECORD FROM PART-OUT-RECORD
044100         WHEN 7  WRITE PART07-RECORD FROM PART-OUT-RECORD
044200         WHEN 8  WRITE PART08-RECORD FROM PART-OUT-RECORD
044300     END-EVALUATE.
044400 2220-EXIT.
044500     EXIT.

044600 2230-CLOSE-PARTITION.
044700     EVALUATE PART-SUB
044800         WHEN 1  CLOSE PART01
044900         WHEN 2  CLOSE PART02
045000         WHEN 3  CLOSE PART03
045100         WHEN 4  CLOSE PART04
045200         WHEN 5  CLOSE PART05
045300         WHEN 6  CLOSE PART06
045400         WHEN 7  CLOSE PART07
045500         WHEN 8  CLOSE PART08
045600     END-EVALUATE.
045700 2230-EXIT.
045800     EXIT.

045900 2300-COPY-ONE-TAPE.
046000     MOVE TAPE-CLN-RECORD TO PART-OUT-RECORD
046100     PERFORM 2220-WRITE-PARTITION-RECORD THRU 2220-EXIT
046200     ADD 1 TO PART-WRITTEN
046300     ADD 1 TO CLN-RECORD-CT
046400     PERFORM 2100-READ-TAPECLN THRU 2100-EXIT.
046500 2300-EXIT.
046600     EXIT.

046700******************************************************************
046800*    8100-REFUSE-SPLIT
046900*    THE SPLIT CANNOT BE TRUSTED - SAY WHY ON SYSOUT AND ON THE
047000*    SHARED EXCEPTION FILE, AND LET 9000 END THE STEP RC=8.
047100******************************************************************
047200 8100-REFUSE-SPLIT.
047300     SET SPLIT-REFUSED TO TRUE
047400     DISPLAY 'PARTITION SPLIT REFUSED - ' SPLIT-ERROR-MSG
047500     MOVE 'S'             TO XC-SEVERITY
047600     MOVE 'SPLIT'         TO XC-CATEGORY
047700     MOVE BATCH-ID-SAVE   TO XC-BATCH-ID
047800     MOVE 'PARTITION SPLIT REFUSED - ' TO XC-MESSAGE
047900     MOVE SPLIT-ERROR-MSG TO XC-MESSAGE(27:34)
048000     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT.
048100 8100-EXIT.
048200     EXIT.

048300******************************************************************
048400*    8900-WRITE-EXCEPTION
048500*    APPENDS THE ITEM THE CALLER DESCRIBED TO EXCPFILE FOR THE
048600*    MORNING EXCEPTION REPORT AND CLEARS THE RECORD FOR THE NEXT.
048700******************************************************************
048800 8900-WRITE-EXCEPTION.
048900     MOVE RUN-DATE  TO XC-RUN-DATE
049000     MOVE 'TMSPLIT' TO XC-PROGRAM
049100     WRITE EXCEPTION-RECORD
049200     MOVE SPACES TO EXCEPTION-RECORD
049300     MOVE ZERO TO XC-UNIT-NUM.
049400 8900-EXIT.
049500     EXIT.

049600******************************************************************
049700*    9000-TERMINATE
049800*    A REFUSED SPLIT ENDS RC=8 SO THE SCHEDULER RELEASES NO
049900*    PARTITION JOB.
050000******************************************************************
050100 9000-TERMINATE.
050200     IF DECK-OPEN
050300         CLOSE TAPECLN
050400         CLOSE SPLITCTL
050500     END-IF
050600     CLOSE EXCPFILE
050700     IF SPLIT-REFUSED
050800         MOVE 8 TO RETURN-CODE
050900     ELSE
051000         MOVE PART-COUNT TO PART-NUM-DISP
051100         MOVE CLN-RECORD-CT TO COUNT-DISP
051200         DISPLAY 'BATCH ' BATCH-ID-SAVE ' SPLIT INTO '
051300             PART-NUM-DISP ' PARTITIONS, ' COUNT-DISP ' TAPES'
051400     END-IF.
051500 9000-EXIT.
051600     EXIT.

051700 END PROGRAM TMSPLIT.
