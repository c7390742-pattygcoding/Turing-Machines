002570*                  A RULE, SO PRODUCTION (VERSIONED) AND
002580*                  CANDIDATE (NOT YET VERSIONED) TABLES COMPARE
002590*                  ON THEIR RULES ALONE.
002600* 2026-10-15  RH   *ACCEPT/*REJECT FINAL-STATE HEADERS (SEE
002610*                  TMTRANRC) ARE LOADED PER SIDE. EACH MACHINE
002620*                  STOPS ON ENTERING ONE OF ITS OWN FINAL STATES,
002630*                  THE SIDE LINES SHOW THE ACCEPT/REJECT/UNDECIDED
002640*                  VERDICT, AND A VERDICT THAT DIFFERS BETWEEN THE
002650*                  TWO RULESETS COUNTS AS A DIFFERENCE.
002651* 2026-10-15  RH   A MULTI-TAPE TABLE (*TAPES HEADER, SEE
002652*                  TMTRANRC) ON EITHER SIDE IS NOT COMPARED - THE
002653*                  LOCKSTEP ENGINE HERE RUNS ONE TAPE PER MACHINE.
002654*                  THE STEP SAYS SO ON COMPRPT AND ENDS RC=8
002655*                  INSTEAD OF READING THE EXTRA-TAPE RULES AS ONE-
002656*                  TAPE RULES.
002661* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002666*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002671*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002676*                  THE STEP RC=8. THE HEADING SHOWS THE BUSINESS
002681*                  DATE AND THE CLOCK DATE.
002690******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS RUNPARM-STATUS.

004020     SELECT BUSDATE ASSIGN TO "BUSDATE"
004040         ORGANIZATION IS LINE SEQUENTIAL
004060         FILE STATUS IS BUSDATE-STATUS.

004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  TRANCURR.
004400 01  TRANCURR-RECORD             PIC X(31).

004500 FD  TRANCAND.
004600 01  TRANCAND-RECORD             PIC X(31).

004700 FD  TAPEIN.
004800 01  TAPE-IN-RECORD              PIC X(40).
005200 01  RUNPARM-RECORD.
005300     05  RP-MAX-STEPS            PIC 9(06).

005320 FD  BUSDATE.
005340     COPY TMBDATRC.

005400 WORKING-STORAGE SECTION.
005500******************************************************************
005600* TRANSITION-RECORD WORK AREA - SAME COLUMNS AS TMTRANRC. BOTH
005700* TABLE FILES READ THROUGH THIS ONE BREAKDOWN, INCLUDING THE
005750* *SYMBOLS ALPHABET-HEADER VIEW AND THE *ACCEPT/*REJECT FINAL-
005800* STATE VIEW.
005900******************************************************************
006000 01  TRAN-WORK-RECORD.
006100     05  TW-CURRENT-STATE        PIC X(08).
006800     05  TW-RECORD-TYPE          PIC X(08).
006900         88  TW-ALPHABET-RECORD             VALUE '*SYMBOLS'.
006910         88  TW-VERSION-RECORD              VALUE '*VERSION'.
006930         88  TW-FINAL-RECORD                VALUE '*ACCEPT '
006950                                                  '*REJECT '.
006970         88  TW-ACCEPT-RECORD               VALUE '*ACCEPT '.
006980         88  TW-TAPES-RECORD                VALUE '*TAPES  '.
007000     05  TW-BLANK-SYMBOL         PIC X(01).
007100     05  TW-SYMBOL-SET           PIC X(12).
007120 01  TW-FINAL-VIEW REDEFINES TRAN-WORK-RECORD.
007140     05  FILLER                  PIC X(08).
007160     05  TW-FINAL-STATE          PIC X(08).
007180     05  FILLER                  PIC X(05).

007200******************************************************************
007300* CURRENT-SIDE TRANSITION TABLE AND ALPHABET. MIRRORS TMTRANTB/
009200             DEPENDING ON CUR-ALPHA-COUNT
009300             INDEXED BY CUA-IDX.
009400         10  CUR-AB-SYMBOL       PIC X(01).
009410 77  CUR-FINAL-COUNT             PIC 9(02) COMP VALUE ZERO.
009420 01  CUR-FINAL-TABLE.
009430     05  CUR-FINAL-ENTRY OCCURS 1 TO 20 TIMES
009440             DEPENDING ON CUR-FINAL-COUNT
009450             INDEXED BY CUF-IDX.
009460         10  CUR-FS-STATE        PIC X(08).
009470         10  CUR-FS-VERDICT      PIC X(09).

009500******************************************************************
009600* CANDIDATE-SIDE TRANSITION TABLE AND ALPHABET - SAME SHAPE.
011200             DEPENDING ON CAN-ALPHA-COUNT
011300             INDEXED BY CAA-IDX.
011400         10  CAN-AB-SYMBOL       PIC X(01).
011410 77  CAN-FINAL-COUNT             PIC 9(02) COMP VALUE ZERO.
011420 01  CAN-FINAL-TABLE.
011430     05  CAN-FINAL-ENTRY OCCURS 1 TO 20 TIMES
011440             DEPENDING ON CAN-FINAL-COUNT
011450             INDEXED BY CAF-IDX.
011460         10  CAN-FS-STATE        PIC X(08).
011470         10  CAN-FS-VERDICT      PIC X(09).

011500******************************************************************
011600* LOAD-TIME WORK AREAS - SHARED BY BOTH SIDES' LOADERS
011800 77  INSERT-POS                  PIC 9(04) COMP.
011900 77  LOAD-KEY                    PIC X(09).
012000 77  ALPHA-SCAN-POS              PIC 9(02) COMP.
012020 77  FINAL-STATE-MAX             PIC 9(02) COMP VALUE 20.
012040 77  FINAL-CHECK-STATE           PIC X(08).
012060 77  FINAL-FOUND-VERDICT         PIC X(09).

012100******************************************************************
012200* LOCKSTEP MACHINE STATE - ONE FULL MACHINE PER SIDE. THE TWO
013100 77  CUR-HALT-REASON             PIC X(20).
013200 77  CUR-READ-SYMBOL             PIC X(01).
013300 77  CUR-LOOKUP-KEY              PIC X(09).
013350 77  CUR-VERDICT                 PIC X(09).
013400 77  CAN-STATE                   PIC X(08).
013500 77  CAN-TAPE                    PIC X(40).
013600 77  CAN-HEAD                    PIC 9(02).
013800 77  CAN-HALT-REASON             PIC X(20).
013900 77  CAN-READ-SYMBOL             PIC X(01).
014000 77  CAN-LOOKUP-KEY              PIC X(09).
014050 77  CAN-VERDICT                 PIC X(09).
014100 77  FOUND-NEXT-STATE            PIC X(08).
014200 77  FOUND-WRITE-SYMBOL          PIC X(01).
014300 77  FOUND-DIRECTION             PIC S9(02).
015100******************************************************************
015200 77  MAX-STEPS                   PIC 9(06) COMP VALUE 10000.
015300 77  RUNPARM-STATUS              PIC X(02).
015320 77  BUSDATE-STATUS              PIC X(02).
015340 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
015360     88  BUSDATE-FOUND                       VALUE 'Y'.
015380     88  BUSDATE-NOT-FOUND                   VALUE 'N'.

015400******************************************************************
015500* RUN COUNTERS AND REPORT WORK AREAS
015600******************************************************************
015700 77  RUN-DATE                    PIC 9(08).
015750 77  CLOCK-DATE                  PIC 9(08).
015800 77  TAPE-COUNT                  PIC 9(06) COMP VALUE ZERO.
015900 77  EXACT-MATCH-COUNT           PIC 9(06) COMP VALUE ZERO.
016000 77  DIFFER-COUNT                PIC 9(06) COMP VALUE ZERO.
017900     05  RS-STEPS                PIC 9(06).
018000     05  RS-SEP3                 PIC X(01).
018100     05  RS-REASON               PIC X(20).
018120     05  RS-SEP4                 PIC X(01).
018140     05  RS-VERDICT              PIC X(09).

018200******************************************************************
018300* SWITCHES
020300 77  LOOKUP-HIT-SW               PIC X(01) VALUE 'N'.
020400     88  LOOKUP-HIT                          VALUE 'Y'.
020500     88  LOOKUP-MISS                         VALUE 'N'.
020520 77  FINAL-HIT-SW                PIC X(01) VALUE 'N'.
020540     88  FINAL-HIT                           VALUE 'Y'.
020560     88  FINAL-NO-HIT                        VALUE 'N'.
020570 77  MULTI-TAPE-SW               PIC X(01) VALUE 'N'.
020580     88  MULTI-TAPE-TABLE                    VALUE 'Y'.
020590     88  SINGLE-TAPE-TABLES                  VALUE 'N'.

020600 PROCEDURE DIVISION.
020700******************************************************************
020900*    PROGRAM ENTRY POINT.
021000******************************************************************
021100 0000-MAINLINE.
021120     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
021140     IF BUSDATE-NOT-FOUND
021160         GO TO 0000-EXIT
021180     END-IF
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021250     IF SINGLE-TAPE-TABLES
021300         PERFORM 2000-PROCESS-TAPE-DECK THRU 2000-EXIT
021350     END-IF
021400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021402 0000-EXIT.
021404     STOP RUN.

021406******************************************************************
021408*    0100-LOAD-BUSINESS-DATE
021410*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
021412*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
021414*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
021416*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
021418*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
021420*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
021422*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
021424******************************************************************
021426 0100-LOAD-BUSINESS-DATE.
021428     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
021430     OPEN INPUT BUSDATE
021432     IF BUSDATE-STATUS NOT = '00'
021434         GO TO 0100-REFUSE
021436     END-IF
021438     READ BUSDATE
021440         AT END
021442             CONTINUE
021444     END-READ
021446     IF BUSDATE-STATUS = '00'
021448         AND BD-CONTROL-RECORD
021450         AND BD-CURRENT-DATE IS NUMERIC
021452         AND BD-PRIOR-DATE IS NUMERIC
021454         AND BD-CURRENT-DATE > BD-PRIOR-DATE
021456         MOVE BD-CURRENT-DATE TO RUN-DATE
021458         SET BUSDATE-FOUND TO TRUE
021460     END-IF
021462     CLOSE BUSDATE
021464     IF BUSDATE-FOUND
021466         GO TO 0100-EXIT
021468     END-IF.
021470 0100-REFUSE.
021472     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
021474         'STEP STOPPED'
021476     MOVE 8 TO RETURN-CODE.
021478 0100-EXIT.
021480     EXIT.

021600******************************************************************
021700*    1000-INITIALIZE
028002     IF TW-VERSION-RECORD
028004         GO TO 1120-READ-NEXT
028006     END-IF
028016     IF TW-FINAL-RECORD
028026         PERFORM 1150-STORE-CUR-FINAL THRU 1150-EXIT
028036         GO TO 1120-READ-NEXT
028046     END-IF
028051     IF TW-TAPES-RECORD
028056         IF TW-BLANK-SYMBOL NOT = '1'
028061             SET MULTI-TAPE-TABLE TO TRUE
028066         END-IF
028071         GO TO 1120-READ-NEXT
028076     END-IF
028100     MOVE TW-CURRENT-STATE TO LOAD-KEY(1:8)
028200     MOVE TW-READ-SYMBOL   TO LOAD-KEY(9:1)
028300     ADD 1 TO CUR-TRAN-COUNT
032500 1140-EXIT.
032600     EXIT.

032602******************************************************************
032604*    1150-STORE-CUR-FINAL
032606*    KEEPS ONE *ACCEPT OR *REJECT HEADER OF THE CURRENT TABLE -
032608*    SAME RULES AS THE RUN PROGRAMS: FIRST DECLARATION WINS,
032610*    DECLARATIONS PAST FINAL-STATE-MAX ARE IGNORED.
032612******************************************************************
032614 1150-STORE-CUR-FINAL.
032616     MOVE TW-FINAL-STATE TO FINAL-CHECK-STATE
032618     PERFORM 4150-CHECK-CUR-FINAL THRU 4150-EXIT
032620     IF FINAL-HIT
032622         OR CUR-FINAL-COUNT >= FINAL-STATE-MAX
032624         GO TO 1150-EXIT
032626     END-IF
032628     ADD 1 TO CUR-FINAL-COUNT
032630     SET CUF-IDX TO CUR-FINAL-COUNT
032632     MOVE FINAL-CHECK-STATE TO CUR-FS-STATE(CUF-IDX)
032634     IF TW-ACCEPT-RECORD
032636         MOVE 'ACCEPT' TO CUR-FS-VERDICT(CUF-IDX)
032638     ELSE
032640         MOVE 'REJECT' TO CUR-FS-VERDICT(CUF-IDX)
032642     END-IF.
032644 1150-EXIT.
032646     EXIT.

032700 1200-LOAD-CANDIDATE.
032800     PERFORM 1210-READ-CANDIDATE THRU 1210-EXIT
032900     PERFORM 1220-STORE-CANDIDATE THRU 1220-EXIT
034502     IF TW-VERSION-RECORD
034504         GO TO 1220-READ-NEXT
034506     END-IF
034516     IF TW-FINAL-RECORD
034526         PERFORM 1250-STORE-CAN-FINAL THRU 1250-EXIT
034536         GO TO 1220-READ-NEXT
034546     END-IF
034551     IF TW-TAPES-RECORD
034556         IF TW-BLANK-SYMBOL NOT = '1'
034561             SET MULTI-TAPE-TABLE TO TRUE
034566         END-IF
034571         GO TO 1220-READ-NEXT
034576     END-IF
034600     MOVE TW-CURRENT-STATE TO LOAD-KEY(1:8)
034700     MOVE TW-READ-SYMBOL   TO LOAD-KEY(9:1)
034800     ADD 1 TO CAN-TRAN-COUNT
039000 1240-EXIT.
039100     EXIT.

039102******************************************************************
039104*    1250-STORE-CAN-FINAL
039106*    SAME AS 1150-STORE-CUR-FINAL FOR THE CANDIDATE TABLE.
039108******************************************************************
039110 1250-STORE-CAN-FINAL.
039112     MOVE TW-FINAL-STATE TO FINAL-CHECK-STATE
039114     PERFORM 4250-CHECK-CAN-FINAL THRU 4250-EXIT
039116     IF FINAL-HIT
039118         OR CAN-FINAL-COUNT >= FINAL-STATE-MAX
039120         GO TO 1250-EXIT
039122     END-IF
039124     ADD 1 TO CAN-FINAL-COUNT
039126     SET CAF-IDX TO CAN-FINAL-COUNT
039128     MOVE FINAL-CHECK-STATE TO CAN-FS-STATE(CAF-IDX)
039130     IF TW-ACCEPT-RECORD
039132         MOVE 'ACCEPT' TO CAN-FS-VERDICT(CAF-IDX)
039134     ELSE
039136         MOVE 'REJECT' TO CAN-FS-VERDICT(CAF-IDX)
039138     END-IF.
039140 1250-EXIT.
039142     EXIT.

039200 1900-WRITE-REPORT-HEADER.
039400     MOVE SPACES TO COMPRPT-LINE
039500     MOVE 'RULESET COMPARISON REPORT' TO COMPRPT-LINE
039600     WRITE COMPRPT-LINE
039700     MOVE SPACES TO COMPRPT-LINE
039800     MOVE 'BUSINESS DATE: ' TO COMPRPT-LINE
039900     MOVE RUN-DATE TO COMPRPT-LINE(16:8)
039920     MOVE ' CLOCK DATE: ' TO COMPRPT-LINE(24:13)
039940     MOVE CLOCK-DATE TO COMPRPT-LINE(37:8)
040000     WRITE COMPRPT-LINE.
040100 1900-EXIT.
040200     EXIT.
042900     PERFORM 3000-RUN-LOCKSTEP THRU 3000-EXIT
043000         UNTIL CUR-HALTED AND CAN-HALTED
043100     PERFORM 2180-JUDGE-TAPE THRU 2180-EXIT
043150     PERFORM 2170-DETERMINE-VERDICTS THRU 2170-EXIT
043200     PERFORM 2190-WRITE-TAPE-SECTION THRU 2190-EXIT
043300     PERFORM 2010-READ-TAPE-RECORD THRU 2010-EXIT.
043400 2100-EXIT.
045000     MOVE 'HALTED NORMALLY' TO CAN-HALT-REASON
045100     SET CUR-RUNNING TO TRUE
045200     SET CAN-RUNNING TO TRUE
045300     SET NOT-DIVERGED TO TRUE
045305     MOVE CUR-STATE TO FINAL-CHECK-STATE
045310     PERFORM 4150-CHECK-CUR-FINAL THRU 4150-EXIT
045315     IF FINAL-HIT
045320         SET CUR-HALTED TO TRUE
045325     END-IF
045330     MOVE CAN-STATE TO FINAL-CHECK-STATE
045335     PERFORM 4250-CHECK-CAN-FINAL THRU 4250-EXIT
045340     IF FINAL-HIT
045345         SET CAN-HALTED TO TRUE
045350     END-IF.
045400 2110-EXIT.
045500     EXIT.

045502******************************************************************
045504*    2170-DETERMINE-VERDICTS
045506*    EACH SIDE'S VERDICT COMES FROM ITS OWN TABLE'S FINAL STATES.
045508*    ONLY A NORMAL HALT IN A DECLARED *ACCEPT OR *REJECT STATE
045510*    DECIDES THE TAPE - EVERYTHING ELSE IS UNDECIDED.
045512******************************************************************
045514 2170-DETERMINE-VERDICTS.
045516     MOVE 'UNDECIDED' TO CUR-VERDICT
045518     MOVE 'UNDECIDED' TO CAN-VERDICT
045520     IF CUR-HALT-REASON = 'HALTED NORMALLY'
045522         MOVE CUR-STATE TO FINAL-CHECK-STATE
045524         PERFORM 4150-CHECK-CUR-FINAL THRU 4150-EXIT
045526         IF FINAL-HIT
045528             MOVE FINAL-FOUND-VERDICT TO CUR-VERDICT
045530         END-IF
045532     END-IF
045534     IF CAN-HALT-REASON = 'HALTED NORMALLY'
045536         MOVE CAN-STATE TO FINAL-CHECK-STATE
045538         PERFORM 4250-CHECK-CAN-FINAL THRU 4250-EXIT
045540         IF FINAL-HIT
045542             MOVE FINAL-FOUND-VERDICT TO CAN-VERDICT
045544         END-IF
045546     END-IF.
045548 2170-EXIT.
045550     EXIT.

045600******************************************************************
045700*    3000-RUN-LOCKSTEP
045800*    ONE SYNCHRONIZED STEP: EACH MACHINE STILL RUNNING TAKES ITS
051200         GO TO 3100-EXIT
051300     END-IF
051400     MOVE NEW-HEAD TO CUR-HEAD
051450     MOVE CUR-STATE TO FINAL-CHECK-STATE
051500     PERFORM 4150-CHECK-CUR-FINAL THRU 4150-EXIT
051550     IF CUR-STATE = 'HALT' OR FINAL-HIT
051600         SET CUR-HALTED TO TRUE
051700     END-IF.
051800 3100-EXIT.
054900         GO TO 3200-EXIT
055000     END-IF
055100     MOVE NEW-HEAD TO CAN-HEAD
055150     MOVE CAN-STATE TO FINAL-CHECK-STATE
055200     PERFORM 4250-CHECK-CAN-FINAL THRU 4250-EXIT
055250     IF CAN-STATE = 'HALT' OR FINAL-HIT
055300         SET CAN-HALTED TO TRUE
055400     END-IF.
055500 3200-EXIT.
056800 4100-EXIT.
056900     EXIT.

056902******************************************************************
056904*    4150-CHECK-CUR-FINAL
056906*    IS FINAL-CHECK-STATE ONE OF THE CURRENT TABLE'S *ACCEPT OR
056908*    *REJECT STATES? SETS FINAL-HIT AND FINAL-FOUND-VERDICT.
056910******************************************************************
056912 4150-CHECK-CUR-FINAL.
056914     SET FINAL-NO-HIT TO TRUE
056916     IF CUR-FINAL-COUNT = ZERO
056918         GO TO 4150-EXIT
056920     END-IF
056922     SET CUF-IDX TO 1
056924     SEARCH CUR-FINAL-ENTRY
056926         AT END
056928             CONTINUE
056930         WHEN CUR-FS-STATE(CUF-IDX) = FINAL-CHECK-STATE
056932             SET FINAL-HIT TO TRUE
056934             MOVE CUR-FS-VERDICT(CUF-IDX) TO FINAL-FOUND-VERDICT
056936     END-SEARCH.
056938 4150-EXIT.
056940     EXIT.

057000 4200-LOOKUP-CANDIDATE.
057100     SET LOOKUP-MISS TO TRUE
057200     SEARCH ALL CAN-TRAN-ENTRY
058100 4200-EXIT.
058200     EXIT.

058205******************************************************************
058210*    4250-CHECK-CAN-FINAL
058215*    SAME AS 4150-CHECK-CUR-FINAL AGAINST THE CANDIDATE TABLE.
058220******************************************************************
058225 4250-CHECK-CAN-FINAL.
058230     SET FINAL-NO-HIT TO TRUE
058235     IF CAN-FINAL-COUNT = ZERO
058240         GO TO 4250-EXIT
058245     END-IF
058250     SET CAF-IDX TO 1
058255     SEARCH CAN-FINAL-ENTRY
058260         AT END
058265             CONTINUE
058270         WHEN CAN-FS-STATE(CAF-IDX) = FINAL-CHECK-STATE
058275             SET FINAL-HIT TO TRUE
058280             MOVE CAN-FS-VERDICT(CAF-IDX) TO FINAL-FOUND-VERDICT
058285     END-SEARCH.
058290 4250-EXIT.
058295     EXIT.

058300******************************************************************
058400*    2180-JUDGE-TAPE
058500*    AN EXACT MATCH MEANS THE CANDIDATE PRODUCED THE SAME FINAL
058600*    TAPE, THE SAME HALT REASON AND THE SAME STEP COUNT AS
058700*    PRODUCTION - ANYTHING LESS COUNTS AS A DIFFERENCE FOR THE
058750*    GO/NO-GO SUMMARY AND THE RETURN CODE. THE ACCEPT/REJECT
058800*    VERDICT MUST AGREE AS WELL.
058900******************************************************************
059000 2180-JUDGE-TAPE.
059100     COMPUTE STEP-DELTA = CAN-STEPS - CUR-STEPS
059200     IF CUR-TAPE = CAN-TAPE
059300         AND CUR-HALT-REASON = CAN-HALT-REASON
059350         AND CUR-STEPS = CAN-STEPS
059400         AND CUR-VERDICT = CAN-VERDICT
059500         ADD 1 TO EXACT-MATCH-COUNT
059600     ELSE
059700         ADD 1 TO DIFFER-COUNT
062500     MOVE SPACE                TO RS-SEP2
062600     MOVE CUR-STEPS            TO RS-STEPS
062700     MOVE SPACE                TO RS-SEP3
062750     MOVE CUR-HALT-REASON      TO RS-REASON
062800     MOVE SPACE                TO RS-SEP4
062850     MOVE CUR-VERDICT          TO RS-VERDICT
062900     WRITE COMPRPT-LINE FROM RPT-SIDE-LINE
063000     MOVE '  CAND '            TO RS-TAG
063100     MOVE CAN-TAPE             TO RS-TAPE
063400     MOVE SPACE                TO RS-SEP2
063500     MOVE CAN-STEPS            TO RS-STEPS
063600     MOVE SPACE                TO RS-SEP3
063650     MOVE CAN-HALT-REASON      TO RS-REASON
063700     MOVE SPACE                TO RS-SEP4
063750     MOVE CAN-VERDICT          TO RS-VERDICT
063800     WRITE COMPRPT-LINE FROM RPT-SIDE-LINE.
063900 2190-EXIT.
064000     EXIT.
065700     MOVE ' DIFFERED ' TO COMPRPT-LINE(45:10)
065800     MOVE DIFFER-COUNT TO COUNT-DISP
065900     MOVE COUNT-DISP TO COMPRPT-LINE(55:6)
065920     WRITE COMPRPT-LINE
065940     IF MULTI-TAPE-TABLE
065960         MOVE SPACES TO COMPRPT-LINE
065980         MOVE 'MULTI-TAPE RULESET - TAPES NOT COMPARED'
066000             TO COMPRPT-LINE
066020         WRITE COMPRPT-LINE
066040     END-IF
066100     CLOSE TAPEIN
066200     CLOSE COMPRPT
066300     IF DIFFER-COUNT > ZERO
066400         MOVE 4 TO RETURN-CODE
066500         DISPLAY 'RULESETS DIFFER ON ' DIFFER-COUNT
066600             ' TAPE(S). SEE COMPRPT.'
066620     END-IF
066640     IF MULTI-TAPE-TABLE
066660         MOVE 8 TO RETURN-CODE
066680         DISPLAY 'MULTI-TAPE RULESET - NOT COMPARED. SEE COMPRPT.'
066700     END-IF
066800     DISPLAY 'Tapes compared: ' TAPE-COUNT.
066900 9000-EXIT.
