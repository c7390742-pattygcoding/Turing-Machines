002800*                  FROM THE STATE TO HALT AT ALL. ANY FINDING
002900*                  ENDS THE STEP RC=4 SO THE REPORT GATES A
003000*                  TRANNEW PROMOTION THE SAME WAY TMCOMPAR DOES.
003010* 2026-10-15  RH   THE TABLE'S DECLARED *ACCEPT/*REJECT FINAL
003015*                  STATES (SEE TMTRANRC, TMFINAL) ARE NOW TERMINAL
003020*                  HERE THE SAME AS HALT: THEY GET NO STATE
003030*                  SECTION OF THEIR OWN, A RULE INTO ONE SEEDS THE
003040*                  BACKWARD CLOSURE, AND A NEW FINAL-STATE SECTION
003050*                  SAYS WHETHER EACH ONE IS ENTERED BY A RULE FROM
003060*                  A REACHABLE STATE. ONE THAT IS NOT COUNTS AS AN
003070*                  UNREACHABLE FINDING. A RULE LEAVING A FINAL
003080*                  STATE CAN NEVER FIRE AND IS NOTED AS ADVISORY.
003082* 2026-10-15  RH   A MULTI-TAPE TABLE'S *TAPES HEADER IS READ AND
003084*                  EACH RULE'S TAPE 2-3 SYMBOLS AND MOVES ARE
003086*                  LOADED. THE SYMBOL-USAGE SECTION COUNTS A
003088*                  SYMBOL READ OR WRITTEN ON ANY TAPE, AND EACH
003090*                  RULE LINE SHOWS THE EXTRA TAPES AFTER TAPE 1.
003092* 2026-10-15  RH   EVERY FINDING THAT DRIVES RC=4 IS ALSO APPENDED
003094*                  TO THE SHARED EXCEPTION FILE EXCPFILE
003096*                  (TMEXCPRC) FOR THE MORNING EXCEPTION REPORT.
003106* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
003116*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
003126*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
003136*                  THE STEP RC=8. THE HEADING SHOWS THE BUSINESS
003146*                  DATE AND THE CLOCK DATE.
003190******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003800     SELECT XREFRPT ASSIGN TO "XREFRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL.

003920     SELECT OPTIONAL EXCPFILE ASSIGN TO "EXCPFILE"
003940         ORGANIZATION IS LINE SEQUENTIAL.

003950     SELECT BUSDATE ASSIGN TO "BUSDATE"
003960         ORGANIZATION IS LINE SEQUENTIAL
003970         FILE STATUS IS BUSDATE-STATUS.

004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  TRANFILE.
006400     05  XR-SEP3                 PIC X(01).
006500     05  XR-DIR                  PIC S9(02)
006600             SIGN IS LEADING SEPARATE CHARACTER.
006610     05  XR-EXTRA-TAPE OCCURS 2 TIMES.
006620         10  XR-X-SEP1           PIC X(02).
006630         10  XR-X-SYMBOL         PIC X(01).
006640         10  XR-X-ARROW          PIC X(04).
006650         10  XR-X-WRITE          PIC X(01).
006660         10  XR-X-SEP2           PIC X(01).
006670         10  XR-X-DIR            PIC S9(02)
006680                 SIGN IS LEADING SEPARATE CHARACTER.
006700 01  RPT-SYMBOL-LINE.
006800     05  XY-INDENT               PIC X(04).
006900     05  XY-SYMBOL               PIC X(01).
007000     05  XY-SEP1                 PIC X(02).
007100     05  XY-VERDICT              PIC X(30).
007110 01  RPT-FINAL-LINE.
007120     05  XF-INDENT               PIC X(04).
007130     05  XF-VERDICT              PIC X(07).
007140     05  XF-STATE                PIC X(08).
007150     05  XF-SEP1                 PIC X(02).
007160     05  XF-REACH-LABEL          PIC X(29).
007170     05  XF-REACH                PIC X(03).
007180     05  XF-SEP2                 PIC X(02).
007190     05  XF-NOTE                 PIC X(25).

007192 FD  EXCPFILE.
007194     COPY TMEXCPRC.

007196 FD  BUSDATE.
007198     COPY TMBDATRC.

007200 WORKING-STORAGE SECTION.
007300******************************************************************
007600* WALKS EVERY RULE SERIALLY, SO LOAD ORDER IS REPORT ORDER.
007700******************************************************************
007800 COPY TMTRANTB.
007850 77  XT-SUB                      PIC 9(01) COMP.

007900******************************************************************
008000* TAPE ALPHABET FROM THE OPTIONAL *SYMBOLS HEADER - SHARED
009100         10  SU-WRITE-SW         PIC X(01).
009200             88  SU-WRITE-USED              VALUE 'Y'.

009210******************************************************************
009220* ACCEPT/REJECT FINAL STATES FROM THE OPTIONAL *ACCEPT AND *REJECT
009230* HEADERS - SHARED LAYOUT, SEE COPYLIB/TMFINAL.
009240******************************************************************
009250 COPY TMFINAL.
009260 77  FINAL-ENTER-COUNT           PIC 9(04) COMP VALUE ZERO.
009270 77  FINAL-LEAVE-COUNT           PIC 9(04) COMP VALUE ZERO.

009300******************************************************************
009400* KNOWN-STATES TABLE - EVERY DISTINCT STATE THE TABLE REFERENCES
009500* (SAME COLLECTION AS THE COMPLETENESS CHECK) PLUS THE TWO
011300******************************************************************
011400 77  RULE-SUB                    PIC 9(04) COMP.
011500 77  RUN-DATE                    PIC 9(08).
011550 77  CLOCK-DATE                  PIC 9(08).
011600 77  UNREACHABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
011700 77  NO-HALT-COUNT               PIC 9(04) COMP VALUE ZERO.
011800 77  UNUSED-SYMBOL-COUNT         PIC 9(04) COMP VALUE ZERO.
012300* SWITCHES
012400******************************************************************
012500 77  TRANFILE-STATUS             PIC X(02).
012520 77  BUSDATE-STATUS              PIC X(02).
012540 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
012560     88  BUSDATE-FOUND                       VALUE 'Y'.
012580     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
012600 77  TRANFILE-EOF-SW             PIC X(01) VALUE 'N'.
012700     88  TRANFILE-EOF                        VALUE 'Y'.
012800     88  TRANFILE-NOT-EOF                    VALUE 'N'.
014400*    PROGRAM ENTRY POINT.
014500******************************************************************
014600 0000-MAINLINE.
014620     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
014640     IF BUSDATE-NOT-FOUND
014660         GO TO 0000-EXIT
014680     END-IF
014700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014800     IF TRANFILE-FOUND
014900         PERFORM 2000-ANALYZE-RULESET THRU 2000-EXIT
015000         PERFORM 3000-WRITE-XREF-REPORT THRU 3000-EXIT
015100     END-IF
015200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015202 0000-EXIT.
015204     STOP RUN.

015206******************************************************************
015208*    0100-LOAD-BUSINESS-DATE
015210*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
015212*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
015214*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
015216*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
015218*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
015220*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
015222*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
015224******************************************************************
015226 0100-LOAD-BUSINESS-DATE.
015228     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
015230     OPEN INPUT BUSDATE
015232     IF BUSDATE-STATUS NOT = '00'
015234         GO TO 0100-REFUSE
015236     END-IF
015238     READ BUSDATE
015240         AT END
015242             CONTINUE
015244     END-READ
015246     IF BUSDATE-STATUS = '00'
015248         AND BD-CONTROL-RECORD
015250         AND BD-CURRENT-DATE IS NUMERIC
015252         AND BD-PRIOR-DATE IS NUMERIC
015254         AND BD-CURRENT-DATE > BD-PRIOR-DATE
015256         MOVE BD-CURRENT-DATE TO RUN-DATE
015258         SET BUSDATE-FOUND TO TRUE
015260     END-IF
015262     CLOSE BUSDATE
015264     IF BUSDATE-FOUND
015266         GO TO 0100-EXIT
015268     END-IF.
015270 0100-REFUSE.
015272     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
015274         'STEP STOPPED'
015276     MOVE 8 TO RETURN-CODE.
015278 0100-EXIT.
015280     EXIT.

015400******************************************************************
015500*    1000-INITIALIZE
015900*    FILE ENDS THE STEP RC=8 INSTEAD OF ABENDING ON THE OPEN.
016000******************************************************************
016100 1000-INITIALIZE.
016202     OPEN EXTEND EXCPFILE
016204     MOVE SPACES TO EXCEPTION-RECORD
016206     MOVE ZERO TO XC-UNIT-NUM
016210     MOVE ALL 'N' TO SYMBOL-USAGE-TABLE
016300     OPEN INPUT TRANFILE
016400     IF TRANFILE-STATUS NOT = '00'
019410     IF TV-VERSION-RECORD
019420         GO TO 1120-READ-NEXT
019430     END-IF
019440     IF TF-FINAL-RECORD
019450         PERFORM 1150-STORE-FINAL-STATE THRU 1150-EXIT
019460         GO TO 1120-READ-NEXT
019470     END-IF
019475     IF TN-TAPES-RECORD
019480         PERFORM 1170-STORE-TAPE-COUNT THRU 1170-EXIT
019485         GO TO 1120-READ-NEXT
019490     END-IF
019500     ADD 1 TO TRANSITION-COUNT
019600     SET TT-IDX TO TRANSITION-COUNT
019650     MOVE SPACES           TO TT-KEY(TT-IDX)
019700     MOVE TR-CURRENT-STATE TO TT-KEY(TT-IDX)(1:8)
019800     MOVE TR-READ-SYMBOL   TO TT-KEY(TT-IDX)(9:1)
019900     MOVE TR-NEXT-STATE    TO TT-NEXT-STATE(TT-IDX)
020000     MOVE TR-WRITE-SYMBOL  TO TT-WRITE-SYMBOL(TT-IDX)
020020     MOVE TR-DIRECTION     TO TT-DIRECTION(TT-IDX)
020040     PERFORM 1125-STORE-EXTRA-TAPE THRU 1125-EXIT
020060         VARYING XT-SUB FROM 1 BY 1
020080         UNTIL XT-SUB >= TABLE-TAPE-COUNT.
020200 1120-READ-NEXT.
020300     PERFORM 1110-READ-TRANSITION THRU 1110-EXIT.
020400 1120-EXIT.
020500     EXIT.

020505******************************************************************
020510*    1125-STORE-EXTRA-TAPE
020515*    A MULTI-TAPE RULE ALSO CARRIES THE SYMBOL READ (KEY POSITION
020520*    10 FOR TAPE 2, 11 FOR TAPE 3), THE SYMBOL WRITTEN AND THE
020525*    HEAD MOVE FOR EACH FURTHER TAPE.
020530******************************************************************
020535 1125-STORE-EXTRA-TAPE.
020540     MOVE TX-READ-SYMBOL(XT-SUB)
020545         TO TT-KEY(TT-IDX)(9 + XT-SUB:1)
020550     MOVE TX-WRITE-SYMBOL(XT-SUB)
020555         TO TT-X-WRITE-SYMBOL(TT-IDX, XT-SUB)
020560     MOVE TX-DIRECTION(XT-SUB)
020565         TO TT-X-DIRECTION(TT-IDX, XT-SUB).
020570 1125-EXIT.
020575     EXIT.

020600 1130-STORE-ALPHABET.
020700     MOVE TA-BLANK-SYMBOL TO BLANK-SYMBOL
020800     MOVE ZERO TO ALPHABET-COUNT
022800 1140-EXIT.
022900     EXIT.

022902******************************************************************
022904*    1150-STORE-FINAL-STATE
022906*    KEEPS ONE *ACCEPT OR *REJECT HEADER'S STATE AND VERDICT -
022908*    SAME RULES AS THE RUN PROGRAMS: FIRST DECLARATION WINS,
022910*    DECLARATIONS PAST FINAL-STATE-MAX ARE IGNORED.
022912******************************************************************
022914 1150-STORE-FINAL-STATE.
022916     MOVE TF-STATE TO FINAL-CHECK-STATE
022918     PERFORM 2120-CHECK-FINAL-STATE THRU 2120-EXIT
022920     IF FINAL-HIT
022922         OR FINAL-STATE-COUNT >= FINAL-STATE-MAX
022924         GO TO 1150-EXIT
022926     END-IF
022928     ADD 1 TO FINAL-STATE-COUNT
022930     SET FS-IDX TO FINAL-STATE-COUNT
022932     MOVE TF-STATE TO FS-STATE(FS-IDX)
022934     IF TF-ACCEPT-RECORD
022936         MOVE 'ACCEPT' TO FS-VERDICT(FS-IDX)
022938     ELSE
022940         MOVE 'REJECT' TO FS-VERDICT(FS-IDX)
022942     END-IF.
022944 1150-EXIT.
022946     EXIT.

022948******************************************************************
022950*    1170-STORE-TAPE-COUNT
022952*    THE *TAPES HEADER OF A MULTI-TAPE TABLE. A COUNT OUTSIDE 1
022954*    TO TABLE-TAPE-MAX IS LEFT AT ONE TAPE - TuringMachine AND
022956*    TMPROMOTE REJECT SUCH A TABLE, SO IT IS NOT A FINDING HERE.
022958******************************************************************
022960 1170-STORE-TAPE-COUNT.
022962     IF TN-TAPE-COUNT IS NUMERIC
022964         AND TN-TAPE-COUNT > ZERO
022966         AND TN-TAPE-COUNT NOT > TABLE-TAPE-MAX
022968         MOVE TN-TAPE-COUNT TO TABLE-TAPE-COUNT
022970     END-IF.
022972 1170-EXIT.
022974     EXIT.

023000 1900-WRITE-REPORT-HEADER.
023100     MOVE SPACES TO XREFRPT-LINE
023200     MOVE 'RULESET CROSS-REFERENCE AND REACHABILITY REPORT'
023300         TO XREFRPT-LINE
023400     WRITE XREFRPT-LINE
023500     MOVE SPACES TO XREFRPT-LINE
023600     MOVE 'BUSINESS DATE: ' TO XREFRPT-LINE
023700     MOVE RUN-DATE TO XREFRPT-LINE(16:8)
023720     MOVE ' CLOCK DATE: ' TO XREFRPT-LINE(24:13)
023740     MOVE CLOCK-DATE TO XREFRPT-LINE(37:8)
023800     WRITE XREFRPT-LINE.
023900 1900-EXIT.
024000     EXIT.
024600*    HALT). EACH CLOSURE RE-PASSES THE RULE LIST UNTIL A PASS
024700*    MARKS NOTHING NEW. SYMBOL USAGE IS TALLIED IN THE SAME
024800*    WALK OVER THE RULES.
024820*    HALT AND THE DECLARED ACCEPT/REJECT FINAL STATES ARE BOTH
024840*    TERMINAL: NEITHER IS COLLECTED AS A STATE, AND A RULE INTO
024860*    EITHER ONE SEEDS THE BACKWARD CLOSURE, SO 'HALT REACHABLE'
024880*    MEANS A RULE PATH TO HALT OR TO A FINAL STATE.
024900******************************************************************
025000 2000-ANALYZE-RULESET.
025100     PERFORM 2100-COLLECT-ONE-STATE THRU 2100-EXIT
027300     EXIT.

027400 2110-ADD-IF-NEW.
027420     MOVE CANDIDATE-STATE TO FINAL-CHECK-STATE
027440     PERFORM 2120-CHECK-FINAL-STATE THRU 2120-EXIT
027500     IF CANDIDATE-STATE NOT = 'HALT'
027550         AND FINAL-NO-HIT
027600         SET KS-NOT-FOUND TO TRUE
027700         IF KNOWN-STATE-COUNT > ZERO
027800             SET KS-IDX TO 1
029400 2110-EXIT.
029500     EXIT.

029502******************************************************************
029504*    2120-CHECK-FINAL-STATE
029506*    LOOKS UP FINAL-CHECK-STATE AMONG THE DECLARED FINAL STATES.
029508*    A HIT SETS FINAL-HIT AND MOVES THE STATE'S VERDICT TO
029510*    VERDICT.
029512******************************************************************
029514 2120-CHECK-FINAL-STATE.
029516     SET FINAL-NO-HIT TO TRUE
029518     IF FINAL-STATE-COUNT > ZERO
029520         SET FS-IDX TO 1
029522         SEARCH FINAL-STATE-ENTRY
029524             AT END
029526                 CONTINUE
029528             WHEN FS-STATE(FS-IDX) = FINAL-CHECK-STATE
029530                 SET FINAL-HIT TO TRUE
029532                 MOVE FS-VERDICT(FS-IDX) TO VERDICT
029534         END-SEARCH
029536     END-IF.
029538 2120-EXIT.
029540     EXIT.

029600 2300-MARK-Q0-REACHABLE.
029700     MOVE 'q0' TO CANDIDATE-STATE
029800     PERFORM 2320-MARK-REACHABLE THRU 2320-EXIT.
035500******************************************************************
035600*    2400-MARK-HALT-NEIGHBORS
035700*    SEEDS THE BACKWARD CLOSURE: EVERY STATE WITH A RULE GOING
035750*    STRAIGHT TO HALT, OR TO A DECLARED FINAL STATE, CAN PLAINLY
035800*    REACH IT.
035900******************************************************************
036000 2400-MARK-HALT-NEIGHBORS.
036100     PERFORM 2405-SEED-ONE-RULE THRU 2405-EXIT
036500     EXIT.

036600 2405-SEED-ONE-RULE.
036620     MOVE TT-NEXT-STATE(RULE-SUB) TO FINAL-CHECK-STATE
036640     PERFORM 2120-CHECK-FINAL-STATE THRU 2120-EXIT
036700     IF TT-NEXT-STATE(RULE-SUB) = 'HALT'
036750         OR FINAL-HIT
036800         MOVE TT-KEY(RULE-SUB)(1:8) TO CANDIDATE-STATE
036900         PERFORM 2430-MARK-HALTS THRU 2430-EXIT
037000     END-IF.
043800     END-IF
043900     IF TT-WRITE-SYMBOL(TT-IDX) = AB-SYMBOL(AB-IDX)
044000         MOVE 'Y' TO SU-WRITE-SW(SU-IDX)
044040     END-IF
044060     PERFORM 2515-TALLY-EXTRA-TAPE THRU 2515-EXIT
044080         VARYING XT-SUB FROM 1 BY 1
044100         UNTIL XT-SUB >= TABLE-TAPE-COUNT.
044200 2510-EXIT.
044300     EXIT.

044310 2515-TALLY-EXTRA-TAPE.
044320     IF TT-KEY(TT-IDX)(9 + XT-SUB:1) = AB-SYMBOL(AB-IDX)
044330         MOVE 'Y' TO SU-READ-SW(SU-IDX)
044340     END-IF
044350     IF TT-X-WRITE-SYMBOL(TT-IDX, XT-SUB) = AB-SYMBOL(AB-IDX)
044360         MOVE 'Y' TO SU-WRITE-SW(SU-IDX)
044370     END-IF.
044380 2515-EXIT.
044390     EXIT.

044400******************************************************************
044500*    3000-WRITE-XREF-REPORT
044600*    ONE SECTION PER STATE - VERDICT LINE, RULES ENTERING, RULES
044650*    LEAVING - THEN THE SYMBOL-USAGE SECTION, THE FINAL-STATE
044700*    SECTION AND THE FINDING TOTALS.
044800*    STATES ARE LISTED IN THE ORDER THE TABLE FIRST
044900*    MENTIONS THEM, WHICH PUTS q0 AT THE TOP OF ANY TABLE THAT
045000*    STARTS WHERE A TAPE STARTS.
045100******************************************************************
045400         VARYING KS-IDX FROM 1 BY 1
045500         UNTIL KS-IDX > KNOWN-STATE-COUNT
045600     PERFORM 3500-WRITE-SYMBOL-SECTION THRU 3500-EXIT
045650     PERFORM 3600-WRITE-FINAL-SECTION THRU 3600-EXIT
045700     PERFORM 3900-WRITE-TOTALS THRU 3900-EXIT.
045800 3000-EXIT.
045900     EXIT.
047000     ELSE
047100         MOVE 'NO ' TO XS-REACH
047200         ADD 1 TO UNREACHABLE-COUNT
047220         STRING 'STATE ' SUBJECT-STATE ' NOT REACHABLE FROM q0'
047240             DELIMITED BY SIZE INTO XC-MESSAGE
047260         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
047300     END-IF
047400     MOVE SPACES              TO XS-SEP2
047500     MOVE 'HALT REACHABLE: '  TO XS-HALT-LABEL
047800     ELSE
047900         MOVE 'NO ' TO XS-HALT
048000         ADD 1 TO NO-HALT-COUNT
048020         STRING 'STATE ' SUBJECT-STATE ' HAS NO RULE PATH TO HALT'
048040             DELIMITED BY SIZE INTO XC-MESSAGE
048060         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
048100     END-IF
048200     WRITE RPT-STATE-LINE
048300     MOVE ZERO TO ENTER-RULE-COUNT
053000     MOVE SPACE                      TO XR-SEP2
053100     MOVE TT-WRITE-SYMBOL(RULE-SUB)  TO XR-WRITE
053200     MOVE SPACE                      TO XR-SEP3
053220     MOVE TT-DIRECTION(RULE-SUB)     TO XR-DIR
053240     MOVE SPACES TO XR-EXTRA-TAPE(1) XR-EXTRA-TAPE(2)
053260     PERFORM 3410-MOVE-EXTRA-TAPE THRU 3410-EXIT
053280         VARYING XT-SUB FROM 1 BY 1
053300         UNTIL XT-SUB >= TABLE-TAPE-COUNT
053400     WRITE RPT-RULE-LINE.
053500 3400-EXIT.
053600     EXIT.

053605 3410-MOVE-EXTRA-TAPE.
053610     MOVE SPACES                     TO XR-X-SEP1(XT-SUB)
053615     MOVE TT-KEY(RULE-SUB)(9 + XT-SUB:1)
053620                                     TO XR-X-SYMBOL(XT-SUB)
053625     MOVE ' -> '                     TO XR-X-ARROW(XT-SUB)
053630     MOVE TT-X-WRITE-SYMBOL(RULE-SUB, XT-SUB)
053635                                     TO XR-X-WRITE(XT-SUB)
053640     MOVE SPACE                      TO XR-X-SEP2(XT-SUB)
053645     MOVE TT-X-DIRECTION(RULE-SUB, XT-SUB)
053650                                     TO XR-X-DIR(XT-SUB).
053655 3410-EXIT.
053660     EXIT.

053700******************************************************************
053800*    3500-WRITE-SYMBOL-SECTION
053900*    ONE LINE PER DECLARED ALPHABET SYMBOL NO RULE EVER READS
056700     MOVE SPACES             TO XY-SEP1
056800     IF NOT SU-READ-USED(SU-IDX) AND NOT SU-WRITE-USED(SU-IDX)
056810         ADD 1 TO UNUSED-SYMBOL-COUNT
056820         STRING 'ALPHABET SYMBOL ' AB-SYMBOL(AB-IDX)
056830             ' NEVER READ OR WRITTEN' DELIMITED BY SIZE
056840             INTO XC-MESSAGE
056850         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
056900         MOVE 'NEVER READ OR WRITTEN' TO XY-VERDICT
057000     ELSE
057100         IF NOT SU-READ-USED(SU-IDX)
057800 3510-EXIT.
057900     EXIT.

057901******************************************************************
057902*    3600-WRITE-FINAL-SECTION
057903*    ONE LINE PER DECLARED ACCEPT/REJECT FINAL STATE. A FINAL
057904*    STATE NO RULE FROM A REACHABLE STATE ENTERS CAN NEVER GIVE A
057905*    VERDICT - THAT IS AN UNREACHABLE FINDING AND DRIVES RC=4. A
057906*    RULE LEAVING A FINAL STATE CAN NEVER FIRE (THE MACHINE STOPS
057907*    ON ENTRY) AND IS NOTED AS ADVISORY ONLY.
057908******************************************************************
057909 3600-WRITE-FINAL-SECTION.
057910     MOVE SPACES TO XREFRPT-LINE
057911     WRITE XREFRPT-LINE
057912     MOVE 'FINAL STATES:' TO XREFRPT-LINE
057913     WRITE XREFRPT-LINE
057914     IF FINAL-STATE-COUNT = ZERO
057915         MOVE SPACES TO XREFRPT-LINE
057916         MOVE '    (NO ACCEPT/REJECT STATES DECLARED)'
057917             TO XREFRPT-LINE
057918         WRITE XREFRPT-LINE
057919         GO TO 3600-EXIT
057920     END-IF
057921     PERFORM 3610-JUDGE-ONE-FINAL THRU 3610-EXIT
057922         VARYING FS-IDX FROM 1 BY 1
057923         UNTIL FS-IDX > FINAL-STATE-COUNT.
057924 3600-EXIT.
057925     EXIT.

057926 3610-JUDGE-ONE-FINAL.
057927     MOVE FS-STATE(FS-IDX) TO SUBJECT-STATE
057928     MOVE ZERO TO FINAL-ENTER-COUNT
057929     MOVE ZERO TO FINAL-LEAVE-COUNT
057930     PERFORM 3620-CHECK-ONE-RULE THRU 3620-EXIT
057931         VARYING RULE-SUB FROM 1 BY 1
057932         UNTIL RULE-SUB > TRANSITION-COUNT
057933     MOVE SPACES                  TO XF-INDENT
057934     MOVE FS-VERDICT(FS-IDX)      TO XF-VERDICT
057935     MOVE SUBJECT-STATE           TO XF-STATE
057936     MOVE SPACES                  TO XF-SEP1
057937     MOVE 'ENTERED BY A REACHABLE RULE: ' TO XF-REACH-LABEL
057938     IF FINAL-ENTER-COUNT > ZERO
057939         MOVE 'YES' TO XF-REACH
057940     ELSE
057941         MOVE 'NO ' TO XF-REACH
057942         ADD 1 TO UNREACHABLE-COUNT
057943         STRING 'FINAL STATE ' SUBJECT-STATE
057944             ' NOT ENTERED FROM A REACHABLE STATE'
057945             DELIMITED BY SIZE INTO XC-MESSAGE
057946         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
057948     END-IF
057949     MOVE SPACES                  TO XF-SEP2
057950     MOVE SPACES                  TO XF-NOTE
057951     IF FINAL-LEAVE-COUNT > ZERO
057952         MOVE 'RULES LEAVE IT (ADVISORY)' TO XF-NOTE
057953     END-IF
057954     WRITE RPT-FINAL-LINE.
057955 3610-EXIT.
057956     EXIT.

057957 3620-CHECK-ONE-RULE.
057958     IF TT-KEY(RULE-SUB)(1:8) = SUBJECT-STATE
057959         ADD 1 TO FINAL-LEAVE-COUNT
057960         GO TO 3620-EXIT
057961     END-IF
057962     IF TT-NEXT-STATE(RULE-SUB) NOT = SUBJECT-STATE
057963         GO TO 3620-EXIT
057964     END-IF
057965     MOVE TT-KEY(RULE-SUB)(1:8) TO CANDIDATE-STATE
057966     PERFORM 2330-CHECK-MARKED THRU 2330-EXIT
057967     IF MARK-FOUND
057968         ADD 1 TO FINAL-ENTER-COUNT
057969     END-IF.
057970 3620-EXIT.
057971     EXIT.

058000 3900-WRITE-TOTALS.
058100     MOVE SPACES TO XREFRPT-LINE
058200     WRITE XREFRPT-LINE
059700 3900-EXIT.
059800     EXIT.

059805******************************************************************
059810*    8900-WRITE-EXCEPTION
059815*    APPENDS ONE FINDING TO THE SHARED EXCEPTION FILE. THE CALLER
059820*    FILLS THE MESSAGE; EVERY XREF FINDING IS A WARNING AGAINST
059825*    XREFRPT. THE RECORD IS CLEARED AGAIN FOR THE NEXT ONE.
059830******************************************************************
059835 8900-WRITE-EXCEPTION.
059840     MOVE RUN-DATE      TO XC-RUN-DATE
059845     MOVE 'TMXREF'      TO XC-PROGRAM
059850     MOVE 'W'           TO XC-SEVERITY
059855     MOVE 'XREFRPT'     TO XC-CATEGORY
059860     WRITE EXCEPTION-RECORD
059865     MOVE SPACES TO EXCEPTION-RECORD
059870     MOVE ZERO TO XC-UNIT-NUM.
059875 8900-EXIT.
059880     EXIT.

059900******************************************************************
060000*    9000-TERMINATE
060100*    END-OF-RUN HOUSEKEEPING. ANY FINDING - AN UNREACHABLE
060200*    STATE, A STATE WITH NO RULE PATH TO HALT, AN UNUSED
060250*    ALPHABET SYMBOL, A FINAL STATE NO REACHABLE RULE ENTERS -
060300*    ENDS THE STEP RC=4 SO THE REPORT GATES
060400*    A PROMOTION; A MISSING INPUT TABLE ENDS RC=8.
060500******************************************************************
060600 9000-TERMINATE.
060650     CLOSE EXCPFILE
060700     IF TRANFILE-NOT-FOUND
060800         MOVE 8 TO RETURN-CODE
060900         DISPLAY 'TRANFILE NOT FOUND - NO XREF REPORT PRODUCED'
