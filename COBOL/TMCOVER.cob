000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TMCOVER.
000300 AUTHOR.        R-HALVERSEN.
000400 INSTALLATION.  OPERATIONS-SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. PRODUCTION RULE COVERAGE.
001100*                  TMXREF SAYS WHICH RULES COULD EVER BE REACHED
001200*                  AND TMAUDRPT WHAT ONE NIGHT'S TAPES DID; THIS
001300*                  PROGRAM SAYS WHICH RULES PRODUCTION TRAFFIC HAS
001400*                  ACTUALLY USED. IT READS A SPAN OF AUDITFILE
001500*                  GENERATIONS (CONCATENATED ON THE DD) AGAINST A
001600*                  TRANSITION TABLE IN THE TMTRANRC LAYOUT AND
001700*                  LISTS EACH RULE'S FIRE COUNT WITH THE FIRST AND
001800*                  LAST RUN DATE IT FIRED, THEN EVERY RULE THAT
001900*                  NEVER FIRED IN THE PERIOD. FOR THOSE IT ALSO
002000*                  WRITES A DECK OF TMTRANMT DELETE CARDS TO
002100*                  DELCARDS - UNSIGNED, SO TMTRANMT REFUSES THEM
002200*                  UNTIL SOMEONE HAS REVIEWED AND SIGNED EACH ONE.
002300*                  THE PERIOD COMES FROM THE OPTIONAL COVPARM
002400*                  CARD, AS TMCHARGE'S DOES FROM CHGPARM.
002410* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002420*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002430*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002440*                  THE STEP RC=8. THE HEADING SHOWS THE BUSINESS
002450*                  DATE AND THE CLOCK DATE.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT TRANFILE ASSIGN TO "TRANFILE"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS TRANFILE-STATUS.

003200     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS AUDITFILE-STATUS.

003500     SELECT COVPARM ASSIGN TO "COVPARM"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS COVPARM-STATUS.

003800     SELECT COVRPT ASSIGN TO "COVRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL.

004000     SELECT DELCARDS ASSIGN TO "DELCARDS"
004100         ORGANIZATION IS LINE SEQUENTIAL.

004120     SELECT BUSDATE ASSIGN TO "BUSDATE"
004140         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS BUSDATE-STATUS.

004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  TRANFILE.
004500     COPY TMTRANRC.

004600 FD  AUDITFILE.
004700     COPY TMAUDRC.

004800 FD  COVPARM.
004900 01  COVPARM-RECORD.
005000     05  CP-FROM-DATE-X          PIC X(08).
005100     05  CP-TO-DATE-X            PIC X(08).

005200 FD  COVRPT.
005300 01  COVRPT-LINE                 PIC X(80).
005400 01  RPT-RULE-LINE.
005500     05  RL-INDENT               PIC X(02).
005600     05  RL-STATE                PIC X(08).
005700     05  RL-SEP1                 PIC X(01).
005800     05  RL-READ-SYMBOL          PIC X(01).
005900     05  RL-SEP2                 PIC X(02).
006000     05  RL-READ-2               PIC X(01).
006100     05  RL-SEP3                 PIC X(02).
006200     05  RL-READ-3               PIC X(01).
006300     05  RL-SEP4                 PIC X(01).
006400     05  RL-NEXT-STATE           PIC X(08).
006500     05  RL-SEP5                 PIC X(01).
006600     05  RL-WRITE-SYMBOL         PIC X(01).
006700     05  RL-SEP6                 PIC X(01).
006800     05  RL-FIRES                PIC 9(09).
006900     05  RL-SEP7                 PIC X(01).
007000     05  RL-FIRST-DATE           PIC X(08).
007100     05  RL-SEP8                 PIC X(01).
007200     05  RL-LAST-DATE            PIC X(08).
007300     05  RL-SEP9                 PIC X(01).
007400     05  RL-FLAG                 PIC X(11).
007500 01  RPT-TOTAL-LINE.
007600     05  TL-LABEL                PIC X(30).
007700     05  TL-COUNT                PIC 9(09).
007800     05  TL-PCT                  PIC X(01).

007900 FD  DELCARDS.
008000 01  DELCARD-RECORD              PIC X(47).

008020 FD  BUSDATE.
008040     COPY TMBDATRC.

008100 WORKING-STORAGE SECTION.
008200     COPY TMTRANTB.

008300******************************************************************
008400* COVERAGE COUNTS - ONE ENTRY PER TRANSITION-ENTRY, SAME
008500* SUBSCRIPT. THE TABLE IS FULLY LOADED (AND SORTED) BEFORE THE
008600* FIRST AUDIT RECORD IS READ, SO THE TWO NEVER DRIFT APART.
008700* CV-FIRST-DATE/CV-LAST-DATE COME FROM DATED AUDIT RECORDS ONLY;
008800* A RULE FIRED ONLY IN UNDATED (OLDER) GENERATIONS KEEPS ZERO.
008900******************************************************************
009000 01  COVERAGE-TABLE.
009100     05  COVERAGE-ENTRY OCCURS 1000 TIMES.
009200         10  CV-FIRES            PIC 9(09) COMP.
009300         10  CV-FIRST-DATE       PIC 9(08).
009400         10  CV-LAST-DATE        PIC 9(08).
009500 77  COV-SUB                     PIC 9(04) COMP.
009600 77  INSERT-POS                  PIC 9(04) COMP.
009700 77  LOAD-KEY                    PIC X(11).
009800 77  XT-SUB                      PIC 9(01) COMP.
009900 77  RULESET-STAMP               PIC X(08) VALUE 'TRANFILE'.

010000******************************************************************
010100* STEPS WHOSE RULE IS NOT IN THIS TABLE - AN AUDIT SPAN THAT
010200* REACHES BACK PAST A PROMOTION, OR THE WRONG TABLE ON TRANFILE.
010300* THE FIRST 50 DISTINCT KEYS ARE LISTED WITH THEIR COUNTS.
010400******************************************************************
010500 77  UNMATCHED-MAX               PIC 9(04) COMP VALUE 50.
010600 77  UNMATCHED-COUNT             PIC 9(04) COMP VALUE ZERO.
010700 01  UNMATCHED-TABLE.
010800     05  UNMATCHED-ENTRY OCCURS 1 TO 50 TIMES
010900             DEPENDING ON UNMATCHED-COUNT
011000             INDEXED BY UM-IDX.
011100         10  UM-KEY              PIC X(11).
011200         10  UM-STEPS            PIC 9(09) COMP.

011300******************************************************************
011400* UNSIGNED TMTRANMT DELETE CARD - SAME COLUMNS AS TMTRANMT'S
011500* CHGCARDS RECORD. USER ID (COLS 30-37) IS LEFT BLANK ON PURPOSE.
011600******************************************************************
011700 01  DELETE-CARD.
011800     05  DC-ACTION               PIC X(08).
011900     05  DC-CURRENT-STATE        PIC X(08).
012000     05  DC-READ-SYMBOL          PIC X(01).
012100     05  DC-NEXT-STATE           PIC X(08).
012200     05  DC-WRITE-SYMBOL         PIC X(01).
012300     05  DC-DIRECTION-X          PIC X(03).
012400     05  DC-USER-ID              PIC X(08).
012500     05  DC-EXTRA-TAPE OCCURS 2 TIMES.
012600         10  DC-X-READ-SYMBOL    PIC X(01).
012700         10  DC-X-WRITE-SYMBOL   PIC X(01).
012800         10  DC-X-DIRECTION-X    PIC X(03).

012900******************************************************************
013000* PERIOD AND RUN DATES
013100******************************************************************
013200 77  RUN-DATE                    PIC 9(08).
013250 77  CLOCK-DATE                  PIC 9(08).
013300 77  FROM-DATE                   PIC 9(08) VALUE ZERO.
013400 77  TO-DATE                     PIC 9(08) VALUE 99999999.

013500******************************************************************
013600* CONTROL TOTALS. EVERY AUDIT RECORD READ IS EITHER OUTSIDE THE
013700* PERIOD, MATCHED TO A RULE OR NOT IN THIS TABLE, AND THE FIRE
013800* COUNTS SUMMED OVER THE RULES MUST EQUAL THE MATCHED STEPS.
013900******************************************************************
014000 77  AUDIT-READ                  PIC 9(09) COMP VALUE ZERO.
014100 77  AUDIT-OUTSIDE               PIC 9(09) COMP VALUE ZERO.
014200 77  AUDIT-UNDATED               PIC 9(09) COMP VALUE ZERO.
014300 77  AUDIT-MATCHED               PIC 9(09) COMP VALUE ZERO.
014400 77  AUDIT-UNMATCHED             PIC 9(09) COMP VALUE ZERO.
014500 77  UNMATCHED-OVERFLOW          PIC 9(09) COMP VALUE ZERO.
014600 77  FIRES-TOTAL                 PIC 9(09) COMP VALUE ZERO.
014700 77  RULES-FIRED                 PIC 9(04) COMP VALUE ZERO.
014800 77  RULES-NEVER-FIRED           PIC 9(04) COMP VALUE ZERO.
014900 77  RULES-NOT-LOADED            PIC 9(04) COMP VALUE ZERO.
015000 77  CARDS-WRITTEN               PIC 9(04) COMP VALUE ZERO.
015100 77  COVERAGE-PCT                PIC 9(03).

015200******************************************************************
015300* FILE STATUS FIELDS AND SWITCHES
015400******************************************************************
015500 77  TRANFILE-STATUS             PIC X(02).
015600 77  AUDITFILE-STATUS            PIC X(02).
015700 77  COVPARM-STATUS              PIC X(02).
015720 77  BUSDATE-STATUS              PIC X(02).
015740 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
015760     88  BUSDATE-FOUND                       VALUE 'Y'.
015780     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
015800 77  TRANFILE-EOF-SW             PIC X(01) VALUE 'N'.
015900     88  TRANFILE-EOF                        VALUE 'Y'.
016000     88  TRANFILE-NOT-EOF                    VALUE 'N'.
016100 77  AUDITFILE-EOF-SW            PIC X(01) VALUE 'N'.
016200     88  AUDITFILE-EOF                       VALUE 'Y'.
016300     88  AUDITFILE-NOT-EOF                   VALUE 'N'.
016400 77  INPUTS-SW                   PIC X(01) VALUE 'N'.
016500     88  INPUTS-MISSING                      VALUE 'Y'.
016600     88  INPUTS-PRESENT                      VALUE 'N'.
016700 77  RULE-FOUND-SW               PIC X(01) VALUE 'N'.
016800     88  RULE-FOUND                          VALUE 'Y'.
016900     88  RULE-NOT-FOUND                      VALUE 'N'.
017000 77  BALANCE-SW                  PIC X(01) VALUE 'N'.
017100     88  OUT-OF-BALANCE                      VALUE 'Y'.
017200     88  IN-BALANCE                          VALUE 'N'.
017300 77  DECK-SW                     PIC X(01) VALUE 'Y'.
017400     88  DECK-WANTED                         VALUE 'Y'.
017500     88  DECK-WITHHELD                       VALUE 'N'.

017600 PROCEDURE DIVISION.
017700******************************************************************
017800*    0000-MAINLINE
017900*    PROGRAM ENTRY POINT.
018000******************************************************************
018100 0000-MAINLINE.
018120     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
018140     IF BUSDATE-NOT-FOUND
018160         GO TO 0000-EXIT
018180     END-IF
018200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018300     IF INPUTS-PRESENT
018400         PERFORM 2000-ACCUMULATE-FIRINGS THRU 2000-EXIT
018500         PERFORM 3000-WRITE-RULE-SECTION THRU 3000-EXIT
018600         PERFORM 4000-WRITE-NEVER-FIRED THRU 4000-EXIT
018700         PERFORM 4500-WRITE-UNMATCHED THRU 4500-EXIT
018800         PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
018900     END-IF
019000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019002 0000-EXIT.
019004     STOP RUN.

019006******************************************************************
019008*    0100-LOAD-BUSINESS-DATE
019010*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
019012*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
019014*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
019016*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
019018*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
019020*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
019022*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
019024******************************************************************
019026 0100-LOAD-BUSINESS-DATE.
019028     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
019030     OPEN INPUT BUSDATE
019032     IF BUSDATE-STATUS NOT = '00'
019034         GO TO 0100-REFUSE
019036     END-IF
019038     READ BUSDATE
019040         AT END
019042             CONTINUE
019044     END-READ
019046     IF BUSDATE-STATUS = '00'
019048         AND BD-CONTROL-RECORD
019050         AND BD-CURRENT-DATE IS NUMERIC
019052         AND BD-PRIOR-DATE IS NUMERIC
019054         AND BD-CURRENT-DATE > BD-PRIOR-DATE
019056         MOVE BD-CURRENT-DATE TO RUN-DATE
019058         SET BUSDATE-FOUND TO TRUE
019060     END-IF
019062     CLOSE BUSDATE
019064     IF BUSDATE-FOUND
019066         GO TO 0100-EXIT
019068     END-IF.
019070 0100-REFUSE.
019072     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
019074         'STEP STOPPED'
019076     MOVE 8 TO RETURN-CODE.
019078 0100-EXIT.
019080     EXIT.

019200******************************************************************
019300*    1000-INITIALIZE
019400*    LOADS THE TABLE IN TT-KEY ORDER, CLEARS ITS COVERAGE COUNTS
019500*    AND SETTLES THE PERIOD. A MISSING TABLE OR AUDIT TRAIL STOPS
019600*    THE STEP WITH NO REPORT AND NO DECK.
019700******************************************************************
019800 1000-INITIALIZE.
020000     OPEN INPUT TRANFILE
020100     IF TRANFILE-STATUS NOT = '00'
020200         SET INPUTS-MISSING TO TRUE
020300         GO TO 1000-EXIT
020400     END-IF
020500     OPEN INPUT AUDITFILE
020600     IF AUDITFILE-STATUS NOT = '00'
020700         SET INPUTS-MISSING TO TRUE
020800         CLOSE TRANFILE
020900         GO TO 1000-EXIT
021000     END-IF
021100     PERFORM 1100-LOAD-TRANSITIONS THRU 1100-EXIT
021200     CLOSE TRANFILE
021300     PERFORM 1180-CLEAR-COVERAGE THRU 1180-EXIT
021400         VARYING COV-SUB FROM 1 BY 1
021500         UNTIL COV-SUB > TRANSITION-COUNT
021600     PERFORM 1200-LOAD-DATE-RANGE THRU 1200-EXIT
021700     OPEN OUTPUT COVRPT
021800     OPEN OUTPUT DELCARDS
021900     PERFORM 1900-WRITE-REPORT-HEADER THRU 1900-EXIT.
022000 1000-EXIT.
022100     EXIT.

022200 1100-LOAD-TRANSITIONS.
022300     PERFORM 1110-READ-TRANSITION THRU 1110-EXIT
022400     PERFORM 1120-STORE-TRANSITION THRU 1120-EXIT
022500         UNTIL TRANFILE-EOF.
022600 1100-EXIT.
022700     EXIT.

022800 1110-READ-TRANSITION.
022900     READ TRANFILE
023000         AT END
023100             SET TRANFILE-EOF TO TRUE
023200     END-READ.
023300 1110-EXIT.
023400     EXIT.

023500******************************************************************
023600*    1120-STORE-TRANSITION
023700*    THE SAME INSERTION-SORT LOAD AS TuringMachine'S, SO RULE
023800*    KEYS HERE ARE BUILT EXACTLY AS THE RUN THAT FIRED THEM BUILT
023900*    THEM. HEADER RECORDS ARE NOT RULES AND ARE PASSED OVER, BUT
024000*    *TAPES SETS HOW MANY READ SYMBOLS EACH RULE IS KEYED ON AND
024100*    *VERSION NAMES THE GENERATION ON THE REPORT HEADING. A RULE
024200*    PAST TRANSITION-MAX IS COUNTED AND THE STEP ENDS RC=8.
024300******************************************************************
024400 1120-STORE-TRANSITION.
024500     IF TA-ALPHABET-RECORD OR TF-FINAL-RECORD
024600         GO TO 1120-READ-NEXT
024700     END-IF
024800     IF TV-VERSION-RECORD
024900         MOVE SPACES TO RULESET-STAMP
025000         MOVE 'V' TO RULESET-STAMP(1:1)
025100         MOVE TV-VERSION-NUM TO RULESET-STAMP(2:4)
025200         GO TO 1120-READ-NEXT
025300     END-IF
025400     IF TN-TAPES-RECORD
025500         IF TN-TAPE-COUNT IS NUMERIC
025600             AND TN-TAPE-COUNT > ZERO
025700             AND TN-TAPE-COUNT NOT > TABLE-TAPE-MAX
025800             MOVE TN-TAPE-COUNT TO TABLE-TAPE-COUNT
025900         END-IF
026000         GO TO 1120-READ-NEXT
026100     END-IF
026200     IF TRANSITION-COUNT >= TRANSITION-MAX
026300         ADD 1 TO RULES-NOT-LOADED
026400         GO TO 1120-READ-NEXT
026500     END-IF
026600     MOVE SPACES           TO LOAD-KEY
026700     MOVE TR-CURRENT-STATE TO LOAD-KEY(1:8)
026800     MOVE TR-READ-SYMBOL   TO LOAD-KEY(9:1)
026900     PERFORM 1127-KEY-EXTRA-SYMBOL THRU 1127-EXIT
027000         VARYING XT-SUB FROM 1 BY 1
027100         UNTIL XT-SUB >= TABLE-TAPE-COUNT
027200     ADD 1 TO TRANSITION-COUNT
027300     MOVE TRANSITION-COUNT TO INSERT-POS
027400     PERFORM 1125-SHIFT-ONE-RIGHT THRU 1125-EXIT
027500         UNTIL INSERT-POS < 2
027600             OR TT-KEY(INSERT-POS - 1) NOT > LOAD-KEY
027700     MOVE LOAD-KEY         TO TT-KEY(INSERT-POS)
027800     MOVE TR-NEXT-STATE    TO TT-NEXT-STATE(INSERT-POS)
027900     MOVE TR-WRITE-SYMBOL  TO TT-WRITE-SYMBOL(INSERT-POS)
028000     MOVE TR-DIRECTION     TO TT-DIRECTION(INSERT-POS).
028100 1120-READ-NEXT.
028200     PERFORM 1110-READ-TRANSITION THRU 1110-EXIT.
028300 1120-EXIT.
028400     EXIT.

028500 1125-SHIFT-ONE-RIGHT.
028600     MOVE TRANSITION-ENTRY(INSERT-POS - 1)
028700         TO TRANSITION-ENTRY(INSERT-POS)
028800     SUBTRACT 1 FROM INSERT-POS.
028900 1125-EXIT.
029000     EXIT.

029100 1127-KEY-EXTRA-SYMBOL.
029200     MOVE TX-READ-SYMBOL(XT-SUB) TO LOAD-KEY(9 + XT-SUB:1).
029300 1127-EXIT.
029400     EXIT.

029500 1180-CLEAR-COVERAGE.
029600     MOVE ZERO TO CV-FIRES(COV-SUB)
029700     MOVE ZERO TO CV-FIRST-DATE(COV-SUB)
029800     MOVE ZERO TO CV-LAST-DATE(COV-SUB).
029900 1180-EXIT.
030000     EXIT.

030100******************************************************************
030200*    1200-LOAD-DATE-RANGE
030300*    THE COVPARM CARD CARRIES THE PERIOD - FROM-DATE IN COLUMNS
030400*    1-8 AND TO-DATE IN COLUMNS 9-16, YYYYMMDD. A BLANK OR
030500*    MISSING DATE LEAVES THAT END OPEN, AND NO CARD AT ALL MEANS
030600*    EVERY GENERATION CONCATENATED ON AUDITFILE.
030700******************************************************************
030800 1200-LOAD-DATE-RANGE.
030900     OPEN INPUT COVPARM
031000     IF COVPARM-STATUS = '00'
031100         READ COVPARM
031200             AT END
031300                 CONTINUE
031400         END-READ
031500         IF COVPARM-STATUS = '00'
031600             IF CP-FROM-DATE-X IS NUMERIC
031700                 MOVE CP-FROM-DATE-X TO FROM-DATE
031800             END-IF
031900             IF CP-TO-DATE-X IS NUMERIC
032000                 AND CP-TO-DATE-X NOT = '00000000'
032100                 MOVE CP-TO-DATE-X TO TO-DATE
032200             END-IF
032300         END-IF
032400         CLOSE COVPARM
032500     END-IF.
032600 1200-EXIT.
032700     EXIT.

032800 1900-WRITE-REPORT-HEADER.
032900     MOVE SPACES TO COVRPT-LINE
033000     MOVE 'PRODUCTION RULE COVERAGE' TO COVRPT-LINE
033100     WRITE COVRPT-LINE
033200     MOVE SPACES TO COVRPT-LINE
033300     MOVE 'TABLE: ' TO COVRPT-LINE
033400     MOVE RULESET-STAMP TO COVRPT-LINE(8:8)
033500     MOVE ' TAPES: ' TO COVRPT-LINE(16:8)
033600     MOVE TABLE-TAPE-COUNT TO COVRPT-LINE(24:1)
033700     MOVE ' BUSINESS DATE: ' TO COVRPT-LINE(25:16)
033750     MOVE RUN-DATE TO COVRPT-LINE(41:8)
033800     MOVE ' CLOCK DATE: ' TO COVRPT-LINE(49:13)
033850     MOVE CLOCK-DATE TO COVRPT-LINE(62:8)
033900     WRITE COVRPT-LINE
034000     MOVE SPACES TO COVRPT-LINE
034100     MOVE 'PERIOD: ' TO COVRPT-LINE
034200     IF FROM-DATE = ZERO
034300         MOVE '(OPEN)' TO COVRPT-LINE(9:8)
034400     ELSE
034500         MOVE FROM-DATE TO COVRPT-LINE(9:8)
034600     END-IF
034700     MOVE ' TO ' TO COVRPT-LINE(17:4)
034800     IF TO-DATE = 99999999
034900         MOVE '(OPEN)' TO COVRPT-LINE(21:8)
035000     ELSE
035100         MOVE TO-DATE TO COVRPT-LINE(21:8)
035200     END-IF
035300     WRITE COVRPT-LINE.
035400 1900-EXIT.
035500     EXIT.

035600******************************************************************
035700*    2000-ACCUMULATE-FIRINGS
035800*    ONE PASS OF EVERY AUDIT GENERATION SUPPLIED.
035900******************************************************************
036000 2000-ACCUMULATE-FIRINGS.
036100     PERFORM 2010-READ-AUDIT THRU 2010-EXIT
036200     PERFORM 2100-TALLY-ONE-STEP THRU 2100-EXIT
036300         UNTIL AUDITFILE-EOF
036400     CLOSE AUDITFILE.
036500 2000-EXIT.
036600     EXIT.

036700 2010-READ-AUDIT.
036800     READ AUDITFILE
036900         AT END
037000             SET AUDITFILE-EOF TO TRUE
037100     END-READ.
037200 2010-EXIT.
037300     EXIT.

037400******************************************************************
037500*    2100-TALLY-ONE-STEP
037600*    ONE AUDIT RECORD IS ONE RULE FIRING. THE RULE IS KEYED ON
037700*    THE STATE AND TAPE-1 SYMBOL (AUD-TRANSITION-KEY) PLUS THE
037800*    SYMBOL READ FROM EACH EXTRA TAPE, WHICH A SINGLE-TAPE RUN
037900*    LEAVES BLANK. A DATED STEP OUTSIDE THE PERIOD IS SKIPPED; AN
038000*    UNDATED ONE (A GENERATION WRITTEN BEFORE AUD-RUN-DATE) IS
038100*    COUNTED, SINCE ITS GENERATION WAS PUT ON THE DD ON PURPOSE,
038200*    BUT CANNOT MOVE A FIRST OR LAST DATE.
038300******************************************************************
038400 2100-TALLY-ONE-STEP.
038500     ADD 1 TO AUDIT-READ
038600     IF AUD-RUN-DATE IS NUMERIC
038700         AND AUD-RUN-DATE > ZERO
038800         IF AUD-RUN-DATE < FROM-DATE
038900             OR AUD-RUN-DATE > TO-DATE
039000             ADD 1 TO AUDIT-OUTSIDE
039100             GO TO 2100-NEXT
039200         END-IF
039300     ELSE
039400         ADD 1 TO AUDIT-UNDATED
039500     END-IF
039600     MOVE SPACES TO LOAD-KEY
039700     MOVE AUD-TRANSITION-KEY TO LOAD-KEY(1:9)
039800     MOVE AUD-X-READ-SYMBOL(1) TO LOAD-KEY(10:1)
039900     MOVE AUD-X-READ-SYMBOL(2) TO LOAD-KEY(11:1)
040000     SET RULE-NOT-FOUND TO TRUE
040100     IF TRANSITION-COUNT > ZERO
040200         SEARCH ALL TRANSITION-ENTRY
040300             AT END
040400                 CONTINUE
040500             WHEN TT-KEY(TT-IDX) = LOAD-KEY
040600                 SET RULE-FOUND TO TRUE
040700         END-SEARCH
040800     END-IF
040900     IF RULE-NOT-FOUND
041000         ADD 1 TO AUDIT-UNMATCHED
041100         PERFORM 2200-NOTE-UNMATCHED THRU 2200-EXIT
041200         GO TO 2100-NEXT
041300     END-IF
041400     ADD 1 TO AUDIT-MATCHED
041500     SET COV-SUB TO TT-IDX
041600     ADD 1 TO CV-FIRES(COV-SUB)
041700     IF AUD-RUN-DATE IS NUMERIC
041800         AND AUD-RUN-DATE > ZERO
041900         IF CV-FIRST-DATE(COV-SUB) = ZERO
042000             OR AUD-RUN-DATE < CV-FIRST-DATE(COV-SUB)
042100             MOVE AUD-RUN-DATE TO CV-FIRST-DATE(COV-SUB)
042200         END-IF
042300         IF AUD-RUN-DATE > CV-LAST-DATE(COV-SUB)
042400             MOVE AUD-RUN-DATE TO CV-LAST-DATE(COV-SUB)
042500         END-IF
042600     END-IF.
042700 2100-NEXT.
042800     PERFORM 2010-READ-AUDIT THRU 2010-EXIT.
042900 2100-EXIT.
043000     EXIT.

043100 2200-NOTE-UNMATCHED.
043200     IF UNMATCHED-COUNT > ZERO
043300         SET UM-IDX TO 1
043400         SEARCH UNMATCHED-ENTRY
043500             AT END
043600                 CONTINUE
043700             WHEN UM-KEY(UM-IDX) = LOAD-KEY
043800                 ADD 1 TO UM-STEPS(UM-IDX)
043900                 GO TO 2200-EXIT
044000         END-SEARCH
044100     END-IF
044200     IF UNMATCHED-COUNT >= UNMATCHED-MAX
044300         ADD 1 TO UNMATCHED-OVERFLOW
044400         GO TO 2200-EXIT
044500     END-IF
044600     ADD 1 TO UNMATCHED-COUNT
044700     SET UM-IDX TO UNMATCHED-COUNT
044800     MOVE LOAD-KEY TO UM-KEY(UM-IDX)
044900     MOVE 1 TO UM-STEPS(UM-IDX).
045000 2200-EXIT.
045100     EXIT.

045200******************************************************************
045300*    3000-WRITE-RULE-SECTION
045400*    EVERY RULE IN KEY ORDER WITH ITS FIRE COUNT AND FIRST AND
045500*    LAST RUN DATE. ALSO TAKES THE FIRED/NEVER-FIRED COUNTS AND
045600*    THE FIRE-COUNT CROSS-FOOT FOR THE TOTALS.
045700******************************************************************
045800 3000-WRITE-RULE-SECTION.
045900     MOVE SPACES TO COVRPT-LINE
046000     WRITE COVRPT-LINE
046100     MOVE 'SECTION 1 - FIRINGS BY RULE' TO COVRPT-LINE
046200     WRITE COVRPT-LINE
046300     PERFORM 3050-WRITE-COLUMN-HEADER THRU 3050-EXIT
046400     PERFORM 3100-WRITE-ONE-RULE THRU 3100-EXIT
046500         VARYING TT-IDX FROM 1 BY 1
046600         UNTIL TT-IDX > TRANSITION-COUNT
046700     IF TRANSITION-COUNT = ZERO
046800         MOVE SPACES TO COVRPT-LINE
046900         MOVE '  (NONE)' TO COVRPT-LINE
047000         WRITE COVRPT-LINE
047100     END-IF.
047200 3000-EXIT.
047300     EXIT.

047400 3050-WRITE-COLUMN-HEADER.
047500     MOVE SPACES TO COVRPT-LINE
047600     MOVE '  STATE    R T2 T3 NEXT     W     FIRES FIRST    LAST'
047700         TO COVRPT-LINE
047800     WRITE COVRPT-LINE.
047900 3050-EXIT.
048000     EXIT.

048100 3100-WRITE-ONE-RULE.
048200     SET COV-SUB TO TT-IDX
048300     ADD CV-FIRES(COV-SUB) TO FIRES-TOTAL
048400     IF CV-FIRES(COV-SUB) = ZERO
048500         ADD 1 TO RULES-NEVER-FIRED
048600     ELSE
048700         ADD 1 TO RULES-FIRED
048800     END-IF
048900     PERFORM 3150-WRITE-RULE-LINE THRU 3150-EXIT.
049000 3100-EXIT.
049100     EXIT.

049200******************************************************************
049300*    3150-WRITE-RULE-LINE
049400*    ONE RULE LINE FOR THE ENTRY AT TT-IDX/COV-SUB. THE FLAG SAYS
049500*    NEVER FIRED, OR UNDATED WHEN EVERY FIRING CAME FROM A
049600*    GENERATION WRITTEN BEFORE AUDIT RECORDS WERE DATED.
049700******************************************************************
049800 3150-WRITE-RULE-LINE.
049900     MOVE SPACES                  TO RPT-RULE-LINE
050000     MOVE TT-KEY(TT-IDX)(1:8)     TO RL-STATE
050100     MOVE TT-KEY(TT-IDX)(9:1)     TO RL-READ-SYMBOL
050200     MOVE TT-KEY(TT-IDX)(10:1)    TO RL-READ-2
050300     MOVE TT-KEY(TT-IDX)(11:1)    TO RL-READ-3
050400     MOVE TT-NEXT-STATE(TT-IDX)   TO RL-NEXT-STATE
050500     MOVE TT-WRITE-SYMBOL(TT-IDX) TO RL-WRITE-SYMBOL
050600     MOVE CV-FIRES(COV-SUB)       TO RL-FIRES
050700     IF CV-FIRST-DATE(COV-SUB) > ZERO
050800         MOVE CV-FIRST-DATE(COV-SUB) TO RL-FIRST-DATE
050900         MOVE CV-LAST-DATE(COV-SUB)  TO RL-LAST-DATE
051000     END-IF
051100     IF CV-FIRES(COV-SUB) = ZERO
051200         MOVE 'NEVER FIRED' TO RL-FLAG
051300     ELSE
051400         IF CV-FIRST-DATE(COV-SUB) = ZERO
051500             MOVE 'UNDATED' TO RL-FLAG
051600         END-IF
051700     END-IF
051800     WRITE COVRPT-LINE FROM RPT-RULE-LINE.
051900 3150-EXIT.
052000     EXIT.

052100******************************************************************
052200*    4000-WRITE-NEVER-FIRED
052300*    EVERY RULE NO STEP IN THE PERIOD USED, AND ONE UNSIGNED
052400*    DELETE CARD FOR EACH. IF NOT ONE STEP MATCHED THIS TABLE THE
052500*    AUDIT SPAN CANNOT BE ITS PRODUCTION TRAFFIC (WRONG TABLE,
052600*    WRONG GENERATIONS, EMPTY PERIOD) AND THE DECK IS WITHHELD -
052700*    A CARD FOR EVERY RULE IN THE TABLE WOULD HELP NOBODY.
052800******************************************************************
052900 4000-WRITE-NEVER-FIRED.
053000     MOVE SPACES TO COVRPT-LINE
053100     WRITE COVRPT-LINE
053200     MOVE 'SECTION 2 - RULES THAT NEVER FIRED IN THE PERIOD'
053300         TO COVRPT-LINE
053400     WRITE COVRPT-LINE
053500     IF AUDIT-MATCHED = ZERO
053600         SET DECK-WITHHELD TO TRUE
053700     END-IF
053800     PERFORM 3050-WRITE-COLUMN-HEADER THRU 3050-EXIT
053900     PERFORM 4100-LIST-IF-NEVER-FIRED THRU 4100-EXIT
054000         VARYING TT-IDX FROM 1 BY 1
054100         UNTIL TT-IDX > TRANSITION-COUNT
054200     IF RULES-NEVER-FIRED = ZERO
054300         MOVE SPACES TO COVRPT-LINE
054400         MOVE '  (NONE)' TO COVRPT-LINE
054500         WRITE COVRPT-LINE
054600     END-IF
054700     IF DECK-WITHHELD
054800         MOVE SPACES TO COVRPT-LINE
054900         MOVE '** NO STEP MATCHED THIS TABLE - NO DELETE CARDS **'
055000             TO COVRPT-LINE
055100         WRITE COVRPT-LINE
055200     END-IF.
055300 4000-EXIT.
055400     EXIT.

055500 4100-LIST-IF-NEVER-FIRED.
055600     SET COV-SUB TO TT-IDX
055700     IF CV-FIRES(COV-SUB) > ZERO
055800         GO TO 4100-EXIT
055900     END-IF
056000     PERFORM 3150-WRITE-RULE-LINE THRU 3150-EXIT
056100     IF DECK-WANTED
056200         PERFORM 4200-WRITE-DELETE-CARD THRU 4200-EXIT
056300     END-IF.
056400 4100-EXIT.
056500     EXIT.

056600 4200-WRITE-DELETE-CARD.
056700     MOVE SPACES               TO DELETE-CARD
056800     MOVE 'DELETE  '           TO DC-ACTION
056900     MOVE TT-KEY(TT-IDX)(1:8)  TO DC-CURRENT-STATE
057000     MOVE TT-KEY(TT-IDX)(9:1)  TO DC-READ-SYMBOL
057100     MOVE TT-KEY(TT-IDX)(10:1) TO DC-X-READ-SYMBOL(1)
057200     MOVE TT-KEY(TT-IDX)(11:1) TO DC-X-READ-SYMBOL(2)
057300     WRITE DELCARD-RECORD FROM DELETE-CARD
057400     ADD 1 TO CARDS-WRITTEN.
057500 4200-EXIT.
057600     EXIT.

057700******************************************************************
057800*    4500-WRITE-UNMATCHED
057900*    STEPS IN THE PERIOD WHOSE RULE IS NOT IN THIS TABLE - THE
058000*    SPAN REACHES BACK PAST A PROMOTION THAT CHANGED THE TABLE,
058100*    OR TRANFILE IS NOT THE TABLE THESE RUNS USED.
058200******************************************************************
058300 4500-WRITE-UNMATCHED.
058400     MOVE SPACES TO COVRPT-LINE
058500     WRITE COVRPT-LINE
058600     MOVE 'SECTION 3 - STEPS WHOSE RULE IS NOT IN THIS TABLE'
058700         TO COVRPT-LINE
058800     WRITE COVRPT-LINE
058900     MOVE SPACES TO COVRPT-LINE
059000     MOVE '  STATE    R T2 T3                STEPS' TO COVRPT-LINE
059100     WRITE COVRPT-LINE
059200     PERFORM 4510-WRITE-ONE-UNMATCHED THRU 4510-EXIT
059300         VARYING UM-IDX FROM 1 BY 1
059400         UNTIL UM-IDX > UNMATCHED-COUNT
059500     IF UNMATCHED-COUNT = ZERO
059600         MOVE SPACES TO COVRPT-LINE
059700         MOVE '  (NONE)' TO COVRPT-LINE
059800         WRITE COVRPT-LINE
059900     END-IF
060000     IF UNMATCHED-OVERFLOW > ZERO
060100         MOVE 'STEPS FOR FURTHER KEYS' TO TL-LABEL
060200         MOVE UNMATCHED-OVERFLOW TO TL-COUNT
060300         MOVE SPACE TO TL-PCT
060400         WRITE COVRPT-LINE FROM RPT-TOTAL-LINE
060500     END-IF.
060600 4500-EXIT.
060700     EXIT.

060800 4510-WRITE-ONE-UNMATCHED.
060900     MOVE SPACES              TO RPT-RULE-LINE
061000     MOVE UM-KEY(UM-IDX)(1:8)  TO RL-STATE
061100     MOVE UM-KEY(UM-IDX)(9:1)  TO RL-READ-SYMBOL
061200     MOVE UM-KEY(UM-IDX)(10:1) TO RL-READ-2
061300     MOVE UM-KEY(UM-IDX)(11:1) TO RL-READ-3
061400     MOVE UM-STEPS(UM-IDX)     TO RL-FIRES
061500     WRITE COVRPT-LINE FROM RPT-RULE-LINE.
061600 4510-EXIT.
061700     EXIT.

061800******************************************************************
061900*    5000-WRITE-TOTALS
062000*    CONTROL TOTALS AND THE PROOF - EVERY AUDIT RECORD READ MUST
062100*    BE OUTSIDE THE PERIOD, MATCHED OR UNMATCHED, AND THE RULES'
062200*    FIRE COUNTS MUST ADD UP TO THE MATCHED STEPS. RC=8 IF NOT.
062300******************************************************************
062400 5000-WRITE-TOTALS.
062500     MOVE SPACES TO COVRPT-LINE
062600     WRITE COVRPT-LINE
062700     MOVE 'TOTALS' TO COVRPT-LINE
062800     WRITE COVRPT-LINE
062900     MOVE SPACE TO TL-PCT
063000     MOVE 'AUDIT RECORDS READ' TO TL-LABEL
063100     MOVE AUDIT-READ TO TL-COUNT
063200     WRITE COVRPT-LINE FROM RPT-TOTAL-LINE
063300     MOVE '  OUTSIDE THE PERIOD' TO TL-LABEL
063400     MOVE AUDIT-OUTSIDE TO TL-COUNT
063500     WRITE COVRPT-LINE FROM RPT-TOTAL-LINE
063600     MOVE '  MATCHED TO A RULE' TO TL-LABEL
063700     MOVE AUDIT-MATCHED TO TL-COUNT
063800     WRITE COVRPT-LINE FROM RPT-TOTAL-LINE
063900     MOVE '  NOT IN THIS TABLE' TO TL-LABEL
064000     MOVE AUDIT-UNMATCHED TO TL-COUNT
064100     WRITE COVRPT-LINE FROM RPT-TOTAL-LINE
064200     MOVE '  OF THEM UNDATED' TO TL-LABEL
064300     MOVE AUDIT-UNDATED TO TL-COUNT
064400     WRITE COVRPT-LINE FROM RPT-TOTAL-LINE
064500     MOVE 'RULES IN TABLE' TO TL-LABEL
064600     MOVE TRANSITION-COUNT TO TL-COUNT
064700     WRITE COVRPT-LINE FROM RPT-TOTAL-LINE
064800     MOVE '  FIRED' TO TL-LABEL
064900     MOVE RULES-FIRED TO TL-COUNT
065000     WRITE COVRPT-LINE FROM RPT-TOTAL-LINE
065100     MOVE '  NEVER FIRED' TO TL-LABEL
065200     MOVE RULES-NEVER-FIRED TO TL-COUNT
065300     WRITE COVRPT-LINE FROM RPT-TOTAL-LINE
065400     IF TRANSITION-COUNT > ZERO
065500         COMPUTE COVERAGE-PCT ROUNDED =
065600             RULES-FIRED * 100 / TRANSITION-COUNT
065700     ELSE
065800         MOVE ZERO TO COVERAGE-PCT
065900     END-IF
066000     MOVE 'RULE COVERAGE' TO TL-LABEL
066100     MOVE COVERAGE-PCT TO TL-COUNT
066200     MOVE '%' TO TL-PCT
066300     WRITE COVRPT-LINE FROM RPT-TOTAL-LINE
066400     MOVE SPACE TO TL-PCT
066500     MOVE 'DELETE CARDS WRITTEN' TO TL-LABEL
066600     MOVE CARDS-WRITTEN TO TL-COUNT
066700     WRITE COVRPT-LINE FROM RPT-TOTAL-LINE
066800     IF RULES-NOT-LOADED > ZERO
066900         MOVE 'RULES PAST TRANSITION-MAX' TO TL-LABEL
067000         MOVE RULES-NOT-LOADED TO TL-COUNT
067100         WRITE COVRPT-LINE FROM RPT-TOTAL-LINE
067200     END-IF
067300     IF FIRES-TOTAL NOT = AUDIT-MATCHED
067400         OR AUDIT-OUTSIDE + AUDIT-MATCHED + AUDIT-UNMATCHED
067500             NOT = AUDIT-READ
067600         SET OUT-OF-BALANCE TO TRUE
067700         MOVE SPACES TO COVRPT-LINE
067800         MOVE '** FIRE COUNTS DO NOT ACCOUNT FOR EVERY STEP **'
067900             TO COVRPT-LINE
068000         WRITE COVRPT-LINE
068100     END-IF.
068200 5000-EXIT.
068300     EXIT.

068400******************************************************************
068500*    9000-TERMINATE
068600*    END-OF-RUN HOUSEKEEPING. A MISSING TABLE OR AUDIT TRAIL, A
068700*    TABLE TOO BIG TO LOAD WHOLE, OR TOTALS THAT DO NOT PROVE END
068800*    RC=8. STEPS NOT IN THIS TABLE, OR A WITHHELD DECK, END RC=4 -
068900*    THE REPORT STANDS BUT THE SPAN NEEDS A SECOND LOOK BEFORE
069000*    ANY CARD IS SIGNED.
069100******************************************************************
069200 9000-TERMINATE.
069300     IF INPUTS-MISSING
069400         MOVE 8 TO RETURN-CODE
069500         DISPLAY 'TRANFILE OR AUDITFILE NOT FOUND - NO REPORT'
069600         GO TO 9000-EXIT
069700     END-IF
069800     CLOSE COVRPT
069900     CLOSE DELCARDS
070000     IF AUDIT-UNMATCHED > ZERO OR DECK-WITHHELD
070100         MOVE 4 TO RETURN-CODE
070200     END-IF
070300     IF RULES-NOT-LOADED > ZERO
070400         MOVE 8 TO RETURN-CODE
070500         DISPLAY 'TABLE HAS ' RULES-NOT-LOADED
070600             ' RULE(S) PAST TRANSITION-MAX - NOT ANALYZED'
070700     END-IF
070800     IF OUT-OF-BALANCE
070900         MOVE 8 TO RETURN-CODE
071000         DISPLAY 'COVERAGE OUT OF BALANCE - FIRE COUNTS DO NOT '
071100             'ACCOUNT FOR EVERY AUDIT STEP.'
071200     END-IF
071300     DISPLAY 'Audit steps read: ' AUDIT-READ
071400         '  Rules: ' TRANSITION-COUNT
071500         '  Never fired: ' RULES-NEVER-FIRED
071600         '  Delete cards: ' CARDS-WRITTEN.
071700 9000-EXIT.
071800     EXIT.

071900 END PROGRAM TMCOVER.
