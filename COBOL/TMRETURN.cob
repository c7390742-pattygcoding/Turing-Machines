000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TMRETURN.
000300 AUTHOR.        R-HALVERSEN.
000400 INSTALLATION.  OPERATIONS-SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. RUN AS THE JOB STEP AFTER A
001100*                  TuringMachine RUN, IT BUILDS THE OUTBOUND
001200*                  RETURN FILE (RTNFILE, SHARED LAYOUT TMRTNRC)
001300*                  FOR THE SUPPLIER'S TAPEIN BATCH - AN HDR
001400*                  ECHOING THEIR BATCH ID AND CREATION DATE, ONE
001500*                  DETAIL PER DATA RECORD THEY SENT, IN THEIR
001600*                  ORDER, CARRYING EITHER THE RESULT OF THE RUN OR
001700*                  THE TAPEREJ REASON CODE, AND A TRL WITH THE
001800*                  RECORD/CLEAN/REJECT COUNTS. ONLY A BATCH ON THE
001900*                  BATCHREG RECEIPT REGISTER - ONE THE INPUT EDIT
002000*                  ACCEPTED - GETS A RETURN FILE. THE SUPPLIER NO
002100*                  LONGER KEYS RESULTS OFF A PRTRPT PRINTOUT AND A
002200*                  HAND-MAILED TAPEREJ.
002220* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002240*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002260*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002280*                  THE STEP RC=8. RH-RETURN-DATE CARRIES IT.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT TAPEIN ASSIGN TO "TAPEIN"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS TAPEIN-STATUS.

003000     SELECT TAPEREJ ASSIGN TO "TAPEREJ"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS TAPEREJ-STATUS.

003300     SELECT TAPEOUT ASSIGN TO "TAPEOUT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS TAPEOUT-STATUS.

003600     SELECT PRTRPT ASSIGN TO "PRTRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS PRTRPT-STATUS.

003900     SELECT TRANFILE ASSIGN TO "TRANFILE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS TRANFILE-STATUS.

004200     SELECT BATCHREG ASSIGN TO "BATCHREG"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS BATCHREG-STATUS.

004500     SELECT RTNFILE ASSIGN TO "RTNFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL.

004620     SELECT BUSDATE ASSIGN TO "BUSDATE"
004640         ORGANIZATION IS LINE SEQUENTIAL
004660         FILE STATUS IS BUSDATE-STATUS.

004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  TAPEIN.
005000 01  TAPE-IN-RECORD              PIC X(120).
005100 01  BATCH-HEADER-RECORD.
005200     05  BH-RECORD-TYPE          PIC X(03).
005300         88  BH-HEADER-PRESENT              VALUE 'HDR'.
005400     05  BH-BATCH-ID             PIC X(08).
005500     05  BH-CREATE-DATE          PIC 9(08).
005600     05  BH-EXPECT-COUNT         PIC 9(06).
005700     05  BH-REST                 PIC X(15).

005800 FD  TAPEREJ.
005900 01  REJECT-RECORD.
006000     05  RJ-REASON-CODE          PIC X(02).
006100     05  RJ-SEP1                 PIC X(01).
006200     05  RJ-RECORD               PIC X(120).

006300 FD  TAPEOUT.
006400 01  TAPE-OUT-RECORD.
006500     05  TO-TAPE                 PIC X(40).
006600     05  TO-X-TAPE               PIC X(40) OCCURS 2 TIMES.

006700 FD  PRTRPT.
006800 01  PRTRPT-RECORD.
006900     05  PR-TAPE-NUM             PIC 9(06).
007000     05  PR-SEP1                 PIC X(01).
007100     05  PR-START-TAPE           PIC X(40).
007200     05  PR-SEP2                 PIC X(01).
007300     05  PR-STEPS                PIC 9(06).
007400     05  PR-SEP3                 PIC X(01).
007500     05  PR-FINAL-TAPE           PIC X(40).
007600     05  PR-SEP4                 PIC X(01).
007700     05  PR-FINAL-STATE          PIC X(08).
007800     05  PR-SEP5                 PIC X(01).
007900     05  PR-HALT-REASON          PIC X(20).
008000     05  PR-SEP6                 PIC X(01).
008100     05  PR-VERDICT              PIC X(09).

008200 FD  TRANFILE.
008300     COPY TMTRANRC.

008400 FD  BATCHREG.
008500     COPY TMBREGRC.

008600 FD  RTNFILE.
008700     COPY TMRTNRC.

008720 FD  BUSDATE.
008740     COPY TMBDATRC.

008800 WORKING-STORAGE SECTION.
008900******************************************************************
009000* BATCH IDENTITY - FROM THE TAPEIN HDR, CONFIRMED AGAINST THE
009100* RECEIPT REGISTER. A BATCH THE INPUT EDIT REFUSED WAS NEVER
009200* REGISTERED AND NEVER RAN, SO IT GETS NO RETURN FILE.
009300******************************************************************
009400 77  RUN-DATE                    PIC 9(08).
009450 77  CLOCK-DATE                  PIC 9(08).
009500 77  BATCH-ID-SAVE               PIC X(08).
009600 77  CREATE-DATE-SAVE            PIC 9(08).
009700 77  TABLE-VERSION-SAVE          PIC 9(04) VALUE ZERO.
009800 77  BATCH-ERROR-MSG             PIC X(30) VALUE SPACES.

009900******************************************************************
010000* RETURN COUNTS - WHAT THE TRAILER CARRIES, PLUS THE RECORDS THAT
010100* COULD NOT BE ACCOUNTED FOR. A DATA RECORD THAT IS NEITHER ON
010200* TAPEREJ NOR MATCHED BY A TAPEOUT RECORD AND PRTRPT LINE GETS NO
010300* DETAIL AT ALL, SO THE TRAILER FALLS SHORT OF THE RECEIPT AND
010400* TMRECON HOLDS THE TRANSMISSION.
010500******************************************************************
010600 77  DATA-SEQ                    PIC 9(06) COMP VALUE ZERO.
010700 77  RETURN-CLEAN-COUNT          PIC 9(06) COMP VALUE ZERO.
010800 77  RETURN-REJECT-COUNT         PIC 9(06) COMP VALUE ZERO.
010900 77  NO-RESULT-COUNT             PIC 9(06) COMP VALUE ZERO.
011000 77  LEFTOVER-COUNT              PIC 9(06) COMP VALUE ZERO.

011100******************************************************************
011200* FILE STATUS FIELDS AND SWITCHES
011300******************************************************************
011400 77  TAPEIN-STATUS               PIC X(02).
011500 77  TAPEREJ-STATUS              PIC X(02).
011600 77  TAPEOUT-STATUS              PIC X(02).
011700 77  PRTRPT-STATUS               PIC X(02).
011800 77  TRANFILE-STATUS             PIC X(02).
011900 77  BATCHREG-STATUS             PIC X(02).
011920 77  BUSDATE-STATUS              PIC X(02).
011940 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
011960     88  BUSDATE-FOUND                       VALUE 'Y'.
011980     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
012000 77  BATCH-SW                    PIC X(01) VALUE 'N'.
012100     88  BATCH-ACCEPTED                      VALUE 'Y'.
012200     88  BATCH-NOT-ACCEPTED                  VALUE 'N'.
012300 77  TAPEIN-EOF-SW               PIC X(01) VALUE 'N'.
012400     88  TAPEIN-EOF                          VALUE 'Y'.
012500 77  TRAILER-SEEN-SW             PIC X(01) VALUE 'N'.
012600     88  TRAILER-SEEN                        VALUE 'Y'.
012700     88  TRAILER-NOT-SEEN                    VALUE 'N'.
012800 77  TAPEREJ-EOF-SW              PIC X(01) VALUE 'N'.
012900     88  TAPEREJ-EOF                         VALUE 'Y'.
013000     88  TAPEREJ-NOT-EOF                     VALUE 'N'.
013100 77  TAPEOUT-EOF-SW              PIC X(01) VALUE 'N'.
013200     88  TAPEOUT-EOF                         VALUE 'Y'.
013300     88  TAPEOUT-NOT-EOF                     VALUE 'N'.
013400 77  PRTRPT-EOF-SW               PIC X(01) VALUE 'N'.
013500     88  PRTRPT-EOF                          VALUE 'Y'.
013600     88  PRTRPT-NOT-EOF                      VALUE 'N'.
013700 77  TRANFILE-EOF-SW             PIC X(01) VALUE 'N'.
013800     88  TRANFILE-EOF                        VALUE 'Y'.
013900 77  BATCHREG-EOF-SW             PIC X(01) VALUE 'N'.
014000     88  BATCHREG-EOF                        VALUE 'Y'.
014100 77  RECEIPT-SW                  PIC X(01) VALUE 'N'.
014200     88  RECEIPT-FOUND                       VALUE 'Y'.
014300     88  RECEIPT-NOT-FOUND                   VALUE 'N'.
014400 77  TAPEREJ-OPEN-SW             PIC X(01) VALUE 'N'.
014500     88  TAPEREJ-OPEN                        VALUE 'Y'.
014600 77  TAPEOUT-OPEN-SW             PIC X(01) VALUE 'N'.
014700     88  TAPEOUT-OPEN                        VALUE 'Y'.
014800 77  PRTRPT-OPEN-SW              PIC X(01) VALUE 'N'.
014900     88  PRTRPT-OPEN                         VALUE 'Y'.

015000 PROCEDURE DIVISION.
015100******************************************************************
015200*    0000-MAINLINE
015300*    PROGRAM ENTRY POINT.
015400******************************************************************
015500 0000-MAINLINE.
015520     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
015540     IF BUSDATE-NOT-FOUND
015560         GO TO 0000-EXIT
015580     END-IF
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015700     IF BATCH-ACCEPTED
015800         PERFORM 2000-BUILD-RETURN THRU 2000-EXIT
015900     END-IF
016000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016002 0000-EXIT.
016004     STOP RUN.

016006******************************************************************
016008*    0100-LOAD-BUSINESS-DATE
016010*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
016012*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
016014*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
016016*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
016018*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
016020*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
016022*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
016024******************************************************************
016026 0100-LOAD-BUSINESS-DATE.
016028     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
016030     OPEN INPUT BUSDATE
016032     IF BUSDATE-STATUS NOT = '00'
016034         GO TO 0100-REFUSE
016036     END-IF
016038     READ BUSDATE
016040         AT END
016042             CONTINUE
016044     END-READ
016046     IF BUSDATE-STATUS = '00'
016048         AND BD-CONTROL-RECORD
016050         AND BD-CURRENT-DATE IS NUMERIC
016052         AND BD-PRIOR-DATE IS NUMERIC
016054         AND BD-CURRENT-DATE > BD-PRIOR-DATE
016056         MOVE BD-CURRENT-DATE TO RUN-DATE
016058         SET BUSDATE-FOUND TO TRUE
016060     END-IF
016062     CLOSE BUSDATE
016064     IF BUSDATE-FOUND
016066         GO TO 0100-EXIT
016068     END-IF.
016070 0100-REFUSE.
016072     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
016074         'STEP STOPPED'
016076     MOVE 8 TO RETURN-CODE.
016078 0100-EXIT.
016080     EXIT.

016200******************************************************************
016300*    1000-INITIALIZE
016400*    READS THE TAPEIN HDR AND CONFIRMS THE BATCH IS ON THE
016500*    RECEIPT REGISTER BEFORE ANYTHING IS WRITTEN. FOR AN ACCEPTED
016600*    BATCH THE TABLE GENERATION IS PICKED UP FROM TRANFILE, THE
016700*    RUN'S OUTPUT FILES ARE OPENED AND THE RETURN HEADER WRITTEN.
016800******************************************************************
016900 1000-INITIALIZE.
017100     OPEN INPUT TAPEIN
017200     IF TAPEIN-STATUS NOT = '00'
017300         MOVE 'TAPEIN MISSING' TO BATCH-ERROR-MSG
017400         GO TO 1000-EXIT
017500     END-IF
017600     PERFORM 1010-READ-TAPEIN THRU 1010-EXIT
017700     IF TAPEIN-EOF OR NOT BH-HEADER-PRESENT
017800         MOVE 'MISSING BATCH HEADER' TO BATCH-ERROR-MSG
017900         CLOSE TAPEIN
018000         GO TO 1000-EXIT
018100     END-IF
018200     MOVE BH-BATCH-ID    TO BATCH-ID-SAVE
018300     MOVE BH-CREATE-DATE TO CREATE-DATE-SAVE
018400     PERFORM 1100-FIND-RECEIPT THRU 1100-EXIT
018500     IF RECEIPT-NOT-FOUND
018600         MOVE 'BATCH NOT ON BATCHREG' TO BATCH-ERROR-MSG
018700         CLOSE TAPEIN
018800         GO TO 1000-EXIT
018900     END-IF
019000     SET BATCH-ACCEPTED TO TRUE
019100     PERFORM 1200-LOAD-VERSION THRU 1200-EXIT
019200     OPEN INPUT TAPEREJ
019300     IF TAPEREJ-STATUS = '00'
019400         SET TAPEREJ-OPEN TO TRUE
019500     ELSE
019600         SET TAPEREJ-EOF TO TRUE
019700     END-IF
019800     OPEN INPUT TAPEOUT
019900     IF TAPEOUT-STATUS = '00'
020000         SET TAPEOUT-OPEN TO TRUE
020100     ELSE
020200         SET TAPEOUT-EOF TO TRUE
020300     END-IF
020400     OPEN INPUT PRTRPT
020500     IF PRTRPT-STATUS = '00'
020600         SET PRTRPT-OPEN TO TRUE
020700     ELSE
020800         SET PRTRPT-EOF TO TRUE
020900     END-IF
021000     OPEN OUTPUT RTNFILE
021100     MOVE SPACES           TO RETURN-HEADER-RECORD
021200     MOVE 'HDR'            TO RH-RECORD-TYPE
021300     MOVE BATCH-ID-SAVE    TO RH-BATCH-ID
021400     MOVE CREATE-DATE-SAVE TO RH-CREATE-DATE
021500     MOVE RUN-DATE         TO RH-RETURN-DATE
021600     WRITE RETURN-HEADER-RECORD.
021700 1000-EXIT.
021800     EXIT.

021900 1010-READ-TAPEIN.
022000     READ TAPEIN
022100         AT END
022200             SET TAPEIN-EOF TO TRUE
022300     END-READ.
022400 1010-EXIT.
022500     EXIT.

022600******************************************************************
022700*    1100-FIND-RECEIPT
022800*    THE INPUT EDIT REGISTERS A BATCH ONLY ONCE IT BALANCES, SO A
022900*    BATCH ID ON BATCHREG IS AN ACCEPTED BATCH. NO REGISTER AT
023000*    ALL MEANS NOTHING HAS EVER BEEN ACCEPTED.
023100******************************************************************
023200 1100-FIND-RECEIPT.
023300     SET RECEIPT-NOT-FOUND TO TRUE
023400     OPEN INPUT BATCHREG
023500     IF BATCHREG-STATUS NOT = '00'
023600         GO TO 1100-EXIT
023700     END-IF
023800     PERFORM 1110-READ-REGISTER THRU 1110-EXIT
023900     PERFORM 1120-MATCH-ONE-RECEIPT THRU 1120-EXIT
024000         UNTIL BATCHREG-EOF OR RECEIPT-FOUND
024100     CLOSE BATCHREG.
024200 1100-EXIT.
024300     EXIT.

024400 1110-READ-REGISTER.
024500     READ BATCHREG
024600         AT END
024700             SET BATCHREG-EOF TO TRUE
024800     END-READ.
024900 1110-EXIT.
025000     EXIT.

025100 1120-MATCH-ONE-RECEIPT.
025200     IF BR-BATCH-ID = BATCH-ID-SAVE
025300         SET RECEIPT-FOUND TO TRUE
025400     ELSE
025500         PERFORM 1110-READ-REGISTER THRU 1110-EXIT
025600     END-IF.
025700 1120-EXIT.
025800     EXIT.

025900******************************************************************
026000*    1200-LOAD-VERSION
026100*    PICKS THE *VERSION GENERATION STAMPED BY TMPROMOTE OFF THE
026200*    TABLE THE RUN USED. AN UNVERSIONED TABLE RETURNS ZERO.
026300******************************************************************
026400 1200-LOAD-VERSION.
026500     OPEN INPUT TRANFILE
026600     IF TRANFILE-STATUS NOT = '00'
026700         GO TO 1200-EXIT
026800     END-IF
026900     PERFORM 1210-READ-TRANFILE THRU 1210-EXIT
027000     PERFORM 1220-CHECK-ONE-RECORD THRU 1220-EXIT
027100         UNTIL TRANFILE-EOF
027200     CLOSE TRANFILE.
027300 1200-EXIT.
027400     EXIT.

027500 1210-READ-TRANFILE.
027600     READ TRANFILE
027700         AT END
027800             SET TRANFILE-EOF TO TRUE
027900     END-READ.
028000 1210-EXIT.
028100     EXIT.

028200 1220-CHECK-ONE-RECORD.
028300     IF TV-VERSION-RECORD
028400         MOVE TV-VERSION-NUM TO TABLE-VERSION-SAVE
028500         SET TRANFILE-EOF TO TRUE
028600     ELSE
028700         PERFORM 1210-READ-TRANFILE THRU 1210-EXIT
028800     END-IF.
028900 1220-EXIT.
029000     EXIT.

029100******************************************************************
029200*    2000-BUILD-RETURN
029300*    WALKS THE SUPPLIER'S BATCH IN THEIR ORDER. TAPEREJ HOLDS THE
029400*    REJECTED RECORDS, IMAGE FOR IMAGE AND IN BATCH ORDER, SO A
029500*    DATA RECORD EQUAL TO THE NEXT TAPEREJ IMAGE IS THAT REJECT;
029600*    EVERY OTHER DATA RECORD RAN, AND ITS RESULT IS THE NEXT
029700*    TAPEOUT RECORD AND THE NEXT PRTRPT DETAIL LINE. THE EDIT IS
029800*    THE SAME FOR IDENTICAL RECORDS, SO A DUPLICATE RECORD CANNOT
029900*    BE TAKEN FOR THE WRONG ONE. THE TAPEIN TRAILER ENDS THE WALK.
030000******************************************************************
030100 2000-BUILD-RETURN.
030200     PERFORM 2010-READ-TAPEREJ THRU 2010-EXIT
030300     PERFORM 1010-READ-TAPEIN THRU 1010-EXIT
030400     PERFORM 2100-RETURN-ONE-RECORD THRU 2100-EXIT
030500         UNTIL TAPEIN-EOF OR TRAILER-SEEN
030600     PERFORM 2020-COUNT-LEFTOVER THRU 2020-EXIT
030700         UNTIL TAPEREJ-EOF.
030800 2000-EXIT.
030900     EXIT.

031000 2010-READ-TAPEREJ.
031100     IF TAPEREJ-NOT-EOF
031200         READ TAPEREJ
031300             AT END
031400                 SET TAPEREJ-EOF TO TRUE
031500         END-READ
031600     END-IF.
031700 2010-EXIT.
031800     EXIT.

031900******************************************************************
032000*    2020-COUNT-LEFTOVER
032100*    A TAPEREJ RECORD NO DATA RECORD MATCHED BELONGS TO SOME
032200*    OTHER BATCH - THE RUN'S FILES DO NOT GO TOGETHER.
032300******************************************************************
032400 2020-COUNT-LEFTOVER.
032500     ADD 1 TO LEFTOVER-COUNT
032600     PERFORM 2010-READ-TAPEREJ THRU 2010-EXIT.
032700 2020-EXIT.
032800     EXIT.

032900 2100-RETURN-ONE-RECORD.
033000     IF TAPE-IN-RECORD(1:3) = 'TRL'
033100         SET TRAILER-SEEN TO TRUE
033200         GO TO 2100-EXIT
033300     END-IF
033400     ADD 1 TO DATA-SEQ
033500     IF TAPEREJ-NOT-EOF AND RJ-RECORD = TAPE-IN-RECORD
033600         PERFORM 2200-WRITE-REJECT-DETAIL THRU 2200-EXIT
033700         PERFORM 2010-READ-TAPEREJ THRU 2010-EXIT
033800     ELSE
033900         PERFORM 2300-WRITE-RESULT-DETAIL THRU 2300-EXIT
034000     END-IF
034100     PERFORM 1010-READ-TAPEIN THRU 1010-EXIT.
034200 2100-EXIT.
034300     EXIT.

034400 2200-WRITE-REJECT-DETAIL.
034500     ADD 1 TO RETURN-REJECT-COUNT
034600     MOVE SPACES          TO RETURN-DETAIL-RECORD
034700     MOVE 'DTL'           TO RD-RECORD-TYPE
034800     MOVE DATA-SEQ        TO RD-SEQ-NUM
034900     SET RD-REJECTED      TO TRUE
035000     MOVE RJ-REASON-CODE  TO RD-REASON-CODE
035100     WRITE RETURN-DETAIL-RECORD.
035200 2200-EXIT.
035300     EXIT.

035400******************************************************************
035500*    2300-WRITE-RESULT-DETAIL
035600*    A RECORD THAT RAN. TAPEOUT GIVES EVERY FINAL TAPE, PRTRPT THE
035700*    FINAL STATE, STEP COUNT, HALT REASON AND VERDICT. A RECORD
035800*    WITH NO RESULT LEFT ON EITHER FILE IS COUNTED, NOT RETURNED.
035900******************************************************************
036000 2300-WRITE-RESULT-DETAIL.
036100     PERFORM 2310-READ-PRTRPT-DETAIL THRU 2310-EXIT
036200     PERFORM 2320-READ-TAPEOUT THRU 2320-EXIT
036300     IF PRTRPT-EOF OR TAPEOUT-EOF
036400         ADD 1 TO NO-RESULT-COUNT
036500         GO TO 2300-EXIT
036600     END-IF
036700     ADD 1 TO RETURN-CLEAN-COUNT
036800     MOVE SPACES             TO RETURN-DETAIL-RECORD
036900     MOVE 'DTL'              TO RD-RECORD-TYPE
037000     MOVE DATA-SEQ           TO RD-SEQ-NUM
037100     SET RD-CLEAN            TO TRUE
037200     MOVE TO-TAPE            TO RD-FINAL-TAPE
037300     MOVE TO-X-TAPE(1)       TO RD-X-FINAL-TAPE(1)
037400     MOVE TO-X-TAPE(2)       TO RD-X-FINAL-TAPE(2)
037500     MOVE PR-FINAL-STATE     TO RD-FINAL-STATE
037600     MOVE PR-STEPS           TO RD-STEPS
037700     MOVE PR-HALT-REASON     TO RD-HALT-REASON
037800     MOVE PR-VERDICT         TO RD-VERDICT
037900     MOVE TABLE-VERSION-SAVE TO RD-TABLE-VERSION
038000     WRITE RETURN-DETAIL-RECORD.
038100 2300-EXIT.
038200     EXIT.

038300******************************************************************
038400*    2310-READ-PRTRPT-DETAIL
038500*    SKIPS TO THE NEXT DETAIL LINE - THE ONE THAT OPENS WITH A
038600*    TAPE NUMBER. TITLE, HEADING, EXTRA-TAPE AND VERDICT-COUNT
038700*    LINES DO NOT, THE SAME TEST TMRECON USES TO COUNT THEM.
038800******************************************************************
038900 2310-READ-PRTRPT-DETAIL.
039000     PERFORM 2315-READ-PRTRPT THRU 2315-EXIT
039100     PERFORM 2315-READ-PRTRPT THRU 2315-EXIT
039200         UNTIL PRTRPT-EOF OR PRTRPT-RECORD(1:6) IS NUMERIC.
039300 2310-EXIT.
039400     EXIT.

039500 2315-READ-PRTRPT.
039600     IF PRTRPT-NOT-EOF
039700         READ PRTRPT
039800             AT END
039900                 SET PRTRPT-EOF TO TRUE
040000         END-READ
040100     END-IF.
040200 2315-EXIT.
040300     EXIT.

040400 2320-READ-TAPEOUT.
040500     IF TAPEOUT-NOT-EOF
040600         READ TAPEOUT
040700             AT END
040800                 SET TAPEOUT-EOF TO TRUE
040900         END-READ
041000     END-IF.
041100 2320-EXIT.
041200     EXIT.

041300******************************************************************
041400*    9000-TERMINATE
041500*    WRITES THE RETURN TRAILER AND CLOSES DOWN. A BATCH NOT ON THE
041600*    REGISTER ENDS RC=4 WITH NO RETURN FILE WRITTEN. A RETURN THAT
041700*    COULD NOT ACCOUNT FOR EVERY RECORD - A DATA RECORD WITH NO
041800*    RESULT, OR A TAPEREJ RECORD NOT IN THIS BATCH - ENDS RC=8:
041900*    THE FILE IS WRITTEN BUT MUST NOT BE TRANSMITTED.
042000******************************************************************
042100 9000-TERMINATE.
042200     IF BATCH-NOT-ACCEPTED
042300         MOVE 4 TO RETURN-CODE
042400         DISPLAY 'NO RETURN FILE - ' BATCH-ERROR-MSG
042500         GO TO 9000-EXIT
042600     END-IF
042700     MOVE SPACES              TO RETURN-TRAILER-RECORD
042800     MOVE 'TRL'               TO RT-RECORD-TYPE
042900     COMPUTE RT-RECORD-COUNT =
043000         RETURN-CLEAN-COUNT + RETURN-REJECT-COUNT
043100     MOVE RETURN-CLEAN-COUNT  TO RT-CLEAN-COUNT
043200     MOVE RETURN-REJECT-COUNT TO RT-REJECT-COUNT
043300     WRITE RETURN-TRAILER-RECORD
043400     CLOSE TAPEIN
043500     CLOSE RTNFILE
043600     IF TAPEREJ-OPEN
043700         CLOSE TAPEREJ
043800     END-IF
043900     IF TAPEOUT-OPEN
044000         CLOSE TAPEOUT
044100     END-IF
044200     IF PRTRPT-OPEN
044300         CLOSE PRTRPT
044400     END-IF
044500     IF NO-RESULT-COUNT > 0 OR LEFTOVER-COUNT > 0
044600         MOVE 8 TO RETURN-CODE
044700         DISPLAY 'RETURN FILE INCOMPLETE - ' NO-RESULT-COUNT
044800             ' RECORD(S) WITH NO RESULT, ' LEFTOVER-COUNT
044900             ' TAPEREJ RECORD(S) NOT IN BATCH. DO NOT TRANSMIT.'
045000     END-IF
045100     DISPLAY 'Return file for batch ' BATCH-ID-SAVE
045200         ' records: ' RT-RECORD-COUNT
045300         ' clean: ' RT-CLEAN-COUNT
045400         ' rejected: ' RT-REJECT-COUNT.
045500 9000-EXIT.
045600     EXIT.

045700 END PROGRAM TMRETURN.
