013404*                  GENERATION. AN UNVERSIONED TABLE STILL
013405*                  RECORDS 'TRANFILE' - NO CHANGE FOR TABLES
013406*                  THAT PREDATE PROMOTION CONTROL.
013407* 2026-10-15  RH   TRANFILE MAY NOW DECLARE ACCEPT AND REJECT
013408*                  FINAL STATES WITH *ACCEPT/*REJECT HEADER
013409*                  RECORDS (SEE TMTRANRC, TMFINAL). A DECLARED
013410*                  FINAL STATE IS TERMINAL LIKE HALT AND NEEDS NO
013411*                  TRANSITIONS OF ITS OWN IN THE COMPLETENESS
013412*                  CHECK. EVERY TAPE NOW CARRIES AN ACCEPT/REJECT/
013413*                  UNDECIDED VERDICT ON PRTRPT AND RUNHIST, AN
013414*                  OPTIONAL EXPECTED VERDICT (COLS 55-63) IS
013415*                  CHECKED ON REGRRPT, AND PRTRPT CLOSES WITH A
013416*                  VERDICT-COUNT LINE FOR THE RUN.
013417* 2026-10-15  RH   MULTI-TAPE MACHINES. A TABLE OPENING WITH A
013418*                  *TAPES HEADER (SEE TMTRANRC) RUNS 2 OR 3 WORK
013419*                  TAPES, EACH RULE MATCHING AND WRITING ONE
013420*                  SYMBOL PER TAPE AND MOVING EACH HEAD ON ITS
013421*                  OWN. TAPEIN/TAPECLN/TAPEOUT CARRY TAPE N IN
013422*                  COLUMNS 40(N-1)+1 TO 40N, TAPEREJ CARRIES THE
013423*                  WHOLE RECORD, AUDITFILE AND CHECKPOINT CARRY
013424*                  EVERY TAPE AND HEAD, THE BOUNDARY GUARD HALTS
013425*                  WHEN ANY HEAD WOULD LEAVE ITS TAPE, THE
013426*                  COMPLETENESS CHECK COVERS EVERY SYMBOL
013427*                  COMBINATION ACROSS THE TAPES, PRTRPT ADDS A
013428*                  LINE PER EXTRA TAPE AND EXPECTED MAY CARRY
013429*                  EXPECTED FINAL TAPES 2-3 (COLS 64-143). A
013430*                  SINGLE-TAPE TABLE RUNS EXACTLY AS BEFORE.
013431* 2026-10-15  RH   RUNHIST RECORD CARRIES A PIPELINE ID AND STAGE
013432*                  NUMBER FOR TMDRIVER PIPELINE STAGES; THIS
013433*                  PROGRAM LEAVES THEM BLANK.
013434* 2026-10-15  RH   EVERY VALIDATION GAP, BATCH CONTROL ERROR,
013435*                  INPUT REJECT, REGRESSION FAIL AND RUNAWAY TAPE
013436*                  IS ALSO APPENDED TO THE SHARED EXCEPTION FILE
013437*                  (EXCPFILE, LAYOUT TMEXCPRC) FOR THE MORNING
013438*                  EXCEPTION REPORT, TMEXCRPT.
013439* 2026-10-15  RH   EVERY AUDIT RECORD IS STAMPED WITH THE RUN DATE
013440*                  (AUD-RUN-DATE, SEE TMAUDRC) SO TMCOVER CAN DATE
013441*                  EACH RULE FIRING ACROSS A SPAN OF GENERATIONS.
013442* 2026-10-15  RH   PARTITIONED RUNS. A RUNPARM MODE OF 'E' (COL 7)
013443*                  MAKES THIS AN EDIT-ONLY STEP - RULESET CHECK,
013444*                  INPUT EDIT, TAPECLN/TAPEREJ AND THE BATCHREG
013445*                  RECEIPT, BUT NO TAPE RUNS - SO TMSPLIT CAN CUT
013446*                  THE CLEAN DECK INTO PARTITIONS. A TAPEIN WHOSE
013447*                  HDR CARRIES 'PART' IN COLS 26-29 IS ONE SUCH
013448*                  PARTITION: ITS TAPES ARE NUMBERED FROM THE
013449*                  ORIGINAL FIRST-TAPE NUMBER IN COLS 34-39, THE
013450*                  RECEIPT REGISTER IS NEITHER CHECKED NOR POSTED
013451*                  (THE EDIT-ONLY STEP DID BOTH FOR THE WHOLE
013452*                  BATCH) AND PRTRPT NAMES THE PARTITION.
013453* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
013454*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
013455*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
013456*                  THE STEP RC=8. HR-RUN-DATE, BR-RECEIPT-DATE,
013457*                  AUD-RUN-DATE AND XC-RUN-DATE ALL CARRY IT, SO A
013458*                  RUN PAST MIDNIGHT OR A RESTART THE NEXT MORNING
013459*                  POSTS UNDER THE BUSINESS DAY IT BELONGS TO. THE
013460*                  PRTRPT AND REGRRPT HEADINGS SHOW THE BUSINESS
013461*                  DATE AND THE CLOCK DATE.
013466* 2026-10-15  RH   A RESTART RECOUNTS THE VERDICTS (AND, IN A
013471*                  REGRESSION RUN, THE PASS/FAIL COUNTS) OF THE
013476*                  TAPES BEFORE THE RESTART POINT FROM THE PRTRPT
013481*                  AND REGRRPT LINES ALREADY WRITTEN, SO THE
013486*                  CLOSING COUNTS AND THE RC=12 TEST COVER THE
013491*                  WHOLE RUN.
013499******************************************************************
013500 ENVIRONMENT DIVISION.
013600 INPUT-OUTPUT SECTION.
013700 FILE-CONTROL.
016820         ORGANIZATION IS LINE SEQUENTIAL
016830         FILE STATUS IS BATCHREG-STATUS.

016850     SELECT OPTIONAL EXCPFILE ASSIGN TO "EXCPFILE"
016870         ORGANIZATION IS LINE SEQUENTIAL.

016875     SELECT BUSDATE ASSIGN TO "BUSDATE"
016880         ORGANIZATION IS LINE SEQUENTIAL
016885         FILE STATUS IS BUSDATE-STATUS.

016900 DATA DIVISION.
017000 FILE SECTION.
017100 FD  TRANFILE.
017200     COPY TMTRANRC.

017300 FD  TAPEIN.
017400 01  TAPE-IN-RECORD              PIC X(120).
017500 01  BATCH-HEADER-RECORD.
017600     05  BH-RECORD-TYPE          PIC X(03).
017700         88  BH-HEADER-PRESENT              VALUE 'HDR'.
017800     05  BH-BATCH-ID             PIC X(08).
017900     05  BH-CREATE-DATE          PIC 9(08).
018000     05  BH-EXPECT-COUNT         PIC 9(06).
018020     05  BH-PART-TAG             PIC X(04).
018040         88  BH-PARTITION                   VALUE 'PART'.
018060     05  BH-PART-NUM             PIC 9(02).
018080     05  BH-PART-COUNT           PIC 9(02).
018100     05  BH-FIRST-TAPE           PIC 9(06).
018120     05  BH-REST                 PIC X(01).
018200 01  BATCH-TRAILER-RECORD.
018300     05  BT-RECORD-TYPE          PIC X(03).
018400         88  BT-TRAILER-PRESENT             VALUE 'TRL'.
018600     05  BT-REST                 PIC X(31).

018700 FD  TAPECLN.
018800 01  TAPE-CLN-RECORD.
018810     05  TC-TAPE                 PIC X(40).
018820     05  TC-X-TAPE               PIC X(40) OCCURS 2 TIMES.

018900 FD  TAPEREJ.
019000 01  REJECT-RECORD.
019100     05  RJ-REASON-CODE          PIC X(02).
019200     05  RJ-SEP1                 PIC X(01).
019300     05  RJ-RECORD               PIC X(120).

019400 FD  TAPEOUT.
019500 01  TAPE-OUT-RECORD.
019510     05  TO-TAPE                 PIC X(40).
019520     05  TO-X-TAPE               PIC X(40) OCCURS 2 TIMES.

019600 FD  AUDITFILE.
019700     COPY TMAUDRC.
020800     05  CKPT-HEAD               PIC 9(02).
020900     05  CKPT-SEP5               PIC X(01) VALUE SPACE.
021000     05  CKPT-HALT-REASON        PIC X(20).
021010     05  CKPT-EXTRA-TAPE OCCURS 2 TIMES.
021020         10  CKPT-X-SEP1         PIC X(01).
021030         10  CKPT-X-TAPE         PIC X(40).
021040         10  CKPT-X-SEP2         PIC X(01).
021050         10  CKPT-X-HEAD         PIC 9(02).

021100 FD  ABENDRPT.
021200 01  ABEND-RECORD.
022700     05  VALID-STATE             PIC X(08).
022800     05  VALID-SEP1              PIC X(01).
022900     05  VALID-SYMBOL-LABEL      PIC X(08).
023000     05  VALID-SYMBOL            PIC X(03).

023100 FD  PRTRPT.
023200 01  PRTRPT-RECORD.
024100     05  PR-FINAL-STATE          PIC X(08).
024200     05  PR-SEP5                 PIC X(01).
024300     05  PR-HALT-REASON          PIC X(20).
024320     05  PR-SEP6                 PIC X(01).
024340     05  PR-VERDICT              PIC X(09).
024400 01  PRTRPT-HEADER-RECORD        PIC X(135).
024410 01  PRTRPT-TAPE-LINE.
024420     05  PT-TAPE-LABEL           PIC X(06).
024430     05  PT-SEP1                 PIC X(01).
024440     05  PT-START-TAPE           PIC X(40).
024450     05  PT-SEP2                 PIC X(08).
024460     05  PT-FINAL-TAPE           PIC X(40).

024500 FD  RUNPARM.
024600 01  RUNPARM-RECORD.
024700     05  RP-MAX-STEPS            PIC 9(06).
024720     05  RP-RUN-MODE             PIC X(01).
024740         88  RP-EDIT-ONLY                   VALUE 'E'.

024800 FD  EXPECTED.
024900 01  EXPECTED-RECORD.
025000     05  EX-FINAL-TAPE           PIC X(40).
025100     05  EX-FINAL-STATE          PIC X(08).
025200     05  EX-STEPS                PIC X(06).
025250     05  EX-VERDICT              PIC X(09).
025260     05  EX-X-FINAL-TAPE         PIC X(40) OCCURS 2 TIMES.

025300 FD  REGRRPT.
025400 01  REGR-RECORD.
026210 FD  BATCHREG.
026220     COPY TMBREGRC.

026240 FD  EXCPFILE.
026260     COPY TMEXCPRC.

026270 FD  BUSDATE.
026280     COPY TMBDATRC.

026300 WORKING-STORAGE SECTION.
026400******************************************************************
026500* MACHINE STATE - SHARED LAYOUT, SEE COPYLIB/TMSTATE
027100******************************************************************
027200 COPY TMTRANTB.
027300 77  INSERT-POS                   PIC 9(04) COMP.
027400 77  LOAD-KEY                     PIC X(11).
027410******************************************************************
027420* RULESET IDENTITY FOR THE RUN-HISTORY RECORD. A TABLE PROMOTED
027430* BY TMPROMOTE OPENS WITH A *VERSION HEADER AND EVERY HISTORY
028000 COPY TMALPHA.
028100 77  ALPHA-SCAN-POS               PIC 9(02) COMP.

028105******************************************************************
028110* ACCEPT/REJECT FINAL STATES - DECLARED BY OPTIONAL *ACCEPT AND
028115* *REJECT HEADERS IN TRANFILE. SHARED LAYOUT, SEE COPYLIB/TMFINAL.
028120* THE VERDICT COUNTS FEED THE CLOSING LINE OF PRTRPT.
028125******************************************************************
028130 COPY TMFINAL.
028135 77  ACCEPT-COUNT                PIC 9(06) COMP VALUE ZERO.
028140 77  REJECT-COUNT                PIC 9(06) COMP VALUE ZERO.
028145 77  UNDECIDED-COUNT             PIC 9(06) COMP VALUE ZERO.
028150 77  VERDICT-COUNT-DISP          PIC 9(06).

028200******************************************************************
028300* TRANSITION-TABLE COMPLETENESS VALIDATION
028400* KNOWN-STATES-TABLE HOLDS EVERY DISTINCT STATE SEEN IN TRANFILE
029500 77  CANDIDATE-STATE              PIC X(08).
029600 77  CHECK-STATE                  PIC X(08).
029700 77  CHECK-SYMBOL                 PIC X(01).
029800 77  CHECK-KEY                    PIC X(11).
029810 77  CHECK-SUB2                   PIC 9(02) COMP.
029820 77  CHECK-SUB3                   PIC 9(02) COMP.
029830 77  CHECK-LIMIT2                 PIC 9(02) COMP.
029840 77  CHECK-LIMIT3                 PIC 9(02) COMP.
029900 77  VALIDATION-GAP-COUNT         PIC 9(04) COMP VALUE ZERO.

030000******************************************************************
030400* FROM STEP-COUNT OR FINAL STATE ALONE.
030500******************************************************************
030600 77  RUN-DATE                    PIC 9(08).
030650 77  CLOCK-DATE                  PIC 9(08).
030700 77  START-TAPE-SAVE             PIC X(40).
030800 77  HALT-REASON                 PIC X(20) VALUE SPACES.

033200******************************************************************
033300 77  TAPE-COUNT                  PIC 9(06) COMP VALUE ZERO.
033400 77  STEP-COUNT                  PIC 9(06) COMP VALUE ZERO.
033450 77  TAPE-LABEL-NUM              PIC 9(01).

033500******************************************************************
033600* REGRESSION MODE. EXPECTED IS AN OPTIONAL FILE CARRYING ONE
033900* STATE AND STEP COUNT. WHEN THE FILE IS PRESENT EVERY TAPE IS
034000* JUDGED PASS/FAIL ON REGRRPT AFTER IT RUNS; WHEN IT IS ABSENT
034100* (EXPECTED-STATUS '35') THE RUN BEHAVES EXACTLY AS BEFORE.
034150* AN EXPECTED VERDICT IN COLS 55-63 IS CHECKED THE SAME WAY.
034200******************************************************************
034300 77  EXPECTED-STATUS             PIC X(02).
034400 77  EXPECTED-STEPS              PIC 9(06).
035900 77  TAPE-DATA-COUNT             PIC 9(06) COMP VALUE ZERO.
036000 77  CLEAN-COUNT                 PIC 9(06) COMP VALUE ZERO.
036100 77  TAPE-REJECT-COUNT           PIC 9(06) COMP VALUE ZERO.
036200 77  EDIT-SCAN-POS               PIC 9(03) COMP.
036210 77  EDIT-SCAN-LIMIT             PIC 9(03) COMP.
036300 77  EDIT-REJECT-CODE            PIC X(02).
036400 77  EDIT-SYMBOL                 PIC X(01).
036500 77  BATCH-ERROR-MSG             PIC X(30).
037200 77  RUNPARM-STATUS              PIC X(02).
037300 77  RUNAWAY-COUNT               PIC 9(04) COMP VALUE ZERO.

037305******************************************************************
037310* PARTITIONED RUNS. AN EDIT-ONLY RUN (RUNPARM MODE 'E') STOPS
037315* AFTER THE INPUT EDIT AND THE RECEIPT. A PARTITION RUN (TAPEIN
037320* HDR TAGGED 'PART' BY TMSPLIT) NUMBERS ITS TAPES FROM THE
037325* ORIGINAL FIRST-TAPE NUMBER SO EVERY FILE IT WRITES CARRIES THE
037330* TAPE NUMBERS THE SINGLE-STEP RUN WOULD HAVE, AND TMMERGE CAN
037335* REBUILD ONE RUN'S OUTPUT FROM THE PARTITIONS.
037340******************************************************************
037345 77  PART-NUM-SAVE               PIC 9(02) VALUE ZERO.
037350 77  PART-COUNT-SAVE             PIC 9(02) VALUE ZERO.
037355 77  FIRST-TAPE-SAVE             PIC 9(06) VALUE 1.
037360 77  TAPES-RUN-COUNT             PIC 9(06) COMP VALUE ZERO.

037400******************************************************************
037500* TAPE BOUNDARY GUARD - HEAD MAY NEVER MOVE PAST EITHER END OF
037600* TAPE-ENTRY. NEW-HEAD IS SIGNED SO A MOVE LEFT OFF THE FRONT OF
037900******************************************************************
038000 77  TAPE-LENGTH                 PIC 9(02) VALUE 40.
038100 77  NEW-HEAD                    PIC S9(04) COMP.
038110 77  HEAD-BOUND-SW               PIC X(01) VALUE 'N'.
038120     88  HEAD-OFF-TAPE                       VALUE 'Y'.
038130     88  HEADS-ON-TAPE                       VALUE 'N'.

038200******************************************************************
038300* CHECKPOINT/RESTART
038400******************************************************************
038500 77  CHECKPOINT-STATUS           PIC X(02).
038520 77  BUSDATE-STATUS              PIC X(02).
038540 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
038560     88  BUSDATE-FOUND                       VALUE 'Y'.
038580     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
038600 77  CHECKPOINT-INTERVAL         PIC 9(04) COMP VALUE 50.
038700 77  CHECKPOINT-STEP-CTR         PIC 9(04) COMP VALUE ZERO.
038800 01  RESTART-INFO.
039200     05  RI-TAPE                 PIC X(40).
039300     05  RI-HEAD                 PIC 9(02).
039400     05  RI-HALT-REASON          PIC X(20).
039410     05  RI-EXTRA-TAPE OCCURS 2 TIMES.
039420         10  RI-X-TAPE           PIC X(40).
039430         10  RI-X-HEAD           PIC 9(02).

039500******************************************************************
039600* SWITCHES
042200 77  RESTART-SW                  PIC X(01) VALUE 'N'.
042300     88  RESTART-REQUESTED                   VALUE 'Y'.
042400     88  RESTART-NOT-REQUESTED               VALUE 'N'.
042410 77  PRTRPT-EOF-SW               PIC X(01) VALUE 'N'.
042420     88  PRTRPT-EOF                          VALUE 'Y'.
042430     88  PRTRPT-NOT-EOF                      VALUE 'N'.
042440 77  REGRRPT-EOF-SW              PIC X(01) VALUE 'N'.
042450     88  REGRRPT-EOF                         VALUE 'Y'.
042460     88  REGRRPT-NOT-EOF                     VALUE 'N'.
042500 77  RUNAWAY-SW                  PIC X(01) VALUE 'N'.
042600     88  RUNAWAY-DETECTED                    VALUE 'Y'.
042700     88  NO-RUNAWAY                          VALUE 'N'.
044000 77  EXPECTED-EOF-SW             PIC X(01) VALUE 'N'.
044100     88  EXPECTED-EOF                        VALUE 'Y'.
044200     88  EXPECTED-NOT-EOF                    VALUE 'N'.
044220 77  TAPES-HEADER-SW             PIC X(01) VALUE 'N'.
044240     88  TAPES-HEADER-BAD                    VALUE 'Y'.
044260     88  TAPES-HEADER-OK                     VALUE 'N'.
044265 77  RUN-MODE-SW                 PIC X(01) VALUE 'F'.
044270     88  EDIT-ONLY-RUN                       VALUE 'E'.
044275     88  FULL-RUN                            VALUE 'F'.
044280 77  PARTITION-SW                PIC X(01) VALUE 'N'.
044285     88  PARTITION-RUN                       VALUE 'Y'.
044290     88  WHOLE-BATCH-RUN                     VALUE 'N'.

044300 PROCEDURE DIVISION.
044400******************************************************************
044600*    PROGRAM ENTRY POINT.
044700******************************************************************
044800 0000-MAINLINE.
044820     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
044840     IF BUSDATE-NOT-FOUND
044860         GO TO 0000-EXIT
044880     END-IF
044900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
045000     IF RULESET-VALID AND BATCH-VALID AND FULL-RUN
045100         PERFORM 2000-PROCESS-TAPE-DECK THRU 2000-EXIT
045200     END-IF
045300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
045302 0000-EXIT.
045304     STOP RUN.

045306******************************************************************
045308*    0100-LOAD-BUSINESS-DATE
045310*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
045312*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
045314*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
045316*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
045318*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
045320*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
045322*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
045324******************************************************************
045326 0100-LOAD-BUSINESS-DATE.
045328     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
045330     OPEN INPUT BUSDATE
045332     IF BUSDATE-STATUS NOT = '00'
045334         GO TO 0100-REFUSE
045336     END-IF
045338     READ BUSDATE
045340         AT END
045342             CONTINUE
045344     END-READ
045346     IF BUSDATE-STATUS = '00'
045348         AND BD-CONTROL-RECORD
045350         AND BD-CURRENT-DATE IS NUMERIC
045352         AND BD-PRIOR-DATE IS NUMERIC
045354         AND BD-CURRENT-DATE > BD-PRIOR-DATE
045356         MOVE BD-CURRENT-DATE TO RUN-DATE
045358         SET BUSDATE-FOUND TO TRUE
045360     END-IF
045362     CLOSE BUSDATE
045364     IF BUSDATE-FOUND
045366         GO TO 0100-EXIT
045368     END-IF.
045370 0100-REFUSE.
045372     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
045374         'STEP STOPPED'
045376     MOVE 8 TO RETURN-CODE.
045378 0100-EXIT.
045380     EXIT.

045500******************************************************************
045600*    1000-INITIALIZE
046550*    APPEND A SECOND RECEIPT ROW.
046600*    RUNPARM IS READ FIRST OF ALL SO AN OVERRIDDEN MAX-STEPS IS
046700*    IN EFFECT BEFORE ANY TAPE IS PROCESSED.
046720*    AN EDIT-ONLY RUN STOPS AFTER THE INPUT EDIT - NO CHECKPOINT
046740*    IS LOOKED FOR AND NO TAPE OUTPUT FILE IS OPENED.
046800******************************************************************
046900 1000-INITIALIZE.
047020     OPEN EXTEND EXCPFILE
047040     MOVE SPACES TO EXCEPTION-RECORD
047060     MOVE ZERO TO XC-UNIT-NUM
047100     PERFORM 1050-LOAD-RUN-PARM THRU 1050-EXIT
047200     PERFORM 1060-OPEN-EXPECTED THRU 1060-EXIT
047300     OPEN INPUT TRANFILE
047700     PERFORM 1300-VALIDATE-TRANSITIONS THRU 1300-EXIT
047800     CLOSE VALIDRPT
047900     IF RULESET-VALID
047920         IF FULL-RUN
047940             PERFORM 1200-LOAD-CHECKPOINT THRU 1200-EXIT
047960         END-IF
048000         PERFORM 1400-EDIT-TAPE-DECK THRU 1400-EXIT
048020         IF BATCH-INVALID
048040             PERFORM 1470-LOG-BATCH-ERROR THRU 1470-EXIT
048060         END-IF
048100     END-IF
048150     IF RULESET-VALID AND BATCH-VALID AND FULL-RUN
048200         IF PARTITION-RUN
048250             COMPUTE TAPE-COUNT = FIRST-TAPE-SAVE - 1
048300         END-IF
048400         OPEN INPUT TAPECLN
048500         IF RESTART-REQUESTED
048550             PERFORM 1250-RECOUNT-VERDICTS THRU 1250-EXIT
048600             OPEN EXTEND TAPEOUT
048700             OPEN EXTEND AUDITFILE
048800             OPEN EXTEND CHECKPOINT
051500*    DEFAULT. A PRESENT BUT BLANK OR ZERO RECORD IS IGNORED THE
051600*    SAME WAY SO A RUNPARM FILE CAN BE STAGED WITHOUT ALWAYS
051700*    HAVING A VALUE PUNCHED IN IT.
051720*    COL 7 MAY CARRY A RUN MODE - 'E' MAKES THE RUN EDIT-ONLY FOR
051740*    THE PARTITION SPLIT (SEE TMSPLIT).
051800******************************************************************
051900 1050-LOAD-RUN-PARM.
052000     OPEN INPUT RUNPARM
052500             AT END
052600                 CONTINUE
052700         END-READ
052750         IF RUNPARM-STATUS = '00' AND RP-MAX-STEPS IS NUMERIC
052800             AND RP-MAX-STEPS > ZERO
052900             MOVE RP-MAX-STEPS TO MAX-STEPS
053000         END-IF
053020         IF RUNPARM-STATUS = '00' AND RP-EDIT-ONLY
053040             SET EDIT-ONLY-RUN TO TRUE
053060         END-IF
053100         CLOSE RUNPARM
053200     END-IF.
053300 1050-EXIT.
057220         PERFORM 1150-STORE-VERSION THRU 1150-EXIT
057230         GO TO 1120-READ-NEXT
057240     END-IF
057250     IF TF-FINAL-RECORD
057260         PERFORM 1160-STORE-FINAL-STATE THRU 1160-EXIT
057270         GO TO 1120-READ-NEXT
057280     END-IF
057282     IF TN-TAPES-RECORD
057284         PERFORM 1170-STORE-TAPE-COUNT THRU 1170-EXIT
057286         GO TO 1120-READ-NEXT
057288     END-IF
057290     MOVE SPACES           TO LOAD-KEY
057300     MOVE TR-CURRENT-STATE TO LOAD-KEY(1:8)
057400     MOVE TR-READ-SYMBOL   TO LOAD-KEY(9:1)
057420     PERFORM 1127-KEY-EXTRA-SYMBOL THRU 1127-EXIT
057440         VARYING XT-SUB FROM 1 BY 1
057460         UNTIL XT-SUB >= TABLE-TAPE-COUNT
057500     ADD 1 TO TRANSITION-COUNT
057600     MOVE TRANSITION-COUNT TO INSERT-POS
057700     PERFORM 1125-SHIFT-ONE-RIGHT THRU 1125-EXIT
058000     MOVE LOAD-KEY         TO TT-KEY(INSERT-POS)
058100     MOVE TR-NEXT-STATE    TO TT-NEXT-STATE(INSERT-POS)
058200     MOVE TR-WRITE-SYMBOL  TO TT-WRITE-SYMBOL(INSERT-POS)
058220     MOVE TR-DIRECTION     TO TT-DIRECTION(INSERT-POS)
058240     PERFORM 1128-STORE-EXTRA-ACTION THRU 1128-EXIT
058260         VARYING XT-SUB FROM 1 BY 1
058280         UNTIL XT-SUB >= TABLE-TAPE-COUNT.
058400 1120-READ-NEXT.
058500     PERFORM 1110-READ-TRANSITION THRU 1110-EXIT.
058600 1120-EXIT.
059800 1125-EXIT.
059900     EXIT.

059905******************************************************************
059910*    1127-KEY-EXTRA-SYMBOL
059915*    A MULTI-TAPE RULE IS KEYED ON THE SYMBOL IT READS FROM EVERY
059920*    TAPE - TAPE 2'S SYMBOL GOES IN KEY POSITION 10, TAPE 3'S IN
059925*    POSITION 11.
059930******************************************************************
059935 1127-KEY-EXTRA-SYMBOL.
059940     MOVE TX-READ-SYMBOL(XT-SUB) TO LOAD-KEY(9 + XT-SUB:1).
059945 1127-EXIT.
059950     EXIT.

059955 1128-STORE-EXTRA-ACTION.
059960     MOVE TX-WRITE-SYMBOL(XT-SUB)
059965         TO TT-X-WRITE-SYMBOL(INSERT-POS, XT-SUB)
059970     MOVE TX-DIRECTION(XT-SUB)
059975         TO TT-X-DIRECTION(INSERT-POS, XT-SUB).
059980 1128-EXIT.
059985     EXIT.

060000******************************************************************
060100*    1130-STORE-ALPHABET
060200*    THE RECORD JUST READ IS A *SYMBOLS HEADER DECLARING THIS
063500 1140-EXIT.
063600     EXIT.

063602******************************************************************
063604*    1150-STORE-VERSION
063606*    THE RECORD JUST READ IS THE *VERSION HEADER TMPROMOTE
063608*    STAMPED ON THIS GENERATION OF THE TABLE. THE GENERATION
063610*    NUMBER BECOMES THE RULESET STAMP (Vnnnn) ON EVERY RUN-
063612*    HISTORY RECORD THIS RUN WRITES.
063614******************************************************************
063616 1150-STORE-VERSION.
063618     MOVE SPACES TO RULESET-STAMP
063620     MOVE 'V' TO RULESET-STAMP(1:1)
063622     MOVE TV-VERSION-NUM TO RULESET-STAMP(2:4).
063624 1150-EXIT.
063626     EXIT.

063628******************************************************************
063630*    1160-STORE-FINAL-STATE
063632*    THE RECORD JUST READ IS AN *ACCEPT OR *REJECT HEADER NAMING
063634*    ONE FINAL STATE OF A RECOGNIZER TABLE. THE STATE IS KEPT WITH
063636*    THE VERDICT A TAPE STOPPING THERE EARNS. A STATE ALREADY
063638*    DECLARED KEEPS ITS FIRST VERDICT, AND DECLARATIONS PAST
063640*    FINAL-STATE-MAX ARE IGNORED.
063642******************************************************************
063644 1160-STORE-FINAL-STATE.
063646     MOVE TF-STATE TO FINAL-CHECK-STATE
063648     PERFORM 4100-CHECK-FINAL-STATE THRU 4100-EXIT
063650     IF FINAL-HIT
063652         OR FINAL-STATE-COUNT >= FINAL-STATE-MAX
063654         GO TO 1160-EXIT
063656     END-IF
063658     ADD 1 TO FINAL-STATE-COUNT
063660     SET FS-IDX TO FINAL-STATE-COUNT
063662     MOVE TF-STATE TO FS-STATE(FS-IDX)
063664     IF TF-ACCEPT-RECORD
063666         MOVE 'ACCEPT' TO FS-VERDICT(FS-IDX)
063668     ELSE
063670         MOVE 'REJECT' TO FS-VERDICT(FS-IDX)
063672     END-IF.
063674 1160-EXIT.
063676     EXIT.

063677******************************************************************
063678*    1170-STORE-TAPE-COUNT
063679*    THE RECORD JUST READ IS THE *TAPES HEADER OF A MULTI-TAPE
063680*    TABLE. EVERY RULE AFTER IT IS READ AS ONE SYMBOL/ACTION PER
063681*    TAPE. A COUNT OUTSIDE 1 TO TABLE-TAPE-MAX IS REPORTED BY
063682*    1300-VALIDATE-TRANSITIONS AND STOPS THE RUN.
063683******************************************************************
063684 1170-STORE-TAPE-COUNT.
063685     IF TN-TAPE-COUNT IS NUMERIC
063686         AND TN-TAPE-COUNT > ZERO
063687         AND TN-TAPE-COUNT NOT > TABLE-TAPE-MAX
063688         MOVE TN-TAPE-COUNT TO TABLE-TAPE-COUNT
063689     ELSE
063690         SET TAPES-HEADER-BAD TO TRUE
063691     END-IF.
063692 1170-EXIT.
063693     EXIT.

063700******************************************************************
063750*    1200-LOAD-CHECKPOINT
063800*    LOOKS FOR A CHECKPOINT LEFT BEHIND BY A RUN THAT DID NOT
063850*    FINISH. CHECKPOINT-STATUS OF '35' MEANS THE FILE DOES NOT
063900*    EXIST - A NORMAL, FRESH START. OTHERWISE THE LAST RECORD IN
063950*    THE FILE IS THE MOST RECENT CHECKPOINT AND IS KEPT IN
064000*    RESTART-INFO FOR 2100-PROCESS-ONE-TAPE TO PICK UP.
064050******************************************************************
064100 1200-LOAD-CHECKPOINT.
064150     OPEN INPUT CHECKPOINT
064200     IF CHECKPOINT-STATUS = '35'
064250         SET RESTART-NOT-REQUESTED TO TRUE
064300     ELSE
064350         PERFORM 1210-READ-CHECKPOINT THRU 1210-EXIT
064400         PERFORM 1220-SAVE-CHECKPOINT THRU 1220-EXIT
064450             UNTIL CHECKPOINT-EOF
064500         CLOSE CHECKPOINT
064550     END-IF.
064600 1200-EXIT.
064650     EXIT.

064700 1210-READ-CHECKPOINT.
064750     READ CHECKPOINT
064800         AT END
064850             SET CHECKPOINT-EOF TO TRUE
064900     END-READ.
064950 1210-EXIT.
065000     EXIT.

065050 1220-SAVE-CHECKPOINT.
065100     SET RESTART-REQUESTED TO TRUE
065150     MOVE CKPT-TAPE-NUM    TO RI-TAPE-NUM
065200     MOVE CKPT-STEP-NUM    TO RI-STEP-NUM
065250     MOVE CKPT-STATE       TO RI-STATE
065300     MOVE CKPT-TAPE        TO RI-TAPE
065350     MOVE CKPT-HEAD        TO RI-HEAD
065400     MOVE CKPT-HALT-REASON TO RI-HALT-REASON
065450     PERFORM 1225-SAVE-EXTRA-TAPE THRU 1225-EXIT
065500         VARYING XT-SUB FROM 1 BY 1
065550         UNTIL XT-SUB >= TABLE-TAPE-COUNT
065600     PERFORM 1210-READ-CHECKPOINT THRU 1210-EXIT.
065650 1220-EXIT.
065700     EXIT.

065750 1225-SAVE-EXTRA-TAPE.
065800     MOVE CKPT-X-TAPE(XT-SUB) TO RI-X-TAPE(XT-SUB)
065850     MOVE CKPT-X-HEAD(XT-SUB) TO RI-X-HEAD(XT-SUB).
065900 1225-EXIT.
065950     EXIT.

065970******************************************************************
065990*    1250-RECOUNT-VERDICTS
066010*    A RESTART SKIPS THE TAPES BEFORE THE RESTART POINT, SO THEIR
066030*    VERDICTS ARE NEVER DETERMINED AGAIN - BUT THEIR PRTRPT AND
066050*    REGRRPT LINES ARE STILL THERE, AND BOTH FILES ARE REOPENED
066070*    EXTEND. THE COUNTS ARE TAKEN BACK OFF THOSE LINES (A DETAIL
066090*    LINE OPENS WITH ITS TAPE NUMBER) SO THE CLOSING VERDICT AND
066110*    REGRESSION LINES AGREE WITH THE DETAIL ABOVE THEM. A LINE FOR
066130*    THE RESTART TAPE OR LATER IS LEFT TO BE COUNTED WHEN THAT
066150*    TAPE IS RUN AGAIN.
066170******************************************************************
066190 1250-RECOUNT-VERDICTS.
066210     OPEN INPUT PRTRPT
066230     PERFORM 1251-READ-PRTRPT THRU 1251-EXIT
066250     PERFORM 1252-COUNT-VERDICT THRU 1252-EXIT
066270         UNTIL PRTRPT-EOF
066290     CLOSE PRTRPT
066310     IF NO-REGRESSION
066330         GO TO 1250-EXIT
066350     END-IF
066370     OPEN INPUT REGRRPT
066390     PERFORM 1256-READ-REGRRPT THRU 1256-EXIT
066410     PERFORM 1257-COUNT-REGRESSION THRU 1257-EXIT
066430         UNTIL REGRRPT-EOF
066450     CLOSE REGRRPT.
066470 1250-EXIT.
066490     EXIT.

066510 1251-READ-PRTRPT.
066530     READ PRTRPT
066550         AT END
066570             SET PRTRPT-EOF TO TRUE
066590     END-READ.
066610 1251-EXIT.
066630     EXIT.

066650 1252-COUNT-VERDICT.
066670     IF PR-TAPE-NUM IS NUMERIC
066690         AND PR-TAPE-NUM < RI-TAPE-NUM
066710         MOVE PR-VERDICT TO VERDICT
066730         IF VERDICT-ACCEPT
066750             ADD 1 TO ACCEPT-COUNT
066770         ELSE
066790             IF VERDICT-REJECT
066810                 ADD 1 TO REJECT-COUNT
066830             ELSE
066850                 ADD 1 TO UNDECIDED-COUNT
066870             END-IF
066890         END-IF
066910     END-IF
066930     PERFORM 1251-READ-PRTRPT THRU 1251-EXIT.
066950 1252-EXIT.
066970     EXIT.

066990 1256-READ-REGRRPT.
067010     READ REGRRPT
067030         AT END
067050             SET REGRRPT-EOF TO TRUE
067070     END-READ.
067090 1256-EXIT.
067110     EXIT.

067130 1257-COUNT-REGRESSION.
067150     IF RG-TAPE-NUM IS NUMERIC
067170         AND RG-TAPE-NUM < RI-TAPE-NUM
067190         ADD 1 TO REGR-CHECKED-COUNT
067210         IF RG-VERDICT = 'FAIL'
067230             ADD 1 TO REGR-FAIL-COUNT
067250         END-IF
067270     END-IF
067290     PERFORM 1256-READ-REGRRPT THRU 1256-EXIT.
067310 1257-EXIT.
067330     EXIT.

067500******************************************************************
067600*    1300-VALIDATE-TRANSITIONS
068100*    IN THE DECLARED ALPHABET. EVERY GAP IS WRITTEN TO VALIDRPT
068200*    SO ALL OF THEM ARE VISIBLE AT ONCE, NOT JUST THE FIRST ONE
068300*    A TAPE WOULD HAVE HIT.
068320*    HALT AND THE DECLARED ACCEPT/REJECT FINAL STATES ARE TERMINAL
068340*    AND ARE NEVER COLLECTED - THEY NEED NO TRANSITIONS.
068350*    A MULTI-TAPE TABLE MUST COVER EVERY COMBINATION OF SYMBOLS
068360*    ACROSS ITS TAPES - CHECK-SUB2 AND CHECK-SUB3 STEP THROUGH THE
068370*    ALPHABET FOR TAPES 2 AND 3 AND STAY AT ONE FOR A TAPE THE
068380*    TABLE DOES NOT HAVE. A BAD *TAPES HEADER IS ALSO A GAP.
068400******************************************************************
068500 1300-VALIDATE-TRANSITIONS.
068600     MOVE ZERO TO KNOWN-STATE-COUNT
068700     MOVE ZERO TO VALIDATION-GAP-COUNT
068705     MOVE 1 TO CHECK-LIMIT2
068710     MOVE 1 TO CHECK-LIMIT3
068715     IF TABLE-TAPE-COUNT > 1
068720         MOVE ALPHABET-COUNT TO CHECK-LIMIT2
068725     END-IF
068730     IF TABLE-TAPE-COUNT > 2
068735         MOVE ALPHABET-COUNT TO CHECK-LIMIT3
068740     END-IF
068745     IF TAPES-HEADER-BAD
068750         PERFORM 1370-WRITE-TAPES-GAP THRU 1370-EXIT
068755     END-IF
068800     PERFORM 1310-COLLECT-ONE-STATE THRU 1310-EXIT
068900         VARYING TT-IDX FROM 1 BY 1
069000         UNTIL TT-IDX > TRANSITION-COUNT
070700     EXIT.

070800 1320-ADD-IF-NEW.
070820     MOVE CANDIDATE-STATE TO FINAL-CHECK-STATE
070840     PERFORM 4100-CHECK-FINAL-STATE THRU 4100-EXIT
070900     IF CANDIDATE-STATE NOT = 'HALT'
070950         AND FINAL-NO-HIT
071000         SET KS-NOT-FOUND TO TRUE
071100         IF KNOWN-STATE-COUNT > ZERO
071200             SET KS-IDX TO 1
072900     MOVE KS-STATE(KS-IDX) TO CHECK-STATE
073000     PERFORM 1345-VALIDATE-ONE-SYMBOL THRU 1345-EXIT
073100         VARYING AB-IDX FROM 1 BY 1
073120         UNTIL AB-IDX > ALPHABET-COUNT
073140         AFTER CHECK-SUB2 FROM 1 BY 1
073160         UNTIL CHECK-SUB2 > CHECK-LIMIT2
073180         AFTER CHECK-SUB3 FROM 1 BY 1
073200         UNTIL CHECK-SUB3 > CHECK-LIMIT3.
073300 1340-EXIT.
073400     EXIT.

073900     EXIT.

074000 1350-CHECK-SYMBOL-COVERAGE.
074050     MOVE SPACES               TO CHECK-KEY
074100     MOVE CHECK-STATE          TO CHECK-KEY(1:8)
074200     MOVE CHECK-SYMBOL         TO CHECK-KEY(9:1)
074210     IF TABLE-TAPE-COUNT > 1
074220         MOVE AB-SYMBOL(CHECK-SUB2) TO CHECK-KEY(10:1)
074230     END-IF
074240     IF TABLE-TAPE-COUNT > 2
074250         MOVE AB-SYMBOL(CHECK-SUB3) TO CHECK-KEY(11:1)
074260     END-IF
074300     SET COVERAGE-NOT-FOUND TO TRUE
074400     SEARCH ALL TRANSITION-ENTRY
074500         AT END
075800     MOVE CHECK-STATE             TO VALID-STATE
075900     MOVE SPACE                   TO VALID-SEP1
076000     MOVE 'SYMBOL: '              TO VALID-SYMBOL-LABEL
076100     MOVE CHECK-KEY(9:3)          TO VALID-SYMBOL
076150     WRITE VALID-RECORD
076200     PERFORM 1375-LOG-VALIDATION-GAP THRU 1375-EXIT.
076300 1360-EXIT.
076400     EXIT.

076405 1370-WRITE-TAPES-GAP.
076410     ADD 1 TO VALIDATION-GAP-COUNT
076415     MOVE 'INVALID TAPE COUNT: '  TO VALID-LABEL
076420     MOVE '*TAPES'                TO VALID-STATE
076425     MOVE SPACE                   TO VALID-SEP1
076430     MOVE SPACES                  TO VALID-SYMBOL-LABEL
076435     MOVE SPACES                  TO VALID-SYMBOL
076437     WRITE VALID-RECORD
076439     PERFORM 1375-LOG-VALIDATION-GAP THRU 1375-EXIT.
076445 1370-EXIT.
076450     EXIT.

076452******************************************************************
076454*    1375-LOG-VALIDATION-GAP
076456*    THE GAP JUST WRITTEN TO VALIDRPT ABORTS TONIGHT'S RUN, SO IT
076458*    GOES TO THE EXCEPTION FILE AS SEVERE.
076460******************************************************************
076462 1375-LOG-VALIDATION-GAP.
076464     MOVE 'S'           TO XC-SEVERITY
076466     MOVE 'VALIDRPT'    TO XC-CATEGORY
076468     MOVE RULESET-STAMP TO XC-MACHINE
076470     MOVE VALID-RECORD  TO XC-MESSAGE
076472     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT.
076474 1375-EXIT.
076476     EXIT.

076500******************************************************************
076600*    1400-EDIT-TAPE-DECK
076700*    THE INPUT-EDIT FRONT END. PROVES THE BATCH ARRIVED WHOLE -
077200*    FAILED RECORDS GO TO TAPEREJ WITH A REASON CODE FOR RETURN
077300*    TO THE SUPPLIER. ANY BATCH-LEVEL FAILURE SETS BATCH-INVALID
077400*    AND THE RUN STOPS BEFORE THE FIRST TAPE.
077420*    A PARTITION CUT BY TMSPLIT IS EDITED THE SAME WAY BUT NEVER
077440*    TOUCHES THE RECEIPT REGISTER - THE EDIT-ONLY STEP ALREADY
077460*    CHECKED AND POSTED THE WHOLE BATCH.
077500******************************************************************
077600 1400-EDIT-TAPE-DECK.
077700     OPEN INPUT TAPEIN
078400         GO TO 1400-CLOSE-IN
078500     END-IF
078600     SET HEADER-SEEN TO TRUE
078601     MOVE BH-BATCH-ID     TO BATCH-ID-SAVE
078602     MOVE BH-CREATE-DATE  TO CREATE-DATE-SAVE
078603     MOVE BH-EXPECT-COUNT TO EXPECT-COUNT-SAVE
078604     COMPUTE EDIT-SCAN-LIMIT = TAPE-LENGTH * TABLE-TAPE-COUNT
078606     IF BH-PARTITION
078608         IF BH-FIRST-TAPE IS NUMERIC AND BH-FIRST-TAPE > ZERO
078610             SET PARTITION-RUN TO TRUE
078612             MOVE BH-PART-NUM   TO PART-NUM-SAVE
078614             MOVE BH-PART-COUNT TO PART-COUNT-SAVE
078616             MOVE BH-FIRST-TAPE TO FIRST-TAPE-SAVE
078618         ELSE
078620             SET BATCH-INVALID TO TRUE
078622             MOVE 'BAD PARTITION HEADER' TO BATCH-ERROR-MSG
078624             GO TO 1400-CLOSE-IN
078626         END-IF
078628     END-IF
078650     IF RESTART-NOT-REQUESTED AND WHOLE-BATCH-RUN
078652         PERFORM 1450-CHECK-BATCH-REGISTER THRU 1450-EXIT
078654         IF DUPLICATE-BATCH
078656             SET BATCH-INVALID TO TRUE
078658             MOVE 'BATCH ID ALREADY POSTED' TO BATCH-ERROR-MSG
078660             GO TO 1400-CLOSE-IN
078662         END-IF
078664     END-IF
078666*    ONLY A BATCH THAT GOT PAST THE HEADER AND REGISTER CHECKS
078668*    MAY TOUCH TAPECLN/TAPEREJ - OPENING THEM ANY EARLIER WOULD
078670*    TRUNCATE THE PRIOR RUN'S CLEAN FILE, WHICH A REJECTED OR
078672*    DUPLICATE SUBMISSION MUST LEAVE INTACT FOR TMRERUN.
078674     OPEN OUTPUT TAPECLN
078676     OPEN OUTPUT TAPEREJ
078900     PERFORM 1440-READ-TAPEIN THRU 1440-EXIT
079000     PERFORM 1410-EDIT-ONE-RECORD THRU 1410-EXIT
079100         UNTIL TAPEIN-EOF OR TRAILER-SEEN
080800         SET BATCH-INVALID TO TRUE
080900         MOVE 'HEADER COUNT MISMATCH' TO BATCH-ERROR-MSG
081000     END-IF
081010     IF BATCH-VALID AND RESTART-NOT-REQUESTED AND WHOLE-BATCH-RUN
081020         PERFORM 1460-RECORD-BATCH THRU 1460-EXIT
081030     END-IF.
081100 1400-CLOSE.
083200     MOVE SPACES TO EDIT-REJECT-CODE
083300     PERFORM 1420-EDIT-ONE-SYMBOL THRU 1420-EXIT
083400         VARYING EDIT-SCAN-POS FROM 1 BY 1
083500         UNTIL EDIT-SCAN-POS > EDIT-SCAN-LIMIT
083600             OR EDIT-REJECT-CODE NOT = SPACES
083700     IF EDIT-REJECT-CODE = SPACES
083800         ADD 1 TO CLEAN-COUNT
087300     MOVE EDIT-REJECT-CODE TO RJ-REASON-CODE
087400     MOVE SPACE            TO RJ-SEP1
087500     MOVE TAPE-IN-RECORD   TO RJ-RECORD
087520     WRITE REJECT-RECORD
087540     MOVE 'W'              TO XC-SEVERITY
087560     MOVE 'TAPEREJ'        TO XC-CATEGORY
087580     MOVE BATCH-ID-SAVE    TO XC-BATCH-ID
087600     MOVE TAPE-DATA-COUNT  TO XC-UNIT-NUM
087620     MOVE RULESET-STAMP    TO XC-MACHINE
087640     MOVE 'TAPE RECORD REJECTED - REASON CODE ' TO XC-MESSAGE
087660     MOVE EDIT-REJECT-CODE TO XC-MESSAGE(36:2)
087680     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT.
087700 1430-EXIT.
087800     EXIT.

088566 1460-EXIT.
088567     EXIT.

088568******************************************************************
088569*    1470-LOG-BATCH-ERROR
088570*    THE BATCH FAILED ITS CONTROL CHECKS AND NO TAPE WILL RUN - A
088571*    SEVERE EXCEPTION. A DUPLICATE IS FILED UNDER BATCHREG, WHERE
088572*    THE EARLIER RECEIPT IS, ANY OTHER FAILURE UNDER TAPEREJ.
088573******************************************************************
088574 1470-LOG-BATCH-ERROR.
088575     MOVE 'S' TO XC-SEVERITY
088576     IF DUPLICATE-BATCH
088577         MOVE 'BATCHREG' TO XC-CATEGORY
088578     ELSE
088579         MOVE 'TAPEREJ' TO XC-CATEGORY
088580     END-IF
088581     IF HEADER-SEEN
088582         MOVE BATCH-ID-SAVE TO XC-BATCH-ID
088583     END-IF
088584     MOVE RULESET-STAMP TO XC-MACHINE
088585     MOVE 'BATCH CONTROL ERROR - ' TO XC-MESSAGE
088586     MOVE BATCH-ERROR-MSG TO XC-MESSAGE(23:30)
088587     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT.
088588 1470-EXIT.
088589     EXIT.

088600******************************************************************
088700*    1900-WRITE-REPORT-HEADER
088800*    WRITES THE TITLE, RUN DATE AND COLUMN HEADINGS AT THE TOP
089400     MOVE 'TURING MACHINE RUN REPORT' TO PRTRPT-HEADER-RECORD
089500     WRITE PRTRPT-HEADER-RECORD
089600     MOVE SPACES TO PRTRPT-HEADER-RECORD
089700     MOVE 'BUSINESS DATE: ' TO PRTRPT-HEADER-RECORD
089800     MOVE RUN-DATE TO PRTRPT-HEADER-RECORD(16:8)
089820     MOVE ' CLOCK DATE: ' TO PRTRPT-HEADER-RECORD(24:13)
089840     MOVE CLOCK-DATE TO PRTRPT-HEADER-RECORD(37:8)
089900     WRITE PRTRPT-HEADER-RECORD
089905     IF PARTITION-RUN
089910         MOVE SPACES TO PRTRPT-HEADER-RECORD
089915         MOVE 'PARTITION ' TO PRTRPT-HEADER-RECORD
089920         MOVE PART-NUM-SAVE TO PRTRPT-HEADER-RECORD(11:2)
089925         MOVE ' OF ' TO PRTRPT-HEADER-RECORD(13:4)
089930         MOVE PART-COUNT-SAVE TO PRTRPT-HEADER-RECORD(17:2)
089935         MOVE ' BATCH ' TO PRTRPT-HEADER-RECORD(19:7)
089940         MOVE BATCH-ID-SAVE TO PRTRPT-HEADER-RECORD(26:8)
089945         MOVE ' FIRST TAPE ' TO PRTRPT-HEADER-RECORD(34:12)
089950         MOVE FIRST-TAPE-SAVE TO PRTRPT-HEADER-RECORD(46:6)
089955         WRITE PRTRPT-HEADER-RECORD
089960     END-IF
090000     MOVE SPACES TO PRTRPT-HEADER-RECORD
090100     MOVE 'TAPE#  START TAPE  STEPS  FINAL TAPE  STAT'
090200         TO PRTRPT-HEADER-RECORD
090300     MOVE 'HALT REASON' TO PRTRPT-HEADER-RECORD(46:12)
090350     MOVE 'VERDICT' TO PRTRPT-HEADER-RECORD(58:7)
090400     WRITE PRTRPT-HEADER-RECORD.
090500 1900-EXIT.
090600     EXIT.
091200     MOVE SPACES TO REGR-HEADER-RECORD
091300     MOVE 'RULESET REGRESSION REPORT' TO REGR-HEADER-RECORD
091400     WRITE REGR-HEADER-RECORD
091410     MOVE SPACES TO REGR-HEADER-RECORD
091420     MOVE 'BUSINESS DATE: ' TO REGR-HEADER-RECORD
091430     MOVE RUN-DATE TO REGR-HEADER-RECORD(16:8)
091440     MOVE ' CLOCK DATE: ' TO REGR-HEADER-RECORD(24:13)
091450     MOVE CLOCK-DATE TO REGR-HEADER-RECORD(37:8)
091460     WRITE REGR-HEADER-RECORD
091500     MOVE SPACES TO REGR-HEADER-RECORD
091600     MOVE 'TAPE#  VERD REASON' TO REGR-HEADER-RECORD
091700     WRITE REGR-HEADER-RECORD.
096300     IF RESTART-REQUESTED AND TAPE-COUNT < RI-TAPE-NUM
096400         CONTINUE
096500     ELSE
096600         MOVE TC-TAPE TO START-TAPE-SAVE
096700         IF RESTART-REQUESTED AND TAPE-COUNT = RI-TAPE-NUM
096800             PERFORM 2110-RESUME-FROM-CHECKPOINT THRU 2110-EXIT
096900         ELSE
097000             MOVE TC-TAPE            TO TAPE-ENTRY
097100             INSPECT TAPE-ENTRY
097200                 REPLACING ALL SPACE BY BLANK-SYMBOL
097300             MOVE 1                  TO HEAD
097400             MOVE 'q0'                TO STATE
097500             MOVE ZERO                TO STEP-COUNT
097600             MOVE 'HALTED NORMALLY'  TO HALT-REASON
097620             PERFORM 2120-LOAD-EXTRA-TAPE THRU 2120-EXIT
097640                 VARYING XT-SUB FROM 1 BY 1
097660                 UNTIL XT-SUB >= TABLE-TAPE-COUNT
097700         END-IF
097800         ACCEPT START-TIME FROM TIME
097900         PERFORM 3000-RUN-MACHINE THRU 3000-EXIT
098000         ACCEPT END-TIME FROM TIME
098100         PERFORM 2150-COMPUTE-ELAPSED THRU 2150-EXIT
098150         PERFORM 2170-DETERMINE-VERDICT THRU 2170-EXIT
098170         MOVE SPACES TO TAPE-OUT-RECORD
098190         MOVE TAPE-ENTRY TO TO-TAPE
098210         PERFORM 2125-STORE-EXTRA-OUT THRU 2125-EXIT
098230             VARYING XT-SUB FROM 1 BY 1
098250             UNTIL XT-SUB >= TABLE-TAPE-COUNT
098300         WRITE TAPE-OUT-RECORD
098400         PERFORM 2190-WRITE-REPORT-LINE THRU 2190-EXIT
098500         PERFORM 2185-WRITE-HISTORY THRU 2185-EXIT
100100     MOVE RI-TAPE        TO TAPE-ENTRY
100200     MOVE RI-HEAD        TO HEAD
100300     MOVE RI-STEP-NUM    TO STEP-COUNT
100320     MOVE RI-HALT-REASON TO HALT-REASON
100340     PERFORM 2115-RESUME-EXTRA-TAPE THRU 2115-EXIT
100360         VARYING XT-SUB FROM 1 BY 1
100380         UNTIL XT-SUB >= TABLE-TAPE-COUNT.
100500 2110-EXIT.
100600     EXIT.

100602 2115-RESUME-EXTRA-TAPE.
100604     MOVE RI-X-TAPE(XT-SUB) TO XT-TAPE-ENTRY(XT-SUB)
100606     MOVE RI-X-HEAD(XT-SUB) TO XT-HEAD(XT-SUB).
100608 2115-EXIT.
100610     EXIT.

100612******************************************************************
100614*    2120-LOAD-EXTRA-TAPE
100616*    STARTS TAPE 2 OR 3 OF A MULTI-TAPE MACHINE FROM ITS COLUMNS
100618*    OF THE CLEAN RECORD, BLANK CELLS FILLED WITH THE BLANK SYMBOL
100620*    AND ITS HEAD ON CELL 1 - THE SAME START TAPE 1 GETS.
100622******************************************************************
100624 2120-LOAD-EXTRA-TAPE.
100626     MOVE TC-X-TAPE(XT-SUB) TO XT-TAPE-ENTRY(XT-SUB)
100628     INSPECT XT-TAPE-ENTRY(XT-SUB)
100630         REPLACING ALL SPACE BY BLANK-SYMBOL
100632     MOVE 1 TO XT-HEAD(XT-SUB).
100634 2120-EXIT.
100636     EXIT.

100638 2125-STORE-EXTRA-OUT.
100640     MOVE XT-TAPE-ENTRY(XT-SUB) TO TO-X-TAPE(XT-SUB).
100642 2125-EXIT.
100644     EXIT.

100700******************************************************************
100800*    2150-COMPUTE-ELAPSED
100900*    TIME-OF-DAY FROM ACCEPT FROM TIME DOES NOT SUBTRACT CLEANLY
102800 2150-EXIT.
102900     EXIT.

102902******************************************************************
102904*    2170-DETERMINE-VERDICT
102906*    A TAPE THAT HALTED NORMALLY IN ONE OF THE TABLE'S DECLARED
102908*    FINAL STATES TAKES THAT STATE'S VERDICT - ACCEPT OR REJECT.
102910*    EVERY OTHER OUTCOME (HALT, NO VALID TRANSITION, RAN OFF TAPE,
102912*    MAX STEPS EXCEEDED) IS UNDECIDED. THE VERDICT IS COUNTED FOR
102914*    THE CLOSING LINE OF PRTRPT.
102916******************************************************************
102918 2170-DETERMINE-VERDICT.
102920     SET VERDICT-UNDECIDED TO TRUE
102922     IF HALT-REASON = 'HALTED NORMALLY'
102924         MOVE STATE TO FINAL-CHECK-STATE
102926         PERFORM 4100-CHECK-FINAL-STATE THRU 4100-EXIT
102928     END-IF
102930     IF VERDICT-ACCEPT
102932         ADD 1 TO ACCEPT-COUNT
102934     ELSE
102936         IF VERDICT-REJECT
102938             ADD 1 TO REJECT-COUNT
102940         ELSE
102942             ADD 1 TO UNDECIDED-COUNT
102944         END-IF
102946     END-IF.
102948 2170-EXIT.
102950     EXIT.

103000******************************************************************
103100*    2185-WRITE-HISTORY
103200*    APPENDS THE TAPE JUST FINISHED TO THE CUMULATIVE RUN-
103600*    TABLE OPENED WITH A *VERSION HEADER, OR AS THE FIXED
103610*    'TRANFILE' FOR AN UNVERSIONED TABLE - SEE 1150-STORE-
103620*    VERSION. THIS PROGRAM RUNS ONE TABLE PER INVOCATION.
103640*    HR-VERDICT CARRIES THE TAPE'S ACCEPT/REJECT/UNDECIDED
103650*    VERDICT.
103700******************************************************************
103800 2185-WRITE-HISTORY.
103900     MOVE RUN-DATE     TO HR-RUN-DATE
105100     MOVE STATE        TO HR-FINAL-STATE
105200     MOVE SPACE        TO HR-SEP7
105300     MOVE HALT-REASON  TO HR-HALT-REASON
105320     MOVE SPACE        TO HR-SEP8
105340     MOVE VERDICT      TO HR-VERDICT
105360     MOVE SPACES       TO HR-PIPELINE-AREA
105400     WRITE HISTORY-RECORD.
105500 2185-EXIT.
105600     EXIT.
106000*    FINISHED - STARTING TAPE, STEPS EXECUTED, FINAL TAPE, FINAL
106100*    STATE AND HALT REASON - SO A RUN'S RESULTS CAN BE HANDED TO
106200*    THE BUSINESS SIDE WITHOUT SCRAPING SYSOUT.
106250*    THE TAPE'S ACCEPT/REJECT/UNDECIDED VERDICT CLOSES THE LINE.
106300******************************************************************
106400 2190-WRITE-REPORT-LINE.
106500     MOVE TAPE-COUNT      TO PR-TAPE-NUM
107300     MOVE STATE           TO PR-FINAL-STATE
107400     MOVE SPACE           TO PR-SEP5
107500     MOVE HALT-REASON     TO PR-HALT-REASON
107520     MOVE SPACE           TO PR-SEP6
107540     MOVE VERDICT         TO PR-VERDICT
107600     WRITE PRTRPT-RECORD
107620     PERFORM 2191-WRITE-EXTRA-TAPE-LINE THRU 2191-EXIT
107640         VARYING XT-SUB FROM 1 BY 1
107660         UNTIL XT-SUB >= TABLE-TAPE-COUNT.
107700 2190-EXIT.
107800     EXIT.

107805******************************************************************
107810*    2191-WRITE-EXTRA-TAPE-LINE
107815*    A MULTI-TAPE MACHINE GETS ONE MORE PRTRPT LINE PER EXTRA
107820*    TAPE UNDER THE TAPE'S DETAIL LINE, WITH THAT TAPE'S START
107825*    AND FINAL IMAGES IN THE TAPE-1 COLUMNS. THE LINE OPENS WITH
107830*    TEXT ('TAPE 2'), NOT A TAPE NUMBER, SO PROGRAMS THAT COUNT
107835*    PRTRPT DETAIL LINES PASS OVER IT.
107840******************************************************************
107845 2191-WRITE-EXTRA-TAPE-LINE.
107850     MOVE SPACES TO PRTRPT-TAPE-LINE
107855     COMPUTE TAPE-LABEL-NUM = XT-SUB + 1
107860     MOVE 'TAPE '               TO PT-TAPE-LABEL
107865     MOVE TAPE-LABEL-NUM        TO PT-TAPE-LABEL(6:1)
107870     MOVE TC-X-TAPE(XT-SUB)     TO PT-START-TAPE
107875     MOVE XT-TAPE-ENTRY(XT-SUB) TO PT-FINAL-TAPE
107880     WRITE PRTRPT-TAPE-LINE.
107885 2191-EXIT.
107890     EXIT.

107900******************************************************************
108000*    2195-CHECK-EXPECTED
108100*    JUDGES THE TAPE JUST FINISHED AGAINST ITS EXPECTED RECORD.
108300*    COUNT ARE CHECKED ONLY WHEN THE EXPECTED RECORD CARRIES
108400*    THEM (BLANK MEANS DO-NOT-CHECK). THE FIRST DISAGREEMENT
108500*    FOUND NAMES THE FAIL ON REGRRPT.
108520*    AN EXPECTED VERDICT (COLS 55-63), WHEN PRESENT, IS CHECKED
108540*    LAST.
108560*    A MULTI-TAPE MACHINE'S EXPECTED FINAL TAPES 2-3 (COLS 64-143)
108580*    ARE CHECKED AFTER STEP COUNT WHEN PRESENT.
108600******************************************************************
108700 2195-CHECK-EXPECTED.
108800     ADD 1 TO REGR-CHECKED-COUNT
110700             END-IF
110800         END-IF
110900     END-IF
110901     IF RG-REASON = SPACES
110902         PERFORM 2196-CHECK-EXTRA-TAPE THRU 2196-EXIT
110903             VARYING XT-SUB FROM 1 BY 1
110904             UNTIL XT-SUB >= TABLE-TAPE-COUNT
110905                 OR RG-REASON NOT = SPACES
110906     END-IF
110910     IF RG-REASON = SPACES
110920         AND EX-VERDICT NOT = SPACES
110930         AND VERDICT NOT = EX-VERDICT
110940         MOVE 'VERDICT MISMATCH' TO RG-REASON
110950     END-IF
111000     MOVE TAPE-COUNT TO RG-TAPE-NUM
111100     MOVE SPACE TO RG-SEP1
111200     MOVE SPACE TO RG-SEP2
111500     ELSE
111600         MOVE 'FAIL' TO RG-VERDICT
111700         ADD 1 TO REGR-FAIL-COUNT
111710         MOVE 'E'           TO XC-SEVERITY
111720         MOVE 'REGRRPT'     TO XC-CATEGORY
111730         MOVE BATCH-ID-SAVE TO XC-BATCH-ID
111740         MOVE TAPE-COUNT    TO XC-UNIT-NUM
111750         MOVE RULESET-STAMP TO XC-MACHINE
111760         MOVE 'REGRESSION FAIL - ' TO XC-MESSAGE
111770         MOVE RG-REASON     TO XC-MESSAGE(19:40)
111780         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
111800     END-IF
111900     WRITE REGR-RECORD.
112000 2195-EXIT.
112100     EXIT.

112110 2196-CHECK-EXTRA-TAPE.
112120     IF EX-X-FINAL-TAPE(XT-SUB) NOT = SPACES
112130         AND XT-TAPE-ENTRY(XT-SUB) NOT = EX-X-FINAL-TAPE(XT-SUB)
112140         COMPUTE TAPE-LABEL-NUM = XT-SUB + 1
112150         MOVE 'FINAL TAPE   MISMATCH' TO RG-REASON
112160         MOVE TAPE-LABEL-NUM TO RG-REASON(12:1)
112170     END-IF.
112180 2196-EXIT.
112190     EXIT.

112200******************************************************************
112300*    3000-RUN-MACHINE
112350*    DRIVES THE TAPE UNTIL THE MACHINE REACHES STATE HALT OR ONE
112400*    OF THE TABLE'S DECLARED ACCEPT/REJECT FINAL STATES.
112500******************************************************************
112600 3000-RUN-MACHINE.
112700     SET NO-RUNAWAY TO TRUE
112720     MOVE STATE TO FINAL-CHECK-STATE
112740     PERFORM 4100-CHECK-FINAL-STATE THRU 4100-EXIT
112800     PERFORM 3100-RUN-ONE-STEP THRU 3100-EXIT
112900         UNTIL STATE = 'HALT' OR FINAL-HIT OR RUNAWAY-DETECTED.
113000 3000-EXIT.
113100     EXIT.

113700         MOVE TAPE-ENTRY(HEAD:1)   TO READ-SYMBOL
113800         MOVE STATE                TO TRANSITION-KEY(1:8)
113900         MOVE READ-SYMBOL          TO TRANSITION-KEY(9:1)
113920         PERFORM 3110-READ-EXTRA-TAPE THRU 3110-EXIT
113940             VARYING XT-SUB FROM 1 BY 1
113960             UNTIL XT-SUB >= TABLE-TAPE-COUNT
114000         PERFORM 4000-DETERMINE-ACTION THRU 4000-EXIT
114100         IF NEXT-STATE = SPACES
114200             MOVE 'NO VALID TRANSITION' TO HALT-REASON
114500             MOVE NEXT-STATE  TO STATE
114600             MOVE WRITE-SYMBOL TO TAPE-ENTRY(HEAD:1)
114700             COMPUTE NEW-HEAD = HEAD + DIRECTION
114720             SET HEADS-ON-TAPE TO TRUE
114740             IF NEW-HEAD < 1 OR NEW-HEAD > TAPE-LENGTH
114760                 SET HEAD-OFF-TAPE TO TRUE
114780             END-IF
114800             PERFORM 3120-WRITE-EXTRA-TAPE THRU 3120-EXIT
114820                 VARYING XT-SUB FROM 1 BY 1
114840                 UNTIL XT-SUB >= TABLE-TAPE-COUNT
114860             IF HEAD-OFF-TAPE
114900                 PERFORM 3180-HALT-TAPE-BOUNDARY THRU 3180-EXIT
115000             ELSE
115100                 MOVE NEW-HEAD TO HEAD
115120                 PERFORM 3130-MOVE-EXTRA-HEAD THRU 3130-EXIT
115140                     VARYING XT-SUB FROM 1 BY 1
115160                     UNTIL XT-SUB >= TABLE-TAPE-COUNT
115200             END-IF
115300         END-IF
115320         MOVE STATE TO FINAL-CHECK-STATE
115340         PERFORM 4100-CHECK-FINAL-STATE THRU 4100-EXIT
115400         PERFORM 3150-WRITE-AUDIT-RECORD THRU 3150-EXIT
115500         ADD 1 TO CHECKPOINT-STEP-CTR
115600         IF CHECKPOINT-STEP-CTR >= CHECKPOINT-INTERVAL
116100 3100-EXIT.
116200     EXIT.

116202******************************************************************
116204*    3110-READ-EXTRA-TAPE
116206*    3120-WRITE-EXTRA-TAPE
116208*    3130-MOVE-EXTRA-HEAD
116210*    THE SAME READ, WRITE AND HEAD MOVE 3100-RUN-ONE-STEP MAKES ON
116212*    TAPE 1, FOR TAPE 2 OR 3 OF A MULTI-TAPE MACHINE. EVERY TAPE
116214*    IS WRITTEN BEFORE ANY HEAD MOVES; IF ANY HEAD WOULD LEAVE ITS
116216*    TAPE THE WHOLE MACHINE HALTS AND NO HEAD MOVES AT ALL.
116218******************************************************************
116220 3110-READ-EXTRA-TAPE.
116222     MOVE XT-TAPE-ENTRY(XT-SUB)(XT-HEAD(XT-SUB):1)
116224         TO XT-READ-SYMBOL(XT-SUB)
116226     MOVE XT-READ-SYMBOL(XT-SUB) TO TK-X-READ-SYMBOL(XT-SUB).
116228 3110-EXIT.
116230     EXIT.

116232 3120-WRITE-EXTRA-TAPE.
116234     MOVE XT-WRITE-SYMBOL(XT-SUB)
116236         TO XT-TAPE-ENTRY(XT-SUB)(XT-HEAD(XT-SUB):1)
116238     COMPUTE XT-NEW-HEAD(XT-SUB) =
116240         XT-HEAD(XT-SUB) + XT-DIRECTION(XT-SUB)
116242     IF XT-NEW-HEAD(XT-SUB) < 1
116244         OR XT-NEW-HEAD(XT-SUB) > TAPE-LENGTH
116246         SET HEAD-OFF-TAPE TO TRUE
116248     END-IF.
116250 3120-EXIT.
116252     EXIT.

116254 3130-MOVE-EXTRA-HEAD.
116256     MOVE XT-NEW-HEAD(XT-SUB) TO XT-HEAD(XT-SUB).
116258 3130-EXIT.
116260     EXIT.

116300******************************************************************
116400*    3150-WRITE-AUDIT-RECORD
116500*    RECORDS THE STEP JUST EXECUTED TO AUDITFILE SO THERE IS A
117700     MOVE SPACE           TO AUD-SEP4
117800     MOVE HEAD            TO AUD-HEAD
117900     MOVE SPACE           TO AUD-SEP5
118000     MOVE TRANSITION-KEY(1:9) TO AUD-TRANSITION-KEY
118100     MOVE SPACE           TO AUD-SEP6
118200     MOVE WRITE-SYMBOL    TO AUD-WRITE-SYMBOL
118300     MOVE SPACE           TO AUD-SEP7
118320     MOVE DIRECTION       TO AUD-DIRECTION
118340     PERFORM 3155-AUDIT-EXTRA-TAPE THRU 3155-EXIT
118360         VARYING XT-SUB FROM 1 BY 1
118380         UNTIL XT-SUB > TABLE-TAPE-MAX - 1
118400     MOVE SPACE           TO AUD-SEP8
118420     MOVE RUN-DATE        TO AUD-RUN-DATE
118500     WRITE AUDIT-RECORD.
118600 3150-EXIT.
118700     EXIT.

118702******************************************************************
118704*    3155-AUDIT-EXTRA-TAPE
118706*    FILLS THE AUDIT RECORD'S EXTENSION FOR TAPE 2 OR 3. A TAPE
118708*    THE MACHINE DOES NOT HAVE IS LEFT BLANK, SO A SINGLE-TAPE
118710*    RUN WRITES THE SAME RECORD IT ALWAYS DID.
118712******************************************************************
118714 3155-AUDIT-EXTRA-TAPE.
118716     IF XT-SUB >= TABLE-TAPE-COUNT
118718         MOVE SPACES TO AUD-EXTRA-TAPE(XT-SUB)
118720         GO TO 3155-EXIT
118722     END-IF
118724     MOVE SPACE                   TO AUD-X-SEP1(XT-SUB)
118726     MOVE XT-TAPE-ENTRY(XT-SUB)   TO AUD-X-TAPE(XT-SUB)
118728     MOVE SPACE                   TO AUD-X-SEP2(XT-SUB)
118730     MOVE XT-HEAD(XT-SUB)         TO AUD-X-HEAD(XT-SUB)
118732     MOVE SPACE                   TO AUD-X-SEP3(XT-SUB)
118734     MOVE XT-READ-SYMBOL(XT-SUB)  TO AUD-X-READ-SYMBOL(XT-SUB)
118736     MOVE SPACE                   TO AUD-X-SEP4(XT-SUB)
118738     MOVE XT-WRITE-SYMBOL(XT-SUB) TO AUD-X-WRITE-SYMBOL(XT-SUB)
118740     MOVE SPACE                   TO AUD-X-SEP5(XT-SUB)
118742     MOVE XT-DIRECTION(XT-SUB)    TO AUD-X-DIRECTION(XT-SUB).
118744 3155-EXIT.
118746     EXIT.

118800******************************************************************
118900*    3160-WRITE-CHECKPOINT
119000*    RECORDS THE CURRENT POSITION OF THE IN-FLIGHT TAPE SO A RUN
120200     MOVE SPACE        TO CKPT-SEP4
120300     MOVE HEAD         TO CKPT-HEAD
120400     MOVE SPACE        TO CKPT-SEP5
120420     MOVE HALT-REASON  TO CKPT-HALT-REASON
120440     PERFORM 3165-CHECKPOINT-EXTRA-TAPE THRU 3165-EXIT
120460         VARYING XT-SUB FROM 1 BY 1
120480         UNTIL XT-SUB > TABLE-TAPE-MAX - 1
120600     WRITE CHECKPOINT-RECORD.
120700 3160-EXIT.
120800     EXIT.

120805 3165-CHECKPOINT-EXTRA-TAPE.
120810     IF XT-SUB >= TABLE-TAPE-COUNT
120815         MOVE SPACES TO CKPT-EXTRA-TAPE(XT-SUB)
120820     ELSE
120825         MOVE SPACE                 TO CKPT-X-SEP1(XT-SUB)
120830         MOVE XT-TAPE-ENTRY(XT-SUB) TO CKPT-X-TAPE(XT-SUB)
120835         MOVE SPACE                 TO CKPT-X-SEP2(XT-SUB)
120840         MOVE XT-HEAD(XT-SUB)       TO CKPT-X-HEAD(XT-SUB)
120845     END-IF.
120850 3165-EXIT.
120855     EXIT.

120900******************************************************************
121000*    3170-ABEND-RUNAWAY
121100*    THE TAPE HAS RUN MAX-STEPS WITHOUT REACHING HALT. THIS IS
123400     MOVE SPACE                TO ABEND-SEP3
123500     MOVE 'HEAD: '             TO ABEND-HEAD-LABEL
123600     MOVE HEAD                 TO ABEND-HEAD
123610     WRITE ABEND-RECORD
123620     MOVE 'S'           TO XC-SEVERITY
123630     MOVE 'ABENDRPT'    TO XC-CATEGORY
123640     MOVE BATCH-ID-SAVE TO XC-BATCH-ID
123650     MOVE TAPE-COUNT    TO XC-UNIT-NUM
123660     MOVE RULESET-STAMP TO XC-MACHINE
123670     MOVE 'RUNAWAY TAPE - MAX STEPS EXCEEDED IN STATE '
123680         TO XC-MESSAGE
123690     MOVE STATE         TO XC-MESSAGE(44:8)
123700     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT.
123800 3175-EXIT.
123900     EXIT.

124500*    NOWHERE LEFT TO GO - SO IT HALTS CLEANLY WITH ITS OWN HALT
124600*    REASON RATHER THAN BEING COUNTED AS AN ABEND OR LEFT TO
124700*    MISBEHAVE AGAINST AN OUT-OF-RANGE HEAD POSITION.
124750*    ON A MULTI-TAPE MACHINE THE SAME HOLDS FOR ANY ONE HEAD.
124800******************************************************************
124900 3180-HALT-TAPE-BOUNDARY.
125000     DISPLAY 'HEAD RAN OFF TAPE - HALTING.'
126100     MOVE SPACES TO NEXT-STATE
126200     MOVE SPACE  TO WRITE-SYMBOL
126300     MOVE 0      TO DIRECTION
126320     PERFORM 4005-CLEAR-EXTRA-ACTION THRU 4005-EXIT
126340         VARYING XT-SUB FROM 1 BY 1
126360         UNTIL XT-SUB >= TABLE-TAPE-COUNT
126400     SEARCH ALL TRANSITION-ENTRY
126500         AT END
126600             CONTINUE
126700         WHEN TT-KEY(TT-IDX) = TRANSITION-KEY
126800             MOVE TT-NEXT-STATE(TT-IDX)   TO NEXT-STATE
126900             MOVE TT-WRITE-SYMBOL(TT-IDX) TO WRITE-SYMBOL
126920             MOVE TT-DIRECTION(TT-IDX)    TO DIRECTION
126940             PERFORM 4010-TAKE-EXTRA-ACTION THRU 4010-EXIT
126960                 VARYING XT-SUB FROM 1 BY 1
126980                 UNTIL XT-SUB >= TABLE-TAPE-COUNT
127100     END-SEARCH.
127200 4000-EXIT.
127300     EXIT.

127305 4005-CLEAR-EXTRA-ACTION.
127310     MOVE SPACE TO XT-WRITE-SYMBOL(XT-SUB)
127315     MOVE 0     TO XT-DIRECTION(XT-SUB).
127320 4005-EXIT.
127325     EXIT.

127330 4010-TAKE-EXTRA-ACTION.
127335     MOVE TT-X-WRITE-SYMBOL(TT-IDX, XT-SUB)
127337         TO XT-WRITE-SYMBOL(XT-SUB)
127339     MOVE TT-X-DIRECTION(TT-IDX, XT-SUB)
127341         TO XT-DIRECTION(XT-SUB).
127345 4010-EXIT.
127350     EXIT.

127360******************************************************************
127361*    4100-CHECK-FINAL-STATE
127362*    LOOKS UP FINAL-CHECK-STATE AMONG THE ACCEPT/REJECT FINAL
127363*    STATES DECLARED IN TRANFILE. A HIT SETS FINAL-HIT AND MOVES
127364*    THE STATE'S VERDICT TO VERDICT.
127365******************************************************************
127366 4100-CHECK-FINAL-STATE.
127367     SET FINAL-NO-HIT TO TRUE
127368     IF FINAL-STATE-COUNT > ZERO
127369         SET FS-IDX TO 1
127370         SEARCH FINAL-STATE-ENTRY
127371             AT END
127372                 CONTINUE
127373             WHEN FS-STATE(FS-IDX) = FINAL-CHECK-STATE
127374                 SET FINAL-HIT TO TRUE
127375                 MOVE FS-VERDICT(FS-IDX) TO VERDICT
127376         END-SEARCH
127377     END-IF.
127378 4100-EXIT.
127379     EXIT.

127380******************************************************************
127381*    8900-WRITE-EXCEPTION
127382*    APPENDS THE ITEM THE CALLER DESCRIBED TO EXCPFILE FOR THE
127383*    MORNING EXCEPTION REPORT AND CLEARS THE RECORD FOR THE NEXT.
127384******************************************************************
127385 8900-WRITE-EXCEPTION.
127386     MOVE RUN-DATE   TO XC-RUN-DATE
127387     MOVE 'TURNMACH' TO XC-PROGRAM
127388     WRITE EXCEPTION-RECORD
127389     MOVE SPACES TO EXCEPTION-RECORD
127390     MOVE ZERO TO XC-UNIT-NUM.
127391 8900-EXIT.
127392     EXIT.

127400******************************************************************
127500*    9000-TERMINATE
127600*    END-OF-RUN HOUSEKEEPING. REACHING THE ELSE BRANCH BELOW MEANS
128200*    INVOCATION IS NOT MISTAKEN FOR A RESTART OF THIS FINISHED RUN.
128300******************************************************************
128400 9000-TERMINATE.
128450     CLOSE EXCPFILE
128500     IF RULESET-INVALID
128600         MOVE 8 TO RETURN-CODE
128700         DISPLAY 'RULESET INCOMPLETE - ' VALIDATION-GAP-COUNT
129900             END-IF
130000             GO TO 9000-EXIT
130100         END-IF
130105         IF EDIT-ONLY-RUN
130110             IF REGRESSION-MODE
130115                 CLOSE EXPECTED
130120             END-IF
130125             IF TAPE-REJECT-COUNT > 0
130130                 MOVE 4 TO RETURN-CODE
130135                 DISPLAY 'INPUT RECORD(S) REJECTED - '
130140                     TAPE-REJECT-COUNT ' RECORD(S). SEE TAPEREJ.'
130145             END-IF
130150             DISPLAY 'EDIT ONLY - ' CLEAN-COUNT
130155                 ' CLEAN TAPE(S) ON TAPECLN. NO TAPE RUN.'
130160             GO TO 9000-EXIT
130165         END-IF
130200         CLOSE TAPECLN
130300         CLOSE TAPEOUT
130400         CLOSE AUDITFILE
130500         CLOSE CHECKPOINT
130600         CLOSE ABENDRPT
130650         PERFORM 9030-WRITE-VERDICT-SUMMARY THRU 9030-EXIT
130700         CLOSE PRTRPT
130800         CLOSE RUNHIST
130900         IF REGRESSION-MODE
132800             DISPLAY 'INPUT RECORD(S) REJECTED - '
132900                 TAPE-REJECT-COUNT ' RECORD(S). SEE TAPEREJ.'
133000         END-IF
133010         COMPUTE TAPES-RUN-COUNT =
133020             TAPE-COUNT - FIRST-TAPE-SAVE + 1
133040         DISPLAY 'Tapes processed: ' TAPES-RUN-COUNT
133120         DISPLAY 'Tapes accepted: ' ACCEPT-COUNT
133140             ' rejected: ' REJECT-COUNT
133160             ' undecided: ' UNDECIDED-COUNT
133200     END-IF.
133300 9000-EXIT.
133400     EXIT.
136300 9020-EXIT.
136400     EXIT.

136402******************************************************************
136404*    9030-WRITE-VERDICT-SUMMARY
136406*    WRITES THE VERDICT COUNTS AT THE FOOT OF PRTRPT - HOW MANY
136408*    TAPES ON THE REPORT WERE ACCEPTED, REJECTED AND LEFT
136409*    UNDECIDED, A RESTART'S EARLIER TAPES INCLUDED (1250). THE
136410*    LINE OPENS WITH TEXT, NOT A TAPE NUMBER, SO PROGRAMS THAT
136412*    COUNT PRTRPT DETAIL LINES PASS OVER IT.
136414******************************************************************
136416 9030-WRITE-VERDICT-SUMMARY.
136418     MOVE SPACES TO PRTRPT-HEADER-RECORD
136420     MOVE 'VERDICTS ACCEPT ' TO PRTRPT-HEADER-RECORD
136422     MOVE ACCEPT-COUNT TO VERDICT-COUNT-DISP
136424     MOVE VERDICT-COUNT-DISP TO PRTRPT-HEADER-RECORD(17:6)
136426     MOVE ' REJECT ' TO PRTRPT-HEADER-RECORD(23:8)
136428     MOVE REJECT-COUNT TO VERDICT-COUNT-DISP
136430     MOVE VERDICT-COUNT-DISP TO PRTRPT-HEADER-RECORD(31:6)
136432     MOVE ' UNDECIDED ' TO PRTRPT-HEADER-RECORD(37:11)
136434     MOVE UNDECIDED-COUNT TO VERDICT-COUNT-DISP
136436     MOVE VERDICT-COUNT-DISP TO PRTRPT-HEADER-RECORD(48:6)
136438     WRITE PRTRPT-HEADER-RECORD.
136440 9030-EXIT.
136442     EXIT.

136500 END PROGRAM TuringMachine.
