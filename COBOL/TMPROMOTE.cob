002800*                  THE PROMPARM CARD (USER ID, OPTIONAL EFFECTIVE
002900*                  DATE) SIGNS THE PROMOTION - NO SIGNATURE, NO
003000*                  PROMOTION.
003005* 2026-10-15  RH   THE CANDIDATE'S *ACCEPT/*REJECT FINAL-STATE
003010*                  HEADERS (SEE TMTRANRC, TMFINAL) ARE LOADED AND
003015*                  TREATED AS TERMINAL BY THE COMPLETENESS CHECK,
003020*                  THE SAME AS HALT. THE COPY PASSES CARRY THEM
003025*                  INTO THE PROMOTED TABLE UNCHANGED.
003030* 2026-10-15  RH   MULTI-TAPE CANDIDATES. THE *TAPES HEADER IS
003035*                  READ, RULES ARE KEYED ON EVERY TAPE'S READ
003040*                  SYMBOL, AND THE COMPLETENESS CHECK COVERS EVERY
003045*                  COMBINATION OF SYMBOLS ACROSS THE TAPES THE
003050*                  SAME WAY TuringMachine'S DOES. A BAD TAPE COUNT
003055*                  IS A GAP. THE RAW COPY RECORDS WIDEN TO THE
003060*                  31-BYTE RULE.
003065* 2026-10-15  RH   EVERY GAP AND EVERY REFUSAL IS ALSO APPENDED TO
003070*                  THE SHARED EXCEPTION FILE EXCPFILE (TMEXCPRC)
003075*                  FOR THE MORNING EXCEPTION REPORT, TMEXCRPT.
003080* 2026-10-15  RH   THE PROMPARM SIGNER IS PROVED AGAINST THE
003085*                  AUTHORIZED-SIGNER FILE SIGNERS (SEE TMSIGNRC)
003090*                  FOR THE MACHINE NOW NAMED IN COLS 17-24 OF THE
003095*                  CARD, WHOSE OWNING AREA COMES FROM MCATALOG -
003100*                  THE SAME CODES 34-42 AS TMTRANMT AND TMCATMT,
003105*                  LISTED ON VALIDRPT. THE PROMOTER MAY NOT BE ONE
003110*                  OF THE SIGNERS OF THE GENERATION'S CHANGE CARDS
003115*                  ON CHGSIGN (44); A LIST FOR ANOTHER MACHINE
003120*                  (46) OR NO LIST (48) ALSO REFUSES. A BACKOUT
003125*                  ('B' IN COL 25) NEEDS NO LIST, IS LOGGED AS A
003130*                  BACKOUT AND IS REPORTED ON EXCPFILE.
003131* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
003132*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
003133*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
003134*                  THE STEP RC=8. THE DEFAULT EFFECTIVE DATE,
003135*                  PROMLOG DATE AND SIGNER EXPIRY CHECK USE IT.
003145* 2026-10-15  RH   A BACKOUT IS REFUSED (50) UNLESS THE TABLE ON
003155*                  TRANNEW CARRIES A LOWER *VERSION NUMBER THAN
003165*                  THE LIVE TABLE, SO AN EDITED TABLE CANNOT SKIP
003175*                  THE CHGSIGN TEST BY CLAIMING TO BE A BACKOUT.
003190******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
005000     SELECT VALIDRPT ASSIGN TO "VALIDRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL.

005120     SELECT OPTIONAL EXCPFILE ASSIGN TO "EXCPFILE"
005140         ORGANIZATION IS LINE SEQUENTIAL.

005145     SELECT SIGNERS ASSIGN TO "SIGNERS"
005150         ORGANIZATION IS LINE SEQUENTIAL
005155         FILE STATUS IS SIGNERS-STATUS.

005160     SELECT MCATALOG ASSIGN TO "MCATALOG"
005165         ORGANIZATION IS LINE SEQUENTIAL
005170         FILE STATUS IS MCATALOG-STATUS.

005175     SELECT CHGSIGN ASSIGN TO "CHGSIGN"
005180         ORGANIZATION IS LINE SEQUENTIAL
005185         FILE STATUS IS CHGSIGN-STATUS.

005187     SELECT BUSDATE ASSIGN TO "BUSDATE"
005189         ORGANIZATION IS LINE SEQUENTIAL
005191         FILE STATUS IS BUSDATE-STATUS.

005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  TRANNEW.
005500     COPY TMTRANRC.
005600 01  TRAN-NEW-RAW                PIC X(31).

005700 FD  TRANPROD.
005800 01  TRAN-PROD-RAW               PIC X(31).

005900 FD  TRANPRIOR.
006000 01  TRAN-PRIOR-RAW              PIC X(31).

006100 FD  TRANPROM.
006200 01  TRAN-PROM-RAW               PIC X(31).

006300 FD  PROMPARM.
006400 01  PROMPARM-RECORD.
006500     05  PP-USER-ID              PIC X(08).
006600     05  PP-EFFECT-DATE-X        PIC X(08).
006620     05  PP-MACHINE-NAME         PIC X(08).
006640     05  PP-BACKOUT-FLAG         PIC X(01).
006660         88  PP-BACKOUT                      VALUE 'B'.

006700 FD  PROMLOG.
006800 01  PROMLOG-RECORD.
008500     05  VALID-STATE             PIC X(08).
008600     05  VALID-SEP1              PIC X(01).
008700     05  VALID-SYMBOL-LABEL      PIC X(08).
008800     05  VALID-SYMBOL            PIC X(03).
008802 01  VALID-SIGNER-RECORD.
008804     05  VS-CODE                 PIC X(02).
008806     05  VS-SEP1                 PIC X(01).
008808     05  VS-REASON               PIC X(24).
008810     05  VS-SEP2                 PIC X(01).
008812     05  VS-USER                 PIC X(08).
008814     05  VS-FILLER               PIC X(04).

008820 FD  EXCPFILE.
008840     COPY TMEXCPRC.

008845 FD  SIGNERS.
008850     COPY TMSIGNRC.

008855 FD  MCATALOG.
008860 01  CATALOG-RECORD.
008865     05  MC-MACHINE-NAME         PIC X(08).
008870     05  MC-TRAN-DSN             PIC X(08).
008875     05  MC-DESC                 PIC X(30).
008880     05  MC-OWNER                PIC X(08).
008885     05  MC-ACTIVE-FLAG          PIC X(01).

008890 FD  CHGSIGN.
008895     COPY TMCSIGRC.

008896 FD  BUSDATE.
008897     COPY TMBDATRC.

008900 WORKING-STORAGE SECTION.
009000******************************************************************
009500******************************************************************
009600 COPY TMTRANTB.
009700 77  INSERT-POS                  PIC 9(04) COMP.
009750 77  LOAD-KEY                    PIC X(11).
009800 77  XT-SUB                      PIC 9(01) COMP.

009900******************************************************************
010000* CANDIDATE'S TAPE ALPHABET - SHARED LAYOUT, SEE COPYLIB/TMALPHA.
010200 COPY TMALPHA.
010300 77  ALPHA-SCAN-POS              PIC 9(02) COMP.

010310******************************************************************
010320* CANDIDATE'S ACCEPT/REJECT FINAL STATES - SHARED LAYOUT, SEE
010330* COPYLIB/TMFINAL.
010340******************************************************************
010350 COPY TMFINAL.

010400******************************************************************
010500* COMPLETENESS CHECK WORK AREAS - SAME ALGORITHM AND CEILINGS AS
010600* TuringMachine'S 1300-VALIDATE-TRANSITIONS. A CANDIDATE THAT
011700 77  CANDIDATE-STATE             PIC X(08).
011800 77  CHECK-STATE                 PIC X(08).
011900 77  CHECK-SYMBOL                PIC X(01).
011920 77  CHECK-KEY                   PIC X(11).
011940 77  CHECK-SUB2                  PIC 9(02) COMP.
011960 77  CHECK-SUB3                  PIC 9(02) COMP.
011980 77  CHECK-LIMIT2                PIC 9(02) COMP.
012000 77  CHECK-LIMIT3                PIC 9(02) COMP.
012100 77  VALIDATION-GAP-COUNT        PIC 9(04) COMP VALUE ZERO.

012200******************************************************************
013700******************************************************************
013800 77  OLD-VERSION                 PIC 9(04) VALUE ZERO.
013900 77  NEW-VERSION                 PIC 9(04) VALUE ZERO.
013920 77  BACKOUT-VERSION             PIC 9(04) VALUE ZERO.
013940 77  PROD-VERSION                PIC 9(04) VALUE ZERO.
014000 77  EFFECT-DATE                 PIC 9(08).
014100 77  RUN-DATE                    PIC 9(08).
014150 77  CLOCK-DATE                  PIC 9(08).
014200 01  RUN-TIME-OF-DAY             PIC 9(08).
014300 77  PRIOR-COPY-COUNT            PIC 9(06) COMP VALUE ZERO.
014400 77  PROM-COPY-COUNT             PIC 9(06) COMP VALUE ZERO.
014500 77  PROM-USER-ID                PIC X(08).
014505 77  PROM-MACHINE-NAME           PIC X(08).
014510 77  MACHINE-OWNER               PIC X(08) VALUE SPACES.
014515 77  REFUSE-CODE                 PIC X(02).
014520 77  CHGSIGN-COUNT               PIC 9(04) COMP VALUE ZERO.
014525 77  CHGSIGN-OTHER-COUNT         PIC 9(04) COMP VALUE ZERO.

014530******************************************************************
014535* AUTHORIZED SIGNERS - SHARED LAYOUT, SEE COPYLIB/TMSIGNTB. THE
014540* PROMPARM SIGNER IS PROVED AGAINST IT BEFORE ANYTHING ELSE RUNS.
014545******************************************************************
014550 COPY TMSIGNTB.

014600******************************************************************
014700* FILE STATUS FIELDS AND SWITCHES
014900 77  TRANNEW-STATUS              PIC X(02).
015000 77  TRANPROD-STATUS             PIC X(02).
015100 77  PROMPARM-STATUS             PIC X(02).
015120 77  SIGNERS-STATUS              PIC X(02).
015140 77  MCATALOG-STATUS             PIC X(02).
015160 77  CHGSIGN-STATUS              PIC X(02).
015165 77  BUSDATE-STATUS              PIC X(02).
015170 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
015175     88  BUSDATE-FOUND                       VALUE 'Y'.
015180     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
015200 77  TRANNEW-EOF-SW              PIC X(01) VALUE 'N'.
015300     88  TRANNEW-EOF                         VALUE 'Y'.
015400     88  TRANNEW-NOT-EOF                     VALUE 'N'.
015900     88  PROMOTION-REFUSED                   VALUE 'Y'.
016000     88  PROMOTION-ALLOWED                   VALUE 'N'.
016100 77  REFUSE-REASON               PIC X(40) VALUE SPACES.
016105 77  BACKOUT-SW                  PIC X(01) VALUE 'N'.
016110     88  PROMOTION-IS-BACKOUT                VALUE 'Y'.
016115     88  PROMOTION-IS-NEW                    VALUE 'N'.
016120 77  SIGNERS-EOF-SW              PIC X(01) VALUE 'N'.
016125     88  SIGNERS-EOF                         VALUE 'Y'.
016130     88  SIGNERS-NOT-EOF                     VALUE 'N'.
016135 77  MCATALOG-EOF-SW             PIC X(01) VALUE 'N'.
016140     88  MCATALOG-EOF                        VALUE 'Y'.
016145     88  MCATALOG-NOT-EOF                    VALUE 'N'.
016150 77  MACHINE-SW                  PIC X(01) VALUE 'N'.
016155     88  MACHINE-ON-CATALOG                  VALUE 'Y'.
016160     88  MACHINE-NOT-ON-CATALOG              VALUE 'N'.
016165 77  CHGSIGN-EOF-SW              PIC X(01) VALUE 'N'.
016170     88  CHGSIGN-EOF                         VALUE 'Y'.
016175     88  CHGSIGN-NOT-EOF                     VALUE 'N'.
016180 77  MAKER-SW                    PIC X(01) VALUE 'N'.
016185     88  PROMOTER-IS-MAKER                   VALUE 'Y'.
016190     88  PROMOTER-NOT-MAKER                  VALUE 'N'.
016200 77  PRIOR-SW                    PIC X(01) VALUE 'N'.
016300     88  PRIOR-SAVED                         VALUE 'Y'.
016400     88  NO-PRIOR-TABLE                      VALUE 'N'.
016420 77  TAPES-HEADER-SW             PIC X(01) VALUE 'N'.
016440     88  TAPES-HEADER-BAD                    VALUE 'Y'.
016460     88  TAPES-HEADER-OK                     VALUE 'N'.
016500 77  KS-FOUND-SW                 PIC X(01) VALUE 'N'.
016600     88  KS-FOUND                            VALUE 'Y'.
016700     88  KS-NOT-FOUND                        VALUE 'N'.
017300*    0000-MAINLINE
017400*    PROGRAM ENTRY POINT. EVERY GATE MUST PASS BEFORE ANYTHING
017500*    IS WRITTEN OVERTOP OF A PRODUCTION ARTIFACT - THE SIGNED
017520*    PARM CARD, THEN THE SIGNER'S AUTHORITY AND SEPARATION FROM
017540*    THE CHANGES' MAKERS, THEN THE COMPLETENESS CHECK - AND ONLY
017560*    THEN IS THE OUTGOING TABLE SAVED AND THE NEW GENERATION
017580*    STAMPED.
017800******************************************************************
017900 0000-MAINLINE.
017920     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
017940     IF BUSDATE-NOT-FOUND
017960         GO TO 0000-EXIT
017980     END-IF
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018020     IF PROMOTION-ALLOWED
018040         PERFORM 1500-CHECK-AUTHORITY THRU 1500-EXIT
018060     END-IF
018100     IF PROMOTION-ALLOWED
018200         PERFORM 2000-VALIDATE-CANDIDATE THRU 2000-EXIT
018300     END-IF
018600         PERFORM 4000-WRITE-PROMOTED-TABLE THRU 4000-EXIT
018700         PERFORM 5000-LOG-PROMOTION THRU 5000-EXIT
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
019120*    1000-INITIALIZE
019140*    READS THE SIGNED PROMPARM CARD. THE USER ID IS THE 'WHO'
019160*    ON THE PROMOTION LOG AND IS NOT OPTIONAL - AN UNSIGNED
019180*    PROMOTION IS EXACTLY THE UNRECORDED MANUAL COPY THIS STEP
019200*    EXISTS TO REPLACE. THE EFFECTIVE DATE IS OPTIONAL AND
019205*    DEFAULTS TO TODAY. THE CARD ALSO NAMES THE MACHINE WHOSE
019210*    TABLE IS PROMOTED AND CAN MARK THE RUN A BACKOUT. THE
019215*    SIGNER FILE IS LOADED HERE AND VALIDRPT OPENED, SO A
019220*    REFUSED SIGNATURE IS LISTED ON IT LIKE A RULESET GAP.
019240******************************************************************
019260 1000-INITIALIZE.
019300     OPEN EXTEND EXCPFILE
019320     MOVE SPACES TO EXCEPTION-RECORD
019340     MOVE ZERO TO XC-UNIT-NUM
019350     OPEN OUTPUT VALIDRPT
019360     ACCEPT RUN-TIME-OF-DAY FROM TIME
019380     MOVE RUN-DATE TO EFFECT-DATE
019400     MOVE SPACES TO PROM-USER-ID
019410     MOVE SPACES TO PROM-MACHINE-NAME
019420     OPEN INPUT PROMPARM
019440     IF PROMPARM-STATUS = '00'
019460         READ PROMPARM
019480             AT END
019500                 CONTINUE
019520         END-READ
019540         IF PROMPARM-STATUS = '00'
019560             MOVE PP-USER-ID TO PROM-USER-ID
019562             MOVE PP-MACHINE-NAME TO PROM-MACHINE-NAME
019564             IF PP-BACKOUT
019566                 SET PROMOTION-IS-BACKOUT TO TRUE
019568             END-IF
019580             IF PP-EFFECT-DATE-X IS NUMERIC
019600                 AND PP-EFFECT-DATE-X NOT = '00000000'
019620                 MOVE PP-EFFECT-DATE-X TO EFFECT-DATE
019640             END-IF
019660         END-IF
019680         CLOSE PROMPARM
019700     END-IF
019710     PERFORM 1200-LOAD-SIGNERS THRU 1200-EXIT
019720     IF PROM-USER-ID = SPACES
019740         SET PROMOTION-REFUSED TO TRUE
019760         MOVE 'NO SIGNED PROMPARM CARD' TO REFUSE-REASON
019780     END-IF.
019800 1000-EXIT.
019820     EXIT.

019830******************************************************************
019840*    1200-LOAD-SIGNERS
019850*    LOADS THE AUTHORIZED-SIGNER FILE (SEE TMSIGNRC, TMSIGNTB).
019860*    WITHOUT IT NO SIGNATURE CAN BE PROVED, SO EVERY ONE IS
019870*    REFUSED AS NOT ON FILE - THE STEP NEVER FALLS BACK TO
019880*    TAKING A USER ID ON TRUST. A SIGNER WITH NO VALID
019890*    EXPIRY DATE IS LOADED AS ALREADY EXPIRED.
019900******************************************************************
019910 1200-LOAD-SIGNERS.
019920     MOVE ZERO TO SIGNER-COUNT
019930     OPEN INPUT SIGNERS
019940     IF SIGNERS-STATUS NOT = '00'
019950         DISPLAY 'SIGNERS FILE NOT AVAILABLE - EVERY SIGNATURE'
019960             ' WILL BE REFUSED'
019970         GO TO 1200-EXIT
019980     END-IF
019990     PERFORM 1210-READ-SIGNER THRU 1210-EXIT
020000     PERFORM 1220-STORE-SIGNER THRU 1220-EXIT
020010         UNTIL SIGNERS-EOF
020020     CLOSE SIGNERS.
020030 1200-EXIT.
020040     EXIT.

020050 1210-READ-SIGNER.
020060     READ SIGNERS
020070         AT END
020080             SET SIGNERS-EOF TO TRUE
020090     END-READ.
020100 1210-EXIT.
020110     EXIT.

020120 1220-STORE-SIGNER.
020130     IF SG-USER-ID = SPACES
020140         GO TO 1220-READ-NEXT
020150     END-IF
020160     IF SIGNER-COUNT >= SIGNER-MAX
020170         DISPLAY 'SIGNER ' SG-USER-ID
020180             ' PAST SIGNER-MAX - NOT LOADED'
020190         GO TO 1220-READ-NEXT
020200     END-IF
020210     ADD 1 TO SIGNER-COUNT
020220     SET SN-IDX TO SIGNER-COUNT
020230     MOVE SG-USER-ID      TO SN-USER-ID(SN-IDX)
020240     MOVE SG-AREA-LIST    TO SN-AREA-LIST(SN-IDX)
020250     MOVE SG-AUTH-EDIT    TO SN-AUTH-EDIT(SN-IDX)
020260     MOVE SG-AUTH-CATALOG TO SN-AUTH-CATALOG(SN-IDX)
020270     MOVE SG-AUTH-PROMOTE TO SN-AUTH-PROMOTE(SN-IDX)
020280     IF SG-EXPIRY-DATE IS NUMERIC
020290         MOVE SG-EXPIRY-DATE TO SN-EXPIRY-DATE(SN-IDX)
020300     ELSE
020310         MOVE ZERO TO SN-EXPIRY-DATE(SN-IDX)
020320     END-IF.
020330 1220-READ-NEXT.
020340     PERFORM 1210-READ-SIGNER THRU 1210-EXIT.
020350 1220-EXIT.
020360     EXIT.

020370******************************************************************
020380*    1300-IDENTIFY-MACHINE
020390*    LOOKS THE PROMPARM MACHINE UP ON MCATALOG FOR ITS OWNING
020400*    AREA (MC-OWNER), THE AREA THE PROMOTER MUST ACT FOR.
020410******************************************************************
020420 1300-IDENTIFY-MACHINE.
020430     IF PROM-MACHINE-NAME = SPACES
020440         GO TO 1300-EXIT
020450     END-IF
020460     OPEN INPUT MCATALOG
020470     IF MCATALOG-STATUS NOT = '00'
020480         GO TO 1300-EXIT
020490     END-IF
020500     PERFORM 1310-READ-CATALOG THRU 1310-EXIT
020510     PERFORM 1320-CHECK-CATALOG-ENTRY THRU 1320-EXIT
020520         UNTIL MCATALOG-EOF
020530             OR MACHINE-ON-CATALOG
020540     CLOSE MCATALOG.
020550 1300-EXIT.
020560     EXIT.

020570 1310-READ-CATALOG.
020580     READ MCATALOG
020590         AT END
020600             SET MCATALOG-EOF TO TRUE
020610     END-READ.
020620 1310-EXIT.
020630     EXIT.

020640 1320-CHECK-CATALOG-ENTRY.
020650     IF MC-MACHINE-NAME = PROM-MACHINE-NAME
020660         SET MACHINE-ON-CATALOG TO TRUE
020670         MOVE MC-OWNER TO MACHINE-OWNER
020680     ELSE
020690         PERFORM 1310-READ-CATALOG THRU 1310-EXIT
020700     END-IF.
020710 1320-EXIT.
020720     EXIT.

020730******************************************************************
020740*    1400-READ-CHANGE-SIGNERS
020750*    READS CHGSIGN, THE LIST TMTRANMT WROTE OF EVERY USER ID
020760*    WHOSE CHANGE CARDS WENT INTO THIS CANDIDATE (SEE TMCSIGRC),
020770*    NOTING WHETHER THE PROMOTER IS ONE OF THEM AND WHETHER ANY
020780*    ENTRY IS FOR A MACHINE OTHER THAN THE ONE BEING PROMOTED.
020790******************************************************************
020800 1400-READ-CHANGE-SIGNERS.
020810     OPEN INPUT CHGSIGN
020820     IF CHGSIGN-STATUS NOT = '00'
020830         GO TO 1400-EXIT
020840     END-IF
020850     PERFORM 1410-READ-CHANGE-SIGNER THRU 1410-EXIT
020860     PERFORM 1420-CHECK-CHANGE-SIGNER THRU 1420-EXIT
020870         UNTIL CHGSIGN-EOF
020880     CLOSE CHGSIGN.
020890 1400-EXIT.
020900     EXIT.

020910 1410-READ-CHANGE-SIGNER.
020920     READ CHGSIGN
020930         AT END
020940             SET CHGSIGN-EOF TO TRUE
020950     END-READ.
020960 1410-EXIT.
020970     EXIT.

020980 1420-CHECK-CHANGE-SIGNER.
020990     ADD 1 TO CHGSIGN-COUNT
021000     IF CS-MACHINE-NAME NOT = PROM-MACHINE-NAME
021010         ADD 1 TO CHGSIGN-OTHER-COUNT
021020     END-IF
021030     IF CS-USER-ID = PROM-USER-ID
021040         SET PROMOTER-IS-MAKER TO TRUE
021050     END-IF
021060     PERFORM 1410-READ-CHANGE-SIGNER THRU 1410-EXIT.
021070 1420-EXIT.
021080     EXIT.

021090******************************************************************
021100*    1500-CHECK-AUTHORITY
021110*    THE PROMOTER MUST BE ON FILE, IN DATE, ALLOWED TO PROMOTE,
021120*    AND ACT FOR THE OWNING AREA OF THE MACHINE ON THE CARD. FOR
021130*    A NEW GENERATION THEY MUST ALSO BE SOMEONE OTHER THAN EVERY
021140*    SIGNER OF ITS CHANGE CARDS - WHICH NEEDS THE CHGSIGN LIST
021150*    FOR THIS MACHINE; NO LIST, AN EMPTY ONE OR ONE FOR ANOTHER
021160*    MACHINE REFUSES, SINCE THE MAKERS CANNOT THEN BE KNOWN. A
021170*    BACKOUT PUTS BACK A GENERATION THAT WAS ITSELF PROMOTED
021180*    UNDER THIS CHECK, SO ONCE 1550 HAS PROVED IT IS AN EARLIER
021185*    GENERATION ONLY THE SIGNER'S AUTHORITY IS TESTED.
021190******************************************************************
021200 1500-CHECK-AUTHORITY.
021210     PERFORM 1300-IDENTIFY-MACHINE THRU 1300-EXIT
021220     IF MACHINE-NOT-ON-CATALOG
021230         MOVE '42' TO REFUSE-CODE
021240         MOVE 'MACHINE NOT IN CATALOG' TO REFUSE-REASON
021250         PERFORM 1590-REFUSE-SIGNER THRU 1590-EXIT
021260         GO TO 1500-EXIT
021270     END-IF
021280     MOVE PROM-USER-ID  TO SIGNER-CHECK-USER
021290     MOVE MACHINE-OWNER TO SIGNER-CHECK-AREA
021300     SET SIGNER-FOR-PROMOTE TO TRUE
021310     PERFORM 8800-CHECK-SIGNER THRU 8800-EXIT
021320     IF NOT SIGNER-AUTHORIZED
021330         MOVE SIGNER-RESULT TO REFUSE-CODE
021340         MOVE SIGNER-REASON TO REFUSE-REASON
021350         PERFORM 1590-REFUSE-SIGNER THRU 1590-EXIT
021360         GO TO 1500-EXIT
021370     END-IF
021380     IF PROMOTION-IS-BACKOUT
021385         PERFORM 1550-CHECK-BACKOUT-GENERATION THRU 1550-EXIT
021390         GO TO 1500-EXIT
021400     END-IF
021410     PERFORM 1400-READ-CHANGE-SIGNERS THRU 1400-EXIT
021420     IF CHGSIGN-COUNT = ZERO
021430         MOVE '48' TO REFUSE-CODE
021440         MOVE 'NO CHANGE SIGNER LIST' TO REFUSE-REASON
021450         PERFORM 1590-REFUSE-SIGNER THRU 1590-EXIT
021460         GO TO 1500-EXIT
021470     END-IF
021480     IF CHGSIGN-OTHER-COUNT > ZERO
021490         MOVE '46' TO REFUSE-CODE
021500         MOVE 'SIGNER LIST MISMATCH' TO REFUSE-REASON
021510         PERFORM 1590-REFUSE-SIGNER THRU 1590-EXIT
021520         GO TO 1500-EXIT
021530     END-IF
021540     IF PROMOTER-IS-MAKER
021550         MOVE '44' TO REFUSE-CODE
021560         MOVE 'PROMOTER SIGNED CHANGES' TO REFUSE-REASON
021570         PERFORM 1590-REFUSE-SIGNER THRU 1590-EXIT
021580     END-IF.
021590 1500-EXIT.
021600     EXIT.

021610******************************************************************
021620*    1550-CHECK-BACKOUT-GENERATION
021630*    A BACKOUT SKIPS THE CHGSIGN TEST ONLY IF TRANNEW REALLY IS
021640*    AN EARLIER GENERATION: ITS *VERSION NUMBER MUST BE BELOW THE
021650*    ONE ON THE LIVE TABLE IN TRANPROD. EVERY PROMOTED TABLE
021660*    CARRIES A HEADER, SO A TRANNEW WITHOUT ONE IS NO GENERATION
021670*    AT ALL; NO LIVE TABLE MEANS NOTHING TO BACK OUT. ANY OTHER
021680*    TRANNEW IS AN EDITED TABLE DRESSED AS A BACKOUT AND IS
021690*    REFUSED (50). BOTH FILES ARE CLOSED AND THEIR EOF SWITCHES
021700*    RESET FOR 2000-4000.
021710******************************************************************
021720 1550-CHECK-BACKOUT-GENERATION.
021730     MOVE ZERO TO BACKOUT-VERSION
021740     MOVE ZERO TO PROD-VERSION
021750     OPEN INPUT TRANNEW
021760     IF TRANNEW-STATUS = '00'
021770         PERFORM 4100-READ-NEW THRU 4100-EXIT
021780         PERFORM 1560-FIND-NEW-VERSION THRU 1560-EXIT
021790             UNTIL TRANNEW-EOF
021800         CLOSE TRANNEW
021810     END-IF
021820     SET TRANNEW-NOT-EOF TO TRUE
021830     OPEN INPUT TRANPROD
021840     IF TRANPROD-STATUS = '00'
021850         PERFORM 3100-READ-PROD THRU 3100-EXIT
021860         PERFORM 1570-FIND-PROD-VERSION THRU 1570-EXIT
021870             UNTIL TRANPROD-EOF
021880         CLOSE TRANPROD
021890     END-IF
021900     SET TRANPROD-NOT-EOF TO TRUE
021910     IF BACKOUT-VERSION = ZERO
021920     OR BACKOUT-VERSION NOT < PROD-VERSION
021930         MOVE '50' TO REFUSE-CODE
021940         MOVE 'BACKOUT NOT PRIOR GEN' TO REFUSE-REASON
021950         PERFORM 1590-REFUSE-SIGNER THRU 1590-EXIT
021960     END-IF.
021970 1550-EXIT.
021980     EXIT.

021990 1560-FIND-NEW-VERSION.
022000     MOVE TRAN-NEW-RAW TO VER-WORK-RECORD
022010     IF VW-VERSION-RECORD
022020         MOVE VW-VERSION-NUM TO BACKOUT-VERSION
022030     END-IF
022040     PERFORM 4100-READ-NEW THRU 4100-EXIT.
022050 1560-EXIT.
022060     EXIT.

022070 1570-FIND-PROD-VERSION.
022080     MOVE TRAN-PROD-RAW TO VER-WORK-RECORD
022090     IF VW-VERSION-RECORD
022100         MOVE VW-VERSION-NUM TO PROD-VERSION
022110     END-IF
022120     PERFORM 3100-READ-PROD THRU 3100-EXIT.
022130 1570-EXIT.
022140     EXIT.

022150******************************************************************
022160*    1590-REFUSE-SIGNER
022170*    REFUSES THE PROMOTION FOR THE REASON IN REFUSE-CODE AND
022180*    REFUSE-REASON, LISTS IT ON VALIDRPT WITH THE PROMOTER'S USER
022190*    ID, AND LOGS IT AS AN EXCEPTION THE SAME WAY AS A GAP.
022200******************************************************************
022210 1590-REFUSE-SIGNER.
022220     SET PROMOTION-REFUSED TO TRUE
022230     MOVE REFUSE-CODE   TO VS-CODE
022240     MOVE SPACE         TO VS-SEP1
022250     MOVE REFUSE-REASON TO VS-REASON
022260     MOVE SPACE         TO VS-SEP2
022270     MOVE PROM-USER-ID  TO VS-USER
022280     MOVE SPACES        TO VS-FILLER
022290     WRITE VALID-SIGNER-RECORD
022300     MOVE 'E'           TO XC-SEVERITY
022310     MOVE 'VALIDRPT'    TO XC-CATEGORY
022320     MOVE VALID-SIGNER-RECORD TO XC-MESSAGE
022330     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT.
022340 1590-EXIT.
022350     EXIT.

022500******************************************************************
022600*    2000-VALIDATE-CANDIDATE
024700     IF ALPHABET-COUNT = ZERO
024800         PERFORM 2140-DEFAULT-ALPHABET THRU 2140-EXIT
024900     END-IF
025100     PERFORM 2300-VALIDATE-TRANSITIONS THRU 2300-EXIT
025300     IF VALIDATION-GAP-COUNT > ZERO
025400         SET PROMOTION-REFUSED TO TRUE
025500         MOVE 'CANDIDATE FAILS COMPLETENESS CHECK'
027800     IF TV-VERSION-RECORD
027900         GO TO 2120-READ-NEXT
028000     END-IF
028020     IF TF-FINAL-RECORD
028040         PERFORM 2150-STORE-FINAL-STATE THRU 2150-EXIT
028060         GO TO 2120-READ-NEXT
028080     END-IF
028082     IF TN-TAPES-RECORD
028084         PERFORM 2160-STORE-TAPE-COUNT THRU 2160-EXIT
028086         GO TO 2120-READ-NEXT
028088     END-IF
028090     MOVE SPACES           TO LOAD-KEY
028100     MOVE TR-CURRENT-STATE TO LOAD-KEY(1:8)
028120     MOVE TR-READ-SYMBOL   TO LOAD-KEY(9:1)
028140     PERFORM 2127-KEY-EXTRA-SYMBOL THRU 2127-EXIT
028160         VARYING XT-SUB FROM 1 BY 1
028180         UNTIL XT-SUB >= TABLE-TAPE-COUNT
028300     ADD 1 TO TRANSITION-COUNT
028400     MOVE TRANSITION-COUNT TO INSERT-POS
028500     PERFORM 2125-SHIFT-ONE-RIGHT THRU 2125-EXIT
028800     MOVE LOAD-KEY         TO TT-KEY(INSERT-POS)
028900     MOVE TR-NEXT-STATE    TO TT-NEXT-STATE(INSERT-POS)
029000     MOVE TR-WRITE-SYMBOL  TO TT-WRITE-SYMBOL(INSERT-POS)
029020     MOVE TR-DIRECTION     TO TT-DIRECTION(INSERT-POS)
029040     PERFORM 2128-STORE-EXTRA-ACTION THRU 2128-EXIT
029060         VARYING XT-SUB FROM 1 BY 1
029080         UNTIL XT-SUB >= TABLE-TAPE-COUNT.
029200 2120-READ-NEXT.
029300     PERFORM 2110-READ-TRANSITION THRU 2110-EXIT.
029400 2120-EXIT.
030000 2125-EXIT.
030100     EXIT.

030105******************************************************************
030110*    2127-KEY-EXTRA-SYMBOL
030115*    A MULTI-TAPE RULE IS KEYED ON THE SYMBOL IT READS FROM EVERY
030120*    TAPE - TAPE 2'S SYMBOL GOES IN KEY POSITION 10, TAPE 3'S IN
030125*    POSITION 11.
030130******************************************************************
030135 2127-KEY-EXTRA-SYMBOL.
030140     MOVE TX-READ-SYMBOL(XT-SUB) TO LOAD-KEY(9 + XT-SUB:1).
030145 2127-EXIT.
030150     EXIT.

030155 2128-STORE-EXTRA-ACTION.
030160     MOVE TX-WRITE-SYMBOL(XT-SUB)
030165         TO TT-X-WRITE-SYMBOL(INSERT-POS, XT-SUB)
030170     MOVE TX-DIRECTION(XT-SUB)
030175         TO TT-X-DIRECTION(INSERT-POS, XT-SUB).
030180 2128-EXIT.
030185     EXIT.

030200 2130-STORE-ALPHABET.
030300     MOVE TA-BLANK-SYMBOL TO BLANK-SYMBOL
030400     MOVE ZERO TO ALPHABET-COUNT
032400 2140-EXIT.
032500     EXIT.

032502******************************************************************
032504*    2150-STORE-FINAL-STATE
032506*    KEEPS ONE *ACCEPT OR *REJECT HEADER'S STATE AND VERDICT -
032508*    SAME RULES AS THE RUN PROGRAMS: FIRST DECLARATION WINS,
032510*    DECLARATIONS PAST FINAL-STATE-MAX ARE IGNORED.
032512******************************************************************
032514 2150-STORE-FINAL-STATE.
032516     MOVE TF-STATE TO FINAL-CHECK-STATE
032518     PERFORM 2325-CHECK-FINAL-STATE THRU 2325-EXIT
032520     IF FINAL-HIT
032522         OR FINAL-STATE-COUNT >= FINAL-STATE-MAX
032524         GO TO 2150-EXIT
032526     END-IF
032528     ADD 1 TO FINAL-STATE-COUNT
032530     SET FS-IDX TO FINAL-STATE-COUNT
032532     MOVE TF-STATE TO FS-STATE(FS-IDX)
032534     IF TF-ACCEPT-RECORD
032536         MOVE 'ACCEPT' TO FS-VERDICT(FS-IDX)
032538     ELSE
032540         MOVE 'REJECT' TO FS-VERDICT(FS-IDX)
032542     END-IF.
032544 2150-EXIT.
032546     EXIT.

032548******************************************************************
032550*    2160-STORE-TAPE-COUNT
032552*    THE *TAPES HEADER OF A MULTI-TAPE CANDIDATE. A COUNT OUTSIDE
032554*    1 TO TABLE-TAPE-MAX IS REPORTED AS A GAP BY THE COMPLETENESS
032556*    CHECK AND REFUSES THE PROMOTION.
032558******************************************************************
032560 2160-STORE-TAPE-COUNT.
032562     IF TN-TAPE-COUNT IS NUMERIC
032564         AND TN-TAPE-COUNT > ZERO
032566         AND TN-TAPE-COUNT NOT > TABLE-TAPE-MAX
032568         MOVE TN-TAPE-COUNT TO TABLE-TAPE-COUNT
032570     ELSE
032572         SET TAPES-HEADER-BAD TO TRUE
032574     END-IF.
032576 2160-EXIT.
032578     EXIT.

032600 2300-VALIDATE-TRANSITIONS.
032700     MOVE ZERO TO KNOWN-STATE-COUNT
032710     MOVE ZERO TO VALIDATION-GAP-COUNT
032720     MOVE 1 TO CHECK-LIMIT2
032730     MOVE 1 TO CHECK-LIMIT3
032740     IF TABLE-TAPE-COUNT > 1
032750         MOVE ALPHABET-COUNT TO CHECK-LIMIT2
032760     END-IF
032770     IF TABLE-TAPE-COUNT > 2
032780         MOVE ALPHABET-COUNT TO CHECK-LIMIT3
032790     END-IF
032800     IF TAPES-HEADER-BAD
032810         PERFORM 2370-WRITE-TAPES-GAP THRU 2370-EXIT
032820     END-IF
032900     PERFORM 2310-COLLECT-ONE-STATE THRU 2310-EXIT
033000         VARYING TT-IDX FROM 1 BY 1
033100         UNTIL TT-IDX > TRANSITION-COUNT
034300     EXIT.

034400 2320-ADD-IF-NEW.
034420     MOVE CANDIDATE-STATE TO FINAL-CHECK-STATE
034440     PERFORM 2325-CHECK-FINAL-STATE THRU 2325-EXIT
034500     IF CANDIDATE-STATE NOT = 'HALT'
034550         AND FINAL-NO-HIT
034600         SET KS-NOT-FOUND TO TRUE
034700         IF KNOWN-STATE-COUNT > ZERO
034800             SET KS-IDX TO 1
036200 2320-EXIT.
036300     EXIT.

036302******************************************************************
036304*    2325-CHECK-FINAL-STATE
036306*    LOOKS UP FINAL-CHECK-STATE AMONG THE CANDIDATE'S DECLARED
036308*    FINAL STATES. A HIT SETS FINAL-HIT AND MOVES THE STATE'S
036310*    VERDICT TO VERDICT. HALT AND THE FINAL STATES ARE TERMINAL
036312*    AND NEED NO TRANSITIONS OF THEIR OWN.
036314******************************************************************
036316 2325-CHECK-FINAL-STATE.
036318     SET FINAL-NO-HIT TO TRUE
036320     IF FINAL-STATE-COUNT > ZERO
036322         SET FS-IDX TO 1
036324         SEARCH FINAL-STATE-ENTRY
036326             AT END
036328                 CONTINUE
036330             WHEN FS-STATE(FS-IDX) = FINAL-CHECK-STATE
036332                 SET FINAL-HIT TO TRUE
036334                 MOVE FS-VERDICT(FS-IDX) TO VERDICT
036336         END-SEARCH
036338     END-IF.
036340 2325-EXIT.
036342     EXIT.

036400 2340-VALIDATE-ONE-STATE.
036500     MOVE KS-STATE(KS-IDX) TO CHECK-STATE
036600     PERFORM 2345-VALIDATE-ONE-SYMBOL THRU 2345-EXIT
036700         VARYING AB-IDX FROM 1 BY 1
036720         UNTIL AB-IDX > ALPHABET-COUNT
036740         AFTER CHECK-SUB2 FROM 1 BY 1
036760         UNTIL CHECK-SUB2 > CHECK-LIMIT2
036780         AFTER CHECK-SUB3 FROM 1 BY 1
036800         UNTIL CHECK-SUB3 > CHECK-LIMIT3.
036900 2340-EXIT.
037000     EXIT.

037500     EXIT.

037600 2350-CHECK-SYMBOL-COVERAGE.
037650     MOVE SPACES               TO CHECK-KEY
037700     MOVE CHECK-STATE          TO CHECK-KEY(1:8)
037720     MOVE CHECK-SYMBOL         TO CHECK-KEY(9:1)
037740     IF TABLE-TAPE-COUNT > 1
037760         MOVE AB-SYMBOL(CHECK-SUB2) TO CHECK-KEY(10:1)
037780     END-IF
037800     IF TABLE-TAPE-COUNT > 2
037820         MOVE AB-SYMBOL(CHECK-SUB3) TO CHECK-KEY(11:1)
037840     END-IF
037900     SET COVERAGE-NOT-FOUND TO TRUE
038000     SEARCH ALL TRANSITION-ENTRY
038100         AT END
039400     MOVE CHECK-STATE             TO VALID-STATE
039500     MOVE SPACE                   TO VALID-SEP1
039600     MOVE 'SYMBOL: '              TO VALID-SYMBOL-LABEL
039700     MOVE CHECK-KEY(9:3)          TO VALID-SYMBOL
039750     WRITE VALID-RECORD
039800     PERFORM 2375-LOG-VALIDATION-GAP THRU 2375-EXIT.
039900 2360-EXIT.
040000     EXIT.

040005 2370-WRITE-TAPES-GAP.
040010     ADD 1 TO VALIDATION-GAP-COUNT
040015     MOVE 'INVALID TAPE COUNT: '  TO VALID-LABEL
040020     MOVE '*TAPES'                TO VALID-STATE
040025     MOVE SPACE                   TO VALID-SEP1
040030     MOVE SPACES                  TO VALID-SYMBOL-LABEL
040035     MOVE SPACES                  TO VALID-SYMBOL
040037     WRITE VALID-RECORD
040039     PERFORM 2375-LOG-VALIDATION-GAP THRU 2375-EXIT.
040045 2370-EXIT.
040050     EXIT.

040052******************************************************************
040054*    2375-LOG-VALIDATION-GAP
040056*    EVERY VALIDRPT GAP IS ALSO AN EXCEPTION - IT HOLDS THE
040058*    PROMOTION, SO IT IS LOGGED AS AN ERROR WITH THE GAP LINE AS
040060*    THE MESSAGE.
040062******************************************************************
040064 2375-LOG-VALIDATION-GAP.
040066     MOVE 'E'           TO XC-SEVERITY
040068     MOVE 'VALIDRPT'    TO XC-CATEGORY
040070     MOVE VALIDATION-GAP-COUNT TO XC-UNIT-NUM
040072     MOVE VALID-RECORD  TO XC-MESSAGE
040074     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT.
040076 2375-EXIT.
040078     EXIT.

040100******************************************************************
040200*    3000-SAVE-PRIOR-GENERATION
040300*    COPIES THE OUTGOING PRODUCTION TABLE BYTE-FOR-BYTE TO
049700     MOVE SPACE                TO PL-SEP2
049800     MOVE PROM-USER-ID         TO PL-USER
049900     MOVE SPACE                TO PL-SEP3
049920     IF PROMOTION-IS-BACKOUT
049940         MOVE 'BACKOUT  '      TO PL-ACTION
049960     ELSE
049980         MOVE 'PROMOTED '      TO PL-ACTION
050000     END-IF
050100     MOVE 'FROM '              TO PL-OLD-LABEL
050200     MOVE OLD-VERSION          TO PL-OLD-VER
050300     MOVE ' TO '               TO PL-NEW-LABEL
050900 5000-EXIT.
051000     EXIT.

051010******************************************************************
051020*    8800-CHECK-SIGNER
051030*    PROVES ONE SIGNATURE AGAINST THE SIGNER TABLE. THE CALLER
051040*    SETS SIGNER-CHECK-USER, SIGNER-CHECK-AREA AND THE FUNCTION;
051050*    THE FIRST FAILURE FOUND IS LEFT IN SIGNER-RESULT (THE REASON
051060*    CODE) AND SIGNER-REASON - NOT ON FILE, EXPIRED (THE EXPIRY
051070*    DATE IS THE LAST GOOD DAY), NO AUTHORITY FOR THE FUNCTION,
051080*    THEN NOT IN THE OWNING AREA. A MACHINE WITH NO OWNER ON THE
051090*    CATALOG MATCHES NO SIGNER'S AREA.
051100******************************************************************
051110 8800-CHECK-SIGNER.
051120     SET SIGNER-UNKNOWN TO TRUE
051130     MOVE 'SIGNER NOT ON FILE' TO SIGNER-REASON
051140     IF SIGNER-COUNT = ZERO
051150         GO TO 8800-EXIT
051160     END-IF
051170     SET SN-IDX TO 1
051180     SEARCH SIGNER-ENTRY
051190         AT END
051200             GO TO 8800-EXIT
051210         WHEN SN-USER-ID(SN-IDX) = SIGNER-CHECK-USER
051220             CONTINUE
051230     END-SEARCH
051240     IF SN-EXPIRY-DATE(SN-IDX) < RUN-DATE
051250         SET SIGNER-EXPIRED TO TRUE
051260         MOVE 'SIGNER EXPIRED' TO SIGNER-REASON
051270         GO TO 8800-EXIT
051280     END-IF
051290     SET SIGNER-NOT-PERMITTED TO TRUE
051300     MOVE 'SIGNER NOT AUTHORIZED' TO SIGNER-REASON
051310     IF SIGNER-FOR-EDIT AND SN-AUTH-EDIT(SN-IDX) NOT = 'Y'
051320         GO TO 8800-EXIT
051330     END-IF
051340     IF SIGNER-FOR-CATALOG AND SN-AUTH-CATALOG(SN-IDX) NOT = 'Y'
051350         GO TO 8800-EXIT
051360     END-IF
051370     IF SIGNER-FOR-PROMOTE AND SN-AUTH-PROMOTE(SN-IDX) NOT = 'Y'
051380         GO TO 8800-EXIT
051390     END-IF
051400     SET SIGNER-AREA-NOT-FOUND TO TRUE
051410     PERFORM 8810-CHECK-ONE-AREA THRU 8810-EXIT
051420         VARYING SIGNER-AREA-SUB FROM 1 BY 1
051430         UNTIL SIGNER-AREA-SUB > 4
051440             OR SIGNER-AREA-FOUND
051450     IF SIGNER-AREA-NOT-FOUND
051460         SET SIGNER-NOT-IN-AREA TO TRUE
051470         MOVE 'SIGNER NOT IN OWNER AREA' TO SIGNER-REASON
051480         GO TO 8800-EXIT
051490     END-IF
051500     SET SIGNER-AUTHORIZED TO TRUE
051510     MOVE SPACES TO SIGNER-REASON.
051520 8800-EXIT.
051530     EXIT.

051540 8810-CHECK-ONE-AREA.
051550     IF SIGNER-CHECK-AREA NOT = SPACES
051560         AND SN-AREA(SN-IDX, SIGNER-AREA-SUB) = SIGNER-CHECK-AREA
051570         SET SIGNER-AREA-FOUND TO TRUE
051580     END-IF.
051590 8810-EXIT.
051600     EXIT.

052000******************************************************************
052020*    8900-WRITE-EXCEPTION
052040*    APPENDS ONE RECORD TO THE SHARED EXCEPTION FILE. THE CALLER
052060*    FILLS SEVERITY, CATEGORY, IDENTITY AND MESSAGE; THE RECORD
052080*    IS CLEARED AGAIN FOR THE NEXT ONE.
052100******************************************************************
052120 8900-WRITE-EXCEPTION.
052140     MOVE RUN-DATE      TO XC-RUN-DATE
052160     MOVE 'TMPROMOTE'   TO XC-PROGRAM
052170     MOVE PROM-MACHINE-NAME TO XC-MACHINE
052180     WRITE EXCEPTION-RECORD
052200     MOVE SPACES TO EXCEPTION-RECORD
052220     MOVE ZERO TO XC-UNIT-NUM.
052240 8900-EXIT.
052260     EXIT.

052280******************************************************************
052300*    9000-TERMINATE
052320*    END-OF-RUN HOUSEKEEPING. A REFUSED PROMOTION ENDS RC=8 AND
052340*    SAYS WHY - NOTHING IN PRODUCTION HAS BEEN TOUCHED WHEN
052360*    THAT HAPPENS. A COMPLETED PROMOTION REPORTS THE VERSION
052380*    MOVEMENT AND WHERE THE BACKOUT COPY IS.
052400******************************************************************
052420 9000-TERMINATE.
052440     IF PROMOTION-REFUSED
052460         MOVE 8 TO RETURN-CODE
052480         MOVE 'E'       TO XC-SEVERITY
052500         MOVE 'PROMOTE' TO XC-CATEGORY
052520         STRING 'PROMOTION REFUSED - ' REFUSE-REASON
052540             DELIMITED BY SIZE INTO XC-MESSAGE
052560         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
052580         DISPLAY 'PROMOTION REFUSED - ' REFUSE-REASON
052600         IF VALIDATION-GAP-COUNT > ZERO
052620             DISPLAY 'RULESET GAP(S) - ' VALIDATION-GAP-COUNT
052640                 '. SEE VALIDRPT.'
052660         END-IF
052680     ELSE
052700         DISPLAY 'PROMOTED GENERATION ' OLD-VERSION ' -> '
052720             NEW-VERSION ' EFFECTIVE ' EFFECT-DATE
052740             ' BY ' PROM-USER-ID
052760         IF PRIOR-SAVED
052780             DISPLAY 'PRIOR GENERATION SAVED TO TRANPRIOR ('
052800                 PRIOR-COPY-COUNT ' RECORD(S))'
052820         ELSE
052840             DISPLAY 'NO PRIOR PRODUCTION TABLE - FIRST'
052860                 ' PROMOTION, NOTHING TO BACK OUT TO'
052880         END-IF
052900         DISPLAY 'Records promoted: ' PROM-COPY-COUNT
052902         IF PROMOTION-IS-BACKOUT
052904             MOVE 'W'       TO XC-SEVERITY
052906             MOVE 'PROMOTE' TO XC-CATEGORY
052908             STRING 'BACKOUT PROMOTED BY ' PROM-USER-ID
052910                 ' - NO MAKER/CHECKER TEST'
052912                 DELIMITED BY SIZE INTO XC-MESSAGE
052914             PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
052916             DISPLAY 'BACKOUT - MAKER/CHECKER TEST NOT APPLIED'
052918         END-IF
052920     END-IF
052930     CLOSE VALIDRPT
052940     CLOSE EXCPFILE.
052960 9000-EXIT.
052980     EXIT.

053000 END PROGRAM TMPROMOTE.
