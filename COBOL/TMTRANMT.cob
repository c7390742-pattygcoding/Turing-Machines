002480*                  INTO TRANNEW: THE NEW GENERATION GETS ITS OWN
002490*                  STAMP AT PROMOTION TIME, NOT A STALE COPY OF
002492*                  THE OUTGOING ONE.
002502* 2026-10-15  RH   THE MASTER'S *ACCEPT/*REJECT FINAL-STATE
002503*                  HEADERS (SEE TMTRANRC, TMFINAL) ARE LOADED AND
002504*                  WRITTEN TO TRANNEW AFTER THE *SYMBOLS HEADER.
002505*                  A FINAL STATE IS TERMINAL, SO AN ADD OR REPLACE
002506*                  CARD GIVING ONE A RULE OF ITS OWN IS REJECTED
002507*                  WITH CODE 32.
002508* 2026-10-15  RH   MULTI-TAPE TABLES. THE MASTER'S *TAPES HEADER
002509*                  IS CARRIED INTO TRANNEW AND EACH RULE'S TAPE
002510*                  2-3 FIELDS ARE LOADED, LISTED AND WRITTEN BACK.
002511*                  A CARD FOR SUCH A TABLE PUNCHES ONE READ
002512*                  SYMBOL, WRITE SYMBOL AND DIRECTION PER EXTRA
002513*                  TAPE AFTER THE USER ID, AND THE KEY IS THE
002514*                  STATE PLUS EVERY TAPE'S READ SYMBOL. THE EXTRA
002515*                  FIELDS ARE EDITED WITH THE SAME CODES AS TAPE
002516*                  1'S.
002526* 2026-10-15  RH   EVERY REJECTED CARD IS ALSO APPENDED TO THE
002536*                  SHARED EXCEPTION FILE EXCPFILE (SEE TMEXCPRC)
002546*                  FOR THE MORNING EXCEPTION REPORT, TMEXCRPT.
002547* 2026-10-15  RH   EVERY CARD'S USER ID IS PROVED AGAINST THE
002548*                  AUTHORIZED-SIGNER FILE SIGNERS (SEE TMSIGNRC)
002549*                  FOR THE MACHINE NAMED ON THE TRANPARM CARD,
002550*                  WHOSE OWNING AREA COMES FROM MCATALOG. A SIGNER
002551*                  NOT ON FILE (34), EXPIRED (36), NOT ALLOWED TO
002552*                  EDIT TABLES (38) OR NOT IN THE AREA (40) IS
002553*                  REJECTED; A MACHINE NOT ON THE CATALOG REJECTS
002554*                  EVERY CARD (42). THE SIGNERS OF THE APPLIED
002555*                  CARDS GO TO CHGSIGN (SEE TMCSIGRC) SO TMPROMOTE
002556*                  CAN KEEP THEM FROM PROMOTING THEIR OWN CHANGES.
002561* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002566*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002571*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002576*                  THE STEP RC=8. SIGNER EXPIRY IS CHECKED AGAINST
002581*                  IT. THE HEADING SHOWS THE BUSINESS DATE AND THE
002586*                  CLOCK DATE.
002595******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
003700     SELECT CHGERRS ASSIGN TO "CHGERRS"
003800         ORGANIZATION IS LINE SEQUENTIAL.

003820     SELECT OPTIONAL EXCPFILE ASSIGN TO "EXCPFILE"
003840         ORGANIZATION IS LINE SEQUENTIAL.

003845     SELECT TRANPARM ASSIGN TO "TRANPARM"
003850         ORGANIZATION IS LINE SEQUENTIAL
003855         FILE STATUS IS TRANPARM-STATUS.

003860     SELECT MCATALOG ASSIGN TO "MCATALOG"
003865         ORGANIZATION IS LINE SEQUENTIAL
003870         FILE STATUS IS MCATALOG-STATUS.

003875     SELECT SIGNERS ASSIGN TO "SIGNERS"
003880         ORGANIZATION IS LINE SEQUENTIAL
003885         FILE STATUS IS SIGNERS-STATUS.

003890     SELECT CHGSIGN ASSIGN TO "CHGSIGN"
003895         ORGANIZATION IS LINE SEQUENTIAL.

003896     SELECT BUSDATE ASSIGN TO "BUSDATE"
003897         ORGANIZATION IS LINE SEQUENTIAL
003898         FILE STATUS IS BUSDATE-STATUS.

003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  TRANMAST.
005200                                 PIC S9(02)
005300             SIGN IS TRAILING SEPARATE CHARACTER.
005400     05  CC-USER-ID              PIC X(08).
005410     05  CC-EXTRA-TAPE OCCURS 2 TIMES.
005420         10  CC-X-READ-SYMBOL    PIC X(01).
005430         10  CC-X-WRITE-SYMBOL   PIC X(01).
005440         10  CC-X-DIRECTION-X    PIC X(03).
005450         10  CC-X-DIRECTION REDEFINES CC-X-DIRECTION-X
005460                                 PIC S9(02)
005470                 SIGN IS TRAILING SEPARATE CHARACTER.

005500 FD  TRANNEW.
005600 01  TRAN-NEW-RECORD             PIC X(31).

005700 FD  CHGLIST.
005800 01  CHGLIST-LINE                PIC X(80).
007600     05  LR-SEP3                 PIC X(01).
007700     05  LR-DIR                  PIC S9(02)
007800             SIGN IS LEADING SEPARATE CHARACTER.
007810     05  LR-EXTRA-TAPE OCCURS 2 TIMES.
007820         10  LR-X-SEP1           PIC X(02).
007830         10  LR-X-SYMBOL         PIC X(01).
007840         10  LR-X-ARROW          PIC X(04).
007850         10  LR-X-WRITE          PIC X(01).
007860         10  LR-X-SEP2           PIC X(01).
007870         10  LR-X-DIR            PIC S9(02)
007880                 SIGN IS LEADING SEPARATE CHARACTER.

007900 FD  CHGERRS.
008000 01  ERR-RECORD.
008200     05  ER-SEP1                 PIC X(01).
008300     05  ER-REASON               PIC X(24).
008400     05  ER-SEP2                 PIC X(01).
008500     05  ER-CARD                 PIC X(47).

008520 FD  EXCPFILE.
008540     COPY TMEXCPRC.

008542 FD  TRANPARM.
008544 01  TRANPARM-RECORD.
008546     05  TP-MACHINE-NAME         PIC X(08).

008548 FD  MCATALOG.
008550 01  CATALOG-RECORD.
008552     05  MC-MACHINE-NAME         PIC X(08).
008554     05  MC-TRAN-DSN             PIC X(08).
008556     05  MC-DESC                 PIC X(30).
008558     05  MC-OWNER                PIC X(08).
008560     05  MC-ACTIVE-FLAG          PIC X(01).

008562 FD  SIGNERS.
008564     COPY TMSIGNRC.

008566 FD  CHGSIGN.
008568     COPY TMCSIGRC.

008578 FD  BUSDATE.
008588     COPY TMBDATRC.

008600 WORKING-STORAGE SECTION.
008700******************************************************************
009000* THEN WRITTEN BACK OUT AS THE NEW GENERATION.
009100******************************************************************
009200 COPY TMTRANTB.
009220 77  XT-SUB                      PIC 9(01) COMP.

009300******************************************************************
009400* TAPE ALPHABET FROM THE MASTER'S OPTIONAL *SYMBOLS HEADER -
009500* SHARED LAYOUT, SEE COPYLIB/TMALPHA. CARD SYMBOLS ARE EDITED
009600* AGAINST IT, AND THE RAW HEADER RECORD IS SAVED SO THE NEW
009700* GENERATION CARRIES THE SAME DECLARATION - AS IS A MULTI-TAPE
009750* MASTER'S *TAPES HEADER.
009800******************************************************************
009900 COPY TMALPHA.
010000 77  ALPHA-SCAN-POS              PIC 9(02) COMP.
010100 77  ALPHA-HEADER-SAVE           PIC X(21).
010105 77  TAPES-HEADER-SAVE           PIC X(21).

010110******************************************************************
010120* ACCEPT/REJECT FINAL STATES FROM THE MASTER'S OPTIONAL *ACCEPT
010130* AND *REJECT HEADERS - SHARED LAYOUT, SEE COPYLIB/TMFINAL. THEY
010140* ARE CARRIED INTO THE NEW GENERATION FROM THIS TABLE.
010150******************************************************************
010160 COPY TMFINAL.

010200******************************************************************
010300* KEYS ALREADY CHANGED THIS RUN - A SECOND CARD AGAINST THE SAME
011000     05  CHANGED-KEY-ENTRY OCCURS 1 TO 1000 TIMES
011100             DEPENDING ON CHANGED-KEY-COUNT
011200             INDEXED BY CK-IDX.
011300         10  CK-KEY              PIC X(11).

011302******************************************************************
011304* AUTHORIZED SIGNERS - SHARED LAYOUT, SEE COPYLIB/TMSIGNTB. EVERY
011306* CARD'S USER ID IS PROVED AGAINST IT BEFORE THE CARD IS APPLIED.
011308******************************************************************
011310 COPY TMSIGNTB.
011312 77  SIGNERS-STATUS              PIC X(02).
011314 77  SIGNERS-EOF-SW              PIC X(01) VALUE 'N'.
011316     88  SIGNERS-EOF                         VALUE 'Y'.
011318     88  SIGNERS-NOT-EOF                     VALUE 'N'.

011320******************************************************************
011322* SIGNERS OF THE CARDS APPLIED THIS RUN, ONE ENTRY PER USER ID -
011324* WRITTEN TO CHGSIGN AT THE END SO TMPROMOTE KNOWS WHO MADE THIS
011326* GENERATION. NO MORE THAN SIGNER-MAX CAN BE ON FILE TO SIGN.
011328******************************************************************
011330 77  CHANGE-SIGNER-COUNT         PIC 9(04) COMP VALUE ZERO.
011332 01  CHANGE-SIGNER-TABLE.
011334     05  CHANGE-SIGNER-ENTRY OCCURS 1 TO 200 TIMES
011336             DEPENDING ON CHANGE-SIGNER-COUNT
011338             INDEXED BY CG-IDX.
011340         10  CG-USER-ID          PIC X(08).
011342         10  CG-CARD-COUNT       PIC 9(04) COMP.

011400******************************************************************
011500* NEW-GENERATION OUTPUT WORK RECORD - SAME COLUMNS AS TMTRANRC.
012100     05  NR-WRITE-SYMBOL         PIC X(01).
012200     05  NR-DIRECTION            PIC S9(02)
012300             SIGN IS TRAILING SEPARATE CHARACTER.
012302     05  NR-EXTRA-TAPE OCCURS 2 TIMES.
012304         10  NR-X-READ-SYMBOL    PIC X(01).
012306         10  NR-X-WRITE-SYMBOL   PIC X(01).
012308         10  NR-X-DIRECTION      PIC S9(02)
012310                 SIGN IS TRAILING SEPARATE CHARACTER.
012320 01  NEW-FINAL-RECORD.
012340     05  NF-RECORD-TYPE          PIC X(08).
012360     05  NF-STATE                PIC X(08).
012380     05  NF-FILLER               PIC X(05).

012400******************************************************************
012500* CHANGE-CARD WORK AREAS AND RUN COUNTERS
012600******************************************************************
012700 77  CHG-KEY                     PIC X(11).
012800 77  RULE-POS                    PIC 9(04) COMP.
012900 77  SHIFT-SUB                   PIC 9(04) COMP.
013000 77  CARD-COUNT                  PIC 9(04) COMP VALUE ZERO.
013200 77  REJECT-COUNT                PIC 9(04) COMP VALUE ZERO.
013300 77  REJECT-CODE                 PIC X(02).
013400 77  REJECT-REASON               PIC X(24).
013450 77  RUN-DATE                    PIC 9(08).
013455 77  CLOCK-DATE                  PIC 9(08).
013460 77  TRAN-MACHINE-NAME           PIC X(08) VALUE SPACES.
013470 77  MACHINE-OWNER               PIC X(08) VALUE SPACES.
013480 77  TRANPARM-STATUS             PIC X(02).
013490 77  MCATALOG-STATUS             PIC X(02).
013492 77  BUSDATE-STATUS              PIC X(02).
013494 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
013496     88  BUSDATE-FOUND                       VALUE 'Y'.
013498     88  BUSDATE-NOT-FOUND                   VALUE 'N'.

013500******************************************************************
013600* SWITCHES
014400 77  ALPHA-HEADER-SW             PIC X(01) VALUE 'N'.
014500     88  ALPHA-HEADER-PRESENT                VALUE 'Y'.
014600     88  ALPHA-HEADER-ABSENT                 VALUE 'N'.
014620 77  TAPES-HEADER-SW             PIC X(01) VALUE 'N'.
014640     88  TAPES-HEADER-PRESENT                VALUE 'Y'.
014660     88  TAPES-HEADER-ABSENT                 VALUE 'N'.
014700 77  RULE-FOUND-SW               PIC X(01) VALUE 'N'.
014800     88  RULE-FOUND                          VALUE 'Y'.
014900     88  RULE-NOT-FOUND                      VALUE 'N'.
015400     88  SYMBOL-OK                           VALUE 'Y'.
015500     88  SYMBOL-NOT-OK                       VALUE 'N'.
015600 77  CHECK-SYMBOL                PIC X(01).
015610 77  MCATALOG-EOF-SW             PIC X(01) VALUE 'N'.
015620     88  MCATALOG-EOF                        VALUE 'Y'.
015630     88  MCATALOG-NOT-EOF                    VALUE 'N'.
015640 77  MACHINE-SW                  PIC X(01) VALUE 'N'.
015650     88  MACHINE-ON-CATALOG                  VALUE 'Y'.
015660     88  MACHINE-NOT-ON-CATALOG              VALUE 'N'.
015670 77  CG-FOUND-SW                 PIC X(01) VALUE 'N'.
015680     88  CG-FOUND                            VALUE 'Y'.
015690     88  CG-NOT-FOUND                        VALUE 'N'.

015700 PROCEDURE DIVISION.
015800******************************************************************
016000*    PROGRAM ENTRY POINT.
016100******************************************************************
016200 0000-MAINLINE.
016220     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
016240     IF BUSDATE-NOT-FOUND
016260         GO TO 0000-EXIT
016280     END-IF
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016400     PERFORM 2000-PROCESS-CHANGE-CARDS THRU 2000-EXIT
016500     PERFORM 3000-WRITE-NEW-TABLE THRU 3000-EXIT
016550     PERFORM 4000-WRITE-SIGNER-LIST THRU 4000-EXIT
016600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016602 0000-EXIT.
016604     STOP RUN.

016606******************************************************************
016608*    0100-LOAD-BUSINESS-DATE
016610*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
016612*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
016614*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
016616*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
016618*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
016620*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
016622*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
016624******************************************************************
016626 0100-LOAD-BUSINESS-DATE.
016628     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
016630     OPEN INPUT BUSDATE
016632     IF BUSDATE-STATUS NOT = '00'
016634         GO TO 0100-REFUSE
016636     END-IF
016638     READ BUSDATE
016640         AT END
016642             CONTINUE
016644     END-READ
016646     IF BUSDATE-STATUS = '00'
016648         AND BD-CONTROL-RECORD
016650         AND BD-CURRENT-DATE IS NUMERIC
016652         AND BD-PRIOR-DATE IS NUMERIC
016654         AND BD-CURRENT-DATE > BD-PRIOR-DATE
016656         MOVE BD-CURRENT-DATE TO RUN-DATE
016658         SET BUSDATE-FOUND TO TRUE
016660     END-IF
016662     CLOSE BUSDATE
016664     IF BUSDATE-FOUND
016666         GO TO 0100-EXIT
016668     END-IF.
016670 0100-REFUSE.
016672     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
016674         'STEP STOPPED'
016676     MOVE 8 TO RETURN-CODE.
016678 0100-EXIT.
016680     EXIT.

016800******************************************************************
016900*    1000-INITIALIZE
017200*    IS SAVED WHOLE FOR THE NEW GENERATION AND LOADED INTO THE
017300*    ALPHABET TABLE FOR CARD EDITING; A MASTER WITHOUT ONE EDITS
017400*    AGAINST THE CLASSIC BINARY SET.
017420*    THE MACHINE ON THE TRANPARM CARD IS LOOKED UP ON MCATALOG
017440*    FOR ITS OWNING AREA, AND THE SIGNER FILE IS LOADED.
017500******************************************************************
017600 1000-INITIALIZE.
017700     OPEN INPUT TRANMAST
017800     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
017900     CLOSE TRANMAST
017920     PERFORM 1300-IDENTIFY-MACHINE THRU 1300-EXIT
017940     PERFORM 1200-LOAD-SIGNERS THRU 1200-EXIT
018000     OPEN INPUT CHGCARDS
018100     OPEN OUTPUT TRANNEW
018200     OPEN OUTPUT CHGLIST
018300     OPEN OUTPUT CHGERRS
018310     OPEN OUTPUT CHGSIGN
018320     OPEN EXTEND EXCPFILE
018340     MOVE SPACES TO EXCEPTION-RECORD
018360     MOVE ZERO TO XC-UNIT-NUM
018400     PERFORM 1900-WRITE-LIST-HEADER THRU 1900-EXIT.
018500 1000-EXIT.
018600     EXIT.
020702     IF TV-VERSION-RECORD
020704         GO TO 1120-READ-NEXT
020706     END-IF
020716     IF TF-FINAL-RECORD
020726         PERFORM 1150-STORE-FINAL-STATE THRU 1150-EXIT
020736         GO TO 1120-READ-NEXT
020746     END-IF
020756     IF TN-TAPES-RECORD
020766         PERFORM 1160-STORE-TAPE-COUNT THRU 1160-EXIT
020776         GO TO 1120-READ-NEXT
020786     END-IF
020800     ADD 1 TO TRANSITION-COUNT
020900     SET TT-IDX TO TRANSITION-COUNT
020950     MOVE SPACES           TO TT-KEY(TT-IDX)
021000     MOVE TR-CURRENT-STATE TO TT-KEY(TT-IDX)(1:8)
021100     MOVE TR-READ-SYMBOL   TO TT-KEY(TT-IDX)(9:1)
021200     MOVE TR-NEXT-STATE    TO TT-NEXT-STATE(TT-IDX)
021300     MOVE TR-WRITE-SYMBOL  TO TT-WRITE-SYMBOL(TT-IDX)
021320     MOVE TR-DIRECTION     TO TT-DIRECTION(TT-IDX)
021340     PERFORM 1125-STORE-EXTRA-TAPE THRU 1125-EXIT
021360         VARYING XT-SUB FROM 1 BY 1
021380         UNTIL XT-SUB >= TABLE-TAPE-COUNT.
021500 1120-READ-NEXT.
021600     PERFORM 1110-READ-MASTER THRU 1110-EXIT.
021700 1120-EXIT.
021800     EXIT.

021805******************************************************************
021810*    1125-STORE-EXTRA-TAPE
021815*    A MULTI-TAPE RULE ALSO CARRIES THE SYMBOL READ (KEY POSITION
021820*    10 FOR TAPE 2, 11 FOR TAPE 3), THE SYMBOL WRITTEN AND THE
021825*    HEAD MOVE FOR EACH FURTHER TAPE.
021830******************************************************************
021835 1125-STORE-EXTRA-TAPE.
021840     MOVE TX-READ-SYMBOL(XT-SUB)
021845         TO TT-KEY(TT-IDX)(9 + XT-SUB:1)
021850     MOVE TX-WRITE-SYMBOL(XT-SUB)
021855         TO TT-X-WRITE-SYMBOL(TT-IDX, XT-SUB)
021860     MOVE TX-DIRECTION(XT-SUB)
021865         TO TT-X-DIRECTION(TT-IDX, XT-SUB).
021870 1125-EXIT.
021875     EXIT.

021900******************************************************************
022000*    1130-STORE-ALPHABET
022100*    SAME CONVENTION AS TuringMachine'S 1130-STORE-ALPHABET, PLUS
024900 1140-EXIT.
025000     EXIT.

025002******************************************************************
025004*    1150-STORE-FINAL-STATE
025006*    KEEPS ONE *ACCEPT OR *REJECT HEADER'S STATE AND VERDICT -
025008*    SAME RULES AS THE RUN PROGRAMS: FIRST DECLARATION WINS,
025010*    DECLARATIONS PAST FINAL-STATE-MAX ARE IGNORED (AND SO ARE
025012*    NOT CARRIED INTO THE NEW GENERATION).
025014******************************************************************
025016 1150-STORE-FINAL-STATE.
025018     MOVE TF-STATE TO FINAL-CHECK-STATE
025020     PERFORM 2117-CHECK-FINAL-STATE THRU 2117-EXIT
025022     IF FINAL-HIT
025024         OR FINAL-STATE-COUNT >= FINAL-STATE-MAX
025026         GO TO 1150-EXIT
025028     END-IF
025030     ADD 1 TO FINAL-STATE-COUNT
025032     SET FS-IDX TO FINAL-STATE-COUNT
025034     MOVE TF-STATE TO FS-STATE(FS-IDX)
025036     IF TF-ACCEPT-RECORD
025038         MOVE 'ACCEPT' TO FS-VERDICT(FS-IDX)
025040     ELSE
025042         MOVE 'REJECT' TO FS-VERDICT(FS-IDX)
025044     END-IF.
025046 1150-EXIT.
025048     EXIT.

025050******************************************************************
025052*    1160-STORE-TAPE-COUNT
025054*    THE MASTER'S *TAPES HEADER IS SAVED WHOLE FOR THE NEW
025056*    GENERATION. A COUNT OUTSIDE 1 TO TABLE-TAPE-MAX LEAVES THE
025058*    CARDS EDITED AS ONE-TAPE CARDS - TuringMachine AND TMPROMOTE
025060*    REJECT SUCH A TABLE ON THEIR OWN.
025062******************************************************************
025064 1160-STORE-TAPE-COUNT.
025066     SET TAPES-HEADER-PRESENT TO TRUE
025068     MOVE TRAN-TAPES-RECORD TO TAPES-HEADER-SAVE
025070     IF TN-TAPE-COUNT IS NUMERIC
025072         AND TN-TAPE-COUNT > ZERO
025074         AND TN-TAPE-COUNT NOT > TABLE-TAPE-MAX
025076         MOVE TN-TAPE-COUNT TO TABLE-TAPE-COUNT
025078     END-IF.
025080 1160-EXIT.
025082     EXIT.

025084******************************************************************
025086*    1200-LOAD-SIGNERS
025088*    LOADS THE AUTHORIZED-SIGNER FILE (SEE TMSIGNRC, TMSIGNTB).
025090*    WITHOUT IT NO SIGNATURE CAN BE PROVED, SO EVERY ONE IS
025092*    REFUSED AS NOT ON FILE - THE STEP NEVER FALLS BACK TO
025094*    TAKING A CARD'S USER ID ON TRUST. A SIGNER WITH NO VALID
025096*    EXPIRY DATE IS LOADED AS ALREADY EXPIRED.
025098******************************************************************
025100 1200-LOAD-SIGNERS.
025102     MOVE ZERO TO SIGNER-COUNT
025104     OPEN INPUT SIGNERS
025106     IF SIGNERS-STATUS NOT = '00'
025108         DISPLAY 'SIGNERS FILE NOT AVAILABLE - EVERY SIGNATURE'
025110             ' WILL BE REFUSED'
025112         GO TO 1200-EXIT
025114     END-IF
025116     PERFORM 1210-READ-SIGNER THRU 1210-EXIT
025118     PERFORM 1220-STORE-SIGNER THRU 1220-EXIT
025120         UNTIL SIGNERS-EOF
025122     CLOSE SIGNERS.
025124 1200-EXIT.
025126     EXIT.

025128 1210-READ-SIGNER.
025130     READ SIGNERS
025132         AT END
025134             SET SIGNERS-EOF TO TRUE
025136     END-READ.
025138 1210-EXIT.
025140     EXIT.

025142 1220-STORE-SIGNER.
025144     IF SG-USER-ID = SPACES
025146         GO TO 1220-READ-NEXT
025148     END-IF
025150     IF SIGNER-COUNT >= SIGNER-MAX
025152         DISPLAY 'SIGNER ' SG-USER-ID
025154             ' PAST SIGNER-MAX - NOT LOADED'
025156         GO TO 1220-READ-NEXT
025158     END-IF
025160     ADD 1 TO SIGNER-COUNT
025162     SET SN-IDX TO SIGNER-COUNT
025164     MOVE SG-USER-ID      TO SN-USER-ID(SN-IDX)
025166     MOVE SG-AREA-LIST    TO SN-AREA-LIST(SN-IDX)
025168     MOVE SG-AUTH-EDIT    TO SN-AUTH-EDIT(SN-IDX)
025170     MOVE SG-AUTH-CATALOG TO SN-AUTH-CATALOG(SN-IDX)
025172     MOVE SG-AUTH-PROMOTE TO SN-AUTH-PROMOTE(SN-IDX)
025174     IF SG-EXPIRY-DATE IS NUMERIC
025176         MOVE SG-EXPIRY-DATE TO SN-EXPIRY-DATE(SN-IDX)
025178     ELSE
025180         MOVE ZERO TO SN-EXPIRY-DATE(SN-IDX)
025182     END-IF.
025184 1220-READ-NEXT.
025186     PERFORM 1210-READ-SIGNER THRU 1210-EXIT.
025188 1220-EXIT.
025190     EXIT.

025192******************************************************************
025194*    1300-IDENTIFY-MACHINE
025196*    THE TRANPARM CARD (MACHINE NAME, COLS 1-8) SAYS WHICH
025198*    MACHINE'S TABLE THE DECK CHANGES; MCATALOG GIVES ITS OWNING
025200*    AREA (MC-OWNER), THE AREA EVERY SIGNER MUST ACT FOR. NO
025202*    CARD, OR A NAME NOT ON THE CATALOG, LEAVES THE MACHINE
025204*    UNIDENTIFIED AND EVERY CARD IS REJECTED.
025206******************************************************************
025208 1300-IDENTIFY-MACHINE.
025210     OPEN INPUT TRANPARM
025212     IF TRANPARM-STATUS = '00'
025214         READ TRANPARM
025216             AT END
025218                 CONTINUE
025220         END-READ
025222         IF TRANPARM-STATUS = '00'
025224             MOVE TP-MACHINE-NAME TO TRAN-MACHINE-NAME
025226         END-IF
025228         CLOSE TRANPARM
025230     END-IF
025232     IF TRAN-MACHINE-NAME = SPACES
025234         DISPLAY 'NO MACHINE NAME ON TRANPARM - EVERY CARD WILL'
025236             ' BE REJECTED'
025238         GO TO 1300-EXIT
025240     END-IF
025242     OPEN INPUT MCATALOG
025244     IF MCATALOG-STATUS NOT = '00'
025246         DISPLAY 'MCATALOG NOT AVAILABLE - EVERY CARD WILL BE'
025248             ' REJECTED'
025250         GO TO 1300-EXIT
025252     END-IF
025254     PERFORM 1310-READ-CATALOG THRU 1310-EXIT
025256     PERFORM 1320-CHECK-CATALOG-ENTRY THRU 1320-EXIT
025258         UNTIL MCATALOG-EOF
025260             OR MACHINE-ON-CATALOG
025262     CLOSE MCATALOG
025264     IF MACHINE-NOT-ON-CATALOG
025266         DISPLAY 'MACHINE ' TRAN-MACHINE-NAME ' NOT ON MCATALOG -'
025268             ' EVERY CARD WILL BE REJECTED'
025270     END-IF.
025272 1300-EXIT.
025274     EXIT.

025276 1310-READ-CATALOG.
025278     READ MCATALOG
025280         AT END
025282             SET MCATALOG-EOF TO TRUE
025284     END-READ.
025286 1310-EXIT.
025288     EXIT.

025290 1320-CHECK-CATALOG-ENTRY.
025292     IF MC-MACHINE-NAME = TRAN-MACHINE-NAME
025294         SET MACHINE-ON-CATALOG TO TRUE
025296         MOVE MC-OWNER TO MACHINE-OWNER
025298     ELSE
025300         PERFORM 1310-READ-CATALOG THRU 1310-EXIT
025302     END-IF.
025304 1320-EXIT.
025306     EXIT.

025610 1900-WRITE-LIST-HEADER.
025620     MOVE SPACES TO CHGLIST-LINE
025630     MOVE 'TRANSITION TABLE CHANGE LISTING' TO CHGLIST-LINE
025632     WRITE CHGLIST-LINE
025634     MOVE SPACES TO CHGLIST-LINE
025636     STRING 'MACHINE: ' TRAN-MACHINE-NAME '   OWNER: '
025638         MACHINE-OWNER DELIMITED BY SIZE INTO CHGLIST-LINE
025639     WRITE CHGLIST-LINE
025640     MOVE SPACES TO CHGLIST-LINE
025641     MOVE 'BUSINESS DATE: ' TO CHGLIST-LINE
025642     MOVE RUN-DATE TO CHGLIST-LINE(16:8)
025643     MOVE ' CLOCK DATE: ' TO CHGLIST-LINE(24:13)
025644     MOVE CLOCK-DATE TO CHGLIST-LINE(37:8)
025645     WRITE CHGLIST-LINE.
025650 1900-EXIT.
025660     EXIT.

025700******************************************************************
025800*    2000-PROCESS-CHANGE-CARDS
029100         PERFORM 2160-WRITE-ERROR THRU 2160-EXIT
029200     ELSE
029300         ADD 1 TO APPLIED-COUNT
029350         PERFORM 2175-REMEMBER-SIGNER THRU 2175-EXIT
029400         PERFORM 2170-REMEMBER-KEY THRU 2170-EXIT
029500     END-IF
029600     PERFORM 2010-READ-CHANGE-CARD THRU 2010-EXIT.
030100*    EDITS THE CARD BEFORE IT TOUCHES THE TABLE. THE FIRST
030200*    PROBLEM FOUND SETS THE REJECT CODE - ACTION, KEY FIELDS,
030300*    USER ID, DIRECTION FORMAT, SYMBOLS AGAINST THE MASTER'S
030350*    ALPHABET, A RULE FOR A DECLARED FINAL STATE, THE SIGNER'S
030400*    AUTHORITY, AND ONE-CHANGE-PER-KEY-PER-RUN ARE ALL CHECKED.
030500******************************************************************
030600 2110-VALIDATE-CARD.
030700     MOVE SPACES TO REJECT-CODE
030800     MOVE SPACES TO REJECT-REASON
030850     MOVE SPACES           TO CHG-KEY
030900     MOVE CC-CURRENT-STATE TO CHG-KEY(1:8)
030920     MOVE CC-READ-SYMBOL   TO CHG-KEY(9:1)
030940     PERFORM 2111-KEY-EXTRA-SYMBOL THRU 2111-EXIT
030960         VARYING XT-SUB FROM 1 BY 1
030980         UNTIL XT-SUB >= TABLE-TAPE-COUNT
031100     IF CC-ACTION NOT = 'ADD     ' AND 'REPLACE ' AND 'DELETE  '
031200         MOVE '10' TO REJECT-CODE
031300         MOVE 'INVALID ACTION' TO REJECT-REASON
035500             MOVE 'BAD DIRECTION' TO REJECT-REASON
035600             GO TO 2110-EXIT
035700         END-IF
035710         MOVE CC-CURRENT-STATE TO FINAL-CHECK-STATE
035720         PERFORM 2117-CHECK-FINAL-STATE THRU 2117-EXIT
035730         IF FINAL-HIT
035740             MOVE '32' TO REJECT-CODE
035750             MOVE 'RULE LEAVES FINAL STATE' TO REJECT-REASON
035760             GO TO 2110-EXIT
035770         END-IF
035780     END-IF
035790     PERFORM 2112-CHECK-EXTRA-TAPE THRU 2112-EXIT
035800         VARYING XT-SUB FROM 1 BY 1
035810         UNTIL XT-SUB >= TABLE-TAPE-COUNT
035820             OR REJECT-CODE NOT = SPACES
035830     IF REJECT-CODE NOT = SPACES
035840         GO TO 2110-EXIT
035850     END-IF
035860     PERFORM 2118-CHECK-CARD-SIGNER THRU 2118-EXIT
035870     IF REJECT-CODE NOT = SPACES
035880         GO TO 2110-EXIT
035890     END-IF
035900     PERFORM 2120-CHECK-DUPLICATE THRU 2120-EXIT
036000     IF CK-FOUND
036100         MOVE '24' TO REJECT-CODE
036400 2110-EXIT.
036500     EXIT.

036502 2111-KEY-EXTRA-SYMBOL.
036504     MOVE CC-X-READ-SYMBOL(XT-SUB) TO CHG-KEY(9 + XT-SUB:1).
036506 2111-EXIT.
036508     EXIT.

036510******************************************************************
036512*    2112-CHECK-EXTRA-TAPE
036514*    EDITS ONE EXTRA TAPE'S FIELDS ON A MULTI-TAPE TABLE'S CARD
036516*    WITH THE SAME CODES AS TAPE 1 - THE READ SYMBOL ON EVERY
036518*    CARD, THE WRITE SYMBOL AND DIRECTION ON AN ADD OR REPLACE.
036520******************************************************************
036522 2112-CHECK-EXTRA-TAPE.
036524     IF CC-X-READ-SYMBOL(XT-SUB) = SPACE
036526         MOVE '14' TO REJECT-CODE
036528         MOVE 'BLANK READ SYMBOL' TO REJECT-REASON
036530         GO TO 2112-EXIT
036532     END-IF
036534     MOVE CC-X-READ-SYMBOL(XT-SUB) TO CHECK-SYMBOL
036536     PERFORM 2115-CHECK-ALPHABET THRU 2115-EXIT
036538     IF SYMBOL-NOT-OK
036540         MOVE '16' TO REJECT-CODE
036542         MOVE 'SYMBOL NOT IN ALPHABET' TO REJECT-REASON
036544         GO TO 2112-EXIT
036546     END-IF
036548     IF CC-ACTION = 'DELETE  '
036550         GO TO 2112-EXIT
036552     END-IF
036554     MOVE CC-X-WRITE-SYMBOL(XT-SUB) TO CHECK-SYMBOL
036556     PERFORM 2115-CHECK-ALPHABET THRU 2115-EXIT
036558     IF SYMBOL-NOT-OK
036560         MOVE '16' TO REJECT-CODE
036562         MOVE 'SYMBOL NOT IN ALPHABET' TO REJECT-REASON
036564         GO TO 2112-EXIT
036566     END-IF
036568     IF CC-X-DIRECTION-X(XT-SUB)(1:2) NOT NUMERIC
036570         OR (CC-X-DIRECTION-X(XT-SUB)(3:1) NOT = '+'
036572             AND CC-X-DIRECTION-X(XT-SUB)(3:1) NOT = '-')
036574         MOVE '20' TO REJECT-CODE
036576         MOVE 'BAD DIRECTION' TO REJECT-REASON
036578     END-IF.
036580 2112-EXIT.
036582     EXIT.

036600 2115-CHECK-ALPHABET.
036700     SET SYMBOL-NOT-OK TO TRUE
036800     SET AB-IDX TO 1
037500 2115-EXIT.
037600     EXIT.

037602******************************************************************
037604*    2117-CHECK-FINAL-STATE
037606*    LOOKS UP FINAL-CHECK-STATE AMONG THE MASTER'S DECLARED
037608*    FINAL STATES. A HIT SETS FINAL-HIT AND MOVES THE STATE'S
037610*    VERDICT TO VERDICT.
037612******************************************************************
037614 2117-CHECK-FINAL-STATE.
037616     SET FINAL-NO-HIT TO TRUE
037618     IF FINAL-STATE-COUNT > ZERO
037620         SET FS-IDX TO 1
037622         SEARCH FINAL-STATE-ENTRY
037624             AT END
037626                 CONTINUE
037628             WHEN FS-STATE(FS-IDX) = FINAL-CHECK-STATE
037630                 SET FINAL-HIT TO TRUE
037632                 MOVE FS-VERDICT(FS-IDX) TO VERDICT
037634         END-SEARCH
037636     END-IF.
037638 2117-EXIT.
037640     EXIT.

037642******************************************************************
037644*    2118-CHECK-CARD-SIGNER
037646*    THE CARD'S SIGNER MUST BE ON FILE, IN DATE, ALLOWED TO EDIT
037648*    TRANSITION TABLES, AND ACT FOR THE OWNING AREA OF THE
037650*    MACHINE ON THE TRANPARM CARD. WITHOUT AN IDENTIFIED MACHINE
037652*    THERE IS NO AREA TO PROVE AGAINST AND THE CARD IS REJECTED.
037654******************************************************************
037656 2118-CHECK-CARD-SIGNER.
037658     IF MACHINE-NOT-ON-CATALOG
037660         MOVE '42' TO REJECT-CODE
037662         MOVE 'MACHINE NOT IN CATALOG' TO REJECT-REASON
037664         GO TO 2118-EXIT
037666     END-IF
037668     MOVE CC-USER-ID    TO SIGNER-CHECK-USER
037670     MOVE MACHINE-OWNER TO SIGNER-CHECK-AREA
037672     SET SIGNER-FOR-EDIT TO TRUE
037674     PERFORM 8800-CHECK-SIGNER THRU 8800-EXIT
037676     IF NOT SIGNER-AUTHORIZED
037678         MOVE SIGNER-RESULT TO REJECT-CODE
037680         MOVE SIGNER-REASON TO REJECT-REASON
037682     END-IF.
037684 2118-EXIT.
037686     EXIT.

037700 2120-CHECK-DUPLICATE.
037800     SET CK-NOT-FOUND TO TRUE
037900     IF CHANGED-KEY-COUNT > ZERO
040900     MOVE CHG-KEY          TO TT-KEY(TT-IDX)
041000     MOVE CC-NEXT-STATE    TO TT-NEXT-STATE(TT-IDX)
041100     MOVE CC-WRITE-SYMBOL  TO TT-WRITE-SYMBOL(TT-IDX)
041120     MOVE CC-DIRECTION     TO TT-DIRECTION(TT-IDX)
041140     SET RULE-POS TO TT-IDX
041160     PERFORM 2135-STORE-EXTRA-ACTION THRU 2135-EXIT
041180         VARYING XT-SUB FROM 1 BY 1
041200         UNTIL XT-SUB >= TABLE-TAPE-COUNT
041300     PERFORM 2180-WRITE-ACTION-LINE THRU 2180-EXIT
041400     MOVE 'AFTER:  ' TO LR-TAG
041500     PERFORM 2185-WRITE-CARD-RULE THRU 2185-EXIT.
041600 2130-EXIT.
041700     EXIT.

041710 2135-STORE-EXTRA-ACTION.
041720     MOVE CC-X-WRITE-SYMBOL(XT-SUB)
041730         TO TT-X-WRITE-SYMBOL(RULE-POS, XT-SUB)
041740     MOVE CC-X-DIRECTION(XT-SUB)
041750         TO TT-X-DIRECTION(RULE-POS, XT-SUB).
041760 2135-EXIT.
041770     EXIT.

041800******************************************************************
041900*    2140-APPLY-REPLACE
042000*    AN EDIT TO AN EXISTING RULE. LISTED BEFORE AND AFTER SO THE
043200     PERFORM 2190-WRITE-TABLE-RULE THRU 2190-EXIT
043300     MOVE CC-NEXT-STATE    TO TT-NEXT-STATE(RULE-POS)
043400     MOVE CC-WRITE-SYMBOL  TO TT-WRITE-SYMBOL(RULE-POS)
043420     MOVE CC-DIRECTION     TO TT-DIRECTION(RULE-POS)
043440     PERFORM 2135-STORE-EXTRA-ACTION THRU 2135-EXIT
043460         VARYING XT-SUB FROM 1 BY 1
043480         UNTIL XT-SUB >= TABLE-TAPE-COUNT
043600     MOVE 'AFTER:  ' TO LR-TAG
043700     PERFORM 2190-WRITE-TABLE-RULE THRU 2190-EXIT.
043800 2140-EXIT.
048600     MOVE REJECT-REASON TO ER-REASON
048700     MOVE SPACE         TO ER-SEP2
048800     MOVE CHANGE-CARD   TO ER-CARD
048820     WRITE ERR-RECORD
048840     MOVE 'E'           TO XC-SEVERITY
048860     MOVE 'CHGERRS'     TO XC-CATEGORY
048880     MOVE CARD-COUNT    TO XC-UNIT-NUM
048900     STRING 'CHANGE CARD REJECTED - ' REJECT-CODE ' '
048920         REJECT-REASON DELIMITED BY SIZE INTO XC-MESSAGE
048940     PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT.
049000 2160-EXIT.
049100     EXIT.

049800 2170-EXIT.
049900     EXIT.

049902******************************************************************
049904*    2175-REMEMBER-SIGNER
049906*    ADDS THE SIGNER OF AN APPLIED CARD TO THE CHANGE-SIGNER
049908*    TABLE, OR COUNTS ONE MORE CARD FOR A SIGNER ALREADY THERE.
049910******************************************************************
049912 2175-REMEMBER-SIGNER.
049914     SET CG-NOT-FOUND TO TRUE
049916     IF CHANGE-SIGNER-COUNT > ZERO
049918         SET CG-IDX TO 1
049920         SEARCH CHANGE-SIGNER-ENTRY
049922             AT END
049924                 CONTINUE
049926             WHEN CG-USER-ID(CG-IDX) = CC-USER-ID
049928                 SET CG-FOUND TO TRUE
049930                 ADD 1 TO CG-CARD-COUNT(CG-IDX)
049932         END-SEARCH
049934     END-IF
049936     IF CG-NOT-FOUND
049938         AND CHANGE-SIGNER-COUNT < SIGNER-MAX
049940         ADD 1 TO CHANGE-SIGNER-COUNT
049942         SET CG-IDX TO CHANGE-SIGNER-COUNT
049944         MOVE CC-USER-ID TO CG-USER-ID(CG-IDX)
049946         MOVE 1 TO CG-CARD-COUNT(CG-IDX)
049948     END-IF.
049950 2175-EXIT.
049952     EXIT.

050000 2180-WRITE-ACTION-LINE.
050100     MOVE SPACES TO CHGLIST-LINE
050200     WRITE CHGLIST-LINE
052500     MOVE SPACE            TO LR-SEP2
052600     MOVE CC-WRITE-SYMBOL  TO LR-WRITE
052700     MOVE SPACE            TO LR-SEP3
052720     MOVE CC-DIRECTION     TO LR-DIR
052740     MOVE SPACES TO LR-EXTRA-TAPE(1) LR-EXTRA-TAPE(2)
052760     PERFORM 2186-MOVE-CARD-EXTRA THRU 2186-EXIT
052780         VARYING XT-SUB FROM 1 BY 1
052800         UNTIL XT-SUB >= TABLE-TAPE-COUNT
052900     WRITE LST-RULE-LINE.
053000 2185-EXIT.
053100     EXIT.

053110 2186-MOVE-CARD-EXTRA.
053120     MOVE SPACES                     TO LR-X-SEP1(XT-SUB)
053130     MOVE CC-X-READ-SYMBOL(XT-SUB)   TO LR-X-SYMBOL(XT-SUB)
053140     MOVE ' -> '                     TO LR-X-ARROW(XT-SUB)
053150     MOVE CC-X-WRITE-SYMBOL(XT-SUB)  TO LR-X-WRITE(XT-SUB)
053160     MOVE SPACE                      TO LR-X-SEP2(XT-SUB)
053170     MOVE CC-X-DIRECTION(XT-SUB)     TO LR-X-DIR(XT-SUB).
053180 2186-EXIT.
053190     EXIT.

053200******************************************************************
053300*    2190-WRITE-TABLE-RULE
053400*    LISTS THE RULE AT RULE-POS AS IT STANDS ON THE IN-STORAGE
054500     MOVE SPACE                       TO LR-SEP2
054600     MOVE TT-WRITE-SYMBOL(RULE-POS)   TO LR-WRITE
054700     MOVE SPACE                       TO LR-SEP3
054720     MOVE TT-DIRECTION(RULE-POS)      TO LR-DIR
054740     MOVE SPACES TO LR-EXTRA-TAPE(1) LR-EXTRA-TAPE(2)
054760     PERFORM 2191-MOVE-TABLE-EXTRA THRU 2191-EXIT
054780         VARYING XT-SUB FROM 1 BY 1
054800         UNTIL XT-SUB >= TABLE-TAPE-COUNT
054900     WRITE LST-RULE-LINE.
055000 2190-EXIT.
055100     EXIT.

055105 2191-MOVE-TABLE-EXTRA.
055110     MOVE SPACES                     TO LR-X-SEP1(XT-SUB)
055115     MOVE TT-KEY(RULE-POS)(9 + XT-SUB:1)
055120                                     TO LR-X-SYMBOL(XT-SUB)
055125     MOVE ' -> '                     TO LR-X-ARROW(XT-SUB)
055130     MOVE TT-X-WRITE-SYMBOL(RULE-POS, XT-SUB)
055135                                     TO LR-X-WRITE(XT-SUB)
055140     MOVE SPACE                      TO LR-X-SEP2(XT-SUB)
055145     MOVE TT-X-DIRECTION(RULE-POS, XT-SUB)
055150                                     TO LR-X-DIR(XT-SUB).
055155 2191-EXIT.
055160     EXIT.

055200******************************************************************
055300*    3000-WRITE-NEW-TABLE
055400*    WRITES THE NEW GENERATION: THE MASTER'S *SYMBOLS HEADER
055450*    FIRST WHEN THERE WAS ONE, THEN ITS *TAPES HEADER, THEN ITS
055500*    *ACCEPT/*REJECT FINAL-STATE HEADERS, THEN EVERY SURVIVING
055600*    RULE IN MASTER ORDER WITH ADDS AT THE END.
055700******************************************************************
055800 3000-WRITE-NEW-TABLE.
055900     IF ALPHA-HEADER-PRESENT
056000         MOVE ALPHA-HEADER-SAVE TO TRAN-NEW-RECORD
056100         WRITE TRAN-NEW-RECORD
056120     END-IF
056140     IF TAPES-HEADER-PRESENT
056160         MOVE TAPES-HEADER-SAVE TO TRAN-NEW-RECORD
056180         WRITE TRAN-NEW-RECORD
056200     END-IF
056220     PERFORM 3020-WRITE-ONE-FINAL THRU 3020-EXIT
056240         VARYING FS-IDX FROM 1 BY 1
056260         UNTIL FS-IDX > FINAL-STATE-COUNT
056300     PERFORM 3010-WRITE-ONE-RULE THRU 3010-EXIT
056400         VARYING TT-IDX FROM 1 BY 1
056500         UNTIL TT-IDX > TRANSITION-COUNT.
057000     MOVE TT-KEY(TT-IDX)(9:1)     TO NR-READ-SYMBOL
057100     MOVE TT-NEXT-STATE(TT-IDX)   TO NR-NEXT-STATE
057200     MOVE TT-WRITE-SYMBOL(TT-IDX) TO NR-WRITE-SYMBOL
057220     MOVE TT-DIRECTION(TT-IDX)    TO NR-DIRECTION
057240     MOVE SPACES TO NR-EXTRA-TAPE(1) NR-EXTRA-TAPE(2)
057260     PERFORM 3015-MOVE-EXTRA-TAPE THRU 3015-EXIT
057280         VARYING XT-SUB FROM 1 BY 1
057300         UNTIL XT-SUB >= TABLE-TAPE-COUNT
057400     WRITE TRAN-NEW-RECORD FROM NEW-RULE-RECORD.
057500 3010-EXIT.
057600     EXIT.

057605 3020-WRITE-ONE-FINAL.
057610     MOVE SPACES TO NEW-FINAL-RECORD
057615     IF FS-VERDICT(FS-IDX) = 'ACCEPT'
057620         MOVE '*ACCEPT ' TO NF-RECORD-TYPE
057625     ELSE
057630         MOVE '*REJECT ' TO NF-RECORD-TYPE
057635     END-IF
057640     MOVE FS-STATE(FS-IDX) TO NF-STATE
057645     WRITE TRAN-NEW-RECORD FROM NEW-FINAL-RECORD.
057650 3020-EXIT.
057655     EXIT.

057657 3015-MOVE-EXTRA-TAPE.
057659     MOVE TT-KEY(TT-IDX)(9 + XT-SUB:1)
057661         TO NR-X-READ-SYMBOL(XT-SUB)
057663     MOVE TT-X-WRITE-SYMBOL(TT-IDX, XT-SUB)
057665         TO NR-X-WRITE-SYMBOL(XT-SUB)
057667     MOVE TT-X-DIRECTION(TT-IDX, XT-SUB)
057669         TO NR-X-DIRECTION(XT-SUB).
057671 3015-EXIT.
057673     EXIT.

057675******************************************************************
057677*    4000-WRITE-SIGNER-LIST
057679*    ONE CHGSIGN RECORD PER USER ID WHOSE CARDS WENT INTO THIS
057681*    GENERATION (SEE TMCSIGRC). TMPROMOTE READS IT BACK AND WILL
057683*    NOT LET ANY OF THEM PROMOTE THE GENERATION THEY MADE.
057685******************************************************************
057687 4000-WRITE-SIGNER-LIST.
057689     PERFORM 4010-WRITE-ONE-SIGNER THRU 4010-EXIT
057691         VARYING CG-IDX FROM 1 BY 1
057693         UNTIL CG-IDX > CHANGE-SIGNER-COUNT.
057695 4000-EXIT.
057697     EXIT.

057699 4010-WRITE-ONE-SIGNER.
057701     MOVE TRAN-MACHINE-NAME     TO CS-MACHINE-NAME
057703     MOVE SPACE                 TO CS-SEP1
057705     MOVE CG-USER-ID(CG-IDX)    TO CS-USER-ID
057707     MOVE SPACE                 TO CS-SEP2
057709     MOVE CG-CARD-COUNT(CG-IDX) TO CS-CARD-COUNT
057711     WRITE CHANGE-SIGNER-RECORD.
057713 4010-EXIT.
057715     EXIT.

057717******************************************************************
057719*    8800-CHECK-SIGNER
057721*    PROVES ONE SIGNATURE AGAINST THE SIGNER TABLE. THE CALLER
057723*    SETS SIGNER-CHECK-USER, SIGNER-CHECK-AREA AND THE FUNCTION;
057725*    THE FIRST FAILURE FOUND IS LEFT IN SIGNER-RESULT (THE REASON
057727*    CODE) AND SIGNER-REASON - NOT ON FILE, EXPIRED (THE EXPIRY
057729*    DATE IS THE LAST GOOD DAY), NO AUTHORITY FOR THE FUNCTION,
057731*    THEN NOT IN THE OWNING AREA. A MACHINE WITH NO OWNER ON THE
057733*    CATALOG MATCHES NO SIGNER'S AREA.
057735******************************************************************
057737 8800-CHECK-SIGNER.
057739     SET SIGNER-UNKNOWN TO TRUE
057741     MOVE 'SIGNER NOT ON FILE' TO SIGNER-REASON
057743     IF SIGNER-COUNT = ZERO
057745         GO TO 8800-EXIT
057747     END-IF
057749     SET SN-IDX TO 1
057751     SEARCH SIGNER-ENTRY
057753         AT END
057755             GO TO 8800-EXIT
057757         WHEN SN-USER-ID(SN-IDX) = SIGNER-CHECK-USER
057759             CONTINUE
057761     END-SEARCH
057763     IF SN-EXPIRY-DATE(SN-IDX) < RUN-DATE
057765         SET SIGNER-EXPIRED TO TRUE
057767         MOVE 'SIGNER EXPIRED' TO SIGNER-REASON
057769         GO TO 8800-EXIT
057771     END-IF
057773     SET SIGNER-NOT-PERMITTED TO TRUE
057775     MOVE 'SIGNER NOT AUTHORIZED' TO SIGNER-REASON
057777     IF SIGNER-FOR-EDIT AND SN-AUTH-EDIT(SN-IDX) NOT = 'Y'
057779         GO TO 8800-EXIT
057781     END-IF
057783     IF SIGNER-FOR-CATALOG AND SN-AUTH-CATALOG(SN-IDX) NOT = 'Y'
057785         GO TO 8800-EXIT
057787     END-IF
057789     IF SIGNER-FOR-PROMOTE AND SN-AUTH-PROMOTE(SN-IDX) NOT = 'Y'
057791         GO TO 8800-EXIT
057793     END-IF
057795     SET SIGNER-AREA-NOT-FOUND TO TRUE
057797     PERFORM 8810-CHECK-ONE-AREA THRU 8810-EXIT
057799         VARYING SIGNER-AREA-SUB FROM 1 BY 1
057801         UNTIL SIGNER-AREA-SUB > 4
057803             OR SIGNER-AREA-FOUND
057805     IF SIGNER-AREA-NOT-FOUND
057807         SET SIGNER-NOT-IN-AREA TO TRUE
057809         MOVE 'SIGNER NOT IN OWNER AREA' TO SIGNER-REASON
057811         GO TO 8800-EXIT
057813     END-IF
057815     SET SIGNER-AUTHORIZED TO TRUE
057817     MOVE SPACES TO SIGNER-REASON.
057819 8800-EXIT.
057821     EXIT.

057823 8810-CHECK-ONE-AREA.
057825     IF SIGNER-CHECK-AREA NOT = SPACES
057827         AND SN-AREA(SN-IDX, SIGNER-AREA-SUB) = SIGNER-CHECK-AREA
057829         SET SIGNER-AREA-FOUND TO TRUE
057831     END-IF.
057833 8810-EXIT.
057835     EXIT.

058000******************************************************************
058020*    8900-WRITE-EXCEPTION
058040*    APPENDS ONE RECORD TO THE SHARED EXCEPTION FILE. THE CALLER
058060*    FILLS SEVERITY, CATEGORY, IDENTITY AND MESSAGE; THE RECORD
058080*    IS CLEARED AGAIN FOR THE NEXT ONE.
058100******************************************************************
058120 8900-WRITE-EXCEPTION.
058140     MOVE RUN-DATE      TO XC-RUN-DATE
058160     MOVE 'TMTRANMT'    TO XC-PROGRAM
058170     MOVE TRAN-MACHINE-NAME TO XC-MACHINE
058180     WRITE EXCEPTION-RECORD
058200     MOVE SPACES TO EXCEPTION-RECORD
058220     MOVE ZERO TO XC-UNIT-NUM.
058240 8900-EXIT.
058260     EXIT.

058280******************************************************************
058300*    9000-TERMINATE
058320*    END-OF-RUN HOUSEKEEPING. ANY REJECTED CARD ENDS THE STEP
058340*    WITH RETURN-CODE 4 - THE NEW GENERATION IS STILL WRITTEN
058360*    WITH THE CARDS THAT DID APPLY, BUT THE REJECTS ON CHGERRS
058380*    NEED A LOOK BEFORE THE TABLE IS PROMOTED.
058400******************************************************************
058420 9000-TERMINATE.
058440     CLOSE CHGCARDS
058460     CLOSE TRANNEW
058480     CLOSE CHGLIST
058500     CLOSE CHGERRS
058510     CLOSE CHGSIGN
058520     CLOSE EXCPFILE
058540     IF REJECT-COUNT > ZERO
058560         MOVE 4 TO RETURN-CODE
058580         DISPLAY 'CHANGE CARD(S) REJECTED - ' REJECT-COUNT
058600             ' CARD(S). SEE CHGERRS.'
058620     END-IF
058640     DISPLAY 'Cards read: ' CARD-COUNT
058660         '  Applied: ' APPLIED-COUNT
058680         '  Rejected: ' REJECT-COUNT.
058700 9000-EXIT.
058720     EXIT.

058740 END PROGRAM TMTRANMT.
