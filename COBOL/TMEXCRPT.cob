000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TMEXCRPT.
000300 AUTHOR.        R-HALVERSEN.
000400 INSTALLATION.  OPERATIONS-SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. MORNING EXCEPTION REPORT.
001100*                  EVERY PROGRAM THAT PUTS A FAILURE OR A
001200*                  FINDING ON ITS OWN LISTING (VALIDRPT, ABENDRPT,
001300*                  TAPEREJ, REGRRPT, RECONRPT, EDITRPT, DEFERRED,
001400*                  CHGERRS, CATERRS, XREFRPT) ALSO APPENDS A
001500*                  STANDARD RECORD TO THE SHARED EXCPFILE (SEE
001600*                  TMEXCPRC). THE MORNING SHIFT NO LONGER HAS TO
001700*                  OPEN TEN LISTINGS TO FIND OUT WHAT WENT WRONG.
001800*                  THIS PROGRAM LISTS THE NIGHT'S EXCEPTIONS BY
001900*                  SEVERITY, THEN GROUPS THEM BY OWNING AREA
002000*                  (MCATALOG MC-OWNER) AND MACHINE, SHOWING EACH
002100*                  MACHINE/CATEGORY'S COUNT BESIDE THE PRIOR
002200*                  NIGHT'S AND HOW MANY NIGHTS RUNNING IT HAS
002300*                  APPEARED, SO REPEAT OFFENDERS STAND OUT. THE
002400*                  COUNTS ARE CARRIED FORWARD ON EXCCARRY, WHICH
002500*                  THE STEP READS AS EXCPRIOR AND REWRITES. THE
002600*                  SECTIONS ARE PROVED AGAINST THE EXCEPTION FILE
002700*                  THE SAME WAY TMCHARGE PROVES ITS STATEMENT.
002710* 2026-10-15  RH   THE RUN DATE IS NOW THE BUSINESS DATE OFF THE
002720*                  BUSDATE CONTROL RECORD (TMBDATRC) IN PLACE OF
002730*                  THE SYSTEM DATE - NO VALID CONTROL RECORD STOPS
002740*                  THE STEP RC=8. THE HEADING SHOWS THE BUSINESS
002750*                  DATE AND THE CLOCK DATE.
002755* 2026-10-15  RH   SEVERITY IS NOW PART OF THE MACHINE/CATEGORY
002760*                  KEY. A KEY WITH MIXED SEVERITIES IN ONE NIGHT
002765*                  WAS CARRIED FORWARD WHOLE UNDER ITS WORST
002770*                  SEVERITY, SO THE NEXT MORNING'S PRIOR-NIGHT
002775*                  COUNTS BY SEVERITY DID NOT MATCH THAT NIGHT.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT EXCPFILE ASSIGN TO "EXCPFILE"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS EXCPFILE-STATUS.

003500     SELECT MCATALOG ASSIGN TO "MCATALOG"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS MCATALOG-STATUS.

003800     SELECT EXCPARM ASSIGN TO "EXCPARM"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS EXCPARM-STATUS.

004100     SELECT EXCPRIOR ASSIGN TO "EXCPRIOR"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS EXCPRIOR-STATUS.

004400     SELECT EXCCARRY ASSIGN TO "EXCCARRY"
004500         ORGANIZATION IS LINE SEQUENTIAL.

004600     SELECT EXCRPT ASSIGN TO "EXCRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL.

004720     SELECT BUSDATE ASSIGN TO "BUSDATE"
004740         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS BUSDATE-STATUS.

004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  EXCPFILE.
005100     COPY TMEXCPRC.

005200 FD  MCATALOG.
005300 01  CATALOG-RECORD.
005400     05  MC-MACHINE-NAME         PIC X(08).
005500     05  MC-TRAN-DSN             PIC X(08).
005600     05  MC-DESC                 PIC X(30).
005700     05  MC-OWNER                PIC X(08).
005800     05  MC-ACTIVE-FLAG          PIC X(01).

005900 FD  EXCPARM.
006000 01  EXCPARM-RECORD.
006100     05  EP-REPORT-DATE-X        PIC X(08).

006200 FD  EXCPRIOR.
006300 01  PRIOR-RECORD.
006400     05  PR-RUN-DATE             PIC 9(08).
006500     05  PR-OWNER                PIC X(08).
006600     05  PR-MACHINE              PIC X(08).
006700     05  PR-CATEGORY             PIC X(08).
006800     05  PR-SEVERITY             PIC X(01).
006900     05  PR-COUNT                PIC 9(06).
007000     05  PR-NIGHTS               PIC 9(04).

007100 FD  EXCCARRY.
007200 01  CARRY-RECORD                PIC X(43).

007300 FD  EXCRPT.
007400 01  EXCRPT-LINE                 PIC X(110).
007500 01  RPT-DETAIL-LINE.
007600     05  DL-INDENT               PIC X(02).
007700     05  DL-PROGRAM              PIC X(09).
007800     05  DL-SEP1                 PIC X(01).
007900     05  DL-CATEGORY             PIC X(08).
008000     05  DL-SEP2                 PIC X(01).
008100     05  DL-BATCH-ID             PIC X(08).
008200     05  DL-SEP3                 PIC X(01).
008300     05  DL-UNIT-NUM             PIC 9(06).
008400     05  DL-SEP4                 PIC X(01).
008500     05  DL-MACHINE              PIC X(08).
008600     05  DL-SEP5                 PIC X(01).
008700     05  DL-MESSAGE              PIC X(60).
008800 01  RPT-SEVERITY-LINE.
008900     05  SH-LABEL                PIC X(41).
009000     05  SH-TONIGHT-LABEL        PIC X(09).
009100     05  SH-TONIGHT              PIC 9(06).
009200     05  SH-PRIOR-LABEL          PIC X(14).
009300     05  SH-PRIOR                PIC 9(06).
009400 01  RPT-AREA-LINE.
009500     05  AL-INDENT               PIC X(02).
009600     05  AL-MACHINE              PIC X(08).
009700     05  AL-SEP1                 PIC X(01).
009800     05  AL-CATEGORY             PIC X(08).
009900     05  AL-SEP2                 PIC X(01).
010000     05  AL-SEVERITY             PIC X(01).
010100     05  AL-SEP3                 PIC X(01).
010200     05  AL-TONIGHT              PIC 9(06).
010300     05  AL-SEP4                 PIC X(01).
010400     05  AL-PRIOR                PIC 9(06).
010500     05  AL-SEP5                 PIC X(01).
010600     05  AL-NIGHTS               PIC 9(04).
010700     05  AL-SEP6                 PIC X(01).
010800     05  AL-FLAG                 PIC X(07).
010900 01  RPT-TOTAL-LINE.
011000     05  TL-LABEL                PIC X(22).
011100     05  TL-TONIGHT              PIC 9(06).
011200     05  TL-SEP1                 PIC X(01).
011300     05  TL-PRIOR                PIC 9(06).

011320 FD  BUSDATE.
011340     COPY TMBDATRC.

011400 WORKING-STORAGE SECTION.
011500******************************************************************
011600* MACHINE CATALOG - SAME IN-STORAGE SHAPE AND 50-ENTRY CEILING
011700* AS TMCHARGE'S, PLUS THE TABLE DSN. AN EXCEPTION'S MACHINE JOINS
011800* TO CAT-NAME, OR FAILING THAT TO CAT-DSN, AND CAT-OWNER SUPPLIES
011900* THE OWNING AREA.
012000******************************************************************
012100 77  CATALOG-MAX                 PIC 9(04) COMP VALUE 50.
012200 77  CATALOG-COUNT               PIC 9(04) COMP VALUE ZERO.
012300 01  CATALOG-TABLE.
012400     05  CATALOG-ENTRY OCCURS 1 TO 50 TIMES
012500             DEPENDING ON CATALOG-COUNT
012600             INDEXED BY CAT-IDX.
012700         10  CAT-NAME            PIC X(08).
012800         10  CAT-DSN             PIC X(08).
012900         10  CAT-OWNER           PIC X(08).

013000******************************************************************
013100* SEVERITY TABLE - THE ORDER THE FIRST SECTION PRINTS IN, WITH
013200* THE NIGHT'S AND THE PRIOR NIGHT'S COUNT FOR EACH.
013300******************************************************************
013400 01  SEVERITY-TABLE.
013500     05  SEVERITY-ENTRY OCCURS 3 TIMES
013600             INDEXED BY SV-IDX.
013700         10  SV-CODE             PIC X(01).
013800         10  SV-NAME             PIC X(08).
013900         10  SV-LABEL            PIC X(41).
014000         10  SV-TONIGHT          PIC 9(06) COMP.
014100         10  SV-PRIOR            PIC 9(06) COMP.

014200******************************************************************
014300* EXCEPTION KEYS - ONE ENTRY PER MACHINE/CATEGORY/SEVERITY SEEN
014400* TONIGHT OR ON THE PRIOR NIGHT'S CARRY-FORWARD. THE OWNER IS
014500* RESOLVED THROUGH TODAY'S CATALOG WHEN THE ENTRY IS MADE; A BLANK
014600* OWNER MARKS AN EXCEPTION NO AREA CAN BE NAMED FOR. SEVERITY IS
014700* PART OF THE KEY, SO EVERY COUNT - AND EVERY CARRY-FORWARD RECORD
014750* WRITTEN FROM ONE - BELONGS TO A SINGLE SEVERITY.
014800******************************************************************
014900 77  KEY-MAX                     PIC 9(04) COMP VALUE 300.
015000 77  KEY-COUNT                   PIC 9(04) COMP VALUE ZERO.
015100 01  EXCEPTION-KEY-TABLE.
015200     05  EXCEPTION-KEY-ENTRY OCCURS 1 TO 300 TIMES
015300             DEPENDING ON KEY-COUNT
015400             INDEXED BY EK-IDX.
015500         10  EK-OWNER            PIC X(08).
015600         10  EK-MACHINE          PIC X(08).
015700         10  EK-CATEGORY         PIC X(08).
015800         10  EK-SEVERITY         PIC X(01).
015900         10  EK-TONIGHT          PIC 9(06) COMP.
016000         10  EK-PRIOR            PIC 9(06) COMP.
016100         10  EK-PRIOR-NIGHTS     PIC 9(04) COMP.
016200         10  EK-NIGHTS           PIC 9(04) COMP.
016300 01  EK-HOLD.
016400     05  EK-HOLD-OWNER           PIC X(08).
016500     05  EK-HOLD-MACHINE         PIC X(08).
016600     05  EK-HOLD-CATEGORY        PIC X(08).
016700     05  EK-HOLD-SEVERITY        PIC X(01).
016800     05  EK-HOLD-TONIGHT         PIC 9(06) COMP.
016900     05  EK-HOLD-PRIOR           PIC 9(06) COMP.
017000     05  EK-HOLD-PRIOR-NIGHTS    PIC 9(04) COMP.
017100     05  EK-HOLD-NIGHTS          PIC 9(04) COMP.
017200 77  SORT-SUB                    PIC 9(04) COMP.
017300 77  KEY-MACHINE                 PIC X(08).
017400 77  KEY-CATEGORY                PIC X(08).
017500 77  KEY-SEVERITY                PIC X(01).

017600******************************************************************
017700* CARRY-FORWARD OUTPUT WORK RECORD - SAME COLUMNS AS EXCPRIOR.
017800******************************************************************
017900 01  CARRY-WORK-RECORD.
018000     05  CW-RUN-DATE             PIC 9(08).
018100     05  CW-OWNER                PIC X(08).
018200     05  CW-MACHINE              PIC X(08).
018300     05  CW-CATEGORY             PIC X(08).
018400     05  CW-SEVERITY             PIC X(01).
018500     05  CW-COUNT                PIC 9(06).
018600     05  CW-NIGHTS               PIC 9(04).

018700******************************************************************
018800* REPORT DATES. THE REPORT DATE COMES FROM THE EXCPARM CARD OR,
018900* WITHOUT ONE, IS THE LATEST DATE ON THE EXCEPTION FILE. THE
019000* PRIOR NIGHT IS THE LATEST CARRY-FORWARD DATE BEFORE IT.
019100******************************************************************
019200 77  RUN-DATE                    PIC 9(08).
019250 77  CLOCK-DATE                  PIC 9(08).
019300 77  REPORT-DATE                 PIC 9(08) VALUE ZERO.
019400 77  PRIOR-DATE                  PIC 9(08) VALUE ZERO.
019500 77  CARRY-LATEST-DATE           PIC 9(08) VALUE ZERO.

019600******************************************************************
019700* CONTROL-BREAK AND TOTAL WORK AREAS. THE DIRECT COUNT IS TAKEN
019800* STRAIGHT OFF THE EXCEPTION FILE; THE LISTED AND SECTION COUNTS
019900* ARE SUMMED OUT OF THE TWO REPORT SECTIONS. ALL THREE MUST
020000* AGREE OR THE REPORT DOES NOT ACCOUNT FOR THE WHOLE NIGHT.
020100******************************************************************
020200 77  RECORDS-READ                PIC 9(08) COMP VALUE ZERO.
020300 77  DIRECT-COUNT                PIC 9(08) COMP VALUE ZERO.
020400 77  LISTED-COUNT                PIC 9(08) COMP VALUE ZERO.
020500 77  SECTION-TONIGHT             PIC 9(08) COMP VALUE ZERO.
020600 77  SECTION-PRIOR               PIC 9(08) COMP VALUE ZERO.
020700 77  OVERFLOW-COUNT              PIC 9(08) COMP VALUE ZERO.
020800 77  SEVERITY-LIST-COUNT         PIC 9(08) COMP VALUE ZERO.
020900 77  AREA-CURRENT                PIC X(08).
021000 77  AREA-TONIGHT                PIC 9(08) COMP VALUE ZERO.
021100 77  AREA-PRIOR                  PIC 9(08) COMP VALUE ZERO.
021200 77  UNMATCHED-COUNT             PIC 9(04) COMP VALUE ZERO.
021300 77  REPEAT-COUNT                PIC 9(04) COMP VALUE ZERO.
021400 77  COUNT-DISP                  PIC 9(06).

021500******************************************************************
021600* FILE STATUS FIELDS AND SWITCHES
021700******************************************************************
021800 77  EXCPFILE-STATUS             PIC X(02).
021900 77  MCATALOG-STATUS             PIC X(02).
022000 77  EXCPARM-STATUS              PIC X(02).
022100 77  EXCPRIOR-STATUS             PIC X(02).
022120 77  BUSDATE-STATUS              PIC X(02).
022140 77  BUSDATE-SW                  PIC X(01) VALUE 'N'.
022160     88  BUSDATE-FOUND                       VALUE 'Y'.
022180     88  BUSDATE-NOT-FOUND                   VALUE 'N'.
022200 77  EXCPFILE-EOF-SW             PIC X(01) VALUE 'N'.
022300     88  EXCPFILE-EOF                        VALUE 'Y'.
022400     88  EXCPFILE-NOT-EOF                    VALUE 'N'.
022500 77  MCATALOG-EOF-SW             PIC X(01) VALUE 'N'.
022600     88  MCATALOG-EOF                        VALUE 'Y'.
022700     88  MCATALOG-NOT-EOF                    VALUE 'N'.
022800 77  EXCPRIOR-EOF-SW             PIC X(01) VALUE 'N'.
022900     88  EXCPRIOR-EOF                        VALUE 'Y'.
023000     88  EXCPRIOR-NOT-EOF                    VALUE 'N'.
023100 77  INPUTS-SW                   PIC X(01) VALUE 'N'.
023200     88  INPUTS-MISSING                      VALUE 'Y'.
023300     88  INPUTS-PRESENT                      VALUE 'N'.
023400 77  KEY-FOUND-SW                PIC X(01) VALUE 'N'.
023500     88  KEY-FOUND                           VALUE 'Y'.
023600     88  KEY-NOT-FOUND                       VALUE 'N'.
023700 77  KEY-TABLE-SW                PIC X(01) VALUE 'N'.
023800     88  KEY-TABLE-FULL                      VALUE 'Y'.
023900     88  KEY-TABLE-OK                        VALUE 'N'.
024000 77  SORT-PASS-SW                PIC X(01) VALUE 'N'.
024100     88  SORT-SWAPPED                        VALUE 'Y'.
024200     88  SORT-CLEAN                          VALUE 'N'.
024300 77  BALANCE-SW                  PIC X(01) VALUE 'N'.
024400     88  OUT-OF-BALANCE                      VALUE 'Y'.
024500     88  IN-BALANCE                          VALUE 'N'.
024600 77  CARRY-SW                    PIC X(01) VALUE 'Y'.
024700     88  CARRY-REWRITTEN                     VALUE 'Y'.
024800     88  CARRY-LEFT-ALONE                    VALUE 'N'.

024900 PROCEDURE DIVISION.
025000******************************************************************
025100*    0000-MAINLINE
025200*    PROGRAM ENTRY POINT.
025300******************************************************************
025400 0000-MAINLINE.
025420     PERFORM 0100-LOAD-BUSINESS-DATE THRU 0100-EXIT
025440     IF BUSDATE-NOT-FOUND
025460         GO TO 0000-EXIT
025480     END-IF
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025600     IF INPUTS-PRESENT
025700         PERFORM 2000-ACCUMULATE-EXCEPTIONS THRU 2000-EXIT
025800         PERFORM 2600-SORT-BY-AREA THRU 2600-EXIT
025900         PERFORM 3000-WRITE-SEVERITY-SECTION THRU 3000-EXIT
026000         PERFORM 4000-WRITE-AREA-SECTION THRU 4000-EXIT
026100         PERFORM 5000-WRITE-GRAND-TOTAL THRU 5000-EXIT
026200         PERFORM 6000-WRITE-CARRY-FORWARD THRU 6000-EXIT
026300     END-IF
026400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026402 0000-EXIT.
026404     STOP RUN.

026406******************************************************************
026408*    0100-LOAD-BUSINESS-DATE
026410*    THE STEP WORKS UNDER THE BUSINESS DATE ON THE BUSDATE CONTROL
026412*    RECORD (SEE TMBDATRC), NOT THE SYSTEM DATE, SO A RUN THAT
026414*    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING STILL STAMPS
026416*    THE BUSINESS DAY IT BELONGS TO. THE CLOCK DATE IS KEPT ONLY
026418*    TO BE SHOWN BESIDE IT. NO CONTROL RECORD, OR ONE WHOSE DATES
026420*    ARE NOT NUMERIC OR DO NOT RUN FORWARD, STOPS THE STEP RC=8
026422*    BEFORE ANYTHING IS OPENED - IT MUST NOT GUESS ITS DAY.
026424******************************************************************
026426 0100-LOAD-BUSINESS-DATE.
026428     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
026430     OPEN INPUT BUSDATE
026432     IF BUSDATE-STATUS NOT = '00'
026434         GO TO 0100-REFUSE
026436     END-IF
026438     READ BUSDATE
026440         AT END
026442             CONTINUE
026444     END-READ
026446     IF BUSDATE-STATUS = '00'
026448         AND BD-CONTROL-RECORD
026450         AND BD-CURRENT-DATE IS NUMERIC
026452         AND BD-PRIOR-DATE IS NUMERIC
026454         AND BD-CURRENT-DATE > BD-PRIOR-DATE
026456         MOVE BD-CURRENT-DATE TO RUN-DATE
026458         SET BUSDATE-FOUND TO TRUE
026460     END-IF
026462     CLOSE BUSDATE
026464     IF BUSDATE-FOUND
026466         GO TO 0100-EXIT
026468     END-IF.
026470 0100-REFUSE.
026472     DISPLAY 'BUSDATE CONTROL RECORD MISSING OR INVALID - '
026474         'STEP STOPPED'
026476     MOVE 8 TO RETURN-CODE.
026478 0100-EXIT.
026480     EXIT.

026600******************************************************************
026700*    1000-INITIALIZE
026800*    LOADS THE CATALOG, SETTLES THE REPORT DATE AND LOADS THE
026900*    PRIOR NIGHT'S CARRY-FORWARD. A MISSING EXCEPTION FILE OR
027000*    CATALOG STOPS THE STEP - THE REPORT CANNOT ACCOUNT FOR
027100*    EXCEPTIONS IT CANNOT SEE OR ATTRIBUTE.
027200******************************************************************
027300 1000-INITIALIZE.
027500     PERFORM 1050-LOAD-SEVERITIES THRU 1050-EXIT
027600     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT
027700     OPEN INPUT EXCPFILE
027800     IF EXCPFILE-STATUS NOT = '00'
027900         SET INPUTS-MISSING TO TRUE
028000         GO TO 1000-EXIT
028100     END-IF
028200     CLOSE EXCPFILE
028300     IF INPUTS-MISSING
028400         GO TO 1000-EXIT
028500     END-IF
028600     PERFORM 1200-LOAD-REPORT-DATE THRU 1200-EXIT
028700     IF REPORT-DATE = ZERO
028800         PERFORM 1300-FIND-LATEST-DATE THRU 1300-EXIT
028900     END-IF
029000     PERFORM 1400-LOAD-PRIOR-NIGHT THRU 1400-EXIT
029100     OPEN OUTPUT EXCRPT
029200     PERFORM 1900-WRITE-REPORT-HEADER THRU 1900-EXIT.
029300 1000-EXIT.
029400     EXIT.

029500 1050-LOAD-SEVERITIES.
029600     MOVE 'S' TO SV-CODE(1)
029700     MOVE 'SEVERE' TO SV-NAME(1)
029800     MOVE 'SEVERE - PRODUCTION HELD OR TAPE ABENDED'
029900         TO SV-LABEL(1)
030000     MOVE 'E' TO SV-CODE(2)
030100     MOVE 'ERROR' TO SV-NAME(2)
030200     MOVE 'ERROR - ITEM REFUSED' TO SV-LABEL(2)
030300     MOVE 'W' TO SV-CODE(3)
030400     MOVE 'WARNING' TO SV-NAME(3)
030500     MOVE 'WARNING - FINDING WORTH A LOOK' TO SV-LABEL(3)
030600     MOVE ZERO TO SV-TONIGHT(1) SV-TONIGHT(2) SV-TONIGHT(3)
030700     MOVE ZERO TO SV-PRIOR(1) SV-PRIOR(2) SV-PRIOR(3).
030800 1050-EXIT.
030900     EXIT.

031000 1100-LOAD-CATALOG.
031100     OPEN INPUT MCATALOG
031200     IF MCATALOG-STATUS NOT = '00'
031300         SET INPUTS-MISSING TO TRUE
031400     ELSE
031500         PERFORM 1110-READ-CATALOG THRU 1110-EXIT
031600         PERFORM 1120-STORE-CATALOG THRU 1120-EXIT
031700             UNTIL MCATALOG-EOF
031800         CLOSE MCATALOG
031900     END-IF.
032000 1100-EXIT.
032100     EXIT.

032200 1110-READ-CATALOG.
032300     READ MCATALOG
032400         AT END
032500             SET MCATALOG-EOF TO TRUE
032600     END-READ.
032700 1110-EXIT.
032800     EXIT.

032900 1120-STORE-CATALOG.
033000     IF CATALOG-COUNT < CATALOG-MAX
033100         ADD 1 TO CATALOG-COUNT
033200         SET CAT-IDX TO CATALOG-COUNT
033300         MOVE MC-MACHINE-NAME TO CAT-NAME(CAT-IDX)
033400         MOVE MC-TRAN-DSN     TO CAT-DSN(CAT-IDX)
033500         MOVE MC-OWNER        TO CAT-OWNER(CAT-IDX)
033600     END-IF
033700     PERFORM 1110-READ-CATALOG THRU 1110-EXIT.
033800 1120-EXIT.
033900     EXIT.

034000******************************************************************
034100*    1200-LOAD-REPORT-DATE
034200*    THE OPTIONAL EXCPARM CARD CARRIES THE NIGHT TO REPORT ON IN
034300*    COLUMNS 1-8, YYYYMMDD - FOR REPRINTING AN EARLIER MORNING.
034400*    NO CARD, OR A BLANK ONE, MEANS THE LATEST NIGHT ON FILE.
034500******************************************************************
034600 1200-LOAD-REPORT-DATE.
034700     OPEN INPUT EXCPARM
034800     IF EXCPARM-STATUS = '00'
034900         READ EXCPARM
035000             AT END
035100                 CONTINUE
035200         END-READ
035300         IF EXCPARM-STATUS = '00'
035400             IF EP-REPORT-DATE-X IS NUMERIC
035500                 MOVE EP-REPORT-DATE-X TO REPORT-DATE
035600             END-IF
035700         END-IF
035800         CLOSE EXCPARM
035900     END-IF.
036000 1200-EXIT.
036100     EXIT.

036200******************************************************************
036300*    1300-FIND-LATEST-DATE
036400*    ONE PASS OF THE EXCEPTION FILE FOR ITS LATEST RUN DATE. AN
036500*    EMPTY FILE - A CLEAN NIGHT EVERYWHERE - REPORTS ON TODAY.
036600******************************************************************
036700 1300-FIND-LATEST-DATE.
036800     OPEN INPUT EXCPFILE
036900     SET EXCPFILE-NOT-EOF TO TRUE
037000     PERFORM 2010-READ-EXCEPTION THRU 2010-EXIT
037100     PERFORM 1310-CHECK-ONE-DATE THRU 1310-EXIT
037200         UNTIL EXCPFILE-EOF
037300     CLOSE EXCPFILE
037400     IF REPORT-DATE = ZERO
037500         MOVE RUN-DATE TO REPORT-DATE
037600     END-IF.
037700 1300-EXIT.
037800     EXIT.

037900 1310-CHECK-ONE-DATE.
038000     IF XC-RUN-DATE > REPORT-DATE
038100         MOVE XC-RUN-DATE TO REPORT-DATE
038200     END-IF
038300     PERFORM 2010-READ-EXCEPTION THRU 2010-EXIT.
038400 1310-EXIT.
038500     EXIT.

038600******************************************************************
038700*    1400-LOAD-PRIOR-NIGHT
038800*    THE CARRY-FORWARD FILE HOLDS THE LAST NIGHTS THE REPORT
038900*    RAN FOR. THE PRIOR NIGHT IS THE LATEST OF THEM BEFORE THE
039000*    REPORT DATE, SO A RERUN OF THE SAME MORNING STILL COMPARES
039100*    AGAINST THE NIGHT BEFORE, NOT AGAINST ITSELF. NO FILE (THE
039200*    FIRST MORNING) MEANS NO PRIOR NIGHT.
039300******************************************************************
039400 1400-LOAD-PRIOR-NIGHT.
039500     OPEN INPUT EXCPRIOR
039600     IF EXCPRIOR-STATUS NOT = '00'
039700         GO TO 1400-EXIT
039800     END-IF
039900     SET EXCPRIOR-NOT-EOF TO TRUE
040000     PERFORM 1410-READ-PRIOR THRU 1410-EXIT
040100     PERFORM 1420-CHECK-PRIOR-DATE THRU 1420-EXIT
040200         UNTIL EXCPRIOR-EOF
040300     CLOSE EXCPRIOR
040400     IF PRIOR-DATE = ZERO
040500         GO TO 1400-EXIT
040600     END-IF
040700     OPEN INPUT EXCPRIOR
040800     SET EXCPRIOR-NOT-EOF TO TRUE
040900     PERFORM 1410-READ-PRIOR THRU 1410-EXIT
041000     PERFORM 1430-STORE-PRIOR THRU 1430-EXIT
041100         UNTIL EXCPRIOR-EOF
041200     CLOSE EXCPRIOR.
041300 1400-EXIT.
041400     EXIT.

041500 1410-READ-PRIOR.
041600     READ EXCPRIOR
041700         AT END
041800             SET EXCPRIOR-EOF TO TRUE
041900     END-READ.
042000 1410-EXIT.
042100     EXIT.

042200 1420-CHECK-PRIOR-DATE.
042300     IF PR-RUN-DATE > CARRY-LATEST-DATE
042400         MOVE PR-RUN-DATE TO CARRY-LATEST-DATE
042500     END-IF
042600     IF PR-RUN-DATE < REPORT-DATE
042700         AND PR-RUN-DATE > PRIOR-DATE
042800         MOVE PR-RUN-DATE TO PRIOR-DATE
042900     END-IF
043000     PERFORM 1410-READ-PRIOR THRU 1410-EXIT.
043100 1420-EXIT.
043200     EXIT.

043300 1430-STORE-PRIOR.
043400     IF PR-RUN-DATE NOT = PRIOR-DATE
043500         GO TO 1430-NEXT
043600     END-IF
043700     MOVE PR-MACHINE  TO KEY-MACHINE
043800     MOVE PR-CATEGORY TO KEY-CATEGORY
043900     MOVE PR-SEVERITY TO KEY-SEVERITY
044000     PERFORM 2200-FIND-KEY THRU 2200-EXIT
044100     IF KEY-TABLE-FULL
044200         GO TO 1430-NEXT
044300     END-IF
044400     ADD PR-COUNT TO EK-PRIOR(EK-IDX)
044500     MOVE PR-NIGHTS TO EK-PRIOR-NIGHTS(EK-IDX)
044600     SET SV-IDX TO 1
044700     SEARCH SEVERITY-ENTRY
044800         AT END
044900             CONTINUE
045000         WHEN SV-CODE(SV-IDX) = KEY-SEVERITY
045100             ADD PR-COUNT TO SV-PRIOR(SV-IDX)
045200     END-SEARCH.
045300 1430-NEXT.
045400     PERFORM 1410-READ-PRIOR THRU 1410-EXIT.
045500 1430-EXIT.
045600     EXIT.

045700 1900-WRITE-REPORT-HEADER.
045800     MOVE SPACES TO EXCRPT-LINE
045900     MOVE 'MORNING EXCEPTION REPORT' TO EXCRPT-LINE
046000     WRITE EXCRPT-LINE
046100     MOVE SPACES TO EXCRPT-LINE
046200     MOVE 'REPORT DATE: ' TO EXCRPT-LINE
046300     MOVE REPORT-DATE TO EXCRPT-LINE(14:8)
046400     MOVE ' PRIOR NIGHT: ' TO EXCRPT-LINE(22:14)
046500     IF PRIOR-DATE = ZERO
046600         MOVE '(NONE)' TO EXCRPT-LINE(36:8)
046700     ELSE
046800         MOVE PRIOR-DATE TO EXCRPT-LINE(36:8)
046900     END-IF
047000     MOVE ' BUSINESS DATE: ' TO EXCRPT-LINE(44:16)
047050     MOVE RUN-DATE TO EXCRPT-LINE(60:8)
047100     MOVE ' CLOCK DATE: ' TO EXCRPT-LINE(68:13)
047150     MOVE CLOCK-DATE TO EXCRPT-LINE(81:8)
047200     WRITE EXCRPT-LINE.
047300 1900-EXIT.
047400     EXIT.

047500******************************************************************
047600*    2000-ACCUMULATE-EXCEPTIONS
047700*    FOLDS EVERY EXCEPTION FOR THE REPORT DATE INTO ITS MACHINE/
047800*    CATEGORY/SEVERITY KEY, ITS SEVERITY COUNT AND THE DIRECT
047900*    COUNT THE FINISHED REPORT MUST PROVE TO, THEN WORKS OUT HOW
048000*    MANY NIGHTS RUNNING EACH KEY HAS APPEARED.
048100******************************************************************
048200 2000-ACCUMULATE-EXCEPTIONS.
048300     OPEN INPUT EXCPFILE
048400     SET EXCPFILE-NOT-EOF TO TRUE
048500     PERFORM 2010-READ-EXCEPTION THRU 2010-EXIT
048600     PERFORM 2100-TALLY-ONE-EXCEPTION THRU 2100-EXIT
048700         UNTIL EXCPFILE-EOF
048800     CLOSE EXCPFILE
048900     PERFORM 2300-COUNT-NIGHTS THRU 2300-EXIT
049000         VARYING EK-IDX FROM 1 BY 1
049100         UNTIL EK-IDX > KEY-COUNT.
049200 2000-EXIT.
049300     EXIT.

049400******************************************************************
049500*    2010-READ-EXCEPTION
049600*    ONE EXCEPTION RECORD. A SEVERITY THE REPORT DOES NOT KNOW IS
049700*    TREATED AS A WARNING SO IT IS STILL LISTED AND COUNTED.
049800******************************************************************
049900 2010-READ-EXCEPTION.
050000     READ EXCPFILE
050100         AT END
050200             SET EXCPFILE-EOF TO TRUE
050300     END-READ
050400     IF EXCPFILE-NOT-EOF
050500         AND NOT XC-SEVERE AND NOT XC-ERROR
050600         MOVE 'W' TO XC-SEVERITY
050700     END-IF.
050800 2010-EXIT.
050900     EXIT.

051000 2100-TALLY-ONE-EXCEPTION.
051100     ADD 1 TO RECORDS-READ
051200     IF XC-RUN-DATE NOT = REPORT-DATE
051300         GO TO 2100-NEXT
051400     END-IF
051500     ADD 1 TO DIRECT-COUNT
051600     SET SV-IDX TO 1
051700     SEARCH SEVERITY-ENTRY
051800         AT END
051900             CONTINUE
052000         WHEN SV-CODE(SV-IDX) = XC-SEVERITY
052100             ADD 1 TO SV-TONIGHT(SV-IDX)
052200     END-SEARCH
052300     MOVE XC-MACHINE  TO KEY-MACHINE
052400     MOVE XC-CATEGORY TO KEY-CATEGORY
052500     MOVE XC-SEVERITY TO KEY-SEVERITY
052600     PERFORM 2200-FIND-KEY THRU 2200-EXIT
052700     IF KEY-TABLE-FULL
052800         ADD 1 TO OVERFLOW-COUNT
052900     ELSE
053000         ADD 1 TO EK-TONIGHT(EK-IDX)
053100     END-IF.
053200 2100-NEXT.
053300     PERFORM 2010-READ-EXCEPTION THRU 2010-EXIT.
053400 2100-EXIT.
053500     EXIT.

053600******************************************************************
053700*    2200-FIND-KEY
053800*    POINTS EK-IDX AT THE ENTRY FOR KEY-MACHINE/KEY-CATEGORY/
053900*    KEY-SEVERITY, MAKING A NEW ONE - OWNER RESOLVED - IF THIS IS
054000*    THE FIRST TIME THE KEY IS SEEN. A FULL TABLE SETS
054100*    KEY-TABLE-FULL AND MAKES NO ENTRY.
054200******************************************************************
054300 2200-FIND-KEY.
054400     SET KEY-TABLE-OK TO TRUE
054500     SET KEY-NOT-FOUND TO TRUE
054600     IF KEY-COUNT > ZERO
054700         SET EK-IDX TO 1
054800         SEARCH EXCEPTION-KEY-ENTRY
054900             AT END
055000                 CONTINUE
055100             WHEN EK-MACHINE(EK-IDX) = KEY-MACHINE
055150                 AND EK-CATEGORY(EK-IDX) = KEY-CATEGORY
055200                 AND EK-SEVERITY(EK-IDX) = KEY-SEVERITY
055300                 SET KEY-FOUND TO TRUE
055400         END-SEARCH
055500     END-IF
055600     IF KEY-FOUND
056100         GO TO 2200-EXIT
056200     END-IF
056300     IF KEY-COUNT >= KEY-MAX
056400         SET KEY-TABLE-FULL TO TRUE
056500         GO TO 2200-EXIT
056600     END-IF
056700     ADD 1 TO KEY-COUNT
056800     SET EK-IDX TO KEY-COUNT
056900     MOVE SPACES       TO EK-OWNER(EK-IDX)
057000     MOVE KEY-MACHINE  TO EK-MACHINE(EK-IDX)
057100     MOVE KEY-CATEGORY TO EK-CATEGORY(EK-IDX)
057200     MOVE KEY-SEVERITY TO EK-SEVERITY(EK-IDX)
057300     MOVE ZERO TO EK-TONIGHT(EK-IDX)
057400     MOVE ZERO TO EK-PRIOR(EK-IDX)
057500     MOVE ZERO TO EK-PRIOR-NIGHTS(EK-IDX)
057600     MOVE ZERO TO EK-NIGHTS(EK-IDX)
057700     PERFORM 2210-RESOLVE-OWNER THRU 2210-EXIT.
057800 2200-EXIT.
057900     EXIT.

058000******************************************************************
058100*    2210-RESOLVE-OWNER
058200*    JOINS THE KEY'S MACHINE TO THE CATALOG BY MACHINE NAME, THEN
058300*    BY TABLE DSN (TuringMachine NAMES ITS RULESET, NOT A CATALOG
058400*    MACHINE). NO MATCH, OR NO MACHINE AT ALL, LEAVES THE OWNER
058500*    BLANK AND THE KEY FALLS INTO THE UNASSIGNED SECTION.
058600******************************************************************
058700 2210-RESOLVE-OWNER.
058800     IF KEY-MACHINE = SPACES OR CATALOG-COUNT = ZERO
058900         GO TO 2210-EXIT
059000     END-IF
059100     SET CAT-IDX TO 1
059200     SEARCH CATALOG-ENTRY
059300         AT END
059400             CONTINUE
059500         WHEN CAT-NAME(CAT-IDX) = KEY-MACHINE
059600             MOVE CAT-OWNER(CAT-IDX) TO EK-OWNER(EK-IDX)
059700     END-SEARCH
059800     IF EK-OWNER(EK-IDX) NOT = SPACES
059900         GO TO 2210-EXIT
060000     END-IF
060100     SET CAT-IDX TO 1
060200     SEARCH CATALOG-ENTRY
060300         AT END
060400             CONTINUE
060500         WHEN CAT-DSN(CAT-IDX) = KEY-MACHINE
060600             MOVE CAT-OWNER(CAT-IDX) TO EK-OWNER(EK-IDX)
060700     END-SEARCH.
060800 2210-EXIT.
060900     EXIT.

061000******************************************************************
061100*    2300-COUNT-NIGHTS
061200*    A KEY SEEN TONIGHT THAT WAS ALSO ON THE PRIOR NIGHT EXTENDS
061300*    ITS RUN BY ONE NIGHT - A REPEAT OFFENDER. ONE SEEN TONIGHT
061400*    ONLY STARTS A RUN OF ONE.
061500******************************************************************
061600 2300-COUNT-NIGHTS.
061700     IF EK-TONIGHT(EK-IDX) = ZERO
061800         GO TO 2300-EXIT
061900     END-IF
062000     IF EK-PRIOR(EK-IDX) > ZERO
062100         COMPUTE EK-NIGHTS(EK-IDX) = EK-PRIOR-NIGHTS(EK-IDX) + 1
062200         ADD 1 TO REPEAT-COUNT
062300     ELSE
062400         MOVE 1 TO EK-NIGHTS(EK-IDX)
062500     END-IF.
062600 2300-EXIT.
062700     EXIT.

062800******************************************************************
062900*    2600-SORT-BY-AREA
063000*    ORDERS THE KEY TABLE BY OWNING AREA, MACHINE, CATEGORY AND
063100*    SEVERITY SO THE AREA SECTION PRINTS ON A SIMPLE CONTROL
063200*    BREAK. BLANK (UNASSIGNED) OWNERS SORT FIRST AND ARE SKIPPED
063300*    BY THE AREA PASS, THEN PRINTED IN THEIR OWN SECTION. EXCHANGE
063400*    SORT, SAME AS TMCHARGE'S.
063500******************************************************************
063600 2600-SORT-BY-AREA.
063700     IF KEY-COUNT < 2
063800         GO TO 2600-EXIT
063900     END-IF
064000     SET SORT-SWAPPED TO TRUE
064100     PERFORM 2610-SORT-ONE-PASS THRU 2610-EXIT
064200         UNTIL SORT-CLEAN.
064300 2600-EXIT.
064400     EXIT.

064500 2610-SORT-ONE-PASS.
064600     SET SORT-CLEAN TO TRUE
064700     PERFORM 2620-COMPARE-ADJACENT THRU 2620-EXIT
064800         VARYING SORT-SUB FROM 1 BY 1
064900         UNTIL SORT-SUB >= KEY-COUNT.
065000 2610-EXIT.
065100     EXIT.

065200 2620-COMPARE-ADJACENT.
065300     IF EK-OWNER(SORT-SUB) > EK-OWNER(SORT-SUB + 1)
065400         OR (EK-OWNER(SORT-SUB) = EK-OWNER(SORT-SUB + 1)
065500             AND EK-MACHINE(SORT-SUB) > EK-MACHINE(SORT-SUB + 1))
065600         OR (EK-OWNER(SORT-SUB) = EK-OWNER(SORT-SUB + 1)
065700             AND EK-MACHINE(SORT-SUB) = EK-MACHINE(SORT-SUB + 1)
065800             AND EK-CATEGORY(SORT-SUB) >
065820                 EK-CATEGORY(SORT-SUB + 1))
065840         OR (EK-OWNER(SORT-SUB) = EK-OWNER(SORT-SUB + 1)
065860             AND EK-MACHINE(SORT-SUB) = EK-MACHINE(SORT-SUB + 1)
065880             AND EK-CATEGORY(SORT-SUB) =
065890                 EK-CATEGORY(SORT-SUB + 1)
065900             AND EK-SEVERITY(SORT-SUB) >
065920                 EK-SEVERITY(SORT-SUB + 1))
066000         MOVE EXCEPTION-KEY-ENTRY(SORT-SUB) TO EK-HOLD
066100         MOVE EXCEPTION-KEY-ENTRY(SORT-SUB + 1)
066200             TO EXCEPTION-KEY-ENTRY(SORT-SUB)
066300         MOVE EK-HOLD TO EXCEPTION-KEY-ENTRY(SORT-SUB + 1)
066400         SET SORT-SWAPPED TO TRUE
066500     END-IF.
066600 2620-EXIT.
066700     EXIT.

066800******************************************************************
066900*    3000-WRITE-SEVERITY-SECTION
067000*    THE NIGHT'S EXCEPTIONS IN FULL, SEVERE FIRST, ONE PASS OF
067100*    THE EXCEPTION FILE PER SEVERITY SO EACH GROUP PRINTS IN THE
067200*    ORDER THE PROGRAMS WROTE IT.
067300******************************************************************
067400 3000-WRITE-SEVERITY-SECTION.
067500     MOVE SPACES TO EXCRPT-LINE
067600     WRITE EXCRPT-LINE
067700     MOVE 'SECTION 1 - THE NIGHT''S EXCEPTIONS BY SEVERITY'
067800         TO EXCRPT-LINE
067900     WRITE EXCRPT-LINE
068000     PERFORM 3100-LIST-ONE-SEVERITY THRU 3100-EXIT
068100         VARYING SV-IDX FROM 1 BY 1
068200         UNTIL SV-IDX > 3.
068300 3000-EXIT.
068400     EXIT.

068500 3100-LIST-ONE-SEVERITY.
068600     MOVE SPACES TO EXCRPT-LINE
068700     WRITE EXCRPT-LINE
068800     MOVE SV-LABEL(SV-IDX)   TO SH-LABEL
068900     MOVE ' TONIGHT '        TO SH-TONIGHT-LABEL
069000     MOVE SV-TONIGHT(SV-IDX) TO SH-TONIGHT
069100     MOVE '  PRIOR NIGHT '   TO SH-PRIOR-LABEL
069200     MOVE SV-PRIOR(SV-IDX)   TO SH-PRIOR
069300     WRITE EXCRPT-LINE FROM RPT-SEVERITY-LINE
069400     MOVE SPACES TO EXCRPT-LINE
069500     MOVE '  PROGRAM   CATEGORY BATCH    UNIT   MACHINE  MESSAGE'
069600         TO EXCRPT-LINE
069700     WRITE EXCRPT-LINE
069800     MOVE ZERO TO SEVERITY-LIST-COUNT
069900     OPEN INPUT EXCPFILE
070000     SET EXCPFILE-NOT-EOF TO TRUE
070100     PERFORM 2010-READ-EXCEPTION THRU 2010-EXIT
070200     PERFORM 3110-LIST-ONE-EXCEPTION THRU 3110-EXIT
070300         UNTIL EXCPFILE-EOF
070400     CLOSE EXCPFILE
070500     IF SEVERITY-LIST-COUNT = ZERO
070600         MOVE SPACES TO EXCRPT-LINE
070700         MOVE '  (NONE)' TO EXCRPT-LINE
070800         WRITE EXCRPT-LINE
070900     END-IF.
071000 3100-EXIT.
071100     EXIT.

071200 3110-LIST-ONE-EXCEPTION.
071300     IF XC-RUN-DATE NOT = REPORT-DATE
071400         OR XC-SEVERITY NOT = SV-CODE(SV-IDX)
071500         GO TO 3110-NEXT
071600     END-IF
071700     ADD 1 TO SEVERITY-LIST-COUNT
071800     ADD 1 TO LISTED-COUNT
071900     MOVE SPACES       TO DL-INDENT
072000     MOVE XC-PROGRAM   TO DL-PROGRAM
072100     MOVE SPACE        TO DL-SEP1
072200     MOVE XC-CATEGORY  TO DL-CATEGORY
072300     MOVE SPACE        TO DL-SEP2
072400     MOVE XC-BATCH-ID  TO DL-BATCH-ID
072500     MOVE SPACE        TO DL-SEP3
072600     MOVE XC-UNIT-NUM  TO DL-UNIT-NUM
072700     MOVE SPACE        TO DL-SEP4
072800     MOVE XC-MACHINE   TO DL-MACHINE
072900     MOVE SPACE        TO DL-SEP5
073000     MOVE XC-MESSAGE   TO DL-MESSAGE
073100     WRITE EXCRPT-LINE FROM RPT-DETAIL-LINE.
073200 3110-NEXT.
073300     PERFORM 2010-READ-EXCEPTION THRU 2010-EXIT.
073400 3110-EXIT.
073500     EXIT.

073600******************************************************************
073700*    4000-WRITE-AREA-SECTION
073800*    ONE GROUP PER OWNING AREA WITH A LINE PER MACHINE/CATEGORY/
073900*    SEVERITY: TONIGHT'S COUNT, THE PRIOR NIGHT'S, THE NIGHTS
074000*    RUNNING AND A FLAG - NEW, REPEAT, OR CLEARED FOR ONE THAT WAS
074100*    ON THE PRIOR NIGHT BUT NOT TONIGHT. THEN THE UNASSIGNED
074150*    SECTION.
074200******************************************************************
074300 4000-WRITE-AREA-SECTION.
074400     MOVE SPACES TO EXCRPT-LINE
074500     WRITE EXCRPT-LINE
074600     MOVE 'SECTION 2 - EXCEPTIONS BY OWNING AREA' TO EXCRPT-LINE
074700     WRITE EXCRPT-LINE
074800     MOVE SPACES TO AREA-CURRENT
074900     PERFORM 4100-WRITE-ONE-KEY THRU 4100-EXIT
075000         VARYING EK-IDX FROM 1 BY 1
075100         UNTIL EK-IDX > KEY-COUNT
075200     IF AREA-CURRENT NOT = SPACES
075300         PERFORM 4300-WRITE-AREA-TOTAL THRU 4300-EXIT
075400     END-IF
075500     PERFORM 4400-WRITE-UNASSIGNED THRU 4400-EXIT.
075600 4000-EXIT.
075700     EXIT.

075800******************************************************************
075900*    4100-WRITE-ONE-KEY
076000*    ONE ASSIGNED KEY - AN AREA CHANGE CLOSES THE GROUP IN
076100*    PROGRESS AND OPENS THE NEXT. UNASSIGNED (BLANK-OWNER) KEYS
076200*    SORTED TO THE FRONT ARE PASSED OVER HERE AND PICKED UP BY
076300*    4400-WRITE-UNASSIGNED.
076400******************************************************************
076500 4100-WRITE-ONE-KEY.
076600     IF EK-OWNER(EK-IDX) = SPACES
076700         GO TO 4100-EXIT
076800     END-IF
076900     IF EK-OWNER(EK-IDX) NOT = AREA-CURRENT
077000         IF AREA-CURRENT NOT = SPACES
077100             PERFORM 4300-WRITE-AREA-TOTAL THRU 4300-EXIT
077200         END-IF
077300         MOVE EK-OWNER(EK-IDX) TO AREA-CURRENT
077400         PERFORM 4200-WRITE-AREA-HEADER THRU 4200-EXIT
077500     END-IF
077600     ADD EK-TONIGHT(EK-IDX) TO AREA-TONIGHT SECTION-TONIGHT
077700     ADD EK-PRIOR(EK-IDX)   TO AREA-PRIOR SECTION-PRIOR
077800     PERFORM 4150-WRITE-KEY-LINE THRU 4150-EXIT.
077900 4100-EXIT.
078000     EXIT.

078100 4150-WRITE-KEY-LINE.
078200     MOVE SPACES                 TO AL-INDENT
078300     MOVE EK-MACHINE(EK-IDX)     TO AL-MACHINE
078400     MOVE SPACE                  TO AL-SEP1
078500     MOVE EK-CATEGORY(EK-IDX)    TO AL-CATEGORY
078600     MOVE SPACE                  TO AL-SEP2
078700     MOVE EK-SEVERITY(EK-IDX)    TO AL-SEVERITY
078800     MOVE SPACE                  TO AL-SEP3
078900     MOVE EK-TONIGHT(EK-IDX)     TO AL-TONIGHT
079000     MOVE SPACE                  TO AL-SEP4
079100     MOVE EK-PRIOR(EK-IDX)       TO AL-PRIOR
079200     MOVE SPACE                  TO AL-SEP5
079300     MOVE EK-NIGHTS(EK-IDX)      TO AL-NIGHTS
079400     MOVE SPACE                  TO AL-SEP6
079500     IF EK-TONIGHT(EK-IDX) = ZERO
079600         MOVE 'CLEARED' TO AL-FLAG
079700     ELSE
079800         IF EK-PRIOR(EK-IDX) > ZERO
079900             MOVE 'REPEAT ' TO AL-FLAG
080000         ELSE
080100             MOVE 'NEW    ' TO AL-FLAG
080200         END-IF
080300     END-IF
080400     WRITE EXCRPT-LINE FROM RPT-AREA-LINE.
080500 4150-EXIT.
080600     EXIT.

080700 4200-WRITE-AREA-HEADER.
080800     MOVE SPACES TO EXCRPT-LINE
080900     WRITE EXCRPT-LINE
081000     MOVE SPACES TO EXCRPT-LINE
081100     MOVE 'OWNING AREA: ' TO EXCRPT-LINE
081200     MOVE AREA-CURRENT TO EXCRPT-LINE(14:8)
081300     WRITE EXCRPT-LINE
081400     PERFORM 4250-WRITE-COLUMN-HEADER THRU 4250-EXIT
081500     MOVE ZERO TO AREA-TONIGHT
081600     MOVE ZERO TO AREA-PRIOR.
081700 4200-EXIT.
081800     EXIT.

081900 4250-WRITE-COLUMN-HEADER.
082000     MOVE SPACES TO EXCRPT-LINE
082100     MOVE '  MACHINE  CATEGORY S  COUNT  PRIOR NGTS FLAG'
082200         TO EXCRPT-LINE
082300     WRITE EXCRPT-LINE.
082400 4250-EXIT.
082500     EXIT.

082600 4300-WRITE-AREA-TOTAL.
082700     MOVE 'AREA TOTAL'   TO TL-LABEL
082800     MOVE AREA-TONIGHT   TO TL-TONIGHT
082900     MOVE SPACE          TO TL-SEP1
083000     MOVE AREA-PRIOR     TO TL-PRIOR
083100     WRITE EXCRPT-LINE FROM RPT-TOTAL-LINE.
083200 4300-EXIT.
083300     EXIT.

083400******************************************************************
083500*    4400-WRITE-UNASSIGNED
083600*    EVERY KEY THE CATALOG COULD NOT NAME AN OWNER FOR - NO
083700*    MACHINE ON THE EXCEPTION, A RULESET STAMP, OR A MACHINE SINCE
083800*    REMOVED - LISTED WITH THE SAME COLUMNS SO THE SECTION TOTAL
083900*    STILL COVERS EVERY EXCEPTION OF THE NIGHT.
084000******************************************************************
084100 4400-WRITE-UNASSIGNED.
084200     MOVE SPACES TO EXCRPT-LINE
084300     WRITE EXCRPT-LINE
084400     MOVE 'UNASSIGNED (NO OWNING AREA IN CATALOG):' TO EXCRPT-LINE
084500     WRITE EXCRPT-LINE
084600     PERFORM 4250-WRITE-COLUMN-HEADER THRU 4250-EXIT
084700     MOVE ZERO TO AREA-TONIGHT
084800     MOVE ZERO TO AREA-PRIOR
084900     PERFORM 4410-WRITE-ONE-UNASSIGNED THRU 4410-EXIT
085000         VARYING EK-IDX FROM 1 BY 1
085100         UNTIL EK-IDX > KEY-COUNT
085200     IF UNMATCHED-COUNT = ZERO
085300         MOVE SPACES TO EXCRPT-LINE
085400         MOVE '  (NONE)' TO EXCRPT-LINE
085500         WRITE EXCRPT-LINE
085600     ELSE
085700         PERFORM 4300-WRITE-AREA-TOTAL THRU 4300-EXIT
085800     END-IF.
085900 4400-EXIT.
086000     EXIT.

086100 4410-WRITE-ONE-UNASSIGNED.
086200     IF EK-OWNER(EK-IDX) NOT = SPACES
086300         GO TO 4410-EXIT
086400     END-IF
086500     ADD 1 TO UNMATCHED-COUNT
086600     ADD EK-TONIGHT(EK-IDX) TO AREA-TONIGHT SECTION-TONIGHT
086700     ADD EK-PRIOR(EK-IDX)   TO AREA-PRIOR SECTION-PRIOR
086800     PERFORM 4150-WRITE-KEY-LINE THRU 4150-EXIT.
086900 4410-EXIT.
087000     EXIT.

087100******************************************************************
087200*    5000-WRITE-GRAND-TOTAL
087300*    TONIGHT AGAINST THE PRIOR NIGHT BY SEVERITY, THE REPEAT
087400*    COUNT, AND THE PROOF: THE SEVERITY LISTING AND THE AREA
087500*    SECTION (PLUS ANY KEY-TABLE OVERFLOW) MUST EACH ACCOUNT FOR
087600*    EVERY EXCEPTION ON FILE FOR THE NIGHT - RC=8 IF NOT.
087700******************************************************************
087800 5000-WRITE-GRAND-TOTAL.
087900     MOVE SPACES TO EXCRPT-LINE
088000     WRITE EXCRPT-LINE
088100     MOVE 'TOTALS                  COUNT  PRIOR' TO EXCRPT-LINE
088200     WRITE EXCRPT-LINE
088300     PERFORM 5100-WRITE-SEVERITY-TOTAL THRU 5100-EXIT
088400         VARYING SV-IDX FROM 1 BY 1
088500         UNTIL SV-IDX > 3
088600     MOVE 'ALL SEVERITIES' TO TL-LABEL
088700     COMPUTE TL-TONIGHT = SECTION-TONIGHT + OVERFLOW-COUNT
088800     MOVE SPACE          TO TL-SEP1
088900     MOVE SECTION-PRIOR  TO TL-PRIOR
089000     WRITE EXCRPT-LINE FROM RPT-TOTAL-LINE
089100     MOVE SPACES TO EXCRPT-LINE
089200     MOVE 'REPEAT OFFENDERS (ALSO ON PRIOR NIGHT): '
089300         TO EXCRPT-LINE
089400     MOVE REPEAT-COUNT TO COUNT-DISP
089500     MOVE COUNT-DISP TO EXCRPT-LINE(41:6)
089600     WRITE EXCRPT-LINE
089700     IF OVERFLOW-COUNT > ZERO
089800         MOVE SPACES TO EXCRPT-LINE
089900         MOVE OVERFLOW-COUNT TO COUNT-DISP
090000         MOVE '** ' TO EXCRPT-LINE
090100         MOVE COUNT-DISP TO EXCRPT-LINE(4:6)
090200         MOVE ' EXCEPTION(S) NOT GROUPED BY AREA - TABLE FULL **'
090300             TO EXCRPT-LINE(10:50)
090400         WRITE EXCRPT-LINE
090500     END-IF
090600     IF LISTED-COUNT NOT = DIRECT-COUNT
090700         OR SECTION-TONIGHT + OVERFLOW-COUNT NOT = DIRECT-COUNT
090800         SET OUT-OF-BALANCE TO TRUE
090900         MOVE SPACES TO EXCRPT-LINE
091000         MOVE '** REPORT DOES NOT ACCOUNT FOR EVERY EXCEPTION **'
091100             TO EXCRPT-LINE
091200         WRITE EXCRPT-LINE
091300     END-IF.
091400 5000-EXIT.
091500     EXIT.

091600 5100-WRITE-SEVERITY-TOTAL.
091700     MOVE SV-NAME(SV-IDX)    TO TL-LABEL
091800     MOVE SV-TONIGHT(SV-IDX) TO TL-TONIGHT
091900     MOVE SPACE              TO TL-SEP1
092000     MOVE SV-PRIOR(SV-IDX)   TO TL-PRIOR
092100     WRITE EXCRPT-LINE FROM RPT-TOTAL-LINE.
092200 5100-EXIT.
092300     EXIT.

092400******************************************************************
092500*    6000-WRITE-CARRY-FORWARD
092600*    REWRITES EXCCARRY WITH THE PRIOR NIGHT'S KEYS AND TONIGHT'S,
092700*    EACH UNDER ITS OWN DATE, SO TOMORROW COMPARES AGAINST
092800*    TONIGHT AND A RERUN THIS MORNING STILL FINDS THE PRIOR
092900*    NIGHT. A REPRINT OF AN OLDER NIGHT (A REPORT DATE BEFORE THE
093000*    LATEST ONE CARRIED) LEAVES THE FILE ALONE.
093100******************************************************************
093200 6000-WRITE-CARRY-FORWARD.
093300     IF REPORT-DATE < CARRY-LATEST-DATE
093400         SET CARRY-LEFT-ALONE TO TRUE
093500         GO TO 6000-EXIT
093600     END-IF
093700     OPEN OUTPUT EXCCARRY
093800     PERFORM 6100-CARRY-ONE-KEY THRU 6100-EXIT
093900         VARYING EK-IDX FROM 1 BY 1
094000         UNTIL EK-IDX > KEY-COUNT
094100     CLOSE EXCCARRY.
094200 6000-EXIT.
094300     EXIT.

094400 6100-CARRY-ONE-KEY.
094500     MOVE EK-OWNER(EK-IDX)    TO CW-OWNER
094600     MOVE EK-MACHINE(EK-IDX)  TO CW-MACHINE
094700     MOVE EK-CATEGORY(EK-IDX) TO CW-CATEGORY
094800     MOVE EK-SEVERITY(EK-IDX) TO CW-SEVERITY
094900     IF EK-PRIOR(EK-IDX) > ZERO
095000         MOVE PRIOR-DATE             TO CW-RUN-DATE
095100         MOVE EK-PRIOR(EK-IDX)       TO CW-COUNT
095200         MOVE EK-PRIOR-NIGHTS(EK-IDX) TO CW-NIGHTS
095300         WRITE CARRY-RECORD FROM CARRY-WORK-RECORD
095400     END-IF
095500     IF EK-TONIGHT(EK-IDX) > ZERO
095600         MOVE REPORT-DATE            TO CW-RUN-DATE
095700         MOVE EK-TONIGHT(EK-IDX)     TO CW-COUNT
095800         MOVE EK-NIGHTS(EK-IDX)      TO CW-NIGHTS
095900         WRITE CARRY-RECORD FROM CARRY-WORK-RECORD
096000     END-IF.
096100 6100-EXIT.
096200     EXIT.

096300******************************************************************
096400*    9000-TERMINATE
096500*    END-OF-RUN HOUSEKEEPING. A MISSING INPUT ENDS RC=8 WITH NO
096600*    REPORT, AS DOES A REPORT THAT DOES NOT ACCOUNT FOR EVERY
096700*    EXCEPTION OF THE NIGHT. A KEY-TABLE OVERFLOW ALONE ENDS RC=4
096800*    - THE LISTING IS COMPLETE BUT THE AREA GROUPING IS NOT.
096900******************************************************************
097000 9000-TERMINATE.
097100     IF INPUTS-MISSING
097200         MOVE 8 TO RETURN-CODE
097300         DISPLAY 'EXCPFILE OR MCATALOG NOT FOUND - NO REPORT'
097400         GO TO 9000-EXIT
097500     END-IF
097600     CLOSE EXCRPT
097700     IF OVERFLOW-COUNT > ZERO
097800         MOVE 4 TO RETURN-CODE
097900         DISPLAY 'EXCEPTION KEY TABLE FULL - ' OVERFLOW-COUNT
098000             ' EXCEPTION(S) NOT GROUPED BY AREA'
098100     END-IF
098200     IF OUT-OF-BALANCE
098300         MOVE 8 TO RETURN-CODE
098400         DISPLAY 'EXCEPTION REPORT OUT OF BALANCE - DOES NOT '
098500             'ACCOUNT FOR EVERY EXCEPTION ON FILE.'
098600     END-IF
098700     IF CARRY-LEFT-ALONE
098800         DISPLAY 'REPRINT OF AN EARLIER NIGHT - EXCCARRY NOT '
098900             'REWRITTEN'
099000     END-IF
099100     DISPLAY 'Exceptions read: ' RECORDS-READ
099200         '  For ' REPORT-DATE ': ' DIRECT-COUNT
099300         '  Repeat keys: ' REPEAT-COUNT.
099400 9000-EXIT.
099500     EXIT.

099600 END PROGRAM TMEXCRPT.
